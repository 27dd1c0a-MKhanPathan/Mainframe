      *   IN-STRING-REC RECORDS FOR THE STRPGM7 PRE-EDIT.              *
      *   UNPARSEABLE LINES AND VALUES LONGER THAN 40 CHARACTERS GO    *
      *   TO THE CONVERSION REJECT FILE, WITH A CONVERSION REPORT OF   *
      *   LINES READ, RECORDS PRODUCED AND REJECTS.                    *
      *   ACCENTED AND EXTENDED CHARACTERS ARE TRANSLITERATED BY       *
      *   STRXLAT BEFORE THE LENGTH IS TAKEN - THE ORIGINAL VALUE GOES *
      *   TO XLTORIG UNDER THE TRANSACTION ID, AND A VALUE WITH A      *
      *   CHARACTER THE TABLE CANNOT MAP IS HELD ON XLTREVW. BOTH ARE  *
      *   STAGED ON THE RUN'S OWN WORK FILES AND POSTED ONLY ONCE THE  *
      *   WHOLE FILE IS CONVERTED, JUST BEFORE THE TRANSACTION         *
      *   SEQUENCE IS SAVED, SO A RERUN AFTER AN ABEND POSTS THEM ONCE *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM26.
           SELECT INTAKE-OUT-FILE  ASSIGN TO INFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-INFILE-STATUS.
           SELECT TXN-SEQ-FILE     ASSIGN TO TXNSEQ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-TXNSEQ-STATUS.
           SELECT CONV-REJECT-FILE ASSIGN TO CONVREJ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CONVREJ-STATUS.
           SELECT XLAT-ORIG-FILE   ASSIGN TO XLTORIG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-XLTORIG-STATUS.
           SELECT XLAT-REVIEW-FILE ASSIGN TO XLTREVW
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-XLTREVW-STATUS.
           SELECT XLAT-ORIG-WORK   ASSIGN TO XLTOWRK
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-XLTOWRK-STATUS.
           SELECT XLAT-REVIEW-WORK ASSIGN TO XLTRWRK
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-XLTRWRK-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
       01  DELIM-REC                    PIC X(200).

       FD  INTAKE-OUT-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  IN-STRING-REC.
           05  IN-LENGTH                PIC 9(02).
           05  IN-STRING                PIC X(40).
           05  IN-SOURCE-CODE           PIC X(03).
           05  IN-TXN-ID                PIC X(16).

      *----------------------------------------------------------------*
      *   LAST TRANSACTION ID SEQUENCE ISSUED - SHARED WITH STRPGM27   *
      *   SO EVERY RECORD TAKEN IN BY EITHER PROGRAM IS UNIQUE         *
      *----------------------------------------------------------------*
       FD  TXN-SEQ-FILE
           RECORD CONTAINS 08 CHARACTERS.
       01  TXNSEQ-REC.
           05  TXNSEQ-NUMBER            PIC 9(08).

      *----------------------------------------------------------------*
      *   CONVERSION REJECT - THE SIDELINED TEXT WITH ITS SOURCE,      *
      *   REASON AND RUN DATE. REASON 01 BLANK LINE, 02 VALUE LONGER   *
      *   THAN 40, 03 MORE THAN 10 VALUES ON THE LINE (REMAINDER),     *
      *   04 NO USABLE VALUE ON THE LINE                               *
      *----------------------------------------------------------------*
       FD  CONV-REJECT-FILE
           RECORD CONTAINS 230 CHARACTERS.
       01  CONVREJ-REC.
           05  CVR-DATA                 PIC X(200).
           05  CVR-SOURCE-CODE          PIC X(03).
           05  CVR-REASON-CODE          PIC X(02).
           05  CVR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(15).

      *----------------------------------------------------------------*
      *   ORIGINAL BYTES OF A TRANSLITERATED VALUE, KEYED BY THE       *
      *   TRANSACTION ID OF THE CONVERTED RECORD - SHARED WITH         *
      *   STRPGM27. ORIG-LENGTH ON BOTH FILES IS THE LENGTH AS THE     *
      *   PARTNER SENT IT, BLANK FROM A DELIMITED FEED THAT CARRIES    *
      *   NONE. LAID OUT ON THE WORK FILE THE ROWS ARE STAGED ON       *
      *----------------------------------------------------------------*
       FD  XLAT-ORIG-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  XLTORIG-REC                  PIC X(130).

       FD  XLAT-ORIG-WORK
           RECORD CONTAINS 130 CHARACTERS.
       01  XLTOWRK-REC.
           05  XOR-TXN-ID               PIC X(16).
           05  XOR-SOURCE-CODE          PIC X(03).
           05  XOR-PROGRAM              PIC X(08).
           05  XOR-RUN-DATE             PIC X(10).
           05  XOR-CONV-CNT             PIC 9(02).
           05  XOR-ORIG-LENGTH          PIC X(02).
           05  XOR-ORIG-TEXT            PIC X(80).
           05  FILLER                   PIC X(09).

      *----------------------------------------------------------------*
      *   TRANSLITERATION REVIEW - VALUES HELD BACK FROM THE PRE-EDIT. *
      *   REASON U A CHARACTER WITH NO MAPPING (FIRST ONE GIVEN AS HEX *
      *   AND POSITION), L TOO LONG ONCE CONVERTED - SHARED WITH       *
      *   STRPGM27. LAID OUT ON THE WORK FILE THE ROWS ARE STAGED ON   *
      *----------------------------------------------------------------*
       FD  XLAT-REVIEW-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  XLTREVW-REC                  PIC X(130).

       FD  XLAT-REVIEW-WORK
           RECORD CONTAINS 130 CHARACTERS.
       01  XLTRWRK-REC.
           05  XRV-TXN-ID               PIC X(16).
           05  XRV-SOURCE-CODE          PIC X(03).
           05  XRV-PROGRAM              PIC X(08).
           05  XRV-RUN-DATE             PIC X(10).
           05  XRV-REASON               PIC X(01).
           05  XRV-CHAR-HEX             PIC X(08).
           05  XRV-CHAR-POS             PIC 9(02).
           05  XRV-ORIG-LENGTH          PIC X(02).
           05  XRV-ORIG-TEXT            PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88  END-OF-INPUT                VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-WRK-EOF-FLAG     PIC X(01)   VALUE 'N'.
               88  END-OF-WORK                 VALUE 'Y'.
           05  WS-XLAT-HELD-FLAG   PIC X(01)   VALUE 'N'.
               88  XLAT-HELD                   VALUE 'Y'.
       01  WS-PARSE-DATA.
           05  WS-DELIM-CHAR       PIC X(01)   VALUE ','.
           05  WS-SOURCE-CODE      PIC X(03)   VALUE SPACES.
           05  WS-VALUE-LEN        PIC 9(02)   VALUE ZEROES.
           05  WS-SUB1             PIC 9(03)   VALUE ZEROES.
           05  WS-LINE-GOOD-CNT    PIC 9(02)   VALUE ZEROES.
           05  WS-LINE-HELD-CNT    PIC 9(02)   VALUE ZEROES.
           05  WS-UNSTR-PTR        PIC 9(03)   VALUE ZEROES.
           05  WS-REMAIN-LEN       PIC 9(03)   VALUE ZEROES.
           05  WS-OVERFLOW-FLAG    PIC X(01)   VALUE 'N'.
               88  LINE-OVERFLOWED             VALUE 'Y'.
           05  WS-CONV-REASON      PIC X(02)   VALUE SPACES.
      *----------------------------------------------------------------*
      *   STRXLAT CALL AREA                                            *
      *----------------------------------------------------------------*
       01  WS-XLAT-AREA.
           05  WS-XLAT-FUNCTION    PIC X(01)   VALUE SPACE.
           05  WS-XLAT-SOURCE      PIC X(03)   VALUE SPACES.
           05  WS-XLAT-IN-TEXT     PIC X(80)   VALUE SPACES.
           05  WS-XLAT-IN-LEN      PIC 9(02)   VALUE ZEROES.
           05  WS-XLAT-IN-CHARS    PIC 9(02)   VALUE ZEROES.
           05  WS-XLAT-OUT-TEXT    PIC X(80)   VALUE SPACES.
           05  WS-XLAT-OUT-LEN     PIC 9(02)   VALUE ZEROES.
           05  WS-XLAT-RESULT      PIC X(01)   VALUE SPACE.
               88  XLAT-UNCHANGED              VALUE SPACE.
               88  XLAT-CONVERTED              VALUE 'C'.
               88  XLAT-UNMAPPED               VALUE 'U'.
               88  XLAT-TOO-LONG               VALUE 'L'.
               88  XLAT-STAT-END               VALUE 'E'.
               88  XLAT-LOAD-FAILED            VALUE 'F'.
           05  WS-XLAT-CONV-CNT    PIC 9(02)   VALUE ZEROES.
           05  WS-XLAT-BAD-HEX     PIC X(08)   VALUE SPACES.
           05  WS-XLAT-BAD-POS     PIC 9(02)   VALUE ZEROES.
           05  WS-XLAT-STAT-SUB    PIC 9(03)   VALUE ZEROES.
           05  WS-XLAT-STAT-SOURCE PIC X(03)   VALUE SPACES.
           05  WS-XLAT-STAT-TYPE   PIC X(01)   VALUE SPACE.
           05  WS-XLAT-STAT-HEX    PIC X(08)   VALUE SPACES.
           05  WS-XLAT-STAT-TO     PIC X(04)   VALUE SPACES.
           05  WS-XLAT-STAT-DESC   PIC X(20)   VALUE SPACES.
           05  WS-XLAT-STAT-CNT    PIC 9(09)   VALUE ZEROES.
           05  WS-XLAT-IO-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-TXN-DATA.
           05  WS-TXN-SEQ          PIC 9(08)   VALUE ZEROES.
           05  WS-TXN-ID.
               10  WS-TXN-ID-DATE  PIC X(08)   VALUE SPACES.
               10  WS-TXN-ID-SEQ   PIC 9(08)   VALUE ZEROES.
       01  WS-COUNTS.
           05  WS-READ-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-WRITTEN-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-REJLINE-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-REJVALUE-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-XLAT-VALUE-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-XLAT-REVIEW-CNT  PIC 9(9)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-DELIM-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-INFILE-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-TXNSEQ-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-CONVREJ-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-XLTORIG-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-XLTREVW-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-XLTOWRK-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-XLTRWRK-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-PARM-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           MOVE 'DELIMFILE'                   TO WS-IO-FILE-NAME.
           MOVE WS-DELIM-STATUS               TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 075-GET-TXN-SEQ           THRU 075-EXIT.
           OPEN OUTPUT INTAKE-OUT-FILE.
           MOVE 'INFILE'                      TO WS-IO-FILE-NAME.
           MOVE WS-INFILE-STATUS              TO WS-IO-STATUS.
           MOVE 'CONVREJ'                     TO WS-IO-FILE-NAME.
           MOVE WS-CONVREJ-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT XLAT-ORIG-WORK.
           MOVE 'XLTOWRK'                     TO WS-IO-FILE-NAME.
           MOVE WS-XLTOWRK-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT XLAT-REVIEW-WORK.
           MOVE 'XLTRWRK'                     TO WS-IO-FILE-NAME.
           MOVE WS-XLTRWRK-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.

           PERFORM UNTIL END-OF-INPUT
               READ DELIM-IN-FILE
           CLOSE DELIM-IN-FILE.
           CLOSE INTAKE-OUT-FILE.
           CLOSE CONV-REJECT-FILE.
           CLOSE XLAT-ORIG-WORK.
           CLOSE XLAT-REVIEW-WORK.
           PERFORM 430-POST-ORIGINALS         THRU 430-EXIT.
           PERFORM 435-POST-REVIEWS           THRU 435-EXIT.
           PERFORM 080-SAVE-TXN-SEQ          THRU 080-EXIT.
           PERFORM 900-CONTROL-TOTALS         THRU 900-EXIT.
           PERFORM 910-XLAT-SUMMARY           THRU 910-EXIT.
           CLOSE REPORT-FILE.
           IF WS-REJLINE-CNT > 0 OR WS-REJVALUE-CNT > 0
                   OR WS-XLAT-REVIEW-CNT > 0
               MOVE 4                         TO RETURN-CODE
           END-IF.
           STOP RUN.
               DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.
           MOVE WS-CURRENT-DATETIME(1:8)       TO WS-TXN-ID-DATE.
       065-EXIT.
           EXIT.

       075-GET-TXN-SEQ.
           MOVE ZEROES                         TO WS-TXN-SEQ.
           OPEN INPUT TXN-SEQ-FILE.
           IF WS-TXNSEQ-STATUS = '00'
               READ TXN-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TXNSEQ-NUMBER     TO WS-TXN-SEQ
               END-READ
               CLOSE TXN-SEQ-FILE
           END-IF.
           DISPLAY 'LAST TRANSACTION SEQUENCE: ' WS-TXN-SEQ.
       075-EXIT.
           EXIT.

       080-SAVE-TXN-SEQ.
           OPEN OUTPUT TXN-SEQ-FILE.
           MOVE 'TXNSEQ'                       TO WS-IO-FILE-NAME.
           MOVE WS-TXNSEQ-STATUS               TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           MOVE WS-TXN-SEQ                     TO TXNSEQ-NUMBER.
           WRITE TXNSEQ-REC.
           IF WS-TXNSEQ-STATUS NOT = '00'
               MOVE 'TXNSEQ'              TO WS-IO-FILE-NAME
               MOVE WS-TXNSEQ-STATUS      TO WS-IO-STATUS
               PERFORM 980-IO-ABORT      THRU 980-EXIT
           END-IF.
           CLOSE TXN-SEQ-FILE.
       080-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A LINE WITH NO USABLE VALUE AT ALL IS SIDELINED WHOLE - A    *
      *   LINE WITH SOME GOOD AND SOME BAD VALUES KEEPS THE GOOD       *
       100-PARSE-LINE.
           IF DELIM-REC = SPACES
               ADD 1                          TO WS-REJLINE-CNT
               MOVE DELIM-REC                 TO CVR-DATA
               MOVE '01'                      TO WS-CONV-REASON
               PERFORM 400-WRITE-REJECT       THRU 400-EXIT
               GO TO 100-EXIT
           END-IF.
               PERFORM 300-SIDELINE-REMAINDER THRU 300-EXIT
           END-IF.
           MOVE ZEROES                        TO WS-LINE-GOOD-CNT.
           MOVE ZEROES                        TO WS-LINE-HELD-CNT.
           PERFORM 200-CONVERT-ONE-VALUE      THRU 200-EXIT
               VARYING WS-VALUE-SUB FROM 1 BY 1
               UNTIL WS-VALUE-SUB > 10.
           IF WS-LINE-GOOD-CNT = 0 AND WS-LINE-HELD-CNT = 0
               ADD 1                          TO WS-REJLINE-CNT
               MOVE DELIM-REC                 TO CVR-DATA
               MOVE '04'                      TO WS-CONV-REASON
               PERFORM 400-WRITE-REJECT       THRU 400-EXIT
           END-IF.
       100-EXIT.
           IF WS-VALUE-TBL(WS-VALUE-SUB) = SPACES
               GO TO 200-EXIT
           END-IF.
           PERFORM 270-TRANSLITERATE          THRU 270-EXIT.
           IF XLAT-HELD
               ADD 1                          TO WS-LINE-HELD-CNT
               GO TO 200-EXIT
           END-IF.
           MOVE ZEROES                        TO WS-VALUE-LEN.
           PERFORM VARYING WS-SUB1 FROM 80 BY -1
                   UNTIL WS-SUB1 < 1
           MOVE WS-SUB1                       TO WS-VALUE-LEN.
           IF WS-VALUE-LEN > 40
               ADD 1                          TO WS-REJVALUE-CNT
               MOVE WS-XLAT-IN-TEXT           TO CVR-DATA
               MOVE '02'                      TO WS-CONV-REASON
               PERFORM 400-WRITE-REJECT       THRU 400-EXIT
               GO TO 200-EXIT
           END-IF.
           MOVE WS-VALUE-TBL(WS-VALUE-SUB)(1:40)
                                              TO IN-STRING.
           MOVE WS-SOURCE-CODE                TO IN-SOURCE-CODE.
           PERFORM 250-ASSIGN-TXN-ID          THRU 250-EXIT.
           MOVE WS-TXN-ID                     TO IN-TXN-ID.
           WRITE IN-STRING-REC.
           IF WS-INFILE-STATUS NOT = '00'
               MOVE 'INFILE'                  TO WS-IO-FILE-NAME
           END-IF.
           ADD 1                              TO WS-WRITTEN-CNT.
           ADD 1                              TO WS-LINE-GOOD-CNT.
           IF XLAT-CONVERTED
               PERFORM 285-WRITE-ORIGINAL     THRU 285-EXIT
               ADD 1                          TO WS-XLAT-VALUE-CNT
           END-IF.
       200-EXIT.
           EXIT.

       250-ASSIGN-TXN-ID.
           ADD 1                              TO WS-TXN-SEQ
               ON SIZE ERROR
                   MOVE 1                     TO WS-TXN-SEQ
           END-ADD.
           MOVE WS-TXN-SEQ                    TO WS-TXN-ID-SEQ.
       250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   TRANSLITERATE THE VALUE IN PLACE - WS-XLAT-IN-TEXT KEEPS IT  *
      *   AS RECEIVED. A VALUE THAT CANNOT BE MAPPED IS GIVEN ITS      *
      *   TRANSACTION ID AND HELD FOR REVIEW                           *
      *----------------------------------------------------------------*
       270-TRANSLITERATE.
           MOVE 'N'                           TO WS-XLAT-HELD-FLAG.
           MOVE 'C'                           TO WS-XLAT-FUNCTION.
           MOVE WS-SOURCE-CODE                TO WS-XLAT-SOURCE.
           MOVE WS-VALUE-TBL(WS-VALUE-SUB)    TO WS-XLAT-IN-TEXT.
           CALL 'STRXLAT' USING WS-XLAT-AREA.
           IF XLAT-LOAD-FAILED
               PERFORM 290-XLAT-LOAD-FAILED   THRU 290-EXIT
           END-IF.
           IF XLAT-UNCHANGED
               GO TO 270-EXIT
           END-IF.
           IF XLAT-UNMAPPED OR XLAT-TOO-LONG
               PERFORM 250-ASSIGN-TXN-ID      THRU 250-EXIT
               PERFORM 280-WRITE-REVIEW       THRU 280-EXIT
               SET XLAT-HELD                  TO TRUE
               GO TO 270-EXIT
           END-IF.
           MOVE WS-XLAT-OUT-TEXT              TO
               WS-VALUE-TBL(WS-VALUE-SUB).
       270-EXIT.
           EXIT.

       280-WRITE-REVIEW.
           MOVE WS-TXN-ID                     TO XRV-TXN-ID.
           MOVE WS-SOURCE-CODE                TO XRV-SOURCE-CODE.
           MOVE WS-PROGRAM                    TO XRV-PROGRAM.
           MOVE WS-RUN-DATE                   TO XRV-RUN-DATE.
           MOVE WS-XLAT-RESULT                TO XRV-REASON.
           MOVE WS-XLAT-BAD-HEX               TO XRV-CHAR-HEX.
           MOVE WS-XLAT-BAD-POS               TO XRV-CHAR-POS.
           MOVE SPACES                        TO XRV-ORIG-LENGTH.
           MOVE WS-XLAT-IN-TEXT               TO XRV-ORIG-TEXT.
           WRITE XLTRWRK-REC.
           IF WS-XLTRWRK-STATUS NOT = '00'
               MOVE 'XLTRWRK'                 TO WS-IO-FILE-NAME
               MOVE WS-XLTRWRK-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-XLAT-REVIEW-CNT.
       280-EXIT.
           EXIT.

       285-WRITE-ORIGINAL.
           MOVE SPACES                        TO XLTOWRK-REC.
           MOVE WS-TXN-ID                     TO XOR-TXN-ID.
           MOVE WS-SOURCE-CODE                TO XOR-SOURCE-CODE.
           MOVE WS-PROGRAM                    TO XOR-PROGRAM.
           MOVE WS-RUN-DATE                   TO XOR-RUN-DATE.
           MOVE WS-XLAT-CONV-CNT              TO XOR-CONV-CNT.
           MOVE SPACES                        TO XOR-ORIG-LENGTH.
           MOVE WS-XLAT-IN-TEXT               TO XOR-ORIG-TEXT.
           WRITE XLTOWRK-REC.
           IF WS-XLTOWRK-STATUS NOT = '00'
               MOVE 'XLTOWRK'                 TO WS-IO-FILE-NAME
               MOVE WS-XLTOWRK-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       285-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   STRXLAT COULD NOT READ THE TRANSLITERATION TABLE             *
      *----------------------------------------------------------------*
       290-XLAT-LOAD-FAILED.
           MOVE 'XLATTBL'                     TO WS-IO-FILE-NAME.
           MOVE WS-XLAT-IO-STATUS             TO WS-IO-STATUS.
           PERFORM 980-IO-ABORT               THRU 980-EXIT.
       290-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   MORE VALUES ON A LINE THAN THE TEN RECEIVERS: THE UNPARSED   *
      *   REMAINDER IS SIDELINED AND COUNTED SO NOTHING IS LOST        *
           END-IF.
           COMPUTE WS-REMAIN-LEN = 201 - WS-UNSTR-PTR.
           ADD 1                              TO WS-REJVALUE-CNT.
           MOVE SPACES                        TO CVR-DATA.
           MOVE DELIM-REC(WS-UNSTR-PTR:WS-REMAIN-LEN)
                                              TO CVR-DATA.
           MOVE '03'                          TO WS-CONV-REASON.
           PERFORM 400-WRITE-REJECT           THRU 400-EXIT.
           DISPLAY 'LINE HAS MORE THAN 10 VALUES - REMAINDER '
                   'SIDELINED'.
           EXIT.

       400-WRITE-REJECT.
           MOVE WS-SOURCE-CODE                TO CVR-SOURCE-CODE.
           MOVE WS-CONV-REASON                TO CVR-REASON-CODE.
           MOVE WS-RUN-DATE                   TO CVR-RUN-DATE.
           WRITE CONVREJ-REC.
           IF WS-CONVREJ-STATUS NOT = '00'
               MOVE 'CONVREJ'                 TO WS-IO-FILE-NAME
       400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE WHOLE FILE IS CONVERTED - POST THE STAGED ORIGINALS AND  *
      *   REVIEW ROWS TO THE SHARED XLTORIG AND XLTREVW FILES          *
      *----------------------------------------------------------------*
       430-POST-ORIGINALS.
           IF WS-XLAT-VALUE-CNT = 0
               GO TO 430-EXIT
           END-IF.
           OPEN INPUT XLAT-ORIG-WORK.
           MOVE 'XLTOWRK'                     TO WS-IO-FILE-NAME.
           MOVE WS-XLTOWRK-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN EXTEND XLAT-ORIG-FILE.
           IF WS-XLTORIG-STATUS = '35'
               OPEN OUTPUT XLAT-ORIG-FILE
           END-IF.
           MOVE 'XLTORIG'                     TO WS-IO-FILE-NAME.
           MOVE WS-XLTORIG-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           MOVE 'N'                           TO WS-WRK-EOF-FLAG.
           PERFORM 432-POST-ONE-ORIGINAL      THRU 432-EXIT
               UNTIL END-OF-WORK.
           CLOSE XLAT-ORIG-WORK.
           CLOSE XLAT-ORIG-FILE.
       430-EXIT.
           EXIT.

       432-POST-ONE-ORIGINAL.
           READ XLAT-ORIG-WORK
               AT END
                   SET END-OF-WORK            TO TRUE
                   GO TO 432-EXIT
           END-READ.
           IF WS-XLTOWRK-STATUS NOT = '00'
               MOVE 'XLTOWRK'                 TO WS-IO-FILE-NAME
               MOVE WS-XLTOWRK-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           MOVE XLTOWRK-REC                   TO XLTORIG-REC.
           WRITE XLTORIG-REC.
           IF WS-XLTORIG-STATUS NOT = '00'
               MOVE 'XLTORIG'                 TO WS-IO-FILE-NAME
               MOVE WS-XLTORIG-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       432-EXIT.
           EXIT.

       435-POST-REVIEWS.
           IF WS-XLAT-REVIEW-CNT = 0
               GO TO 435-EXIT
           END-IF.
           OPEN INPUT XLAT-REVIEW-WORK.
           MOVE 'XLTRWRK'                     TO WS-IO-FILE-NAME.
           MOVE WS-XLTRWRK-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN EXTEND XLAT-REVIEW-FILE.
           IF WS-XLTREVW-STATUS = '35'
               OPEN OUTPUT XLAT-REVIEW-FILE
           END-IF.
           MOVE 'XLTREVW'                     TO WS-IO-FILE-NAME.
           MOVE WS-XLTREVW-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           MOVE 'N'                           TO WS-WRK-EOF-FLAG.
           PERFORM 437-POST-ONE-REVIEW        THRU 437-EXIT
               UNTIL END-OF-WORK.
           CLOSE XLAT-REVIEW-WORK.
           CLOSE XLAT-REVIEW-FILE.
       435-EXIT.
           EXIT.

       437-POST-ONE-REVIEW.
           READ XLAT-REVIEW-WORK
               AT END
                   SET END-OF-WORK            TO TRUE
                   GO TO 437-EXIT
           END-READ.
           IF WS-XLTRWRK-STATUS NOT = '00'
               MOVE 'XLTRWRK'                 TO WS-IO-FILE-NAME
               MOVE WS-XLTRWRK-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           MOVE XLTRWRK-REC                   TO XLTREVW-REC.
           WRITE XLTREVW-REC.
           IF WS-XLTREVW-STATUS NOT = '00'
               MOVE 'XLTREVW'                 TO WS-IO-FILE-NAME
               MOVE WS-XLTREVW-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       437-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM26 CONTROL TOTALS'.
           DISPLAY 'RECORDS PRODUCED ...... ' WS-WRITTEN-CNT.
           DISPLAY 'LINES REJECTED ........ ' WS-REJLINE-CNT.
           DISPLAY 'VALUES REJECTED ....... ' WS-REJVALUE-CNT.
           DISPLAY 'TRANSLITERATED ........ ' WS-XLAT-VALUE-CNT.
           DISPLAY 'HELD FOR REVIEW ....... ' WS-XLAT-REVIEW-CNT.
           DISPLAY '----------------------------------------'.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'TRANSLITERATED ........ ' DELIMITED BY SIZE
                  WS-XLAT-VALUE-CNT          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'HELD FOR REVIEW ....... ' DELIMITED BY SIZE
                  WS-XLAT-REVIEW-CNT         DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
       900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   CONVERSIONS BY SOURCE AND CHARACTER, AND CHARACTERS FOUND    *
      *   WITH NO MAPPING, AS KEPT BY STRXLAT FOR THE RUN              *
      *----------------------------------------------------------------*
       910-XLAT-SUMMARY.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRANSLITERATION BY SOURCE AND CHARACTER'
                                              TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SRC  CHARACTER  BECOMES  DESCRIPTION'
                                              TO RPT-LINE.
           MOVE 'COUNT'                       TO RPT-LINE(55:5).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 1                             TO WS-XLAT-STAT-SUB.
           MOVE SPACE                         TO WS-XLAT-RESULT.
           PERFORM 915-XLAT-STAT-LINE         THRU 915-EXIT
               UNTIL XLAT-STAT-END.
           IF WS-XLAT-STAT-SUB = 1
               MOVE 'NO CHARACTERS TRANSLITERATED' TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       910-EXIT.
           EXIT.

       915-XLAT-STAT-LINE.
           MOVE 'S'                           TO WS-XLAT-FUNCTION.
           CALL 'STRXLAT' USING WS-XLAT-AREA.
           IF XLAT-LOAD-FAILED
               PERFORM 290-XLAT-LOAD-FAILED   THRU 290-EXIT
           END-IF.
           IF XLAT-STAT-END
               GO TO 915-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           MOVE WS-XLAT-STAT-SOURCE           TO RPT-LINE(1:3).
           MOVE WS-XLAT-STAT-HEX              TO RPT-LINE(6:8).
           MOVE WS-XLAT-STAT-TO               TO RPT-LINE(17:4).
           MOVE WS-XLAT-STAT-DESC             TO RPT-LINE(26:20).
           MOVE WS-XLAT-STAT-CNT              TO RPT-LINE(51:9).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-XLAT-STAT-SUB.
       915-EXIT.
           EXIT.

       970-CHECK-IO.
           IF WS-IO-STATUS NOT = '00'
               PERFORM 980-IO-ABORT          THRU 980-EXIT
