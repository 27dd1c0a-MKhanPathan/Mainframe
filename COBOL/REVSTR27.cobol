      *   COUNT AND ARRIVAL TIME, BUILDS THE COMBINED INFILE FOR THE   *
      *   STRPGM7 PRE-EDIT, AND REPORTS ANY EXPECTED FEED NOT          *
      *   RECEIVED WITH A NON-ZERO RETURN CODE SO THE CYCLE HOLDS      *
      *   INSTEAD OF RUNNING SHORT. RECORDS RELEASED FROM OPERATOR     *
      *   HOLD BY STRPGM28 ARE FED BACK IN WITH THEIR ORIGINAL         *
      *   TRANSACTION IDS.                                             *
      *   ACCENTED AND EXTENDED CHARACTERS ARE TRANSLITERATED BY       *
      *   STRXLAT BEFORE THE PRE-EDIT - THE ORIGINAL VALUE GOES TO     *
      *   XLTORIG UNDER THE TRANSACTION ID, AND A VALUE WITH A         *
      *   CHARACTER THE TABLE CANNOT MAP IS HELD ON XLTREVW (RC 4).    *
      *   BOTH ARE STAGED ON THE RUN'S OWN WORK FILES AND POSTED ONLY  *
      *   WHEN THE CYCLE IS CLEAR TO RUN, AND THE TRANSACTION SEQUENCE *
      *   IS ONLY SAVED THEN, SO A HELD CYCLE RERUN POSTS THEM ONCE    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM27.
           SELECT INTAKE-OUT-FILE  ASSIGN TO INFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-INFILE-STATUS.
           SELECT RELEASE-FILE     ASSIGN TO RELFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RELFILE-STATUS.
           SELECT TXN-SEQ-FILE     ASSIGN TO TXNSEQ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-TXNSEQ-STATUS.
           SELECT FEED-REG-FILE    ASSIGN TO FEEDREG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FEEDREG-STATUS.
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
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.
       01  FEED04-REC                   PIC X(45).

       FD  INTAKE-OUT-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  IN-STRING-REC.
           05  IN-LENGTH                PIC 9(02).
           05  IN-STRING                PIC X(40).
           05  IN-SOURCE-CODE           PIC X(03).
           05  IN-TXN-ID                PIC X(16).

       FD  RELEASE-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  RELEASE-REC                  PIC X(61).

      *----------------------------------------------------------------*
      *   LAST TRANSACTION ID SEQUENCE ISSUED - SHARED WITH STRPGM26   *
      *   SO EVERY RECORD TAKEN IN BY EITHER PROGRAM IS UNIQUE         *
      *----------------------------------------------------------------*
       FD  TXN-SEQ-FILE
           RECORD CONTAINS 08 CHARACTERS.
       01  TXNSEQ-REC.
           05  TXNSEQ-NUMBER            PIC 9(08).

       FD  FEED-REG-FILE
           RECORD CONTAINS 31 CHARACTERS.
           05  FRG-ARRIVE-TIME          PIC X(08).
           05  FRG-STATUS               PIC X(01).

      *----------------------------------------------------------------*
      *   ORIGINAL BYTES OF A TRANSLITERATED VALUE, KEYED BY THE       *
      *   TRANSACTION ID OF THE CONVERTED RECORD - SHARED WITH         *
      *   STRPGM26. ORIG-LENGTH ON BOTH FILES IS THE LENGTH AS THE     *
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
      *   STRPGM26. LAID OUT ON THE WORK FILE THE ROWS ARE STAGED ON   *
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

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

               88  FEED-MISSING                VALUE 'Y'.
           05  WS-FEED-OK-FLAG     PIC X(01)   VALUE 'N'.
               88  FEED-RECEIVED               VALUE 'Y'.
           05  WS-XLAT-HELD-FLAG   PIC X(01)   VALUE 'N'.
               88  XLAT-HELD                   VALUE 'Y'.
       01  WS-SCHED-TABLE-DATA.
           05  WS-SCH-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-SCH-SUB          PIC 9(02)   VALUE ZEROES.
               10  WS-FEED-STRING  PIC X(40).
               10  WS-FEED-SOURCE  PIC X(03).
           05  WS-FEED-STATUS      PIC X(02)   VALUE SPACES.
       01  WS-TXN-DATA.
           05  WS-TXN-SEQ          PIC 9(08)   VALUE ZEROES.
           05  WS-TXN-ID.
               10  WS-TXN-ID-DATE  PIC X(08)   VALUE SPACES.
               10  WS-TXN-ID-SEQ   PIC 9(08)   VALUE ZEROES.
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
       01  WS-XLAT-LENGTH          PIC 9(02)   VALUE ZEROES.
       01  WS-COUNTS.
           05  WS-TOTAL-CNT        PIC 9(9)    VALUE ZEROES.
           05  WS-MISSING-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-RELEASED-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-XLAT-VALUE-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-XLAT-REVIEW-CNT  PIC 9(9)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-FEEDSCHD-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-FEED01-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-FEED03-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-FEED04-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-INFILE-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-RELFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-TXNSEQ-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-FEEDREG-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-XLTORIG-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-XLTREVW-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-XLTOWRK-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-XLTRWRK-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           05  WS-IO-FILE-NAME     PIC X(12)   VALUE SPACES.
               MOVE 12                        TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 075-GET-TXN-SEQ           THRU 075-EXIT.
           OPEN OUTPUT INTAKE-OUT-FILE.
           MOVE 'INFILE'                      TO WS-IO-FILE-NAME.
           MOVE WS-INFILE-STATUS              TO WS-IO-STATUS.
           MOVE 'FEEDREG'                     TO WS-IO-FILE-NAME.
           MOVE WS-FEEDREG-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT XLAT-ORIG-WORK.
           MOVE 'XLTOWRK'                     TO WS-IO-FILE-NAME.
           MOVE WS-XLTOWRK-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT XLAT-REVIEW-WORK.
           MOVE 'XLTRWRK'                     TO WS-IO-FILE-NAME.
           MOVE WS-XLTRWRK-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 200-PROCESS-ONE-FEED       THRU 200-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-CNT.
           PERFORM 400-FEED-RELEASED          THRU 400-EXIT.
           CLOSE INTAKE-OUT-FILE.
           CLOSE FEED-REG-FILE.
           CLOSE XLAT-ORIG-WORK.
           CLOSE XLAT-REVIEW-WORK.
           PERFORM 900-CONTROL-TOTALS         THRU 900-EXIT.
           PERFORM 910-XLAT-SUMMARY           THRU 910-EXIT.
           CLOSE REPORT-FILE.
           IF FEED-MISSING
               DISPLAY 'EXPECTED FEED MISSING - CYCLE MUST HOLD'
               MOVE 8                         TO RETURN-CODE
           ELSE
               PERFORM 080-SAVE-TXN-SEQ       THRU 080-EXIT
               PERFORM 420-CLEAR-RELEASED     THRU 420-EXIT
               PERFORM 430-POST-ORIGINALS     THRU 430-EXIT
               PERFORM 435-POST-REVIEWS       THRU 435-EXIT
               IF WS-XLAT-REVIEW-CNT > 0
                   DISPLAY 'VALUES HELD FOR TRANSLITERATION REVIEW'
                   MOVE 4                     TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

               INTO WS-RUN-DATE
           END-STRING.
           ACCEPT WS-RUN-TIME                  FROM TIME.
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

       100-LOAD-SCHEDULE.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT FEED-SCHED-FILE.
      *----------------------------------------------------------------*
      *   A FEED RECORD THAT ARRIVES WITHOUT A SOURCE CODE IS         *
      *   STAMPED WITH THE SCHEDULED CODE SO DOWNSTREAM ATTRIBUTION    *
      *   HOLDS. EVERY RECORD IS ALSO STAMPED WITH A TRANSACTION ID -  *
      *   INTAKE DATE PLUS THE NEXT SHARED SEQUENCE - THAT STAYS WITH  *
      *   IT THROUGH TO THE PARTNER ACKNOWLEDGMENT. A VALUE HELD FOR   *
      *   TRANSLITERATION REVIEW COUNTS AS RECEIVED BUT IS NOT PASSED  *
      *   ON                                                           *
      *----------------------------------------------------------------*
       250-WRITE-COMBINED.
           IF WS-FEED-SOURCE = SPACES
               MOVE WS-SCH-CODE(WS-SCH-SUB)   TO WS-FEED-SOURCE
           END-IF.
           PERFORM 260-ASSIGN-TXN-ID          THRU 260-EXIT.
           PERFORM 270-TRANSLITERATE          THRU 270-EXIT.
           IF XLAT-HELD
               ADD 1                          TO
                   WS-SCH-REC-CNT(WS-SCH-SUB)
               GO TO 250-EXIT
           END-IF.
           MOVE WS-FEED-REC                   TO IN-STRING-REC.
           MOVE WS-TXN-ID                     TO IN-TXN-ID.
           WRITE IN-STRING-REC.
           IF WS-INFILE-STATUS NOT = '00'
               MOVE 'INFILE'                  TO WS-IO-FILE-NAME
       250-EXIT.
           EXIT.

       260-ASSIGN-TXN-ID.
           ADD 1                              TO WS-TXN-SEQ
               ON SIZE ERROR
                   MOVE 1                     TO WS-TXN-SEQ
           END-ADD.
           MOVE WS-TXN-SEQ                    TO WS-TXN-ID-SEQ.
       260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   TRANSLITERATE THE VALUE. THE PARTNER'S LENGTH IS RESTATED    *
      *   FOR THE CONVERTED VALUE WHEN IT AGREED WITH THE ORIGINAL, IN *
      *   BYTES OR IN CHARACTERS - OTHERWISE IT IS LEFT FOR THE        *
      *   PRE-EDIT TO JUDGE                                            *
      *----------------------------------------------------------------*
       270-TRANSLITERATE.
           MOVE 'N'                           TO WS-XLAT-HELD-FLAG.
           MOVE 'C'                           TO WS-XLAT-FUNCTION.
           MOVE WS-FEED-SOURCE                TO WS-XLAT-SOURCE.
           MOVE WS-FEED-STRING                TO WS-XLAT-IN-TEXT.
           CALL 'STRXLAT' USING WS-XLAT-AREA.
           IF XLAT-LOAD-FAILED
               PERFORM 290-XLAT-LOAD-FAILED   THRU 290-EXIT
           END-IF.
           IF XLAT-UNCHANGED
               GO TO 270-EXIT
           END-IF.
           IF XLAT-CONVERTED AND WS-XLAT-OUT-LEN > 40
               SET XLAT-TOO-LONG              TO TRUE
           END-IF.
           IF XLAT-UNMAPPED OR XLAT-TOO-LONG
               PERFORM 280-WRITE-REVIEW       THRU 280-EXIT
               SET XLAT-HELD                  TO TRUE
               GO TO 270-EXIT
           END-IF.
           PERFORM 285-WRITE-ORIGINAL         THRU 285-EXIT.
           IF WS-FEED-LENGTH IS NUMERIC
               MOVE WS-FEED-LENGTH            TO WS-XLAT-LENGTH
               IF WS-XLAT-LENGTH = WS-XLAT-IN-LEN
                       OR WS-XLAT-LENGTH = WS-XLAT-IN-CHARS
                   MOVE WS-XLAT-OUT-LEN       TO WS-FEED-LENGTH
               END-IF
           END-IF.
           MOVE WS-XLAT-OUT-TEXT(1:40)        TO WS-FEED-STRING.
           ADD 1                              TO WS-XLAT-VALUE-CNT.
       270-EXIT.
           EXIT.

       280-WRITE-REVIEW.
           MOVE WS-TXN-ID                     TO XRV-TXN-ID.
           MOVE WS-FEED-SOURCE                TO XRV-SOURCE-CODE.
           MOVE WS-PROGRAM                    TO XRV-PROGRAM.
           MOVE WS-RUN-DATE                   TO XRV-RUN-DATE.
           MOVE WS-XLAT-RESULT                TO XRV-REASON.
           MOVE WS-XLAT-BAD-HEX               TO XRV-CHAR-HEX.
           MOVE WS-XLAT-BAD-POS               TO XRV-CHAR-POS.
           MOVE WS-FEED-LENGTH                TO XRV-ORIG-LENGTH.
           MOVE WS-FEED-STRING                TO XRV-ORIG-TEXT.
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
           MOVE WS-FEED-SOURCE                TO XOR-SOURCE-CODE.
           MOVE WS-PROGRAM                    TO XOR-PROGRAM.
           MOVE WS-RUN-DATE                   TO XOR-RUN-DATE.
           MOVE WS-XLAT-CONV-CNT              TO XOR-CONV-CNT.
           MOVE WS-FEED-LENGTH                TO XOR-ORIG-LENGTH.
           MOVE WS-FEED-STRING                TO XOR-ORIG-TEXT.
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

       300-REGISTER-FEED.
           MOVE WS-SCH-CODE(WS-SCH-SUB)       TO FRG-FEED-CODE.
           MOVE WS-SCH-REC-CNT(WS-SCH-SUB)    TO FRG-REC-CNT.
       300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RECORDS RELEASED FROM OPERATOR HOLD ALREADY CARRY THEIR      *
      *   SOURCE CODE AND TRANSACTION ID - THEY ARE COPIED TO INFILE   *
      *   AS THEY STAND SO THE ACKNOWLEDGMENT STILL MATCHES            *
      *----------------------------------------------------------------*
       400-FEED-RELEASED.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT RELEASE-FILE.
           IF WS-RELFILE-STATUS NOT = '00'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM 410-COPY-ONE-RELEASED      THRU 410-EXIT
               UNTIL END-OF-FILE.
           IF WS-RELFILE-STATUS NOT = '35'
               CLOSE RELEASE-FILE
           END-IF.
           IF WS-RELEASED-CNT > 0
               DISPLAY 'RECORDS RELEASED FROM HOLD: ' WS-RELEASED-CNT
           END-IF.
       400-EXIT.
           EXIT.

       410-COPY-ONE-RELEASED.
           READ RELEASE-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   MOVE RELEASE-REC           TO IN-STRING-REC
                   WRITE IN-STRING-REC
                   IF WS-INFILE-STATUS NOT = '00'
                       MOVE 'INFILE'          TO WS-IO-FILE-NAME
                       MOVE WS-INFILE-STATUS  TO WS-IO-STATUS
                       PERFORM 980-IO-ABORT   THRU 980-EXIT
                   END-IF
                   ADD 1                      TO WS-RELEASED-CNT
                   ADD 1                      TO WS-TOTAL-CNT
           END-READ.
           IF WS-RELFILE-STATUS NOT = '00'
                   AND WS-RELFILE-STATUS NOT = '10'
               MOVE 'RELFILE'                 TO WS-IO-FILE-NAME
               MOVE WS-RELFILE-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   ONCE THE CYCLE IS CLEAR TO RUN THE RELEASED RECORDS HAVE     *
      *   BEEN TAKEN IN - EMPTY THE FILE SO THEY ARE NOT FED TWICE.    *
      *   A HELD CYCLE LEAVES IT FOR THE RERUN                         *
      *----------------------------------------------------------------*
       420-CLEAR-RELEASED.
           IF WS-RELEASED-CNT = 0
               GO TO 420-EXIT
           END-IF.
           OPEN OUTPUT RELEASE-FILE.
           MOVE 'RELFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RELFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           CLOSE RELEASE-FILE.
       420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE CYCLE IS CLEAR TO RUN - POST TONIGHT'S STAGED ORIGINALS  *
      *   AND REVIEW ROWS TO THE SHARED XLTORIG AND XLTREVW FILES      *
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
           MOVE 'N'                           TO WS-EOF-FLAG.
           PERFORM 432-POST-ONE-ORIGINAL      THRU 432-EXIT
               UNTIL END-OF-FILE.
           CLOSE XLAT-ORIG-WORK.
           CLOSE XLAT-ORIG-FILE.
       430-EXIT.
           EXIT.

       432-POST-ONE-ORIGINAL.
           READ XLAT-ORIG-WORK
               AT END
                   SET END-OF-FILE            TO TRUE
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
           MOVE 'N'                           TO WS-EOF-FLAG.
           PERFORM 437-POST-ONE-REVIEW        THRU 437-EXIT
               UNTIL END-OF-FILE.
           CLOSE XLAT-REVIEW-WORK.
           CLOSE XLAT-REVIEW-FILE.
       435-EXIT.
           EXIT.

       437-POST-ONE-REVIEW.
           READ XLAT-REVIEW-WORK
               AT END
                   SET END-OF-FILE            TO TRUE
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

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           DISPLAY 'STRPGM27 CONTROL TOTALS'.
           DISPLAY 'EXPECTED FEEDS ........ ' WS-SCH-CNT.
           DISPLAY 'FEEDS MISSING ......... ' WS-MISSING-CNT.
           DISPLAY 'RELEASED FROM HOLD .... ' WS-RELEASED-CNT.
           DISPLAY 'COMBINED RECORDS ...... ' WS-TOTAL-CNT.
           DISPLAY 'TRANSLITERATED ........ ' WS-XLAT-VALUE-CNT.
           DISPLAY 'HELD FOR REVIEW ....... ' WS-XLAT-REVIEW-CNT.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RELEASED FROM HOLD .... ' DELIMITED BY SIZE
                  WS-RELEASED-CNT            DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'COMBINED RECORDS ...... ' DELIMITED BY SIZE
                  WS-TOTAL-CNT               DELIMITED BY SIZE
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
