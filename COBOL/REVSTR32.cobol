      *----------------------------------------------------------------*
      *   DETOKENIZE UTILITY - RETURNS THE CLEAR VALUE BEHIND A TOKEN  *
      *   THAT STRPGM7 PUT IN PLACE OF A MASKED DIGIT RUN, FOR USE IN  *
      *   AUTHORIZED INVESTIGATIONS ONLY. THE REQUESTING USER MUST     *
      *   HOLD AN UNEXPIRED ENTRY ON THE DETOKENIZE AUTHORITY FILE,    *
      *   AND EVERY RUN MUST QUOTE A REASON (INCIDENT OR TICKET).      *
      *   EVERY ATTEMPT, GRANTED OR REFUSED, AND EVERY TOKEN LOOKED    *
      *   UP IS APPENDED TO THE DETOKENIZE LOG. THE LOG NEVER HOLDS A  *
      *   CLEAR VALUE - CLEAR VALUES GO ONLY TO THE REPORT, WHICH IS   *
      *   ROUTED TO THE REQUESTER'S RESTRICTED OUTPUT CLASS.           *
      *                                                                *
      *   SYSIN CARDS:                                                 *
      *     USER=UUUUUUUU       REQUESTING USER ID (REQUIRED)          *
      *     REASON=<TEXT>       INCIDENT / TICKET REFERENCE (REQUIRED) *
      *     TOKEN=#XXXXXX#      ONE TOKEN TO RESOLVE                   *
      *     STRING=<TEXT>       A MASKED STRING AS STORED - EVERY      *
      *                         TOKEN IN IT IS RESOLVED AND THE CLEAR  *
      *                         STRING IS REBUILT                      *
      *   UP TO 50 TOKEN= / STRING= CARDS PER RUN                      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM32.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKEN-VAULT-FILE ASSIGN TO TOKNVLT
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS VLT-VALUE
                                    ALTERNATE RECORD KEY IS VLT-TOKEN
                                    FILE STATUS IS WS-TOKNVLT-STATUS.
           SELECT DETOKEN-AUTH-FILE ASSIGN TO DTKAUTH
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-DTKAUTH-STATUS.
           SELECT DETOKEN-LOG-FILE ASSIGN TO DTKLOG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-DTKLOG-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOKEN-VAULT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VAULT-REC.
           05  VLT-VALUE                PIC X(40).
           05  VLT-TOKEN                PIC X(08).
           05  VLT-SOURCE-CODE          PIC X(03).
           05  VLT-FIRST-DATE           PIC X(10).
           05  VLT-TXN-ID               PIC X(16).
           05  FILLER                   PIC X(03).

      *----------------------------------------------------------------*
      *   ONE ENTRY PER USER ALLOWED TO DETOKENIZE, WITH THE DATE THE  *
      *   AUTHORITY LAPSES AND WHO GRANTED IT                          *
      *----------------------------------------------------------------*
       FD  DETOKEN-AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DETOKEN-AUTH-REC.
           05  DTA-USER                 PIC X(08).
           05  DTA-EXPIRY-DATE          PIC X(10).
           05  DTA-GRANTED-BY           PIC X(08).
           05  DTA-GRANT-DATE           PIC X(10).
           05  FILLER                   PIC X(44).

       FD  DETOKEN-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  DETOKEN-LOG-REC.
           05  DTL-DATE                 PIC X(10).
           05  DTL-TIME                 PIC X(08).
           05  DTL-USER                 PIC X(08).
           05  DTL-EVENT                PIC X(10).
           05  DTL-TOKEN                PIC X(08).
           05  DTL-SOURCE-CODE          PIC X(03).
           05  DTL-TXN-ID               PIC X(16).
           05  DTL-REASON               PIC X(40).
           05  FILLER                   PIC X(17).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM32'.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-AUTH-FLAG        PIC X(01)   VALUE 'N'.
               88  USER-AUTHORIZED             VALUE 'Y'.
           05  WS-TOKEN-FLAG       PIC X(01)   VALUE 'N'.
               88  TOKEN-FOUND                 VALUE 'Y'.
       01  WS-REQUEST-DATA.
           05  WS-REQ-USER         PIC X(08)   VALUE SPACES.
           05  WS-REQ-REASON       PIC X(40)   VALUE SPACES.
           05  WS-REFUSE-REASON    PIC X(40)   VALUE SPACES.
           05  WS-LOG-EVENT        PIC X(10)   VALUE SPACES.
       01  WS-TRAN-TABLE-DATA.
           05  WS-TRN-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-TRN-MAX          PIC 9(02)   VALUE 50.
           05  WS-TRN-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-TRN-ENTRY        OCCURS 50 TIMES.
               10  WS-TRN-TYPE     PIC X(01).
                   88  TRN-IS-TOKEN            VALUE 'T'.
                   88  TRN-IS-STRING           VALUE 'S'.
               10  WS-TRN-TEXT     PIC X(40).
       01  WS-DETOKEN-DATA.
           05  WS-DTK-STRING       PIC X(40)   VALUE SPACES.
           05  WS-DTK-POS          PIC 9(02)   VALUE ZEROES.
           05  WS-DTK-LEN          PIC 9(02)   VALUE ZEROES.
           05  WS-DTK-TOKEN        PIC X(08)   VALUE SPACES.
           05  WS-DTK-LETTERS      PIC X(06)   VALUE SPACES.
       01  WS-COUNTS.
           05  WS-CARD-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-LOOKUP-CNT       PIC 9(9)    VALUE ZEROES.
           05  WS-FOUND-CNT        PIC 9(9)    VALUE ZEROES.
           05  WS-NOTFOUND-CNT     PIC 9(9)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-TOKNVLT-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-DTKAUTH-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-DTKLOG-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PARM-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           05  WS-IO-FILE-NAME     PIC X(12)   VALUE SPACES.
           05  WS-IO-STATUS        PIC X(02)   VALUE SPACES.
       01  WS-REPORT-DATA.
           05  WS-CURRENT-DATETIME PIC X(21)   VALUE SPACES.
           05  WS-RUN-DATE         PIC X(10)   VALUE SPACES.
           05  WS-RUN-TIME         PIC X(08)   VALUE SPACES.
           05  WS-PAGE-CNT         PIC 9(3)    VALUE ZERO.
           05  WS-LINE-CNT         PIC 9(3)    VALUE ZERO.
           05  WS-MAX-LINES        PIC 9(3)    VALUE 55.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'PROGRAM: ' WS-PROGRAM.
           PERFORM 065-GET-RUN-DATE          THRU 065-EXIT.
           PERFORM 050-READ-PARM-CARDS       THRU 050-EXIT.
           OPEN EXTEND DETOKEN-LOG-FILE.
           IF WS-DTKLOG-STATUS = '35'
               OPEN OUTPUT DETOKEN-LOG-FILE
           END-IF.
           MOVE 'DTKLOG'                      TO WS-IO-FILE-NAME.
           MOVE WS-DTKLOG-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 100-CHECK-AUTHORITY       THRU 100-EXIT.
           IF NOT USER-AUTHORIZED
               MOVE 'REFUSED'                 TO WS-LOG-EVENT
               MOVE SPACES                    TO VAULT-REC
               PERFORM 800-WRITE-LOG         THRU 800-EXIT
               CLOSE DETOKEN-LOG-FILE
               DISPLAY 'DETOKENIZE REFUSED - ' WS-REFUSE-REASON
               MOVE 8                         TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRN-CNT = 0
               CLOSE DETOKEN-LOG-FILE
               DISPLAY 'NO TOKEN= OR STRING= CARDS - NOTHING TO DO'
               MOVE 12                        TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'GRANTED'                     TO WS-LOG-EVENT.
           MOVE SPACES                        TO VAULT-REC.
           PERFORM 800-WRITE-LOG             THRU 800-EXIT.
           OPEN INPUT TOKEN-VAULT-FILE.
           MOVE 'TOKNVLT'                     TO WS-IO-FILE-NAME.
           MOVE WS-TOKNVLT-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM 200-RESOLVE-ONE-CARD      THRU 200-EXIT
               VARYING WS-TRN-SUB FROM 1 BY 1
               UNTIL WS-TRN-SUB > WS-TRN-CNT.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE TOKEN-VAULT-FILE.
           CLOSE DETOKEN-LOG-FILE.
           CLOSE REPORT-FILE.
           IF WS-NOTFOUND-CNT > 0
               MOVE 4                         TO RETURN-CODE
           END-IF.
           STOP RUN.

       050-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARDS'
               SET END-OF-PARMS               TO TRUE
           END-IF.
           PERFORM 052-READ-ONE-PARM          THRU 052-EXIT
               UNTIL END-OF-PARMS.
           IF WS-PARM-STATUS NOT = '35'
               CLOSE PARM-FILE
           END-IF.
           DISPLAY 'REQUESTING USER ... ' WS-REQ-USER.
           DISPLAY 'REASON ............ ' WS-REQ-REASON.
           DISPLAY 'LOOKUP CARDS ...... ' WS-TRN-CNT.
       050-EXIT.
           EXIT.

       052-READ-ONE-PARM.
           READ PARM-FILE
               AT END
                   SET END-OF-PARMS           TO TRUE
                   GO TO 052-EXIT
           END-READ.
           IF PARM-REC = SPACES
               GO TO 052-EXIT
           END-IF.
           ADD 1                              TO WS-CARD-CNT.
           EVALUATE TRUE
               WHEN PARM-REC(1:5) = 'USER='
                   MOVE PARM-REC(6:8)         TO WS-REQ-USER
               WHEN PARM-REC(1:7) = 'REASON='
                   MOVE PARM-REC(8:40)        TO WS-REQ-REASON
               WHEN PARM-REC(1:6) = 'TOKEN='
                       OR PARM-REC(1:7) = 'STRING='
                   IF WS-TRN-CNT < WS-TRN-MAX
                       ADD 1                  TO WS-TRN-CNT
                       IF PARM-REC(1:6) = 'TOKEN='
                           SET TRN-IS-TOKEN(WS-TRN-CNT) TO TRUE
                           MOVE PARM-REC(7:8) TO
                               WS-TRN-TEXT(WS-TRN-CNT)
                       ELSE
                           SET TRN-IS-STRING(WS-TRN-CNT) TO TRUE
                           MOVE PARM-REC(8:40) TO
                               WS-TRN-TEXT(WS-TRN-CNT)
                       END-IF
                   ELSE
                       DISPLAY 'LOOKUP TABLE FULL - CARD IGNORED: '
                               PARM-REC(1:30)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CARD: ' PARM-REC(1:40)
           END-EVALUATE.
       052-EXIT.
           EXIT.

       065-GET-RUN-DATE.
           ACCEPT WS-CURRENT-DATETIME          FROM DATE YYYYMMDD.
           STRING WS-CURRENT-DATETIME(1:4) '-'
                  WS-CURRENT-DATETIME(5:2) '-'
                  WS-CURRENT-DATETIME(7:2)
               DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.
           ACCEPT WS-RUN-TIME                  FROM TIME.
       065-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE USER MUST BE NAMED, MUST GIVE A REASON, AND MUST HOLD    *
      *   AN UNEXPIRED ENTRY ON THE AUTHORITY FILE. A MISSING          *
      *   AUTHORITY FILE AUTHORIZES NO ONE                             *
      *----------------------------------------------------------------*
       100-CHECK-AUTHORITY.
           MOVE 'N'                           TO WS-AUTH-FLAG.
           IF WS-REQ-USER = SPACES
               MOVE 'USER= CARD MISSING'      TO WS-REFUSE-REASON
               GO TO 100-EXIT
           END-IF.
           IF WS-REQ-REASON = SPACES
               MOVE 'REASON= CARD MISSING'    TO WS-REFUSE-REASON
               GO TO 100-EXIT
           END-IF.
           MOVE 'USER NOT AUTHORIZED'         TO WS-REFUSE-REASON.
           OPEN INPUT DETOKEN-AUTH-FILE.
           IF WS-DTKAUTH-STATUS NOT = '00'
               MOVE 'AUTHORITY FILE UNAVAILABLE'
                                              TO WS-REFUSE-REASON
               GO TO 100-EXIT
           END-IF.
           MOVE 'N'                           TO WS-EOF-FLAG.
           PERFORM 110-CHECK-ONE-AUTH        THRU 110-EXIT
               UNTIL END-OF-FILE OR USER-AUTHORIZED.
           CLOSE DETOKEN-AUTH-FILE.
       100-EXIT.
           EXIT.

       110-CHECK-ONE-AUTH.
           READ DETOKEN-AUTH-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 110-EXIT
           END-READ.
           IF DTA-USER NOT = WS-REQ-USER
               GO TO 110-EXIT
           END-IF.
           IF DTA-EXPIRY-DATE < WS-RUN-DATE
               MOVE 'USER AUTHORITY EXPIRED'  TO WS-REFUSE-REASON
               GO TO 110-EXIT
           END-IF.
           SET USER-AUTHORIZED                TO TRUE.
           MOVE SPACES                        TO WS-REFUSE-REASON.
       110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A TOKEN= CARD IS LOOKED UP DIRECTLY. A STRING= CARD IS       *
      *   SCANNED FOR #XXXXXX# TOKENS - EACH ONE FOUND IS REPLACED IN  *
      *   PLACE BY ITS CLEAR VALUE, WHICH IS THE SAME LENGTH AS THE    *
      *   MASKED SPAN IT CAME FROM                                     *
      *----------------------------------------------------------------*
       200-RESOLVE-ONE-CARD.
           IF TRN-IS-TOKEN(WS-TRN-SUB)
               MOVE WS-TRN-TEXT(WS-TRN-SUB)(1:8) TO WS-DTK-TOKEN
               PERFORM 300-LOOKUP-TOKEN      THRU 300-EXIT
               GO TO 200-EXIT
           END-IF.
           MOVE WS-TRN-TEXT(WS-TRN-SUB)       TO WS-DTK-STRING.
           MOVE 1                             TO WS-DTK-POS.
           PERFORM UNTIL WS-DTK-POS > 33
               MOVE WS-DTK-STRING(WS-DTK-POS + 1:6) TO WS-DTK-LETTERS
               IF WS-DTK-STRING(WS-DTK-POS:1) = '#'
                       AND WS-DTK-STRING(WS-DTK-POS + 7:1) = '#'
                       AND WS-DTK-LETTERS IS ALPHABETIC-UPPER
                       AND WS-DTK-LETTERS NOT = SPACES
                   MOVE WS-DTK-STRING(WS-DTK-POS:8) TO WS-DTK-TOKEN
                   PERFORM 300-LOOKUP-TOKEN  THRU 300-EXIT
                   IF TOKEN-FOUND
                       PERFORM 210-SIZE-CLEAR-VALUE THRU 210-EXIT
                       MOVE VLT-VALUE(1:WS-DTK-LEN) TO
                           WS-DTK-STRING(WS-DTK-POS:WS-DTK-LEN)
                       ADD WS-DTK-LEN         TO WS-DTK-POS
                   ELSE
                       ADD 8                  TO WS-DTK-POS
                   END-IF
               ELSE
                   ADD 1                      TO WS-DTK-POS
               END-IF
           END-PERFORM.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'MASKED STRING  ' DELIMITED BY SIZE
                  WS-TRN-TEXT(WS-TRN-SUB) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'CLEAR STRING   ' DELIMITED BY SIZE
                  WS-DTK-STRING   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
       200-EXIT.
           EXIT.

       210-SIZE-CLEAR-VALUE.
           MOVE 40                            TO WS-DTK-LEN.
           PERFORM UNTIL WS-DTK-LEN = 1
                   OR VLT-VALUE(WS-DTK-LEN:1) NOT = SPACE
               SUBTRACT 1                     FROM WS-DTK-LEN
           END-PERFORM.
           IF WS-DTK-POS + WS-DTK-LEN > 41
               COMPUTE WS-DTK-LEN = 41 - WS-DTK-POS
           END-IF.
       210-EXIT.
           EXIT.

       300-LOOKUP-TOKEN.
           ADD 1                              TO WS-LOOKUP-CNT.
           MOVE 'N'                           TO WS-TOKEN-FLAG.
           MOVE SPACES                        TO VAULT-REC.
           MOVE WS-DTK-TOKEN                  TO VLT-TOKEN.
           READ TOKEN-VAULT-FILE KEY IS VLT-TOKEN
               INVALID KEY
                   ADD 1                      TO WS-NOTFOUND-CNT
                   MOVE 'NOT FOUND'           TO WS-LOG-EVENT
                   MOVE SPACES                TO VAULT-REC
                   MOVE WS-DTK-TOKEN          TO VLT-TOKEN
               NOT INVALID KEY
                   ADD 1                      TO WS-FOUND-CNT
                   SET TOKEN-FOUND            TO TRUE
                   MOVE 'RESOLVED'            TO WS-LOG-EVENT
           END-READ.
           PERFORM 800-WRITE-LOG             THRU 800-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           MOVE VLT-TOKEN                     TO RPT-LINE(1:8).
           IF TOKEN-FOUND
               MOVE VLT-VALUE                 TO RPT-LINE(11:40)
               MOVE VLT-SOURCE-CODE           TO RPT-LINE(53:3)
               MOVE VLT-FIRST-DATE            TO RPT-LINE(58:10)
               MOVE VLT-TXN-ID                TO RPT-LINE(70:16)
           ELSE
               MOVE '*** TOKEN NOT ON VAULT ***' TO RPT-LINE(11:26)
           END-IF.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
       300-EXIT.
           EXIT.

       600-WRITE-RPT-LINE.
           IF WS-LINE-CNT > WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS    THRU 700-EXIT
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
       600-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STRPGM32 - DETOKENIZE - RESTRICTED, HOLDS CLEAR '
                      DELIMITED BY SIZE
                  'VALUES'    DELIMITED BY SIZE
                  '    PAGE ' DELIMITED BY SIZE
                  WS-PAGE-CNT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
                  '  USER: '   DELIMITED BY SIZE
                  WS-REQ-USER  DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'REASON: '    DELIMITED BY SIZE
                  WS-REQ-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           MOVE 'TOKEN'                       TO RPT-LINE(1:5).
           MOVE 'CLEAR VALUE'                 TO RPT-LINE(11:11).
           MOVE 'SRC'                         TO RPT-LINE(53:3).
           MOVE 'FIRST SEEN'                  TO RPT-LINE(58:10).
           MOVE 'TXN ID'                      TO RPT-LINE(70:6).
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   LOG RECORDS CARRY THE TOKEN, NEVER THE CLEAR VALUE           *
      *----------------------------------------------------------------*
       800-WRITE-LOG.
           MOVE SPACES                        TO DETOKEN-LOG-REC.
           MOVE WS-RUN-DATE                   TO DTL-DATE.
           MOVE WS-RUN-TIME                   TO DTL-TIME.
           MOVE WS-REQ-USER                   TO DTL-USER.
           MOVE WS-LOG-EVENT                  TO DTL-EVENT.
           MOVE VLT-TOKEN                     TO DTL-TOKEN.
           MOVE VLT-SOURCE-CODE               TO DTL-SOURCE-CODE.
           MOVE VLT-TXN-ID                    TO DTL-TXN-ID.
           IF WS-LOG-EVENT = 'REFUSED'
               MOVE WS-REFUSE-REASON          TO DTL-REASON
           ELSE
               MOVE WS-REQ-REASON             TO DTL-REASON
           END-IF.
           WRITE DETOKEN-LOG-REC.
           IF WS-DTKLOG-STATUS NOT = '00'
               MOVE 'DTKLOG'                  TO WS-IO-FILE-NAME
               MOVE WS-DTKLOG-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       800-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM32 CONTROL TOTALS'.
           DISPLAY 'CARDS READ ............ ' WS-CARD-CNT.
           DISPLAY 'TOKENS LOOKED UP ...... ' WS-LOOKUP-CNT.
           DISPLAY 'TOKENS RESOLVED ....... ' WS-FOUND-CNT.
           DISPLAY 'TOKENS NOT ON VAULT ... ' WS-NOTFOUND-CNT.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STRPGM32 CONTROL TOTALS'      TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'TOKENS LOOKED UP ...... ' DELIMITED BY SIZE
                  WS-LOOKUP-CNT              DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'TOKENS RESOLVED ....... ' DELIMITED BY SIZE
                  WS-FOUND-CNT               DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'TOKENS NOT ON VAULT ... ' DELIMITED BY SIZE
                  WS-NOTFOUND-CNT            DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
       900-EXIT.
           EXIT.

       970-CHECK-IO.
           IF WS-IO-STATUS NOT = '00'
               PERFORM 980-IO-ABORT          THRU 980-EXIT
           END-IF.
       970-EXIT.
           EXIT.

       980-IO-ABORT.
           DISPLAY 'FATAL I/O ERROR ON ' WS-IO-FILE-NAME
                   ' STATUS ' WS-IO-STATUS.
           DISPLAY WS-PROGRAM ' ENDING WITH RETURN CODE 16'.
           MOVE 16                            TO RETURN-CODE.
           STOP RUN.
       980-EXIT.
           EXIT.
