      *----------------------------------------------------------------*
      *   FRONT-END EDIT - VALIDATES INPUT BEFORE THE REVERSAL RUN     *
      *                                                                *
      *   OPTIONAL SYSIN CARDS SELECT THE INTRADAY EXPEDITE LANE:      *
      *     LANE=EXPEDITE    RUN AS AN EXPEDITE EDIT                   *
      *     SRC=XXX          SOURCE CODE TO EXPEDITE (ONE PER CARD,    *
      *                      UP TO 10 - AT LEAST ONE IS REQUIRED)      *
      *   IN THE EXPEDITE LANE RECORDS FROM ANY OTHER SOURCE ARE       *
      *   BYPASSED AND LEFT FOR THE NIGHTLY CYCLE                      *
      *                                                                *
      *   SOURCES LISTED ON MASKCTL HAVE QUALIFYING DIGIT RUNS (AT     *
      *   LEAST THE SOURCE'S MINIMUM NUMBER OF DIGITS, HYPHENS ALLOWED *
      *   BETWEEN DIGITS) REPLACED BY A VAULT TOKEN AFTER THE EDIT, SO *
      *   CLEANFILE, EDITREJ AND EVERYTHING DOWNSTREAM CARRY ONLY THE  *
      *   MASKED FORM. THE SAME DIGITS ALWAYS GET THE SAME TOKEN, AND  *
      *   THE TOKEN FILLS THE RUN'S OWN POSITIONS SO THE LENGTH IS     *
      *   UNCHANGED. TOKEN-TO-VALUE MAPPINGS ARE KEPT ON TOKNVLT       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM7.
           SELECT STOP-LIST-FILE   ASSIGN TO STOPLIST
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-STOPLIST-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
           SELECT MASK-CTL-FILE    ASSIGN TO MASKCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-MASKCTL-STATUS.
           SELECT TOKEN-VAULT-FILE ASSIGN TO TOKNVLT
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS VLT-VALUE
                                    ALTERNATE RECORD KEY IS VLT-TOKEN
                                    FILE STATUS IS WS-TOKNVLT-STATUS.
           SELECT TOKEN-SEQ-FILE   ASSIGN TO TOKNSEQ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-TOKNSEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-IN-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  IN-STRING-REC.
           05  IN-LENGTH                PIC 9(02).
           05  IN-STRING                PIC X(40).
           05  IN-SOURCE-CODE           PIC X(03).
           05  IN-TXN-ID                PIC X(16).

       FD  CLEAN-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  CLEAN-STRING-REC.
           05  CLEAN-LENGTH             PIC 9(02).
           05  CLEAN-STRING             PIC X(40).
           05  CLEAN-SOURCE-CODE        PIC X(03).
           05  CLEAN-TXN-ID             PIC X(16).

       FD  EDIT-REJECT-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  REJ-STRING-REC.
           05  REJ-LENGTH               PIC X(02).
           05  REJ-STRING               PIC X(40).
           05  REJ-SOURCE-CODE          PIC X(03).
           05  REJ-REASON-CODE          PIC X(02).
           05  REJ-TXN-ID               PIC X(16).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).
           05  STP-ENTRY-TYPE           PIC X(01).
           05  STP-ENTRY-TEXT           PIC X(40).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).

      *----------------------------------------------------------------*
      *   MASKING CONTROL - ONE ENTRY PER SOURCE CODE GIVING THE       *
      *   MINIMUM DIGITS IN A RUN THAT IS MASKED. A BLANK SOURCE CODE  *
      *   APPLIES TO EVERY SOURCE WITHOUT AN ENTRY OF ITS OWN          *
      *----------------------------------------------------------------*
       FD  MASK-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MASKCTL-REC.
           05  MSK-SOURCE-CODE          PIC X(03).
           05  MSK-MIN-DIGITS           PIC X(02).
           05  FILLER                   PIC X(75).

       FD  TOKEN-VAULT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VAULT-REC.
           05  VLT-VALUE                PIC X(40).
           05  VLT-TOKEN                PIC X(08).
           05  VLT-SOURCE-CODE          PIC X(03).
           05  VLT-FIRST-DATE           PIC X(10).
           05  VLT-TXN-ID               PIC X(16).
           05  FILLER                   PIC X(03).

       FD  TOKEN-SEQ-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  TOKNSEQ-REC.
           05  TOKNSEQ-NUMBER           PIC 9(09).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM7'.
       01  WS-EDIT-DATA.
               88  END-OF-STOP-LIST            VALUE 'Y'.
           05  WS-STOP-HIT-FLAG    PIC X(01)   VALUE 'N'.
               88  STOP-LIST-HIT               VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-RUN-LANE         PIC X(01)   VALUE SPACE.
               88  NIGHTLY-LANE                VALUE SPACE.
               88  EXPEDITE-LANE               VALUE 'E'.
           05  WS-SELECT-FLAG      PIC X(01)   VALUE 'Y'.
               88  SOURCE-SELECTED             VALUE 'Y'.
           05  WS-MASK-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-MASK-CTL             VALUE 'Y'.
           05  WS-VAULT-FLAG       PIC X(01)   VALUE 'N'.
               88  VAULT-OPEN                  VALUE 'Y'.
           05  WS-MASKED-FLAG      PIC X(01)   VALUE 'N'.
               88  RECORD-MASKED               VALUE 'Y'.
           05  WS-DIGIT-RUN-FLAG   PIC X(01)   VALUE 'N'.
               88  IN-DIGIT-RUN                VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-READ-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-CLEAN-CNT        PIC 9(9)    VALUE ZEROES.
           05  WS-RSN-LENMIS-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-RSN-NONPRT-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-RSN-STOPLST-CNT  PIC 9(9)    VALUE ZEROES.
           05  WS-BYPASS-CNT       PIC 9(9)    VALUE ZEROES.
           05  WS-MASKED-CNT       PIC 9(9)    VALUE ZEROES.
           05  WS-MASK-RUN-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-NEW-TOKEN-CNT    PIC 9(9)    VALUE ZEROES.
       01  WS-EXPEDITE-DATA.
           05  WS-EXPD-SRC-CNT     PIC 9(02)   VALUE ZEROES.
           05  WS-EXPD-SRC-MAX     PIC 9(02)   VALUE 10.
           05  WS-EXPD-SRC-SUB     PIC 9(02)   VALUE ZEROES.
           05  WS-EXPD-SRC-CODE    PIC X(03)   OCCURS 10 TIMES.
       01  WS-MASK-DATA.
           05  WS-MASK-CNT         PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-MAX         PIC 9(02)   VALUE 50.
           05  WS-MASK-SUB         PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-FLOOR       PIC 9(02)   VALUE 8.
           05  WS-MASK-ENTRY       OCCURS 50 TIMES.
               10  WS-MASK-SOURCE  PIC X(03).
               10  WS-MASK-MIN     PIC 9(02).
           05  WS-MASK-MIN-DIGITS  PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-POS         PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-START       PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-END         PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-DIGITS      PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-LEN         PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-VALUE       PIC X(40)   VALUE SPACES.
           05  WS-MASK-TOKEN       PIC X(08)   VALUE SPACES.
           05  WS-TOKEN-SEQ        PIC 9(09)   VALUE ZEROES.
           05  WS-TOKEN-WORK       PIC 9(09)   VALUE ZEROES.
           05  WS-TOKEN-QUOT       PIC 9(09)   VALUE ZEROES.
           05  WS-TOKEN-REM        PIC 9(02)   VALUE ZEROES.
           05  WS-TOKEN-SUB        PIC 9(02)   VALUE ZEROES.
           05  WS-TOKEN-LETTERS    PIC X(26)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-STOP-TABLE-DATA.
           05  WS-STOP-CNT         PIC 9(03)   VALUE ZEROES.
           05  WS-STOP-MAX         PIC 9(03)   VALUE 100.
           05  WS-EDITREJ-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-STOPLIST-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-PARM-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-MASKCTL-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-TOKNVLT-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-TOKNSEQ-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           05  WS-IO-FILE-NAME     PIC X(12)   VALUE SPACES.
           05  WS-IO-STATUS        PIC X(02)   VALUE SPACES.
       000-MAIN.
           DISPLAY 'PROGRAM: ' WS-PROGRAM.
           PERFORM 065-GET-RUN-DATE          THRU 065-EXIT.
           PERFORM 050-READ-PARM-CARDS       THRU 050-EXIT.
           PERFORM 070-LOAD-STOP-LIST        THRU 070-EXIT.
           PERFORM 090-LOAD-MASK-CONTROL     THRU 090-EXIT.
           OPEN INPUT  EDIT-IN-FILE.
           MOVE 'INFILE'                      TO WS-IO-FILE-NAME.
           MOVE WS-INFILE-STATUS              TO WS-IO-STATUS.
                       SET END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       PERFORM 080-SELECT-SOURCE THRU 080-EXIT
                       IF SOURCE-SELECTED
                           PERFORM 100-EDIT-RECORD THRU 100-EXIT
                           PERFORM 400-MASK-DIGITS THRU 400-EXIT
                           IF EDIT-PASSED
                               PERFORM 200-WRITE-CLEAN-REC
                                   THRU 200-EXIT
                           ELSE
                               PERFORM 300-WRITE-REJECT-REC
                                   THRU 300-EXIT
                           END-IF
                       END-IF
               END-READ
               IF WS-INFILE-STATUS NOT = '00'
           CLOSE CLEAN-FILE.
           CLOSE EDIT-REJECT-FILE.
           CLOSE REPORT-FILE.
           PERFORM 095-CLOSE-VAULT           THRU 095-EXIT.
           IF WS-FAIL-CNT > 0
               MOVE 4                         TO RETURN-CODE
           END-IF.
           STOP RUN.

       050-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               GO TO 050-EXIT
           END-IF.
           PERFORM 052-READ-ONE-PARM          THRU 052-EXIT
               UNTIL END-OF-PARMS.
           CLOSE PARM-FILE.
           IF EXPEDITE-LANE
               DISPLAY 'RUN LANE: EXPEDITE - SOURCES SELECTED: '
                       WS-EXPD-SRC-CNT
               IF WS-EXPD-SRC-CNT = 0
                   DISPLAY 'EXPEDITE LANE NEEDS AT LEAST ONE SRC= CARD'
                   DISPLAY WS-PROGRAM ' ENDING WITH RETURN CODE 16'
                   MOVE 16                    TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       052-READ-ONE-PARM.
           READ PARM-FILE
               AT END
                   SET END-OF-PARMS           TO TRUE
               NOT AT END
                   IF PARM-REC(1:13) = 'LANE=EXPEDITE'
                       SET EXPEDITE-LANE      TO TRUE
                   END-IF
                   IF PARM-REC(1:4) = 'SRC='
                           AND PARM-REC(5:3) NOT = SPACES
                       IF WS-EXPD-SRC-CNT < WS-EXPD-SRC-MAX
                           ADD 1              TO WS-EXPD-SRC-CNT
                           MOVE PARM-REC(5:3) TO
                               WS-EXPD-SRC-CODE(WS-EXPD-SRC-CNT)
                           DISPLAY 'EXPEDITE SOURCE: ' PARM-REC(5:3)
                       ELSE
                           DISPLAY 'EXPEDITE SOURCE TABLE FULL - '
                                   PARM-REC(5:3) ' IGNORED'
                       END-IF
                   END-IF
           END-READ.
       052-EXIT.
           EXIT.

       065-GET-RUN-DATE.
           ACCEPT WS-CURRENT-DATETIME          FROM DATE YYYYMMDD.
           STRING WS-CURRENT-DATETIME(1:4) '-'
       078-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   NIGHTLY LANE TAKES EVERY RECORD. THE EXPEDITE LANE TAKES     *
      *   ONLY THE SOURCES NAMED ON SRC= CARDS - THE REST ARE LEFT     *
      *   FOR THE NIGHTLY CYCLE AND COUNTED AS BYPASSED                *
      *----------------------------------------------------------------*
       080-SELECT-SOURCE.
           MOVE 'Y'                          TO WS-SELECT-FLAG.
           IF NIGHTLY-LANE
               GO TO 080-EXIT
           END-IF.
           MOVE 'N'                          TO WS-SELECT-FLAG.
           PERFORM VARYING WS-EXPD-SRC-SUB FROM 1 BY 1
                   UNTIL WS-EXPD-SRC-SUB > WS-EXPD-SRC-CNT
                      OR SOURCE-SELECTED
               IF IN-SOURCE-CODE =
                       WS-EXPD-SRC-CODE(WS-EXPD-SRC-SUB)
                   MOVE 'Y'                  TO WS-SELECT-FLAG
               END-IF
           END-PERFORM.
           IF NOT SOURCE-SELECTED
               ADD 1                         TO WS-BYPASS-CNT
           END-IF.
       080-EXIT.
           EXIT.

       090-LOAD-MASK-CONTROL.
           OPEN INPUT MASK-CTL-FILE.
           IF WS-MASKCTL-STATUS NOT = '00'
               DISPLAY 'NO MASKING CONTROL FILE - MASKING INACTIVE'
               SET END-OF-MASK-CTL            TO TRUE
           END-IF.
           PERFORM 092-LOAD-ONE-MASK          THRU 092-EXIT
               UNTIL END-OF-MASK-CTL.
           IF WS-MASKCTL-STATUS NOT = '35'
               CLOSE MASK-CTL-FILE
           END-IF.
           DISPLAY 'MASKING ENTRIES LOADED: ' WS-MASK-CNT.
           IF WS-MASK-CNT = 0
               GO TO 090-EXIT
           END-IF.
           OPEN I-O TOKEN-VAULT-FILE.
           IF WS-TOKNVLT-STATUS = '35'
               OPEN OUTPUT TOKEN-VAULT-FILE
               CLOSE TOKEN-VAULT-FILE
               OPEN I-O TOKEN-VAULT-FILE
           END-IF.
           MOVE 'TOKNVLT'                     TO WS-IO-FILE-NAME.
           MOVE WS-TOKNVLT-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           SET VAULT-OPEN                     TO TRUE.
           MOVE ZEROES                        TO WS-TOKEN-SEQ.
           OPEN INPUT TOKEN-SEQ-FILE.
           IF WS-TOKNSEQ-STATUS = '00'
               READ TOKEN-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TOKNSEQ-NUMBER    TO WS-TOKEN-SEQ
               END-READ
               CLOSE TOKEN-SEQ-FILE
           END-IF.
           DISPLAY 'LAST TOKEN SEQUENCE: ' WS-TOKEN-SEQ.
       090-EXIT.
           EXIT.

       092-LOAD-ONE-MASK.
           READ MASK-CTL-FILE
               AT END
                   SET END-OF-MASK-CTL        TO TRUE
                   GO TO 092-EXIT
           END-READ.
           IF MSK-MIN-DIGITS NOT NUMERIC
               DISPLAY 'MASKING ENTRY IGNORED - MINIMUM NOT NUMERIC: '
                       MASKCTL-REC(1:5)
               GO TO 092-EXIT
           END-IF.
           IF WS-MASK-CNT NOT < WS-MASK-MAX
               DISPLAY 'MASKING TABLE FULL - ENTRY IGNORED: '
                       MSK-SOURCE-CODE
               GO TO 092-EXIT
           END-IF.
           ADD 1                              TO WS-MASK-CNT.
           MOVE MSK-SOURCE-CODE               TO
               WS-MASK-SOURCE(WS-MASK-CNT).
           MOVE MSK-MIN-DIGITS                TO
               WS-MASK-MIN(WS-MASK-CNT).
      *    A TOKEN NEEDS EIGHT POSITIONS, SO SHORTER RUNS CANNOT BE
      *    MASKED IN PLACE
           IF WS-MASK-MIN(WS-MASK-CNT) < WS-MASK-FLOOR
               DISPLAY 'MASKING MINIMUM FOR SOURCE ' MSK-SOURCE-CODE
                       ' RAISED TO ' WS-MASK-FLOOR
               MOVE WS-MASK-FLOOR             TO
                   WS-MASK-MIN(WS-MASK-CNT)
           END-IF.
       092-EXIT.
           EXIT.

       095-CLOSE-VAULT.
           IF NOT VAULT-OPEN
               GO TO 095-EXIT
           END-IF.
           CLOSE TOKEN-VAULT-FILE.
       095-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   TOKNSEQ IS REWRITTEN FOR EVERY NEW TOKEN BEFORE ITS VAULT    *
      *   ROW IS ADDED, SO A RUN THAT ABENDS PART-WAY CANNOT LEAVE A   *
      *   TOKEN ON TOKNVLT THAT THE RERUN WOULD ISSUE AGAIN            *
      *----------------------------------------------------------------*
       097-SAVE-TOKEN-SEQ.
           OPEN OUTPUT TOKEN-SEQ-FILE.
           MOVE 'TOKNSEQ'                     TO WS-IO-FILE-NAME.
           MOVE WS-TOKNSEQ-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           MOVE WS-TOKEN-SEQ                  TO TOKNSEQ-NUMBER.
           WRITE TOKNSEQ-REC.
           IF WS-TOKNSEQ-STATUS NOT = '00'
               MOVE 'TOKNSEQ'                 TO WS-IO-FILE-NAME
               MOVE WS-TOKNSEQ-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           CLOSE TOKEN-SEQ-FILE.
       097-EXIT.
           EXIT.

       100-EDIT-RECORD.
           MOVE 'P'                          TO WS-EDIT-FLAG.
           MOVE SPACES                       TO WS-REASON-CODE.
           MOVE IN-LENGTH                    TO CLEAN-LENGTH.
           MOVE IN-STRING                    TO CLEAN-STRING.
           MOVE IN-SOURCE-CODE               TO CLEAN-SOURCE-CODE.
           MOVE IN-TXN-ID                    TO CLEAN-TXN-ID.
           WRITE CLEAN-STRING-REC.
           IF WS-CLEAN-STATUS NOT = '00'
               MOVE 'CLEANFILE'           TO WS-IO-FILE-NAME
           MOVE IN-STRING                    TO REJ-STRING.
           MOVE IN-SOURCE-CODE               TO REJ-SOURCE-CODE.
           MOVE WS-REASON-CODE               TO REJ-REASON-CODE.
           MOVE IN-TXN-ID                    TO REJ-TXN-ID.
           WRITE REJ-STRING-REC.
           IF WS-EDITREJ-STATUS NOT = '00'
               MOVE 'EDITREJ'             TO WS-IO-FILE-NAME
       300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A SOURCE'S OWN MASKCTL ENTRY WINS OVER THE BLANK DEFAULT.    *
      *   EACH QUALIFYING DIGIT RUN IS LOOKED UP ON THE VAULT BY ITS   *
      *   VALUE - A VALUE SEEN BEFORE KEEPS ITS TOKEN, SO DUPLICATE    *
      *   CHECKING DOWNSTREAM SEES THE SAME MASKED STRING EVERY TIME   *
      *----------------------------------------------------------------*
       400-MASK-DIGITS.
           MOVE 'N'                           TO WS-MASKED-FLAG.
           IF NOT VAULT-OPEN
               GO TO 400-EXIT
           END-IF.
           MOVE ZEROES                        TO WS-MASK-MIN-DIGITS.
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
                   UNTIL WS-MASK-SUB > WS-MASK-CNT
               IF WS-MASK-SOURCE(WS-MASK-SUB) = IN-SOURCE-CODE
                   MOVE WS-MASK-MIN(WS-MASK-SUB) TO WS-MASK-MIN-DIGITS
                   MOVE WS-MASK-CNT          TO WS-MASK-SUB
               ELSE
                   IF WS-MASK-SOURCE(WS-MASK-SUB) = SPACES
                           AND WS-MASK-MIN-DIGITS = 0
                       MOVE WS-MASK-MIN(WS-MASK-SUB)
                                              TO WS-MASK-MIN-DIGITS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MASK-MIN-DIGITS = 0
               GO TO 400-EXIT
           END-IF.
           MOVE 1                             TO WS-MASK-POS.
           PERFORM UNTIL WS-MASK-POS > 40
               IF IN-STRING(WS-MASK-POS:1) IS NUMERIC
                   PERFORM 410-SCAN-DIGIT-RUN THRU 410-EXIT
               ELSE
                   ADD 1                      TO WS-MASK-POS
               END-IF
           END-PERFORM.
           IF RECORD-MASKED
               ADD 1                          TO WS-MASKED-CNT
           END-IF.
       400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A RUN IS DIGITS WITH SINGLE HYPHENS ALLOWED BETWEEN THEM     *
      *   (555-123-4567); ONLY THE DIGITS COUNT TOWARD THE MINIMUM     *
      *----------------------------------------------------------------*
       410-SCAN-DIGIT-RUN.
           MOVE WS-MASK-POS                   TO WS-MASK-START.
           MOVE WS-MASK-POS                   TO WS-MASK-END.
           MOVE 1                             TO WS-MASK-DIGITS.
           SET IN-DIGIT-RUN                   TO TRUE.
           PERFORM UNTIL NOT IN-DIGIT-RUN
               MOVE 'N'                       TO WS-DIGIT-RUN-FLAG
               IF WS-MASK-END < 40
                   IF IN-STRING(WS-MASK-END + 1:1) IS NUMERIC
                       ADD 1                  TO WS-MASK-END
                       ADD 1                  TO WS-MASK-DIGITS
                       SET IN-DIGIT-RUN       TO TRUE
                   ELSE
                       IF IN-STRING(WS-MASK-END + 1:1) = '-'
                               AND WS-MASK-END < 39
                           IF IN-STRING(WS-MASK-END + 2:1) IS NUMERIC
                               ADD 2          TO WS-MASK-END
                               ADD 1          TO WS-MASK-DIGITS
                               SET IN-DIGIT-RUN TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-MASK-LEN = WS-MASK-END - WS-MASK-START + 1.
           IF WS-MASK-DIGITS NOT < WS-MASK-MIN-DIGITS
               PERFORM 420-REPLACE-WITH-TOKEN THRU 420-EXIT
           END-IF.
           COMPUTE WS-MASK-POS = WS-MASK-END + 1.
       410-EXIT.
           EXIT.

       420-REPLACE-WITH-TOKEN.
           MOVE SPACES                        TO WS-MASK-VALUE.
           MOVE IN-STRING(WS-MASK-START:WS-MASK-LEN)
                                              TO WS-MASK-VALUE.
           MOVE WS-MASK-VALUE                 TO VLT-VALUE.
           READ TOKEN-VAULT-FILE
               INVALID KEY
                   PERFORM 430-ADD-VAULT-ENTRY THRU 430-EXIT
               NOT INVALID KEY
                   MOVE VLT-TOKEN             TO WS-MASK-TOKEN
           END-READ.
           MOVE ALL '#'                       TO
               IN-STRING(WS-MASK-START:WS-MASK-LEN).
           MOVE WS-MASK-TOKEN                 TO
               IN-STRING(WS-MASK-START:8).
           ADD 1                              TO WS-MASK-RUN-CNT.
           SET RECORD-MASKED                  TO TRUE.
       420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   NEW TOKEN - THE NEXT SEQUENCE NUMBER WRITTEN IN BASE 26 AS   *
      *   SIX LETTERS BETWEEN '#' MARKERS. A TOKEN CARRIES NO DIGITS,  *
      *   SO A RECORD THAT COMES BACK THROUGH THE EDIT IS NOT MASKED   *
      *   A SECOND TIME                                                *
      *----------------------------------------------------------------*
       430-ADD-VAULT-ENTRY.
           ADD 1                              TO WS-TOKEN-SEQ.
           MOVE WS-TOKEN-SEQ                  TO WS-TOKEN-WORK.
           MOVE '#AAAAAA#'                    TO WS-MASK-TOKEN.
           PERFORM VARYING WS-TOKEN-SUB FROM 7 BY -1
                   UNTIL WS-TOKEN-SUB < 2
               DIVIDE WS-TOKEN-WORK BY 26 GIVING WS-TOKEN-QUOT
                   REMAINDER WS-TOKEN-REM
               MOVE WS-TOKEN-LETTERS(WS-TOKEN-REM + 1:1)
                                              TO
                   WS-MASK-TOKEN(WS-TOKEN-SUB:1)
               MOVE WS-TOKEN-QUOT             TO WS-TOKEN-WORK
           END-PERFORM.
           PERFORM 097-SAVE-TOKEN-SEQ         THRU 097-EXIT.
           MOVE SPACES                        TO VAULT-REC.
           MOVE WS-MASK-VALUE                 TO VLT-VALUE.
           MOVE WS-MASK-TOKEN                 TO VLT-TOKEN.
           MOVE IN-SOURCE-CODE                TO VLT-SOURCE-CODE.
           MOVE WS-RUN-DATE                   TO VLT-FIRST-DATE.
           MOVE IN-TXN-ID                     TO VLT-TXN-ID.
           WRITE VAULT-REC
               INVALID KEY
                   MOVE 'TOKNVLT'             TO WS-IO-FILE-NAME
                   MOVE WS-TOKNVLT-STATUS     TO WS-IO-STATUS
                   PERFORM 980-IO-ABORT       THRU 980-EXIT
           END-WRITE.
           ADD 1                              TO WS-NEW-TOKEN-CNT.
       430-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
                  WS-RUN-DATE  DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           IF EXPEDITE-LANE
               MOVE '     EXPEDITE LANE'       TO RPT-LINE(21:18)
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           DISPLAY '  RSN 04 LENGTH WRONG . ' WS-RSN-LENMIS-CNT.
           DISPLAY '  RSN 05 NON-PRINTABLE  ' WS-RSN-NONPRT-CNT.
           DISPLAY '  RSN 06 STOP-LIST .... ' WS-RSN-STOPLST-CNT.
           IF EXPEDITE-LANE
               DISPLAY 'RECORDS BYPASSED ...... ' WS-BYPASS-CNT
           END-IF.
           IF VAULT-OPEN
               DISPLAY 'RECORDS MASKED ........ ' WS-MASKED-CNT
               DISPLAY 'DIGIT RUNS MASKED ..... ' WS-MASK-RUN-CNT
               DISPLAY 'NEW VAULT TOKENS ...... ' WS-NEW-TOKEN-CNT
           END-IF.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           IF EXPEDITE-LANE
               MOVE SPACES                    TO RPT-LINE
               STRING 'RECORDS BYPASSED ...... ' DELIMITED BY SIZE
                      WS-BYPASS-CNT              DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF VAULT-OPEN
               MOVE SPACES                    TO RPT-LINE
               STRING 'RECORDS MASKED ........ ' DELIMITED BY SIZE
                      WS-MASKED-CNT              DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               MOVE SPACES                    TO RPT-LINE
               STRING 'DIGIT RUNS MASKED ..... ' DELIMITED BY SIZE
                      WS-MASK-RUN-CNT            DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               MOVE SPACES                    TO RPT-LINE
               STRING 'NEW VAULT TOKENS ...... ' DELIMITED BY SIZE
                      WS-NEW-TOKEN-CNT           DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       900-EXIT.
           EXIT.

