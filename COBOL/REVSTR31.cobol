      *----------------------------------------------------------------*
      *   APPROVAL MAINTENANCE - MAKER-CHECKER CONTROL OVER THE RUNS   *
      *   THAT MAKE PERMANENT CHANGES: STRPGM17 DELETE/PURGE,          *
      *   STRPGM18 MODE=REBUILD, STRPGM22 BACKOUT AND STRPGM37 PERIOD  *
      *   REOPEN. ONE USER REQUESTS THE ACTION WITH ITS EXACT          *
      *   PARAMETERS, A DIFFERENT USER APPROVES OR REJECTS IT IN A     *
      *   LATER RUN. THOSE PROGRAMS RUN REPORT-ONLY UNLESS THEY FIND   *
      *   AN APPROVED, UNEXPIRED, UNUSED REQUEST FOR THEIR PARAMETERS, *
      *   AND MARK IT USED WHEN THEY APPLY IT. EVERY REQUEST,          *
      *   DECISION, REFUSAL AND EXECUTION IS APPENDED TO THE PERMANENT *
      *   APPROVAL LOG.                                                *
      *                                                                *
      *   SYSIN CARDS (FIXED COLUMNS):                                 *
      *     REQUEST  COLS 10-17 REQUEST ID   19-26 USER ID             *
      *              COLS 28-35 PROGRAM      37-46 EXPIRY YYYY-MM-DD   *
      *       FOLLOWED BY  ACTION=<EXACT ACTION TEXT, COLS 8-79>       *
      *     APPROVE  COLS 10-17 REQUEST ID   19-26 USER ID             *
      *     REJECT   COLS 10-17 REQUEST ID   19-26 USER ID             *
      *     AUDIT    COLS 10-16 YYYY-QN - PRINT THE QUARTERLY AUDIT    *
      *              REPORT FROM THE APPROVAL LOG                      *
      *                                                                *
      *   ACTION TEXT EACH PROGRAM LOOKS FOR:                          *
      *     STRPGM17  THE DELETE= OR PURGE= CARD AS CODED              *
      *     STRPGM18  MODE=REBUILD                                     *
      *     STRPGM22  JOB=JJJJJJJJ DATE=YYYY-MM-DD TIMEFROM=HHMMSSTT   *
      *               TIMETO=HHMMSSTT (JOB NAME UNPADDED, ONE SPACE    *
      *               BETWEEN ITEMS, DEFAULT TIMES 00000000/99999999)  *
      *     STRPGM37  THE REOPEN= CARD AS CODED                        *
      *                                                                *
      *   A DECISION IS ONLY APPLIED TO A REQUEST ALREADY ON FILE, SO  *
      *   NO REQUEST CAN BE RAISED AND APPROVED IN THE SAME RUN.       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM31.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-CTL-FILE ASSIGN TO APPRVCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-APPRVCTL-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO APPRLOG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-APPRLOG-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   APPROVAL REQUESTS - STATUS R REQUESTED, A APPROVED,          *
      *   X REJECTED, U USED BY THE RUN IT AUTHORIZED                  *
      *----------------------------------------------------------------*
       FD  APPROVAL-CTL-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  APPROVAL-CTL-REC.
           05  APR-REQUEST-ID           PIC X(08).
           05  APR-PROGRAM              PIC X(08).
           05  APR-ACTION               PIC X(72).
           05  APR-REQUESTED-BY         PIC X(08).
           05  APR-REQUEST-DATE         PIC X(10).
           05  APR-APPROVED-BY          PIC X(08).
           05  APR-APPROVE-DATE         PIC X(10).
           05  APR-EXPIRY-DATE          PIC X(10).
           05  APR-STATUS               PIC X(01).
           05  APR-USED-DATE            PIC X(10).
           05  FILLER                   PIC X(15).

       FD  APPROVAL-LOG-FILE
           RECORD CONTAINS 170 CHARACTERS.
       01  APPROVAL-LOG-REC.
           05  ALG-DATE                 PIC X(10).
           05  ALG-TIME                 PIC X(08).
           05  ALG-PROGRAM              PIC X(08).
           05  ALG-EVENT                PIC X(10).
           05  ALG-REQUEST-ID           PIC X(08).
           05  ALG-USER                 PIC X(08).
           05  ALG-TARGET-PGM           PIC X(08).
           05  ALG-ACTION               PIC X(72).
           05  ALG-REASON               PIC X(30).
           05  FILLER                   PIC X(08).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM31'.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-AUDIT-FLAG       PIC X(01)   VALUE 'N'.
               88  AUDIT-REQUESTED             VALUE 'Y'.
       01  WS-TRAN-TABLE-DATA.
           05  WS-TRN-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-TRN-MAX          PIC 9(02)   VALUE 50.
           05  WS-TRN-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-TRN-SUB2         PIC 9(02)   VALUE ZEROES.
           05  WS-TRN-ENTRY        OCCURS 50 TIMES.
               10  WS-TRN-FUNC     PIC X(08).
               10  WS-TRN-ID       PIC X(08).
               10  WS-TRN-USER     PIC X(08).
               10  WS-TRN-PGM      PIC X(08).
               10  WS-TRN-EXPIRY   PIC X(10).
               10  WS-TRN-ACTION   PIC X(72).
               10  WS-TRN-DONE     PIC X(01).
       01  WS-EVENT-DATA.
           05  WS-EVT-EVENT        PIC X(10)   VALUE SPACES.
           05  WS-EVT-ID           PIC X(08)   VALUE SPACES.
           05  WS-EVT-USER         PIC X(08)   VALUE SPACES.
           05  WS-EVT-PGM          PIC X(08)   VALUE SPACES.
           05  WS-EVT-ACTION       PIC X(72)   VALUE SPACES.
           05  WS-EVT-REASON       PIC X(30)   VALUE SPACES.
       01  WS-AUDIT-DATA.
           05  WS-AUDIT-QUARTER    PIC X(07)   VALUE SPACES.
           05  WS-AUDIT-FROM       PIC X(10)   VALUE SPACES.
           05  WS-AUDIT-TO         PIC X(10)   VALUE SPACES.
           05  WS-AUD-REQUEST-CNT  PIC 9(9)    VALUE ZEROES.
           05  WS-AUD-APPROVE-CNT  PIC 9(9)    VALUE ZEROES.
           05  WS-AUD-REJECT-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-AUD-REFUSE-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-AUD-EXECUTE-CNT  PIC 9(9)    VALUE ZEROES.
           05  WS-AUD-EVENT-CNT    PIC 9(9)    VALUE ZEROES.
       01  WS-COUNTS.
           05  WS-CARD-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-CTL-READ-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-REQUEST-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-APPROVE-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-REJECT-CNT       PIC 9(9)    VALUE ZEROES.
           05  WS-REFUSE-CNT       PIC 9(9)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-APPRVCTL-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-APPRLOG-STATUS   PIC X(02)   VALUE SPACES.
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
           IF WS-TRN-CNT = 0 AND NOT AUDIT-REQUESTED
               DISPLAY 'NO APPROVAL TRANSACTIONS - NOTHING TO DO'
               MOVE 12                        TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           IF WS-TRN-CNT > 0
               OPEN EXTEND APPROVAL-LOG-FILE
               IF WS-APPRLOG-STATUS = '35'
                   OPEN OUTPUT APPROVAL-LOG-FILE
               END-IF
               MOVE 'APPRLOG'                 TO WS-IO-FILE-NAME
               MOVE WS-APPRLOG-STATUS         TO WS-IO-STATUS
               PERFORM 970-CHECK-IO          THRU 970-EXIT
               PERFORM 100-APPLY-DECISIONS   THRU 100-EXIT
               PERFORM 200-ADD-REQUESTS      THRU 200-EXIT
               CLOSE APPROVAL-LOG-FILE
           END-IF.
           IF AUDIT-REQUESTED
               PERFORM 300-AUDIT-REPORT      THRU 300-EXIT
           END-IF.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE REPORT-FILE.
           IF WS-REFUSE-CNT > 0
               MOVE 4                         TO RETURN-CODE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      *   CARDS ARE HELD IN A TABLE - AN ACTION= CARD COMPLETES THE    *
      *   REQUEST CARD IMMEDIATELY BEFORE IT                           *
      *----------------------------------------------------------------*
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
           DISPLAY 'APPROVAL TRANSACTIONS: ' WS-TRN-CNT.
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
               WHEN PARM-REC(1:6) = 'AUDIT '
                   SET AUDIT-REQUESTED        TO TRUE
                   MOVE PARM-REC(10:7)        TO WS-AUDIT-QUARTER
               WHEN PARM-REC(1:7) = 'ACTION='
                   IF WS-TRN-CNT > 0
                       IF WS-TRN-FUNC(WS-TRN-CNT) = 'REQUEST'
                               AND WS-TRN-ACTION(WS-TRN-CNT) = SPACES
                           MOVE PARM-REC(8:72) TO
                               WS-TRN-ACTION(WS-TRN-CNT)
                       ELSE
                           DISPLAY 'ACTION CARD NOT AFTER A REQUEST '
                                   'CARD - IGNORED'
                       END-IF
                   END-IF
               WHEN PARM-REC(1:8) = 'REQUEST '
                       OR PARM-REC(1:8) = 'APPROVE '
                       OR PARM-REC(1:8) = 'REJECT  '
                   IF WS-TRN-CNT < WS-TRN-MAX
                       ADD 1                  TO WS-TRN-CNT
                       MOVE PARM-REC(1:8)     TO
                           WS-TRN-FUNC(WS-TRN-CNT)
                       MOVE PARM-REC(10:8)    TO WS-TRN-ID(WS-TRN-CNT)
                       MOVE PARM-REC(19:8)    TO
                           WS-TRN-USER(WS-TRN-CNT)
                       MOVE SPACES            TO WS-TRN-PGM(WS-TRN-CNT)
                       MOVE SPACES            TO
                           WS-TRN-EXPIRY(WS-TRN-CNT)
                       MOVE SPACES            TO
                           WS-TRN-ACTION(WS-TRN-CNT)
                       MOVE 'N'               TO
                           WS-TRN-DONE(WS-TRN-CNT)
                       IF PARM-REC(1:8) = 'REQUEST '
                           MOVE PARM-REC(28:8) TO
                               WS-TRN-PGM(WS-TRN-CNT)
                           MOVE PARM-REC(37:10) TO
                               WS-TRN-EXPIRY(WS-TRN-CNT)
                       END-IF
                   ELSE
                       DISPLAY 'TRANSACTION TABLE FULL - CARD IGNORED: '
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
      *   APPROVE AND REJECT CARDS ARE APPLIED IN PLACE TO REQUESTS    *
      *   ALREADY ON FILE. THE SAME PASS NOTES REQUEST IDS ALREADY IN  *
      *   USE SO A NEW REQUEST CANNOT REUSE ONE                        *
      *----------------------------------------------------------------*
       100-APPLY-DECISIONS.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN I-O APPROVAL-CTL-FILE.
           IF WS-APPRVCTL-STATUS NOT = '00'
               DISPLAY 'NO APPROVAL CONTROL FILE YET'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM 110-CHECK-ONE-REQUEST       THRU 110-EXIT
               UNTIL END-OF-FILE.
           IF WS-APPRVCTL-STATUS NOT = '35'
               CLOSE APPROVAL-CTL-FILE
           END-IF.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-CNT
               IF WS-TRN-FUNC(WS-TRN-SUB) NOT = 'REQUEST'
                       AND WS-TRN-DONE(WS-TRN-SUB) = 'N'
                   MOVE 'Y'                   TO WS-TRN-DONE(WS-TRN-SUB)
                   MOVE 'REQUEST ID NOT ON FILE' TO WS-EVT-REASON
                   PERFORM 150-REFUSE-TRAN    THRU 150-EXIT
               END-IF
           END-PERFORM.
       100-EXIT.
           EXIT.

       110-CHECK-ONE-REQUEST.
           READ APPROVAL-CTL-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 110-EXIT
           END-READ.
           IF WS-APPRVCTL-STATUS NOT = '00'
               MOVE 'APPRVCTL'                TO WS-IO-FILE-NAME
               MOVE WS-APPRVCTL-STATUS        TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-CTL-READ-CNT.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-CNT
               IF WS-TRN-ID(WS-TRN-SUB) = APR-REQUEST-ID
                       AND WS-TRN-DONE(WS-TRN-SUB) = 'N'
                   MOVE 'Y'                   TO WS-TRN-DONE(WS-TRN-SUB)
                   IF WS-TRN-FUNC(WS-TRN-SUB) = 'REQUEST'
                       MOVE 'REQUEST ID ALREADY ON FILE'
                                              TO WS-EVT-REASON
                       PERFORM 150-REFUSE-TRAN THRU 150-EXIT
                   ELSE
                       PERFORM 120-APPLY-DECISION THRU 120-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE CHECKER MUST BE A DIFFERENT USER FROM THE MAKER, AND     *
      *   ONLY AN OPEN, UNEXPIRED REQUEST CAN BE DECIDED               *
      *----------------------------------------------------------------*
       120-APPLY-DECISION.
           MOVE APR-PROGRAM                   TO WS-TRN-PGM(WS-TRN-SUB).
           MOVE APR-ACTION                 TO WS-TRN-ACTION(WS-TRN-SUB).
           EVALUATE TRUE
               WHEN WS-TRN-USER(WS-TRN-SUB) = SPACES
                   MOVE 'USER ID MISSING'     TO WS-EVT-REASON
               WHEN WS-TRN-USER(WS-TRN-SUB) = APR-REQUESTED-BY
                   MOVE 'APPROVER SAME AS REQUESTER'
                                              TO WS-EVT-REASON
               WHEN APR-STATUS NOT = 'R'
                   STRING 'REQUEST NOT OPEN - STATUS '
                              DELIMITED BY SIZE
                          APR-STATUS          DELIMITED BY SIZE
                       INTO WS-EVT-REASON
                   END-STRING
               WHEN APR-EXPIRY-DATE < WS-RUN-DATE
                   MOVE 'REQUEST EXPIRED'     TO WS-EVT-REASON
               WHEN OTHER
                   MOVE SPACES                TO WS-EVT-REASON
           END-EVALUATE.
           IF WS-EVT-REASON NOT = SPACES
               PERFORM 150-REFUSE-TRAN        THRU 150-EXIT
               GO TO 120-EXIT
           END-IF.
           MOVE WS-TRN-USER(WS-TRN-SUB)       TO APR-APPROVED-BY.
           MOVE WS-RUN-DATE                   TO APR-APPROVE-DATE.
           IF WS-TRN-FUNC(WS-TRN-SUB) = 'APPROVE'
               MOVE 'A'                       TO APR-STATUS
               MOVE 'APPROVED'                TO WS-EVT-EVENT
               ADD 1                          TO WS-APPROVE-CNT
           ELSE
               MOVE 'X'                       TO APR-STATUS
               MOVE 'REJECTED'                TO WS-EVT-EVENT
               ADD 1                          TO WS-REJECT-CNT
           END-IF.
           REWRITE APPROVAL-CTL-REC.
           IF WS-APPRVCTL-STATUS NOT = '00'
               MOVE 'APPRVCTL'                TO WS-IO-FILE-NAME
               MOVE WS-APPRVCTL-STATUS        TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           STRING 'REQUESTED BY ' DELIMITED BY SIZE
                  APR-REQUESTED-BY DELIMITED BY SIZE
               INTO WS-EVT-REASON
           END-STRING.
           PERFORM 160-LOG-TRAN               THRU 160-EXIT.
       120-EXIT.
           EXIT.

       150-REFUSE-TRAN.
           ADD 1                              TO WS-REFUSE-CNT.
           MOVE 'REFUSED'                     TO WS-EVT-EVENT.
           PERFORM 160-LOG-TRAN               THRU 160-EXIT.
       150-EXIT.
           EXIT.

       160-LOG-TRAN.
           MOVE WS-TRN-ID(WS-TRN-SUB)         TO WS-EVT-ID.
           MOVE WS-TRN-USER(WS-TRN-SUB)       TO WS-EVT-USER.
           MOVE WS-TRN-PGM(WS-TRN-SUB)        TO WS-EVT-PGM.
           MOVE WS-TRN-ACTION(WS-TRN-SUB)     TO WS-EVT-ACTION.
           PERFORM 800-WRITE-LOG              THRU 800-EXIT.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS     THRU 700-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           STRING WS-TRN-FUNC(WS-TRN-SUB) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-EVT-ID               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-EVT-USER             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-EVT-PGM              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-EVT-EVENT            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-EVT-REASON           DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           MOVE WS-EVT-ACTION                 TO RPT-LINE(10:72).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 2                              TO WS-LINE-CNT.
           DISPLAY WS-TRN-FUNC(WS-TRN-SUB) ' ' WS-EVT-ID ' '
                   WS-EVT-EVENT ' ' WS-EVT-REASON.
           MOVE SPACES                        TO WS-EVT-REASON.
       160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   NEW REQUESTS ARE APPENDED WITH STATUS R. ONLY THE PROGRAMS   *
      *   UNDER MAKER-CHECKER CONTROL CAN BE NAMED                     *
      *----------------------------------------------------------------*
       200-ADD-REQUESTS.
           OPEN EXTEND APPROVAL-CTL-FILE.
           IF WS-APPRVCTL-STATUS = '35'
               OPEN OUTPUT APPROVAL-CTL-FILE
           END-IF.
           MOVE 'APPRVCTL'                    TO WS-IO-FILE-NAME.
           MOVE WS-APPRVCTL-STATUS            TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-CNT
               IF WS-TRN-FUNC(WS-TRN-SUB) = 'REQUEST'
                       AND WS-TRN-DONE(WS-TRN-SUB) = 'N'
                   MOVE 'Y'                   TO WS-TRN-DONE(WS-TRN-SUB)
                   PERFORM 210-ADD-ONE-REQUEST THRU 210-EXIT
               END-IF
           END-PERFORM.
           CLOSE APPROVAL-CTL-FILE.
       200-EXIT.
           EXIT.

       210-ADD-ONE-REQUEST.
           MOVE SPACES                        TO WS-EVT-REASON.
           EVALUATE TRUE
               WHEN WS-TRN-ID(WS-TRN-SUB) = SPACES
                   MOVE 'REQUEST ID MISSING'  TO WS-EVT-REASON
               WHEN WS-TRN-USER(WS-TRN-SUB) = SPACES
                   MOVE 'USER ID MISSING'     TO WS-EVT-REASON
               WHEN WS-TRN-PGM(WS-TRN-SUB) NOT = 'STRPGM17'
                       AND WS-TRN-PGM(WS-TRN-SUB) NOT = 'STRPGM18'
                       AND WS-TRN-PGM(WS-TRN-SUB) NOT = 'STRPGM22'
                       AND WS-TRN-PGM(WS-TRN-SUB) NOT = 'STRPGM37'
                   MOVE 'PROGRAM NOT UNDER APPROVAL'
                                              TO WS-EVT-REASON
               WHEN WS-TRN-ACTION(WS-TRN-SUB) = SPACES
                   MOVE 'NO ACTION CARD'      TO WS-EVT-REASON
               WHEN WS-TRN-EXPIRY(WS-TRN-SUB)(1:4) NOT NUMERIC
                       OR WS-TRN-EXPIRY(WS-TRN-SUB) < WS-RUN-DATE
                   MOVE 'EXPIRY DATE NOT VALID' TO WS-EVT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-EVT-REASON = SPACES
               PERFORM VARYING WS-TRN-SUB2 FROM 1 BY 1
                       UNTIL WS-TRN-SUB2 >= WS-TRN-SUB
                   IF WS-TRN-FUNC(WS-TRN-SUB2) = 'REQUEST'
                           AND WS-TRN-ID(WS-TRN-SUB2) =
                               WS-TRN-ID(WS-TRN-SUB)
                       MOVE 'DUPLICATE REQUEST ID IN RUN'
                                              TO WS-EVT-REASON
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-EVT-REASON NOT = SPACES
               PERFORM 150-REFUSE-TRAN        THRU 150-EXIT
               GO TO 210-EXIT
           END-IF.
           MOVE SPACES                        TO APPROVAL-CTL-REC.
           MOVE WS-TRN-ID(WS-TRN-SUB)         TO APR-REQUEST-ID.
           MOVE WS-TRN-PGM(WS-TRN-SUB)        TO APR-PROGRAM.
           MOVE WS-TRN-ACTION(WS-TRN-SUB)     TO APR-ACTION.
           MOVE WS-TRN-USER(WS-TRN-SUB)       TO APR-REQUESTED-BY.
           MOVE WS-RUN-DATE                   TO APR-REQUEST-DATE.
           MOVE WS-TRN-EXPIRY(WS-TRN-SUB)     TO APR-EXPIRY-DATE.
           MOVE 'R'                           TO APR-STATUS.
           WRITE APPROVAL-CTL-REC.
           IF WS-APPRVCTL-STATUS NOT = '00'
               MOVE 'APPRVCTL'                TO WS-IO-FILE-NAME
               MOVE WS-APPRVCTL-STATUS        TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-REQUEST-CNT.
           MOVE 'REQUESTED'                   TO WS-EVT-EVENT.
           STRING 'EXPIRES ' DELIMITED BY SIZE
                  APR-EXPIRY-DATE DELIMITED BY SIZE
               INTO WS-EVT-REASON
           END-STRING.
           PERFORM 160-LOG-TRAN               THRU 160-EXIT.
       210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   QUARTERLY AUDIT REPORT - EVERY LOGGED EVENT IN THE QUARTER   *
      *   FROM ALL FOUR PROGRAMS, IN THE ORDER IT HAPPENED, WITH       *
      *   TOTALS BY EVENT TYPE                                         *
      *----------------------------------------------------------------*
       300-AUDIT-REPORT.
           IF WS-AUDIT-QUARTER(1:4) NOT NUMERIC
                   OR WS-AUDIT-QUARTER(5:2) NOT = '-Q'
               DISPLAY 'AUDIT QUARTER NOT VALID: ' WS-AUDIT-QUARTER
               ADD 1                          TO WS-REFUSE-CNT
               GO TO 300-EXIT
           END-IF.
           MOVE WS-AUDIT-QUARTER(1:4)         TO WS-AUDIT-FROM(1:4).
           MOVE WS-AUDIT-QUARTER(1:4)         TO WS-AUDIT-TO(1:4).
           EVALUATE WS-AUDIT-QUARTER(7:1)
               WHEN '1'
                   MOVE '-01-01'              TO WS-AUDIT-FROM(5:6)
                   MOVE '-03-31'              TO WS-AUDIT-TO(5:6)
               WHEN '2'
                   MOVE '-04-01'              TO WS-AUDIT-FROM(5:6)
                   MOVE '-06-30'              TO WS-AUDIT-TO(5:6)
               WHEN '3'
                   MOVE '-07-01'              TO WS-AUDIT-FROM(5:6)
                   MOVE '-09-30'              TO WS-AUDIT-TO(5:6)
               WHEN '4'
                   MOVE '-10-01'              TO WS-AUDIT-FROM(5:6)
                   MOVE '-12-31'              TO WS-AUDIT-TO(5:6)
               WHEN OTHER
                   DISPLAY 'AUDIT QUARTER NOT VALID: '
                           WS-AUDIT-QUARTER
                   ADD 1                      TO WS-REFUSE-CNT
                   GO TO 300-EXIT
           END-EVALUATE.
           IF WS-TRN-CNT > 0
               PERFORM 700-WRITE-HEADINGS     THRU 700-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'APPROVAL AUDIT REPORT FOR ' DELIMITED BY SIZE
                  WS-AUDIT-QUARTER             DELIMITED BY SIZE
                  '  ('                        DELIMITED BY SIZE
                  WS-AUDIT-FROM                DELIMITED BY SIZE
                  ' TO '                       DELIMITED BY SIZE
                  WS-AUDIT-TO                  DELIMITED BY SIZE
                  ')'                          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DATE       TIME     LOGGED BY EVENT      REQUEST  '
                                              TO RPT-LINE.
           MOVE 'USER     PROGRAM'            TO RPT-LINE(51:16).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 2                              TO WS-LINE-CNT.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT APPROVAL-LOG-FILE.
           IF WS-APPRLOG-STATUS NOT = '00'
               DISPLAY 'NO APPROVAL LOG PRESENT'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM 310-AUDIT-ONE-EVENT        THRU 310-EXIT
               UNTIL END-OF-FILE.
           IF WS-APPRLOG-STATUS NOT = '35'
               CLOSE APPROVAL-LOG-FILE
           END-IF.
           PERFORM 320-AUDIT-TOTALS           THRU 320-EXIT.
       300-EXIT.
           EXIT.

       310-AUDIT-ONE-EVENT.
           READ APPROVAL-LOG-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 310-EXIT
           END-READ.
           IF WS-APPRLOG-STATUS NOT = '00'
               MOVE 'APPRLOG'                 TO WS-IO-FILE-NAME
               MOVE WS-APPRLOG-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           IF ALG-DATE < WS-AUDIT-FROM OR ALG-DATE > WS-AUDIT-TO
               GO TO 310-EXIT
           END-IF.
           ADD 1                              TO WS-AUD-EVENT-CNT.
           EVALUATE ALG-EVENT
               WHEN 'REQUESTED'
                   ADD 1                      TO WS-AUD-REQUEST-CNT
               WHEN 'APPROVED'
                   ADD 1                      TO WS-AUD-APPROVE-CNT
               WHEN 'REJECTED'
                   ADD 1                      TO WS-AUD-REJECT-CNT
               WHEN 'REFUSED'
                   ADD 1                      TO WS-AUD-REFUSE-CNT
               WHEN 'EXECUTED'
                   ADD 1                      TO WS-AUD-EXECUTE-CNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-LINE-CNT + 3 > WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS     THRU 700-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           STRING ALG-DATE       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  ALG-TIME       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  ALG-PROGRAM    DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  ALG-EVENT      DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  ALG-REQUEST-ID DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  ALG-USER       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  ALG-TARGET-PGM DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           MOVE ALG-ACTION                    TO RPT-LINE(10:72).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           MOVE ALG-REASON                    TO RPT-LINE(10:30).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 3                              TO WS-LINE-CNT.
       310-EXIT.
           EXIT.

       320-AUDIT-TOTALS.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'EVENTS IN QUARTER ..... ' DELIMITED BY SIZE
                  WS-AUD-EVENT-CNT           DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  REQUESTED ........... ' DELIMITED BY SIZE
                  WS-AUD-REQUEST-CNT         DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  APPROVED ............ ' DELIMITED BY SIZE
                  WS-AUD-APPROVE-CNT         DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  REJECTED ............ ' DELIMITED BY SIZE
                  WS-AUD-REJECT-CNT          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  REFUSED ............. ' DELIMITED BY SIZE
                  WS-AUD-REFUSE-CNT          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  EXECUTED ............ ' DELIMITED BY SIZE
                  WS-AUD-EXECUTE-CNT         DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           DISPLAY 'AUDIT QUARTER ' WS-AUDIT-QUARTER ' EVENTS '
                   WS-AUD-EVENT-CNT.
       320-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STRPGM31 - APPROVAL MAINTENANCE'
                      DELIMITED BY SIZE
                  '           PAGE ' DELIMITED BY SIZE
                  WS-PAGE-CNT       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

       800-WRITE-LOG.
           MOVE SPACES                        TO APPROVAL-LOG-REC.
           MOVE WS-RUN-DATE                   TO ALG-DATE.
           MOVE WS-RUN-TIME                   TO ALG-TIME.
           MOVE WS-PROGRAM                    TO ALG-PROGRAM.
           MOVE WS-EVT-EVENT                  TO ALG-EVENT.
           MOVE WS-EVT-ID                     TO ALG-REQUEST-ID.
           MOVE WS-EVT-USER                   TO ALG-USER.
           MOVE WS-EVT-PGM                    TO ALG-TARGET-PGM.
           MOVE WS-EVT-ACTION                 TO ALG-ACTION.
           MOVE WS-EVT-REASON                 TO ALG-REASON.
           WRITE APPROVAL-LOG-REC.
           IF WS-APPRLOG-STATUS NOT = '00'
               MOVE 'APPRLOG'                 TO WS-IO-FILE-NAME
               MOVE WS-APPRLOG-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       800-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM31 CONTROL TOTALS'.
           DISPLAY 'CARDS READ ............ ' WS-CARD-CNT.
           DISPLAY 'REQUESTS ON FILE READ . ' WS-CTL-READ-CNT.
           DISPLAY 'REQUESTS ADDED ........ ' WS-REQUEST-CNT.
           DISPLAY 'REQUESTS APPROVED ..... ' WS-APPROVE-CNT.
           DISPLAY 'REQUESTS REJECTED ..... ' WS-REJECT-CNT.
           DISPLAY 'TRANSACTIONS REFUSED .. ' WS-REFUSE-CNT.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STRPGM31 CONTROL TOTALS'      TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'REQUESTS ADDED ........ ' DELIMITED BY SIZE
                  WS-REQUEST-CNT             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'REQUESTS APPROVED ..... ' DELIMITED BY SIZE
                  WS-APPROVE-CNT             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'REQUESTS REJECTED ..... ' DELIMITED BY SIZE
                  WS-REJECT-CNT              DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'TRANSACTIONS REFUSED .. ' DELIMITED BY SIZE
                  WS-REFUSE-CNT              DELIMITED BY SIZE
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
