      *   OCCURRENCE COUNTS BACK OTHERWISE, MARKS THE BACKED-OUT       *
      *   AUDIT ROWS AND PRINTS A BACKOUT REPORT FOR THE INCIDENT      *
      *   TICKET                                                       *
      *                                                                *
      *   A BACKOUT IS ONLY APPLIED WHEN APPRVCTL HOLDS AN APPROVED    *
      *   REQUEST (SEE STRPGM31) WITH THE ACTION TEXT                  *
      *     JOB=JJJJJJJJ DATE=YYYY-MM-DD TIMEFROM=HHMMSSTT             *
      *     TIMETO=HHMMSSTT                                            *
      *   BUILT FROM THE PARM CARDS. WITHOUT ONE THE RUN IS REPORT     *
      *   ONLY: THE MASTER IS READ BUT NOT CHANGED AND AUDITNEW IS AN  *
      *   UNCHANGED COPY OF AUDITLOG.                                  *
      *                                                                *
      *   A RUN DATED IN A PERIOD CLOSED BY STRPGM37 IS REPORT ONLY    *
      *   WHATEVER THE APPROVAL. IF THE PERIOD HAS BEEN REOPENED THE   *
      *   BACKOUT IS APPLIED AND LOGGED TO PERADJ AS AN ADJUSTMENT.    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM22.
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS MST-STRING
                                    FILE STATUS IS WS-MASTER-STATUS.
           SELECT APPROVAL-CTL-FILE ASSIGN TO APPRVCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-APPRVCTL-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO APPRLOG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-APPRLOG-STATUS.
           SELECT PERIOD-CTL-FILE  ASSIGN TO PERCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PERCTL-STATUS.
           SELECT PERIOD-ADJ-FILE  ASSIGN TO PERADJ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PERADJ-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  AUDIT-REC.
           05  AUD-ORIGINAL             PIC X(40).
           05  AUD-REVERSED             PIC X(40).
           05  AUD-METHOD-CODE          PIC X(50).
           05  AUD-SOURCE-CODE          PIC X(03).
           05  AUD-BACKOUT-FLAG         PIC X(01).
           05  AUD-TXN-ID               PIC X(16).
           05  AUD-RUN-LANE             PIC X(01).

       FD  AUDIT-NEW-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  AUDNEW-REC                   PIC X(178).

       FD  MASTER-FILE
           RECORD CONTAINS 69 CHARACTERS.
           05  MST-LAST-DATE            PIC X(10).
           05  MST-OCCUR-CNT            PIC 9(09).

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

      *----------------------------------------------------------------*
      *   PERIOD CONTROL (SEE STRPGM37) - STATUS C CLOSED, R REOPENED  *
      *----------------------------------------------------------------*
       FD  PERIOD-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CTL-REC.
           05  PCL-PERIOD               PIC X(07).
           05  PCL-STATUS               PIC X(01).
           05  FILLER                   PIC X(72).

       FD  PERIOD-ADJ-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  PERIOD-ADJ-REC.
           05  PAJ-ADJ-PERIOD           PIC X(07).
           05  PAJ-ORIG-PERIOD          PIC X(07).
           05  PAJ-DATE                 PIC X(10).
           05  PAJ-TIME                 PIC X(08).
           05  PAJ-PROGRAM              PIC X(08).
           05  PAJ-TYPE                 PIC X(10).
           05  PAJ-SOURCE-CODE          PIC X(03).
           05  PAJ-KEY                  PIC X(72).
           05  PAJ-COUNT                PIC 9(09).
           05  FILLER                   PIC X(16).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).
           05  WS-CRIT-DATE        PIC X(10)   VALUE SPACES.
           05  WS-CRIT-TIME-FROM   PIC X(08)   VALUE '00000000'.
           05  WS-CRIT-TIME-TO     PIC X(08)   VALUE '99999999'.
       01  WS-APPROVAL-DATA.
           05  WS-APPROVAL-FLAG    PIC X(01)   VALUE 'N'.
               88  RUN-APPROVED                VALUE 'Y'.
               88  REPORT-ONLY                 VALUE 'N'.
           05  WS-APR-EOF-FLAG     PIC X(01)   VALUE 'N'.
               88  END-OF-APPROVALS            VALUE 'Y'.
           05  WS-APR-ACTION       PIC X(72)   VALUE SPACES.
           05  WS-APR-REQUEST-ID   PIC X(08)   VALUE SPACES.
           05  WS-APR-REQUESTED-BY PIC X(08)   VALUE SPACES.
           05  WS-APR-APPROVED-BY  PIC X(08)   VALUE SPACES.
           05  WS-APR-EVENT        PIC X(10)   VALUE SPACES.
           05  WS-APR-REASON       PIC X(30)   VALUE SPACES.
           05  WS-APR-RUN-TIME     PIC X(08)   VALUE SPACES.
       01  WS-PERIOD-LOCK-DATA.
           05  WS-PCL-EOF-FLAG     PIC X(01)   VALUE 'N'.
               88  END-OF-PERIODS              VALUE 'Y'.
           05  WS-PERADJ-OPEN-FLAG PIC X(01)   VALUE 'N'.
               88  PERADJ-OPEN                 VALUE 'Y'.
           05  WS-PER-STATE        PIC X(01)   VALUE SPACE.
               88  PERIOD-OPEN                 VALUE SPACE.
               88  PERIOD-CLOSED               VALUE 'C'.
               88  PERIOD-REOPENED             VALUE 'R'.
           05  WS-PER-CHECK        PIC X(07)   VALUE SPACES.
           05  WS-ADJ-PERIOD       PIC X(07)   VALUE SPACES.
           05  WS-ADJ-TYPE         PIC X(10)   VALUE SPACES.
           05  WS-ADJ-SOURCE       PIC X(03)   VALUE SPACES.
           05  WS-ADJ-KEY          PIC X(72)   VALUE SPACES.
           05  WS-ADJ-COUNT        PIC 9(09)   VALUE ZEROES.
           05  WS-ADJ-TIME         PIC X(08)   VALUE SPACES.
           05  WS-PER-YEAR         PIC 9(04)   VALUE ZEROES.
           05  WS-PER-MONTH        PIC 9(02)   VALUE ZEROES.
           05  WS-PER-CNT          PIC 9(03)   VALUE ZEROES.
           05  WS-PER-MAX          PIC 9(03)   VALUE 240.
           05  WS-PER-SUB          PIC 9(03)   VALUE ZEROES.
           05  WS-PER-ENTRY        OCCURS 240 TIMES.
               10  WS-PER-PERIOD   PIC X(07).
               10  WS-PER-STATUS   PIC X(01).
       01  WS-COUNTS.
           05  WS-READ-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-MATCHED-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-DECREMENTED-CNT  PIC 9(9)    VALUE ZEROES.
           05  WS-NOTFOUND-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-ALREADY-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-ADJUST-CNT       PIC 9(9)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-AUDNEW-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-MASTER-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PARM-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-APPRVCTL-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-APPRLOG-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-PERCTL-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PERADJ-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           05  WS-IO-FILE-NAME     PIC X(12)   VALUE SPACES.
               STOP RUN
           END-IF.
           PERFORM 065-GET-RUN-DATE          THRU 065-EXIT.
           STRING 'JOB='              DELIMITED BY SIZE
                  WS-CRIT-JOB         DELIMITED BY SPACE
                  ' DATE='            DELIMITED BY SIZE
                  WS-CRIT-DATE        DELIMITED BY SIZE
                  ' TIMEFROM='        DELIMITED BY SIZE
                  WS-CRIT-TIME-FROM   DELIMITED BY SIZE
                  ' TIMETO='          DELIMITED BY SIZE
                  WS-CRIT-TIME-TO     DELIMITED BY SIZE
               INTO WS-APR-ACTION
           END-STRING.
      *    A RUN DATED IN A CLOSED PERIOD IS REFUSED BEFORE THE
      *    APPROVAL IS LOOKED AT, SO THE APPROVAL IS NOT USED UP
           PERFORM 085-LOAD-PERIODS          THRU 085-EXIT.
           MOVE WS-CRIT-DATE(1:7)             TO WS-PER-CHECK.
           PERFORM 090-CHECK-PERIOD          THRU 090-EXIT.
           IF PERIOD-CLOSED
               SET REPORT-ONLY                TO TRUE
               MOVE SPACES                    TO WS-APR-REASON
               STRING 'PERIOD '               DELIMITED BY SIZE
                      WS-PER-CHECK            DELIMITED BY SIZE
                      ' CLOSED'               DELIMITED BY SIZE
                   INTO WS-APR-REASON
               END-STRING
               DISPLAY 'NOT APPROVED - REPORT ONLY: ' WS-APR-REASON
               MOVE 'REFUSED'                 TO WS-APR-EVENT
               PERFORM 080-WRITE-APPROVAL-LOG THRU 080-EXIT
           ELSE
               PERFORM 070-CHECK-APPROVAL    THRU 070-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           IF REPORT-ONLY
               MOVE SPACES                    TO RPT-LINE
               STRING 'NOT APPROVED - REPORT ONLY: ' DELIMITED BY SIZE
                      WS-APR-REASON           DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
               MOVE SPACES                    TO RPT-LINE
               MOVE WS-APR-ACTION             TO RPT-LINE(3:72)
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
           END-IF.
      *    A BACKOUT WITHOUT THE MASTER WOULD MARK AUDIT ROWS AS
      *    BACKED OUT WHILE THE MASTER STILL CARRIES THE RUN'S
      *    EFFECTS, SO AN UNAVAILABLE MASTER ENDS THE RUN UP FRONT
           IF RUN-APPROVED
               OPEN I-O MASTER-FILE
           ELSE
               OPEN INPUT MASTER-FILE
           END-IF.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'STRING MASTER UNAVAILABLE - STATUS '
                       WS-MASTER-STATUS
           CLOSE AUDIT-FILE.
           CLOSE AUDIT-NEW-FILE.
           CLOSE MASTER-FILE.
           IF RUN-APPROVED
               PERFORM 075-MARK-APPROVAL-USED THRU 075-EXIT
           END-IF.
           IF RUN-APPROVED AND PERIOD-REOPENED
                   AND WS-MATCHED-CNT > 0
               MOVE 'BACKOUT'                 TO WS-ADJ-TYPE
               MOVE SPACES                    TO WS-ADJ-SOURCE
               MOVE WS-APR-ACTION             TO WS-ADJ-KEY
               MOVE WS-MATCHED-CNT            TO WS-ADJ-COUNT
               PERFORM 095-WRITE-ADJUSTMENT   THRU 095-EXIT
               PERFORM 096-CLOSE-ADJUSTMENTS  THRU 096-EXIT
           END-IF.
           PERFORM 900-CONTROL-TOTALS         THRU 900-EXIT.
           CLOSE REPORT-FILE.
           IF WS-MATCHED-CNT = 0
               DISPLAY 'NO AUDIT ROWS MATCHED THE BACKOUT WINDOW'
               MOVE 4                         TO RETURN-CODE
           END-IF.
           IF REPORT-ONLY
               DISPLAY 'REPORT ONLY - NO BACKOUT APPLIED'
               MOVE 8                         TO RETURN-CODE
           END-IF.
           STOP RUN.

       050-READ-PARM-CARDS.
       065-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   MAKER-CHECKER - A CHANGE IS ONLY APPLIED WHEN APPRVCTL HOLDS *
      *   AN APPROVED, UNEXPIRED, UNUSED REQUEST FOR THIS PROGRAM      *
      *   WHOSE ACTION TEXT MATCHES WS-APR-ACTION EXACTLY. OTHERWISE   *
      *   THE RUN IS REPORT-ONLY AND THE REFUSAL IS LOGGED TO APPRLOG  *
      *----------------------------------------------------------------*
       070-CHECK-APPROVAL.
           SET REPORT-ONLY                    TO TRUE.
           MOVE SPACES                        TO WS-APR-REQUEST-ID.
           MOVE SPACES                        TO WS-APR-REQUESTED-BY.
           MOVE SPACES                        TO WS-APR-APPROVED-BY.
           MOVE 'NO MATCHING REQUEST'         TO WS-APR-REASON.
           MOVE 'N'                           TO WS-APR-EOF-FLAG.
           OPEN INPUT APPROVAL-CTL-FILE.
           IF WS-APPRVCTL-STATUS NOT = '00'
               MOVE 'NO APPROVAL CONTROL FILE' TO WS-APR-REASON
               SET END-OF-APPROVALS           TO TRUE
           END-IF.
           PERFORM 072-CHECK-ONE-APPROVAL     THRU 072-EXIT
               UNTIL END-OF-APPROVALS.
           IF WS-APPRVCTL-STATUS NOT = '35'
               CLOSE APPROVAL-CTL-FILE
           END-IF.
           IF RUN-APPROVED
               DISPLAY 'APPROVED BY REQUEST ' WS-APR-REQUEST-ID
                       ' - CHANGES WILL BE APPLIED'
               GO TO 070-EXIT
           END-IF.
           DISPLAY 'NOT APPROVED - REPORT ONLY: ' WS-APR-REASON.
           MOVE 'REFUSED'                     TO WS-APR-EVENT.
           PERFORM 080-WRITE-APPROVAL-LOG     THRU 080-EXIT.
       070-EXIT.
           EXIT.

       072-CHECK-ONE-APPROVAL.
           READ APPROVAL-CTL-FILE
               AT END
                   SET END-OF-APPROVALS       TO TRUE
                   GO TO 072-EXIT
           END-READ.
           IF WS-APPRVCTL-STATUS NOT = '00'
               MOVE 'APPRVCTL'                TO WS-IO-FILE-NAME
               MOVE WS-APPRVCTL-STATUS        TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           IF APR-PROGRAM NOT = WS-PROGRAM
                   OR APR-ACTION NOT = WS-APR-ACTION
               GO TO 072-EXIT
           END-IF.
           MOVE APR-REQUEST-ID                TO WS-APR-REQUEST-ID.
           MOVE APR-REQUESTED-BY              TO WS-APR-REQUESTED-BY.
           MOVE APR-APPROVED-BY               TO WS-APR-APPROVED-BY.
           EVALUATE TRUE
               WHEN APR-STATUS = 'R'
                   MOVE 'REQUEST NOT YET APPROVED' TO WS-APR-REASON
               WHEN APR-STATUS = 'X'
                   MOVE 'REQUEST REJECTED'    TO WS-APR-REASON
               WHEN APR-STATUS = 'U'
                   MOVE 'APPROVAL ALREADY USED' TO WS-APR-REASON
               WHEN APR-STATUS NOT = 'A'
                   MOVE 'APPROVAL STATUS NOT VALID' TO WS-APR-REASON
               WHEN APR-EXPIRY-DATE < WS-RUN-DATE
                   MOVE 'APPROVAL EXPIRED'    TO WS-APR-REASON
               WHEN APR-APPROVED-BY = SPACES
                       OR APR-APPROVED-BY = APR-REQUESTED-BY
                   MOVE 'APPROVER SAME AS REQUESTER' TO WS-APR-REASON
               WHEN OTHER
                   SET RUN-APPROVED           TO TRUE
                   SET END-OF-APPROVALS       TO TRUE
           END-EVALUATE.
       072-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   AN APPROVAL AUTHORIZES ONE RUN - ONCE THE CHANGE IS APPLIED  *
      *   THE REQUEST IS MARKED USED AND THE EXECUTION IS LOGGED       *
      *----------------------------------------------------------------*
       075-MARK-APPROVAL-USED.
           MOVE 'N'                           TO WS-APR-EOF-FLAG.
           OPEN I-O APPROVAL-CTL-FILE.
           MOVE 'APPRVCTL'                    TO WS-IO-FILE-NAME.
           MOVE WS-APPRVCTL-STATUS            TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           PERFORM 077-MARK-ONE-APPROVAL      THRU 077-EXIT
               UNTIL END-OF-APPROVALS.
           CLOSE APPROVAL-CTL-FILE.
           MOVE 'EXECUTED'                    TO WS-APR-EVENT.
           MOVE SPACES                        TO WS-APR-REASON.
           STRING 'APPROVED BY '              DELIMITED BY SIZE
                  WS-APR-APPROVED-BY          DELIMITED BY SIZE
               INTO WS-APR-REASON
           END-STRING.
           PERFORM 080-WRITE-APPROVAL-LOG     THRU 080-EXIT.
       075-EXIT.
           EXIT.

       077-MARK-ONE-APPROVAL.
           READ APPROVAL-CTL-FILE
               AT END
                   SET END-OF-APPROVALS       TO TRUE
                   GO TO 077-EXIT
           END-READ.
           IF APR-REQUEST-ID NOT = WS-APR-REQUEST-ID
                   OR APR-STATUS NOT = 'A'
               GO TO 077-EXIT
           END-IF.
           MOVE 'U'                           TO APR-STATUS.
           MOVE WS-RUN-DATE                   TO APR-USED-DATE.
           REWRITE APPROVAL-CTL-REC.
           MOVE 'APPRVCTL'                    TO WS-IO-FILE-NAME.
           MOVE WS-APPRVCTL-STATUS            TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           SET END-OF-APPROVALS               TO TRUE.
       077-EXIT.
           EXIT.

       080-WRITE-APPROVAL-LOG.
           ACCEPT WS-APR-RUN-TIME              FROM TIME.
           OPEN EXTEND APPROVAL-LOG-FILE.
           IF WS-APPRLOG-STATUS = '35'
               OPEN OUTPUT APPROVAL-LOG-FILE
           END-IF.
           MOVE 'APPRLOG'                     TO WS-IO-FILE-NAME.
           MOVE WS-APPRLOG-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           MOVE SPACES                        TO APPROVAL-LOG-REC.
           MOVE WS-RUN-DATE                   TO ALG-DATE.
           MOVE WS-APR-RUN-TIME               TO ALG-TIME.
           MOVE WS-PROGRAM                    TO ALG-PROGRAM.
           MOVE WS-APR-EVENT                  TO ALG-EVENT.
           MOVE WS-APR-REQUEST-ID             TO ALG-REQUEST-ID.
           MOVE WS-APR-REQUESTED-BY           TO ALG-USER.
           MOVE WS-PROGRAM                    TO ALG-TARGET-PGM.
           MOVE WS-APR-ACTION                 TO ALG-ACTION.
           MOVE WS-APR-REASON                 TO ALG-REASON.
           WRITE APPROVAL-LOG-REC.
           MOVE WS-APPRLOG-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           CLOSE APPROVAL-LOG-FILE.
       080-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   PERIOD LOCK - PERCTL LISTS EVERY PERIOD STRPGM37 HAS CLOSED. *
      *   A CHANGE DATED IN A CLOSED PERIOD IS REFUSED. ONE DATED IN A *
      *   REOPENED PERIOD IS APPLIED AND LOGGED TO PERADJ AS AN        *
      *   ADJUSTMENT TO THE FIRST PERIOD AFTER THE LAST ONE CLOSED     *
      *----------------------------------------------------------------*
       085-LOAD-PERIODS.
           MOVE ZEROES                        TO WS-PER-CNT.
           MOVE 'N'                           TO WS-PCL-EOF-FLAG.
           OPEN INPUT PERIOD-CTL-FILE.
           IF WS-PERCTL-STATUS = '35'
               DISPLAY 'NO PERIOD CONTROL FILE - NO PERIOD CLOSED'
               GO TO 085-EXIT
           END-IF.
           MOVE 'PERCTL'                      TO WS-IO-FILE-NAME.
           MOVE WS-PERCTL-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           PERFORM 087-LOAD-ONE-PERIOD        THRU 087-EXIT
               UNTIL END-OF-PERIODS.
           CLOSE PERIOD-CTL-FILE.
           IF WS-PER-CNT = 0
               GO TO 085-EXIT
           END-IF.
           MOVE WS-PER-PERIOD(WS-PER-CNT)(1:4) TO WS-PER-YEAR.
           MOVE WS-PER-PERIOD(WS-PER-CNT)(6:2) TO WS-PER-MONTH.
           IF WS-PER-MONTH < 12
               ADD 1                          TO WS-PER-MONTH
           ELSE
               MOVE 1                         TO WS-PER-MONTH
               ADD 1                          TO WS-PER-YEAR
           END-IF.
           STRING WS-PER-YEAR '-' WS-PER-MONTH
               DELIMITED BY SIZE
               INTO WS-ADJ-PERIOD
           END-STRING.
           DISPLAY 'LAST PERIOD CLOSED .. ' WS-PER-PERIOD(WS-PER-CNT)
                   ' - ADJUSTMENTS POST TO ' WS-ADJ-PERIOD.
       085-EXIT.
           EXIT.

       087-LOAD-ONE-PERIOD.
           READ PERIOD-CTL-FILE
               AT END
                   SET END-OF-PERIODS         TO TRUE
                   GO TO 087-EXIT
           END-READ.
           IF WS-PERCTL-STATUS NOT = '00'
               MOVE 'PERCTL'                  TO WS-IO-FILE-NAME
               MOVE WS-PERCTL-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
      *    A PERIOD LEFT OFF THE TABLE WOULD GO UNGUARDED
           IF WS-PER-CNT NOT < WS-PER-MAX
               DISPLAY 'PERIOD TABLE FULL'
               MOVE 'PERCTL'                  TO WS-IO-FILE-NAME
               MOVE 'TF'                      TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-PER-CNT.
           MOVE PCL-PERIOD                    TO
               WS-PER-PERIOD(WS-PER-CNT).
           MOVE PCL-STATUS                    TO
               WS-PER-STATUS(WS-PER-CNT).
       087-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   SETS WS-PER-STATE FOR THE PERIOD (YYYY-MM) IN WS-PER-CHECK   *
      *----------------------------------------------------------------*
       090-CHECK-PERIOD.
           MOVE SPACE                         TO WS-PER-STATE.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-CNT
               IF WS-PER-PERIOD(WS-PER-SUB) = WS-PER-CHECK
                   MOVE WS-PER-STATUS(WS-PER-SUB) TO WS-PER-STATE
                   MOVE WS-PER-CNT            TO WS-PER-SUB
               END-IF
           END-PERFORM.
       090-EXIT.
           EXIT.

       095-WRITE-ADJUSTMENT.
           IF NOT PERADJ-OPEN
               OPEN EXTEND PERIOD-ADJ-FILE
               IF WS-PERADJ-STATUS = '35'
                   OPEN OUTPUT PERIOD-ADJ-FILE
               END-IF
               MOVE 'PERADJ'                  TO WS-IO-FILE-NAME
               MOVE WS-PERADJ-STATUS          TO WS-IO-STATUS
               PERFORM 970-CHECK-IO           THRU 970-EXIT
               SET PERADJ-OPEN                TO TRUE
           END-IF.
           ACCEPT WS-ADJ-TIME                  FROM TIME.
           MOVE SPACES                        TO PERIOD-ADJ-REC.
           MOVE WS-ADJ-PERIOD                 TO PAJ-ADJ-PERIOD.
           MOVE WS-PER-CHECK                  TO PAJ-ORIG-PERIOD.
           MOVE WS-RUN-DATE                   TO PAJ-DATE.
           MOVE WS-ADJ-TIME                   TO PAJ-TIME.
           MOVE WS-PROGRAM                    TO PAJ-PROGRAM.
           MOVE WS-ADJ-TYPE                   TO PAJ-TYPE.
           MOVE WS-ADJ-SOURCE                 TO PAJ-SOURCE-CODE.
           MOVE WS-ADJ-KEY                    TO PAJ-KEY.
           MOVE WS-ADJ-COUNT                  TO PAJ-COUNT.
           WRITE PERIOD-ADJ-REC.
           MOVE 'PERADJ'                      TO WS-IO-FILE-NAME.
           MOVE WS-PERADJ-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           ADD 1                              TO WS-ADJUST-CNT.
       095-EXIT.
           EXIT.

       096-CLOSE-ADJUSTMENTS.
           IF PERADJ-OPEN
               CLOSE PERIOD-ADJ-FILE
           END-IF.
       096-EXIT.
           EXIT.

       100-PROCESS-AUDIT-ROW.
           IF AUD-JOB-NAME = WS-CRIT-JOB
                   AND AUD-RUN-DATE = WS-CRIT-DATE
               ELSE
                   ADD 1                      TO WS-MATCHED-CNT
                   PERFORM 200-BACKOUT-MASTER THRU 200-EXIT
                   IF RUN-APPROVED
                       MOVE 'B'               TO AUD-BACKOUT-FLAG
                   END-IF
               END-IF
           END-IF.
           MOVE AUDIT-REC                     TO AUDNEW-REC.
           EXIT.

       250-APPLY-BACKOUT.
           IF REPORT-ONLY
               PERFORM 260-REPORT-BACKOUT     THRU 260-EXIT
               GO TO 250-EXIT
           END-IF.
           IF MST-OCCUR-CNT <= 1
                   AND MST-FIRST-DATE = AUD-RUN-DATE
               DELETE MASTER-FILE
       250-EXIT.
           EXIT.

       260-REPORT-BACKOUT.
           MOVE SPACES                        TO RPT-LINE.
           IF MST-OCCUR-CNT <= 1
                   AND MST-FIRST-DATE = AUD-RUN-DATE
               ADD 1                          TO WS-DELETED-CNT
               STRING MST-STRING              DELIMITED BY SIZE
                      '  WOULD DELETE ENTRY'  DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               ADD 1                          TO WS-DECREMENTED-CNT
               SUBTRACT 1                     FROM MST-OCCUR-CNT
               STRING MST-STRING              DELIMITED BY SIZE
                      '  WOULD STEP CNT TO '  DELIMITED BY SIZE
                      MST-OCCUR-CNT           DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
       260-EXIT.
           EXIT.

       600-WRITE-RPT-LINE.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS     THRU 700-EXIT
           DISPLAY 'OCCUR COUNTS STEPPED .. ' WS-DECREMENTED-CNT.
           DISPLAY 'NOT ON MASTER ......... ' WS-NOTFOUND-CNT.
           DISPLAY 'ALREADY BACKED OUT .... ' WS-ALREADY-CNT.
           IF WS-ADJUST-CNT > 0
               DISPLAY 'PERIOD ' WS-PER-CHECK ' REOPENED - BACKOUT '
                       'POSTED AS ADJUSTMENT TO ' WS-ADJ-PERIOD
           END-IF.
           IF REPORT-ONLY
               DISPLAY 'REPORT ONLY - COUNTS ARE WHAT WOULD CHANGE'
           END-IF.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           IF WS-ADJUST-CNT > 0
               MOVE SPACES                    TO RPT-LINE
               STRING 'PERIOD '               DELIMITED BY SIZE
                      WS-PER-CHECK            DELIMITED BY SIZE
                      ' REOPENED - BACKOUT POSTED AS ADJUSTMENT TO '
                                              DELIMITED BY SIZE
                      WS-ADJ-PERIOD           DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF REPORT-ONLY
               MOVE 'REPORT ONLY - COUNTS ARE WHAT WOULD CHANGE'
                                              TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       900-EXIT.
           EXIT.

