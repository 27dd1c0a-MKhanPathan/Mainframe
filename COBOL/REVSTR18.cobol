      *   WRITING THE RESULT TO NEWMSTR, OR IN VERIFY MODE COMPARES    *
      *   THE LIVE MASTER AGAINST THE REBUILT HISTORY AND REPORTS      *
      *   EVERY DISCREPANCY                                            *
      *                                                                *
      *   A REBUILD REPLACES THE MASTER, SO IT NEEDS AN APPROVED       *
      *   REQUEST ON APPRVCTL (SEE STRPGM31) WITH THE ACTION TEXT      *
      *   MODE=REBUILD. WITHOUT ONE THE REBUILD RUNS REPORT-ONLY:      *
      *   TOTALS ARE REPORTED, NEWMSTR IS LEFT EMPTY AND THE RUN ENDS  *
      *   WITH RC 8 SO THE REPLACE STEP IS BYPASSED. VERIFY MODE       *
      *   CHANGES NOTHING AND NEEDS NO APPROVAL.                       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM18.
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS MST-STRING
                                    FILE STATUS IS WS-MASTER-STATUS.
           SELECT APPROVAL-CTL-FILE ASSIGN TO APPRVCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-APPRVCTL-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO APPRLOG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-APPRLOG-STATUS.
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

       FD  ARCHIVE-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  ARCH-REC.
           05  ARCH-ORIGINAL            PIC X(40).
           05  ARCH-REVERSED            PIC X(40).
           05  ARCH-METHOD-CODE         PIC X(50).
           05  ARCH-SOURCE-CODE         PIC X(03).
           05  ARCH-BACKOUT-FLAG        PIC X(01).
           05  ARCH-TXN-ID              PIC X(16).
           05  ARCH-RUN-LANE            PIC X(01).

       FD  NEW-MASTER-FILE
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

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).
       01  WS-POST-DATA.
           05  WS-POST-STRING      PIC X(40)   VALUE SPACES.
           05  WS-POST-DATE        PIC X(10)   VALUE SPACES.
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
       01  WS-COUNTS.
           05  WS-AUDIT-READ-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-ARCH-READ-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-NEWMSTR-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-MASTER-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PARM-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-APPRVCTL-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-APPRLOG-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           05  WS-IO-FILE-NAME     PIC X(12)   VALUE SPACES.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM 710-WRITE-HISTORY-NOTE    THRU 710-EXIT.
           IF REBUILD-MODE
               MOVE 'MODE=REBUILD'            TO WS-APR-ACTION
               PERFORM 070-CHECK-APPROVAL    THRU 070-EXIT
               IF REPORT-ONLY
                   MOVE SPACES                TO RPT-LINE
                   STRING 'NOT APPROVED - REPORT ONLY: '
                                              DELIMITED BY SIZE
                          WS-APR-REASON       DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 600-WRITE-RPT-LINE THRU 600-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT NEW-MASTER-FILE.
           MOVE 'NEWMSTR'                     TO WS-IO-FILE-NAME.
           MOVE WS-NEWMSTR-STATUS             TO WS-IO-STATUS.
               PERFORM 500-VERIFY-REVERSE    THRU 500-EXIT
           END-IF.
           CLOSE NEW-MASTER-FILE.
           IF REBUILD-MODE AND RUN-APPROVED
               PERFORM 075-MARK-APPROVAL-USED THRU 075-EXIT
           END-IF.
           IF REBUILD-MODE AND REPORT-ONLY
               OPEN OUTPUT NEW-MASTER-FILE
               MOVE 'NEWMSTR'                 TO WS-IO-FILE-NAME
               MOVE WS-NEWMSTR-STATUS         TO WS-IO-STATUS
               PERFORM 970-CHECK-IO          THRU 970-EXIT
               CLOSE NEW-MASTER-FILE
           END-IF.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE REPORT-FILE.
           IF VERIFY-MODE AND WS-DISC-CNT > 0
               MOVE 8                         TO RETURN-CODE
           END-IF.
           IF REBUILD-MODE AND REPORT-ONLY
               DISPLAY 'REPORT ONLY - NEWMSTR LEFT EMPTY'
               MOVE 8                         TO RETURN-CODE
           END-IF.
           STOP RUN.

       050-READ-PARM-CARD.
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

       100-LOAD-AUDIT-LOG.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
               DISPLAY 'LIVE MASTER ENTRIES ... ' WS-MASTER-READ-CNT
               DISPLAY 'DISCREPANCIES ......... ' WS-DISC-CNT
           END-IF.
           IF REBUILD-MODE AND REPORT-ONLY
               DISPLAY 'REBUILD NOT APPROVED - NEWMSTR LEFT EMPTY'
           END-IF.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
               END-STRING
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF REBUILD-MODE AND REPORT-ONLY
               MOVE 'REBUILD NOT APPROVED - NEWMSTR LEFT EMPTY'
                                              TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       900-EXIT.
           EXIT.

