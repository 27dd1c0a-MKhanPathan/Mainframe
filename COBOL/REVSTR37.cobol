      *----------------------------------------------------------------*
      *   MONTH-END PERIOD CLOSE - TOTALS ONE ACCOUNTING PERIOD        *
      *   (CALENDAR MONTH) FROM THE AUDIT LOG, ITS STRPGM11 ARCHIVE    *
      *   AND THE RUN HISTORY BY SOURCE CODE AND METHOD, WRITES THE    *
      *   FROZEN PERIOD SUMMARY, MARKS THE PERIOD CLOSED ON THE        *
      *   PERIOD CONTROL FILE AND PRINTS THE SIGNED-OFF MONTH-END      *
      *   STATEMENT.                                                   *
      *                                                                *
      *   A PERIOD IS CLOSED UNDER THE STRPGM20 BUSINESS CALENDAR: ONLY*
      *   ONCE THE NIGHTLY CYCLE HAS ROLLED PAST ITS LAST BUSINESS     *
      *   DAY, ONLY AFTER THE PERIOD BEFORE IT IS CLOSED, AND ONLY     *
      *   ONCE. STRPGM22, STRPGM17 AND STRPGM8 REFUSE CHANGES DATED    *
      *   IN A CLOSED PERIOD. A REOPENED PERIOD ACCEPTS THEM, BUT EACH *
      *   ONE IS LOGGED TO PERADJ AS AN ADJUSTMENT TO THE FIRST PERIOD *
      *   NOT YET CLOSED, AND THE STATEMENT FOR THAT PERIOD CARRIES IT.*
      *   CLOSING A REOPENED PERIOD AGAIN LOCKS IT WITHOUT TOUCHING    *
      *   ITS FROZEN SUMMARY AND LISTS THE ADJUSTMENTS MADE MEANWHILE. *
      *                                                                *
      *   SYSIN CARDS:                                                 *
      *     SIGNOFF=UUUUUUUU  USER SIGNING OFF THE CLOSE - REQUIRED    *
      *     PERIOD=YYYY-MM    PERIOD TO CLOSE - DEFAULT IS THE MONTH   *
      *                       BEFORE THE CYCLE BUSINESS DATE           *
      *     REOPEN=YYYY-MM    REOPEN A CLOSED PERIOD INSTEAD OF        *
      *                       CLOSING ONE. NEEDS AN APPROVED REQUEST   *
      *                       ON APPRVCTL (SEE STRPGM31) WHOSE ACTION  *
      *                       TEXT IS THE CARD AS CODED                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM37.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CTL-FILE   ASSIGN TO CYCLECTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CYCLECTL-STATUS.
           SELECT PERIOD-CTL-FILE  ASSIGN TO PERCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PERCTL-STATUS.
           SELECT PERIOD-SUM-FILE  ASSIGN TO PERSUM
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PERSUM-STATUS.
           SELECT PERIOD-ADJ-FILE  ASSIGN TO PERADJ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PERADJ-STATUS.
           SELECT AUDIT-FILE       ASSIGN TO AUDITLOG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-FILE     ASSIGN TO ARCHFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RUNHIST-STATUS.
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
       FD  CYCLE-CTL-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  CYCLE-CTL-REC.
           05  CYC-BUS-DATE             PIC X(10).
           05  FILLER                   PIC X(77).

      *----------------------------------------------------------------*
      *   ONE RECORD PER PERIOD EVER CLOSED, IN PERIOD ORDER.          *
      *   STATUS C CLOSED, R REOPENED                                  *
      *----------------------------------------------------------------*
       FD  PERIOD-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CTL-REC.
           05  PCL-PERIOD               PIC X(07).
           05  PCL-STATUS               PIC X(01).
           05  PCL-CLOSE-DATE           PIC X(10).
           05  PCL-CLOSE-TIME           PIC X(08).
           05  PCL-CLOSED-BY            PIC X(08).
           05  PCL-REOPEN-DATE          PIC X(10).
           05  PCL-REOPEN-TIME          PIC X(08).
           05  PCL-REOPEN-REQ           PIC X(08).
           05  PCL-REOPEN-BY            PIC X(08).
           05  FILLER                   PIC X(12).

      *----------------------------------------------------------------*
      *   FROZEN PERIOD SUMMARY - WRITTEN ONCE, WHEN THE PERIOD IS     *
      *   FIRST CLOSED. RECORD TYPES AND COUNTS:                       *
      *     A  SOURCE + METHOD CHAIN: ROWS, BACKED OUT, PALINDROMES    *
      *     H  RUN HISTORY METHOD: RUNS, READ, REVERSED, REJECTED      *
      *     J  ADJUSTMENT TYPE + PERIOD CHANGED: CHANGES, ITEMS        *
      *     T  PERIOD TOTAL: ROWS, BACKED OUT, RUNS, ADJUSTMENTS       *
      *----------------------------------------------------------------*
       FD  PERIOD-SUM-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  PERIOD-SUM-REC.
           05  PSM-PERIOD               PIC X(07).
           05  PSM-REC-TYPE             PIC X(01).
           05  PSM-SOURCE-CODE          PIC X(03).
           05  PSM-KEY                  PIC X(50).
           05  PSM-COUNT                PIC 9(09)   OCCURS 4 TIMES.
           05  PSM-CLOSE-DATE           PIC X(10).
           05  PSM-CLOSE-TIME           PIC X(08).
           05  PSM-CLOSED-BY            PIC X(08).
           05  FILLER                   PIC X(27).

      *----------------------------------------------------------------*
      *   CHANGES MADE IN A REOPENED PERIOD, WRITTEN BY STRPGM22,      *
      *   STRPGM17 AND STRPGM8 AND POSTED TO PAJ-ADJ-PERIOD            *
      *----------------------------------------------------------------*
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

       FD  AUDIT-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  AUDIT-REC                    PIC X(178).

       FD  ARCHIVE-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  ARCH-REC                     PIC X(178).

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  HIST-REC.
           05  HIST-RUN-DATE            PIC X(10).
           05  HIST-RUN-TIME            PIC X(08).
           05  HIST-JOB-NAME            PIC X(08).
           05  HIST-PROGRAM             PIC X(08).
           05  HIST-METHOD              PIC X(16).
           05  HIST-READ-CNT            PIC 9(09).
           05  HIST-REVERSED-CNT        PIC 9(09).
           05  HIST-REJECT-CNT          PIC 9(09).
           05  HIST-PALINDROME-CNT      PIC 9(09).
           05  HIST-DUP-CNT             PIC 9(09).
           05  HIST-ELAPSED-HH          PIC 9(08).
           05  HIST-NORM-PALIN-CNT      PIC 9(09).
           05  HIST-RUN-LANE            PIC X(01).
           05  FILLER                   PIC X(01).

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
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM37'.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-REFUSED-FLAG     PIC X(01)   VALUE 'N'.
               88  REQUEST-REFUSED             VALUE 'Y'.
           05  WS-RECLOSE-FLAG     PIC X(01)   VALUE 'N'.
               88  RECLOSE-PERIOD              VALUE 'Y'.
       01  WS-AUD-ROW.
           05  AUD-ORIGINAL        PIC X(40).
           05  AUD-REVERSED        PIC X(40).
           05  AUD-RUN-DATE        PIC X(10).
           05  AUD-RUN-TIME        PIC X(08).
           05  AUD-JOB-NAME        PIC X(08).
           05  AUD-PALINDROME-FLAG PIC X(01).
           05  AUD-METHOD-CODE     PIC X(50).
           05  AUD-SOURCE-CODE     PIC X(03).
           05  AUD-BACKOUT-FLAG    PIC X(01).
           05  AUD-TXN-ID          PIC X(16).
           05  AUD-RUN-LANE        PIC X(01).
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
       01  WS-PERIOD-DATA.
           05  WS-PARM-PERIOD      PIC X(07)   VALUE SPACES.
           05  WS-REOPEN-PERIOD    PIC X(07)   VALUE SPACES.
           05  WS-SIGNOFF-USER     PIC X(08)   VALUE SPACES.
           05  WS-CLOSE-PERIOD     PIC X(07)   VALUE SPACES.
           05  WS-PRIOR-PERIOD     PIC X(07)   VALUE SPACES.
           05  WS-CYCLE-DATE       PIC X(10)   VALUE SPACES.
           05  WS-CALC-YEAR        PIC 9(04)   VALUE ZEROES.
           05  WS-CALC-MONTH       PIC 9(02)   VALUE ZEROES.
           05  WS-CLOSE-TIME       PIC X(08)   VALUE SPACES.
           05  WS-PCL-HIT          PIC 9(03)   VALUE ZEROES.
           05  WS-PRIOR-HIT        PIC 9(03)   VALUE ZEROES.
       01  WS-PERIOD-TABLE-DATA.
           05  WS-PCL-CNT          PIC 9(03)   VALUE ZEROES.
           05  WS-PCL-MAX          PIC 9(03)   VALUE 240.
           05  WS-PCL-SUB          PIC 9(03)   VALUE ZEROES.
           05  WS-PCL-ENTRY        PIC X(80)   OCCURS 240 TIMES.
       01  WS-PCL-WORK.
           05  WS-PCL-PERIOD       PIC X(07).
           05  WS-PCL-STATUS       PIC X(01).
               88  PCL-CLOSED                  VALUE 'C'.
               88  PCL-REOPENED                VALUE 'R'.
           05  WS-PCL-CLOSE-DATE   PIC X(10).
           05  WS-PCL-CLOSE-TIME   PIC X(08).
           05  WS-PCL-CLOSED-BY    PIC X(08).
           05  WS-PCL-REOPEN-DATE  PIC X(10).
           05  WS-PCL-REOPEN-TIME  PIC X(08).
           05  WS-PCL-REOPEN-REQ   PIC X(08).
           05  WS-PCL-REOPEN-BY    PIC X(08).
           05  FILLER              PIC X(12).
       01  WS-SRC-METHOD-TABLE-DATA.
           05  WS-SM-CNT           PIC 9(03)   VALUE ZEROES.
           05  WS-SM-MAX           PIC 9(03)   VALUE 300.
           05  WS-SM-SUB           PIC 9(03)   VALUE ZEROES.
           05  WS-SM-HIT           PIC 9(03)   VALUE ZEROES.
           05  WS-SM-ENTRY         OCCURS 300 TIMES.
               10  WS-SM-SOURCE    PIC X(03).
               10  WS-SM-METHOD    PIC X(50).
               10  WS-SM-ROWS      PIC 9(09).
               10  WS-SM-BACKOUT   PIC 9(09).
               10  WS-SM-PALIN     PIC 9(09).
       01  WS-HIST-TABLE-DATA.
           05  WS-HM-CNT           PIC 9(02)   VALUE ZEROES.
           05  WS-HM-MAX           PIC 9(02)   VALUE 30.
           05  WS-HM-SUB           PIC 9(02)   VALUE ZEROES.
           05  WS-HM-HIT           PIC 9(02)   VALUE ZEROES.
           05  WS-HM-ENTRY         OCCURS 30 TIMES.
               10  WS-HM-METHOD    PIC X(16).
               10  WS-HM-RUNS      PIC 9(09).
               10  WS-HM-READ      PIC 9(09).
               10  WS-HM-REVERSED  PIC 9(09).
               10  WS-HM-REJECT    PIC 9(09).
       01  WS-ADJ-TABLE-DATA.
           05  WS-AJ-CNT           PIC 9(02)   VALUE ZEROES.
           05  WS-AJ-MAX           PIC 9(02)   VALUE 50.
           05  WS-AJ-SUB           PIC 9(02)   VALUE ZEROES.
           05  WS-AJ-HIT           PIC 9(02)   VALUE ZEROES.
           05  WS-AJ-ENTRY         OCCURS 50 TIMES.
               10  WS-AJ-TYPE      PIC X(10).
               10  WS-AJ-PERIOD    PIC X(07).
               10  WS-AJ-PROGRAM   PIC X(08).
               10  WS-AJ-CHANGES   PIC 9(09).
               10  WS-AJ-ITEMS     PIC 9(09).
       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC Z(8)9.
           05  WS-ED-COUNT-2       PIC Z(8)9.
           05  WS-ED-COUNT-3       PIC Z(8)9.
           05  WS-ED-COUNT-4       PIC Z(8)9.
       01  WS-COUNTS.
           05  WS-AUDIT-READ-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-ARCH-READ-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-HIST-READ-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-ADJ-READ-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-PERIOD-ROW-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-PERIOD-BACK-CNT  PIC 9(9)    VALUE ZEROES.
           05  WS-PERIOD-PALIN-CNT PIC 9(9)    VALUE ZEROES.
           05  WS-PERIOD-RUN-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-PERIOD-READ-CNT  PIC 9(9)    VALUE ZEROES.
           05  WS-PERIOD-REV-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-PERIOD-REJ-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-PERIOD-ADJ-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-SUMMARY-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-OVERFLOW-CNT     PIC 9(9)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-CYCLECTL-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-PERCTL-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PERSUM-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PERADJ-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-AUDIT-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-ARCH-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-RUNHIST-STATUS   PIC X(02)   VALUE SPACES.
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
           05  WS-PAGE-CNT         PIC 9(3)    VALUE ZERO.
           05  WS-LINE-CNT         PIC 9(3)    VALUE ZERO.
           05  WS-MAX-LINES        PIC 9(3)    VALUE 55.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'PROGRAM: ' WS-PROGRAM.
           PERFORM 065-GET-RUN-DATE          THRU 065-EXIT.
           PERFORM 050-READ-PARM-CARDS       THRU 050-EXIT.
           PERFORM 110-READ-CYCLE-CTL        THRU 110-EXIT.
           PERFORM 120-LOAD-PERIODS          THRU 120-EXIT.
           IF WS-REOPEN-PERIOD NOT = SPACES
               PERFORM 300-REOPEN-PERIOD     THRU 300-EXIT
               IF REQUEST-REFUSED
                   MOVE 8                     TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
           PERFORM 100-SET-PERIOD            THRU 100-EXIT.
           PERFORM 150-CHECK-CLOSE           THRU 150-EXIT.
           IF REQUEST-REFUSED
               MOVE 'REFUSED'                 TO WS-APR-EVENT
               PERFORM 080-WRITE-APPROVAL-LOG THRU 080-EXIT
               MOVE 8                         TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           ACCEPT WS-CLOSE-TIME                FROM TIME.
           PERFORM 260-READ-ADJUSTMENTS      THRU 260-EXIT.
           IF NOT RECLOSE-PERIOD
               PERFORM 200-READ-AUDIT-LOG    THRU 200-EXIT
               PERFORM 220-READ-ARCHIVE      THRU 220-EXIT
               PERFORM 250-READ-RUN-HIST     THRU 250-EXIT
               PERFORM 400-WRITE-SUMMARY     THRU 400-EXIT
           END-IF.
           PERFORM 450-SAVE-PERIODS          THRU 450-EXIT.
           MOVE 'EXECUTED'                    TO WS-APR-EVENT.
           MOVE SPACES                        TO WS-APR-REASON.
           STRING 'SIGNED OFF BY '            DELIMITED BY SIZE
                  WS-SIGNOFF-USER             DELIMITED BY SIZE
               INTO WS-APR-REASON
           END-STRING.
           PERFORM 080-WRITE-APPROVAL-LOG    THRU 080-EXIT.
           PERFORM 800-WRITE-STATEMENT       THRU 800-EXIT.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE REPORT-FILE.
           IF WS-OVERFLOW-CNT > 0
               MOVE 4                         TO RETURN-CODE
           END-IF.
           STOP RUN.

       050-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARDS'
               SET END-OF-PARMS               TO TRUE
           END-IF.
           PERFORM 055-READ-ONE-PARM          THRU 055-EXIT
               UNTIL END-OF-PARMS.
           IF WS-PARM-STATUS NOT = '35'
               CLOSE PARM-FILE
           END-IF.
       050-EXIT.
           EXIT.

       055-READ-ONE-PARM.
           READ PARM-FILE
               AT END
                   SET END-OF-PARMS           TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-REC(1:8) = 'SIGNOFF='
                           MOVE PARM-REC(9:8) TO WS-SIGNOFF-USER
                       WHEN PARM-REC(1:7) = 'PERIOD='
                           MOVE PARM-REC(8:7) TO WS-PARM-PERIOD
                       WHEN PARM-REC(1:7) = 'REOPEN='
                           MOVE PARM-REC(8:7) TO WS-REOPEN-PERIOD
                           MOVE PARM-REC(1:72) TO WS-APR-ACTION
                       WHEN PARM-REC = SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'UNRECOGNIZED PARM: ' PARM-REC
                   END-EVALUATE
           END-READ.
       055-EXIT.
           EXIT.

       065-GET-RUN-DATE.
           ACCEPT WS-CURRENT-DATETIME          FROM DATE YYYYMMDD.
           STRING WS-CURRENT-DATETIME(1:4) '-'
                  WS-CURRENT-DATETIME(5:2) '-'
                  WS-CURRENT-DATETIME(7:2)
               DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.
       065-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   MAKER-CHECKER - A REOPEN IS ONLY APPLIED WHEN APPRVCTL HOLDS *
      *   AN APPROVED, UNEXPIRED, UNUSED REQUEST FOR THIS PROGRAM      *
      *   WHOSE ACTION TEXT MATCHES WS-APR-ACTION EXACTLY. OTHERWISE   *
      *   THE REOPEN IS REFUSED AND THE REFUSAL IS LOGGED TO APPRLOG   *
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
               GO TO 070-EXIT
           END-IF.
           DISPLAY 'NOT APPROVED - REFUSED: ' WS-APR-REASON.
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
      *   AN APPROVAL AUTHORIZES ONE RUN - ONCE THE REOPEN IS APPLIED  *
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
      *   PERIOD TO CLOSE FROM THE PERIOD= CARD, ELSE THE MONTH BEFORE *
      *   THE CYCLE BUSINESS DATE                                      *
      *----------------------------------------------------------------*
       100-SET-PERIOD.
           IF WS-PARM-PERIOD(1:4) IS NUMERIC
                   AND WS-PARM-PERIOD(5:1) = '-'
                   AND WS-PARM-PERIOD(6:2) IS NUMERIC
               MOVE WS-PARM-PERIOD            TO WS-CLOSE-PERIOD
           ELSE
               IF WS-PARM-PERIOD NOT = SPACES
                   DISPLAY 'INVALID PERIOD= CARD IGNORED: '
                           WS-PARM-PERIOD
               END-IF
               IF WS-CYCLE-DATE(1:4) IS NUMERIC
                   MOVE WS-CYCLE-DATE(1:4)    TO WS-CALC-YEAR
                   MOVE WS-CYCLE-DATE(6:2)    TO WS-CALC-MONTH
               ELSE
                   MOVE WS-CURRENT-DATETIME(1:4) TO WS-CALC-YEAR
                   MOVE WS-CURRENT-DATETIME(5:2) TO WS-CALC-MONTH
               END-IF
               PERFORM 105-PRIOR-MONTH        THRU 105-EXIT
               STRING WS-CALC-YEAR '-' WS-CALC-MONTH
                   DELIMITED BY SIZE
                   INTO WS-CLOSE-PERIOD
               END-STRING
           END-IF.
           MOVE WS-CLOSE-PERIOD(1:4)          TO WS-CALC-YEAR.
           MOVE WS-CLOSE-PERIOD(6:2)          TO WS-CALC-MONTH.
           PERFORM 105-PRIOR-MONTH            THRU 105-EXIT.
           STRING WS-CALC-YEAR '-' WS-CALC-MONTH
               DELIMITED BY SIZE
               INTO WS-PRIOR-PERIOD
           END-STRING.
           STRING 'CLOSE='                    DELIMITED BY SIZE
                  WS-CLOSE-PERIOD             DELIMITED BY SIZE
               INTO WS-APR-ACTION
           END-STRING.
           MOVE WS-SIGNOFF-USER               TO WS-APR-REQUESTED-BY.
           DISPLAY 'PERIOD TO CLOSE ... ' WS-CLOSE-PERIOD.
       100-EXIT.
           EXIT.

       105-PRIOR-MONTH.
           IF WS-CALC-MONTH > 1
               SUBTRACT 1                     FROM WS-CALC-MONTH
           ELSE
               MOVE 12                        TO WS-CALC-MONTH
               SUBTRACT 1                     FROM WS-CALC-YEAR
           END-IF.
       105-EXIT.
           EXIT.

       110-READ-CYCLE-CTL.
           OPEN INPUT CYCLE-CTL-FILE.
           IF WS-CYCLECTL-STATUS NOT = '00'
               DISPLAY 'NO CYCLE CONTROL FILE - STATUS '
                       WS-CYCLECTL-STATUS
               GO TO 110-EXIT
           END-IF.
           READ CYCLE-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CYC-BUS-DATE          TO WS-CYCLE-DATE
           END-READ.
           CLOSE CYCLE-CTL-FILE.
           DISPLAY 'CYCLE BUSINESS DATE ' WS-CYCLE-DATE.
       110-EXIT.
           EXIT.

       120-LOAD-PERIODS.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT PERIOD-CTL-FILE.
           IF WS-PERCTL-STATUS = '35'
               DISPLAY 'NO PERIOD CONTROL FILE - NO PERIOD YET CLOSED'
               GO TO 120-EXIT
           END-IF.
           MOVE 'PERCTL'                      TO WS-IO-FILE-NAME.
           MOVE WS-PERCTL-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           PERFORM 125-LOAD-ONE-PERIOD        THRU 125-EXIT
               UNTIL END-OF-FILE.
           CLOSE PERIOD-CTL-FILE.
       120-EXIT.
           EXIT.

       125-LOAD-ONE-PERIOD.
           READ PERIOD-CTL-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 125-EXIT
           END-READ.
           IF WS-PCL-CNT NOT < WS-PCL-MAX
               DISPLAY 'PERIOD TABLE FULL - '
                       'PERIOD CONTROL FILE NOT CHANGED'
               MOVE 'PERCTL'                  TO WS-IO-FILE-NAME
               MOVE 'TF'                      TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-PCL-CNT.
           MOVE PERIOD-CTL-REC                TO
               WS-PCL-ENTRY(WS-PCL-CNT).
       125-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   FIND WS-CLOSE-PERIOD AND THE PERIOD BEFORE IT ON THE TABLE   *
      *----------------------------------------------------------------*
       130-FIND-PERIOD.
           MOVE ZEROES                        TO WS-PCL-HIT.
           MOVE ZEROES                        TO WS-PRIOR-HIT.
           PERFORM VARYING WS-PCL-SUB FROM 1 BY 1
                   UNTIL WS-PCL-SUB > WS-PCL-CNT
               IF WS-PCL-ENTRY(WS-PCL-SUB)(1:7) = WS-CLOSE-PERIOD
                   MOVE WS-PCL-SUB            TO WS-PCL-HIT
               END-IF
               IF WS-PCL-ENTRY(WS-PCL-SUB)(1:7) = WS-PRIOR-PERIOD
                   MOVE WS-PCL-SUB            TO WS-PRIOR-HIT
               END-IF
           END-PERFORM.
       130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A CLOSE NEEDS A SIGN-OFF, A CYCLE ROLLED PAST THE PERIOD,    *
      *   THE PERIOD BEFORE ALREADY CLOSED (UNLESS NONE EVER WAS) AND  *
      *   THE PERIOD NOT ALREADY CLOSED. A REOPENED PERIOD IS LOCKED   *
      *   AGAIN WITHOUT A NEW SUMMARY                                  *
      *----------------------------------------------------------------*
       150-CHECK-CLOSE.
           PERFORM 130-FIND-PERIOD            THRU 130-EXIT.
           EVALUATE TRUE
               WHEN WS-SIGNOFF-USER = SPACES
                   MOVE 'NO SIGNOFF= CARD'    TO WS-APR-REASON
                   SET REQUEST-REFUSED        TO TRUE
               WHEN WS-CYCLE-DATE = SPACES
                   MOVE 'CYCLE CALENDAR NOT AVAILABLE' TO WS-APR-REASON
                   SET REQUEST-REFUSED        TO TRUE
               WHEN WS-CYCLE-DATE(1:7) NOT > WS-CLOSE-PERIOD
                   MOVE 'CYCLE NOT PAST PERIOD END' TO WS-APR-REASON
                   SET REQUEST-REFUSED        TO TRUE
               WHEN WS-PCL-CNT > 0 AND WS-PRIOR-HIT = 0
                       AND WS-PCL-HIT = 0
                   MOVE 'PRIOR PERIOD NOT CLOSED' TO WS-APR-REASON
                   SET REQUEST-REFUSED        TO TRUE
               WHEN WS-PCL-HIT > 0
                   MOVE WS-PCL-ENTRY(WS-PCL-HIT) TO WS-PCL-WORK
                   IF PCL-REOPENED
                       SET RECLOSE-PERIOD     TO TRUE
                       DISPLAY 'PERIOD ' WS-CLOSE-PERIOD
                               ' REOPENED ' WS-PCL-REOPEN-DATE
                               ' - LOCKED AGAIN, SUMMARY UNCHANGED'
                   ELSE
                       MOVE 'PERIOD ALREADY CLOSED' TO WS-APR-REASON
                       SET REQUEST-REFUSED    TO TRUE
                   END-IF
           END-EVALUATE.
           IF REQUEST-REFUSED
               DISPLAY 'REFUSED: CLOSE OF ' WS-CLOSE-PERIOD ' - '
                       WS-APR-REASON
           END-IF.
       150-EXIT.
           EXIT.

       200-READ-AUDIT-LOG.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'NO AUDIT LOG'
               GO TO 200-EXIT
           END-IF.
           PERFORM 210-READ-ONE-AUDIT         THRU 210-EXIT
               UNTIL END-OF-FILE.
           CLOSE AUDIT-FILE.
       200-EXIT.
           EXIT.

       210-READ-ONE-AUDIT.
           READ AUDIT-FILE INTO WS-AUD-ROW
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 210-EXIT
           END-READ.
           ADD 1                              TO WS-AUDIT-READ-CNT.
           PERFORM 240-ADD-AUDIT-ROW          THRU 240-EXIT.
       210-EXIT.
           EXIT.

       220-READ-ARCHIVE.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'NO AUDIT ARCHIVE'
               GO TO 220-EXIT
           END-IF.
           PERFORM 230-READ-ONE-ARCHIVE       THRU 230-EXIT
               UNTIL END-OF-FILE.
           CLOSE ARCHIVE-FILE.
       220-EXIT.
           EXIT.

       230-READ-ONE-ARCHIVE.
           READ ARCHIVE-FILE INTO WS-AUD-ROW
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 230-EXIT
           END-READ.
           ADD 1                              TO WS-ARCH-READ-CNT.
           PERFORM 240-ADD-AUDIT-ROW          THRU 240-EXIT.
       230-EXIT.
           EXIT.

       240-ADD-AUDIT-ROW.
           IF AUD-RUN-DATE(1:7) NOT = WS-CLOSE-PERIOD
               GO TO 240-EXIT
           END-IF.
           IF AUD-METHOD-CODE = SPACES
               MOVE 'REVERSE-FUNCTION'        TO AUD-METHOD-CODE
           END-IF.
           MOVE ZEROES                        TO WS-SM-HIT.
           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
                   UNTIL WS-SM-SUB > WS-SM-CNT
               IF WS-SM-SOURCE(WS-SM-SUB) = AUD-SOURCE-CODE
                       AND WS-SM-METHOD(WS-SM-SUB) = AUD-METHOD-CODE
                   MOVE WS-SM-SUB             TO WS-SM-HIT
                   MOVE WS-SM-CNT             TO WS-SM-SUB
               END-IF
           END-PERFORM.
           IF WS-SM-HIT = 0
               IF WS-SM-CNT NOT < WS-SM-MAX
                   ADD 1                      TO WS-OVERFLOW-CNT
                   GO TO 240-EXIT
               END-IF
               ADD 1                          TO WS-SM-CNT
               MOVE WS-SM-CNT                 TO WS-SM-HIT
               MOVE AUD-SOURCE-CODE           TO WS-SM-SOURCE(WS-SM-HIT)
               MOVE AUD-METHOD-CODE           TO WS-SM-METHOD(WS-SM-HIT)
               MOVE ZEROES                    TO
                   WS-SM-ROWS(WS-SM-HIT) WS-SM-BACKOUT(WS-SM-HIT)
                   WS-SM-PALIN(WS-SM-HIT)
           END-IF.
           ADD 1                              TO WS-SM-ROWS(WS-SM-HIT).
           ADD 1                              TO WS-PERIOD-ROW-CNT.
           IF AUD-BACKOUT-FLAG = 'B'
               ADD 1                          TO
                   WS-SM-BACKOUT(WS-SM-HIT)
               ADD 1                          TO WS-PERIOD-BACK-CNT
           END-IF.
           IF AUD-PALINDROME-FLAG = 'Y'
               ADD 1                          TO WS-SM-PALIN(WS-SM-HIT)
               ADD 1                          TO WS-PERIOD-PALIN-CNT
           END-IF.
       240-EXIT.
           EXIT.

       250-READ-RUN-HIST.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS NOT = '00'
               DISPLAY 'NO RUN HISTORY'
               GO TO 250-EXIT
           END-IF.
           PERFORM 255-READ-ONE-HIST          THRU 255-EXIT
               UNTIL END-OF-FILE.
           CLOSE RUN-HISTORY-FILE.
       250-EXIT.
           EXIT.

       255-READ-ONE-HIST.
           READ RUN-HISTORY-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 255-EXIT
           END-READ.
           ADD 1                              TO WS-HIST-READ-CNT.
           IF HIST-RUN-DATE(1:7) NOT = WS-CLOSE-PERIOD
               GO TO 255-EXIT
           END-IF.
           MOVE ZEROES                        TO WS-HM-HIT.
           PERFORM VARYING WS-HM-SUB FROM 1 BY 1
                   UNTIL WS-HM-SUB > WS-HM-CNT
               IF WS-HM-METHOD(WS-HM-SUB) = HIST-METHOD
                   MOVE WS-HM-SUB             TO WS-HM-HIT
                   MOVE WS-HM-CNT             TO WS-HM-SUB
               END-IF
           END-PERFORM.
           IF WS-HM-HIT = 0
               IF WS-HM-CNT NOT < WS-HM-MAX
                   ADD 1                      TO WS-OVERFLOW-CNT
                   GO TO 255-EXIT
               END-IF
               ADD 1                          TO WS-HM-CNT
               MOVE WS-HM-CNT                 TO WS-HM-HIT
               MOVE HIST-METHOD               TO WS-HM-METHOD(WS-HM-HIT)
               MOVE ZEROES                    TO
                   WS-HM-RUNS(WS-HM-HIT) WS-HM-READ(WS-HM-HIT)
                   WS-HM-REVERSED(WS-HM-HIT) WS-HM-REJECT(WS-HM-HIT)
           END-IF.
           ADD 1                              TO WS-HM-RUNS(WS-HM-HIT).
           ADD HIST-READ-CNT                  TO WS-HM-READ(WS-HM-HIT).
           ADD HIST-REVERSED-CNT              TO
               WS-HM-REVERSED(WS-HM-HIT).
           ADD HIST-REJECT-CNT                TO
               WS-HM-REJECT(WS-HM-HIT).
           ADD 1                              TO WS-PERIOD-RUN-CNT.
           ADD HIST-READ-CNT                  TO WS-PERIOD-READ-CNT.
           ADD HIST-REVERSED-CNT              TO WS-PERIOD-REV-CNT.
           ADD HIST-REJECT-CNT                TO WS-PERIOD-REJ-CNT.
       255-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A FIRST CLOSE CARRIES THE ADJUSTMENTS POSTED TO THE PERIOD;  *
      *   A RE-CLOSE LISTS THE CHANGES MADE WHILE IT WAS REOPENED      *
      *----------------------------------------------------------------*
       260-READ-ADJUSTMENTS.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT PERIOD-ADJ-FILE.
           IF WS-PERADJ-STATUS NOT = '00'
               DISPLAY 'NO PERIOD ADJUSTMENTS ON FILE'
               GO TO 260-EXIT
           END-IF.
           PERFORM 265-READ-ONE-ADJUSTMENT    THRU 265-EXIT
               UNTIL END-OF-FILE.
           CLOSE PERIOD-ADJ-FILE.
       260-EXIT.
           EXIT.

       265-READ-ONE-ADJUSTMENT.
           READ PERIOD-ADJ-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 265-EXIT
           END-READ.
           ADD 1                              TO WS-ADJ-READ-CNT.
           IF RECLOSE-PERIOD
               IF PAJ-ORIG-PERIOD NOT = WS-CLOSE-PERIOD
                       OR PAJ-DATE < WS-PCL-REOPEN-DATE
                   GO TO 265-EXIT
               END-IF
           ELSE
               IF PAJ-ADJ-PERIOD NOT = WS-CLOSE-PERIOD
                   GO TO 265-EXIT
               END-IF
           END-IF.
           MOVE ZEROES                        TO WS-AJ-HIT.
           PERFORM VARYING WS-AJ-SUB FROM 1 BY 1
                   UNTIL WS-AJ-SUB > WS-AJ-CNT
               IF WS-AJ-TYPE(WS-AJ-SUB) = PAJ-TYPE
                       AND WS-AJ-PROGRAM(WS-AJ-SUB) = PAJ-PROGRAM
                       AND WS-AJ-PERIOD(WS-AJ-SUB) = PAJ-ORIG-PERIOD
                   MOVE WS-AJ-SUB             TO WS-AJ-HIT
                   MOVE WS-AJ-CNT             TO WS-AJ-SUB
               END-IF
           END-PERFORM.
           IF WS-AJ-HIT = 0
               IF WS-AJ-CNT NOT < WS-AJ-MAX
                   ADD 1                      TO WS-OVERFLOW-CNT
                   GO TO 265-EXIT
               END-IF
               ADD 1                          TO WS-AJ-CNT
               MOVE WS-AJ-CNT                 TO WS-AJ-HIT
               MOVE PAJ-TYPE                  TO WS-AJ-TYPE(WS-AJ-HIT)
               MOVE PAJ-PROGRAM               TO
                   WS-AJ-PROGRAM(WS-AJ-HIT)
               MOVE PAJ-ORIG-PERIOD           TO WS-AJ-PERIOD(WS-AJ-HIT)
               MOVE ZEROES                    TO
                   WS-AJ-CHANGES(WS-AJ-HIT) WS-AJ-ITEMS(WS-AJ-HIT)
           END-IF.
           ADD 1                              TO
               WS-AJ-CHANGES(WS-AJ-HIT).
           ADD PAJ-COUNT                      TO WS-AJ-ITEMS(WS-AJ-HIT).
           ADD 1                              TO WS-PERIOD-ADJ-CNT.
       265-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A REOPEN NEEDS A CLOSED PERIOD AND AN APPROVED REQUEST. THE  *
      *   PERIOD STAYS REOPENED UNTIL IT IS CLOSED AGAIN               *
      *----------------------------------------------------------------*
       300-REOPEN-PERIOD.
           MOVE WS-REOPEN-PERIOD              TO WS-CLOSE-PERIOD.
           MOVE SPACES                        TO WS-PRIOR-PERIOD.
           PERFORM 130-FIND-PERIOD            THRU 130-EXIT.
           IF WS-PCL-HIT = 0
               DISPLAY 'REFUSED: PERIOD ' WS-REOPEN-PERIOD
                       ' IS NOT CLOSED'
               SET REQUEST-REFUSED            TO TRUE
               GO TO 300-EXIT
           END-IF.
           MOVE WS-PCL-ENTRY(WS-PCL-HIT)      TO WS-PCL-WORK.
           IF NOT PCL-CLOSED
               DISPLAY 'REFUSED: PERIOD ' WS-REOPEN-PERIOD
                       ' IS ALREADY REOPENED'
               SET REQUEST-REFUSED            TO TRUE
               GO TO 300-EXIT
           END-IF.
           PERFORM 070-CHECK-APPROVAL         THRU 070-EXIT.
           IF REPORT-ONLY
               SET REQUEST-REFUSED            TO TRUE
               GO TO 300-EXIT
           END-IF.
           SET PCL-REOPENED                   TO TRUE.
           MOVE WS-RUN-DATE                   TO WS-PCL-REOPEN-DATE.
           ACCEPT WS-PCL-REOPEN-TIME           FROM TIME.
           MOVE WS-APR-REQUEST-ID             TO WS-PCL-REOPEN-REQ.
           MOVE WS-APR-APPROVED-BY            TO WS-PCL-REOPEN-BY.
           MOVE WS-PCL-WORK                   TO
               WS-PCL-ENTRY(WS-PCL-HIT).
           PERFORM 470-WRITE-PERIOD-FILE      THRU 470-EXIT.
           PERFORM 075-MARK-APPROVAL-USED     THRU 075-EXIT.
           DISPLAY 'PERIOD ' WS-REOPEN-PERIOD ' REOPENED BY REQUEST '
                   WS-APR-REQUEST-ID.
       300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE FROZEN SUMMARY IS APPENDED TO PERSUM - IT IS NEVER       *
      *   REWRITTEN, AND THE PERIOD CAN NOT BE CLOSED A SECOND TIME    *
      *----------------------------------------------------------------*
       400-WRITE-SUMMARY.
           OPEN EXTEND PERIOD-SUM-FILE.
           IF WS-PERSUM-STATUS = '35'
               OPEN OUTPUT PERIOD-SUM-FILE
           END-IF.
           MOVE 'PERSUM'                      TO WS-IO-FILE-NAME.
           MOVE WS-PERSUM-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
                   UNTIL WS-SM-SUB > WS-SM-CNT
               PERFORM 410-NEW-SUMMARY-REC   THRU 410-EXIT
               MOVE 'A'                       TO PSM-REC-TYPE
               MOVE WS-SM-SOURCE(WS-SM-SUB)   TO PSM-SOURCE-CODE
               MOVE WS-SM-METHOD(WS-SM-SUB)   TO PSM-KEY
               MOVE WS-SM-ROWS(WS-SM-SUB)     TO PSM-COUNT(1)
               MOVE WS-SM-BACKOUT(WS-SM-SUB)  TO PSM-COUNT(2)
               MOVE WS-SM-PALIN(WS-SM-SUB)    TO PSM-COUNT(3)
               PERFORM 420-WRITE-SUMMARY-REC THRU 420-EXIT
           END-PERFORM.
           PERFORM VARYING WS-HM-SUB FROM 1 BY 1
                   UNTIL WS-HM-SUB > WS-HM-CNT
               PERFORM 410-NEW-SUMMARY-REC   THRU 410-EXIT
               MOVE 'H'                       TO PSM-REC-TYPE
               MOVE WS-HM-METHOD(WS-HM-SUB)   TO PSM-KEY
               MOVE WS-HM-RUNS(WS-HM-SUB)     TO PSM-COUNT(1)
               MOVE WS-HM-READ(WS-HM-SUB)     TO PSM-COUNT(2)
               MOVE WS-HM-REVERSED(WS-HM-SUB) TO PSM-COUNT(3)
               MOVE WS-HM-REJECT(WS-HM-SUB)   TO PSM-COUNT(4)
               PERFORM 420-WRITE-SUMMARY-REC THRU 420-EXIT
           END-PERFORM.
           PERFORM VARYING WS-AJ-SUB FROM 1 BY 1
                   UNTIL WS-AJ-SUB > WS-AJ-CNT
               PERFORM 410-NEW-SUMMARY-REC   THRU 410-EXIT
               MOVE 'J'                       TO PSM-REC-TYPE
               STRING WS-AJ-TYPE(WS-AJ-SUB)   DELIMITED BY SPACE
                      ' '                     DELIMITED BY SIZE
                      WS-AJ-PROGRAM(WS-AJ-SUB) DELIMITED BY SPACE
                      ' '                     DELIMITED BY SIZE
                      WS-AJ-PERIOD(WS-AJ-SUB) DELIMITED BY SIZE
                   INTO PSM-KEY
               END-STRING
               MOVE WS-AJ-CHANGES(WS-AJ-SUB)  TO PSM-COUNT(1)
               MOVE WS-AJ-ITEMS(WS-AJ-SUB)    TO PSM-COUNT(2)
               PERFORM 420-WRITE-SUMMARY-REC THRU 420-EXIT
           END-PERFORM.
           PERFORM 410-NEW-SUMMARY-REC       THRU 410-EXIT.
           MOVE 'T'                           TO PSM-REC-TYPE.
           MOVE 'PERIOD TOTAL'                TO PSM-KEY.
           MOVE WS-PERIOD-ROW-CNT             TO PSM-COUNT(1).
           MOVE WS-PERIOD-BACK-CNT            TO PSM-COUNT(2).
           MOVE WS-PERIOD-RUN-CNT             TO PSM-COUNT(3).
           MOVE WS-PERIOD-ADJ-CNT             TO PSM-COUNT(4).
           PERFORM 420-WRITE-SUMMARY-REC     THRU 420-EXIT.
           CLOSE PERIOD-SUM-FILE.
       400-EXIT.
           EXIT.

       410-NEW-SUMMARY-REC.
           MOVE SPACES                        TO PERIOD-SUM-REC.
           MOVE WS-CLOSE-PERIOD               TO PSM-PERIOD.
           MOVE ZEROES                        TO PSM-COUNT(1)
                                                 PSM-COUNT(2)
                                                 PSM-COUNT(3)
                                                 PSM-COUNT(4).
           MOVE WS-RUN-DATE                   TO PSM-CLOSE-DATE.
           MOVE WS-CLOSE-TIME                 TO PSM-CLOSE-TIME.
           MOVE WS-SIGNOFF-USER               TO PSM-CLOSED-BY.
       410-EXIT.
           EXIT.

       420-WRITE-SUMMARY-REC.
           WRITE PERIOD-SUM-REC.
           MOVE 'PERSUM'                      TO WS-IO-FILE-NAME.
           MOVE WS-PERSUM-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           ADD 1                              TO WS-SUMMARY-CNT.
       420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   MARK THE PERIOD CLOSED - A NEW PERIOD IS INSERTED IN PERIOD  *
      *   ORDER, A REOPENED ONE KEEPS ITS ORIGINAL CLOSE DETAILS       *
      *----------------------------------------------------------------*
       450-SAVE-PERIODS.
           IF RECLOSE-PERIOD
               SET PCL-CLOSED                 TO TRUE
               MOVE WS-PCL-WORK               TO
                   WS-PCL-ENTRY(WS-PCL-HIT)
               PERFORM 470-WRITE-PERIOD-FILE  THRU 470-EXIT
               GO TO 450-EXIT
           END-IF.
           IF WS-PCL-CNT NOT < WS-PCL-MAX
               MOVE 'PERCTL'                  TO WS-IO-FILE-NAME
               MOVE 'TF'                      TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           MOVE SPACES                        TO WS-PCL-WORK.
           MOVE WS-CLOSE-PERIOD               TO WS-PCL-PERIOD.
           SET PCL-CLOSED                     TO TRUE.
           MOVE WS-RUN-DATE                   TO WS-PCL-CLOSE-DATE.
           MOVE WS-CLOSE-TIME                 TO WS-PCL-CLOSE-TIME.
           MOVE WS-SIGNOFF-USER               TO WS-PCL-CLOSED-BY.
           MOVE WS-PCL-CNT                    TO WS-PCL-SUB.
           PERFORM UNTIL WS-PCL-SUB = 0
                   OR WS-PCL-ENTRY(WS-PCL-SUB)(1:7) < WS-CLOSE-PERIOD
               MOVE WS-PCL-ENTRY(WS-PCL-SUB)  TO
                   WS-PCL-ENTRY(WS-PCL-SUB + 1)
               SUBTRACT 1                     FROM WS-PCL-SUB
           END-PERFORM.
           MOVE WS-PCL-WORK                   TO
               WS-PCL-ENTRY(WS-PCL-SUB + 1).
           ADD 1                              TO WS-PCL-CNT.
           PERFORM 470-WRITE-PERIOD-FILE      THRU 470-EXIT.
       450-EXIT.
           EXIT.

       470-WRITE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-CTL-FILE.
           MOVE 'PERCTL'                      TO WS-IO-FILE-NAME.
           MOVE WS-PERCTL-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM VARYING WS-PCL-SUB FROM 1 BY 1
                   UNTIL WS-PCL-SUB > WS-PCL-CNT
               MOVE WS-PCL-ENTRY(WS-PCL-SUB)  TO PERIOD-CTL-REC
               WRITE PERIOD-CTL-REC
               MOVE WS-PERCTL-STATUS          TO WS-IO-STATUS
               PERFORM 970-CHECK-IO          THRU 970-EXIT
           END-PERFORM.
           CLOSE PERIOD-CTL-FILE.
       470-EXIT.
           EXIT.

       600-WRITE-RPT-LINE.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS     THRU 700-EXIT
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           IF WS-RPTFILE-STATUS NOT = '00'
               MOVE 'RPTFILE'                 TO WS-IO-FILE-NAME
               MOVE WS-RPTFILE-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-LINE-CNT.
       600-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STRPGM37 - MONTH-END STATEMENT PERIOD '
                      DELIMITED BY SIZE
                  WS-CLOSE-PERIOD   DELIMITED BY SIZE
                  '        PAGE '   DELIMITED BY SIZE
                  WS-PAGE-CNT       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RUN DATE: '      DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  '   CYCLE BUSINESS DATE: ' DELIMITED BY SIZE
                  WS-CYCLE-DATE     DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   MONTH-END STATEMENT: PROCESSING BY SOURCE AND METHOD, RUNS   *
      *   BY METHOD, ADJUSTMENTS FROM EARLIER PERIODS, PERIOD TOTALS   *
      *   AND THE SIGN-OFF                                             *
      *----------------------------------------------------------------*
       800-WRITE-STATEMENT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           IF RECLOSE-PERIOD
               PERFORM 850-WRITE-RECLOSE     THRU 850-EXIT
               GO TO 800-EXIT
           END-IF.
           MOVE 'PROCESSING BY SOURCE AND METHOD'  TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE 'SRC METHOD'                  TO RPT-LINE.
           MOVE '     ROWS BACKD-OUT       NET PALINDROM'
                                              TO RPT-LINE(44:38).
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
                   UNTIL WS-SM-SUB > WS-SM-CNT
               MOVE SPACES                    TO RPT-LINE
               MOVE WS-SM-SOURCE(WS-SM-SUB)   TO RPT-LINE(1:3)
               MOVE WS-SM-METHOD(WS-SM-SUB)(1:38) TO RPT-LINE(5:38)
               MOVE WS-SM-ROWS(WS-SM-SUB)     TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO RPT-LINE(44:9)
               MOVE WS-SM-BACKOUT(WS-SM-SUB)  TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO RPT-LINE(54:9)
               COMPUTE WS-ED-COUNT = WS-SM-ROWS(WS-SM-SUB)
                                   - WS-SM-BACKOUT(WS-SM-SUB)
               MOVE WS-ED-COUNT               TO RPT-LINE(64:9)
               MOVE WS-SM-PALIN(WS-SM-SUB)    TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO RPT-LINE(74:9)
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
           END-PERFORM.
           MOVE SPACES                        TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE 'RUNS BY METHOD'              TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           MOVE 'METHOD                 RUNS      READ'
                                              TO RPT-LINE(1:36).
           MOVE '  REVERSED  REJECTED'            TO RPT-LINE(37:20).
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM VARYING WS-HM-SUB FROM 1 BY 1
                   UNTIL WS-HM-SUB > WS-HM-CNT
               MOVE SPACES                    TO RPT-LINE
               MOVE WS-HM-METHOD(WS-HM-SUB)   TO RPT-LINE(1:16)
               MOVE WS-HM-RUNS(WS-HM-SUB)     TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO RPT-LINE(18:9)
               MOVE WS-HM-READ(WS-HM-SUB)     TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO RPT-LINE(28:9)
               MOVE WS-HM-REVERSED(WS-HM-SUB) TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO RPT-LINE(38:9)
               MOVE WS-HM-REJECT(WS-HM-SUB)   TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO RPT-LINE(48:9)
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
           END-PERFORM.
           MOVE SPACES                        TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE 'ADJUSTMENTS TO EARLIER CLOSED PERIODS' TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM 860-WRITE-ADJUSTMENTS     THRU 860-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE 'PERIOD TOTALS'               TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  AUDIT ROWS ....... ' DELIMITED BY SIZE
                  WS-PERIOD-ROW-CNT        DELIMITED BY SIZE
                  '   BACKED OUT '          DELIMITED BY SIZE
                  WS-PERIOD-BACK-CNT       DELIMITED BY SIZE
                  '   PALINDROMES '         DELIMITED BY SIZE
                  WS-PERIOD-PALIN-CNT      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  RUNS ............. ' DELIMITED BY SIZE
                  WS-PERIOD-RUN-CNT        DELIMITED BY SIZE
                  '   READ '                DELIMITED BY SIZE
                  WS-PERIOD-READ-CNT       DELIMITED BY SIZE
                  '   REVERSED '            DELIMITED BY SIZE
                  WS-PERIOD-REV-CNT        DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  REJECTED ......... ' DELIMITED BY SIZE
                  WS-PERIOD-REJ-CNT        DELIMITED BY SIZE
                  '   ADJUSTMENTS '         DELIMITED BY SIZE
                  WS-PERIOD-ADJ-CNT        DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM 870-WRITE-SIGNOFF         THRU 870-EXIT.
       800-EXIT.
           EXIT.

       850-WRITE-RECLOSE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'PERIOD RE-CLOSED - SUMMARY AS FROZEN ON '
                      DELIMITED BY SIZE
                  WS-PCL-CLOSE-DATE           DELIMITED BY SIZE
                  ' BY '                      DELIMITED BY SIZE
                  WS-PCL-CLOSED-BY            DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'REOPENED ' DELIMITED BY SIZE
                  WS-PCL-REOPEN-DATE          DELIMITED BY SIZE
                  ' BY REQUEST '              DELIMITED BY SIZE
                  WS-PCL-REOPEN-REQ           DELIMITED BY SIZE
                  ' APPROVED BY '             DELIMITED BY SIZE
                  WS-PCL-REOPEN-BY            DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE 'CHANGES MADE WHILE REOPENED, POSTED AS ADJUSTMENTS'
                                              TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM 860-WRITE-ADJUSTMENTS     THRU 860-EXIT.
           PERFORM 870-WRITE-SIGNOFF         THRU 870-EXIT.
       850-EXIT.
           EXIT.

       860-WRITE-ADJUSTMENTS.
           IF WS-AJ-CNT = 0
               MOVE '  NONE'                  TO RPT-LINE
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
               GO TO 860-EXIT
           END-IF.
           MOVE 'TYPE       PROGRAM  PERIOD    CHANGES     ITEMS'
                                              TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM VARYING WS-AJ-SUB FROM 1 BY 1
                   UNTIL WS-AJ-SUB > WS-AJ-CNT
               MOVE SPACES                    TO RPT-LINE
               MOVE WS-AJ-TYPE(WS-AJ-SUB)     TO RPT-LINE(1:10)
               MOVE WS-AJ-PROGRAM(WS-AJ-SUB)  TO RPT-LINE(12:8)
               MOVE WS-AJ-PERIOD(WS-AJ-SUB)   TO RPT-LINE(21:7)
               MOVE WS-AJ-CHANGES(WS-AJ-SUB)  TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO RPT-LINE(29:9)
               MOVE WS-AJ-ITEMS(WS-AJ-SUB)    TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO RPT-LINE(39:9)
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
           END-PERFORM.
       860-EXIT.
           EXIT.

       870-WRITE-SIGNOFF.
           MOVE SPACES                        TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'PERIOD '                   DELIMITED BY SIZE
                  WS-CLOSE-PERIOD             DELIMITED BY SIZE
                  ' CLOSED AND SIGNED OFF BY ' DELIMITED BY SIZE
                  WS-SIGNOFF-USER             DELIMITED BY SIZE
                  ' ON '                      DELIMITED BY SIZE
                  WS-RUN-DATE                 DELIMITED BY SIZE
                  ' AT '                      DELIMITED BY SIZE
                  WS-CLOSE-TIME               DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE 'CHANGES DATED IN THIS PERIOD ARE REFUSED UNLESS IT IS'
                                              TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE 'FORMALLY REOPENED, AND ARE THEN POSTED AS ADJUSTMENTS'
                                              TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE 'TO THE NEXT OPEN PERIOD.'    TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
       870-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM37 CONTROL TOTALS'.
           DISPLAY 'PERIOD CLOSED ......... ' WS-CLOSE-PERIOD.
           DISPLAY 'SIGNED OFF BY ......... ' WS-SIGNOFF-USER.
           DISPLAY 'AUDIT ROWS READ ....... ' WS-AUDIT-READ-CNT.
           DISPLAY 'ARCHIVE ROWS READ ..... ' WS-ARCH-READ-CNT.
           DISPLAY 'RUN HISTORY READ ...... ' WS-HIST-READ-CNT.
           DISPLAY 'ADJUSTMENTS READ ...... ' WS-ADJ-READ-CNT.
           DISPLAY 'PERIOD AUDIT ROWS ..... ' WS-PERIOD-ROW-CNT.
           DISPLAY 'PERIOD RUNS ........... ' WS-PERIOD-RUN-CNT.
           DISPLAY 'PERIOD ADJUSTMENTS .... ' WS-PERIOD-ADJ-CNT.
           DISPLAY 'SUMMARY RECORDS ....... ' WS-SUMMARY-CNT.
           DISPLAY 'NOT SUMMARIZED - TABLE  ' WS-OVERFLOW-CNT.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STRPGM37 CONTROL TOTALS'      TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'ROWS READ AUDIT ..... ' DELIMITED BY SIZE
                  WS-AUDIT-READ-CNT        DELIMITED BY SIZE
                  '   ARCHIVE ' DELIMITED BY SIZE
                  WS-ARCH-READ-CNT         DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RUN HISTORY READ .... ' DELIMITED BY SIZE
                  WS-HIST-READ-CNT         DELIMITED BY SIZE
                  '   ADJUSTMENTS ' DELIMITED BY SIZE
                  WS-ADJ-READ-CNT          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'SUMMARY RECORDS ..... ' DELIMITED BY SIZE
                  WS-SUMMARY-CNT           DELIMITED BY SIZE
                  '   NOT SUMMARIZED ' DELIMITED BY SIZE
                  WS-OVERFLOW-CNT          DELIMITED BY SIZE
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
