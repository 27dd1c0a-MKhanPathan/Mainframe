      *----------------------------------------------------------------*
      *   PARTNER STATISTICS COLLECTOR - RUNS AT THE END OF THE        *
      *   NIGHTLY CYCLE, AFTER STRPGM19, AND COUNTS BY SOURCE CODE     *
      *   WHAT EACH PARTNER COST US TONIGHT BEFORE THE DAILY FILES     *
      *   ARE REPLACED BY TOMORROW'S RUN:                              *
      *     EDIT REJECTS BY STRPGM7 REASON CODE  EDITREJ               *
      *     DUPLICATES SUPPRESSED BY STRPGM6     DUPFILE               *
      *       (NOT RECORDS THE EXPEDITE LANE HAD ALREADY SENT)         *
      *     DEAD-LETTERED BY STRPGM8             DEADFILE              *
      *     RECORDS SENT ON THE INTERFACE        IFACEFILE             *
      *     RECEIVER REJECTS (STRPGM13)          RESENDQ               *
      *     RECORDS RESENT BY STRPGM19           RSNDFILE              *
      *   EVERY INPUT IS OPTIONAL. THE COUNTS ARE ADDED TO THE         *
      *   PARTNER STATISTICS HISTORY, ONE RECORD PER SOURCE PER        *
      *   BUSINESS DATE, WHICH THE STRPGM35 MONTHLY SCORECARD READS.   *
      *   THE HISTORY IS COPIED FORWARD (PTNSTATI TO PTNSTATO): A      *
      *   RERUN FOR THE SAME BUSINESS DATE REPLACES THAT DATE'S        *
      *   RECORDS, AND RECORDS MORE THAN TWELVE MONTHS BEFORE THE      *
      *   BUSINESS MONTH ARE DROPPED                                   *
      *                                                                *
      *   SYSIN CARDS (OPTIONAL):                                      *
      *     DATE=YYYY-MM-DD   BUSINESS DATE - DEFAULT IS THE CYCLE     *
      *                       CONTROL DATE, ELSE TODAY                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM34.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CTL-FILE   ASSIGN TO CYCLECTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CYCLECTL-STATUS.
           SELECT EDIT-REJECT-FILE ASSIGN TO EDITREJ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-EDITREJ-STATUS.
           SELECT DUPLICATE-FILE   ASSIGN TO DUPFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-DUPFILE-STATUS.
           SELECT DEADLETTER-FILE  ASSIGN TO DEADFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-DEAD-STATUS.
           SELECT INTERFACE-FILE   ASSIGN TO IFACEFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-IFACEFILE-STATUS.
           SELECT RESEND-FILE      ASSIGN TO RESENDQ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RESEND-STATUS.
           SELECT RESENT-FILE      ASSIGN TO RSNDFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RSNDFILE-STATUS.
           SELECT STATS-IN-FILE    ASSIGN TO PTNSTATI
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-STATIN-STATUS.
           SELECT STATS-OUT-FILE   ASSIGN TO PTNSTATO
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-STATOUT-STATUS.
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

       FD  EDIT-REJECT-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  REJ-STRING-REC.
           05  REJ-LENGTH               PIC X(02).
           05  REJ-STRING               PIC X(40).
           05  REJ-SOURCE-CODE          PIC X(03).
           05  REJ-REASON-CODE          PIC X(02).
           05  REJ-TXN-ID               PIC X(16).

       FD  DUPLICATE-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  DUP-STRING-REC.
           05  DUP-LENGTH               PIC 9(02).
           05  DUP-STRING               PIC X(40).
           05  DUP-SOURCE-CODE          PIC X(03).
           05  DUP-TXN-ID               PIC X(16).
           05  DUP-EXPD-FLAG            PIC X(01).

       FD  DEADLETTER-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  DEAD-STRING-REC.
           05  DEAD-LENGTH              PIC X(02).
           05  DEAD-STRING              PIC X(40).
           05  DEAD-SOURCE-CODE         PIC X(03).
           05  DEAD-TXN-ID              PIC X(16).
           05  DEAD-REASON-CODE         PIC X(02).

       FD  INTERFACE-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  IFACE-REC.
           05  IFACE-REC-TYPE           PIC X(01).
           05  IFACE-ORIGINAL           PIC X(40).
           05  IFACE-REVERSED           PIC X(40).
           05  IFACE-SOURCE-SYS         PIC X(08).
           05  IFACE-RUN-DATE           PIC X(10).
           05  IFACE-TXN-ID             PIC X(16).

       FD  RESEND-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  RESEND-REC.
           05  RESEND-ORIGINAL          PIC X(40).
           05  RESEND-REVERSED          PIC X(40).
           05  RESEND-SOURCE-SYS        PIC X(08).
           05  RESEND-RUN-DATE          PIC X(10).
           05  RESEND-TXN-ID            PIC X(16).

      *----------------------------------------------------------------*
      *   THE OUTBOUND BATCH STRPGM19 BUILT FROM THE RESEND QUEUE -    *
      *   SAME LAYOUT AS THE INTERFACE FILE                            *
      *----------------------------------------------------------------*
       FD  RESENT-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  RSND-REC.
           05  RSND-REC-TYPE            PIC X(01).
           05  RSND-ORIGINAL            PIC X(40).
           05  RSND-REVERSED            PIC X(40).
           05  RSND-SOURCE-SYS          PIC X(08).
           05  RSND-RUN-DATE            PIC X(10).
           05  RSND-TXN-ID              PIC X(16).

      *----------------------------------------------------------------*
      *   PARTNER STATISTICS HISTORY - ONE RECORD PER SOURCE CODE PER  *
      *   BUSINESS DATE. EDIT REJECTS ARE HELD BY STRPGM7 REASON CODE  *
      *   01-09 (06 = RESTRICTED BY STOP-LIST, 09 ALSO TAKES ANY       *
      *   REASON THAT IS NOT NUMERIC)                                  *
      *----------------------------------------------------------------*
       FD  STATS-IN-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  STATS-IN-REC.
           05  PSI-BUS-DATE             PIC X(10).
           05  FILLER                   PIC X(140).

       FD  STATS-OUT-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  STATS-OUT-REC.
           05  PST-BUS-DATE             PIC X(10).
           05  PST-SOURCE-CODE          PIC X(03).
           05  PST-EDIT-REJ-CNT         PIC 9(09)   OCCURS 9 TIMES.
           05  PST-DUP-CNT              PIC 9(09).
           05  PST-DEAD-CNT             PIC 9(09).
           05  PST-SENT-CNT             PIC 9(09).
           05  PST-ACK-REJ-CNT          PIC 9(09).
           05  PST-RESEND-CNT           PIC 9(09).
           05  FILLER                   PIC X(11).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM34'.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
       01  WS-SOURCE-TABLE-DATA.
           05  WS-SRC-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-MAX          PIC 9(02)   VALUE 50.
           05  WS-SRC-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-HIT          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-ENTRY        OCCURS 50 TIMES.
               10  WS-SRC-CODE     PIC X(03).
               10  WS-SRC-REJ      PIC 9(09)   OCCURS 9 TIMES.
               10  WS-SRC-DUP      PIC 9(09).
               10  WS-SRC-DEAD     PIC 9(09).
               10  WS-SRC-SENT     PIC 9(09).
               10  WS-SRC-ACK-REJ  PIC 9(09).
               10  WS-SRC-RESENT   PIC 9(09).
       01  WS-COLLECT-DATA.
           05  WS-BUS-DATE         PIC X(10)   VALUE SPACES.
           05  WS-PARM-DATE        PIC X(10)   VALUE SPACES.
           05  WS-KEEP-MONTH       PIC X(07)   VALUE SPACES.
           05  WS-KEEP-YEAR        PIC 9(04)   VALUE ZEROES.
           05  WS-SOURCE-CODE      PIC X(03)   VALUE SPACES.
           05  WS-REASON-SUB       PIC 9(02)   VALUE ZEROES.
           05  WS-REJ-TOTAL        PIC 9(09)   VALUE ZEROES.
       01  WS-COUNTS.
           05  WS-EDITREJ-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-DUP-CNT          PIC 9(9)    VALUE ZEROES.
           05  WS-DEAD-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-SENT-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-ACK-REJ-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-RESENT-CNT       PIC 9(9)    VALUE ZEROES.
           05  WS-OVERFLOW-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-HIST-READ-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-HIST-KEPT-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-HIST-REPL-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-HIST-AGED-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-HIST-ADDED-CNT   PIC 9(9)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-CYCLECTL-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-EDITREJ-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-DUPFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-DEAD-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-IFACEFILE-STATUS PIC X(02)   VALUE SPACES.
           05  WS-RESEND-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-RSNDFILE-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-STATIN-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-STATOUT-STATUS   PIC X(02)   VALUE SPACES.
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
           PERFORM 070-GET-BUSINESS-DATE     THRU 070-EXIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 100-COUNT-EDIT-REJECTS    THRU 100-EXIT.
           PERFORM 150-COUNT-DUPLICATES      THRU 150-EXIT.
           PERFORM 200-COUNT-DEADLETTER      THRU 200-EXIT.
           PERFORM 250-COUNT-SENT            THRU 250-EXIT.
           PERFORM 300-COUNT-ACK-REJECTS     THRU 300-EXIT.
           PERFORM 350-COUNT-RESENT          THRU 350-EXIT.
           PERFORM 500-ROLL-HISTORY          THRU 500-EXIT.
           PERFORM 800-SOURCE-REPORT         THRU 800-EXIT.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE REPORT-FILE.
           IF WS-OVERFLOW-CNT > 0
               MOVE 4                         TO RETURN-CODE
           END-IF.
           STOP RUN.

       050-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARDS - USING DEFAULTS'
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
                       WHEN PARM-REC(1:5) = 'DATE='
                           MOVE PARM-REC(6:10) TO WS-PARM-DATE
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
      *   DATE= CARD FIRST, THEN THE NIGHTLY CYCLE CONTROL RECORD,     *
      *   THEN TODAY. HISTORY IS KEPT FROM THE SAME MONTH LAST YEAR    *
      *----------------------------------------------------------------*
       070-GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE                   TO WS-BUS-DATE.
           IF WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE              TO WS-BUS-DATE
           ELSE
               OPEN INPUT CYCLE-CTL-FILE
               IF WS-CYCLECTL-STATUS = '00'
                   READ CYCLE-CTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CYC-BUS-DATE NOT = SPACES
                               MOVE CYC-BUS-DATE TO WS-BUS-DATE
                           END-IF
                   END-READ
                   CLOSE CYCLE-CTL-FILE
               END-IF
           END-IF.
           MOVE WS-BUS-DATE(1:7)              TO WS-KEEP-MONTH.
           IF WS-BUS-DATE(1:4) IS NUMERIC
               MOVE WS-BUS-DATE(1:4)          TO WS-KEEP-YEAR
               SUBTRACT 1                     FROM WS-KEEP-YEAR
               MOVE WS-KEEP-YEAR              TO WS-KEEP-MONTH(1:4)
           END-IF.
           DISPLAY 'BUSINESS DATE ..... ' WS-BUS-DATE.
           DISPLAY 'HISTORY KEPT FROM . ' WS-KEEP-MONTH.
       070-EXIT.
           EXIT.

       100-COUNT-EDIT-REJECTS.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT EDIT-REJECT-FILE.
           IF WS-EDITREJ-STATUS NOT = '00'
               DISPLAY 'NO EDIT REJECT FILE'
               GO TO 100-EXIT
           END-IF.
           PERFORM 110-COUNT-ONE-EDIT         THRU 110-EXIT
               UNTIL END-OF-FILE.
           CLOSE EDIT-REJECT-FILE.
       100-EXIT.
           EXIT.

       110-COUNT-ONE-EDIT.
           READ EDIT-REJECT-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 110-EXIT
           END-READ.
           ADD 1                              TO WS-EDITREJ-CNT.
           MOVE REJ-SOURCE-CODE               TO WS-SOURCE-CODE.
           PERFORM 600-FIND-SOURCE            THRU 600-EXIT.
           IF WS-SRC-HIT = 0
               GO TO 110-EXIT
           END-IF.
           MOVE 9                             TO WS-REASON-SUB.
           IF REJ-REASON-CODE IS NUMERIC
               IF REJ-REASON-CODE > '00' AND REJ-REASON-CODE < '10'
                   MOVE REJ-REASON-CODE       TO WS-REASON-SUB
               END-IF
           END-IF.
           ADD 1                              TO
               WS-SRC-REJ(WS-SRC-HIT WS-REASON-SUB).
       110-EXIT.
           EXIT.

       150-COUNT-DUPLICATES.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT DUPLICATE-FILE.
           IF WS-DUPFILE-STATUS NOT = '00'
               DISPLAY 'NO DUPLICATE FILE'
               GO TO 150-EXIT
           END-IF.
           PERFORM 160-COUNT-ONE-DUP          THRU 160-EXIT
               UNTIL END-OF-FILE.
           CLOSE DUPLICATE-FILE.
       150-EXIT.
           EXIT.

       160-COUNT-ONE-DUP.
           READ DUPLICATE-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 160-EXIT
           END-READ.
           IF DUP-EXPD-FLAG = 'E'
               GO TO 160-EXIT
           END-IF.
           ADD 1                              TO WS-DUP-CNT.
           MOVE DUP-SOURCE-CODE               TO WS-SOURCE-CODE.
           PERFORM 600-FIND-SOURCE            THRU 600-EXIT.
           IF WS-SRC-HIT > 0
               ADD 1                          TO WS-SRC-DUP(WS-SRC-HIT)
           END-IF.
       160-EXIT.
           EXIT.

       200-COUNT-DEADLETTER.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT DEADLETTER-FILE.
           IF WS-DEAD-STATUS NOT = '00'
               DISPLAY 'NO DEAD-LETTER FILE'
               GO TO 200-EXIT
           END-IF.
           PERFORM 210-COUNT-ONE-DEAD         THRU 210-EXIT
               UNTIL END-OF-FILE.
           CLOSE DEADLETTER-FILE.
       200-EXIT.
           EXIT.

       210-COUNT-ONE-DEAD.
           READ DEADLETTER-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 210-EXIT
           END-READ.
           ADD 1                              TO WS-DEAD-CNT.
           MOVE DEAD-SOURCE-CODE              TO WS-SOURCE-CODE.
           PERFORM 600-FIND-SOURCE            THRU 600-EXIT.
           IF WS-SRC-HIT > 0
               ADD 1                          TO WS-SRC-DEAD(WS-SRC-HIT)
           END-IF.
       210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   ONLY DETAIL RECORDS COUNT. THE SOURCE CODE IS HELD IN THE    *
      *   FIRST THREE BYTES OF THE SOURCE SYSTEM                       *
      *----------------------------------------------------------------*
       250-COUNT-SENT.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT INTERFACE-FILE.
           IF WS-IFACEFILE-STATUS NOT = '00'
               DISPLAY 'NO INTERFACE FILE'
               GO TO 250-EXIT
           END-IF.
           PERFORM 260-COUNT-ONE-SENT         THRU 260-EXIT
               UNTIL END-OF-FILE.
           CLOSE INTERFACE-FILE.
       250-EXIT.
           EXIT.

       260-COUNT-ONE-SENT.
           READ INTERFACE-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 260-EXIT
           END-READ.
           IF IFACE-REC-TYPE NOT = 'D'
               GO TO 260-EXIT
           END-IF.
           ADD 1                              TO WS-SENT-CNT.
           MOVE IFACE-SOURCE-SYS(1:3)         TO WS-SOURCE-CODE.
           PERFORM 600-FIND-SOURCE            THRU 600-EXIT.
           IF WS-SRC-HIT > 0
               ADD 1                          TO WS-SRC-SENT(WS-SRC-HIT)
           END-IF.
       260-EXIT.
           EXIT.

       300-COUNT-ACK-REJECTS.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT RESEND-FILE.
           IF WS-RESEND-STATUS NOT = '00'
               DISPLAY 'NO RESEND QUEUE'
               GO TO 300-EXIT
           END-IF.
           PERFORM 310-COUNT-ONE-ACK-REJ      THRU 310-EXIT
               UNTIL END-OF-FILE.
           CLOSE RESEND-FILE.
       300-EXIT.
           EXIT.

       310-COUNT-ONE-ACK-REJ.
           READ RESEND-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 310-EXIT
           END-READ.
           ADD 1                              TO WS-ACK-REJ-CNT.
           MOVE RESEND-SOURCE-SYS(1:3)        TO WS-SOURCE-CODE.
           PERFORM 600-FIND-SOURCE            THRU 600-EXIT.
           IF WS-SRC-HIT > 0
               ADD 1                          TO
                   WS-SRC-ACK-REJ(WS-SRC-HIT)
           END-IF.
       310-EXIT.
           EXIT.

       350-COUNT-RESENT.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT RESENT-FILE.
           IF WS-RSNDFILE-STATUS NOT = '00'
               DISPLAY 'NO RESEND BATCH'
               GO TO 350-EXIT
           END-IF.
           PERFORM 360-COUNT-ONE-RESENT       THRU 360-EXIT
               UNTIL END-OF-FILE.
           CLOSE RESENT-FILE.
       350-EXIT.
           EXIT.

       360-COUNT-ONE-RESENT.
           READ RESENT-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 360-EXIT
           END-READ.
           IF RSND-REC-TYPE NOT = 'D'
               GO TO 360-EXIT
           END-IF.
           ADD 1                              TO WS-RESENT-CNT.
           MOVE RSND-SOURCE-SYS(1:3)          TO WS-SOURCE-CODE.
           PERFORM 600-FIND-SOURCE            THRU 600-EXIT.
           IF WS-SRC-HIT > 0
               ADD 1                          TO
                   WS-SRC-RESENT(WS-SRC-HIT)
           END-IF.
       360-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   COPY THE HISTORY FORWARD, DROPPING THIS BUSINESS DATE (IT IS *
      *   REWRITTEN FROM TONIGHT'S COUNTS) AND ANYTHING OLDER THAN THE *
      *   RETENTION MONTH, THEN ADD ONE RECORD PER SOURCE              *
      *----------------------------------------------------------------*
       500-ROLL-HISTORY.
           OPEN OUTPUT STATS-OUT-FILE.
           MOVE 'PTNSTATO'                    TO WS-IO-FILE-NAME.
           MOVE WS-STATOUT-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT STATS-IN-FILE.
           IF WS-STATIN-STATUS NOT = '00'
               DISPLAY 'NO PRIOR PARTNER STATISTICS - STARTING NEW'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM 510-COPY-ONE-HIST          THRU 510-EXIT
               UNTIL END-OF-FILE.
           IF WS-STATIN-STATUS NOT = '35'
               CLOSE STATS-IN-FILE
           END-IF.
           PERFORM 520-WRITE-ONE-SOURCE       THRU 520-EXIT
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-CNT.
           CLOSE STATS-OUT-FILE.
       500-EXIT.
           EXIT.

       510-COPY-ONE-HIST.
           READ STATS-IN-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 510-EXIT
           END-READ.
           ADD 1                              TO WS-HIST-READ-CNT.
           IF PSI-BUS-DATE = WS-BUS-DATE
               ADD 1                          TO WS-HIST-REPL-CNT
               GO TO 510-EXIT
           END-IF.
           IF PSI-BUS-DATE(1:7) < WS-KEEP-MONTH
               ADD 1                          TO WS-HIST-AGED-CNT
               GO TO 510-EXIT
           END-IF.
           WRITE STATS-OUT-REC FROM STATS-IN-REC.
           MOVE 'PTNSTATO'                    TO WS-IO-FILE-NAME.
           MOVE WS-STATOUT-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           ADD 1                              TO WS-HIST-KEPT-CNT.
       510-EXIT.
           EXIT.

       520-WRITE-ONE-SOURCE.
           MOVE SPACES                        TO STATS-OUT-REC.
           MOVE WS-BUS-DATE                   TO PST-BUS-DATE.
           MOVE WS-SRC-CODE(WS-SRC-SUB)       TO PST-SOURCE-CODE.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 9
               MOVE WS-SRC-REJ(WS-SRC-SUB WS-REASON-SUB) TO
                   PST-EDIT-REJ-CNT(WS-REASON-SUB)
           END-PERFORM.
           MOVE WS-SRC-DUP(WS-SRC-SUB)        TO PST-DUP-CNT.
           MOVE WS-SRC-DEAD(WS-SRC-SUB)       TO PST-DEAD-CNT.
           MOVE WS-SRC-SENT(WS-SRC-SUB)       TO PST-SENT-CNT.
           MOVE WS-SRC-ACK-REJ(WS-SRC-SUB)    TO PST-ACK-REJ-CNT.
           MOVE WS-SRC-RESENT(WS-SRC-SUB)     TO PST-RESEND-CNT.
           WRITE STATS-OUT-REC.
           MOVE 'PTNSTATO'                    TO WS-IO-FILE-NAME.
           MOVE WS-STATOUT-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           ADD 1                              TO WS-HIST-ADDED-CNT.
       520-EXIT.
           EXIT.

       600-FIND-SOURCE.
           MOVE ZEROES                        TO WS-SRC-HIT.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
               IF WS-SRC-CODE(WS-SRC-SUB) = WS-SOURCE-CODE
                   MOVE WS-SRC-SUB            TO WS-SRC-HIT
                   MOVE WS-SRC-CNT            TO WS-SRC-SUB
               END-IF
           END-PERFORM.
           IF WS-SRC-HIT > 0
               GO TO 600-EXIT
           END-IF.
           IF WS-SRC-CNT NOT < WS-SRC-MAX
               ADD 1                          TO WS-OVERFLOW-CNT
               GO TO 600-EXIT
           END-IF.
           ADD 1                              TO WS-SRC-CNT.
           MOVE WS-SRC-CNT                    TO WS-SRC-HIT.
           MOVE WS-SOURCE-CODE                TO
               WS-SRC-CODE(WS-SRC-HIT).
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 9
               MOVE ZEROES                    TO
                   WS-SRC-REJ(WS-SRC-HIT WS-REASON-SUB)
           END-PERFORM.
           MOVE ZEROES                        TO WS-SRC-DUP(WS-SRC-HIT).
           MOVE ZEROES                        TO
               WS-SRC-DEAD(WS-SRC-HIT).
           MOVE ZEROES                        TO
               WS-SRC-SENT(WS-SRC-HIT).
           MOVE ZEROES                        TO
               WS-SRC-ACK-REJ(WS-SRC-HIT).
           MOVE ZEROES                        TO
               WS-SRC-RESENT(WS-SRC-HIT).
       600-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STRPGM34 - PARTNER STATISTICS COLLECTOR'
                      DELIMITED BY SIZE
                  '          PAGE ' DELIMITED BY SIZE
                  WS-PAGE-CNT       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RUN DATE: '      DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  '   BUSINESS DATE: ' DELIMITED BY SIZE
                  WS-BUS-DATE       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SRC    EDIT-REJ   STOP-LIST   DUPLICATE'
                                              TO RPT-LINE.
           MOVE '  DEAD-LTR       SENT  ACK-REJ   RESENT'
                                              TO RPT-LINE(41:40).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

       800-SOURCE-REPORT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM 810-REPORT-ONE-SOURCE      THRU 810-EXIT
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-CNT.
       800-EXIT.
           EXIT.

       810-REPORT-ONE-SOURCE.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS    THRU 700-EXIT
           END-IF.
           MOVE ZEROES                        TO WS-REJ-TOTAL.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 9
               ADD WS-SRC-REJ(WS-SRC-SUB WS-REASON-SUB)
                                              TO WS-REJ-TOTAL
           END-PERFORM.
           MOVE SPACES                        TO RPT-LINE.
           MOVE WS-SRC-CODE(WS-SRC-SUB)       TO RPT-LINE(1:3).
           MOVE WS-REJ-TOTAL                  TO RPT-LINE(5:9).
           MOVE WS-SRC-REJ(WS-SRC-SUB 6)      TO RPT-LINE(17:9).
           MOVE WS-SRC-DUP(WS-SRC-SUB)        TO RPT-LINE(29:9).
           MOVE WS-SRC-DEAD(WS-SRC-SUB)       TO RPT-LINE(41:9).
           MOVE WS-SRC-SENT(WS-SRC-SUB)       TO RPT-LINE(51:9).
           MOVE WS-SRC-ACK-REJ(WS-SRC-SUB)    TO RPT-LINE(61:9).
           MOVE WS-SRC-RESENT(WS-SRC-SUB)     TO RPT-LINE(71:9).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
       810-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM34 CONTROL TOTALS'.
           DISPLAY 'EDIT REJECTS .......... ' WS-EDITREJ-CNT.
           DISPLAY 'DUPLICATES ............ ' WS-DUP-CNT.
           DISPLAY 'DEAD-LETTER RECORDS ... ' WS-DEAD-CNT.
           DISPLAY 'RECORDS SENT .......... ' WS-SENT-CNT.
           DISPLAY 'RECEIVER REJECTS ...... ' WS-ACK-REJ-CNT.
           DISPLAY 'RECORDS RESENT ........ ' WS-RESENT-CNT.
           DISPLAY 'SOURCES COLLECTED ..... ' WS-SRC-CNT.
           DISPLAY 'NOT COLLECTED - TABLE . ' WS-OVERFLOW-CNT.
           DISPLAY 'HISTORY READ .......... ' WS-HIST-READ-CNT.
           DISPLAY 'HISTORY KEPT .......... ' WS-HIST-KEPT-CNT.
           DISPLAY 'HISTORY REPLACED ...... ' WS-HIST-REPL-CNT.
           DISPLAY 'HISTORY AGED OFF ...... ' WS-HIST-AGED-CNT.
           DISPLAY 'HISTORY ADDED ......... ' WS-HIST-ADDED-CNT.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STRPGM34 CONTROL TOTALS'      TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'HISTORY READ ........ ' DELIMITED BY SIZE
                  WS-HIST-READ-CNT         DELIMITED BY SIZE
                  '   KEPT ' DELIMITED BY SIZE
                  WS-HIST-KEPT-CNT         DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'HISTORY REPLACED .... ' DELIMITED BY SIZE
                  WS-HIST-REPL-CNT         DELIMITED BY SIZE
                  '   AGED OFF ' DELIMITED BY SIZE
                  WS-HIST-AGED-CNT         DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'HISTORY ADDED ....... ' DELIMITED BY SIZE
                  WS-HIST-ADDED-CNT        DELIMITED BY SIZE
                  '   NOT COLLECTED ' DELIMITED BY SIZE
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
