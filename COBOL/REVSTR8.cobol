      *----------------------------------------------------------------*
      *   EXCEPTION REPAIR - REPAIRS EXCFILE REJECTS FOR RESUBMISSION  *
      *                                                                *
      *   A REJECT WHOSE TRANSACTION DATE FALLS IN A PERIOD CLOSED BY  *
      *   STRPGM37 IS NOT RESUBMITTED - IT IS HELD UNCHANGED ON        *
      *   PERHOLDO. PERHOLDI IS THE PREVIOUS RUN'S PERHOLDO: EACH HELD *
      *   RECORD IS READ BACK AHEAD OF EXCFILE AND REPAIRED AS NORMAL  *
      *   ONCE ITS PERIOD IS OPEN OR REOPENED, OR CARRIED FORWARD TO   *
      *   PERHOLDO WHILE THE PERIOD IS STILL CLOSED. A RESUBMIT DATED  *
      *   IN A REOPENED PERIOD IS LOGGED TO PERADJ AS AN ADJUSTMENT.   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM8.
           SELECT DEADLETTER-FILE  ASSIGN TO DEADFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-DEAD-STATUS.
           SELECT PERIOD-HOLD-IN   ASSIGN TO PERHOLDI
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PERHOLDI-STATUS.
           SELECT PERIOD-HOLD-OUT  ASSIGN TO PERHOLDO
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PERHOLDO-STATUS.
           SELECT PERIOD-CTL-FILE  ASSIGN TO PERCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PERCTL-STATUS.
           SELECT PERIOD-ADJ-FILE  ASSIGN TO PERADJ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PERADJ-STATUS.
           SELECT CYCLE-IN-FILE    ASSIGN TO CYCFILEI
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CYCIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  EXCFILE-REC                  PIC X(63).

       FD  RESUBMIT-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  RESUB-STRING-REC.
           05  RESUB-LENGTH             PIC 9(02).
           05  RESUB-STRING             PIC X(40).
           05  RESUB-SOURCE-CODE        PIC X(03).
           05  RESUB-TXN-ID             PIC X(16).

      *----------------------------------------------------------------*
      *   DEAD-LETTER REASON 01 NOTHING LEFT AFTER REPAIR, 02 REPAIR   *
      *   CYCLE LIMIT REACHED                                          *
      *----------------------------------------------------------------*
       FD  DEADLETTER-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  DEAD-STRING-REC.
           05  DEAD-LENGTH              PIC X(02).
           05  DEAD-STRING              PIC X(40).
           05  DEAD-SOURCE-CODE         PIC X(03).
           05  DEAD-TXN-ID              PIC X(16).
           05  DEAD-REASON-CODE         PIC X(02).

       FD  PERIOD-HOLD-IN
           RECORD CONTAINS 63 CHARACTERS.
       01  HOLDIN-REC                   PIC X(63).

       FD  PERIOD-HOLD-OUT
           RECORD CONTAINS 63 CHARACTERS.
       01  HOLD-STRING-REC.
           05  HOLD-LENGTH              PIC X(02).
           05  HOLD-STRING              PIC X(40).
           05  HOLD-SOURCE-CODE         PIC X(03).
           05  HOLD-TXN-ID              PIC X(16).
           05  HOLD-REASON-CODE         PIC X(02).

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

       FD  CYCLE-IN-FILE
           RECORD CONTAINS 43 CHARACTERS.
           05  WS-SUB1             PIC 9(02)   VALUE ZEROES.
           05  WS-ACTION           PIC X(12)   VALUE SPACES.
           05  WS-CYCLE-NBR        PIC 9(03)   VALUE ZEROES.
      *----------------------------------------------------------------*
      *   THE RECORD BEING REPAIRED - EXCFILE AND PERHOLDI ARE BOTH    *
      *   READ INTO IT                                                 *
      *----------------------------------------------------------------*
       01  EXC-STRING-REC.
           05  EXC-LENGTH               PIC X(02).
           05  EXC-STRING               PIC X(40).
           05  EXC-SOURCE-CODE          PIC X(03).
           05  EXC-TXN-ID               PIC X(16).
           05  EXC-REASON-CODE          PIC X(02).
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-INPUT                VALUE 'Y'.
           05  WS-CYC-EOF-FLAG     PIC X(01)   VALUE 'N'.
               88  END-OF-CYCLES               VALUE 'Y'.
           05  WS-HLD-EOF-FLAG     PIC X(01)   VALUE 'N'.
               88  END-OF-HELD                 VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-READ-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-HELD-IN-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-RESUB-CNT        PIC 9(9)    VALUE ZEROES.
           05  WS-DEAD-EMPTY-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-DEAD-AGED-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-HELD-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-ADJUST-CNT       PIC 9(9)    VALUE ZEROES.
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
       01  WS-CYCLE-TABLE-DATA.
           05  WS-CYC-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-CYC-MAX          PIC 9(4)    VALUE 2000.
           05  WS-EXCFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-RESUB-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-DEAD-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-PERHOLDI-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-PERHOLDO-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-PERCTL-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PERADJ-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-CYCIN-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-CYCOUT-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
           DISPLAY 'PROGRAM: ' WS-PROGRAM.
           PERFORM 065-GET-RUN-DATE          THRU 065-EXIT.
           PERFORM 070-LOAD-CYCLE-TABLE      THRU 070-EXIT.
           PERFORM 085-LOAD-PERIODS          THRU 085-EXIT.
           OPEN INPUT  EXCEPTION-FILE.
           MOVE 'EXCFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-EXCFILE-STATUS             TO WS-IO-STATUS.
           MOVE 'DEADFILE'                    TO WS-IO-FILE-NAME.
           MOVE WS-DEAD-STATUS                TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT PERIOD-HOLD-OUT.
           MOVE 'PERHOLDO'                    TO WS-IO-FILE-NAME.
           MOVE WS-PERHOLDO-STATUS            TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM 080-FEED-BACK-HELD        THRU 080-EXIT.

           PERFORM UNTIL END-OF-INPUT
               READ EXCEPTION-FILE INTO EXC-STRING-REC
                   AT END
                       SET END-OF-INPUT TO TRUE
                   NOT AT END
           CLOSE EXCEPTION-FILE.
           CLOSE RESUBMIT-FILE.
           CLOSE DEADLETTER-FILE.
           CLOSE PERIOD-HOLD-OUT.
           PERFORM 096-CLOSE-ADJUSTMENTS     THRU 096-EXIT.
           CLOSE REPORT-FILE.
           IF WS-HELD-CNT > 0
               MOVE 4                         TO RETURN-CODE
           END-IF.
           STOP RUN.

       065-GET-RUN-DATE.
       075-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RECORDS HELD BY EARLIER RUNS - REPAIRED LIKE ANY REJECT IF   *
      *   THEIR PERIOD IS NOW OPEN OR REOPENED, ELSE 100-REPAIR-RECORD *
      *   CARRIES THEM FORWARD TO PERHOLDO. NO PERHOLDI, NOTHING HELD  *
      *----------------------------------------------------------------*
       080-FEED-BACK-HELD.
           MOVE 'N'                           TO WS-HLD-EOF-FLAG.
           OPEN INPUT PERIOD-HOLD-IN.
           IF WS-PERHOLDI-STATUS = '35'
               DISPLAY 'NO HELD RECORDS CARRIED FORWARD'
               GO TO 080-EXIT
           END-IF.
           MOVE 'PERHOLDI'                    TO WS-IO-FILE-NAME.
           MOVE WS-PERHOLDI-STATUS            TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           PERFORM 082-FEED-ONE-HELD          THRU 082-EXIT
               UNTIL END-OF-HELD.
           CLOSE PERIOD-HOLD-IN.
           DISPLAY 'HELD RECORDS FED BACK: ' WS-HELD-IN-CNT.
       080-EXIT.
           EXIT.

       082-FEED-ONE-HELD.
           READ PERIOD-HOLD-IN INTO EXC-STRING-REC
               AT END
                   SET END-OF-HELD            TO TRUE
                   GO TO 082-EXIT
           END-READ.
           IF WS-PERHOLDI-STATUS NOT = '00'
               MOVE 'PERHOLDI'                TO WS-IO-FILE-NAME
               MOVE WS-PERHOLDI-STATUS        TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-HELD-IN-CNT.
           PERFORM 100-REPAIR-RECORD          THRU 100-EXIT.
       082-EXIT.
           EXIT.

       100-REPAIR-RECORD.
           MOVE SPACES                        TO WS-PER-CHECK.
           IF EXC-TXN-ID(1:6) IS NUMERIC
               STRING EXC-TXN-ID(1:4) '-' EXC-TXN-ID(5:2)
                   DELIMITED BY SIZE
                   INTO WS-PER-CHECK
               END-STRING
           END-IF.
           PERFORM 090-CHECK-PERIOD           THRU 090-EXIT.
           IF PERIOD-CLOSED
               MOVE 'HELD-PERIOD'             TO WS-ACTION
               ADD 1                          TO WS-HELD-CNT
               MOVE EXC-STRING                TO WS-REPAIRED-STRING
               MOVE ZEROES                    TO WS-CYCLE-NBR
               PERFORM 350-WRITE-HOLD-REC     THRU 350-EXIT
               PERFORM 400-WRITE-REPAIR-LINE  THRU 400-EXIT
               GO TO 100-EXIT
           END-IF.
           MOVE EXC-STRING                    TO WS-WORK-STRING.
           PERFORM 150-STRIP-JUNK             THRU 150-EXIT.
           IF WS-REPAIRED-LEN = 0
                   MOVE 'RESUBMIT'            TO WS-ACTION
                   ADD 1                      TO WS-RESUB-CNT
                   PERFORM 200-WRITE-RESUB-REC THRU 200-EXIT
                   IF PERIOD-REOPENED
                       MOVE 'RESUBMIT'        TO WS-ADJ-TYPE
                       MOVE EXC-SOURCE-CODE   TO WS-ADJ-SOURCE
                       MOVE EXC-TXN-ID        TO WS-ADJ-KEY
                       MOVE 1                 TO WS-ADJ-COUNT
                       PERFORM 095-WRITE-ADJUSTMENT THRU 095-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 400-WRITE-REPAIR-LINE      THRU 400-EXIT.
       100-EXIT.
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

       150-STRIP-JUNK.
           MOVE SPACES                        TO WS-REPAIRED-STRING.
           MOVE ZEROES                        TO WS-REPAIRED-LEN.
           MOVE WS-REPAIRED-LEN               TO RESUB-LENGTH.
           MOVE WS-REPAIRED-STRING            TO RESUB-STRING.
           MOVE EXC-SOURCE-CODE               TO RESUB-SOURCE-CODE.
           MOVE EXC-TXN-ID                    TO RESUB-TXN-ID.
           WRITE RESUB-STRING-REC.
           IF WS-RESUB-STATUS NOT = '00'
               MOVE 'RESUBFILE'           TO WS-IO-FILE-NAME
           MOVE EXC-LENGTH                    TO DEAD-LENGTH.
           MOVE EXC-STRING                    TO DEAD-STRING.
           MOVE EXC-SOURCE-CODE               TO DEAD-SOURCE-CODE.
           MOVE EXC-TXN-ID                    TO DEAD-TXN-ID.
           IF WS-ACTION = 'DEAD-EMPTY'
               MOVE '01'                      TO DEAD-REASON-CODE
           ELSE
               MOVE '02'                      TO DEAD-REASON-CODE
           END-IF.
           WRITE DEAD-STRING-REC.
           IF WS-DEAD-STATUS NOT = '00'
               MOVE 'DEADFILE'            TO WS-IO-FILE-NAME
       300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   HELD RECORDS KEEP THE ORIGINAL EXCFILE LAYOUT AND REASON SO  *
      *   THEY CAN BE FED BACK IN UNCHANGED ONCE THE PERIOD REOPENS    *
      *----------------------------------------------------------------*
       350-WRITE-HOLD-REC.
           MOVE EXC-STRING-REC                TO HOLD-STRING-REC.
           WRITE HOLD-STRING-REC.
           IF WS-PERHOLDO-STATUS NOT = '00'
               MOVE 'PERHOLDO'            TO WS-IO-FILE-NAME
               MOVE WS-PERHOLDO-STATUS    TO WS-IO-STATUS
               PERFORM 980-IO-ABORT      THRU 980-EXIT
           END-IF.
       350-EXIT.
           EXIT.

       400-WRITE-REPAIR-LINE.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS    THRU 700-EXIT
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM8 CONTROL TOTALS'.
           DISPLAY 'RECORDS READ .......... ' WS-READ-CNT.
           DISPLAY 'HELD RECORDS FED BACK . ' WS-HELD-IN-CNT.
           DISPLAY 'RECORDS RESUBMITTED ... ' WS-RESUB-CNT.
           DISPLAY 'DEAD-LETTER EMPTY ..... ' WS-DEAD-EMPTY-CNT.
           DISPLAY 'DEAD-LETTER AGED ...... ' WS-DEAD-AGED-CNT.
           DISPLAY 'HELD - PERIOD CLOSED .. ' WS-HELD-CNT.
           DISPLAY 'ADJUSTMENTS LOGGED .... ' WS-ADJUST-CNT.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'HELD RECORDS FED BACK . ' DELIMITED BY SIZE
                  WS-HELD-IN-CNT             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RECORDS RESUBMITTED ... ' DELIMITED BY SIZE
                  WS-RESUB-CNT               DELIMITED BY SIZE
               INTO RPT-LINE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'HELD - PERIOD CLOSED .. ' DELIMITED BY SIZE
                  WS-HELD-CNT                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'ADJUSTMENTS LOGGED .... ' DELIMITED BY SIZE
                  WS-ADJUST-CNT              DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
       900-EXIT.
           EXIT.

