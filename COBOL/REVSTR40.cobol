      *----------------------------------------------------------------*
      *   MONTHLY CAPACITY FORECAST - WILL THE NIGHTLY STEPS STILL     *
      *   FIT THEIR WINDOWS AS VOLUMES GROW, AND HOW MANY STRPGM15     *
      *   PARTITIONS SHOULD STRPGM6 RUN WITH.                          *
      *                                                                *
      *   VOLUME TREND: AVERAGE DAILY RECORDS RECEIVED PER SOURCE      *
      *   CODE IN EACH HISTORY MONTH FROM THE STRPGM27 FEEDREG, WITH   *
      *   A LEAST-SQUARES STRAIGHT LINE THROUGH THE MONTHS. THE LINE   *
      *   THROUGH THE TOTAL OF ALL SOURCES IS THE GROWTH APPLIED TO    *
      *   EVERY STEP.                                                  *
      *                                                                *
      *   THROUGHPUT: NIGHTLY-LANE RUNHIST RECORDS, RECORDS READ PER   *
      *   MINUTE OF ELAPSED TIME FOR EACH STEP. STRPGM6 PARTITIONS RUN *
      *   SIDE BY SIDE, SO ITS NIGHT IS THE SUM OF THE PARTITIONS'     *
      *   RECORDS OVER THE LONGEST PARTITION'S ELAPSED TIME, AND THE   *
      *   NUMBER OF STRPGM6 RUNS THAT NIGHT IS ITS PARTITION COUNT.    *
      *   A PARTITION COUNT NEVER RUN IS ESTIMATED BY SCALING THE      *
      *   BEST-MEASURED ONE IN PROPORTION TO THE PARTITIONS.           *
      *                                                                *
      *   FORECAST: EACH STEP'S AVERAGE NIGHT IN THE REPORT MONTH IS   *
      *   GROWN ALONG THE TOTAL TREND AND DIVIDED BY ITS RATE AT THE   *
      *   PARTITION COUNT LAST USED, GIVING THE MINUTES NEEDED AND THE *
      *   DATE THEY PASS THE STEP'S WINDOW. FOR STRPGM6 THE SMALLEST   *
      *   PARTITION COUNT THAT FITS IS RECOMMENDED FOR PARM-PART-CNT,  *
      *   AND THE DATE FOUR PARTITIONS (PART01-PART04) STOP BEING      *
      *   ENOUGH IS SHOWN.                                             *
      *                                                                *
      *   SYSIN CARDS (ALL OPTIONAL):                                  *
      *     MONTH=YYYY-MM          REPORT MONTH - DEFAULT IS LAST      *
      *                            MONTH                               *
      *     MONTHS=N               HISTORY MONTHS ENDING WITH THE      *
      *                            REPORT MONTH, 3 TO 6 (DEFAULT 6)    *
      *     WINDOW=PPPPPPPP MMMM   ALLOWED MINUTES FOR STEP PPPPPPPP,  *
      *                            OR FOR EVERY OTHER STEP WHEN        *
      *                            PPPPPPPP IS * (DEFAULT 0120)        *
      *                                                                *
      *   RETURN CODES: 4 A STEP IS OVER ITS WINDOW OR WILL BE WITHIN  *
      *   TWELVE MONTHS, OR FOUR PARTITIONS WILL NOT BE ENOUGH WITHIN  *
      *   TWELVE MONTHS; 12 NO NIGHTLY RUN HISTORY IN THE MONTHS       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM40.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT FEED-REG-FILE    ASSIGN TO FEEDREG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FEEDREG-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FEED-REG-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  FEED-REG-REC.
           05  FRG-FEED-CODE            PIC X(03).
           05  FRG-REC-CNT              PIC 9(09).
           05  FRG-ARRIVE-DATE          PIC X(10).
           05  FRG-ARRIVE-TIME          PIC X(08).
           05  FRG-STATUS               PIC X(01).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM40'.
       77  WS-PART-PROGRAM         PIC X(08)   VALUE 'STRPGM6'.
       77  WS-DAYS-PER-MONTH       PIC 9(02)V9(4) VALUE 30.4375.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-TREND-FLAG       PIC X(01)   VALUE 'N'.
               88  TREND-AVAILABLE             VALUE 'Y'.
           05  WS-WARN-FLAG        PIC X(01)   VALUE 'N'.
               88  CAPACITY-WARNING            VALUE 'Y'.
      *----------------------------------------------------------------*
      *   MONTH 1 IS THE REPORT MONTH, 2-6 THE MONTHS BEFORE IT        *
      *----------------------------------------------------------------*
       01  WS-MONTH-DATA.
           05  WS-PARM-MONTH       PIC X(07)   VALUE SPACES.
           05  WS-PARM-MONTHS      PIC X(01)   VALUE SPACES.
           05  WS-MON-CNT          PIC 9(01)   VALUE 6.
           05  WS-MON-ID           PIC X(07)   OCCURS 6 TIMES.
           05  WS-MON-SUB          PIC 9(01)   VALUE ZERO.
           05  WS-MON-HIT          PIC 9(01)   VALUE ZERO.
           05  WS-CALC-YEAR        PIC 9(04)   VALUE ZEROES.
           05  WS-CALC-MONTH       PIC 9(02)   VALUE ZEROES.
           05  WS-DATE-YYYYMMDD    PIC 9(08)   VALUE ZEROES.
           05  WS-DATE-X REDEFINES WS-DATE-YYYYMMDD
                               PIC X(08).
           05  WS-PERIOD-END-INT   PIC 9(08)   VALUE ZEROES.
           05  WS-PERIOD-END-DATE  PIC X(10)   VALUE SPACES.
       01  WS-WINDOW-TABLE-DATA.
           05  WS-DEF-WINDOW       PIC 9(04)   VALUE 0120.
           05  WS-WIN-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-WIN-MAX          PIC 9(02)   VALUE 10.
           05  WS-WIN-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-WIN-ENTRY        OCCURS 10 TIMES.
               10  WS-WIN-PROGRAM  PIC X(08).
               10  WS-WIN-MINUTES  PIC 9(04).
       01  WS-SOURCE-TABLE-DATA.
           05  WS-SRC-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-MAX          PIC 9(02)   VALUE 30.
           05  WS-SRC-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-HIT          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-ENTRY        OCCURS 30 TIMES.
               10  WS-SRC-CODE     PIC X(03).
               10  WS-SRC-MONTH    OCCURS 6 TIMES.
                   15  WS-SM-DAYS      PIC 9(03).
                   15  WS-SM-RECS      PIC 9(11).
                   15  WS-SM-LAST-DATE PIC X(10).
                   15  WS-SM-AVG       PIC 9(11).
               10  WS-SRC-CUR      PIC S9(11)V9(4).
               10  WS-SRC-GROWTH   PIC S9(05)V99.
               10  WS-SRC-PROJ     PIC S9(11)V9(4).
       01  WS-TOTAL-DATA.
           05  WS-TOT-AVG          PIC 9(11)   OCCURS 6 TIMES.
           05  WS-TOT-A            PIC S9(11)V9(4) VALUE ZEROES.
           05  WS-TOT-B            PIC S9(11)V9(4) VALUE ZEROES.
           05  WS-TOT-CUR          PIC S9(11)V9(4) VALUE ZEROES.
           05  WS-TOT-GROWTH       PIC S9(05)V99   VALUE ZEROES.
           05  WS-TOT-PROJ         PIC S9(11)V9(4) VALUE ZEROES.
      *----------------------------------------------------------------*
      *   ONE ENTRY PER NIGHTLY STEP ON RUNHIST. THE CURRENT NIGHT IS  *
      *   BUILT UP UNTIL THE STEP'S RUN DATE CHANGES, THEN POSTED TO   *
      *   ITS MONTH AND TO ITS PARTITION COUNT                         *
      *----------------------------------------------------------------*
       01  WS-STEP-TABLE-DATA.
           05  WS-STP-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-STP-MAX          PIC 9(02)   VALUE 10.
           05  WS-STP-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-STP-HIT          PIC 9(02)   VALUE ZEROES.
           05  WS-STP-ENTRY        OCCURS 10 TIMES.
               10  WS-STP-PROGRAM  PIC X(08).
               10  WS-STP-WINDOW   PIC 9(04).
               10  WS-STP-CUR-DATE PIC X(10).
               10  WS-STP-CUR-RUNS PIC 9(02).
               10  WS-STP-CUR-READ PIC 9(11).
               10  WS-STP-CUR-HH   PIC 9(09).
               10  WS-STP-LAST-LVL PIC 9(01).
               10  WS-STP-NIGHT-VOL PIC 9(11).
               10  WS-STP-MONTH    OCCURS 6 TIMES.
                   15  WS-STM-NIGHTS   PIC 9(03).
                   15  WS-STM-READ     PIC 9(11).
                   15  WS-STM-HH       PIC 9(11).
               10  WS-STP-LEVEL    OCCURS 4 TIMES.
                   15  WS-STL-NIGHTS   PIC 9(03).
                   15  WS-STL-READ     PIC 9(11).
                   15  WS-STL-HH       PIC 9(11).
                   15  WS-STL-RATE     PIC 9(09)V99.
                   15  WS-STL-BASIS    PIC X(01).
       01  WS-FIT-DATA.
           05  WS-FIT-Y            PIC S9(11)  OCCURS 6 TIMES.
           05  WS-FIT-HAS          PIC X(01)   OCCURS 6 TIMES.
           05  WS-FIT-N            PIC 9(02)   VALUE ZEROES.
           05  WS-FIT-X            PIC 9(02)   VALUE ZEROES.
           05  WS-FIT-SX           PIC S9(05)  VALUE ZEROES.
           05  WS-FIT-SXX          PIC S9(05)  VALUE ZEROES.
           05  WS-FIT-SY           PIC S9(13)  VALUE ZEROES.
           05  WS-FIT-SXY          PIC S9(14)  VALUE ZEROES.
           05  WS-FIT-DEN          PIC S9(07)  VALUE ZEROES.
           05  WS-FIT-A            PIC S9(11)V9(4) VALUE ZEROES.
           05  WS-FIT-B            PIC S9(11)V9(4) VALUE ZEROES.
       01  WS-PROJECTION-DATA.
           05  WS-AHEAD            PIC 9(02)   VALUE ZEROES.
           05  WS-AHEAD-SUB        PIC 9(01)   VALUE ZEROES.
           05  WS-AHEAD-LIST       PIC X(08)   VALUE '00030612'.
           05  WS-AHEAD-TBL REDEFINES WS-AHEAD-LIST.
               10  WS-AHEAD-MONTHS PIC 9(02)   OCCURS 4 TIMES.
           05  WS-GROWTH-FACTOR    PIC 9(05)V9(6) VALUE ZEROES.
           05  WS-PROJ-VOL         PIC 9(11)   VALUE ZEROES.
           05  WS-PROJ-MINUTES     PIC 9(07)V9 VALUE ZEROES.
           05  WS-PROJ-PCT         PIC 9(05)   VALUE ZEROES.
           05  WS-LVL              PIC 9(01)   VALUE ZEROES.
           05  WS-LVL-BEST         PIC 9(01)   VALUE ZEROES.
           05  WS-LVL-RECOMMEND    PIC 9(01)   VALUE ZEROES.
           05  WS-RATE             PIC 9(09)V99 VALUE ZEROES.
           05  WS-TARGET-VOL       PIC 9(13)V99 VALUE ZEROES.
           05  WS-EXC-MONTHS       PIC S9(05)V9(4) VALUE ZEROES.
           05  WS-EXC-DAYS         PIC S9(07)  VALUE ZEROES.
           05  WS-EXC-CODE         PIC X(01)   VALUE SPACE.
               88  EXCEEDED-NOW                VALUE 'N'.
               88  EXCEEDED-ON-DATE            VALUE 'D'.
               88  EXCEEDED-BEYOND             VALUE 'B'.
               88  NOT-EXCEEDED                VALUE 'F'.
           05  WS-EXC-DATE         PIC X(10)   VALUE SPACES.
           05  WS-EXC-TEXT         PIC X(40)   VALUE SPACES.
       01  WS-COUNTS.
           05  WS-RUNHIST-READ-CNT PIC 9(9)    VALUE ZEROES.
           05  WS-RUNHIST-USED-CNT PIC 9(9)    VALUE ZEROES.
           05  WS-FEEDREG-READ-CNT PIC 9(9)    VALUE ZEROES.
           05  WS-FEEDREG-USED-CNT PIC 9(9)    VALUE ZEROES.
           05  WS-NIGHT-CNT        PIC 9(9)    VALUE ZEROES.
           05  WS-STEP-WARN-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-OVERFLOW-CNT     PIC 9(9)    VALUE ZEROES.
       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC Z(8)9.
           05  WS-ED-NIGHTS        PIC ZZ9.
           05  WS-ED-MINUTES       PIC Z(6)9.9.
           05  WS-ED-RATE          PIC Z(8)9.99.
           05  WS-ED-GROWTH        PIC -(4)9.99.
           05  WS-ED-PCT           PIC Z(4)9.
           05  WS-ED-WINDOW        PIC ZZZ9.
           05  WS-ED-AHEAD         PIC Z9.
       01  WS-FILE-STATUSES.
           05  WS-RUNHIST-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-FEEDREG-STATUS   PIC X(02)   VALUE SPACES.
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
           05  WS-RPT-TITLE        PIC X(50)   VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'PROGRAM: ' WS-PROGRAM.
           PERFORM 065-GET-RUN-DATE          THRU 065-EXIT.
           PERFORM 050-READ-PARM-CARDS       THRU 050-EXIT.
           PERFORM 070-SET-MONTHS            THRU 070-EXIT.
           PERFORM 200-READ-RUN-HISTORY      THRU 200-EXIT.
           IF WS-NIGHT-CNT = 0
               DISPLAY 'NO NIGHTLY RUN HISTORY FOR ' WS-MON-ID(1)
                       ' OR THE MONTHS BEFORE IT - NOTHING TO FORECAST'
               MOVE 12                        TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 100-READ-FEED-REG         THRU 100-EXIT.
           PERFORM 150-FIT-VOLUME-TREND      THRU 150-EXIT.
           PERFORM 300-SET-STEP-RATES        THRU 300-EXIT.
           PERFORM 800-SOURCE-REPORT         THRU 800-EXIT.
           PERFORM 820-STEP-REPORT           THRU 820-EXIT.
           PERFORM 840-PARTITION-REPORT      THRU 840-EXIT.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE REPORT-FILE.
           IF CAPACITY-WARNING OR WS-OVERFLOW-CNT > 0
               DISPLAY WS-PROGRAM ' ENDING WITH RETURN CODE 4'
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
           IF WS-PARM-MONTHS >= '3' AND WS-PARM-MONTHS <= '6'
               MOVE WS-PARM-MONTHS            TO WS-MON-CNT
           ELSE
               IF WS-PARM-MONTHS NOT = SPACE
                   DISPLAY 'INVALID MONTHS= CARD IGNORED: '
                           WS-PARM-MONTHS
               END-IF
           END-IF.
           DISPLAY 'HISTORY MONTHS .... ' WS-MON-CNT.
           DISPLAY 'DEFAULT WINDOW .... ' WS-DEF-WINDOW ' MINUTES'.
       050-EXIT.
           EXIT.

       055-READ-ONE-PARM.
           READ PARM-FILE
               AT END
                   SET END-OF-PARMS           TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-REC(1:6) = 'MONTH='
                           MOVE PARM-REC(7:7) TO WS-PARM-MONTH
                       WHEN PARM-REC(1:7) = 'MONTHS='
                           MOVE PARM-REC(8:1) TO WS-PARM-MONTHS
                       WHEN PARM-REC(1:7) = 'WINDOW='
                           PERFORM 057-LOAD-WINDOW THRU 057-EXIT
                       WHEN PARM-REC = SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'UNRECOGNIZED PARM: ' PARM-REC
                   END-EVALUATE
           END-READ.
       055-EXIT.
           EXIT.

       057-LOAD-WINDOW.
           IF PARM-REC(17:4) NOT NUMERIC
                   OR PARM-REC(17:4) = '0000'
                   OR PARM-REC(8:8) = SPACES
               DISPLAY 'INVALID WINDOW= CARD IGNORED: ' PARM-REC
               GO TO 057-EXIT
           END-IF.
           IF PARM-REC(8:8) = '*'
               MOVE PARM-REC(17:4)            TO WS-DEF-WINDOW
               GO TO 057-EXIT
           END-IF.
           IF WS-WIN-CNT NOT < WS-WIN-MAX
               DISPLAY 'WINDOW TABLE FULL - CARD IGNORED: ' PARM-REC
               GO TO 057-EXIT
           END-IF.
           ADD 1                              TO WS-WIN-CNT.
           MOVE PARM-REC(8:8)                 TO
               WS-WIN-PROGRAM(WS-WIN-CNT).
           MOVE PARM-REC(17:4)                TO
               WS-WIN-MINUTES(WS-WIN-CNT).
           DISPLAY 'WINDOW ............ ' PARM-REC(8:8) ' '
                   PARM-REC(17:4) ' MINUTES'.
       057-EXIT.
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
      *   REPORT MONTH FROM THE MONTH= CARD, ELSE THE MONTH BEFORE     *
      *   TODAY; THEN STEP BACK ONE MONTH AT A TIME FOR THE HISTORY.   *
      *   PROJECTIONS RUN FROM THE LAST DAY OF THE REPORT MONTH        *
      *----------------------------------------------------------------*
       070-SET-MONTHS.
           IF WS-PARM-MONTH(1:4) IS NUMERIC
                   AND WS-PARM-MONTH(5:1) = '-'
                   AND WS-PARM-MONTH(6:2) IS NUMERIC
                   AND WS-PARM-MONTH(6:2) >= '01'
                   AND WS-PARM-MONTH(6:2) <= '12'
               MOVE WS-PARM-MONTH(1:4)        TO WS-CALC-YEAR
               MOVE WS-PARM-MONTH(6:2)        TO WS-CALC-MONTH
           ELSE
               IF WS-PARM-MONTH NOT = SPACES
                   DISPLAY 'INVALID MONTH= CARD IGNORED: '
                           WS-PARM-MONTH
               END-IF
               MOVE WS-CURRENT-DATETIME(1:4)  TO WS-CALC-YEAR
               MOVE WS-CURRENT-DATETIME(5:2)  TO WS-CALC-MONTH
               PERFORM 075-PRIOR-MONTH        THRU 075-EXIT
           END-IF.
           IF WS-CALC-MONTH = 12
               COMPUTE WS-DATE-YYYYMMDD =
                   (WS-CALC-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-YYYYMMDD =
                   WS-CALC-YEAR * 10000 + (WS-CALC-MONTH + 1) * 100
                   + 1
           END-IF.
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) - 1.
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT).
           STRING WS-DATE-X(1:4) '-'
                  WS-DATE-X(5:2) '-'
                  WS-DATE-X(7:2)
               DELIMITED BY SIZE
               INTO WS-PERIOD-END-DATE
           END-STRING.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CNT
               IF WS-MON-SUB > 1
                   PERFORM 075-PRIOR-MONTH    THRU 075-EXIT
               END-IF
               STRING WS-CALC-YEAR '-' WS-CALC-MONTH
                   DELIMITED BY SIZE
                   INTO WS-MON-ID(WS-MON-SUB)
               END-STRING
           END-PERFORM.
           DISPLAY 'REPORT MONTH ...... ' WS-MON-ID(1).
           DISPLAY 'HISTORY FROM ...... ' WS-MON-ID(WS-MON-CNT).
       070-EXIT.
           EXIT.

       075-PRIOR-MONTH.
           IF WS-CALC-MONTH > 1
               SUBTRACT 1                     FROM WS-CALC-MONTH
           ELSE
               MOVE 12                        TO WS-CALC-MONTH
               SUBTRACT 1                     FROM WS-CALC-YEAR
           END-IF.
       075-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RECORDS RECEIVED BY SOURCE AND MONTH. A FEED MARKED M WAS    *
      *   NOT RECEIVED; EACH OTHER ARRIVAL DATE IS ONE DAY OF VOLUME   *
      *----------------------------------------------------------------*
       100-READ-FEED-REG.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT FEED-REG-FILE.
           IF WS-FEEDREG-STATUS = '35'
               DISPLAY 'NO FEED REGISTER - VOLUMES HELD AT TODAY'
               GO TO 100-EXIT
           END-IF.
           MOVE 'FEEDREG'                     TO WS-IO-FILE-NAME.
           MOVE WS-FEEDREG-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           PERFORM 110-READ-ONE-FEED          THRU 110-EXIT
               UNTIL END-OF-FILE.
           CLOSE FEED-REG-FILE.
       100-EXIT.
           EXIT.

       110-READ-ONE-FEED.
           READ FEED-REG-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 110-EXIT
           END-READ.
           IF WS-FEEDREG-STATUS NOT = '00'
               MOVE 'FEEDREG'                 TO WS-IO-FILE-NAME
               MOVE WS-FEEDREG-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-FEEDREG-READ-CNT.
           IF FRG-STATUS = 'M'
                   OR FRG-REC-CNT NOT NUMERIC
               GO TO 110-EXIT
           END-IF.
           MOVE FRG-ARRIVE-DATE(1:7)          TO WS-DATE-X(1:7).
           PERFORM 650-FIND-MONTH             THRU 650-EXIT.
           IF WS-MON-HIT = 0
               GO TO 110-EXIT
           END-IF.
           PERFORM 120-FIND-SOURCE            THRU 120-EXIT.
           IF WS-SRC-HIT = 0
               GO TO 110-EXIT
           END-IF.
           ADD 1                              TO WS-FEEDREG-USED-CNT.
           ADD FRG-REC-CNT                    TO
               WS-SM-RECS(WS-SRC-HIT WS-MON-HIT).
           IF FRG-ARRIVE-DATE NOT =
                   WS-SM-LAST-DATE(WS-SRC-HIT WS-MON-HIT)
               ADD 1                          TO
                   WS-SM-DAYS(WS-SRC-HIT WS-MON-HIT)
               MOVE FRG-ARRIVE-DATE           TO
                   WS-SM-LAST-DATE(WS-SRC-HIT WS-MON-HIT)
           END-IF.
       110-EXIT.
           EXIT.

       120-FIND-SOURCE.
           MOVE ZERO                          TO WS-SRC-HIT.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
                      OR WS-SRC-HIT > 0
               IF WS-SRC-CODE(WS-SRC-SUB) = FRG-FEED-CODE
                   MOVE WS-SRC-SUB            TO WS-SRC-HIT
               END-IF
           END-PERFORM.
           IF WS-SRC-HIT > 0
               GO TO 120-EXIT
           END-IF.
           IF WS-SRC-CNT NOT < WS-SRC-MAX
               DISPLAY 'SOURCE TABLE FULL - NOT FORECAST: '
                       FRG-FEED-CODE
               ADD 1                          TO WS-OVERFLOW-CNT
               GO TO 120-EXIT
           END-IF.
           ADD 1                              TO WS-SRC-CNT.
           MOVE WS-SRC-CNT                    TO WS-SRC-HIT.
           INITIALIZE WS-SRC-ENTRY(WS-SRC-HIT).
           MOVE FRG-FEED-CODE                 TO
               WS-SRC-CODE(WS-SRC-HIT).
       120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A STRAIGHT LINE THROUGH EACH SOURCE'S AVERAGE DAILY VOLUME,  *
      *   THEN THROUGH THE TOTAL OF ALL SOURCES. THE TOTAL LINE IS     *
      *   WHAT THE STEPS ARE GROWN BY - IT NEEDS TWO MONTHS OF DATA    *
      *----------------------------------------------------------------*
       150-FIT-VOLUME-TREND.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CNT
               MOVE ZEROES                    TO WS-TOT-AVG(WS-MON-SUB)
           END-PERFORM.
           PERFORM 155-FIT-ONE-SOURCE         THRU 155-EXIT
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-CNT.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CNT
               MOVE WS-TOT-AVG(WS-MON-SUB)    TO WS-FIT-Y(WS-MON-SUB)
               MOVE 'N'                       TO WS-FIT-HAS(WS-MON-SUB)
               IF WS-TOT-AVG(WS-MON-SUB) > 0
                   MOVE 'Y'                   TO WS-FIT-HAS(WS-MON-SUB)
               END-IF
           END-PERFORM.
           PERFORM 500-FIT-SERIES             THRU 500-EXIT.
           MOVE WS-FIT-A                      TO WS-TOT-A.
           MOVE WS-FIT-B                      TO WS-TOT-B.
           COMPUTE WS-TOT-CUR = WS-FIT-A + WS-FIT-B * WS-MON-CNT.
           COMPUTE WS-FIT-X = WS-MON-CNT + 12.
           COMPUTE WS-TOT-PROJ = WS-FIT-A + WS-FIT-B * WS-FIT-X.
           IF WS-TOT-PROJ < 0
               MOVE ZEROES                    TO WS-TOT-PROJ
           END-IF.
           IF WS-FIT-N > 1 AND WS-TOT-CUR > 0
               SET TREND-AVAILABLE            TO TRUE
               COMPUTE WS-TOT-GROWTH ROUNDED =
                   WS-TOT-B * 100 / WS-TOT-CUR
           ELSE
               DISPLAY 'FEWER THAN TWO MONTHS OF FEED VOLUME - '
                       'STEPS HELD AT CURRENT LEVEL'
           END-IF.
       150-EXIT.
           EXIT.

       155-FIT-ONE-SOURCE.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CNT
               MOVE ZEROES                    TO
                   WS-SM-AVG(WS-SRC-SUB WS-MON-SUB)
               MOVE 'N'                       TO WS-FIT-HAS(WS-MON-SUB)
               IF WS-SM-DAYS(WS-SRC-SUB WS-MON-SUB) > 0
                   COMPUTE WS-SM-AVG(WS-SRC-SUB WS-MON-SUB) ROUNDED =
                       WS-SM-RECS(WS-SRC-SUB WS-MON-SUB)
                       / WS-SM-DAYS(WS-SRC-SUB WS-MON-SUB)
                   MOVE 'Y'                   TO WS-FIT-HAS(WS-MON-SUB)
               END-IF
               MOVE WS-SM-AVG(WS-SRC-SUB WS-MON-SUB) TO
                   WS-FIT-Y(WS-MON-SUB)
               ADD WS-SM-AVG(WS-SRC-SUB WS-MON-SUB) TO
                   WS-TOT-AVG(WS-MON-SUB)
           END-PERFORM.
           PERFORM 500-FIT-SERIES             THRU 500-EXIT.
           COMPUTE WS-SRC-CUR(WS-SRC-SUB) =
               WS-FIT-A + WS-FIT-B * WS-MON-CNT.
           COMPUTE WS-FIT-X = WS-MON-CNT + 12.
           COMPUTE WS-SRC-PROJ(WS-SRC-SUB) =
               WS-FIT-A + WS-FIT-B * WS-FIT-X.
           IF WS-SRC-PROJ(WS-SRC-SUB) < 0
               MOVE ZEROES                    TO WS-SRC-PROJ(WS-SRC-SUB)
           END-IF.
           MOVE ZEROES                        TO
               WS-SRC-GROWTH(WS-SRC-SUB).
           IF WS-FIT-N > 1 AND WS-SRC-CUR(WS-SRC-SUB) > 0
               COMPUTE WS-SRC-GROWTH(WS-SRC-SUB) ROUNDED =
                   WS-FIT-B * 100 / WS-SRC-CUR(WS-SRC-SUB)
                   ON SIZE ERROR
                       MOVE 999.99            TO
                           WS-SRC-GROWTH(WS-SRC-SUB)
               END-COMPUTE
           END-IF.
       155-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   NIGHTLY-LANE RUNS IN THE HISTORY MONTHS THAT READ SOMETHING  *
      *   AND TOOK MEASURABLE TIME. RUNHIST IS WRITTEN IN RUN ORDER,   *
      *   SO A STEP'S NIGHT IS COMPLETE WHEN ITS RUN DATE CHANGES      *
      *----------------------------------------------------------------*
       200-READ-RUN-HISTORY.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS = '35'
               DISPLAY 'NO RUN HISTORY FILE'
               GO TO 200-EXIT
           END-IF.
           MOVE 'RUNHIST'                     TO WS-IO-FILE-NAME.
           MOVE WS-RUNHIST-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           PERFORM 210-READ-ONE-HISTORY       THRU 210-EXIT
               UNTIL END-OF-FILE.
           CLOSE RUN-HISTORY-FILE.
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STP-CNT
               PERFORM 230-POST-NIGHT         THRU 230-EXIT
           END-PERFORM.
       200-EXIT.
           EXIT.

       210-READ-ONE-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 210-EXIT
           END-READ.
           IF WS-RUNHIST-STATUS NOT = '00'
               MOVE 'RUNHIST'                 TO WS-IO-FILE-NAME
               MOVE WS-RUNHIST-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-RUNHIST-READ-CNT.
           IF HIST-RUN-LANE = 'E'
                   OR HIST-READ-CNT NOT NUMERIC
                   OR HIST-ELAPSED-HH NOT NUMERIC
               GO TO 210-EXIT
           END-IF.
           IF HIST-READ-CNT = 0 OR HIST-ELAPSED-HH = 0
               GO TO 210-EXIT
           END-IF.
           MOVE HIST-RUN-DATE(1:7)            TO WS-DATE-X(1:7).
           PERFORM 650-FIND-MONTH             THRU 650-EXIT.
           IF WS-MON-HIT = 0
               GO TO 210-EXIT
           END-IF.
           PERFORM 220-FIND-STEP              THRU 220-EXIT.
           IF WS-STP-HIT = 0
               GO TO 210-EXIT
           END-IF.
           ADD 1                              TO WS-RUNHIST-USED-CNT.
           MOVE WS-STP-HIT                    TO WS-STP-SUB.
           IF HIST-RUN-DATE NOT = WS-STP-CUR-DATE(WS-STP-SUB)
               PERFORM 230-POST-NIGHT         THRU 230-EXIT
               MOVE HIST-RUN-DATE             TO
                   WS-STP-CUR-DATE(WS-STP-SUB)
           END-IF.
           ADD 1                              TO
               WS-STP-CUR-RUNS(WS-STP-SUB).
           ADD HIST-READ-CNT                  TO
               WS-STP-CUR-READ(WS-STP-SUB).
      *    PARTITIONS OVERLAP - THE NIGHT LASTS AS LONG AS THE SLOWEST.
      *    ANY OTHER STEP RUN TWICE IN A NIGHT RAN ONE AFTER THE OTHER
           IF HIST-PROGRAM = WS-PART-PROGRAM
               IF HIST-ELAPSED-HH > WS-STP-CUR-HH(WS-STP-SUB)
                   MOVE HIST-ELAPSED-HH       TO
                       WS-STP-CUR-HH(WS-STP-SUB)
               END-IF
           ELSE
               ADD HIST-ELAPSED-HH            TO
                   WS-STP-CUR-HH(WS-STP-SUB)
           END-IF.
       210-EXIT.
           EXIT.

       220-FIND-STEP.
           MOVE ZERO                          TO WS-STP-HIT.
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STP-CNT
                      OR WS-STP-HIT > 0
               IF WS-STP-PROGRAM(WS-STP-SUB) = HIST-PROGRAM
                   MOVE WS-STP-SUB            TO WS-STP-HIT
               END-IF
           END-PERFORM.
           IF WS-STP-HIT > 0
               GO TO 220-EXIT
           END-IF.
           IF WS-STP-CNT NOT < WS-STP-MAX
               DISPLAY 'STEP TABLE FULL - NOT FORECAST: '
                       HIST-PROGRAM
               ADD 1                          TO WS-OVERFLOW-CNT
               GO TO 220-EXIT
           END-IF.
           ADD 1                              TO WS-STP-CNT.
           MOVE WS-STP-CNT                    TO WS-STP-HIT.
           INITIALIZE WS-STP-ENTRY(WS-STP-HIT).
           MOVE HIST-PROGRAM                  TO
               WS-STP-PROGRAM(WS-STP-HIT).
           MOVE WS-DEF-WINDOW                 TO
               WS-STP-WINDOW(WS-STP-HIT).
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-CNT
               IF WS-WIN-PROGRAM(WS-WIN-SUB) = HIST-PROGRAM
                   MOVE WS-WIN-MINUTES(WS-WIN-SUB) TO
                       WS-STP-WINDOW(WS-STP-HIT)
               END-IF
           END-PERFORM.
       220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   POST THE NIGHT BUILT UP FOR STEP WS-STP-SUB. ONLY STRPGM6    *
      *   IS PARTITIONED - ITS RUNS THAT NIGHT ARE THE PARTITION       *
      *   COUNT, TAKEN AS FOUR IF A RERUN PUSHED IT HIGHER             *
      *----------------------------------------------------------------*
       230-POST-NIGHT.
           IF WS-STP-CUR-DATE(WS-STP-SUB) = SPACES
               GO TO 230-EXIT
           END-IF.
           MOVE WS-STP-CUR-DATE(WS-STP-SUB)(1:7) TO WS-DATE-X(1:7).
           PERFORM 650-FIND-MONTH             THRU 650-EXIT.
           MOVE 1                             TO WS-LVL.
           IF WS-STP-PROGRAM(WS-STP-SUB) = WS-PART-PROGRAM
               IF WS-STP-CUR-RUNS(WS-STP-SUB) > 4
                   MOVE 4                     TO WS-LVL
               ELSE
                   MOVE WS-STP-CUR-RUNS(WS-STP-SUB) TO WS-LVL
               END-IF
           END-IF.
           ADD 1                              TO WS-NIGHT-CNT.
           ADD 1                              TO
               WS-STM-NIGHTS(WS-STP-SUB WS-MON-HIT).
           ADD WS-STP-CUR-READ(WS-STP-SUB)    TO
               WS-STM-READ(WS-STP-SUB WS-MON-HIT).
           ADD WS-STP-CUR-HH(WS-STP-SUB)      TO
               WS-STM-HH(WS-STP-SUB WS-MON-HIT).
           ADD 1                              TO
               WS-STL-NIGHTS(WS-STP-SUB WS-LVL).
           ADD WS-STP-CUR-READ(WS-STP-SUB)    TO
               WS-STL-READ(WS-STP-SUB WS-LVL).
           ADD WS-STP-CUR-HH(WS-STP-SUB)      TO
               WS-STL-HH(WS-STP-SUB WS-LVL).
           MOVE WS-LVL                        TO
               WS-STP-LAST-LVL(WS-STP-SUB).
           MOVE SPACES                        TO
               WS-STP-CUR-DATE(WS-STP-SUB).
           MOVE ZEROES                        TO
               WS-STP-CUR-RUNS(WS-STP-SUB).
           MOVE ZEROES                        TO
               WS-STP-CUR-READ(WS-STP-SUB).
           MOVE ZEROES                        TO
               WS-STP-CUR-HH(WS-STP-SUB).
       230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RECORDS PER MINUTE AT EACH PARTITION COUNT RUN (M). A COUNT  *
      *   NEVER RUN IS ESTIMATED (E) FROM THE COUNT WITH THE MOST      *
      *   NIGHTS, SCALED BY THE NUMBER OF PARTITIONS - AN UPPER BOUND, *
      *   AS THE SPLIT AND THE SHARED FILES DO NOT SPEED UP. THE       *
      *   STEP'S VOLUME TODAY IS ITS AVERAGE NIGHT IN THE LATEST MONTH *
      *   IT RAN                                                       *
      *----------------------------------------------------------------*
       300-SET-STEP-RATES.
           PERFORM 310-SET-ONE-STEP           THRU 310-EXIT
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-CNT.
       300-EXIT.
           EXIT.

       310-SET-ONE-STEP.
           MOVE ZERO                          TO WS-LVL-BEST.
           PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 4
               MOVE ZEROES                    TO
                   WS-STL-RATE(WS-STP-SUB WS-LVL)
               MOVE SPACE                     TO
                   WS-STL-BASIS(WS-STP-SUB WS-LVL)
               IF WS-STL-HH(WS-STP-SUB WS-LVL) > 0
                   COMPUTE WS-STL-RATE(WS-STP-SUB WS-LVL) ROUNDED =
                       WS-STL-READ(WS-STP-SUB WS-LVL) * 6000
                       / WS-STL-HH(WS-STP-SUB WS-LVL)
                   MOVE 'M'                   TO
                       WS-STL-BASIS(WS-STP-SUB WS-LVL)
                   IF WS-LVL-BEST = 0
                       MOVE WS-LVL            TO WS-LVL-BEST
                   ELSE
                       IF WS-STL-NIGHTS(WS-STP-SUB WS-LVL) >
                               WS-STL-NIGHTS(WS-STP-SUB WS-LVL-BEST)
                           MOVE WS-LVL        TO WS-LVL-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LVL-BEST > 0
               PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 4
                   IF WS-STL-BASIS(WS-STP-SUB WS-LVL) = SPACE
                       COMPUTE WS-STL-RATE(WS-STP-SUB WS-LVL) ROUNDED =
                           WS-STL-RATE(WS-STP-SUB WS-LVL-BEST)
                           * WS-LVL / WS-LVL-BEST
                       MOVE 'E'               TO
                           WS-STL-BASIS(WS-STP-SUB WS-LVL)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE ZEROES                        TO
               WS-STP-NIGHT-VOL(WS-STP-SUB).
           PERFORM VARYING WS-MON-SUB FROM WS-MON-CNT BY -1
                   UNTIL WS-MON-SUB < 1
               IF WS-STM-NIGHTS(WS-STP-SUB WS-MON-SUB) > 0
                   COMPUTE WS-STP-NIGHT-VOL(WS-STP-SUB) ROUNDED =
                       WS-STM-READ(WS-STP-SUB WS-MON-SUB)
                       / WS-STM-NIGHTS(WS-STP-SUB WS-MON-SUB)
               END-IF
           END-PERFORM.
       310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   LEAST-SQUARES LINE Y = A + B * X THROUGH THE MONTHS FLAGGED  *
      *   IN WS-FIT-HAS. X RUNS 1 FOR THE OLDEST HISTORY MONTH TO      *
      *   WS-MON-CNT FOR THE REPORT MONTH. ONE POINT GIVES A FLAT LINE *
      *----------------------------------------------------------------*
       500-FIT-SERIES.
           MOVE ZEROES                        TO WS-FIT-N.
           MOVE ZEROES                        TO WS-FIT-SX.
           MOVE ZEROES                        TO WS-FIT-SXX.
           MOVE ZEROES                        TO WS-FIT-SY.
           MOVE ZEROES                        TO WS-FIT-SXY.
           MOVE ZEROES                        TO WS-FIT-A.
           MOVE ZEROES                        TO WS-FIT-B.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CNT
               IF WS-FIT-HAS(WS-MON-SUB) = 'Y'
                   COMPUTE WS-FIT-X = WS-MON-CNT + 1 - WS-MON-SUB
                   ADD 1                      TO WS-FIT-N
                   ADD WS-FIT-X               TO WS-FIT-SX
                   COMPUTE WS-FIT-SXX = WS-FIT-SXX
                       + WS-FIT-X * WS-FIT-X
                   ADD WS-FIT-Y(WS-MON-SUB)   TO WS-FIT-SY
                   COMPUTE WS-FIT-SXY = WS-FIT-SXY
                       + WS-FIT-X * WS-FIT-Y(WS-MON-SUB)
               END-IF
           END-PERFORM.
           IF WS-FIT-N = 0
               GO TO 500-EXIT
           END-IF.
           COMPUTE WS-FIT-DEN =
               WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX.
           IF WS-FIT-N > 1 AND WS-FIT-DEN NOT = 0
               COMPUTE WS-FIT-B ROUNDED =
                   (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
                   / WS-FIT-DEN
           END-IF.
           COMPUTE WS-FIT-A ROUNDED =
               (WS-FIT-SY - WS-FIT-B * WS-FIT-SX) / WS-FIT-N.
       500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   TOTAL VOLUME WS-AHEAD MONTHS AFTER THE REPORT MONTH AS A     *
      *   MULTIPLE OF TODAY'S, ON THE FITTED LINE                      *
      *----------------------------------------------------------------*
       510-GROWTH-FACTOR.
           MOVE 1                             TO WS-GROWTH-FACTOR.
           IF NOT TREND-AVAILABLE
               GO TO 510-EXIT
           END-IF.
           IF WS-TOT-A + WS-TOT-B * (WS-MON-CNT + WS-AHEAD) <= 0
               MOVE ZEROES                    TO WS-GROWTH-FACTOR
               GO TO 510-EXIT
           END-IF.
           COMPUTE WS-GROWTH-FACTOR ROUNDED =
               (WS-TOT-A + WS-TOT-B * (WS-MON-CNT + WS-AHEAD))
               / WS-TOT-CUR
               ON SIZE ERROR
                   MOVE 99999.999999          TO WS-GROWTH-FACTOR
           END-COMPUTE.
       510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   WHEN DOES STEP WS-STP-SUB, RUNNING AT WS-RATE RECORDS A      *
      *   MINUTE, OUTGROW ITS WINDOW? THE VOLUME THAT FILLS THE        *
      *   WINDOW IS FOUND ON THE TOTAL TREND LINE AND TURNED INTO A    *
      *   DATE FROM THE END OF THE REPORT MONTH                        *
      *----------------------------------------------------------------*
       520-EXCEED-DATE.
           MOVE SPACES                        TO WS-EXC-DATE.
           COMPUTE WS-TARGET-VOL =
               WS-STP-WINDOW(WS-STP-SUB) * WS-RATE.
           IF WS-STP-NIGHT-VOL(WS-STP-SUB) > WS-TARGET-VOL
               SET EXCEEDED-NOW               TO TRUE
               MOVE 'OVER ITS WINDOW NOW'     TO WS-EXC-TEXT
               GO TO 520-EXIT
           END-IF.
           IF NOT TREND-AVAILABLE
                   OR WS-TOT-B NOT > 0
                   OR WS-STP-NIGHT-VOL(WS-STP-SUB) = 0
               SET NOT-EXCEEDED               TO TRUE
               MOVE 'NOT ON THE CURRENT TREND' TO WS-EXC-TEXT
               GO TO 520-EXIT
           END-IF.
           COMPUTE WS-EXC-MONTHS ROUNDED =
               ((WS-TARGET-VOL * WS-TOT-CUR
                   / WS-STP-NIGHT-VOL(WS-STP-SUB)) - WS-TOT-A)
               / WS-TOT-B - WS-MON-CNT
               ON SIZE ERROR
                   MOVE 99999                 TO WS-EXC-MONTHS
           END-COMPUTE.
           IF WS-EXC-MONTHS > 60
               SET EXCEEDED-BEYOND            TO TRUE
               MOVE 'NOT WITHIN FIVE YEARS'   TO WS-EXC-TEXT
               GO TO 520-EXIT
           END-IF.
           COMPUTE WS-EXC-DAYS ROUNDED =
               WS-EXC-MONTHS * WS-DAYS-PER-MONTH.
           IF WS-EXC-DAYS < 1
               MOVE 1                         TO WS-EXC-DAYS
           END-IF.
           COMPUTE WS-DATE-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
               WS-PERIOD-END-INT + WS-EXC-DAYS).
           STRING WS-DATE-X(1:4) '-'
                  WS-DATE-X(5:2) '-'
                  WS-DATE-X(7:2)
               DELIMITED BY SIZE
               INTO WS-EXC-DATE
           END-STRING.
           SET EXCEEDED-ON-DATE               TO TRUE.
           MOVE SPACES                        TO WS-EXC-TEXT.
           STRING 'OUTGROWS ITS WINDOW ON ' DELIMITED BY SIZE
                  WS-EXC-DATE               DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING.
       520-EXIT.
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
           MOVE SPACES                        TO RPT-LINE.
       600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   MONTH OF THE YYYY-MM IN WS-DATE-X(1:7) IN THE HISTORY TABLE  *
      *----------------------------------------------------------------*
       650-FIND-MONTH.
           MOVE ZERO                          TO WS-MON-HIT.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CNT
               IF WS-DATE-X(1:7) = WS-MON-ID(WS-MON-SUB)
                   MOVE WS-MON-SUB            TO WS-MON-HIT
               END-IF
           END-PERFORM.
       650-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STRPGM40 - CAPACITY FORECAST '
                      DELIMITED BY SIZE
                  WS-MON-ID(1)      DELIMITED BY SIZE
                  '          PAGE ' DELIMITED BY SIZE
                  WS-PAGE-CNT       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RUN DATE: '      DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  '   '             DELIMITED BY SIZE
                  WS-RPT-TITLE      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   VOLUME TREND - AVERAGE DAILY RECORDS PER MONTH, OLDEST ON    *
      *   THE LEFT, WITH THE FITTED MONTHLY GROWTH AND THE FITTED      *
      *   VOLUME TWELVE MONTHS AFTER THE REPORT MONTH                  *
      *----------------------------------------------------------------*
       800-SOURCE-REPORT.
           MOVE 'VOLUME TREND BY SOURCE - AVERAGE DAILY RECORDS'
                                              TO WS-RPT-TITLE.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM 805-SOURCE-COLUMNS        THRU 805-EXIT.
           PERFORM 810-SOURCE-LINE           THRU 810-EXIT
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-CNT.
           MOVE 'ALL'                         TO RPT-LINE(1:3).
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CNT
               MOVE WS-TOT-AVG(WS-MON-SUB)    TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO
                   RPT-LINE(5 + (WS-MON-CNT - WS-MON-SUB) * 10:9)
           END-PERFORM.
           MOVE WS-TOT-GROWTH                 TO WS-ED-GROWTH.
           MOVE WS-ED-GROWTH                  TO RPT-LINE(66:8).
           MOVE WS-TOT-PROJ                   TO WS-ED-COUNT.
           MOVE WS-ED-COUNT                   TO RPT-LINE(76:9).
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           IF TREND-AVAILABLE
               MOVE 'STEPS ARE GROWN ALONG THE ALL-SOURCE LINE'
                                              TO RPT-LINE
           ELSE
               MOVE 'TOO LITTLE FEED HISTORY - STEPS HELD AT TODAY'
                                              TO RPT-LINE
           END-IF.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
       800-EXIT.
           EXIT.

       805-SOURCE-COLUMNS.
           MOVE 'SRC'                         TO RPT-LINE(1:3).
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CNT
               MOVE WS-MON-ID(WS-MON-SUB)     TO
                   RPT-LINE(7 + (WS-MON-CNT - WS-MON-SUB) * 10:7)
           END-PERFORM.
           MOVE 'GROWTH %'                    TO RPT-LINE(66:8).
           MOVE '+12 MONTHS'                  TO RPT-LINE(75:10).
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
       805-EXIT.
           EXIT.

       810-SOURCE-LINE.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS    THRU 700-EXIT
               PERFORM 805-SOURCE-COLUMNS    THRU 805-EXIT
           END-IF.
           MOVE WS-SRC-CODE(WS-SRC-SUB)       TO RPT-LINE(1:3).
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > WS-MON-CNT
               IF WS-SM-DAYS(WS-SRC-SUB WS-MON-SUB) > 0
                   MOVE WS-SM-AVG(WS-SRC-SUB WS-MON-SUB)
                                              TO WS-ED-COUNT
                   MOVE WS-ED-COUNT           TO
                       RPT-LINE(5 + (WS-MON-CNT - WS-MON-SUB) * 10:9)
               ELSE
                   MOVE '-'                   TO
                       RPT-LINE(13 + (WS-MON-CNT - WS-MON-SUB) * 10:1)
               END-IF
           END-PERFORM.
           MOVE WS-SRC-GROWTH(WS-SRC-SUB)     TO WS-ED-GROWTH.
           MOVE WS-ED-GROWTH                  TO RPT-LINE(66:8).
           MOVE WS-SRC-PROJ(WS-SRC-SUB)       TO WS-ED-COUNT.
           MOVE WS-ED-COUNT                   TO RPT-LINE(76:9).
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
       810-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   ONE BLOCK PER STEP: ITS MONTHLY TREND, ITS RATE AT EACH      *
      *   PARTITION COUNT, THE MINUTES IT WILL NEED AND WHEN THEY      *
      *   PASS ITS WINDOW                                              *
      *----------------------------------------------------------------*
       820-STEP-REPORT.
           MOVE 'STEP THROUGHPUT AND WINDOW FORECAST'
                                              TO WS-RPT-TITLE.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM 825-ONE-STEP              THRU 825-EXIT
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STP-CNT.
       820-EXIT.
           EXIT.

       825-ONE-STEP.
           IF WS-LINE-CNT > WS-MAX-LINES - 20
               PERFORM 700-WRITE-HEADINGS    THRU 700-EXIT
           END-IF.
           MOVE WS-STP-WINDOW(WS-STP-SUB)     TO WS-ED-WINDOW.
           STRING 'STEP ' DELIMITED BY SIZE
                  WS-STP-PROGRAM(WS-STP-SUB)  DELIMITED BY SIZE
                  '   WINDOW ' DELIMITED BY SIZE
                  WS-ED-WINDOW                DELIMITED BY SIZE
                  ' MINUTES   PARTITIONS LAST NIGHT ' DELIMITED BY SIZE
                  WS-STP-LAST-LVL(WS-STP-SUB) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE '  MONTH     NIGHTS  AVG RECORDS  AVG MINUTES'
                                              TO RPT-LINE.
           MOVE '  RECS/MIN'                  TO RPT-LINE(47:10).
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM VARYING WS-MON-SUB FROM WS-MON-CNT BY -1
                   UNTIL WS-MON-SUB < 1
               PERFORM 830-STEP-MONTH-LINE   THRU 830-EXIT
           END-PERFORM.
           MOVE '  PARTITIONS NIGHTS      RECORDS      MINUTES'
                                              TO RPT-LINE.
           MOVE '  RECS/MIN BASIS'            TO RPT-LINE(47:16).
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 4
               PERFORM 835-STEP-LEVEL-LINE   THRU 835-EXIT
           END-PERFORM.
           MOVE WS-STP-LAST-LVL(WS-STP-SUB)   TO WS-LVL.
           IF WS-LVL = 0
               MOVE 1                         TO WS-LVL
           END-IF.
           MOVE WS-STL-RATE(WS-STP-SUB WS-LVL) TO WS-RATE.
           IF WS-RATE = 0
               MOVE '  NO TIMED RUNS - NOT FORECAST' TO RPT-LINE
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
               GO TO 825-EXIT
           END-IF.
           MOVE '  MONTHS AHEAD  NIGHTLY RECORDS      MINUTES'
                                              TO RPT-LINE.
           MOVE '  % OF WINDOW'               TO RPT-LINE(46:13).
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM VARYING WS-AHEAD-SUB FROM 1 BY 1
                   UNTIL WS-AHEAD-SUB > 4
               MOVE WS-AHEAD-MONTHS(WS-AHEAD-SUB) TO WS-AHEAD
               PERFORM 510-GROWTH-FACTOR     THRU 510-EXIT
               COMPUTE WS-PROJ-VOL ROUNDED =
                   WS-STP-NIGHT-VOL(WS-STP-SUB) * WS-GROWTH-FACTOR
               COMPUTE WS-PROJ-MINUTES ROUNDED =
                   WS-PROJ-VOL / WS-RATE
               COMPUTE WS-PROJ-PCT ROUNDED =
                   WS-PROJ-MINUTES * 100 / WS-STP-WINDOW(WS-STP-SUB)
               MOVE WS-AHEAD                  TO WS-ED-AHEAD
               MOVE WS-ED-AHEAD               TO RPT-LINE(13:2)
               MOVE WS-PROJ-VOL               TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO RPT-LINE(22:9)
               MOVE WS-PROJ-MINUTES           TO WS-ED-MINUTES
               MOVE WS-ED-MINUTES             TO RPT-LINE(36:9)
               MOVE WS-PROJ-PCT               TO WS-ED-PCT
               MOVE WS-ED-PCT                 TO RPT-LINE(53:5)
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
           END-PERFORM.
           PERFORM 520-EXCEED-DATE           THRU 520-EXIT.
           IF EXCEEDED-NOW
                   OR (EXCEEDED-ON-DATE AND WS-EXC-MONTHS NOT > 12)
               SET CAPACITY-WARNING          TO TRUE
               ADD 1                          TO WS-STEP-WARN-CNT
               STRING '  *** ' DELIMITED BY SIZE
                      WS-STP-PROGRAM(WS-STP-SUB) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-EXC-TEXT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               DISPLAY 'WARNING: ' WS-STP-PROGRAM(WS-STP-SUB) ' '
                       WS-EXC-TEXT
           ELSE
               STRING '  ' DELIMITED BY SIZE
                      WS-STP-PROGRAM(WS-STP-SUB) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-EXC-TEXT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
       825-EXIT.
           EXIT.

       830-STEP-MONTH-LINE.
           MOVE WS-MON-ID(WS-MON-SUB)         TO RPT-LINE(3:7).
           MOVE WS-STM-NIGHTS(WS-STP-SUB WS-MON-SUB) TO WS-ED-NIGHTS.
           MOVE WS-ED-NIGHTS                  TO RPT-LINE(15:3).
           IF WS-STM-NIGHTS(WS-STP-SUB WS-MON-SUB) = 0
               MOVE '-'                       TO RPT-LINE(30:1)
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
               GO TO 830-EXIT
           END-IF.
           COMPUTE WS-PROJ-VOL ROUNDED =
               WS-STM-READ(WS-STP-SUB WS-MON-SUB)
               / WS-STM-NIGHTS(WS-STP-SUB WS-MON-SUB).
           MOVE WS-PROJ-VOL                   TO WS-ED-COUNT.
           MOVE WS-ED-COUNT                   TO RPT-LINE(22:9).
           COMPUTE WS-PROJ-MINUTES ROUNDED =
               WS-STM-HH(WS-STP-SUB WS-MON-SUB)
               / WS-STM-NIGHTS(WS-STP-SUB WS-MON-SUB) / 6000.
           MOVE WS-PROJ-MINUTES               TO WS-ED-MINUTES.
           MOVE WS-ED-MINUTES                 TO RPT-LINE(36:9).
           IF WS-STM-HH(WS-STP-SUB WS-MON-SUB) > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-STM-READ(WS-STP-SUB WS-MON-SUB) * 6000
                   / WS-STM-HH(WS-STP-SUB WS-MON-SUB)
               MOVE WS-RATE                   TO WS-ED-RATE
               MOVE WS-ED-RATE                TO RPT-LINE(45:12)
           END-IF.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
       830-EXIT.
           EXIT.

       835-STEP-LEVEL-LINE.
           IF WS-STL-BASIS(WS-STP-SUB WS-LVL) = SPACE
               GO TO 835-EXIT
           END-IF.
           IF WS-STP-PROGRAM(WS-STP-SUB) NOT = WS-PART-PROGRAM
                   AND WS-LVL > 1
               GO TO 835-EXIT
           END-IF.
           MOVE WS-LVL                        TO RPT-LINE(8:1).
           MOVE WS-STL-NIGHTS(WS-STP-SUB WS-LVL) TO WS-ED-NIGHTS.
           MOVE WS-ED-NIGHTS                  TO RPT-LINE(15:3).
           IF WS-STL-BASIS(WS-STP-SUB WS-LVL) = 'M'
               MOVE WS-STL-READ(WS-STP-SUB WS-LVL) TO WS-ED-COUNT
               MOVE WS-ED-COUNT               TO RPT-LINE(22:9)
               COMPUTE WS-PROJ-MINUTES ROUNDED =
                   WS-STL-HH(WS-STP-SUB WS-LVL) / 6000
               MOVE WS-PROJ-MINUTES           TO WS-ED-MINUTES
               MOVE WS-ED-MINUTES             TO RPT-LINE(36:9)
               MOVE 'MEASURED'                TO RPT-LINE(58:9)
           ELSE
               MOVE 'ESTIMATED'               TO RPT-LINE(58:9)
           END-IF.
           MOVE WS-STL-RATE(WS-STP-SUB WS-LVL) TO WS-ED-RATE.
           MOVE WS-ED-RATE                    TO RPT-LINE(45:12).
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
       835-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   STRPGM15 PARM-PART-CNT RECOMMENDATION - THE FEWEST           *
      *   PARTITIONS THAT KEEP STRPGM6 INSIDE ITS WINDOW AT EACH       *
      *   PROJECTED VOLUME, AND WHEN FOUR WILL NO LONGER DO            *
      *----------------------------------------------------------------*
       840-PARTITION-REPORT.
           MOVE 'PARTITION RECOMMENDATION - STRPGM15 PARM-PART-CNT'
                                              TO WS-RPT-TITLE.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           MOVE ZERO                          TO WS-STP-SUB.
           PERFORM VARYING WS-STP-HIT FROM 1 BY 1
                   UNTIL WS-STP-HIT > WS-STP-CNT
               IF WS-STP-PROGRAM(WS-STP-HIT) = WS-PART-PROGRAM
                   MOVE WS-STP-HIT            TO WS-STP-SUB
               END-IF
           END-PERFORM.
           IF WS-STP-SUB = 0
               MOVE 'NO STRPGM6 NIGHTLY RUNS IN THE HISTORY MONTHS'
                                              TO RPT-LINE
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
               GO TO 840-EXIT
           END-IF.
           IF WS-STL-RATE(WS-STP-SUB 1) = 0
               MOVE 'STRPGM6 HAS NO TIMED RUNS - NO RECOMMENDATION'
                                              TO RPT-LINE
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
               GO TO 840-EXIT
           END-IF.
           MOVE WS-STP-WINDOW(WS-STP-SUB)     TO WS-ED-WINDOW.
           STRING 'STRPGM6 WINDOW ' DELIMITED BY SIZE
                  WS-ED-WINDOW      DELIMITED BY SIZE
                  ' MINUTES - MINUTES NEEDED BY PARTITION COUNT'
                                    DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE 'MONTHS AHEAD  NIGHTLY RECORDS'
                                              TO RPT-LINE.
           MOVE '1 PART'                      TO RPT-LINE(33:6).
           MOVE '2 PARTS'                     TO RPT-LINE(43:7).
           MOVE '3 PARTS'                     TO RPT-LINE(54:7).
           MOVE '4 PARTS'                     TO RPT-LINE(65:7).
           MOVE 'USE'                         TO RPT-LINE(77:3).
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           PERFORM 845-PARTITION-LINE        THRU 845-EXIT
               VARYING WS-AHEAD-SUB FROM 1 BY 1
               UNTIL WS-AHEAD-SUB > 4.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE WS-STL-RATE(WS-STP-SUB 4)     TO WS-RATE.
           PERFORM 520-EXCEED-DATE           THRU 520-EXIT.
           EVALUATE TRUE
               WHEN EXCEEDED-NOW
                   MOVE '*** FOUR PARTITIONS ARE ALREADY NOT ENOUGH'
                                              TO RPT-LINE
               WHEN EXCEEDED-ON-DATE
                   STRING 'FOUR PARTITIONS STOP BEING ENOUGH ON '
                                              DELIMITED BY SIZE
                          WS-EXC-DATE         DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   IF WS-EXC-MONTHS NOT > 12
                       MOVE '***'             TO RPT-LINE(50:3)
                   END-IF
               WHEN OTHER
                   STRING 'FOUR PARTITIONS ARE ENOUGH - CEILING '
                                              DELIMITED BY SIZE
                          WS-EXC-TEXT         DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
           END-EVALUATE.
           IF EXCEEDED-NOW
                   OR (EXCEEDED-ON-DATE AND WS-EXC-MONTHS NOT > 12)
               SET CAPACITY-WARNING          TO TRUE
               DISPLAY 'WARNING: FOUR-PARTITION CEILING - '
                       RPT-LINE(1:48)
           END-IF.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           IF WS-STL-BASIS(WS-STP-SUB 4) = 'E'
               MOVE '(FOUR PARTITIONS NEVER RUN - RATE ESTIMATED)'
                                              TO RPT-LINE
               PERFORM 600-WRITE-RPT-LINE    THRU 600-EXIT
           END-IF.
       840-EXIT.
           EXIT.

       845-PARTITION-LINE.
           MOVE WS-AHEAD-MONTHS(WS-AHEAD-SUB) TO WS-AHEAD.
           PERFORM 510-GROWTH-FACTOR         THRU 510-EXIT.
           COMPUTE WS-PROJ-VOL ROUNDED =
               WS-STP-NIGHT-VOL(WS-STP-SUB) * WS-GROWTH-FACTOR.
           MOVE WS-AHEAD                      TO WS-ED-AHEAD.
           MOVE WS-ED-AHEAD                   TO RPT-LINE(11:2).
           MOVE WS-PROJ-VOL                   TO WS-ED-COUNT.
           MOVE WS-ED-COUNT                   TO RPT-LINE(20:9).
           MOVE ZERO                          TO WS-LVL-RECOMMEND.
           PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 4
               COMPUTE WS-PROJ-MINUTES ROUNDED =
                   WS-PROJ-VOL / WS-STL-RATE(WS-STP-SUB WS-LVL)
               MOVE WS-PROJ-MINUTES           TO WS-ED-MINUTES
               MOVE WS-ED-MINUTES             TO
                   RPT-LINE(30 + (WS-LVL - 1) * 11:9)
               IF WS-LVL-RECOMMEND = 0
                       AND WS-PROJ-MINUTES NOT >
                           WS-STP-WINDOW(WS-STP-SUB)
                   MOVE WS-LVL                TO WS-LVL-RECOMMEND
               END-IF
           END-PERFORM.
           IF WS-LVL-RECOMMEND = 0
               MOVE '>4'                      TO RPT-LINE(78:2)
           ELSE
               MOVE WS-LVL-RECOMMEND          TO RPT-LINE(79:1)
           END-IF.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           IF WS-AHEAD = 0
               IF WS-LVL-RECOMMEND = 0
                   DISPLAY 'RECOMMENDED PARM-PART-CNT: 04 - '
                           'AND STILL OVER THE WINDOW'
               ELSE
                   DISPLAY 'RECOMMENDED PARM-PART-CNT: 0'
                           WS-LVL-RECOMMEND
               END-IF
           END-IF.
       845-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM40 CONTROL TOTALS'.
           DISPLAY 'RUN HISTORY READ ...... ' WS-RUNHIST-READ-CNT.
           DISPLAY 'RUN HISTORY USED ...... ' WS-RUNHIST-USED-CNT.
           DISPLAY 'STEP NIGHTS ........... ' WS-NIGHT-CNT.
           DISPLAY 'FEED REGISTER READ .... ' WS-FEEDREG-READ-CNT.
           DISPLAY 'FEED REGISTER USED .... ' WS-FEEDREG-USED-CNT.
           DISPLAY 'STEPS FORECAST ........ ' WS-STP-CNT.
           DISPLAY 'SOURCES TRENDED ....... ' WS-SRC-CNT.
           DISPLAY 'STEPS OVER WINDOW ..... ' WS-STEP-WARN-CNT.
           DISPLAY 'NOT FORECAST - TABLE .. ' WS-OVERFLOW-CNT.
           DISPLAY '----------------------------------------'.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           MOVE 'STRPGM40 CONTROL TOTALS'      TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           STRING 'RUN HISTORY READ .... ' DELIMITED BY SIZE
                  WS-RUNHIST-READ-CNT      DELIMITED BY SIZE
                  '   USED ' DELIMITED BY SIZE
                  WS-RUNHIST-USED-CNT      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           STRING 'FEED REGISTER READ .. ' DELIMITED BY SIZE
                  WS-FEEDREG-READ-CNT      DELIMITED BY SIZE
                  '   USED ' DELIMITED BY SIZE
                  WS-FEEDREG-USED-CNT      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           STRING 'STEP NIGHTS ......... ' DELIMITED BY SIZE
                  WS-NIGHT-CNT             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           STRING 'STEPS OVER WINDOW ... ' DELIMITED BY SIZE
                  WS-STEP-WARN-CNT         DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
           STRING 'NOT FORECAST - TABLE  ' DELIMITED BY SIZE
                  WS-OVERFLOW-CNT          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE        THRU 600-EXIT.
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
