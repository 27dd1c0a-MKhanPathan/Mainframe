      *----------------------------------------------------------------*
      *   MONTHLY PARTNER SCORECARD - GRADES EACH SOURCE CODE ON HOW   *
      *   MUCH WORK IT CAUSED IN THE MONTH AND COMPARES IT WITH THE    *
      *   THREE MONTHS BEFORE. MEASURES:                               *
      *     ONTM  FEEDS ON TIME - STRPGM27 FEEDREG ARRIVAL TIME        *
      *           AGAINST THE PARTNER'S CUT-OFF, MISSING FEEDS LATE    *
      *     EREJ  EDIT REJECTS AS % OF RECORDS RECEIVED (ALSO SHOWN    *
      *           BY STRPGM7 REASON CODE)                              *
      *     STOP  STOP-LIST HITS AS % OF RECORDS RECEIVED              *
      *     DUPL  STRPGM6 DUPLICATES AS % OF RECORDS RECEIVED          *
      *     DEAD  STRPGM8 DEAD-LETTERS AS % OF RECORDS RECEIVED        *
      *     AREJ  STRPGM13 RECEIVER REJECTS AS % OF RECORDS SENT       *
      *     RSND  STRPGM19 RESENDS AS % OF RECORDS SENT                *
      *   COUNTS COME FROM THE STRPGM34 PARTNER STATISTICS HISTORY;    *
      *   RECORDS RECEIVED AND FEED TIMES FROM FEEDREG.                *
      *   EACH MEASURE SCORES 2 (WITHIN THE GOOD LIMIT), 1 (WITHIN     *
      *   THE POOR LIMIT) OR 0; THE SCORE IS THE PERCENTAGE OF THE     *
      *   POSSIBLE POINTS AND THE GRADE IS THE HIGHEST GRADE WHOSE     *
      *   MINIMUM SCORE IT REACHES. PARTNERS ARE RANKED ON SCORE, THEN *
      *   ON VOLUME RECEIVED. THE SCORECARD IS ALSO WRITTEN TO SCOREXT *
      *   AS COMMA-DELIMITED TEXT, ONE LINE PER PARTNER AFTER A        *
      *   COLUMN-NAME HEADER, FOR DISTRIBUTION TO EACH PARTNER         *
      *                                                                *
      *   SCORECARD CONTROL FILE (OPTIONAL) OVERRIDES THE DEFAULTS:    *
      *     T MEASURE GOOD-LIMIT POOR-LIMIT   (PERCENT, 999V99)        *
      *     G GRADE MIN-SCORE                 (ANY G REPLACES ALL)     *
      *     C SOURCE CUT-OFF-HHMM             (BLANK SOURCE = ALL)     *
      *                                                                *
      *   SYSIN CARDS (OPTIONAL):                                      *
      *     MONTH=YYYY-MM     SCORECARD MONTH - DEFAULT IS LAST MONTH  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM35.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-CTL-FILE   ASSIGN TO SCORECTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SCORECTL-STATUS.
           SELECT FEED-REG-FILE    ASSIGN TO FEEDREG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FEEDREG-STATUS.
           SELECT STATS-FILE       ASSIGN TO PTNSTAT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PTNSTAT-STATUS.
           SELECT EXTRACT-FILE     ASSIGN TO SCOREXT
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-SCOREXT-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SCORE-CTL-REC.
           05  SCT-REC-TYPE             PIC X(01).
           05  FILLER                   PIC X(79).
       01  SCT-THRESHOLD-REC.
           05  FILLER                   PIC X(01).
           05  SCT-MEASURE              PIC X(04).
           05  SCT-GOOD-LIMIT           PIC 9(03)V99.
           05  SCT-POOR-LIMIT           PIC 9(03)V99.
           05  FILLER                   PIC X(65).
       01  SCT-GRADE-REC.
           05  FILLER                   PIC X(01).
           05  SCT-GRADE                PIC X(01).
           05  SCT-MIN-SCORE            PIC 9(03).
           05  FILLER                   PIC X(75).
       01  SCT-CUTOFF-REC.
           05  FILLER                   PIC X(01).
           05  SCT-SOURCE-CODE          PIC X(03).
           05  SCT-CUTOFF-TIME          PIC 9(04).
           05  FILLER                   PIC X(72).

       FD  FEED-REG-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  FEED-REG-REC.
           05  FRG-FEED-CODE            PIC X(03).
           05  FRG-REC-CNT              PIC 9(09).
           05  FRG-ARRIVE-DATE          PIC X(10).
           05  FRG-ARRIVE-TIME          PIC X(08).
           05  FRG-STATUS               PIC X(01).

       FD  STATS-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  STATS-REC.
           05  PST-BUS-DATE             PIC X(10).
           05  PST-SOURCE-CODE          PIC X(03).
           05  PST-EDIT-REJ-CNT         PIC 9(09)   OCCURS 9 TIMES.
           05  PST-DUP-CNT              PIC 9(09).
           05  PST-DEAD-CNT             PIC 9(09).
           05  PST-SENT-CNT             PIC 9(09).
           05  PST-ACK-REJ-CNT          PIC 9(09).
           05  PST-RESEND-CNT           PIC 9(09).
           05  FILLER                   PIC X(11).

       FD  EXTRACT-FILE
           RECORD CONTAINS 400 CHARACTERS.
       01  EXTRACT-REC                  PIC X(400).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM35'.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-GRADE-LOAD-FLAG  PIC X(01)   VALUE 'N'.
               88  GRADES-FROM-CTL             VALUE 'Y'.
      *----------------------------------------------------------------*
      *   MEASURE CODE, DIRECTION (H = HIGHER IS BETTER), GOOD LIMIT,  *
      *   POOR LIMIT - DEFAULTS UNTIL THE CONTROL FILE SAYS OTHERWISE  *
      *----------------------------------------------------------------*
       01  WS-MEASURE-DEFAULTS.
           05  FILLER              PIC X(15)   VALUE 'ONTMH0950008000'.
           05  FILLER              PIC X(15)   VALUE 'EREJL0010000500'.
           05  FILLER              PIC X(15)   VALUE 'STOPL0001000100'.
           05  FILLER              PIC X(15)   VALUE 'DUPLL0020001000'.
           05  FILLER              PIC X(15)   VALUE 'DEADL0001000100'.
           05  FILLER              PIC X(15)   VALUE 'AREJL0005000200'.
           05  FILLER              PIC X(15)   VALUE 'RSNDL0005000200'.
       01  WS-MEASURE-TBL REDEFINES WS-MEASURE-DEFAULTS.
           05  WS-MSR-ENTRY        OCCURS 7 TIMES.
               10  WS-MSR-CODE     PIC X(04).
               10  WS-MSR-DIR      PIC X(01).
               10  WS-MSR-GOOD     PIC 9(03)V99.
               10  WS-MSR-POOR     PIC 9(03)V99.
       01  WS-GRADE-TABLE-DATA.
           05  WS-GRD-CNT          PIC 9(02)   VALUE 4.
           05  WS-GRD-MAX          PIC 9(02)   VALUE 9.
           05  WS-GRD-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-GRD-BEST-MIN     PIC 9(03)   VALUE ZEROES.
           05  WS-GRD-DEFAULTS     PIC X(36)
                   VALUE 'A090B075C060D000'.
           05  WS-GRD-TBL REDEFINES WS-GRD-DEFAULTS.
               10  WS-GRD-ENTRY    OCCURS 9 TIMES.
                   15  WS-GRD-GRADE PIC X(01).
                   15  WS-GRD-MIN  PIC 9(03).
       01  WS-CUTOFF-TABLE-DATA.
           05  WS-CUT-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-CUT-MAX          PIC 9(02)   VALUE 50.
           05  WS-CUT-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-CUT-DEFAULT      PIC 9(04)   VALUE 2359.
           05  WS-CUT-TIME         PIC 9(04)   VALUE ZEROES.
           05  WS-CUT-ENTRY        OCCURS 50 TIMES.
               10  WS-CUT-SOURCE   PIC X(03).
               10  WS-CUT-HHMM     PIC 9(04).
      *----------------------------------------------------------------*
      *   MONTH 1 IS THE SCORECARD MONTH, 2-4 THE THREE BEFORE IT      *
      *----------------------------------------------------------------*
       01  WS-MONTH-DATA.
           05  WS-PARM-MONTH       PIC X(07)   VALUE SPACES.
           05  WS-MON-ID           PIC X(07)   OCCURS 4 TIMES.
           05  WS-MON-SUB          PIC 9(01)   VALUE ZERO.
           05  WS-MON-HIT          PIC 9(01)   VALUE ZERO.
           05  WS-CALC-YEAR        PIC 9(04)   VALUE ZEROES.
           05  WS-CALC-MONTH       PIC 9(02)   VALUE ZEROES.
       01  WS-PARTNER-TABLE-DATA.
           05  WS-PTN-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-PTN-MAX          PIC 9(02)   VALUE 50.
           05  WS-PTN-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-PTN-HIT          PIC 9(02)   VALUE ZEROES.
           05  WS-PTN-ENTRY        OCCURS 50 TIMES.
               10  WS-PTN-SOURCE   PIC X(03).
               10  WS-PTN-RANK     PIC 9(02).
               10  WS-PTN-MONTH    OCCURS 4 TIMES.
                   15  WS-PM-ACTIVE    PIC X(01).
                       88  MONTH-ACTIVE          VALUE 'Y'.
                   15  WS-PM-FEEDS     PIC 9(05).
                   15  WS-PM-ONTIME    PIC 9(05).
                   15  WS-PM-LATE      PIC 9(05).
                   15  WS-PM-MISSING   PIC 9(05).
                   15  WS-PM-RECEIVED  PIC 9(09).
                   15  WS-PM-REJ       PIC 9(09)  OCCURS 9 TIMES.
                   15  WS-PM-REJ-TOT   PIC 9(09).
                   15  WS-PM-DUP       PIC 9(09).
                   15  WS-PM-DEAD      PIC 9(09).
                   15  WS-PM-SENT      PIC 9(09).
                   15  WS-PM-ACK-REJ   PIC 9(09).
                   15  WS-PM-RESENT    PIC 9(09).
                   15  WS-PM-RATE      PIC 9(03)V99 OCCURS 7 TIMES.
                   15  WS-PM-POINTS    PIC 9(02).
                   15  WS-PM-SCORE     PIC 9(03).
                   15  WS-PM-GRADE     PIC X(01).
       01  WS-RANK-DATA.
           05  WS-RANK-CNT         PIC 9(02)   VALUE ZEROES.
           05  WS-RANK-SUB         PIC 9(02)   VALUE ZEROES.
           05  WS-RANK-SUB2        PIC 9(02)   VALUE ZEROES.
           05  WS-RANK-HOLD        PIC 9(02)   VALUE ZEROES.
           05  WS-RANK-A           PIC 9(02)   VALUE ZEROES.
           05  WS-RANK-B           PIC 9(02)   VALUE ZEROES.
           05  WS-RANK-ORDER       PIC 9(02)   OCCURS 50 TIMES.
       01  WS-SCORE-DATA.
           05  WS-SOURCE-CODE      PIC X(03)   VALUE SPACES.
           05  WS-MSR-SUB          PIC 9(01)   VALUE ZERO.
           05  WS-REASON-SUB       PIC 9(02)   VALUE ZEROES.
           05  WS-RATE-NUM         PIC 9(09)   VALUE ZEROES.
           05  WS-RATE-DEN         PIC 9(09)   VALUE ZEROES.
           05  WS-RATE             PIC 9(03)V99 VALUE ZEROES.
           05  WS-TREND            PIC X(04)   VALUE SPACES.
       01  WS-EDIT-FIELDS.
           05  WS-ED-RANK          PIC ZZ9.
           05  WS-ED-SCORE         PIC ZZ9.
           05  WS-ED-COUNT         PIC Z(8)9.
           05  WS-ED-RATE          PIC ZZ9.99.
           05  WS-XT-COUNT         PIC 9(09).
           05  WS-XT-RATE          PIC 9(03).99.
           05  WS-XT-SCORE         PIC 9(03).
           05  WS-XT-LINE          PIC X(400)  VALUE SPACES.
           05  WS-XT-PTR           PIC 9(03)   VALUE ZEROES.
       01  WS-COUNTS.
           05  WS-FEEDREG-READ-CNT PIC 9(9)    VALUE ZEROES.
           05  WS-FEEDREG-USED-CNT PIC 9(9)    VALUE ZEROES.
           05  WS-STATS-READ-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-STATS-USED-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-OVERFLOW-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-EXTRACT-CNT      PIC 9(9)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-SCORECTL-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-FEEDREG-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-PTNSTAT-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-SCOREXT-STATUS   PIC X(02)   VALUE SPACES.
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
           05  WS-RPT-TITLE        PIC X(40)   VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'PROGRAM: ' WS-PROGRAM.
           PERFORM 065-GET-RUN-DATE          THRU 065-EXIT.
           PERFORM 050-READ-PARM-CARDS       THRU 050-EXIT.
           PERFORM 070-SET-MONTHS            THRU 070-EXIT.
           PERFORM 080-LOAD-SCORE-CTL        THRU 080-EXIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 100-READ-FEED-REG         THRU 100-EXIT.
           PERFORM 200-READ-PARTNER-STATS    THRU 200-EXIT.
           PERFORM 300-SCORE-PARTNERS        THRU 300-EXIT.
           IF WS-RANK-CNT = 0
               DISPLAY 'NO PARTNER ACTIVITY FOR ' WS-MON-ID(1)
                       ' - NOTHING TO DO'
               CLOSE REPORT-FILE
               MOVE 12                        TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 400-RANK-PARTNERS         THRU 400-EXIT.
           PERFORM 800-SCORECARD-REPORT      THRU 800-EXIT.
           PERFORM 820-REASON-REPORT         THRU 820-EXIT.
           PERFORM 840-HISTORY-REPORT        THRU 840-EXIT.
           PERFORM 860-WRITE-EXTRACT         THRU 860-EXIT.
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
                       WHEN PARM-REC(1:6) = 'MONTH='
                           MOVE PARM-REC(7:7) TO WS-PARM-MONTH
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
      *   SCORECARD MONTH FROM THE MONTH= CARD, ELSE THE MONTH BEFORE  *
      *   TODAY; THEN STEP BACK ONE MONTH AT A TIME FOR THE PRIORS     *
      *----------------------------------------------------------------*
       070-SET-MONTHS.
           IF WS-PARM-MONTH(1:4) IS NUMERIC
                   AND WS-PARM-MONTH(5:1) = '-'
                   AND WS-PARM-MONTH(6:2) IS NUMERIC
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
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1 UNTIL WS-MON-SUB > 4
               IF WS-MON-SUB > 1
                   PERFORM 075-PRIOR-MONTH    THRU 075-EXIT
               END-IF
               STRING WS-CALC-YEAR '-' WS-CALC-MONTH
                   DELIMITED BY SIZE
                   INTO WS-MON-ID(WS-MON-SUB)
               END-STRING
           END-PERFORM.
           DISPLAY 'SCORECARD MONTH ... ' WS-MON-ID(1).
           DISPLAY 'COMPARED WITH ..... ' WS-MON-ID(2) ' '
                   WS-MON-ID(3) ' ' WS-MON-ID(4).
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

       080-LOAD-SCORE-CTL.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT SCORE-CTL-FILE.
           IF WS-SCORECTL-STATUS NOT = '00'
               DISPLAY 'NO SCORECARD CONTROL FILE - USING DEFAULTS'
               GO TO 080-EXIT
           END-IF.
           PERFORM 085-LOAD-ONE-CTL           THRU 085-EXIT
               UNTIL END-OF-FILE.
           CLOSE SCORE-CTL-FILE.
       080-EXIT.
           EXIT.

       085-LOAD-ONE-CTL.
           READ SCORE-CTL-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 085-EXIT
           END-READ.
           EVALUATE SCT-REC-TYPE
               WHEN 'T'
                   PERFORM 086-LOAD-THRESHOLD THRU 086-EXIT
               WHEN 'G'
                   PERFORM 087-LOAD-GRADE     THRU 087-EXIT
               WHEN 'C'
                   PERFORM 088-LOAD-CUTOFF    THRU 088-EXIT
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CONTROL RECORD IGNORED: '
                           SCORE-CTL-REC
           END-EVALUATE.
       085-EXIT.
           EXIT.

       086-LOAD-THRESHOLD.
           IF SCT-GOOD-LIMIT NOT NUMERIC
                   OR SCT-POOR-LIMIT NOT NUMERIC
               DISPLAY 'INVALID THRESHOLD IGNORED: ' SCORE-CTL-REC
               GO TO 086-EXIT
           END-IF.
           PERFORM VARYING WS-MSR-SUB FROM 1 BY 1
                   UNTIL WS-MSR-SUB > 7
                      OR WS-MSR-CODE(WS-MSR-SUB) = SCT-MEASURE
               CONTINUE
           END-PERFORM.
           IF WS-MSR-SUB > 7
               DISPLAY 'UNKNOWN MEASURE IGNORED: ' SCORE-CTL-REC
               GO TO 086-EXIT
           END-IF.
           MOVE SCT-GOOD-LIMIT                TO
               WS-MSR-GOOD(WS-MSR-SUB).
           MOVE SCT-POOR-LIMIT                TO
               WS-MSR-POOR(WS-MSR-SUB).
       086-EXIT.
           EXIT.

       087-LOAD-GRADE.
           IF SCT-GRADE = SPACE
                   OR SCT-MIN-SCORE NOT NUMERIC
               DISPLAY 'INVALID GRADE IGNORED: ' SCORE-CTL-REC
               GO TO 087-EXIT
           END-IF.
           IF NOT GRADES-FROM-CTL
               SET GRADES-FROM-CTL            TO TRUE
               MOVE ZEROES                    TO WS-GRD-CNT
           END-IF.
           IF WS-GRD-CNT NOT < WS-GRD-MAX
               DISPLAY 'GRADE TABLE FULL - ENTRY IGNORED: ' SCT-GRADE
               GO TO 087-EXIT
           END-IF.
           ADD 1                              TO WS-GRD-CNT.
           MOVE SCT-GRADE                     TO
               WS-GRD-GRADE(WS-GRD-CNT).
           MOVE SCT-MIN-SCORE                 TO WS-GRD-MIN(WS-GRD-CNT).
       087-EXIT.
           EXIT.

       088-LOAD-CUTOFF.
           IF SCT-CUTOFF-TIME NOT NUMERIC
               DISPLAY 'INVALID CUT-OFF IGNORED: ' SCORE-CTL-REC
               GO TO 088-EXIT
           END-IF.
           IF SCT-SOURCE-CODE = SPACES
               MOVE SCT-CUTOFF-TIME           TO WS-CUT-DEFAULT
               GO TO 088-EXIT
           END-IF.
           IF WS-CUT-CNT NOT < WS-CUT-MAX
               DISPLAY 'CUT-OFF TABLE FULL - ENTRY IGNORED: '
                       SCT-SOURCE-CODE
               GO TO 088-EXIT
           END-IF.
           ADD 1                              TO WS-CUT-CNT.
           MOVE SCT-SOURCE-CODE               TO
               WS-CUT-SOURCE(WS-CUT-CNT).
           MOVE SCT-CUTOFF-TIME               TO
               WS-CUT-HHMM(WS-CUT-CNT).
       088-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   EACH FEEDREG ENTRY IS ONE EXPECTED FEED. STATUS M (NOT       *
      *   RECEIVED AT CUT-OFF) COUNTS AS MISSING; A FEED REGISTERED    *
      *   AFTER THE PARTNER'S CUT-OFF TIME COUNTS AS LATE              *
      *----------------------------------------------------------------*
       100-READ-FEED-REG.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT FEED-REG-FILE.
           IF WS-FEEDREG-STATUS NOT = '00'
               DISPLAY 'NO FEED REGISTER - NO TIMELINESS OR VOLUME'
               GO TO 100-EXIT
           END-IF.
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
           ADD 1                              TO WS-FEEDREG-READ-CNT.
           PERFORM 650-FIND-MONTH-FEED        THRU 650-EXIT.
           IF WS-MON-HIT = 0
               GO TO 110-EXIT
           END-IF.
           MOVE FRG-FEED-CODE                 TO WS-SOURCE-CODE.
           PERFORM 600-FIND-PARTNER           THRU 600-EXIT.
           IF WS-PTN-HIT = 0
               GO TO 110-EXIT
           END-IF.
           ADD 1                              TO WS-FEEDREG-USED-CNT.
           MOVE 'Y'                           TO
               WS-PM-ACTIVE(WS-PTN-HIT WS-MON-HIT).
           ADD 1                              TO
               WS-PM-FEEDS(WS-PTN-HIT WS-MON-HIT).
           IF FRG-REC-CNT IS NUMERIC
               ADD FRG-REC-CNT                TO
                   WS-PM-RECEIVED(WS-PTN-HIT WS-MON-HIT)
           END-IF.
           IF FRG-STATUS = 'M'
               ADD 1                          TO
                   WS-PM-MISSING(WS-PTN-HIT WS-MON-HIT)
               GO TO 110-EXIT
           END-IF.
           MOVE WS-CUT-DEFAULT                TO WS-CUT-TIME.
           PERFORM VARYING WS-CUT-SUB FROM 1 BY 1
                   UNTIL WS-CUT-SUB > WS-CUT-CNT
               IF WS-CUT-SOURCE(WS-CUT-SUB) = FRG-FEED-CODE
                   MOVE WS-CUT-HHMM(WS-CUT-SUB) TO WS-CUT-TIME
                   MOVE WS-CUT-CNT            TO WS-CUT-SUB
               END-IF
           END-PERFORM.
           IF FRG-ARRIVE-TIME(1:4) > WS-CUT-TIME
               ADD 1                          TO
                   WS-PM-LATE(WS-PTN-HIT WS-MON-HIT)
           ELSE
               ADD 1                          TO
                   WS-PM-ONTIME(WS-PTN-HIT WS-MON-HIT)
           END-IF.
       110-EXIT.
           EXIT.

       200-READ-PARTNER-STATS.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT STATS-FILE.
           IF WS-PTNSTAT-STATUS NOT = '00'
               DISPLAY 'NO PARTNER STATISTICS HISTORY'
               GO TO 200-EXIT
           END-IF.
           PERFORM 210-READ-ONE-STAT          THRU 210-EXIT
               UNTIL END-OF-FILE.
           CLOSE STATS-FILE.
       200-EXIT.
           EXIT.

       210-READ-ONE-STAT.
           READ STATS-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 210-EXIT
           END-READ.
           ADD 1                              TO WS-STATS-READ-CNT.
           MOVE ZERO                          TO WS-MON-HIT.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1 UNTIL WS-MON-SUB > 4
               IF PST-BUS-DATE(1:7) = WS-MON-ID(WS-MON-SUB)
                   MOVE WS-MON-SUB            TO WS-MON-HIT
               END-IF
           END-PERFORM.
           IF WS-MON-HIT = 0
               GO TO 210-EXIT
           END-IF.
           MOVE PST-SOURCE-CODE               TO WS-SOURCE-CODE.
           PERFORM 600-FIND-PARTNER           THRU 600-EXIT.
           IF WS-PTN-HIT = 0
               GO TO 210-EXIT
           END-IF.
           ADD 1                              TO WS-STATS-USED-CNT.
           MOVE 'Y'                           TO
               WS-PM-ACTIVE(WS-PTN-HIT WS-MON-HIT).
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 9
               ADD PST-EDIT-REJ-CNT(WS-REASON-SUB) TO
                   WS-PM-REJ(WS-PTN-HIT WS-MON-HIT WS-REASON-SUB)
               ADD PST-EDIT-REJ-CNT(WS-REASON-SUB) TO
                   WS-PM-REJ-TOT(WS-PTN-HIT WS-MON-HIT)
           END-PERFORM.
           ADD PST-DUP-CNT                    TO
               WS-PM-DUP(WS-PTN-HIT WS-MON-HIT).
           ADD PST-DEAD-CNT                   TO
               WS-PM-DEAD(WS-PTN-HIT WS-MON-HIT).
           ADD PST-SENT-CNT                   TO
               WS-PM-SENT(WS-PTN-HIT WS-MON-HIT).
           ADD PST-ACK-REJ-CNT                TO
               WS-PM-ACK-REJ(WS-PTN-HIT WS-MON-HIT).
           ADD PST-RESEND-CNT                 TO
               WS-PM-RESENT(WS-PTN-HIT WS-MON-HIT).
       210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RATES, POINTS, SCORE AND GRADE FOR EVERY PARTNER AND MONTH.  *
      *   A PARTNER ACTIVE IN THE SCORECARD MONTH GOES ON THE RANKING  *
      *----------------------------------------------------------------*
       300-SCORE-PARTNERS.
           MOVE ZEROES                        TO WS-RANK-CNT.
           PERFORM VARYING WS-PTN-SUB FROM 1 BY 1
                   UNTIL WS-PTN-SUB > WS-PTN-CNT
               PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                       UNTIL WS-MON-SUB > 4
                   IF MONTH-ACTIVE(WS-PTN-SUB WS-MON-SUB)
                       PERFORM 310-SCORE-ONE-MONTH THRU 310-EXIT
                   END-IF
               END-PERFORM
               IF MONTH-ACTIVE(WS-PTN-SUB 1)
                   ADD 1                      TO WS-RANK-CNT
                   MOVE WS-PTN-SUB            TO
                       WS-RANK-ORDER(WS-RANK-CNT)
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-SCORE-ONE-MONTH.
           IF WS-PM-FEEDS(WS-PTN-SUB WS-MON-SUB) = 0
               MOVE 100                       TO
                   WS-PM-RATE(WS-PTN-SUB WS-MON-SUB 1)
           ELSE
               MOVE WS-PM-ONTIME(WS-PTN-SUB WS-MON-SUB) TO WS-RATE-NUM
               MOVE WS-PM-FEEDS(WS-PTN-SUB WS-MON-SUB)  TO WS-RATE-DEN
               PERFORM 330-COMPUTE-RATE       THRU 330-EXIT
               MOVE WS-RATE                   TO
                   WS-PM-RATE(WS-PTN-SUB WS-MON-SUB 1)
           END-IF.
           MOVE WS-PM-RECEIVED(WS-PTN-SUB WS-MON-SUB) TO WS-RATE-DEN.
           MOVE WS-PM-REJ-TOT(WS-PTN-SUB WS-MON-SUB)  TO WS-RATE-NUM.
           PERFORM 330-COMPUTE-RATE           THRU 330-EXIT.
           MOVE WS-RATE                       TO
               WS-PM-RATE(WS-PTN-SUB WS-MON-SUB 2).
           MOVE WS-PM-REJ(WS-PTN-SUB WS-MON-SUB 6)    TO WS-RATE-NUM.
           PERFORM 330-COMPUTE-RATE           THRU 330-EXIT.
           MOVE WS-RATE                       TO
               WS-PM-RATE(WS-PTN-SUB WS-MON-SUB 3).
           MOVE WS-PM-DUP(WS-PTN-SUB WS-MON-SUB)      TO WS-RATE-NUM.
           PERFORM 330-COMPUTE-RATE           THRU 330-EXIT.
           MOVE WS-RATE                       TO
               WS-PM-RATE(WS-PTN-SUB WS-MON-SUB 4).
           MOVE WS-PM-DEAD(WS-PTN-SUB WS-MON-SUB)     TO WS-RATE-NUM.
           PERFORM 330-COMPUTE-RATE           THRU 330-EXIT.
           MOVE WS-RATE                       TO
               WS-PM-RATE(WS-PTN-SUB WS-MON-SUB 5).
           MOVE WS-PM-SENT(WS-PTN-SUB WS-MON-SUB)     TO WS-RATE-DEN.
           MOVE WS-PM-ACK-REJ(WS-PTN-SUB WS-MON-SUB)  TO WS-RATE-NUM.
           PERFORM 330-COMPUTE-RATE           THRU 330-EXIT.
           MOVE WS-RATE                       TO
               WS-PM-RATE(WS-PTN-SUB WS-MON-SUB 6).
           MOVE WS-PM-RESENT(WS-PTN-SUB WS-MON-SUB)   TO WS-RATE-NUM.
           PERFORM 330-COMPUTE-RATE           THRU 330-EXIT.
           MOVE WS-RATE                       TO
               WS-PM-RATE(WS-PTN-SUB WS-MON-SUB 7).
           MOVE ZEROES                        TO
               WS-PM-POINTS(WS-PTN-SUB WS-MON-SUB).
           PERFORM 320-SCORE-ONE-MEASURE      THRU 320-EXIT
               VARYING WS-MSR-SUB FROM 1 BY 1
               UNTIL WS-MSR-SUB > 7.
           COMPUTE WS-PM-SCORE(WS-PTN-SUB WS-MON-SUB) ROUNDED =
               WS-PM-POINTS(WS-PTN-SUB WS-MON-SUB) * 100 / 14.
           MOVE ZEROES                        TO WS-GRD-BEST-MIN.
           MOVE '?'                           TO
               WS-PM-GRADE(WS-PTN-SUB WS-MON-SUB).
           PERFORM VARYING WS-GRD-SUB FROM 1 BY 1
                   UNTIL WS-GRD-SUB > WS-GRD-CNT
               IF WS-GRD-MIN(WS-GRD-SUB) NOT >
                       WS-PM-SCORE(WS-PTN-SUB WS-MON-SUB)
                   AND (WS-GRD-MIN(WS-GRD-SUB) NOT < WS-GRD-BEST-MIN
                        OR WS-PM-GRADE(WS-PTN-SUB WS-MON-SUB) = '?')
                   MOVE WS-GRD-MIN(WS-GRD-SUB) TO WS-GRD-BEST-MIN
                   MOVE WS-GRD-GRADE(WS-GRD-SUB) TO
                       WS-PM-GRADE(WS-PTN-SUB WS-MON-SUB)
               END-IF
           END-PERFORM.
       310-EXIT.
           EXIT.

       320-SCORE-ONE-MEASURE.
           MOVE WS-PM-RATE(WS-PTN-SUB WS-MON-SUB WS-MSR-SUB)
                                              TO WS-RATE.
           IF WS-MSR-DIR(WS-MSR-SUB) = 'H'
               IF WS-RATE NOT < WS-MSR-GOOD(WS-MSR-SUB)
                   ADD 2                      TO
                       WS-PM-POINTS(WS-PTN-SUB WS-MON-SUB)
               ELSE
                   IF WS-RATE NOT < WS-MSR-POOR(WS-MSR-SUB)
                       ADD 1                  TO
                           WS-PM-POINTS(WS-PTN-SUB WS-MON-SUB)
                   END-IF
               END-IF
           ELSE
               IF WS-RATE NOT > WS-MSR-GOOD(WS-MSR-SUB)
                   ADD 2                      TO
                       WS-PM-POINTS(WS-PTN-SUB WS-MON-SUB)
               ELSE
                   IF WS-RATE NOT > WS-MSR-POOR(WS-MSR-SUB)
                       ADD 1                  TO
                           WS-PM-POINTS(WS-PTN-SUB WS-MON-SUB)
                   END-IF
               END-IF
           END-IF.
       320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   PERCENTAGE OF NUM OVER DEN; NOTHING RECEIVED OR SENT GIVES   *
      *   ZERO, AND A RATE OVER 999.99 IS HELD AT 999.99               *
      *----------------------------------------------------------------*
       330-COMPUTE-RATE.
           IF WS-RATE-DEN = 0
               MOVE ZEROES                    TO WS-RATE
               GO TO 330-EXIT
           END-IF.
           COMPUTE WS-RATE ROUNDED = WS-RATE-NUM * 100 / WS-RATE-DEN
               ON SIZE ERROR
                   MOVE 999.99                TO WS-RATE
           END-COMPUTE.
       330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   ORDER THE RANKING ON SCORE DESCENDING, THEN RECORDS          *
      *   RECEIVED DESCENDING                                          *
      *----------------------------------------------------------------*
       400-RANK-PARTNERS.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB >= WS-RANK-CNT
               PERFORM VARYING WS-RANK-SUB2 FROM WS-RANK-SUB BY 1
                       UNTIL WS-RANK-SUB2 > WS-RANK-CNT
                   MOVE WS-RANK-ORDER(WS-RANK-SUB)  TO WS-RANK-A
                   MOVE WS-RANK-ORDER(WS-RANK-SUB2) TO WS-RANK-B
                   IF WS-PM-SCORE(WS-RANK-B 1) >
                          WS-PM-SCORE(WS-RANK-A 1)
                       OR (WS-PM-SCORE(WS-RANK-B 1) =
                           WS-PM-SCORE(WS-RANK-A 1)
                       AND WS-PM-RECEIVED(WS-RANK-B 1) >
                           WS-PM-RECEIVED(WS-RANK-A 1))
                       MOVE WS-RANK-B         TO
                           WS-RANK-ORDER(WS-RANK-SUB)
                       MOVE WS-RANK-A         TO
                           WS-RANK-ORDER(WS-RANK-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-RANK-CNT
               MOVE WS-RANK-SUB               TO
                   WS-PTN-RANK(WS-RANK-ORDER(WS-RANK-SUB))
           END-PERFORM.
       400-EXIT.
           EXIT.

       600-FIND-PARTNER.
           MOVE ZEROES                        TO WS-PTN-HIT.
           PERFORM VARYING WS-PTN-SUB FROM 1 BY 1
                   UNTIL WS-PTN-SUB > WS-PTN-CNT
               IF WS-PTN-SOURCE(WS-PTN-SUB) = WS-SOURCE-CODE
                   MOVE WS-PTN-SUB            TO WS-PTN-HIT
                   MOVE WS-PTN-CNT            TO WS-PTN-SUB
               END-IF
           END-PERFORM.
           IF WS-PTN-HIT > 0
               GO TO 600-EXIT
           END-IF.
           IF WS-PTN-CNT NOT < WS-PTN-MAX
               ADD 1                          TO WS-OVERFLOW-CNT
               GO TO 600-EXIT
           END-IF.
           ADD 1                              TO WS-PTN-CNT.
           MOVE WS-PTN-CNT                    TO WS-PTN-HIT.
           INITIALIZE WS-PTN-ENTRY(WS-PTN-HIT).
           MOVE WS-SOURCE-CODE                TO
               WS-PTN-SOURCE(WS-PTN-HIT).
       600-EXIT.
           EXIT.

       650-FIND-MONTH-FEED.
           MOVE ZERO                          TO WS-MON-HIT.
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1 UNTIL WS-MON-SUB > 4
               IF FRG-ARRIVE-DATE(1:7) = WS-MON-ID(WS-MON-SUB)
                   MOVE WS-MON-SUB            TO WS-MON-HIT
               END-IF
           END-PERFORM.
       650-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STRPGM35 - PARTNER SCORECARD '
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
      *   RANKED SCORECARD - ONE LINE PER PARTNER, RATES IN PERCENT    *
      *----------------------------------------------------------------*
       800-SCORECARD-REPORT.
           MOVE 'RANKED SCORECARD'            TO WS-RPT-TITLE.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM 805-SCORECARD-COLUMNS     THRU 805-EXIT.
           PERFORM 810-SCORECARD-LINE        THRU 810-EXIT
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-CNT.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MEASURE   GOOD    POOR'        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-MSR-SUB FROM 1 BY 1 UNTIL WS-MSR-SUB > 7
               MOVE SPACES                    TO RPT-LINE
               MOVE WS-MSR-CODE(WS-MSR-SUB)   TO RPT-LINE(1:4)
               MOVE WS-MSR-GOOD(WS-MSR-SUB)   TO WS-ED-RATE
               MOVE WS-ED-RATE                TO RPT-LINE(9:6)
               MOVE WS-MSR-POOR(WS-MSR-SUB)   TO WS-ED-RATE
               MOVE WS-ED-RATE                TO RPT-LINE(17:6)
               IF WS-MSR-DIR(WS-MSR-SUB) = 'H'
                   MOVE 'AT LEAST'            TO RPT-LINE(25:8)
               ELSE
                   MOVE 'AT MOST'             TO RPT-LINE(25:8)
               END-IF
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.
       800-EXIT.
           EXIT.

       805-SCORECARD-COLUMNS.
           MOVE 'RNK SRC GR SCR  RECEIVED   ONTM   EREJ   STOP   DUPL'
                                              TO RPT-LINE.
           MOVE '   DEAD   AREJ   RSND TREND'  TO RPT-LINE(54:27).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
       805-EXIT.
           EXIT.

       810-SCORECARD-LINE.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS    THRU 700-EXIT
               PERFORM 805-SCORECARD-COLUMNS THRU 805-EXIT
           END-IF.
           MOVE WS-RANK-ORDER(WS-RANK-SUB)    TO WS-PTN-SUB.
           PERFORM 815-SET-TREND              THRU 815-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           MOVE WS-RANK-SUB                   TO WS-ED-RANK.
           MOVE WS-ED-RANK                    TO RPT-LINE(1:3).
           MOVE WS-PTN-SOURCE(WS-PTN-SUB)     TO RPT-LINE(5:3).
           MOVE WS-PM-GRADE(WS-PTN-SUB 1)     TO RPT-LINE(10:1).
           MOVE WS-PM-SCORE(WS-PTN-SUB 1)     TO WS-ED-SCORE.
           MOVE WS-ED-SCORE                   TO RPT-LINE(12:3).
           MOVE WS-PM-RECEIVED(WS-PTN-SUB 1)  TO WS-ED-COUNT.
           MOVE WS-ED-COUNT                   TO RPT-LINE(16:9).
           PERFORM VARYING WS-MSR-SUB FROM 1 BY 1 UNTIL WS-MSR-SUB > 7
               MOVE WS-PM-RATE(WS-PTN-SUB 1 WS-MSR-SUB) TO WS-ED-RATE
               MOVE WS-ED-RATE                TO
                   RPT-LINE(26 + (WS-MSR-SUB - 1) * 7:6)
           END-PERFORM.
           MOVE WS-TREND                      TO RPT-LINE(76:4).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
       810-EXIT.
           EXIT.

       815-SET-TREND.
           EVALUATE TRUE
               WHEN NOT MONTH-ACTIVE(WS-PTN-SUB 2)
                   MOVE 'NEW'                 TO WS-TREND
               WHEN WS-PM-SCORE(WS-PTN-SUB 1) >
                    WS-PM-SCORE(WS-PTN-SUB 2)
                   MOVE 'UP'                  TO WS-TREND
               WHEN WS-PM-SCORE(WS-PTN-SUB 1) <
                    WS-PM-SCORE(WS-PTN-SUB 2)
                   MOVE 'DOWN'                TO WS-TREND
               WHEN OTHER
                   MOVE 'SAME'                TO WS-TREND
           END-EVALUATE.
       815-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   EDIT REJECTS BY STRPGM7 REASON CODE, PERCENT OF RECEIVED:    *
      *   01 BLANK  02 LEN NOT NUMERIC  03 LEN RANGE  04 LEN MISMATCH  *
      *   05 NON-PRINTABLE  06 STOP-LIST  07-09 ANY OTHER REASON       *
      *----------------------------------------------------------------*
       820-REASON-REPORT.
           MOVE 'EDIT REJECT RATE BY REASON' TO WS-RPT-TITLE.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM 825-REASON-COLUMNS        THRU 825-EXIT.
           PERFORM 830-REASON-LINE           THRU 830-EXIT
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-CNT.
       820-EXIT.
           EXIT.

       825-REASON-COLUMNS.
           MOVE 'SRC  REJECTED     01     02     03     04     05'
                                              TO RPT-LINE.
           MOVE '     06  OTHER'               TO RPT-LINE(48:14).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
       825-EXIT.
           EXIT.

       830-REASON-LINE.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS    THRU 700-EXIT
               PERFORM 825-REASON-COLUMNS    THRU 825-EXIT
           END-IF.
           MOVE WS-RANK-ORDER(WS-RANK-SUB)    TO WS-PTN-SUB.
           MOVE SPACES                        TO RPT-LINE.
           MOVE WS-PTN-SOURCE(WS-PTN-SUB)     TO RPT-LINE(1:3).
           MOVE WS-PM-REJ-TOT(WS-PTN-SUB 1)   TO WS-ED-COUNT.
           MOVE WS-ED-COUNT                   TO RPT-LINE(5:9).
           MOVE WS-PM-RECEIVED(WS-PTN-SUB 1)  TO WS-RATE-DEN.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 6
               MOVE WS-PM-REJ(WS-PTN-SUB 1 WS-REASON-SUB)
                                              TO WS-RATE-NUM
               PERFORM 330-COMPUTE-RATE       THRU 330-EXIT
               MOVE WS-RATE                   TO WS-ED-RATE
               MOVE WS-ED-RATE                TO
                   RPT-LINE(14 + (WS-REASON-SUB - 1) * 7:6)
           END-PERFORM.
           COMPUTE WS-RATE-NUM =
               WS-PM-REJ(WS-PTN-SUB 1 7) + WS-PM-REJ(WS-PTN-SUB 1 8)
             + WS-PM-REJ(WS-PTN-SUB 1 9).
           PERFORM 330-COMPUTE-RATE           THRU 330-EXIT.
           MOVE WS-RATE                       TO WS-ED-RATE.
           MOVE WS-ED-RATE                    TO RPT-LINE(56:6).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
       830-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   GRADE AND SCORE THIS MONTH AGAINST EACH OF THE THREE BEFORE, *
      *   WITH THE FEED TIMELINESS COUNTS BEHIND THE ONTM MEASURE      *
      *----------------------------------------------------------------*
       840-HISTORY-REPORT.
           MOVE 'COMPARISON WITH PRIOR MONTHS' TO WS-RPT-TITLE.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM 845-HISTORY-COLUMNS       THRU 845-EXIT.
           PERFORM 850-HISTORY-LINE          THRU 850-EXIT
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-CNT.
       840-EXIT.
           EXIT.

       845-HISTORY-COLUMNS.
           MOVE SPACES                        TO RPT-LINE.
           MOVE 'SRC'                         TO RPT-LINE(1:3).
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1 UNTIL WS-MON-SUB > 4
               MOVE WS-MON-ID(WS-MON-SUB)     TO
                   RPT-LINE(6 + (WS-MON-SUB - 1) * 10:7)
           END-PERFORM.
           MOVE 'FEEDS ONTIME LATE MISS'       TO RPT-LINE(47:22).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
       845-EXIT.
           EXIT.

       850-HISTORY-LINE.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS    THRU 700-EXIT
               PERFORM 845-HISTORY-COLUMNS   THRU 845-EXIT
           END-IF.
           MOVE WS-RANK-ORDER(WS-RANK-SUB)    TO WS-PTN-SUB.
           MOVE SPACES                        TO RPT-LINE.
           MOVE WS-PTN-SOURCE(WS-PTN-SUB)     TO RPT-LINE(1:3).
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1 UNTIL WS-MON-SUB > 4
               IF MONTH-ACTIVE(WS-PTN-SUB WS-MON-SUB)
                   MOVE WS-PM-GRADE(WS-PTN-SUB WS-MON-SUB) TO
                       RPT-LINE(7 + (WS-MON-SUB - 1) * 10:1)
                   MOVE WS-PM-SCORE(WS-PTN-SUB WS-MON-SUB) TO
                       WS-ED-SCORE
                   MOVE WS-ED-SCORE           TO
                       RPT-LINE(9 + (WS-MON-SUB - 1) * 10:3)
               ELSE
                   MOVE '  -'                 TO
                       RPT-LINE(9 + (WS-MON-SUB - 1) * 10:3)
               END-IF
           END-PERFORM.
           MOVE WS-PM-FEEDS(WS-PTN-SUB 1)     TO WS-ED-SCORE.
           MOVE WS-ED-SCORE                   TO RPT-LINE(49:3).
           MOVE WS-PM-ONTIME(WS-PTN-SUB 1)    TO WS-ED-SCORE.
           MOVE WS-ED-SCORE                   TO RPT-LINE(56:3).
           MOVE WS-PM-LATE(WS-PTN-SUB 1)      TO WS-ED-SCORE.
           MOVE WS-ED-SCORE                   TO RPT-LINE(61:3).
           MOVE WS-PM-MISSING(WS-PTN-SUB 1)   TO WS-ED-SCORE.
           MOVE WS-ED-SCORE                   TO RPT-LINE(66:3).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
       850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   COMMA-DELIMITED EXTRACT IN RANK ORDER. COUNTS ARE NINE       *
      *   DIGITS, RATES 999.99, A PRIOR MONTH WITH NO ACTIVITY HAS     *
      *   AN EMPTY GRADE AND SCORE                                     *
      *----------------------------------------------------------------*
       860-WRITE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE 'SCOREXT'                     TO WS-IO-FILE-NAME.
           MOVE WS-SCOREXT-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           MOVE SPACES                        TO EXTRACT-REC.
           STRING 'MONTH,SOURCE,RANK,GRADE,SCORE,TREND,'
                  'FEEDS,ONTIME,LATE,MISSING,RECEIVED,ONTM_PCT,'
                  'EDIT_REJ,EREJ_PCT,REJ_01,REJ_02,REJ_03,REJ_04,'
                  'REJ_05,REJ_06,REJ_OTHER,STOP_PCT,'
                  'DUPLICATES,DUPL_PCT,DEAD_LETTER,DEAD_PCT,'
                  'SENT,ACK_REJ,AREJ_PCT,RESENT,RSND_PCT,'
                  'M1_MONTH,M1_GRADE,M1_SCORE,'
                  'M2_MONTH,M2_GRADE,M2_SCORE,'
                  'M3_MONTH,M3_GRADE,M3_SCORE'
               DELIMITED BY SIZE
               INTO EXTRACT-REC
           END-STRING.
           WRITE EXTRACT-REC.
           MOVE 'SCOREXT'                     TO WS-IO-FILE-NAME.
           MOVE WS-SCOREXT-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 870-EXTRACT-ONE-PARTNER    THRU 870-EXIT
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-CNT.
           CLOSE EXTRACT-FILE.
       860-EXIT.
           EXIT.

       870-EXTRACT-ONE-PARTNER.
           MOVE WS-RANK-ORDER(WS-RANK-SUB)    TO WS-PTN-SUB.
           PERFORM 815-SET-TREND              THRU 815-EXIT.
           MOVE SPACES                        TO WS-XT-LINE.
           MOVE 1                             TO WS-XT-PTR.
           MOVE WS-PM-SCORE(WS-PTN-SUB 1)     TO WS-XT-SCORE.
           STRING WS-MON-ID(1)               DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  WS-PTN-SOURCE(WS-PTN-SUB)  DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  WS-PTN-RANK(WS-PTN-SUB)    DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  WS-PM-GRADE(WS-PTN-SUB 1)  DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  WS-XT-SCORE                DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  WS-TREND                   DELIMITED BY SPACE
               INTO WS-XT-LINE
               WITH POINTER WS-XT-PTR
           END-STRING.
           MOVE WS-PM-FEEDS(WS-PTN-SUB 1)     TO WS-XT-COUNT.
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-ONTIME(WS-PTN-SUB 1)    TO WS-XT-COUNT.
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-LATE(WS-PTN-SUB 1)      TO WS-XT-COUNT.
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-MISSING(WS-PTN-SUB 1)   TO WS-XT-COUNT.
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-RECEIVED(WS-PTN-SUB 1)  TO WS-XT-COUNT.
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-RATE(WS-PTN-SUB 1 1)    TO WS-XT-RATE.
           PERFORM 885-ADD-RATE               THRU 885-EXIT.
           MOVE WS-PM-REJ-TOT(WS-PTN-SUB 1)   TO WS-XT-COUNT.
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-RATE(WS-PTN-SUB 1 2)    TO WS-XT-RATE.
           PERFORM 885-ADD-RATE               THRU 885-EXIT.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 6
               MOVE WS-PM-REJ(WS-PTN-SUB 1 WS-REASON-SUB)
                                              TO WS-XT-COUNT
               PERFORM 880-ADD-COUNT          THRU 880-EXIT
           END-PERFORM.
           COMPUTE WS-XT-COUNT =
               WS-PM-REJ(WS-PTN-SUB 1 7) + WS-PM-REJ(WS-PTN-SUB 1 8)
             + WS-PM-REJ(WS-PTN-SUB 1 9).
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-RATE(WS-PTN-SUB 1 3)    TO WS-XT-RATE.
           PERFORM 885-ADD-RATE               THRU 885-EXIT.
           MOVE WS-PM-DUP(WS-PTN-SUB 1)       TO WS-XT-COUNT.
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-RATE(WS-PTN-SUB 1 4)    TO WS-XT-RATE.
           PERFORM 885-ADD-RATE               THRU 885-EXIT.
           MOVE WS-PM-DEAD(WS-PTN-SUB 1)      TO WS-XT-COUNT.
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-RATE(WS-PTN-SUB 1 5)    TO WS-XT-RATE.
           PERFORM 885-ADD-RATE               THRU 885-EXIT.
           MOVE WS-PM-SENT(WS-PTN-SUB 1)      TO WS-XT-COUNT.
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-ACK-REJ(WS-PTN-SUB 1)   TO WS-XT-COUNT.
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-RATE(WS-PTN-SUB 1 6)    TO WS-XT-RATE.
           PERFORM 885-ADD-RATE               THRU 885-EXIT.
           MOVE WS-PM-RESENT(WS-PTN-SUB 1)    TO WS-XT-COUNT.
           PERFORM 880-ADD-COUNT              THRU 880-EXIT.
           MOVE WS-PM-RATE(WS-PTN-SUB 1 7)    TO WS-XT-RATE.
           PERFORM 885-ADD-RATE               THRU 885-EXIT.
           PERFORM VARYING WS-MON-SUB FROM 2 BY 1 UNTIL WS-MON-SUB > 4
               STRING ','                    DELIMITED BY SIZE
                      WS-MON-ID(WS-MON-SUB)  DELIMITED BY SIZE
                      ','                    DELIMITED BY SIZE
                   INTO WS-XT-LINE
                   WITH POINTER WS-XT-PTR
               END-STRING
               IF MONTH-ACTIVE(WS-PTN-SUB WS-MON-SUB)
                   MOVE WS-PM-SCORE(WS-PTN-SUB WS-MON-SUB)
                                              TO WS-XT-SCORE
                   STRING WS-PM-GRADE(WS-PTN-SUB WS-MON-SUB)
                                              DELIMITED BY SIZE
                          ','                DELIMITED BY SIZE
                          WS-XT-SCORE        DELIMITED BY SIZE
                       INTO WS-XT-LINE
                       WITH POINTER WS-XT-PTR
                   END-STRING
               ELSE
                   STRING ','                DELIMITED BY SIZE
                       INTO WS-XT-LINE
                       WITH POINTER WS-XT-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           WRITE EXTRACT-REC FROM WS-XT-LINE.
           MOVE 'SCOREXT'                     TO WS-IO-FILE-NAME.
           MOVE WS-SCOREXT-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           ADD 1                              TO WS-EXTRACT-CNT.
       870-EXIT.
           EXIT.

       880-ADD-COUNT.
           STRING ','                        DELIMITED BY SIZE
                  WS-XT-COUNT                DELIMITED BY SIZE
               INTO WS-XT-LINE
               WITH POINTER WS-XT-PTR
           END-STRING.
       880-EXIT.
           EXIT.

       885-ADD-RATE.
           STRING ','                        DELIMITED BY SIZE
                  WS-XT-RATE                 DELIMITED BY SIZE
               INTO WS-XT-LINE
               WITH POINTER WS-XT-PTR
           END-STRING.
       885-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM35 CONTROL TOTALS'.
           DISPLAY 'FEED REGISTER READ .... ' WS-FEEDREG-READ-CNT.
           DISPLAY 'FEED REGISTER USED .... ' WS-FEEDREG-USED-CNT.
           DISPLAY 'STATISTICS READ ....... ' WS-STATS-READ-CNT.
           DISPLAY 'STATISTICS USED ....... ' WS-STATS-USED-CNT.
           DISPLAY 'PARTNERS SEEN ......... ' WS-PTN-CNT.
           DISPLAY 'PARTNERS RANKED ....... ' WS-RANK-CNT.
           DISPLAY 'NOT SCORED - TABLE .... ' WS-OVERFLOW-CNT.
           DISPLAY 'EXTRACT LINES ......... ' WS-EXTRACT-CNT.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STRPGM35 CONTROL TOTALS'      TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'FEED REGISTER READ .. ' DELIMITED BY SIZE
                  WS-FEEDREG-READ-CNT      DELIMITED BY SIZE
                  '   USED ' DELIMITED BY SIZE
                  WS-FEEDREG-USED-CNT      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STATISTICS READ ..... ' DELIMITED BY SIZE
                  WS-STATS-READ-CNT        DELIMITED BY SIZE
                  '   USED ' DELIMITED BY SIZE
                  WS-STATS-USED-CNT        DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'PARTNERS RANKED ..... ' DELIMITED BY SIZE
                  WS-RANK-CNT              DELIMITED BY SIZE
                  '   NOT SCORED ' DELIMITED BY SIZE
                  WS-OVERFLOW-CNT          DELIMITED BY SIZE
                  '   EXTRACT LINES ' DELIMITED BY SIZE
                  WS-EXTRACT-CNT           DELIMITED BY SIZE
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
