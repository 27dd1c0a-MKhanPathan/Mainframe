      *----------------------------------------------------------------*
      *   PARTNER REJECT RETURN - GATHERS EVERY RECORD A PARTNER SENT  *
      *   THAT FAILED SOMEWHERE IN THE NIGHTLY CYCLE AND WRITES IT     *
      *   BACK TO THAT PARTNER, ONE RETURN FILE PER PARTNER, IN THE    *
      *   SAME DELIMITED TEXT LAYOUT THE PARTNER SENDS TO STRPGM26.    *
      *   EACH LINE CARRIES THE ORIGINAL VALUE, THE STAGE THAT         *
      *   REJECTED IT, THE REASON CODE AND TEXT, AND THE BUSINESS      *
      *   DATE:                                                        *
      *     CONVERSION  STRPGM26 CONVREJ                               *
      *     EDIT        STRPGM7  EDITREJ                               *
      *     TRANSFORM   STRPGM6  EXCFILE                               *
      *     DEADLETTER  STRPGM8  DEADFILE                              *
      *     DOWNSTREAM  STRPGM13 RESENDQ (RECEIVER REJECTED THE        *
      *                 RECORD - IT IS ALSO QUEUED FOR RESEND)         *
      *   EVERY INPUT IS OPTIONAL - A MISSING FILE CONTRIBUTES NOTHING *
      *                                                                *
      *   THE RETURN CONTROL FILE NAMES, FOR EACH SOURCE CODE, WHICH   *
      *   RETURN FILE RTN01-RTN04 IT GOES TO AND THE DELIMITER THAT    *
      *   PARTNER USES. REJECTS FOR A SOURCE NOT ON THE CONTROL FILE   *
      *   ARE COUNTED AND LISTED ON THE REPORT AND END THE RUN RC 4    *
      *                                                                *
      *   SYSIN CARDS (OPTIONAL):                                      *
      *     DATE=YYYY-MM-DD   BUSINESS DATE - DEFAULT IS THE CYCLE     *
      *                       CONTROL DATE, ELSE TODAY                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM33.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-CTL-FILE  ASSIGN TO RTNCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RTNCTL-STATUS.
           SELECT CYCLE-CTL-FILE   ASSIGN TO CYCLECTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CYCLECTL-STATUS.
           SELECT CONV-REJECT-FILE ASSIGN TO CONVREJ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CONVREJ-STATUS.
           SELECT EDIT-REJECT-FILE ASSIGN TO EDITREJ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-EDITREJ-STATUS.
           SELECT EXCEPTION-FILE   ASSIGN TO EXCFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-EXCFILE-STATUS.
           SELECT DEADLETTER-FILE  ASSIGN TO DEADFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-DEAD-STATUS.
           SELECT RESEND-FILE      ASSIGN TO RESENDQ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RESEND-STATUS.
           SELECT RTN01-FILE       ASSIGN TO RTN01
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RTN01-STATUS.
           SELECT RTN02-FILE       ASSIGN TO RTN02
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RTN02-STATUS.
           SELECT RTN03-FILE       ASSIGN TO RTN03
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RTN03-STATUS.
           SELECT RTN04-FILE       ASSIGN TO RTN04
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RTN04-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   ONE ENTRY PER PARTNER SOURCE CODE: RETURN FILE 01-04 AND     *
      *   THE PARTNER'S DELIMITER (BLANK = COMMA)                      *
      *----------------------------------------------------------------*
       FD  RETURN-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-CTL-REC.
           05  RTC-SOURCE-CODE          PIC X(03).
           05  RTC-RETURN-FILE          PIC X(02).
           05  RTC-DELIM-CHAR           PIC X(01).
           05  RTC-PARTNER-NAME         PIC X(30).
           05  FILLER                   PIC X(44).

       FD  CYCLE-CTL-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  CYCLE-CTL-REC.
           05  CYC-BUS-DATE             PIC X(10).
           05  FILLER                   PIC X(77).

       FD  CONV-REJECT-FILE
           RECORD CONTAINS 230 CHARACTERS.
       01  CONVREJ-REC.
           05  CVR-DATA                 PIC X(200).
           05  CVR-SOURCE-CODE          PIC X(03).
           05  CVR-REASON-CODE          PIC X(02).
           05  CVR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(15).

       FD  EDIT-REJECT-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  REJ-STRING-REC.
           05  REJ-LENGTH               PIC X(02).
           05  REJ-STRING               PIC X(40).
           05  REJ-SOURCE-CODE          PIC X(03).
           05  REJ-REASON-CODE          PIC X(02).
           05  REJ-TXN-ID               PIC X(16).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  EXC-STRING-REC.
           05  EXC-LENGTH               PIC X(02).
           05  EXC-STRING               PIC X(40).
           05  EXC-SOURCE-CODE          PIC X(03).
           05  EXC-TXN-ID               PIC X(16).
           05  EXC-REASON-CODE          PIC X(02).

       FD  DEADLETTER-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  DEAD-STRING-REC.
           05  DEAD-LENGTH              PIC X(02).
           05  DEAD-STRING              PIC X(40).
           05  DEAD-SOURCE-CODE         PIC X(03).
           05  DEAD-TXN-ID              PIC X(16).
           05  DEAD-REASON-CODE         PIC X(02).

       FD  RESEND-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  RESEND-REC.
           05  RESEND-ORIGINAL          PIC X(40).
           05  RESEND-REVERSED          PIC X(40).
           05  RESEND-SOURCE-SYS        PIC X(08).
           05  RESEND-RUN-DATE          PIC X(10).
           05  RESEND-TXN-ID            PIC X(16).

       FD  RTN01-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  RTN01-REC                    PIC X(200).

       FD  RTN02-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  RTN02-REC                    PIC X(200).

       FD  RTN03-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  RTN03-REC                    PIC X(200).

       FD  RTN04-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  RTN04-REC                    PIC X(200).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM33'.
       77  WS-RTN-MAX              PIC 9(02)   VALUE 4.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
       01  WS-PARTNER-TABLE-DATA.
           05  WS-PTN-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-PTN-MAX          PIC 9(02)   VALUE 50.
           05  WS-PTN-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-PTN-HIT          PIC 9(02)   VALUE ZEROES.
           05  WS-PTN-ENTRY        OCCURS 50 TIMES.
               10  WS-PTN-SOURCE   PIC X(03).
               10  WS-PTN-FILE     PIC 9(02).
               10  WS-PTN-DELIM    PIC X(01).
               10  WS-PTN-NAME     PIC X(30).
               10  WS-PTN-STG-CNT  PIC 9(07)   OCCURS 5 TIMES.
               10  WS-PTN-TOTAL    PIC 9(07).
      *----------------------------------------------------------------*
      *   SOURCE CODES WITH REJECTS BUT NO RETURN CONTROL ENTRY        *
      *----------------------------------------------------------------*
       01  WS-UNROUTED-TABLE-DATA.
           05  WS-UNR-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-UNR-MAX          PIC 9(02)   VALUE 50.
           05  WS-UNR-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-UNR-HIT          PIC 9(02)   VALUE ZEROES.
           05  WS-UNR-ENTRY        OCCURS 50 TIMES.
               10  WS-UNR-SOURCE   PIC X(03).
               10  WS-UNR-TOTAL    PIC 9(07).
       01  WS-STAGE-NAMES.
           05  FILLER              PIC X(10)   VALUE 'CONVERSION'.
           05  FILLER              PIC X(10)   VALUE 'EDIT'.
           05  FILLER              PIC X(10)   VALUE 'TRANSFORM'.
           05  FILLER              PIC X(10)   VALUE 'DEADLETTER'.
           05  FILLER              PIC X(10)   VALUE 'DOWNSTREAM'.
       01  WS-STAGE-NAME-TBL REDEFINES WS-STAGE-NAMES.
           05  WS-STAGE-NAME       PIC X(10)   OCCURS 5 TIMES.
       01  WS-RETURN-DATA.
           05  WS-BUS-DATE         PIC X(10)   VALUE SPACES.
           05  WS-PARM-DATE        PIC X(10)   VALUE SPACES.
           05  WS-RTN-SOURCE       PIC X(03)   VALUE SPACES.
           05  WS-RTN-STAGE        PIC 9(01)   VALUE ZERO.
           05  WS-RTN-REASON       PIC X(02)   VALUE SPACES.
           05  WS-RTN-TEXT         PIC X(30)   VALUE SPACES.
           05  WS-RTN-VALUE        PIC X(120)  VALUE SPACES.
           05  WS-RTN-VALUE-LEN    PIC 9(03)   VALUE ZEROES.
           05  WS-RTN-DELIM        PIC X(01)   VALUE ','.
           05  WS-RTN-LINE         PIC X(200)  VALUE SPACES.
           05  WS-RTN-PTR          PIC 9(03)   VALUE ZEROES.
           05  WS-STG-SUB          PIC 9(01)   VALUE ZERO.
       01  WS-COUNTS.
           05  WS-CTL-READ-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-STAGE-READ-CNT   PIC 9(9)    OCCURS 5 TIMES.
           05  WS-RETURNED-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-UNROUTED-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-FILE-LINE-CNT    PIC 9(9)    OCCURS 4 TIMES.
       01  WS-FILE-STATUSES.
           05  WS-RTNCTL-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-CYCLECTL-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-CONVREJ-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-EDITREJ-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-EXCFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-DEAD-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-RESEND-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-RTN01-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-RTN02-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-RTN03-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-RTN04-STATUS     PIC X(02)   VALUE SPACES.
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
           PERFORM 080-LOAD-RETURN-CTL       THRU 080-EXIT.
           PERFORM 090-OPEN-RETURN-FILES     THRU 090-EXIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 100-GATHER-CONVERSION     THRU 100-EXIT.
           PERFORM 200-GATHER-EDIT           THRU 200-EXIT.
           PERFORM 300-GATHER-TRANSFORM      THRU 300-EXIT.
           PERFORM 400-GATHER-DEADLETTER     THRU 400-EXIT.
           PERFORM 500-GATHER-DOWNSTREAM     THRU 500-EXIT.
           CLOSE RTN01-FILE.
           CLOSE RTN02-FILE.
           CLOSE RTN03-FILE.
           CLOSE RTN04-FILE.
           PERFORM 800-PARTNER-REPORT        THRU 800-EXIT.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE REPORT-FILE.
           IF WS-UNROUTED-CNT > 0
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
      *   THEN TODAY                                                   *
      *----------------------------------------------------------------*
       070-GET-BUSINESS-DATE.
           IF WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE              TO WS-BUS-DATE
           ELSE
               PERFORM 075-READ-CYCLE-DATE    THRU 075-EXIT
           END-IF.
           DISPLAY 'BUSINESS DATE ..... ' WS-BUS-DATE.
       070-EXIT.
           EXIT.

       075-READ-CYCLE-DATE.
           MOVE WS-RUN-DATE                   TO WS-BUS-DATE.
           OPEN INPUT CYCLE-CTL-FILE.
           IF WS-CYCLECTL-STATUS NOT = '00'
               GO TO 075-EXIT
           END-IF.
           READ CYCLE-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CYC-BUS-DATE NOT = SPACES
                       MOVE CYC-BUS-DATE      TO WS-BUS-DATE
                   END-IF
           END-READ.
           CLOSE CYCLE-CTL-FILE.
       075-EXIT.
           EXIT.

       080-LOAD-RETURN-CTL.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT RETURN-CTL-FILE.
           IF WS-RTNCTL-STATUS = '35'
               DISPLAY 'NO RETURN CONTROL FILE - ALL REJECTS UNROUTED'
               SET END-OF-FILE                TO TRUE
           ELSE
               MOVE 'RTNCTL'                  TO WS-IO-FILE-NAME
               MOVE WS-RTNCTL-STATUS          TO WS-IO-STATUS
               PERFORM 970-CHECK-IO           THRU 970-EXIT
           END-IF.
           PERFORM 085-LOAD-ONE-PARTNER       THRU 085-EXIT
               UNTIL END-OF-FILE.
           IF WS-RTNCTL-STATUS NOT = '35'
               CLOSE RETURN-CTL-FILE
           END-IF.
           DISPLAY 'PARTNERS LOADED ... ' WS-PTN-CNT.
       080-EXIT.
           EXIT.

       085-LOAD-ONE-PARTNER.
           READ RETURN-CTL-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 085-EXIT
           END-READ.
           ADD 1                              TO WS-CTL-READ-CNT.
           IF RTC-SOURCE-CODE = SPACES
               GO TO 085-EXIT
           END-IF.
           IF RTC-RETURN-FILE NOT NUMERIC
               DISPLAY 'INVALID RETURN FILE IGNORED: ' RETURN-CTL-REC
               GO TO 085-EXIT
           END-IF.
           IF RTC-RETURN-FILE = '00'
                   OR RTC-RETURN-FILE > WS-RTN-MAX
               DISPLAY 'INVALID RETURN FILE IGNORED: ' RETURN-CTL-REC
               GO TO 085-EXIT
           END-IF.
           IF WS-PTN-CNT NOT < WS-PTN-MAX
               DISPLAY 'PARTNER TABLE FULL - ENTRY IGNORED: '
                       RTC-SOURCE-CODE
               GO TO 085-EXIT
           END-IF.
           ADD 1                              TO WS-PTN-CNT.
           MOVE RTC-SOURCE-CODE               TO
               WS-PTN-SOURCE(WS-PTN-CNT).
           MOVE RTC-RETURN-FILE               TO
               WS-PTN-FILE(WS-PTN-CNT).
           IF RTC-DELIM-CHAR = SPACE
               MOVE ','                       TO
                   WS-PTN-DELIM(WS-PTN-CNT)
           ELSE
               MOVE RTC-DELIM-CHAR            TO
                   WS-PTN-DELIM(WS-PTN-CNT)
           END-IF.
           MOVE RTC-PARTNER-NAME              TO
               WS-PTN-NAME(WS-PTN-CNT).
           PERFORM VARYING WS-STG-SUB FROM 1 BY 1 UNTIL WS-STG-SUB > 5
               MOVE ZEROES                    TO
                   WS-PTN-STG-CNT(WS-PTN-CNT WS-STG-SUB)
           END-PERFORM.
           MOVE ZEROES                        TO
               WS-PTN-TOTAL(WS-PTN-CNT).
       085-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   EVERY RETURN FILE IS OPENED EACH NIGHT SO A PARTNER WITH NO  *
      *   REJECTS RECEIVES AN EMPTY FILE RATHER THAN LAST NIGHT'S      *
      *----------------------------------------------------------------*
       090-OPEN-RETURN-FILES.
           OPEN OUTPUT RTN01-FILE.
           MOVE 'RTN01'                       TO WS-IO-FILE-NAME.
           MOVE WS-RTN01-STATUS               TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT RTN02-FILE.
           MOVE 'RTN02'                       TO WS-IO-FILE-NAME.
           MOVE WS-RTN02-STATUS               TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT RTN03-FILE.
           MOVE 'RTN03'                       TO WS-IO-FILE-NAME.
           MOVE WS-RTN03-STATUS               TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT RTN04-FILE.
           MOVE 'RTN04'                       TO WS-IO-FILE-NAME.
           MOVE WS-RTN04-STATUS               TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM VARYING WS-STG-SUB FROM 1 BY 1 UNTIL WS-STG-SUB > 5
               MOVE ZEROES                    TO
                   WS-STAGE-READ-CNT(WS-STG-SUB)
           END-PERFORM.
           PERFORM VARYING WS-STG-SUB FROM 1 BY 1 UNTIL WS-STG-SUB > 4
               MOVE ZEROES                    TO
                   WS-FILE-LINE-CNT(WS-STG-SUB)
           END-PERFORM.
       090-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   STRPGM26 CONVERSION REJECTS - THE SIDELINED TEXT MAY BE A    *
      *   WHOLE LINE, SO ONLY ITS FIRST 120 CHARACTERS ARE RETURNED    *
      *----------------------------------------------------------------*
       100-GATHER-CONVERSION.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT CONV-REJECT-FILE.
           IF WS-CONVREJ-STATUS NOT = '00'
               DISPLAY 'NO CONVERSION REJECT FILE'
               GO TO 100-EXIT
           END-IF.
           PERFORM 110-GATHER-ONE-CONV        THRU 110-EXIT
               UNTIL END-OF-FILE.
           CLOSE CONV-REJECT-FILE.
       100-EXIT.
           EXIT.

       110-GATHER-ONE-CONV.
           READ CONV-REJECT-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 110-EXIT
           END-READ.
           MOVE 1                             TO WS-RTN-STAGE.
           ADD 1                              TO
               WS-STAGE-READ-CNT(WS-RTN-STAGE).
           MOVE CVR-SOURCE-CODE               TO WS-RTN-SOURCE.
           MOVE CVR-DATA(1:120)               TO WS-RTN-VALUE.
           MOVE CVR-REASON-CODE               TO WS-RTN-REASON.
           EVALUATE CVR-REASON-CODE
               WHEN '01'
                   MOVE 'BLANK LINE'          TO WS-RTN-TEXT
               WHEN '02'
                   MOVE 'VALUE LONGER THAN 40' TO WS-RTN-TEXT
               WHEN '03'
                   MOVE 'MORE THAN 10 VALUES ON LINE'
                                              TO WS-RTN-TEXT
               WHEN '04'
                   MOVE 'NO USABLE VALUE ON LINE'
                                              TO WS-RTN-TEXT
               WHEN OTHER
                   MOVE '99'                  TO WS-RTN-REASON
                   MOVE 'COULD NOT BE CONVERTED'
                                              TO WS-RTN-TEXT
           END-EVALUATE.
           PERFORM 600-ROUTE-RETURN           THRU 600-EXIT.
       110-EXIT.
           EXIT.

       200-GATHER-EDIT.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT EDIT-REJECT-FILE.
           IF WS-EDITREJ-STATUS NOT = '00'
               DISPLAY 'NO EDIT REJECT FILE'
               GO TO 200-EXIT
           END-IF.
           PERFORM 210-GATHER-ONE-EDIT        THRU 210-EXIT
               UNTIL END-OF-FILE.
           CLOSE EDIT-REJECT-FILE.
       200-EXIT.
           EXIT.

       210-GATHER-ONE-EDIT.
           READ EDIT-REJECT-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 210-EXIT
           END-READ.
           MOVE 2                             TO WS-RTN-STAGE.
           ADD 1                              TO
               WS-STAGE-READ-CNT(WS-RTN-STAGE).
           MOVE REJ-SOURCE-CODE               TO WS-RTN-SOURCE.
           MOVE REJ-STRING                    TO WS-RTN-VALUE.
           MOVE REJ-REASON-CODE               TO WS-RTN-REASON.
           EVALUATE REJ-REASON-CODE
               WHEN '01'
                   MOVE 'BLANK STRING'        TO WS-RTN-TEXT
               WHEN '02'
                   MOVE 'LENGTH NOT NUMERIC'  TO WS-RTN-TEXT
               WHEN '03'
                   MOVE 'LENGTH OUT OF RANGE 1-40'
                                              TO WS-RTN-TEXT
               WHEN '04'
                   MOVE 'LENGTH DISAGREES WITH DATA'
                                              TO WS-RTN-TEXT
               WHEN '05'
                   MOVE 'NON-PRINTABLE CHARACTERS'
                                              TO WS-RTN-TEXT
               WHEN '06'
                   MOVE 'RESTRICTED BY STOP-LIST'
                                              TO WS-RTN-TEXT
               WHEN OTHER
                   MOVE '99'                  TO WS-RTN-REASON
                   MOVE 'FAILED INTAKE EDIT'  TO WS-RTN-TEXT
           END-EVALUATE.
           PERFORM 600-ROUTE-RETURN           THRU 600-EXIT.
       210-EXIT.
           EXIT.

       300-GATHER-TRANSFORM.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCFILE-STATUS NOT = '00'
               DISPLAY 'NO EXCEPTION FILE'
               GO TO 300-EXIT
           END-IF.
           PERFORM 310-GATHER-ONE-EXC         THRU 310-EXIT
               UNTIL END-OF-FILE.
           CLOSE EXCEPTION-FILE.
       300-EXIT.
           EXIT.

       310-GATHER-ONE-EXC.
           READ EXCEPTION-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 310-EXIT
           END-READ.
           MOVE 3                             TO WS-RTN-STAGE.
           ADD 1                              TO
               WS-STAGE-READ-CNT(WS-RTN-STAGE).
           MOVE EXC-SOURCE-CODE               TO WS-RTN-SOURCE.
           MOVE EXC-STRING                    TO WS-RTN-VALUE.
           MOVE EXC-REASON-CODE               TO WS-RTN-REASON.
           EVALUATE EXC-REASON-CODE
               WHEN '01'
                   MOVE 'BLANK STRING'        TO WS-RTN-TEXT
               WHEN '02'
                   MOVE 'LENGTH OUT OF RANGE 1-40'
                                              TO WS-RTN-TEXT
               WHEN '03'
                   MOVE 'WORD COUNT EXCEEDS WORD TABLE'
                                              TO WS-RTN-TEXT
               WHEN OTHER
                   MOVE '99'                  TO WS-RTN-REASON
                   MOVE 'COULD NOT BE TRANSFORMED'
                                              TO WS-RTN-TEXT
           END-EVALUATE.
           PERFORM 600-ROUTE-RETURN           THRU 600-EXIT.
       310-EXIT.
           EXIT.

       400-GATHER-DEADLETTER.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT DEADLETTER-FILE.
           IF WS-DEAD-STATUS NOT = '00'
               DISPLAY 'NO DEAD-LETTER FILE'
               GO TO 400-EXIT
           END-IF.
           PERFORM 410-GATHER-ONE-DEAD        THRU 410-EXIT
               UNTIL END-OF-FILE.
           CLOSE DEADLETTER-FILE.
       400-EXIT.
           EXIT.

       410-GATHER-ONE-DEAD.
           READ DEADLETTER-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 410-EXIT
           END-READ.
           MOVE 4                             TO WS-RTN-STAGE.
           ADD 1                              TO
               WS-STAGE-READ-CNT(WS-RTN-STAGE).
           MOVE DEAD-SOURCE-CODE              TO WS-RTN-SOURCE.
           MOVE DEAD-STRING                   TO WS-RTN-VALUE.
           MOVE DEAD-REASON-CODE              TO WS-RTN-REASON.
           EVALUATE DEAD-REASON-CODE
               WHEN '01'
                   MOVE 'NOTHING LEFT AFTER REPAIR'
                                              TO WS-RTN-TEXT
               WHEN '02'
                   MOVE 'REPAIR CYCLE LIMIT REACHED'
                                              TO WS-RTN-TEXT
               WHEN OTHER
                   MOVE '99'                  TO WS-RTN-REASON
                   MOVE 'COULD NOT BE REPAIRED' TO WS-RTN-TEXT
           END-EVALUATE.
           PERFORM 600-ROUTE-RETURN           THRU 600-EXIT.
       410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   STRPGM13 WRITES A RESEND ENTRY ONLY FOR AN ACKNOWLEDGMENT    *
      *   WITH STATUS R, SO THE RESEND QUEUE IS THE RECEIVER-REJECT    *
      *   LIST. THE SOURCE CODE IS HELD IN THE FIRST THREE BYTES OF    *
      *   THE SOURCE SYSTEM                                            *
      *----------------------------------------------------------------*
       500-GATHER-DOWNSTREAM.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT RESEND-FILE.
           IF WS-RESEND-STATUS NOT = '00'
               DISPLAY 'NO RESEND QUEUE'
               GO TO 500-EXIT
           END-IF.
           PERFORM 510-GATHER-ONE-RESEND      THRU 510-EXIT
               UNTIL END-OF-FILE.
           CLOSE RESEND-FILE.
       500-EXIT.
           EXIT.

       510-GATHER-ONE-RESEND.
           READ RESEND-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 510-EXIT
           END-READ.
           MOVE 5                             TO WS-RTN-STAGE.
           ADD 1                              TO
               WS-STAGE-READ-CNT(WS-RTN-STAGE).
           MOVE RESEND-SOURCE-SYS(1:3)        TO WS-RTN-SOURCE.
           MOVE RESEND-ORIGINAL               TO WS-RTN-VALUE.
           MOVE '01'                          TO WS-RTN-REASON.
           MOVE 'REJECTED BY RECEIVER'        TO WS-RTN-TEXT.
           PERFORM 600-ROUTE-RETURN           THRU 600-EXIT.
       510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   BUILD ONE DELIMITED LINE IN THE PARTNER'S OWN DELIMITER:     *
      *   VALUE, STAGE, REASON CODE, REASON TEXT, BUSINESS DATE. A     *
      *   DELIMITER INSIDE THE VALUE IS RETURNED AS A SPACE SO THE     *
      *   LINE STILL SPLITS INTO FIVE FIELDS                           *
      *----------------------------------------------------------------*
       600-ROUTE-RETURN.
           MOVE ZEROES                        TO WS-PTN-HIT.
           PERFORM VARYING WS-PTN-SUB FROM 1 BY 1
                   UNTIL WS-PTN-SUB > WS-PTN-CNT
               IF WS-PTN-SOURCE(WS-PTN-SUB) = WS-RTN-SOURCE
                   MOVE WS-PTN-SUB            TO WS-PTN-HIT
                   MOVE WS-PTN-CNT            TO WS-PTN-SUB
               END-IF
           END-PERFORM.
           IF WS-PTN-HIT = 0
               PERFORM 650-COUNT-UNROUTED     THRU 650-EXIT
               GO TO 600-EXIT
           END-IF.
           MOVE WS-PTN-DELIM(WS-PTN-HIT)      TO WS-RTN-DELIM.
           INSPECT WS-RTN-VALUE REPLACING ALL WS-RTN-DELIM BY SPACE.
           PERFORM VARYING WS-RTN-VALUE-LEN FROM 120 BY -1
                   UNTIL WS-RTN-VALUE-LEN < 1
                      OR WS-RTN-VALUE(WS-RTN-VALUE-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE SPACES                        TO WS-RTN-LINE.
           MOVE 1                             TO WS-RTN-PTR.
           IF WS-RTN-VALUE-LEN > 0
               STRING WS-RTN-VALUE(1:WS-RTN-VALUE-LEN)
                          DELIMITED BY SIZE
                   INTO WS-RTN-LINE
                   WITH POINTER WS-RTN-PTR
               END-STRING
           END-IF.
           STRING WS-RTN-DELIM               DELIMITED BY SIZE
                  WS-STAGE-NAME(WS-RTN-STAGE) DELIMITED BY SPACE
                  WS-RTN-DELIM               DELIMITED BY SIZE
                  WS-RTN-REASON              DELIMITED BY SIZE
                  WS-RTN-DELIM               DELIMITED BY SIZE
                  WS-RTN-TEXT                DELIMITED BY '  '
                  WS-RTN-DELIM               DELIMITED BY SIZE
                  WS-BUS-DATE                DELIMITED BY SIZE
               INTO WS-RTN-LINE
               WITH POINTER WS-RTN-PTR
           END-STRING.
           EVALUATE WS-PTN-FILE(WS-PTN-HIT)
               WHEN 1
                   WRITE RTN01-REC FROM WS-RTN-LINE
                   MOVE 'RTN01'               TO WS-IO-FILE-NAME
                   MOVE WS-RTN01-STATUS       TO WS-IO-STATUS
               WHEN 2
                   WRITE RTN02-REC FROM WS-RTN-LINE
                   MOVE 'RTN02'               TO WS-IO-FILE-NAME
                   MOVE WS-RTN02-STATUS       TO WS-IO-STATUS
               WHEN 3
                   WRITE RTN03-REC FROM WS-RTN-LINE
                   MOVE 'RTN03'               TO WS-IO-FILE-NAME
                   MOVE WS-RTN03-STATUS       TO WS-IO-STATUS
               WHEN 4
                   WRITE RTN04-REC FROM WS-RTN-LINE
                   MOVE 'RTN04'               TO WS-IO-FILE-NAME
                   MOVE WS-RTN04-STATUS       TO WS-IO-STATUS
           END-EVALUATE.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           ADD 1                              TO WS-RETURNED-CNT.
           ADD 1                              TO
               WS-FILE-LINE-CNT(WS-PTN-FILE(WS-PTN-HIT)).
           ADD 1                              TO
               WS-PTN-STG-CNT(WS-PTN-HIT WS-RTN-STAGE).
           ADD 1                              TO
               WS-PTN-TOTAL(WS-PTN-HIT).
       600-EXIT.
           EXIT.

       650-COUNT-UNROUTED.
           ADD 1                              TO WS-UNROUTED-CNT.
           MOVE ZEROES                        TO WS-UNR-HIT.
           PERFORM VARYING WS-UNR-SUB FROM 1 BY 1
                   UNTIL WS-UNR-SUB > WS-UNR-CNT
               IF WS-UNR-SOURCE(WS-UNR-SUB) = WS-RTN-SOURCE
                   MOVE WS-UNR-SUB            TO WS-UNR-HIT
                   MOVE WS-UNR-CNT            TO WS-UNR-SUB
               END-IF
           END-PERFORM.
           IF WS-UNR-HIT = 0
               IF WS-UNR-CNT < WS-UNR-MAX
                   ADD 1                      TO WS-UNR-CNT
                   MOVE WS-RTN-SOURCE         TO
                       WS-UNR-SOURCE(WS-UNR-CNT)
                   MOVE ZEROES                TO
                       WS-UNR-TOTAL(WS-UNR-CNT)
                   MOVE WS-UNR-CNT            TO WS-UNR-HIT
               END-IF
           END-IF.
           IF WS-UNR-HIT > 0
               ADD 1                          TO
                   WS-UNR-TOTAL(WS-UNR-HIT)
           END-IF.
       650-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STRPGM33 - PARTNER REJECT RETURN'
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
           MOVE 'SRC FILE PARTNER'             TO RPT-LINE.
           MOVE '   CONV    EDIT   XFORM    DEAD    DOWN   TOTAL'
                                               TO RPT-LINE(37:47).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   ONE LINE PER PARTNER WITH LINES RETURNED BY STAGE, THEN ANY  *
      *   SOURCE CODES THAT HAD REJECTS BUT NO RETURN FILE             *
      *----------------------------------------------------------------*
       800-PARTNER-REPORT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM VARYING WS-PTN-SUB FROM 1 BY 1
                   UNTIL WS-PTN-SUB > WS-PTN-CNT
               IF WS-LINE-CNT >= WS-MAX-LINES
                   PERFORM 700-WRITE-HEADINGS THRU 700-EXIT
               END-IF
               MOVE SPACES                    TO RPT-LINE
               MOVE WS-PTN-SOURCE(WS-PTN-SUB) TO RPT-LINE(1:3)
               MOVE 'RTN'                     TO RPT-LINE(5:3)
               MOVE WS-PTN-FILE(WS-PTN-SUB)   TO RPT-LINE(8:2)
               MOVE WS-PTN-NAME(WS-PTN-SUB)(1:25)
                                              TO RPT-LINE(10:25)
               PERFORM VARYING WS-STG-SUB FROM 1 BY 1
                       UNTIL WS-STG-SUB > 5
                   MOVE WS-PTN-STG-CNT(WS-PTN-SUB WS-STG-SUB) TO
                       RPT-LINE(37 + (WS-STG-SUB - 1) * 8:7)
               END-PERFORM
               MOVE WS-PTN-TOTAL(WS-PTN-SUB)  TO RPT-LINE(77:7)
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               ADD 1                          TO WS-LINE-CNT
           END-PERFORM.
           IF WS-UNR-CNT = 0
               GO TO 800-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REJECTS NOT RETURNED - SOURCE HAS NO RETURN FILE'
                                              TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 2                              TO WS-LINE-CNT.
           PERFORM VARYING WS-UNR-SUB FROM 1 BY 1
                   UNTIL WS-UNR-SUB > WS-UNR-CNT
               IF WS-LINE-CNT >= WS-MAX-LINES
                   PERFORM 700-WRITE-HEADINGS THRU 700-EXIT
               END-IF
               MOVE SPACES                    TO RPT-LINE
               MOVE WS-UNR-SOURCE(WS-UNR-SUB) TO RPT-LINE(1:3)
               MOVE '*** NONE ***'            TO RPT-LINE(10:12)
               MOVE WS-UNR-TOTAL(WS-UNR-SUB)  TO RPT-LINE(77:7)
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               ADD 1                          TO WS-LINE-CNT
               DISPLAY 'NO RETURN FILE FOR SOURCE '
                       WS-UNR-SOURCE(WS-UNR-SUB) ' - '
                       WS-UNR-TOTAL(WS-UNR-SUB) ' REJECTS'
           END-PERFORM.
       800-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM33 CONTROL TOTALS'.
           DISPLAY 'CONVERSION REJECTS .... ' WS-STAGE-READ-CNT(1).
           DISPLAY 'EDIT REJECTS .......... ' WS-STAGE-READ-CNT(2).
           DISPLAY 'TRANSFORM EXCEPTIONS .. ' WS-STAGE-READ-CNT(3).
           DISPLAY 'DEAD-LETTER RECORDS ... ' WS-STAGE-READ-CNT(4).
           DISPLAY 'RECEIVER REJECTS ...... ' WS-STAGE-READ-CNT(5).
           DISPLAY 'LINES RETURNED ........ ' WS-RETURNED-CNT.
           DISPLAY 'NOT RETURNED .......... ' WS-UNROUTED-CNT.
           DISPLAY 'RTN01 LINES ........... ' WS-FILE-LINE-CNT(1).
           DISPLAY 'RTN02 LINES ........... ' WS-FILE-LINE-CNT(2).
           DISPLAY 'RTN03 LINES ........... ' WS-FILE-LINE-CNT(3).
           DISPLAY 'RTN04 LINES ........... ' WS-FILE-LINE-CNT(4).
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STRPGM33 CONTROL TOTALS'      TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-STG-SUB FROM 1 BY 1 UNTIL WS-STG-SUB > 5
               MOVE SPACES                    TO RPT-LINE
               STRING WS-STAGE-NAME(WS-STG-SUB) DELIMITED BY SIZE
                      ' REJECTS READ .. '     DELIMITED BY SIZE
                      WS-STAGE-READ-CNT(WS-STG-SUB)
                                              DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'LINES RETURNED ............ ' DELIMITED BY SIZE
                  WS-RETURNED-CNT            DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'NOT RETURNED .............. ' DELIMITED BY SIZE
                  WS-UNROUTED-CNT            DELIMITED BY SIZE
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
