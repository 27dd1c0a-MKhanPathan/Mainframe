      *----------------------------------------------------------------*
      *   PRE-CYCLE CONTROL FILE VALIDATION - FIRST STEP OF THE        *
      *   NIGHTLY CHAIN UNDER STRPGM20. READS EVERY CONTROL AND        *
      *   REFERENCE FILE THE CYCLE DEPENDS ON AND CHECKS IT FOR        *
      *   SYNTAX, VALID CODES, THE TABLE LIMITS OF THE PROGRAMS THAT   *
      *   LOAD IT AND CROSS-FILE CONSISTENCY, SO BAD CONTROL DATA IS   *
      *   CAUGHT BEFORE THE CYCLE STARTS RATHER THAN SILENTLY DROPPED  *
      *   OR FAILING MID-RUN:                                          *
      *                                                                *
      *     FEEDSCHD   STRPGM27 EXPECTED FEEDS - FEED NUMBER 01-04     *
      *     RULESFILE  STRPGM6 RULES - LENGTHS, METHOD CHAIN, LIMIT 20 *
      *     HOLDCTL    STRPGM6 OPERATOR HOLDS - TYPE, EXPIRY, LIMIT 50 *
      *     SUBSCTL    STRPGM21 SUBSCRIBERS - DEST01-04, SELECTION     *
      *     STOPLIST   STRPGM7 STOP-LIST - TYPE S OR W, LIMIT 100      *
      *     MASKCTL    STRPGM7 MASKING - MINIMUM DIGITS, LIMIT 50      *
      *     HOLIDAYS   STRPGM20 CALENDAR - VALID DATES, LIMIT 100      *
      *     CYCLECTL   STRPGM20 NIGHTLY LANE - STEP CHAIN AND STATES   *
      *     EXPCTL     STRPGM20 EXPEDITE LANE - STEP CHAIN AND STATES  *
      *     XLATTBL    STRXLAT TRANSLITERATION - HEX, REPLACEMENT,     *
      *                LIMIT 200                                       *
      *                                                                *
      *   SOURCE CODES ON RULESFILE, HOLDCTL, SUBSCTL, MASKCTL AND     *
      *   XLATTBL MUST BE SOURCES SCHEDULED ON FEEDSCHD (*** ON        *
      *   XLATTBL STANDS FOR EVERY SOURCE). A FILE NOT PRESENT IS      *
      *   REPORTED BUT IS NOT AN ERROR, AS EVERY PROGRAM RUNS WITHOUT  *
      *   ITS OPTIONAL CONTROL FILES - EXCEPT CYCLECTL.                *
      *                                                                *
      *   RETURN CODE 8 WHEN ANY ERROR IS FOUND - STRPGM20 THEN        *
      *   REFUSES TO START STRPGM7 AND THE CYCLE IS HELD. RETURN CODE  *
      *   4 WHEN THERE ARE ONLY WARNINGS                               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM38.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS PRINTABLE-TEXT IS
               SPACE
               'A' THRU 'I' 'J' THRU 'R' 'S' THRU 'Z'
               'a' THRU 'i' 'j' THRU 'r' 's' THRU 'z'
               '0' THRU '9'
               '.' ',' ';' ':' '?' '!' '"' ''''
               '(' ')' '+' '-' '*' '/' '=' '&'
               '%' '$' '#' '@' '_'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-SCHED-FILE  ASSIGN TO FEEDSCHD
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FEEDSCHD-STATUS.
           SELECT RULES-FILE       ASSIGN TO RULESFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RULES-STATUS.
           SELECT HOLD-CTL-FILE    ASSIGN TO HOLDCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLDCTL-STATUS.
           SELECT SUBSCRIBER-FILE  ASSIGN TO SUBSCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SUBSCTL-STATUS.
           SELECT STOP-LIST-FILE   ASSIGN TO STOPLIST
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-STOPLIST-STATUS.
           SELECT MASK-CTL-FILE    ASSIGN TO MASKCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-MASKCTL-STATUS.
           SELECT HOLIDAY-FILE     ASSIGN TO HOLIDAYS
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT CYCLE-CTL-FILE   ASSIGN TO CYCLECTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CYCLECTL-STATUS.
           SELECT EXPEDITE-CTL-FILE ASSIGN TO EXPCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-EXPCTL-STATUS.
           SELECT XLAT-TABLE-FILE  ASSIGN TO XLATTBL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-XLATTBL-STATUS.
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-SCHED-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  FEED-SCHED-REC.
           05  FSC-FEED-CODE            PIC X(03).
           05  FSC-FEED-NBR             PIC 9(02).
           05  FSC-FEED-DESC            PIC X(20).

       FD  RULES-FILE
           RECORD CONTAINS 57 CHARACTERS.
       01  RULES-REC.
           05  RUL-SOURCE-CODE          PIC X(03).
           05  RUL-MIN-LEN              PIC 9(02).
           05  RUL-MAX-LEN              PIC 9(02).
           05  RUL-METHOD-CHAIN         PIC X(50).

       FD  HOLD-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-CTL-REC.
           05  HCT-HOLD-TYPE            PIC X(01).
           05  HCT-HOLD-VALUE           PIC X(40).
           05  HCT-REASON               PIC X(20).
           05  HCT-EXPIRY-DATE          PIC X(10).
           05  HCT-STATUS               PIC X(01).
           05  HCT-ENTERED-BY           PIC X(08).

       FD  SUBSCRIBER-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  SUBSCRIBER-REC.
           05  SUB-DEST-CODE            PIC X(08).
           05  SUB-SELECT-TYPE          PIC X(08).
           05  SUB-SELECT-VALUE         PIC X(08).
           05  SUB-ACTIVE-FLAG          PIC X(01).

       FD  STOP-LIST-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  STOPLIST-REC.
           05  STP-ENTRY-TYPE           PIC X(01).
           05  STP-ENTRY-TEXT           PIC X(40).

       FD  MASK-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MASKCTL-REC.
           05  MSK-SOURCE-CODE          PIC X(03).
           05  MSK-MIN-DIGITS           PIC X(02).
           05  FILLER                   PIC X(75).

       FD  HOLIDAY-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  HOLIDAY-REC.
           05  HOL-DATE                 PIC X(10).

       FD  CYCLE-CTL-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  CYCLE-CTL-REC                PIC X(87).

       FD  EXPEDITE-CTL-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  EXPEDITE-CTL-REC             PIC X(87).

       FD  XLAT-TABLE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  XLATTBL-REC.
           05  XTB-SOURCE-CODE          PIC X(03).
           05  XTB-FROM-HEX             PIC X(08).
           05  XTB-TO-TEXT              PIC X(04).
           05  XTB-DESC                 PIC X(20).
           05  XTB-CHARSET              PIC X(01).
           05  FILLER                   PIC X(04).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM38'.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-SRC-FOUND-FLAG   PIC X(01)   VALUE 'N'.
               88  SOURCE-FOUND                VALUE 'Y'.
           05  WS-DATE-OK-FLAG     PIC X(01)   VALUE 'N'.
               88  DATE-VALID                  VALUE 'Y'.
           05  WS-REC-OK-FLAG      PIC X(01)   VALUE 'N'.
               88  RECORD-USABLE               VALUE 'Y'.
           05  WS-DUP-FLAG         PIC X(01)   VALUE 'N'.
               88  DUPLICATE-FOUND             VALUE 'Y'.
      *----------------------------------------------------------------*
      *   ONE ENTRY PER FILE CHECKED, IN THE ORDER THEY ARE CHECKED.   *
      *   STATE P PRESENT, A NOT PRESENT, F COULD NOT BE OPENED        *
      *----------------------------------------------------------------*
       77  WS-FT-MAX               PIC 9(02)   VALUE 10.
       01  WS-FILE-NAMES.
           05  FILLER              PIC X(09)   VALUE 'FEEDSCHD'.
           05  FILLER              PIC X(09)   VALUE 'RULESFILE'.
           05  FILLER              PIC X(09)   VALUE 'HOLDCTL'.
           05  FILLER              PIC X(09)   VALUE 'SUBSCTL'.
           05  FILLER              PIC X(09)   VALUE 'STOPLIST'.
           05  FILLER              PIC X(09)   VALUE 'MASKCTL'.
           05  FILLER              PIC X(09)   VALUE 'HOLIDAYS'.
           05  FILLER              PIC X(09)   VALUE 'CYCLECTL'.
           05  FILLER              PIC X(09)   VALUE 'EXPCTL'.
           05  FILLER              PIC X(09)   VALUE 'XLATTBL'.
       01  WS-FILE-NAMES-TBL REDEFINES WS-FILE-NAMES.
           05  WS-FT-NAME          PIC X(09)   OCCURS 10 TIMES.
       01  WS-FILE-TABLE-DATA.
           05  WS-FT-CUR           PIC 9(02)   VALUE ZEROES.
           05  WS-FT-SUB           PIC 9(02)   VALUE ZEROES.
           05  WS-FT-ENTRY         OCCURS 10 TIMES.
               10  WS-FT-STATE     PIC X(01).
               10  WS-FT-READ      PIC 9(09).
               10  WS-FT-ERRORS    PIC 9(09).
               10  WS-FT-WARNINGS  PIC 9(09).
       01  WS-FINDING-DATA.
           05  WS-FND-SEVERITY     PIC X(08)   VALUE SPACES.
           05  WS-FND-REC-NO       PIC 9(06)   VALUE ZEROES.
           05  WS-FND-REC-ED       PIC Z(5)9.
           05  WS-FND-TEXT         PIC X(43)   VALUE SPACES.
           05  WS-FND-VALUE        PIC X(20)   VALUE SPACES.
           05  WS-OPEN-STATUS      PIC X(02)   VALUE SPACES.
      *----------------------------------------------------------------*
      *   SOURCES SCHEDULED ON FEEDSCHD - THE REFERENCE LIST FOR EVERY *
      *   OTHER FILE THAT NAMES A SOURCE CODE                          *
      *----------------------------------------------------------------*
       01  WS-SOURCE-TABLE-DATA.
           05  WS-SRC-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-MAX          PIC 9(02)   VALUE 4.
           05  WS-SRC-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-CHECK        PIC X(03)   VALUE SPACES.
           05  WS-SRC-ENTRY        OCCURS 4 TIMES.
               10  WS-SRC-CODE     PIC X(03).
               10  WS-SRC-NBR      PIC 9(02).
       01  WS-RULE-TABLE-DATA.
           05  WS-RULE-CNT         PIC 9(03)   VALUE ZEROES.
           05  WS-RULE-LIMIT       PIC 9(02)   VALUE 20.
           05  WS-RULE-SUB         PIC 9(02)   VALUE ZEROES.
           05  WS-RULE-ENTRY       OCCURS 20 TIMES.
               10  WS-RULE-SOURCE  PIC X(03).
               10  WS-RULE-MIN     PIC 9(02).
               10  WS-RULE-MAX     PIC 9(02).
       01  WS-CHAIN-DATA.
           05  WS-CHN-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-CHN-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-CHN-OFLOW-FLAG   PIC X(01)   VALUE 'N'.
               88  CHAIN-TOO-LONG              VALUE 'Y'.
           05  WS-CHN-METHOD       PIC X(50)   OCCURS 5 TIMES.
       01  WS-HOLD-DATA.
           05  WS-HOLD-CNT         PIC 9(03)   VALUE ZEROES.
           05  WS-HOLD-LIMIT       PIC 9(02)   VALUE 50.
       01  WS-SUBSCRIBER-DATA.
           05  WS-DEST-CNT         PIC 9(03)   VALUE ZEROES.
           05  WS-DEST-MAX         PIC 9(02)   VALUE 4.
           05  WS-DEST-SUB         PIC 9(03)   VALUE ZEROES.
           05  WS-DEST-CODE        PIC X(08)   OCCURS 50 TIMES.
       01  WS-STOP-TABLE-DATA.
           05  WS-STOP-CNT         PIC 9(03)   VALUE ZEROES.
           05  WS-STOP-MAX         PIC 9(03)   VALUE 100.
           05  WS-STOP-SUB         PIC 9(03)   VALUE ZEROES.
           05  WS-STOP-ENTRY       PIC X(41)   OCCURS 100 TIMES.
       01  WS-MASK-TABLE-DATA.
           05  WS-MASK-CNT         PIC 9(03)   VALUE ZEROES.
           05  WS-MASK-MAX         PIC 9(02)   VALUE 50.
           05  WS-MASK-SUB         PIC 9(03)   VALUE ZEROES.
           05  WS-MASK-FLOOR       PIC 9(02)   VALUE 8.
           05  WS-MASK-SOURCE      PIC X(03)   OCCURS 50 TIMES.
       01  WS-HOLIDAY-TABLE-DATA.
           05  WS-HOL-CNT          PIC 9(03)   VALUE ZEROES.
           05  WS-HOL-MAX          PIC 9(03)   VALUE 100.
           05  WS-HOL-SUB          PIC 9(03)   VALUE ZEROES.
           05  WS-HOL-ENTRY        PIC X(10)   OCCURS 100 TIMES.
       01  WS-XLAT-TABLE-DATA.
           05  WS-XLT-CNT          PIC 9(03)   VALUE ZEROES.
           05  WS-XLT-MAX          PIC 9(03)   VALUE 200.
           05  WS-XLT-SUB          PIC 9(03)   VALUE ZEROES.
           05  WS-XLT-ENTRY        OCCURS 200 TIMES.
               10  WS-XLT-SOURCE   PIC X(03).
               10  WS-XLT-HEX      PIC X(08).
       01  WS-HEX-DATA.
           05  WS-HEX-DIGITS       PIC X(16)
                                   VALUE '0123456789ABCDEF'.
           05  WS-HEX-WORK         PIC X(08)   VALUE SPACES.
           05  WS-HEX-LEN          PIC 9(02)   VALUE ZEROES.
           05  WS-HEX-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-HEX-DIG-SUB      PIC 9(02)   VALUE ZEROES.
           05  WS-HEX-HI           PIC 9(02)   VALUE ZEROES.
           05  WS-HEX-LO           PIC 9(02)   VALUE ZEROES.
           05  WS-HEX-FIRST-VAL    PIC 9(03)   VALUE ZEROES.
           05  WS-HEX-BAD-FLAG     PIC X(01)   VALUE 'N'.
               88  HEX-NOT-VALID               VALUE 'Y'.
      *----------------------------------------------------------------*
      *   CONTROL RECORD LAYOUT AND STEP CHAINS AS KEPT BY STRPGM20    *
      *----------------------------------------------------------------*
       77  WS-STEP-MAX             PIC 9(02)   VALUE 7.
       77  WS-EXPD-STEP-MAX        PIC 9(02)   VALUE 3.
       01  WS-CYCLE-CTL-REC.
           05  CYC-BUS-DATE        PIC X(10)   VALUE SPACES.
           05  CYC-STEP-ENTRY      OCCURS 7 TIMES.
               10  CYC-STEP-NAME   PIC X(08).
               10  CYC-STEP-STATUS PIC X(01).
               10  CYC-STEP-RC     PIC 9(02).
       01  WS-STEP-CHAIN.
           05  FILLER              PIC X(08)   VALUE 'STRPGM38'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM7'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM6'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM9'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM14'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM13'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM28'.
       01  WS-STEP-CHAIN-TBL REDEFINES WS-STEP-CHAIN.
           05  WS-CHAIN-NAME       PIC X(08)   OCCURS 7 TIMES.
       01  WS-EXPD-CHAIN.
           05  FILLER              PIC X(08)   VALUE 'STRPGM7'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM6'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM14'.
           05  FILLER              PIC X(08)   VALUE SPACES.
           05  FILLER              PIC X(08)   VALUE SPACES.
           05  FILLER              PIC X(08)   VALUE SPACES.
           05  FILLER              PIC X(08)   VALUE SPACES.
       01  WS-STEP-CHECK-DATA.
           05  WS-CHK-STEP-MAX     PIC 9(02)   VALUE ZEROES.
           05  WS-STEP-SUB         PIC 9(02)   VALUE ZEROES.
           05  WS-STEP-PRIOR       PIC 9(02)   VALUE ZEROES.
           05  WS-CTL-REC-CNT      PIC 9(05)   VALUE ZEROES.
           05  WS-NIGHT-ACTIVE     PIC 9(02)   VALUE ZEROES.
           05  WS-EXPD-ACTIVE      PIC 9(02)   VALUE ZEROES.
           05  WS-LANE-ACTIVE      PIC 9(02)   VALUE ZEROES.
       01  WS-DATE-DATA.
           05  WS-CHK-DATE         PIC X(10)   VALUE SPACES.
           05  WS-CHK-YYYYMMDD     PIC 9(08)   VALUE ZEROES.
           05  WS-CHK-X REDEFINES WS-CHK-YYYYMMDD
                               PIC X(08).
           05  WS-CHK-INT          PIC 9(08)   VALUE ZEROES.
           05  WS-WEEKDAY          PIC 9(01)   VALUE ZEROES.
       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC Z(8)9.
           05  WS-ED-COUNT-2       PIC Z(8)9.
           05  WS-ED-COUNT-3       PIC Z(8)9.
           05  WS-ED-RESULT        PIC X(11)   VALUE SPACES.
       01  WS-COUNTS.
           05  WS-FILE-CHK-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-REC-CHK-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-ERROR-CNT        PIC 9(9)    VALUE ZEROES.
           05  WS-WARNING-CNT      PIC 9(9)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-FEEDSCHD-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-RULES-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-HOLDCTL-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-SUBSCTL-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-STOPLIST-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-MASKCTL-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-HOLIDAY-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-CYCLECTL-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-EXPCTL-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-XLATTBL-STATUS   PIC X(02)   VALUE SPACES.
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
           INITIALIZE WS-FILE-TABLE-DATA.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM 100-CHECK-FEED-SCHEDULE   THRU 100-EXIT.
           PERFORM 150-CHECK-RULES           THRU 150-EXIT.
           PERFORM 200-CHECK-HOLDS           THRU 200-EXIT.
           PERFORM 250-CHECK-SUBSCRIBERS     THRU 250-EXIT.
           PERFORM 300-CHECK-STOP-LIST       THRU 300-EXIT.
           PERFORM 350-CHECK-MASK-CONTROL    THRU 350-EXIT.
           PERFORM 380-CHECK-XLAT-TABLE      THRU 380-EXIT.
           PERFORM 400-CHECK-HOLIDAYS        THRU 400-EXIT.
           PERFORM 450-CHECK-CYCLE-CTL       THRU 450-EXIT.
           PERFORM 470-CHECK-EXPEDITE-CTL    THRU 470-EXIT.
           PERFORM 490-CHECK-LANES           THRU 490-EXIT.
           PERFORM 800-WRITE-SUMMARY         THRU 800-EXIT.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-ERROR-CNT > 0
                   MOVE 8                      TO RETURN-CODE
               WHEN WS-WARNING-CNT > 0
                   MOVE 4                      TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.

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
      *   FEEDSCHD - STRPGM27 HAS ONLY FEED01 THROUGH FEED04, SO A     *
      *   FEED NUMBER OUTSIDE 01-04, A FEED NUMBER USED TWICE OR A     *
      *   FIFTH ENTRY IS AN ERROR. VALID ENTRIES BUILD THE SOURCE LIST *
      *----------------------------------------------------------------*
       100-CHECK-FEED-SCHEDULE.
           MOVE 1                             TO WS-FT-CUR.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT FEED-SCHED-FILE.
           IF WS-FEEDSCHD-STATUS NOT = '00'
               MOVE WS-FEEDSCHD-STATUS        TO WS-OPEN-STATUS
               PERFORM 560-FILE-NOT-OPENED    THRU 560-EXIT
               GO TO 100-EXIT
           END-IF.
           PERFORM 555-FILE-OPENED            THRU 555-EXIT.
           PERFORM 110-CHECK-ONE-SCHED        THRU 110-EXIT
               UNTIL END-OF-FILE.
           CLOSE FEED-SCHED-FILE.
           IF WS-SRC-CNT = 0
               MOVE ZEROES                    TO WS-FND-REC-NO
               MOVE 'NO VALID FEEDS SCHEDULED'
                                              TO WS-FND-TEXT
               MOVE SPACES                    TO WS-FND-VALUE
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
           END-IF.
       100-EXIT.
           EXIT.

       110-CHECK-ONE-SCHED.
           READ FEED-SCHED-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 110-EXIT
           END-READ.
           PERFORM 550-COUNT-RECORD           THRU 550-EXIT.
           MOVE FEED-SCHED-REC(1:20)          TO WS-FND-VALUE.
           IF FEED-SCHED-REC = SPACES
               MOVE 'BLANK RECORD'            TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
               GO TO 110-EXIT
           END-IF.
           MOVE 'Y'                           TO WS-REC-OK-FLAG.
           IF FSC-FEED-CODE = SPACES
               MOVE 'SOURCE CODE IS BLANK'    TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               MOVE 'N'                       TO WS-REC-OK-FLAG
           END-IF.
           IF FSC-FEED-NBR NOT NUMERIC
                   OR FSC-FEED-NBR < 1
                   OR FSC-FEED-NBR > WS-SRC-MAX
               MOVE 'FEED NUMBER NOT 01-04 - NO FEEDNN FILE'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 110-EXIT
           END-IF.
           IF NOT RECORD-USABLE
               GO TO 110-EXIT
           END-IF.
           MOVE 'N'                           TO WS-DUP-FLAG.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
               IF WS-SRC-NBR(WS-SRC-SUB) = FSC-FEED-NBR
                   MOVE 'FEED NUMBER ALREADY SCHEDULED'
                                              TO WS-FND-TEXT
                   PERFORM 530-LOG-ERROR      THRU 530-EXIT
                   SET DUPLICATE-FOUND        TO TRUE
               END-IF
               IF WS-SRC-CODE(WS-SRC-SUB) = FSC-FEED-CODE
                   MOVE 'SOURCE CODE ALREADY SCHEDULED'
                                              TO WS-FND-TEXT
                   PERFORM 530-LOG-ERROR      THRU 530-EXIT
                   SET DUPLICATE-FOUND        TO TRUE
               END-IF
           END-PERFORM.
           IF DUPLICATE-FOUND
               GO TO 110-EXIT
           END-IF.
           IF WS-SRC-CNT NOT < WS-SRC-MAX
               MOVE 'SCHEDULE LIMIT OF 4 FEEDS EXCEEDED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 110-EXIT
           END-IF.
           ADD 1                              TO WS-SRC-CNT.
           MOVE FSC-FEED-CODE                 TO
               WS-SRC-CODE(WS-SRC-CNT).
           MOVE FSC-FEED-NBR                  TO
               WS-SRC-NBR(WS-SRC-CNT).
       110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RULESFILE - STRPGM6 048-LOAD-ONE-RULE DROPS A RULE WITH      *
      *   NON-NUMERIC LENGTHS OR NO CHAIN AND 045-LOAD-RULES KEEPS     *
      *   ONLY THE FIRST 20. A CHAIN IS UP TO FOUR METHODS JOINED BY + *
      *   AND AN UNKNOWN METHOD NAME RUNS AS REVERSE-FUNCTION          *
      *----------------------------------------------------------------*
       150-CHECK-RULES.
           MOVE 2                             TO WS-FT-CUR.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00'
               MOVE WS-RULES-STATUS           TO WS-OPEN-STATUS
               PERFORM 560-FILE-NOT-OPENED    THRU 560-EXIT
               GO TO 150-EXIT
           END-IF.
           PERFORM 555-FILE-OPENED            THRU 555-EXIT.
           PERFORM 160-CHECK-ONE-RULE         THRU 160-EXIT
               UNTIL END-OF-FILE.
           CLOSE RULES-FILE.
       150-EXIT.
           EXIT.

       160-CHECK-ONE-RULE.
           READ RULES-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 160-EXIT
           END-READ.
           PERFORM 550-COUNT-RECORD           THRU 550-EXIT.
           MOVE RULES-REC(1:20)               TO WS-FND-VALUE.
           IF RULES-REC = SPACES
               MOVE 'BLANK RECORD'            TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
               GO TO 160-EXIT
           END-IF.
           MOVE 'Y'                           TO WS-REC-OK-FLAG.
           IF RUL-MIN-LEN NOT NUMERIC
               MOVE 'MIN-LEN NOT NUMERIC - RULE DROPPED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               MOVE 'N'                       TO WS-REC-OK-FLAG
           END-IF.
           IF RUL-MAX-LEN NOT NUMERIC
               MOVE 'MAX-LEN NOT NUMERIC - RULE DROPPED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               MOVE 'N'                       TO WS-REC-OK-FLAG
           END-IF.
           IF RUL-METHOD-CHAIN = SPACES
               MOVE 'METHOD CHAIN BLANK - RULE DROPPED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               MOVE 'N'                       TO WS-REC-OK-FLAG
           END-IF.
           IF NOT RECORD-USABLE
               GO TO 160-EXIT
           END-IF.
           ADD 1                              TO WS-RULE-CNT.
           IF WS-RULE-CNT > WS-RULE-LIMIT
               MOVE 'BEYOND THE 20-RULE LIMIT - RULE IGNORED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
           IF RUL-MIN-LEN > RUL-MAX-LEN
               MOVE 'MIN-LEN GREATER THAN MAX-LEN'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
           IF RUL-MIN-LEN > 40
               MOVE 'MIN-LEN OVER 40 - RULE CAN NEVER MATCH'
                                              TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
           END-IF.
           IF RUL-SOURCE-CODE NOT = SPACES
               MOVE RUL-SOURCE-CODE           TO WS-SRC-CHECK
               PERFORM 500-CHECK-SOURCE       THRU 500-EXIT
           END-IF.
           PERFORM 170-CHECK-CHAIN            THRU 170-EXIT.
           IF WS-RULE-CNT > WS-RULE-LIMIT
               GO TO 160-EXIT
           END-IF.
           PERFORM 180-CHECK-SHADOWED         THRU 180-EXIT.
           MOVE RUL-SOURCE-CODE               TO
               WS-RULE-SOURCE(WS-RULE-CNT).
           MOVE RUL-MIN-LEN                   TO
               WS-RULE-MIN(WS-RULE-CNT).
           MOVE RUL-MAX-LEN                   TO
               WS-RULE-MAX(WS-RULE-CNT).
       160-EXIT.
           EXIT.

       170-CHECK-CHAIN.
           MOVE 'N'                           TO WS-CHN-OFLOW-FLAG.
           MOVE ZEROES                        TO WS-CHN-CNT.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > 5
               MOVE SPACES                    TO
                   WS-CHN-METHOD(WS-CHN-SUB)
           END-PERFORM.
           UNSTRING RUL-METHOD-CHAIN DELIMITED BY '+'
               INTO WS-CHN-METHOD(1) WS-CHN-METHOD(2)
                    WS-CHN-METHOD(3) WS-CHN-METHOD(4)
                    WS-CHN-METHOD(5)
               TALLYING IN WS-CHN-CNT
               ON OVERFLOW
                   SET CHAIN-TOO-LONG         TO TRUE
           END-UNSTRING.
           IF CHAIN-TOO-LONG OR WS-CHN-CNT > 4
               MOVE 'MORE THAN 4 METHODS IN CHAIN'
                                              TO WS-FND-TEXT
               MOVE RUL-METHOD-CHAIN          TO WS-FND-VALUE
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               MOVE 4                         TO WS-CHN-CNT
           END-IF.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > WS-CHN-CNT
               MOVE WS-CHN-METHOD(WS-CHN-SUB) TO WS-FND-VALUE
               EVALUATE WS-CHN-METHOD(WS-CHN-SUB)
                   WHEN 'REVERSE-FUNCTION'
                   WHEN 'CASE-REVERSE'
                   WHEN 'SCRAMBLE'
                   WHEN 'LOOP'
                   WHEN 'WORD-SHUFFLE'
                   WHEN 'TRIM-FUNCTION'
                       CONTINUE
                   WHEN SPACES
                       MOVE 'EMPTY METHOD IN CHAIN'
                                              TO WS-FND-TEXT
                       MOVE RUL-METHOD-CHAIN  TO WS-FND-VALUE
                       PERFORM 530-LOG-ERROR  THRU 530-EXIT
                   WHEN OTHER
                       MOVE 'UNKNOWN METHOD NAME'
                                              TO WS-FND-TEXT
                       PERFORM 530-LOG-ERROR  THRU 530-EXIT
               END-EVALUATE
           END-PERFORM.
       170-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   STRPGM6 TAKES THE FIRST MATCHING RULE, SO A RULE WHOSE       *
      *   LENGTH RANGE LIES INSIDE AN EARLIER RULE FOR THE SAME SOURCE *
      *   (OR AN EARLIER RULE FOR ALL SOURCES) IS NEVER SELECTED       *
      *----------------------------------------------------------------*
       180-CHECK-SHADOWED.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB NOT < WS-RULE-CNT
               IF (WS-RULE-SOURCE(WS-RULE-SUB) = SPACES
                       OR WS-RULE-SOURCE(WS-RULE-SUB)
                           = RUL-SOURCE-CODE)
                   AND WS-RULE-MIN(WS-RULE-SUB) NOT > RUL-MIN-LEN
                   AND WS-RULE-MAX(WS-RULE-SUB) NOT < RUL-MAX-LEN
                   MOVE 'EARLIER RULE COVERS IT - NEVER SELECTED'
                                              TO WS-FND-TEXT
                   MOVE RULES-REC(1:20)       TO WS-FND-VALUE
                   PERFORM 540-LOG-WARNING    THRU 540-EXIT
                   MOVE WS-RULE-CNT           TO WS-RULE-SUB
               END-IF
           END-PERFORM.
       180-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   HOLDCTL - TYPE S HOLDS A STRING, TYPE C A SOURCE CODE. A     *
      *   HOLD STILL IN FORCE COUNTS AGAINST THE STRPGM6 LIMIT OF 50   *
      *----------------------------------------------------------------*
       200-CHECK-HOLDS.
           MOVE 3                             TO WS-FT-CUR.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT HOLD-CTL-FILE.
           IF WS-HOLDCTL-STATUS NOT = '00'
               MOVE WS-HOLDCTL-STATUS         TO WS-OPEN-STATUS
               PERFORM 560-FILE-NOT-OPENED    THRU 560-EXIT
               GO TO 200-EXIT
           END-IF.
           PERFORM 555-FILE-OPENED            THRU 555-EXIT.
           PERFORM 210-CHECK-ONE-HOLD         THRU 210-EXIT
               UNTIL END-OF-FILE.
           CLOSE HOLD-CTL-FILE.
       200-EXIT.
           EXIT.

       210-CHECK-ONE-HOLD.
           READ HOLD-CTL-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 210-EXIT
           END-READ.
           PERFORM 550-COUNT-RECORD           THRU 550-EXIT.
           MOVE HOLD-CTL-REC(1:20)            TO WS-FND-VALUE.
           IF HOLD-CTL-REC = SPACES
               MOVE 'BLANK RECORD'            TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
               GO TO 210-EXIT
           END-IF.
           MOVE 'Y'                           TO WS-REC-OK-FLAG.
           IF HCT-HOLD-TYPE NOT = 'S' AND HCT-HOLD-TYPE NOT = 'C'
               MOVE 'HOLD TYPE NOT S OR C - HOLD DROPPED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               MOVE 'N'                       TO WS-REC-OK-FLAG
           END-IF.
           IF HCT-HOLD-VALUE = SPACES
               MOVE 'HOLD VALUE BLANK - HOLD DROPPED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               MOVE 'N'                       TO WS-REC-OK-FLAG
           END-IF.
           IF HCT-EXPIRY-DATE NOT = SPACES
               MOVE HCT-EXPIRY-DATE           TO WS-CHK-DATE
               PERFORM 520-VALIDATE-DATE      THRU 520-EXIT
               IF NOT DATE-VALID
                   MOVE 'EXPIRY DATE NOT A VALID YYYY-MM-DD'
                                              TO WS-FND-TEXT
                   MOVE HCT-EXPIRY-DATE       TO WS-FND-VALUE
                   PERFORM 530-LOG-ERROR      THRU 530-EXIT
               END-IF
           END-IF.
           IF NOT RECORD-USABLE
               GO TO 210-EXIT
           END-IF.
           IF HCT-HOLD-TYPE = 'C'
               MOVE HCT-HOLD-VALUE(1:3)       TO WS-SRC-CHECK
               PERFORM 500-CHECK-SOURCE       THRU 500-EXIT
           END-IF.
           IF HCT-STATUS = 'R'
               GO TO 210-EXIT
           END-IF.
           IF HCT-EXPIRY-DATE NOT = SPACES
                   AND HCT-EXPIRY-DATE < WS-RUN-DATE
               GO TO 210-EXIT
           END-IF.
           ADD 1                              TO WS-HOLD-CNT.
           IF WS-HOLD-CNT > WS-HOLD-LIMIT
               MOVE 'BEYOND THE 50-HOLD LIMIT - HOLD IGNORED'
                                              TO WS-FND-TEXT
               MOVE HOLD-CTL-REC(1:20)        TO WS-FND-VALUE
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
       210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   SUBSCTL - STRPGM21 DRIVES DEST01 THROUGH DEST04 FROM THE     *
      *   FIRST FOUR ACTIVE SUBSCRIBERS AND IGNORES ANY MORE. SELECT   *
      *   TYPE IS ALL, SOURCE OR PALIN - ANY OTHER NEVER ROUTES        *
      *----------------------------------------------------------------*
       250-CHECK-SUBSCRIBERS.
           MOVE 4                             TO WS-FT-CUR.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUBSCTL-STATUS NOT = '00'
               MOVE WS-SUBSCTL-STATUS         TO WS-OPEN-STATUS
               PERFORM 560-FILE-NOT-OPENED    THRU 560-EXIT
               GO TO 250-EXIT
           END-IF.
           PERFORM 555-FILE-OPENED            THRU 555-EXIT.
           PERFORM 260-CHECK-ONE-SUBSCRIBER   THRU 260-EXIT
               UNTIL END-OF-FILE.
           CLOSE SUBSCRIBER-FILE.
           IF WS-DEST-CNT = 0
               MOVE ZEROES                    TO WS-FND-REC-NO
               MOVE 'NO ACTIVE SUBSCRIBERS - NOTHING ROUTED'
                                              TO WS-FND-TEXT
               MOVE SPACES                    TO WS-FND-VALUE
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
           END-IF.
       250-EXIT.
           EXIT.

       260-CHECK-ONE-SUBSCRIBER.
           READ SUBSCRIBER-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 260-EXIT
           END-READ.
           PERFORM 550-COUNT-RECORD           THRU 550-EXIT.
           MOVE SUBSCRIBER-REC(1:20)          TO WS-FND-VALUE.
           IF SUBSCRIBER-REC = SPACES
               MOVE 'BLANK RECORD'            TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
               GO TO 260-EXIT
           END-IF.
           IF SUB-ACTIVE-FLAG NOT = 'Y' AND SUB-ACTIVE-FLAG NOT = 'N'
               MOVE 'ACTIVE FLAG NOT Y OR N - INACTIVE'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
           IF SUB-DEST-CODE = SPACES
               MOVE 'DESTINATION CODE BLANK'  TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
           EVALUATE SUB-SELECT-TYPE
               WHEN 'ALL'
               WHEN 'PALIN'
                   IF SUB-SELECT-VALUE NOT = SPACES
                       MOVE 'SELECT VALUE IGNORED FOR THIS TYPE'
                                              TO WS-FND-TEXT
                       PERFORM 540-LOG-WARNING THRU 540-EXIT
                   END-IF
               WHEN 'SOURCE'
                   PERFORM 270-CHECK-SELECT-SOURCE THRU 270-EXIT
               WHEN OTHER
                   MOVE 'SELECT TYPE NOT ALL, SOURCE OR PALIN'
                                              TO WS-FND-TEXT
                   PERFORM 530-LOG-ERROR      THRU 530-EXIT
           END-EVALUATE.
           IF SUB-ACTIVE-FLAG NOT = 'Y'
               GO TO 260-EXIT
           END-IF.
           MOVE 'N'                           TO WS-DUP-FLAG.
           PERFORM VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > WS-DEST-CNT
                      OR WS-DEST-SUB > 50
               IF WS-DEST-CODE(WS-DEST-SUB) = SUB-DEST-CODE
                   SET DUPLICATE-FOUND        TO TRUE
               END-IF
           END-PERFORM.
           IF DUPLICATE-FOUND
               MOVE 'DESTINATION CODE ALREADY ACTIVE'
                                              TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
           END-IF.
           ADD 1                              TO WS-DEST-CNT.
           IF WS-DEST-CNT NOT > 50
               MOVE SUB-DEST-CODE             TO
                   WS-DEST-CODE(WS-DEST-CNT)
           END-IF.
           IF WS-DEST-CNT > WS-DEST-MAX
               MOVE 'ACTIVE BEYOND DEST04 - NOT ROUTED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
       260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A SOURCE SELECTION IS MATCHED AGAINST IFACE-SOURCE-SYS,      *
      *   WHICH IS THE RECORD'S SOURCE CODE OR, FOR A RECORD WITHOUT   *
      *   ONE, THE NAME OF THE PROGRAM THAT WROTE IT                   *
      *----------------------------------------------------------------*
       270-CHECK-SELECT-SOURCE.
           IF SUB-SELECT-VALUE = SPACES
               MOVE 'SOURCE SELECTION WITH NO VALUE'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 270-EXIT
           END-IF.
           IF SUB-SELECT-VALUE(1:6) = 'STRPGM'
               GO TO 270-EXIT
           END-IF.
           IF SUB-SELECT-VALUE(4:5) NOT = SPACES
               MOVE 'SELECT VALUE IS NOT A SOURCE CODE'
                                              TO WS-FND-TEXT
               MOVE SUB-SELECT-VALUE          TO WS-FND-VALUE
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 270-EXIT
           END-IF.
           MOVE SUB-SELECT-VALUE(1:3)         TO WS-SRC-CHECK.
           PERFORM 500-CHECK-SOURCE           THRU 500-EXIT.
       270-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   STOPLIST - TYPE W SCREENS A WORD, TYPE S THE WHOLE STRING.   *
      *   STRPGM7 HOLDS 100 ENTRIES AND SKIPS ONE WITH NO TEXT         *
      *----------------------------------------------------------------*
       300-CHECK-STOP-LIST.
           MOVE 5                             TO WS-FT-CUR.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT STOP-LIST-FILE.
           IF WS-STOPLIST-STATUS NOT = '00'
               MOVE WS-STOPLIST-STATUS        TO WS-OPEN-STATUS
               PERFORM 560-FILE-NOT-OPENED    THRU 560-EXIT
               GO TO 300-EXIT
           END-IF.
           PERFORM 555-FILE-OPENED            THRU 555-EXIT.
           PERFORM 310-CHECK-ONE-STOP         THRU 310-EXIT
               UNTIL END-OF-FILE.
           CLOSE STOP-LIST-FILE.
       300-EXIT.
           EXIT.

       310-CHECK-ONE-STOP.
           READ STOP-LIST-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 310-EXIT
           END-READ.
           PERFORM 550-COUNT-RECORD           THRU 550-EXIT.
           MOVE STOPLIST-REC(1:20)            TO WS-FND-VALUE.
           IF STP-ENTRY-TEXT = SPACES
               MOVE 'ENTRY TEXT BLANK - ENTRY SKIPPED'
                                              TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
               GO TO 310-EXIT
           END-IF.
           IF STP-ENTRY-TYPE NOT = 'S' AND STP-ENTRY-TYPE NOT = 'W'
               MOVE 'ENTRY TYPE NOT S OR W'   TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
           MOVE 'N'                           TO WS-DUP-FLAG.
           PERFORM VARYING WS-STOP-SUB FROM 1 BY 1
                   UNTIL WS-STOP-SUB > WS-STOP-CNT
                      OR WS-STOP-SUB > WS-STOP-MAX
               IF WS-STOP-ENTRY(WS-STOP-SUB) = STOPLIST-REC
                   SET DUPLICATE-FOUND        TO TRUE
               END-IF
           END-PERFORM.
           IF DUPLICATE-FOUND
               MOVE 'DUPLICATE ENTRY'         TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
           END-IF.
           ADD 1                              TO WS-STOP-CNT.
           IF WS-STOP-CNT > WS-STOP-MAX
               MOVE 'BEYOND THE 100-ENTRY LIMIT - IGNORED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           ELSE
               MOVE STOPLIST-REC              TO
                   WS-STOP-ENTRY(WS-STOP-CNT)
           END-IF.
       310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   MASKCTL - ONE ENTRY PER SOURCE (BLANK FOR ALL OTHERS) WITH   *
      *   THE MINIMUM DIGIT RUN TO MASK. STRPGM7 HOLDS 50 ENTRIES AND  *
      *   RAISES ANY MINIMUM BELOW 8 TO 8                              *
      *----------------------------------------------------------------*
       350-CHECK-MASK-CONTROL.
           MOVE 6                             TO WS-FT-CUR.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT MASK-CTL-FILE.
           IF WS-MASKCTL-STATUS NOT = '00'
               MOVE WS-MASKCTL-STATUS         TO WS-OPEN-STATUS
               PERFORM 560-FILE-NOT-OPENED    THRU 560-EXIT
               GO TO 350-EXIT
           END-IF.
           PERFORM 555-FILE-OPENED            THRU 555-EXIT.
           PERFORM 360-CHECK-ONE-MASK         THRU 360-EXIT
               UNTIL END-OF-FILE.
           CLOSE MASK-CTL-FILE.
       350-EXIT.
           EXIT.

       360-CHECK-ONE-MASK.
           READ MASK-CTL-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 360-EXIT
           END-READ.
           PERFORM 550-COUNT-RECORD           THRU 550-EXIT.
           MOVE MASKCTL-REC(1:20)             TO WS-FND-VALUE.
           IF MASKCTL-REC = SPACES
               MOVE 'BLANK RECORD'            TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
               GO TO 360-EXIT
           END-IF.
           IF MSK-MIN-DIGITS NOT NUMERIC
               MOVE 'MINIMUM DIGITS NOT NUMERIC - DROPPED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 360-EXIT
           END-IF.
           IF MSK-MIN-DIGITS < '08'
               MOVE 'MINIMUM BELOW 8 - RAISED TO 8'
                                              TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
           END-IF.
           IF MSK-MIN-DIGITS > '40'
               MOVE 'MINIMUM OVER 40 - NOTHING EVER MASKED'
                                              TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
           END-IF.
           IF MSK-SOURCE-CODE NOT = SPACES
               MOVE MSK-SOURCE-CODE           TO WS-SRC-CHECK
               PERFORM 500-CHECK-SOURCE       THRU 500-EXIT
           END-IF.
           MOVE 'N'                           TO WS-DUP-FLAG.
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
                   UNTIL WS-MASK-SUB > WS-MASK-CNT
                      OR WS-MASK-SUB > WS-MASK-MAX
               IF WS-MASK-SOURCE(WS-MASK-SUB) = MSK-SOURCE-CODE
                   SET DUPLICATE-FOUND        TO TRUE
               END-IF
           END-PERFORM.
           IF DUPLICATE-FOUND
               MOVE 'SOURCE ALREADY HAS A MASKING ENTRY'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
           ADD 1                              TO WS-MASK-CNT.
           IF WS-MASK-CNT > WS-MASK-MAX
               MOVE 'BEYOND THE 50-ENTRY LIMIT - IGNORED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           ELSE
               MOVE MSK-SOURCE-CODE           TO
                   WS-MASK-SOURCE(WS-MASK-CNT)
           END-IF.
       360-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   XLATTBL - ONE ENTRY PER SOURCE (*** FOR ALL) AND CHARACTER,  *
      *   THE CHARACTER GIVEN AS 1 TO 4 BYTES OF HEX. STRXLAT IGNORES  *
      *   AN ENTRY WITH BAD HEX, A CHARACTER THAT IS ALREADY PRINTABLE *
      *   OR A REPLACEMENT THAT IS NOT, OR A CHARACTER SET (COL 36)    *
      *   OTHER THAN BLANK OR U (UTF-8 FEED), AND HOLDS 200 ENTRIES -  *
      *   ANY VALUE CONTAINING AN IGNORED CHARACTER IS HELD FOR REVIEW *
      *----------------------------------------------------------------*
       380-CHECK-XLAT-TABLE.
           MOVE 10                            TO WS-FT-CUR.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT XLAT-TABLE-FILE.
           IF WS-XLATTBL-STATUS NOT = '00'
               MOVE WS-XLATTBL-STATUS         TO WS-OPEN-STATUS
               PERFORM 560-FILE-NOT-OPENED    THRU 560-EXIT
               GO TO 380-EXIT
           END-IF.
           PERFORM 555-FILE-OPENED            THRU 555-EXIT.
           PERFORM 390-CHECK-ONE-XLAT         THRU 390-EXIT
               UNTIL END-OF-FILE.
           CLOSE XLAT-TABLE-FILE.
       380-EXIT.
           EXIT.

       390-CHECK-ONE-XLAT.
           READ XLAT-TABLE-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 390-EXIT
           END-READ.
           PERFORM 550-COUNT-RECORD           THRU 550-EXIT.
           MOVE XLATTBL-REC(1:20)             TO WS-FND-VALUE.
           IF XLATTBL-REC = SPACES
               MOVE 'BLANK RECORD'            TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
               GO TO 390-EXIT
           END-IF.
           IF XTB-SOURCE-CODE = SPACES
               MOVE 'SOURCE CODE BLANK - IGNORED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 390-EXIT
           END-IF.
           IF XTB-SOURCE-CODE NOT = '***'
               MOVE XTB-SOURCE-CODE           TO WS-SRC-CHECK
               PERFORM 500-CHECK-SOURCE       THRU 500-EXIT
               MOVE XLATTBL-REC(1:20)         TO WS-FND-VALUE
           END-IF.
           IF XTB-CHARSET NOT = SPACE AND XTB-CHARSET NOT = 'U'
               MOVE 'CHARACTER SET NOT BLANK OR U - IGNORED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 390-EXIT
           END-IF.
           PERFORM 395-CHECK-XLAT-HEX         THRU 395-EXIT.
           IF HEX-NOT-VALID
               MOVE 'CHARACTER HEX NOT VALID - IGNORED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 390-EXIT
           END-IF.
           IF FUNCTION CHAR(WS-HEX-FIRST-VAL + 1) IS PRINTABLE-TEXT
               MOVE 'CHARACTER ALREADY PRINTABLE - IGNORED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 390-EXIT
           END-IF.
           IF XTB-TO-TEXT NOT PRINTABLE-TEXT
               MOVE 'REPLACEMENT NOT PRINTABLE - IGNORED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 390-EXIT
           END-IF.
           IF XTB-TO-TEXT = SPACES
               MOVE 'REPLACEMENT BLANK - CHARACTER DROPPED'
                                              TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
           END-IF.
           MOVE 'N'                           TO WS-DUP-FLAG.
           PERFORM VARYING WS-XLT-SUB FROM 1 BY 1
                   UNTIL WS-XLT-SUB > WS-XLT-CNT
                      OR WS-XLT-SUB > WS-XLT-MAX
               IF WS-XLT-SOURCE(WS-XLT-SUB) = XTB-SOURCE-CODE
                       AND WS-XLT-HEX(WS-XLT-SUB) = WS-HEX-WORK
                   SET DUPLICATE-FOUND        TO TRUE
               END-IF
           END-PERFORM.
           IF DUPLICATE-FOUND
               MOVE 'SOURCE ALREADY MAPS THIS CHARACTER'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 390-EXIT
           END-IF.
           ADD 1                              TO WS-XLT-CNT.
           IF WS-XLT-CNT > WS-XLT-MAX
               MOVE 'BEYOND THE 200-ENTRY LIMIT - IGNORED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           ELSE
               MOVE XTB-SOURCE-CODE           TO
                   WS-XLT-SOURCE(WS-XLT-CNT)
               MOVE WS-HEX-WORK               TO
                   WS-XLT-HEX(WS-XLT-CNT)
           END-IF.
       390-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   HEX IS 1 TO 4 PAIRS OF 0-9/A-F, LEFT-JUSTIFIED. THE FIRST    *
      *   BYTE'S VALUE IS KEPT FOR THE PRINTABLE CHECK                 *
      *----------------------------------------------------------------*
       395-CHECK-XLAT-HEX.
           MOVE 'N'                           TO WS-HEX-BAD-FLAG.
           MOVE XTB-FROM-HEX                  TO WS-HEX-WORK.
           INSPECT WS-HEX-WORK CONVERTING 'abcdef' TO 'ABCDEF'.
           MOVE ZEROES                        TO WS-HEX-LEN.
           MOVE ZEROES                        TO WS-HEX-FIRST-VAL.
           PERFORM VARYING WS-HEX-SUB FROM 1 BY 2
                   UNTIL WS-HEX-SUB > 7
                      OR WS-HEX-WORK(WS-HEX-SUB:2) = SPACES
               MOVE 99                        TO WS-HEX-HI
               MOVE 99                        TO WS-HEX-LO
               PERFORM VARYING WS-HEX-DIG-SUB FROM 1 BY 1
                       UNTIL WS-HEX-DIG-SUB > 16
                   IF WS-HEX-WORK(WS-HEX-SUB:1) =
                           WS-HEX-DIGITS(WS-HEX-DIG-SUB:1)
                       COMPUTE WS-HEX-HI = WS-HEX-DIG-SUB - 1
                   END-IF
                   IF WS-HEX-WORK(WS-HEX-SUB + 1:1) =
                           WS-HEX-DIGITS(WS-HEX-DIG-SUB:1)
                       COMPUTE WS-HEX-LO = WS-HEX-DIG-SUB - 1
                   END-IF
               END-PERFORM
               IF WS-HEX-HI = 99 OR WS-HEX-LO = 99
                   SET HEX-NOT-VALID          TO TRUE
                   GO TO 395-EXIT
               END-IF
               ADD 1                          TO WS-HEX-LEN
               IF WS-HEX-LEN = 1
                   COMPUTE WS-HEX-FIRST-VAL =
                       WS-HEX-HI * 16 + WS-HEX-LO
               END-IF
           END-PERFORM.
           IF WS-HEX-LEN = 0
               SET HEX-NOT-VALID              TO TRUE
               GO TO 395-EXIT
           END-IF.
           COMPUTE WS-HEX-SUB = WS-HEX-LEN * 2 + 1.
           IF WS-HEX-SUB < 9
               IF WS-HEX-WORK(WS-HEX-SUB:) NOT = SPACES
                   SET HEX-NOT-VALID          TO TRUE
               END-IF
           END-IF.
       395-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   HOLIDAYS - AN INVALID DATE NEVER MATCHES IN THE STRPGM20     *
      *   ROLL, SO THE HOLIDAY IS SILENTLY WORKED. STRPGM20 HOLDS 100  *
      *----------------------------------------------------------------*
       400-CHECK-HOLIDAYS.
           MOVE 7                             TO WS-FT-CUR.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT = '00'
               MOVE WS-HOLIDAY-STATUS         TO WS-OPEN-STATUS
               PERFORM 560-FILE-NOT-OPENED    THRU 560-EXIT
               GO TO 400-EXIT
           END-IF.
           PERFORM 555-FILE-OPENED            THRU 555-EXIT.
           PERFORM 410-CHECK-ONE-HOLIDAY      THRU 410-EXIT
               UNTIL END-OF-FILE.
           CLOSE HOLIDAY-FILE.
       400-EXIT.
           EXIT.

       410-CHECK-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 410-EXIT
           END-READ.
           PERFORM 550-COUNT-RECORD           THRU 550-EXIT.
           MOVE HOL-DATE                      TO WS-FND-VALUE.
           MOVE HOL-DATE                      TO WS-CHK-DATE.
           PERFORM 520-VALIDATE-DATE          THRU 520-EXIT.
           IF NOT DATE-VALID
               MOVE 'NOT A VALID YYYY-MM-DD DATE'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           ELSE
               IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
                   MOVE 'FALLS ON A WEEKEND'  TO WS-FND-TEXT
                   PERFORM 540-LOG-WARNING    THRU 540-EXIT
               END-IF
           END-IF.
           MOVE 'N'                           TO WS-DUP-FLAG.
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-CNT
                      OR WS-HOL-SUB > WS-HOL-MAX
               IF WS-HOL-ENTRY(WS-HOL-SUB) = HOL-DATE
                   SET DUPLICATE-FOUND        TO TRUE
               END-IF
           END-PERFORM.
           IF DUPLICATE-FOUND
               MOVE 'DUPLICATE HOLIDAY'       TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
           END-IF.
           ADD 1                              TO WS-HOL-CNT.
           IF WS-HOL-CNT > WS-HOL-MAX
               MOVE 'BEYOND THE 100-HOLIDAY LIMIT - IGNORED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           ELSE
               MOVE HOL-DATE                  TO
                   WS-HOL-ENTRY(WS-HOL-CNT)
           END-IF.
       410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   CYCLECTL - STRPGM20 READS ONLY THE FIRST RECORD. ITS STEPS   *
      *   MUST BE THE NIGHTLY CHAIN IN ORDER, AND THE STEP STATES MUST *
      *   BE ONES STRPGM20 COULD HAVE LEFT: NO STEP STARTED UNTIL THE  *
      *   ONE BEFORE IT COMPLETED RC 04 OR BETTER, A RETURN CODE ONLY  *
      *   ON A COMPLETED STEP                                          *
      *----------------------------------------------------------------*
       450-CHECK-CYCLE-CTL.
           MOVE 8                             TO WS-FT-CUR.
           MOVE ZEROES                        TO WS-CTL-REC-CNT.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT CYCLE-CTL-FILE.
           IF WS-CYCLECTL-STATUS NOT = '00'
               MOVE WS-CYCLECTL-STATUS        TO WS-OPEN-STATUS
               PERFORM 560-FILE-NOT-OPENED    THRU 560-EXIT
               IF WS-OPEN-STATUS = '35'
                   MOVE 'REQUIRED FILE NOT PRESENT'
                                              TO WS-FND-TEXT
                   MOVE SPACES                TO WS-FND-VALUE
                   PERFORM 530-LOG-ERROR      THRU 530-EXIT
               END-IF
               GO TO 450-EXIT
           END-IF.
           PERFORM 555-FILE-OPENED            THRU 555-EXIT.
           PERFORM 455-READ-ONE-CYCLE-REC     THRU 455-EXIT
               UNTIL END-OF-FILE.
           CLOSE CYCLE-CTL-FILE.
           IF WS-CTL-REC-CNT = 0
               MOVE ZEROES                    TO WS-FND-REC-NO
               MOVE 'NO CONTROL RECORD - NO CYCLE INITIALIZED'
                                              TO WS-FND-TEXT
               MOVE SPACES                    TO WS-FND-VALUE
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 450-EXIT
           END-IF.
           MOVE WS-STEP-MAX                   TO WS-CHK-STEP-MAX.
           PERFORM 480-CHECK-CONTROL-REC      THRU 480-EXIT.
           MOVE WS-LANE-ACTIVE                TO WS-NIGHT-ACTIVE.
       450-EXIT.
           EXIT.

       455-READ-ONE-CYCLE-REC.
           READ CYCLE-CTL-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 455-EXIT
           END-READ.
           PERFORM 550-COUNT-RECORD           THRU 550-EXIT.
           ADD 1                              TO WS-CTL-REC-CNT.
           IF WS-CTL-REC-CNT = 1
               MOVE CYCLE-CTL-REC             TO WS-CYCLE-CTL-REC
           ELSE
               MOVE 'EXTRA RECORD - NOT READ BY STRPGM20'
                                              TO WS-FND-TEXT
               MOVE CYCLE-CTL-REC(1:20)       TO WS-FND-VALUE
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
           END-IF.
       455-EXIT.
           EXIT.

       470-CHECK-EXPEDITE-CTL.
           MOVE 9                             TO WS-FT-CUR.
           MOVE ZEROES                        TO WS-CTL-REC-CNT.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT EXPEDITE-CTL-FILE.
           IF WS-EXPCTL-STATUS NOT = '00'
               MOVE WS-EXPCTL-STATUS          TO WS-OPEN-STATUS
               PERFORM 560-FILE-NOT-OPENED    THRU 560-EXIT
               GO TO 470-EXIT
           END-IF.
           PERFORM 555-FILE-OPENED            THRU 555-EXIT.
           PERFORM 475-READ-ONE-EXPEDITE-REC  THRU 475-EXIT
               UNTIL END-OF-FILE.
           CLOSE EXPEDITE-CTL-FILE.
           IF WS-CTL-REC-CNT = 0
               GO TO 470-EXIT
           END-IF.
           MOVE WS-EXPD-CHAIN                 TO WS-STEP-CHAIN.
           MOVE WS-EXPD-STEP-MAX              TO WS-CHK-STEP-MAX.
           PERFORM 480-CHECK-CONTROL-REC      THRU 480-EXIT.
           MOVE WS-LANE-ACTIVE                TO WS-EXPD-ACTIVE.
       470-EXIT.
           EXIT.

       475-READ-ONE-EXPEDITE-REC.
           READ EXPEDITE-CTL-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 475-EXIT
           END-READ.
           PERFORM 550-COUNT-RECORD           THRU 550-EXIT.
           ADD 1                              TO WS-CTL-REC-CNT.
           IF WS-CTL-REC-CNT = 1
               MOVE EXPEDITE-CTL-REC          TO WS-CYCLE-CTL-REC
           ELSE
               MOVE 'EXTRA RECORD - NOT READ BY STRPGM20'
                                              TO WS-FND-TEXT
               MOVE EXPEDITE-CTL-REC(1:20)    TO WS-FND-VALUE
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
           END-IF.
       475-EXIT.
           EXIT.

       480-CHECK-CONTROL-REC.
           MOVE 1                             TO WS-FND-REC-NO.
           MOVE ZEROES                        TO WS-LANE-ACTIVE.
           MOVE CYC-BUS-DATE                  TO WS-FND-VALUE.
           MOVE CYC-BUS-DATE                  TO WS-CHK-DATE.
           PERFORM 520-VALIDATE-DATE          THRU 520-EXIT.
           IF NOT DATE-VALID
               MOVE 'BUSINESS DATE NOT A VALID YYYY-MM-DD'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
           IF DATE-VALID AND WS-FT-CUR = 8
               PERFORM 485-CHECK-BUSINESS-DAY THRU 485-EXIT
           END-IF.
           PERFORM 482-CHECK-ONE-STEP         THRU 482-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 7.
       480-EXIT.
           EXIT.

       482-CHECK-ONE-STEP.
           MOVE CYC-STEP-NAME(WS-STEP-SUB)    TO WS-FND-VALUE.
           IF WS-STEP-SUB > WS-CHK-STEP-MAX
               IF CYC-STEP-ENTRY(WS-STEP-SUB) NOT = SPACES
                       AND CYC-STEP-ENTRY(WS-STEP-SUB)
                           NOT = '         00'
                   MOVE 'STEP BEYOND THE END OF THE CHAIN'
                                              TO WS-FND-TEXT
                   PERFORM 530-LOG-ERROR      THRU 530-EXIT
               END-IF
               GO TO 482-EXIT
           END-IF.
           IF CYC-STEP-NAME(WS-STEP-SUB)
                   NOT = WS-CHAIN-NAME(WS-STEP-SUB)
               MOVE 'STEP NAME OUT OF CHAIN ORDER'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
           IF CYC-STEP-STATUS(WS-STEP-SUB) NOT = SPACE
                   AND CYC-STEP-STATUS(WS-STEP-SUB) NOT = 'S'
                   AND CYC-STEP-STATUS(WS-STEP-SUB) NOT = 'C'
               MOVE 'STEP STATUS NOT BLANK, S OR C'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 482-EXIT
           END-IF.
           IF CYC-STEP-RC(WS-STEP-SUB) NOT NUMERIC
               MOVE 'STEP RETURN CODE NOT NUMERIC'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 482-EXIT
           END-IF.
           IF CYC-STEP-STATUS(WS-STEP-SUB) NOT = 'C'
                   AND CYC-STEP-RC(WS-STEP-SUB) NOT = 0
               MOVE 'RETURN CODE ON A STEP NOT COMPLETE'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
           IF CYC-STEP-STATUS(WS-STEP-SUB) = 'S'
               ADD 1                          TO WS-LANE-ACTIVE
           END-IF.
           IF WS-STEP-SUB = 1
                   OR CYC-STEP-STATUS(WS-STEP-SUB) = SPACE
               GO TO 482-EXIT
           END-IF.
           COMPUTE WS-STEP-PRIOR = WS-STEP-SUB - 1.
           IF CYC-STEP-STATUS(WS-STEP-PRIOR) NOT = 'C'
               MOVE 'STEP STARTED BEFORE PREDECESSOR COMPLETE'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
               GO TO 482-EXIT
           END-IF.
           IF CYC-STEP-RC(WS-STEP-PRIOR) NUMERIC
                   AND CYC-STEP-RC(WS-STEP-PRIOR) > 4
               MOVE 'STEP STARTED AFTER PREDECESSOR FAILED'
                                              TO WS-FND-TEXT
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
       482-EXIT.
           EXIT.

       485-CHECK-BUSINESS-DAY.
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
               MOVE 'BUSINESS DATE FALLS ON A WEEKEND'
                                              TO WS-FND-TEXT
               PERFORM 540-LOG-WARNING        THRU 540-EXIT
               GO TO 485-EXIT
           END-IF.
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-CNT
                      OR WS-HOL-SUB > WS-HOL-MAX
               IF WS-HOL-ENTRY(WS-HOL-SUB) = CYC-BUS-DATE
                   MOVE 'BUSINESS DATE IS A HOLIDAY'
                                              TO WS-FND-TEXT
                   PERFORM 540-LOG-WARNING    THRU 540-EXIT
                   MOVE WS-HOL-MAX            TO WS-HOL-SUB
               END-IF
           END-PERFORM.
       485-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   STRPGM20 NEVER LETS BOTH LANES RUN A STEP AT ONCE. THIS      *
      *   PROGRAM ITSELF IS THE ONE NIGHTLY STEP EXPECTED TO BE        *
      *   STARTED WHILE IT RUNS                                        *
      *----------------------------------------------------------------*
       490-CHECK-LANES.
           IF WS-NIGHT-ACTIVE > 0 AND WS-EXPD-ACTIVE > 0
               MOVE 9                         TO WS-FT-CUR
               MOVE ZEROES                    TO WS-FND-REC-NO
               MOVE 'STEPS STARTED IN BOTH LANES AT ONCE'
                                              TO WS-FND-TEXT
               MOVE SPACES                    TO WS-FND-VALUE
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
       490-EXIT.
           EXIT.

       500-CHECK-SOURCE.
           IF WS-SRC-CNT = 0
               GO TO 500-EXIT
           END-IF.
           MOVE 'N'                           TO WS-SRC-FOUND-FLAG.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
               IF WS-SRC-CODE(WS-SRC-SUB) = WS-SRC-CHECK
                   SET SOURCE-FOUND           TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SOURCE-FOUND
               MOVE 'SOURCE CODE NOT SCHEDULED ON FEEDSCHD'
                                              TO WS-FND-TEXT
               MOVE WS-SRC-CHECK              TO WS-FND-VALUE
               PERFORM 530-LOG-ERROR          THRU 530-EXIT
           END-IF.
       500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A DATE IS VALID WHEN IT IS YYYY-MM-DD AND A REAL CALENDAR    *
      *   DAY. WS-WEEKDAY IS THEN 0 FOR SUNDAY THROUGH 6 FOR SATURDAY  *
      *----------------------------------------------------------------*
       520-VALIDATE-DATE.
           MOVE 'N'                           TO WS-DATE-OK-FLAG.
           IF WS-CHK-DATE(5:1) NOT = '-'
                   OR WS-CHK-DATE(8:1) NOT = '-'
                   OR WS-CHK-DATE(1:4) NOT NUMERIC
                   OR WS-CHK-DATE(6:2) NOT NUMERIC
                   OR WS-CHK-DATE(9:2) NOT NUMERIC
               GO TO 520-EXIT
           END-IF.
           STRING WS-CHK-DATE(1:4)
                  WS-CHK-DATE(6:2)
                  WS-CHK-DATE(9:2)
               DELIMITED BY SIZE
               INTO WS-CHK-X
           END-STRING.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-YYYYMMDD) NOT = 0
               GO TO 520-EXIT
           END-IF.
           SET DATE-VALID                     TO TRUE.
           COMPUTE WS-CHK-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHK-YYYYMMDD).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-CHK-INT 7).
       520-EXIT.
           EXIT.

       530-LOG-ERROR.
           MOVE 'ERROR'                       TO WS-FND-SEVERITY.
           ADD 1                              TO
               WS-FT-ERRORS(WS-FT-CUR).
           ADD 1                              TO WS-ERROR-CNT.
           PERFORM 545-WRITE-FINDING          THRU 545-EXIT.
       530-EXIT.
           EXIT.

       540-LOG-WARNING.
           MOVE 'WARNING'                     TO WS-FND-SEVERITY.
           ADD 1                              TO
               WS-FT-WARNINGS(WS-FT-CUR).
           ADD 1                              TO WS-WARNING-CNT.
           PERFORM 545-WRITE-FINDING          THRU 545-EXIT.
       540-EXIT.
           EXIT.

       545-WRITE-FINDING.
           MOVE WS-FND-REC-NO                 TO WS-FND-REC-ED.
           MOVE SPACES                        TO RPT-LINE.
           STRING WS-FT-NAME(WS-FT-CUR)       DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-FND-REC-ED               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-FND-SEVERITY             DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-FND-TEXT                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-FND-VALUE                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
           DISPLAY WS-FND-SEVERITY ' ' WS-FT-NAME(WS-FT-CUR) ' '
                   WS-FND-REC-NO ' ' WS-FND-TEXT.
       545-EXIT.
           EXIT.

       550-COUNT-RECORD.
           ADD 1                              TO WS-FT-READ(WS-FT-CUR).
           ADD 1                              TO WS-REC-CHK-CNT.
           MOVE WS-FT-READ(WS-FT-CUR)         TO WS-FND-REC-NO.
       550-EXIT.
           EXIT.

       555-FILE-OPENED.
           MOVE 'P'                           TO
               WS-FT-STATE(WS-FT-CUR).
           ADD 1                              TO WS-FILE-CHK-CNT.
       555-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   NOT PRESENT (STATUS 35) IS NOT AN ERROR FOR AN OPTIONAL FILE *
      *   - THE PROGRAM USING IT RUNS WITHOUT IT. ANY OTHER OPEN       *
      *   FAILURE, SUCH AS A WRONG RECORD LENGTH, IS                   *
      *----------------------------------------------------------------*
       560-FILE-NOT-OPENED.
           MOVE ZEROES                        TO WS-FND-REC-NO.
           IF WS-OPEN-STATUS = '35'
               MOVE 'A'                       TO
                   WS-FT-STATE(WS-FT-CUR)
               DISPLAY WS-FT-NAME(WS-FT-CUR) ' NOT PRESENT'
               GO TO 560-EXIT
           END-IF.
           MOVE 'F'                           TO
               WS-FT-STATE(WS-FT-CUR).
           MOVE SPACES                        TO WS-FND-TEXT.
           STRING 'FILE COULD NOT BE OPENED - STATUS '
                                              DELIMITED BY SIZE
                  WS-OPEN-STATUS              DELIMITED BY SIZE
               INTO WS-FND-TEXT
           END-STRING.
           MOVE SPACES                        TO WS-FND-VALUE.
           PERFORM 530-LOG-ERROR              THRU 530-EXIT.
       560-EXIT.
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
           STRING 'STRPGM38 - PRE-CYCLE CONTROL FILE VALIDATION'
                      DELIMITED BY SIZE
                  '        PAGE '   DELIMITED BY SIZE
                  WS-PAGE-CNT       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RUN DATE: '      DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'FILE'                        TO RPT-LINE.
           MOVE 'RECORD'                      TO RPT-LINE(11:6).
           MOVE 'SEVERITY'                    TO RPT-LINE(18:8).
           MOVE 'FINDING'                     TO RPT-LINE(27:7).
           MOVE 'VALUE'                       TO RPT-LINE(71:5).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   PASS/FAIL BY FILE AND THE OVERALL RESULT. A FILE FAILS ON    *
      *   ANY ERROR; WARNINGS ARE LISTED BUT DO NOT FAIL IT            *
      *----------------------------------------------------------------*
       800-WRITE-SUMMARY.
           MOVE SPACES                        TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
           MOVE 'FILE'                        TO RPT-LINE.
           MOVE 'RECORDS'                     TO RPT-LINE(12:7).
           MOVE 'ERRORS'                      TO RPT-LINE(24:6).
           MOVE 'WARNINGS'                    TO RPT-LINE(33:8).
           MOVE 'RESULT'                      TO RPT-LINE(43:6).
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
           PERFORM 810-WRITE-FILE-RESULT      THRU 810-EXIT
               VARYING WS-FT-SUB FROM 1 BY 1
               UNTIL WS-FT-SUB > WS-FT-MAX.
           MOVE SPACES                        TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
           IF WS-ERROR-CNT > 0
               MOVE 'VALIDATION RESULT: FAIL - CYCLE HELD'
                                              TO RPT-LINE
           ELSE
               MOVE 'VALIDATION RESULT: PASS' TO RPT-LINE
           END-IF.
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
       800-EXIT.
           EXIT.

       810-WRITE-FILE-RESULT.
           MOVE WS-FT-READ(WS-FT-SUB)         TO WS-ED-COUNT.
           MOVE WS-FT-ERRORS(WS-FT-SUB)       TO WS-ED-COUNT-2.
           MOVE WS-FT-WARNINGS(WS-FT-SUB)     TO WS-ED-COUNT-3.
           EVALUATE TRUE
               WHEN WS-FT-ERRORS(WS-FT-SUB) > 0
                   MOVE 'FAIL'                TO WS-ED-RESULT
               WHEN WS-FT-STATE(WS-FT-SUB) = 'A'
                   MOVE 'NOT PRESENT'         TO WS-ED-RESULT
               WHEN OTHER
                   MOVE 'PASS'                TO WS-ED-RESULT
           END-EVALUATE.
           MOVE SPACES                        TO RPT-LINE.
           STRING WS-FT-NAME(WS-FT-SUB)       DELIMITED BY SIZE
                  WS-ED-COUNT                 DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-ED-COUNT-2               DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-ED-COUNT-3               DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-ED-RESULT                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
       810-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM38 CONTROL TOTALS'.
           DISPLAY 'FILES CHECKED ......... ' WS-FILE-CHK-CNT.
           DISPLAY 'RECORDS CHECKED ....... ' WS-REC-CHK-CNT.
           DISPLAY 'ERRORS ................ ' WS-ERROR-CNT.
           DISPLAY 'WARNINGS .............. ' WS-WARNING-CNT.
           IF WS-ERROR-CNT > 0
               DISPLAY 'VALIDATION FAILED - CYCLE HELD'
           ELSE
               DISPLAY 'VALIDATION PASSED'
           END-IF.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STRPGM38 CONTROL TOTALS'      TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'FILES CHECKED ....... ' DELIMITED BY SIZE
                  WS-FILE-CHK-CNT          DELIMITED BY SIZE
                  '   RECORDS ' DELIMITED BY SIZE
                  WS-REC-CHK-CNT           DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'ERRORS .............. ' DELIMITED BY SIZE
                  WS-ERROR-CNT             DELIMITED BY SIZE
                  '   WARNINGS ' DELIMITED BY SIZE
                  WS-WARNING-CNT           DELIMITED BY SIZE
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
