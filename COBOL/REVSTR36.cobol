      *----------------------------------------------------------------*
      *   MONTH-END CHARGEBACK - PRICES EACH PARTNER'S USE OF THE      *
      *   SERVICE FOR ONE MONTH AND WRITES THE ACCOUNTS-RECEIVABLE     *
      *   BILLING EXTRACT AND AN INVOICE-DETAIL REPORT PER PARTNER.    *
      *   VOLUMES COME FROM THE AUDIT LOG AND ITS STRPGM11 ARCHIVE     *
      *   (ONE ROW PER RECORD PROCESSED) AND FROM THE STRPGM34         *
      *   PARTNER STATISTICS HISTORY (RECORDS RESENT BY STRPGM19).     *
      *                                                                *
      *   A RECORD IS PRICED AT THE SUM OF THE RATES OF EACH METHOD    *
      *   IN ITS CHAIN, SO A MULTI-STEP RULESFILE CHAIN COSTS MORE     *
      *   THAN A PLAIN REVERSE-FUNCTION. BILLABLE EXTRAS, EACH AT ITS  *
      *   OWN RATE PER RECORD:                                         *
      *     *EXPEDITE   PROCESSED IN THE INTRADAY EXPEDITE LANE        *
      *     *REPROCESS  TAKEN IN ON AN EARLIER DAY THAN IT WAS         *
      *                 PROCESSED (REPAIR RESUBMIT, HOLD RELEASE,      *
      *                 RERUN AFTER BACKOUT)                           *
      *     *RESEND     SENT AGAIN BY STRPGM19                         *
      *   ROWS BACKED OUT BY STRPGM22 ARE NEVER CHARGED. A BACKOUT     *
      *   EXECUTED AFTER THE ROW'S MONTH WAS ALREADY BILLED IS         *
      *   CREDITED ON THIS MONTH'S INVOICE - THE APPROVAL LOG GIVES    *
      *   WHEN EACH BACKOUT RAN AND THE BILLING HISTORY GIVES WHEN     *
      *   EACH MONTH WAS BILLED                                        *
      *                                                                *
      *   RATE CONTROL FILE:                                           *
      *     R SOURCE ITEM RATE    METHOD NAME OR EXTRA, 999V9999 PER   *
      *                           RECORD; BLANK SOURCE = ALL SOURCES;  *
      *                           ITEM *DEFAULT PRICES ANY METHOD NOT  *
      *                           OTHERWISE ON THE TABLE               *
      *     A SOURCE CUSTOMER NAME  AR CUSTOMER NUMBER FOR THE SOURCE  *
      *                                                                *
      *   SYSIN CARDS (OPTIONAL):                                      *
      *     MONTH=YYYY-MM     BILLING MONTH - DEFAULT IS LAST MONTH    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM36.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-CTL-FILE    ASSIGN TO RATECTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RATECTL-STATUS.
           SELECT AUDIT-FILE       ASSIGN TO AUDITLOG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-FILE     ASSIGN TO ARCHFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-STATUS.
           SELECT STATS-FILE       ASSIGN TO PTNSTAT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PTNSTAT-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO APPRLOG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-APPRLOG-STATUS.
           SELECT BILL-HIST-FILE   ASSIGN TO BILLHIST
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-BILLHIST-STATUS.
           SELECT AR-EXTRACT-FILE  ASSIGN TO ARBILL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-ARBILL-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RATE-CTL-REC.
           05  RTE-REC-TYPE             PIC X(01).
           05  RTE-SOURCE-CODE          PIC X(03).
           05  RTE-ITEM                 PIC X(16).
           05  RTE-UNIT-RATE            PIC 9(03)V9(04).
           05  FILLER                   PIC X(53).
       01  RTE-ACCOUNT-REC.
           05  FILLER                   PIC X(01).
           05  RTA-SOURCE-CODE          PIC X(03).
           05  RTA-AR-CUSTOMER          PIC X(10).
           05  RTA-PARTNER-NAME         PIC X(30).
           05  FILLER                   PIC X(36).

       FD  AUDIT-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  AUDIT-REC                    PIC X(178).

       FD  ARCHIVE-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  ARCH-REC                     PIC X(178).

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
      *   ONE RECORD PER MONTH BILLED, WITH WHEN IT WAS LAST BILLED    *
      *----------------------------------------------------------------*
       FD  BILL-HIST-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  BILL-HIST-REC.
           05  BHS-MONTH                PIC X(07).
           05  BHS-RUN-DATE             PIC X(10).
           05  BHS-RUN-TIME             PIC X(08).
           05  FILLER                   PIC X(15).

      *----------------------------------------------------------------*
      *   ACCOUNTS-RECEIVABLE LOAD FILE: ONE HEADER, ONE DETAIL PER    *
      *   INVOICE LINE, ONE TRAILER WITH LINE COUNT AND NET AMOUNT.    *
      *   AMOUNTS CARRY A SEPARATE SIGN BYTE, + CHARGE, - CREDIT       *
      *----------------------------------------------------------------*
       FD  AR-EXTRACT-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  AR-DETAIL-REC.
           05  ARB-REC-TYPE             PIC X(01).
           05  ARB-CUSTOMER             PIC X(10).
           05  ARB-INVOICE-NO           PIC X(12).
           05  ARB-LINE-NO              PIC 9(03).
           05  ARB-ITEM-CODE            PIC X(16).
           05  ARB-DESCRIPTION          PIC X(50).
           05  ARB-QUANTITY             PIC 9(09).
           05  ARB-UNIT-RATE            PIC 9(03)V9(04).
           05  ARB-AMOUNT-SIGN          PIC X(01).
           05  ARB-AMOUNT               PIC 9(09)V99.
           05  ARB-PERIOD               PIC X(07).
           05  ARB-SOURCE-CODE          PIC X(03).
           05  FILLER                   PIC X(20).
       01  AR-HEADER-REC.
           05  ARH-REC-TYPE             PIC X(01).
           05  ARH-SENDING-SYSTEM       PIC X(08).
           05  ARH-PERIOD               PIC X(07).
           05  ARH-CREATE-DATE          PIC X(10).
           05  ARH-CREATE-TIME          PIC X(08).
           05  FILLER                   PIC X(116).
       01  AR-TRAILER-REC.
           05  ART-REC-TYPE             PIC X(01).
           05  ART-LINE-CNT             PIC 9(09).
           05  ART-INVOICE-CNT          PIC 9(05).
           05  ART-AMOUNT-SIGN          PIC X(01).
           05  ART-NET-AMOUNT           PIC 9(11)V99.
           05  FILLER                   PIC X(121).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM36'.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-PRIOR-BILLED-FLAG PIC X(01)  VALUE 'N'.
               88  PRIOR-MONTH-BILLED          VALUE 'Y'.
           05  WS-LATE-FLAG        PIC X(01)   VALUE 'N'.
               88  LATE-BACKOUT                VALUE 'Y'.
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
       01  WS-RATE-TABLE-DATA.
           05  WS-RTE-CNT          PIC 9(03)   VALUE ZEROES.
           05  WS-RTE-MAX          PIC 9(03)   VALUE 100.
           05  WS-RTE-SUB          PIC 9(03)   VALUE ZEROES.
           05  WS-RTE-ENTRY        OCCURS 100 TIMES.
               10  WS-RTE-SOURCE   PIC X(03).
               10  WS-RTE-ITEM     PIC X(16).
               10  WS-RTE-RATE     PIC 9(03)V9(04).
       01  WS-ACCOUNT-TABLE-DATA.
           05  WS-ACT-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-ACT-MAX          PIC 9(02)   VALUE 50.
           05  WS-ACT-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-ACT-ENTRY        OCCURS 50 TIMES.
               10  WS-ACT-SOURCE   PIC X(03).
               10  WS-ACT-CUSTOMER PIC X(10).
               10  WS-ACT-NAME     PIC X(30).
       01  WS-BILL-HIST-DATA.
           05  WS-BHS-CNT          PIC 9(03)   VALUE ZEROES.
           05  WS-BHS-MAX          PIC 9(03)   VALUE 120.
           05  WS-BHS-SUB          PIC 9(03)   VALUE ZEROES.
           05  WS-BHS-HIT          PIC 9(03)   VALUE ZEROES.
           05  WS-BHS-ENTRY        OCCURS 120 TIMES.
               10  WS-BHS-MONTH    PIC X(07).
               10  WS-BHS-STAMP    PIC X(18).
      *----------------------------------------------------------------*
      *   STRPGM22 BACKOUTS RUN SINCE THE PRIOR MONTH WAS BILLED THAT  *
      *   REACHED BACK INTO AN EARLIER, ALREADY-BILLED MONTH           *
      *----------------------------------------------------------------*
       01  WS-LATE-TABLE-DATA.
           05  WS-LAT-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-LAT-MAX          PIC 9(02)   VALUE 50.
           05  WS-LAT-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-LAT-ENTRY        OCCURS 50 TIMES.
               10  WS-LAT-JOB      PIC X(08).
               10  WS-LAT-DATE     PIC X(10).
               10  WS-LAT-FROM     PIC X(08).
               10  WS-LAT-TO       PIC X(08).
       01  WS-ACTION-TOKENS.
           05  WS-TOK-JOB          PIC X(20)   VALUE SPACES.
           05  WS-TOK-DATE         PIC X(20)   VALUE SPACES.
           05  WS-TOK-FROM         PIC X(20)   VALUE SPACES.
           05  WS-TOK-TO           PIC X(20)   VALUE SPACES.
      *----------------------------------------------------------------*
      *   LINE TYPES: C PROCESSING CHARGE, E EXPEDITE, P REPROCESS,    *
      *   S RESEND, R BACKOUT CREDIT, N BACKED OUT - NOT CHARGED       *
      *----------------------------------------------------------------*
       01  WS-PARTNER-TABLE-DATA.
           05  WS-PTN-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-PTN-MAX          PIC 9(02)   VALUE 50.
           05  WS-PTN-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-PTN-HIT          PIC 9(02)   VALUE ZEROES.
           05  WS-PTN-ENTRY        OCCURS 50 TIMES.
               10  WS-PTN-SOURCE   PIC X(03).
               10  WS-PTN-CUSTOMER PIC X(10).
               10  WS-PTN-NAME     PIC X(30).
               10  WS-PTN-INVOICE  PIC X(12).
               10  WS-PTN-CHARGES  PIC 9(09)V99.
               10  WS-PTN-CREDITS  PIC 9(09)V99.
               10  WS-PTN-LINE-CNT PIC 9(02).
               10  WS-PTN-LINE     OCCURS 20 TIMES.
                   15  WS-PL-TYPE      PIC X(01).
                   15  WS-PL-ITEM      PIC X(50).
                   15  WS-PL-QTY       PIC 9(09).
                   15  WS-PL-RATE      PIC 9(03)V9(04).
                   15  WS-PL-AMOUNT    PIC 9(09)V99.
       01  WS-PRICE-DATA.
           05  WS-BILL-MONTH       PIC X(07)   VALUE SPACES.
           05  WS-PRIOR-MONTH      PIC X(07)   VALUE SPACES.
           05  WS-PRIOR-STAMP      PIC X(18)   VALUE SPACES.
           05  WS-RUN-STAMP        PIC X(18)   VALUE SPACES.
           05  WS-EVENT-STAMP      PIC X(18)   VALUE SPACES.
           05  WS-PARM-MONTH       PIC X(07)   VALUE SPACES.
           05  WS-CALC-YEAR        PIC 9(04)   VALUE ZEROES.
           05  WS-CALC-MONTH       PIC 9(02)   VALUE ZEROES.
           05  WS-SOURCE-CODE      PIC X(03)   VALUE SPACES.
           05  WS-FIND-ITEM        PIC X(16)   VALUE SPACES.
           05  WS-FIND-RATE        PIC 9(03)V9(04) VALUE ZEROES.
           05  WS-FIND-HIT         PIC X(01)   VALUE 'N'.
               88  RATE-FOUND                  VALUE 'Y'.
           05  WS-CHAIN            PIC X(50)   VALUE SPACES.
           05  WS-CHAIN-METHOD     PIC X(16)   OCCURS 4 TIMES.
           05  WS-CHAIN-SUB        PIC 9(01)   VALUE ZERO.
           05  WS-LINE-TYPE        PIC X(01)   VALUE SPACE.
           05  WS-LINE-ITEM        PIC X(50)   VALUE SPACES.
           05  WS-LINE-RATE        PIC 9(03)V9(04) VALUE ZEROES.
           05  WS-LINE-QTY         PIC 9(09)   VALUE ZEROES.
           05  WS-LINE-SUB         PIC 9(02)   VALUE ZEROES.
           05  WS-LINE-HIT         PIC 9(02)   VALUE ZEROES.
           05  WS-TXN-DATE         PIC X(08)   VALUE SPACES.
           05  WS-ROW-DATE         PIC X(08)   VALUE SPACES.
           05  WS-NET-AMOUNT       PIC S9(11)V99 VALUE ZEROES.
           05  WS-PTN-NET          PIC S9(09)V99 VALUE ZEROES.
           05  WS-TOTAL-CHARGES    PIC 9(11)V99 VALUE ZEROES.
           05  WS-TOTAL-CREDITS    PIC 9(11)V99 VALUE ZEROES.
           05  WS-AR-LINE-NO       PIC 9(03)   VALUE ZEROES.
       01  WS-EDIT-FIELDS.
           05  WS-ED-QTY           PIC Z(8)9.
           05  WS-ED-RATE          PIC ZZ9.9999.
           05  WS-ED-AMOUNT        PIC Z(8)9.99-.
           05  WS-ED-TOTAL         PIC Z(10)9.99-.
       01  WS-COUNTS.
           05  WS-AUDIT-READ-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-ARCH-READ-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-CHARGED-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-EXPEDITE-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-REPROCESS-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-RESEND-CNT       PIC 9(9)    VALUE ZEROES.
           05  WS-NOCHARGE-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-CREDIT-CNT       PIC 9(9)    VALUE ZEROES.
           05  WS-UNPRICED-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-NO-ACCOUNT-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-OVERFLOW-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-AR-DETAIL-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-INVOICE-CNT      PIC 9(5)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-RATECTL-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-AUDIT-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-ARCH-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-PTNSTAT-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-APPRLOG-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-BILLHIST-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-ARBILL-STATUS    PIC X(02)   VALUE SPACES.
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
           PERFORM 070-SET-MONTHS            THRU 070-EXIT.
           PERFORM 080-LOAD-RATES            THRU 080-EXIT.
           IF WS-RTE-CNT = 0
               DISPLAY 'NO RATES ON RATE CONTROL FILE - NOTHING TO DO'
               MOVE 12                        TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 090-LOAD-BILL-HIST        THRU 090-EXIT.
           PERFORM 098-FIND-PRIOR-BILLING    THRU 098-EXIT.
           PERFORM 100-LOAD-LATE-BACKOUTS    THRU 100-EXIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 200-READ-AUDIT-LOG        THRU 200-EXIT.
           PERFORM 220-READ-ARCHIVE          THRU 220-EXIT.
           PERFORM 400-READ-RESENDS          THRU 400-EXIT.
           IF WS-PTN-CNT = 0
               DISPLAY 'NOTHING TO BILL FOR ' WS-BILL-MONTH
               CLOSE REPORT-FILE
               MOVE 12                        TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 450-EXTEND-LINES          THRU 450-EXIT
               VARYING WS-PTN-SUB FROM 1 BY 1
               UNTIL WS-PTN-SUB > WS-PTN-CNT.
           PERFORM 800-INVOICE-REPORT        THRU 800-EXIT.
           PERFORM 850-WRITE-AR-EXTRACT      THRU 850-EXIT.
           PERFORM 880-SAVE-BILL-HIST        THRU 880-EXIT.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE REPORT-FILE.
           IF WS-UNPRICED-CNT > 0
                   OR WS-NO-ACCOUNT-CNT > 0
                   OR WS-OVERFLOW-CNT > 0
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
           ACCEPT WS-RUN-TIME                  FROM TIME.
           STRING WS-RUN-DATE WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-RUN-STAMP
           END-STRING.
       065-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   BILLING MONTH FROM THE MONTH= CARD, ELSE THE MONTH BEFORE    *
      *   TODAY, AND THE MONTH BEFORE THAT                             *
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
           STRING WS-CALC-YEAR '-' WS-CALC-MONTH
               DELIMITED BY SIZE
               INTO WS-BILL-MONTH
           END-STRING.
           PERFORM 075-PRIOR-MONTH            THRU 075-EXIT.
           STRING WS-CALC-YEAR '-' WS-CALC-MONTH
               DELIMITED BY SIZE
               INTO WS-PRIOR-MONTH
           END-STRING.
           DISPLAY 'BILLING MONTH ..... ' WS-BILL-MONTH.
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

       080-LOAD-RATES.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT RATE-CTL-FILE.
           IF WS-RATECTL-STATUS NOT = '00'
               DISPLAY 'NO RATE CONTROL FILE - STATUS '
                       WS-RATECTL-STATUS
               GO TO 080-EXIT
           END-IF.
           PERFORM 085-LOAD-ONE-RATE          THRU 085-EXIT
               UNTIL END-OF-FILE.
           CLOSE RATE-CTL-FILE.
           DISPLAY 'RATES LOADED ...... ' WS-RTE-CNT.
           DISPLAY 'ACCOUNTS LOADED ... ' WS-ACT-CNT.
       080-EXIT.
           EXIT.

       085-LOAD-ONE-RATE.
           READ RATE-CTL-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 085-EXIT
           END-READ.
           EVALUATE RTE-REC-TYPE
               WHEN 'R'
                   IF RTE-ITEM = SPACES
                           OR RTE-UNIT-RATE NOT NUMERIC
                       DISPLAY 'INVALID RATE IGNORED: ' RATE-CTL-REC
                   ELSE
                       IF WS-RTE-CNT < WS-RTE-MAX
                           ADD 1              TO WS-RTE-CNT
                           MOVE RTE-SOURCE-CODE TO
                               WS-RTE-SOURCE(WS-RTE-CNT)
                           MOVE RTE-ITEM      TO
                               WS-RTE-ITEM(WS-RTE-CNT)
                           MOVE RTE-UNIT-RATE TO
                               WS-RTE-RATE(WS-RTE-CNT)
                       ELSE
                           DISPLAY 'RATE TABLE FULL - ENTRY IGNORED: '
                                   RTE-ITEM
                       END-IF
                   END-IF
               WHEN 'A'
                   IF WS-ACT-CNT < WS-ACT-MAX
                       ADD 1                  TO WS-ACT-CNT
                       MOVE RTA-SOURCE-CODE   TO
                           WS-ACT-SOURCE(WS-ACT-CNT)
                       MOVE RTA-AR-CUSTOMER   TO
                           WS-ACT-CUSTOMER(WS-ACT-CNT)
                       MOVE RTA-PARTNER-NAME  TO
                           WS-ACT-NAME(WS-ACT-CNT)
                   ELSE
                       DISPLAY 'ACCOUNT TABLE FULL - ENTRY IGNORED: '
                               RTA-SOURCE-CODE
                   END-IF
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID RATE RECORD IGNORED: ' RATE-CTL-REC
           END-EVALUATE.
       085-EXIT.
           EXIT.

       090-LOAD-BILL-HIST.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT BILL-HIST-FILE.
           IF WS-BILLHIST-STATUS NOT = '00'
               DISPLAY 'NO BILLING HISTORY - FIRST BILLING RUN'
               GO TO 090-EXIT
           END-IF.
           PERFORM 095-LOAD-ONE-HIST          THRU 095-EXIT
               UNTIL END-OF-FILE.
           CLOSE BILL-HIST-FILE.
       090-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   WHEN THE MONTH BEFORE THE BILLING MONTH WAS LAST BILLED      *
      *----------------------------------------------------------------*
       098-FIND-PRIOR-BILLING.
           PERFORM VARYING WS-BHS-SUB FROM 1 BY 1
                   UNTIL WS-BHS-SUB > WS-BHS-CNT
               IF WS-BHS-MONTH(WS-BHS-SUB) = WS-PRIOR-MONTH
                   SET PRIOR-MONTH-BILLED     TO TRUE
                   MOVE WS-BHS-STAMP(WS-BHS-SUB) TO WS-PRIOR-STAMP
               END-IF
           END-PERFORM.
           IF PRIOR-MONTH-BILLED
               DISPLAY WS-PRIOR-MONTH ' BILLED AT ' WS-PRIOR-STAMP
           ELSE
               DISPLAY WS-PRIOR-MONTH ' NOT BILLED - NO LATE CREDITS'
           END-IF.
       098-EXIT.
           EXIT.

       095-LOAD-ONE-HIST.
           READ BILL-HIST-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 095-EXIT
           END-READ.
           IF BHS-MONTH = WS-BILL-MONTH
               GO TO 095-EXIT
           END-IF.
           IF WS-BHS-CNT NOT < WS-BHS-MAX
               PERFORM VARYING WS-BHS-SUB FROM 2 BY 1
                       UNTIL WS-BHS-SUB > WS-BHS-CNT
                   MOVE WS-BHS-ENTRY(WS-BHS-SUB) TO
                       WS-BHS-ENTRY(WS-BHS-SUB - 1)
               END-PERFORM
               SUBTRACT 1                     FROM WS-BHS-CNT
           END-IF.
           ADD 1                              TO WS-BHS-CNT.
           MOVE BHS-MONTH                     TO
               WS-BHS-MONTH(WS-BHS-CNT).
           STRING BHS-RUN-DATE BHS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-BHS-STAMP(WS-BHS-CNT)
           END-STRING.
       095-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   STRPGM22 LOGS JOB=, DATE=, TIMEFROM= AND TIMETO= FOR EVERY   *
      *   BACKOUT IT EXECUTES. ONE RUN SINCE THE PRIOR MONTH WAS       *
      *   BILLED, FOR A RUN DATE BEFORE THE BILLING MONTH, MEANS ROWS  *
      *   ALREADY INVOICED ARE NOW BACKED OUT AND MUST BE CREDITED     *
      *----------------------------------------------------------------*
       100-LOAD-LATE-BACKOUTS.
           IF NOT PRIOR-MONTH-BILLED
               GO TO 100-EXIT
           END-IF.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT APPROVAL-LOG-FILE.
           IF WS-APPRLOG-STATUS NOT = '00'
               DISPLAY 'NO APPROVAL LOG - NO LATE CREDITS'
               GO TO 100-EXIT
           END-IF.
           PERFORM 110-LOAD-ONE-BACKOUT       THRU 110-EXIT
               UNTIL END-OF-FILE.
           CLOSE APPROVAL-LOG-FILE.
           DISPLAY 'LATE BACKOUTS ..... ' WS-LAT-CNT.
       100-EXIT.
           EXIT.

       110-LOAD-ONE-BACKOUT.
           READ APPROVAL-LOG-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 110-EXIT
           END-READ.
           IF ALG-PROGRAM NOT = 'STRPGM22'
                   OR ALG-EVENT NOT = 'EXECUTED'
               GO TO 110-EXIT
           END-IF.
           STRING ALG-DATE ALG-TIME
               DELIMITED BY SIZE
               INTO WS-EVENT-STAMP
           END-STRING.
           IF WS-EVENT-STAMP NOT > WS-PRIOR-STAMP
               GO TO 110-EXIT
           END-IF.
           MOVE SPACES                        TO WS-ACTION-TOKENS.
           UNSTRING ALG-ACTION DELIMITED BY ALL SPACE
               INTO WS-TOK-JOB WS-TOK-DATE WS-TOK-FROM WS-TOK-TO
           END-UNSTRING.
           IF WS-TOK-JOB(1:4) NOT = 'JOB='
                   OR WS-TOK-DATE(1:5) NOT = 'DATE='
               GO TO 110-EXIT
           END-IF.
           IF WS-TOK-DATE(6:7) NOT < WS-BILL-MONTH
               GO TO 110-EXIT
           END-IF.
           IF WS-LAT-CNT NOT < WS-LAT-MAX
               DISPLAY 'LATE BACKOUT TABLE FULL - IGNORED: '
                       ALG-ACTION
               ADD 1                          TO WS-OVERFLOW-CNT
               GO TO 110-EXIT
           END-IF.
           ADD 1                              TO WS-LAT-CNT.
           MOVE WS-TOK-JOB(5:8)               TO WS-LAT-JOB(WS-LAT-CNT).
           MOVE WS-TOK-DATE(6:10)             TO
               WS-LAT-DATE(WS-LAT-CNT).
           MOVE '00000000'                    TO
               WS-LAT-FROM(WS-LAT-CNT).
           MOVE '99999999'                    TO WS-LAT-TO(WS-LAT-CNT).
           IF WS-TOK-FROM(1:9) = 'TIMEFROM='
               MOVE WS-TOK-FROM(10:8)         TO
                   WS-LAT-FROM(WS-LAT-CNT)
           END-IF.
           IF WS-TOK-TO(1:7) = 'TIMETO='
               MOVE WS-TOK-TO(8:8)            TO WS-LAT-TO(WS-LAT-CNT)
           END-IF.
       110-EXIT.
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
           PERFORM 300-PRICE-AUDIT-ROW        THRU 300-EXIT.
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
           PERFORM 300-PRICE-AUDIT-ROW        THRU 300-EXIT.
       230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A ROW IN THE BILLING MONTH IS CHARGED UNLESS BACKED OUT. A   *
      *   BACKED-OUT ROW FROM AN EARLIER MONTH IS CREDITED ONLY WHEN   *
      *   ITS BACKOUT RAN AFTER THAT MONTH WAS BILLED                  *
      *----------------------------------------------------------------*
       300-PRICE-AUDIT-ROW.
           IF AUD-RUN-DATE(1:7) > WS-BILL-MONTH
               GO TO 300-EXIT
           END-IF.
           IF AUD-RUN-DATE(1:7) < WS-BILL-MONTH
               IF AUD-BACKOUT-FLAG = 'B'
                   PERFORM 330-CHECK-LATE-BACKOUT THRU 330-EXIT
               END-IF
               GO TO 300-EXIT
           END-IF.
           MOVE AUD-SOURCE-CODE               TO WS-SOURCE-CODE.
           PERFORM 600-FIND-PARTNER           THRU 600-EXIT.
           IF WS-PTN-HIT = 0
               GO TO 300-EXIT
           END-IF.
           PERFORM 310-PRICE-CHAIN            THRU 310-EXIT.
           IF AUD-BACKOUT-FLAG = 'B'
               ADD 1                          TO WS-NOCHARGE-CNT
               MOVE 'N'                       TO WS-LINE-TYPE
               PERFORM 500-ADD-LINE           THRU 500-EXIT
               GO TO 300-EXIT
           END-IF.
           ADD 1                              TO WS-CHARGED-CNT.
           MOVE 'C'                           TO WS-LINE-TYPE.
           PERFORM 500-ADD-LINE               THRU 500-EXIT.
           IF AUD-RUN-LANE = 'E'
               ADD 1                          TO WS-EXPEDITE-CNT
               MOVE '*EXPEDITE'               TO WS-FIND-ITEM
               PERFORM 320-FIND-RATE          THRU 320-EXIT
               MOVE 'E'                       TO WS-LINE-TYPE
               MOVE 'EXPEDITE LANE'           TO WS-LINE-ITEM
               MOVE WS-FIND-RATE              TO WS-LINE-RATE
               PERFORM 500-ADD-LINE           THRU 500-EXIT
           END-IF.
           MOVE AUD-TXN-ID(1:8)               TO WS-TXN-DATE.
           STRING AUD-RUN-DATE(1:4) AUD-RUN-DATE(6:2)
                  AUD-RUN-DATE(9:2)
               DELIMITED BY SIZE
               INTO WS-ROW-DATE
           END-STRING.
           IF WS-TXN-DATE IS NUMERIC
                   AND WS-TXN-DATE < WS-ROW-DATE
               ADD 1                          TO WS-REPROCESS-CNT
               MOVE '*REPROCESS'              TO WS-FIND-ITEM
               PERFORM 320-FIND-RATE          THRU 320-EXIT
               MOVE 'P'                       TO WS-LINE-TYPE
               MOVE 'REPROCESSED RECORD'      TO WS-LINE-ITEM
               MOVE WS-FIND-RATE              TO WS-LINE-RATE
               PERFORM 500-ADD-LINE           THRU 500-EXIT
           END-IF.
       300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   UNIT PRICE OF A ROW = SUM OF THE RATES OF EACH METHOD IN ITS *
      *   CHAIN (A BLANK METHOD IS THE STRPGM6 DEFAULT)                *
      *----------------------------------------------------------------*
       310-PRICE-CHAIN.
           MOVE AUD-METHOD-CODE               TO WS-CHAIN.
           IF WS-CHAIN = SPACES
               MOVE 'REVERSE-FUNCTION'        TO WS-CHAIN
           END-IF.
           MOVE SPACES                        TO WS-CHAIN-METHOD(1)
                                                 WS-CHAIN-METHOD(2)
                                                 WS-CHAIN-METHOD(3)
                                                 WS-CHAIN-METHOD(4).
           UNSTRING WS-CHAIN DELIMITED BY '+'
               INTO WS-CHAIN-METHOD(1) WS-CHAIN-METHOD(2)
                    WS-CHAIN-METHOD(3) WS-CHAIN-METHOD(4)
           END-UNSTRING.
           MOVE ZEROES                        TO WS-LINE-RATE.
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > 4
                      OR WS-CHAIN-METHOD(WS-CHAIN-SUB) = SPACES
               MOVE WS-CHAIN-METHOD(WS-CHAIN-SUB) TO WS-FIND-ITEM
               PERFORM 320-FIND-RATE          THRU 320-EXIT
               IF NOT RATE-FOUND
                   MOVE '*DEFAULT'            TO WS-FIND-ITEM
                   PERFORM 320-FIND-RATE      THRU 320-EXIT
               END-IF
               IF NOT RATE-FOUND
                   ADD 1                      TO WS-UNPRICED-CNT
               END-IF
               ADD WS-FIND-RATE               TO WS-LINE-RATE
           END-PERFORM.
           MOVE WS-CHAIN                      TO WS-LINE-ITEM.
       310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A RATE FOR THE SOURCE ITSELF BEATS THE ALL-SOURCES RATE      *
      *----------------------------------------------------------------*
       320-FIND-RATE.
           MOVE 'N'                           TO WS-FIND-HIT.
           MOVE ZEROES                        TO WS-FIND-RATE.
           PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
                   UNTIL WS-RTE-SUB > WS-RTE-CNT
               IF WS-RTE-ITEM(WS-RTE-SUB) = WS-FIND-ITEM
                   IF WS-RTE-SOURCE(WS-RTE-SUB) = WS-SOURCE-CODE
                       MOVE WS-RTE-RATE(WS-RTE-SUB) TO WS-FIND-RATE
                       SET RATE-FOUND         TO TRUE
                       MOVE WS-RTE-CNT        TO WS-RTE-SUB
                   ELSE
                       IF WS-RTE-SOURCE(WS-RTE-SUB) = SPACES
                           MOVE WS-RTE-RATE(WS-RTE-SUB) TO
                               WS-FIND-RATE
                           SET RATE-FOUND     TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.

       330-CHECK-LATE-BACKOUT.
           MOVE 'N'                           TO WS-LATE-FLAG.
           PERFORM VARYING WS-LAT-SUB FROM 1 BY 1
                   UNTIL WS-LAT-SUB > WS-LAT-CNT
               IF AUD-JOB-NAME = WS-LAT-JOB(WS-LAT-SUB)
                       AND AUD-RUN-DATE = WS-LAT-DATE(WS-LAT-SUB)
                       AND AUD-RUN-TIME NOT < WS-LAT-FROM(WS-LAT-SUB)
                       AND AUD-RUN-TIME NOT > WS-LAT-TO(WS-LAT-SUB)
                   SET LATE-BACKOUT           TO TRUE
                   MOVE WS-LAT-CNT            TO WS-LAT-SUB
               END-IF
           END-PERFORM.
           IF NOT LATE-BACKOUT
               GO TO 330-EXIT
           END-IF.
           MOVE AUD-SOURCE-CODE               TO WS-SOURCE-CODE.
           PERFORM 600-FIND-PARTNER           THRU 600-EXIT.
           IF WS-PTN-HIT = 0
               GO TO 330-EXIT
           END-IF.
           ADD 1                              TO WS-CREDIT-CNT.
           PERFORM 310-PRICE-CHAIN            THRU 310-EXIT.
           MOVE 'R'                           TO WS-LINE-TYPE.
           PERFORM 500-ADD-LINE               THRU 500-EXIT.
       330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RESENDS FOR THE MONTH FROM THE PARTNER STATISTICS HISTORY    *
      *----------------------------------------------------------------*
       400-READ-RESENDS.
           MOVE 'N'                           TO WS-EOF-FLAG.
           OPEN INPUT STATS-FILE.
           IF WS-PTNSTAT-STATUS NOT = '00'
               DISPLAY 'NO PARTNER STATISTICS - NO RESEND CHARGES'
               GO TO 400-EXIT
           END-IF.
           PERFORM 410-READ-ONE-STAT          THRU 410-EXIT
               UNTIL END-OF-FILE.
           CLOSE STATS-FILE.
       400-EXIT.
           EXIT.

       410-READ-ONE-STAT.
           READ STATS-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 410-EXIT
           END-READ.
           IF PST-BUS-DATE(1:7) NOT = WS-BILL-MONTH
                   OR PST-RESEND-CNT = 0
               GO TO 410-EXIT
           END-IF.
           MOVE PST-SOURCE-CODE               TO WS-SOURCE-CODE.
           PERFORM 600-FIND-PARTNER           THRU 600-EXIT.
           IF WS-PTN-HIT = 0
               GO TO 410-EXIT
           END-IF.
           ADD PST-RESEND-CNT                 TO WS-RESEND-CNT.
           MOVE '*RESEND'                     TO WS-FIND-ITEM.
           PERFORM 320-FIND-RATE              THRU 320-EXIT.
           MOVE 'S'                           TO WS-LINE-TYPE.
           MOVE 'RESENT BY STRPGM19'          TO WS-LINE-ITEM.
           MOVE WS-FIND-RATE                  TO WS-LINE-RATE.
           MOVE PST-RESEND-CNT                TO WS-LINE-QTY.
           PERFORM 505-ADD-QTY                THRU 505-EXIT.
       410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   AMOUNT PER LINE = QUANTITY X UNIT RATE, ROUNDED TO THE CENT  *
      *----------------------------------------------------------------*
       450-EXTEND-LINES.
           MOVE ZEROES                        TO
               WS-PTN-CHARGES(WS-PTN-SUB) WS-PTN-CREDITS(WS-PTN-SUB).
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-PTN-LINE-CNT(WS-PTN-SUB)
               IF WS-PL-TYPE(WS-PTN-SUB WS-LINE-SUB) = 'N'
                   MOVE ZEROES                TO
                       WS-PL-AMOUNT(WS-PTN-SUB WS-LINE-SUB)
               ELSE
                   COMPUTE WS-PL-AMOUNT(WS-PTN-SUB WS-LINE-SUB) ROUNDED
                       = WS-PL-QTY(WS-PTN-SUB WS-LINE-SUB)
                       * WS-PL-RATE(WS-PTN-SUB WS-LINE-SUB)
               END-IF
               IF WS-PL-TYPE(WS-PTN-SUB WS-LINE-SUB) = 'R'
                   ADD WS-PL-AMOUNT(WS-PTN-SUB WS-LINE-SUB) TO
                       WS-PTN-CREDITS(WS-PTN-SUB)
               ELSE
                   ADD WS-PL-AMOUNT(WS-PTN-SUB WS-LINE-SUB) TO
                       WS-PTN-CHARGES(WS-PTN-SUB)
               END-IF
           END-PERFORM.
           ADD WS-PTN-CHARGES(WS-PTN-SUB)     TO WS-TOTAL-CHARGES.
           ADD WS-PTN-CREDITS(WS-PTN-SUB)     TO WS-TOTAL-CREDITS.
       450-EXIT.
           EXIT.

       500-ADD-LINE.
           MOVE 1                             TO WS-LINE-QTY.
           PERFORM 505-ADD-QTY                THRU 505-EXIT.
       500-EXIT.
           EXIT.

       505-ADD-QTY.
           MOVE ZEROES                        TO WS-LINE-HIT.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-PTN-LINE-CNT(WS-PTN-HIT)
               IF WS-PL-TYPE(WS-PTN-HIT WS-LINE-SUB) = WS-LINE-TYPE
                       AND WS-PL-ITEM(WS-PTN-HIT WS-LINE-SUB)
                           = WS-LINE-ITEM
                   MOVE WS-LINE-SUB           TO WS-LINE-HIT
                   MOVE WS-PTN-LINE-CNT(WS-PTN-HIT) TO WS-LINE-SUB
               END-IF
           END-PERFORM.
           IF WS-LINE-HIT = 0
               IF WS-PTN-LINE-CNT(WS-PTN-HIT) NOT < 20
                   DISPLAY 'INVOICE LINE LIMIT - NOT BILLED: '
                           WS-PTN-SOURCE(WS-PTN-HIT) ' '
                           WS-LINE-ITEM
                   ADD 1                      TO WS-OVERFLOW-CNT
                   GO TO 505-EXIT
               END-IF
               ADD 1                          TO
                   WS-PTN-LINE-CNT(WS-PTN-HIT)
               MOVE WS-PTN-LINE-CNT(WS-PTN-HIT) TO WS-LINE-HIT
               MOVE WS-LINE-TYPE              TO
                   WS-PL-TYPE(WS-PTN-HIT WS-LINE-HIT)
               MOVE WS-LINE-ITEM              TO
                   WS-PL-ITEM(WS-PTN-HIT WS-LINE-HIT)
               MOVE WS-LINE-RATE              TO
                   WS-PL-RATE(WS-PTN-HIT WS-LINE-HIT)
               MOVE ZEROES                    TO
                   WS-PL-QTY(WS-PTN-HIT WS-LINE-HIT)
                   WS-PL-AMOUNT(WS-PTN-HIT WS-LINE-HIT)
           END-IF.
           ADD WS-LINE-QTY                    TO
               WS-PL-QTY(WS-PTN-HIT WS-LINE-HIT).
       505-EXIT.
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
           STRING 'SB' WS-BILL-MONTH(1:4) WS-BILL-MONTH(6:2)
                  WS-SOURCE-CODE
               DELIMITED BY SIZE
               INTO WS-PTN-INVOICE(WS-PTN-HIT)
           END-STRING.
           MOVE WS-SOURCE-CODE                TO
               WS-PTN-CUSTOMER(WS-PTN-HIT).
           MOVE '*** NO AR ACCOUNT ON RATE FILE ***' TO
               WS-PTN-NAME(WS-PTN-HIT).
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-CNT
               IF WS-ACT-SOURCE(WS-ACT-SUB) = WS-SOURCE-CODE
                   MOVE WS-ACT-CUSTOMER(WS-ACT-SUB) TO
                       WS-PTN-CUSTOMER(WS-PTN-HIT)
                   MOVE WS-ACT-NAME(WS-ACT-SUB) TO
                       WS-PTN-NAME(WS-PTN-HIT)
                   MOVE WS-ACT-CNT            TO WS-ACT-SUB
               END-IF
           END-PERFORM.
           IF WS-PTN-CUSTOMER(WS-PTN-HIT) = WS-SOURCE-CODE
               ADD 1                          TO WS-NO-ACCOUNT-CNT
               DISPLAY 'NO AR ACCOUNT FOR SOURCE ' WS-SOURCE-CODE
                       ' - BILLED UNDER THE SOURCE CODE'
           END-IF.
       600-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STRPGM36 - CHARGEBACK INVOICE DETAIL '
                      DELIMITED BY SIZE
                  WS-BILL-MONTH     DELIMITED BY SIZE
                  '          PAGE ' DELIMITED BY SIZE
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
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   ONE INVOICE PAGE PER PARTNER, THEN A SUMMARY PAGE            *
      *----------------------------------------------------------------*
       800-INVOICE-REPORT.
           PERFORM 810-INVOICE-ONE-PARTNER    THRU 810-EXIT
               VARYING WS-PTN-SUB FROM 1 BY 1
               UNTIL WS-PTN-SUB > WS-PTN-CNT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           MOVE 'SRC CUSTOMER   INVOICE             CHARGES'
                                              TO RPT-LINE.
           MOVE '        CREDITS            NET'
                                              TO RPT-LINE(44:30).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-PTN-SUB FROM 1 BY 1
                   UNTIL WS-PTN-SUB > WS-PTN-CNT
               IF WS-LINE-CNT >= WS-MAX-LINES
                   PERFORM 700-WRITE-HEADINGS THRU 700-EXIT
               END-IF
               MOVE SPACES                    TO RPT-LINE
               MOVE WS-PTN-SOURCE(WS-PTN-SUB) TO RPT-LINE(1:3)
               MOVE WS-PTN-CUSTOMER(WS-PTN-SUB) TO RPT-LINE(5:10)
               MOVE WS-PTN-INVOICE(WS-PTN-SUB) TO RPT-LINE(16:12)
               MOVE WS-PTN-CHARGES(WS-PTN-SUB) TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT              TO RPT-LINE(30:13)
               MOVE WS-PTN-CREDITS(WS-PTN-SUB) TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT              TO RPT-LINE(45:13)
               COMPUTE WS-PTN-NET = WS-PTN-CHARGES(WS-PTN-SUB)
                                  - WS-PTN-CREDITS(WS-PTN-SUB)
               MOVE WS-PTN-NET                TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT              TO RPT-LINE(60:13)
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               ADD 1                          TO WS-LINE-CNT
           END-PERFORM.
           COMPUTE WS-NET-AMOUNT = WS-TOTAL-CHARGES - WS-TOTAL-CREDITS.
           MOVE SPACES                        TO RPT-LINE.
           MOVE 'TOTAL'                       TO RPT-LINE(1:5).
           MOVE WS-TOTAL-CHARGES              TO WS-ED-TOTAL.
           MOVE WS-ED-TOTAL                   TO RPT-LINE(27:15).
           MOVE WS-TOTAL-CREDITS              TO WS-ED-TOTAL.
           MOVE WS-ED-TOTAL                   TO RPT-LINE(42:15).
           MOVE WS-NET-AMOUNT                 TO WS-ED-TOTAL.
           MOVE WS-ED-TOTAL                   TO RPT-LINE(57:15).
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
       800-EXIT.
           EXIT.

       810-INVOICE-ONE-PARTNER.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'INVOICE '                 DELIMITED BY SIZE
                  WS-PTN-INVOICE(WS-PTN-SUB) DELIMITED BY SIZE
                  '   CUSTOMER '             DELIMITED BY SIZE
                  WS-PTN-CUSTOMER(WS-PTN-SUB) DELIMITED BY SIZE
                  '   SOURCE '               DELIMITED BY SIZE
                  WS-PTN-SOURCE(WS-PTN-SUB)  DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-PTN-NAME(WS-PTN-SUB)       TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TYPE       ITEM' TO RPT-LINE.
           MOVE 'QUANTITY  UNIT RATE       AMOUNT' TO RPT-LINE(50:32).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 820-INVOICE-LINE           THRU 820-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-PTN-LINE-CNT(WS-PTN-SUB).
           MOVE SPACES                        TO RPT-LINE.
           MOVE 'TOTAL CHARGES'               TO RPT-LINE(12:13).
           MOVE WS-PTN-CHARGES(WS-PTN-SUB)    TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT                  TO RPT-LINE(69:13).
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES                        TO RPT-LINE.
           MOVE 'TOTAL CREDITS'               TO RPT-LINE(12:13).
           MOVE WS-PTN-CREDITS(WS-PTN-SUB)    TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT                  TO RPT-LINE(69:13).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           COMPUTE WS-PTN-NET = WS-PTN-CHARGES(WS-PTN-SUB)
                              - WS-PTN-CREDITS(WS-PTN-SUB).
           MOVE SPACES                        TO RPT-LINE.
           MOVE 'AMOUNT DUE'                  TO RPT-LINE(12:10).
           MOVE WS-PTN-NET                    TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT                  TO RPT-LINE(69:13).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
       810-EXIT.
           EXIT.

       820-INVOICE-LINE.
           MOVE SPACES                        TO RPT-LINE.
           EVALUATE WS-PL-TYPE(WS-PTN-SUB WS-LINE-SUB)
               WHEN 'C'
                   MOVE 'PROCESSING'          TO RPT-LINE(1:10)
               WHEN 'E'
                   MOVE 'EXPEDITE'            TO RPT-LINE(1:10)
               WHEN 'P'
                   MOVE 'REPROCESS'           TO RPT-LINE(1:10)
               WHEN 'S'
                   MOVE 'RESEND'              TO RPT-LINE(1:10)
               WHEN 'R'
                   MOVE 'CREDIT'              TO RPT-LINE(1:10)
               WHEN 'N'
                   MOVE 'NO CHARGE'           TO RPT-LINE(1:10)
           END-EVALUATE.
           MOVE WS-PL-ITEM(WS-PTN-SUB WS-LINE-SUB)(1:38)
                                              TO RPT-LINE(12:38).
           MOVE WS-PL-QTY(WS-PTN-SUB WS-LINE-SUB) TO WS-ED-QTY.
           MOVE WS-ED-QTY                     TO RPT-LINE(49:9).
           MOVE WS-PL-RATE(WS-PTN-SUB WS-LINE-SUB) TO WS-ED-RATE.
           MOVE WS-ED-RATE                    TO RPT-LINE(60:8).
           MOVE WS-PL-AMOUNT(WS-PTN-SUB WS-LINE-SUB) TO WS-ED-AMOUNT.
           IF WS-PL-TYPE(WS-PTN-SUB WS-LINE-SUB) = 'R'
               MOVE WS-PL-AMOUNT(WS-PTN-SUB WS-LINE-SUB) TO WS-PTN-NET
               MULTIPLY -1                    BY WS-PTN-NET
               MOVE WS-PTN-NET                TO WS-ED-AMOUNT
           END-IF.
           MOVE WS-ED-AMOUNT                  TO RPT-LINE(69:13).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
       820-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   AR LOAD FILE - NO-CHARGE LINES ARE FOR THE INVOICE REPORT    *
      *   ONLY AND ARE NOT SENT                                        *
      *----------------------------------------------------------------*
       850-WRITE-AR-EXTRACT.
           OPEN OUTPUT AR-EXTRACT-FILE.
           MOVE 'ARBILL'                      TO WS-IO-FILE-NAME.
           MOVE WS-ARBILL-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           MOVE SPACES                        TO AR-HEADER-REC.
           MOVE 'H'                           TO ARH-REC-TYPE.
           MOVE 'STRPGM36'                    TO ARH-SENDING-SYSTEM.
           MOVE WS-BILL-MONTH                 TO ARH-PERIOD.
           MOVE WS-RUN-DATE                   TO ARH-CREATE-DATE.
           MOVE WS-RUN-TIME                   TO ARH-CREATE-TIME.
           WRITE AR-HEADER-REC.
           MOVE WS-ARBILL-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 855-AR-ONE-PARTNER         THRU 855-EXIT
               VARYING WS-PTN-SUB FROM 1 BY 1
               UNTIL WS-PTN-SUB > WS-PTN-CNT.
           MOVE SPACES                        TO AR-TRAILER-REC.
           MOVE 'T'                           TO ART-REC-TYPE.
           MOVE WS-AR-DETAIL-CNT              TO ART-LINE-CNT.
           MOVE WS-INVOICE-CNT                TO ART-INVOICE-CNT.
           COMPUTE WS-NET-AMOUNT = WS-TOTAL-CHARGES - WS-TOTAL-CREDITS.
           IF WS-NET-AMOUNT < 0
               MOVE '-'                       TO ART-AMOUNT-SIGN
           ELSE
               MOVE '+'                       TO ART-AMOUNT-SIGN
           END-IF.
           MOVE WS-NET-AMOUNT                 TO ART-NET-AMOUNT.
           WRITE AR-TRAILER-REC.
           MOVE WS-ARBILL-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           CLOSE AR-EXTRACT-FILE.
       850-EXIT.
           EXIT.

       855-AR-ONE-PARTNER.
           MOVE ZEROES                        TO WS-AR-LINE-NO.
           PERFORM 860-AR-ONE-LINE            THRU 860-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-PTN-LINE-CNT(WS-PTN-SUB).
           IF WS-AR-LINE-NO > 0
               ADD 1                          TO WS-INVOICE-CNT
           END-IF.
       855-EXIT.
           EXIT.

       860-AR-ONE-LINE.
           IF WS-PL-TYPE(WS-PTN-SUB WS-LINE-SUB) = 'N'
               GO TO 860-EXIT
           END-IF.
           ADD 1                              TO WS-AR-LINE-NO.
           MOVE SPACES                        TO AR-DETAIL-REC.
           MOVE 'D'                           TO ARB-REC-TYPE.
           MOVE WS-PTN-CUSTOMER(WS-PTN-SUB)   TO ARB-CUSTOMER.
           MOVE WS-PTN-INVOICE(WS-PTN-SUB)    TO ARB-INVOICE-NO.
           MOVE WS-AR-LINE-NO                 TO ARB-LINE-NO.
           EVALUATE WS-PL-TYPE(WS-PTN-SUB WS-LINE-SUB)
               WHEN 'C'
                   MOVE 'PROCESSING'          TO ARB-ITEM-CODE
               WHEN 'E'
                   MOVE 'EXPEDITE'            TO ARB-ITEM-CODE
               WHEN 'P'
                   MOVE 'REPROCESS'           TO ARB-ITEM-CODE
               WHEN 'S'
                   MOVE 'RESEND'              TO ARB-ITEM-CODE
               WHEN 'R'
                   MOVE 'BACKOUT-CREDIT'      TO ARB-ITEM-CODE
           END-EVALUATE.
           MOVE WS-PL-ITEM(WS-PTN-SUB WS-LINE-SUB) TO ARB-DESCRIPTION.
           MOVE WS-PL-QTY(WS-PTN-SUB WS-LINE-SUB)  TO ARB-QUANTITY.
           MOVE WS-PL-RATE(WS-PTN-SUB WS-LINE-SUB) TO ARB-UNIT-RATE.
           IF WS-PL-TYPE(WS-PTN-SUB WS-LINE-SUB) = 'R'
               MOVE '-'                       TO ARB-AMOUNT-SIGN
           ELSE
               MOVE '+'                       TO ARB-AMOUNT-SIGN
           END-IF.
           MOVE WS-PL-AMOUNT(WS-PTN-SUB WS-LINE-SUB) TO ARB-AMOUNT.
           MOVE WS-BILL-MONTH                 TO ARB-PERIOD.
           MOVE WS-PTN-SOURCE(WS-PTN-SUB)     TO ARB-SOURCE-CODE.
           WRITE AR-DETAIL-REC.
           MOVE 'ARBILL'                      TO WS-IO-FILE-NAME.
           MOVE WS-ARBILL-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           ADD 1                              TO WS-AR-DETAIL-CNT.
       860-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RECORD WHEN THIS MONTH WAS BILLED - A RERUN REPLACES THE     *
      *   MONTH'S ENTRY, SO NEXT MONTH CREDITS ONLY BACKOUTS RUN       *
      *   AFTER THE LAST BILLING OF THIS ONE                           *
      *----------------------------------------------------------------*
       880-SAVE-BILL-HIST.
           OPEN OUTPUT BILL-HIST-FILE.
           MOVE 'BILLHIST'                    TO WS-IO-FILE-NAME.
           MOVE WS-BILLHIST-STATUS            TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM VARYING WS-BHS-SUB FROM 1 BY 1
                   UNTIL WS-BHS-SUB > WS-BHS-CNT
               MOVE SPACES                    TO BILL-HIST-REC
               MOVE WS-BHS-MONTH(WS-BHS-SUB)  TO BHS-MONTH
               MOVE WS-BHS-STAMP(WS-BHS-SUB)(1:10) TO BHS-RUN-DATE
               MOVE WS-BHS-STAMP(WS-BHS-SUB)(11:8) TO BHS-RUN-TIME
               WRITE BILL-HIST-REC
               MOVE WS-BILLHIST-STATUS        TO WS-IO-STATUS
               PERFORM 970-CHECK-IO          THRU 970-EXIT
           END-PERFORM.
           MOVE SPACES                        TO BILL-HIST-REC.
           MOVE WS-BILL-MONTH                 TO BHS-MONTH.
           MOVE WS-RUN-DATE                   TO BHS-RUN-DATE.
           MOVE WS-RUN-TIME                   TO BHS-RUN-TIME.
           WRITE BILL-HIST-REC.
           MOVE WS-BILLHIST-STATUS            TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           CLOSE BILL-HIST-FILE.
       880-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM36 CONTROL TOTALS'.
           DISPLAY 'AUDIT ROWS READ ....... ' WS-AUDIT-READ-CNT.
           DISPLAY 'ARCHIVE ROWS READ ..... ' WS-ARCH-READ-CNT.
           DISPLAY 'RECORDS CHARGED ....... ' WS-CHARGED-CNT.
           DISPLAY 'EXPEDITE EXTRAS ....... ' WS-EXPEDITE-CNT.
           DISPLAY 'REPROCESS EXTRAS ...... ' WS-REPROCESS-CNT.
           DISPLAY 'RESEND EXTRAS ......... ' WS-RESEND-CNT.
           DISPLAY 'BACKED OUT - NO CHARGE  ' WS-NOCHARGE-CNT.
           DISPLAY 'LATE BACKOUT CREDITS .. ' WS-CREDIT-CNT.
           DISPLAY 'UNPRICED METHODS ...... ' WS-UNPRICED-CNT.
           DISPLAY 'SOURCES WITHOUT ACCOUNT ' WS-NO-ACCOUNT-CNT.
           DISPLAY 'NOT BILLED - TABLE .... ' WS-OVERFLOW-CNT.
           DISPLAY 'INVOICES .............. ' WS-INVOICE-CNT.
           DISPLAY 'AR DETAIL LINES ....... ' WS-AR-DETAIL-CNT.
           MOVE WS-TOTAL-CHARGES              TO WS-ED-TOTAL.
           DISPLAY 'TOTAL CHARGES ......... ' WS-ED-TOTAL.
           MOVE WS-TOTAL-CREDITS              TO WS-ED-TOTAL.
           DISPLAY 'TOTAL CREDITS ......... ' WS-ED-TOTAL.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STRPGM36 CONTROL TOTALS'      TO RPT-LINE.
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
           STRING 'RECORDS CHARGED ..... ' DELIMITED BY SIZE
                  WS-CHARGED-CNT           DELIMITED BY SIZE
                  '   NOT CHARGED ' DELIMITED BY SIZE
                  WS-NOCHARGE-CNT          DELIMITED BY SIZE
                  '   CREDITED ' DELIMITED BY SIZE
                  WS-CREDIT-CNT            DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'EXTRAS EXPEDITE ..... ' DELIMITED BY SIZE
                  WS-EXPEDITE-CNT          DELIMITED BY SIZE
                  '   REPROCESS ' DELIMITED BY SIZE
                  WS-REPROCESS-CNT         DELIMITED BY SIZE
                  '   RESEND ' DELIMITED BY SIZE
                  WS-RESEND-CNT            DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'UNPRICED METHODS .... ' DELIMITED BY SIZE
                  WS-UNPRICED-CNT          DELIMITED BY SIZE
                  '   NO ACCOUNT ' DELIMITED BY SIZE
                  WS-NO-ACCOUNT-CNT        DELIMITED BY SIZE
                  '   NOT BILLED ' DELIMITED BY SIZE
                  WS-OVERFLOW-CNT          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'AR DETAIL LINES ..... ' DELIMITED BY SIZE
                  WS-AR-DETAIL-CNT         DELIMITED BY SIZE
                  '   INVOICES ' DELIMITED BY SIZE
                  WS-INVOICE-CNT           DELIMITED BY SIZE
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
