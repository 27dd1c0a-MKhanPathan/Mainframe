      *----------------------------------------------------------------*
      *   DAILY WAREHOUSE EXTRACT - ONE DELIMITED FACT ROW PER         *
      *   PROCESSED RECORD ON OUTFILE, JOINED ON (TRANSACTION ID,      *
      *   ORIGINAL) TO ITS NEWEST AUDIT ROW, ITS STRMASTR OCCURRENCE   *
      *   COUNT, THE INTERFACE BATCH THAT CARRIED IT AND THE PARTNER   *
      *   ACKNOWLEDGMENT. RUNS AFTER STRPGM13 HAS POSTED THE ACKS.     *
      *                                                                *
      *   THE FACT FILE AND THE SOURCE, METHOD CHAIN AND BUSINESS      *
      *   DATE DIMENSIONS ARE CUMULATIVE: EACH IS READ FROM ITS ...I   *
      *   DD AND REWRITTEN TO ITS ...O DD, WHICH THE JOB THEN RENAMES  *
      *   OVER THE INPUT. FACT AND DATE ROWS FOR THE EXTRACT DATE ARE  *
      *   DROPPED ON THE WAY THROUGH AND WRITTEN AFRESH, SO A RERUN    *
      *   FOR A DATE REPLACES THAT DATE INSTEAD OF ADDING TO IT.       *
      *                                                                *
      *   EVERY FILE STARTS WITH A HEADER ROW OF COLUMN NAMES. TEXT    *
      *   COLUMNS ARE IN DOUBLE QUOTES WITH ANY QUOTE DOUBLED AND      *
      *   TRAILING SPACES REMOVED; A BLANK VALUE IS AN EMPTY COLUMN.   *
      *   DATES ARE YYYY-MM-DD AND NUMBERS CARRY LEADING ZEROES.       *
      *   DWCTL HOLDS ONE CONTROL ROW WITH THE ROW COUNTS AND A HASH   *
      *   TOTAL OF THE STRING LENGTHS FOR THE WAREHOUSE LOAD CHECK.    *
      *                                                                *
      *   ACK_STATUS: A ACKNOWLEDGED, R REJECTED, P SENT - NO ACK YET, *
      *               N NOT ON THE INTERFACE FILE                      *
      *                                                                *
      *   SYSIN CARDS (ALL OPTIONAL):                                  *
      *     DATE=YYYY-MM-DD  BUSINESS DATE TO EXTRACT. THE EXTRACT IS  *
      *                      ALWAYS FOR THE STRPGM20 CYCLE DATE (ELSE  *
      *                      THE RUN DATE), AS OUTFILE HOLDS ONLY THE  *
      *                      LATEST CYCLE; A CARD FOR ANY OTHER DATE   *
      *                      IS REJECTED                               *
      *     DELIM=X          COLUMN DELIMITER (DEFAULT |) - KEEP IT    *
      *                      THE SAME FROM RUN TO RUN, AS THE PRIOR    *
      *                      ROWS ARE READ BACK WITH IT                *
      *                                                                *
      *   RETURN CODES: 4 ROWS WITHOUT AN AUDIT ROW OR MASTER ENTRY,   *
      *   8 INVALID DATE= CARD OR ONE THAT IS NOT THE CYCLE ON         *
      *   OUTFILE, 12 OUTFILE EMPTY - NOTHING EXTRACTED                *
      *   AND THE WAREHOUSE FILES NOT WRITTEN                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM39.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRING-OUT-FILE  ASSIGN TO OUTFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-OUTFILE-STATUS.
           SELECT AUDIT-FILE       ASSIGN TO AUDITLOG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-AUDIT-STATUS.
           SELECT INTERFACE-FILE   ASSIGN TO IFACEFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-IFACEFILE-STATUS.
           SELECT ACK-FILE         ASSIGN TO ACKFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-ACKFILE-STATUS.
           SELECT MASTER-FILE      ASSIGN TO STRMASTR
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS MST-STRING
                                    FILE STATUS IS WS-MASTER-STATUS.
           SELECT FEED-SCHED-FILE  ASSIGN TO FEEDSCHD
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-FEEDSCHD-STATUS.
           SELECT HOLIDAY-FILE     ASSIGN TO HOLIDAYS
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLIDAYS-STATUS.
           SELECT CYCLE-CTL-FILE   ASSIGN TO CYCLECTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CYCLECTL-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
           SELECT FACT-IN-FILE     ASSIGN TO DWFACTI
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DWFACTI-STATUS.
           SELECT FACT-OUT-FILE    ASSIGN TO DWFACTO
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DWFACTO-STATUS.
           SELECT SRC-IN-FILE      ASSIGN TO DWSRCI
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DWSRCI-STATUS.
           SELECT SRC-OUT-FILE     ASSIGN TO DWSRCO
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DWSRCO-STATUS.
           SELECT CHN-IN-FILE      ASSIGN TO DWCHNI
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DWCHNI-STATUS.
           SELECT CHN-OUT-FILE     ASSIGN TO DWCHNO
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DWCHNO-STATUS.
           SELECT DATE-IN-FILE     ASSIGN TO DWDATEI
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DWDATEI-STATUS.
           SELECT DATE-OUT-FILE    ASSIGN TO DWDATEO
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DWDATEO-STATUS.
           SELECT DW-CTL-FILE      ASSIGN TO DWCTL
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DWCTL-STATUS.
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.
           SELECT OUT-SORT-FILE    ASSIGN TO SORTWK1.
           SELECT OUT-SORTED-FILE  ASSIGN TO DWOUTSRT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-OUTSRT-STATUS.
           SELECT AUD-SORT-FILE    ASSIGN TO SORTWK2.
           SELECT AUD-SORTED-FILE  ASSIGN TO DWAUDSRT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-AUDSRT-STATUS.
           SELECT IFC-SORT-FILE    ASSIGN TO SORTWK3.
           SELECT IFC-SORTED-FILE  ASSIGN TO DWIFCSRT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-IFCSRT-STATUS.
           SELECT ACK-SORT-FILE    ASSIGN TO SORTWK4.
           SELECT ACK-SORTED-FILE  ASSIGN TO DWACKSRT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-ACKSRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STRING-OUT-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01  OUT-STRING-REC.
           05  OUT-LENGTH               PIC 9(02).
           05  OUT-STRING               PIC X(40).
           05  OUT-REVSTRING            PIC X(40).
           05  OUT-PALINDROME-FLAG      PIC X(01).
           05  OUT-WORD-CNT             PIC 9(02).
           05  OUT-MAXWORD-LEN          PIC 9(02).
           05  OUT-ALPHA-CNT            PIC 9(02).
           05  OUT-NUMERIC-CNT          PIC 9(02).
           05  OUT-SPECIAL-CNT          PIC 9(02).
           05  OUT-ALLCAPS-FLAG         PIC X(01).
           05  OUT-PART-ID              PIC 9(02).
           05  OUT-PART-SEQ             PIC 9(09).
           05  OUT-SOURCE-CODE          PIC X(03).
           05  OUT-TXN-ID               PIC X(16).

       FD  AUDIT-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  AUDIT-REC.
           05  AUD-ORIGINAL             PIC X(40).
           05  AUD-REVERSED             PIC X(40).
           05  AUD-RUN-DATE             PIC X(10).
           05  AUD-RUN-TIME             PIC X(08).
           05  AUD-JOB-NAME             PIC X(08).
           05  AUD-PALINDROME-FLAG      PIC X(01).
           05  AUD-METHOD-CODE          PIC X(50).
           05  AUD-SOURCE-CODE          PIC X(03).
           05  AUD-BACKOUT-FLAG         PIC X(01).
           05  AUD-TXN-ID               PIC X(16).
           05  AUD-RUN-LANE             PIC X(01).

       FD  INTERFACE-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  IFACE-REC.
           05  IFACE-REC-TYPE           PIC X(01).
           05  IFACE-ORIGINAL           PIC X(40).
           05  IFACE-REVERSED           PIC X(40).
           05  IFACE-SOURCE-SYS         PIC X(08).
           05  IFACE-RUN-DATE           PIC X(10).
           05  IFACE-TXN-ID             PIC X(16).
       01  IFACE-HDR-REC.
           05  HDR-REC-TYPE             PIC X(01).
           05  HDR-SOURCE-SYS           PIC X(08).
           05  HDR-RUN-DATE             PIC X(10).
           05  HDR-BATCH-SEQ            PIC 9(09).
           05  FILLER                   PIC X(87).

       FD  ACK-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  ACK-REC.
           05  ACK-ORIGINAL             PIC X(40).
           05  ACK-RUN-DATE             PIC X(10).
           05  ACK-STATUS               PIC X(01).
           05  ACK-TXN-ID               PIC X(16).

       FD  MASTER-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  MASTER-REC.
           05  MST-STRING               PIC X(40).
           05  MST-FIRST-DATE           PIC X(10).
           05  MST-LAST-DATE            PIC X(10).
           05  MST-OCCUR-CNT            PIC 9(09).

       FD  FEED-SCHED-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  FEED-SCHED-REC.
           05  FSC-FEED-CODE            PIC X(03).
           05  FSC-FEED-NBR             PIC 9(02).
           05  FSC-FEED-DESC            PIC X(20).

       FD  HOLIDAY-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  HOLIDAY-REC.
           05  HOL-DATE                 PIC X(10).

       FD  CYCLE-CTL-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  CYCLE-CTL-REC.
           05  CYC-BUS-DATE             PIC X(10).
           05  FILLER                   PIC X(77).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).

       FD  FACT-IN-FILE.
       01  FACT-IN-REC                  PIC X(500).

       FD  FACT-OUT-FILE.
       01  FACT-OUT-REC                 PIC X(500).

       FD  SRC-IN-FILE.
       01  SRC-IN-REC                   PIC X(200).

       FD  SRC-OUT-FILE.
       01  SRC-OUT-REC                  PIC X(200).

       FD  CHN-IN-FILE.
       01  CHN-IN-REC                   PIC X(200).

       FD  CHN-OUT-FILE.
       01  CHN-OUT-REC                  PIC X(200).

       FD  DATE-IN-FILE.
       01  DATE-IN-REC                  PIC X(200).

       FD  DATE-OUT-FILE.
       01  DATE-OUT-REC                 PIC X(200).

       FD  DW-CTL-FILE.
       01  DW-CTL-REC                   PIC X(500).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       SD  OUT-SORT-FILE.
       01  OUT-SORT-REC.
           05  OSR-TXN-ID               PIC X(16).
           05  OSR-ORIGINAL             PIC X(40).
           05  OSR-OUT-REC              PIC X(124).

       FD  OUT-SORTED-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  OUT-SORTED-REC.
           05  OSD-TXN-ID               PIC X(16).
           05  OSD-ORIGINAL             PIC X(40).
           05  OSD-OUT-REC              PIC X(124).

       SD  AUD-SORT-FILE.
       01  AUD-SORT-REC.
           05  ASR-TXN-ID               PIC X(16).
           05  ASR-ORIGINAL             PIC X(40).
           05  ASR-RUN-DATE             PIC X(10).
           05  ASR-RUN-TIME             PIC X(08).
           05  ASR-JOB-NAME             PIC X(08).
           05  ASR-METHOD-CODE          PIC X(50).
           05  ASR-RUN-LANE             PIC X(01).

       FD  AUD-SORTED-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  AUD-SORTED-REC.
           05  ASD-TXN-ID               PIC X(16).
           05  ASD-ORIGINAL             PIC X(40).
           05  ASD-RUN-DATE             PIC X(10).
           05  ASD-RUN-TIME             PIC X(08).
           05  ASD-JOB-NAME             PIC X(08).
           05  ASD-METHOD-CODE          PIC X(50).
           05  ASD-RUN-LANE             PIC X(01).

       SD  IFC-SORT-FILE.
       01  IFC-SORT-REC.
           05  ISR-TXN-ID               PIC X(16).
           05  ISR-ORIGINAL             PIC X(40).
           05  ISR-BATCH-SEQ            PIC 9(09).
           05  ISR-RUN-DATE             PIC X(10).

       FD  IFC-SORTED-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  IFC-SORTED-REC.
           05  ISD-TXN-ID               PIC X(16).
           05  ISD-ORIGINAL             PIC X(40).
           05  ISD-BATCH-SEQ            PIC 9(09).
           05  ISD-RUN-DATE             PIC X(10).

       SD  ACK-SORT-FILE.
       01  ACK-SORT-REC.
           05  KSR-TXN-ID               PIC X(16).
           05  KSR-ORIGINAL             PIC X(40).
           05  KSR-RUN-DATE             PIC X(10).
           05  KSR-STATUS               PIC X(01).

       FD  ACK-SORTED-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  ACK-SORTED-REC.
           05  KSD-TXN-ID               PIC X(16).
           05  KSD-ORIGINAL             PIC X(40).
           05  KSD-RUN-DATE             PIC X(10).
           05  KSD-STATUS               PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM39'.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-OUT-EOF-FLAG     PIC X(01)   VALUE 'N'.
               88  END-OF-OUTPUT               VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-MASTER-OPEN-FLAG PIC X(01)   VALUE 'N'.
               88  MASTER-OPEN                 VALUE 'Y'.
           05  WS-AUD-HIT-FLAG     PIC X(01)   VALUE 'N'.
               88  AUDIT-FOUND                 VALUE 'Y'.
           05  WS-MST-HIT-FLAG     PIC X(01)   VALUE 'N'.
               88  MASTER-FOUND                VALUE 'Y'.
           05  WS-HOLIDAY-FLAG     PIC X(01)   VALUE 'N'.
               88  EXTRACT-ON-HOLIDAY          VALUE 'Y'.
           05  WS-QUOTE-FLAG       PIC X(01)   VALUE 'N'.
               88  IN-QUOTES                   VALUE 'Y'.
       01  WS-MATCH-KEYS.
           05  WS-OUT-KEY.
               10  WS-OUT-KEY-TXN  PIC X(16).
               10  WS-OUT-KEY-ORIG PIC X(40).
           05  WS-AUD-KEY.
               10  WS-AUD-KEY-TXN  PIC X(16).
               10  WS-AUD-KEY-ORIG PIC X(40).
           05  WS-IFC-KEY.
               10  WS-IFC-KEY-TXN  PIC X(16).
               10  WS-IFC-KEY-ORIG PIC X(40).
           05  WS-ACK-KEY.
               10  WS-ACK-KEY-TXN  PIC X(16).
               10  WS-ACK-KEY-ORIG PIC X(40).
       01  WS-DATE-DATA.
           05  WS-EXTRACT-DATE     PIC X(10)   VALUE SPACES.
           05  WS-PARM-DATE        PIC X(10)   VALUE SPACES.
           05  WS-CYCLE-DATE       PIC X(10)   VALUE SPACES.
           05  WS-AUD-FROM-DATE    PIC X(10)   VALUE SPACES.
           05  WS-DATE-YYYYMMDD    PIC 9(08)   VALUE ZEROES.
           05  WS-DATE-X REDEFINES WS-DATE-YYYYMMDD
                               PIC X(08).
           05  WS-DATE-INT         PIC 9(08)   VALUE ZEROES.
           05  WS-WEEKDAY          PIC 9(01)   VALUE ZEROES.
           05  WS-BUS-DAY-FLAG     PIC X(01)   VALUE SPACES.
           05  WS-IFC-BATCH-SEQ    PIC 9(09)   VALUE ZEROES.
           05  WS-DAY-NAME-LIST.
               10  FILLER          PIC X(09)   VALUE 'SUNDAY'.
               10  FILLER          PIC X(09)   VALUE 'MONDAY'.
               10  FILLER          PIC X(09)   VALUE 'TUESDAY'.
               10  FILLER          PIC X(09)   VALUE 'WEDNESDAY'.
               10  FILLER          PIC X(09)   VALUE 'THURSDAY'.
               10  FILLER          PIC X(09)   VALUE 'FRIDAY'.
               10  FILLER          PIC X(09)   VALUE 'SATURDAY'.
           05  WS-DAY-NAMES REDEFINES WS-DAY-NAME-LIST.
               10  WS-DAY-NAME     PIC X(09)   OCCURS 7 TIMES.
       01  WS-ROW-DATA.
           05  WS-DELIM-CHAR       PIC X(01)   VALUE '|'.
           05  WS-ROW              PIC X(500)  VALUE SPACES.
           05  WS-ROW-PTR          PIC 9(03)   VALUE 1.
           05  WS-ROW-LEN          PIC 9(03)   VALUE ZEROES.
           05  WS-FLD-TEXT         PIC X(50)   VALUE SPACES.
           05  WS-FLD-LEN          PIC 9(02)   VALUE ZEROES.
           05  WS-FLD-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-FLD-NBR          PIC 9(09)   VALUE ZEROES.
           05  WS-SPL-POS          PIC 9(03)   VALUE ZEROES.
           05  WS-SPL-OUT          PIC 9(02)   VALUE ZEROES.
           05  WS-SPL-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-SPL-FLD          PIC X(50)   OCCURS 8 TIMES.
       01  WS-HEADER-ROWS.
           05  WS-FACT-HDR-1       PIC X(50)   VALUE
               'BUS_DATE|TXN_ID|SOURCE_CODE|PART_ID|PART_SEQ|'.
           05  WS-FACT-HDR-2       PIC X(50)   VALUE
               'STR_LENGTH|ORIGINAL|REVERSED|PALINDROME|'.
           05  WS-FACT-HDR-3       PIC X(50)   VALUE
               'WORD_CNT|MAXWORD_LEN|ALPHA_CNT|NUMERIC_CNT|'.
           05  WS-FACT-HDR-4       PIC X(50)   VALUE
               'SPECIAL_CNT|ALLCAPS|METHOD_CHAIN|AUDIT_DATE|'.
           05  WS-FACT-HDR-5       PIC X(50)   VALUE
               'AUDIT_TIME|JOB_NAME|RUN_LANE|OCCUR_CNT|'.
           05  WS-FACT-HDR-6       PIC X(50)   VALUE
               'FIRST_DATE|LAST_DATE|BATCH_SEQ|IFACE_DATE|'.
           05  WS-FACT-HDR-7       PIC X(50)   VALUE
               'ACK_STATUS'.
           05  WS-SRC-HDR-1        PIC X(50)   VALUE
               'SOURCE_CODE|FEED_NBR|FEED_DESC|ON_SCHEDULE'.
           05  WS-CHN-HDR-1        PIC X(50)   VALUE
               'METHOD_CHAIN|METHOD_CNT|'.
           05  WS-CHN-HDR-2        PIC X(50)   VALUE
               'METHOD_1|METHOD_2|METHOD_3|METHOD_4'.
           05  WS-DATE-HDR-1       PIC X(50)   VALUE
               'BUS_DATE|YEAR|MONTH|DAY|WEEKDAY|'.
           05  WS-DATE-HDR-2       PIC X(50)   VALUE
               'DAY_NAME|BUSINESS_DAY|PERIOD'.
           05  WS-CTL-HDR-1        PIC X(50)   VALUE
               'EXTRACT_DATE|RUN_DATE|RUN_TIME|OUTFILE_READ|'.
           05  WS-CTL-HDR-2        PIC X(50)   VALUE
               'FACT_ROWS_DATE|FACT_ROWS_REPLACED|'.
           05  WS-CTL-HDR-3        PIC X(50)   VALUE
               'FACT_ROWS_TOTAL|SOURCE_ROWS|CHAIN_ROWS|DATE_ROWS|'.
           05  WS-CTL-HDR-4        PIC X(50)   VALUE
               'AUDIT_MATCHED|AUDIT_MISSING|MASTER_MISSING|'.
           05  WS-CTL-HDR-5        PIC X(50)   VALUE
               'NOT_SENT|PENDING|ACKED|REJECTED|LENGTH_HASH'.
       01  WS-CHAIN-DATA.
           05  WS-EFF-METHOD       PIC X(50)   VALUE SPACES.
           05  WS-CHAIN-METHOD     PIC X(16)   OCCURS 4 TIMES
                                    VALUE SPACES.
           05  WS-CHAIN-CNT        PIC 9(01)   VALUE ZEROES.
           05  WS-CHAIN-SUB        PIC 9(01)   VALUE ZEROES.
       01  WS-SOURCE-TABLE-DATA.
           05  WS-SRC-CNT          PIC 9(03)   VALUE ZEROES.
           05  WS-SRC-MAX          PIC 9(03)   VALUE 50.
           05  WS-SRC-SUB          PIC 9(03)   VALUE ZEROES.
           05  WS-SRC-HIT          PIC 9(03)   VALUE ZEROES.
           05  WS-SRC-KEY          PIC X(03)   VALUE SPACES.
           05  WS-SRC-ENTRY        OCCURS 50 TIMES.
               10  WS-SRC-CODE     PIC X(03).
               10  WS-SRC-NBR      PIC X(02).
               10  WS-SRC-DESC     PIC X(20).
               10  WS-SRC-SCHED    PIC X(01).
       01  WS-CHAIN-TABLE-DATA.
           05  WS-CHN-CNT          PIC 9(03)   VALUE ZEROES.
           05  WS-CHN-MAX          PIC 9(03)   VALUE 200.
           05  WS-CHN-SUB          PIC 9(03)   VALUE ZEROES.
           05  WS-CHN-HIT          PIC 9(03)   VALUE ZEROES.
           05  WS-CHN-ENTRY        PIC X(50)   OCCURS 200 TIMES.
       01  WS-COUNTS.
           05  WS-OUT-READ-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-AUD-SELECT-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-IFC-SELECT-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-ACK-READ-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-FACT-NEW-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-FACT-KEPT-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-FACT-REPL-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-FACT-TOTAL-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-SRC-ROW-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-CHN-ROW-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-DATE-ROW-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-AUD-MATCH-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-AUD-MISS-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-MST-MISS-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-NOT-SENT-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-PENDING-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-ACKED-CNT        PIC 9(9)    VALUE ZEROES.
           05  WS-REJECTED-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-LENGTH-HASH      PIC 9(9)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-OUTFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-AUDIT-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-IFACEFILE-STATUS PIC X(02)   VALUE SPACES.
           05  WS-ACKFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-MASTER-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-FEEDSCHD-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-HOLIDAYS-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-CYCLECTL-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-PARM-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-DWFACTI-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-DWFACTO-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-DWSRCI-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-DWSRCO-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-DWCHNI-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-DWCHNO-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-DWDATEI-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-DWDATEO-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-DWCTL-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-OUTSRT-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-AUDSRT-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-IFCSRT-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-ACKSRT-STATUS    PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           05  WS-IO-FILE-NAME     PIC X(12)   VALUE SPACES.
           05  WS-IO-STATUS        PIC X(02)   VALUE SPACES.
       01  WS-REPORT-DATA.
           05  WS-CURRENT-DATETIME PIC X(21)   VALUE SPACES.
           05  WS-RUN-DATE         PIC X(10)   VALUE SPACES.
           05  WS-RUN-TIME         PIC X(08)   VALUE SPACES.
           05  WS-EXCEPTION-DESC   PIC X(20)   VALUE SPACES.
           05  WS-PAGE-CNT         PIC 9(3)    VALUE ZERO.
           05  WS-LINE-CNT         PIC 9(3)    VALUE ZERO.
           05  WS-MAX-LINES        PIC 9(3)    VALUE 55.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'PROGRAM: ' WS-PROGRAM.
           PERFORM 065-GET-RUN-DATE          THRU 065-EXIT.
           PERFORM 050-READ-PARM-CARDS       THRU 050-EXIT.
           PERFORM 070-GET-EXTRACT-DATE      THRU 070-EXIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.

           SORT OUT-SORT-FILE
               ON ASCENDING KEY OSR-TXN-ID
                                OSR-ORIGINAL
               INPUT PROCEDURE IS 100-RELEASE-OUTPUT
                   THRU 100-EXIT
               GIVING OUT-SORTED-FILE.

           IF WS-OUT-READ-CNT = 0
               DISPLAY 'NO RECORDS ON OUTFILE - NOTHING EXTRACTED'
               MOVE 'NO RECORDS ON OUTFILE - WAREHOUSE FILES UNCHANGED'
                                              TO RPT-LINE
               PERFORM 600-WRITE-RPT-LINE     THRU 600-EXIT
               CLOSE REPORT-FILE
               DISPLAY WS-PROGRAM ' ENDING WITH RETURN CODE 12'
               MOVE 12                        TO RETURN-CODE
               STOP RUN
           END-IF.

           SORT AUD-SORT-FILE
               ON ASCENDING KEY ASR-TXN-ID
                                ASR-ORIGINAL
               ON DESCENDING KEY ASR-RUN-DATE
                                 ASR-RUN-TIME
               INPUT PROCEDURE IS 120-RELEASE-AUDIT
                   THRU 120-EXIT
               GIVING AUD-SORTED-FILE.

           SORT IFC-SORT-FILE
               ON ASCENDING KEY ISR-TXN-ID
                                ISR-ORIGINAL
               ON DESCENDING KEY ISR-BATCH-SEQ
                                 ISR-RUN-DATE
               INPUT PROCEDURE IS 140-RELEASE-IFACE
                   THRU 140-EXIT
               GIVING IFC-SORTED-FILE.

           SORT ACK-SORT-FILE
               ON ASCENDING KEY KSR-TXN-ID
                                KSR-ORIGINAL
               ON DESCENDING KEY KSR-RUN-DATE
               INPUT PROCEDURE IS 160-RELEASE-ACKS
                   THRU 160-EXIT
               GIVING ACK-SORTED-FILE.

           PERFORM 080-LOAD-SOURCE-DIM       THRU 080-EXIT.
           PERFORM 085-LOAD-FEED-SCHEDULE    THRU 085-EXIT.
           PERFORM 090-LOAD-CHAIN-DIM        THRU 090-EXIT.
           PERFORM 200-COPY-PRIOR-FACTS      THRU 200-EXIT.
           PERFORM 300-MATCH-MERGE           THRU 300-EXIT.
           PERFORM 450-WRITE-SOURCE-DIM      THRU 450-EXIT.
           PERFORM 460-WRITE-CHAIN-DIM       THRU 460-EXIT.
           PERFORM 470-WRITE-DATE-DIM        THRU 470-EXIT.
           PERFORM 800-WRITE-CONTROL         THRU 800-EXIT.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE REPORT-FILE.
           IF WS-AUD-MISS-CNT > 0
                   OR WS-MST-MISS-CNT > 0
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
           PERFORM 052-READ-ONE-PARM          THRU 052-EXIT
               UNTIL END-OF-PARMS.
           IF WS-PARM-STATUS NOT = '35'
               CLOSE PARM-FILE
           END-IF.
           DISPLAY 'DELIMITER ............. ' WS-DELIM-CHAR.
       050-EXIT.
           EXIT.

       052-READ-ONE-PARM.
           READ PARM-FILE
               AT END
                   SET END-OF-PARMS           TO TRUE
               NOT AT END
                   IF PARM-REC(1:5) = 'DATE='
                       MOVE PARM-REC(6:10)    TO WS-PARM-DATE
                   END-IF
                   IF PARM-REC(1:6) = 'DELIM='
                           AND PARM-REC(7:1) NOT = SPACE
                           AND PARM-REC(7:1) NOT = '"'
                       MOVE PARM-REC(7:1)     TO WS-DELIM-CHAR
                   END-IF
           END-READ.
       052-EXIT.
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
       065-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE EXTRACT DATE IS THE BUSINESS DATE STRPGM20 IS RUNNING,   *
      *   ELSE TODAY - THE CYCLE WHOSE RECORDS ARE ON OUTFILE. A DATE= *
      *   CARD MAY ONLY CONFIRM IT: EXTRACTING ANY OTHER DATE WOULD    *
      *   DROP THAT DATE'S ROWS AND REFILE TONIGHT'S UNDER IT. AUDIT   *
      *   ROWS ARE TAKEN FROM THE DAY BEFORE IT, SO A CYCLE THAT       *
      *   CROSSED MIDNIGHT OR RAN AHEAD OF THE CALENDAR STILL FINDS    *
      *   ITS CHAINS                                                   *
      *----------------------------------------------------------------*
       070-GET-EXTRACT-DATE.
           MOVE WS-RUN-DATE                   TO WS-CYCLE-DATE.
           OPEN INPUT CYCLE-CTL-FILE.
           IF WS-CYCLECTL-STATUS NOT = '00'
               GO TO 070-CHECK-PARM
           END-IF.
           READ CYCLE-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CYC-BUS-DATE NOT = SPACES
                       MOVE CYC-BUS-DATE      TO WS-CYCLE-DATE
                   END-IF
           END-READ.
           CLOSE CYCLE-CTL-FILE.
       070-CHECK-PARM.
           MOVE WS-CYCLE-DATE                 TO WS-EXTRACT-DATE.
           IF WS-PARM-DATE NOT = SPACES
                   AND WS-PARM-DATE NOT = WS-CYCLE-DATE
               DISPLAY 'DATE= ' WS-PARM-DATE
                       ' IS NOT THE CYCLE ON OUTFILE ('
                       WS-CYCLE-DATE ') - NOTHING EXTRACTED'
               DISPLAY WS-PROGRAM ' ENDING WITH RETURN CODE 8'
               MOVE 8                         TO RETURN-CODE
               STOP RUN
           END-IF.
       070-VALIDATE.
           IF WS-EXTRACT-DATE(5:1) NOT = '-'
                   OR WS-EXTRACT-DATE(8:1) NOT = '-'
                   OR WS-EXTRACT-DATE(1:4) NOT NUMERIC
                   OR WS-EXTRACT-DATE(6:2) NOT NUMERIC
                   OR WS-EXTRACT-DATE(9:2) NOT NUMERIC
               GO TO 070-INVALID
           END-IF.
           STRING WS-EXTRACT-DATE(1:4)
                  WS-EXTRACT-DATE(6:2)
                  WS-EXTRACT-DATE(9:2)
               DELIMITED BY SIZE
               INTO WS-DATE-X
           END-STRING.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YYYYMMDD) NOT = 0
               GO TO 070-INVALID
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT 7).
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT - 1).
           STRING WS-DATE-X(1:4) '-'
                  WS-DATE-X(5:2) '-'
                  WS-DATE-X(7:2)
               DELIMITED BY SIZE
               INTO WS-AUD-FROM-DATE
           END-STRING.
           DISPLAY 'EXTRACT DATE .......... ' WS-EXTRACT-DATE.
           DISPLAY 'AUDIT ROWS FROM ....... ' WS-AUD-FROM-DATE.
           GO TO 070-EXIT.
       070-INVALID.
           DISPLAY 'INVALID EXTRACT DATE ' WS-EXTRACT-DATE
                   ' - NOTHING EXTRACTED'.
           DISPLAY WS-PROGRAM ' ENDING WITH RETURN CODE 8'.
           MOVE 8                             TO RETURN-CODE.
           STOP RUN.
       070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   PRIOR SOURCE DIMENSION - KEPT SO A SOURCE DROPPED FROM THE   *
      *   FEED SCHEDULE STILL RESOLVES FOR ITS OLDER FACT ROWS         *
      *----------------------------------------------------------------*
       080-LOAD-SOURCE-DIM.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT SRC-IN-FILE.
           IF WS-DWSRCI-STATUS NOT = '00'
               DISPLAY 'NO PRIOR SOURCE DIMENSION - STARTING NEW'
               GO TO 080-EXIT
           END-IF.
           PERFORM 082-LOAD-ONE-SOURCE         THRU 082-EXIT
               UNTIL END-OF-FILE.
           CLOSE SRC-IN-FILE.
       080-EXIT.
           EXIT.

       082-LOAD-ONE-SOURCE.
           READ SRC-IN-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 082-EXIT
           END-READ.
           IF WS-DWSRCI-STATUS NOT = '00'
               MOVE 'DWSRCI'                  TO WS-IO-FILE-NAME
               MOVE WS-DWSRCI-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           MOVE SRC-IN-REC                    TO WS-ROW.
           PERFORM 640-SPLIT-ROW              THRU 640-EXIT.
           IF WS-SPL-FLD(1) = 'SOURCE_CODE'
                   OR WS-SPL-FLD(1) = SPACES
               GO TO 082-EXIT
           END-IF.
           MOVE WS-SPL-FLD(1)                 TO WS-SRC-KEY.
           PERFORM 430-POST-SOURCE            THRU 430-EXIT.
           MOVE WS-SPL-FLD(2)                 TO
               WS-SRC-NBR(WS-SRC-HIT).
           MOVE WS-SPL-FLD(3)                 TO
               WS-SRC-DESC(WS-SRC-HIT).
           MOVE 'N'                           TO
               WS-SRC-SCHED(WS-SRC-HIT).
       082-EXIT.
           EXIT.

       085-LOAD-FEED-SCHEDULE.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT FEED-SCHED-FILE.
           IF WS-FEEDSCHD-STATUS NOT = '00'
               DISPLAY 'NO FEED SCHEDULE - SOURCE NAMES FROM PRIOR RUNS'
               GO TO 085-EXIT
           END-IF.
           PERFORM 087-LOAD-ONE-FEED           THRU 087-EXIT
               UNTIL END-OF-FILE.
           CLOSE FEED-SCHED-FILE.
       085-EXIT.
           EXIT.

       087-LOAD-ONE-FEED.
           READ FEED-SCHED-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 087-EXIT
           END-READ.
           IF WS-FEEDSCHD-STATUS NOT = '00'
               MOVE 'FEEDSCHD'                TO WS-IO-FILE-NAME
               MOVE WS-FEEDSCHD-STATUS        TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           IF FSC-FEED-CODE = SPACES
               GO TO 087-EXIT
           END-IF.
           MOVE FSC-FEED-CODE                 TO WS-SRC-KEY.
           PERFORM 430-POST-SOURCE            THRU 430-EXIT.
           MOVE FEED-SCHED-REC(4:2)           TO
               WS-SRC-NBR(WS-SRC-HIT).
           MOVE FSC-FEED-DESC                 TO
               WS-SRC-DESC(WS-SRC-HIT).
           MOVE 'Y'                           TO
               WS-SRC-SCHED(WS-SRC-HIT).
       087-EXIT.
           EXIT.

       090-LOAD-CHAIN-DIM.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT CHN-IN-FILE.
           IF WS-DWCHNI-STATUS NOT = '00'
               DISPLAY 'NO PRIOR CHAIN DIMENSION - STARTING NEW'
               GO TO 090-EXIT
           END-IF.
           PERFORM 092-LOAD-ONE-CHAIN          THRU 092-EXIT
               UNTIL END-OF-FILE.
           CLOSE CHN-IN-FILE.
       090-EXIT.
           EXIT.

       092-LOAD-ONE-CHAIN.
           READ CHN-IN-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 092-EXIT
           END-READ.
           IF WS-DWCHNI-STATUS NOT = '00'
               MOVE 'DWCHNI'                  TO WS-IO-FILE-NAME
               MOVE WS-DWCHNI-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           MOVE CHN-IN-REC                    TO WS-ROW.
           PERFORM 640-SPLIT-ROW              THRU 640-EXIT.
           IF WS-SPL-FLD(1) = 'METHOD_CHAIN'
                   OR WS-SPL-FLD(1) = SPACES
               GO TO 092-EXIT
           END-IF.
           MOVE WS-SPL-FLD(1)                 TO WS-EFF-METHOD.
           PERFORM 440-POST-CHAIN             THRU 440-EXIT.
       092-EXIT.
           EXIT.

       100-RELEASE-OUTPUT.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT STRING-OUT-FILE.
           IF WS-OUTFILE-STATUS NOT = '00'
               DISPLAY 'NO OUTPUT FILE - NOTHING TO EXTRACT'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM 110-RELEASE-ONE-OUTPUT      THRU 110-EXIT
               UNTIL END-OF-FILE.
           IF WS-OUTFILE-STATUS NOT = '35'
               CLOSE STRING-OUT-FILE
           END-IF.
       100-EXIT.
           EXIT.

       110-RELEASE-ONE-OUTPUT.
           READ STRING-OUT-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   ADD 1                      TO WS-OUT-READ-CNT
                   MOVE OUT-TXN-ID            TO OSR-TXN-ID
                   MOVE OUT-STRING            TO OSR-ORIGINAL
                   MOVE OUT-STRING-REC        TO OSR-OUT-REC
                   RELEASE OUT-SORT-REC
           END-READ.
           IF WS-OUTFILE-STATUS NOT = '00'
                   AND WS-OUTFILE-STATUS NOT = '10'
               MOVE 'OUTFILE'                 TO WS-IO-FILE-NAME
               MOVE WS-OUTFILE-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   NEWEST AUDIT ROW FIRST WITHIN EACH KEY, SO A RESTARTED OR    *
      *   REPROCESSED RECORD PICKS UP THE CHAIN THAT LAST PRODUCED IT. *
      *   BACKED-OUT ROWS ARE LEFT OUT AS THEY ARE IN STRPGM29         *
      *----------------------------------------------------------------*
       120-RELEASE-AUDIT.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'NO AUDIT LOG - METHOD CHAINS NOT EXTRACTED'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM 130-RELEASE-ONE-AUDIT       THRU 130-EXIT
               UNTIL END-OF-FILE.
           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF.
       120-EXIT.
           EXIT.

       130-RELEASE-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF AUD-RUN-DATE >= WS-AUD-FROM-DATE
                           AND AUD-BACKOUT-FLAG NOT = 'B'
                       ADD 1                  TO WS-AUD-SELECT-CNT
                       MOVE AUD-TXN-ID        TO ASR-TXN-ID
                       MOVE AUD-ORIGINAL      TO ASR-ORIGINAL
                       MOVE AUD-RUN-DATE      TO ASR-RUN-DATE
                       MOVE AUD-RUN-TIME      TO ASR-RUN-TIME
                       MOVE AUD-JOB-NAME      TO ASR-JOB-NAME
                       MOVE AUD-METHOD-CODE   TO ASR-METHOD-CODE
                       MOVE AUD-RUN-LANE      TO ASR-RUN-LANE
                       RELEASE AUD-SORT-REC
                   END-IF
           END-READ.
           IF WS-AUDIT-STATUS NOT = '00'
                   AND WS-AUDIT-STATUS NOT = '10'
               MOVE 'AUDITLOG'                TO WS-IO-FILE-NAME
               MOVE WS-AUDIT-STATUS           TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   EACH DETAIL CARRIES THE BATCH SEQUENCE OF THE HEADER ABOVE   *
      *   IT; A RECORD SENT IN MORE THAN ONE BATCH TAKES THE LATEST    *
      *----------------------------------------------------------------*
       140-RELEASE-IFACE.
           MOVE 'N'                            TO WS-EOF-FLAG.
           MOVE ZEROES                         TO WS-IFC-BATCH-SEQ.
           OPEN INPUT INTERFACE-FILE.
           IF WS-IFACEFILE-STATUS NOT = '00'
               DISPLAY 'NO INTERFACE FILE - RECORDS SHOWN NOT SENT'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM 150-RELEASE-ONE-IFACE       THRU 150-EXIT
               UNTIL END-OF-FILE.
           IF WS-IFACEFILE-STATUS NOT = '35'
               CLOSE INTERFACE-FILE
           END-IF.
       140-EXIT.
           EXIT.

       150-RELEASE-ONE-IFACE.
           READ INTERFACE-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF HDR-REC-TYPE = 'H'
                           AND HDR-BATCH-SEQ NUMERIC
                       MOVE HDR-BATCH-SEQ     TO WS-IFC-BATCH-SEQ
                   END-IF
                   IF IFACE-REC-TYPE = 'D'
                       ADD 1                  TO WS-IFC-SELECT-CNT
                       MOVE IFACE-TXN-ID      TO ISR-TXN-ID
                       MOVE IFACE-ORIGINAL    TO ISR-ORIGINAL
                       MOVE WS-IFC-BATCH-SEQ  TO ISR-BATCH-SEQ
                       MOVE IFACE-RUN-DATE    TO ISR-RUN-DATE
                       RELEASE IFC-SORT-REC
                   END-IF
           END-READ.
           IF WS-IFACEFILE-STATUS NOT = '00'
                   AND WS-IFACEFILE-STATUS NOT = '10'
               MOVE 'IFACEFILE'               TO WS-IO-FILE-NAME
               MOVE WS-IFACEFILE-STATUS       TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   LATEST ACKNOWLEDGMENT FIRST - A RECORD REJECTED AND THEN     *
      *   ACCEPTED ON A RESEND SHOWS AS ACKNOWLEDGED                   *
      *----------------------------------------------------------------*
       160-RELEASE-ACKS.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT ACK-FILE.
           IF WS-ACKFILE-STATUS NOT = '00'
               DISPLAY 'NO ACK FILE - SENT RECORDS SHOWN PENDING'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM 170-RELEASE-ONE-ACK         THRU 170-EXIT
               UNTIL END-OF-FILE.
           IF WS-ACKFILE-STATUS NOT = '35'
               CLOSE ACK-FILE
           END-IF.
       160-EXIT.
           EXIT.

       170-RELEASE-ONE-ACK.
           READ ACK-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   ADD 1                      TO WS-ACK-READ-CNT
                   MOVE ACK-TXN-ID            TO KSR-TXN-ID
                   MOVE ACK-ORIGINAL          TO KSR-ORIGINAL
                   MOVE ACK-RUN-DATE          TO KSR-RUN-DATE
                   MOVE ACK-STATUS            TO KSR-STATUS
                   RELEASE ACK-SORT-REC
           END-READ.
           IF WS-ACKFILE-STATUS NOT = '00'
                   AND WS-ACKFILE-STATUS NOT = '10'
               MOVE 'ACKFILE'                 TO WS-IO-FILE-NAME
               MOVE WS-ACKFILE-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       170-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   PRIOR FACT ROWS ARE COPIED THROUGH EXCEPT THOSE FOR THE      *
      *   EXTRACT DATE, WHICH THIS RUN REPLACES                        *
      *----------------------------------------------------------------*
       200-COPY-PRIOR-FACTS.
           OPEN OUTPUT FACT-OUT-FILE.
           MOVE 'DWFACTO'                     TO WS-IO-FILE-NAME.
           MOVE WS-DWFACTO-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           MOVE SPACES                        TO WS-ROW.
           STRING WS-FACT-HDR-1 DELIMITED BY SPACE
                  WS-FACT-HDR-2 DELIMITED BY SPACE
                  WS-FACT-HDR-3 DELIMITED BY SPACE
                  WS-FACT-HDR-4 DELIMITED BY SPACE
                  WS-FACT-HDR-5 DELIMITED BY SPACE
                  WS-FACT-HDR-6 DELIMITED BY SPACE
                  WS-FACT-HDR-7 DELIMITED BY SPACE
               INTO WS-ROW
           END-STRING.
           INSPECT WS-ROW REPLACING ALL '|' BY WS-DELIM-CHAR.
           MOVE WS-ROW                        TO FACT-OUT-REC.
           PERFORM 620-WRITE-FACT-REC         THRU 620-EXIT.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT FACT-IN-FILE.
           IF WS-DWFACTI-STATUS NOT = '00'
               DISPLAY 'NO PRIOR FACT FILE - STARTING NEW'
               GO TO 200-EXIT
           END-IF.
           PERFORM 210-COPY-ONE-FACT           THRU 210-EXIT
               UNTIL END-OF-FILE.
           CLOSE FACT-IN-FILE.
       200-EXIT.
           EXIT.

       210-COPY-ONE-FACT.
           READ FACT-IN-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 210-EXIT
           END-READ.
           IF WS-DWFACTI-STATUS NOT = '00'
               MOVE 'DWFACTI'                 TO WS-IO-FILE-NAME
               MOVE WS-DWFACTI-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           IF FACT-IN-REC(1:8) = 'BUS_DATE'
                   OR FACT-IN-REC = SPACES
               GO TO 210-EXIT
           END-IF.
           IF FACT-IN-REC(1:10) = WS-EXTRACT-DATE
               ADD 1                          TO WS-FACT-REPL-CNT
               GO TO 210-EXIT
           END-IF.
           MOVE FACT-IN-REC                   TO FACT-OUT-REC.
           PERFORM 620-WRITE-FACT-REC         THRU 620-EXIT.
           ADD 1                              TO WS-FACT-KEPT-CNT.
       210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   OUTFILE DRIVES THE MATCH - EVERY PROCESSED RECORD IS ONE     *
      *   FACT ROW. THE OTHER THREE FILES ARE ADVANCED UP TO ITS KEY   *
      *   AND ARE NOT MOVED PAST A MATCH, SO A RECORD WRITTEN TWICE BY *
      *   A RESTART JOINS TO THE SAME ROWS BOTH TIMES                  *
      *----------------------------------------------------------------*
       300-MATCH-MERGE.
           OPEN INPUT OUT-SORTED-FILE.
           MOVE 'DWOUTSRT'                    TO WS-IO-FILE-NAME.
           MOVE WS-OUTSRT-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           OPEN INPUT AUD-SORTED-FILE.
           MOVE 'DWAUDSRT'                    TO WS-IO-FILE-NAME.
           MOVE WS-AUDSRT-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           OPEN INPUT IFC-SORTED-FILE.
           MOVE 'DWIFCSRT'                    TO WS-IO-FILE-NAME.
           MOVE WS-IFCSRT-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           OPEN INPUT ACK-SORTED-FILE.
           MOVE 'DWACKSRT'                    TO WS-IO-FILE-NAME.
           MOVE WS-ACKSRT-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '00'
               SET MASTER-OPEN                TO TRUE
           ELSE
               DISPLAY 'STRMASTR NOT AVAILABLE - STATUS '
                       WS-MASTER-STATUS
                       ' - OCCURRENCE COLUMNS LEFT EMPTY'
           END-IF.
           MOVE LOW-VALUES                    TO WS-AUD-KEY.
           MOVE LOW-VALUES                    TO WS-IFC-KEY.
           MOVE LOW-VALUES                    TO WS-ACK-KEY.
           PERFORM 310-READ-OUTPUT            THRU 310-EXIT.
           PERFORM 330-EXTRACT-ONE-RECORD     THRU 330-EXIT
               UNTIL END-OF-OUTPUT.
           CLOSE OUT-SORTED-FILE.
           CLOSE AUD-SORTED-FILE.
           CLOSE IFC-SORTED-FILE.
           CLOSE ACK-SORTED-FILE.
           IF MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF.
           CLOSE FACT-OUT-FILE.
           COMPUTE WS-FACT-TOTAL-CNT =
               WS-FACT-KEPT-CNT + WS-FACT-NEW-CNT.
       300-EXIT.
           EXIT.

       310-READ-OUTPUT.
           READ OUT-SORTED-FILE
               AT END
                   SET END-OF-OUTPUT          TO TRUE
                   MOVE HIGH-VALUES           TO WS-OUT-KEY
               NOT AT END
                   MOVE OSD-TXN-ID            TO WS-OUT-KEY-TXN
                   MOVE OSD-ORIGINAL          TO WS-OUT-KEY-ORIG
                   MOVE OSD-OUT-REC           TO OUT-STRING-REC
           END-READ.
           IF WS-OUTSRT-STATUS NOT = '00'
                   AND WS-OUTSRT-STATUS NOT = '10'
               MOVE 'DWOUTSRT'                TO WS-IO-FILE-NAME
               MOVE WS-OUTSRT-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       310-EXIT.
           EXIT.

       315-READ-AUDIT.
           READ AUD-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES           TO WS-AUD-KEY
               NOT AT END
                   MOVE ASD-TXN-ID            TO WS-AUD-KEY-TXN
                   MOVE ASD-ORIGINAL          TO WS-AUD-KEY-ORIG
           END-READ.
           IF WS-AUDSRT-STATUS NOT = '00'
                   AND WS-AUDSRT-STATUS NOT = '10'
               MOVE 'DWAUDSRT'                TO WS-IO-FILE-NAME
               MOVE WS-AUDSRT-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       315-EXIT.
           EXIT.

       320-READ-IFACE.
           READ IFC-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES           TO WS-IFC-KEY
               NOT AT END
                   MOVE ISD-TXN-ID            TO WS-IFC-KEY-TXN
                   MOVE ISD-ORIGINAL          TO WS-IFC-KEY-ORIG
           END-READ.
           IF WS-IFCSRT-STATUS NOT = '00'
                   AND WS-IFCSRT-STATUS NOT = '10'
               MOVE 'DWIFCSRT'                TO WS-IO-FILE-NAME
               MOVE WS-IFCSRT-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       320-EXIT.
           EXIT.

       325-READ-ACK.
           READ ACK-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES           TO WS-ACK-KEY
               NOT AT END
                   MOVE KSD-TXN-ID            TO WS-ACK-KEY-TXN
                   MOVE KSD-ORIGINAL          TO WS-ACK-KEY-ORIG
           END-READ.
           IF WS-ACKSRT-STATUS NOT = '00'
                   AND WS-ACKSRT-STATUS NOT = '10'
               MOVE 'DWACKSRT'                TO WS-IO-FILE-NAME
               MOVE WS-ACKSRT-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       325-EXIT.
           EXIT.

       330-EXTRACT-ONE-RECORD.
           PERFORM 315-READ-AUDIT             THRU 315-EXIT
               UNTIL WS-AUD-KEY NOT < WS-OUT-KEY.
           PERFORM 320-READ-IFACE             THRU 320-EXIT
               UNTIL WS-IFC-KEY NOT < WS-OUT-KEY.
           PERFORM 325-READ-ACK               THRU 325-EXIT
               UNTIL WS-ACK-KEY NOT < WS-OUT-KEY.
           PERFORM 340-LOOKUP-MASTER          THRU 340-EXIT.
           PERFORM 400-WRITE-FACT-ROW         THRU 400-EXIT.
           PERFORM 310-READ-OUTPUT            THRU 310-EXIT.
       330-EXIT.
           EXIT.

       340-LOOKUP-MASTER.
           MOVE 'N'                           TO WS-MST-HIT-FLAG.
           IF NOT MASTER-OPEN
               GO TO 340-EXIT
           END-IF.
           MOVE OUT-STRING                    TO MST-STRING.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND           TO TRUE
           END-READ.
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '23'
               MOVE 'STRMASTR'                TO WS-IO-FILE-NAME
               MOVE WS-MASTER-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       340-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   ONE FACT ROW - COLUMNS IN THE ORDER OF THE HEADER ROW        *
      *----------------------------------------------------------------*
       400-WRITE-FACT-ROW.
           ADD 1                              TO WS-FACT-NEW-CNT.
           IF OUT-LENGTH NUMERIC
               ADD OUT-LENGTH                 TO WS-LENGTH-HASH
           END-IF.
           MOVE SPACES                        TO WS-ROW.
           MOVE 1                             TO WS-ROW-PTR.
           MOVE WS-EXTRACT-DATE               TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE OUT-TXN-ID                    TO WS-FLD-TEXT.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
           MOVE OUT-SOURCE-CODE               TO WS-FLD-TEXT.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
           MOVE OUT-STRING-REC(95:2)          TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE OUT-STRING-REC(97:9)          TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE OUT-STRING-REC(1:2)           TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE OUT-STRING                    TO WS-FLD-TEXT.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
           MOVE OUT-REVSTRING                 TO WS-FLD-TEXT.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
           MOVE OUT-PALINDROME-FLAG           TO WS-FLD-TEXT.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
           MOVE OUT-STRING-REC(84:2)          TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE OUT-STRING-REC(86:2)          TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE OUT-STRING-REC(88:2)          TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE OUT-STRING-REC(90:2)          TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE OUT-STRING-REC(92:2)          TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE OUT-ALLCAPS-FLAG              TO WS-FLD-TEXT.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
           PERFORM 410-ADD-AUDIT-FIELDS       THRU 410-EXIT.
           PERFORM 420-ADD-MASTER-FIELDS      THRU 420-EXIT.
           PERFORM 425-ADD-IFACE-FIELDS       THRU 425-EXIT.
           MOVE WS-ROW                        TO FACT-OUT-REC.
           PERFORM 620-WRITE-FACT-REC         THRU 620-EXIT.
           IF OUT-SOURCE-CODE NOT = SPACES
               MOVE OUT-SOURCE-CODE           TO WS-SRC-KEY
               PERFORM 430-POST-SOURCE        THRU 430-EXIT
           END-IF.
       400-EXIT.
           EXIT.

       410-ADD-AUDIT-FIELDS.
           IF WS-AUD-KEY NOT = WS-OUT-KEY
               ADD 1                          TO WS-AUD-MISS-CNT
               MOVE 'NO AUDIT ROW'            TO WS-EXCEPTION-DESC
               PERFORM 650-WRITE-EXCEPTION    THRU 650-EXIT
               MOVE SPACES                    TO WS-FLD-TEXT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               PERFORM 615-ADD-PLAIN-FIELD    THRU 615-EXIT
               PERFORM 615-ADD-PLAIN-FIELD    THRU 615-EXIT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               GO TO 410-EXIT
           END-IF.
           ADD 1                              TO WS-AUD-MATCH-CNT.
           MOVE ASD-METHOD-CODE               TO WS-EFF-METHOD.
           IF WS-EFF-METHOD = SPACES
               MOVE 'REVERSE-FUNCTION'        TO WS-EFF-METHOD
           END-IF.
           PERFORM 440-POST-CHAIN             THRU 440-EXIT.
           MOVE WS-EFF-METHOD                 TO WS-FLD-TEXT.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
           MOVE ASD-RUN-DATE                  TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE ASD-RUN-TIME                  TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE ASD-JOB-NAME                  TO WS-FLD-TEXT.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
           MOVE ASD-RUN-LANE                  TO WS-FLD-TEXT.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
       410-EXIT.
           EXIT.

       420-ADD-MASTER-FIELDS.
           IF NOT MASTER-FOUND
               ADD 1                          TO WS-MST-MISS-CNT
               IF MASTER-OPEN
                   MOVE 'NOT ON MASTER'       TO WS-EXCEPTION-DESC
                   PERFORM 650-WRITE-EXCEPTION THRU 650-EXIT
               END-IF
               MOVE SPACES                    TO WS-FLD-TEXT
               PERFORM 615-ADD-PLAIN-FIELD    THRU 615-EXIT
               PERFORM 615-ADD-PLAIN-FIELD    THRU 615-EXIT
               PERFORM 615-ADD-PLAIN-FIELD    THRU 615-EXIT
               GO TO 420-EXIT
           END-IF.
           MOVE MASTER-REC(61:9)              TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE MST-FIRST-DATE                TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE MST-LAST-DATE                 TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
       420-EXIT.
           EXIT.

       425-ADD-IFACE-FIELDS.
           IF WS-IFC-KEY NOT = WS-OUT-KEY
               ADD 1                          TO WS-NOT-SENT-CNT
               MOVE SPACES                    TO WS-FLD-TEXT
               PERFORM 615-ADD-PLAIN-FIELD    THRU 615-EXIT
               PERFORM 615-ADD-PLAIN-FIELD    THRU 615-EXIT
               MOVE 'N'                       TO WS-FLD-TEXT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               GO TO 425-EXIT
           END-IF.
           MOVE ISD-BATCH-SEQ                 TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE ISD-RUN-DATE                  TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           EVALUATE TRUE
               WHEN WS-ACK-KEY NOT = WS-OUT-KEY
                   ADD 1                      TO WS-PENDING-CNT
                   MOVE 'P'                   TO WS-FLD-TEXT
               WHEN KSD-STATUS = 'R'
                   ADD 1                      TO WS-REJECTED-CNT
                   MOVE 'R'                   TO WS-FLD-TEXT
               WHEN OTHER
                   ADD 1                      TO WS-ACKED-CNT
                   MOVE 'A'                   TO WS-FLD-TEXT
           END-EVALUATE.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
       425-EXIT.
           EXIT.

       430-POST-SOURCE.
           MOVE ZEROES                        TO WS-SRC-HIT.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
                      OR WS-SRC-HIT > 0
               IF WS-SRC-CODE(WS-SRC-SUB) = WS-SRC-KEY
                   MOVE WS-SRC-SUB            TO WS-SRC-HIT
               END-IF
           END-PERFORM.
           IF WS-SRC-HIT > 0
               GO TO 430-EXIT
           END-IF.
      *    A SOURCE LEFT OFF THE TABLE WOULD DROP OUT OF THE DIMENSION
           IF WS-SRC-CNT NOT < WS-SRC-MAX
               DISPLAY 'SOURCE TABLE FULL'
               MOVE 'DWSRCO'                  TO WS-IO-FILE-NAME
               MOVE 'TF'                      TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-SRC-CNT.
           MOVE WS-SRC-CNT                    TO WS-SRC-HIT.
           MOVE WS-SRC-KEY                    TO
               WS-SRC-CODE(WS-SRC-HIT).
           MOVE SPACES                        TO
               WS-SRC-NBR(WS-SRC-HIT).
           MOVE SPACES                        TO
               WS-SRC-DESC(WS-SRC-HIT).
           MOVE 'N'                           TO
               WS-SRC-SCHED(WS-SRC-HIT).
       430-EXIT.
           EXIT.

       440-POST-CHAIN.
           MOVE ZEROES                        TO WS-CHN-HIT.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > WS-CHN-CNT
                      OR WS-CHN-HIT > 0
               IF WS-CHN-ENTRY(WS-CHN-SUB) = WS-EFF-METHOD
                   MOVE WS-CHN-SUB            TO WS-CHN-HIT
               END-IF
           END-PERFORM.
           IF WS-CHN-HIT > 0
               GO TO 440-EXIT
           END-IF.
      *    A CHAIN LEFT OFF THE TABLE WOULD DROP OUT OF THE DIMENSION
           IF WS-CHN-CNT NOT < WS-CHN-MAX
               DISPLAY 'METHOD CHAIN TABLE FULL'
               MOVE 'DWCHNO'                  TO WS-IO-FILE-NAME
               MOVE 'TF'                      TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-CHN-CNT.
           MOVE WS-EFF-METHOD                 TO
               WS-CHN-ENTRY(WS-CHN-CNT).
       440-EXIT.
           EXIT.

       450-WRITE-SOURCE-DIM.
           OPEN OUTPUT SRC-OUT-FILE.
           MOVE 'DWSRCO'                      TO WS-IO-FILE-NAME.
           MOVE WS-DWSRCO-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           MOVE WS-SRC-HDR-1                  TO WS-ROW.
           INSPECT WS-ROW REPLACING ALL '|' BY WS-DELIM-CHAR.
           MOVE WS-ROW                        TO SRC-OUT-REC.
           PERFORM 455-WRITE-SOURCE-REC       THRU 455-EXIT.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
               MOVE SPACES                    TO WS-ROW
               MOVE 1                         TO WS-ROW-PTR
               MOVE WS-SRC-CODE(WS-SRC-SUB)   TO WS-FLD-TEXT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               MOVE WS-SRC-NBR(WS-SRC-SUB)    TO WS-FLD-TEXT
               PERFORM 615-ADD-PLAIN-FIELD    THRU 615-EXIT
               MOVE WS-SRC-DESC(WS-SRC-SUB)   TO WS-FLD-TEXT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               MOVE WS-SRC-SCHED(WS-SRC-SUB)  TO WS-FLD-TEXT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               MOVE WS-ROW                    TO SRC-OUT-REC
               PERFORM 455-WRITE-SOURCE-REC   THRU 455-EXIT
               ADD 1                          TO WS-SRC-ROW-CNT
           END-PERFORM.
           CLOSE SRC-OUT-FILE.
       450-EXIT.
           EXIT.

       455-WRITE-SOURCE-REC.
           WRITE SRC-OUT-REC.
           IF WS-DWSRCO-STATUS NOT = '00'
               MOVE 'DWSRCO'                  TO WS-IO-FILE-NAME
               MOVE WS-DWSRCO-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       455-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   METHODS SPLIT THE WAY THE STRPGM6 DISPATCHER SPLITS THEM -   *
      *   UP TO FOUR, SEPARATED BY + SIGNS                             *
      *----------------------------------------------------------------*
       460-WRITE-CHAIN-DIM.
           OPEN OUTPUT CHN-OUT-FILE.
           MOVE 'DWCHNO'                      TO WS-IO-FILE-NAME.
           MOVE WS-DWCHNO-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           MOVE SPACES                        TO WS-ROW.
           STRING WS-CHN-HDR-1 DELIMITED BY SPACE
                  WS-CHN-HDR-2 DELIMITED BY SPACE
               INTO WS-ROW
           END-STRING.
           INSPECT WS-ROW REPLACING ALL '|' BY WS-DELIM-CHAR.
           MOVE WS-ROW                        TO CHN-OUT-REC.
           PERFORM 465-WRITE-CHAIN-REC        THRU 465-EXIT.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > WS-CHN-CNT
               MOVE WS-CHN-ENTRY(WS-CHN-SUB)  TO WS-EFF-METHOD
               MOVE SPACES                    TO WS-CHAIN-METHOD(1)
               MOVE SPACES                    TO WS-CHAIN-METHOD(2)
               MOVE SPACES                    TO WS-CHAIN-METHOD(3)
               MOVE SPACES                    TO WS-CHAIN-METHOD(4)
               UNSTRING WS-EFF-METHOD DELIMITED BY '+'
                   INTO WS-CHAIN-METHOD(1) WS-CHAIN-METHOD(2)
                        WS-CHAIN-METHOD(3) WS-CHAIN-METHOD(4)
               END-UNSTRING
               MOVE ZEROES                    TO WS-CHAIN-CNT
               PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                       UNTIL WS-CHAIN-SUB > 4
                          OR WS-CHAIN-METHOD(WS-CHAIN-SUB) = SPACES
                   ADD 1                      TO WS-CHAIN-CNT
               END-PERFORM
               MOVE SPACES                    TO WS-ROW
               MOVE 1                         TO WS-ROW-PTR
               MOVE WS-EFF-METHOD             TO WS-FLD-TEXT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               MOVE WS-CHAIN-CNT              TO WS-FLD-TEXT
               PERFORM 615-ADD-PLAIN-FIELD    THRU 615-EXIT
               MOVE WS-CHAIN-METHOD(1)        TO WS-FLD-TEXT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               MOVE WS-CHAIN-METHOD(2)        TO WS-FLD-TEXT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               MOVE WS-CHAIN-METHOD(3)        TO WS-FLD-TEXT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               MOVE WS-CHAIN-METHOD(4)        TO WS-FLD-TEXT
               PERFORM 610-ADD-TEXT-FIELD     THRU 610-EXIT
               MOVE WS-ROW                    TO CHN-OUT-REC
               PERFORM 465-WRITE-CHAIN-REC    THRU 465-EXIT
               ADD 1                          TO WS-CHN-ROW-CNT
           END-PERFORM.
           CLOSE CHN-OUT-FILE.
       460-EXIT.
           EXIT.

       465-WRITE-CHAIN-REC.
           WRITE CHN-OUT-REC.
           IF WS-DWCHNO-STATUS NOT = '00'
               MOVE 'DWCHNO'                  TO WS-IO-FILE-NAME
               MOVE WS-DWCHNO-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       465-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   BUSINESS DATE DIMENSION - PRIOR DATES COPIED THROUGH, THE    *
      *   EXTRACT DATE WRITTEN AFRESH. A BUSINESS DAY IS A WEEKDAY     *
      *   NOT ON THE STRPGM20 HOLIDAY CALENDAR                         *
      *----------------------------------------------------------------*
       470-WRITE-DATE-DIM.
           PERFORM 480-CHECK-HOLIDAYS         THRU 480-EXIT.
           OPEN OUTPUT DATE-OUT-FILE.
           MOVE 'DWDATEO'                     TO WS-IO-FILE-NAME.
           MOVE WS-DWDATEO-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           MOVE SPACES                        TO WS-ROW.
           STRING WS-DATE-HDR-1 DELIMITED BY SPACE
                  WS-DATE-HDR-2 DELIMITED BY SPACE
               INTO WS-ROW
           END-STRING.
           INSPECT WS-ROW REPLACING ALL '|' BY WS-DELIM-CHAR.
           MOVE WS-ROW                        TO DATE-OUT-REC.
           PERFORM 477-WRITE-DATE-REC         THRU 477-EXIT.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT DATE-IN-FILE.
           IF WS-DWDATEI-STATUS NOT = '00'
               DISPLAY 'NO PRIOR DATE DIMENSION - STARTING NEW'
           ELSE
               PERFORM 475-COPY-ONE-DATE       THRU 475-EXIT
                   UNTIL END-OF-FILE
               CLOSE DATE-IN-FILE
           END-IF.
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
                   OR EXTRACT-ON-HOLIDAY
               MOVE 'N'                       TO WS-BUS-DAY-FLAG
           ELSE
               MOVE 'Y'                       TO WS-BUS-DAY-FLAG
           END-IF.
           MOVE SPACES                        TO WS-ROW.
           MOVE 1                             TO WS-ROW-PTR.
           MOVE WS-EXTRACT-DATE               TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE WS-EXTRACT-DATE(1:4)          TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE WS-EXTRACT-DATE(6:2)          TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE WS-EXTRACT-DATE(9:2)          TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE WS-WEEKDAY                    TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE WS-DAY-NAME(WS-WEEKDAY + 1)   TO WS-FLD-TEXT.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
           MOVE WS-BUS-DAY-FLAG               TO WS-FLD-TEXT.
           PERFORM 610-ADD-TEXT-FIELD         THRU 610-EXIT.
           MOVE WS-EXTRACT-DATE(1:7)          TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE WS-ROW                        TO DATE-OUT-REC.
           PERFORM 477-WRITE-DATE-REC         THRU 477-EXIT.
           ADD 1                              TO WS-DATE-ROW-CNT.
           CLOSE DATE-OUT-FILE.
       470-EXIT.
           EXIT.

       475-COPY-ONE-DATE.
           READ DATE-IN-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 475-EXIT
           END-READ.
           IF WS-DWDATEI-STATUS NOT = '00'
               MOVE 'DWDATEI'                 TO WS-IO-FILE-NAME
               MOVE WS-DWDATEI-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           IF DATE-IN-REC(1:8) = 'BUS_DATE'
                   OR DATE-IN-REC = SPACES
                   OR DATE-IN-REC(1:10) = WS-EXTRACT-DATE
               GO TO 475-EXIT
           END-IF.
           MOVE DATE-IN-REC                   TO DATE-OUT-REC.
           PERFORM 477-WRITE-DATE-REC         THRU 477-EXIT.
           ADD 1                              TO WS-DATE-ROW-CNT.
       475-EXIT.
           EXIT.

       477-WRITE-DATE-REC.
           WRITE DATE-OUT-REC.
           IF WS-DWDATEO-STATUS NOT = '00'
               MOVE 'DWDATEO'                 TO WS-IO-FILE-NAME
               MOVE WS-DWDATEO-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       477-EXIT.
           EXIT.

       480-CHECK-HOLIDAYS.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAYS-STATUS NOT = '00'
               GO TO 480-EXIT
           END-IF.
           PERFORM 485-CHECK-ONE-HOLIDAY       THRU 485-EXIT
               UNTIL END-OF-FILE.
           CLOSE HOLIDAY-FILE.
       480-EXIT.
           EXIT.

       485-CHECK-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF HOL-DATE = WS-EXTRACT-DATE
                       SET EXTRACT-ON-HOLIDAY TO TRUE
                   END-IF
           END-READ.
           IF WS-HOLIDAYS-STATUS NOT = '00'
                   AND WS-HOLIDAYS-STATUS NOT = '10'
               MOVE 'HOLIDAYS'                TO WS-IO-FILE-NAME
               MOVE WS-HOLIDAYS-STATUS        TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       485-EXIT.
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

      *----------------------------------------------------------------*
      *   APPEND WS-FLD-TEXT TO THE ROW AS A QUOTED TEXT COLUMN -      *
      *   TRAILING SPACES DROPPED, QUOTES DOUBLED, BLANK LEFT EMPTY    *
      *----------------------------------------------------------------*
       610-ADD-TEXT-FIELD.
           PERFORM 612-START-FIELD            THRU 612-EXIT.
           IF WS-FLD-LEN = 0
               GO TO 610-EXIT
           END-IF.
           MOVE '"'                           TO WS-ROW(WS-ROW-PTR:1).
           ADD 1                              TO WS-ROW-PTR.
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-FLD-LEN
               IF WS-FLD-TEXT(WS-FLD-SUB:1) = '"'
                   MOVE '"'                   TO WS-ROW(WS-ROW-PTR:1)
                   ADD 1                      TO WS-ROW-PTR
               END-IF
               MOVE WS-FLD-TEXT(WS-FLD-SUB:1) TO WS-ROW(WS-ROW-PTR:1)
               ADD 1                          TO WS-ROW-PTR
           END-PERFORM.
           MOVE '"'                           TO WS-ROW(WS-ROW-PTR:1).
           ADD 1                              TO WS-ROW-PTR.
       610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   DELIMITER AHEAD OF EVERY COLUMN BUT THE FIRST, THEN THE      *
      *   LENGTH OF WS-FLD-TEXT WITHOUT ITS TRAILING SPACES            *
      *----------------------------------------------------------------*
       612-START-FIELD.
           IF WS-ROW-PTR > 1
               MOVE WS-DELIM-CHAR             TO WS-ROW(WS-ROW-PTR:1)
               ADD 1                          TO WS-ROW-PTR
           END-IF.
           MOVE ZEROES                        TO WS-FLD-LEN.
           PERFORM VARYING WS-FLD-SUB FROM 50 BY -1
                   UNTIL WS-FLD-SUB < 1 OR WS-FLD-LEN > 0
               IF WS-FLD-TEXT(WS-FLD-SUB:1) NOT = SPACE
                   MOVE WS-FLD-SUB            TO WS-FLD-LEN
               END-IF
           END-PERFORM.
       612-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   APPEND WS-FLD-TEXT UNQUOTED - DATES, TIMES AND NUMBERS       *
      *----------------------------------------------------------------*
       615-ADD-PLAIN-FIELD.
           PERFORM 612-START-FIELD            THRU 612-EXIT.
           IF WS-FLD-LEN = 0
               GO TO 615-EXIT
           END-IF.
           MOVE WS-FLD-TEXT(1:WS-FLD-LEN)     TO
               WS-ROW(WS-ROW-PTR:WS-FLD-LEN).
           ADD WS-FLD-LEN                     TO WS-ROW-PTR.
       615-EXIT.
           EXIT.

       620-WRITE-FACT-REC.
           WRITE FACT-OUT-REC.
           IF WS-DWFACTO-STATUS NOT = '00'
               MOVE 'DWFACTO'                 TO WS-IO-FILE-NAME
               MOVE WS-DWFACTO-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   SPLIT A ROW THIS PROGRAM WROTE BACK INTO ITS COLUMNS -       *
      *   QUOTES REMOVED, DOUBLED QUOTES MADE SINGLE, AT MOST EIGHT    *
      *   COLUMNS OF 50                                                *
      *----------------------------------------------------------------*
       640-SPLIT-ROW.
           MOVE SPACES                        TO WS-SPL-FLD(1).
           MOVE SPACES                        TO WS-SPL-FLD(2).
           MOVE SPACES                        TO WS-SPL-FLD(3).
           MOVE SPACES                        TO WS-SPL-FLD(4).
           MOVE SPACES                        TO WS-SPL-FLD(5).
           MOVE SPACES                        TO WS-SPL-FLD(6).
           MOVE SPACES                        TO WS-SPL-FLD(7).
           MOVE SPACES                        TO WS-SPL-FLD(8).
           MOVE 1                             TO WS-SPL-CNT.
           MOVE ZEROES                        TO WS-SPL-OUT.
           MOVE 'N'                           TO WS-QUOTE-FLAG.
           MOVE ZEROES                        TO WS-ROW-LEN.
           PERFORM VARYING WS-SPL-POS FROM 500 BY -1
                   UNTIL WS-SPL-POS < 1 OR WS-ROW-LEN > 0
               IF WS-ROW(WS-SPL-POS:1) NOT = SPACE
                   MOVE WS-SPL-POS            TO WS-ROW-LEN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SPL-POS FROM 1 BY 1
                   UNTIL WS-SPL-POS > WS-ROW-LEN
                      OR WS-SPL-CNT > 8
               EVALUATE TRUE
                   WHEN IN-QUOTES
                           AND WS-ROW(WS-SPL-POS:1) = '"'
                           AND WS-SPL-POS < WS-ROW-LEN
                           AND WS-ROW(WS-SPL-POS + 1:1) = '"'
                       ADD 1                  TO WS-SPL-POS
                       PERFORM 645-SPLIT-ONE-CHAR THRU 645-EXIT
                   WHEN IN-QUOTES
                           AND WS-ROW(WS-SPL-POS:1) = '"'
                       MOVE 'N'               TO WS-QUOTE-FLAG
                   WHEN IN-QUOTES
                       PERFORM 645-SPLIT-ONE-CHAR THRU 645-EXIT
                   WHEN WS-ROW(WS-SPL-POS:1) = WS-DELIM-CHAR
                       ADD 1                  TO WS-SPL-CNT
                       MOVE ZEROES            TO WS-SPL-OUT
                   WHEN WS-ROW(WS-SPL-POS:1) = '"'
                       SET IN-QUOTES          TO TRUE
                   WHEN OTHER
                       PERFORM 645-SPLIT-ONE-CHAR THRU 645-EXIT
               END-EVALUATE
           END-PERFORM.
       640-EXIT.
           EXIT.

       645-SPLIT-ONE-CHAR.
           IF WS-SPL-CNT > 8 OR WS-SPL-OUT NOT < 50
               GO TO 645-EXIT
           END-IF.
           ADD 1                              TO WS-SPL-OUT.
           MOVE WS-ROW(WS-SPL-POS:1)          TO
               WS-SPL-FLD(WS-SPL-CNT)(WS-SPL-OUT:1).
       645-EXIT.
           EXIT.

       650-WRITE-EXCEPTION.
           MOVE SPACES                        TO RPT-LINE.
           MOVE OUT-TXN-ID                    TO RPT-LINE(1:16).
           MOVE OUT-SOURCE-CODE               TO RPT-LINE(18:3).
           MOVE OUT-STRING                    TO RPT-LINE(22:40).
           MOVE WS-EXCEPTION-DESC             TO RPT-LINE(63:20).
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
       650-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STRPGM39 - WAREHOUSE EXTRACT'
                      DELIMITED BY SIZE
                  '                PAGE ' DELIMITED BY SIZE
                  WS-PAGE-CNT       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
                  '     EXTRACT DATE: ' DELIMITED BY SIZE
                  WS-EXTRACT-DATE DELIMITED BY SIZE
                  '     DELIMITER: ' DELIMITED BY SIZE
                  WS-DELIM-CHAR DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           MOVE 'TRANSACTION ID'               TO RPT-LINE(1:16).
           MOVE 'SRC'                          TO RPT-LINE(18:3).
           MOVE 'ORIGINAL'                     TO RPT-LINE(22:40).
           MOVE 'EXCEPTION'                    TO RPT-LINE(63:20).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           MOVE ALL '-'                        TO RPT-LINE(1:16).
           MOVE ALL '-'                        TO RPT-LINE(18:3).
           MOVE ALL '-'                        TO RPT-LINE(22:40).
           MOVE ALL '-'                        TO RPT-LINE(63:20).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   CONTROL ROW FOR THE WAREHOUSE LOAD - REWRITTEN EVERY RUN.    *
      *   FACT_ROWS_DATE MUST EQUAL OUTFILE_READ AND THE FACT FILE     *
      *   MUST HOLD FACT_ROWS_TOTAL ROWS UNDER ITS HEADER              *
      *----------------------------------------------------------------*
       800-WRITE-CONTROL.
           OPEN OUTPUT DW-CTL-FILE.
           MOVE 'DWCTL'                       TO WS-IO-FILE-NAME.
           MOVE WS-DWCTL-STATUS               TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           MOVE SPACES                        TO WS-ROW.
           STRING WS-CTL-HDR-1 DELIMITED BY SPACE
                  WS-CTL-HDR-2 DELIMITED BY SPACE
                  WS-CTL-HDR-3 DELIMITED BY SPACE
                  WS-CTL-HDR-4 DELIMITED BY SPACE
                  WS-CTL-HDR-5 DELIMITED BY SPACE
               INTO WS-ROW
           END-STRING.
           INSPECT WS-ROW REPLACING ALL '|' BY WS-DELIM-CHAR.
           MOVE WS-ROW                        TO DW-CTL-REC.
           PERFORM 810-WRITE-CTL-REC          THRU 810-EXIT.
           MOVE SPACES                        TO WS-ROW.
           MOVE 1                             TO WS-ROW-PTR.
           MOVE WS-EXTRACT-DATE               TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE WS-RUN-DATE                   TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE WS-RUN-TIME                   TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
           MOVE WS-OUT-READ-CNT               TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-FACT-NEW-CNT               TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-FACT-REPL-CNT              TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-FACT-TOTAL-CNT             TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-SRC-ROW-CNT                TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-CHN-ROW-CNT                TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-DATE-ROW-CNT               TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-AUD-MATCH-CNT              TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-AUD-MISS-CNT               TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-MST-MISS-CNT               TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-NOT-SENT-CNT               TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-PENDING-CNT                TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-ACKED-CNT                  TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-REJECTED-CNT               TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-LENGTH-HASH                TO WS-FLD-NBR.
           PERFORM 820-ADD-COUNT              THRU 820-EXIT.
           MOVE WS-ROW                        TO DW-CTL-REC.
           PERFORM 810-WRITE-CTL-REC          THRU 810-EXIT.
           CLOSE DW-CTL-FILE.
       800-EXIT.
           EXIT.

       810-WRITE-CTL-REC.
           WRITE DW-CTL-REC.
           IF WS-DWCTL-STATUS NOT = '00'
               MOVE 'DWCTL'                   TO WS-IO-FILE-NAME
               MOVE WS-DWCTL-STATUS           TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       810-EXIT.
           EXIT.

       820-ADD-COUNT.
           MOVE WS-FLD-NBR                    TO WS-FLD-TEXT.
           PERFORM 615-ADD-PLAIN-FIELD        THRU 615-EXIT.
       820-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM39 CONTROL TOTALS'.
           DISPLAY 'EXTRACT DATE .......... ' WS-EXTRACT-DATE.
           DISPLAY 'OUTPUT RECORDS READ ... ' WS-OUT-READ-CNT.
           DISPLAY 'AUDIT ROWS SELECTED ... ' WS-AUD-SELECT-CNT.
           DISPLAY 'INTERFACE DETAILS ..... ' WS-IFC-SELECT-CNT.
           DISPLAY 'ACKS READ ............. ' WS-ACK-READ-CNT.
           DISPLAY 'FACT ROWS FOR DATE .... ' WS-FACT-NEW-CNT.
           DISPLAY 'FACT ROWS REPLACED .... ' WS-FACT-REPL-CNT.
           DISPLAY 'FACT ROWS ON FILE ..... ' WS-FACT-TOTAL-CNT.
           DISPLAY 'SOURCE ROWS ........... ' WS-SRC-ROW-CNT.
           DISPLAY 'CHAIN ROWS ............ ' WS-CHN-ROW-CNT.
           DISPLAY 'DATE ROWS ............. ' WS-DATE-ROW-CNT.
           DISPLAY 'AUDIT MATCHED ......... ' WS-AUD-MATCH-CNT.
           DISPLAY 'AUDIT MISSING ......... ' WS-AUD-MISS-CNT.
           DISPLAY 'MASTER MISSING ........ ' WS-MST-MISS-CNT.
           DISPLAY 'NOT SENT .............. ' WS-NOT-SENT-CNT.
           DISPLAY 'SENT - PENDING ........ ' WS-PENDING-CNT.
           DISPLAY 'SENT - ACKNOWLEDGED ... ' WS-ACKED-CNT.
           DISPLAY 'SENT - REJECTED ....... ' WS-REJECTED-CNT.
           DISPLAY 'LENGTH HASH TOTAL ..... ' WS-LENGTH-HASH.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
           MOVE 'STRPGM39 CONTROL TOTALS'      TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
           MOVE 'OUTPUT RECORDS READ ... '     TO RPT-LINE.
           MOVE WS-OUT-READ-CNT               TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'FACT ROWS FOR DATE .... '     TO RPT-LINE.
           MOVE WS-FACT-NEW-CNT               TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'FACT ROWS REPLACED .... '     TO RPT-LINE.
           MOVE WS-FACT-REPL-CNT              TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'FACT ROWS ON FILE ..... '     TO RPT-LINE.
           MOVE WS-FACT-TOTAL-CNT             TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'SOURCE ROWS ........... '     TO RPT-LINE.
           MOVE WS-SRC-ROW-CNT                TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'CHAIN ROWS ............ '     TO RPT-LINE.
           MOVE WS-CHN-ROW-CNT                TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'DATE ROWS ............. '     TO RPT-LINE.
           MOVE WS-DATE-ROW-CNT               TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'AUDIT MATCHED ......... '     TO RPT-LINE.
           MOVE WS-AUD-MATCH-CNT              TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'AUDIT MISSING ......... '     TO RPT-LINE.
           MOVE WS-AUD-MISS-CNT               TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'MASTER MISSING ........ '     TO RPT-LINE.
           MOVE WS-MST-MISS-CNT               TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'NOT SENT .............. '     TO RPT-LINE.
           MOVE WS-NOT-SENT-CNT               TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'SENT - PENDING ........ '     TO RPT-LINE.
           MOVE WS-PENDING-CNT                TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'SENT - ACKNOWLEDGED ... '     TO RPT-LINE.
           MOVE WS-ACKED-CNT                  TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'SENT - REJECTED ....... '     TO RPT-LINE.
           MOVE WS-REJECTED-CNT               TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
           MOVE 'LENGTH HASH TOTAL ..... '     TO RPT-LINE.
           MOVE WS-LENGTH-HASH                TO WS-FLD-NBR.
           PERFORM 910-WRITE-TOTAL-LINE       THRU 910-EXIT.
       900-EXIT.
           EXIT.

       910-WRITE-TOTAL-LINE.
           MOVE WS-FLD-NBR                    TO RPT-LINE(25:9).
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
       910-EXIT.
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
