       DATA DIVISION.
       FILE SECTION.
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

       FD  SUBSCRIBER-FILE
           RECORD CONTAINS 25 CHARACTERS.
           05  SUB-ACTIVE-FLAG          PIC X(01).

       FD  DEST01-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  DEST01-REC                   PIC X(115).

       FD  DEST02-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  DEST02-REC                   PIC X(115).

       FD  DEST03-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  DEST03-REC                   PIC X(115).

       FD  DEST04-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  DEST04-REC                   PIC X(115).

       FD  BATCH-SEQ-FILE
           RECORD CONTAINS 09 CHARACTERS.
               10  WS-DEST-DET-CNT PIC 9(09).
               10  WS-DEST-HASH    PIC 9(18).
       01  WS-ROUTE-DATA.
           05  WS-OUT-REC          PIC X(115)  VALUE SPACES.
           05  WS-HDR-SOURCE       PIC X(08)   VALUE SPACES.
           05  WS-HDR-DATE         PIC X(10)   VALUE SPACES.
           05  WS-DET-LEN          PIC 9(02)   VALUE ZEROES.
               10  WS-BLD-HDR-SRC   PIC X(08).
               10  WS-BLD-HDR-DATE  PIC X(10).
               10  WS-BLD-HDR-SEQ   PIC 9(09).
               10  FILLER           PIC X(87).
           05  WS-BUILD-TRL.
               10  WS-BLD-TRL-TYPE  PIC X(01).
               10  WS-BLD-TRL-CNT   PIC 9(09).
               10  WS-BLD-TRL-HASH  PIC 9(18).
               10  FILLER           PIC X(87).
       01  WS-FILE-STATUSES.
           05  WS-IFACEFILE-STATUS PIC X(02)   VALUE SPACES.
           05  WS-SUBSCTL-STATUS   PIC X(02)   VALUE SPACES.
