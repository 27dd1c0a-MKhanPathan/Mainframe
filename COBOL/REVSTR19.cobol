       DATA DIVISION.
       FILE SECTION.
       FD  RESEND-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  RESEND-REC.
           05  RESEND-ORIGINAL          PIC X(40).
           05  RESEND-REVERSED          PIC X(40).
           05  RESEND-SOURCE-SYS        PIC X(08).
           05  RESEND-RUN-DATE          PIC X(10).
           05  RESEND-TXN-ID            PIC X(16).

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
       01  IFACE-TRL-REC.
           05  TRL-REC-TYPE             PIC X(01).
           05  TRL-DETAIL-CNT           PIC 9(09).
           05  TRL-HASH-TOTAL           PIC 9(18).
           05  FILLER                   PIC X(87).

       FD  BATCH-SEQ-FILE
           RECORD CONTAINS 09 CHARACTERS.
           MOVE RESEND-REVERSED               TO IFACE-REVERSED.
           MOVE RESEND-SOURCE-SYS             TO IFACE-SOURCE-SYS.
           MOVE RESEND-RUN-DATE               TO IFACE-RUN-DATE.
           MOVE RESEND-TXN-ID                 TO IFACE-TXN-ID.
           WRITE IFACE-REC.
           IF WS-IFACEFILE-STATUS NOT = '00'
               MOVE 'IFACEFILE'           TO WS-IO-FILE-NAME
