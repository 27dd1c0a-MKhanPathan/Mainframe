      *   INTERFACE ACKNOWLEDGMENT MATCHING - MARKS SENT RECORDS       *
      *   ACKNOWLEDGED OR REJECTED, QUEUES RESENDS, AGES THE REST.     *
      *   SENT RECORDS (CARRIED PENDING PLUS TONIGHT'S INTERFACE       *
      *   DETAILS) AND ACKNOWLEDGMENTS ARE SORTED ON TRANSACTION ID,   *
      *   STRING AND RUN DATE AND MATCHED IN A SINGLE SEQUENTIAL       *
      *   MERGE, SO RUN TIME GROWS WITH VOLUME AND THERE IS NO         *
      *   CEILING ON PENDING RECORDS                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM13.
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

       FD  PENDING-IN-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  PENDIN-REC.
           05  PENDIN-ORIGINAL          PIC X(40).
           05  PENDIN-REVERSED          PIC X(40).
           05  PENDIN-SOURCE-SYS        PIC X(08).
           05  PENDIN-RUN-DATE          PIC X(10).
           05  PENDIN-TXN-ID            PIC X(16).

       FD  PENDING-OUT-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  PENDOUT-REC.
           05  PENDOUT-ORIGINAL         PIC X(40).
           05  PENDOUT-REVERSED         PIC X(40).
           05  PENDOUT-SOURCE-SYS       PIC X(08).
           05  PENDOUT-RUN-DATE         PIC X(10).
           05  PENDOUT-TXN-ID           PIC X(16).

       FD  ACK-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  ACK-REC.
           05  ACK-ORIGINAL             PIC X(40).
           05  ACK-RUN-DATE             PIC X(10).
           05  ACK-STATUS               PIC X(01).
           05  ACK-TXN-ID               PIC X(16).

       FD  RESEND-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  RESEND-REC.
           05  RESEND-ORIGINAL          PIC X(40).
           05  RESEND-REVERSED          PIC X(40).
           05  RESEND-SOURCE-SYS        PIC X(08).
           05  RESEND-RUN-DATE          PIC X(10).
           05  RESEND-TXN-ID            PIC X(16).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).
           05  SRT-REVERSED             PIC X(40).
           05  SRT-SOURCE-SYS           PIC X(08).
           05  SRT-RUN-DATE             PIC X(10).
           05  SRT-TXN-ID               PIC X(16).

       FD  SENT-SORTED-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  SENT-SORTED-REC.
           05  SSR-ORIGINAL             PIC X(40).
           05  SSR-REVERSED             PIC X(40).
           05  SSR-SOURCE-SYS           PIC X(08).
           05  SSR-RUN-DATE             PIC X(10).
           05  SSR-TXN-ID               PIC X(16).

       SD  ACK-SORT-FILE.
       01  ACK-SORT-REC.
           05  ASR-ORIGINAL             PIC X(40).
           05  ASR-RUN-DATE             PIC X(10).
           05  ASR-STATUS               PIC X(01).
           05  ASR-TXN-ID               PIC X(16).

       FD  ACK-SORTED-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  ACK-SORTED-REC.
           05  AKS-ORIGINAL             PIC X(40).
           05  AKS-RUN-DATE             PIC X(10).
           05  AKS-STATUS               PIC X(01).
           05  AKS-TXN-ID               PIC X(16).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM13'.
               88  END-OF-ACKS                 VALUE 'Y'.
       01  WS-MATCH-KEYS.
           05  WS-SENT-KEY.
               10  WS-SENT-KEY-TXN PIC X(16).
               10  WS-SENT-KEY-ORIG PIC X(40).
               10  WS-SENT-KEY-DATE PIC X(10).
           05  WS-ACK-KEY.
               10  WS-ACK-KEY-TXN  PIC X(16).
               10  WS-ACK-KEY-ORIG PIC X(40).
               10  WS-ACK-KEY-DATE PIC X(10).
       01  WS-AGE-DATA.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.

           SORT SENT-SORT-FILE
               ON ASCENDING KEY SRT-TXN-ID
                                SRT-ORIGINAL
                                SRT-RUN-DATE
               INPUT PROCEDURE IS 100-RELEASE-SENT
                   THRU 100-EXIT
               GIVING SENT-SORTED-FILE.

           SORT ACK-SORT-FILE
               ON ASCENDING KEY ASR-TXN-ID
                                ASR-ORIGINAL
                                ASR-RUN-DATE
               INPUT PROCEDURE IS 200-RELEASE-ACKS
                   THRU 200-EXIT
                   MOVE PENDIN-REVERSED       TO SRT-REVERSED
                   MOVE PENDIN-SOURCE-SYS     TO SRT-SOURCE-SYS
                   MOVE PENDIN-RUN-DATE       TO SRT-RUN-DATE
                   MOVE PENDIN-TXN-ID         TO SRT-TXN-ID
                   RELEASE SENT-SORT-REC
           END-READ.
           IF WS-PENDIN-STATUS NOT = '00'
                       MOVE IFACE-REVERSED    TO SRT-REVERSED
                       MOVE IFACE-SOURCE-SYS  TO SRT-SOURCE-SYS
                       MOVE IFACE-RUN-DATE    TO SRT-RUN-DATE
                       MOVE IFACE-TXN-ID      TO SRT-TXN-ID
                       RELEASE SENT-SORT-REC
                   END-IF
           END-READ.
                   MOVE ACK-ORIGINAL          TO ASR-ORIGINAL
                   MOVE ACK-RUN-DATE          TO ASR-RUN-DATE
                   MOVE ACK-STATUS            TO ASR-STATUS
                   MOVE ACK-TXN-ID            TO ASR-TXN-ID
                   RELEASE ACK-SORT-REC
           END-READ.
           IF WS-ACKFILE-STATUS NOT = '00'
           EXIT.

      *----------------------------------------------------------------*
      *   CLASSIC TWO-FILE MATCH ON (TRANSACTION ID, ORIGINAL, RUN     *
      *   DATE): EQUAL KEYS APPLY THE ACKNOWLEDGMENT, A LOW SENT KEY   *
      *   STAYS PENDING AND IS AGED, A LOW ACK KEY HAS NO MATCHING     *
      *   SENT RECORD. THE TRANSACTION ID LEADS THE KEY SO REPEATS OF  *
      *   THE SAME STRING ON ONE DATE ARE ACKNOWLEDGED INDIVIDUALLY;   *
      *   RECORDS SENT WITHOUT AN ID STILL MATCH ON STRING AND DATE    *
      *----------------------------------------------------------------*
       300-MATCH-MERGE.
           OPEN INPUT SENT-SORTED-FILE.
                   SET END-OF-SENT            TO TRUE
                   MOVE HIGH-VALUES           TO WS-SENT-KEY
               NOT AT END
                   MOVE SSR-TXN-ID            TO WS-SENT-KEY-TXN
                   MOVE SSR-ORIGINAL          TO WS-SENT-KEY-ORIG
                   MOVE SSR-RUN-DATE          TO WS-SENT-KEY-DATE
           END-READ.
                   SET END-OF-ACKS            TO TRUE
                   MOVE HIGH-VALUES           TO WS-ACK-KEY
               NOT AT END
                   MOVE AKS-TXN-ID            TO WS-ACK-KEY-TXN
                   MOVE AKS-ORIGINAL          TO WS-ACK-KEY-ORIG
                   MOVE AKS-RUN-DATE          TO WS-ACK-KEY-DATE
           END-READ.
               WHEN WS-ACK-KEY < WS-SENT-KEY
                   ADD 1                      TO WS-UNMATCHED-CNT
                   DISPLAY 'ACK WITHOUT MATCHING SENT RECORD: '
                           AKS-TXN-ID ' ' AKS-ORIGINAL
                   PERFORM 320-READ-ACK       THRU 320-EXIT
               WHEN OTHER
                   IF AKS-STATUS = 'R'
           MOVE SSR-REVERSED                  TO PENDOUT-REVERSED.
           MOVE SSR-SOURCE-SYS                TO PENDOUT-SOURCE-SYS.
           MOVE SSR-RUN-DATE                  TO PENDOUT-RUN-DATE.
           MOVE SSR-TXN-ID                    TO PENDOUT-TXN-ID.
           WRITE PENDOUT-REC.
           IF WS-PENDOUT-STATUS NOT = '00'
               MOVE 'PENDFILEO'               TO WS-IO-FILE-NAME
           MOVE SSR-REVERSED                  TO RESEND-REVERSED.
           MOVE SSR-SOURCE-SYS                TO RESEND-SOURCE-SYS.
           MOVE SSR-RUN-DATE                  TO RESEND-RUN-DATE.
           MOVE SSR-TXN-ID                    TO RESEND-TXN-ID.
           WRITE RESEND-REC.
           IF WS-RESEND-STATUS NOT = '00'
               MOVE 'RESENDQ'                 TO WS-IO-FILE-NAME
