      *----------------------------------------------------------------*
      *   TRANSMIT GATE - VERIFIES THE INTERFACE FILE ENVELOPE BY      *
      *   RE-COUNTING AND RE-HASHING DETAILS AGAINST THE TRAILER       *
      *   IF THE STRPGM29 ROUND-TRIP CHECK RAN FOR THE SAME RUN DATE   *
      *   ITS RESULT ON VRFYCTL MUST ALSO BE A PASS                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM14.
           SELECT INTERFACE-FILE   ASSIGN TO IFACEFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-IFACEFILE-STATUS.
           SELECT VERIFY-CTL-FILE  ASSIGN TO VRFYCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-VRFYCTL-STATUS.

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
       01  IFACE-TRL-REC.
           05  TRL-REC-TYPE             PIC X(01).
           05  TRL-DETAIL-CNT           PIC 9(09).
           05  TRL-HASH-TOTAL           PIC 9(18).
           05  FILLER                   PIC X(87).

       FD  VERIFY-CTL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  VERIFY-CTL-REC.
           05  VRC-RUN-DATE             PIC X(10).
           05  VRC-RESULT               PIC X(01).
           05  VRC-CHECKED-CNT          PIC 9(09).
           05  VRC-DISC-CNT             PIC 9(09).
           05  VRC-MAX-DISC             PIC 9(09).
           05  FILLER                   PIC X(02).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM14'.
           05  WS-BATCH-SEQ        PIC 9(09)   VALUE ZEROES.
           05  WS-HASH-SUB         PIC 9(02)   VALUE ZEROES.
           05  WS-AFTER-TRL-CNT    PIC 9(09)   VALUE ZEROES.
           05  WS-HDR-RUN-DATE     PIC X(10)   VALUE SPACES.
       01  WS-FILE-STATUSES.
           05  WS-IFACEFILE-STATUS PIC X(02)   VALUE SPACES.
           05  WS-VRFYCTL-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           05  WS-IO-FILE-NAME     PIC X(12)   VALUE SPACES.
           05  WS-IO-STATUS        PIC X(02)   VALUE SPACES.
               CLOSE INTERFACE-FILE
           END-IF.
           PERFORM 800-PROVE-ENVELOPE         THRU 800-EXIT.
           PERFORM 850-CHECK-ROUND-TRIP       THRU 850-EXIT.
           PERFORM 900-CONTROL-TOTALS         THRU 900-EXIT.
           IF FILE-FAILED
               MOVE 8                         TO RETURN-CODE
                   END-IF
                   SET HEADER-SEEN            TO TRUE
                   MOVE HDR-BATCH-SEQ         TO WS-BATCH-SEQ
                   MOVE HDR-RUN-DATE          TO WS-HDR-RUN-DATE
               WHEN 'D'
                   ADD 1                      TO WS-DETAIL-CNT
                   IF TRAILER-SEEN
       800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE ROUND-TRIP CHECK IS AN OPTIONAL STEP - NO VRFYCTL, OR    *
      *   ONE FROM ANOTHER RUN DATE, LEAVES THE GATE AS IT WAS         *
      *----------------------------------------------------------------*
       850-CHECK-ROUND-TRIP.
           OPEN INPUT VERIFY-CTL-FILE.
           IF WS-VRFYCTL-STATUS NOT = '00'
               DISPLAY 'ROUND-TRIP CHECK NOT RUN'
               GO TO 850-EXIT
           END-IF.
           READ VERIFY-CTL-FILE
               AT END
                   MOVE SPACES                TO VERIFY-CTL-REC
           END-READ.
           CLOSE VERIFY-CTL-FILE.
           IF VRC-RUN-DATE NOT = WS-HDR-RUN-DATE
               DISPLAY 'ROUND-TRIP CHECK NOT RUN FOR '
                       WS-HDR-RUN-DATE
               GO TO 850-EXIT
           END-IF.
           IF VRC-RESULT = 'F'
               DISPLAY 'VERIFY FAIL: ROUND-TRIP DISCREPANCIES '
                       VRC-DISC-CNT ' OVER TOLERANCE ' VRC-MAX-DISC
               SET FILE-FAILED                TO TRUE
           ELSE
               DISPLAY 'ROUND-TRIP CHECK PASSED - CHECKED '
                       VRC-CHECKED-CNT
           END-IF.
       850-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM14 TRANSMIT GATE'.
