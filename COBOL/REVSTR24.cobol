      *   COMPARABLE RUN, A PROJECTED FINISH TIME, PARTITION           *
      *   PROGRESS FROM THE SPLITTER CONTROL FILE AND OUTSTANDING      *
      *   UNACKNOWLEDGED INTERFACE VOLUME FROM THE PENDING FILE        *
      *   - AND, SEPARATELY, TODAY'S INTRADAY EXPEDITE LANE VOLUME     *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM24.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  CHKPT-REC.
           05  CHKPT-READ-CNT           PIC 9(9).
           05  CHKPT-REVERSED-CNT       PIC 9(9).
           05  CHKPT-BATCH-SEQ          PIC 9(9).
           05  CHKPT-LEN-BUCKET         PIC 9(9) OCCURS 4 TIMES.
           05  CHKPT-WC-BUCKET          PIC 9(9) OCCURS 5 TIMES.
           05  CHKPT-HELD-CNT           PIC 9(9).

       FD  SPLIT-CTL-FILE
           RECORD CONTAINS 47 CHARACTERS.
           05  SPL-PART-TOTAL           PIC 9(09) OCCURS 4 TIMES.

       FD  PENDING-IN-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  PENDIN-REC.
           05  PENDIN-ORIGINAL          PIC X(40).
           05  PENDIN-REVERSED          PIC X(40).
           05  PENDIN-SOURCE-SYS        PIC X(08).
           05  PENDIN-RUN-DATE          PIC X(10).
           05  PENDIN-TXN-ID            PIC X(16).

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 114 CHARACTERS.
           05  HIST-DUP-CNT             PIC 9(09).
           05  HIST-ELAPSED-HH          PIC 9(08).
           05  HIST-NORM-PALIN-CNT      PIC 9(09).
           05  HIST-RUN-LANE            PIC X(01).
           05  FILLER                   PIC X(01).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).
           05  WS-FINISH-HH        PIC 9(09)   VALUE ZEROES.
           05  WS-FINISH-TIME      PIC X(05)   VALUE SPACES.
           05  WS-PART-SUB         PIC 9(02)   VALUE ZEROES.
           05  WS-EXPD-RUN-CNT     PIC 9(05)   VALUE ZEROES.
           05  WS-EXPD-READ-CNT    PIC 9(09)   VALUE ZEROES.
           05  WS-EXPD-REV-CNT     PIC 9(09)   VALUE ZEROES.
       01  WS-TIME-CONVERT.
           05  WS-TIME-VALUE       PIC 9(8)    VALUE ZEROES.
           05  WS-TIME-PARTS REDEFINES WS-TIME-VALUE.
           EXIT.

      *----------------------------------------------------------------*
      *   THE LAST NIGHTLY STRPGM6 ROW ON THE RUN HISTORY IS THE       *
      *   COMPARABLE RUN FOR PROJECTION - EXPEDITE LANE ROWS ARE TOO   *
      *   SMALL TO PROJECT FROM AND ARE TOTALLED FOR TODAY INSTEAD     *
      *----------------------------------------------------------------*
       400-READ-RUN-HISTORY.
           MOVE 'N'                            TO WS-EOF-FLAG.
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF HIST-PROGRAM = 'STRPGM6'
                           AND HIST-RUN-LANE = 'E'
                           AND HIST-RUN-DATE = WS-RUN-DATE
                       ADD 1                  TO WS-EXPD-RUN-CNT
                       ADD HIST-READ-CNT      TO WS-EXPD-READ-CNT
                       ADD HIST-REVERSED-CNT  TO WS-EXPD-REV-CNT
                   END-IF
                   IF HIST-PROGRAM = 'STRPGM6'
                           AND HIST-RUN-LANE NOT = 'E'
                           AND HIST-READ-CNT > 0
                       SET HISTORY-PRESENT    TO TRUE
                       MOVE HIST-READ-CNT     TO WS-LAST-READ-CNT
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           DISPLAY 'UNACKNOWLEDGED INTERFACE VOLUME: '
                   WS-PENDING-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'EXPEDITE LANE TODAY - RUNS '
                                              DELIMITED BY SIZE
                  WS-EXPD-RUN-CNT             DELIMITED BY SIZE
                  '  READ '                   DELIMITED BY SIZE
                  WS-EXPD-READ-CNT            DELIMITED BY SIZE
                  '  REVERSED '               DELIMITED BY SIZE
                  WS-EXPD-REV-CNT             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           DISPLAY 'EXPEDITE LANE TODAY - RUNS ' WS-EXPD-RUN-CNT
                   ' READ ' WS-EXPD-READ-CNT
                   ' REVERSED ' WS-EXPD-REV-CNT.
       800-EXIT.
           EXIT.

