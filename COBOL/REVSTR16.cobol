      *----------------------------------------------------------------*
      *   PARTITION MERGE - RECOMBINES PARTITION OUTPUTS INTO SINGLE   *
      *   OUTFILE, RPTFILE AND IFACEFILE STREAMS IN ORIGINAL INPUT     *
      *   ORDER AND PROVES NO RECORD WAS LOST OR DUPLICATED. THE       *
      *   PARTITION HOLD FILES ARE COPIED TO HOLDFILE FOR STRPGM9 AND  *
      *   THE STRPGM28 RELEASE RUN                                     *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM16.
           SELECT PRTDUP04-FILE    ASSIGN TO PRTDUP04
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PDUP04-STATUS.
           SELECT PRTHLD01-FILE    ASSIGN TO PRTHLD01
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PHLD01-STATUS.
           SELECT PRTHLD02-FILE    ASSIGN TO PRTHLD02
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PHLD02-STATUS.
           SELECT PRTHLD03-FILE    ASSIGN TO PRTHLD03
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PHLD03-STATUS.
           SELECT PRTHLD04-FILE    ASSIGN TO PRTHLD04
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PHLD04-STATUS.
           SELECT STRING-OUT-FILE  ASSIGN TO OUTFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-OUTFILE-STATUS.
           SELECT HOLD-FILE        ASSIGN TO HOLDFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLDFILE-STATUS.
           SELECT INTERFACE-FILE   ASSIGN TO IFACEFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-IFACEFILE-STATUS.
           05  SPL-PART-TOTAL           PIC 9(09) OCCURS 4 TIMES.

       FD  PRTOUT01-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01  PRTOUT01-REC                 PIC X(124).

       FD  PRTOUT02-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01  PRTOUT02-REC                 PIC X(124).

       FD  PRTOUT03-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01  PRTOUT03-REC                 PIC X(124).

       FD  PRTOUT04-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01  PRTOUT04-REC                 PIC X(124).

       FD  PRTIFC01-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  PRTIFC01-REC                 PIC X(115).

       FD  PRTIFC02-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  PRTIFC02-REC                 PIC X(115).

       FD  PRTIFC03-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  PRTIFC03-REC                 PIC X(115).

       FD  PRTIFC04-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  PRTIFC04-REC                 PIC X(115).

       FD  PRTEXC01-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  PRTEXC01-REC                 PIC X(63).

       FD  PRTEXC02-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  PRTEXC02-REC                 PIC X(63).

       FD  PRTEXC03-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  PRTEXC03-REC                 PIC X(63).

       FD  PRTEXC04-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  PRTEXC04-REC                 PIC X(63).

       FD  PRTDUP01-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  PRTDUP01-REC                 PIC X(62).

       FD  PRTDUP02-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  PRTDUP02-REC                 PIC X(62).

       FD  PRTDUP03-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  PRTDUP03-REC                 PIC X(62).

       FD  PRTDUP04-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  PRTDUP04-REC                 PIC X(62).

       FD  PRTHLD01-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRTHLD01-REC                 PIC X(132).

       FD  PRTHLD02-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRTHLD02-REC                 PIC X(132).

       FD  PRTHLD03-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRTHLD03-REC                 PIC X(132).

       FD  PRTHLD04-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRTHLD04-REC                 PIC X(132).

       FD  STRING-OUT-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01  OUT-STRING-REC               PIC X(124).

       FD  HOLD-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLD-REC                     PIC X(132).

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
           05  WS-MERGED-CNT       PIC 9(09)   VALUE ZEROES.
           05  WS-EXC-TOT          PIC 9(09)   VALUE ZEROES.
           05  WS-DUP-TOT          PIC 9(09)   VALUE ZEROES.
           05  WS-HLD-TOT          PIC 9(09)   VALUE ZEROES.
           05  WS-ACCOUNTED-CNT    PIC 9(09)   VALUE ZEROES.
       01  WS-PARTITION-TABLES.
           05  WS-PART-ENTRY       OCCURS 4 TIMES.
               10  WS-CUR-OUT-REC  PIC X(124).
               10  WS-CUR-OUT-EOF  PIC X(01).
               10  WS-OUT-CNT      PIC 9(09).
               10  WS-EXC-CNT      PIC 9(09).
               10  WS-DUP-CNT      PIC 9(09).
               10  WS-HLD-CNT      PIC 9(09).
       01  WS-OUT-WORK.
           05  WS-OUT-BUF          PIC X(124).
           05  WS-OUT-BUF-R REDEFINES WS-OUT-BUF.
               10  WSB-LENGTH      PIC 9(02).
               10  WSB-STRING      PIC X(40).
               10  WSB-PART-ID     PIC 9(02).
               10  WSB-PART-SEQ    PIC 9(09).
               10  WSB-SOURCE-CODE PIC X(03).
               10  WSB-TXN-ID      PIC X(16).
       01  WS-IFC-WORK.
           05  WS-IFC-BUF          PIC X(115).
           05  WS-IFC-BUF-R REDEFINES WS-IFC-BUF.
               10  WSI-REC-TYPE    PIC X(01).
               10  WSI-ORIGINAL    PIC X(40).
               10  WSI-REVERSED    PIC X(40).
               10  WSI-SOURCE-SYS  PIC X(08).
               10  WSI-RUN-DATE    PIC X(10).
               10  WSI-TXN-ID      PIC X(16).
           05  WS-IFC-FOUND-FLAG   PIC X(01)   VALUE 'N'.
               88  IFC-DETAIL-FOUND            VALUE 'Y'.
       01  WS-INTERFACE-DATA.
           05  WS-PDUP02-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PDUP03-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PDUP04-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PHLD01-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PHLD02-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PHLD03-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-PHLD04-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-OUTFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-HOLDFILE-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-IFACEFILE-STATUS PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-PROFILE-TABLES.
           PERFORM 100-OPEN-PARTITIONS       THRU 100-EXIT.
           OPEN OUTPUT STRING-OUT-FILE.
           OPEN OUTPUT INTERFACE-FILE.
           OPEN OUTPUT HOLD-FILE.
           MOVE 'HOLDFILE'                    TO WS-IO-FILE-NAME.
           MOVE WS-HOLDFILE-STATUS            TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 075-GET-BATCH-SEQ         THRU 075-EXIT.
           PERFORM 078-WRITE-IFACE-HEADER    THRU 078-EXIT.
           PERFORM 150-COUNT-EXCEPTIONS      THRU 150-EXIT.
           PERFORM 300-CLOSE-PARTITIONS      THRU 300-EXIT.
           CLOSE STRING-OUT-FILE.
           CLOSE INTERFACE-FILE.
           CLOSE HOLD-FILE.
           CLOSE REPORT-FILE.
           IF MERGE-OUT-OF-BALANCE
               MOVE 8                        TO RETURN-CODE
               MOVE ZEROES                    TO WS-EXC-CNT(WS-P)
               MOVE ZEROES                    TO WS-DUP-CNT(WS-P)
               MOVE ZEROES                    TO WS-OUT-CNT(WS-P)
               MOVE ZEROES                    TO WS-HLD-CNT(WS-P)
               PERFORM 160-COUNT-ONE-EXC      THRU 160-EXIT
               PERFORM 170-COUNT-ONE-DUP      THRU 170-EXIT
               PERFORM 176-COUNT-ONE-HLD      THRU 176-EXIT
           END-PERFORM.
       150-EXIT.
           EXIT.
       175-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RECORDS A PARTITION SET ASIDE UNDER AN OPERATOR HOLD ARE     *
      *   ACCOUNTED FOR THE SAME WAY AS ITS EXCEPTIONS AND DUPLICATES, *
      *   AND COPIED TO HOLDFILE SO THEY CAN BE RELEASED               *
      *----------------------------------------------------------------*
       176-COUNT-ONE-HLD.
           MOVE 'N'                           TO WS-EOF-FLAG.
           EVALUATE WS-P
               WHEN 1 OPEN INPUT PRTHLD01-FILE
                   IF WS-PHLD01-STATUS NOT = '00'
                       SET END-OF-FILE        TO TRUE
                   END-IF
               WHEN 2 OPEN INPUT PRTHLD02-FILE
                   IF WS-PHLD02-STATUS NOT = '00'
                       SET END-OF-FILE        TO TRUE
                   END-IF
               WHEN 3 OPEN INPUT PRTHLD03-FILE
                   IF WS-PHLD03-STATUS NOT = '00'
                       SET END-OF-FILE        TO TRUE
                   END-IF
               WHEN 4 OPEN INPUT PRTHLD04-FILE
                   IF WS-PHLD04-STATUS NOT = '00'
                       SET END-OF-FILE        TO TRUE
                   END-IF
           END-EVALUATE.
           PERFORM UNTIL END-OF-FILE
               EVALUATE WS-P
                   WHEN 1
                       READ PRTHLD01-FILE
                           AT END SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-HLD-CNT(WS-P)
                               MOVE PRTHLD01-REC TO HOLD-REC
                       END-READ
                   WHEN 2
                       READ PRTHLD02-FILE
                           AT END SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-HLD-CNT(WS-P)
                               MOVE PRTHLD02-REC TO HOLD-REC
                       END-READ
                   WHEN 3
                       READ PRTHLD03-FILE
                           AT END SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-HLD-CNT(WS-P)
                               MOVE PRTHLD03-REC TO HOLD-REC
                       END-READ
                   WHEN 4
                       READ PRTHLD04-FILE
                           AT END SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-HLD-CNT(WS-P)
                               MOVE PRTHLD04-REC TO HOLD-REC
                       END-READ
               END-EVALUATE
               PERFORM 178-CHECK-HLD-STATUS   THRU 178-EXIT
               IF NOT END-OF-FILE
                   PERFORM 177-COPY-ONE-HLD   THRU 177-EXIT
               END-IF
           END-PERFORM.
           EVALUATE WS-P
               WHEN 1
                   IF WS-PHLD01-STATUS NOT = '35'
                       CLOSE PRTHLD01-FILE
                   END-IF
               WHEN 2
                   IF WS-PHLD02-STATUS NOT = '35'
                       CLOSE PRTHLD02-FILE
                   END-IF
               WHEN 3
                   IF WS-PHLD03-STATUS NOT = '35'
                       CLOSE PRTHLD03-FILE
                   END-IF
               WHEN 4
                   IF WS-PHLD04-STATUS NOT = '35'
                       CLOSE PRTHLD04-FILE
                   END-IF
           END-EVALUATE.
           ADD WS-HLD-CNT(WS-P)               TO WS-HLD-TOT.
       176-EXIT.
           EXIT.

       177-COPY-ONE-HLD.
           WRITE HOLD-REC.
           IF WS-HOLDFILE-STATUS NOT = '00'
               MOVE 'HOLDFILE'                TO WS-IO-FILE-NAME
               MOVE WS-HOLDFILE-STATUS        TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       177-EXIT.
           EXIT.

       178-CHECK-HLD-STATUS.
           EVALUATE WS-P
               WHEN 1
                   MOVE WS-PHLD01-STATUS      TO WS-IO-STATUS
               WHEN 2
                   MOVE WS-PHLD02-STATUS      TO WS-IO-STATUS
               WHEN 3
                   MOVE WS-PHLD03-STATUS      TO WS-IO-STATUS
               WHEN 4
                   MOVE WS-PHLD04-STATUS      TO WS-IO-STATUS
           END-EVALUATE.
           IF WS-IO-STATUS NOT = '00' AND WS-IO-STATUS NOT = '10'
               MOVE 'PRTHLDNN'                TO WS-IO-FILE-NAME
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       178-EXIT.
           EXIT.

       180-PRIME-PARTITIONS.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PART-CNT
               MOVE WSI-REVERSED              TO IFACE-REVERSED
               MOVE WSI-SOURCE-SYS            TO IFACE-SOURCE-SYS
               MOVE WSI-RUN-DATE              TO IFACE-RUN-DATE
               MOVE WSI-TXN-ID                TO IFACE-TXN-ID
               MOVE 'D'                       TO IFACE-REC-TYPE
               WRITE IFACE-REC
               IF WS-IFACEFILE-STATUS NOT = '00'
               END-IF
               COMPUTE WS-ACCOUNTED-CNT =
                   WS-OUT-CNT(WS-P) + WS-EXC-CNT(WS-P)
                       + WS-DUP-CNT(WS-P) + WS-HLD-CNT(WS-P)
               IF WS-ACCOUNTED-CNT NOT = WS-SPL-PART-TOTAL(WS-P)
                   DISPLAY 'PARTITION ' WS-P ' OUT OF BALANCE: '
                           WS-ACCOUNTED-CNT ' ACCOUNTED, '
               END-IF
           END-PERFORM.
           COMPUTE WS-ACCOUNTED-CNT =
               WS-MERGED-CNT + WS-EXC-TOT + WS-DUP-TOT + WS-HLD-TOT.
           IF WS-ACCOUNTED-CNT NOT = WS-TOTAL-CNT
               DISPLAY 'MERGE OUT OF BALANCE: ' WS-ACCOUNTED-CNT
                       ' ACCOUNTED, ' WS-TOTAL-CNT ' SPLIT'
           DISPLAY 'RECORDS MERGED ........ ' WS-MERGED-CNT.
           DISPLAY 'EXCEPTION RECORDS ..... ' WS-EXC-TOT.
           DISPLAY 'DUPLICATES SUPPRESSED . ' WS-DUP-TOT.
           DISPLAY 'RECORDS HELD .......... ' WS-HLD-TOT.
           DISPLAY 'INTERFACE DETAILS ..... ' WS-IFACE-DET-CNT.
           IF MERGE-IN-BALANCE
               DISPLAY 'MERGE IS IN BALANCE'
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RECORDS HELD .......... ' DELIMITED BY SIZE
                  WS-HLD-TOT                 DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           IF MERGE-IN-BALANCE
               MOVE 'MERGE IS IN BALANCE'     TO RPT-LINE
           ELSE
