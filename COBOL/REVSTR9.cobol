           SELECT DUPLICATE-FILE   ASSIGN TO DUPFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-DUPFILE-STATUS.
           SELECT HOLD-FILE        ASSIGN TO HOLDFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLDFILE-STATUS.
           SELECT AUDIT-FILE       ASSIGN TO AUDITLOG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STRING-IN-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  IN-STRING-REC.
           05  IN-LENGTH                PIC 9(02).
           05  IN-STRING                PIC X(40).
           05  IN-SOURCE-CODE           PIC X(03).
           05  IN-TXN-ID                PIC X(16).

       FD  STRING-OUT-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01  OUT-STRING-REC.
           05  OUT-LENGTH               PIC 9(02).
           05  OUT-STRING               PIC X(40).
           05  OUT-PART-ID              PIC 9(02).
           05  OUT-PART-SEQ             PIC 9(09).
           05  OUT-SOURCE-CODE          PIC X(03).
           05  OUT-TXN-ID               PIC X(16).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  EXC-STRING-REC.
           05  EXC-LENGTH               PIC X(02).
           05  EXC-STRING               PIC X(40).
           05  EXC-SOURCE-CODE          PIC X(03).
           05  EXC-TXN-ID               PIC X(16).
           05  EXC-REASON-CODE          PIC X(02).

       FD  DUPLICATE-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  DUP-STRING-REC.
           05  DUP-LENGTH               PIC 9(02).
           05  DUP-STRING               PIC X(40).
           05  DUP-SOURCE-CODE          PIC X(03).
           05  DUP-TXN-ID               PIC X(16).
           05  DUP-EXPD-FLAG            PIC X(01).

       FD  HOLD-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLD-REC.
           05  HLD-LENGTH               PIC 9(02).
           05  HLD-STRING               PIC X(40).
           05  HLD-SOURCE-CODE          PIC X(03).
           05  HLD-TXN-ID               PIC X(16).
           05  HLD-HOLD-DATE            PIC X(10).
           05  HLD-HOLD-TYPE            PIC X(01).
           05  HLD-HOLD-VALUE           PIC X(40).
           05  HLD-REASON               PIC X(20).

       FD  AUDIT-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  AUDIT-REC.
           05  AUD-ORIGINAL             PIC X(40).
           05  AUD-REVERSED             PIC X(40).
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

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).
           05  WS-OUT-CNT          PIC 9(9)    VALUE ZEROES.
           05  WS-EXC-CNT          PIC 9(9)    VALUE ZEROES.
           05  WS-DUP-CNT          PIC 9(9)    VALUE ZEROES.
           05  WS-HLD-CNT          PIC 9(9)    VALUE ZEROES.
           05  WS-AUDIT-CNT        PIC 9(9)    VALUE ZEROES.
           05  WS-EXPD-AUDIT-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-IFACE-CNT        PIC 9(9)    VALUE ZEROES.
           05  WS-ACCOUNTED-CNT    PIC 9(9)    VALUE ZEROES.
       01  WS-SOURCE-TABLE-DATA.
               10  WS-SRC-OUT      PIC 9(09).
               10  WS-SRC-EXC      PIC 9(09).
               10  WS-SRC-DUP      PIC 9(09).
               10  WS-SRC-HLD      PIC 9(09).
               10  WS-SRC-EXPD     PIC 9(09).
       01  WS-FILE-STATUSES.
           05  WS-INFILE-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-OUTFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-EXCFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-DUPFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-HOLDFILE-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-AUDIT-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-IFACEFILE-STATUS PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
           PERFORM 200-COUNT-OUTPUT          THRU 200-EXIT.
           PERFORM 300-COUNT-EXCEPTIONS      THRU 300-EXIT.
           PERFORM 350-COUNT-DUPLICATES      THRU 350-EXIT.
           PERFORM 370-COUNT-HELD            THRU 370-EXIT.
           PERFORM 400-COUNT-AUDIT           THRU 400-EXIT.
           PERFORM 500-COUNT-INTERFACE       THRU 500-EXIT.
           PERFORM 800-PROVE-BALANCE         THRU 800-EXIT.
       350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RECORDS DIVERTED BY AN OPERATOR HOLD LEFT THE RUN ON THE     *
      *   HOLD FILE, SO THEY COUNT AS ACCOUNTED FOR ALONGSIDE THE      *
      *   EXCEPTIONS AND DUPLICATES                                    *
      *----------------------------------------------------------------*
       370-COUNT-HELD.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLDFILE-STATUS NOT = '00'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ HOLD-FILE
                   AT END
                       SET END-OF-FILE        TO TRUE
                   NOT AT END
                       ADD 1                  TO WS-HLD-CNT
                       MOVE HLD-SOURCE-CODE   TO WS-POST-SOURCE
                       PERFORM 750-FIND-SOURCE-ENTRY
                                              THRU 750-EXIT
                       IF WS-SRC-HIT > 0
                           ADD 1              TO
                               WS-SRC-HLD(WS-SRC-HIT)
                       END-IF
               END-READ
               IF WS-HOLDFILE-STATUS NOT = '00'
                       AND WS-HOLDFILE-STATUS NOT = '10'
                   MOVE 'HOLDFILE'       TO WS-IO-FILE-NAME
                   MOVE WS-HOLDFILE-STATUS TO WS-IO-STATUS
                   PERFORM 980-IO-ABORT       THRU 980-EXIT
               END-IF
           END-PERFORM.
           IF WS-HOLDFILE-STATUS NOT = '35'
               CLOSE HOLD-FILE
           END-IF.
       370-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   ROWS POSTED BY AN INTRADAY EXPEDITE RUN (LANE E) ARE NOT     *
      *   PART OF TONIGHT'S OUTPUT - THEY ARE COUNTED AND REPORTED     *
      *   SEPARATELY AND LEFT OUT OF THE OUTPUT = AUDIT PROOF          *
      *----------------------------------------------------------------*
       400-COUNT-AUDIT.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
                   NOT AT END
                       IF AUD-RUN-DATE = WS-RUN-DATE
                               AND AUD-BACKOUT-FLAG NOT = 'B'
                           IF AUD-RUN-LANE = 'E'
                               PERFORM 410-COUNT-EXPEDITE
                                   THRU 410-EXIT
                           ELSE
                               ADD 1          TO WS-AUDIT-CNT
                           END-IF
                       END-IF
               END-READ
               IF WS-AUDIT-STATUS NOT = '00'
       400-EXIT.
           EXIT.

       410-COUNT-EXPEDITE.
           ADD 1                               TO WS-EXPD-AUDIT-CNT.
           MOVE AUD-SOURCE-CODE                TO WS-POST-SOURCE.
           PERFORM 750-FIND-SOURCE-ENTRY      THRU 750-EXIT.
           IF WS-SRC-HIT > 0
               ADD 1                  TO WS-SRC-EXPD(WS-SRC-HIT)
           END-IF.
       410-EXIT.
           EXIT.

       500-COUNT-INTERFACE.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT INTERFACE-FILE.
       800-PROVE-BALANCE.
           SET RUN-IN-BALANCE                 TO TRUE.
           COMPUTE WS-ACCOUNTED-CNT =
               WS-OUT-CNT + WS-EXC-CNT + WS-DUP-CNT + WS-HLD-CNT.
           IF WS-IN-CNT NOT = WS-ACCOUNTED-CNT
               SET RUN-OUT-OF-BALANCE         TO TRUE
               PERFORM 850-WRITE-DISCREPANCY  THRU 850-EXIT

      *----------------------------------------------------------------*
      *   EACH SOURCE SYSTEM MUST BALANCE ON ITS OWN: RECORDS IN       *
      *   EQUALS OUT PLUS EXCEPTIONS PLUS DUPLICATES PLUS HELD FOR     *
      *   THAT SOURCE                                                  *
      *----------------------------------------------------------------*
       810-PROVE-SOURCE-BALANCE.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
               COMPUTE WS-SRC-ACCOUNTED =
                   WS-SRC-OUT(WS-SRC-SUB) + WS-SRC-EXC(WS-SRC-SUB)
                   + WS-SRC-DUP(WS-SRC-SUB) + WS-SRC-HLD(WS-SRC-SUB)
               IF WS-SRC-IN(WS-SRC-SUB) NOT = WS-SRC-ACCOUNTED
                   SET RUN-OUT-OF-BALANCE     TO TRUE
                   DISPLAY 'OUT OF BALANCE FOR SOURCE '
                          ' IN '              DELIMITED BY SIZE
                          WS-SRC-IN(WS-SRC-SUB)
                                              DELIMITED BY SIZE
                          ' NOT = OUT+EXC+DUP+HLD '
                                              DELIMITED BY SIZE
                          WS-SRC-ACCOUNTED    DELIMITED BY SIZE
                       INTO RPT-LINE
                       WS-SRC-EXC(WS-SRC-HIT)
                   MOVE ZEROES                TO
                       WS-SRC-DUP(WS-SRC-HIT)
                   MOVE ZEROES                TO
                       WS-SRC-HLD(WS-SRC-HIT)
                   MOVE ZEROES                TO
                       WS-SRC-EXPD(WS-SRC-HIT)
               END-IF
           END-IF.
       750-EXIT.
           EXIT.

       850-WRITE-DISCREPANCY.
           DISPLAY 'OUT OF BALANCE: READ NOT = OUT + EXC + DUP + HLD'.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'DISCREPANCY: READ '        DELIMITED BY SIZE
                  WS-IN-CNT                   DELIMITED BY SIZE
                  ' NOT = OUT+EXC+DUP+HLD '   DELIMITED BY SIZE
                  WS-ACCOUNTED-CNT            DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           DISPLAY 'OUTPUT RECORDS ........ ' WS-OUT-CNT.
           DISPLAY 'EXCEPTION RECORDS ..... ' WS-EXC-CNT.
           DISPLAY 'DUPLICATE RECORDS ..... ' WS-DUP-CNT.
           DISPLAY 'HELD RECORDS .......... ' WS-HLD-CNT.
           DISPLAY 'AUDIT ROWS (RUN DATE) . ' WS-AUDIT-CNT.
           DISPLAY 'IFACE ROWS (RUN DATE) . ' WS-IFACE-CNT.
           DISPLAY 'EXPEDITE ROWS (NOT IN BALANCE) ' WS-EXPD-AUDIT-CNT.
           IF RUN-IN-BALANCE
               DISPLAY 'RUN IS IN BALANCE'
           ELSE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'HELD RECORDS .......... ' DELIMITED BY SIZE
                  WS-HLD-CNT                 DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'AUDIT ROWS (RUN DATE) . ' DELIMITED BY SIZE
                  WS-AUDIT-CNT               DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'EXPEDITE ROWS (NOT IN BALANCE) '
                                             DELIMITED BY SIZE
                  WS-EXPD-AUDIT-CNT          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           IF RUN-IN-BALANCE
               MOVE 'RUN IS IN BALANCE'       TO RPT-LINE
           ELSE
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 905-SOURCE-BREAKOUT        THRU 905-EXIT.
           PERFORM 910-EXPEDITE-BREAKOUT      THRU 910-EXIT.
       900-EXIT.
           EXIT.

                       ' OUT ' WS-SRC-OUT(WS-SRC-SUB)
                       ' EXC ' WS-SRC-EXC(WS-SRC-SUB)
                       ' DUP ' WS-SRC-DUP(WS-SRC-SUB)
                       ' HLD ' WS-SRC-HLD(WS-SRC-SUB)
               MOVE SPACES                    TO RPT-LINE
               STRING 'SOURCE ' DELIMITED BY SIZE
                      WS-SRC-CODE(WS-SRC-SUB) DELIMITED BY SIZE
                      WS-SRC-EXC(WS-SRC-SUB)  DELIMITED BY SIZE
                      ' DUP ' DELIMITED BY SIZE
                      WS-SRC-DUP(WS-SRC-SUB)  DELIMITED BY SIZE
                      ' HLD ' DELIMITED BY SIZE
                      WS-SRC-HLD(WS-SRC-SUB)  DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
       905-EXIT.
           EXIT.

       910-EXPEDITE-BREAKOUT.
           IF WS-EXPD-AUDIT-CNT = 0
               GO TO 910-EXIT
           END-IF.
           DISPLAY 'EXPEDITE LANE VOLUME BY SOURCE SYSTEM'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'EXPEDITE LANE VOLUME BY SOURCE SYSTEM'
                                              TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
               IF WS-SRC-EXPD(WS-SRC-SUB) > 0
                   DISPLAY 'SOURCE ' WS-SRC-CODE(WS-SRC-SUB)
                           ' EXPEDITE ' WS-SRC-EXPD(WS-SRC-SUB)
                   MOVE SPACES                TO RPT-LINE
                   STRING 'SOURCE ' DELIMITED BY SIZE
                          WS-SRC-CODE(WS-SRC-SUB)
                                              DELIMITED BY SIZE
                          ' EXPEDITE ' DELIMITED BY SIZE
                          WS-SRC-EXPD(WS-SRC-SUB)
                                              DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
       910-EXIT.
           EXIT.

       970-CHECK-IO.
           IF WS-IO-STATUS NOT = '00'
               PERFORM 980-IO-ABORT          THRU 980-EXIT
