           SELECT BATCH-SEQ-FILE   ASSIGN TO BSEQFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-BSEQ-STATUS.
           SELECT EXPEDITE-SEQ-FILE ASSIGN TO EXPBSEQ
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-EXPBSEQ-STATUS.
           SELECT STOP-REQUEST-FILE ASSIGN TO STOPFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-STOPFILE-STATUS.
           SELECT RULES-FILE       ASSIGN TO RULESFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RULES-STATUS.
           SELECT HOLD-CTL-FILE    ASSIGN TO HOLDCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLDCTL-STATUS.
           SELECT HOLD-FILE        ASSIGN TO HOLDFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLDFILE-STATUS.

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
           05  EXC-LENGTH               PIC 9(02).
           05  EXC-STRING               PIC X(40).
           05  EXC-SOURCE-CODE          PIC X(03).
           05  EXC-TXN-ID               PIC X(16).
           05  EXC-REASON-CODE          PIC X(02).

       FD  PARM-FILE
           RECORD CONTAINS 16 CHARACTERS.
           05  PARM-METHOD-CODE         PIC X(16).

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

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  CHKPT-REC.
           05  CHKPT-READ-CNT           PIC 9(9).
           05  CHKPT-REVERSED-CNT       PIC 9(9).
           05  CHKPT-BATCH-SEQ          PIC 9(9).
           05  CHKPT-LEN-BUCKET         PIC 9(9) OCCURS 4 TIMES.
           05  CHKPT-WC-BUCKET          PIC 9(9) OCCURS 5 TIMES.
           05  CHKPT-HELD-CNT           PIC 9(9).

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

       FD  MASTER-FILE
           RECORD CONTAINS 69 CHARACTERS.
           05  MST-LAST-DATE            PIC X(10).
           05  MST-OCCUR-CNT            PIC 9(09).

      *----------------------------------------------------------------*
      *   DUP-EXPD-FLAG IS E WHEN THE RECORD WAS ALREADY SENT BY THE   *
      *   EXPEDITE LANE AND HAS COME BACK IN THE NIGHTLY FEED - IT IS  *
      *   SUPPRESSED BUT IS NOT A PARTNER DUPLICATE                    *
      *----------------------------------------------------------------*
       FD  DUPLICATE-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  DUP-STRING-REC.
           05  DUP-LENGTH               PIC 9(02).
           05  DUP-STRING               PIC X(40).
           05  DUP-SOURCE-CODE          PIC X(03).
           05  DUP-TXN-ID               PIC X(16).
           05  DUP-EXPD-FLAG            PIC X(01).

       FD  BATCH-SEQ-FILE
           RECORD CONTAINS 09 CHARACTERS.
       01  BSEQ-REC.
           05  BSEQ-NUMBER              PIC 9(09).

      *----------------------------------------------------------------*
      *   EXPEDITE LANE BATCH SEQUENCE - KEPT APART FROM BSEQFILE IN   *
      *   ITS OWN RANGE (900000001 AND UP) SO AN INTRADAY RUN CAN      *
      *   NEVER TAKE A NUMBER THE NIGHTLY CYCLE WILL USE               *
      *----------------------------------------------------------------*
       FD  EXPEDITE-SEQ-FILE
           RECORD CONTAINS 09 CHARACTERS.
       01  EXPBSEQ-REC.
           05  EXPBSEQ-NUMBER           PIC 9(09).

       FD  STOP-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STOP-REQUEST-REC             PIC X(80).
           05  RUL-MAX-LEN              PIC 9(02).
           05  RUL-METHOD-CHAIN         PIC X(50).

      *----------------------------------------------------------------*
      *   OPERATOR HOLDS - TYPE S HOLDS ONE EXACT STRING VALUE, TYPE   *
      *   C HOLDS EVERY RECORD FROM ONE SOURCE CODE. A HOLD STAYS IN   *
      *   FORCE UNTIL ITS STATUS IS SET TO R OR ITS EXPIRY DATE PASSES *
      *----------------------------------------------------------------*
       FD  HOLD-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-CTL-REC.
           05  HCT-HOLD-TYPE            PIC X(01).
           05  HCT-HOLD-VALUE           PIC X(40).
           05  HCT-REASON               PIC X(20).
           05  HCT-EXPIRY-DATE          PIC X(10).
           05  HCT-STATUS               PIC X(01).
           05  HCT-ENTERED-BY           PIC X(08).

      *----------------------------------------------------------------*
      *   RECORDS DIVERTED BY A HOLD - THE INPUT RECORD AS RECEIVED    *
      *   PLUS THE DATE AND THE HOLD THAT STOPPED IT, FOR STRPGM28     *
      *----------------------------------------------------------------*
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

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  HIST-REC.
           05  HIST-DUP-CNT             PIC 9(09).
           05  HIST-ELAPSED-HH          PIC 9(08).
           05  HIST-NORM-PALIN-CNT      PIC 9(09).
           05  HIST-RUN-LANE            PIC X(01).
           05  FILLER                   PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM6'.
           05  WS-STRING-LEN       PIC 9(02)   VALUE ZEROES.
           05  WS-STRING           PIC X(40)   VALUE SPACES.
           05  WS-SOURCE-CODE      PIC X(03)   VALUE SPACES.
           05  WS-TXN-ID           PIC X(16)   VALUE SPACES.
           05  WS-REVSTRING        PIC X(40)   VALUE SPACES.
       01  WS-MISC.
           05  WS-LENGTH           PIC 9(2)    VALUE ZEROES.
           05  WS-SUB1             PIC 9(2)    VALUE ZEROES.
           05  WS-SUB2             PIC 9(2)    VALUE ZEROES.
           05  WS-EXC-REASON-CODE  PIC X(02)   VALUE SPACES.
           05  WS-EXC-REASON-DESC  PIC X(30)   VALUE SPACES.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-INPUT                VALUE 'Y'.
               88  WS-IS-PALINDROME            VALUE 'Y'.
           05  WS-DUP-FLAG         PIC X(01)   VALUE 'N'.
               88  WS-IS-DUPLICATE             VALUE 'Y'.
           05  WS-EXPD-SENT-FLAG   PIC X(01)   VALUE SPACE.
               88  ALREADY-EXPEDITED           VALUE 'E'.
           05  WS-REJECT-FLAG      PIC X(01)   VALUE 'N'.
               88  WS-RECORD-REJECTED          VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-RUN-LANE         PIC X(01)   VALUE SPACE.
               88  NIGHTLY-LANE                VALUE SPACE.
               88  EXPEDITE-LANE               VALUE 'E'.
       01  WS-COUNTS.
           05  WS-READ-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-REVERSED-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-PALINDROME-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-DUP-CNT          PIC 9(9)    VALUE ZEROES.
           05  WS-NORM-PALIN-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-HELD-CNT         PIC 9(9)    VALUE ZEROES.
       01  WS-SOURCE-TABLE-DATA.
           05  WS-SRC-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-MAX          PIC 9(02)   VALUE 10.
               10  WS-SRC-OUT      PIC 9(09).
               10  WS-SRC-EXC      PIC 9(09).
               10  WS-SRC-DUP      PIC 9(09).
               10  WS-SRC-HLD      PIC 9(09).
       01  WS-AUDIT-DATA.
           05  WS-CURRENT-DATETIME PIC X(21)   VALUE SPACES.
           05  WS-JOB-NAME         PIC X(08)   VALUE SPACES.
           05  WS-IFACEFILE-STATUS PIC X(02)   VALUE SPACES.
           05  WS-MASTER-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-DUPFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-HOLDCTL-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-HOLDFILE-STATUS  PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           05  WS-IO-FILE-NAME     PIC X(12)   VALUE SPACES.
           05  WS-IO-STATUS        PIC X(02)   VALUE SPACES.
               10  WS-RULE-MIN     PIC 9(02).
               10  WS-RULE-MAX     PIC 9(02).
               10  WS-RULE-CHAIN   PIC X(50).
       01  WS-HOLD-TABLE-DATA.
           05  WS-HOLD-CNT         PIC 9(02)   VALUE ZEROES.
           05  WS-HOLD-LIMIT       PIC 9(02)   VALUE 50.
           05  WS-HOLD-SUB         PIC 9(02)   VALUE ZEROES.
           05  WS-HOLD-HIT         PIC 9(02)   VALUE ZEROES.
           05  WS-HOLDCTL-EOF-FLAG PIC X(01)   VALUE 'N'.
               88  END-OF-HOLDS                VALUE 'Y'.
           05  WS-HOLD-ENTRY       OCCURS 50 TIMES.
               10  WS-HOLD-TYPE    PIC X(01).
               10  WS-HOLD-VALUE   PIC X(40).
               10  WS-HOLD-REASON  PIC X(20).
       01  WS-EXPTXN-TABLE-DATA.
           05  WS-EXPTXN-CNT       PIC 9(04)   VALUE ZEROES.
           05  WS-EXPTXN-LIMIT     PIC 9(04)   VALUE 2000.
           05  WS-EXPTXN-SUB       PIC 9(04)   VALUE ZEROES.
           05  WS-AUDIT-EOF-FLAG   PIC X(01)   VALUE 'N'.
               88  END-OF-AUDIT                VALUE 'Y'.
           05  WS-EXPTXN-FROM-YMD  PIC 9(08)   VALUE ZEROES.
           05  WS-EXPTXN-FROM-X REDEFINES WS-EXPTXN-FROM-YMD
                                   PIC X(08).
           05  WS-EXPTXN-FROM-DATE PIC X(10)   VALUE SPACES.
           05  WS-EXPTXN-ENTRY     OCCURS 2000 TIMES.
               10  WS-EXPTXN-STRING PIC X(40).
               10  WS-EXPTXN-SOURCE PIC X(03).
       01  WS-CHAIN-DATA.
           05  WS-EFF-METHOD       PIC X(50)   VALUE SPACES.
           05  WS-CHAIN-METHOD     PIC X(16)   OCCURS 4 TIMES
           05  WS-STOPFILE-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-RULES-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-BATCH-SEQ        PIC 9(09)   VALUE ZEROES.
           05  WS-EXPBSEQ-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-EXPD-SEQ-BASE    PIC 9(09)   VALUE 900000000.
           05  WS-EXPD-SEQ-LIMIT   PIC 9(09)   VALUE 999999999.
           05  WS-IFACE-DET-CNT    PIC 9(09)   VALUE ZEROES.
           05  WS-IFACE-HASH       PIC 9(18)   VALUE ZEROES.
           05  WS-HASH-SUB         PIC 9(02)   VALUE ZEROES.
           MOVE WS-TOTAL-HUNDREDTHS           TO WS-START-HUNDREDTHS.
           PERFORM 060-GET-JOB-NAME          THRU 060-EXIT.
           PERFORM 065-GET-RUN-DATE          THRU 065-EXIT.
           PERFORM 040-LOAD-HOLDS            THRU 040-EXIT.
           PERFORM 043-LOAD-EXPEDITED        THRU 043-EXIT.
           PERFORM 070-READ-CHECKPOINT       THRU 070-EXIT.
           OPEN INPUT  STRING-IN-FILE.
           MOVE 'INFILE'                      TO WS-IO-FILE-NAME.
               IF WS-DUPFILE-STATUS = '35'
                   OPEN OUTPUT DUPLICATE-FILE
               END-IF
               OPEN EXTEND HOLD-FILE
               IF WS-HOLDFILE-STATUS = '35'
                   OPEN OUTPUT HOLD-FILE
               END-IF
           ELSE
               OPEN OUTPUT STRING-OUT-FILE
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT INTERFACE-FILE
               OPEN OUTPUT DUPLICATE-FILE
               OPEN OUTPUT HOLD-FILE
           END-IF.
           IF WS-PART-CNT = 0
               OPEN I-O MASTER-FILE
           CLOSE REPORT-FILE.
           CLOSE INTERFACE-FILE.
           CLOSE DUPLICATE-FILE.
           CLOSE HOLD-FILE.
           IF WS-PART-CNT = 0
               CLOSE MASTER-FILE
           END-IF.
           END-EVALUATE.
           STOP RUN.

      *----------------------------------------------------------------*
      *   ONLY HOLDS STILL IN FORCE ARE LOADED - RELEASED ENTRIES AND  *
      *   ENTRIES WHOSE EXPIRY DATE IS BEFORE THE RUN DATE ARE SKIPPED *
      *----------------------------------------------------------------*
       040-LOAD-HOLDS.
           OPEN INPUT HOLD-CTL-FILE.
           IF WS-HOLDCTL-STATUS NOT = '00'
               SET END-OF-HOLDS               TO TRUE
           END-IF.
           PERFORM 042-LOAD-ONE-HOLD          THRU 042-EXIT
               UNTIL END-OF-HOLDS.
           IF WS-HOLDCTL-STATUS NOT = '35'
               CLOSE HOLD-CTL-FILE
           END-IF.
           DISPLAY 'OPERATOR HOLDS IN FORCE: ' WS-HOLD-CNT.
       040-EXIT.
           EXIT.

       042-LOAD-ONE-HOLD.
           READ HOLD-CTL-FILE
               AT END
                   SET END-OF-HOLDS           TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN HCT-HOLD-TYPE NOT = 'S'
                               AND HCT-HOLD-TYPE NOT = 'C'
                           DISPLAY 'INVALID HOLD IGNORED: '
                                   HCT-HOLD-TYPE ' ' HCT-HOLD-VALUE
                       WHEN HCT-HOLD-VALUE = SPACES
                           DISPLAY 'INVALID HOLD IGNORED: '
                                   HCT-HOLD-TYPE ' NO VALUE'
                       WHEN HCT-STATUS = 'R'
                           CONTINUE
                       WHEN HCT-EXPIRY-DATE NOT = SPACES
                               AND HCT-EXPIRY-DATE < WS-RUN-DATE
                           DISPLAY 'HOLD EXPIRED: '
                                   HCT-HOLD-TYPE ' ' HCT-HOLD-VALUE
                       WHEN WS-HOLD-CNT >= WS-HOLD-LIMIT
                           DISPLAY 'HOLD TABLE FULL - HOLD IGNORED: '
                                   HCT-HOLD-VALUE
                       WHEN OTHER
                           ADD 1              TO WS-HOLD-CNT
                           MOVE HCT-HOLD-TYPE TO
                               WS-HOLD-TYPE(WS-HOLD-CNT)
                           MOVE HCT-HOLD-VALUE TO
                               WS-HOLD-VALUE(WS-HOLD-CNT)
                           MOVE HCT-REASON    TO
                               WS-HOLD-REASON(WS-HOLD-CNT)
                   END-EVALUATE
           END-READ.
       042-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE NIGHTLY FEED STILL CARRIES RECORDS THE EXPEDITE LANE     *
      *   SENT EARLIER, UNDER A NEW TXN-ID FROM THE NIGHTLY INTAKE.    *
      *   THE STRING AND SOURCE OF THE LANE E AUDIT ROWS OF TODAY AND  *
      *   YESTERDAY (THE NIGHT MAY CROSS MIDNIGHT) ARE LOADED SO 390   *
      *   CAN TELL THEM FROM TRUE PARTNER DUPLICATES - EACH ROW        *
      *   EXCUSES ONE NIGHTLY COPY, SO A REPEAT IN THE FEED STILL      *
      *   COUNTS AS A DUPLICATE. NO MASTER IN PARTITION MODE MEANS NO  *
      *   DUPLICATES, SO NOTHING TO LOAD                               *
      *----------------------------------------------------------------*
       043-LOAD-EXPEDITED.
           IF EXPEDITE-LANE OR WS-PART-CNT > 0
               GO TO 043-EXIT
           END-IF.
           MOVE WS-CURRENT-DATETIME(1:8)       TO WS-EXPTXN-FROM-X.
           COMPUTE WS-EXPTXN-FROM-YMD = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-EXPTXN-FROM-YMD) - 1).
           STRING WS-EXPTXN-FROM-X(1:4) '-'
                  WS-EXPTXN-FROM-X(5:2) '-'
                  WS-EXPTXN-FROM-X(7:2)
               DELIMITED BY SIZE
               INTO WS-EXPTXN-FROM-DATE
           END-STRING.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               GO TO 043-EXIT
           END-IF.
           MOVE 'AUDITLOG'                    TO WS-IO-FILE-NAME.
           MOVE WS-AUDIT-STATUS               TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 044-LOAD-ONE-EXPEDITED    THRU 044-EXIT
               UNTIL END-OF-AUDIT.
           CLOSE AUDIT-FILE.
           DISPLAY 'RECORDS SENT BY EXPEDITE: ' WS-EXPTXN-CNT.
       043-EXIT.
           EXIT.

       044-LOAD-ONE-EXPEDITED.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT           TO TRUE
                   GO TO 044-EXIT
           END-READ.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'AUDITLOG'                TO WS-IO-FILE-NAME
               MOVE WS-AUDIT-STATUS           TO WS-IO-STATUS
               PERFORM 980-IO-ABORT          THRU 980-EXIT
           END-IF.
           IF AUD-RUN-LANE NOT = 'E'
                   OR AUD-BACKOUT-FLAG NOT = SPACE
                   OR AUD-ORIGINAL = SPACES
                   OR AUD-RUN-DATE < WS-EXPTXN-FROM-DATE
               GO TO 044-EXIT
           END-IF.
           IF WS-EXPTXN-CNT >= WS-EXPTXN-LIMIT
               DISPLAY 'EXPEDITE TABLE FULL - NOT LOADED: '
                       AUD-ORIGINAL
               GO TO 044-EXIT
           END-IF.
           ADD 1                              TO WS-EXPTXN-CNT.
           MOVE AUD-ORIGINAL                  TO
               WS-EXPTXN-STRING(WS-EXPTXN-CNT).
           MOVE AUD-SOURCE-CODE               TO
               WS-EXPTXN-SOURCE(WS-EXPTXN-CNT).
       044-EXIT.
           EXIT.

       045-LOAD-RULES.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00'
           IF NORMALIZED-MODE
               DISPLAY 'PALINDROME MODE: NORMALIZED'
           END-IF.
           IF EXPEDITE-LANE AND WS-PART-CNT > 0
               DISPLAY 'EXPEDITE LANE - PARTITION PARM IGNORED'
               MOVE ZEROES                      TO WS-PART-ID
               MOVE ZEROES                      TO WS-PART-CNT
           END-IF.
           IF WS-PART-CNT > 0
               DISPLAY 'PARTITION ' WS-PART-ID ' OF ' WS-PART-CNT
           END-IF.
           IF EXPEDITE-LANE
               DISPLAY 'RUN LANE: EXPEDITE'
           END-IF.
       050-EXIT.
           EXIT.

                       MOVE PARM-METHOD-CODE(8:2)
                                                TO WS-PART-CNT
                   END-IF
                   IF PARM-METHOD-CODE(1:13) = 'LANE=EXPEDITE'
                       SET EXPEDITE-LANE        TO TRUE
                   END-IF
           END-READ.
       052-EXIT.
           EXIT.
           MOVE 'DUPFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-DUPFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           MOVE 'HOLDFILE'                    TO WS-IO-FILE-NAME.
           MOVE WS-HOLDFILE-STATUS            TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           MOVE 'AUDITLOG'                    TO WS-IO-FILE-NAME.
           MOVE WS-AUDIT-STATUS               TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
                       MOVE CHKPT-IFACE-CNT      TO WS-IFACE-DET-CNT
                       MOVE CHKPT-IFACE-HASH     TO WS-IFACE-HASH
                       MOVE CHKPT-BATCH-SEQ      TO WS-BATCH-SEQ
                       MOVE CHKPT-HELD-CNT       TO WS-HELD-CNT
                       PERFORM VARYING WS-SUB1 FROM 1 BY 1
                               UNTIL WS-SUB1 > 4
                           MOVE CHKPT-LEN-BUCKET(WS-SUB1)
               DISPLAY 'PARTITION MODE - BATCH SEQUENCE NOT DRAWN'
               GO TO 075-EXIT
           END-IF.
           IF EXPEDITE-LANE
               PERFORM 076-GET-EXPEDITE-SEQ  THRU 076-EXIT
               GO TO 075-EXIT
           END-IF.
           MOVE ZEROES                         TO WS-BATCH-SEQ.
           OPEN INPUT BATCH-SEQ-FILE.
           IF WS-BSEQ-STATUS = '00'
       075-EXIT.
           EXIT.

       076-GET-EXPEDITE-SEQ.
           MOVE ZEROES                         TO WS-BATCH-SEQ.
           OPEN INPUT EXPEDITE-SEQ-FILE.
           IF WS-EXPBSEQ-STATUS = '00'
               READ EXPEDITE-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXPBSEQ-NUMBER    TO WS-BATCH-SEQ
               END-READ
               CLOSE EXPEDITE-SEQ-FILE
           END-IF.
           IF WS-BATCH-SEQ < WS-EXPD-SEQ-BASE
                   OR WS-BATCH-SEQ >= WS-EXPD-SEQ-LIMIT
               MOVE WS-EXPD-SEQ-BASE           TO WS-BATCH-SEQ
           END-IF.
           ADD 1                               TO WS-BATCH-SEQ.
           OPEN OUTPUT EXPEDITE-SEQ-FILE.
           MOVE WS-BATCH-SEQ                   TO EXPBSEQ-NUMBER.
           WRITE EXPBSEQ-REC.
           IF WS-EXPBSEQ-STATUS NOT = '00'
               MOVE 'EXPBSEQ'             TO WS-IO-FILE-NAME
               MOVE WS-EXPBSEQ-STATUS     TO WS-IO-STATUS
               PERFORM 980-IO-ABORT      THRU 980-EXIT
           END-IF.
           CLOSE EXPEDITE-SEQ-FILE.
           DISPLAY 'EXPEDITE BATCH SEQUENCE: ' WS-BATCH-SEQ.
       076-EXIT.
           EXIT.

       078-WRITE-IFACE-HEADER.
           MOVE SPACES                         TO IFACE-HDR-REC.
           MOVE 'H'                            TO HDR-REC-TYPE.
           MOVE WS-IFACE-DET-CNT               TO CHKPT-IFACE-CNT.
           MOVE WS-IFACE-HASH                  TO CHKPT-IFACE-HASH.
           MOVE WS-BATCH-SEQ                   TO CHKPT-BATCH-SEQ.
           MOVE WS-HELD-CNT                    TO CHKPT-HELD-CNT.
           PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 4
               MOVE WS-LEN-BUCKET(WS-SUB1)     TO
                   CHKPT-LEN-BUCKET(WS-SUB1)
       250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   EVERY EXCEPTION CARRIES ITS REASON: 01 BLANK STRING, 02      *
      *   LENGTH OUT OF RANGE, 03 WORD TABLE OVERFLOW (SET BY THE      *
      *   CALLER BEFORE THE PERFORM)                                   *
      *----------------------------------------------------------------*
       300-REJECT-RECORD.
           ADD 1                             TO WS-REJECT-CNT.
           IF WS-EXC-REASON-CODE = SPACES
               IF WS-STRING = SPACES
                   MOVE '01'                 TO WS-EXC-REASON-CODE
                   MOVE 'BLANK STRING'       TO WS-EXC-REASON-DESC
               ELSE
                   MOVE '02'                 TO WS-EXC-REASON-CODE
                   MOVE 'LENGTH OUT OF RANGE 1-40'
                                             TO WS-EXC-REASON-DESC
               END-IF
           END-IF.
           MOVE WS-STRING-LEN                TO EXC-LENGTH.
           MOVE WS-STRING                    TO EXC-STRING.
           MOVE WS-SOURCE-CODE               TO EXC-SOURCE-CODE.
           MOVE WS-TXN-ID                    TO EXC-TXN-ID.
           MOVE WS-EXC-REASON-CODE           TO EXC-REASON-CODE.
           WRITE EXC-STRING-REC.
           PERFORM 475-FIND-SOURCE-ENTRY     THRU 475-EXIT.
           IF WS-SRC-HIT > 0
               MOVE WS-EXCFILE-STATUS     TO WS-IO-STATUS
               PERFORM 980-IO-ABORT      THRU 980-EXIT
           END-IF.
           DISPLAY 'EXCEPTION RSN=' WS-EXC-REASON-CODE ' '
                   WS-EXC-REASON-DESC.
           MOVE SPACES                       TO WS-EXC-REASON-CODE.
           MOVE SPACES                       TO WS-EXC-REASON-DESC.
       300-EXIT.
           EXIT.

       350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A RECORD MATCHING AN OPERATOR HOLD - ITS EXACT STRING OR ITS *
      *   WHOLE SOURCE CODE - IS SET ASIDE ON THE HOLD FILE UNTOUCHED: *
      *   NOT TRANSFORMED, NOT POSTED TO THE MASTER, NOT SENT          *
      *----------------------------------------------------------------*
       370-CHECK-HOLD.
           MOVE ZEROES                        TO WS-HOLD-HIT.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-CNT
                      OR WS-HOLD-HIT > 0
               IF (WS-HOLD-TYPE(WS-HOLD-SUB) = 'S'
                       AND WS-HOLD-VALUE(WS-HOLD-SUB) = WS-STRING)
                  OR (WS-HOLD-TYPE(WS-HOLD-SUB) = 'C'
                       AND WS-HOLD-VALUE(WS-HOLD-SUB) = WS-SOURCE-CODE)
                   MOVE WS-HOLD-SUB           TO WS-HOLD-HIT
               END-IF
           END-PERFORM.
       370-EXIT.
           EXIT.

       375-DIVERT-TO-HOLD.
           ADD 1                              TO WS-HELD-CNT.
           MOVE WS-STRING-LEN                 TO HLD-LENGTH.
           MOVE WS-STRING                     TO HLD-STRING.
           MOVE WS-SOURCE-CODE                TO HLD-SOURCE-CODE.
           MOVE WS-TXN-ID                     TO HLD-TXN-ID.
           MOVE WS-RUN-DATE                   TO HLD-HOLD-DATE.
           MOVE WS-HOLD-TYPE(WS-HOLD-HIT)     TO HLD-HOLD-TYPE.
           MOVE WS-HOLD-VALUE(WS-HOLD-HIT)    TO HLD-HOLD-VALUE.
           MOVE WS-HOLD-REASON(WS-HOLD-HIT)   TO HLD-REASON.
           WRITE HOLD-REC.
           IF WS-HOLDFILE-STATUS NOT = '00'
               MOVE 'HOLDFILE'            TO WS-IO-FILE-NAME
               MOVE WS-HOLDFILE-STATUS    TO WS-IO-STATUS
               PERFORM 980-IO-ABORT      THRU 980-EXIT
           END-IF.
           PERFORM 475-FIND-SOURCE-ENTRY      THRU 475-EXIT.
           IF WS-SRC-HIT > 0
               ADD 1                          TO WS-SRC-HLD(WS-SRC-HIT)
           END-IF.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS    THRU 700-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           STRING WS-STRING   DELIMITED BY SIZE
                  '     ON HOLD - ' DELIMITED BY SIZE
                  WS-HOLD-REASON(WS-HOLD-HIT) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
           DISPLAY 'RECORD HELD: ' WS-STRING.
       375-EXIT.
           EXIT.

       380-CHECK-MASTER.
           MOVE 'N'                           TO WS-DUP-FLAG.
           IF WS-PART-CNT > 0
       380-EXIT.
           EXIT.

       385-CHECK-EXPEDITED.
           MOVE SPACE                         TO WS-EXPD-SENT-FLAG.
           PERFORM VARYING WS-EXPTXN-SUB FROM 1 BY 1
                   UNTIL WS-EXPTXN-SUB > WS-EXPTXN-CNT
                      OR ALREADY-EXPEDITED
               IF WS-EXPTXN-STRING(WS-EXPTXN-SUB) = WS-STRING
                       AND WS-EXPTXN-SOURCE(WS-EXPTXN-SUB)
                           = WS-SOURCE-CODE
                   SET ALREADY-EXPEDITED      TO TRUE
                   MOVE HIGH-VALUES           TO
                       WS-EXPTXN-STRING(WS-EXPTXN-SUB)
               END-IF
           END-PERFORM.
       385-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A RECORD THE EXPEDITE LANE ALREADY SENT IS SUPPRESSED AND    *
      *   WRITTEN TO DUPFILE (SO STRPGM9 STILL BALANCES) BUT FLAGGED,  *
      *   AND DOES NOT COUNT AS ANOTHER OCCURRENCE ON THE MASTER       *
      *----------------------------------------------------------------*
       390-SUPPRESS-DUPLICATE.
           PERFORM 385-CHECK-EXPEDITED        THRU 385-EXIT.
           IF NOT ALREADY-EXPEDITED
               ADD 1                          TO MST-OCCUR-CNT
               MOVE WS-RUN-DATE               TO MST-LAST-DATE
               REWRITE MASTER-REC
           END-IF.
           ADD 1                              TO WS-DUP-CNT.
           MOVE WS-STRING-LEN                 TO DUP-LENGTH.
           MOVE WS-STRING                     TO DUP-STRING.
           MOVE WS-SOURCE-CODE                TO DUP-SOURCE-CODE.
           MOVE WS-TXN-ID                     TO DUP-TXN-ID.
           MOVE WS-EXPD-SENT-FLAG             TO DUP-EXPD-FLAG.
           WRITE DUP-STRING-REC.
           PERFORM 475-FIND-SOURCE-ENTRY      THRU 475-EXIT.
           IF WS-SRC-HIT > 0
               PERFORM 700-WRITE-HEADINGS    THRU 700-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           IF ALREADY-EXPEDITED
               STRING WS-STRING   DELIMITED BY SIZE
                      '     ALREADY SENT BY EXPEDITE'
                                  DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               STRING WS-STRING   DELIMITED BY SIZE
                      '     DUPLICATE SUPPRESSED' DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
           IF ALREADY-EXPEDITED
               DISPLAY 'ALREADY SENT BY EXPEDITE: ' WS-STRING
           ELSE
               DISPLAY 'DUPLICATE SUPPRESSED: ' WS-STRING
           END-IF.
       390-EXIT.
           EXIT.

       400-PROCESS-RECORD.
           MOVE 'N'                           TO WS-PALINDROME-FLAG.
           MOVE 'N'                           TO WS-REJECT-FLAG.
           PERFORM 370-CHECK-HOLD             THRU 370-EXIT.
           IF WS-HOLD-HIT > 0
               PERFORM 375-DIVERT-TO-HOLD     THRU 375-EXIT
               GO TO 400-EXIT
           END-IF.
           PERFORM 380-CHECK-MASTER           THRU 380-EXIT.
           IF WS-IS-DUPLICATE
               PERFORM 390-SUPPRESS-DUPLICATE THRU 390-EXIT
           PERFORM 405-SELECT-RULE            THRU 405-EXIT.
           PERFORM 412-APPLY-CHAIN            THRU 412-EXIT.
           IF CHAIN-OVERFLOW
               MOVE '03'                      TO WS-EXC-REASON-CODE
               MOVE 'WORD COUNT EXCEEDS WORD TABLE'
                                              TO WS-EXC-REASON-DESC
               SET WS-RECORD-REJECTED         TO TRUE
               PERFORM 300-REJECT-RECORD
               GO TO 410-EXIT
           MOVE WS-PART-ID                   TO OUT-PART-ID.
           MOVE WS-READ-CNT                  TO OUT-PART-SEQ.
           MOVE WS-SOURCE-CODE               TO OUT-SOURCE-CODE.
           MOVE WS-TXN-ID                    TO OUT-TXN-ID.
           WRITE OUT-STRING-REC.
           IF WS-OUTFILE-STATUS NOT = '00'
               MOVE 'OUTFILE'             TO WS-IO-FILE-NAME

      *----------------------------------------------------------------*
      *   PER-SOURCE CONTROL TOTALS - EACH DISTINCT SOURCE CODE GETS   *
      *   ITS OWN READ/OUT/EXC/DUP/HELD COUNTERS FOR THE BREAKOUT      *
      *   REPORT                                                       *
      *----------------------------------------------------------------*
       470-POST-SOURCE-READ.
           PERFORM 475-FIND-SOURCE-ENTRY      THRU 475-EXIT.
                       WS-SRC-EXC(WS-SRC-HIT)
                   MOVE ZEROES                TO
                       WS-SRC-DUP(WS-SRC-HIT)
                   MOVE ZEROES                TO
                       WS-SRC-HLD(WS-SRC-HIT)
               END-IF
           END-IF.
       475-EXIT.
           MOVE WS-EFF-METHOD                 TO AUD-METHOD-CODE.
           MOVE WS-SOURCE-CODE                TO AUD-SOURCE-CODE.
           MOVE SPACE                         TO AUD-BACKOUT-FLAG.
           MOVE WS-TXN-ID                     TO AUD-TXN-ID.
           MOVE WS-RUN-LANE                   TO AUD-RUN-LANE.
           WRITE AUDIT-REC.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'AUDITLOG'            TO WS-IO-FILE-NAME
               MOVE WS-SOURCE-CODE            TO IFACE-SOURCE-SYS
           END-IF.
           MOVE WS-RUN-DATE                   TO IFACE-RUN-DATE.
           MOVE WS-TXN-ID                     TO IFACE-TXN-ID.
           WRITE IFACE-REC.
           IF WS-IFACEFILE-STATUS NOT = '00'
               MOVE 'IFACEFILE'           TO WS-IO-FILE-NAME
                  WS-METHOD-CODE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           IF EXPEDITE-LANE
               MOVE '     EXPEDITE LANE'       TO RPT-LINE(60:18)
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           DISPLAY 'PALINDROMES FOUND ..... ' WS-PALINDROME-CNT.
           DISPLAY 'NORMALIZED PALINDROMES  ' WS-NORM-PALIN-CNT.
           DISPLAY 'DUPLICATES SUPPRESSED . ' WS-DUP-CNT.
           DISPLAY 'RECORDS HELD .......... ' WS-HELD-CNT.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RECORDS HELD .......... ' DELIMITED BY SIZE
                  WS-HELD-CNT                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 905-SOURCE-BREAKOUT        THRU 905-EXIT.
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
           MOVE WS-DUP-CNT                    TO HIST-DUP-CNT.
           MOVE WS-ELAPSED-HH                 TO HIST-ELAPSED-HH.
           MOVE WS-NORM-PALIN-CNT             TO HIST-NORM-PALIN-CNT.
           MOVE WS-RUN-LANE                   TO HIST-RUN-LANE.
           WRITE HIST-REC.
           IF WS-RUNHIST-STATUS NOT = '00'
               MOVE 'RUNHIST'             TO WS-IO-FILE-NAME
