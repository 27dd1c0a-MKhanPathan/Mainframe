      *----------------------------------------------------------------*
      *   RECORD LIFECYCLE TRACER - GIVEN A STRING VALUE OR A          *
      *   TRANSACTION ID (AND AN OPTIONAL RUN DATE) REPORTS ITS FULL   *
      *   PATH THROUGH THE SYSTEM: EDIT PASS OR REJECT WITH REASON,    *
      *   REVERSAL, REJECT OR DUPLICATE SUPPRESSION, INTERFACE SEND,   *
      *   AND CURRENT PENDING / ACKNOWLEDGED / REJECTED STATUS - ONE   *
      *   CONSOLIDATED ANSWER INSTEAD OF FIVE FILE BROWSES             *
      *                                                                *
      *   A STRING= VALUE IS MASKED THROUGH THE TOKEN VAULT BEFORE     *
      *   TRACING, SINCE EVERY FILE FROM THE EDIT ONWARD HOLDS THE     *
      *   MASKED FORM                                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM25.
           SELECT AUDIT-FILE       ASSIGN TO AUDITLOG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TOKEN-VAULT-FILE ASSIGN TO TOKNVLT
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS VLT-VALUE
                                    ALTERNATE RECORD KEY IS VLT-TOKEN
                                    FILE STATUS IS WS-TOKNVLT-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  CLEAN-STRING-REC.
           05  CLEAN-LENGTH             PIC 9(02).
           05  CLEAN-STRING             PIC X(40).
           05  CLEAN-SOURCE-CODE        PIC X(03).
           05  CLEAN-TXN-ID             PIC X(16).

       FD  EDIT-REJECT-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  REJ-STRING-REC.
           05  REJ-LENGTH               PIC X(02).
           05  REJ-STRING               PIC X(40).
           05  REJ-SOURCE-CODE          PIC X(03).
           05  REJ-REASON-CODE          PIC X(02).
           05  REJ-TXN-ID               PIC X(16).

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

       FD  INTERFACE-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  IFACE-REC.
           05  IFACE-REC-TYPE           PIC X(01).
           05  IFACE-ORIGINAL           PIC X(40).
           05  IFACE-REVERSED           PIC X(40).
           05  IFACE-SOURCE-SYS         PIC X(08).
           05  IFACE-RUN-DATE           PIC X(10).
           05  IFACE-TXN-ID             PIC X(16).

       FD  PENDING-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  PEND-REC.
           05  PEND-ORIGINAL            PIC X(40).
           05  PEND-REVERSED            PIC X(40).
           05  PEND-SOURCE-SYS          PIC X(08).
           05  PEND-RUN-DATE            PIC X(10).
           05  PEND-TXN-ID              PIC X(16).

       FD  RESEND-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  RESEND-REC.
           05  RESEND-ORIGINAL          PIC X(40).
           05  RESEND-REVERSED          PIC X(40).
           05  RESEND-SOURCE-SYS        PIC X(08).
           05  RESEND-RUN-DATE          PIC X(10).
           05  RESEND-TXN-ID            PIC X(16).

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

       FD  TOKEN-VAULT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VAULT-REC.
           05  VLT-VALUE                PIC X(40).
           05  VLT-TOKEN                PIC X(08).
           05  VLT-SOURCE-CODE          PIC X(03).
           05  VLT-FIRST-DATE           PIC X(10).
           05  VLT-TXN-ID               PIC X(16).
           05  FILLER                   PIC X(03).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-TRACE-MODE-FLAG  PIC X(01)   VALUE 'S'.
               88  TRACE-BY-STRING             VALUE 'S'.
               88  TRACE-BY-TXN-ID             VALUE 'T'.
       01  WS-TRACE-FLAGS.
           05  WS-CLEAN-FND-FLAG   PIC X(01)   VALUE 'N'.
               88  FOUND-IN-CLEAN              VALUE 'Y'.
       01  WS-CRITERIA.
           05  WS-CRIT-STRING      PIC X(40)   VALUE SPACES.
           05  WS-CRIT-DATE        PIC X(10)   VALUE SPACES.
           05  WS-CRIT-TXN-ID      PIC X(16)   VALUE SPACES.
       01  WS-MASK-DATA.
           05  WS-MASK-FLOOR       PIC 9(02)   VALUE 8.
           05  WS-MASK-POS         PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-START       PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-END         PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-DIGITS      PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-LEN         PIC 9(02)   VALUE ZEROES.
           05  WS-MASK-STRING      PIC X(40)   VALUE SPACES.
           05  WS-DIGIT-RUN-FLAG   PIC X(01)   VALUE 'N'.
               88  IN-DIGIT-RUN                VALUE 'Y'.
           05  WS-MASKED-FLAG      PIC X(01)   VALUE 'N'.
               88  VALUE-MASKED                VALUE 'Y'.
       01  WS-TRACE-DATA.
           05  WS-REJ-REASON       PIC X(02)   VALUE SPACES.
           05  WS-TRC-REVERSED     PIC X(40)   VALUE SPACES.
           05  WS-RESEND-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-AUDIT-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-PARM-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-TOKNVLT-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           05  WS-IO-FILE-NAME     PIC X(12)   VALUE SPACES.
           DISPLAY 'PROGRAM: ' WS-PROGRAM.
           PERFORM 050-READ-PARM-CARDS       THRU 050-EXIT.
           IF WS-CRIT-STRING = SPACES
                   AND WS-CRIT-TXN-ID = SPACES
               DISPLAY 'STRING= OR TXNID= REQUIRED - NOTHING TO TRACE'
               MOVE 12                        TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-STATUS NOT = '35'
               CLOSE PARM-FILE
           END-IF.
           IF WS-CRIT-TXN-ID NOT = SPACES
               SET TRACE-BY-TXN-ID            TO TRUE
               MOVE SPACES                    TO WS-CRIT-STRING
               DISPLAY 'TRACING TXN ID .... ' WS-CRIT-TXN-ID
           ELSE
               MOVE WS-CRIT-STRING            TO WS-MASK-STRING
               PERFORM 060-MASK-TRACE-STRING THRU 060-EXIT
               IF VALUE-MASKED
                   MOVE WS-MASK-STRING        TO WS-CRIT-STRING
                   DISPLAY 'STRING MASKED THROUGH TOKEN VAULT'
               END-IF
               DISPLAY 'TRACING STRING .... ' WS-CRIT-STRING
           END-IF.
           DISPLAY 'RUN DATE FILTER ... ' WS-CRIT-DATE.
       050-EXIT.
           EXIT.
                   EVALUATE TRUE
                       WHEN PARM-REC(1:7) = 'STRING='
                           MOVE PARM-REC(8:40) TO WS-CRIT-STRING
                       WHEN PARM-REC(1:6) = 'TXNID='
                           MOVE PARM-REC(7:16) TO WS-CRIT-TXN-ID
                       WHEN PARM-REC(1:5) = 'DATE='
                           MOVE PARM-REC(6:10) TO WS-CRIT-DATE
                       WHEN PARM-REC = SPACES
       055-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   TRACED FILES CARRY VAULT TOKENS IN PLACE OF MASKED DIGIT     *
      *   RUNS, SO THE STRING IS MASKED THE SAME WAY: EVERY RUN        *
      *   OF EIGHT OR MORE DIGITS (HYPHENS ALLOWED BETWEEN THEM) THAT  *
      *   IS ON THE VAULT IS REPLACED BY ITS TOKEN. RUNS NOT ON THE    *
      *   VAULT WERE NEVER MASKED AND ARE LEFT AS GIVEN                *
      *----------------------------------------------------------------*
       060-MASK-TRACE-STRING.
           MOVE 'N'                           TO WS-MASKED-FLAG.
           IF WS-MASK-STRING = SPACES
               GO TO 060-EXIT
           END-IF.
           OPEN INPUT TOKEN-VAULT-FILE.
           IF WS-TOKNVLT-STATUS NOT = '00'
               DISPLAY 'TOKEN VAULT UNAVAILABLE - STRING NOT MASKED'
               GO TO 060-EXIT
           END-IF.
           MOVE 1                             TO WS-MASK-POS.
           PERFORM UNTIL WS-MASK-POS > 40
               IF WS-MASK-STRING(WS-MASK-POS:1) IS NUMERIC
                   PERFORM 062-SCAN-DIGIT-RUN THRU 062-EXIT
               ELSE
                   ADD 1                      TO WS-MASK-POS
               END-IF
           END-PERFORM.
           CLOSE TOKEN-VAULT-FILE.
       060-EXIT.
           EXIT.

       062-SCAN-DIGIT-RUN.
           MOVE WS-MASK-POS                   TO WS-MASK-START.
           MOVE WS-MASK-POS                   TO WS-MASK-END.
           MOVE 1                             TO WS-MASK-DIGITS.
           SET IN-DIGIT-RUN                   TO TRUE.
           PERFORM UNTIL NOT IN-DIGIT-RUN
               MOVE 'N'                       TO WS-DIGIT-RUN-FLAG
               IF WS-MASK-END < 40
                   IF WS-MASK-STRING(WS-MASK-END + 1:1) IS NUMERIC
                       ADD 1                  TO WS-MASK-END
                       ADD 1                  TO WS-MASK-DIGITS
                       SET IN-DIGIT-RUN       TO TRUE
                   ELSE
                       IF WS-MASK-STRING(WS-MASK-END + 1:1) = '-'
                               AND WS-MASK-END < 39
                           IF WS-MASK-STRING(WS-MASK-END + 2:1)
                                   IS NUMERIC
                               ADD 2          TO WS-MASK-END
                               ADD 1          TO WS-MASK-DIGITS
                               SET IN-DIGIT-RUN TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-MASK-LEN = WS-MASK-END - WS-MASK-START + 1.
           IF WS-MASK-DIGITS NOT < WS-MASK-FLOOR
               MOVE SPACES                    TO VLT-VALUE
               MOVE WS-MASK-STRING(WS-MASK-START:WS-MASK-LEN)
                                              TO VLT-VALUE
               READ TOKEN-VAULT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALL '#'           TO
                           WS-MASK-STRING(WS-MASK-START:WS-MASK-LEN)
                       MOVE VLT-TOKEN         TO
                           WS-MASK-STRING(WS-MASK-START:8)
                       SET VALUE-MASKED       TO TRUE
               END-READ
           END-IF.
           COMPUTE WS-MASK-POS = WS-MASK-END + 1.
       062-EXIT.
           EXIT.

       065-GET-RUN-DATE.
           ACCEPT WS-CURRENT-DATETIME          FROM DATE YYYYMMDD.
           STRING WS-CURRENT-DATETIME(1:4) '-'
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF (TRACE-BY-STRING
                           AND CLEAN-STRING = WS-CRIT-STRING)
                       OR (TRACE-BY-TXN-ID
                           AND CLEAN-TXN-ID = WS-CRIT-TXN-ID)
                       SET FOUND-IN-CLEAN     TO TRUE
                       IF WS-CRIT-STRING = SPACES
                           MOVE CLEAN-STRING  TO WS-CRIT-STRING
                       END-IF
                   END-IF
           END-READ.
       110-EXIT.
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF (TRACE-BY-STRING
                           AND REJ-STRING = WS-CRIT-STRING)
                       OR (TRACE-BY-TXN-ID
                           AND REJ-TXN-ID = WS-CRIT-TXN-ID)
                       SET FOUND-IN-EDITREJ   TO TRUE
                       IF WS-CRIT-STRING = SPACES
                           MOVE REJ-STRING    TO WS-CRIT-STRING
                       END-IF
                       MOVE REJ-REASON-CODE   TO WS-REJ-REASON
                   END-IF
           END-READ.
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF (TRACE-BY-STRING
                           AND OUT-STRING = WS-CRIT-STRING)
                       OR (TRACE-BY-TXN-ID
                           AND OUT-TXN-ID = WS-CRIT-TXN-ID)
                       SET FOUND-IN-OUTFILE   TO TRUE
                       MOVE OUT-REVSTRING     TO WS-TRC-REVERSED
                   END-IF
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF (TRACE-BY-STRING
                           AND EXC-STRING = WS-CRIT-STRING)
                       OR (TRACE-BY-TXN-ID
                           AND EXC-TXN-ID = WS-CRIT-TXN-ID)
                       SET FOUND-IN-EXCFILE   TO TRUE
                   END-IF
           END-READ.
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF (TRACE-BY-STRING
                           AND DUP-STRING = WS-CRIT-STRING)
                       OR (TRACE-BY-TXN-ID
                           AND DUP-TXN-ID = WS-CRIT-TXN-ID)
                       SET FOUND-IN-DUPFILE   TO TRUE
                   END-IF
           END-READ.
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF IFACE-REC-TYPE = 'D'
                           AND ((TRACE-BY-STRING
                               AND IFACE-ORIGINAL = WS-CRIT-STRING)
                           OR (TRACE-BY-TXN-ID
                               AND IFACE-TXN-ID = WS-CRIT-TXN-ID))
                           AND (WS-CRIT-DATE = SPACES
                               OR IFACE-RUN-DATE = WS-CRIT-DATE)
                       SET FOUND-IN-IFACE     TO TRUE
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF ((TRACE-BY-STRING
                               AND PEND-ORIGINAL = WS-CRIT-STRING)
                           OR (TRACE-BY-TXN-ID
                               AND PEND-TXN-ID = WS-CRIT-TXN-ID))
                           AND (WS-CRIT-DATE = SPACES
                               OR PEND-RUN-DATE = WS-CRIT-DATE)
                       SET FOUND-IN-PENDING   TO TRUE
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF ((TRACE-BY-STRING
                               AND RESEND-ORIGINAL = WS-CRIT-STRING)
                           OR (TRACE-BY-TXN-ID
                               AND RESEND-TXN-ID = WS-CRIT-TXN-ID))
                           AND (WS-CRIT-DATE = SPACES
                               OR RESEND-RUN-DATE = WS-CRIT-DATE)
                       SET FOUND-IN-RESENDQ   TO TRUE
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF ((TRACE-BY-STRING
                               AND AUD-ORIGINAL = WS-CRIT-STRING)
                           OR (TRACE-BY-TXN-ID
                               AND AUD-TXN-ID = WS-CRIT-TXN-ID))
                           AND (WS-CRIT-DATE = SPACES
                               OR AUD-RUN-DATE = WS-CRIT-DATE)
                       SET FOUND-IN-AUDIT     TO TRUE
               INTO RPT-LINE
           END-STRING.
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
           IF TRACE-BY-TXN-ID
               MOVE SPACES                    TO RPT-LINE
               STRING 'TXN ID: ' DELIMITED BY SIZE
                      WS-CRIT-TXN-ID DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 600-WRITE-RPT-LINE     THRU 600-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.

                                              TO RPT-LINE
           END-EVALUATE.
           PERFORM 600-WRITE-RPT-LINE         THRU 600-EXIT.
           IF TRACE-BY-TXN-ID
               DISPLAY 'TRACE COMPLETE FOR: ' WS-CRIT-TXN-ID
           ELSE
               DISPLAY 'TRACE COMPLETE FOR: ' WS-CRIT-STRING
           END-IF.
       800-EXIT.
           EXIT.

