      *----------------------------------------------------------------*
      *   AUDIT INQUIRY - SEARCH REVERSAL HISTORY BY STRING VALUE,     *
      *   RUN-DATE RANGE OR JOB NAME, ACROSS LIVE LOG AND ARCHIVE      *
      *                                                                *
      *   A VALUE= CONTAINING DIGITS THAT STRPGM7 MASKS IS SEARCHED    *
      *   IN ITS MASKED FORM, AND ALSO AS GIVEN SO HISTORY WRITTEN     *
      *   BEFORE MASKING STILL MATCHES. THE MASKED FORM IS WHAT IS     *
      *   ECHOED TO THE JOB LOG                                        *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM12.
                                    ALTERNATE RECORD KEY IS
                                        IDX-RUN-DATE WITH DUPLICATES
                                    FILE STATUS IS WS-IDX-STATUS.
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

       FD  ARCHIVE-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  ARCH-REC.
           05  ARCH-ORIGINAL            PIC X(40).
           05  ARCH-REVERSED            PIC X(40).
           05  ARCH-METHOD-CODE         PIC X(50).
           05  ARCH-SOURCE-CODE         PIC X(03).
           05  ARCH-BACKOUT-FLAG        PIC X(01).
           05  ARCH-TXN-ID              PIC X(16).
           05  ARCH-RUN-LANE            PIC X(01).

       FD  AUDIT-INDEX-FILE
           RECORD CONTAINS 183 CHARACTERS.
       01  AUDIT-IDX-REC.
           05  IDX-PRIMARY-KEY.
               10  IDX-ORIGINAL         PIC X(40).
           05  IDX-METHOD-CODE          PIC X(50).
           05  IDX-SOURCE-CODE          PIC X(03).
           05  IDX-BACKOUT-FLAG         PIC X(01).
           05  IDX-TXN-ID               PIC X(16).
           05  IDX-RUN-LANE             PIC X(01).

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
           05  WS-CRIT-DATE-FROM   PIC X(10)   VALUE SPACES.
           05  WS-CRIT-DATE-TO     PIC X(10)   VALUE SPACES.
           05  WS-CRIT-JOB         PIC X(08)   VALUE SPACES.
           05  WS-CRIT-CLEAR       PIC X(40)   VALUE SPACES.
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
       01  WS-SCAN-DATA.
           05  WS-SCAN-ORIGINAL    PIC X(40)   VALUE SPACES.
           05  WS-SCAN-REVERSED    PIC X(40)   VALUE SPACES.
           05  WS-PARM-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-ARCH-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-IDX-STATUS       PIC X(02)   VALUE SPACES.
           05  WS-TOKNVLT-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           05  WS-IO-FILE-NAME     PIC X(12)   VALUE SPACES.
           IF WS-IDX-STATUS = '00'
               SET INDEX-AVAILABLE            TO TRUE
               PERFORM 150-SEARCH-INDEX      THRU 150-EXIT
               IF VALUE-MASKED
                   MOVE WS-CRIT-CLEAR         TO WS-CRIT-VALUE
                   PERFORM 150-SEARCH-INDEX  THRU 150-EXIT
               END-IF
               CLOSE AUDIT-INDEX-FILE
           ELSE
               DISPLAY 'AUDIT INDEX UNAVAILABLE - STATUS '
               CLOSE PARM-FILE
           END-IF.
           PERFORM 058-SIZE-CRIT-VALUE        THRU 058-EXIT.
           MOVE WS-CRIT-VALUE                 TO WS-CRIT-CLEAR.
           MOVE WS-CRIT-VALUE                 TO WS-MASK-STRING.
           PERFORM 060-MASK-SEARCH-VALUE      THRU 060-EXIT.
           IF VALUE-MASKED
               MOVE WS-MASK-STRING            TO WS-CRIT-VALUE
               DISPLAY 'SEARCH VALUE MASKED - HISTORY BEFORE MASKING '
                       'IS ALSO SEARCHED'
           END-IF.
           DISPLAY 'SEARCH VALUE ..... ' WS-CRIT-VALUE.
           DISPLAY 'DATE FROM ........ ' WS-CRIT-DATE-FROM.
           DISPLAY 'DATE TO .......... ' WS-CRIT-DATE-TO.
       058-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   STORED STRINGS CARRY VAULT TOKENS IN PLACE OF MASKED DIGIT   *
      *   RUNS, SO A SEARCH VALUE IS MASKED THE SAME WAY: EVERY RUN    *
      *   OF EIGHT OR MORE DIGITS (HYPHENS ALLOWED BETWEEN THEM) THAT  *
      *   IS ON THE VAULT IS REPLACED BY ITS TOKEN. RUNS NOT ON THE    *
      *   VAULT WERE NEVER MASKED AND ARE LEFT AS GIVEN                *
      *----------------------------------------------------------------*
       060-MASK-SEARCH-VALUE.
           MOVE 'N'                           TO WS-MASKED-FLAG.
           IF WS-MASK-STRING = SPACES
               GO TO 060-EXIT
           END-IF.
           OPEN INPUT TOKEN-VAULT-FILE.
           IF WS-TOKNVLT-STATUS NOT = '00'
               DISPLAY 'TOKEN VAULT UNAVAILABLE - SEARCH VALUE NOT '
                       'MASKED'
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
                   MOVE WS-SCAN-LIMIT         TO WS-SUB1
               END-IF
           END-PERFORM.
           IF VALUE-FOUND OR NOT VALUE-MASKED
               GO TO 350-EXIT
           END-IF.
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-SCAN-LIMIT
               IF WS-SCAN-ORIGINAL(WS-SUB1:WS-CRIT-VALUE-LEN) =
                       WS-CRIT-CLEAR(1:WS-CRIT-VALUE-LEN)
                   OR WS-SCAN-REVERSED(WS-SUB1:WS-CRIT-VALUE-LEN) =
                       WS-CRIT-CLEAR(1:WS-CRIT-VALUE-LEN)
                   SET VALUE-FOUND            TO TRUE
                   MOVE WS-SCAN-LIMIT         TO WS-SUB1
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.

