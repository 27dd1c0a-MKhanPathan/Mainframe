      *----------------------------------------------------------------*
      *   CALLABLE SUBROUTINE TO TRANSLITERATE ACCENTED AND EXTENDED   *
      *   CHARACTERS IN AN INTAKE VALUE TO THEIR AGREED PRINTABLE      *
      *   EQUIVALENTS, USED BY STRPGM26 AND STRPGM27 AHEAD OF THE      *
      *   STRPGM7 PRE-EDIT.                                            *
      *                                                                *
      *   THE MAPPING TABLE (XLATTBL) IS LOADED ON THE FIRST CALL.     *
      *   ONE ENTRY PER SOURCE CODE AND CHARACTER:                     *
      *     COLS  1-3   SOURCE CODE, OR *** FOR EVERY SOURCE WITHOUT   *
      *                 AN ENTRY OF ITS OWN FOR THAT CHARACTER         *
      *     COLS  4-11  THE CHARACTER'S BYTES AS HEX, 1 TO 4 BYTES,    *
      *                 LEFT-JUSTIFIED (E.G. C3A9 FOR A UTF-8 E-ACUTE) *
      *     COLS 12-15  PRINTABLE REPLACEMENT, 1 TO 4 CHARACTERS       *
      *                 (E.G. UE FOR U-UMLAUT), BLANK TO DROP IT       *
      *     COLS 16-35  DESCRIPTION FOR THE REPORT                     *
      *     COL  36     U IF THE SOURCE'S FEED IS UTF-8, ELSE BLANK    *
      *   HEX KEEPS THE TABLE EDITABLE WHATEVER CODE PAGE THE PARTNER  *
      *   SENDS IN. THE LONGEST MATCHING ENTRY WINS.                   *
      *   AN UNMAPPED BYTE IS ONE CHARACTER, UNLESS AN ENTRY FOR THE   *
      *   SOURCE (OR ***) IS MARKED U: THEN THE X'80'-X'BF' BYTES      *
      *   AFTER IT ARE UTF-8 CONTINUATION BYTES OF THE SAME CHARACTER. *
      *   ON EBCDIC DATA THAT RANGE HOLDS LOWER-CASE LETTERS           *
      *                                                                *
      *   LS-XLAT-FUNCTION C - CONVERT LS-XLAT-IN-TEXT. RESULT:        *
      *       SPACE  NOTHING TO CONVERT                                *
      *       C      CONVERTED - LS-XLAT-OUT-TEXT / OUT-LEN            *
      *       U      A CHARACTER HAS NO MAPPING - FIRST ONE IN         *
      *              LS-XLAT-BAD-HEX AT LS-XLAT-BAD-POS                *
      *       L      CONVERTED VALUE LONGER THAN 80                    *
      *   LS-XLAT-FUNCTION S - RETURN CONVERSION STATISTIC ROW         *
      *       LS-XLAT-STAT-SUB (RESULT S), OR RESULT E PAST THE LAST   *
      *   EITHER FUNCTION RETURNS RESULT F WHEN XLATTBL COULD NOT BE   *
      *   READ, WITH ITS FILE STATUS IN LS-XLAT-IO-STATUS - THE CALLER *
      *   ABORTS. A TABLE THAT IS NOT PRESENT IS NOT AN ERROR: EVERY   *
      *   ACCENTED CHARACTER IS THEN RETURNED AS UNMAPPED              *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRXLAT.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS PRINTABLE-TEXT IS
               SPACE
               'A' THRU 'I' 'J' THRU 'R' 'S' THRU 'Z'
               'a' THRU 'i' 'j' THRU 'r' 's' THRU 'z'
               '0' THRU '9'
               '.' ',' ';' ':' '?' '!' '"' ''''
               '(' ')' '+' '-' '*' '/' '=' '&'
               '%' '$' '#' '@' '_'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XLAT-TABLE-FILE  ASSIGN TO XLATTBL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-XLATTBL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XLAT-TABLE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  XLATTBL-REC.
           05  XTB-SOURCE-CODE          PIC X(03).
           05  XTB-FROM-HEX             PIC X(08).
           05  XTB-TO-TEXT              PIC X(04).
           05  XTB-DESC                 PIC X(20).
           05  XTB-CHARSET              PIC X(01).
           05  FILLER                   PIC X(04).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRXLAT'.
       01  WS-FLAGS.
           05  WS-LOADED-FLAG      PIC X(01)   VALUE 'N'.
               88  TABLE-LOADED                VALUE 'Y'.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-TABLE                VALUE 'Y'.
           05  WS-ENTRY-FLAG       PIC X(01)   VALUE 'N'.
               88  ENTRY-VALID                 VALUE 'Y'.
           05  WS-OVERFLOW-FLAG    PIC X(01)   VALUE 'N'.
               88  OUTPUT-OVERFLOWED           VALUE 'Y'.
           05  WS-STAT-FULL-FLAG   PIC X(01)   VALUE 'N'.
               88  STATISTICS-FULL             VALUE 'Y'.
           05  WS-LOAD-FAIL-FLAG   PIC X(01)   VALUE 'N'.
               88  LOAD-FAILED                 VALUE 'Y'.
           05  WS-UTF8-FLAG        PIC X(01)   VALUE 'N'.
               88  SOURCE-IS-UTF8              VALUE 'Y'.
       01  WS-XLT-TABLE-DATA.
           05  WS-XLT-CNT          PIC 9(03)   VALUE ZEROES.
           05  WS-XLT-MAX          PIC 9(03)   VALUE 200.
           05  WS-XLT-SUB          PIC 9(03)   VALUE ZEROES.
           05  WS-XLT-ENTRY        OCCURS 200 TIMES.
               10  WS-XLT-SOURCE   PIC X(03).
               10  WS-XLT-HEX      PIC X(08).
               10  WS-XLT-FROM     PIC X(04).
               10  WS-XLT-FROM-LEN PIC 9(01).
               10  WS-XLT-TO       PIC X(04).
               10  WS-XLT-TO-LEN   PIC 9(01).
               10  WS-XLT-DESC     PIC X(20).
               10  WS-XLT-CHARSET  PIC X(01).
      *----------------------------------------------------------------*
      *   CONVERSIONS (C) AND UNMAPPED CHARACTERS (U) BY SOURCE AND    *
      *   CHARACTER FOR THE RUN                                        *
      *----------------------------------------------------------------*
       01  WS-STAT-TABLE-DATA.
           05  WS-STA-CNT          PIC 9(03)   VALUE ZEROES.
           05  WS-STA-MAX          PIC 9(03)   VALUE 300.
           05  WS-STA-SUB          PIC 9(03)   VALUE ZEROES.
           05  WS-STA-HIT          PIC 9(03)   VALUE ZEROES.
           05  WS-STA-ENTRY        OCCURS 300 TIMES.
               10  WS-STA-SOURCE   PIC X(03).
               10  WS-STA-TYPE     PIC X(01).
               10  WS-STA-XLT      PIC 9(03).
               10  WS-STA-HEX      PIC X(08).
               10  WS-STA-TOTAL    PIC 9(09).
       01  WS-SCAN-DATA.
           05  WS-IN-POS           PIC 9(03)   VALUE ZEROES.
           05  WS-OUT-POS          PIC 9(03)   VALUE ZEROES.
           05  WS-REMAIN-LEN       PIC 9(03)   VALUE ZEROES.
           05  WS-BEST-SUB         PIC 9(03)   VALUE ZEROES.
           05  WS-BEST-LEN         PIC 9(01)   VALUE ZEROES.
           05  WS-BAD-LEN          PIC 9(01)   VALUE ZEROES.
           05  WS-PUT-TEXT         PIC X(04)   VALUE SPACES.
           05  WS-PUT-LEN          PIC 9(01)   VALUE ZEROES.
           05  WS-STAT-TYPE        PIC X(01)   VALUE SPACE.
           05  WS-BYTE-VAL         PIC 9(03)   VALUE ZEROES.
       01  WS-HEX-DATA.
           05  WS-HEX-DIGITS       PIC X(16)
                                    VALUE '0123456789ABCDEF'.
           05  WS-HEX-WORK         PIC X(08)   VALUE SPACES.
           05  WS-HEX-BYTES        PIC X(04)   VALUE SPACES.
           05  WS-HEX-LEN          PIC 9(01)   VALUE ZEROES.
           05  WS-HEX-HI           PIC 9(02)   VALUE ZEROES.
           05  WS-HEX-LO           PIC 9(02)   VALUE ZEROES.
           05  WS-SUB1             PIC 9(03)   VALUE ZEROES.
           05  WS-SUB2             PIC 9(03)   VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-XLATTBL-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-LOAD-STATUS      PIC X(02)   VALUE SPACES.

       LINKAGE SECTION.
       01  LS-XLAT-AREA.
           05  LS-XLAT-FUNCTION    PIC X(01).
           05  LS-XLAT-SOURCE      PIC X(03).
           05  LS-XLAT-IN-TEXT     PIC X(80).
           05  LS-XLAT-IN-LEN      PIC 9(02).
           05  LS-XLAT-IN-CHARS    PIC 9(02).
           05  LS-XLAT-OUT-TEXT    PIC X(80).
           05  LS-XLAT-OUT-LEN     PIC 9(02).
           05  LS-XLAT-RESULT      PIC X(01).
           05  LS-XLAT-CONV-CNT    PIC 9(02).
           05  LS-XLAT-BAD-HEX     PIC X(08).
           05  LS-XLAT-BAD-POS     PIC 9(02).
           05  LS-XLAT-STAT-SUB    PIC 9(03).
           05  LS-XLAT-STAT-SOURCE PIC X(03).
           05  LS-XLAT-STAT-TYPE   PIC X(01).
           05  LS-XLAT-STAT-HEX    PIC X(08).
           05  LS-XLAT-STAT-TO     PIC X(04).
           05  LS-XLAT-STAT-DESC   PIC X(20).
           05  LS-XLAT-STAT-CNT    PIC 9(09).
           05  LS-XLAT-IO-STATUS   PIC X(02).

       PROCEDURE DIVISION USING LS-XLAT-AREA.
       000-MAIN.
           IF NOT TABLE-LOADED
               PERFORM 100-LOAD-TABLE        THRU 100-EXIT
           END-IF.
           IF LOAD-FAILED
               MOVE 'F'                      TO LS-XLAT-RESULT
               MOVE WS-LOAD-STATUS           TO LS-XLAT-IO-STATUS
               GOBACK
           END-IF.
           EVALUATE LS-XLAT-FUNCTION
               WHEN 'C'
                   PERFORM 200-CONVERT       THRU 200-EXIT
               WHEN 'S'
                   PERFORM 500-GET-STATISTIC THRU 500-EXIT
               WHEN OTHER
                   MOVE 'E'                  TO LS-XLAT-RESULT
           END-EVALUATE.
           GOBACK.

       100-LOAD-TABLE.
           SET TABLE-LOADED                  TO TRUE.
           MOVE 'N'                          TO WS-EOF-FLAG.
           OPEN INPUT XLAT-TABLE-FILE.
           IF WS-XLATTBL-STATUS = '35'
               DISPLAY 'NO TRANSLITERATION TABLE'
               GO TO 100-EXIT
           END-IF.
           IF WS-XLATTBL-STATUS NOT = '00'
               SET LOAD-FAILED               TO TRUE
               MOVE WS-XLATTBL-STATUS        TO WS-LOAD-STATUS
               GO TO 100-EXIT
           END-IF.
           PERFORM 110-LOAD-ONE-ENTRY        THRU 110-EXIT
               UNTIL END-OF-TABLE.
           CLOSE XLAT-TABLE-FILE.
           DISPLAY 'TRANSLITERATION ENTRIES LOADED: ' WS-XLT-CNT.
       100-EXIT.
           EXIT.

       110-LOAD-ONE-ENTRY.
           READ XLAT-TABLE-FILE
               AT END
                   SET END-OF-TABLE          TO TRUE
                   GO TO 110-EXIT
           END-READ.
           IF WS-XLATTBL-STATUS NOT = '00'
               SET LOAD-FAILED               TO TRUE
               MOVE WS-XLATTBL-STATUS        TO WS-LOAD-STATUS
               SET END-OF-TABLE              TO TRUE
               GO TO 110-EXIT
           END-IF.
           IF XLATTBL-REC = SPACES
               GO TO 110-EXIT
           END-IF.
           IF WS-XLT-CNT NOT < WS-XLT-MAX
               DISPLAY 'TRANSLITERATION TABLE FULL - ENTRY IGNORED: '
                       XLATTBL-REC
               GO TO 110-EXIT
           END-IF.
           PERFORM 120-CHECK-ENTRY           THRU 120-EXIT.
           IF NOT ENTRY-VALID
               DISPLAY 'INVALID TRANSLITERATION ENTRY IGNORED: '
                       XLATTBL-REC
               GO TO 110-EXIT
           END-IF.
           ADD 1                             TO WS-XLT-CNT.
           MOVE XTB-SOURCE-CODE              TO
               WS-XLT-SOURCE(WS-XLT-CNT).
           MOVE WS-HEX-WORK                  TO WS-XLT-HEX(WS-XLT-CNT).
           MOVE WS-HEX-BYTES                 TO
               WS-XLT-FROM(WS-XLT-CNT).
           MOVE WS-HEX-LEN                   TO
               WS-XLT-FROM-LEN(WS-XLT-CNT).
           MOVE XTB-TO-TEXT                  TO WS-XLT-TO(WS-XLT-CNT).
           MOVE WS-PUT-LEN                   TO
               WS-XLT-TO-LEN(WS-XLT-CNT).
           MOVE XTB-DESC                     TO
               WS-XLT-DESC(WS-XLT-CNT).
           MOVE XTB-CHARSET                  TO
               WS-XLT-CHARSET(WS-XLT-CNT).
       110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE HEX MUST BE WHOLE BYTES AND START WITH A CHARACTER THE   *
      *   PRE-EDIT WOULD REJECT; THE REPLACEMENT MUST ITSELF PASS THE  *
      *   PRE-EDIT. A SECOND ENTRY FOR THE SAME SOURCE AND CHARACTER   *
      *   IS IGNORED                                                   *
      *----------------------------------------------------------------*
       120-CHECK-ENTRY.
           MOVE 'N'                          TO WS-ENTRY-FLAG.
           IF XTB-SOURCE-CODE = SPACES
               GO TO 120-EXIT
           END-IF.
           IF XTB-CHARSET NOT = SPACE AND XTB-CHARSET NOT = 'U'
               GO TO 120-EXIT
           END-IF.
           MOVE XTB-FROM-HEX                 TO WS-HEX-WORK.
           INSPECT WS-HEX-WORK CONVERTING 'abcdef' TO 'ABCDEF'.
           MOVE SPACES                       TO WS-HEX-BYTES.
           MOVE ZEROES                       TO WS-HEX-LEN.
           PERFORM VARYING WS-SUB1 FROM 1 BY 2
                   UNTIL WS-SUB1 > 7
                      OR WS-HEX-WORK(WS-SUB1:2) = SPACES
               MOVE 99                       TO WS-HEX-HI
               MOVE 99                       TO WS-HEX-LO
               PERFORM VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > 16
                   IF WS-HEX-WORK(WS-SUB1:1) =
                           WS-HEX-DIGITS(WS-SUB2:1)
                       COMPUTE WS-HEX-HI = WS-SUB2 - 1
                   END-IF
                   IF WS-HEX-WORK(WS-SUB1 + 1:1) =
                           WS-HEX-DIGITS(WS-SUB2:1)
                       COMPUTE WS-HEX-LO = WS-SUB2 - 1
                   END-IF
               END-PERFORM
               IF WS-HEX-HI = 99 OR WS-HEX-LO = 99
                   GO TO 120-EXIT
               END-IF
               ADD 1                         TO WS-HEX-LEN
               COMPUTE WS-BYTE-VAL = WS-HEX-HI * 16 + WS-HEX-LO
               MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
                                             TO
                   WS-HEX-BYTES(WS-HEX-LEN:1)
           END-PERFORM.
           IF WS-HEX-LEN = 0
               GO TO 120-EXIT
           END-IF.
           COMPUTE WS-SUB1 = WS-HEX-LEN * 2 + 1.
           IF WS-SUB1 < 9
               IF WS-HEX-WORK(WS-SUB1:) NOT = SPACES
                   GO TO 120-EXIT
               END-IF
           END-IF.
           IF WS-HEX-BYTES(1:1) IS PRINTABLE-TEXT
               GO TO 120-EXIT
           END-IF.
           IF XTB-TO-TEXT NOT PRINTABLE-TEXT
               GO TO 120-EXIT
           END-IF.
           MOVE ZEROES                       TO WS-PUT-LEN.
           PERFORM VARYING WS-SUB1 FROM 4 BY -1
                   UNTIL WS-SUB1 < 1
                      OR WS-PUT-LEN > 0
               IF XTB-TO-TEXT(WS-SUB1:1) NOT = SPACE
                   MOVE WS-SUB1              TO WS-PUT-LEN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-XLT-SUB FROM 1 BY 1
                   UNTIL WS-XLT-SUB > WS-XLT-CNT
               IF WS-XLT-SOURCE(WS-XLT-SUB) = XTB-SOURCE-CODE
                       AND WS-XLT-HEX(WS-XLT-SUB) = WS-HEX-WORK
                   GO TO 120-EXIT
               END-IF
           END-PERFORM.
           SET ENTRY-VALID                   TO TRUE.
       120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   WALK THE VALUE A CHARACTER AT A TIME. PRINTABLE BYTES ARE    *
      *   COPIED; ANYTHING ELSE IS REPLACED BY ITS MAPPING, OR COPIED  *
      *   AS IT STANDS AND REPORTED WHEN THERE IS NONE                 *
      *----------------------------------------------------------------*
       200-CONVERT.
           MOVE SPACES                       TO LS-XLAT-OUT-TEXT.
           MOVE SPACE                        TO LS-XLAT-RESULT.
           MOVE ZEROES                       TO LS-XLAT-OUT-LEN.
           MOVE ZEROES                       TO LS-XLAT-IN-CHARS.
           MOVE ZEROES                       TO LS-XLAT-CONV-CNT.
           MOVE SPACES                       TO LS-XLAT-BAD-HEX.
           MOVE ZEROES                       TO LS-XLAT-BAD-POS.
           MOVE 'N'                          TO WS-OVERFLOW-FLAG.
           PERFORM VARYING WS-SUB1 FROM 80 BY -1
                   UNTIL WS-SUB1 < 1
                      OR LS-XLAT-IN-TEXT(WS-SUB1:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-SUB1                      TO LS-XLAT-IN-LEN.
           PERFORM 240-CHECK-UTF8            THRU 240-EXIT.
           MOVE 1                            TO WS-IN-POS.
           MOVE 1                            TO WS-OUT-POS.
           PERFORM 210-CONVERT-ONE-CHAR      THRU 210-EXIT
               UNTIL WS-IN-POS > LS-XLAT-IN-LEN.
           PERFORM VARYING WS-SUB1 FROM 80 BY -1
                   UNTIL WS-SUB1 < 1
                      OR LS-XLAT-OUT-TEXT(WS-SUB1:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-SUB1                      TO LS-XLAT-OUT-LEN.
           EVALUATE TRUE
               WHEN LS-XLAT-BAD-POS > 0
                   MOVE 'U'                  TO LS-XLAT-RESULT
               WHEN OUTPUT-OVERFLOWED
                   MOVE 'L'                  TO LS-XLAT-RESULT
               WHEN LS-XLAT-CONV-CNT > 0
                   MOVE 'C'                  TO LS-XLAT-RESULT
           END-EVALUATE.
       200-EXIT.
           EXIT.

       210-CONVERT-ONE-CHAR.
           ADD 1                             TO LS-XLAT-IN-CHARS.
           IF LS-XLAT-IN-TEXT(WS-IN-POS:1) IS PRINTABLE-TEXT
               MOVE LS-XLAT-IN-TEXT(WS-IN-POS:1) TO WS-PUT-TEXT
               MOVE 1                        TO WS-PUT-LEN
               PERFORM 220-PUT-TEXT          THRU 220-EXIT
               ADD 1                         TO WS-IN-POS
               GO TO 210-EXIT
           END-IF.
           PERFORM 230-FIND-MAPPING          THRU 230-EXIT.
           IF WS-BEST-SUB > 0
               MOVE WS-XLT-TO(WS-BEST-SUB)   TO WS-PUT-TEXT
               MOVE WS-XLT-TO-LEN(WS-BEST-SUB) TO WS-PUT-LEN
               PERFORM 220-PUT-TEXT          THRU 220-EXIT
               ADD 1                         TO LS-XLAT-CONV-CNT
               MOVE 'C'                      TO WS-STAT-TYPE
               MOVE WS-XLT-HEX(WS-BEST-SUB)  TO WS-HEX-WORK
               PERFORM 300-COUNT-STATISTIC   THRU 300-EXIT
               ADD WS-BEST-LEN               TO WS-IN-POS
               GO TO 210-EXIT
           END-IF.
      *    NO MAPPING - ONE BYTE, OR FROM A UTF-8 FEED THE BYTE WITH
      *    ANY CONTINUATION BYTES (X'80' - X'BF') THAT FOLLOW IT
           MOVE 1                            TO WS-BAD-LEN.
           IF SOURCE-IS-UTF8
               PERFORM VARYING WS-SUB1 FROM WS-IN-POS BY 1
                       UNTIL WS-BAD-LEN > 3
                          OR WS-SUB1 NOT < LS-XLAT-IN-LEN
                          OR FUNCTION ORD
                             (LS-XLAT-IN-TEXT(WS-SUB1 + 1:1)) < 129
                          OR FUNCTION ORD
                             (LS-XLAT-IN-TEXT(WS-SUB1 + 1:1)) > 192
                   ADD 1                     TO WS-BAD-LEN
               END-PERFORM
           END-IF.
           MOVE LS-XLAT-IN-TEXT(WS-IN-POS:WS-BAD-LEN) TO WS-PUT-TEXT.
           MOVE WS-BAD-LEN                   TO WS-PUT-LEN.
           PERFORM 400-HEX-OF-TEXT           THRU 400-EXIT.
           PERFORM 220-PUT-TEXT              THRU 220-EXIT.
           IF LS-XLAT-BAD-POS = 0
               MOVE WS-IN-POS                TO LS-XLAT-BAD-POS
               MOVE WS-HEX-WORK              TO LS-XLAT-BAD-HEX
           END-IF.
           MOVE 'U'                          TO WS-STAT-TYPE.
           MOVE ZEROES                       TO WS-BEST-SUB.
           PERFORM 300-COUNT-STATISTIC       THRU 300-EXIT.
           ADD WS-BAD-LEN                    TO WS-IN-POS.
       210-EXIT.
           EXIT.

       220-PUT-TEXT.
           IF WS-PUT-LEN = 0
               GO TO 220-EXIT
           END-IF.
           IF WS-OUT-POS + WS-PUT-LEN - 1 > 80
               SET OUTPUT-OVERFLOWED         TO TRUE
               GO TO 220-EXIT
           END-IF.
           MOVE WS-PUT-TEXT(1:WS-PUT-LEN)    TO
               LS-XLAT-OUT-TEXT(WS-OUT-POS:WS-PUT-LEN).
           ADD WS-PUT-LEN                    TO WS-OUT-POS.
       220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   LONGEST ENTRY MATCHING AT WS-IN-POS FOR THIS SOURCE OR FOR   *
      *   EVERY SOURCE (***); AT THE SAME LENGTH THE SOURCE'S OWN      *
      *   ENTRY BEATS THE GENERAL ONE                                  *
      *----------------------------------------------------------------*
       230-FIND-MAPPING.
           MOVE ZEROES                       TO WS-BEST-SUB.
           MOVE ZEROES                       TO WS-BEST-LEN.
           COMPUTE WS-REMAIN-LEN = LS-XLAT-IN-LEN - WS-IN-POS + 1.
           PERFORM VARYING WS-XLT-SUB FROM 1 BY 1
                   UNTIL WS-XLT-SUB > WS-XLT-CNT
               IF (WS-XLT-SOURCE(WS-XLT-SUB) = LS-XLAT-SOURCE
                       OR WS-XLT-SOURCE(WS-XLT-SUB) = '***')
                   AND WS-XLT-FROM-LEN(WS-XLT-SUB) NOT > WS-REMAIN-LEN
                   AND LS-XLAT-IN-TEXT(WS-IN-POS:
                           WS-XLT-FROM-LEN(WS-XLT-SUB)) =
                       WS-XLT-FROM(WS-XLT-SUB)
                           (1:WS-XLT-FROM-LEN(WS-XLT-SUB))
                   IF WS-XLT-FROM-LEN(WS-XLT-SUB) > WS-BEST-LEN
                       MOVE WS-XLT-SUB       TO WS-BEST-SUB
                       MOVE WS-XLT-FROM-LEN(WS-XLT-SUB)
                                             TO WS-BEST-LEN
                   ELSE
                       IF WS-XLT-FROM-LEN(WS-XLT-SUB) = WS-BEST-LEN
                           AND WS-XLT-SOURCE(WS-XLT-SUB) =
                               LS-XLAT-SOURCE
                           MOVE WS-XLT-SUB   TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE FEED IS UTF-8 WHEN AN ENTRY FOR THIS SOURCE OR FOR       *
      *   EVERY SOURCE (***) IS MARKED U                               *
      *----------------------------------------------------------------*
       240-CHECK-UTF8.
           MOVE 'N'                          TO WS-UTF8-FLAG.
           PERFORM VARYING WS-XLT-SUB FROM 1 BY 1
                   UNTIL WS-XLT-SUB > WS-XLT-CNT
                      OR SOURCE-IS-UTF8
               IF (WS-XLT-SOURCE(WS-XLT-SUB) = LS-XLAT-SOURCE
                       OR WS-XLT-SOURCE(WS-XLT-SUB) = '***')
                   AND WS-XLT-CHARSET(WS-XLT-SUB) = 'U'
                   SET SOURCE-IS-UTF8        TO TRUE
               END-IF
           END-PERFORM.
       240-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   TALLY BY SOURCE, TYPE AND CHARACTER (HEX IN WS-HEX-WORK)     *
      *----------------------------------------------------------------*
       300-COUNT-STATISTIC.
           MOVE ZEROES                       TO WS-STA-HIT.
           PERFORM VARYING WS-STA-SUB FROM 1 BY 1
                   UNTIL WS-STA-SUB > WS-STA-CNT
                      OR WS-STA-HIT > 0
               IF WS-STA-SOURCE(WS-STA-SUB) = LS-XLAT-SOURCE
                       AND WS-STA-TYPE(WS-STA-SUB) = WS-STAT-TYPE
                       AND WS-STA-HEX(WS-STA-SUB) = WS-HEX-WORK
                   MOVE WS-STA-SUB           TO WS-STA-HIT
               END-IF
           END-PERFORM.
           IF WS-STA-HIT = 0
               IF WS-STA-CNT NOT < WS-STA-MAX
                   IF NOT STATISTICS-FULL
                       DISPLAY 'TRANSLITERATION STATISTICS TABLE FULL'
                       SET STATISTICS-FULL   TO TRUE
                   END-IF
                   GO TO 300-EXIT
               END-IF
               ADD 1                         TO WS-STA-CNT
               MOVE WS-STA-CNT               TO WS-STA-HIT
               MOVE LS-XLAT-SOURCE           TO
                   WS-STA-SOURCE(WS-STA-HIT)
               MOVE WS-STAT-TYPE             TO WS-STA-TYPE(WS-STA-HIT)
               MOVE WS-BEST-SUB              TO WS-STA-XLT(WS-STA-HIT)
               MOVE WS-HEX-WORK              TO WS-STA-HEX(WS-STA-HIT)
               MOVE ZEROES                   TO
                   WS-STA-TOTAL(WS-STA-HIT)
           END-IF.
           ADD 1                             TO
               WS-STA-TOTAL(WS-STA-HIT).
       300-EXIT.
           EXIT.

       400-HEX-OF-TEXT.
           MOVE SPACES                       TO WS-HEX-WORK.
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-PUT-LEN
               COMPUTE WS-BYTE-VAL =
                   FUNCTION ORD(WS-PUT-TEXT(WS-SUB1:1)) - 1
               DIVIDE WS-BYTE-VAL BY 16 GIVING WS-HEX-HI
                   REMAINDER WS-HEX-LO
               COMPUTE WS-SUB2 = WS-SUB1 * 2 - 1
               MOVE WS-HEX-DIGITS(WS-HEX-HI + 1:1) TO
                   WS-HEX-WORK(WS-SUB2:1)
               MOVE WS-HEX-DIGITS(WS-HEX-LO + 1:1) TO
                   WS-HEX-WORK(WS-SUB2 + 1:1)
           END-PERFORM.
       400-EXIT.
           EXIT.

       500-GET-STATISTIC.
           IF LS-XLAT-STAT-SUB < 1
                   OR LS-XLAT-STAT-SUB > WS-STA-CNT
               MOVE 'E'                      TO LS-XLAT-RESULT
               GO TO 500-EXIT
           END-IF.
           MOVE 'S'                          TO LS-XLAT-RESULT.
           MOVE LS-XLAT-STAT-SUB             TO WS-STA-SUB.
           MOVE WS-STA-SOURCE(WS-STA-SUB)    TO LS-XLAT-STAT-SOURCE.
           MOVE WS-STA-TYPE(WS-STA-SUB)      TO LS-XLAT-STAT-TYPE.
           MOVE WS-STA-HEX(WS-STA-SUB)       TO LS-XLAT-STAT-HEX.
           MOVE WS-STA-TOTAL(WS-STA-SUB)     TO LS-XLAT-STAT-CNT.
           IF WS-STA-TYPE(WS-STA-SUB) = 'C'
               MOVE WS-STA-XLT(WS-STA-SUB)   TO WS-XLT-SUB
               MOVE WS-XLT-TO(WS-XLT-SUB)    TO LS-XLAT-STAT-TO
               MOVE WS-XLT-DESC(WS-XLT-SUB)  TO LS-XLAT-STAT-DESC
           ELSE
               MOVE SPACES                   TO LS-XLAT-STAT-TO
               MOVE 'NO MAPPING - REVIEW'    TO LS-XLAT-STAT-DESC
           END-IF.
       500-EXIT.
           EXIT.
