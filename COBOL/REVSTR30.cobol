      *----------------------------------------------------------------*
      *   RULES SIMULATION - REPLAYS A PRIOR NIGHT'S CLEANFILE, OR A   *
      *   SAMPLE OF STRMASTR, THROUGH THE CURRENT RULESFILE AND A      *
      *   CANDIDATE RULES FILE (CANDRULE) SIDE BY SIDE, USING THE      *
      *   SAME FIRST-MATCH SELECTION AND METHOD LOGIC AS STRPGM6.      *
      *   EVERY RECORD WHOSE EFFECTIVE CHAIN OR OUTPUT WOULD CHANGE    *
      *   IS LISTED AND WRITTEN TO SIMFILE; COUNTS ARE GIVEN BY RULE   *
      *   NUMBER AND SOURCE CODE, RULES THAT MATCH NOTHING ARE         *
      *   FLAGGED, AND SO ARE CHAINS NAMING METHODS THE DISPATCHER     *
      *   DOES NOT KNOW (STRPGM6 RUNS THOSE AS REVERSE-FUNCTION).      *
      *                                                                *
      *   READ-ONLY AGAINST PRODUCTION - NO MASTER, AUDIT, INTERFACE   *
      *   OR BATCH SEQUENCE FILE IS OPENED FOR UPDATE.                 *
      *                                                                *
      *   SYSIN CARDS (ALL OPTIONAL):                                  *
      *     INPUT=MASTER      REPLAY STRMASTR INSTEAD OF CLEANFILE     *
      *     SAMPLE=NNNNN      TAKE EVERY NNNNN-TH MASTER RECORD        *
      *     LIMIT=NNNNNNNNN   STOP AFTER THIS MANY RECORDS REPLAYED    *
      *     METHOD=XXXXXXXX   STRPGM6 PARM METHOD WHEN NO RULE         *
      *                       MATCHES (DEFAULT REVERSE-FUNCTION)       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM30.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRING-IN-FILE   ASSIGN TO CLEANFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CLEAN-STATUS.
           SELECT MASTER-FILE      ASSIGN TO STRMASTR
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS MST-STRING
                                    FILE STATUS IS WS-MASTER-STATUS.
           SELECT RULES-FILE       ASSIGN TO RULESFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RULES-STATUS.
           SELECT CAND-RULES-FILE  ASSIGN TO CANDRULE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CANDRULE-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
           SELECT SIM-FILE         ASSIGN TO SIMFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SIMFILE-STATUS.
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STRING-IN-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  IN-STRING-REC.
           05  IN-LENGTH                PIC 9(02).
           05  IN-STRING                PIC X(40).
           05  IN-SOURCE-CODE           PIC X(03).
           05  IN-TXN-ID                PIC X(16).

       FD  MASTER-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  MASTER-REC.
           05  MST-STRING               PIC X(40).
           05  MST-FIRST-DATE           PIC X(10).
           05  MST-LAST-DATE            PIC X(10).
           05  MST-OCCUR-CNT            PIC 9(09).

       FD  RULES-FILE
           RECORD CONTAINS 57 CHARACTERS.
       01  RULES-REC.
           05  RUL-SOURCE-CODE          PIC X(03).
           05  RUL-MIN-LEN              PIC 9(02).
           05  RUL-MAX-LEN              PIC 9(02).
           05  RUL-METHOD-CHAIN         PIC X(50).

       FD  CAND-RULES-FILE
           RECORD CONTAINS 57 CHARACTERS.
       01  CAND-RULES-REC.
           05  CRL-SOURCE-CODE          PIC X(03).
           05  CRL-MIN-LEN              PIC 9(02).
           05  CRL-MAX-LEN              PIC 9(02).
           05  CRL-METHOD-CHAIN         PIC X(50).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).

      *----------------------------------------------------------------*
      *   ONE ROW PER RECORD THAT WOULD COME OUT DIFFERENTLY. RULE 00  *
      *   MEANS NO RULE MATCHED AND THE PARM METHOD APPLIED. CHANGE    *
      *   TYPE: C CHAIN CHANGES BUT OUTPUT IS THE SAME, O OUTPUT       *
      *   CHANGES, R RECORD WOULD BE REJECTED UNDER ONE RULE SET ONLY  *
      *----------------------------------------------------------------*
       FD  SIM-FILE
           RECORD CONTAINS 246 CHARACTERS.
       01  SIM-REC.
           05  SIM-TXN-ID               PIC X(16).
           05  SIM-SOURCE-CODE          PIC X(03).
           05  SIM-LENGTH               PIC 9(02).
           05  SIM-STRING               PIC X(40).
           05  SIM-CUR-RULE             PIC 9(02).
           05  SIM-CUR-CHAIN            PIC X(50).
           05  SIM-CUR-OUTPUT           PIC X(40).
           05  SIM-CND-RULE             PIC 9(02).
           05  SIM-CND-CHAIN            PIC X(50).
           05  SIM-CND-OUTPUT           PIC X(40).
           05  SIM-CHANGE-TYPE          PIC X(01).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM30'.
       01  WS-METHOD-CODE          PIC X(16)   VALUE 'REVERSE-FUNCTION'.
       01  WS-STRING-DATA.
           05  WS-STRING-LEN       PIC 9(02)   VALUE ZEROES.
           05  WS-STRING           PIC X(40)   VALUE SPACES.
           05  WS-SOURCE-CODE      PIC X(03)   VALUE SPACES.
           05  WS-TXN-ID           PIC X(16)   VALUE SPACES.
       01  WS-REVSTRING            PIC X(40)   VALUE SPACES.
       01  WS-MISC.
           05  WS-LENGTH           PIC 9(2)    VALUE ZEROES.
           05  WS-SUB1             PIC 9(2)    VALUE ZEROES.
           05  WS-SUB2             PIC 9(2)    VALUE ZEROES.
           05  WS-CHANGE-TYPE      PIC X(01)   VALUE SPACES.
           05  WS-SAMPLE-EVERY     PIC 9(5)    VALUE 1.
           05  WS-SAMPLE-CNT       PIC 9(5)    VALUE ZEROES.
           05  WS-LIMIT            PIC 9(9)    VALUE ZEROES.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-RULES-EOF-FLAG   PIC X(01)   VALUE 'N'.
               88  END-OF-RULES                VALUE 'Y'.
           05  WS-INPUT-FLAG       PIC X(01)   VALUE 'C'.
               88  REPLAY-CLEANFILE            VALUE 'C'.
               88  REPLAY-MASTER               VALUE 'M'.
           05  WS-UNKNOWN-FLAG     PIC X(01)   VALUE 'N'.
               88  UNKNOWN-METHOD-USED         VALUE 'Y'.
       01  WS-WORD-DATA.
           05  WS-WORD-TBL         PIC X(40)   OCCURS 10 TIMES
                                    VALUE SPACES.
           05  WS-WORD-CNT         PIC 9(2)    VALUE ZERO.
           05  WS-WORDREV          PIC X(40)   VALUE SPACES.
           05  WS-PTR              PIC 9(2)    VALUE 1.
           05  WS-WORD-OFLOW-FLAG  PIC X(01)   VALUE 'N'.
               88  WORD-TBL-OVERFLOW           VALUE 'Y'.
       01  WS-CHAIN-DATA.
           05  WS-EFF-METHOD       PIC X(50)   VALUE SPACES.
           05  WS-CHAIN-SAVE       PIC X(40)   VALUE SPACES.
           05  WS-CHAIN-METHOD     PIC X(16)   OCCURS 4 TIMES
                                    VALUE SPACES.
           05  WS-CHAIN-CNT        PIC 9(01)   VALUE ZEROES.
           05  WS-CHAIN-SUB        PIC 9(01)   VALUE ZEROES.
           05  WS-CUR-METHOD       PIC X(16)   VALUE SPACES.
           05  WS-CHAIN-OFLOW-FLAG PIC X(01)   VALUE 'N'.
               88  CHAIN-OVERFLOW              VALUE 'Y'.
      *----------------------------------------------------------------*
      *   RULE SET 1 IS THE CURRENT RULESFILE, RULE SET 2 THE          *
      *   CANDIDATE - BOTH HELD TO THE STRPGM6 LIMIT OF 20 RULES       *
      *----------------------------------------------------------------*
       01  WS-RULE-TABLE-DATA.
           05  WS-SET              PIC 9(01)   VALUE ZEROES.
           05  WS-RULE-LIMIT       PIC 9(02)   VALUE 20.
           05  WS-RULE-SUB         PIC 9(02)   VALUE ZEROES.
           05  WS-RULE-HIT         PIC 9(02)   VALUE ZEROES.
           05  WS-RULE-SET         OCCURS 2 TIMES.
               10  WS-RULE-CNT     PIC 9(02).
               10  WS-NORULE-CNT   PIC 9(09).
               10  WS-UNKRUN-CNT   PIC 9(09).
               10  WS-RULE-ENTRY   OCCURS 20 TIMES.
                   15  WS-RULE-SOURCE
                                   PIC X(03).
                   15  WS-RULE-MIN PIC 9(02).
                   15  WS-RULE-MAX PIC 9(02).
                   15  WS-RULE-CHAIN
                                   PIC X(50).
                   15  WS-RULE-MATCH
                                   PIC 9(09).
                   15  WS-RULE-CHANGED
                                   PIC 9(09).
                   15  WS-RULE-UNKNOWN
                                   PIC X(01).
       01  WS-NEW-RULE.
           05  WS-NEW-SOURCE       PIC X(03).
           05  WS-NEW-MIN          PIC 9(02).
           05  WS-NEW-MAX          PIC 9(02).
           05  WS-NEW-CHAIN        PIC X(50).
       01  WS-RESULT-DATA.
           05  WS-RESULT           OCCURS 2 TIMES.
               10  WS-RES-RULE     PIC 9(02).
               10  WS-RES-CHAIN    PIC X(50).
               10  WS-RES-OUTPUT   PIC X(40).
               10  WS-RES-REJECT   PIC X(01).
       01  WS-COUNTS.
           05  WS-READ-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-REPLAY-CNT       PIC 9(9)    VALUE ZEROES.
           05  WS-SKIP-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-SAME-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-CHANGED-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-CHAIN-CHG-CNT    PIC 9(9)    VALUE ZEROES.
           05  WS-OUTPUT-CHG-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-REJECT-CHG-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-BAD-RULE-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-UNKNOWN-RULES    PIC 9(9)    VALUE ZEROES.
           05  WS-NOMATCH-RULES    PIC 9(9)    VALUE ZEROES.
       01  WS-SOURCE-TABLE-DATA.
           05  WS-SRC-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-MAX          PIC 9(02)   VALUE 10.
           05  WS-SRC-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-HIT          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-ENTRY        OCCURS 10 TIMES.
               10  WS-SRC-CODE     PIC X(03).
               10  WS-SRC-REPLAYED PIC 9(09).
               10  WS-SRC-CHANGED  PIC 9(09).
       01  WS-FILE-STATUSES.
           05  WS-CLEAN-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-MASTER-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-RULES-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-CANDRULE-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-PARM-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-SIMFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           05  WS-IO-FILE-NAME     PIC X(12)   VALUE SPACES.
           05  WS-IO-STATUS        PIC X(02)   VALUE SPACES.
       01  WS-REPORT-DATA.
           05  WS-CURRENT-DATETIME PIC X(21)   VALUE SPACES.
           05  WS-RUN-DATE         PIC X(10)   VALUE SPACES.
           05  WS-PAGE-CNT         PIC 9(3)    VALUE ZERO.
           05  WS-LINE-CNT         PIC 9(3)    VALUE ZERO.
           05  WS-MAX-LINES        PIC 9(3)    VALUE 55.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'PROGRAM: ' WS-PROGRAM.
           PERFORM 065-GET-RUN-DATE          THRU 065-EXIT.
           PERFORM 050-READ-PARM-CARDS       THRU 050-EXIT.
           INITIALIZE WS-RULE-SET(1).
           INITIALIZE WS-RULE-SET(2).
           PERFORM 100-LOAD-CURRENT-RULES    THRU 100-EXIT.
           PERFORM 110-LOAD-CANDIDATE-RULES  THRU 110-EXIT.
           IF WS-CANDRULE-STATUS NOT = '00'
               DISPLAY 'NO CANDIDATE RULES FILE - NOTHING TO SIMULATE'
               MOVE 12                        TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT SIM-FILE.
           MOVE 'SIMFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-SIMFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           MOVE 1                             TO WS-SET.
           PERFORM 130-CHECK-RULE-METHODS    THRU 130-EXIT.
           MOVE 2                             TO WS-SET.
           PERFORM 130-CHECK-RULE-METHODS    THRU 130-EXIT.
           IF REPLAY-MASTER
               PERFORM 250-REPLAY-MASTER     THRU 250-EXIT
           ELSE
               PERFORM 200-REPLAY-CLEANFILE  THRU 200-EXIT
           END-IF.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE SIM-FILE.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-REPLAY-CNT = 0
                   MOVE 12                    TO RETURN-CODE
               WHEN WS-UNKNOWN-RULES > 0
                   MOVE 8                     TO RETURN-CODE
               WHEN WS-CHANGED-CNT > 0 OR WS-NOMATCH-RULES > 0
                   MOVE 4                     TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.

       050-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO PARM CARDS - USING DEFAULTS'
               SET END-OF-PARMS               TO TRUE
           END-IF.
           PERFORM 052-READ-ONE-PARM          THRU 052-EXIT
               UNTIL END-OF-PARMS.
           IF WS-PARM-STATUS NOT = '35'
               CLOSE PARM-FILE
           END-IF.
           IF REPLAY-MASTER
               DISPLAY 'REPLAY INPUT: STRMASTR SAMPLE EVERY '
                       WS-SAMPLE-EVERY
           ELSE
               DISPLAY 'REPLAY INPUT: CLEANFILE'
           END-IF.
           DISPLAY 'PARM METHOD: ' WS-METHOD-CODE.
       050-EXIT.
           EXIT.

       052-READ-ONE-PARM.
           READ PARM-FILE
               AT END
                   SET END-OF-PARMS           TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-REC(1:12) = 'INPUT=MASTER'
                           SET REPLAY-MASTER  TO TRUE
                       WHEN PARM-REC(1:7) = 'SAMPLE='
                               AND PARM-REC(8:5) NUMERIC
                           MOVE PARM-REC(8:5) TO WS-SAMPLE-EVERY
                           IF WS-SAMPLE-EVERY = 0
                               MOVE 1         TO WS-SAMPLE-EVERY
                           END-IF
                       WHEN PARM-REC(1:6) = 'LIMIT='
                               AND PARM-REC(7:9) NUMERIC
                           MOVE PARM-REC(7:9) TO WS-LIMIT
                       WHEN PARM-REC(1:7) = 'METHOD='
                               AND PARM-REC(8:16) NOT = SPACES
                           MOVE PARM-REC(8:16) TO WS-METHOD-CODE
                       WHEN OTHER
                           DISPLAY 'PARM CARD IGNORED: '
                                   PARM-REC(1:40)
                   END-EVALUATE
           END-READ.
       052-EXIT.
           EXIT.

       065-GET-RUN-DATE.
           ACCEPT WS-CURRENT-DATETIME          FROM DATE YYYYMMDD.
           STRING WS-CURRENT-DATETIME(1:4) '-'
                  WS-CURRENT-DATETIME(5:2) '-'
                  WS-CURRENT-DATETIME(7:2)
               DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING.
       065-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RULES ARE LOADED WITH THE STRPGM6 EDITS - A RULE WITH NO     *
      *   CHAIN OR A NON-NUMERIC LENGTH IS IGNORED, AND ANYTHING PAST  *
      *   THE TWENTIETH RULE IS DROPPED                                *
      *----------------------------------------------------------------*
       100-LOAD-CURRENT-RULES.
           MOVE 1                              TO WS-SET.
           MOVE 'N'                            TO WS-RULES-EOF-FLAG.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = '00'
               DISPLAY 'NO CURRENT RULES FILE - PARM METHOD APPLIES'
               SET END-OF-RULES               TO TRUE
           END-IF.
           PERFORM 105-LOAD-ONE-CURRENT        THRU 105-EXIT
               UNTIL END-OF-RULES.
           IF WS-RULES-STATUS NOT = '35'
               CLOSE RULES-FILE
           END-IF.
           DISPLAY 'CURRENT RULES LOADED:   ' WS-RULE-CNT(1).
       100-EXIT.
           EXIT.

       105-LOAD-ONE-CURRENT.
           READ RULES-FILE
               AT END
                   SET END-OF-RULES           TO TRUE
               NOT AT END
                   MOVE RULES-REC             TO WS-NEW-RULE
                   PERFORM 120-STORE-RULE     THRU 120-EXIT
           END-READ.
       105-EXIT.
           EXIT.

       110-LOAD-CANDIDATE-RULES.
           MOVE 2                              TO WS-SET.
           MOVE 'N'                            TO WS-RULES-EOF-FLAG.
           OPEN INPUT CAND-RULES-FILE.
           IF WS-CANDRULE-STATUS NOT = '00'
               SET END-OF-RULES               TO TRUE
               GO TO 110-EXIT
           END-IF.
           PERFORM 115-LOAD-ONE-CANDIDATE      THRU 115-EXIT
               UNTIL END-OF-RULES.
           CLOSE CAND-RULES-FILE.
           DISPLAY 'CANDIDATE RULES LOADED: ' WS-RULE-CNT(2).
       110-EXIT.
           EXIT.

       115-LOAD-ONE-CANDIDATE.
           READ CAND-RULES-FILE
               AT END
                   SET END-OF-RULES           TO TRUE
               NOT AT END
                   MOVE CAND-RULES-REC        TO WS-NEW-RULE
                   PERFORM 120-STORE-RULE     THRU 120-EXIT
           END-READ.
       115-EXIT.
           EXIT.

       120-STORE-RULE.
           IF WS-NEW-CHAIN = SPACES
                   OR WS-NEW-MIN NOT NUMERIC
                   OR WS-NEW-MAX NOT NUMERIC
               DISPLAY 'INVALID RULE IGNORED: ' WS-NEW-RULE
               IF WS-SET = 2
                   ADD 1                      TO WS-BAD-RULE-CNT
               END-IF
               GO TO 120-EXIT
           END-IF.
           IF WS-RULE-CNT(WS-SET) NOT < WS-RULE-LIMIT
               DISPLAY 'RULE TABLE FULL - RULE IGNORED'
               IF WS-SET = 2
                   ADD 1                      TO WS-BAD-RULE-CNT
               END-IF
               GO TO 120-EXIT
           END-IF.
           ADD 1                              TO WS-RULE-CNT(WS-SET).
           MOVE WS-RULE-CNT(WS-SET)           TO WS-RULE-SUB.
           MOVE WS-NEW-SOURCE TO WS-RULE-SOURCE(WS-SET WS-RULE-SUB).
           MOVE WS-NEW-MIN    TO WS-RULE-MIN(WS-SET WS-RULE-SUB).
           MOVE WS-NEW-MAX    TO WS-RULE-MAX(WS-SET WS-RULE-SUB).
           MOVE WS-NEW-CHAIN  TO WS-RULE-CHAIN(WS-SET WS-RULE-SUB).
           MOVE ZEROES        TO WS-RULE-MATCH(WS-SET WS-RULE-SUB).
           MOVE ZEROES        TO WS-RULE-CHANGED(WS-SET WS-RULE-SUB).
           MOVE 'N'           TO WS-RULE-UNKNOWN(WS-SET WS-RULE-SUB).
       120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   EVERY METHOD NAMED IN A CHAIN IS CHECKED AGAINST THE         *
      *   DISPATCHER'S LIST - AN UNKNOWN NAME WOULD NOT FAIL IN        *
      *   PRODUCTION, IT WOULD QUIETLY RUN AS REVERSE-FUNCTION         *
      *----------------------------------------------------------------*
       130-CHECK-RULE-METHODS.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-CNT(WS-SET)
               MOVE WS-RULE-CHAIN(WS-SET WS-RULE-SUB)
                                              TO WS-EFF-METHOD
               PERFORM 410-SPLIT-CHAIN        THRU 410-EXIT
               PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                       UNTIL WS-CHAIN-SUB > WS-CHAIN-CNT
                   MOVE WS-CHAIN-METHOD(WS-CHAIN-SUB)
                                              TO WS-CUR-METHOD
                   PERFORM 135-CHECK-ONE-METHOD THRU 135-EXIT
               END-PERFORM
           END-PERFORM.
           IF WS-SET = 2
               MOVE WS-METHOD-CODE            TO WS-CUR-METHOD
               MOVE ZEROES                    TO WS-RULE-SUB
               PERFORM 135-CHECK-ONE-METHOD   THRU 135-EXIT
           END-IF.
       130-EXIT.
           EXIT.

       135-CHECK-ONE-METHOD.
           IF WS-CUR-METHOD = 'REVERSE-FUNCTION' OR 'CASE-REVERSE'
                   OR 'SCRAMBLE' OR 'LOOP' OR 'WORD-SHUFFLE'
                   OR 'TRIM-FUNCTION'
               GO TO 135-EXIT
           END-IF.
           IF WS-RULE-SUB > 0
               IF WS-RULE-UNKNOWN(WS-SET WS-RULE-SUB) = 'N'
                       AND WS-SET = 2
                   ADD 1                      TO WS-UNKNOWN-RULES
               END-IF
               MOVE 'Y'          TO WS-RULE-UNKNOWN(WS-SET WS-RULE-SUB)
           ELSE
               ADD 1                          TO WS-UNKNOWN-RULES
           END-IF.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS     THRU 700-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           IF WS-SET = 1
               MOVE 'CURRENT  '               TO RPT-LINE(1:9)
           ELSE
               MOVE 'PROPOSED '               TO RPT-LINE(1:9)
           END-IF.
           IF WS-RULE-SUB = 0
               MOVE 'PARM METHOD'             TO RPT-LINE(10:11)
           ELSE
               MOVE 'RULE'                    TO RPT-LINE(10:4)
               MOVE WS-RULE-SUB               TO RPT-LINE(15:2)
           END-IF.
           STRING 'UNKNOWN METHOD ' DELIMITED BY SIZE
                  WS-CUR-METHOD     DELIMITED BY SPACE
                  ' - RUNS AS REVERSE-FUNCTION' DELIMITED BY SIZE
               INTO RPT-LINE(22:69)
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
           DISPLAY 'UNKNOWN METHOD IN RULE SET ' WS-SET ' RULE '
                   WS-RULE-SUB ': ' WS-CUR-METHOD.
       135-EXIT.
           EXIT.

       200-REPLAY-CLEANFILE.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT STRING-IN-FILE.
           IF WS-CLEAN-STATUS NOT = '00'
               DISPLAY 'CLEANFILE NOT AVAILABLE - STATUS '
                       WS-CLEAN-STATUS
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM 210-REPLAY-ONE-CLEAN        THRU 210-EXIT
               UNTIL END-OF-FILE.
           IF WS-CLEAN-STATUS NOT = '35'
               CLOSE STRING-IN-FILE
           END-IF.
       200-EXIT.
           EXIT.

       210-REPLAY-ONE-CLEAN.
           READ STRING-IN-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 210-EXIT
           END-READ.
           IF WS-CLEAN-STATUS NOT = '00'
               MOVE 'CLEANFILE'               TO WS-IO-FILE-NAME
               MOVE WS-CLEAN-STATUS           TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-READ-CNT.
           IF IN-LENGTH NOT NUMERIC
               ADD 1                          TO WS-SKIP-CNT
               GO TO 210-EXIT
           END-IF.
           MOVE IN-LENGTH                     TO WS-STRING-LEN.
           MOVE IN-STRING                     TO WS-STRING.
           MOVE IN-SOURCE-CODE                TO WS-SOURCE-CODE.
           MOVE IN-TXN-ID                     TO WS-TXN-ID.
           PERFORM 300-SIMULATE-RECORD        THRU 300-EXIT.
           IF WS-LIMIT > 0 AND WS-REPLAY-CNT NOT < WS-LIMIT
               SET END-OF-FILE                TO TRUE
           END-IF.
       210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE MASTER CARRIES NO LENGTH OR SOURCE - THE LENGTH IS THE   *
      *   LAST NON-BLANK POSITION AND ONLY SOURCE-BLIND RULES CAN      *
      *   MATCH, SO A SOURCE-SPECIFIC CHANGE NEEDS A CLEANFILE REPLAY  *
      *----------------------------------------------------------------*
       250-REPLAY-MASTER.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'STRMASTR NOT AVAILABLE - STATUS '
                       WS-MASTER-STATUS
               SET END-OF-FILE                TO TRUE
               GO TO 250-EXIT
           END-IF.
           MOVE LOW-VALUES                     TO MST-STRING.
           START MASTER-FILE KEY NOT < MST-STRING
               INVALID KEY
                   SET END-OF-FILE            TO TRUE
           END-START.
           PERFORM 260-REPLAY-ONE-MASTER       THRU 260-EXIT
               UNTIL END-OF-FILE.
           CLOSE MASTER-FILE.
       250-EXIT.
           EXIT.

       260-REPLAY-ONE-MASTER.
           READ MASTER-FILE NEXT
               AT END
                   SET END-OF-FILE            TO TRUE
                   GO TO 260-EXIT
           END-READ.
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'STRMASTR'                TO WS-IO-FILE-NAME
               MOVE WS-MASTER-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-READ-CNT.
           ADD 1                              TO WS-SAMPLE-CNT.
           IF WS-SAMPLE-CNT < WS-SAMPLE-EVERY
               GO TO 260-EXIT
           END-IF.
           MOVE ZEROES                        TO WS-SAMPLE-CNT.
           MOVE MST-STRING                    TO WS-STRING.
           MOVE SPACES                        TO WS-SOURCE-CODE.
           MOVE SPACES                        TO WS-TXN-ID.
           MOVE ZEROES                        TO WS-STRING-LEN.
           PERFORM VARYING WS-SUB1 FROM 40 BY -1
                   UNTIL WS-SUB1 < 1 OR WS-STRING-LEN > 0
               IF WS-STRING(WS-SUB1:1) NOT = SPACE
                   MOVE WS-SUB1               TO WS-STRING-LEN
               END-IF
           END-PERFORM.
           PERFORM 300-SIMULATE-RECORD        THRU 300-EXIT.
           IF WS-LIMIT > 0 AND WS-REPLAY-CNT NOT < WS-LIMIT
               SET END-OF-FILE                TO TRUE
           END-IF.
       260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A RECORD STRPGM6 WOULD REJECT ON LENGTH IS NOT REPLAYED.     *
      *   OTHERWISE IT RUNS UNDER EACH RULE SET IN TURN AND THE TWO    *
      *   RESULTS ARE COMPARED                                         *
      *----------------------------------------------------------------*
       300-SIMULATE-RECORD.
           IF WS-STRING = SPACES
                   OR WS-STRING-LEN < 1
                   OR WS-STRING-LEN > 40
               ADD 1                          TO WS-SKIP-CNT
               GO TO 300-EXIT
           END-IF.
           ADD 1                              TO WS-REPLAY-CNT.
           MOVE 1                             TO WS-SET.
           PERFORM 310-RUN-ONE-SET            THRU 310-EXIT.
           MOVE 2                             TO WS-SET.
           PERFORM 310-RUN-ONE-SET            THRU 310-EXIT.
           MOVE SPACES                        TO WS-CHANGE-TYPE.
           EVALUATE TRUE
               WHEN WS-RES-REJECT(1) NOT = WS-RES-REJECT(2)
                   MOVE 'R'                   TO WS-CHANGE-TYPE
                   ADD 1                      TO WS-REJECT-CHG-CNT
               WHEN WS-RES-OUTPUT(1) NOT = WS-RES-OUTPUT(2)
                   MOVE 'O'                   TO WS-CHANGE-TYPE
                   ADD 1                      TO WS-OUTPUT-CHG-CNT
               WHEN WS-RES-CHAIN(1) NOT = WS-RES-CHAIN(2)
                   MOVE 'C'                   TO WS-CHANGE-TYPE
                   ADD 1                      TO WS-CHAIN-CHG-CNT
               WHEN OTHER
                   ADD 1                      TO WS-SAME-CNT
           END-EVALUATE.
           IF WS-CHANGE-TYPE NOT = SPACES
               ADD 1                          TO WS-CHANGED-CNT
               IF WS-RES-RULE(2) > 0
                   ADD 1 TO WS-RULE-CHANGED(2 WS-RES-RULE(2))
               END-IF
               IF WS-RES-RULE(1) > 0
                   ADD 1 TO WS-RULE-CHANGED(1 WS-RES-RULE(1))
               END-IF
               PERFORM 350-WRITE-CHANGE       THRU 350-EXIT
           END-IF.
           PERFORM 480-POST-SOURCE-TOTALS     THRU 480-EXIT.
       300-EXIT.
           EXIT.

       310-RUN-ONE-SET.
           PERFORM 405-SELECT-RULE            THRU 405-EXIT.
           MOVE 'N'                           TO WS-UNKNOWN-FLAG.
           PERFORM 412-APPLY-CHAIN            THRU 412-EXIT.
           MOVE WS-RULE-HIT                   TO WS-RES-RULE(WS-SET).
           MOVE WS-EFF-METHOD                 TO WS-RES-CHAIN(WS-SET).
           IF CHAIN-OVERFLOW
               MOVE SPACES                    TO WS-RES-OUTPUT(WS-SET)
               MOVE 'Y'                       TO WS-RES-REJECT(WS-SET)
           ELSE
               MOVE WS-REVSTRING              TO WS-RES-OUTPUT(WS-SET)
               MOVE 'N'                       TO WS-RES-REJECT(WS-SET)
           END-IF.
           IF WS-RULE-HIT > 0
               ADD 1 TO WS-RULE-MATCH(WS-SET WS-RULE-HIT)
           ELSE
               ADD 1 TO WS-NORULE-CNT(WS-SET)
           END-IF.
           IF UNKNOWN-METHOD-USED
               ADD 1 TO WS-UNKRUN-CNT(WS-SET)
           END-IF.
       310-EXIT.
           EXIT.

       350-WRITE-CHANGE.
           MOVE WS-TXN-ID                     TO SIM-TXN-ID.
           MOVE WS-SOURCE-CODE                TO SIM-SOURCE-CODE.
           MOVE WS-STRING-LEN                 TO SIM-LENGTH.
           MOVE WS-STRING                     TO SIM-STRING.
           MOVE WS-RES-RULE(1)                TO SIM-CUR-RULE.
           MOVE WS-RES-CHAIN(1)               TO SIM-CUR-CHAIN.
           MOVE WS-RES-OUTPUT(1)              TO SIM-CUR-OUTPUT.
           MOVE WS-RES-RULE(2)                TO SIM-CND-RULE.
           MOVE WS-RES-CHAIN(2)               TO SIM-CND-CHAIN.
           MOVE WS-RES-OUTPUT(2)              TO SIM-CND-OUTPUT.
           MOVE WS-CHANGE-TYPE                TO SIM-CHANGE-TYPE.
           WRITE SIM-REC.
           IF WS-SIMFILE-STATUS NOT = '00'
               MOVE 'SIMFILE'                 TO WS-IO-FILE-NAME
               MOVE WS-SIMFILE-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           IF WS-LINE-CNT + 3 > WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS     THRU 700-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           STRING WS-CHANGE-TYPE    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-TXN-ID         DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-SOURCE-CODE    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-STRING         DELIMITED BY SIZE
                  ' RULE '          DELIMITED BY SIZE
                  WS-RES-RULE(1)    DELIMITED BY SIZE
                  ' -> '            DELIMITED BY SIZE
                  WS-RES-RULE(2)    DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           MOVE '    CURRENT'                 TO RPT-LINE(1:14).
           IF WS-RES-REJECT(1) = 'Y'
               MOVE '(REJECTED)'              TO RPT-LINE(15:40)
           ELSE
               MOVE WS-RES-OUTPUT(1)          TO RPT-LINE(15:40)
           END-IF.
           MOVE WS-RES-CHAIN(1)               TO RPT-LINE(56:35).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           MOVE '    PROPOSED'                TO RPT-LINE(1:14).
           IF WS-RES-REJECT(2) = 'Y'
               MOVE '(REJECTED)'              TO RPT-LINE(15:40)
           ELSE
               MOVE WS-RES-OUTPUT(2)          TO RPT-LINE(15:40)
           END-IF.
           MOVE WS-RES-CHAIN(2)               TO RPT-LINE(56:35).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 3                              TO WS-LINE-CNT.
       350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   RULE SELECTION AND CHAIN APPLICATION AS IN STRPGM6, AGAINST  *
      *   WHICHEVER RULE SET WS-SET POINTS AT                          *
      *----------------------------------------------------------------*
       405-SELECT-RULE.
           MOVE ZEROES                        TO WS-RULE-HIT.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-CNT(WS-SET)
               IF (WS-RULE-SOURCE(WS-SET WS-RULE-SUB) = SPACES
                       OR WS-RULE-SOURCE(WS-SET WS-RULE-SUB)
                           = WS-SOURCE-CODE)
                   AND WS-STRING-LEN >=
                           WS-RULE-MIN(WS-SET WS-RULE-SUB)
                   AND WS-STRING-LEN <=
                           WS-RULE-MAX(WS-SET WS-RULE-SUB)
                   MOVE WS-RULE-SUB           TO WS-RULE-HIT
                   MOVE WS-RULE-CNT(WS-SET)   TO WS-RULE-SUB
               END-IF
           END-PERFORM.
           IF WS-RULE-HIT > 0
               MOVE WS-RULE-CHAIN(WS-SET WS-RULE-HIT)
                                              TO WS-EFF-METHOD
           ELSE
               MOVE WS-METHOD-CODE            TO WS-EFF-METHOD
           END-IF.
       405-EXIT.
           EXIT.

       410-SPLIT-CHAIN.
           MOVE SPACES                        TO WS-CHAIN-METHOD(1).
           MOVE SPACES                        TO WS-CHAIN-METHOD(2).
           MOVE SPACES                        TO WS-CHAIN-METHOD(3).
           MOVE SPACES                        TO WS-CHAIN-METHOD(4).
           UNSTRING WS-EFF-METHOD DELIMITED BY '+'
               INTO WS-CHAIN-METHOD(1) WS-CHAIN-METHOD(2)
                    WS-CHAIN-METHOD(3) WS-CHAIN-METHOD(4)
           END-UNSTRING.
           MOVE ZEROES                        TO WS-CHAIN-CNT.
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > 4
                      OR WS-CHAIN-METHOD(WS-CHAIN-SUB) = SPACES
               ADD 1                          TO WS-CHAIN-CNT
           END-PERFORM.
           IF WS-CHAIN-CNT = 0
               MOVE 1                         TO WS-CHAIN-CNT
               MOVE 'REVERSE-FUNCTION'        TO WS-CHAIN-METHOD(1)
           END-IF.
       410-EXIT.
           EXIT.

       412-APPLY-CHAIN.
           MOVE 'N'                           TO WS-CHAIN-OFLOW-FLAG.
           MOVE WS-STRING                     TO WS-CHAIN-SAVE.
           MOVE SPACES                        TO WS-REVSTRING.
           PERFORM 410-SPLIT-CHAIN            THRU 410-EXIT.
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-CNT
                      OR CHAIN-OVERFLOW
               MOVE WS-CHAIN-METHOD(WS-CHAIN-SUB)
                                              TO WS-CUR-METHOD
               PERFORM 415-APPLY-ONE-METHOD   THRU 415-EXIT
               IF NOT CHAIN-OVERFLOW
                       AND WS-CHAIN-SUB < WS-CHAIN-CNT
                   MOVE WS-REVSTRING          TO WS-STRING
               END-IF
           END-PERFORM.
           MOVE WS-CHAIN-SAVE                 TO WS-STRING.
       412-EXIT.
           EXIT.

       415-APPLY-ONE-METHOD.
           EVALUATE WS-CUR-METHOD
               WHEN 'REVERSE-FUNCTION'
                   PERFORM 600-REVERSE-FUNCTION THRU 600-EXIT
               WHEN 'CASE-REVERSE'
                   PERFORM 620-CASE-REVERSE     THRU 620-EXIT
               WHEN 'SCRAMBLE'
                   PERFORM 650-SCRAMBLE         THRU 650-EXIT
               WHEN 'LOOP'
                   PERFORM 660-REVERSE-LOOP     THRU 660-EXIT
               WHEN 'WORD-SHUFFLE'
                   PERFORM 670-REVERSE-WORDS    THRU 670-EXIT
                   IF WORD-TBL-OVERFLOW
                       SET CHAIN-OVERFLOW       TO TRUE
                   END-IF
               WHEN 'TRIM-FUNCTION'
                   PERFORM 680-REVERSE-TRIM     THRU 680-EXIT
               WHEN OTHER
                   SET UNKNOWN-METHOD-USED      TO TRUE
                   PERFORM 600-REVERSE-FUNCTION THRU 600-EXIT
           END-EVALUATE.
       415-EXIT.
           EXIT.

       480-POST-SOURCE-TOTALS.
           MOVE ZEROES                        TO WS-SRC-HIT.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
               IF WS-SRC-CODE(WS-SRC-SUB) = WS-SOURCE-CODE
                   MOVE WS-SRC-SUB            TO WS-SRC-HIT
                   MOVE WS-SRC-CNT            TO WS-SRC-SUB
               END-IF
           END-PERFORM.
           IF WS-SRC-HIT = 0
               IF WS-SRC-CNT < WS-SRC-MAX
                   ADD 1                      TO WS-SRC-CNT
                   MOVE WS-SRC-CNT            TO WS-SRC-HIT
                   MOVE WS-SOURCE-CODE        TO
                       WS-SRC-CODE(WS-SRC-HIT)
                   MOVE ZEROES                TO
                       WS-SRC-REPLAYED(WS-SRC-HIT)
                   MOVE ZEROES                TO
                       WS-SRC-CHANGED(WS-SRC-HIT)
               ELSE
                   GO TO 480-EXIT
               END-IF
           END-IF.
           ADD 1                      TO WS-SRC-REPLAYED(WS-SRC-HIT).
           IF WS-CHANGE-TYPE NOT = SPACES
               ADD 1                  TO WS-SRC-CHANGED(WS-SRC-HIT)
           END-IF.
       480-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   METHOD ROUTINES - THE SAME LOGIC AS THE STRPGM6 DISPATCHER,  *
      *   WORKING FROM WS-STRING AT LENGTH WS-STRING-LEN INTO          *
      *   WS-REVSTRING                                                 *
      *----------------------------------------------------------------*
       600-REVERSE-FUNCTION.
           MOVE FUNCTION REVERSE ( WS-STRING(1:WS-STRING-LEN) )
               TO WS-REVSTRING.
       600-EXIT.
           EXIT.

       620-CASE-REVERSE.
           MOVE FUNCTION REVERSE ( WS-STRING(1:WS-STRING-LEN) )
               TO WS-REVSTRING.
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > WS-STRING-LEN
               EVALUATE TRUE
                   WHEN WS-REVSTRING(WS-SUB1:1) ALPHABETIC-LOWER
                       MOVE FUNCTION UPPER-CASE
                           (WS-REVSTRING(WS-SUB1:1))
                           TO WS-REVSTRING(WS-SUB1:1)
                   WHEN WS-REVSTRING(WS-SUB1:1) ALPHABETIC-UPPER
                       MOVE FUNCTION LOWER-CASE
                           (WS-REVSTRING(WS-SUB1:1))
                           TO WS-REVSTRING(WS-SUB1:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
       620-EXIT.
           EXIT.

       650-SCRAMBLE.
           MOVE WS-STRING                    TO WS-REVSTRING.
           INSPECT WS-REVSTRING CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'NOPQRSTUVWXYZABCDEFGHIJKLM'.
           INSPECT WS-REVSTRING CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'nopqrstuvwxyzabcdefghijklm'.
           INSPECT WS-REVSTRING CONVERTING
               '0123456789' TO '5678901234'.
       650-EXIT.
           EXIT.

       660-REVERSE-LOOP.
           MOVE WS-STRING-LEN                TO WS-LENGTH.
           MOVE 1                            TO WS-SUB2.
           PERFORM VARYING WS-SUB1 FROM WS-LENGTH BY -1
                   UNTIL WS-SUB1 = 0
               MOVE WS-STRING(WS-SUB1:1)     TO WS-REVSTRING(WS-SUB2:1)
               ADD 1                         TO WS-SUB2
           END-PERFORM.
       660-EXIT.
           EXIT.

       670-REVERSE-WORDS.
           MOVE 'N'                          TO WS-WORD-OFLOW-FLAG.
           PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 10
               MOVE SPACES                   TO WS-WORD-TBL(WS-SUB1)
           END-PERFORM.
           MOVE ZERO                         TO WS-WORD-CNT.
           MOVE SPACES                       TO WS-WORDREV.
           UNSTRING WS-STRING DELIMITED BY ALL SPACE
               INTO WS-WORD-TBL(1)  WS-WORD-TBL(2)  WS-WORD-TBL(3)
                    WS-WORD-TBL(4)  WS-WORD-TBL(5)  WS-WORD-TBL(6)
                    WS-WORD-TBL(7)  WS-WORD-TBL(8)  WS-WORD-TBL(9)
                    WS-WORD-TBL(10)
               ON OVERFLOW
                   SET WORD-TBL-OVERFLOW     TO TRUE
           END-UNSTRING.
           PERFORM VARYING WS-SUB1 FROM 1 BY 1
                   UNTIL WS-SUB1 > 10 OR WS-WORD-TBL(WS-SUB1) = SPACES
               ADD 1                         TO WS-WORD-CNT
           END-PERFORM.
           MOVE 1                            TO WS-PTR.
           PERFORM VARYING WS-SUB1 FROM WS-WORD-CNT BY -1
                   UNTIL WS-SUB1 < 1
               STRING FUNCTION TRIM(WS-WORD-TBL(WS-SUB1))
                          DELIMITED BY SIZE
                      SPACE DELIMITED BY SIZE
                   INTO WS-WORDREV
                   WITH POINTER WS-PTR
               END-STRING
           END-PERFORM.
           MOVE WS-WORDREV                   TO WS-REVSTRING.
       670-EXIT.
           EXIT.

       680-REVERSE-TRIM.
           CALL 'STRREVR' USING WS-STRING-LEN WS-STRING WS-REVSTRING.
       680-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STRPGM30 - RULES SIMULATION' DELIMITED BY SIZE
                  '          PAGE ' DELIMITED BY SIZE
                  WS-PAGE-CNT       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           IF REPLAY-MASTER
               MOVE 'REPLAY OF STRMASTR SAMPLE' TO RPT-LINE(25:30)
           ELSE
               MOVE 'REPLAY OF CLEANFILE'       TO RPT-LINE(25:30)
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'T TRANSACTION ID   SRC STRING / OUTPUT AND CHAIN'
                                               TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE '- ---------------- --- ---------------------------'
                                               TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM30 CONTROL TOTALS'.
           DISPLAY 'RECORDS READ .......... ' WS-READ-CNT.
           DISPLAY 'RECORDS REPLAYED ...... ' WS-REPLAY-CNT.
           DISPLAY 'NOT REPLAYED (LENGTH) . ' WS-SKIP-CNT.
           DISPLAY 'UNCHANGED ............. ' WS-SAME-CNT.
           DISPLAY 'CHANGED ............... ' WS-CHANGED-CNT.
           DISPLAY '  OUTPUT CHANGES ...... ' WS-OUTPUT-CHG-CNT.
           DISPLAY '  CHAIN ONLY .......... ' WS-CHAIN-CHG-CNT.
           DISPLAY '  REJECT CHANGES ...... ' WS-REJECT-CHG-CNT.
           DISPLAY 'CANDIDATE RULES IGNORED ' WS-BAD-RULE-CNT.
           DISPLAY 'UNKNOWN METHOD CHAINS . ' WS-UNKNOWN-RULES.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STRPGM30 CONTROL TOTALS'      TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RECORDS READ .......... ' DELIMITED BY SIZE
                  WS-READ-CNT                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RECORDS REPLAYED ...... ' DELIMITED BY SIZE
                  WS-REPLAY-CNT              DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'NOT REPLAYED (LENGTH) . ' DELIMITED BY SIZE
                  WS-SKIP-CNT                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'UNCHANGED ............. ' DELIMITED BY SIZE
                  WS-SAME-CNT                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'CHANGED ............... ' DELIMITED BY SIZE
                  WS-CHANGED-CNT             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  OUTPUT CHANGES ...... ' DELIMITED BY SIZE
                  WS-OUTPUT-CHG-CNT          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  CHAIN ONLY .......... ' DELIMITED BY SIZE
                  WS-CHAIN-CHG-CNT           DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  REJECT CHANGES ...... ' DELIMITED BY SIZE
                  WS-REJECT-CHG-CNT          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'CANDIDATE RULES IGNORED ' DELIMITED BY SIZE
                  WS-BAD-RULE-CNT            DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'UNKNOWN METHOD CHAINS . ' DELIMITED BY SIZE
                  WS-UNKNOWN-RULES           DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 1                             TO WS-SET.
           PERFORM 910-RULE-SUMMARY           THRU 910-EXIT.
           MOVE 2                             TO WS-SET.
           PERFORM 910-RULE-SUMMARY           THRU 910-EXIT.
           PERFORM 920-SOURCE-SUMMARY         THRU 920-EXIT.
           DISPLAY 'CANDIDATE RULES NO MATCH ' WS-NOMATCH-RULES.
           DISPLAY '----------------------------------------'.
       900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   MATCH COUNTS PER RULE NUMBER. A RULE THAT MATCHED NOTHING IS *
      *   EITHER DEAD FOR THIS INPUT OR SHADOWED BY AN EARLIER RULE -  *
      *   FIRST MATCH WINS                                             *
      *----------------------------------------------------------------*
       910-RULE-SUMMARY.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           IF WS-SET = 1
               MOVE 'CURRENT RULES BY RULE NUMBER' TO RPT-LINE
           ELSE
               MOVE 'PROPOSED RULES BY RULE NUMBER' TO RPT-LINE
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NO SRC MN MX   MATCHED   CHANGED CHAIN'
                                               TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-CNT(WS-SET)
               MOVE SPACES                    TO RPT-LINE
               MOVE WS-RULE-SUB               TO RPT-LINE(1:2)
               MOVE WS-RULE-SOURCE(WS-SET WS-RULE-SUB)
                                              TO RPT-LINE(4:3)
               MOVE WS-RULE-MIN(WS-SET WS-RULE-SUB)
                                              TO RPT-LINE(8:2)
               MOVE WS-RULE-MAX(WS-SET WS-RULE-SUB)
                                              TO RPT-LINE(11:2)
               MOVE WS-RULE-MATCH(WS-SET WS-RULE-SUB)
                                              TO RPT-LINE(14:9)
               MOVE WS-RULE-CHANGED(WS-SET WS-RULE-SUB)
                                              TO RPT-LINE(24:9)
               MOVE WS-RULE-CHAIN(WS-SET WS-RULE-SUB)
                                              TO RPT-LINE(34:50)
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               IF WS-RULE-MATCH(WS-SET WS-RULE-SUB) = 0
                   MOVE SPACES                TO RPT-LINE
                   MOVE '   ** RULE MATCHED NO RECORDS'
                                              TO RPT-LINE
                   WRITE RPT-LINE AFTER ADVANCING 1 LINE
                   IF WS-SET = 2
                       ADD 1                  TO WS-NOMATCH-RULES
                   END-IF
               END-IF
               IF WS-RULE-UNKNOWN(WS-SET WS-RULE-SUB) = 'Y'
                   MOVE SPACES                TO RPT-LINE
                   MOVE '   ** CHAIN NAMES AN UNKNOWN METHOD'
                                              TO RPT-LINE
                   WRITE RPT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           MOVE SPACES                        TO RPT-LINE.
           STRING '00 NO RULE MATCHED - PARM METHOD ' DELIMITED BY SIZE
                  WS-NORULE-CNT(WS-SET)      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RECORDS RUN AS REVERSE-FUNCTION FOR AN UNKNOWN '
                      DELIMITED BY SIZE
                  'METHOD '                   DELIMITED BY SIZE
                  WS-UNKRUN-CNT(WS-SET)      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
       910-EXIT.
           EXIT.

       920-SOURCE-SUMMARY.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CHANGES BY SOURCE SYSTEM'     TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
               MOVE SPACES                    TO RPT-LINE
               STRING 'SOURCE ' DELIMITED BY SIZE
                      WS-SRC-CODE(WS-SRC-SUB) DELIMITED BY SIZE
                      ' REPLAYED ' DELIMITED BY SIZE
                      WS-SRC-REPLAYED(WS-SRC-SUB)
                                              DELIMITED BY SIZE
                      ' CHANGED ' DELIMITED BY SIZE
                      WS-SRC-CHANGED(WS-SRC-SUB)
                                              DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               DISPLAY 'SOURCE ' WS-SRC-CODE(WS-SRC-SUB)
                       ' REPLAYED ' WS-SRC-REPLAYED(WS-SRC-SUB)
                       ' CHANGED ' WS-SRC-CHANGED(WS-SRC-SUB)
           END-PERFORM.
       920-EXIT.
           EXIT.

       970-CHECK-IO.
           IF WS-IO-STATUS NOT = '00'
               PERFORM 980-IO-ABORT          THRU 980-EXIT
           END-IF.
       970-EXIT.
           EXIT.

       980-IO-ABORT.
           DISPLAY 'FATAL I/O ERROR ON ' WS-IO-FILE-NAME
                   ' STATUS ' WS-IO-STATUS.
           DISPLAY WS-PROGRAM ' ENDING WITH RETURN CODE 16'.
           MOVE 16                            TO RETURN-CODE.
           STOP RUN.
       980-EXIT.
           EXIT.
