      *----------------------------------------------------------------*
      *   ROUND-TRIP VERIFIER - PROVES EACH TRANSFORMED OUTPUT CAN BE  *
      *   TURNED BACK INTO ITS ORIGINAL. OUTFILE IS MATCHED TO THE     *
      *   AUDIT ROW FOR THE SAME TRANSACTION TO GET THE METHOD CHAIN   *
      *   THAT WAS APPLIED; THE INVERSE OF EACH METHOD IS THEN         *
      *   APPLIED IN REVERSE ORDER TO OUT-REVSTRING AND THE RESULT     *
      *   COMPARED WITH OUT-STRING. RECORDS THAT DO NOT COME BACK GO   *
      *   TO THE DISCREPANCY FILE WITH THEIR CHAIN, AND A SUMMARY IS   *
      *   PRINTED BY METHOD CHAIN AND BY SOURCE CODE.                  *
      *                                                                *
      *   OPTIONAL STEP AHEAD OF THE STRPGM14 TRANSMIT GATE: THE       *
      *   RESULT RECORD ON VRFYCTL IS PASS OR FAIL AGAINST THE         *
      *   MAXDISC= TOLERANCE, AND STRPGM14 WILL NOT RELEASE AN         *
      *   INTERFACE FILE WHOSE RUN DATE CARRIES A FAIL. THE RESULT IS  *
      *   DATED FROM THE IFACEFILE HEADER SO THE TWO ALWAYS AGREE.     *
      *                                                                *
      *   SYSIN CARDS (ALL OPTIONAL):                                  *
      *     FROM=YYYY-MM-DD  EARLIEST AUDIT RUN DATE TO MATCH AGAINST  *
      *                      (DEFAULT YESTERDAY, SO A CYCLE RUNNING    *
      *                      PAST MIDNIGHT IS STILL COVERED)           *
      *     MAXDISC=NNNNN    DISCREPANCIES TOLERATED BEFORE THE        *
      *                      RESULT IS A FAIL (DEFAULT 00000)          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM29.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRING-OUT-FILE  ASSIGN TO OUTFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-OUTFILE-STATUS.
           SELECT AUDIT-FILE       ASSIGN TO AUDITLOG
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-AUDIT-STATUS.
           SELECT INTERFACE-FILE   ASSIGN TO IFACEFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-IFACEFILE-STATUS.
           SELECT PARM-FILE        ASSIGN TO SYSIN
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-PARM-STATUS.
           SELECT DISC-FILE        ASSIGN TO DISCFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-DISCFILE-STATUS.
           SELECT VERIFY-CTL-FILE  ASSIGN TO VRFYCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-VRFYCTL-STATUS.
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.
           SELECT OUT-SORT-FILE    ASSIGN TO SORTWK1.
           SELECT OUT-SORTED-FILE  ASSIGN TO OUTSRT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-OUTSRT-STATUS.
           SELECT AUD-SORT-FILE    ASSIGN TO SORTWK2.
           SELECT AUD-SORTED-FILE  ASSIGN TO AUDSRT
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-AUDSRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STRING-OUT-FILE
           RECORD CONTAINS 124 CHARACTERS.
       01  OUT-STRING-REC.
           05  OUT-LENGTH               PIC 9(02).
           05  OUT-STRING               PIC X(40).
           05  OUT-REVSTRING            PIC X(40).
           05  OUT-PALINDROME-FLAG      PIC X(01).
           05  OUT-WORD-CNT             PIC 9(02).
           05  OUT-MAXWORD-LEN          PIC 9(02).
           05  OUT-ALPHA-CNT            PIC 9(02).
           05  OUT-NUMERIC-CNT          PIC 9(02).
           05  OUT-SPECIAL-CNT          PIC 9(02).
           05  OUT-ALLCAPS-FLAG         PIC X(01).
           05  OUT-PART-ID              PIC 9(02).
           05  OUT-PART-SEQ             PIC 9(09).
           05  OUT-SOURCE-CODE          PIC X(03).
           05  OUT-TXN-ID               PIC X(16).

       FD  AUDIT-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  AUDIT-REC.
           05  AUD-ORIGINAL             PIC X(40).
           05  AUD-REVERSED             PIC X(40).
           05  AUD-RUN-DATE             PIC X(10).
           05  AUD-RUN-TIME             PIC X(08).
           05  AUD-JOB-NAME             PIC X(08).
           05  AUD-PALINDROME-FLAG      PIC X(01).
           05  AUD-METHOD-CODE          PIC X(50).
           05  AUD-SOURCE-CODE          PIC X(03).
           05  AUD-BACKOUT-FLAG         PIC X(01).
           05  AUD-TXN-ID               PIC X(16).
           05  AUD-RUN-LANE             PIC X(01).

       FD  INTERFACE-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  IFACE-HDR-REC.
           05  HDR-REC-TYPE             PIC X(01).
           05  HDR-SOURCE-SYS           PIC X(08).
           05  HDR-RUN-DATE             PIC X(10).
           05  HDR-BATCH-SEQ            PIC 9(09).
           05  FILLER                   PIC X(87).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC                     PIC X(80).

      *----------------------------------------------------------------*
      *   ONE ROW PER RECORD THAT DID NOT ROUND-TRIP. REASON CODES:    *
      *     01 NO AUDIT ROW FOR THE TRANSACTION - CHAIN UNKNOWN        *
      *     02 OUT-LENGTH NOT USABLE (NOT NUMERIC OR NOT 1-40)         *
      *     03 WORD TABLE OVERFLOW WHILE INVERTING WORD-SHUFFLE        *
      *     04 INVERTED OUTPUT DOES NOT EQUAL THE ORIGINAL             *
      *----------------------------------------------------------------*
       FD  DISC-FILE
           RECORD CONTAINS 203 CHARACTERS.
       01  DISC-REC.
           05  DSC-TXN-ID               PIC X(16).
           05  DSC-SOURCE-CODE          PIC X(03).
           05  DSC-RUN-DATE             PIC X(10).
           05  DSC-LENGTH               PIC X(02).
           05  DSC-ORIGINAL             PIC X(40).
           05  DSC-REVERSED             PIC X(40).
           05  DSC-RECOVERED            PIC X(40).
           05  DSC-METHOD-CODE          PIC X(50).
           05  DSC-REASON-CODE          PIC X(02).

       FD  VERIFY-CTL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  VERIFY-CTL-REC.
           05  VRC-RUN-DATE             PIC X(10).
           05  VRC-RESULT               PIC X(01).
           05  VRC-CHECKED-CNT          PIC 9(09).
           05  VRC-DISC-CNT             PIC 9(09).
           05  VRC-MAX-DISC             PIC 9(09).
           05  FILLER                   PIC X(02).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       SD  OUT-SORT-FILE.
       01  OUT-SORT-REC.
           05  OSR-TXN-ID               PIC X(16).
           05  OSR-ORIGINAL             PIC X(40).
           05  OSR-LENGTH               PIC X(02).
           05  OSR-REVSTRING            PIC X(40).
           05  OSR-SOURCE-CODE          PIC X(03).

       FD  OUT-SORTED-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  OUT-SORTED-REC.
           05  OSD-TXN-ID               PIC X(16).
           05  OSD-ORIGINAL             PIC X(40).
           05  OSD-LENGTH               PIC X(02).
           05  OSD-REVSTRING            PIC X(40).
           05  OSD-SOURCE-CODE          PIC X(03).

       SD  AUD-SORT-FILE.
       01  AUD-SORT-REC.
           05  ASR-TXN-ID               PIC X(16).
           05  ASR-ORIGINAL             PIC X(40).
           05  ASR-RUN-DATE             PIC X(10).
           05  ASR-METHOD-CODE          PIC X(50).

       FD  AUD-SORTED-FILE
           RECORD CONTAINS 116 CHARACTERS.
       01  AUD-SORTED-REC.
           05  ASD-TXN-ID               PIC X(16).
           05  ASD-ORIGINAL             PIC X(40).
           05  ASD-RUN-DATE             PIC X(10).
           05  ASD-METHOD-CODE          PIC X(50).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM29'.
       01  WS-STRING-DATA.
           05  WS-STRING-LEN       PIC 9(02)   VALUE ZEROES.
           05  WS-STRING           PIC X(40)   VALUE SPACES.
           05  WS-REVSTRING        PIC X(40)   VALUE SPACES.
       01  WS-MISC.
           05  WS-LENGTH           PIC 9(2)    VALUE ZEROES.
           05  WS-SUB1             PIC 9(2)    VALUE ZEROES.
           05  WS-SUB2             PIC 9(2)    VALUE ZEROES.
           05  WS-REASON-CODE      PIC X(02)   VALUE SPACES.
           05  WS-REASON-DESC      PIC X(24)   VALUE SPACES.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-OUT-EOF-FLAG     PIC X(01)   VALUE 'N'.
               88  END-OF-OUTPUT               VALUE 'Y'.
           05  WS-AUD-EOF-FLAG     PIC X(01)   VALUE 'N'.
               88  END-OF-AUDIT                VALUE 'Y'.
           05  WS-PARM-EOF-FLAG    PIC X(01)   VALUE 'N'.
               88  END-OF-PARMS                VALUE 'Y'.
           05  WS-RESULT-FLAG      PIC X(01)   VALUE 'P'.
               88  VERIFY-PASSED               VALUE 'P'.
               88  VERIFY-FAILED               VALUE 'F'.
       01  WS-MATCH-KEYS.
           05  WS-OUT-KEY.
               10  WS-OUT-KEY-TXN  PIC X(16).
               10  WS-OUT-KEY-ORIG PIC X(40).
           05  WS-AUD-KEY.
               10  WS-AUD-KEY-TXN  PIC X(16).
               10  WS-AUD-KEY-ORIG PIC X(40).
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
           05  WS-CHAIN-METHOD     PIC X(16)   OCCURS 4 TIMES
                                    VALUE SPACES.
           05  WS-CHAIN-CNT        PIC 9(01)   VALUE ZEROES.
           05  WS-CHAIN-SUB        PIC 9(01)   VALUE ZEROES.
           05  WS-CUR-METHOD       PIC X(16)   VALUE SPACES.
           05  WS-CHAIN-OFLOW-FLAG PIC X(01)   VALUE 'N'.
               88  CHAIN-OVERFLOW              VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-OUT-READ-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-AUD-SELECT-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-CHECKED-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-PASSED-CNT       PIC 9(9)    VALUE ZEROES.
           05  WS-DISC-CNT         PIC 9(9)    VALUE ZEROES.
           05  WS-NOAUDIT-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-BADLEN-CNT       PIC 9(9)    VALUE ZEROES.
           05  WS-OFLOW-CNT        PIC 9(9)    VALUE ZEROES.
           05  WS-MISMATCH-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-MAX-DISC         PIC 9(9)    VALUE ZEROES.
       01  WS-METHOD-TABLE-DATA.
           05  WS-MTH-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-MTH-MAX          PIC 9(02)   VALUE 30.
           05  WS-MTH-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-MTH-HIT          PIC 9(02)   VALUE ZEROES.
           05  WS-MTH-ENTRY        OCCURS 30 TIMES.
               10  WS-MTH-CHAIN    PIC X(50).
               10  WS-MTH-CHECKED  PIC 9(09).
               10  WS-MTH-FAILED   PIC 9(09).
       01  WS-SOURCE-TABLE-DATA.
           05  WS-SRC-CNT          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-MAX          PIC 9(02)   VALUE 10.
           05  WS-SRC-SUB          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-HIT          PIC 9(02)   VALUE ZEROES.
           05  WS-SRC-ENTRY        OCCURS 10 TIMES.
               10  WS-SRC-CODE     PIC X(03).
               10  WS-SRC-CHECKED  PIC 9(09).
               10  WS-SRC-FAILED   PIC 9(09).
       01  WS-DATE-DATA.
           05  WS-FROM-DATE        PIC X(10)   VALUE SPACES.
           05  WS-LAST-AUD-DATE    PIC X(10)   VALUE SPACES.
           05  WS-HDR-RUN-DATE     PIC X(10)   VALUE SPACES.
           05  WS-DATE-YYYYMMDD    PIC 9(08)   VALUE ZEROES.
           05  WS-DATE-X REDEFINES WS-DATE-YYYYMMDD
                               PIC X(08).
           05  WS-TODAY-INT        PIC 9(08)   VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-OUTFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-AUDIT-STATUS     PIC X(02)   VALUE SPACES.
           05  WS-IFACEFILE-STATUS PIC X(02)   VALUE SPACES.
           05  WS-PARM-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-DISCFILE-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-VRFYCTL-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-RPTFILE-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-OUTSRT-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-AUDSRT-STATUS    PIC X(02)   VALUE SPACES.
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
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN OUTPUT DISC-FILE.
           MOVE 'DISCFILE'                    TO WS-IO-FILE-NAME.
           MOVE WS-DISCFILE-STATUS            TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.

           SORT OUT-SORT-FILE
               ON ASCENDING KEY OSR-TXN-ID
                                OSR-ORIGINAL
               INPUT PROCEDURE IS 100-RELEASE-OUTPUT
                   THRU 100-EXIT
               GIVING OUT-SORTED-FILE.

           SORT AUD-SORT-FILE
               ON ASCENDING KEY ASR-TXN-ID
                                ASR-ORIGINAL
               INPUT PROCEDURE IS 200-RELEASE-AUDIT
                   THRU 200-EXIT
               GIVING AUD-SORTED-FILE.

           PERFORM 300-MATCH-MERGE           THRU 300-EXIT.
           IF WS-DISC-CNT > WS-MAX-DISC
               SET VERIFY-FAILED              TO TRUE
           END-IF.
           PERFORM 800-WRITE-RESULT-CTL      THRU 800-EXIT.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE DISC-FILE.
           CLOSE REPORT-FILE.
           IF VERIFY-FAILED
               MOVE 8                         TO RETURN-CODE
           ELSE
               IF WS-DISC-CNT > 0
                   MOVE 4                     TO RETURN-CODE
               END-IF
           END-IF.
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
           DISPLAY 'AUDIT ROWS FROM ........ ' WS-FROM-DATE.
           DISPLAY 'DISCREPANCIES TOLERATED  ' WS-MAX-DISC.
       050-EXIT.
           EXIT.

       052-READ-ONE-PARM.
           READ PARM-FILE
               AT END
                   SET END-OF-PARMS           TO TRUE
               NOT AT END
                   IF PARM-REC(1:5) = 'FROM='
                           AND PARM-REC(6:4) NUMERIC
                       MOVE PARM-REC(6:10)    TO WS-FROM-DATE
                   END-IF
                   IF PARM-REC(1:8) = 'MAXDISC='
                           AND PARM-REC(9:5) NUMERIC
                       MOVE PARM-REC(9:5)     TO WS-MAX-DISC
                   END-IF
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
           MOVE WS-CURRENT-DATETIME(1:8)       TO WS-DATE-YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1).
           STRING WS-DATE-X(1:4) '-'
                  WS-DATE-X(5:2) '-'
                  WS-DATE-X(7:2)
               DELIMITED BY SIZE
               INTO WS-FROM-DATE
           END-STRING.
       065-EXIT.
           EXIT.

       100-RELEASE-OUTPUT.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT STRING-OUT-FILE.
           IF WS-OUTFILE-STATUS NOT = '00'
               DISPLAY 'NO OUTPUT FILE - NOTHING TO VERIFY'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM 110-RELEASE-ONE-OUTPUT      THRU 110-EXIT
               UNTIL END-OF-FILE.
           IF WS-OUTFILE-STATUS NOT = '35'
               CLOSE STRING-OUT-FILE
           END-IF.
       100-EXIT.
           EXIT.

       110-RELEASE-ONE-OUTPUT.
           READ STRING-OUT-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   ADD 1                      TO WS-OUT-READ-CNT
                   MOVE OUT-TXN-ID            TO OSR-TXN-ID
                   MOVE OUT-STRING            TO OSR-ORIGINAL
                   MOVE OUT-STRING-REC(1:2)   TO OSR-LENGTH
                   MOVE OUT-REVSTRING         TO OSR-REVSTRING
                   MOVE OUT-SOURCE-CODE       TO OSR-SOURCE-CODE
                   RELEASE OUT-SORT-REC
           END-READ.
           IF WS-OUTFILE-STATUS NOT = '00'
                   AND WS-OUTFILE-STATUS NOT = '10'
               MOVE 'OUTFILE'                 TO WS-IO-FILE-NAME
               MOVE WS-OUTFILE-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   ONLY RECENT, NOT BACKED-OUT AUDIT ROWS ARE SORTED - THE      *
      *   TRANSACTION ID LEADS THE KEY SO EACH OUTPUT RECORD FINDS     *
      *   EXACTLY THE CHAIN THAT PRODUCED IT                           *
      *----------------------------------------------------------------*
       200-RELEASE-AUDIT.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'NO AUDIT LOG - METHOD CHAINS UNKNOWN'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM 210-RELEASE-ONE-AUDIT       THRU 210-EXIT
               UNTIL END-OF-FILE.
           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF.
       200-EXIT.
           EXIT.

       210-RELEASE-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-FILE            TO TRUE
               NOT AT END
                   IF AUD-RUN-DATE >= WS-FROM-DATE
                           AND AUD-BACKOUT-FLAG NOT = 'B'
                       ADD 1                  TO WS-AUD-SELECT-CNT
                       MOVE AUD-TXN-ID        TO ASR-TXN-ID
                       MOVE AUD-ORIGINAL      TO ASR-ORIGINAL
                       MOVE AUD-RUN-DATE      TO ASR-RUN-DATE
                       MOVE AUD-METHOD-CODE   TO ASR-METHOD-CODE
                       RELEASE AUD-SORT-REC
                   END-IF
           END-READ.
           IF WS-AUDIT-STATUS NOT = '00'
                   AND WS-AUDIT-STATUS NOT = '10'
               MOVE 'AUDITLOG'                TO WS-IO-FILE-NAME
               MOVE WS-AUDIT-STATUS           TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   TWO-FILE MATCH ON (TRANSACTION ID, ORIGINAL). AN AUDIT ROW   *
      *   WITH NO OUTPUT (ANOTHER RUN OR LANE) IS SKIPPED; AN OUTPUT   *
      *   RECORD WITH NO AUDIT ROW CANNOT BE VERIFIED AND IS A         *
      *   DISCREPANCY. ON A MATCH ONLY THE OUTPUT SIDE ADVANCES, SO A  *
      *   RESTART THAT WROTE THE SAME OUTPUT TWICE IS CHECKED TWICE    *
      *----------------------------------------------------------------*
       300-MATCH-MERGE.
           OPEN INPUT OUT-SORTED-FILE.
           MOVE 'OUTSRT'                      TO WS-IO-FILE-NAME.
           MOVE WS-OUTSRT-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           OPEN INPUT AUD-SORTED-FILE.
           MOVE 'AUDSRT'                      TO WS-IO-FILE-NAME.
           MOVE WS-AUDSRT-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           PERFORM 310-READ-OUTPUT            THRU 310-EXIT.
           PERFORM 320-READ-AUDIT             THRU 320-EXIT.
           PERFORM 330-MATCH-ONE-PAIR         THRU 330-EXIT
               UNTIL END-OF-OUTPUT.
           CLOSE OUT-SORTED-FILE.
           CLOSE AUD-SORTED-FILE.
       300-EXIT.
           EXIT.

       310-READ-OUTPUT.
           READ OUT-SORTED-FILE
               AT END
                   SET END-OF-OUTPUT          TO TRUE
                   MOVE HIGH-VALUES           TO WS-OUT-KEY
               NOT AT END
                   MOVE OSD-TXN-ID            TO WS-OUT-KEY-TXN
                   MOVE OSD-ORIGINAL          TO WS-OUT-KEY-ORIG
           END-READ.
           IF WS-OUTSRT-STATUS NOT = '00'
                   AND WS-OUTSRT-STATUS NOT = '10'
               MOVE 'OUTSRT'                  TO WS-IO-FILE-NAME
               MOVE WS-OUTSRT-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       310-EXIT.
           EXIT.

       320-READ-AUDIT.
           READ AUD-SORTED-FILE
               AT END
                   SET END-OF-AUDIT           TO TRUE
                   MOVE HIGH-VALUES           TO WS-AUD-KEY
               NOT AT END
                   MOVE ASD-TXN-ID            TO WS-AUD-KEY-TXN
                   MOVE ASD-ORIGINAL          TO WS-AUD-KEY-ORIG
           END-READ.
           IF WS-AUDSRT-STATUS NOT = '00'
                   AND WS-AUDSRT-STATUS NOT = '10'
               MOVE 'AUDSRT'                  TO WS-IO-FILE-NAME
               MOVE WS-AUDSRT-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
       320-EXIT.
           EXIT.

       330-MATCH-ONE-PAIR.
           EVALUATE TRUE
               WHEN WS-AUD-KEY < WS-OUT-KEY
                   PERFORM 320-READ-AUDIT     THRU 320-EXIT
               WHEN WS-OUT-KEY < WS-AUD-KEY
                   ADD 1                      TO WS-CHECKED-CNT
                   ADD 1                      TO WS-NOAUDIT-CNT
                   MOVE SPACES                TO WS-EFF-METHOD
                   MOVE SPACES                TO WS-STRING
                   MOVE SPACES                TO DSC-RUN-DATE
                   MOVE '01'                  TO WS-REASON-CODE
                   MOVE 'NO AUDIT ROW'        TO WS-REASON-DESC
                   PERFORM 450-WRITE-DISCREPANCY THRU 450-EXIT
                   PERFORM 310-READ-OUTPUT    THRU 310-EXIT
               WHEN OTHER
                   PERFORM 400-VERIFY-RECORD  THRU 400-EXIT
                   PERFORM 310-READ-OUTPUT    THRU 310-EXIT
           END-EVALUATE.
       330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   EVERY DISPATCHER METHOD IS ITS OWN INVERSE WHEN APPLIED AT   *
      *   THE ORIGINAL LENGTH: THE REVERSALS AND CASE SWAP UNDO        *
      *   THEMSELVES, SCRAMBLE IS A ROTATE-13/ROTATE-5 CIPHER, AND     *
      *   WORD-SHUFFLE PUTS THE WORDS BACK IN ORDER. THE CHAIN IS      *
      *   THEREFORE UNDONE BY RUNNING THE SAME METHODS LAST TO FIRST.  *
      *   WHAT DOES NOT COME BACK IS INFORMATION A METHOD THREW AWAY - *
      *   E.G. WORD-SHUFFLE COLLAPSING REPEATED OR LEADING SPACES      *
      *----------------------------------------------------------------*
       400-VERIFY-RECORD.
           ADD 1                              TO WS-CHECKED-CNT.
           MOVE ASD-METHOD-CODE               TO WS-EFF-METHOD.
           MOVE ASD-RUN-DATE                  TO DSC-RUN-DATE.
           IF ASD-RUN-DATE > WS-LAST-AUD-DATE
               MOVE ASD-RUN-DATE              TO WS-LAST-AUD-DATE
           END-IF.
           MOVE SPACES                        TO WS-STRING.
           IF OSD-LENGTH NOT NUMERIC
               MOVE '02'                      TO WS-REASON-CODE
               MOVE 'LENGTH NOT USABLE'       TO WS-REASON-DESC
               ADD 1                          TO WS-BADLEN-CNT
               PERFORM 450-WRITE-DISCREPANCY  THRU 450-EXIT
               GO TO 400-EXIT
           END-IF.
           MOVE OSD-LENGTH                    TO WS-STRING-LEN.
           IF WS-STRING-LEN < 1 OR WS-STRING-LEN > 40
               MOVE '02'                      TO WS-REASON-CODE
               MOVE 'LENGTH NOT USABLE'       TO WS-REASON-DESC
               ADD 1                          TO WS-BADLEN-CNT
               PERFORM 450-WRITE-DISCREPANCY  THRU 450-EXIT
               GO TO 400-EXIT
           END-IF.
           PERFORM 405-SPLIT-CHAIN            THRU 405-EXIT.
           MOVE OSD-REVSTRING                 TO WS-STRING.
           MOVE 'N'                           TO WS-CHAIN-OFLOW-FLAG.
           PERFORM VARYING WS-CHAIN-SUB FROM WS-CHAIN-CNT BY -1
                   UNTIL WS-CHAIN-SUB < 1
                      OR CHAIN-OVERFLOW
               MOVE WS-CHAIN-METHOD(WS-CHAIN-SUB)
                                              TO WS-CUR-METHOD
               MOVE SPACES                    TO WS-REVSTRING
               PERFORM 415-APPLY-ONE-METHOD   THRU 415-EXIT
               MOVE WS-REVSTRING              TO WS-STRING
           END-PERFORM.
           IF CHAIN-OVERFLOW
               MOVE '03'                      TO WS-REASON-CODE
               MOVE 'WORD TABLE OVERFLOW'     TO WS-REASON-DESC
               ADD 1                          TO WS-OFLOW-CNT
               PERFORM 450-WRITE-DISCREPANCY  THRU 450-EXIT
               GO TO 400-EXIT
           END-IF.
           IF WS-STRING NOT = OSD-ORIGINAL
               MOVE '04'                      TO WS-REASON-CODE
               MOVE 'DOES NOT ROUND-TRIP'     TO WS-REASON-DESC
               ADD 1                          TO WS-MISMATCH-CNT
               PERFORM 450-WRITE-DISCREPANCY  THRU 450-EXIT
               GO TO 400-EXIT
           END-IF.
           ADD 1                              TO WS-PASSED-CNT.
           PERFORM 470-POST-METHOD-TOTALS     THRU 470-EXIT.
           PERFORM 480-POST-SOURCE-TOTALS     THRU 480-EXIT.
       400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   SAME SPLIT AS THE STRPGM6 DISPATCHER: UP TO FOUR METHODS     *
      *   SEPARATED BY + SIGNS, AN EMPTY CHAIN MEANING                 *
      *   REVERSE-FUNCTION                                             *
      *----------------------------------------------------------------*
       405-SPLIT-CHAIN.
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
       405-EXIT.
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
                   PERFORM 600-REVERSE-FUNCTION THRU 600-EXIT
           END-EVALUATE.
       415-EXIT.
           EXIT.

       450-WRITE-DISCREPANCY.
           ADD 1                              TO WS-DISC-CNT.
           MOVE OSD-TXN-ID                    TO DSC-TXN-ID.
           MOVE OSD-SOURCE-CODE               TO DSC-SOURCE-CODE.
           MOVE OSD-LENGTH                    TO DSC-LENGTH.
           MOVE OSD-ORIGINAL                  TO DSC-ORIGINAL.
           MOVE OSD-REVSTRING                 TO DSC-REVERSED.
           MOVE WS-STRING                     TO DSC-RECOVERED.
           MOVE WS-EFF-METHOD                 TO DSC-METHOD-CODE.
           MOVE WS-REASON-CODE                TO DSC-REASON-CODE.
           WRITE DISC-REC.
           IF WS-DISCFILE-STATUS NOT = '00'
               MOVE 'DISCFILE'                TO WS-IO-FILE-NAME
               MOVE WS-DISCFILE-STATUS        TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           PERFORM 470-POST-METHOD-TOTALS     THRU 470-EXIT.
           PERFORM 480-POST-SOURCE-TOTALS     THRU 480-EXIT.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS     THRU 700-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           STRING OSD-TXN-ID          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  OSD-SOURCE-CODE     DELIMITED BY SIZE
                  ' RSN='             DELIMITED BY SIZE
                  WS-REASON-CODE      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-REASON-DESC      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-EFF-METHOD       DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '    ORIGINAL  ' DELIMITED BY SIZE
                  OSD-ORIGINAL     DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '    RECOVERED ' DELIMITED BY SIZE
                  WS-STRING        DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 3                              TO WS-LINE-CNT.
           DISPLAY 'NO ROUND-TRIP RSN=' WS-REASON-CODE ' '
                   OSD-TXN-ID.
       450-EXIT.
           EXIT.

       470-POST-METHOD-TOTALS.
           MOVE ZEROES                        TO WS-MTH-HIT.
           PERFORM VARYING WS-MTH-SUB FROM 1 BY 1
                   UNTIL WS-MTH-SUB > WS-MTH-CNT
               IF WS-MTH-CHAIN(WS-MTH-SUB) = WS-EFF-METHOD
                   MOVE WS-MTH-SUB            TO WS-MTH-HIT
                   MOVE WS-MTH-CNT            TO WS-MTH-SUB
               END-IF
           END-PERFORM.
           IF WS-MTH-HIT = 0
               IF WS-MTH-CNT < WS-MTH-MAX
                   ADD 1                      TO WS-MTH-CNT
                   MOVE WS-MTH-CNT            TO WS-MTH-HIT
                   MOVE WS-EFF-METHOD         TO
                       WS-MTH-CHAIN(WS-MTH-HIT)
                   MOVE ZEROES                TO
                       WS-MTH-CHECKED(WS-MTH-HIT)
                   MOVE ZEROES                TO
                       WS-MTH-FAILED(WS-MTH-HIT)
               ELSE
                   GO TO 470-EXIT
               END-IF
           END-IF.
           ADD 1                      TO WS-MTH-CHECKED(WS-MTH-HIT).
           IF WS-REASON-CODE NOT = SPACES
               ADD 1                  TO WS-MTH-FAILED(WS-MTH-HIT)
           END-IF.
       470-EXIT.
           EXIT.

       480-POST-SOURCE-TOTALS.
           MOVE ZEROES                        TO WS-SRC-HIT.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
               IF WS-SRC-CODE(WS-SRC-SUB) = OSD-SOURCE-CODE
                   MOVE WS-SRC-SUB            TO WS-SRC-HIT
                   MOVE WS-SRC-CNT            TO WS-SRC-SUB
               END-IF
           END-PERFORM.
           IF WS-SRC-HIT = 0
               IF WS-SRC-CNT < WS-SRC-MAX
                   ADD 1                      TO WS-SRC-CNT
                   MOVE WS-SRC-CNT            TO WS-SRC-HIT
                   MOVE OSD-SOURCE-CODE       TO
                       WS-SRC-CODE(WS-SRC-HIT)
                   MOVE ZEROES                TO
                       WS-SRC-CHECKED(WS-SRC-HIT)
                   MOVE ZEROES                TO
                       WS-SRC-FAILED(WS-SRC-HIT)
               ELSE
                   GO TO 480-EXIT
               END-IF
           END-IF.
           ADD 1                      TO WS-SRC-CHECKED(WS-SRC-HIT).
           IF WS-REASON-CODE NOT = SPACES
               ADD 1                  TO WS-SRC-FAILED(WS-SRC-HIT)
           END-IF.
           MOVE SPACES                        TO WS-REASON-CODE.
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
           STRING 'STRPGM29 - ROUND-TRIP VERIFICATION'
                      DELIMITED BY SIZE
                  '          PAGE ' DELIMITED BY SIZE
                  WS-PAGE-CNT       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
                  '     AUDIT ROWS FROM: ' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTION ID   SRC REASON / METHOD CHAIN'
                                               TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE '---------------- --- -------------------------------'
                                               TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   ONE RESULT RECORD FOR THE TRANSMIT GATE, DATED WITH THE RUN  *
      *   DATE ON THE INTERFACE HEADER STRPGM14 WILL CHECK IT AGAINST. *
      *   WITH NO INTERFACE FILE THERE IS NOTHING TO GATE, AND THE     *
      *   LATEST AUDIT RUN DATE MATCHED (ELSE TODAY) IS USED           *
      *----------------------------------------------------------------*
       800-WRITE-RESULT-CTL.
           PERFORM 810-GET-IFACE-DATE         THRU 810-EXIT.
           OPEN OUTPUT VERIFY-CTL-FILE.
           MOVE 'VRFYCTL'                     TO WS-IO-FILE-NAME.
           MOVE WS-VRFYCTL-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           MOVE SPACES                        TO VERIFY-CTL-REC.
           EVALUATE TRUE
               WHEN WS-HDR-RUN-DATE NOT = SPACES
                   MOVE WS-HDR-RUN-DATE       TO VRC-RUN-DATE
               WHEN WS-LAST-AUD-DATE NOT = SPACES
                   MOVE WS-LAST-AUD-DATE      TO VRC-RUN-DATE
               WHEN OTHER
                   MOVE WS-RUN-DATE           TO VRC-RUN-DATE
           END-EVALUATE.
           MOVE WS-RESULT-FLAG                TO VRC-RESULT.
           MOVE WS-CHECKED-CNT                TO VRC-CHECKED-CNT.
           MOVE WS-DISC-CNT                   TO VRC-DISC-CNT.
           MOVE WS-MAX-DISC                   TO VRC-MAX-DISC.
           WRITE VERIFY-CTL-REC.
           IF WS-VRFYCTL-STATUS NOT = '00'
               MOVE 'VRFYCTL'                 TO WS-IO-FILE-NAME
               MOVE WS-VRFYCTL-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           CLOSE VERIFY-CTL-FILE.
       800-EXIT.
           EXIT.

       810-GET-IFACE-DATE.
           OPEN INPUT INTERFACE-FILE.
           IF WS-IFACEFILE-STATUS = '35'
               DISPLAY 'NO INTERFACE FILE - RESULT DATED FROM AUDIT'
               GO TO 810-EXIT
           END-IF.
           MOVE 'IFACEFILE'                   TO WS-IO-FILE-NAME.
           MOVE WS-IFACEFILE-STATUS           TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           READ INTERFACE-FILE
               AT END
                   MOVE SPACES                TO IFACE-HDR-REC
           END-READ.
           IF HDR-REC-TYPE = 'H'
               MOVE HDR-RUN-DATE              TO WS-HDR-RUN-DATE
           END-IF.
           CLOSE INTERFACE-FILE.
       810-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM29 CONTROL TOTALS'.
           DISPLAY 'OUTPUT RECORDS READ ... ' WS-OUT-READ-CNT.
           DISPLAY 'AUDIT ROWS SELECTED ... ' WS-AUD-SELECT-CNT.
           DISPLAY 'RECORDS CHECKED ....... ' WS-CHECKED-CNT.
           DISPLAY 'ROUND-TRIPPED ......... ' WS-PASSED-CNT.
           DISPLAY 'DISCREPANCIES ......... ' WS-DISC-CNT.
           DISPLAY '  RSN 01 NO AUDIT ROW . ' WS-NOAUDIT-CNT.
           DISPLAY '  RSN 02 BAD LENGTH ... ' WS-BADLEN-CNT.
           DISPLAY '  RSN 03 WORD OVERFLOW  ' WS-OFLOW-CNT.
           DISPLAY '  RSN 04 NO ROUND-TRIP  ' WS-MISMATCH-CNT.
           IF VERIFY-PASSED
               DISPLAY 'VERIFICATION PASSED'
           ELSE
               DISPLAY 'VERIFICATION FAILED - TOLERANCE '
                       WS-MAX-DISC
           END-IF.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STRPGM29 CONTROL TOTALS'      TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RECORDS CHECKED ....... ' DELIMITED BY SIZE
                  WS-CHECKED-CNT             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'ROUND-TRIPPED ......... ' DELIMITED BY SIZE
                  WS-PASSED-CNT              DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'DISCREPANCIES ......... ' DELIMITED BY SIZE
                  WS-DISC-CNT                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  RSN 01 NO AUDIT ROW . ' DELIMITED BY SIZE
                  WS-NOAUDIT-CNT             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  RSN 02 BAD LENGTH ... ' DELIMITED BY SIZE
                  WS-BADLEN-CNT              DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  RSN 03 WORD OVERFLOW  ' DELIMITED BY SIZE
                  WS-OFLOW-CNT               DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '  RSN 04 NO ROUND-TRIP  ' DELIMITED BY SIZE
                  WS-MISMATCH-CNT            DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           IF VERIFY-PASSED
               MOVE 'VERIFICATION PASSED'     TO RPT-LINE
           ELSE
               MOVE 'VERIFICATION FAILED - INTERFACE NOT TO BE RELEASED'
                                              TO RPT-LINE
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 910-METHOD-SUMMARY         THRU 910-EXIT.
           PERFORM 920-SOURCE-SUMMARY         THRU 920-EXIT.
       900-EXIT.
           EXIT.

       910-METHOD-SUMMARY.
           IF WS-MTH-CNT = 0
               GO TO 910-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SUMMARY BY METHOD CHAIN' TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           MOVE 'METHOD CHAIN'                 TO RPT-LINE(1:50).
           MOVE '  CHECKED'                    TO RPT-LINE(52:9).
           MOVE '   FAILED'                    TO RPT-LINE(63:9).
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-MTH-SUB FROM 1 BY 1
                   UNTIL WS-MTH-SUB > WS-MTH-CNT
               MOVE SPACES                    TO RPT-LINE
               IF WS-MTH-CHAIN(WS-MTH-SUB) = SPACES
                   MOVE '(NO AUDIT ROW)'      TO RPT-LINE(1:50)
               ELSE
                   MOVE WS-MTH-CHAIN(WS-MTH-SUB)
                                              TO RPT-LINE(1:50)
               END-IF
               MOVE WS-MTH-CHECKED(WS-MTH-SUB)
                                              TO RPT-LINE(52:9)
               MOVE WS-MTH-FAILED(WS-MTH-SUB) TO RPT-LINE(63:9)
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               DISPLAY 'CHAIN ' WS-MTH-CHAIN(WS-MTH-SUB)
                       ' CHECKED ' WS-MTH-CHECKED(WS-MTH-SUB)
                       ' FAILED ' WS-MTH-FAILED(WS-MTH-SUB)
           END-PERFORM.
       910-EXIT.
           EXIT.

       920-SOURCE-SUMMARY.
           IF WS-SRC-CNT = 0
               GO TO 920-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SUMMARY BY SOURCE SYSTEM'     TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
               MOVE SPACES                    TO RPT-LINE
               STRING 'SOURCE ' DELIMITED BY SIZE
                      WS-SRC-CODE(WS-SRC-SUB) DELIMITED BY SIZE
                      ' CHECKED ' DELIMITED BY SIZE
                      WS-SRC-CHECKED(WS-SRC-SUB)
                                              DELIMITED BY SIZE
                      ' FAILED ' DELIMITED BY SIZE
                      WS-SRC-FAILED(WS-SRC-SUB)
                                              DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               DISPLAY 'SOURCE ' WS-SRC-CODE(WS-SRC-SUB)
                       ' CHECKED ' WS-SRC-CHECKED(WS-SRC-SUB)
                       ' FAILED ' WS-SRC-FAILED(WS-SRC-SUB)
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
