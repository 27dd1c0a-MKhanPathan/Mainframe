      *----------------------------------------------------------------*
      *   HOLD RELEASE - READS THE RECORDS CARRIED ON OPERATOR HOLD    *
      *   PLUS TONIGHT'S STRPGM6 HOLD FILE AND CHECKS EACH AGAINST     *
      *   THE HOLD CONTROL FILE. RECORDS WHOSE HOLD HAS BEEN RELEASED  *
      *   OR HAS EXPIRED GO TO THE RELEASE FILE THAT STRPGM27 FEEDS    *
      *   INTO THE NEXT NIGHT'S INPUT; THE REST ARE CARRIED FORWARD    *
      *   AND LISTED WITH THEIR AGE IN DAYS                            *
      *                                                                *
      *   RUNS AS THE LAST STRPGM20 NIGHTLY STEP, AFTER STRPGM9 HAS    *
      *   BALANCED AGAINST HOLDFILE, AND EMPTIES HOLDFILE ONCE ITS     *
      *   RECORDS ARE COPIED                                           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM28.
       AUTHOR. z/OS Mainframer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-CTL-FILE    ASSIGN TO HOLDCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLDCTL-STATUS.
           SELECT HOLD-QUEUE-IN    ASSIGN TO HOLDQI
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLDQI-STATUS.
           SELECT HOLD-FILE        ASSIGN TO HOLDFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLDFILE-STATUS.
           SELECT HOLD-QUEUE-OUT   ASSIGN TO HOLDQO
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLDQO-STATUS.
           SELECT RELEASE-FILE     ASSIGN TO RELFILE
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-RELFILE-STATUS.
           SELECT REPORT-FILE      ASSIGN TO RPTFILE
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  HOLD-QUEUE-IN
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLDQI-REC                   PIC X(132).

       FD  HOLD-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLD-IN-REC                  PIC X(132).

       FD  HOLD-QUEUE-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLDQO-REC                   PIC X(132).

       FD  RELEASE-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  REL-STRING-REC.
           05  REL-LENGTH               PIC 9(02).
           05  REL-STRING               PIC X(40).
           05  REL-SOURCE-CODE          PIC X(03).
           05  REL-TXN-ID               PIC X(16).

       FD  REPORT-FILE.
       01  RPT-LINE                     PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM28'.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           05  WS-HOLDCTL-EOF-FLAG PIC X(01)   VALUE 'N'.
               88  END-OF-HOLDS                VALUE 'Y'.
       01  WS-HOLD-TABLE-DATA.
           05  WS-HOLD-CNT         PIC 9(02)   VALUE ZEROES.
           05  WS-HOLD-LIMIT       PIC 9(02)   VALUE 50.
           05  WS-HOLD-SUB         PIC 9(02)   VALUE ZEROES.
           05  WS-HOLD-HIT         PIC 9(02)   VALUE ZEROES.
           05  WS-HOLD-ENTRY       OCCURS 50 TIMES.
               10  WS-HOLD-TYPE    PIC X(01).
               10  WS-HOLD-VALUE   PIC X(40).
               10  WS-HOLD-REASON  PIC X(20).
       01  WS-HELD-WORK.
           05  WS-HELD-REC         PIC X(132)  VALUE SPACES.
           05  WS-HELD-REC-R REDEFINES WS-HELD-REC.
               10  WSH-LENGTH      PIC 9(02).
               10  WSH-STRING      PIC X(40).
               10  WSH-SOURCE-CODE PIC X(03).
               10  WSH-TXN-ID      PIC X(16).
               10  WSH-HOLD-DATE   PIC X(10).
               10  WSH-HOLD-TYPE   PIC X(01).
               10  WSH-HOLD-VALUE  PIC X(40).
               10  WSH-REASON      PIC X(20).
       01  WS-AGE-DATA.
           05  WS-AGE-DAYS         PIC 9(4)    VALUE ZEROES.
           05  WS-DATE-YYYYMMDD    PIC 9(08)   VALUE ZEROES.
           05  WS-DATE-X REDEFINES WS-DATE-YYYYMMDD
                               PIC X(08).
           05  WS-HOLD-INT         PIC 9(08)   VALUE ZEROES.
           05  WS-TODAY-INT        PIC 9(08)   VALUE ZEROES.
           05  WS-AGED-LIMIT       PIC 9(4)    VALUE 7.
       01  WS-COUNTS.
           05  WS-CARRIED-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-NEWHELD-CNT      PIC 9(9)    VALUE ZEROES.
           05  WS-RELEASED-CNT     PIC 9(9)    VALUE ZEROES.
           05  WS-STILL-HELD-CNT   PIC 9(9)    VALUE ZEROES.
           05  WS-AGED-CNT         PIC 9(9)    VALUE ZEROES.
       01  WS-FILE-STATUSES.
           05  WS-HOLDCTL-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-HOLDQI-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-HOLDFILE-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-HOLDQO-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-RELFILE-STATUS   PIC X(02)   VALUE SPACES.
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
           05  WS-RPT-STATUS       PIC X(08)   VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'PROGRAM: ' WS-PROGRAM.
           PERFORM 065-GET-RUN-DATE          THRU 065-EXIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'RPTFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RPTFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 700-WRITE-HEADINGS        THRU 700-EXIT.
           PERFORM 100-LOAD-HOLDS            THRU 100-EXIT.
           OPEN OUTPUT HOLD-QUEUE-OUT.
           MOVE 'HOLDQO'                      TO WS-IO-FILE-NAME.
           MOVE WS-HOLDQO-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           OPEN EXTEND RELEASE-FILE.
           IF WS-RELFILE-STATUS = '35'
               OPEN OUTPUT RELEASE-FILE
           END-IF.
           MOVE 'RELFILE'                     TO WS-IO-FILE-NAME.
           MOVE WS-RELFILE-STATUS             TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           PERFORM 200-READ-CARRIED          THRU 200-EXIT.
           PERFORM 300-READ-NEW-HOLDS        THRU 300-EXIT.
           CLOSE HOLD-QUEUE-OUT.
           CLOSE RELEASE-FILE.
           PERFORM 350-CLEAR-NEW-HOLDS       THRU 350-EXIT.
           PERFORM 900-CONTROL-TOTALS        THRU 900-EXIT.
           CLOSE REPORT-FILE.
           STOP RUN.

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
       065-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   ONLY HOLDS STILL IN FORCE ARE LOADED - RELEASED ENTRIES AND  *
      *   ENTRIES WHOSE EXPIRY DATE IS BEFORE THE RUN DATE ARE SKIPPED *
      *   SO THE RECORDS THEY STOPPED FALL THROUGH TO THE RELEASE FILE *
      *----------------------------------------------------------------*
       100-LOAD-HOLDS.
           OPEN INPUT HOLD-CTL-FILE.
           IF WS-HOLDCTL-STATUS NOT = '00'
               DISPLAY 'NO HOLD CONTROL FILE - ALL HELD RECORDS '
                       'RELEASED'
               SET END-OF-HOLDS               TO TRUE
           END-IF.
           PERFORM 110-LOAD-ONE-HOLD          THRU 110-EXIT
               UNTIL END-OF-HOLDS.
           IF WS-HOLDCTL-STATUS NOT = '35'
               CLOSE HOLD-CTL-FILE
           END-IF.
           DISPLAY 'OPERATOR HOLDS IN FORCE: ' WS-HOLD-CNT.
       100-EXIT.
           EXIT.

       110-LOAD-ONE-HOLD.
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
       110-EXIT.
           EXIT.

       200-READ-CARRIED.
           MOVE 'N'                            TO WS-EOF-FLAG.
           OPEN INPUT HOLD-QUEUE-IN.
           IF WS-HOLDQI-STATUS NOT = '00'
               SET END-OF-FILE                TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ HOLD-QUEUE-IN
                   AT END
                       SET END-OF-FILE        TO TRUE
                   NOT AT END
                       ADD 1                  TO WS-CARRIED-CNT
                       MOVE HOLDQI-REC        TO WS-HELD-REC
                       PERFORM 400-CHECK-ONE-HELD
                                              THRU 400-EXIT
               END-READ
               IF WS-HOLDQI-STATUS NOT = '00'
                       AND WS-HOLDQI-STATUS NOT = '10'
                   MOVE 'HOLDQI'         TO WS-IO-FILE-NAME
                   MOVE WS-HOLDQI-STATUS TO WS-IO-STATUS
                   PERFORM 980-IO-ABORT       THRU 980-EXIT
               END-IF
           END-PERFORM.
           IF WS-HOLDQI-STATUS NOT = '35'
               CLOSE HOLD-QUEUE-IN
           END-IF.
       200-EXIT.
           EXIT.

       300-READ-NEW-HOLDS.
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
                       ADD 1                  TO WS-NEWHELD-CNT
                       MOVE HOLD-IN-REC       TO WS-HELD-REC
                       PERFORM 400-CHECK-ONE-HELD
                                              THRU 400-EXIT
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
       300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   TONIGHT'S HOLDS ARE NOW ON THE QUEUE OR THE RELEASE FILE -   *
      *   EMPTY HOLDFILE SO A SECOND RUN DOES NOT COPY THEM AGAIN      *
      *----------------------------------------------------------------*
       350-CLEAR-NEW-HOLDS.
           IF WS-NEWHELD-CNT = 0
               GO TO 350-EXIT
           END-IF.
           OPEN OUTPUT HOLD-FILE.
           MOVE 'HOLDFILE'                    TO WS-IO-FILE-NAME.
           MOVE WS-HOLDFILE-STATUS            TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO              THRU 970-EXIT.
           CLOSE HOLD-FILE.
       350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A HELD RECORD STAYS HELD WHILE ANY HOLD IN FORCE STILL       *
      *   MATCHES IT - NOT NECESSARILY THE ONE THAT FIRST STOPPED IT - *
      *   AND KEEPS ITS ORIGINAL HOLD DATE SO THE AGE IS CUMULATIVE    *
      *----------------------------------------------------------------*
       400-CHECK-ONE-HELD.
           MOVE ZEROES                        TO WS-HOLD-HIT.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-CNT
                      OR WS-HOLD-HIT > 0
               IF (WS-HOLD-TYPE(WS-HOLD-SUB) = 'S'
                       AND WS-HOLD-VALUE(WS-HOLD-SUB) = WSH-STRING)
                  OR (WS-HOLD-TYPE(WS-HOLD-SUB) = 'C'
                       AND WS-HOLD-VALUE(WS-HOLD-SUB) = WSH-SOURCE-CODE)
                   MOVE WS-HOLD-SUB           TO WS-HOLD-HIT
               END-IF
           END-PERFORM.
           PERFORM 450-HOLD-AGE               THRU 450-EXIT.
           IF WS-HOLD-HIT > 0
               PERFORM 500-CARRY-FORWARD      THRU 500-EXIT
           ELSE
               PERFORM 600-RELEASE-RECORD     THRU 600-EXIT
           END-IF.
       400-EXIT.
           EXIT.

       450-HOLD-AGE.
           MOVE ZEROES                        TO WS-AGE-DAYS.
           IF WSH-HOLD-DATE(1:4) NUMERIC
               STRING WSH-HOLD-DATE(1:4)
                      WSH-HOLD-DATE(6:2)
                      WSH-HOLD-DATE(9:2)
                   DELIMITED BY SIZE
                   INTO WS-DATE-X
               END-STRING
               COMPUTE WS-HOLD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               IF WS-HOLD-INT > 0 AND WS-HOLD-INT < WS-TODAY-INT
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-HOLD-INT
               END-IF
           END-IF.
       450-EXIT.
           EXIT.

       500-CARRY-FORWARD.
           MOVE WS-HOLD-TYPE(WS-HOLD-HIT)     TO WSH-HOLD-TYPE.
           MOVE WS-HOLD-VALUE(WS-HOLD-HIT)    TO WSH-HOLD-VALUE.
           MOVE WS-HOLD-REASON(WS-HOLD-HIT)   TO WSH-REASON.
           MOVE WS-HELD-REC                   TO HOLDQO-REC.
           WRITE HOLDQO-REC.
           IF WS-HOLDQO-STATUS NOT = '00'
               MOVE 'HOLDQO'                  TO WS-IO-FILE-NAME
               MOVE WS-HOLDQO-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-STILL-HELD-CNT.
           IF WS-AGE-DAYS >= WS-AGED-LIMIT
               ADD 1                          TO WS-AGED-CNT
           END-IF.
           MOVE 'ON HOLD'                     TO WS-RPT-STATUS.
           PERFORM 650-WRITE-DETAIL           THRU 650-EXIT.
       500-EXIT.
           EXIT.

       600-RELEASE-RECORD.
           MOVE WSH-LENGTH                    TO REL-LENGTH.
           MOVE WSH-STRING                    TO REL-STRING.
           MOVE WSH-SOURCE-CODE               TO REL-SOURCE-CODE.
           MOVE WSH-TXN-ID                    TO REL-TXN-ID.
           WRITE REL-STRING-REC.
           IF WS-RELFILE-STATUS NOT = '00'
               MOVE 'RELFILE'                 TO WS-IO-FILE-NAME
               MOVE WS-RELFILE-STATUS         TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           ADD 1                              TO WS-RELEASED-CNT.
           MOVE 'RELEASED'                    TO WS-RPT-STATUS.
           PERFORM 650-WRITE-DETAIL           THRU 650-EXIT.
           DISPLAY 'RELEASED FROM HOLD: ' WSH-STRING ' TXN '
                   WSH-TXN-ID.
       600-EXIT.
           EXIT.

       650-WRITE-DETAIL.
           IF WS-LINE-CNT >= WS-MAX-LINES
               PERFORM 700-WRITE-HEADINGS     THRU 700-EXIT
           END-IF.
           MOVE SPACES                        TO RPT-LINE.
           STRING WS-RPT-STATUS    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WSH-STRING       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WSH-SOURCE-CODE  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WSH-HOLD-DATE    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-AGE-DAYS      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WSH-REASON       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1                              TO WS-LINE-CNT.
       650-EXIT.
           EXIT.

       700-WRITE-HEADINGS.
           ADD 1                              TO WS-PAGE-CNT.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STRPGM28 - OPERATOR HOLD RELEASE REPORT'
                      DELIMITED BY SIZE
                  '   PAGE ' DELIMITED BY SIZE
                  WS-PAGE-CNT       DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STATUS   ORIGINAL VALUE'
                                              DELIMITED BY SIZE
                  '                           SRC HELD SINCE AGE  '
                                              DELIMITED BY SIZE
                  'REASON'                    DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING '-------- ----------------------------------------'
                                              DELIMITED BY SIZE
                  ' --- ---------- ---- --------------------'
                                              DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO                          TO WS-LINE-CNT.
       700-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM28 CONTROL TOTALS'.
           DISPLAY 'CARRIED ON HOLD ....... ' WS-CARRIED-CNT.
           DISPLAY 'NEWLY HELD ............ ' WS-NEWHELD-CNT.
           DISPLAY 'RELEASED .............. ' WS-RELEASED-CNT.
           DISPLAY 'STILL ON HOLD ......... ' WS-STILL-HELD-CNT.
           DISPLAY 'ON HOLD 7+ DAYS ....... ' WS-AGED-CNT.
           DISPLAY '----------------------------------------'.
           MOVE SPACES                        TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STRPGM28 CONTROL TOTALS'       TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'CARRIED ON HOLD ....... ' DELIMITED BY SIZE
                  WS-CARRIED-CNT             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'NEWLY HELD ............ ' DELIMITED BY SIZE
                  WS-NEWHELD-CNT             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'RELEASED .............. ' DELIMITED BY SIZE
                  WS-RELEASED-CNT            DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'STILL ON HOLD ......... ' DELIMITED BY SIZE
                  WS-STILL-HELD-CNT          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                        TO RPT-LINE.
           STRING 'ON HOLD 7+ DAYS ....... ' DELIMITED BY SIZE
                  WS-AGED-CNT                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
       900-EXIT.
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
