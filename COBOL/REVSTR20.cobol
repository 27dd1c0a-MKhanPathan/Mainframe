      *----------------------------------------------------------------*
      *   CYCLE CONTROLLER - ENFORCES THE NIGHTLY RUN ORDER STRPGM38,  *
      *   STRPGM7, STRPGM6, STRPGM9, STRPGM14, STRPGM13, STRPGM28      *
      *   AGAINST A CONTROL FILE CARRYING THE BUSINESS DATE AND EACH   *
      *   STEP'S STATUS AND RETURN CODE: REFUSES A STEP WHOSE          *
      *   PREDECESSOR HAS NOT COMPLETED CLEAN, REFUSES A DUPLICATE RUN *
      *   OF A COMPLETED DATE, AND ROLLS THE CYCLE TO THE NEXT         *
      *   BUSINESS DATE USING A HOLIDAY CALENDAR                       *
      *                                                                *
      *   THE LAST NIGHTLY STEP IS THE STRPGM28 HOLD QUEUE UPDATE,     *
      *   WHICH CONSUMES THE NIGHT'S HOLDFILE. AS THE CYCLE DOES NOT   *
      *   ROLL UNTIL EVERY STEP IS COMPLETE, THE NEXT STRPGM6 CANNOT   *
      *   REPLACE HOLDFILE BEFORE ITS HOLDS ARE ON THE QUEUE           *
      *                                                                *
      *   THE FIRST NIGHTLY STEP IS THE STRPGM38 CONTROL FILE          *
      *   VALIDATION. IT ENDS RC 08 ON ANY ERROR IN THE CONTROL AND    *
      *   REFERENCE FILES, WHICH HOLDS THE CYCLE AT STRPGM7 UNDER THE  *
      *   PREDECESSOR RULE BELOW                                       *
      *                                                                *
      *   A LANE=EXPEDITE CARD, WHICH MUST BE THE FIRST CARD, SWITCHES *
      *   THE RUN TO THE INTRADAY EXPEDITE LANE: ITS OWN CONTROL FILE  *
      *   (EXPCTL) AND ITS OWN THREE-STEP CHAIN STRPGM7, STRPGM6,      *
      *   STRPGM14. A DATE= CARD OPENS A NEW EXPEDITE RUN ONCE THE     *
      *   LAST ONE FOR THAT DATE IS COMPLETE, AND THE EXPEDITE LANE    *
      *   DOES NOT ROLL. NEITHER LANE MAY START A STEP WHILE A STEP    *
      *   OF THE OTHER LANE IS STARTED AND NOT YET COMPLETE            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRPGM20.
           SELECT CYCLE-CTL-FILE   ASSIGN TO CYCLECTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CYCLECTL-STATUS.
           SELECT EXPEDITE-CTL-FILE ASSIGN TO EXPCTL
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-EXPCTL-STATUS.
           SELECT HOLIDAY-FILE     ASSIGN TO HOLIDAYS
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-HOLIDAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CTL-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  CYCLE-CTL-REC                PIC X(87).

       FD  EXPEDITE-CTL-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  EXPEDITE-CTL-REC             PIC X(87).

       FD  HOLIDAY-FILE
           RECORD CONTAINS 10 CHARACTERS.

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM20'.
       77  WS-STEP-MAX             PIC 9(02)   VALUE 7.
       77  WS-EXPD-STEP-MAX        PIC 9(02)   VALUE 3.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
               88  REQUEST-REFUSED             VALUE 'Y'.
           05  WS-BUSDAY-FLAG      PIC X(01)   VALUE 'N'.
               88  IS-BUSINESS-DAY             VALUE 'Y'.
           05  WS-RUN-LANE         PIC X(01)   VALUE SPACE.
               88  NIGHTLY-LANE                VALUE SPACE.
               88  EXPEDITE-LANE               VALUE 'E'.
           05  WS-OTHER-ACT-FLAG   PIC X(01)   VALUE 'N'.
               88  OTHER-LANE-ACTIVE           VALUE 'Y'.
           05  WS-EXPD-OPEN-FLAG   PIC X(01)   VALUE 'N'.
               88  EXPEDITE-RUN-OPEN           VALUE 'Y'.
      *----------------------------------------------------------------*
      *   WORKING COPY OF THE CONTROL RECORD - THE FD RECORD AREA IS   *
      *   ONLY ADDRESSABLE WHILE THE FILE IS OPEN, SO ALL PROCESSING   *
      *----------------------------------------------------------------*
       01  WS-CYCLE-CTL-REC.
           05  CYC-BUS-DATE        PIC X(10)   VALUE SPACES.
           05  CYC-STEP-ENTRY      OCCURS 7 TIMES.
               10  CYC-STEP-NAME   PIC X(08).
               10  CYC-STEP-STATUS PIC X(01).
               10  CYC-STEP-RC     PIC 9(02).
       01  WS-STEP-CHAIN.
           05  FILLER              PIC X(08)   VALUE 'STRPGM38'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM7'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM6'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM9'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM14'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM13'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM28'.
       01  WS-STEP-CHAIN-TBL REDEFINES WS-STEP-CHAIN.
           05  WS-CHAIN-NAME       PIC X(08)   OCCURS 7 TIMES.
       01  WS-EXPD-CHAIN.
           05  FILLER              PIC X(08)   VALUE 'STRPGM7'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM6'.
           05  FILLER              PIC X(08)   VALUE 'STRPGM14'.
           05  FILLER              PIC X(08)   VALUE SPACES.
           05  FILLER              PIC X(08)   VALUE SPACES.
           05  FILLER              PIC X(08)   VALUE SPACES.
           05  FILLER              PIC X(08)   VALUE SPACES.
      *----------------------------------------------------------------*
      *   THE OTHER LANE'S CONTROL RECORD - READ ONLY TO SEE WHETHER   *
      *   ONE OF ITS STEPS IS RUNNING                                  *
      *----------------------------------------------------------------*
       01  WS-OTHER-CTL-REC.
           05  OTH-BUS-DATE        PIC X(10)   VALUE SPACES.
           05  OTH-STEP-ENTRY      OCCURS 7 TIMES.
               10  OTH-STEP-NAME   PIC X(08).
               10  OTH-STEP-STATUS PIC X(01).
               10  OTH-STEP-RC     PIC 9(02).
       01  WS-TRAN-DATA.
           05  WS-TRAN-STEP        PIC X(08)   VALUE SPACES.
           05  WS-TRAN-RC          PIC 9(02)   VALUE ZEROES.
           05  WS-STEP-SUB         PIC 9(02)   VALUE ZEROES.
           05  WS-STEP-HIT         PIC 9(02)   VALUE ZEROES.
           05  WS-TRAN-CNT         PIC 9(05)   VALUE ZEROES.
           05  WS-USED-CNT         PIC 9(02)   VALUE ZEROES.
           05  WS-DONE-CNT         PIC 9(02)   VALUE ZEROES.
       01  WS-HOLIDAY-TABLE-DATA.
           05  WS-HOL-CNT          PIC 9(03)   VALUE ZEROES.
           05  WS-HOL-MAX          PIC 9(03)   VALUE 100.
           05  WS-NEXT-DATE        PIC X(10)   VALUE SPACES.
       01  WS-FILE-STATUSES.
           05  WS-CYCLECTL-STATUS  PIC X(02)   VALUE SPACES.
           05  WS-EXPCTL-STATUS    PIC X(02)   VALUE SPACES.
           05  WS-HOLIDAY-STATUS   PIC X(02)   VALUE SPACES.
           05  WS-PARM-STATUS      PIC X(02)   VALUE SPACES.
       01  WS-ABORT-DATA.
           EXIT.

       150-READ-CONTROL-FILE.
           MOVE 'N'                            TO WS-CTL-FOUND-FLAG.
           IF EXPEDITE-LANE
               PERFORM 155-READ-EXPEDITE-CTL  THRU 155-EXIT
               GO TO 150-EXIT
           END-IF.
           OPEN INPUT CYCLE-CTL-FILE.
           IF WS-CYCLECTL-STATUS = '00'
               READ CYCLE-CTL-FILE INTO WS-CYCLE-CTL-REC
       150-EXIT.
           EXIT.

       155-READ-EXPEDITE-CTL.
           OPEN INPUT EXPEDITE-CTL-FILE.
           IF WS-EXPCTL-STATUS = '00'
               READ EXPEDITE-CTL-FILE INTO WS-CYCLE-CTL-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       SET CONTROL-REC-FOUND  TO TRUE
               END-READ
               CLOSE EXPEDITE-CTL-FILE
           END-IF.
           IF CONTROL-REC-FOUND
               DISPLAY 'EXPEDITE RUN DATE: ' CYC-BUS-DATE
           ELSE
               DISPLAY 'NO EXPEDITE CONTROL RECORD ON FILE'
           END-IF.
       155-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   THE NIGHTLY AND EXPEDITE LANES BOTH UPDATE STRMASTR AND      *
      *   AUDITLOG - A STEP STARTED BUT NOT COMPLETE IN THE OTHER      *
      *   LANE BLOCKS ANY START IN THIS ONE                            *
      *----------------------------------------------------------------*
       160-CHECK-OTHER-LANE.
           MOVE 'N'                            TO WS-OTHER-ACT-FLAG.
           MOVE SPACES                         TO WS-OTHER-CTL-REC.
           IF EXPEDITE-LANE
               OPEN INPUT CYCLE-CTL-FILE
               IF WS-CYCLECTL-STATUS = '00'
                   READ CYCLE-CTL-FILE INTO WS-OTHER-CTL-REC
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE CYCLE-CTL-FILE
               END-IF
           ELSE
               OPEN INPUT EXPEDITE-CTL-FILE
               IF WS-EXPCTL-STATUS = '00'
                   READ EXPEDITE-CTL-FILE INTO WS-OTHER-CTL-REC
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE EXPEDITE-CTL-FILE
               END-IF
           END-IF.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
               IF OTH-STEP-STATUS(WS-STEP-SUB) = 'S'
                   SET OTHER-LANE-ACTIVE      TO TRUE
                   MOVE OTH-STEP-NAME(WS-STEP-SUB)
                                              TO WS-TRAN-STEP
               END-IF
           END-PERFORM.
       160-EXIT.
           EXIT.

       200-PROCESS-TRANSACTIONS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
           IF PARM-REC = SPACES
               GO TO 220-EXIT
           END-IF.
           ADD 1                              TO WS-TRAN-CNT.
           EVALUATE TRUE
               WHEN PARM-REC(1:13) = 'LANE=EXPEDITE'
                   PERFORM 230-SELECT-EXPEDITE THRU 230-EXIT
               WHEN PARM-REC(1:5) = 'DATE='
                   PERFORM 300-INITIALIZE-CYCLE THRU 300-EXIT
               WHEN PARM-REC(1:6) = 'START='
       220-EXIT.
           EXIT.

       230-SELECT-EXPEDITE.
           IF WS-TRAN-CNT > 1
               DISPLAY 'REFUSED: LANE=EXPEDITE MUST BE THE FIRST CARD'
               SET REQUEST-REFUSED            TO TRUE
               GO TO 230-EXIT
           END-IF.
           SET EXPEDITE-LANE                  TO TRUE.
           MOVE WS-EXPD-CHAIN                 TO WS-STEP-CHAIN.
           MOVE WS-EXPD-STEP-MAX              TO WS-STEP-MAX.
           DISPLAY 'RUN LANE: EXPEDITE'.
           PERFORM 150-READ-CONTROL-FILE      THRU 150-EXIT.
       230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   A DATE= CARD MAY NOT REOPEN A BUSINESS DATE THAT ALREADY     *
      *   HAS COMPLETED STEPS - THAT IS A DUPLICATE RUN. A FULLY       *
      *   FRESH DATE, OR A DIFFERENT DATE, INITIALIZES AS BEFORE       *
      *----------------------------------------------------------------*
       300-INITIALIZE-CYCLE.
           IF EXPEDITE-LANE
               PERFORM 310-CHECK-EXPEDITE-RUN THRU 310-EXIT
               IF EXPEDITE-RUN-OPEN
                   GO TO 300-EXIT
               END-IF
           END-IF.
           IF NIGHTLY-LANE AND CONTROL-REC-FOUND
                   AND PARM-REC(6:10) = CYC-BUS-DATE
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-MAX
                   GO TO 300-EXIT
               END-IF
           END-IF.
           IF NIGHTLY-LANE AND CONTROL-REC-FOUND
               DISPLAY 'WARNING: EXISTING CYCLE FOR ' CYC-BUS-DATE
                       ' OVERRIDDEN BY OPERATOR'
           END-IF.
               MOVE ZEROES                    TO
                   CYC-STEP-RC(WS-STEP-SUB)
           END-PERFORM.
           PERFORM VARYING WS-STEP-SUB FROM WS-STEP-SUB BY 1
                   UNTIL WS-STEP-SUB > 7
               MOVE SPACES                    TO
                   CYC-STEP-NAME(WS-STEP-SUB)
               MOVE SPACE                     TO
                   CYC-STEP-STATUS(WS-STEP-SUB)
               MOVE ZEROES                    TO
                   CYC-STEP-RC(WS-STEP-SUB)
           END-PERFORM.
           SET CONTROL-REC-FOUND              TO TRUE.
           PERFORM 800-WRITE-CONTROL-FILE     THRU 800-EXIT.
           DISPLAY 'CYCLE INITIALIZED FOR ' CYC-BUS-DATE.
       300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   SEVERAL EXPEDITE RUNS MAY BE MADE IN ONE DAY. A NEW RUN IS   *
      *   REFUSED ONLY WHILE THE CURRENT RUN FOR THE SAME DATE HAS     *
      *   STARTED BUT NOT FINISHED EVERY STEP                          *
      *----------------------------------------------------------------*
       310-CHECK-EXPEDITE-RUN.
           MOVE 'N'                           TO WS-EXPD-OPEN-FLAG.
           IF NOT CONTROL-REC-FOUND
               GO TO 310-EXIT
           END-IF.
           MOVE ZEROES                        TO WS-USED-CNT.
           MOVE ZEROES                        TO WS-DONE-CNT.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
               IF CYC-STEP-STATUS(WS-STEP-SUB) NOT = SPACE
                   ADD 1                      TO WS-USED-CNT
               END-IF
               IF CYC-STEP-STATUS(WS-STEP-SUB) = 'C'
                   ADD 1                      TO WS-DONE-CNT
               END-IF
           END-PERFORM.
           IF WS-USED-CNT > 0
                   AND WS-DONE-CNT < WS-STEP-MAX
               IF PARM-REC(6:10) = CYC-BUS-DATE
                   DISPLAY 'REFUSED: EXPEDITE RUN FOR ' CYC-BUS-DATE
                           ' STILL IN PROGRESS'
                   SET REQUEST-REFUSED        TO TRUE
                   SET EXPEDITE-RUN-OPEN      TO TRUE
                   GO TO 310-EXIT
               END-IF
               DISPLAY 'WARNING: UNFINISHED EXPEDITE RUN FOR '
                       CYC-BUS-DATE ' OVERRIDDEN BY OPERATOR'
           END-IF.
       310-EXIT.
           EXIT.

       350-FIND-STEP.
           MOVE ZEROES                        TO WS-STEP-HIT.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
      *   WITH RC 04 OR BETTER - EXCEPT THE STRPGM14 TRANSMIT GATE,    *
      *   WHICH IS HELD UNTIL THE STRPGM9 BALANCER COMPLETED RC 00.    *
      *   A COMPLETED STEP MAY NOT BE STARTED AGAIN FOR THE SAME       *
      *   BUSINESS DATE - EXCEPT THE STRPGM38 VALIDATION AFTER IT      *
      *   FAILED, WHICH ONLY READS THE CONTROL FILES AND IS RERUN      *
      *   ONCE THEY ARE CORRECTED                                      *
      *----------------------------------------------------------------*
       400-START-STEP.
           IF NOT CONTROL-REC-FOUND
               GO TO 400-EXIT
           END-IF.
           IF CYC-STEP-STATUS(WS-STEP-HIT) = 'C'
               IF WS-TRAN-STEP = 'STRPGM38'
                       AND CYC-STEP-RC(WS-STEP-HIT) > 4
                   DISPLAY 'RERUN OF ' WS-TRAN-STEP ' AFTER RC '
                           CYC-STEP-RC(WS-STEP-HIT)
                   MOVE ZEROES                TO
                       CYC-STEP-RC(WS-STEP-HIT)
               ELSE
                   DISPLAY 'REFUSED: ' WS-TRAN-STEP
                           ' ALREADY COMPLETE FOR ' CYC-BUS-DATE
                   SET REQUEST-REFUSED        TO TRUE
                   GO TO 400-EXIT
               END-IF
           END-IF.
           PERFORM 160-CHECK-OTHER-LANE       THRU 160-EXIT.
           IF OTHER-LANE-ACTIVE
               DISPLAY 'REFUSED: ' WS-TRAN-STEP ' OF THE OTHER LANE'
                       ' IS RUNNING'
               SET REQUEST-REFUSED            TO TRUE
               GO TO 400-EXIT
           END-IF.
                   GO TO 400-EXIT
               END-IF
               IF WS-TRAN-STEP = 'STRPGM14'
                       AND CYC-STEP-NAME(WS-STEP-HIT - 1) = 'STRPGM9'
                       AND CYC-STEP-RC(WS-STEP-HIT - 1) NOT = 0
                   DISPLAY 'REFUSED: NO TRANSMIT GATE UNTIL '
                           'STRPGM9 BALANCED RC 00'
           EXIT.

       600-ROLL-CYCLE.
           IF EXPEDITE-LANE
               DISPLAY 'REFUSED: THE EXPEDITE LANE IS NOT ROLLED - '
                       'USE DATE= FOR A NEW RUN'
               SET REQUEST-REFUSED            TO TRUE
               GO TO 600-EXIT
           END-IF.
           IF NOT CONTROL-REC-FOUND
               DISPLAY 'REFUSED: NO CYCLE INITIALIZED'
               SET REQUEST-REFUSED            TO TRUE
           EXIT.

       800-WRITE-CONTROL-FILE.
           IF EXPEDITE-LANE
               PERFORM 810-WRITE-EXPEDITE-CTL THRU 810-EXIT
               GO TO 800-EXIT
           END-IF.
           OPEN OUTPUT CYCLE-CTL-FILE.
           MOVE 'CYCLECTL'                    TO WS-IO-FILE-NAME.
           MOVE WS-CYCLECTL-STATUS            TO WS-IO-STATUS.
       800-EXIT.
           EXIT.

       810-WRITE-EXPEDITE-CTL.
           OPEN OUTPUT EXPEDITE-CTL-FILE.
           MOVE 'EXPCTL'                      TO WS-IO-FILE-NAME.
           MOVE WS-EXPCTL-STATUS              TO WS-IO-STATUS.
           PERFORM 970-CHECK-IO               THRU 970-EXIT.
           WRITE EXPEDITE-CTL-REC FROM WS-CYCLE-CTL-REC.
           IF WS-EXPCTL-STATUS NOT = '00'
               MOVE 'EXPCTL'                  TO WS-IO-FILE-NAME
               MOVE WS-EXPCTL-STATUS          TO WS-IO-STATUS
               PERFORM 980-IO-ABORT           THRU 980-EXIT
           END-IF.
           CLOSE EXPEDITE-CTL-FILE.
       810-EXIT.
           EXIT.

       900-CONTROL-TOTALS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STRPGM20 CYCLE STATUS'.
           IF EXPEDITE-LANE
               DISPLAY 'RUN LANE .............. EXPEDITE'
           END-IF.
           IF CONTROL-REC-FOUND
               DISPLAY 'BUSINESS DATE ......... ' CYC-BUS-DATE
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
