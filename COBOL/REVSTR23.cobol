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
       01  ARCH-REC                     PIC X(178).

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

       WORKING-STORAGE SECTION.
       77  WS-PROGRAM              PIC X(08)   VALUE 'STRPGM23'.
           05  WS-AUD-METHOD-CODE  PIC X(50)   VALUE SPACES.
           05  WS-AUD-SOURCE-CODE  PIC X(03)   VALUE SPACES.
           05  WS-AUD-BACKOUT-FLAG PIC X(01)   VALUE SPACE.
           05  WS-AUD-TXN-ID       PIC X(16)   VALUE SPACES.
           05  WS-AUD-RUN-LANE     PIC X(01)   VALUE SPACE.
       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                 VALUE 'Y'.
           MOVE WS-AUD-METHOD-CODE            TO IDX-METHOD-CODE.
           MOVE WS-AUD-SOURCE-CODE            TO IDX-SOURCE-CODE.
           MOVE WS-AUD-BACKOUT-FLAG           TO IDX-BACKOUT-FLAG.
           MOVE WS-AUD-TXN-ID                 TO IDX-TXN-ID.
           MOVE WS-AUD-RUN-LANE               TO IDX-RUN-LANE.
           MOVE 'N'                           TO WS-STORED-FLAG.
           PERFORM 350-TRY-STORE              THRU 350-EXIT
               UNTIL ROW-STORED OR IDX-SEQ > 99990.
