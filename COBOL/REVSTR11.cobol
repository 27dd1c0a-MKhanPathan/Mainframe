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

       FD  AUDIT-NEW-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  AUDNEW-REC                   PIC X(178).

       FD  ARCHIVE-FILE
           RECORD CONTAINS 178 CHARACTERS.
       01  ARCH-REC                     PIC X(178).

       FD  PARM-FILE
           RECORD CONTAINS 03 CHARACTERS.
