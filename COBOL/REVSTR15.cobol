       DATA DIVISION.
       FILE SECTION.
       FD  STRING-IN-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  IN-STRING-REC                PIC X(61).

       FD  PART01-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  PART01-REC                   PIC X(61).

       FD  PART02-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  PART02-REC                   PIC X(61).

       FD  PART03-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  PART03-REC                   PIC X(61).

       FD  PART04-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  PART04-REC                   PIC X(61).

       FD  SPLIT-CTL-FILE
           RECORD CONTAINS 47 CHARACTERS.
