           COPY "GAMELOG.CPY".

       FD  VALID-FILE.
       01  VALID-RECORD PIC X(72).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           02  RJ-REASON PIC X(2).
           02  RJ-DATA PIC X(72).

       WORKING-STORAGE SECTION.

