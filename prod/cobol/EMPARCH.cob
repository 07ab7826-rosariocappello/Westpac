       DATA DIVISION.
       FILE SECTION.
       FD  EMP-ARCHIVE-FILE.
           COPY EMPARCHR.

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
