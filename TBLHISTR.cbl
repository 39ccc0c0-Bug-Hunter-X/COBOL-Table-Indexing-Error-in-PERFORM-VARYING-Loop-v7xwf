       DATA DIVISION.
       FILE SECTION.
       FD  TBLHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CPTBLHST.

       FD  ASOFCARD
