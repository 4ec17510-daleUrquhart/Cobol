       DATA DIVISION.
       FILE SECTION.
       FD  SUBLIST-OUT
           RECORD CONTAINS 27 CHARACTERS.
       01  SUBLIST-OUT-REC.
           05 SO-KEY.
               10 SO-LIST-ID PIC X(8).
               10 SO-INDEX PIC 9(4).
           05 SO-VALUE PIC 9(15).

       FD  BALANCE-RPT
