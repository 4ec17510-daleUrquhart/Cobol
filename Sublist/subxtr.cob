       DATA DIVISION.
       FILE SECTION.
       FD  SUBLIST-OUT
           RECORD CONTAINS 27 CHARACTERS.
       01  SUBLIST-OUT-REC.
           05 SO-KEY.
               10 SO-LIST-ID PIC X(8).
               10 SO-INDEX PIC 9(4).
           05 SO-VALUE PIC 9(15).

       FD  SUB-INTERFACE
       01  IFACE-DTL.
           05 ID-REC-TYPE PIC X.
           05 ID-LIST-ID PIC X(8).
           05 ID-INDEX PIC 9(4).
           05 ID-VALUE PIC 9(15).
           05 FILLER PIC X(12).
       01  IFACE-TRL.
           05 IT-REC-TYPE PIC X.
           05 IT-COUNT PIC 9(15).
