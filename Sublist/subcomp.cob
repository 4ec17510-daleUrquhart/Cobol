       DATA DIVISION.
       FILE SECTION.
       FD  SUBLIST-NEW
           RECORD CONTAINS 27 CHARACTERS.
       01  SUBLIST-NEW-REC.
           05 SN-KEY.
               10 SN-LIST-ID PIC X(8).
               10 SN-INDEX PIC 9(4).
           05 SN-VALUE PIC 9(15).

       FD  SUBLIST-PRV
           RECORD CONTAINS 27 CHARACTERS.
       01  SUBLIST-PRV-REC.
           05 SP-KEY.
               10 SP-LIST-ID PIC X(8).
               10 SP-INDEX PIC 9(4).
           05 SP-VALUE PIC 9(15).

       FD  DELTA-RPT
               88 NEW-EOF VALUE 'Y'.
           01 WS-PRV-EOF-SW PIC X VALUE 'N'.
               88 PRV-EOF VALUE 'Y'.
           01 WS-NEW-KEY PIC X(12) VALUE LOW-VALUES.
           01 WS-PRV-KEY PIC X(12) VALUE LOW-VALUES.
           01 WS-CONTROL-ID PIC X(8) VALUE "*CONTROL".

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-LIST-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-INDEX PIC Z(3)9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 RD-PRV-VALUE PIC X(15).
               05 FILLER PIC X(3) VALUE SPACES.
               05 RD-NEW-VALUE PIC X(15).
