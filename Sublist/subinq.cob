       DATA DIVISION.
       FILE SECTION.
       FD  SUBLIST-OUT
           RECORD CONTAINS 27 CHARACTERS.
       01  SUBLIST-OUT-REC.
           05 SO-KEY.
               10 SO-LIST-ID PIC X(8).
               10 SO-INDEX PIC 9(4).
           05 SO-VALUE PIC 9(15).

       FD  INQUIRY-RPT
           01 WS-LIST-ID PIC X(8) VALUE SPACES.
           01 WS-FROM-TEXT PIC X(8) VALUE SPACES.
           01 WS-TO-TEXT PIC X(8) VALUE SPACES.
           01 WS-FROM-INDEX PIC 9(4) VALUE 1.
           01 WS-TO-INDEX PIC 9(4) VALUE 9999.
           01 WS-FOUND-CT PIC 9(4) VALUE 0.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.

               05 FILLER PIC X(9) VALUE "LIST-ID: ".
               05 RH1-LIST-ID PIC X(8).
               05 FILLER PIC X(8) VALUE "  FROM: ".
               05 RH1-FROM PIC Z(3)9.
               05 FILLER PIC X(6) VALUE "  TO: ".
               05 RH1-TO PIC Z(3)9.

           01 RPT-HEADING-2.
               05 FILLER PIC X(80) VALUE
               05 FILLER PIC X(10) VALUE "VALUE".

           01 RPT-DETAIL-LINE.
               05 RD-INDEX PIC Z(3)9.
               05 FILLER PIC X(6) VALUE SPACES.
               05 RD-VALUE PIC Z(14)9.

           01 RPT-FOUND-LINE.
               05 FILLER PIC X(8) VALUE "SUBINQ: ".
               05 DL-LIST-ID PIC X(8).
               05 FILLER PIC X(1) VALUE "(".
               05 DL-INDEX PIC 9(4).
               05 FILLER PIC X(4) VALUE ") = ".
               05 DL-VALUE PIC Z(14)9.

