           01 WS-EXC-CT PIC 9(5) VALUE 0.
           01 WS-EXC-AVAIL-SW PIC X VALUE 'N'.
           01 WS-REJ-CT PIC 9(5) VALUE 0.
           01 WS-REJ-TEXT PIC X(5) VALUE SPACES.
           01 WS-REJ-AVAIL-SW PIC X VALUE 'N'.

           01 WS-ALERT-CT PIC 9(5) VALUE 0.
           END-READ
           IF NOT SCAN-EOF
               IF WS-SCAN-LINE(1:14) = "TOTAL REJECTS:"
                   MOVE WS-SCAN-LINE(21:5) TO WS-REJ-TEXT
                   INSPECT WS-REJ-TEXT REPLACING ALL SPACE BY ZERO
                   IF WS-REJ-TEXT IS NUMERIC
                       MOVE WS-REJ-TEXT TO WS-REJ-CT
