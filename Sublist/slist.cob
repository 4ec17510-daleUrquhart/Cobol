           SELECT BUS-DATE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT SUBOUT-JOURNAL ASSIGN TO "SUBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJRNL-STATUS.
           SELECT LIST-REGISTRY ASSIGN TO "LISTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTREG-STATUS.
           SELECT LIST-ARRIVAL ASSIGN TO "LISTARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTARR-STATUS.
           SELECT LIST-ACK ASSIGN TO "SUBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-IN
           RECORD CONTAINS 28 CHARACTERS.
       01  LIST-IN-REC.
           05 LI-REC-TYPE PIC X.
           05 FILLER PIC X(27).
       01  LIST-IN-HDR.
           05 FILLER PIC X.
           05 LH-LIST-ID PIC X(8).
           05 LH-COUNT PIC X(4).
           05 LH-SOURCE PIC X(8).
           05 FILLER PIC X(7).
       01  LIST-IN-DTL.
           05 FILLER PIC X.
           05 LD-VALUE PIC X(5).
           05 LD-CYCLE PIC X(2).
           05 FILLER PIC X(20).
       01  LIST-IN-TRL.
           05 FILLER PIC X.
           05 LT-COUNT PIC X(4).
           05 FILLER PIC X(23).

       FD  SUBLIST-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  EXC-LINE PIC X(80).

       FD  SUBLIST-OUT
           RECORD CONTAINS 27 CHARACTERS.
       01  SUBLIST-OUT-REC.
           05 SO-KEY.
               10 SO-LIST-ID PIC X(8).
               10 SO-INDEX PIC 9(4).
           05 SO-VALUE PIC 9(15).

       FD  SUBLIST-POST
       01  POST-LINE PIC X(80).

       FD  SUBLIST-OLD
           RECORD CONTAINS 27 CHARACTERS.
       01  SUBLIST-OLD-REC.
           05 SOLD-KEY.
               10 SOLD-LIST-ID PIC X(8).
               10 SOLD-INDEX PIC 9(4).
           05 SOLD-VALUE PIC 9(15).

       FD  SUBLIST-PRV
           RECORD CONTAINS 27 CHARACTERS.
       01  SUBLIST-PRV-REC.
           05 SP-KEY.
               10 SP-LIST-ID PIC X(8).
               10 SP-INDEX PIC 9(4).
           05 SP-VALUE PIC 9(15).

       FD  SUBLOG
       01  SUBLOG-LINE PIC X(80).

       FD  LIST-RECYCLE
           RECORD CONTAINS 21 CHARACTERS.
       01  RECYCLE-REC.
           05 RC-LIST-ID PIC X(8).
           05 RC-REC-NO PIC 9(4).
           05 RC-VALUE PIC X(5).
           05 RC-REASON PIC X(2).
           05 RC-CYCLE PIC 9(2).
           RECORD CONTAINS 30 CHARACTERS.
           COPY PROCDATE.

       FD  SUBOUT-JOURNAL
           RECORD CONTAINS 100 CHARACTERS.
           COPY SUBJRNL.

       FD  LIST-REGISTRY
           RECORD CONTAINS 40 CHARACTERS.
           COPY LISTREG.

       FD  LIST-ARRIVAL
           RECORD CONTAINS 50 CHARACTERS.
           COPY LISTARR.

       FD  LIST-ACK
           RECORD CONTAINS 120 CHARACTERS.
           COPY SUBACK.

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 N PIC 9(4) VALUE 0.
           01 WS-MAX-ELEMENTS PIC 9(4) VALUE 9999.
           01 L OCCURS 9999 TIMES PIC 9(5) VALUE ZERO.
           01 S OCCURS 9999 TIMES PIC 9(15) VALUE ZERO.
           01 Last-Square PIC 99999999 VALUE 0.
           01 FPI PIC 9999 VALUE 0.
           01 LSI PIC 9999 VALUE 0.
           01 IS-EVEN PIC X VALUE 'N'.
           01 I PIC 9(5) VALUE 0.
           01 J PIC 999 VALUE 0.
           01 CURRENT-ELEMENT PIC 9(5) VALUE 0.
           01 WS-PRIME-QUOT PIC 9(5) VALUE 0.
           01 WS-PRIME-REM PIC 9(5) VALUE 0.
           01 WS-SQRT PIC 9(3) VALUE 0.
           01 IS-PRIME-FLAG PIC X VALUE 'N'.
           01 IS-PERFECT-SQUARE-FLAG PIC X VALUE 'N'.
           01 S-START PIC 9(5) VALUE 0.
           01 WS-LIST-IN-STATUS PIC XX VALUE '00'.
           01 WS-LIST-IN-EOF-SW PIC X VALUE 'N'.
               88 LIST-IN-EOF VALUE 'Y'.
           01 WS-REASON-CODE PIC X(2) VALUE SPACES.
           01 WS-IN-CYCLE PIC 9(2) VALUE 0.
           01 WS-RAW-VALUE PIC X(5) VALUE SPACES.
           01 WS-REJECT-CT PIC 9(5) VALUE 0.
           01 WS-EXCEPT-RPT-STATUS PIC XX VALUE '00'.
           01 WS-NO-RESULT-SW PIC X VALUE 'N'.
               88 NO-RESULT-FOUND VALUE 'Y'.
           01 WS-PARM-TOK1 PIC X(8) VALUE SPACES.
           01 WS-PARM-TOK2 PIC X(8) VALUE SPACES.
           01 WS-PARM-TOK3 PIC X(8) VALUE SPACES.
           01 WS-PARM-TOK4 PIC X(8) VALUE SPACES.
           01 WS-MODE-TOKEN PIC X(8) VALUE SPACES.
           01 WS-SIM-MODE-SW PIC X VALUE 'N'.
               88 SIMULATION-MODE VALUE 'Y'.
           01 WS-SIM-SUBOUT-SW PIC X VALUE 'N'.
               88 SIM-SUBOUT-AVAILABLE VALUE 'Y'.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.

           01 WS-EXPECTED-CT PIC 9(4) VALUE 0.
           01 WS-TRAILER-CT PIC 9(4) VALUE 0.
           01 WS-LIST-FULL-SW PIC X VALUE 'N'.
               88 LIST-FULL VALUE 'Y'.
           01 WS-TRAILER-OK-SW PIC X VALUE 'N'.
               05 EXC-NP-LIST-ID PIC X(8).
               05 FILLER PIC X(36) VALUE
                   " NO PRIME ELEMENT FOUND IN LIST OF ".
               05 EXC-NP-N PIC Z(3)9.
               05 FILLER PIC X(12) VALUE " ELEMENTS.".

           01 EXC-BAD-ORDER-LINE.
               05 EXC-BO-LIST-ID PIC X(8).
               05 FILLER PIC X(22) VALUE
                   " LAST SQUARE AT INDEX ".
               05 EXC-BO-LSI PIC Z(3)9.
               05 FILLER PIC X(25) VALUE
                   " PRECEDES FIRST PRIME AT ".
               05 EXC-BO-FPI PIC Z(3)9.

           01 EXC-NO-SQUARE-LINE.
               05 FILLER PIC X(6) VALUE "LIST ".
               05 EXC-NS-LIST-ID PIC X(8).
               05 FILLER PIC X(37) VALUE
                   " NO PERFECT SQUARE FOUND IN LIST OF ".
               05 EXC-NS-N PIC Z(3)9.
               05 FILLER PIC X(12) VALUE " ELEMENTS.".

           01 REJ-DETAIL-LINE.
               05 RJ-LABEL PIC X(11) VALUE "REJECT REC ".
               05 RJ-REC-NO PIC Z(3)9.
               05 FILLER PIC X(7) VALUE " LIST: ".
               05 RJ-LIST-ID PIC X(8).
               05 FILLER PIC X(9) VALUE " VALUE: ".
               05 RJL-REASON PIC X(30).
           01 REJ-TRAILER-LINE.
               05 FILLER PIC X(20) VALUE "TOTAL REJECTS: ".
               05 RJ-TOTAL-CT PIC Z(4)9.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
               88 LIST-CHANGED VALUE 'Y'.
           01 WS-REC-NEW-SW PIC X VALUE 'N'.
               88 REC-IS-NEW VALUE 'Y'.
           01 WS-SUBJRNL-STATUS PIC XX VALUE '00'.
           01 WS-JRNL-NEW-SW PIC X VALUE 'N'.
               88 JOURNAL-STARTED VALUE 'Y'.
           01 WS-JRNL-ACTION PIC X VALUE SPACES.
           01 WS-JRNL-LIST-ID PIC X(8) VALUE SPACES.
           01 WS-JRNL-INDEX PIC 9(4) VALUE 0.
           01 WS-JRNL-BEFORE PIC 9(15) VALUE 0.
           01 WS-JRNL-AFTER PIC 9(15) VALUE 0.
           01 WS-LISTREG-STATUS PIC XX VALUE '00'.
           01 WS-LISTARR-STATUS PIC XX VALUE '00'.
           01 WS-REG-EOF-SW PIC X VALUE 'N'.
               88 REG-EOF VALUE 'Y'.
           01 WS-REG-MAX PIC 999 VALUE 500.
           01 WS-REG-CT PIC 999 VALUE 0.
           01 WS-REG-SUB PIC 999 VALUE 0.
           01 WS-REG-TABLE.
               05 WS-REG-ENTRY OCCURS 500 TIMES.
                   10 WS-REG-LIST-ID PIC X(8).
                   10 WS-REG-DEPT PIC X(8).
                   10 WS-REG-ACTIVE PIC X.
           01 WS-REG-STATE-SW PIC X VALUE 'U'.
               88 LIST-UNREGISTERED VALUE 'U'.
               88 LIST-INACTIVE VALUE 'I'.
               88 LIST-REGISTERED VALUE 'A' 'I'.
           01 WS-SUBACK-STATUS PIC XX VALUE '00'.
           01 WS-LIST-SOURCE PIC X(8) VALUE SPACES.
           01 WS-ACK-SEQ PIC 9(5) VALUE 0.
           01 WS-ACK-OUTCOME PIC X(9) VALUE SPACES.
           01 WS-ACK-POSTING PIC X(9) VALUE SPACES.
           01 WS-ACK-REASON PIC X(30) VALUE SPACES.
           01 WS-ACK-DTL-CT PIC 9(5) VALUE 0.
           01 WS-ACK-REJ-CT PIC 9(5) VALUE 0.
           01 WS-ACK-UNK-CT PIC 9(5) VALUE 0.
           01 WS-ACK-POSTED-CT PIC 9(4) VALUE 0.
           01 WS-ACK-DROPPED-CT PIC 9(4) VALUE 0.
           01 WS-ACK-TRL-SW PIC X VALUE 'N'.
               88 TRAILER-RECEIVED VALUE 'Y'.
           01 WS-PRIOR-MAP.
               05 WS-PRIOR-IX OCCURS 9999 TIMES PIC X.
           01 WS-POST-IX PIC 9(5) VALUE 0.
           01 WS-REC-ADD-CT PIC 9(4) VALUE 0.
           01 WS-REC-REPL-CT PIC 9(4) VALUE 0.
           01 WS-REC-DEL-CT PIC 9(4) VALUE 0.
           01 WS-LISTS-ADD-CT PIC 999 VALUE 0.
           01 WS-LISTS-REPL-CT PIC 999 VALUE 0.
           01 WS-LISTS-UNCH-CT PIC 999 VALUE 0.
               05 FILLER PIC X(80) VALUE
                   "SUBLIST - SUBOUT MASTER POSTING REGISTER".

           01 POST-SIM-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "SUBLIST - SIMULATION - WOULD POST TO SUBOUT (NOTHING
      -            " POSTED)".

           01 POST-COMPARE-LINE.
               05 PC-LIST-ID PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 PC-ACTION PIC X(13).
               05 FILLER PIC X(7) VALUE " INDEX ".
               05 PC-INDEX PIC Z(3)9.
               05 FILLER PIC X(10) VALUE "  CURRENT ".
               05 PC-CURRENT PIC Z(14)9.
               05 FILLER PIC X(6) VALUE "  NEW ".
               05 PC-NEW PIC Z(14)9.

           01 POST-DETAIL-LINE.
               05 FILLER PIC X(9) VALUE "LIST-ID: ".
               05 PD-LIST-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PD-DISP PIC X(9).
               05 FILLER PIC X(9) VALUE "  RECS: ".
               05 PD-RECS PIC Z(3)9.
               05 FILLER PIC X(11) VALUE "  DROPPED: ".
               05 PD-DELS PIC Z(3)9.

           01 POST-TOTAL-LINE.
               05 FILLER PIC X(8) VALUE "ADDED: ".
               05 FILLER PIC X(80) VALUE
                   "SUBLIST - PRIME-TO-SQUARE TRANSFORMATION REPORT".

           01 RPT-SIM-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "SUBLIST - PRIME-TO-SQUARE TRANSFORMATION REPORT - SI
      -            "MULATION ONLY".

           01 RPT-LIST-HEADING.
               05 FILLER PIC X(9) VALUE "LIST-ID: ".
               05 RHL-LIST-ID PIC X(8).
               05 FILLER PIC X(10) VALUE "VALUE".

           01 RPT-DETAIL-LINE.
               05 RD-INDEX PIC Z(3)9.
               05 FILLER PIC X(6) VALUE SPACES.
               05 RD-VALUE PIC Z(14)9.

           01 RPT-TOTAL-LINE.
               05 FILLER PIC X(20) VALUE "LINE COUNT: ".
               05 RT-COUNT PIC Z(3)9.
               05 FILLER PIC X(9) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "SUM OF S: ".
               05 RT-SUM PIC Z(17)9.

           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-PARM-TOK1 WS-PARM-TOK2 WS-PARM-TOK3
                   WS-PARM-TOK4
           END-UNSTRING
           IF WS-PARM-TOK1(1:1) IS NUMERIC AND WS-PARM-TOK1(2:7)
                   = SPACES
               MOVE WS-PARM-TOK1(1:1) TO WS-OP-CODE-TEXT
               MOVE WS-PARM-TOK2 TO WS-RUN-ID
               MOVE WS-PARM-TOK3 TO WS-RUN-OPERATOR
               MOVE WS-PARM-TOK4 TO WS-MODE-TOKEN
           ELSE
               MOVE WS-PARM-TOK1 TO WS-RUN-ID
               MOVE WS-PARM-TOK2 TO WS-RUN-OPERATOR
               MOVE WS-PARM-TOK3 TO WS-MODE-TOKEN
           END-IF
           IF WS-MODE-TOKEN = "SIMULATE"
               MOVE 'Y' TO WS-SIM-MODE-SW
           END-IF
           IF WS-OP-CODE-TEXT IS NUMERIC
                   AND WS-OP-CODE-TEXT NOT = SPACES
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           IF SIMULATION-MODE
               DISPLAY "SUBLIST: SIMULATION MODE - SUBOUT, SUBPRV, "
                   "STEPCTL AND SUBLOG WILL NOT BE UPDATED"
           ELSE
               PERFORM CHECK-STEP-CONTROL
               IF STEP-BYPASSED
                   DISPLAY "SUBLIST: ALREADY COMPLETE FOR THIS RUN, "
                       "BYPASSED"
                   CLOSE STEP-CONTROL
                   PERFORM WRITE-SUBLOG
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-LIST-REGISTRY
           IF NOT SIMULATION-MODE
               PERFORM OPEN-LIST-ARRIVAL
               PERFORM OPEN-SUBOUT-JOURNAL
               IF JOURNAL-STARTED
                   PERFORM JOURNAL-OPENING-IMAGES
               END-IF
               PERFORM SNAPSHOT-SUBOUT
           END-IF
           OPEN INPUT LIST-IN
           IF WS-LIST-IN-STATUS NOT = '00'
               DISPLAY "SUBLIST: UNABLE TO OPEN LIST-IN, STATUS="
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIMULATION-MODE
               OPEN OUTPUT LIST-RECYCLE
               IF WS-LIST-RCYC-STATUS NOT = '00'
                   DISPLAY "SUBLIST: UNABLE TO OPEN LIST-RECYCLE, "
                       "STATUS=" WS-LIST-RCYC-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT EXCEPT-RPT
           IF WS-EXCEPT-RPT-STATUS NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SIMULATION-MODE
               PERFORM OPEN-SUBOUT-FOR-COMPARE
           ELSE
               OPEN I-O SUBLIST-OUT
               IF WS-SUBLIST-OUT-STATUS = '35'
                       OR WS-SUBLIST-OUT-STATUS = '05'
                   OPEN OUTPUT SUBLIST-OUT
                   CLOSE SUBLIST-OUT
                   OPEN I-O SUBLIST-OUT
               END-IF
               IF WS-SUBLIST-OUT-STATUS NOT = '00'
                   DISPLAY "SUBLIST: UNABLE TO OPEN SUBLIST-OUT, "
                       "STATUS=" WS-SUBLIST-OUT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT SUBLIST-POST
           IF WS-SUBLIST-POST-STATUS NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SIMULATION-MODE
               OPEN OUTPUT LIST-ACK
               IF WS-SUBACK-STATUS NOT = '00'
                   DISPLAY "SUBLIST: UNABLE TO OPEN LIST-ACK, STATUS="
                       WS-SUBACK-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM WRITE-POST-HEADINGS
           PERFORM READ-LIST-IN
           PERFORM PROCESS-LIST UNTIL LIST-IN-EOF
           CLOSE LIST-IN
           PERFORM WRITE-REJECT-TRAILER
           CLOSE LIST-REJECTS
           CLOSE EXCEPT-RPT
           CLOSE SUBLIST-RPT
           PERFORM WRITE-POST-TOTALS
           CLOSE SUBLIST-POST
           IF SIMULATION-MODE
               IF SIM-SUBOUT-AVAILABLE
                   CLOSE SUBLIST-OUT
               END-IF
               DISPLAY "SUBLIST: SIMULATION COMPLETE - LISTS READ "
                   WS-LISTS-READ-CT ", WOULD POST " WS-LISTS-OUT-CT
                   ", REJECTED " WS-LISTS-REJ-CT
               STOP RUN
           END-IF
           CLOSE LIST-RECYCLE
           CLOSE SUBLIST-OUT
           CLOSE SUBOUT-JOURNAL
           CLOSE LIST-ARRIVAL
           CLOSE LIST-ACK
           PERFORM TALLY-SUBOUT-TOTALS
           PERFORM UPDATE-SUBOUT-CONTROL
           IF WS-LISTS-OUT-CT = 0
               END-WRITE
           END-IF.

       LOAD-LIST-REGISTRY.
           MOVE 0 TO WS-REG-CT
           MOVE 'N' TO WS-REG-EOF-SW
           OPEN INPUT LIST-REGISTRY
           IF WS-LISTREG-STATUS NOT = '00'
               DISPLAY "SUBLIST: UNABLE TO OPEN LIST-REGISTRY, STATUS="
                   WS-LISTREG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-LIST-REGISTRY
           PERFORM STORE-LIST-REGISTRY UNTIL REG-EOF
           CLOSE LIST-REGISTRY.

       READ-LIST-REGISTRY.
           READ LIST-REGISTRY
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SW
           END-READ.

       STORE-LIST-REGISTRY.
           IF LR-LIST-ID NOT = SPACES
               IF WS-REG-CT >= WS-REG-MAX
                   DISPLAY "SUBLIST: LIST REGISTRY TABLE FULL, "
                       LR-LIST-ID " IGNORED"
               ELSE
                   ADD 1 TO WS-REG-CT
                   MOVE LR-LIST-ID TO WS-REG-LIST-ID(WS-REG-CT)
                   MOVE LR-DEPT TO WS-REG-DEPT(WS-REG-CT)
                   MOVE LR-ACTIVE TO WS-REG-ACTIVE(WS-REG-CT)
               END-IF
           END-IF
           PERFORM READ-LIST-REGISTRY.

       CHECK-LIST-REGISTRY.
           MOVE 'U' TO WS-REG-STATE-SW
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-CT
               IF WS-REG-LIST-ID(WS-REG-SUB) = WS-LIST-ID
                   IF WS-LIST-SOURCE = SPACES
                       MOVE WS-REG-DEPT(WS-REG-SUB) TO WS-LIST-SOURCE
                   END-IF
                   IF WS-REG-ACTIVE(WS-REG-SUB) = 'Y'
                       MOVE 'A' TO WS-REG-STATE-SW
                   ELSE
                       MOVE 'I' TO WS-REG-STATE-SW
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-LIST-ARRIVAL.
           OPEN EXTEND LIST-ARRIVAL
           IF WS-LISTARR-STATUS = '05' OR WS-LISTARR-STATUS = '35'
               OPEN OUTPUT LIST-ARRIVAL
           END-IF
           IF WS-LISTARR-STATUS NOT = '00'
               DISPLAY "SUBLIST: UNABLE TO OPEN LIST-ARRIVAL, STATUS="
                   WS-LISTARR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-LIST-ARRIVAL.
           MOVE SPACES TO LIST-ARRIVAL-REC
           MOVE WS-LIST-ID TO LA-LIST-ID
           MOVE WS-RUN-DATE TO LA-BUS-DATE
           MOVE RH-RUN-ID TO LA-RUN-ID
           MOVE RH-RUN-DATE TO LA-RUN-DATE
           MOVE RH-RUN-TIME TO LA-RUN-TIME
           IF LIST-REJECTED
               MOVE "REJECTED" TO LA-DISPOSITION
           ELSE
               MOVE "ACCEPTED" TO LA-DISPOSITION
           END-IF
           WRITE LIST-ARRIVAL-REC
           IF WS-LISTARR-STATUS NOT = '00'
               DISPLAY "SUBLIST: WRITE FAILED ON LIST-ARRIVAL FOR "
                   WS-LIST-ID " STATUS=" WS-LISTARR-STATUS
           END-IF.

       WRITE-LIST-ACK.
           ADD 1 TO WS-ACK-SEQ
           MOVE SPACES TO SUBLIST-ACK-REC
           MOVE WS-LIST-SOURCE TO AK-SOURCE
           MOVE WS-ACK-SEQ TO AK-SEQ
           MOVE WS-LIST-ID TO AK-LIST-ID
           MOVE WS-RUN-DATE TO AK-BUS-DATE
           MOVE RH-RUN-ID TO AK-RUN-ID
           MOVE WS-ACK-OUTCOME TO AK-OUTCOME
           MOVE WS-ACK-POSTING TO AK-POSTING
           MOVE WS-EXPECTED-CT TO AK-HDR-CT
           MOVE WS-ACK-DTL-CT TO AK-DETAIL-CT
           MOVE WS-ACK-TRL-SW TO AK-TRL-SW
           MOVE WS-TRAILER-CT TO AK-TRL-CT
           MOVE WS-ACK-REJ-CT TO AK-ELEM-REJ-CT
           MOVE WS-ACK-UNK-CT TO AK-UNKNOWN-CT
           MOVE WS-ACK-POSTED-CT TO AK-POSTED-CT
           MOVE WS-ACK-DROPPED-CT TO AK-DROPPED-CT
           MOVE WS-ACK-REASON TO AK-REASON
           WRITE SUBLIST-ACK-REC
           IF WS-SUBACK-STATUS NOT = '00'
               DISPLAY "SUBLIST: WRITE FAILED ON LIST-ACK FOR "
                   WS-LIST-ID " STATUS=" WS-SUBACK-STATUS
           END-IF.

       OPEN-SUBOUT-JOURNAL.
           MOVE 'N' TO WS-JRNL-NEW-SW
           OPEN INPUT SUBOUT-JOURNAL
           IF WS-SUBJRNL-STATUS = '00'
               READ SUBOUT-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-JRNL-NEW-SW
               END-READ
               CLOSE SUBOUT-JOURNAL
           ELSE
               MOVE 'Y' TO WS-JRNL-NEW-SW
           END-IF
           OPEN EXTEND SUBOUT-JOURNAL
           IF WS-SUBJRNL-STATUS = '05' OR WS-SUBJRNL-STATUS = '35'
               OPEN OUTPUT SUBOUT-JOURNAL
           END-IF
           IF WS-SUBJRNL-STATUS NOT = '00'
               DISPLAY "SUBLIST: UNABLE TO OPEN SUBOUT-JOURNAL, STATUS="
                   WS-SUBJRNL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO SUBOUT-JOURNAL-REC
           MOVE RH-RUN-ID TO SJ-RUN-ID
           MOVE RH-RUN-DATE TO SJ-RUN-DATE
           MOVE RH-RUN-TIME TO SJ-RUN-TIME
           MOVE RH-RUN-OPERATOR TO SJ-RUN-OPERATOR
           MOVE WS-RUN-DATE TO SJ-BUS-DATE
           MOVE WS-JRNL-ACTION TO SJ-ACTION
           MOVE WS-JRNL-LIST-ID TO SJ-LIST-ID
           MOVE WS-JRNL-INDEX TO SJ-INDEX
           MOVE WS-JRNL-BEFORE TO SJ-BEFORE-VALUE
           MOVE WS-JRNL-AFTER TO SJ-AFTER-VALUE
           WRITE SUBOUT-JOURNAL-REC
           IF WS-SUBJRNL-STATUS NOT = '00'
               DISPLAY "SUBLIST: WRITE FAILED ON SUBOUT-JOURNAL FOR "
                   WS-JRNL-LIST-ID " " WS-JRNL-INDEX " STATUS="
                   WS-SUBJRNL-STATUS
           END-IF.

       SNAPSHOT-SUBOUT.
           OPEN INPUT SUBLIST-OLD
           IF WS-SUBLIST-OLD-STATUS = '05' OR WS-SUBLIST-OLD-STATUS
               WRITE SUBLIST-PRV-REC
           END-IF.

       JOURNAL-OPENING-IMAGES.
           OPEN INPUT SUBLIST-OLD
           IF WS-SUBLIST-OLD-STATUS = '05' OR WS-SUBLIST-OLD-STATUS
                   = '35'
               CONTINUE
           ELSE
               IF WS-SUBLIST-OLD-STATUS NOT = '00'
                   DISPLAY "SUBLIST: UNABLE TO READ PRIOR SUBOUT FOR "
                       "JOURNAL OPENING IMAGES, STATUS="
                       WS-SUBLIST-OLD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-SNAPSHOT-EOF-SW
               PERFORM JOURNAL-OPENING-RECORD
                   UNTIL SNAPSHOT-EOF
               CLOSE SUBLIST-OLD
               MOVE 'N' TO WS-SNAPSHOT-EOF-SW
           END-IF.

       JOURNAL-OPENING-RECORD.
           READ SUBLIST-OLD
               AT END
                   MOVE 'Y' TO WS-SNAPSHOT-EOF-SW
           END-READ
           IF NOT SNAPSHOT-EOF AND SOLD-LIST-ID NOT = WS-CONTROL-ID
               MOVE 'I' TO WS-JRNL-ACTION
               MOVE SOLD-LIST-ID TO WS-JRNL-LIST-ID
               MOVE SOLD-INDEX TO WS-JRNL-INDEX
               MOVE 0 TO WS-JRNL-BEFORE
               MOVE SOLD-VALUE TO WS-JRNL-AFTER
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       READ-LIST-IN.
           READ LIST-IN
               AT END
           ELSE
               ADD 1 TO WS-LISTS-READ-CT
               MOVE LH-LIST-ID TO WS-LIST-ID
               MOVE LH-SOURCE TO WS-LIST-SOURCE
               PERFORM CHECK-LIST-REGISTRY
               IF WS-LIST-SOURCE = SPACES
                   MOVE "UNKNOWN" TO WS-LIST-SOURCE
               END-IF
               MOVE "ACCEPTED" TO WS-ACK-OUTCOME
               MOVE SPACES TO WS-ACK-POSTING
               MOVE SPACES TO WS-ACK-REASON
               MOVE 0 TO WS-ACK-DTL-CT
               MOVE 0 TO WS-ACK-REJ-CT
               MOVE 0 TO WS-ACK-UNK-CT
               MOVE 0 TO WS-ACK-POSTED-CT
               MOVE 0 TO WS-ACK-DROPPED-CT
               MOVE 0 TO WS-TRAILER-CT
               MOVE 'N' TO WS-ACK-TRL-SW
               IF LH-COUNT IS NUMERIC
                   MOVE LH-COUNT TO WS-EXPECTED-CT
               ELSE
                   IF LH-COUNT(1:3) IS NUMERIC
                           AND LH-COUNT(4:1) = SPACE
                       MOVE LH-COUNT(1:3) TO WS-EXPECTED-CT
                   ELSE
                       MOVE 0 TO WS-EXPECTED-CT
                   END-IF
               END-IF
               MOVE 0 TO N
               MOVE 'N' TO WS-LIST-FULL-SW
               PERFORM COLLECT-DETAIL UNTIL LIST-IN-EOF
                   OR LI-REC-TYPE = 'H' OR LI-REC-TYPE = 'T'
               IF NOT LIST-IN-EOF AND LI-REC-TYPE = 'T'
                   MOVE 'Y' TO WS-ACK-TRL-SW
                   IF LT-COUNT IS NUMERIC
                       MOVE LT-COUNT TO WS-TRAILER-CT
                       IF WS-TRAILER-CT = N
                           MOVE 'Y' TO WS-TRAILER-OK-SW
                       END-IF
                   ELSE
                       IF LT-COUNT(1:3) IS NUMERIC
                               AND LT-COUNT(4:1) = SPACE
                           MOVE LT-COUNT(1:3) TO WS-TRAILER-CT
                           IF WS-TRAILER-CT = N
                               MOVE 'Y' TO WS-TRAILER-OK-SW
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-LIST-IN
               END-IF
               IF LIST-FULL
                   MOVE "MORE THAN 9999 DETAILS" TO RJL-REASON
                   PERFORM REJECT-WHOLE-LIST
               ELSE
                   IF NOT TRAILER-OK
                           IF DUPLICATE-LIST
                               MOVE "DUPLICATE LIST-ID" TO RJL-REASON
                               PERFORM REJECT-WHOLE-LIST
                           ELSE
                               IF LIST-UNREGISTERED
                                   MOVE "LIST-ID NOT ON REGISTRY"
                                       TO RJL-REASON
                                   PERFORM REJECT-WHOLE-LIST
                               ELSE
                                   IF LIST-INACTIVE
                                       MOVE "LIST-ID INACTIVE"
                                           TO RJL-REASON
                                       PERFORM REJECT-WHOLE-LIST
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF LIST-REGISTERED AND NOT SIMULATION-MODE
                   PERFORM WRITE-LIST-ARRIVAL
               END-IF
               IF NOT LIST-REJECTED
                   PERFORM PROCESS-CURRENT-LIST
               END-IF
               IF NOT SIMULATION-MODE
                   PERFORM WRITE-LIST-ACK
               END-IF
           END-IF.

       COLLECT-DETAIL.
           IF LI-REC-TYPE = 'D'
               ADD 1 TO WS-ACK-DTL-CT
               IF N >= WS-MAX-ELEMENTS
                   MOVE 'Y' TO WS-LIST-FULL-SW
               ELSE
                   ADD 1 TO N
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-CT
               ADD 1 TO WS-ACK-UNK-CT
               MOVE WS-LIST-ID TO RJL-LIST-ID
               MOVE "UNKNOWN RECORD TYPE" TO RJL-REASON
               WRITE REJ-LINE FROM REJ-LIST-LINE

       REJECT-WHOLE-LIST.
           MOVE 'Y' TO WS-LIST-REJECT-SW
           MOVE "REJECTED" TO WS-ACK-OUTCOME
           MOVE RJL-REASON TO WS-ACK-REASON
           ADD 1 TO WS-LISTS-REJ-CT
           ADD 1 TO WS-REJECT-CT
           MOVE WS-LIST-ID TO RJL-LIST-ID
                       MOVE LSI TO EXC-BO-LSI
                       MOVE FPI TO EXC-BO-FPI
                       WRITE EXC-LINE FROM EXC-BAD-ORDER-LINE
                       MOVE "EXCEPTION" TO WS-ACK-OUTCOME
                       MOVE "LAST SQUARE BEFORE FIRST PRIME"
                           TO WS-ACK-REASON
                   ELSE
                       PERFORM CALCULATE-SUBLIST
                       PERFORM OUTPUT-SUBLIST
                   MOVE WS-LIST-ID TO EXC-NS-LIST-ID
                   MOVE N TO EXC-NS-N
                   WRITE EXC-LINE FROM EXC-NO-SQUARE-LINE
                   MOVE "EXCEPTION" TO WS-ACK-OUTCOME
                   MOVE "NO PERFECT SQUARE FOUND" TO WS-ACK-REASON
               END-IF
           ELSE
               MOVE WS-LIST-ID TO EXC-NP-LIST-ID
               MOVE N TO EXC-NP-N
               WRITE EXC-LINE FROM EXC-NO-PRIME-LINE
               MOVE "EXCEPTION" TO WS-ACK-OUTCOME
               MOVE "NO PRIME ELEMENT FOUND" TO WS-ACK-REASON
           END-IF.

       COMPUTE-ELAPSED-TIME.
                   IF WS-SUBLIST-OUT-STATUS = '00'
                       ADD 1 TO WS-REC-ADD-CT
                       MOVE 'Y' TO WS-LIST-CHANGED-SW
                       MOVE 'A' TO WS-JRNL-ACTION
                       MOVE 0 TO WS-JRNL-BEFORE
                       PERFORM JOURNAL-POSTED-ENTRY
                   ELSE
                       DISPLAY "SUBLIST: WRITE FAILED ON SUBOUT FOR "
                           SO-KEY " STATUS=" WS-SUBLIST-OUT-STATUS
                   END-IF
               ELSE
                   IF SO-VALUE NOT = S(I)
                       MOVE SO-VALUE TO WS-JRNL-BEFORE
                       MOVE S(I) TO SO-VALUE
                       REWRITE SUBLIST-OUT-REC
                       IF WS-SUBLIST-OUT-STATUS = '00'
                           ADD 1 TO WS-REC-REPL-CT
                           MOVE 'Y' TO WS-LIST-CHANGED-SW
                           MOVE 'R' TO WS-JRNL-ACTION
                           PERFORM JOURNAL-POSTED-ENTRY
                       ELSE
                           DISPLAY "SUBLIST: REWRITE FAILED ON SUBOUT "
                               "FOR " SO-KEY " STATUS="

       DELETE-STALE-ENTRIES.
           PERFORM VARYING WS-POST-IX FROM 1 BY 1
                   UNTIL WS-POST-IX > WS-MAX-ELEMENTS
               IF WS-PRIOR-IX(WS-POST-IX) = 'Y'
                       AND (WS-POST-IX < FPI OR WS-POST-IX > LSI)
                   MOVE WS-LIST-ID TO SO-LIST-ID
                   MOVE WS-POST-IX TO SO-INDEX
                   READ SUBLIST-OUT
                       INVALID KEY
                           MOVE 0 TO SO-VALUE
                   END-READ
                   MOVE SO-VALUE TO WS-JRNL-BEFORE
                   MOVE WS-LIST-ID TO SO-LIST-ID
                   MOVE WS-POST-IX TO SO-INDEX
                   DELETE SUBLIST-OUT RECORD
                       INVALID KEY
                           DISPLAY "SUBLIST: DELETE FAILED ON SUBOUT "
                   IF WS-SUBLIST-OUT-STATUS = '00'
                       ADD 1 TO WS-REC-DEL-CT
                       MOVE 'Y' TO WS-LIST-CHANGED-SW
                       MOVE 'D' TO WS-JRNL-ACTION
                       MOVE WS-LIST-ID TO WS-JRNL-LIST-ID
                       MOVE WS-POST-IX TO WS-JRNL-INDEX
                       MOVE 0 TO WS-JRNL-AFTER
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       OPEN-SUBOUT-FOR-COMPARE.
           MOVE 'N' TO WS-SIM-SUBOUT-SW
           OPEN INPUT SUBLIST-OUT
           IF WS-SUBLIST-OUT-STATUS = '35' OR WS-SUBLIST-OUT-STATUS
                   = '05'
               DISPLAY "SUBLIST: NO SUBOUT MASTER - EVERY LIST WOULD "
                   "BE ADDED"
           ELSE
               IF WS-SUBLIST-OUT-STATUS NOT = '00'
                   DISPLAY "SUBLIST: UNABLE TO OPEN SUBLIST-OUT, "
                       "STATUS=" WS-SUBLIST-OUT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-SIM-SUBOUT-SW
           END-IF.

       SIMULATE-SUBLIST-OUT.
           IF SIM-SUBOUT-AVAILABLE
               PERFORM SCAN-PRIOR-LIST
           ELSE
               MOVE ALL 'N' TO WS-PRIOR-MAP
               MOVE 'N' TO WS-PRIOR-FOUND-SW
           END-IF
           MOVE 'N' TO WS-LIST-CHANGED-SW
           MOVE 0 TO WS-REC-ADD-CT
           MOVE 0 TO WS-REC-REPL-CT
           MOVE 0 TO WS-REC-DEL-CT
           PERFORM COMPARE-LIST-ENTRIES
           PERFORM COMPARE-STALE-ENTRIES
           PERFORM WRITE-POST-LINE.

       COMPARE-LIST-ENTRIES.
           PERFORM VARYING I FROM FPI BY 1 UNTIL I > LSI
               MOVE 'Y' TO WS-REC-NEW-SW
               IF PRIOR-LIST-FOUND
                   MOVE WS-LIST-ID TO SO-LIST-ID
                   MOVE I TO SO-INDEX
                   READ SUBLIST-OUT
                       INVALID KEY
                           MOVE 'Y' TO WS-REC-NEW-SW
                       NOT INVALID KEY
                           MOVE 'N' TO WS-REC-NEW-SW
                   END-READ
               END-IF
               IF REC-IS-NEW
                   ADD 1 TO WS-REC-ADD-CT
                   MOVE 'Y' TO WS-LIST-CHANGED-SW
                   IF PRIOR-LIST-FOUND
                       MOVE "WOULD ADD" TO PC-ACTION
                       MOVE I TO PC-INDEX
                       MOVE 0 TO PC-CURRENT
                       MOVE S(I) TO PC-NEW
                       PERFORM WRITE-COMPARE-LINE
                   END-IF
               ELSE
                   IF SO-VALUE NOT = S(I)
                       ADD 1 TO WS-REC-REPL-CT
                       MOVE 'Y' TO WS-LIST-CHANGED-SW
                       MOVE "WOULD REPLACE" TO PC-ACTION
                       MOVE I TO PC-INDEX
                       MOVE SO-VALUE TO PC-CURRENT
                       MOVE S(I) TO PC-NEW
                       PERFORM WRITE-COMPARE-LINE
                   END-IF
               END-IF
           END-PERFORM.

       COMPARE-STALE-ENTRIES.
           PERFORM VARYING WS-POST-IX FROM 1 BY 1
                   UNTIL WS-POST-IX > WS-MAX-ELEMENTS
               IF WS-PRIOR-IX(WS-POST-IX) = 'Y'
                       AND (WS-POST-IX < FPI OR WS-POST-IX > LSI)
                   MOVE WS-LIST-ID TO SO-LIST-ID
                   MOVE WS-POST-IX TO SO-INDEX
                   READ SUBLIST-OUT
                       INVALID KEY
                           MOVE 0 TO SO-VALUE
                   END-READ
                   ADD 1 TO WS-REC-DEL-CT
                   MOVE 'Y' TO WS-LIST-CHANGED-SW
                   MOVE "WOULD DROP" TO PC-ACTION
                   MOVE WS-POST-IX TO PC-INDEX
                   MOVE SO-VALUE TO PC-CURRENT
                   MOVE 0 TO PC-NEW
                   PERFORM WRITE-COMPARE-LINE
               END-IF
           END-PERFORM.

       WRITE-COMPARE-LINE.
           MOVE WS-LIST-ID TO PC-LIST-ID
           MOVE SPACES TO POST-LINE
           WRITE POST-LINE FROM POST-COMPARE-LINE.

       JOURNAL-POSTED-ENTRY.
           MOVE WS-LIST-ID TO WS-JRNL-LIST-ID
           MOVE I TO WS-JRNL-INDEX
           MOVE S(I) TO WS-JRNL-AFTER
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-POST-LINE.
           MOVE WS-LIST-ID TO PD-LIST-ID
           IF NOT PRIOR-LIST-FOUND
           END-IF
           COMPUTE PD-RECS = LSI - FPI + 1
           MOVE WS-REC-DEL-CT TO PD-DELS
           MOVE PD-DISP TO WS-ACK-POSTING
           COMPUTE WS-ACK-POSTED-CT = LSI - FPI + 1
           MOVE WS-REC-DEL-CT TO WS-ACK-DROPPED-CT
           MOVE SPACES TO POST-LINE
           WRITE POST-LINE FROM POST-DETAIL-LINE.

           MOVE RH-RUN-DATE TO PH1-DATE
           MOVE SPACES TO POST-LINE
           WRITE POST-LINE FROM POST-HEADING-1
           IF SIMULATION-MODE
               WRITE POST-LINE FROM POST-SIM-HEADING-2
           ELSE
               WRITE POST-LINE FROM POST-HEADING-2
           END-IF
           MOVE SPACES TO POST-LINE
           WRITE POST-LINE.


       WRITE-REJECT.
           ADD 1 TO WS-REJECT-CT
           ADD 1 TO WS-ACK-REJ-CT
           MOVE I TO RJ-REC-NO
           MOVE WS-LIST-ID TO RJ-LIST-ID
           MOVE WS-RAW-VALUE TO RJ-VALUE
               ON SIZE ERROR
                   MOVE 99 TO RC-CYCLE
           END-COMPUTE
           IF NOT SIMULATION-MODE
               WRITE RECYCLE-REC
           END-IF.

       WRITE-REJECT-TRAILER.
           MOVE WS-REJECT-CT TO RJ-TOTAL-CT
           MOVE L(FPI) TO S(FPI)
           MOVE L(LSI) TO S(LSI)
           COMPUTE S-START = FPI + 1
           PERFORM VARYING I FROM S-START BY 1 UNTIL I >= LSI
                   MOVE L(I) TO WS-POWER-RESULT
                   PERFORM VARYING WS-POWER-I FROM 2 BY 1
                           UNTIL WS-POWER-I > WS-EXPONENT
           END-PERFORM.

       OUTPUT-SUBLIST.
           IF SIMULATION-MODE
               PERFORM SIMULATE-SUBLIST-OUT
           ELSE
               PERFORM POST-SUBLIST-OUT
           END-IF
           MOVE 99 TO WS-LINE-CT
           MOVE 0 TO WS-LINE-TOTAL
           MOVE 0 TO WS-SUM-S
           MOVE WS-PAGE-NO TO RH1-PAGE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-1
           IF SIMULATION-MODE
               WRITE RPT-LINE FROM RPT-SIM-HEADING-2
           ELSE
               WRITE RPT-LINE FROM RPT-HEADING-2
           END-IF
           MOVE WS-LIST-ID TO RHL-LIST-ID
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-LIST-HEADING
           WRITE RPT-LINE FROM RPT-GRAND-LINE.

       IS-PERFECT-SQUARE.
           MOVE 'N' TO IS-PERFECT-SQUARE-FLAG
           IF L(I) > 0
               COMPUTE WS-SQRT = FUNCTION INTEGER(FUNCTION SQRT(L(I)))
               IF WS-SQRT * WS-SQRT < L(I)
                   ADD 1 TO WS-SQRT
               END-IF
               IF WS-SQRT * WS-SQRT = L(I)
                   MOVE 'Y' TO IS-PERFECT-SQUARE-FLAG
               END-IF
           END-IF.
