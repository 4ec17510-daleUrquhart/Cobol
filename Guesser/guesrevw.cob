       IDENTIFICATION DIVISION.
       PROGRAM-ID. Guesrevw.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-PARMS ASSIGN TO "REVWPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-PARM-STATUS.
           SELECT GUESS-RESULTS ASSIGN TO "GUESSRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUESS-RESULTS-STATUS.
           SELECT SCORE-HISTORY ASSIGN TO "SCOREHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-HIST-STATUS.
           SELECT OPER-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-MASTER-STATUS.
           SELECT BUS-DATE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT REVIEW-REGISTER ASSIGN TO "REVWREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REG-STATUS.
           SELECT REVIEW-DISPS ASSIGN TO "REVWDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-DISP-STATUS.
           SELECT REVIEW-REG-NEW ASSIGN TO "REVWRGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REG-NEW-STATUS.
           SELECT REVIEW-RPT ASSIGN TO "REVWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-RPT-STATUS.
           SELECT AUTH-LOG ASSIGN TO "AUTHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-PARMS
           RECORD CONTAINS 40 CHARACTERS.
           COPY REVWPARM.

       FD  GUESS-RESULTS
           RECORD CONTAINS 80 CHARACTERS.
       01  GR-LINE PIC X(80).

       FD  SCORE-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
       01  SH-LINE PIC X(80).

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  BUS-DATE
           RECORD CONTAINS 30 CHARACTERS.
           COPY PROCDATE.

       FD  REVIEW-REGISTER
           RECORD CONTAINS 120 CHARACTERS.
       01  REVIEW-REG-LINE PIC X(120).

       FD  REVIEW-DISPS
           RECORD CONTAINS 50 CHARACTERS.
       01  DISP-REC.
           05 RD-TYPE PIC X(4).
           05 RD-OPERATOR PIC X(8).
           05 RD-OBJECT PIC X(12).
           05 RD-DISP PIC X(8).
           05 RD-REVIEWER PIC X(8).
           05 FILLER PIC X(10).

       FD  REVIEW-REG-NEW
           RECORD CONTAINS 120 CHARACTERS.
       01  REVIEW-REG-NEW-LINE PIC X(120).

       FD  REVIEW-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       FD  AUTH-LOG
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUTHLOG.

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           COPY REVWREG.
           01 WS-REVIEW-PARM-STATUS PIC XX VALUE '00'.
           01 WS-GUESS-RESULTS-STATUS PIC XX VALUE '00'.
           01 WS-SCORE-HIST-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-BUSDATE-STATUS PIC XX VALUE '00'.
           01 WS-REVIEW-REG-STATUS PIC XX VALUE '00'.
           01 WS-REVIEW-DISP-STATUS PIC XX VALUE '00'.
           01 WS-REVIEW-REG-NEW-STATUS PIC XX VALUE '00'.
           01 WS-REVIEW-RPT-STATUS PIC XX VALUE '00'.
           01 WS-AUTH-LOG-STATUS PIC XX VALUE '00'.
           01 WS-PARM-EOF-SW PIC X VALUE 'N'.
               88 PARM-EOF VALUE 'Y'.
           01 WS-RESULTS-EOF-SW PIC X VALUE 'N'.
               88 RESULTS-EOF VALUE 'Y'.
           01 WS-SCORE-EOF-SW PIC X VALUE 'N'.
               88 SCORE-EOF VALUE 'Y'.
           01 WS-OPER-MASTER-EOF-SW PIC X VALUE 'N'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-REG-EOF-SW PIC X VALUE 'N'.
               88 REG-EOF VALUE 'Y'.
           01 WS-DISP-EOF-SW PIC X VALUE 'N'.
               88 DISP-EOF VALUE 'Y'.
           01 WS-IN-GAME-SW PIC X VALUE 'N'.
               88 IN-GAME VALUE 'Y'.
           01 WS-WARNING-SW PIC X VALUE 'N'.
               88 RUN-WARNING VALUE 'Y'.
           01 WS-OPER-LOADED-SW PIC X VALUE 'N'.
               88 OPER-MASTER-LOADED VALUE 'Y'.
           01 WS-AUTH-REASON PIC X(12) VALUE SPACES.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-RUN-INT PIC 9(7) VALUE 0.
           01 WS-FROM-INT PIC 9(7) VALUE 0.

           01 WS-REP-GAMES PIC 9(5) VALUE 5.
           01 WS-SEQ-MIN PIC 9(5) VALUE 5.
           01 WS-WIN-GAP PIC 9(5) VALUE 25.
           01 WS-WIN-MIN PIC 9(5) VALUE 20.
           01 WS-WINDOW-DAYS PIC 9(5) VALUE 30.

           01 WS-OP-MAX PIC 999 VALUE 300.
           01 WS-OP-CT PIC 999 VALUE 0.
           01 WS-OP-SUB PIC 999 VALUE 0.
           01 WS-OPER-TABLE.
               05 OP-ENTRY OCCURS 300 TIMES.
                   10 OP-ID PIC X(8).
                   10 OP-NAME PIC X(20).
                   10 OP-DEPT PIC X(8).
                   10 OP-ACTIVE PIC X.
                   10 OP-ON-MASTER PIC X.
                   10 OP-SUPV PIC X.
                   10 OP-GAMES PIC 9(5).
                   10 OP-LAST-GAME PIC 9(5).
                   10 OP-ROUNDS PIC 9(7).
                   10 OP-WINS PIC 9(7).

           01 WS-DP-MAX PIC 999 VALUE 100.
           01 WS-DP-CT PIC 999 VALUE 0.
           01 WS-DP-SUB PIC 999 VALUE 0.
           01 WS-DEPT-TABLE.
               05 DP-ENTRY OCCURS 100 TIMES.
                   10 DP-NAME PIC X(8).
                   10 DP-ROUNDS PIC 9(7).
                   10 DP-WINS PIC 9(7).

           01 WS-RG-MAX PIC 9(4) VALUE 3000.
           01 WS-RG-CT PIC 9(4) VALUE 0.
           01 WS-RG-SUB PIC 9(4) VALUE 0.
           01 WS-REPEAT-TABLE.
               05 RG-ENTRY OCCURS 3000 TIMES.
                   10 RG-OPERATOR PIC X(8).
                   10 RG-GUESS PIC X(4).
                   10 RG-GAMES PIC 9(5).
                   10 RG-LAST-GAME PIC 9(5).

           01 WS-GS-MAX PIC 999 VALUE 200.
           01 WS-GS-CT PIC 999 VALUE 0.
           01 WS-GS-SUB PIC 999 VALUE 0.
           01 WS-GS-SUB2 PIC 999 VALUE 0.
           01 WS-GAME-SEQ-TABLE.
               05 GS-ENTRY OCCURS 200 TIMES.
                   10 GS-OPERATOR PIC X(8).
                   10 GS-LEN PIC 9(3).
                   10 GS-GUESSES PIC X(200).
           01 WS-GS-POS PIC 999 VALUE 0.

           01 WS-RX-MAX PIC 9(4) VALUE 1000.
           01 WS-RX-CT PIC 9(4) VALUE 0.
           01 WS-RX-SUB PIC 9(4) VALUE 0.
           01 WS-REGISTER-TABLE.
               05 RX-ENTRY OCCURS 1000 TIMES.
                   10 RX-REC PIC X(120).
                   10 RX-STATE PIC X.
                       88 RX-NEW VALUE 'N'.
                       88 RX-REPEAT VALUE 'R'.
                       88 RX-SUPPRESSED VALUE 'S'.

           01 GR-IN-LINE.
               05 GI-OPERATOR PIC X(8).
               05 FILLER PIC X(4).
               05 GI-GUESS-TAG PIC X(8).
               05 GI-GUESS PIC X(4).
               05 FILLER PIC X(4).
               05 GI-RESULT PIC X(9).
               05 FILLER PIC X(43).
           01 GR-IN-HEADING REDEFINES GR-IN-LINE.
               05 GI-HDR-TAG PIC X(6).
               05 GI-GAME PIC X(4).
               05 FILLER PIC X(70).
           01 GR-IN-TOTAL REDEFINES GR-IN-LINE.
               05 GI-TOTAL-TAG PIC X(11).
               05 FILLER PIC X(69).

           01 SH-DETAIL-LINE.
               05 SD-OPERATOR PIC X(8).
               05 FILLER PIC X(2).
               05 SD-DATE PIC X(8).
               05 FILLER PIC X(2).
               05 SD-TIME PIC X(6).
               05 FILLER PIC X(13).
               05 SD-CORRECT PIC X(2).
               05 FILLER PIC X(13).
               05 SD-INCORRECT PIC X(2).
               05 FILLER PIC X(10).
               05 SD-COUNTER PIC X(2).
               05 FILLER PIC X(2).
               05 SD-PROFILE PIC X(8).
               05 FILLER PIC X(4).

           01 WS-SD-CORRECT PIC 99 VALUE 0.
           01 WS-SD-INCORRECT PIC 99 VALUE 0.
           01 WS-SD-DATE PIC 9(8) VALUE 0.
           01 WS-SD-INT PIC 9(7) VALUE 0.
           01 WS-FIND-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-CUR-GAME PIC X(4) VALUE SPACES.
           01 WS-GAME-ORD PIC 9(5) VALUE 0.
           01 WS-REST-ROUNDS PIC 9(7) VALUE 0.
           01 WS-REST-WINS PIC 9(7) VALUE 0.
           01 WS-OP-PCT PIC 9(3)V99 VALUE 0.
           01 WS-REST-PCT PIC 9(3)V99 VALUE 0.

           01 WS-FLAG-KEY.
               05 WS-FLAG-TYPE PIC X(4).
               05 WS-FLAG-OPERATOR PIC X(8).
               05 WS-FLAG-OBJECT PIC X(12).
           01 WS-FLAG-COUNT PIC 9(5) VALUE 0.
           01 WS-FLAG-BASE PIC 9(5) VALUE 0.
           01 WS-FLAG-PCT PIC 9(3)V99 VALUE 0.
           01 WS-FLAG-BASE-PCT PIC 9(3)V99 VALUE 0.
           01 WS-FLAG-EVIDENCE PIC X(25) VALUE SPACES.
           01 WS-ED-COUNT PIC ZZZZ9.
           01 WS-ED-BASE PIC ZZZZ9.
           01 WS-ED-PCT PIC ZZ9.99.
           01 WS-ED-BASE-PCT PIC ZZ9.99.
           01 WS-DISP-RESULT PIC X(24) VALUE SPACES.

           01 WS-PARM-REJ-CT PIC 99 VALUE 0.
           01 WS-GAMES-READ-CT PIC 9(5) VALUE 0.
           01 WS-RESULT-LINE-CT PIC 9(7) VALUE 0.
           01 WS-HIST-WINDOW-CT PIC 9(7) VALUE 0.
           01 WS-RAISED-CT PIC 9(4) VALUE 0.
           01 WS-NEW-CT PIC 9(4) VALUE 0.
           01 WS-REPEAT-CT PIC 9(4) VALUE 0.
           01 WS-SUPPRESS-CT PIC 9(4) VALUE 0.
           01 WS-OPEN-CT PIC 9(4) VALUE 0.
           01 WS-DISPOSED-CT PIC 9(4) VALUE 0.
           01 WS-DISP-APPLIED-CT PIC 9(4) VALUE 0.
           01 WS-DISP-ALREADY-CT PIC 9(4) VALUE 0.
           01 WS-DISP-REJ-CT PIC 9(4) VALUE 0.
           01 WS-EARLIER-CT PIC 9(4) VALUE 0.

           01 RPT-HEADING-1.
               05 FILLER PIC X(11) VALUE "GUESREVW   ".
               05 FILLER PIC X(10) VALUE "RUN DATE: ".
               05 RH1-DATE PIC 9(8).
               05 FILLER PIC X(10) VALUE "  RUN-ID: ".
               05 RH1-RUN-ID PIC X(8).

           01 RPT-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "SCORING INTEGRITY REVIEW - GUESSRES AND SCOREHST".

           01 RPT-THRESHOLD-LINE.
               05 FILLER PIC X(10) VALUE "REPGAMES: ".
               05 RT-REP-GAMES PIC ZZZZ9.
               05 FILLER PIC X(10) VALUE "  SEQMIN: ".
               05 RT-SEQ-MIN PIC ZZZZ9.
               05 FILLER PIC X(10) VALUE "  WINGAP: ".
               05 RT-WIN-GAP PIC ZZZZ9.
               05 FILLER PIC X(10) VALUE "  WINMIN: ".
               05 RT-WIN-MIN PIC ZZZZ9.
               05 FILLER PIC X(10) VALUE "  WINDOW: ".
               05 RT-WINDOW PIC ZZZZ9.

           01 RPT-PARM-REJECT.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(24) VALUE
                   "*** REVWPARM REJECTED - ".
               05 RJ-KEYWORD PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RJ-REASON PIC X(30).

           01 RPT-DISP-HEADING-1.
               05 FILLER PIC X(80) VALUE "REVIEWER DISPOSITIONS".

           01 RPT-DISP-HEADING-2.
               05 FILLER PIC X(6) VALUE "TYPE".
               05 FILLER PIC X(10) VALUE "OPERATOR".
               05 FILLER PIC X(14) VALUE "OBJECT".
               05 FILLER PIC X(10) VALUE "DISP".
               05 FILLER PIC X(10) VALUE "REVIEWER".
               05 FILLER PIC X(6) VALUE "RESULT".

           01 RPT-DISP-LINE.
               05 DL-TYPE PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-OPERATOR PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-OBJECT PIC X(12).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-DISP PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-REVIEWER PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DL-RESULT PIC X(24).

           01 RPT-NO-DISPS.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(76) VALUE
                   "NO NEW DISPOSITIONS".

           01 RPT-NEW-HEADING.
               05 FILLER PIC X(80) VALUE "NEW FLAGS THIS RUN".

           01 RPT-EARLIER-HEADING.
               05 FILLER PIC X(80) VALUE
                   "ITEMS STILL OPEN FROM EARLIER RUNS".

           01 RPT-ITEM-HEADING.
               05 FILLER PIC X(6) VALUE "TYPE".
               05 FILLER PIC X(10) VALUE "OPERATOR".
               05 FILLER PIC X(22) VALUE "NAME".
               05 FILLER PIC X(15) VALUE "OBJECT".
               05 FILLER PIC X(10) VALUE "FLAGGED".
               05 FILLER PIC X(5) VALUE "TIMES".

           01 RPT-ITEM-LINE.
               05 IL-TYPE PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 IL-OPERATOR PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 IL-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 IL-OBJECT PIC X(13).
               05 FILLER PIC X(2) VALUE SPACES.
               05 IL-FIRST PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 IL-TIMES PIC ZZ9.

           01 RPT-EVIDENCE-LINE.
               05 FILLER PIC X(6) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "EVIDENCE: ".
               05 EL-EVIDENCE PIC X(25).
               05 FILLER PIC X(13) VALUE "  LAST SEEN: ".
               05 EL-LAST PIC 9(8).

           01 RPT-NO-ITEMS.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(76) VALUE "NONE".

           01 RPT-COUNT-LINE-1.
               05 FILLER PIC X(14) VALUE "FLAGS RAISED: ".
               05 RC-RAISED PIC ZZZ9.
               05 FILLER PIC X(7) VALUE "  NEW: ".
               05 RC-NEW PIC ZZZ9.
               05 FILLER PIC X(12) VALUE "  REPEATED: ".
               05 RC-REPEAT PIC ZZZ9.
               05 FILLER PIC X(25) VALUE
                   "  SUPPRESSED (DISPOSED): ".
               05 RC-SUPPRESS PIC ZZZ9.

           01 RPT-COUNT-LINE-2.
               05 FILLER PIC X(16) VALUE "REGISTER ITEMS: ".
               05 RC-REGISTER PIC ZZZ9.
               05 FILLER PIC X(8) VALUE "  OPEN: ".
               05 RC-OPEN PIC ZZZ9.
               05 FILLER PIC X(12) VALUE "  DISPOSED: ".
               05 RC-DISPOSED PIC ZZZ9.

           01 RPT-COUNT-LINE-3.
               05 FILLER PIC X(22) VALUE "DISPOSITIONS APPLIED: ".
               05 RC-DISP-APPLIED PIC ZZZ9.
               05 FILLER PIC X(18) VALUE "  ALREADY IN FORCE".
               05 FILLER PIC X(2) VALUE ": ".
               05 RC-DISP-ALREADY PIC ZZZ9.
               05 FILLER PIC X(12) VALUE "  REJECTED: ".
               05 RC-DISP-REJ PIC ZZZ9.

           01 RPT-COUNT-LINE-4.
               05 FILLER PIC X(12) VALUE "GAMES READ: ".
               05 RC-GAMES PIC ZZZZ9.
               05 FILLER PIC X(16) VALUE "  RESULT LINES: ".
               05 RC-RESULTS PIC ZZZZZZ9.
               05 FILLER PIC X(26) VALUE
                   "  HISTORY ROUNDS IN WINDOW".
               05 FILLER PIC X(2) VALUE ": ".
               05 RC-HISTORY PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-RUN-ID WS-RUN-OPERATOR
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "GUESREVW" TO WS-RUN-ID
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN OUTPUT REVIEW-RPT
           IF WS-REVIEW-RPT-STATUS NOT = '00'
               DISPLAY "GUESREVW: UNABLE TO OPEN REVIEW-RPT, STATUS="
                   WS-REVIEW-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RH1-DATE
           MOVE WS-RUN-ID TO RH1-RUN-ID
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2
           PERFORM LOAD-REVIEW-PARMS
           MOVE WS-REP-GAMES TO RT-REP-GAMES
           MOVE WS-SEQ-MIN TO RT-SEQ-MIN
           MOVE WS-WIN-GAP TO RT-WIN-GAP
           MOVE WS-WIN-MIN TO RT-WIN-MIN
           MOVE WS-WINDOW-DAYS TO RT-WINDOW
           WRITE RPT-LINE FROM RPT-THRESHOLD-LINE
           COMPUTE WS-FROM-INT = WS-RUN-INT - WS-WINDOW-DAYS + 1
           PERFORM LOAD-OPERATOR-MASTER
           PERFORM LOAD-REGISTER
           PERFORM SCAN-GUESS-RESULTS
           PERFORM CHECK-REPEATED-GUESSES
           PERFORM SCAN-SCORE-HISTORY
           PERFORM CHECK-WIN-RATES
           PERFORM APPLY-DISPOSITIONS
           PERFORM WRITE-NEW-REGISTER
           PERFORM WRITE-REVIEW-ITEMS
           PERFORM WRITE-COUNTS
           CLOSE REVIEW-RPT
           IF WS-NEW-CT > 0 OR RUN-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUS-DATE
           IF WS-BUSDATE-STATUS = '00'
               READ BUS-DATE
                   AT END
                       CONTINUE
               END-READ
               IF WS-BUSDATE-STATUS = '00' AND PD-BUS-DATE > 0
                   MOVE PD-BUS-DATE TO WS-RUN-DATE
               END-IF
               CLOSE BUS-DATE
           ELSE
               DISPLAY "GUESREVW: BUSINESS DATE FILE NOT AVAILABLE, "
                   "USING SYSTEM DATE"
           END-IF.

       LOAD-REVIEW-PARMS.
           OPEN INPUT REVIEW-PARMS
           IF WS-REVIEW-PARM-STATUS NOT = '00'
               DISPLAY "GUESREVW: NO REVIEW-PARMS FILE - DEFAULT "
                   "THRESHOLDS USED"
           ELSE
               MOVE 'N' TO WS-PARM-EOF-SW
               PERFORM READ-REVIEW-PARM
               PERFORM STORE-REVIEW-PARM UNTIL PARM-EOF
               CLOSE REVIEW-PARMS
           END-IF.

       READ-REVIEW-PARM.
           READ REVIEW-PARMS
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SW
           END-READ.

       STORE-REVIEW-PARM.
           IF RV-KEYWORD NOT = SPACES AND RV-KEYWORD(1:1) NOT = '*'
               IF RV-VALUE IS NOT NUMERIC OR RV-VALUE = 0
                   MOVE "VALUE NOT A POSITIVE NUMBER" TO RJ-REASON
                   PERFORM WRITE-PARM-REJECT
               ELSE
                   EVALUATE RV-KEYWORD
                       WHEN "REPGAMES"
                           MOVE RV-VALUE TO WS-REP-GAMES
                       WHEN "SEQMIN"
                           MOVE RV-VALUE TO WS-SEQ-MIN
                       WHEN "WINGAP"
                           IF RV-VALUE > 100
                               MOVE "GAP OVER 100 POINTS" TO RJ-REASON
                               PERFORM WRITE-PARM-REJECT
                           ELSE
                               MOVE RV-VALUE TO WS-WIN-GAP
                           END-IF
                       WHEN "WINMIN"
                           MOVE RV-VALUE TO WS-WIN-MIN
                       WHEN "WINDOW"
                           MOVE RV-VALUE TO WS-WINDOW-DAYS
                       WHEN OTHER
                           MOVE "UNKNOWN KEYWORD" TO RJ-REASON
                           PERFORM WRITE-PARM-REJECT
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM READ-REVIEW-PARM.

       WRITE-PARM-REJECT.
           ADD 1 TO WS-PARM-REJ-CT
           MOVE 'Y' TO WS-WARNING-SW
           MOVE RV-KEYWORD TO RJ-KEYWORD
           WRITE RPT-LINE FROM RPT-PARM-REJECT.

       LOAD-OPERATOR-MASTER.
           MOVE 0 TO WS-OP-CT
           OPEN INPUT OPER-MASTER
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "GUESREVW: OPERATOR MASTER NOT AVAILABLE, "
                   "STATUS=" WS-OPER-MASTER-STATUS
                   " - ALL OPERATORS IN DEPARTMENT UNKNOWN"
               MOVE 'Y' TO WS-WARNING-SW
           ELSE
               MOVE 'Y' TO WS-OPER-LOADED-SW
               MOVE 'N' TO WS-OPER-MASTER-EOF-SW
               PERFORM READ-OPER-MASTER
               PERFORM STORE-OPER-MASTER UNTIL OPER-MASTER-EOF
               CLOSE OPER-MASTER
           END-IF.

       READ-OPER-MASTER.
           READ OPER-MASTER
               AT END
                   MOVE 'Y' TO WS-OPER-MASTER-EOF-SW
           END-READ.

       STORE-OPER-MASTER.
           IF OM-ID NOT = SPACES AND OM-ID(1:1) NOT = '*'
               IF WS-OP-CT >= WS-OP-MAX
                   DISPLAY "GUESREVW: OPERATOR TABLE FULL, " OM-ID
                       " IGNORED"
               ELSE
                   ADD 1 TO WS-OP-CT
                   MOVE OM-ID TO OP-ID(WS-OP-CT)
                   MOVE OM-NAME TO OP-NAME(WS-OP-CT)
                   MOVE OM-DEPT TO OP-DEPT(WS-OP-CT)
                   IF OM-DEPT = SPACES
                       MOVE "UNKNOWN " TO OP-DEPT(WS-OP-CT)
                   END-IF
                   MOVE OM-ACTIVE TO OP-ACTIVE(WS-OP-CT)
                   MOVE 'Y' TO OP-ON-MASTER(WS-OP-CT)
                   MOVE OM-ROLE-SUPV TO OP-SUPV(WS-OP-CT)
                   MOVE 0 TO OP-GAMES(WS-OP-CT)
                   MOVE 0 TO OP-LAST-GAME(WS-OP-CT)
                   MOVE 0 TO OP-ROUNDS(WS-OP-CT)
                   MOVE 0 TO OP-WINS(WS-OP-CT)
               END-IF
           END-IF
           PERFORM READ-OPER-MASTER.

       FIND-OPERATOR.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-CT
               IF OP-ID(WS-OP-SUB) = WS-FIND-OPERATOR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OP-SUB > WS-OP-CT
               IF WS-OP-CT >= WS-OP-MAX
                   MOVE 0 TO WS-OP-SUB
               ELSE
                   ADD 1 TO WS-OP-CT
                   MOVE WS-OP-CT TO WS-OP-SUB
                   MOVE WS-FIND-OPERATOR TO OP-ID(WS-OP-SUB)
                   MOVE "NOT ON OPERMST" TO OP-NAME(WS-OP-SUB)
                   MOVE "UNKNOWN " TO OP-DEPT(WS-OP-SUB)
                   MOVE 'N' TO OP-ACTIVE(WS-OP-SUB)
                   MOVE 'N' TO OP-ON-MASTER(WS-OP-SUB)
                   MOVE 'N' TO OP-SUPV(WS-OP-SUB)
                   MOVE 0 TO OP-GAMES(WS-OP-SUB)
                   MOVE 0 TO OP-LAST-GAME(WS-OP-SUB)
                   MOVE 0 TO OP-ROUNDS(WS-OP-SUB)
                   MOVE 0 TO OP-WINS(WS-OP-SUB)
               END-IF
           END-IF.

       LOAD-REGISTER.
           MOVE 0 TO WS-RX-CT
           OPEN INPUT REVIEW-REGISTER
           IF WS-REVIEW-REG-STATUS = '05' OR WS-REVIEW-REG-STATUS = '35'
               MOVE 'Y' TO WS-REG-EOF-SW
           ELSE
               IF WS-REVIEW-REG-STATUS NOT = '00'
                   DISPLAY "GUESREVW: UNABLE TO OPEN REVIEW-REGISTER, "
                       "STATUS=" WS-REVIEW-REG-STATUS
                   CLOSE REVIEW-RPT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-REG-EOF-SW
           END-IF
           IF NOT REG-EOF
               PERFORM READ-REGISTER
               PERFORM STORE-REGISTER-ENTRY UNTIL REG-EOF
               CLOSE REVIEW-REGISTER
           END-IF.

       READ-REGISTER.
           READ REVIEW-REGISTER INTO REVIEW-REG-REC
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SW
           END-READ.

       STORE-REGISTER-ENTRY.
           IF RR-TYPE NOT = SPACES
               IF WS-RX-CT >= WS-RX-MAX
                   DISPLAY "GUESREVW: REVIEW REGISTER TABLE FULL"
                   CLOSE REVIEW-REGISTER
                   CLOSE REVIEW-RPT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RX-CT
               MOVE REVIEW-REG-REC TO RX-REC(WS-RX-CT)
               MOVE SPACE TO RX-STATE(WS-RX-CT)
           END-IF
           PERFORM READ-REGISTER.

       SCAN-GUESS-RESULTS.
           OPEN INPUT GUESS-RESULTS
           IF WS-GUESS-RESULTS-STATUS = '05'
                   OR WS-GUESS-RESULTS-STATUS = '35'
               DISPLAY "GUESREVW: NO GUESS-RESULTS FILE - GAME "
                   "CHECKS NOT RUN"
           ELSE
               IF WS-GUESS-RESULTS-STATUS NOT = '00'
                   DISPLAY "GUESREVW: UNABLE TO OPEN GUESS-RESULTS, "
                       "STATUS=" WS-GUESS-RESULTS-STATUS
                   CLOSE REVIEW-RPT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-RESULTS-EOF-SW
               MOVE 'N' TO WS-IN-GAME-SW
               PERFORM READ-GUESS-RESULTS
               PERFORM SCAN-RESULT-LINE UNTIL RESULTS-EOF
               PERFORM END-OF-GAME
               CLOSE GUESS-RESULTS
           END-IF.

       READ-GUESS-RESULTS.
           READ GUESS-RESULTS INTO GR-IN-LINE
               AT END
                   MOVE 'Y' TO WS-RESULTS-EOF-SW
           END-READ.

       SCAN-RESULT-LINE.
           IF GI-HDR-TAG = "GAME: " AND GI-GAME IS NUMERIC
               PERFORM END-OF-GAME
               ADD 1 TO WS-GAME-ORD
               ADD 1 TO WS-GAMES-READ-CT
               MOVE GI-GAME TO WS-CUR-GAME
               MOVE 0 TO WS-GS-CT
               MOVE 'Y' TO WS-IN-GAME-SW
           ELSE
               IF GI-TOTAL-TAG = "GAME TOTALS"
                   PERFORM END-OF-GAME
               ELSE
                   IF IN-GAME AND GI-GUESS-TAG = "GUESS:  "
                           AND GI-OPERATOR NOT = SPACES
                       ADD 1 TO WS-RESULT-LINE-CT
                       PERFORM RECORD-GUESS
                   END-IF
               END-IF
           END-IF
           PERFORM READ-GUESS-RESULTS.

       RECORD-GUESS.
           MOVE GI-OPERATOR TO WS-FIND-OPERATOR
           PERFORM FIND-OPERATOR
           IF WS-OP-SUB > 0
               IF OP-LAST-GAME(WS-OP-SUB) NOT = WS-GAME-ORD
                   ADD 1 TO OP-GAMES(WS-OP-SUB)
                   MOVE WS-GAME-ORD TO OP-LAST-GAME(WS-OP-SUB)
               END-IF
           END-IF
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-CT
               IF RG-OPERATOR(WS-RG-SUB) = GI-OPERATOR
                       AND RG-GUESS(WS-RG-SUB) = GI-GUESS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RG-SUB > WS-RG-CT
               IF WS-RG-CT >= WS-RG-MAX
                   MOVE 0 TO WS-RG-SUB
                   MOVE 'Y' TO WS-WARNING-SW
               ELSE
                   ADD 1 TO WS-RG-CT
                   MOVE GI-OPERATOR TO RG-OPERATOR(WS-RG-CT)
                   MOVE GI-GUESS TO RG-GUESS(WS-RG-CT)
                   MOVE 0 TO RG-GAMES(WS-RG-CT)
                   MOVE 0 TO RG-LAST-GAME(WS-RG-CT)
               END-IF
           END-IF
           IF WS-RG-SUB > 0
               IF RG-LAST-GAME(WS-RG-SUB) NOT = WS-GAME-ORD
                   ADD 1 TO RG-GAMES(WS-RG-SUB)
                   MOVE WS-GAME-ORD TO RG-LAST-GAME(WS-RG-SUB)
               END-IF
           END-IF
           PERFORM VARYING WS-GS-SUB FROM 1 BY 1
                   UNTIL WS-GS-SUB > WS-GS-CT
               IF GS-OPERATOR(WS-GS-SUB) = GI-OPERATOR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GS-SUB > WS-GS-CT
               IF WS-GS-CT >= WS-GS-MAX
                   MOVE 0 TO WS-GS-SUB
                   MOVE 'Y' TO WS-WARNING-SW
               ELSE
                   ADD 1 TO WS-GS-CT
                   MOVE GI-OPERATOR TO GS-OPERATOR(WS-GS-CT)
                   MOVE 0 TO GS-LEN(WS-GS-CT)
                   MOVE SPACES TO GS-GUESSES(WS-GS-CT)
               END-IF
           END-IF
           IF WS-GS-SUB > 0 AND GS-LEN(WS-GS-SUB) < 999
               IF GS-LEN(WS-GS-SUB) < 50
                   COMPUTE WS-GS-POS = GS-LEN(WS-GS-SUB) * 4 + 1
                   MOVE GI-GUESS TO GS-GUESSES(WS-GS-SUB)(WS-GS-POS:4)
               END-IF
               ADD 1 TO GS-LEN(WS-GS-SUB)
           END-IF.

       END-OF-GAME.
           IF IN-GAME
               PERFORM VARYING WS-GS-SUB FROM 1 BY 1
                       UNTIL WS-GS-SUB >= WS-GS-CT
                   IF GS-LEN(WS-GS-SUB) >= WS-SEQ-MIN
                       PERFORM COMPARE-SEQUENCES
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-IN-GAME-SW
               MOVE 0 TO WS-GS-CT
           END-IF.

       COMPARE-SEQUENCES.
           PERFORM VARYING WS-GS-SUB2 FROM WS-GS-SUB BY 1
                   UNTIL WS-GS-SUB2 >= WS-GS-CT
               IF GS-LEN(WS-GS-SUB2 + 1) = GS-LEN(WS-GS-SUB)
                       AND GS-GUESSES(WS-GS-SUB2 + 1)
                           = GS-GUESSES(WS-GS-SUB)
                   MOVE "SEQD" TO WS-FLAG-TYPE
                   IF GS-OPERATOR(WS-GS-SUB)
                           < GS-OPERATOR(WS-GS-SUB2 + 1)
                       MOVE GS-OPERATOR(WS-GS-SUB) TO WS-FLAG-OPERATOR
                       MOVE GS-OPERATOR(WS-GS-SUB2 + 1)
                           TO WS-FLAG-OBJECT(5:8)
                   ELSE
                       MOVE GS-OPERATOR(WS-GS-SUB2 + 1)
                           TO WS-FLAG-OPERATOR
                       MOVE GS-OPERATOR(WS-GS-SUB)
                           TO WS-FLAG-OBJECT(5:8)
                   END-IF
                   MOVE WS-CUR-GAME TO WS-FLAG-OBJECT(1:4)
                   MOVE GS-LEN(WS-GS-SUB) TO WS-FLAG-COUNT
                   MOVE 0 TO WS-FLAG-BASE
                   MOVE 0 TO WS-FLAG-PCT
                   MOVE 0 TO WS-FLAG-BASE-PCT
                   MOVE WS-FLAG-COUNT TO WS-ED-COUNT
                   MOVE SPACES TO WS-FLAG-EVIDENCE
                   STRING "SAME " FUNCTION TRIM(WS-ED-COUNT)
                       " GUESSES IN ORDER"
                       DELIMITED BY SIZE INTO WS-FLAG-EVIDENCE
                   END-STRING
                   PERFORM RAISE-FLAG
               END-IF
           END-PERFORM.

       CHECK-REPEATED-GUESSES.
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-CT
               IF RG-GAMES(WS-RG-SUB) >= WS-REP-GAMES
                   MOVE RG-OPERATOR(WS-RG-SUB) TO WS-FIND-OPERATOR
                   PERFORM FIND-OPERATOR
                   MOVE "RPTG" TO WS-FLAG-TYPE
                   MOVE RG-OPERATOR(WS-RG-SUB) TO WS-FLAG-OPERATOR
                   MOVE RG-GUESS(WS-RG-SUB) TO WS-FLAG-OBJECT
                   MOVE RG-GAMES(WS-RG-SUB) TO WS-FLAG-COUNT
                   IF WS-OP-SUB > 0
                       MOVE OP-GAMES(WS-OP-SUB) TO WS-FLAG-BASE
                   ELSE
                       MOVE RG-GAMES(WS-RG-SUB) TO WS-FLAG-BASE
                   END-IF
                   COMPUTE WS-FLAG-PCT ROUNDED =
                       WS-FLAG-COUNT * 100 / WS-FLAG-BASE
                   MOVE 0 TO WS-FLAG-BASE-PCT
                   MOVE WS-FLAG-COUNT TO WS-ED-COUNT
                   MOVE WS-FLAG-BASE TO WS-ED-BASE
                   MOVE SPACES TO WS-FLAG-EVIDENCE
                   STRING RG-GUESS(WS-RG-SUB) " IN "
                       FUNCTION TRIM(WS-ED-COUNT) " OF "
                       FUNCTION TRIM(WS-ED-BASE) " GAMES"
                       DELIMITED BY SIZE INTO WS-FLAG-EVIDENCE
                   END-STRING
                   PERFORM RAISE-FLAG
               END-IF
           END-PERFORM.

       SCAN-SCORE-HISTORY.
           OPEN INPUT SCORE-HISTORY
           IF WS-SCORE-HIST-STATUS = '05' OR WS-SCORE-HIST-STATUS = '35'
               DISPLAY "GUESREVW: NO SCORE-HISTORY FILE - WIN-RATE "
                   "CHECK NOT RUN"
           ELSE
               IF WS-SCORE-HIST-STATUS NOT = '00'
                   DISPLAY "GUESREVW: UNABLE TO OPEN SCORE-HISTORY, "
                       "STATUS=" WS-SCORE-HIST-STATUS
                   CLOSE REVIEW-RPT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-SCORE-EOF-SW
               PERFORM READ-SCORE-HISTORY
               PERFORM TALLY-ROUND UNTIL SCORE-EOF
               CLOSE SCORE-HISTORY
           END-IF.

       READ-SCORE-HISTORY.
           READ SCORE-HISTORY INTO SH-DETAIL-LINE
               AT END
                   MOVE 'Y' TO WS-SCORE-EOF-SW
           END-READ.

       TALLY-ROUND.
           IF SD-DATE IS NUMERIC AND SD-OPERATOR NOT = SPACES
               MOVE SD-DATE TO WS-SD-DATE
               COMPUTE WS-SD-INT = FUNCTION INTEGER-OF-DATE(WS-SD-DATE)
               IF WS-SD-INT >= WS-FROM-INT AND WS-SD-INT <= WS-RUN-INT
                   ADD 1 TO WS-HIST-WINDOW-CT
                   MOVE SD-OPERATOR TO WS-FIND-OPERATOR
                   PERFORM FIND-OPERATOR
                   IF WS-OP-SUB > 0
                       MOVE FUNCTION NUMVAL(SD-CORRECT)
                           TO WS-SD-CORRECT
                       MOVE FUNCTION NUMVAL(SD-INCORRECT)
                           TO WS-SD-INCORRECT
                       ADD 1 TO OP-ROUNDS(WS-OP-SUB)
                       IF WS-SD-CORRECT > WS-SD-INCORRECT
                           ADD 1 TO OP-WINS(WS-OP-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-SCORE-HISTORY.

       CHECK-WIN-RATES.
           MOVE 0 TO WS-DP-CT
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-CT
               IF OP-ROUNDS(WS-OP-SUB) > 0
                   PERFORM ADD-DEPT-ROUNDS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-CT
               IF OP-ROUNDS(WS-OP-SUB) >= WS-WIN-MIN
                   PERFORM CHECK-ONE-WIN-RATE
               END-IF
           END-PERFORM.

       ADD-DEPT-ROUNDS.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-CT
               IF DP-NAME(WS-DP-SUB) = OP-DEPT(WS-OP-SUB)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DP-SUB > WS-DP-CT
               IF WS-DP-CT >= WS-DP-MAX
                   MOVE 0 TO WS-DP-SUB
                   MOVE 'Y' TO WS-WARNING-SW
               ELSE
                   ADD 1 TO WS-DP-CT
                   MOVE OP-DEPT(WS-OP-SUB) TO DP-NAME(WS-DP-CT)
                   MOVE 0 TO DP-ROUNDS(WS-DP-CT)
                   MOVE 0 TO DP-WINS(WS-DP-CT)
               END-IF
           END-IF
           IF WS-DP-SUB > 0
               ADD OP-ROUNDS(WS-OP-SUB) TO DP-ROUNDS(WS-DP-SUB)
               ADD OP-WINS(WS-OP-SUB) TO DP-WINS(WS-DP-SUB)
           END-IF.

       CHECK-ONE-WIN-RATE.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-CT
               IF DP-NAME(WS-DP-SUB) = OP-DEPT(WS-OP-SUB)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DP-SUB <= WS-DP-CT
               COMPUTE WS-REST-ROUNDS =
                   DP-ROUNDS(WS-DP-SUB) - OP-ROUNDS(WS-OP-SUB)
               COMPUTE WS-REST-WINS =
                   DP-WINS(WS-DP-SUB) - OP-WINS(WS-OP-SUB)
               IF WS-REST-ROUNDS >= WS-WIN-MIN
                   COMPUTE WS-OP-PCT ROUNDED =
                       OP-WINS(WS-OP-SUB) * 100 / OP-ROUNDS(WS-OP-SUB)
                   COMPUTE WS-REST-PCT ROUNDED =
                       WS-REST-WINS * 100 / WS-REST-ROUNDS
                   IF WS-OP-PCT >= WS-REST-PCT + WS-WIN-GAP
                       MOVE "WINR" TO WS-FLAG-TYPE
                       MOVE OP-ID(WS-OP-SUB) TO WS-FLAG-OPERATOR
                       MOVE OP-DEPT(WS-OP-SUB) TO WS-FLAG-OBJECT
                       MOVE OP-ROUNDS(WS-OP-SUB) TO WS-FLAG-COUNT
                       MOVE WS-REST-ROUNDS TO WS-FLAG-BASE
                       MOVE WS-OP-PCT TO WS-FLAG-PCT
                       MOVE WS-REST-PCT TO WS-FLAG-BASE-PCT
                       MOVE WS-OP-PCT TO WS-ED-PCT
                       MOVE WS-REST-PCT TO WS-ED-BASE-PCT
                       MOVE SPACES TO WS-FLAG-EVIDENCE
                       STRING "WON " FUNCTION TRIM(WS-ED-PCT)
                           "% V " FUNCTION TRIM(WS-ED-BASE-PCT)
                           "% REST"
                           DELIMITED BY SIZE INTO WS-FLAG-EVIDENCE
                       END-STRING
                       PERFORM RAISE-FLAG
                   END-IF
               END-IF
           END-IF.

       RAISE-FLAG.
           ADD 1 TO WS-RAISED-CT
           PERFORM VARYING WS-RX-SUB FROM 1 BY 1
                   UNTIL WS-RX-SUB > WS-RX-CT
               IF RX-REC(WS-RX-SUB)(1:24) = WS-FLAG-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RX-SUB > WS-RX-CT
               IF WS-RX-CT >= WS-RX-MAX
                   DISPLAY "GUESREVW: REVIEW REGISTER FULL, "
                       WS-FLAG-KEY " NOT RECORDED"
                   MOVE 'Y' TO WS-WARNING-SW
               ELSE
                   ADD 1 TO WS-RX-CT
                   ADD 1 TO WS-NEW-CT
                   MOVE SPACES TO REVIEW-REG-REC
                   MOVE WS-FLAG-KEY TO RR-KEY
                   MOVE WS-RUN-DATE TO RR-FIRST-DATE
                   MOVE 0 TO RR-LAST-DATE
                   MOVE 0 TO RR-TIMES
                   PERFORM SET-FLAG-EVIDENCE
                   MOVE 0 TO RR-DISP-DATE
                   MOVE REVIEW-REG-REC TO RX-REC(WS-RX-CT)
                   MOVE 'N' TO RX-STATE(WS-RX-CT)
               END-IF
           ELSE
               MOVE RX-REC(WS-RX-SUB) TO REVIEW-REG-REC
               IF RR-OPEN
                   IF NOT RX-NEW(WS-RX-SUB)
                       IF NOT RX-REPEAT(WS-RX-SUB)
                           ADD 1 TO WS-REPEAT-CT
                       END-IF
                       MOVE 'R' TO RX-STATE(WS-RX-SUB)
                   END-IF
                   PERFORM SET-FLAG-EVIDENCE
               ELSE
                   IF NOT RX-SUPPRESSED(WS-RX-SUB)
                       ADD 1 TO WS-SUPPRESS-CT
                   END-IF
                   MOVE 'S' TO RX-STATE(WS-RX-SUB)
                   MOVE WS-RUN-DATE TO RR-LAST-DATE
                   MOVE WS-RUN-ID TO RR-LAST-RUN-ID
               END-IF
               MOVE REVIEW-REG-REC TO RX-REC(WS-RX-SUB)
           END-IF.

       SET-FLAG-EVIDENCE.
           IF RR-LAST-DATE NOT = WS-RUN-DATE
               ADD 1 TO RR-TIMES
           END-IF
           MOVE WS-RUN-DATE TO RR-LAST-DATE
           MOVE WS-RUN-ID TO RR-LAST-RUN-ID
           MOVE WS-FLAG-COUNT TO RR-COUNT
           MOVE WS-FLAG-BASE TO RR-BASE
           MOVE WS-FLAG-PCT TO RR-PCT
           MOVE WS-FLAG-BASE-PCT TO RR-BASE-PCT
           MOVE WS-FLAG-EVIDENCE TO RR-EVIDENCE.

       APPLY-DISPOSITIONS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-DISP-HEADING-1
           WRITE RPT-LINE FROM RPT-DISP-HEADING-2
           OPEN INPUT REVIEW-DISPS
           IF WS-REVIEW-DISP-STATUS = '05'
                   OR WS-REVIEW-DISP-STATUS = '35'
               MOVE 'Y' TO WS-DISP-EOF-SW
           ELSE
               IF WS-REVIEW-DISP-STATUS NOT = '00'
                   DISPLAY "GUESREVW: UNABLE TO OPEN REVIEW-DISPS, "
                       "STATUS=" WS-REVIEW-DISP-STATUS
                   CLOSE REVIEW-RPT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-DISP-EOF-SW
           END-IF
           IF NOT DISP-EOF
               PERFORM READ-DISPOSITION
               PERFORM APPLY-ONE-DISPOSITION UNTIL DISP-EOF
               CLOSE REVIEW-DISPS
           END-IF
           IF WS-DISP-APPLIED-CT = 0 AND WS-DISP-REJ-CT = 0
               WRITE RPT-LINE FROM RPT-NO-DISPS
           END-IF.

       READ-DISPOSITION.
           READ REVIEW-DISPS
               AT END
                   MOVE 'Y' TO WS-DISP-EOF-SW
           END-READ.

       APPLY-ONE-DISPOSITION.
           IF RD-TYPE NOT = SPACES AND RD-TYPE(1:1) NOT = '*'
               MOVE SPACES TO WS-DISP-RESULT
               MOVE RD-TYPE TO WS-FLAG-TYPE
               MOVE RD-OPERATOR TO WS-FLAG-OPERATOR
               MOVE RD-OBJECT TO WS-FLAG-OBJECT
               IF RD-DISP NOT = "CLEARED " AND RD-DISP NOT = "CONFIRMD"
                       AND RD-DISP NOT = "REOPEN  "
                   MOVE "REJECTED - BAD DISP" TO WS-DISP-RESULT
               END-IF
               IF WS-DISP-RESULT = SPACES
                   PERFORM CHECK-REVIEWER
               END-IF
               IF WS-DISP-RESULT = SPACES
                   PERFORM VARYING WS-RX-SUB FROM 1 BY 1
                           UNTIL WS-RX-SUB > WS-RX-CT
                       IF RX-REC(WS-RX-SUB)(1:24) = WS-FLAG-KEY
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-RX-SUB > WS-RX-CT
                       MOVE "REJECTED - NOT ON FILE" TO WS-DISP-RESULT
                   ELSE
                       PERFORM SET-DISPOSITION
                   END-IF
               END-IF
               IF WS-DISP-RESULT(1:8) = "REJECTED"
                   ADD 1 TO WS-DISP-REJ-CT
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
               IF WS-DISP-RESULT NOT = "ALREADY IN FORCE"
                   MOVE RD-TYPE TO DL-TYPE
                   MOVE RD-OPERATOR TO DL-OPERATOR
                   MOVE RD-OBJECT TO DL-OBJECT
                   MOVE RD-DISP TO DL-DISP
                   MOVE RD-REVIEWER TO DL-REVIEWER
                   MOVE WS-DISP-RESULT TO DL-RESULT
                   WRITE RPT-LINE FROM RPT-DISP-LINE
               END-IF
           END-IF
           PERFORM READ-DISPOSITION.

       CHECK-REVIEWER.
           IF RD-REVIEWER = SPACES
               MOVE "REJECTED - NO REVIEWER" TO WS-DISP-RESULT
           ELSE
               IF RD-REVIEWER = RD-OPERATOR
                   MOVE "REJECTED - OWN ITEM" TO WS-DISP-RESULT
               ELSE
                   PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                           UNTIL WS-OP-SUB > WS-OP-CT
                       IF OP-ID(WS-OP-SUB) = RD-REVIEWER
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-AUTH-REASON
                   IF NOT OPER-MASTER-LOADED
                       MOVE "NO OPERMST" TO WS-AUTH-REASON
                   ELSE
                       IF WS-OP-SUB > WS-OP-CT
                           MOVE "NOT ON FILE" TO WS-AUTH-REASON
                       ELSE
                           IF OP-ON-MASTER(WS-OP-SUB) NOT = 'Y'
                               MOVE "NOT ON FILE" TO WS-AUTH-REASON
                           ELSE
                               IF OP-ACTIVE(WS-OP-SUB) NOT = 'Y'
                                   MOVE "INACTIVE" TO WS-AUTH-REASON
                               ELSE
                                   IF OP-SUPV(WS-OP-SUB) NOT = 'Y'
                                       MOVE "LACKS ROLE"
                                           TO WS-AUTH-REASON
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF WS-AUTH-REASON NOT = SPACES
                       IF WS-AUTH-REASON = "LACKS ROLE"
                           MOVE "REJECTED - LACKS ROLE"
                               TO WS-DISP-RESULT
                       ELSE
                           MOVE "REJECTED - REVIEWER" TO WS-DISP-RESULT
                       END-IF
                       PERFORM WRITE-AUTH-REFUSAL
                   END-IF
               END-IF
           END-IF.

       WRITE-AUTH-REFUSAL.
           OPEN EXTEND AUTH-LOG
           IF WS-AUTH-LOG-STATUS = '05' OR WS-AUTH-LOG-STATUS = '35'
               OPEN OUTPUT AUTH-LOG
           END-IF
           IF WS-AUTH-LOG-STATUS NOT = '00'
               DISPLAY "GUESREVW: UNABLE TO OPEN AUTH-LOG, STATUS="
                   WS-AUTH-LOG-STATUS
           ELSE
               MOVE SPACES TO AUTH-LOG-REC
               MOVE RH-RUN-ID TO AL-RUN-ID
               MOVE RH-RUN-DATE TO AL-RUN-DATE
               MOVE RH-RUN-TIME TO AL-RUN-TIME
               MOVE "GUESREVW" TO AL-PROGRAM
               MOVE RD-REVIEWER TO AL-OPERATOR
               MOVE "DISPOSE" TO AL-FUNCTION
               MOVE "SUPERVISOR" TO AL-ROLE
               MOVE WS-AUTH-REASON TO AL-REASON
               STRING RD-TYPE DELIMITED BY SPACE
                   "/" RD-OPERATOR DELIMITED BY SPACE
                   "/" RD-OBJECT DELIMITED BY SIZE
                   INTO AL-OBJECT
               WRITE AUTH-LOG-REC
               CLOSE AUTH-LOG
           END-IF.

       SET-DISPOSITION.
           MOVE RX-REC(WS-RX-SUB) TO REVIEW-REG-REC
           IF RD-DISP = "REOPEN  "
               IF RR-OPEN
                   MOVE "ALREADY IN FORCE" TO WS-DISP-RESULT
               ELSE
                   MOVE SPACES TO RR-DISP
                   MOVE "REOPENED" TO WS-DISP-RESULT
               END-IF
           ELSE
               IF RR-DISP = RD-DISP
                   MOVE "ALREADY IN FORCE" TO WS-DISP-RESULT
               ELSE
                   MOVE RD-DISP TO RR-DISP
                   MOVE "APPLIED" TO WS-DISP-RESULT
               END-IF
           END-IF
           IF WS-DISP-RESULT = "ALREADY IN FORCE"
               ADD 1 TO WS-DISP-ALREADY-CT
           ELSE
               ADD 1 TO WS-DISP-APPLIED-CT
               MOVE RD-REVIEWER TO RR-REVIEWER
               MOVE WS-RUN-DATE TO RR-DISP-DATE
               MOVE REVIEW-REG-REC TO RX-REC(WS-RX-SUB)
           END-IF.

       WRITE-NEW-REGISTER.
           OPEN OUTPUT REVIEW-REG-NEW
           IF WS-REVIEW-REG-NEW-STATUS NOT = '00'
               DISPLAY "GUESREVW: UNABLE TO OPEN REVIEW-REG-NEW, "
                   "STATUS=" WS-REVIEW-REG-NEW-STATUS
               CLOSE REVIEW-RPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RX-SUB FROM 1 BY 1
                   UNTIL WS-RX-SUB > WS-RX-CT
               MOVE RX-REC(WS-RX-SUB) TO REVIEW-REG-NEW-LINE
               WRITE REVIEW-REG-NEW-LINE
           END-PERFORM
           CLOSE REVIEW-REG-NEW.

       WRITE-REVIEW-ITEMS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-NEW-HEADING
           WRITE RPT-LINE FROM RPT-ITEM-HEADING
           PERFORM VARYING WS-RX-SUB FROM 1 BY 1
                   UNTIL WS-RX-SUB > WS-RX-CT
               MOVE RX-REC(WS-RX-SUB) TO REVIEW-REG-REC
               IF RR-OPEN
                   ADD 1 TO WS-OPEN-CT
                   IF RX-NEW(WS-RX-SUB)
                       PERFORM WRITE-ITEM-LINES
                   ELSE
                       ADD 1 TO WS-EARLIER-CT
                   END-IF
               ELSE
                   ADD 1 TO WS-DISPOSED-CT
               END-IF
           END-PERFORM
           IF WS-OPEN-CT = WS-EARLIER-CT
               WRITE RPT-LINE FROM RPT-NO-ITEMS
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-EARLIER-HEADING
           WRITE RPT-LINE FROM RPT-ITEM-HEADING
           PERFORM VARYING WS-RX-SUB FROM 1 BY 1
                   UNTIL WS-RX-SUB > WS-RX-CT
               MOVE RX-REC(WS-RX-SUB) TO REVIEW-REG-REC
               IF RR-OPEN AND NOT RX-NEW(WS-RX-SUB)
                   PERFORM WRITE-ITEM-LINES
               END-IF
           END-PERFORM
           IF WS-EARLIER-CT = 0
               WRITE RPT-LINE FROM RPT-NO-ITEMS
           END-IF.

       WRITE-ITEM-LINES.
           MOVE RR-OPERATOR TO WS-FIND-OPERATOR
           PERFORM FIND-OPERATOR
           MOVE RR-TYPE TO IL-TYPE
           MOVE RR-OPERATOR TO IL-OPERATOR
           IF WS-OP-SUB > 0
               MOVE OP-NAME(WS-OP-SUB) TO IL-NAME
           ELSE
               MOVE "NOT ON OPERMST" TO IL-NAME
           END-IF
           MOVE SPACES TO IL-OBJECT
           IF RR-SAME-SEQUENCE
               STRING RR-OBJECT(1:4) " " RR-OBJECT(5:8)
                   DELIMITED BY SIZE INTO IL-OBJECT
               END-STRING
           ELSE
               MOVE RR-OBJECT TO IL-OBJECT
           END-IF
           MOVE RR-FIRST-DATE TO IL-FIRST
           MOVE RR-TIMES TO IL-TIMES
           WRITE RPT-LINE FROM RPT-ITEM-LINE
           MOVE RR-EVIDENCE TO EL-EVIDENCE
           MOVE RR-LAST-DATE TO EL-LAST
           WRITE RPT-LINE FROM RPT-EVIDENCE-LINE.

       WRITE-COUNTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RAISED-CT TO RC-RAISED
           MOVE WS-NEW-CT TO RC-NEW
           MOVE WS-REPEAT-CT TO RC-REPEAT
           MOVE WS-SUPPRESS-CT TO RC-SUPPRESS
           WRITE RPT-LINE FROM RPT-COUNT-LINE-1
           MOVE WS-RX-CT TO RC-REGISTER
           MOVE WS-OPEN-CT TO RC-OPEN
           MOVE WS-DISPOSED-CT TO RC-DISPOSED
           WRITE RPT-LINE FROM RPT-COUNT-LINE-2
           MOVE WS-DISP-APPLIED-CT TO RC-DISP-APPLIED
           MOVE WS-DISP-ALREADY-CT TO RC-DISP-ALREADY
           MOVE WS-DISP-REJ-CT TO RC-DISP-REJ
           WRITE RPT-LINE FROM RPT-COUNT-LINE-3
           MOVE WS-GAMES-READ-CT TO RC-GAMES
           MOVE WS-RESULT-LINE-CT TO RC-RESULTS
           MOVE WS-HIST-WINDOW-CT TO RC-HISTORY
           WRITE RPT-LINE FROM RPT-COUNT-LINE-4.
