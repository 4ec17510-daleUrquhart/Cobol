       IDENTIFICATION DIVISION.
       PROGRAM-ID. Guesodds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-PARMS ASSIGN TO "GAMEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-PARMS-STATUS.
           SELECT FACT-TABLE ASSIGN TO "FACTTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-N
               FILE STATUS IS WS-FACT-TABLE-STATUS.
           SELECT SCORE-HISTORY ASSIGN TO "SCOREHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-HIST-STATUS.
           SELECT ODDS-RPT ASSIGN TO "ODDSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODDS-RPT-STATUS.
           SELECT RANK-SORT ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-PARMS
           RECORD CONTAINS 20 CHARACTERS.
       01  GP-REC.
           05 GP-NAME PIC X(8).
           05 GP-MIN-A PIC X(2).
           05 GP-MAX-A PIC X(2).
           05 GP-MAX-S PIC X(2).
           05 GP-MIN-S PIC X(2).
           05 GP-MIN-G PIC X(2).
           05 FILLER PIC X(2).

       FD  FACT-TABLE
           RECORD CONTAINS 20 CHARACTERS.
       01  FACT-TABLE-REC.
           05 FT-N PIC 9(2).
           05 FT-FACT PIC 9(18).

       FD  SCORE-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
       01  SH-LINE PIC X(80).

       FD  ODDS-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       SD  RANK-SORT.
       01  RANK-SORT-REC.
           05 OS-ODDS PIC 9V9(15).
           05 OS-PROFILE PIC X(8).
           05 OS-SUB PIC 99.

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 MIN-A          PIC 99 VALUE 11.
           01 MAX-A          PIC 99 VALUE 21.
           01 MAX-S          PIC 99 VALUE 12.
           01 MIN-S          PIC 99 VALUE 11.
           01 MIN-G          PIC 99 VALUE 2.
           01 X              PIC 9999.
           01 N              PIC 99.
           01 SQRT-N         PIC 99.
           01 Y              PIC 99.
           01 K              PIC 99.
           01 J              PIC 99.

           01 WS-GAME-PARMS-STATUS PIC XX VALUE '00'.
           01 WS-FACT-TABLE-STATUS PIC XX VALUE '00'.
           01 WS-SCORE-HIST-STATUS PIC XX VALUE '00'.
           01 WS-ODDS-RPT-STATUS PIC XX VALUE '00'.
           01 WS-GAME-PARMS-EOF-SW PIC X VALUE 'N'.
               88 GAME-PARMS-EOF VALUE 'Y'.
           01 WS-SCORE-EOF-SW PIC X VALUE 'N'.
               88 SCORE-EOF VALUE 'Y'.
           01 WS-SCAN-DONE-SW PIC X VALUE 'N'.
               88 SCAN-DONE VALUE 'Y'.
           01 WS-RANK-EOF-SW PIC X VALUE 'N'.
               88 RANK-EOF VALUE 'Y'.
           01 WS-PAIR-COVERED-SW PIC X VALUE 'N'.
               88 PAIR-COVERED VALUE 'Y'.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-HIT-TEXT PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.

           01 WS-HIT-PCT PIC 9(3)V99 VALUE 50.
           01 WS-HIT-BASIS PIC X(12) VALUE "DEFAULT".
           01 WS-HIT-P PIC 9V9(8) VALUE 0.
           01 WS-MISS-Q PIC 9V9(8) VALUE 0.

           01 WS-MIN-ROUNDS PIC 9(5) VALUE 10.
           01 WS-TOLERANCE PIC 9(3)V99 VALUE 20.00.

           01 WS-FT-MAX PIC 99 VALUE 0.
           01 WS-FT-CT PIC 999 VALUE 0.
           01 WS-FACT-TABLE.
               05 FX-ENTRY OCCURS 100 TIMES.
                   10 FX-PRESENT PIC X.
                   10 FX-VALUE PIC 9(18).

           01 WS-PF-MAX PIC 99 VALUE 50.
           01 WS-PF-CT PIC 99 VALUE 0.
           01 WS-PF-SUB PIC 99 VALUE 0.
           01 WS-PROFILE-TABLE.
               05 PF-ENTRY OCCURS 50 TIMES.
                   10 PF-NAME PIC X(8).
                   10 PF-MIN-A PIC 99.
                   10 PF-MAX-A PIC 99.
                   10 PF-MAX-S PIC 99.
                   10 PF-MIN-S PIC 99.
                   10 PF-MIN-G PIC 99.
                   10 PF-STATUS PIC X.
                       88 PF-VALID VALUE 'V'.
                       88 PF-NON-NUMERIC VALUE 'N'.
                       88 PF-INCONSISTENT VALUE 'I'.
                   10 PF-N-LO PIC 99.
                   10 PF-N-HI PIC 99.
                   10 PF-K-LO PIC 99.
                   10 PF-K-HI PIC 99.
                   10 PF-ODDS PIC 9V9(15).
                   10 PF-UNCOV-CT PIC 9(5).
                   10 PF-ROUNDS PIC 9(7).
                   10 PF-WINS PIC 9(7).
                   10 PF-WIN-PCT PIC 9(3)V99.
                   10 PF-FLAG PIC X(20).

           01 WS-GAME-GRID.
               05 GG-ROW OCCURS 21 TIMES.
                   10 GG-GAMES PIC 9(5) OCCURS 100 TIMES.

           01 WS-GAME-X PIC 9(5) VALUE 0.
           01 WS-GRID-N PIC 99 VALUE 0.
           01 WS-GRID-K PIC 999 VALUE 0.
           01 WS-FX-SUB PIC 999 VALUE 0.
           01 WS-PAIR-ODDS PIC 9V9(15) VALUE 0.
           01 WS-COEF-N PIC 999 VALUE 0.
           01 WS-COEF PIC 9(18) VALUE 0.
           01 WS-TERM PIC 9V9(15) VALUE 0.
           01 WS-HIT-POWER PIC 9V9(15) VALUE 0.
           01 WS-MISS-POWER PIC 9V9(15) VALUE 0.
           01 WS-ODDS-SUM PIC 9(5)V9(15) VALUE 0.
           01 WS-ODDS-SUM-PAIR PIC 9(2)V9(15) VALUE 0.
           01 WS-COVERED-GAMES PIC 9(5) VALUE 0.
           01 WS-ODDS-PCT PIC 9(3)V9(4) VALUE 0.
           01 WS-GAP PIC S9(3)V99 VALUE 0.

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
           01 WS-HIST-READ-CT PIC 9(7) VALUE 0.
           01 WS-HIST-UNKNOWN-CT PIC 9(7) VALUE 0.
           01 WS-ALL-CORRECT PIC 9(9) VALUE 0.
           01 WS-ALL-ATTEMPTS PIC 9(9) VALUE 0.
           01 WS-RANK PIC 99 VALUE 0.
           01 WS-RANKED-CT PIC 99 VALUE 0.
           01 WS-FLAGGED-CT PIC 99 VALUE 0.
           01 WS-REJECTED-CT PIC 99 VALUE 0.
           01 WS-DUP-CT PIC 99 VALUE 0.

           01 RPT-HEADING-1.
               05 FILLER PIC X(11) VALUE "GUESODDS   ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 RH1-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(22) VALUE "HIT CHANCE PER GUESS: ".
               05 RH1-HIT-PCT PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE " % ".
               05 RH1-BASIS PIC X(12).

           01 RPT-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "GAMEPARM PROFILE ODDS AND DIFFICULTY".

           01 RPT-PROFILE-HEADING.
               05 FILLER PIC X(9) VALUE "PROFILE: ".
               05 RP-PROFILE PIC X(8).
               05 FILLER PIC X(8) VALUE "  MIN-A ".
               05 RP-MIN-A PIC 99.
               05 FILLER PIC X(8) VALUE "  MAX-A ".
               05 RP-MAX-A PIC 99.
               05 FILLER PIC X(8) VALUE "  MAX-S ".
               05 RP-MAX-S PIC 99.
               05 FILLER PIC X(8) VALUE "  MIN-S ".
               05 RP-MIN-S PIC 99.
               05 FILLER PIC X(8) VALUE "  MIN-G ".
               05 RP-MIN-G PIC 99.

           01 RPT-PAIR-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(3) VALUE "N: ".
               05 RL-N PIC Z9.
               05 FILLER PIC X(5) VALUE "  K: ".
               05 RL-K PIC Z9.
               05 FILLER PIC X(9) VALUE "  GAMES: ".
               05 RL-GAMES PIC ZZZZ9.
               05 FILLER PIC X(8) VALUE "  ODDS: ".
               05 RL-ODDS PIC ZZ9.9999.
               05 FILLER PIC X(2) VALUE " %".
               05 FILLER PIC X(2) VALUE SPACES.
               05 RL-NOTE PIC X(20).

           01 RPT-PROFILE-TOTAL.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(15) VALUE "WEIGHTED ODDS: ".
               05 RT-ODDS PIC ZZ9.9999.
               05 FILLER PIC X(2) VALUE " %".
               05 FILLER PIC X(10) VALUE "  ROUNDS: ".
               05 RT-ROUNDS PIC ZZZZZZ9.
               05 FILLER PIC X(8) VALUE "  WON: ".
               05 RT-WIN-PCT PIC ZZ9.99.
               05 FILLER PIC X(2) VALUE " %".

           01 RPT-PROFILE-REJECT.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(28) VALUE
                   "*** PROFILE NOT EVALUATED - ".
               05 RJ-REASON PIC X(30).

           01 RPT-RANK-HEADING-1.
               05 FILLER PIC X(80) VALUE
                   "PROFILES RANKED BY DIFFICULTY (HARDEST FIRST)".

           01 RPT-RANK-HEADING-2.
               05 FILLER PIC X(5) VALUE "RNK".
               05 FILLER PIC X(10) VALUE "PROFILE".
               05 FILLER PIC X(7) VALUE "N".
               05 FILLER PIC X(7) VALUE "K".
               05 FILLER PIC X(10) VALUE "ODDS %".
               05 FILLER PIC X(8) VALUE "ROUNDS".
               05 FILLER PIC X(8) VALUE "WON %".
               05 FILLER PIC X(4) VALUE "FLAG".

           01 RPT-RANK-LINE.
               05 RR-RANK PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-PROFILE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-N-LO PIC Z9.
               05 FILLER PIC X VALUE "-".
               05 RR-N-HI PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-K-LO PIC Z9.
               05 FILLER PIC X VALUE "-".
               05 RR-K-HI PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-ODDS PIC ZZ9.9999.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-ROUNDS PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-WIN-PCT PIC ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-FLAG PIC X(20).

           01 RPT-COUNT-LINE-1.
               05 FILLER PIC X(10) VALUE "PROFILES: ".
               05 RC-PROFILES PIC Z9.
               05 FILLER PIC X(10) VALUE "  RANKED: ".
               05 RC-RANKED PIC Z9.
               05 FILLER PIC X(11) VALUE "  FLAGGED: ".
               05 RC-FLAGGED PIC Z9.
               05 FILLER PIC X(12) VALUE "  REJECTED: ".
               05 RC-REJECTED PIC Z9.
               05 FILLER PIC X(14) VALUE "  DUPLICATES: ".
               05 RC-DUPS PIC Z9.

           01 RPT-COUNT-LINE-2.
               05 FILLER PIC X(21) VALUE "HISTORY ROUNDS READ: ".
               05 RC-READ PIC ZZZZZZ9.
               05 FILLER PIC X(23) VALUE
                   "  ON UNKNOWN PROFILES: ".
               05 RC-UNKNOWN PIC ZZZZZZ9.

           01 RPT-FACT-LINE.
               05 FILLER PIC X(24) VALUE "FACTTAB ENTRIES LOADED: ".
               05 RF-COUNT PIC ZZ9.
               05 FILLER PIC X(14) VALUE "  HIGHEST N: ".
               05 RF-MAX PIC Z9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-RUN-ID WS-RUN-OPERATOR WS-HIT-TEXT
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "GUESODDS" TO WS-RUN-ID
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           PERFORM LOAD-FACT-TABLE
           PERFORM LOAD-PROFILES
           PERFORM LOAD-SCORE-HISTORY
           PERFORM SET-HIT-CHANCE
           OPEN OUTPUT ODDS-RPT
           IF WS-ODDS-RPT-STATUS NOT = '00'
               DISPLAY "GUESODDS: UNABLE TO OPEN ODDS-RPT, STATUS="
                   WS-ODDS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADINGS
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                   UNTIL WS-PF-SUB > WS-PF-CT
               PERFORM EVALUATE-PROFILE
           END-PERFORM
           IF WS-RANKED-CT > 0
               SORT RANK-SORT
                   ON ASCENDING KEY OS-ODDS OS-PROFILE
                   INPUT PROCEDURE IS LOAD-RANKING
                   OUTPUT PROCEDURE IS WRITE-RANKING
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PF-CT TO RC-PROFILES
           MOVE WS-RANKED-CT TO RC-RANKED
           MOVE WS-FLAGGED-CT TO RC-FLAGGED
           MOVE WS-REJECTED-CT TO RC-REJECTED
           MOVE WS-DUP-CT TO RC-DUPS
           WRITE RPT-LINE FROM RPT-COUNT-LINE-1
           MOVE WS-HIST-READ-CT TO RC-READ
           MOVE WS-HIST-UNKNOWN-CT TO RC-UNKNOWN
           WRITE RPT-LINE FROM RPT-COUNT-LINE-2
           MOVE WS-FT-CT TO RF-COUNT
           MOVE WS-FT-MAX TO RF-MAX
           WRITE RPT-LINE FROM RPT-FACT-LINE
           CLOSE ODDS-RPT
           IF WS-FLAGGED-CT > 0 OR WS-REJECTED-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-FACT-TABLE.
           MOVE 0 TO WS-FT-MAX
           MOVE 0 TO WS-FT-CT
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1 UNTIL WS-FX-SUB > 100
               MOVE 'N' TO FX-PRESENT(WS-FX-SUB)
               MOVE 0 TO FX-VALUE(WS-FX-SUB)
           END-PERFORM
           OPEN INPUT FACT-TABLE
           IF WS-FACT-TABLE-STATUS NOT = '00'
               DISPLAY "GUESODDS: UNABLE TO OPEN FACT-TABLE, STATUS="
                   WS-FACT-TABLE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE 0 TO FT-N
           START FACT-TABLE KEY >= FT-N
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM STORE-FACT-ENTRY UNTIL SCAN-DONE
           CLOSE FACT-TABLE
           IF WS-FT-CT = 0
               DISPLAY "GUESODDS: FACT-TABLE IS EMPTY - RERUN FACTORIL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-FACT-ENTRY.
           READ FACT-TABLE NEXT
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
           IF NOT SCAN-DONE
               ADD 1 TO WS-FT-CT
               MOVE 'Y' TO FX-PRESENT(FT-N + 1)
               MOVE FT-FACT TO FX-VALUE(FT-N + 1)
               IF FT-N > WS-FT-MAX
                   MOVE FT-N TO WS-FT-MAX
               END-IF
           END-IF.

       LOAD-PROFILES.
           MOVE 1 TO WS-PF-CT
           MOVE "DEFAULT " TO PF-NAME(1)
           MOVE 11 TO PF-MIN-A(1)
           MOVE 21 TO PF-MAX-A(1)
           MOVE 12 TO PF-MAX-S(1)
           MOVE 11 TO PF-MIN-S(1)
           MOVE 2 TO PF-MIN-G(1)
           MOVE 'V' TO PF-STATUS(1)
           OPEN INPUT GAME-PARMS
           IF WS-GAME-PARMS-STATUS NOT = '00'
               DISPLAY "GUESODDS: UNABLE TO OPEN GAME-PARMS, STATUS="
                   WS-GAME-PARMS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-GAME-PARMS-EOF-SW
           PERFORM READ-GAME-PARM
           PERFORM STORE-GAME-PARM UNTIL GAME-PARMS-EOF
           CLOSE GAME-PARMS
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                   UNTIL WS-PF-SUB > WS-PF-CT
               MOVE 0 TO PF-ROUNDS(WS-PF-SUB)
               MOVE 0 TO PF-WINS(WS-PF-SUB)
               MOVE 0 TO PF-WIN-PCT(WS-PF-SUB)
               MOVE 0 TO PF-ODDS(WS-PF-SUB)
               MOVE 0 TO PF-UNCOV-CT(WS-PF-SUB)
               MOVE SPACES TO PF-FLAG(WS-PF-SUB)
           END-PERFORM.

       READ-GAME-PARM.
           READ GAME-PARMS
               AT END
                   MOVE 'Y' TO WS-GAME-PARMS-EOF-SW
           END-READ.

       STORE-GAME-PARM.
           IF GP-NAME NOT = SPACES
               PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                       UNTIL WS-PF-SUB > WS-PF-CT
                   IF PF-NAME(WS-PF-SUB) = GP-NAME
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PF-SUB <= WS-PF-CT
                   ADD 1 TO WS-DUP-CT
                   DISPLAY "GUESODDS: PROFILE " GP-NAME
                       " ALREADY LOADED, DUPLICATE IGNORED"
               ELSE
                   IF WS-PF-CT >= WS-PF-MAX
                       DISPLAY "GUESODDS: PROFILE TABLE FULL, "
                           GP-NAME " IGNORED"
                   ELSE
                       ADD 1 TO WS-PF-CT
                       PERFORM STORE-PROFILE-ENTRY
                   END-IF
               END-IF
           END-IF
           PERFORM READ-GAME-PARM.

       STORE-PROFILE-ENTRY.
           MOVE GP-NAME TO PF-NAME(WS-PF-CT)
           IF GP-MIN-A IS NUMERIC AND GP-MAX-A IS NUMERIC
                   AND GP-MAX-S IS NUMERIC AND GP-MIN-S IS NUMERIC
                   AND GP-MIN-G IS NUMERIC
               MOVE GP-MIN-A TO PF-MIN-A(WS-PF-CT)
               MOVE GP-MAX-A TO PF-MAX-A(WS-PF-CT)
               MOVE GP-MAX-S TO PF-MAX-S(WS-PF-CT)
               MOVE GP-MIN-S TO PF-MIN-S(WS-PF-CT)
               MOVE GP-MIN-G TO PF-MIN-G(WS-PF-CT)
               MOVE GP-MIN-A TO MIN-A
               MOVE GP-MAX-A TO MAX-A
               MOVE GP-MAX-S TO MAX-S
               MOVE GP-MIN-S TO MIN-S
               MOVE GP-MIN-G TO MIN-G
               MOVE 'V' TO PF-STATUS(WS-PF-CT)
               PERFORM VALIDATE-GAME-PROFILE
           ELSE
               MOVE 0 TO PF-MIN-A(WS-PF-CT)
               MOVE 0 TO PF-MAX-A(WS-PF-CT)
               MOVE 0 TO PF-MAX-S(WS-PF-CT)
               MOVE 0 TO PF-MIN-S(WS-PF-CT)
               MOVE 0 TO PF-MIN-G(WS-PF-CT)
               MOVE 'N' TO PF-STATUS(WS-PF-CT)
           END-IF.

       VALIDATE-GAME-PROFILE.
           IF MIN-A < 1 OR MIN-A > MAX-A OR MAX-A > 21
                   OR MIN-S > MAX-S OR MAX-S > 12
                   OR MIN-G < 1
               MOVE 'I' TO PF-STATUS(WS-PF-CT)
           END-IF.

       LOAD-SCORE-HISTORY.
           OPEN INPUT SCORE-HISTORY
           IF WS-SCORE-HIST-STATUS = '05' OR WS-SCORE-HIST-STATUS = '35'
               DISPLAY "GUESODDS: NO SCORE-HISTORY FILE - OBSERVED "
                   "WIN RATES NOT REPORTED"
           ELSE
               IF WS-SCORE-HIST-STATUS NOT = '00'
                   DISPLAY "GUESODDS: UNABLE TO OPEN SCORE-HISTORY, "
                       "STATUS=" WS-SCORE-HIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-SCORE-EOF-SW
               PERFORM READ-SCORE-HISTORY
               PERFORM TALLY-ROUND UNTIL SCORE-EOF
               CLOSE SCORE-HISTORY
           END-IF
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                   UNTIL WS-PF-SUB > WS-PF-CT
               IF PF-ROUNDS(WS-PF-SUB) > 0
                   COMPUTE PF-WIN-PCT(WS-PF-SUB) ROUNDED =
                       PF-WINS(WS-PF-SUB) * 100 / PF-ROUNDS(WS-PF-SUB)
               END-IF
           END-PERFORM.

       READ-SCORE-HISTORY.
           READ SCORE-HISTORY INTO SH-DETAIL-LINE
               AT END
                   MOVE 'Y' TO WS-SCORE-EOF-SW
           END-READ
           IF NOT SCORE-EOF
               ADD 1 TO WS-HIST-READ-CT
           END-IF.

       TALLY-ROUND.
           IF SD-DATE IS NUMERIC
               MOVE FUNCTION NUMVAL(SD-CORRECT) TO WS-SD-CORRECT
               MOVE FUNCTION NUMVAL(SD-INCORRECT) TO WS-SD-INCORRECT
               ADD WS-SD-CORRECT TO WS-ALL-CORRECT
               ADD WS-SD-CORRECT TO WS-ALL-ATTEMPTS
               ADD WS-SD-INCORRECT TO WS-ALL-ATTEMPTS
               PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                       UNTIL WS-PF-SUB > WS-PF-CT
                   IF PF-NAME(WS-PF-SUB) = SD-PROFILE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PF-SUB > WS-PF-CT
                   ADD 1 TO WS-HIST-UNKNOWN-CT
               ELSE
                   ADD 1 TO PF-ROUNDS(WS-PF-SUB)
                   IF WS-SD-CORRECT > WS-SD-INCORRECT
                       ADD 1 TO PF-WINS(WS-PF-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-SCORE-HISTORY.

       SET-HIT-CHANCE.
           IF WS-HIT-TEXT(1:2) IS NUMERIC
                   AND WS-HIT-TEXT(3:1) = SPACE
                   AND WS-HIT-TEXT(1:2) NOT = "00"
               MOVE WS-HIT-TEXT(1:2) TO WS-HIT-PCT
               MOVE "PARM" TO WS-HIT-BASIS
           ELSE
               IF WS-HIT-TEXT NOT = SPACES
                   DISPLAY "GUESODDS: HIT CHANCE " WS-HIT-TEXT
                       " NOT 01-99, TAKEN FROM HISTORY"
               END-IF
               IF WS-ALL-ATTEMPTS > 0
                   COMPUTE WS-HIT-PCT ROUNDED =
                       WS-ALL-CORRECT * 100 / WS-ALL-ATTEMPTS
                   MOVE "SCOREHST" TO WS-HIT-BASIS
               END-IF
           END-IF
           COMPUTE WS-HIT-P = WS-HIT-PCT / 100
           COMPUTE WS-MISS-Q = 1 - WS-HIT-P.

       WRITE-RPT-HEADINGS.
           MOVE WS-RUN-DATE TO RH1-DATE
           MOVE WS-HIT-PCT TO RH1-HIT-PCT
           MOVE WS-HIT-BASIS TO RH1-BASIS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2.

       EVALUATE-PROFILE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE PF-NAME(WS-PF-SUB) TO RP-PROFILE
           MOVE PF-MIN-A(WS-PF-SUB) TO RP-MIN-A
           MOVE PF-MAX-A(WS-PF-SUB) TO RP-MAX-A
           MOVE PF-MAX-S(WS-PF-SUB) TO RP-MAX-S
           MOVE PF-MIN-S(WS-PF-SUB) TO RP-MIN-S
           MOVE PF-MIN-G(WS-PF-SUB) TO RP-MIN-G
           WRITE RPT-LINE FROM RPT-PROFILE-HEADING
           EVALUATE TRUE
               WHEN PF-NON-NUMERIC(WS-PF-SUB)
                   ADD 1 TO WS-REJECTED-CT
                   MOVE "NON-NUMERIC PARAMETERS" TO RJ-REASON
                   WRITE RPT-LINE FROM RPT-PROFILE-REJECT
               WHEN PF-INCONSISTENT(WS-PF-SUB)
                   ADD 1 TO WS-REJECTED-CT
                   MOVE "INTERNALLY INCONSISTENT" TO RJ-REASON
                   WRITE RPT-LINE FROM RPT-PROFILE-REJECT
               WHEN OTHER
                   ADD 1 TO WS-RANKED-CT
                   PERFORM BUILD-GAME-PAIRS
                   PERFORM PRICE-GAME-PAIRS
                   PERFORM SET-PROFILE-FLAG
           END-EVALUATE.

       BUILD-GAME-PAIRS.
           MOVE PF-MIN-A(WS-PF-SUB) TO MIN-A
           MOVE PF-MAX-A(WS-PF-SUB) TO MAX-A
           MOVE PF-MAX-S(WS-PF-SUB) TO MAX-S
           MOVE PF-MIN-S(WS-PF-SUB) TO MIN-S
           MOVE PF-MIN-G(WS-PF-SUB) TO MIN-G
           INITIALIZE WS-GAME-GRID
           MOVE 99 TO PF-N-LO(WS-PF-SUB)
           MOVE 0 TO PF-N-HI(WS-PF-SUB)
           MOVE 99 TO PF-K-LO(WS-PF-SUB)
           MOVE 0 TO PF-K-HI(WS-PF-SUB)
           PERFORM VARYING WS-GAME-X FROM 0 BY 1
                   UNTIL WS-GAME-X > 9999
               MOVE WS-GAME-X TO X
               PERFORM GEN-N
               PERFORM GEN-Y
               PERFORM GEN-K
               PERFORM TALLY-GAME-PAIR
           END-PERFORM.

       TALLY-GAME-PAIR.
           IF N < PF-N-LO(WS-PF-SUB)
               MOVE N TO PF-N-LO(WS-PF-SUB)
           END-IF
           IF N > PF-N-HI(WS-PF-SUB)
               MOVE N TO PF-N-HI(WS-PF-SUB)
           END-IF
           IF K < PF-K-LO(WS-PF-SUB)
               MOVE K TO PF-K-LO(WS-PF-SUB)
           END-IF
           IF K > PF-K-HI(WS-PF-SUB)
               MOVE K TO PF-K-HI(WS-PF-SUB)
           END-IF
           ADD 1 TO GG-GAMES(N, K + 1).

       PRICE-GAME-PAIRS.
           MOVE 0 TO WS-ODDS-SUM
           MOVE 0 TO WS-COVERED-GAMES
           PERFORM VARYING WS-GRID-N FROM PF-N-LO(WS-PF-SUB) BY 1
                   UNTIL WS-GRID-N > PF-N-HI(WS-PF-SUB)
               PERFORM VARYING WS-GRID-K FROM PF-K-LO(WS-PF-SUB) BY 1
                       UNTIL WS-GRID-K > PF-K-HI(WS-PF-SUB)
                   IF GG-GAMES(WS-GRID-N, WS-GRID-K + 1) > 0
                       PERFORM PRICE-ONE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-COVERED-GAMES > 0
               COMPUTE PF-ODDS(WS-PF-SUB) =
                   WS-ODDS-SUM / WS-COVERED-GAMES
           END-IF
           COMPUTE WS-ODDS-PCT = PF-ODDS(WS-PF-SUB) * 100
           MOVE WS-ODDS-PCT TO RT-ODDS
           MOVE PF-ROUNDS(WS-PF-SUB) TO RT-ROUNDS
           MOVE PF-WIN-PCT(WS-PF-SUB) TO RT-WIN-PCT
           WRITE RPT-LINE FROM RPT-PROFILE-TOTAL.

       PRICE-ONE-PAIR.
           MOVE WS-GRID-N TO N
           MOVE WS-GRID-K TO K
           PERFORM COMPUTE-PAIR-ODDS
           MOVE N TO RL-N
           MOVE K TO RL-K
           MOVE GG-GAMES(N, K + 1) TO RL-GAMES
           IF PAIR-COVERED
               COMPUTE WS-ODDS-SUM = WS-ODDS-SUM
                   + WS-PAIR-ODDS * GG-GAMES(N, K + 1)
               ADD GG-GAMES(N, K + 1) TO WS-COVERED-GAMES
               COMPUTE WS-ODDS-PCT = WS-PAIR-ODDS * 100
               MOVE WS-ODDS-PCT TO RL-ODDS
               IF K = 0
                   MOVE "NO MISSES ALLOWED" TO RL-NOTE
               ELSE
                   MOVE SPACES TO RL-NOTE
               END-IF
           ELSE
               ADD GG-GAMES(N, K + 1) TO PF-UNCOV-CT(WS-PF-SUB)
               MOVE 0 TO RL-ODDS
               MOVE "NOT ON FACTTAB" TO RL-NOTE
           END-IF
           WRITE RPT-LINE FROM RPT-PAIR-LINE.

       COMPUTE-PAIR-ODDS.
           MOVE 'Y' TO WS-PAIR-COVERED-SW
           MOVE 0 TO WS-ODDS-SUM-PAIR
           COMPUTE WS-HIT-POWER = WS-HIT-P ** N
           PERFORM VARYING J FROM 0 BY 1 UNTIL J >= K
                   OR NOT PAIR-COVERED
               COMPUTE WS-COEF-N = N - 1 + J
               IF J = 0
                   MOVE 1 TO WS-COEF
               ELSE
                   IF WS-COEF-N > WS-FT-MAX
                       MOVE 'N' TO WS-PAIR-COVERED-SW
                   ELSE
                       IF FX-PRESENT(WS-COEF-N + 1) NOT = 'Y'
                               OR FX-PRESENT(J + 1) NOT = 'Y'
                               OR FX-PRESENT(WS-COEF-N - J + 1)
                                   NOT = 'Y'
                           MOVE 'N' TO WS-PAIR-COVERED-SW
                       ELSE
                           COMPUTE WS-COEF =
                               FX-VALUE(WS-COEF-N + 1)
                               / (FX-VALUE(J + 1)
                               * FX-VALUE(WS-COEF-N - J + 1))
                       END-IF
                   END-IF
               END-IF
               IF PAIR-COVERED
                   IF J = 0
                       MOVE 1 TO WS-MISS-POWER
                   ELSE
                       COMPUTE WS-MISS-POWER = WS-MISS-Q ** J
                   END-IF
                   COMPUTE WS-TERM = WS-COEF * WS-HIT-POWER
                       * WS-MISS-POWER
                   ADD WS-TERM TO WS-ODDS-SUM-PAIR
               END-IF
           END-PERFORM
           IF WS-ODDS-SUM-PAIR > 1
               MOVE 1 TO WS-PAIR-ODDS
           ELSE
               MOVE WS-ODDS-SUM-PAIR TO WS-PAIR-ODDS
           END-IF.

       SET-PROFILE-FLAG.
           COMPUTE WS-GAP = PF-WIN-PCT(WS-PF-SUB)
               - PF-ODDS(WS-PF-SUB) * 100
           EVALUATE TRUE
               WHEN PF-K-HI(WS-PF-SUB) = 0
                   MOVE "CANNOT BE WON" TO PF-FLAG(WS-PF-SUB)
               WHEN PF-K-LO(WS-PF-SUB) = 0
                   MOVE "UNWINNABLE GAMES" TO PF-FLAG(WS-PF-SUB)
               WHEN PF-UNCOV-CT(WS-PF-SUB) > 0
                   MOVE "PARTIAL - FACTTAB" TO PF-FLAG(WS-PF-SUB)
               WHEN PF-ROUNDS(WS-PF-SUB) < WS-MIN-ROUNDS
                   CONTINUE
               WHEN WS-GAP > WS-TOLERANCE
                   MOVE "WINS ABOVE ODDS" TO PF-FLAG(WS-PF-SUB)
               WHEN WS-GAP < 0 - WS-TOLERANCE
                   MOVE "WINS BELOW ODDS" TO PF-FLAG(WS-PF-SUB)
           END-EVALUATE
           IF PF-FLAG(WS-PF-SUB) NOT = SPACES
               ADD 1 TO WS-FLAGGED-CT
           END-IF.

       GEN-N.
           COMPUTE N = MIN-A + FUNCTION MOD(X, (MAX-A - MIN-A + 1)).

       GEN-Y.
           COMPUTE SQRT-N = FUNCTION SQRT(N).
           COMPUTE Y = MIN-G + (X - ((X / SQRT-N) * SQRT-N)) - 1.

       GEN-K.
           MOVE Y TO K.

       LOAD-RANKING SECTION.
       LR-START.
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                   UNTIL WS-PF-SUB > WS-PF-CT
               IF PF-VALID(WS-PF-SUB)
                   MOVE PF-ODDS(WS-PF-SUB) TO OS-ODDS
                   MOVE PF-NAME(WS-PF-SUB) TO OS-PROFILE
                   MOVE WS-PF-SUB TO OS-SUB
                   RELEASE RANK-SORT-REC
               END-IF
           END-PERFORM
           GO TO LR-EXIT.

       LR-EXIT.
           EXIT.

       WRITE-RANKING SECTION.
       WR-START.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-RANK-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-RANK-HEADING-2
           MOVE 0 TO WS-RANK
           MOVE 'N' TO WS-RANK-EOF-SW
           PERFORM RETURN-RANKED-PROFILE
           PERFORM WRITE-RANK-LINE UNTIL RANK-EOF
           GO TO WR-EXIT.

       RETURN-RANKED-PROFILE.
           RETURN RANK-SORT
               AT END
                   MOVE 'Y' TO WS-RANK-EOF-SW
           END-RETURN.

       WRITE-RANK-LINE.
           ADD 1 TO WS-RANK
           MOVE OS-SUB TO WS-PF-SUB
           MOVE WS-RANK TO RR-RANK
           MOVE OS-PROFILE TO RR-PROFILE
           MOVE PF-N-LO(WS-PF-SUB) TO RR-N-LO
           MOVE PF-N-HI(WS-PF-SUB) TO RR-N-HI
           MOVE PF-K-LO(WS-PF-SUB) TO RR-K-LO
           MOVE PF-K-HI(WS-PF-SUB) TO RR-K-HI
           COMPUTE WS-ODDS-PCT = OS-ODDS * 100
           MOVE WS-ODDS-PCT TO RR-ODDS
           MOVE PF-ROUNDS(WS-PF-SUB) TO RR-ROUNDS
           MOVE PF-WIN-PCT(WS-PF-SUB) TO RR-WIN-PCT
           MOVE PF-FLAG(WS-PF-SUB) TO RR-FLAG
           WRITE RPT-LINE FROM RPT-RANK-LINE
           PERFORM RETURN-RANKED-PROFILE.

       WR-EXIT.
           EXIT.
