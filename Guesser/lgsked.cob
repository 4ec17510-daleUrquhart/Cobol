       IDENTIFICATION DIVISION.
       PROGRAM-ID. Lgsked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-FILE ASSIGN TO "LGSEASON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-STATUS.
           SELECT OPER-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-MASTER-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT LEAGUE-SCHEDULE ASSIGN TO "LGSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-SCHED-STATUS.
           SELECT SCHEDULE-REGISTER ASSIGN TO "LGSKDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY LGSEASON.

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  CALENDAR-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY CALENDAR.

       FD  LEAGUE-SCHEDULE
           RECORD CONTAINS 30 CHARACTERS.
       01  SCHED-REC.
           05 LS-ROUND PIC X(3).
           05 LS-DATE PIC X(8).
           05 LS-OPERATOR PIC X(8).
           05 LS-PROFILE PIC X(8).
           05 FILLER PIC X(3).

       FD  SCHEDULE-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-SEASON-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-CALENDAR-STATUS PIC XX VALUE '00'.
           01 WS-LG-SCHED-STATUS PIC XX VALUE '00'.
           01 WS-LG-REG-STATUS PIC XX VALUE '00'.
           01 WS-SEASON-EOF-SW PIC X VALUE 'N'.
               88 SEASON-EOF VALUE 'Y'.
           01 WS-OPER-MASTER-EOF-SW PIC X VALUE 'N'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-CAL-EOF-SW PIC X VALUE 'N'.
               88 CAL-EOF VALUE 'Y'.
           01 WS-SEASON-FOUND-SW PIC X VALUE 'N'.
               88 SEASON-FOUND VALUE 'Y'.
           01 WS-SEASON-BAD-SW PIC X VALUE 'N'.
               88 SEASON-BAD VALUE 'Y'.
           01 WS-WARNING-SW PIC X VALUE 'N'.
               88 RUN-WARNING VALUE 'Y'.
           01 WS-BUS-DAY-SW PIC X VALUE 'N'.
               88 BUSINESS-DAY VALUE 'Y'.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.

           01 WS-START-DATE PIC 9(8) VALUE 0.
           01 WS-ROUNDS PIC 999 VALUE 0.
           01 WS-ROUND-GAP PIC 99 VALUE 1.
           01 WS-SEASON-REASON PIC X(40) VALUE SPACES.

           01 WS-SCHED-MAX PIC 999 VALUE 500.
           01 WS-SCHED-CT PIC 999 VALUE 0.

           01 WS-PROF-MAX PIC 99 VALUE 20.
           01 WS-PROF-CT PIC 99 VALUE 0.
           01 WS-PROF-SUB PIC 99 VALUE 0.
           01 WS-PROFILE-TABLE.
               05 PR-PROFILE OCCURS 20 TIMES PIC X(8).

           01 WS-HOL-MAX PIC 999 VALUE 500.
           01 WS-HOL-CT PIC 999 VALUE 0.
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY OCCURS 500 TIMES PIC 9(8).
           01 WS-CAL-LAST PIC 9(8) VALUE 0.

           01 WS-ROUND-DATE-TABLE.
               05 RD-ENTRY OCCURS 500 TIMES.
                   10 RD-DATE PIC 9(8).
                   10 RD-DOW PIC 9.
           01 WS-DATE-INT PIC 9(8) VALUE 0.
           01 WS-CHECK-DATE PIC 9(8) VALUE 0.
           01 WS-DAY-OF-WEEK PIC 9 VALUE 0.
           01 WS-GAP-CT PIC 99 VALUE 0.
           01 WS-BEYOND-CAL-CT PIC 999 VALUE 0.
           01 WS-DAY-NAMES PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".

           01 WS-OP-MAX PIC 999 VALUE 300.
           01 WS-OP-CT PIC 999 VALUE 0.
           01 WS-OPER-TABLE.
               05 OP-ENTRY OCCURS 300 TIMES.
                   10 OP-SORT-KEY.
                       15 OP-DEPT PIC X(8).
                       15 OP-ID PIC X(8).
                   10 OP-NAME PIC X(20).
                   10 OP-DIV-POS PIC 999.
                   10 OP-SCHED-SW PIC X.
                       88 OP-SCHEDULED VALUE 'Y'.
                   10 OP-FLAG-SW PIC X.
                       88 OP-FLAGGED VALUE 'Y'.
                   10 OP-PROF-CT OCCURS 20 TIMES PIC 999.
           01 WS-NEW-KEY.
               05 WS-NEW-DEPT PIC X(8).
               05 WS-NEW-ID PIC X(8).

           01 WS-DV-MAX PIC 999 VALUE 100.
           01 WS-DV-CT PIC 999 VALUE 0.
           01 WS-DIVISION-TABLE.
               05 DV-ENTRY OCCURS 100 TIMES.
                   10 DV-NAME PIC X(8).
                   10 DV-FIRST PIC 999.
                   10 DV-LAST PIC 999.
                   10 DV-SCHED-CT PIC 999.

           01 WS-FL-MAX PIC 999 VALUE 300.
           01 WS-FL-CT PIC 999 VALUE 0.
           01 WS-FLAG-TABLE.
               05 FL-ENTRY OCCURS 300 TIMES.
                   10 FL-ID PIC X(8).
                   10 FL-NAME PIC X(20).
                   10 FL-DEPT PIC X(8).
                   10 FL-REASON PIC X(32).
           01 WS-FLAG-REASON PIC X(32) VALUE SPACES.

           01 I PIC 999 VALUE 0.
           01 J PIC 999 VALUE 0.
           01 K PIC 999 VALUE 0.
           01 R PIC 999 VALUE 0.
           01 WS-ROUND-NUM PIC 999 VALUE 0.
           01 WS-FEWEST PIC 999 VALUE 0.
           01 WS-MOST PIC 999 VALUE 0.
           01 WS-INACTIVE-CT PIC 999 VALUE 0.
           01 WS-OPER-SCHED-CT PIC 999 VALUE 0.

           01 REG-HEADING-1.
               05 FILLER PIC X(11) VALUE "LGSKDREG   ".
               05 FILLER PIC X(10) VALUE "RUN DATE: ".
               05 RG1-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(8) VALUE "RUN-ID: ".
               05 RG1-RUN-ID PIC X(8).

           01 REG-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "LGSKED - LEAGUE SEASON SCHEDULE REGISTER".

           01 REG-SEASON-LINE.
               05 FILLER PIC X(14) VALUE "SEASON START: ".
               05 RS-START PIC 9(8).
               05 FILLER PIC X(10) VALUE "  ROUNDS: ".
               05 RS-ROUNDS PIC ZZ9.
               05 FILLER PIC X(8) VALUE "  EVERY ".
               05 RS-GAP PIC Z9.
               05 FILLER PIC X(17) VALUE " BUSINESS DAY(S)".

           01 REG-SEASON-REJECT.
               05 FILLER PIC X(27) VALUE
                   "*** SEASON NOT SCHEDULED - ".
               05 RJ-REASON PIC X(40).

           01 REG-WARNING-LINE.
               05 FILLER PIC X(4) VALUE "*** ".
               05 RW-TEXT PIC X(76).

           01 REG-ROTATION-HEADING.
               05 FILLER PIC X(80) VALUE "PROFILE ROTATION:".

           01 REG-ROTATION-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-SEQ PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-PROFILE PIC X(8).

           01 REG-DATE-HEADING.
               05 FILLER PIC X(80) VALUE "ROUND DATES:".

           01 REG-DATE-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RT-ROUND PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RT-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RT-DAY PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RT-NOTE PIC X(40).

           01 REG-DIV-HEADING.
               05 FILLER PIC X(10) VALUE "DIVISION: ".
               05 RV-DIVISION PIC X(8).
               05 FILLER PIC X(13) VALUE "  OPERATORS: ".
               05 RV-OPERATORS PIC ZZ9.
               05 FILLER PIC X(13) VALUE "  SCHEDULED: ".
               05 RV-SCHEDULED PIC ZZ9.

           01 REG-COL-HEADING.
               05 FILLER PIC X(7) VALUE "ROUND".
               05 FILLER PIC X(10) VALUE "DATE".
               05 FILLER PIC X(5) VALUE "DAY".
               05 FILLER PIC X(10) VALUE "OPERATOR".
               05 FILLER PIC X(22) VALUE "NAME".
               05 FILLER PIC X(7) VALUE "PROFILE".

           01 REG-FIXTURE-LINE.
               05 RF-ROUND PIC ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 RF-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RF-DAY PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RF-OPERATOR PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RF-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RF-PROFILE PIC X(8).

           01 REG-BAL-HEADING-1.
               05 FILLER PIC X(80) VALUE
                   "PROFILE BALANCE - ROUNDS PER PROFILE BY OPERATOR".

           01 REG-BAL-HEADING-2.
               05 FILLER PIC X(10) VALUE "OPERATOR".
               05 FILLER PIC X(22) VALUE "NAME".
               05 FILLER PIC X(10) VALUE "DIVISION".
               05 FILLER PIC X(8) VALUE "ROUNDS".
               05 FILLER PIC X(8) VALUE "FEWEST".
               05 FILLER PIC X(6) VALUE "MOST".
               05 FILLER PIC X(6) VALUE "STATUS".

           01 REG-BAL-LINE.
               05 RB-OPERATOR PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RB-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RB-DIVISION PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RB-ROUNDS PIC ZZ9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 RB-FEWEST PIC ZZ9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 RB-MOST PIC ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 RB-STATUS PIC X(13).

           01 REG-FLAG-HEADING.
               05 FILLER PIC X(80) VALUE
                   "OPERATORS NOT SCHEDULED FAIRLY:".

           01 REG-FLAG-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RX-OPERATOR PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RX-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RX-DEPT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RX-REASON PIC X(32).

           01 REG-NO-FLAG-LINE.
               05 FILLER PIC X(80) VALUE
                   "  NONE - EVERY ACTIVE OPERATOR SCHEDULED FAIRLY.".

           01 REG-TOTAL-LINE-1.
               05 FILLER PIC X(18) VALUE "ACTIVE OPERATORS: ".
               05 RT-ACTIVE PIC ZZ9.
               05 FILLER PIC X(13) VALUE "  SCHEDULED: ".
               05 RT-SCHEDULED PIC ZZ9.
               05 FILLER PIC X(9) VALUE "  FLAGS: ".
               05 RT-FLAGGED PIC ZZ9.
               05 FILLER PIC X(12) VALUE "  INACTIVE: ".
               05 RT-INACTIVE PIC ZZ9.

           01 REG-TOTAL-LINE-2.
               05 FILLER PIC X(11) VALUE "DIVISIONS: ".
               05 RT-DIVISIONS PIC ZZ9.
               05 FILLER PIC X(12) VALUE "  PROFILES: ".
               05 RT-PROFILES PIC Z9.
               05 FILLER PIC X(19) VALUE "  LGSCHED ENTRIES: ".
               05 RT-ENTRIES PIC ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-RUN-ID WS-RUN-OPERATOR
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "LGSKED" TO WS-RUN-ID
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           OPEN OUTPUT SCHEDULE-REGISTER
           IF WS-LG-REG-STATUS NOT = '00'
               DISPLAY "LGSKED: UNABLE TO OPEN SCHEDULE-REGISTER, "
                   "STATUS=" WS-LG-REG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RG1-DATE
           MOVE WS-RUN-ID TO RG1-RUN-ID
           WRITE REG-LINE FROM REG-HEADING-1
           WRITE REG-LINE FROM REG-HEADING-2
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           PERFORM LOAD-SEASON
           IF NOT SEASON-BAD
               PERFORM LOAD-OPERATOR-MASTER
               IF WS-OP-CT = 0
                   MOVE 'Y' TO WS-SEASON-BAD-SW
                   MOVE "NO ACTIVE OPERATORS ON OPERMST"
                       TO WS-SEASON-REASON
               END-IF
           END-IF
           IF SEASON-BAD
               MOVE WS-SEASON-REASON TO RJ-REASON
               WRITE REG-LINE FROM REG-SEASON-REJECT
               DISPLAY "LGSKED: SEASON NOT SCHEDULED - "
                   WS-SEASON-REASON
               CLOSE SCHEDULE-REGISTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM ASSIGN-ROUND-DATES
           PERFORM ASSIGN-DIVISIONS
           PERFORM SELECT-OPERATORS
           PERFORM WRITE-SCHEDULE
           PERFORM WRITE-SEASON-SECTION
           PERFORM WRITE-FIXTURES
           PERFORM WRITE-PROFILE-BALANCE
           PERFORM WRITE-FLAGS
           PERFORM WRITE-TOTALS
           CLOSE SCHEDULE-REGISTER
           IF RUN-WARNING OR WS-FL-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-SEASON.
           MOVE 'N' TO WS-SEASON-EOF-SW
           OPEN INPUT SEASON-FILE
           IF WS-SEASON-STATUS NOT = '00'
               DISPLAY "LGSKED: UNABLE TO OPEN SEASON-FILE, STATUS="
                   WS-SEASON-STATUS
               CLOSE SCHEDULE-REGISTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SEASON
           PERFORM STORE-SEASON-ENTRY UNTIL SEASON-EOF
           CLOSE SEASON-FILE
           IF NOT SEASON-BAD
               EVALUATE TRUE
                   WHEN NOT SEASON-FOUND
                       MOVE "NO SEASON (S) RECORD ON LGSEASON"
                           TO WS-SEASON-REASON
                       MOVE 'Y' TO WS-SEASON-BAD-SW
                   WHEN WS-PROF-CT = 0
                       MOVE "NO PROFILE (P) RECORDS ON LGSEASON"
                           TO WS-SEASON-REASON
                       MOVE 'Y' TO WS-SEASON-BAD-SW
               END-EVALUATE
           END-IF.

       READ-SEASON.
           READ SEASON-FILE
               AT END
                   MOVE 'Y' TO WS-SEASON-EOF-SW
           END-READ.

       STORE-SEASON-ENTRY.
           EVALUATE TRUE
               WHEN LG-SEASON-ENTRY
                   PERFORM STORE-SEASON-RECORD
               WHEN LG-PROFILE-ENTRY
                   PERFORM STORE-ROTATION-PROFILE
               WHEN LG-SEASON-REC = SPACES OR LG-REC-TYPE = '*'
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO RW-TEXT
                   STRING "LGSEASON RECORD TYPE '" LG-REC-TYPE
                       "' IGNORED" DELIMITED BY SIZE INTO RW-TEXT
                   END-STRING
                   PERFORM WRITE-WARNING
           END-EVALUATE
           PERFORM READ-SEASON.

       STORE-SEASON-RECORD.
           IF SEASON-FOUND
               MOVE "MORE THAN ONE SEASON (S) RECORD"
                   TO WS-SEASON-REASON
               MOVE 'Y' TO WS-SEASON-BAD-SW
           END-IF
           MOVE 'Y' TO WS-SEASON-FOUND-SW
           IF NOT SEASON-BAD
               IF LG-START-DATE IS NOT NUMERIC
                   MOVE "START DATE NOT NUMERIC" TO WS-SEASON-REASON
                   MOVE 'Y' TO WS-SEASON-BAD-SW
               ELSE
                   MOVE LG-START-DATE TO WS-START-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = 0
                       MOVE "START DATE NOT A VALID DATE"
                           TO WS-SEASON-REASON
                       MOVE 'Y' TO WS-SEASON-BAD-SW
                   END-IF
               END-IF
           END-IF
           IF NOT SEASON-BAD
               IF LG-ROUNDS IS NOT NUMERIC
                   MOVE "ROUND COUNT NOT NUMERIC" TO WS-SEASON-REASON
                   MOVE 'Y' TO WS-SEASON-BAD-SW
               ELSE
                   MOVE LG-ROUNDS TO WS-ROUNDS
                   IF WS-ROUNDS = 0 OR WS-ROUNDS > WS-SCHED-MAX
                       MOVE "ROUND COUNT MUST BE 1 TO 500"
                           TO WS-SEASON-REASON
                       MOVE 'Y' TO WS-SEASON-BAD-SW
                   END-IF
               END-IF
           END-IF
           IF NOT SEASON-BAD
               IF LG-ROUND-GAP = SPACES
                   MOVE 1 TO WS-ROUND-GAP
               ELSE
                   IF LG-ROUND-GAP IS NOT NUMERIC
                       MOVE "ROUND GAP NOT NUMERIC" TO WS-SEASON-REASON
                       MOVE 'Y' TO WS-SEASON-BAD-SW
                   ELSE
                       MOVE LG-ROUND-GAP TO WS-ROUND-GAP
                       IF WS-ROUND-GAP = 0
                           MOVE 1 TO WS-ROUND-GAP
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STORE-ROTATION-PROFILE.
           IF LG-PROFILE = SPACES
               MOVE "BLANK ROTATION PROFILE IGNORED" TO RW-TEXT
               PERFORM WRITE-WARNING
           ELSE
               PERFORM VARYING WS-PROF-SUB FROM 1 BY 1
                       UNTIL WS-PROF-SUB > WS-PROF-CT
                   IF PR-PROFILE(WS-PROF-SUB) = LG-PROFILE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PROF-SUB <= WS-PROF-CT
                   MOVE SPACES TO RW-TEXT
                   STRING "PROFILE " LG-PROFILE
                       " REPEATED IN ROTATION - IGNORED"
                       DELIMITED BY SIZE INTO RW-TEXT
                   END-STRING
                   PERFORM WRITE-WARNING
               ELSE
                   IF WS-PROF-CT >= WS-PROF-MAX
                       MOVE SPACES TO RW-TEXT
                       STRING "ROTATION FULL - PROFILE " LG-PROFILE
                           " IGNORED"
                           DELIMITED BY SIZE INTO RW-TEXT
                       END-STRING
                       PERFORM WRITE-WARNING
                   ELSE
                       ADD 1 TO WS-PROF-CT
                       MOVE LG-PROFILE TO PR-PROFILE(WS-PROF-CT)
                   END-IF
               END-IF
           END-IF.

       WRITE-WARNING.
           MOVE 'Y' TO WS-WARNING-SW
           WRITE REG-LINE FROM REG-WARNING-LINE.

       LOAD-OPERATOR-MASTER.
           MOVE 0 TO WS-OP-CT
           MOVE 'N' TO WS-OPER-MASTER-EOF-SW
           OPEN INPUT OPER-MASTER
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "LGSKED: UNABLE TO OPEN OPER-MASTER, STATUS="
                   WS-OPER-MASTER-STATUS
               CLOSE SCHEDULE-REGISTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-OPER-MASTER
           PERFORM STORE-OPER-MASTER UNTIL OPER-MASTER-EOF
           CLOSE OPER-MASTER.

       READ-OPER-MASTER.
           READ OPER-MASTER
               AT END
                   MOVE 'Y' TO WS-OPER-MASTER-EOF-SW
           END-READ.

       STORE-OPER-MASTER.
           IF OM-ID NOT = SPACES AND OM-ID(1:1) NOT = '*'
               IF OM-ACTIVE = 'Y'
                   PERFORM INSERT-OPERATOR
               ELSE
                   ADD 1 TO WS-INACTIVE-CT
               END-IF
           END-IF
           PERFORM READ-OPER-MASTER.

       INSERT-OPERATOR.
           MOVE OM-DEPT TO WS-NEW-DEPT
           IF OM-DEPT = SPACES
               MOVE "NONE" TO WS-NEW-DEPT
           END-IF
           MOVE OM-ID TO WS-NEW-ID
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OP-CT
               IF OP-ID(I) = OM-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF I <= WS-OP-CT
               MOVE "DUPLICATE ON OPERMST - ONCE ONLY"
                   TO WS-FLAG-REASON
               PERFORM ADD-MASTER-FLAG
           ELSE
               IF WS-OP-CT >= WS-OP-MAX
                   MOVE "OPERATOR TABLE FULL" TO WS-FLAG-REASON
                   PERFORM ADD-MASTER-FLAG
               ELSE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OP-CT
                       IF OP-SORT-KEY(I) > WS-NEW-KEY
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   PERFORM VARYING J FROM WS-OP-CT BY -1 UNTIL J < I
                       MOVE OP-ENTRY(J) TO OP-ENTRY(J + 1)
                   END-PERFORM
                   ADD 1 TO WS-OP-CT
                   INITIALIZE OP-ENTRY(I)
                   MOVE WS-NEW-KEY TO OP-SORT-KEY(I)
                   MOVE OM-NAME TO OP-NAME(I)
                   MOVE 'N' TO OP-SCHED-SW(I)
                   MOVE 'N' TO OP-FLAG-SW(I)
                   IF OM-DEPT = SPACES
                       MOVE "NO DEPARTMENT - DIVISION NONE"
                           TO WS-FLAG-REASON
                       PERFORM ADD-MASTER-FLAG
                   END-IF
               END-IF
           END-IF.

       ADD-MASTER-FLAG.
           IF WS-FL-CT < WS-FL-MAX
               ADD 1 TO WS-FL-CT
               MOVE OM-ID TO FL-ID(WS-FL-CT)
               MOVE OM-NAME TO FL-NAME(WS-FL-CT)
               MOVE OM-DEPT TO FL-DEPT(WS-FL-CT)
               MOVE WS-FLAG-REASON TO FL-REASON(WS-FL-CT)
           END-IF.

       LOAD-HOLIDAY-CALENDAR.
           MOVE 0 TO WS-HOL-CT
           MOVE 'N' TO WS-CAL-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '05' OR WS-CALENDAR-STATUS = '35'
               MOVE 'Y' TO WS-CAL-EOF-SW
           ELSE
               IF WS-CALENDAR-STATUS NOT = '00'
                   DISPLAY "LGSKED: UNABLE TO OPEN CALENDAR, STATUS="
                       WS-CALENDAR-STATUS
                   MOVE 'Y' TO WS-CAL-EOF-SW
               END-IF
           END-IF
           IF NOT CAL-EOF
               PERFORM READ-CALENDAR
               PERFORM STORE-HOLIDAY UNTIL CAL-EOF
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-CAL-LAST = 0
               MOVE "NO CALENDAR - ONLY WEEKENDS ARE SKIPPED" TO RW-TEXT
               PERFORM WRITE-WARNING
           END-IF.

       READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SW
           END-READ.

       STORE-HOLIDAY.
           IF CAL-DATE IS NUMERIC
               IF CAL-DATE > WS-CAL-LAST
                   MOVE CAL-DATE TO WS-CAL-LAST
               END-IF
               IF NOT CAL-PERIOD-END
                   IF WS-HOL-CT >= WS-HOL-MAX
                       DISPLAY "LGSKED: HOLIDAY TABLE FULL, " CAL-DATE
                           " IGNORED"
                   ELSE
                       ADD 1 TO WS-HOL-CT
                       MOVE CAL-DATE TO WS-HOLIDAY(WS-HOL-CT)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-CALENDAR.

       ASSIGN-ROUND-DATES.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE) - 1
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROUNDS
               IF R = 1
                   MOVE 1 TO WS-GAP-CT
               ELSE
                   MOVE WS-ROUND-GAP TO WS-GAP-CT
               END-IF
               PERFORM NEXT-BUSINESS-DAY WS-GAP-CT TIMES
               COMPUTE RD-DATE(R) =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DAY-OF-WEEK TO RD-DOW(R)
               IF WS-CAL-LAST > 0 AND RD-DATE(R) > WS-CAL-LAST
                   ADD 1 TO WS-BEYOND-CAL-CT
               END-IF
           END-PERFORM
           IF WS-BEYOND-CAL-CT > 0
               MOVE SPACES TO RW-TEXT
               STRING "ROUND DATES PAST THE LAST CALENDAR ENTRY "
                   WS-CAL-LAST " - HOLIDAYS NOT CHECKED"
                   DELIMITED BY SIZE INTO RW-TEXT
               END-STRING
               PERFORM WRITE-WARNING
           END-IF.

       NEXT-BUSINESS-DAY.
           MOVE 'N' TO WS-BUS-DAY-SW
           PERFORM ADVANCE-ONE-DAY UNTIL BUSINESS-DAY.

       ADVANCE-ONE-DAY.
           ADD 1 TO WS-DATE-INT
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7)
           MOVE 'Y' TO WS-BUS-DAY-SW
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-BUS-DAY-SW
           ELSE
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HOL-CT
                   IF WS-HOLIDAY(I) = WS-CHECK-DATE
                       MOVE 'N' TO WS-BUS-DAY-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       ASSIGN-DIVISIONS.
           MOVE 0 TO WS-DV-CT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OP-CT
               IF WS-DV-CT = 0
                   PERFORM ADD-DIVISION
               ELSE
                   IF OP-DEPT(I) NOT = DV-NAME(WS-DV-CT)
                       PERFORM ADD-DIVISION
                   END-IF
               END-IF
               MOVE I TO DV-LAST(WS-DV-CT)
               COMPUTE OP-DIV-POS(I) = I - DV-FIRST(WS-DV-CT) + 1
           END-PERFORM.

       ADD-DIVISION.
           IF WS-DV-CT < WS-DV-MAX
               ADD 1 TO WS-DV-CT
           END-IF
           MOVE OP-DEPT(I) TO DV-NAME(WS-DV-CT)
           MOVE I TO DV-FIRST(WS-DV-CT)
           MOVE 0 TO DV-SCHED-CT(WS-DV-CT).

       SELECT-OPERATORS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-DV-CT
               IF DV-FIRST(K) = DV-LAST(K)
                   MOVE DV-FIRST(K) TO I
                   MOVE "NO OTHER OPERATOR IN DIVISION"
                       TO WS-FLAG-REASON
                   PERFORM ADD-OPERATOR-FLAG
               END-IF
               PERFORM VARYING I FROM DV-FIRST(K) BY 1
                       UNTIL I > DV-LAST(K)
                   IF WS-SCHED-CT + WS-ROUNDS > WS-SCHED-MAX
                       MOVE "NOT SCHEDULED - LGSCHED FULL"
                           TO WS-FLAG-REASON
                       PERFORM ADD-OPERATOR-FLAG
                   ELSE
                       MOVE 'Y' TO OP-SCHED-SW(I)
                       ADD WS-ROUNDS TO WS-SCHED-CT
                       ADD 1 TO WS-OPER-SCHED-CT
                       ADD 1 TO DV-SCHED-CT(K)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-OPERATOR-FLAG.
           MOVE 'Y' TO OP-FLAG-SW(I)
           IF WS-FL-CT < WS-FL-MAX
               ADD 1 TO WS-FL-CT
               MOVE OP-ID(I) TO FL-ID(WS-FL-CT)
               MOVE OP-NAME(I) TO FL-NAME(WS-FL-CT)
               MOVE OP-DEPT(I) TO FL-DEPT(WS-FL-CT)
               MOVE WS-FLAG-REASON TO FL-REASON(WS-FL-CT)
           END-IF.

       WRITE-SCHEDULE.
           OPEN OUTPUT LEAGUE-SCHEDULE
           IF WS-LG-SCHED-STATUS NOT = '00'
               DISPLAY "LGSKED: UNABLE TO OPEN LEAGUE-SCHEDULE, "
                   "STATUS=" WS-LG-SCHED-STATUS
               CLOSE SCHEDULE-REGISTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROUNDS
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OP-CT
                   IF OP-SCHEDULED(I)
                       PERFORM WRITE-SCHEDULE-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE LEAGUE-SCHEDULE.

       WRITE-SCHEDULE-ENTRY.
           PERFORM SET-ROUND-PROFILE
           MOVE SPACES TO SCHED-REC
           MOVE R TO WS-ROUND-NUM
           MOVE WS-ROUND-NUM TO LS-ROUND
           MOVE RD-DATE(R) TO LS-DATE
           MOVE OP-ID(I) TO LS-OPERATOR
           MOVE PR-PROFILE(WS-PROF-SUB) TO LS-PROFILE
           WRITE SCHED-REC
           ADD 1 TO OP-PROF-CT(I, WS-PROF-SUB).

       SET-ROUND-PROFILE.
           COMPUTE WS-PROF-SUB =
               FUNCTION MOD(R + OP-DIV-POS(I) - 2, WS-PROF-CT) + 1.

       WRITE-SEASON-SECTION.
           MOVE WS-START-DATE TO RS-START
           MOVE WS-ROUNDS TO RS-ROUNDS
           MOVE WS-ROUND-GAP TO RS-GAP
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           WRITE REG-LINE FROM REG-SEASON-LINE
           IF WS-ROUNDS < WS-PROF-CT
               MOVE "FEWER ROUNDS THAN PROFILES - SOME NOT PLAYED"
                   TO RW-TEXT
               PERFORM WRITE-WARNING
           END-IF
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           WRITE REG-LINE FROM REG-ROTATION-HEADING
           PERFORM VARYING WS-PROF-SUB FROM 1 BY 1
                   UNTIL WS-PROF-SUB > WS-PROF-CT
               MOVE WS-PROF-SUB TO RR-SEQ
               MOVE PR-PROFILE(WS-PROF-SUB) TO RR-PROFILE
               WRITE REG-LINE FROM REG-ROTATION-LINE
           END-PERFORM
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           WRITE REG-LINE FROM REG-DATE-HEADING
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROUNDS
               MOVE R TO RT-ROUND
               MOVE RD-DATE(R) TO RT-DATE
               PERFORM SET-DAY-NAME
               MOVE WS-DAY-NAMES(K:3) TO RT-DAY
               MOVE SPACES TO RT-NOTE
               IF R = 1 AND RD-DATE(R) NOT = WS-START-DATE
                   MOVE "START DATE NOT A BUSINESS DAY" TO RT-NOTE
               END-IF
               IF WS-CAL-LAST > 0 AND RD-DATE(R) > WS-CAL-LAST
                   MOVE "PAST END OF CALENDAR" TO RT-NOTE
               END-IF
               WRITE REG-LINE FROM REG-DATE-LINE
           END-PERFORM.

       SET-DAY-NAME.
           COMPUTE K = RD-DOW(R) * 3 + 1.

       WRITE-FIXTURES.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-DV-CT
               MOVE SPACES TO REG-LINE
               WRITE REG-LINE
               MOVE DV-NAME(K) TO RV-DIVISION
               COMPUTE RV-OPERATORS = DV-LAST(K) - DV-FIRST(K) + 1
               MOVE DV-SCHED-CT(K) TO RV-SCHEDULED
               WRITE REG-LINE FROM REG-DIV-HEADING
               IF DV-SCHED-CT(K) > 0
                   WRITE REG-LINE FROM REG-COL-HEADING
                   PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROUNDS
                       PERFORM WRITE-DIVISION-ROUND
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-DIVISION-ROUND.
           PERFORM VARYING I FROM DV-FIRST(K) BY 1
                   UNTIL I > DV-LAST(K)
               IF OP-SCHEDULED(I)
                   PERFORM SET-ROUND-PROFILE
                   MOVE R TO RF-ROUND
                   MOVE RD-DATE(R) TO RF-DATE
                   COMPUTE J = RD-DOW(R) * 3 + 1
                   MOVE WS-DAY-NAMES(J:3) TO RF-DAY
                   MOVE OP-ID(I) TO RF-OPERATOR
                   MOVE OP-NAME(I) TO RF-NAME
                   MOVE PR-PROFILE(WS-PROF-SUB) TO RF-PROFILE
                   WRITE REG-LINE FROM REG-FIXTURE-LINE
               END-IF
           END-PERFORM.

       WRITE-PROFILE-BALANCE.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           WRITE REG-LINE FROM REG-BAL-HEADING-1
           WRITE REG-LINE FROM REG-BAL-HEADING-2
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OP-CT
               MOVE OP-ID(I) TO RB-OPERATOR
               MOVE OP-NAME(I) TO RB-NAME
               MOVE OP-DEPT(I) TO RB-DIVISION
               MOVE 0 TO RB-ROUNDS
               MOVE 0 TO WS-FEWEST
               MOVE 0 TO WS-MOST
               IF OP-SCHEDULED(I)
                   MOVE WS-ROUNDS TO RB-ROUNDS
                   MOVE OP-PROF-CT(I, 1) TO WS-FEWEST
                   MOVE OP-PROF-CT(I, 1) TO WS-MOST
                   PERFORM VARYING WS-PROF-SUB FROM 2 BY 1
                           UNTIL WS-PROF-SUB > WS-PROF-CT
                       IF OP-PROF-CT(I, WS-PROF-SUB) < WS-FEWEST
                           MOVE OP-PROF-CT(I, WS-PROF-SUB) TO WS-FEWEST
                       END-IF
                       IF OP-PROF-CT(I, WS-PROF-SUB) > WS-MOST
                           MOVE OP-PROF-CT(I, WS-PROF-SUB) TO WS-MOST
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-FEWEST TO RB-FEWEST
               MOVE WS-MOST TO RB-MOST
               EVALUATE TRUE
                   WHEN NOT OP-SCHEDULED(I)
                       MOVE "NOT SCHEDULED" TO RB-STATUS
                   WHEN WS-MOST - WS-FEWEST > 1
                       MOVE "UNBALANCED" TO RB-STATUS
                       MOVE "PROFILES UNBALANCED" TO WS-FLAG-REASON
                       PERFORM ADD-OPERATOR-FLAG
                   WHEN OP-FLAGGED(I)
                       MOVE "FLAGGED" TO RB-STATUS
                   WHEN OTHER
                       MOVE "BALANCED" TO RB-STATUS
               END-EVALUATE
               WRITE REG-LINE FROM REG-BAL-LINE
           END-PERFORM.

       WRITE-FLAGS.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           WRITE REG-LINE FROM REG-FLAG-HEADING
           IF WS-FL-CT = 0
               WRITE REG-LINE FROM REG-NO-FLAG-LINE
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FL-CT
                   MOVE FL-ID(I) TO RX-OPERATOR
                   MOVE FL-NAME(I) TO RX-NAME
                   MOVE FL-DEPT(I) TO RX-DEPT
                   MOVE FL-REASON(I) TO RX-REASON
                   WRITE REG-LINE FROM REG-FLAG-LINE
               END-PERFORM
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE WS-OP-CT TO RT-ACTIVE
           MOVE WS-OPER-SCHED-CT TO RT-SCHEDULED
           MOVE WS-FL-CT TO RT-FLAGGED
           MOVE WS-INACTIVE-CT TO RT-INACTIVE
           WRITE REG-LINE FROM REG-TOTAL-LINE-1
           MOVE WS-DV-CT TO RT-DIVISIONS
           MOVE WS-PROF-CT TO RT-PROFILES
           MOVE WS-SCHED-CT TO RT-ENTRIES
           WRITE REG-LINE FROM REG-TOTAL-LINE-2.
