       IDENTIFICATION DIVISION.
       PROGRAM-ID. Submiss.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-REGISTRY ASSIGN TO "LISTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTREG-STATUS.
           SELECT LIST-ARRIVAL ASSIGN TO "LISTARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTARR-STATUS.
           SELECT OPER-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-MASTER-STATUS.
           SELECT BUS-DATE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT MISSING-RPT ASSIGN TO "MISSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MISSING-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-REGISTRY
           RECORD CONTAINS 40 CHARACTERS.
           COPY LISTREG.

       FD  LIST-ARRIVAL
           RECORD CONTAINS 50 CHARACTERS.
           COPY LISTARR.

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  BUS-DATE
           RECORD CONTAINS 30 CHARACTERS.
           COPY PROCDATE.

       FD  CALENDAR-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY CALENDAR.

       FD  MISSING-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-LISTREG-STATUS PIC XX VALUE '00'.
           01 WS-LISTARR-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-BUSDATE-STATUS PIC XX VALUE '00'.
           01 WS-CALENDAR-STATUS PIC XX VALUE '00'.
           01 WS-MISSING-RPT-STATUS PIC XX VALUE '00'.
           01 WS-REG-EOF-SW PIC X VALUE 'N'.
               88 REG-EOF VALUE 'Y'.
           01 WS-ARR-EOF-SW PIC X VALUE 'N'.
               88 ARR-EOF VALUE 'Y'.
           01 WS-OM-EOF-SW PIC X VALUE 'N'.
               88 OM-EOF VALUE 'Y'.
           01 WS-CAL-EOF-SW PIC X VALUE 'N'.
               88 CAL-EOF VALUE 'Y'.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.

           01 WS-BUS-INT PIC 9(8) VALUE 0.
           01 WS-BUS-MONTHS PIC 9(6) VALUE 0.
           01 WS-DAY-OF-WEEK PIC 9 VALUE 0.
           01 WS-PREV-BUS-DATE PIC 9(8) VALUE 0.
           01 WS-NEXT-BUS-DATE PIC 9(8) VALUE 0.
           01 WS-WALK-INT PIC 9(8) VALUE 0.
           01 WS-WALK-DATE PIC 9(8) VALUE 0.
           01 WS-WALK-DOW PIC 9 VALUE 0.
           01 WS-WALK-FOUND-SW PIC X VALUE 'N'.
               88 WALK-DAY-FOUND VALUE 'Y'.
           01 WS-MONTH-END-SW PIC X VALUE 'N'.
               88 MONTH-END-DAY VALUE 'Y'.
           01 WS-LAST-INT PIC 9(8) VALUE 0.
           01 WS-LAST-MONTHS PIC 9(6) VALUE 0.
           01 WS-YMD-DATE PIC 9(8) VALUE 0.
           01 WS-YMD-PARTS REDEFINES WS-YMD-DATE.
               05 WS-YMD-YEAR PIC 9(4).
               05 WS-YMD-MONTH PIC 99.
               05 WS-YMD-DAY PIC 99.
           01 WS-DAYS-SINCE PIC 9(5) VALUE 0.
           01 WS-DUE-DAY PIC 9 VALUE 0.
           01 WS-DUE-TODAY-SW PIC X VALUE 'N'.
               88 DUE-TODAY VALUE 'Y'.
           01 WS-OVERDUE-SW PIC X VALUE 'N'.
               88 LIST-OVERDUE VALUE 'Y'.

           01 WS-HOL-MAX PIC 999 VALUE 100.
           01 WS-HOL-CT PIC 999 VALUE 0.
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY OCCURS 100 TIMES PIC 9(8).

           01 WS-OM-MAX PIC 999 VALUE 200.
           01 WS-OM-CT PIC 999 VALUE 0.
           01 WS-OM-SUB PIC 999 VALUE 0.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 200 TIMES.
                   10 OT-ID PIC X(8).
                   10 OT-NAME PIC X(20).

           01 WS-REG-MAX PIC 999 VALUE 500.
           01 WS-REG-CT PIC 999 VALUE 0.
           01 WS-REG-SUB PIC 999 VALUE 0.
           01 WS-REG-TABLE.
               05 WS-REG-ENTRY OCCURS 500 TIMES.
                   10 RT-LIST-ID PIC X(8).
                   10 RT-DEPT PIC X(8).
                   10 RT-CONTACT PIC X(8).
                   10 RT-FREQUENCY PIC X.
                   10 RT-DUE-DAY PIC X.
                   10 RT-ACTIVE PIC X.
                   10 RT-LAST-DATE PIC 9(8).
                   10 RT-TODAY-SW PIC X.

           01 I PIC 999 VALUE 0.
           01 WS-ACTIVE-CT PIC 999 VALUE 0.
           01 WS-DUE-CT PIC 999 VALUE 0.
           01 WS-RECEIVED-CT PIC 999 VALUE 0.
           01 WS-MISSING-CT PIC 999 VALUE 0.
           01 WS-OVERDUE-CT PIC 999 VALUE 0.
           01 WS-ARR-READ-CT PIC 9(7) VALUE 0.

           01 RPT-HEADING-1.
               05 FILLER PIC X(11) VALUE "MISS-RPT   ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 RH1-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "RUN-ID: ".
               05 RH1-RUN-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(11) VALUE "MONTH-END: ".
               05 RH1-MONTH-END PIC X(3).

           01 RPT-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "SUBMISS - REGISTERED LISTS MISSING OR OVERDUE".

           01 RPT-MISSING-HEADING.
               05 FILLER PIC X(21) VALUE
                   "DUE ON BUSINESS DATE ".
               05 RMH-DATE PIC 9(8).
               05 FILLER PIC X(18) VALUE " AND NOT RECEIVED:".

           01 RPT-OVERDUE-HEADING.
               05 FILLER PIC X(80) VALUE
                   "OVERDUE BY OWN FREQUENCY:".

           01 RPT-COL-HEADING.
               05 FILLER PIC X(10) VALUE "LIST-ID".
               05 FILLER PIC X(10) VALUE "DEPT".
               05 FILLER PIC X(10) VALUE "CONTACT".
               05 FILLER PIC X(22) VALUE "CONTACT NAME".
               05 FILLER PIC X(11) VALUE "FREQUENCY".
               05 FILLER PIC X(9) VALUE "RECEIVED".
               05 FILLER PIC X(4) VALUE "DAYS".

           01 RPT-DETAIL-LINE.
               05 RD-LIST-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-DEPT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-CONTACT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-FREQUENCY PIC X(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-LAST PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 RD-DAYS PIC X(4).

           01 RPT-NONE-LINE.
               05 FILLER PIC X(80) VALUE
                   "  NONE.".

           01 RPT-COUNT-LINE.
               05 RC-LABEL PIC X(30).
               05 RC-COUNT PIC ZZZ9.

           01 WS-DAYS-EDIT PIC ZZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-RUN-ID WS-RUN-OPERATOR
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "SUBMISS" TO WS-RUN-ID
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           OPEN INPUT LIST-REGISTRY
           IF WS-LISTREG-STATUS NOT = '00'
               DISPLAY "SUBMISS: UNABLE TO OPEN LIST-REGISTRY, STATUS="
                   WS-LISTREG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MISSING-RPT
           IF WS-MISSING-RPT-STATUS NOT = '00'
               DISPLAY "SUBMISS: UNABLE TO OPEN MISSING-RPT, STATUS="
                   WS-MISSING-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-LIST-REGISTRY
           PERFORM STORE-LIST-REGISTRY UNTIL REG-EOF
           CLOSE LIST-REGISTRY
           PERFORM LOAD-OPER-MASTER
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-LIST-ARRIVALS
           PERFORM SET-PERIOD-DATES
           PERFORM WRITE-RPT-HEADINGS
           PERFORM REPORT-MISSING-LISTS
           PERFORM REPORT-OVERDUE-LISTS
           PERFORM WRITE-RPT-TOTALS
           CLOSE MISSING-RPT
           IF WS-MISSING-CT > 0 OR WS-OVERDUE-CT > 0
               DISPLAY "SUBMISS: " WS-MISSING-CT " LIST(S) MISSING, "
                   WS-OVERDUE-CT " LIST(S) OVERDUE - SEE MISSRPT"
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
               DISPLAY "SUBMISS: BUSINESS DATE FILE NOT AVAILABLE, "
                   "USING SYSTEM DATE"
           END-IF.

       READ-LIST-REGISTRY.
           READ LIST-REGISTRY
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SW
           END-READ.

       STORE-LIST-REGISTRY.
           IF LR-LIST-ID NOT = SPACES
               IF WS-REG-CT >= WS-REG-MAX
                   DISPLAY "SUBMISS: LIST REGISTRY TABLE FULL, "
                       LR-LIST-ID " IGNORED"
               ELSE
                   ADD 1 TO WS-REG-CT
                   MOVE LR-LIST-ID TO RT-LIST-ID(WS-REG-CT)
                   MOVE LR-DEPT TO RT-DEPT(WS-REG-CT)
                   MOVE LR-CONTACT TO RT-CONTACT(WS-REG-CT)
                   MOVE LR-FREQUENCY TO RT-FREQUENCY(WS-REG-CT)
                   MOVE LR-DUE-DAY TO RT-DUE-DAY(WS-REG-CT)
                   MOVE LR-ACTIVE TO RT-ACTIVE(WS-REG-CT)
                   MOVE 0 TO RT-LAST-DATE(WS-REG-CT)
                   MOVE 'N' TO RT-TODAY-SW(WS-REG-CT)
                   IF LR-ACTIVE = 'Y'
                       ADD 1 TO WS-ACTIVE-CT
                   END-IF
               END-IF
           END-IF
           PERFORM READ-LIST-REGISTRY.

       LOAD-OPER-MASTER.
           MOVE 0 TO WS-OM-CT
           MOVE 'N' TO WS-OM-EOF-SW
           OPEN INPUT OPER-MASTER
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "SUBMISS: OPERATOR MASTER NOT AVAILABLE, "
                   "STATUS=" WS-OPER-MASTER-STATUS
                   " - CONTACT NAMES NOT SHOWN"
           ELSE
               PERFORM READ-OPER-MASTER
               PERFORM STORE-OPER-MASTER UNTIL OM-EOF
               CLOSE OPER-MASTER
           END-IF.

       READ-OPER-MASTER.
           READ OPER-MASTER
               AT END
                   MOVE 'Y' TO WS-OM-EOF-SW
           END-READ.

       STORE-OPER-MASTER.
           IF OM-ID NOT = SPACES
               IF WS-OM-CT >= WS-OM-MAX
                   DISPLAY "SUBMISS: OPERATOR TABLE FULL, " OM-ID
                       " IGNORED"
               ELSE
                   ADD 1 TO WS-OM-CT
                   MOVE OM-ID TO OT-ID(WS-OM-CT)
                   MOVE OM-NAME TO OT-NAME(WS-OM-CT)
               END-IF
           END-IF
           PERFORM READ-OPER-MASTER.

       LOAD-HOLIDAY-CALENDAR.
           MOVE 0 TO WS-HOL-CT
           MOVE 'N' TO WS-CAL-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '05' OR WS-CALENDAR-STATUS = '35'
               MOVE 'Y' TO WS-CAL-EOF-SW
           ELSE
               IF WS-CALENDAR-STATUS NOT = '00'
                   DISPLAY "SUBMISS: UNABLE TO OPEN CALENDAR, STATUS="
                       WS-CALENDAR-STATUS
                   MOVE 'Y' TO WS-CAL-EOF-SW
               END-IF
           END-IF
           IF NOT CAL-EOF
               PERFORM READ-CALENDAR
               PERFORM STORE-HOLIDAY UNTIL CAL-EOF
               CLOSE CALENDAR-FILE
           END-IF.

       READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SW
           END-READ.

       STORE-HOLIDAY.
           IF CAL-DATE IS NUMERIC AND NOT CAL-PERIOD-END
               IF WS-HOL-CT >= WS-HOL-MAX
                   DISPLAY "SUBMISS: HOLIDAY TABLE FULL, " CAL-DATE
                       " IGNORED"
               ELSE
                   ADD 1 TO WS-HOL-CT
                   MOVE CAL-DATE TO WS-HOLIDAY(WS-HOL-CT)
               END-IF
           END-IF
           PERFORM READ-CALENDAR.

       LOAD-LIST-ARRIVALS.
           MOVE 'N' TO WS-ARR-EOF-SW
           OPEN INPUT LIST-ARRIVAL
           IF WS-LISTARR-STATUS = '05' OR WS-LISTARR-STATUS = '35'
               MOVE 'Y' TO WS-ARR-EOF-SW
           ELSE
               IF WS-LISTARR-STATUS NOT = '00'
                   DISPLAY "SUBMISS: UNABLE TO OPEN LIST-ARRIVAL, "
                       "STATUS=" WS-LISTARR-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF NOT ARR-EOF
               PERFORM READ-LIST-ARRIVAL
               PERFORM NOTE-LIST-ARRIVAL UNTIL ARR-EOF
               CLOSE LIST-ARRIVAL
           END-IF.

       READ-LIST-ARRIVAL.
           READ LIST-ARRIVAL
               AT END
                   MOVE 'Y' TO WS-ARR-EOF-SW
           END-READ.

       NOTE-LIST-ARRIVAL.
           ADD 1 TO WS-ARR-READ-CT
           IF LA-BUS-DATE IS NUMERIC AND LA-BUS-DATE <= WS-RUN-DATE
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-CT
                   IF RT-LIST-ID(WS-REG-SUB) = LA-LIST-ID
                       IF LA-BUS-DATE > RT-LAST-DATE(WS-REG-SUB)
                           MOVE LA-BUS-DATE TO RT-LAST-DATE(WS-REG-SUB)
                       END-IF
                       IF LA-BUS-DATE = WS-RUN-DATE
                           MOVE 'Y' TO RT-TODAY-SW(WS-REG-SUB)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM READ-LIST-ARRIVAL.

       SET-PERIOD-DATES.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-BUS-INT, 7)
           MOVE WS-RUN-DATE TO WS-YMD-DATE
           COMPUTE WS-BUS-MONTHS = WS-YMD-YEAR * 12 + WS-YMD-MONTH
           MOVE WS-BUS-INT TO WS-WALK-INT
           MOVE 'N' TO WS-WALK-FOUND-SW
           PERFORM STEP-BACK-ONE-DAY UNTIL WALK-DAY-FOUND
           MOVE WS-WALK-DATE TO WS-PREV-BUS-DATE
           MOVE WS-BUS-INT TO WS-WALK-INT
           MOVE 'N' TO WS-WALK-FOUND-SW
           PERFORM STEP-FORWARD-ONE-DAY UNTIL WALK-DAY-FOUND
           MOVE WS-WALK-DATE TO WS-NEXT-BUS-DATE
           IF WS-NEXT-BUS-DATE(1:6) NOT = WS-RUN-DATE(1:6)
               MOVE 'Y' TO WS-MONTH-END-SW
           END-IF.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-WALK-INT
           PERFORM CHECK-WALK-DAY.

       STEP-FORWARD-ONE-DAY.
           ADD 1 TO WS-WALK-INT
           PERFORM CHECK-WALK-DAY.

       CHECK-WALK-DAY.
           COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
           COMPUTE WS-WALK-DOW = FUNCTION MOD(WS-WALK-INT, 7)
           MOVE 'Y' TO WS-WALK-FOUND-SW
           IF WS-WALK-DOW = 6 OR WS-WALK-DOW = 0
               MOVE 'N' TO WS-WALK-FOUND-SW
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HOL-CT
                   IF WS-HOLIDAY(I) = WS-WALK-DATE
                       MOVE 'N' TO WS-WALK-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-DUE-TODAY.
           MOVE 'N' TO WS-DUE-TODAY-SW
           EVALUATE RT-FREQUENCY(WS-REG-SUB)
               WHEN 'W'
                   IF RT-DUE-DAY(WS-REG-SUB) IS NUMERIC
                       MOVE RT-DUE-DAY(WS-REG-SUB) TO WS-DUE-DAY
                   ELSE
                       MOVE 1 TO WS-DUE-DAY
                   END-IF
                   IF WS-DAY-OF-WEEK = WS-DUE-DAY
                       MOVE 'Y' TO WS-DUE-TODAY-SW
                   END-IF
               WHEN 'M'
                   IF MONTH-END-DAY
                       MOVE 'Y' TO WS-DUE-TODAY-SW
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-DUE-TODAY-SW
           END-EVALUATE.

       CHECK-OVERDUE.
           MOVE 'N' TO WS-OVERDUE-SW
           MOVE 0 TO WS-DAYS-SINCE
           IF RT-LAST-DATE(WS-REG-SUB) = 0
               MOVE 'Y' TO WS-OVERDUE-SW
           ELSE
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(RT-LAST-DATE(WS-REG-SUB))
               COMPUTE WS-DAYS-SINCE = WS-BUS-INT - WS-LAST-INT
               MOVE RT-LAST-DATE(WS-REG-SUB) TO WS-YMD-DATE
               COMPUTE WS-LAST-MONTHS = WS-YMD-YEAR * 12 + WS-YMD-MONTH
               EVALUATE RT-FREQUENCY(WS-REG-SUB)
                   WHEN 'W'
                       IF WS-DAYS-SINCE > 7
                           MOVE 'Y' TO WS-OVERDUE-SW
                       END-IF
                   WHEN 'M'
                       IF WS-BUS-MONTHS - WS-LAST-MONTHS > 1
                           MOVE 'Y' TO WS-OVERDUE-SW
                       END-IF
                   WHEN OTHER
                       IF RT-LAST-DATE(WS-REG-SUB) < WS-PREV-BUS-DATE
                           MOVE 'Y' TO WS-OVERDUE-SW
                       END-IF
               END-EVALUATE
           END-IF.

       REPORT-MISSING-LISTS.
           MOVE WS-RUN-DATE TO RMH-DATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-MISSING-HEADING
           WRITE RPT-LINE FROM RPT-COL-HEADING
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-CT
               IF RT-ACTIVE(WS-REG-SUB) = 'Y'
                   PERFORM CHECK-DUE-TODAY
                   IF DUE-TODAY
                       ADD 1 TO WS-DUE-CT
                       IF RT-TODAY-SW(WS-REG-SUB) = 'Y'
                           ADD 1 TO WS-RECEIVED-CT
                       ELSE
                           ADD 1 TO WS-MISSING-CT
                           PERFORM CHECK-OVERDUE
                           PERFORM WRITE-LIST-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MISSING-CT = 0
               WRITE RPT-LINE FROM RPT-NONE-LINE
           END-IF.

       REPORT-OVERDUE-LISTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-OVERDUE-HEADING
           WRITE RPT-LINE FROM RPT-COL-HEADING
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-CT
               IF RT-ACTIVE(WS-REG-SUB) = 'Y'
                       AND RT-TODAY-SW(WS-REG-SUB) NOT = 'Y'
                   PERFORM CHECK-OVERDUE
                   IF LIST-OVERDUE
                       ADD 1 TO WS-OVERDUE-CT
                       PERFORM WRITE-LIST-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OVERDUE-CT = 0
               WRITE RPT-LINE FROM RPT-NONE-LINE
           END-IF.

       WRITE-LIST-LINE.
           MOVE RT-LIST-ID(WS-REG-SUB) TO RD-LIST-ID
           MOVE RT-DEPT(WS-REG-SUB) TO RD-DEPT
           MOVE RT-CONTACT(WS-REG-SUB) TO RD-CONTACT
           MOVE SPACES TO RD-NAME
           PERFORM VARYING WS-OM-SUB FROM 1 BY 1
                   UNTIL WS-OM-SUB > WS-OM-CT
               IF OT-ID(WS-OM-SUB) = RT-CONTACT(WS-REG-SUB)
                   MOVE OT-NAME(WS-OM-SUB) TO RD-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE RT-FREQUENCY(WS-REG-SUB)
               WHEN 'W'
                   MOVE "WEEKLY" TO RD-FREQUENCY
               WHEN 'M'
                   MOVE "MONTH-END" TO RD-FREQUENCY
               WHEN OTHER
                   MOVE "DAILY" TO RD-FREQUENCY
           END-EVALUATE
           IF RT-LAST-DATE(WS-REG-SUB) = 0
               MOVE "NEVER" TO RD-LAST
               MOVE SPACES TO RD-DAYS
           ELSE
               MOVE RT-LAST-DATE(WS-REG-SUB) TO RD-LAST
               MOVE WS-DAYS-SINCE TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO RD-DAYS
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.

       WRITE-RPT-HEADINGS.
           MOVE RH-RUN-DATE TO RH1-DATE
           MOVE RH-RUN-ID TO RH1-RUN-ID
           IF MONTH-END-DAY
               MOVE "YES" TO RH1-MONTH-END
           ELSE
               MOVE "NO " TO RH1-MONTH-END
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-RPT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "REGISTERED LISTS:" TO RC-LABEL
           MOVE WS-REG-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "  ACTIVE:" TO RC-LABEL
           MOVE WS-ACTIVE-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "  DUE THIS BUSINESS DATE:" TO RC-LABEL
           MOVE WS-DUE-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "  RECEIVED WHEN DUE:" TO RC-LABEL
           MOVE WS-RECEIVED-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "  MISSING:" TO RC-LABEL
           MOVE WS-MISSING-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "  OVERDUE:" TO RC-LABEL
           MOVE WS-OVERDUE-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
