       IDENTIFICATION DIVISION.
       PROGRAM-ID. Perend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIODCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE
           RECORD CONTAINS 30 CHARACTERS.
           COPY PROCDATE.

       FD  CALENDAR-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY CALENDAR.

       FD  PERIOD-CONTROL
           RECORD CONTAINS 40 CHARACTERS.
           COPY PERIODCT.

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-BUSDATE-STATUS PIC XX VALUE '00'.
           01 WS-CALENDAR-STATUS PIC XX VALUE '00'.
           01 WS-PERIOD-CTL-STATUS PIC XX VALUE '00'.
           01 WS-CAL-EOF-SW PIC X VALUE 'N'.
               88 CAL-EOF VALUE 'Y'.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.

           01 WS-PERIOD-TYPE PIC X VALUE 'N'.
               88 PERIOD-END-DAY VALUE 'M' 'Q' 'Y'.
           01 WS-PERIOD-NAME PIC X(11) VALUE SPACES.

           01 WS-YMD-DATE PIC 9(8) VALUE 0.
           01 WS-YMD-PARTS REDEFINES WS-YMD-DATE.
               05 WS-YMD-YEAR PIC 9(4).
               05 WS-YMD-MONTH PIC 99.
               05 WS-YMD-DAY PIC 99.
           01 WS-QUARTER PIC 9 VALUE 0.
           01 WS-FROM-MONTH PIC 99 VALUE 0.
           01 WS-TO-MONTH PIC 99 VALUE 0.
           01 WS-PERIOD-MONTH PIC 9(6) VALUE 0.
           01 WS-FROM-DATE PIC 9(8) VALUE 0.
           01 WS-TO-DATE PIC 9(8) VALUE 0.
           01 WS-WORK-DATE PIC 9(8) VALUE 0.

           01 WS-NEXT-DATE PIC 9(8) VALUE 0.
           01 WS-DATE-INT PIC 9(8) VALUE 0.
           01 WS-DAY-OF-WEEK PIC 9 VALUE 0.
           01 WS-NEXT-FOUND-SW PIC X VALUE 'N'.
               88 NEXT-DAY-FOUND VALUE 'Y'.
           01 WS-HOL-MAX PIC 999 VALUE 100.
           01 WS-HOL-CT PIC 999 VALUE 0.
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY OCCURS 100 TIMES PIC 9(8).
           01 WS-HOL-SUB PIC 999 VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-RUN-ID WS-RUN-OPERATOR
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "PEREND" TO WS-RUN-ID
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           PERFORM LOAD-CALENDAR
           PERFORM CHECK-LAST-BUSINESS-DAY
           IF PERIOD-END-DAY
               PERFORM SET-PERIOD-RANGE
           END-IF
           PERFORM WRITE-PERIOD-CONTROL
           IF PERIOD-END-DAY
               DISPLAY "PEREND: BUSINESS DATE " RH-RUN-DATE " IS "
                   WS-PERIOD-NAME " - PERIOD " WS-FROM-DATE " TO "
                   WS-TO-DATE ", PERIOD-END STEPS WILL RUN"
           ELSE
               DISPLAY "PEREND: BUSINESS DATE " RH-RUN-DATE
                   " CLOSES NO PERIOD, PERIOD-END STEPS BYPASSED"
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
               DISPLAY "PEREND: BUSINESS DATE FILE NOT AVAILABLE, "
                   "USING SYSTEM DATE"
           END-IF.

       LOAD-CALENDAR.
           MOVE 0 TO WS-HOL-CT
           MOVE 'N' TO WS-CAL-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '05' OR WS-CALENDAR-STATUS = '35'
               DISPLAY "PEREND: NO CALENDAR FILE - NO PERIOD-END "
                   "DAYS ARE MARKED"
               MOVE 'Y' TO WS-CAL-EOF-SW
           ELSE
               IF WS-CALENDAR-STATUS NOT = '00'
                   DISPLAY "PEREND: UNABLE TO OPEN CALENDAR, STATUS="
                       WS-CALENDAR-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF NOT CAL-EOF
               PERFORM READ-CALENDAR
               PERFORM STORE-CALENDAR-ENTRY UNTIL CAL-EOF
               CLOSE CALENDAR-FILE
           END-IF.

       READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SW
           END-READ.

       STORE-CALENDAR-ENTRY.
           IF CAL-DATE IS NUMERIC
               IF CAL-PERIOD-END
                   IF CAL-DATE = RH-RUN-DATE
                       MOVE CAL-TYPE TO WS-PERIOD-TYPE
                   END-IF
               ELSE
                   IF WS-HOL-CT >= WS-HOL-MAX
                       DISPLAY "PEREND: HOLIDAY TABLE FULL, "
                           CAL-DATE " IGNORED"
                   ELSE
                       ADD 1 TO WS-HOL-CT
                       MOVE CAL-DATE TO WS-HOLIDAY(WS-HOL-CT)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-CALENDAR.

       CHECK-LAST-BUSINESS-DAY.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RH-RUN-DATE)
           MOVE 'N' TO WS-NEXT-FOUND-SW
           PERFORM FIND-NEXT-BUSINESS-DAY UNTIL NEXT-DAY-FOUND
           IF WS-NEXT-DATE(1:6) NOT = RH-RUN-DATE(1:6)
                   AND NOT PERIOD-END-DAY
               DISPLAY "PEREND: BUSINESS DATE " RH-RUN-DATE
                   " IS THE LAST BUSINESS DAY OF ITS MONTH BUT THE "
                   "CALENDAR DOES NOT MARK IT - ADD THE M/Q/Y ENTRY "
                   "AND RERUN"
           END-IF.

       FIND-NEXT-BUSINESS-DAY.
           ADD 1 TO WS-DATE-INT
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7)
           MOVE 'Y' TO WS-NEXT-FOUND-SW
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-NEXT-FOUND-SW
           ELSE
               PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                       UNTIL WS-HOL-SUB > WS-HOL-CT
                   IF WS-HOLIDAY(WS-HOL-SUB) = WS-NEXT-DATE
                       MOVE 'N' TO WS-NEXT-FOUND-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       SET-PERIOD-RANGE.
           MOVE RH-RUN-DATE TO WS-YMD-DATE
           COMPUTE WS-PERIOD-MONTH = WS-YMD-YEAR * 100 + WS-YMD-MONTH
           EVALUATE WS-PERIOD-TYPE
               WHEN 'Y'
                   MOVE "YEAR-END" TO WS-PERIOD-NAME
                   MOVE 1 TO WS-FROM-MONTH
                   MOVE 12 TO WS-TO-MONTH
               WHEN 'Q'
                   MOVE "QUARTER-END" TO WS-PERIOD-NAME
                   COMPUTE WS-QUARTER = (WS-YMD-MONTH + 2) / 3
                   COMPUTE WS-FROM-MONTH = WS-QUARTER * 3 - 2
                   COMPUTE WS-TO-MONTH = WS-QUARTER * 3
               WHEN OTHER
                   MOVE "MONTH-END" TO WS-PERIOD-NAME
                   MOVE WS-YMD-MONTH TO WS-FROM-MONTH
                   MOVE WS-YMD-MONTH TO WS-TO-MONTH
           END-EVALUATE
           COMPUTE WS-FROM-DATE = WS-YMD-YEAR * 10000
               + WS-FROM-MONTH * 100 + 1
           IF WS-TO-MONTH = 12
               COMPUTE WS-TO-DATE = WS-YMD-YEAR * 10000 + 1231
           ELSE
               COMPUTE WS-WORK-DATE = WS-YMD-YEAR * 10000
                   + (WS-TO-MONTH + 1) * 100 + 1
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
               COMPUTE WS-TO-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

       WRITE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-CONTROL
           IF WS-PERIOD-CTL-STATUS NOT = '00'
               DISPLAY "PEREND: UNABLE TO OPEN PERIOD-CONTROL, STATUS="
                   WS-PERIOD-CTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PERIOD-CONTROL-REC
           MOVE RH-RUN-DATE TO PC-BUS-DATE
           MOVE WS-PERIOD-TYPE TO PC-PERIOD-TYPE
           MOVE WS-PERIOD-MONTH TO PC-MONTH
           MOVE WS-FROM-DATE TO PC-FROM-DATE
           MOVE WS-TO-DATE TO PC-TO-DATE
           MOVE RH-RUN-ID TO PC-RUN-ID
           WRITE PERIOD-CONTROL-REC
           CLOSE PERIOD-CONTROL.
