       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFLOG ASSIGN TO "PREFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFLOG-STATUS.
           SELECT SUBLOG ASSIGN TO "SUBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBLOG-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIODCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.
           SELECT PERLOG ASSIGN TO "PERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREFLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  PREFLOG-LINE PIC X(80).

       FD  SUBLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBLOG-LINE PIC X(80).

       FD  CALENDAR-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY CALENDAR.

       FD  PERIOD-CONTROL
           RECORD CONTAINS 40 CHARACTERS.
           COPY PERIODCT.

       FD  PERLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  PERLOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-PREFLOG-STATUS PIC XX VALUE '00'.
           01 WS-SUBLOG-STATUS PIC XX VALUE '00'.
           01 WS-FACTLOG-STATUS PIC XX VALUE '00'.
           01 WS-GUESLOG-STATUS PIC XX VALUE '00'.
           01 WS-CALENDAR-STATUS PIC XX VALUE '00'.
           01 WS-CAL-EOF-SW PIC X VALUE 'N'.
               88 CAL-EOF VALUE 'Y'.
           01 WS-PERIOD-CTL-STATUS PIC XX VALUE '00'.
           01 WS-PERLOG-STATUS PIC XX VALUE '00'.
           01 WS-PERLOG-EOF-SW PIC X VALUE 'N'.
               88 PERLOG-EOF VALUE 'Y'.
           01 WS-PERIOD-DAY-SW PIC X VALUE 'N'.
               88 PERIOD-END-DAY VALUE 'Y'.
           01 WS-PERIOD-PASS-SW PIC X VALUE 'N'.
               88 PERIOD-PASS VALUE 'Y'.
           01 WS-EVAL-STATUS PIC X(9) VALUE SPACES.
           01 WS-ALERT-CT PIC 9(3) VALUE 0.
           01 WS-HIGH-SEV PIC X VALUE 'N'.
           01 WS-PRE-STATUS PIC X(9) VALUE "NOT RUN  ".
           01 WS-SUB-STATUS PIC X(9) VALUE "NOT RUN  ".
           01 WS-FACT-STATUS PIC X(9) VALUE "NOT RUN  ".
           01 WS-GUESS-STATUS PIC X(9) VALUE "NOT RUN  ".
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-WINDOW-TEXT PIC X(8) VALUE SPACES.
           01 WS-MODE-TOKEN PIC X(8) VALUE SPACES.
           01 WS-WINDOW-MINS PIC 9(4) VALUE 0.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-STEP-START PIC 9(6) VALUE 0.
           01 WS-STEP-END PIC 9(6) VALUE 0.
           01 WS-STEP-ELAPSED PIC 9(6) VALUE 0.
           01 WS-PRE-START PIC 9(6) VALUE 0.
           01 WS-PRE-END PIC 9(6) VALUE 0.
           01 WS-PRE-ELAPSED PIC 9(6) VALUE 0.
           01 WS-SUB-START PIC 9(6) VALUE 0.
           01 WS-SUB-END PIC 9(6) VALUE 0.
           01 WS-SUB-ELAPSED PIC 9(6) VALUE 0.
           01 WS-GUESS-START PIC 9(6) VALUE 0.
           01 WS-GUESS-END PIC 9(6) VALUE 0.
           01 WS-GUESS-ELAPSED PIC 9(6) VALUE 0.
           01 WS-PERIOD-ELAPSED PIC 9(7) VALUE 0.
           01 WS-CYCLE-ELAPSED PIC 9(7) VALUE 0.
           01 WS-WINDOW-SECS PIC 9(7) VALUE 0.

               05 WS-HOLIDAY OCCURS 100 TIMES PIC 9(8).
           01 WS-HOL-SUB PIC 999 VALUE 0.

           01 WS-PERIOD-FAIL-CT PIC 99 VALUE 0.
           01 WS-PERIOD-FAIL-STEP PIC X(10) VALUE SPACES.
           01 WS-PERIOD-NAME PIC X(12) VALUE SPACES.
           01 WS-PSTEP-MAX PIC 9 VALUE 5.
           01 WS-PSTEP-SUB PIC 9 VALUE 0.
           01 WS-PSTEP-NAMES.
               05 FILLER PIC X(10) VALUE "BATCHRPT  ".
               05 FILLER PIC X(10) VALUE "SCORERPT  ".
               05 FILLER PIC X(10) VALUE "LGSTAND   ".
               05 FILLER PIC X(10) VALUE "ALERTREG  ".
               05 FILLER PIC X(10) VALUE "COMBCHG   ".
           01 WS-PSTEP-NAME-TABLE REDEFINES WS-PSTEP-NAMES.
               05 WS-PSTEP-NAME OCCURS 5 TIMES PIC X(10).
           01 WS-PSTEP-TABLE.
               05 WS-PSTEP OCCURS 5 TIMES.
                   10 PS-STATUS PIC X(9).
                   10 PS-START PIC 9(6).
                   10 PS-END PIC 9(6).
                   10 PS-ELAPSED PIC 9(6).

           01 STEP-LOG-DETAIL.
               05 SG-RUN-ID PIC X(8).
               05 FILLER PIC X(2).
               05 FILLER PIC X(4) VALUE SPACES.
               05 JS-STATUS PIC X(9).

           01 JOB-PERIOD-LINE.
               05 FILLER PIC X(12) VALUE "PERIOD END: ".
               05 JP-PERIOD-NAME PIC X(12).
               05 FILLER PIC X(8) VALUE "PERIOD: ".
               05 JP-FROM-DATE PIC 9(8).
               05 FILLER PIC X(4) VALUE " TO ".
               05 JP-TO-DATE PIC 9(8).

           01 JOB-SUMMARY-LINE PIC X(80).

           01 JOB-TIMING-HEADING.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(6) VALUE "FAIL: ".
               05 BH-FAIL-STEP PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 BH-PERIOD-TYPE PIC X.
               05 BH-PERIOD-STATUS PIC X(3).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-RUN-ID WS-RUN-OPERATOR WS-WINDOW-TEXT
                   WS-MODE-TOKEN
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "NIGHTLY" TO WS-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           PERFORM READ-PERIOD-CONTROL
           IF WS-MODE-TOKEN = "PERIOD"
               IF NOT PERIOD-END-DAY
                   DISPLAY "BATCHRUN: NO PERIOD END FOR "
                       RH-RUN-DATE " - NOTHING TO CONSOLIDATE"
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-PERIOD-PASS-SW
           END-IF
           OPEN OUTPUT JOBLOG
           IF WS-JOBLOG-STATUS NOT = '00'
               DISPLAY "BATCHRUN: UNABLE TO OPEN JOBLOG, STATUS="
               STOP RUN
           END-IF
           PERFORM WRITE-JOB-HEADINGS
           PERFORM LOG-STEP-PREFLIGHT
           PERFORM LOG-STEP-SUBLIST
           PERFORM LOG-STEP-FACTORIAL
           PERFORM LOG-STEP-GUESSER
           IF PERIOD-PASS
               PERFORM LOG-PERIOD-END-STEPS
           END-IF
           PERFORM WRITE-TIMING-SECTION
           PERFORM WRITE-JOB-SUMMARY
           CLOSE JOBLOG
           IF PERIOD-PASS
               PERFORM WRITE-PERIOD-HISTORY
           ELSE
               PERFORM WRITE-BATCH-HISTORY
           END-IF
           PERFORM WRITE-ALERT-FILE
           IF WS-FAIL-COUNT = 0
               IF PERIOD-END-DAY AND NOT PERIOD-PASS
                   DISPLAY "BATCHRUN: PERIOD-END DAY - BUSINESS DATE "
                       "ADVANCE LEFT TO THE PERIOD-END PASS"
               ELSE
                   PERFORM ADVANCE-BUSINESS-DATE
               END-IF
           END-IF
           STOP RUN.

           END-READ.

       STORE-HOLIDAY.
           IF CAL-DATE IS NUMERIC AND NOT CAL-PERIOD-END
               IF WS-HOL-CT >= WS-HOL-MAX
                   DISPLAY "BATCHRUN: HOLIDAY TABLE FULL, " CAL-DATE
                       " IGNORED"
               DISPLAY "BATCHRUN: UNABLE TO OPEN ALERT-FILE, STATUS="
                   WS-ALERT-FILE-STATUS
           ELSE
               MOVE "PREFLT    " TO AL-PROGRAM
               MOVE WS-PRE-STATUS TO WS-EVAL-STATUS
               PERFORM EVALUATE-STEP-ALERT
               MOVE "SUBLIST   " TO AL-PROGRAM
               MOVE WS-SUB-STATUS TO WS-EVAL-STATUS
               PERFORM EVALUATE-STEP-ALERT
               MOVE "GUESSER   " TO AL-PROGRAM
               MOVE WS-GUESS-STATUS TO WS-EVAL-STATUS
               PERFORM EVALUATE-STEP-ALERT
               IF PERIOD-PASS
                   PERFORM VARYING WS-PSTEP-SUB FROM 1 BY 1
                           UNTIL WS-PSTEP-SUB > WS-PSTEP-MAX
                       MOVE WS-PSTEP-NAME(WS-PSTEP-SUB) TO AL-PROGRAM
                       MOVE PS-STATUS(WS-PSTEP-SUB) TO WS-EVAL-STATUS
                       PERFORM EVALUATE-STEP-ALERT
                   END-PERFORM
               END-IF
               PERFORM WRITE-ALERT-SUMMARY
               CLOSE ALERT-FILE
           END-IF.
                   CONTINUE
               WHEN "BYPASSED "
                   CONTINUE
               WHEN "GO       "
                   CONTINUE
               WHEN "GO-WARN  "
                   MOVE 'W' TO AL-SEVERITY
                   MOVE "DATA" TO AL-ACTION
               WHEN "NO-GO    "
                   MOVE 'S' TO AL-SEVERITY
                   MOVE "DATA" TO AL-ACTION
               WHEN "NO RESULT"
                   MOVE 'W' TO AL-SEVERITY
                   MOVE "RSUB" TO AL-ACTION
               ELSE
                   MOVE WS-FAIL-STEP TO BH-FAIL-STEP
               END-IF
               MOVE SPACE TO BH-PERIOD-TYPE
               MOVE SPACES TO BH-PERIOD-STATUS
               MOVE SPACES TO BATCH-HIST-LINE
               WRITE BATCH-HIST-LINE FROM BATCH-HIST-DETAIL
               CLOSE BATCH-HISTORY
           END-IF.

       WRITE-PERIOD-HISTORY.
           OPEN EXTEND BATCH-HISTORY
           IF WS-BATCH-HIST-STATUS = '05' OR WS-BATCH-HIST-STATUS
                   = '35'
               OPEN OUTPUT BATCH-HISTORY
           END-IF
           IF WS-BATCH-HIST-STATUS NOT = '00'
               DISPLAY "BATCHRUN: UNABLE TO OPEN BATCH-HISTORY, "
                   "STATUS=" WS-BATCH-HIST-STATUS
           ELSE
               MOVE RH-RUN-ID TO BH-RUN-ID
               MOVE RH-RUN-DATE TO BH-RUN-DATE
               MOVE RH-RUN-TIME TO BH-RUN-TIME
               MOVE SPACES TO BH-SUB-STATUS
               MOVE SPACES TO BH-FACT-STATUS
               MOVE SPACES TO BH-GUESS-STATUS
               MOVE WS-PERIOD-FAIL-STEP TO BH-FAIL-STEP
               MOVE PC-PERIOD-TYPE TO BH-PERIOD-TYPE
               IF WS-PERIOD-FAIL-CT = 0
                   MOVE "OK " TO BH-PERIOD-STATUS
               ELSE
                   MOVE "ERR" TO BH-PERIOD-STATUS
               END-IF
               MOVE SPACES TO BATCH-HIST-LINE
               WRITE BATCH-HIST-LINE FROM BATCH-HIST-DETAIL
               CLOSE BATCH-HISTORY
           MOVE SPACES TO JOBLOG-LINE
           WRITE JOBLOG-LINE FROM JOB-HEADING-2.

       LOG-STEP-PREFLIGHT.
           OPEN INPUT PREFLOG
           IF WS-PREFLOG-STATUS NOT = '00'
               MOVE "PREFLT    " TO JS-PROGRAM
               MOVE "NOT RUN  " TO JS-STATUS
               MOVE "NOT RUN  " TO WS-PRE-STATUS
               ADD 1 TO WS-FAIL-COUNT
               IF WS-FAIL-STEP = SPACES
                   MOVE "PREFLT" TO WS-FAIL-STEP
               END-IF
           ELSE
               PERFORM READ-LAST-PREFLOG-RECORD
               MOVE "PREFLT    " TO JS-PROGRAM
               IF SG-RUN-ID NOT = RH-RUN-ID
                       OR SG-RUN-DATE NOT = RH-RUN-DATE
                   MOVE "NOT RUN  " TO SG-STATUS
               END-IF
               MOVE SG-STATUS TO JS-STATUS
               MOVE SG-STATUS TO WS-PRE-STATUS
               PERFORM SAVE-STEP-TIMING
               MOVE WS-STEP-START TO WS-PRE-START
               MOVE WS-STEP-END TO WS-PRE-END
               MOVE WS-STEP-ELAPSED TO WS-PRE-ELAPSED
               IF SG-STATUS NOT = "GO       "
                       AND SG-STATUS NOT = "GO-WARN  "
                   ADD 1 TO WS-FAIL-COUNT
                   IF WS-FAIL-STEP = SPACES
                       MOVE "PREFLT" TO WS-FAIL-STEP
                   END-IF
               END-IF
               CLOSE PREFLOG
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE SPACES TO JOBLOG-LINE
           WRITE JOBLOG-LINE FROM JOB-STEP-LINE.

       READ-LAST-PREFLOG-RECORD.
           MOVE "NOT RUN  " TO SG-STATUS
           READ PREFLOG INTO STEP-LOG-DETAIL
               AT END
                   CONTINUE
           END-READ
           PERFORM UNTIL WS-PREFLOG-STATUS NOT = '00'
               READ PREFLOG INTO STEP-LOG-DETAIL
                   AT END
                       MOVE '10' TO WS-PREFLOG-STATUS
               END-READ
           END-PERFORM.

       LOG-STEP-SUBLIST.
           OPEN INPUT SUBLOG
           IF WS-SUBLOG-STATUS NOT = '00'
               END-READ
           END-PERFORM.

       READ-PERIOD-CONTROL.
           MOVE 'N' TO WS-PERIOD-DAY-SW
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-CTL-STATUS = '00'
               READ PERIOD-CONTROL
                   AT END
                       MOVE SPACES TO PERIOD-CONTROL-REC
               END-READ
               CLOSE PERIOD-CONTROL
               IF PC-BUS-DATE IS NUMERIC AND PC-PERIOD-END
                       AND PC-BUS-DATE = RH-RUN-DATE
                   MOVE 'Y' TO WS-PERIOD-DAY-SW
               END-IF
           ELSE
               IF WS-PERIOD-CTL-STATUS NOT = '05'
                       AND WS-PERIOD-CTL-STATUS NOT = '35'
                   DISPLAY "BATCHRUN: UNABLE TO OPEN PERIOD-CONTROL, "
                       "STATUS=" WS-PERIOD-CTL-STATUS
               END-IF
           END-IF.

       LOG-PERIOD-END-STEPS.
           EVALUATE TRUE
               WHEN PC-PERIOD-TYPE = 'Y'
                   MOVE "YEAR-END" TO WS-PERIOD-NAME
               WHEN PC-PERIOD-TYPE = 'Q'
                   MOVE "QUARTER-END" TO WS-PERIOD-NAME
               WHEN OTHER
                   MOVE "MONTH-END" TO WS-PERIOD-NAME
           END-EVALUATE
           MOVE WS-PERIOD-NAME TO JP-PERIOD-NAME
           MOVE PC-FROM-DATE TO JP-FROM-DATE
           MOVE PC-TO-DATE TO JP-TO-DATE
           MOVE SPACES TO JOBLOG-LINE
           WRITE JOBLOG-LINE FROM JOB-PERIOD-LINE
           PERFORM VARYING WS-PSTEP-SUB FROM 1 BY 1
                   UNTIL WS-PSTEP-SUB > WS-PSTEP-MAX
               MOVE "NOT RUN  " TO PS-STATUS(WS-PSTEP-SUB)
               MOVE 0 TO PS-START(WS-PSTEP-SUB)
               MOVE 0 TO PS-END(WS-PSTEP-SUB)
               MOVE 0 TO PS-ELAPSED(WS-PSTEP-SUB)
           END-PERFORM
           MOVE 'N' TO WS-PERLOG-EOF-SW
           OPEN INPUT PERLOG
           IF WS-PERLOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-PERLOG-EOF-SW
           END-IF
           IF NOT PERLOG-EOF
               PERFORM READ-PERLOG
               PERFORM STORE-PERLOG-ENTRY UNTIL PERLOG-EOF
               CLOSE PERLOG
           END-IF
           PERFORM VARYING WS-PSTEP-SUB FROM 1 BY 1
                   UNTIL WS-PSTEP-SUB > WS-PSTEP-MAX
               MOVE WS-PSTEP-NAME(WS-PSTEP-SUB) TO JS-PROGRAM
               MOVE PS-STATUS(WS-PSTEP-SUB) TO JS-STATUS
               IF PS-STATUS(WS-PSTEP-SUB) NOT = "COMPLETE "
                       AND PS-STATUS(WS-PSTEP-SUB) NOT = "BYPASSED "
                   ADD 1 TO WS-PERIOD-FAIL-CT
                   ADD 1 TO WS-FAIL-COUNT
                   IF WS-PERIOD-FAIL-STEP = SPACES
                       MOVE WS-PSTEP-NAME(WS-PSTEP-SUB)
                           TO WS-PERIOD-FAIL-STEP
                   END-IF
                   IF WS-FAIL-STEP = SPACES
                       MOVE WS-PSTEP-NAME(WS-PSTEP-SUB) TO WS-FAIL-STEP
                   END-IF
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE SPACES TO JOBLOG-LINE
               WRITE JOBLOG-LINE FROM JOB-STEP-LINE
           END-PERFORM.

       READ-PERLOG.
           READ PERLOG INTO STEP-LOG-DETAIL
               AT END
                   MOVE 'Y' TO WS-PERLOG-EOF-SW
           END-READ.

       STORE-PERLOG-ENTRY.
           IF SG-RUN-ID = RH-RUN-ID AND SG-RUN-DATE = RH-RUN-DATE
               PERFORM VARYING WS-PSTEP-SUB FROM 1 BY 1
                       UNTIL WS-PSTEP-SUB > WS-PSTEP-MAX
                   IF SG-PROGRAM = WS-PSTEP-NAME(WS-PSTEP-SUB)
                       MOVE SG-STATUS TO PS-STATUS(WS-PSTEP-SUB)
                       PERFORM SAVE-STEP-TIMING
                       MOVE WS-STEP-START TO PS-START(WS-PSTEP-SUB)
                       MOVE WS-STEP-END TO PS-END(WS-PSTEP-SUB)
                       MOVE WS-STEP-ELAPSED TO PS-ELAPSED(WS-PSTEP-SUB)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM READ-PERLOG.

       SAVE-STEP-TIMING.
           MOVE 0 TO WS-STEP-START
           MOVE 0 TO WS-STEP-END
           MOVE SPACES TO JOBLOG-LINE
           WRITE JOBLOG-LINE
           WRITE JOBLOG-LINE FROM JOB-TIMING-HEADING
           MOVE "PREFLT    " TO JT-PROGRAM
           MOVE WS-PRE-START TO JT-START
           MOVE WS-PRE-END TO JT-END
           MOVE WS-PRE-ELAPSED TO JT-ELAPSED
           WRITE JOBLOG-LINE FROM JOB-TIMING-LINE
           MOVE "SUBLIST   " TO JT-PROGRAM
           MOVE WS-SUB-START TO JT-START
           MOVE WS-SUB-END TO JT-END
           MOVE WS-GUESS-END TO JT-END
           MOVE WS-GUESS-ELAPSED TO JT-ELAPSED
           WRITE JOBLOG-LINE FROM JOB-TIMING-LINE
           MOVE 0 TO WS-PERIOD-ELAPSED
           IF PERIOD-PASS
               PERFORM VARYING WS-PSTEP-SUB FROM 1 BY 1
                       UNTIL WS-PSTEP-SUB > WS-PSTEP-MAX
                   MOVE WS-PSTEP-NAME(WS-PSTEP-SUB) TO JT-PROGRAM
                   MOVE PS-START(WS-PSTEP-SUB) TO JT-START
                   MOVE PS-END(WS-PSTEP-SUB) TO JT-END
                   MOVE PS-ELAPSED(WS-PSTEP-SUB) TO JT-ELAPSED
                   WRITE JOBLOG-LINE FROM JOB-TIMING-LINE
                   ADD PS-ELAPSED(WS-PSTEP-SUB) TO WS-PERIOD-ELAPSED
               END-PERFORM
           END-IF
           COMPUTE WS-CYCLE-ELAPSED = WS-PRE-ELAPSED + WS-SUB-ELAPSED
               + WS-FACT-ELAPSED + WS-GUESS-ELAPSED
               + WS-PERIOD-ELAPSED
           MOVE WS-CYCLE-ELAPSED TO JC-TOTAL
           WRITE JOBLOG-LINE FROM JOB-TOTAL-TIME-LINE
           IF WS-WINDOW-MINS > 0
