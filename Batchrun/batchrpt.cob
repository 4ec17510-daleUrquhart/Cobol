           SELECT RELIABILITY-RPT ASSIGN TO "RELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELIABILITY-STATUS.
           SELECT STEP-CONTROL ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIODCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.
           SELECT PERLOG ASSIGN TO "PERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       FD  STEP-CONTROL
           RECORD CONTAINS 40 CHARACTERS.
           COPY STEPCTL.

       FD  PERIOD-CONTROL
           RECORD CONTAINS 40 CHARACTERS.
           COPY PERIODCT.

       FD  PERLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  PERLOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-BATCH-HIST-STATUS PIC XX VALUE '00'.
           01 WS-RELIABILITY-STATUS PIC XX VALUE '00'.
           01 WS-HIST-EOF-SW PIC X VALUE 'N'.
               88 HIST-EOF VALUE 'Y'.
           01 WS-STEPCTL-STATUS PIC XX VALUE '00'.
           01 WS-PERIOD-CTL-STATUS PIC XX VALUE '00'.
           01 WS-PERLOG-STATUS PIC XX VALUE '00'.
           01 WS-PERIOD-MODE-SW PIC X VALUE 'N'.
               88 PERIOD-MODE VALUE 'Y'.
           01 WS-STEPCTL-ACTIVE-SW PIC X VALUE 'N'.
               88 STEPCTL-ACTIVE VALUE 'Y'.
           01 WS-BYPASS-SW PIC X VALUE 'N'.
               88 STEP-BYPASSED VALUE 'Y'.

           01 BATCH-HIST-DETAIL.
               05 BH-RUN-ID PIC X(8).
               05 FILLER PIC X(2).
               05 FILLER PIC X(6).
               05 BH-FAIL-STEP PIC X(10).
               05 FILLER PIC X(1).
               05 BH-PERIOD-TYPE PIC X.
               05 BH-PERIOD-STATUS PIC X(3).

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-MONTH-TEXT PIC X(8) VALUE SPACES.
           01 WS-MONTH-FILTER PIC X(6) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-END-TIME PIC 9(8) VALUE 0.
           01 WS-ELAPSED-SECS PIC 9(6) VALUE 0.
           01 WS-START-SECS PIC 9(7) VALUE 0.
           01 WS-END-SECS PIC 9(7) VALUE 0.
           01 WS-START-HMS.
               05 WS-ST-HH PIC 99.
               05 WS-ST-MM PIC 99.
               05 WS-ST-SS PIC 99.
           01 WS-END-HMS.
               05 WS-EN-HH PIC 99.
               05 WS-EN-MM PIC 99.
               05 WS-EN-SS PIC 99.

           01 PERLOG-DETAIL.
               05 PL-RUN-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-RUN-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-RUN-TIME PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-OPERATOR PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "BATCHRPT  ".
               05 PL-STATUS PIC X(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-END-TIME PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-ELAPSED PIC 9(6).

           01 WS-CYCLE-CT PIC 9(5) VALUE 0.
           01 WS-SUCCESS-CT PIC 9(5) VALUE 0.
           01 WS-SUB-FAIL-CT PIC 9(5) VALUE 0.
           01 WS-FACT-FAIL-CT PIC 9(5) VALUE 0.
           01 WS-GUESS-FAIL-CT PIC 9(5) VALUE 0.
           01 WS-PEREND-FAIL-CT PIC 9(5) VALUE 0.
           01 WS-OTHER-FAIL-CT PIC 9(5) VALUE 0.
           01 WS-SUCCESS-PCT PIC 9(3)V99 VALUE 0.
           01 WS-WORST-STEP PIC X(10) VALUE SPACES.
           01 WS-WORST-CT PIC 9(5) VALUE 0.
           01 WS-LAST-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-LAST-RUN-DATE PIC X(8) VALUE SPACES.
           01 WS-LAST-OK-SW PIC X VALUE 'N'.
               88 LAST-CYCLE-OK VALUE 'Y'.

           01 RPT-HEADING-1.
               05 FILLER PIC X(11) VALUE "RELRPT     ".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-MONTH-TEXT WS-RUN-ID WS-RUN-OPERATOR
           END-UNSTRING
           IF WS-MONTH-TEXT = "PERIOD"
               MOVE 'Y' TO WS-PERIOD-MODE-SW
               PERFORM READ-PERIOD-CONTROL
               MOVE PC-MONTH TO WS-MONTH-FILTER
           ELSE
               IF WS-MONTH-TEXT(1:6) IS NUMERIC
                   MOVE WS-MONTH-TEXT(1:6) TO WS-MONTH-FILTER
               END-IF
           END-IF
           IF WS-RUN-ID = SPACES
               MOVE "BATCHRPT" TO WS-RUN-ID
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           IF PERIOD-MODE
               PERFORM CHECK-STEP-CONTROL
               IF STEP-BYPASSED
                   DISPLAY "BATCHRPT: ALREADY COMPLETE FOR THIS RUN, "
                       "BYPASSED"
                   CLOSE STEP-CONTROL
                   PERFORM WRITE-PERLOG
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT BATCH-HISTORY
           IF WS-BATCH-HIST-STATUS NOT = '00'
           CLOSE BATCH-HISTORY
           PERFORM WRITE-RELIABILITY-RPT
           CLOSE RELIABILITY-RPT
           IF PERIOD-MODE
               PERFORM MARK-STEP-COMPLETE
               IF STEPCTL-ACTIVE
                   CLOSE STEP-CONTROL
               END-IF
               PERFORM WRITE-PERLOG
           END-IF
           STOP RUN.

       READ-HISTORY.
       TALLY-CYCLE.
           IF WS-MONTH-FILTER = SPACES
                   OR BH-RUN-DATE(1:6) = WS-MONTH-FILTER
               IF BH-SUB-STATUS = SPACES AND BH-PERIOD-TYPE NOT = SPACE
                   PERFORM TALLY-PERIOD-PASS
               ELSE
                   PERFORM TALLY-CYCLE-RECORD
               END-IF
           END-IF
           PERFORM READ-HISTORY.

       TALLY-CYCLE-RECORD.
           ADD 1 TO WS-CYCLE-CT
           MOVE BH-RUN-ID TO WS-LAST-RUN-ID
           MOVE BH-RUN-DATE TO WS-LAST-RUN-DATE
           IF BH-FAIL-STEP = SPACES
               ADD 1 TO WS-SUCCESS-CT
               MOVE 'Y' TO WS-LAST-OK-SW
           ELSE
               MOVE 'N' TO WS-LAST-OK-SW
               ADD 1 TO WS-FAIL-CT
               EVALUATE BH-FAIL-STEP
                   WHEN "SUBLIST   "
                       ADD 1 TO WS-SUB-FAIL-CT
                   WHEN "FACTORIL  "
                       ADD 1 TO WS-FACT-FAIL-CT
                   WHEN "GUESSER   "
                       ADD 1 TO WS-GUESS-FAIL-CT
                   WHEN "BATCHRPT  "
                   WHEN "SCORERPT  "
                   WHEN "LGSTAND   "
                   WHEN "ALERTREG  "
                   WHEN "COMBCHG   "
                       ADD 1 TO WS-PEREND-FAIL-CT
                   WHEN OTHER
                       ADD 1 TO WS-OTHER-FAIL-CT
               END-EVALUATE
           END-IF.

       TALLY-PERIOD-PASS.
           IF BH-FAIL-STEP NOT = SPACES AND LAST-CYCLE-OK
                   AND BH-RUN-ID = WS-LAST-RUN-ID
                   AND BH-RUN-DATE = WS-LAST-RUN-DATE
               SUBTRACT 1 FROM WS-SUCCESS-CT
               ADD 1 TO WS-FAIL-CT
               ADD 1 TO WS-PEREND-FAIL-CT
               MOVE 'N' TO WS-LAST-OK-SW
           END-IF.

       WRITE-RELIABILITY-RPT.
           MOVE WS-RUN-DATE TO RH1-DATE
           IF WS-MONTH-FILTER = SPACES
               MOVE "GUESSER   " TO RS-STEP
               MOVE WS-GUESS-FAIL-CT TO RS-COUNT
               WRITE RPT-LINE FROM RPT-STEP-LINE
               MOVE "PERIOD-END" TO RS-STEP
               MOVE WS-PEREND-FAIL-CT TO RS-COUNT
               WRITE RPT-LINE FROM RPT-STEP-LINE
               MOVE "OTHER     " TO RS-STEP
               MOVE WS-OTHER-FAIL-CT TO RS-COUNT
               WRITE RPT-LINE FROM RPT-STEP-LINE
               MOVE WS-GUESS-FAIL-CT TO WS-WORST-CT
               MOVE "GUESSER   " TO WS-WORST-STEP
           END-IF
           IF WS-PEREND-FAIL-CT > WS-WORST-CT
               MOVE WS-PEREND-FAIL-CT TO WS-WORST-CT
               MOVE "PERIOD-END" TO WS-WORST-STEP
           END-IF
           IF WS-OTHER-FAIL-CT > WS-WORST-CT
               MOVE WS-OTHER-FAIL-CT TO WS-WORST-CT
               MOVE "OTHER     " TO WS-WORST-STEP
           END-IF.

       READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-CTL-STATUS NOT = '00'
               DISPLAY "BATCHRPT: UNABLE TO OPEN PERIOD-CONTROL, "
                   "STATUS=" WS-PERIOD-CTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PERIOD-CONTROL
               AT END
                   MOVE SPACES TO PERIOD-CONTROL-REC
           END-READ
           CLOSE PERIOD-CONTROL
           IF PC-BUS-DATE IS NOT NUMERIC OR NOT PC-PERIOD-END
               DISPLAY "BATCHRPT: PERIOD CONTROL SHOWS NO PERIOD-END "
                   "FOR THIS CYCLE - NOTHING TO DO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-BUS-DATE TO WS-RUN-DATE.

       CHECK-STEP-CONTROL.
           OPEN I-O STEP-CONTROL
           IF WS-STEPCTL-STATUS = '35' OR WS-STEPCTL-STATUS = '05'
               OPEN OUTPUT STEP-CONTROL
               CLOSE STEP-CONTROL
               OPEN I-O STEP-CONTROL
           END-IF
           IF WS-STEPCTL-STATUS NOT = '00'
               DISPLAY "BATCHRPT: STEP-CONTROL UNAVAILABLE, STATUS="
                   WS-STEPCTL-STATUS
               MOVE 'N' TO WS-STEPCTL-ACTIVE-SW
           ELSE
               MOVE 'Y' TO WS-STEPCTL-ACTIVE-SW
               MOVE RH-RUN-ID TO SC-RUN-ID
               MOVE RH-RUN-DATE TO SC-RUN-DATE
               MOVE "BATCHRPT" TO SC-PROGRAM
               READ STEP-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SC-STATUS = "COMPLETE "
                           MOVE 'Y' TO WS-BYPASS-SW
                       END-IF
               END-READ
           END-IF.

       MARK-STEP-COMPLETE.
           IF STEPCTL-ACTIVE
               MOVE RH-RUN-ID TO SC-RUN-ID
               MOVE RH-RUN-DATE TO SC-RUN-DATE
               MOVE "BATCHRPT" TO SC-PROGRAM
               MOVE "COMPLETE " TO SC-STATUS
               WRITE STEP-CONTROL-REC
                   INVALID KEY
                       REWRITE STEP-CONTROL-REC
               END-WRITE
           END-IF.

       COMPUTE-ELAPSED-TIME.
           ACCEPT WS-END-TIME FROM TIME
           MOVE RH-RUN-TIME TO WS-START-HMS
           MOVE WS-END-TIME(1:6) TO WS-END-HMS
           COMPUTE WS-START-SECS = WS-ST-HH * 3600
               + WS-ST-MM * 60 + WS-ST-SS
           COMPUTE WS-END-SECS = WS-EN-HH * 3600
               + WS-EN-MM * 60 + WS-EN-SS
           IF WS-END-SECS < WS-START-SECS
               ADD 86400 TO WS-END-SECS
           END-IF
           COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS.

       WRITE-PERLOG.
           OPEN EXTEND PERLOG
           IF WS-PERLOG-STATUS = '05' OR WS-PERLOG-STATUS = '35'
               OPEN OUTPUT PERLOG
           END-IF
           IF WS-PERLOG-STATUS NOT = '00'
               DISPLAY "BATCHRPT: UNABLE TO OPEN PERLOG, STATUS="
                   WS-PERLOG-STATUS
           ELSE
               PERFORM COMPUTE-ELAPSED-TIME
               MOVE RH-RUN-ID TO PL-RUN-ID
               MOVE RH-RUN-DATE TO PL-RUN-DATE
               MOVE RH-RUN-TIME TO PL-RUN-TIME
               MOVE WS-END-TIME(1:6) TO PL-END-TIME
               MOVE WS-ELAPSED-SECS TO PL-ELAPSED
               MOVE RH-RUN-OPERATOR TO PL-OPERATOR
               IF STEP-BYPASSED
                   MOVE "BYPASSED " TO PL-STATUS
               ELSE
                   MOVE "COMPLETE " TO PL-STATUS
               END-IF
               MOVE SPACES TO PERLOG-LINE
               WRITE PERLOG-LINE FROM PERLOG-DETAIL
               CLOSE PERLOG
           END-IF.
