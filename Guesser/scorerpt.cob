           SELECT OPER-WORK ASSIGN TO "OPERWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-WORK-STATUS.
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
           SELECT ROUND-SORT ASSIGN TO "SORTWK1".
           SELECT OPER-SORT ASSIGN TO "SORTWK2".

       01  RPT-LINE PIC X(80).

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  OPER-WORK
           05 OS-INCORRECT PIC 9(7).
           05 OS-ACCURACY PIC 9(3)V99.

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
           01 WS-SCORE-HIST-STATUS PIC XX VALUE '00'.
               88 RANK-EOF VALUE 'Y'.
           01 WS-OPER-MASTER-EOF-SW PIC X VALUE 'N'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-STEPCTL-STATUS PIC XX VALUE '00'.
           01 WS-PERIOD-CTL-STATUS PIC XX VALUE '00'.
           01 WS-PERLOG-STATUS PIC XX VALUE '00'.
           01 WS-PERIOD-MODE-SW PIC X VALUE 'N'.
               88 PERIOD-MODE VALUE 'Y'.
           01 WS-STEPCTL-ACTIVE-SW PIC X VALUE 'N'.
               88 STEPCTL-ACTIVE VALUE 'Y'.
           01 WS-BYPASS-SW PIC X VALUE 'N'.
               88 STEP-BYPASSED VALUE 'Y'.
           01 WS-OX-MAX PIC 999 VALUE 200.
           01 WS-OX-CT PIC 999 VALUE 0.
           01 WS-OX-SUB PIC 999 VALUE 0.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-FROM-DATE PIC 9(8) VALUE 0.
           01 WS-TO-DATE PIC 9(8) VALUE 99999999.
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
               05 FILLER PIC X(10) VALUE "SCORERPT  ".
               05 PL-STATUS PIC X(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-END-TIME PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-ELAPSED PIC 9(6).

           01 WS-READ-CT PIC 9(7) VALUE 0.
           01 WS-SEL-CT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-FROM-TEXT WS-TO-TEXT WS-RUN-ID WS-RUN-OPERATOR
                   WS-PROFILE-FILTER
           END-UNSTRING
           IF WS-FROM-TEXT = "PERIOD"
               MOVE 'Y' TO WS-PERIOD-MODE-SW
               MOVE SPACES TO WS-PROFILE-FILTER
               UNSTRING WS-PARM-STRING DELIMITED BY SPACE
                   INTO WS-FROM-TEXT WS-RUN-ID WS-RUN-OPERATOR
                       WS-PROFILE-FILTER
               END-UNSTRING
               PERFORM READ-PERIOD-CONTROL
               MOVE PC-FROM-DATE TO WS-FROM-DATE
               MOVE PC-TO-DATE TO WS-TO-DATE
           ELSE
               IF WS-FROM-TEXT(1:8) IS NUMERIC
                   MOVE WS-FROM-TEXT(1:8) TO WS-FROM-DATE
               END-IF
               IF WS-TO-TEXT(1:8) IS NUMERIC
                   MOVE WS-TO-TEXT(1:8) TO WS-TO-DATE
               END-IF
           END-IF
           IF WS-RUN-ID = SPACES
               MOVE "SCORERPT" TO WS-RUN-ID
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           IF PERIOD-MODE
               PERFORM CHECK-STEP-CONTROL
               IF STEP-BYPASSED
                   DISPLAY "SCORERPT: ALREADY COMPLETE FOR THIS RUN, "
                       "BYPASSED"
                   CLOSE STEP-CONTROL
                   PERFORM WRITE-PERLOG
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-OPERATOR-MASTER
           OPEN OUTPUT SCORE-RPT
           IF WS-SCORE-RPT-STATUS NOT = '00'
           MOVE WS-OPER-CT TO RC-OPERS
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           CLOSE SCORE-RPT
           IF PERIOD-MODE
               PERFORM MARK-STEP-COMPLETE
               IF STEPCTL-ACTIVE
                   CLOSE STEP-CONTROL
               END-IF
               PERFORM WRITE-PERLOG
           END-IF
           STOP RUN.

       LOAD-OPERATOR-MASTER.
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2.

       READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-CTL-STATUS NOT = '00'
               DISPLAY "SCORERPT: UNABLE TO OPEN PERIOD-CONTROL, "
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
               DISPLAY "SCORERPT: PERIOD CONTROL SHOWS NO PERIOD-END "
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
               DISPLAY "SCORERPT: STEP-CONTROL UNAVAILABLE, STATUS="
                   WS-STEPCTL-STATUS
               MOVE 'N' TO WS-STEPCTL-ACTIVE-SW
           ELSE
               MOVE 'Y' TO WS-STEPCTL-ACTIVE-SW
               MOVE RH-RUN-ID TO SC-RUN-ID
               MOVE RH-RUN-DATE TO SC-RUN-DATE
               MOVE "SCORERPT" TO SC-PROGRAM
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
               MOVE "SCORERPT" TO SC-PROGRAM
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
               DISPLAY "SCORERPT: UNABLE TO OPEN PERLOG, STATUS="
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

       SELECT-HISTORY SECTION.
       SH-OPEN.
           OPEN INPUT SCORE-HISTORY
