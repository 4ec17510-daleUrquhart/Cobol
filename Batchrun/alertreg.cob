           SELECT ESCALATION-RPT ASSIGN TO "ESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALATION-STATUS.
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
           SELECT OPER-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-MASTER-STATUS.
           SELECT AUTH-LOG ASSIGN TO "AUTHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.
           SELECT MAINT-AUDIT ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.

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

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  AUTH-LOG
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUTHLOG.

       FD  MAINT-AUDIT
           RECORD CONTAINS 220 CHARACTERS.
           COPY MAINTAUD.

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-ALERT-REG-STATUS PIC XX VALUE '00'.
               88 ALERT-EOF VALUE 'Y'.
           01 WS-ACK-EOF-SW PIC X VALUE 'N'.
               88 ACK-EOF VALUE 'Y'.
           01 WS-ACK-IN-FORCE-SW PIC X VALUE 'N'.
               88 ACK-IN-FORCE VALUE 'Y'.
           01 WS-STEPCTL-STATUS PIC XX VALUE '00'.
           01 WS-PERIOD-CTL-STATUS PIC XX VALUE '00'.
           01 WS-PERLOG-STATUS PIC XX VALUE '00'.
           01 WS-PERIOD-MODE-SW PIC X VALUE 'N'.
               88 PERIOD-MODE VALUE 'Y'.
           01 WS-STEPCTL-ACTIVE-SW PIC X VALUE 'N'.
               88 STEPCTL-ACTIVE VALUE 'Y'.
           01 WS-BYPASS-SW PIC X VALUE 'N'.
               88 STEP-BYPASSED VALUE 'Y'.
           01 WS-OPER-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-AUTH-LOG-STATUS PIC XX VALUE '00'.
           01 WS-MAINT-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-EOF-SW PIC X VALUE 'N'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-OPER-CHECK-SW PIC X VALUE 'N'.
               88 OPER-CHECK-ACTIVE VALUE 'Y'.
           01 WS-AUTH-REASON PIC X(12) VALUE SPACES.
           01 WS-OM-MAX PIC 999 VALUE 200.
           01 WS-OM-CT PIC 999 VALUE 0.
           01 WS-OM-SUB PIC 999 VALUE 0.
           01 WS-OPER-TABLE.
               05 OT-ENTRY OCCURS 200 TIMES.
                   10 OT-ID PIC X(8).
                   10 OT-ACTIVE PIC X.
                   10 OT-SUPERVISOR PIC X.

           01 ALERT-REG-DETAIL.
               05 AV-RUN-ID PIC X(8).
           01 WS-DAYS-TEXT PIC X(8) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-MODE-TOKEN PIC X(8) VALUE SPACES.
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
               05 FILLER PIC X(10) VALUE "ALERTREG  ".
               05 PL-STATUS PIC X(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-END-TIME PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-ELAPSED PIC 9(6).
           01 WS-THRESHOLD-DAYS PIC 9(4) VALUE 2.
           01 WS-TODAY-INT PIC 9(8) VALUE 0.
           01 WS-ALERT-INT PIC 9(8) VALUE 0.
           01 WS-NEW-CT PIC 999 VALUE 0.
           01 WS-ACK-CT PIC 999 VALUE 0.
           01 WS-ACK-NOMATCH-CT PIC 999 VALUE 0.
           01 WS-ACK-REFUSED-CT PIC 999 VALUE 0.
           01 WS-ACK-ALREADY-CT PIC 999 VALUE 0.
           01 WS-OPEN-CT PIC 999 VALUE 0.
           01 WS-ESC-CT PIC 999 VALUE 0.

               05 FILLER PIC X(14) VALUE "  ESCALATED: ".
               05 ET-ESC PIC ZZZ9.

           01 ESC-REFUSED-LINE.
               05 FILLER PIC X(25) VALUE "ACKNOWLEDGMENTS REFUSED: ".
               05 ER-REFUSED PIC ZZZ9.
               05 FILLER PIC X(51) VALUE
                   " - NOT AN ACTIVE SUPERVISOR, SEE AUTHLOG".

           01 ESC-ALREADY-LINE.
               05 FILLER PIC X(34) VALUE
                   "ACKNOWLEDGMENTS ALREADY IN FORCE: ".
               05 EA-ALREADY PIC ZZZ9.
               05 FILLER PIC X(42) VALUE " - NOT REAPPLIED".

           01 ESC-NONE-LINE.
               05 FILLER PIC X(80) VALUE
                   "NO OPEN ALERTS PAST THE ESCALATION THRESHOLD.".
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-DAYS-TEXT WS-RUN-ID WS-RUN-OPERATOR
                   WS-MODE-TOKEN
           END-UNSTRING
           IF WS-DAYS-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-DAYS-TEXT) IS NUMERIC
           IF WS-RUN-ID = SPACES
               MOVE "ALERTREG" TO WS-RUN-ID
           END-IF
           IF WS-MODE-TOKEN = "PERIOD"
               MOVE 'Y' TO WS-PERIOD-MODE-SW
               PERFORM READ-PERIOD-CONTROL
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF PERIOD-MODE
               PERFORM CHECK-STEP-CONTROL
               IF STEP-BYPASSED
                   DISPLAY "ALERTREG: ALREADY COMPLETE FOR THIS RUN, "
                       "BYPASSED"
                   CLOSE STEP-CONTROL
                   PERFORM LOAD-REGISTER
                   PERFORM WRITE-NEW-REGISTER
                   PERFORM WRITE-PERLOG
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-REGISTER
           PERFORM MERGE-NEW-ALERTS
           PERFORM APPLY-ACKNOWLEDGMENTS
           PERFORM WRITE-NEW-REGISTER
           PERFORM WRITE-ESCALATION-RPT
           IF PERIOD-MODE
               PERFORM MARK-STEP-COMPLETE
               IF STEPCTL-ACTIVE
                   CLOSE STEP-CONTROL
               END-IF
               PERFORM WRITE-PERLOG
           END-IF
           IF WS-ESC-CT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ACK-REFUSED-CT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

               END-IF
           END-IF
           IF NOT ACK-EOF
               PERFORM LOAD-OPERATOR-MASTER
               PERFORM OPEN-MAINT-AUDIT
               PERFORM READ-ACK
               PERFORM APPLY-ONE-ACK UNTIL ACK-EOF
               CLOSE ALERT-ACKS
               CLOSE MAINT-AUDIT
           END-IF.

       LOAD-OPERATOR-MASTER.
           MOVE 0 TO WS-OM-CT
           MOVE 'N' TO WS-OPER-MASTER-EOF-SW
           OPEN INPUT OPER-MASTER
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "ALERTREG: OPERATOR MASTER NOT AVAILABLE, "
                   "STATUS=" WS-OPER-MASTER-STATUS
                   " - NO ACKNOWLEDGMENT CAN BE ACCEPTED"
               MOVE 'N' TO WS-OPER-CHECK-SW
           ELSE
               MOVE 'Y' TO WS-OPER-CHECK-SW
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
           IF OM-ID NOT = SPACES
               IF WS-OM-CT >= WS-OM-MAX
                   DISPLAY "ALERTREG: OPERATOR TABLE FULL, " OM-ID
                       " IGNORED"
               ELSE
                   ADD 1 TO WS-OM-CT
                   MOVE OM-ID TO OT-ID(WS-OM-CT)
                   MOVE OM-ACTIVE TO OT-ACTIVE(WS-OM-CT)
                   MOVE OM-ROLE-SUPV TO OT-SUPERVISOR(WS-OM-CT)
               END-IF
           END-IF
           PERFORM READ-OPER-MASTER.

       READ-ACK.
           READ ALERT-ACKS
               AT END
           END-READ.

       APPLY-ONE-ACK.
           PERFORM FIND-ACK-ENTRY
           MOVE 'N' TO WS-ACK-IN-FORCE-SW
           IF WS-MATCH-I NOT = 0
               IF RG-ACK-SW(WS-MATCH-I) = 'Y'
                       AND RG-ACK-OPERATOR(WS-MATCH-I) = AK-OPERATOR
                       AND RG-DISP(WS-MATCH-I) = AK-DISP
                   MOVE 'Y' TO WS-ACK-IN-FORCE-SW
               END-IF
           END-IF
           IF ACK-IN-FORCE
               ADD 1 TO WS-ACK-ALREADY-CT
           ELSE
               PERFORM CHECK-ACK-AUTHORITY
               IF WS-AUTH-REASON NOT = SPACES
                   ADD 1 TO WS-ACK-REFUSED-CT
                   DISPLAY "ALERTREG: ACK FOR " AK-RUN-ID " " AK-DATE
                       " " AK-PROGRAM " REFUSED - " AK-OPERATOR " "
                       WS-AUTH-REASON
                   PERFORM WRITE-AUTH-REFUSAL
               ELSE
                   PERFORM APPLY-AUTHORIZED-ACK
               END-IF
           END-IF
           PERFORM READ-ACK.

       FIND-ACK-ENTRY.
           MOVE 0 TO WS-MATCH-I
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-CT
               IF RG-RUN-ID(I) = AK-RUN-ID
                   MOVE I TO WS-MATCH-I
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-ACK-AUTHORITY.
           IF NOT OPER-CHECK-ACTIVE
               MOVE "NO OPERMST" TO WS-AUTH-REASON
           ELSE
               MOVE "NOT ON FILE" TO WS-AUTH-REASON
               PERFORM VARYING WS-OM-SUB FROM 1 BY 1
                       UNTIL WS-OM-SUB > WS-OM-CT
                   IF OT-ID(WS-OM-SUB) = AK-OPERATOR
                       IF OT-ACTIVE(WS-OM-SUB) NOT = 'Y'
                           MOVE "INACTIVE" TO WS-AUTH-REASON
                       ELSE
                           IF OT-SUPERVISOR(WS-OM-SUB) NOT = 'Y'
                               MOVE "LACKS ROLE" TO WS-AUTH-REASON
                           ELSE
                               MOVE SPACES TO WS-AUTH-REASON
                           END-IF
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-AUTH-REFUSAL.
           OPEN EXTEND AUTH-LOG
           IF WS-AUTH-LOG-STATUS = '05' OR WS-AUTH-LOG-STATUS = '35'
               OPEN OUTPUT AUTH-LOG
           END-IF
           IF WS-AUTH-LOG-STATUS NOT = '00'
               DISPLAY "ALERTREG: UNABLE TO OPEN AUTH-LOG, STATUS="
                   WS-AUTH-LOG-STATUS
           ELSE
               MOVE SPACES TO AUTH-LOG-REC
               MOVE RH-RUN-ID TO AL-RUN-ID
               MOVE RH-RUN-DATE TO AL-RUN-DATE
               MOVE RH-RUN-TIME TO AL-RUN-TIME
               MOVE "ALERTREG" TO AL-PROGRAM
               MOVE AK-OPERATOR TO AL-OPERATOR
               MOVE "ACK" TO AL-FUNCTION
               MOVE "SUPERVISOR" TO AL-ROLE
               MOVE WS-AUTH-REASON TO AL-REASON
               STRING AK-RUN-ID DELIMITED BY SPACE
                   "/" AK-DATE "/" AK-PROGRAM
                   DELIMITED BY SIZE INTO AL-OBJECT
               WRITE AUTH-LOG-REC
               CLOSE AUTH-LOG
           END-IF.

       APPLY-AUTHORIZED-ACK.
           IF WS-MATCH-I = 0
               ADD 1 TO WS-ACK-NOMATCH-CT
               DISPLAY "ALERTREG: ACK FOR " AK-RUN-ID " " AK-DATE " "
                   AK-PROGRAM " MATCHES NO REGISTER ENTRY"
           ELSE
               ADD 1 TO WS-ACK-CT
               MOVE SPACES TO MAINT-AUDIT-REC
               IF RG-ACK-SW(WS-MATCH-I) = 'Y'
                   STRING "ACKED " RG-ACK-OPERATOR(WS-MATCH-I) " "
                       RG-ACK-DATE(WS-MATCH-I) " "
                       RG-DISP(WS-MATCH-I)
                       DELIMITED BY SIZE INTO MA-BEFORE
               ELSE
                   MOVE "OPEN - NOT ACKNOWLEDGED" TO MA-BEFORE
               END-IF
               MOVE 'Y' TO RG-ACK-SW(WS-MATCH-I)
               MOVE AK-OPERATOR TO RG-ACK-OPERATOR(WS-MATCH-I)
               MOVE WS-RUN-DATE TO RG-ACK-DATE(WS-MATCH-I)
               MOVE WS-RUN-TIME(1:6) TO RG-ACK-TIME(WS-MATCH-I)
               MOVE AK-DISP TO RG-DISP(WS-MATCH-I)
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

       OPEN-MAINT-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-MAINT-AUDIT-STATUS = '05' OR WS-MAINT-AUDIT-STATUS
                   = '35'
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               DISPLAY "ALERTREG: UNABLE TO OPEN MAINT-AUDIT, STATUS="
                   WS-MAINT-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-MAINT-AUDIT.
           MOVE RH-RUN-ID TO MA-RUN-ID
           MOVE RH-RUN-DATE TO MA-RUN-DATE
           MOVE RH-RUN-TIME TO MA-RUN-TIME
           MOVE RH-RUN-OPERATOR TO MA-RUN-OPERATOR
           MOVE "ALERTREG" TO MA-PROGRAM
           MOVE AK-OPERATOR TO MA-OPERATOR
           MOVE "ACK" TO MA-FUNCTION
           STRING AK-RUN-ID DELIMITED BY SPACE
               "/" AK-DATE "/" AK-PROGRAM
               DELIMITED BY SIZE INTO MA-OBJECT
           STRING "ACKED " AK-OPERATOR " " WS-RUN-DATE " " AK-DISP
               DELIMITED BY SIZE INTO MA-AFTER
           STRING "SEVERITY " RG-SEVERITY(WS-MATCH-I) " ACTION "
               RG-ACTION(WS-MATCH-I) " DISPOSITION " AK-DISP
               DELIMITED BY SIZE INTO MA-REASON
           WRITE MAINT-AUDIT-REC.

       WRITE-NEW-REGISTER.
           OPEN OUTPUT ALERT-REG-NEW
           IF WS-ESC-CT = 0
               WRITE RPT-LINE FROM ESC-NONE-LINE
           END-IF
           IF WS-ACK-REFUSED-CT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-ACK-REFUSED-CT TO ER-REFUSED
               WRITE RPT-LINE FROM ESC-REFUSED-LINE
           END-IF
           IF WS-ACK-ALREADY-CT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-ACK-ALREADY-CT TO EA-ALREADY
               WRITE RPT-LINE FROM ESC-ALREADY-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REG-CT TO ET-REG
                   WRITE RPT-LINE FROM ESC-DETAIL-LINE
               END-IF
           END-IF.

       READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-CTL-STATUS NOT = '00'
               DISPLAY "ALERTREG: UNABLE TO OPEN PERIOD-CONTROL, "
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
               DISPLAY "ALERTREG: PERIOD CONTROL SHOWS NO PERIOD-END "
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
               DISPLAY "ALERTREG: STEP-CONTROL UNAVAILABLE, STATUS="
                   WS-STEPCTL-STATUS
               MOVE 'N' TO WS-STEPCTL-ACTIVE-SW
           ELSE
               MOVE 'Y' TO WS-STEPCTL-ACTIVE-SW
               MOVE RH-RUN-ID TO SC-RUN-ID
               MOVE RH-RUN-DATE TO SC-RUN-DATE
               MOVE "ALERTREG" TO SC-PROGRAM
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
               MOVE "ALERTREG" TO SC-PROGRAM
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
               DISPLAY "ALERTREG: UNABLE TO OPEN PERLOG, STATUS="
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
