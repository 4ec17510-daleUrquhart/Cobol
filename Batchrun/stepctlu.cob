           SELECT STEP-AUDIT ASSIGN TO "STEPAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-AUDIT-STATUS.
           SELECT MAINT-AUDIT ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
           SELECT OPER-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-MASTER-STATUS.
           SELECT AUTH-LOG ASSIGN TO "AUTHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-LINE PIC X(80).

       FD  MAINT-AUDIT
           RECORD CONTAINS 220 CHARACTERS.
           COPY MAINTAUD.

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  AUTH-LOG
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUTHLOG.

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-STEPCTL-STATUS PIC XX VALUE '00'.
           01 WS-STEP-RPT-STATUS PIC XX VALUE '00'.
           01 WS-STEP-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-MAINT-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-AUTH-LOG-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-EOF-SW PIC X VALUE 'N'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-OPER-FOUND-SW PIC X VALUE 'N'.
               88 OPERATOR-FOUND VALUE 'Y'.
           01 WS-AUTH-REASON PIC X(12) VALUE SPACES.
           01 WS-BROWSE-DONE-SW PIC X VALUE 'N'.
               88 BROWSE-DONE VALUE 'Y'.

           IF WS-MODE NOT = 'R'
               MOVE 'L' TO WS-MODE
           END-IF
           MOVE "STEPCTLU" TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           IF WS-MODE = 'R'
               MOVE WS-PARM-TOK6 TO RH-RUN-OPERATOR
           END-IF
           OPEN I-O STEP-CONTROL
           IF WS-STEPCTL-STATUS NOT = '00'
               DISPLAY "STEPCTLU: UNABLE TO OPEN STEP-CONTROL, STATUS="
                   "PROGRAM, REASON CODE, AND SUPERVISOR ID"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHECK-RESET-AUTHORITY
               IF WS-AUTH-REASON NOT = SPACES
                   DISPLAY "STEPCTLU: " WS-RESET-OPERATOR
                       " MAY NOT RESET STEPS - " WS-AUTH-REASON
                   PERFORM WRITE-AUTH-REFUSAL
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-MAINT-AUDIT
                   MOVE WS-RESET-RUN-ID TO SC-RUN-ID
                   MOVE WS-RESET-DATE TO SC-RUN-DATE
                   MOVE WS-RESET-PROGRAM TO SC-PROGRAM
                   READ STEP-CONTROL
                       INVALID KEY
                           DISPLAY "STEPCTLU: NO STEP RECORD FOR "
                               WS-RESET-RUN-ID " " WS-RESET-DATE " "
                               WS-RESET-PROGRAM
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM APPLY-RESET
                   END-READ
                   CLOSE MAINT-AUDIT
               END-IF
           END-IF.

       CHECK-RESET-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON
           MOVE 'N' TO WS-OPER-FOUND-SW
           MOVE 'N' TO WS-OPER-MASTER-EOF-SW
           OPEN INPUT OPER-MASTER
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "STEPCTLU: OPERATOR MASTER NOT AVAILABLE, "
                   "STATUS=" WS-OPER-MASTER-STATUS
               MOVE "NO OPERMST" TO WS-AUTH-REASON
           ELSE
               PERFORM READ-OPER-MASTER
               PERFORM MATCH-RESET-OPERATOR
                   UNTIL OPER-MASTER-EOF OR OPERATOR-FOUND
               CLOSE OPER-MASTER
               IF NOT OPERATOR-FOUND
                   MOVE "NOT ON FILE" TO WS-AUTH-REASON
               END-IF
           END-IF.

       READ-OPER-MASTER.
           READ OPER-MASTER
               AT END
                   MOVE 'Y' TO WS-OPER-MASTER-EOF-SW
           END-READ.

       MATCH-RESET-OPERATOR.
           IF OM-ID = WS-RESET-OPERATOR
               MOVE 'Y' TO WS-OPER-FOUND-SW
               IF OM-ACTIVE NOT = 'Y'
                   MOVE "INACTIVE" TO WS-AUTH-REASON
               ELSE
                   IF NOT OM-SUPERVISOR
                       MOVE "LACKS ROLE" TO WS-AUTH-REASON
                   END-IF
               END-IF
           ELSE
               PERFORM READ-OPER-MASTER
           END-IF.

       WRITE-AUTH-REFUSAL.
           OPEN EXTEND AUTH-LOG
           IF WS-AUTH-LOG-STATUS = '05' OR WS-AUTH-LOG-STATUS = '35'
               OPEN OUTPUT AUTH-LOG
           END-IF
           IF WS-AUTH-LOG-STATUS NOT = '00'
               DISPLAY "STEPCTLU: UNABLE TO OPEN AUTH-LOG, STATUS="
                   WS-AUTH-LOG-STATUS
           ELSE
               MOVE SPACES TO AUTH-LOG-REC
               MOVE RH-RUN-ID TO AL-RUN-ID
               MOVE RH-RUN-DATE TO AL-RUN-DATE
               MOVE RH-RUN-TIME TO AL-RUN-TIME
               MOVE "STEPCTLU" TO AL-PROGRAM
               MOVE WS-RESET-OPERATOR TO AL-OPERATOR
               MOVE "RESET" TO AL-FUNCTION
               MOVE "SUPERVISOR" TO AL-ROLE
               MOVE WS-AUTH-REASON TO AL-REASON
               STRING WS-RESET-RUN-ID DELIMITED BY SPACE
                   "/" WS-RESET-DATE "/" WS-RESET-PROGRAM
                   DELIMITED BY SIZE INTO AL-OBJECT
               WRITE AUTH-LOG-REC
               CLOSE AUTH-LOG
           END-IF.

       APPLY-RESET.
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-RESET-AUDIT
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "STEPCTLU: " WS-RESET-PROGRAM " RESET FOR "
                       WS-RESET-RUN-ID " " WS-RESET-DATE " BY "
                       WS-RESET-OPERATOR " REASON " WS-RESET-REASON
               CLOSE STEP-AUDIT
           END-IF.

       OPEN-MAINT-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-MAINT-AUDIT-STATUS = '05' OR WS-MAINT-AUDIT-STATUS
                   = '35'
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               DISPLAY "STEPCTLU: UNABLE TO OPEN MAINT-AUDIT, STATUS="
                   WS-MAINT-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-MAINT-AUDIT.
           MOVE SPACES TO MAINT-AUDIT-REC
           MOVE RH-RUN-ID TO MA-RUN-ID
           MOVE RH-RUN-DATE TO MA-RUN-DATE
           MOVE RH-RUN-TIME TO MA-RUN-TIME
           MOVE RH-RUN-OPERATOR TO MA-RUN-OPERATOR
           MOVE "STEPCTLU" TO MA-PROGRAM
           MOVE WS-RESET-OPERATOR TO MA-OPERATOR
           MOVE "RESET" TO MA-FUNCTION
           STRING WS-RESET-RUN-ID DELIMITED BY SPACE
               "/" WS-RESET-DATE "/" WS-RESET-PROGRAM
               DELIMITED BY SIZE INTO MA-OBJECT
           STRING "STEP STATUS " WS-OLD-STATUS
               DELIMITED BY SIZE INTO MA-BEFORE
           STRING "STEP STATUS " SC-STATUS
               DELIMITED BY SIZE INTO MA-AFTER
           STRING "RESET REASON CODE " WS-RESET-REASON
               DELIMITED BY SIZE INTO MA-REASON
           WRITE MAINT-AUDIT-REC.

       WRITE-RPT-HEADINGS.
           MOVE WS-RUN-DATE TO RH1-DATE
           IF FILTER-BY-DATE
