           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
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

       FD  CALENDAR-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY CALENDAR.

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
           01 WS-CALENDAR-STATUS PIC XX VALUE '00'.
           01 WS-CAL-EOF-SW PIC X VALUE 'N'.
               88 CAL-EOF VALUE 'Y'.
           01 WS-OPER-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-AUTH-LOG-STATUS PIC XX VALUE '00'.
           01 WS-MAINT-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-EOF-SW PIC X VALUE 'N'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-OPER-FOUND-SW PIC X VALUE 'N'.
               88 OPERATOR-FOUND VALUE 'Y'.
           01 WS-AUTH-REASON PIC X(12) VALUE SPACES.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-MODE PIC X VALUE 'D'.
           ELSE
               MOVE WS-PARM-TOK2 TO WS-OPERATOR
           END-IF
           MOVE "BUSDATE" TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-OPERATOR TO RH-RUN-OPERATOR
           IF WS-MODE = 'S' OR WS-MODE = 'A'
               PERFORM CHECK-DATE-AUTHORITY
               IF WS-AUTH-REASON NOT = SPACES
                   DISPLAY "BUSDATE: " WS-OPERATOR
                       " MAY NOT SET OR ADVANCE THE BUSINESS DATE - "
                       WS-AUTH-REASON
                   PERFORM WRITE-AUTH-REFUSAL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM OPEN-MAINT-AUDIT
           END-IF
           EVALUATE WS-MODE
               WHEN 'S'
                   PERFORM SET-BUSINESS-DATE
               WHEN OTHER
                   PERFORM DISPLAY-BUSINESS-DATE
           END-EVALUATE
           IF WS-MODE = 'S' OR WS-MODE = 'A'
               CLOSE MAINT-AUDIT
           END-IF
           STOP RUN.

       DISPLAY-BUSINESS-DATE.
       SET-BUSINESS-DATE.
           IF WS-PARM-TOK2(1:8) IS NUMERIC
               MOVE WS-PARM-TOK2(1:8) TO WS-NEXT-DATE
               PERFORM READ-CURRENT-DATE
               PERFORM REWRITE-BUSINESS-DATE
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "BUSDATE: BUSINESS DATE SET TO " WS-NEXT-DATE
                   " BY " WS-OPERATOR
           ELSE
               MOVE 'N' TO WS-NEXT-FOUND-SW
               PERFORM FIND-NEXT-BUSINESS-DAY UNTIL NEXT-DAY-FOUND
               PERFORM REWRITE-BUSINESS-DATE
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "BUSDATE: BUSINESS DATE ADVANCED FROM "
                   WS-CUR-BUS-DATE " TO " WS-NEXT-DATE " BY "
                   WS-OPERATOR
           END-READ.

       STORE-HOLIDAY.
           IF CAL-DATE IS NUMERIC AND NOT CAL-PERIOD-END
               IF WS-HOL-CT >= WS-HOL-MAX
                   DISPLAY "BUSDATE: HOLIDAY TABLE FULL, " CAL-DATE
                       " IGNORED"
               END-IF
           END-IF
           PERFORM READ-CALENDAR.

       CHECK-DATE-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON
           MOVE 'N' TO WS-OPER-FOUND-SW
           MOVE 'N' TO WS-OPER-MASTER-EOF-SW
           OPEN INPUT OPER-MASTER
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "BUSDATE: OPERATOR MASTER NOT AVAILABLE, "
                   "STATUS=" WS-OPER-MASTER-STATUS
               MOVE "NO OPERMST" TO WS-AUTH-REASON
           ELSE
               PERFORM READ-OPER-MASTER
               PERFORM MATCH-DATE-OPERATOR
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

       MATCH-DATE-OPERATOR.
           IF OM-ID = WS-OPERATOR
               MOVE 'Y' TO WS-OPER-FOUND-SW
               IF OM-ACTIVE NOT = 'Y'
                   MOVE "INACTIVE" TO WS-AUTH-REASON
               ELSE
                   IF NOT OM-DATE-CONTROLLER
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
               DISPLAY "BUSDATE: UNABLE TO OPEN AUTH-LOG, STATUS="
                   WS-AUTH-LOG-STATUS
           ELSE
               MOVE SPACES TO AUTH-LOG-REC
               MOVE RH-RUN-ID TO AL-RUN-ID
               MOVE RH-RUN-DATE TO AL-RUN-DATE
               MOVE RH-RUN-TIME TO AL-RUN-TIME
               MOVE "BUSDATE" TO AL-PROGRAM
               MOVE WS-OPERATOR TO AL-OPERATOR
               MOVE "DATE-CTL" TO AL-ROLE
               MOVE WS-AUTH-REASON TO AL-REASON
               IF WS-MODE = 'S'
                   MOVE "SETDATE" TO AL-FUNCTION
                   STRING "BUSDATE " WS-PARM-TOK2
                       DELIMITED BY SIZE INTO AL-OBJECT
               ELSE
                   MOVE "ADVDATE" TO AL-FUNCTION
                   MOVE "BUSDATE" TO AL-OBJECT
               END-IF
               WRITE AUTH-LOG-REC
               CLOSE AUTH-LOG
           END-IF.

       OPEN-MAINT-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-MAINT-AUDIT-STATUS = '05' OR WS-MAINT-AUDIT-STATUS
                   = '35'
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               DISPLAY "BUSDATE: UNABLE TO OPEN MAINT-AUDIT, STATUS="
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
           MOVE "BUSDATE" TO MA-PROGRAM
           MOVE WS-OPERATOR TO MA-OPERATOR
           MOVE "BUSDATE" TO MA-OBJECT
           IF WS-CUR-BUS-DATE NOT = 0
               STRING "BUSINESS DATE " WS-CUR-BUS-DATE
                   DELIMITED BY SIZE INTO MA-BEFORE
           END-IF
           STRING "BUSINESS DATE " WS-NEXT-DATE
               DELIMITED BY SIZE INTO MA-AFTER
           IF WS-MODE = 'S'
               MOVE "SETDATE" TO MA-FUNCTION
               MOVE "SET BY DATE CONTROLLER" TO MA-REASON
           ELSE
               MOVE "ADVDATE" TO MA-FUNCTION
               MOVE "ADVANCED TO NEXT BUSINESS DAY" TO MA-REASON
           END-IF
           WRITE MAINT-AUDIT-REC.
