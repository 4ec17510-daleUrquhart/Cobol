           SELECT OPER-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-MASTER-STATUS.
           SELECT AUTH-LOG ASSIGN TO "AUTHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-MASTER
           RECORD CONTAINS 30 CHARACTERS.
           COPY GUESSMST.

       FD  GUESS-TRANS-IN
           RECORD CONTAINS 12 CHARACTERS.
       01  REG-LINE PIC X(80).

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  AUTH-LOG
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUTHLOG.

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-GUESS-MASTER-STATUS PIC XX VALUE '00'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-OPER-CHECK-SW PIC X VALUE 'N'.
               88 OPER-CHECK-ACTIVE VALUE 'Y'.
           01 WS-AUTH-LOG-STATUS PIC XX VALUE '00'.
           01 WS-AUTH-REASON PIC X(12) VALUE SPACES.
           01 WS-OPER-NAME PIC X(20) VALUE SPACES.
           01 WS-OM-MAX PIC 999 VALUE 200.
           01 WS-OM-CT PIC 999 VALUE 0.
                   10 OT-ID PIC X(8).
                   10 OT-NAME PIC X(20).
                   10 OT-ACTIVE PIC X.
                   10 OT-MAKER PIC X.
           01 WS-MASTER-EOF-SW PIC X VALUE 'N'.
               88 MASTER-EOF VALUE 'Y'.
           01 WS-TRANS-EOF-SW PIC X VALUE 'N'.
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "GMAINT: OPERATOR MASTER NOT AVAILABLE, "
                   "STATUS=" WS-OPER-MASTER-STATUS
                   " - MAINTENANCE CANNOT BE AUTHORIZED"
               MOVE 'N' TO WS-OPER-CHECK-SW
           ELSE
               MOVE 'Y' TO WS-OPER-CHECK-SW
                   MOVE OM-ID TO OT-ID(WS-OM-CT)
                   MOVE OM-NAME TO OT-NAME(WS-OM-CT)
                   MOVE OM-ACTIVE TO OT-ACTIVE(WS-OM-CT)
                   MOVE OM-ROLE-MAKR TO OT-MAKER(WS-OM-CT)
               END-IF
           END-IF
           PERFORM READ-OPER-MASTER.

       CHECK-RUN-OPERATOR.
           MOVE SPACES TO WS-OPER-NAME
           IF NOT OPER-CHECK-ACTIVE
               MOVE "NO OPERMST" TO WS-AUTH-REASON
           ELSE
               MOVE "NOT ON FILE" TO WS-AUTH-REASON
               PERFORM VARYING WS-OM-SUB FROM 1 BY 1
                       UNTIL WS-OM-SUB > WS-OM-CT
                   IF OT-ID(WS-OM-SUB) = WS-RUN-OPERATOR
                       IF OT-ACTIVE(WS-OM-SUB) NOT = 'Y'
                           MOVE "INACTIVE" TO WS-AUTH-REASON
                       ELSE
                           IF OT-MAKER(WS-OM-SUB) NOT = 'Y'
                               MOVE "LACKS ROLE" TO WS-AUTH-REASON
                           ELSE
                               MOVE SPACES TO WS-AUTH-REASON
                               MOVE OT-NAME(WS-OM-SUB) TO WS-OPER-NAME
                           END-IF
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AUTH-REASON NOT = SPACES
               DISPLAY "GMAINT: OPERATOR " WS-RUN-OPERATOR
                   " MAY NOT ENTER MAINTENANCE - " WS-AUTH-REASON
                   " - MAINTENANCE NOT RUN"
               PERFORM WRITE-AUTH-REFUSAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-AUTH-REFUSAL.
           OPEN EXTEND AUTH-LOG
           IF WS-AUTH-LOG-STATUS = '05' OR WS-AUTH-LOG-STATUS = '35'
               OPEN OUTPUT AUTH-LOG
           END-IF
           IF WS-AUTH-LOG-STATUS NOT = '00'
               DISPLAY "GMAINT: UNABLE TO OPEN AUTH-LOG, STATUS="
                   WS-AUTH-LOG-STATUS
           ELSE
               MOVE SPACES TO AUTH-LOG-REC
               MOVE RH-RUN-ID TO AL-RUN-ID
               MOVE RH-RUN-DATE TO AL-RUN-DATE
               MOVE RH-RUN-TIME TO AL-RUN-TIME
               MOVE "GMAINT" TO AL-PROGRAM
               MOVE WS-RUN-OPERATOR TO AL-OPERATOR
               MOVE "SUBMIT" TO AL-FUNCTION
               MOVE "MAKER" TO AL-ROLE
               MOVE WS-AUTH-REASON TO AL-REASON
               MOVE "GMTRANS" TO AL-OBJECT
               WRITE AUTH-LOG-REC
               CLOSE AUTH-LOG
           END-IF.

       LOAD-MASTER.
               STOP RUN
           END-IF
           MOVE 0 TO WS-TABLE-CT
           MOVE 'N' TO WS-MASTER-EOF-SW
           PERFORM READ-GUESS-MASTER
           PERFORM STORE-MASTER-ENTRY UNTIL MASTER-EOF
           CLOSE GUESS-MASTER.

       READ-GUESS-MASTER.
           READ GUESS-MASTER
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SW
           END-READ.

       STORE-MASTER-ENTRY.
           IF GM-EFF-TO IS NOT NUMERIC OR GM-EFF-TO = ZEROS
                   OR GM-EFF-TO = "99999999"
               IF WS-TABLE-CT >= WS-TABLE-MAX
                   DISPLAY "GMAINT: MASTER EXCEEDS 21 ENTRIES, "
                       "NOT PROCESSED"
                   CLOSE GUESS-MASTER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TABLE-CT
               MOVE GM-A TO MT-A(WS-TABLE-CT)
               MOVE GM-B TO MT-B(WS-TABLE-CT)
           END-IF
           PERFORM READ-GUESS-MASTER.

       GET-NEXT-PEND-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
