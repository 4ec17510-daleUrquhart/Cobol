           SELECT GUESS-AUDIT ASSIGN TO "GMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUESS-AUDIT-STATUS.
           SELECT MAINT-AUDIT ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
           SELECT APPR-REGISTER ASSIGN TO "GMAPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-REG-STATUS.
           SELECT AGING-RPT ASSIGN TO "GMAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-RPT-STATUS.
           SELECT BUS-DATE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT AUTH-LOG ASSIGN TO "AUTHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-MASTER
           RECORD CONTAINS 30 CHARACTERS.
           COPY GUESSMST.

       FD  GUESS-PENDING
           RECORD CONTAINS 60 CHARACTERS.
           COPY GMPEND.

       FD  APPR-TRANS
           RECORD CONTAINS 28 CHARACTERS.
       01  AP-REC.
           05 AP-SEQ PIC X(4).
           05 AP-DISP PIC X.
           05 AP-APPROVER PIC X(8).
           05 FILLER PIC X(7).
           05 AP-EFF-DATE PIC X(8).

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  GUESS-NEW
           RECORD CONTAINS 30 CHARACTERS.
       01  GUESS-NEW-REC PIC X(30).

       FD  GUESS-PEND-NEW
           RECORD CONTAINS 60 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-LINE PIC X(80).

       FD  MAINT-AUDIT
           RECORD CONTAINS 220 CHARACTERS.
           COPY MAINTAUD.

       FD  APPR-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LINE PIC X(80).
           RECORD CONTAINS 80 CHARACTERS.
       01  AGE-LINE PIC X(80).

       FD  BUS-DATE
           RECORD CONTAINS 30 CHARACTERS.
           COPY PROCDATE.

       FD  AUTH-LOG
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUTHLOG.

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-GUESS-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-GUESS-NEW-STATUS PIC XX VALUE '00'.
           01 WS-GUESS-PEND-NEW-STATUS PIC XX VALUE '00'.
           01 WS-GUESS-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-MAINT-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-APPR-REG-STATUS PIC XX VALUE '00'.
           01 WS-AGING-RPT-STATUS PIC XX VALUE '00'.
           01 WS-BUSDATE-STATUS PIC XX VALUE '00'.
           01 WS-AUTH-LOG-STATUS PIC XX VALUE '00'.
           01 WS-MASTER-EOF-SW PIC X VALUE 'N'.
               88 MASTER-EOF VALUE 'Y'.
           01 WS-PEND-EOF-SW PIC X VALUE 'N'.

           01 WS-TABLE-MAX PIC 99 VALUE 21.
           01 WS-TABLE-CT PIC 99 VALUE 0.
           01 WS-HIST-MAX PIC 999 VALUE 500.
           01 WS-HIST-CT PIC 999 VALUE 0.
           01 WS-MASTER-TABLE.
               05 MT-ENTRY OCCURS 500 TIMES.
                   10 MT-A PIC 9(4).
                   10 MT-B PIC 9(4).
                   10 MT-FROM PIC 9(8).
                   10 MT-FROM-VER PIC 99.
                   10 MT-TO PIC 9(8).
                   10 MT-TO-VER PIC 99.
           01 WS-BUS-DATE PIC 9(8) VALUE 0.
           01 WS-EFF-DATE PIC 9(8) VALUE 0.
           01 WS-EFF-VER PIC 99 VALUE 0.
           01 WS-LATEST-DATE PIC 9(8) VALUE 0.
           01 WS-LATEST-VER PIC 99 VALUE 0.
           01 WS-REOPEN-DATE PIC 9(8) VALUE 0.

           01 WS-PEND-MAX PIC 999 VALUE 200.
           01 WS-PEND-CT PIC 999 VALUE 0.
                   10 OT-ID PIC X(8).
                   10 OT-NAME PIC X(20).
                   10 OT-ACTIVE PIC X.
                   10 OT-CHECKER PIC X.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.

           01 I PIC 999 VALUE 0.
           01 J PIC 999 VALUE 0.
           01 WS-MATCH-I PIC 999 VALUE 0.
           01 WS-PEND-I PIC 999 VALUE 0.
           01 WS-APPR-SEQ PIC 9(4) VALUE 0.
           01 WS-TRANS-A PIC 9(4) VALUE 0.
           01 WS-ERROR-CT PIC 9(4) VALUE 0.
           01 WS-APPR-RESULT PIC X(9) VALUE SPACES.
           01 WS-APPR-REASON PIC X(30) VALUE SPACES.
           01 WS-AUTH-REASON PIC X(12) VALUE SPACES.
           01 WS-TODAY-INT PIC 9(8) VALUE 0.
           01 WS-PEND-INT PIC 9(8) VALUE 0.
           01 WS-AGE-DAYS PIC S9(5) VALUE 0.
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-DATE TO WS-BUS-DATE
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-OPERATOR-MASTER
           PERFORM LOAD-MASTER
           PERFORM LOAD-PENDING
           PERFORM WRITE-REG-TOTALS
           CLOSE APPR-REGISTER
           CLOSE GUESS-AUDIT
           CLOSE MAINT-AUDIT
           PERFORM WRITE-NEW-MASTER
           PERFORM WRITE-NEW-PENDING
           PERFORM WRITE-AGING-RPT
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "GMAPPR: OPERATOR MASTER NOT AVAILABLE, "
                   "STATUS=" WS-OPER-MASTER-STATUS
                   " - NO APPROVAL CAN BE ACCEPTED"
               MOVE 'N' TO WS-OPER-CHECK-SW
           ELSE
               MOVE 'Y' TO WS-OPER-CHECK-SW
                   MOVE OM-ID TO OT-ID(WS-OM-CT)
                   MOVE OM-NAME TO OT-NAME(WS-OM-CT)
                   MOVE OM-ACTIVE TO OT-ACTIVE(WS-OM-CT)
                   MOVE OM-ROLE-CHKR TO OT-CHECKER(WS-OM-CT)
               END-IF
           END-IF
           PERFORM READ-OPER-MASTER.

       READ-BUSINESS-DATE.
           OPEN INPUT BUS-DATE
           IF WS-BUSDATE-STATUS = '00'
               READ BUS-DATE
                   AT END
                       CONTINUE
               END-READ
               IF WS-BUSDATE-STATUS = '00' AND PD-BUS-DATE > 0
                   MOVE PD-BUS-DATE TO WS-BUS-DATE
               END-IF
               CLOSE BUS-DATE
           ELSE
               DISPLAY "GMAPPR: BUSINESS DATE FILE NOT AVAILABLE, "
                   "USING SYSTEM DATE"
           END-IF.

       LOAD-MASTER.
           OPEN INPUT GUESS-MASTER
           IF WS-GUESS-MASTER-STATUS NOT = '00'
               STOP RUN
           END-IF
           MOVE 0 TO WS-TABLE-CT
           MOVE 0 TO WS-HIST-CT
           MOVE 0 TO WS-LATEST-DATE
           MOVE 0 TO WS-LATEST-VER
           MOVE 'N' TO WS-MASTER-EOF-SW
           PERFORM READ-GUESS-MASTER
           PERFORM STORE-MASTER-ENTRY UNTIL MASTER-EOF
           CLOSE GUESS-MASTER
           IF WS-TABLE-CT > WS-TABLE-MAX
               DISPLAY "GMAPPR: MASTER EXCEEDS 21 ENTRIES, "
                   "NOT PROCESSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-GUESS-MASTER.
           READ GUESS-MASTER
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SW
           END-READ.

       STORE-MASTER-ENTRY.
           IF WS-HIST-CT >= WS-HIST-MAX
               DISPLAY "GMAPPR: MASTER HISTORY EXCEEDS 500 ENTRIES, "
                   "NOT PROCESSED"
               CLOSE GUESS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HIST-CT
           MOVE GM-A TO MT-A(WS-HIST-CT)
           MOVE GM-B TO MT-B(WS-HIST-CT)
           MOVE 0 TO MT-FROM(WS-HIST-CT)
           MOVE 0 TO MT-FROM-VER(WS-HIST-CT)
           MOVE 99999999 TO MT-TO(WS-HIST-CT)
           MOVE 0 TO MT-TO-VER(WS-HIST-CT)
           IF GM-EFF-FROM IS NUMERIC
               MOVE GM-EFF-FROM TO MT-FROM(WS-HIST-CT)
           END-IF
           IF GM-FROM-VER IS NUMERIC
               MOVE GM-FROM-VER TO MT-FROM-VER(WS-HIST-CT)
           END-IF
           IF GM-EFF-TO IS NUMERIC AND GM-EFF-TO NOT = ZEROS
               MOVE GM-EFF-TO TO MT-TO(WS-HIST-CT)
           END-IF
           IF GM-TO-VER IS NUMERIC
               MOVE GM-TO-VER TO MT-TO-VER(WS-HIST-CT)
           END-IF
           IF MT-FROM(WS-HIST-CT) >= WS-LATEST-DATE
               MOVE MT-FROM(WS-HIST-CT) TO WS-LATEST-DATE
               MOVE MT-FROM-VER(WS-HIST-CT) TO WS-LATEST-VER
           END-IF
           IF MT-TO(WS-HIST-CT) = 99999999
               ADD 1 TO WS-TABLE-CT
           ELSE
               COMPUTE WS-REOPEN-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(MT-TO(WS-HIST-CT)) + 1)
               IF WS-REOPEN-DATE >= WS-LATEST-DATE
                   MOVE WS-REOPEN-DATE TO WS-LATEST-DATE
                   MOVE MT-TO-VER(WS-HIST-CT) TO WS-LATEST-VER
               END-IF
           END-IF
           PERFORM READ-GUESS-MASTER.

       LOAD-PENDING.
           MOVE 0 TO WS-PEND-CT
                   WS-GUESS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MAINT-AUDIT
           IF WS-MAINT-AUDIT-STATUS = '05' OR WS-MAINT-AUDIT-STATUS
                   = '35'
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               DISPLAY "GMAPPR: UNABLE TO OPEN MAINT-AUDIT, STATUS="
                   WS-MAINT-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-APPROVALS.
           END-IF.

       CHECK-APPROVER-MASTER.
           IF NOT OPER-CHECK-ACTIVE
               MOVE "NO OPERMST" TO WS-AUTH-REASON
           ELSE
               MOVE "NOT ON FILE" TO WS-AUTH-REASON
               PERFORM VARYING WS-OM-SUB FROM 1 BY 1
                       UNTIL WS-OM-SUB > WS-OM-CT
                   IF OT-ID(WS-OM-SUB) = AP-APPROVER
                       IF OT-ACTIVE(WS-OM-SUB) NOT = 'Y'
                           MOVE "INACTIVE" TO WS-AUTH-REASON
                       ELSE
                           IF OT-CHECKER(WS-OM-SUB) NOT = 'Y'
                               MOVE "LACKS ROLE" TO WS-AUTH-REASON
                           ELSE
                               MOVE SPACES TO WS-AUTH-REASON
                           END-IF
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AUTH-REASON NOT = SPACES
               MOVE "IN ERROR " TO WS-APPR-RESULT
               EVALUATE WS-AUTH-REASON
                   WHEN "NO OPERMST"
                       MOVE "OPERATOR MASTER UNAVAILABLE"
                           TO WS-APPR-REASON
                   WHEN "LACKS ROLE"
                       MOVE "APPROVER LACKS CHECKER ROLE"
                           TO WS-APPR-REASON
                   WHEN OTHER
                       MOVE "APPROVER NOT ON MASTER" TO WS-APPR-REASON
               END-EVALUATE
               PERFORM WRITE-AUTH-REFUSAL
           END-IF.

       WRITE-AUTH-REFUSAL.
           OPEN EXTEND AUTH-LOG
           IF WS-AUTH-LOG-STATUS = '05' OR WS-AUTH-LOG-STATUS = '35'
               OPEN OUTPUT AUTH-LOG
           END-IF
           IF WS-AUTH-LOG-STATUS NOT = '00'
               DISPLAY "GMAPPR: UNABLE TO OPEN AUTH-LOG, STATUS="
                   WS-AUTH-LOG-STATUS
           ELSE
               MOVE SPACES TO AUTH-LOG-REC
               MOVE RH-RUN-ID TO AL-RUN-ID
               MOVE RH-RUN-DATE TO AL-RUN-DATE
               MOVE RH-RUN-TIME TO AL-RUN-TIME
               MOVE "GMAPPR" TO AL-PROGRAM
               MOVE AP-APPROVER TO AL-OPERATOR
               MOVE "APPROVE" TO AL-FUNCTION
               MOVE "CHECKER" TO AL-ROLE
               MOVE WS-AUTH-REASON TO AL-REASON
               STRING "GMPEND SEQ " AP-SEQ
                   DELIMITED BY SIZE INTO AL-OBJECT
               WRITE AUTH-LOG-REC
               CLOSE AUTH-LOG
           END-IF.

       DECIDE-PENDING-ITEM.
               MOVE "REJECTED" TO PT-STATUS(WS-PEND-I)
               MOVE AP-APPROVER TO PT-APPROVER(WS-PEND-I)
               MOVE WS-RUN-DATE TO PT-APPR-DATE(WS-PEND-I)
               MOVE SPACES TO MAINT-AUDIT-REC
               MOVE "REJECT" TO MA-FUNCTION
               STRING "PENDING ACTION " PT-ACTION(WS-PEND-I)
                   " A/B " PT-A(WS-PEND-I) " " PT-B(WS-PEND-I)
                   DELIMITED BY SIZE INTO MA-BEFORE
               MOVE "REJECTED - NOT APPLIED" TO MA-AFTER
               STRING "MAKER " PT-MAKER(WS-PEND-I) " ACTION "
                   PT-ACTION(WS-PEND-I)
                   DELIMITED BY SIZE INTO MA-REASON
               PERFORM WRITE-MAINT-AUDIT
           ELSE
               IF AP-DISP = 'A'
                   PERFORM APPROVE-PENDING-ITEM
           ELSE
               MOVE 0 TO WS-TRANS-B
           END-IF
           PERFORM CHECK-EFFECTIVE-DATE
           IF WS-APPR-RESULT = SPACES
               PERFORM FIND-MASTER-ENTRY
               IF PT-ACTION(WS-PEND-I) = 'A'
                   IF WS-MATCH-I > 0
                       MOVE "IN ERROR " TO WS-APPR-RESULT
                       MOVE "DUPLICATE KEY ON MASTER" TO WS-APPR-REASON
                   ELSE
                       IF WS-TABLE-CT >= WS-TABLE-MAX
                           MOVE "IN ERROR " TO WS-APPR-RESULT
                           MOVE "TABLE FULL - MAX 21 ENTRIES"
                               TO WS-APPR-REASON
                       END-IF
                   END-IF
               ELSE
                   IF WS-MATCH-I = 0
                       MOVE "IN ERROR " TO WS-APPR-RESULT
                       MOVE "KEY NOT ON MASTER" TO WS-APPR-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-APPR-RESULT = SPACES AND WS-HIST-CT >= WS-HIST-MAX
                   AND PT-ACTION(WS-PEND-I) NOT = 'D'
               MOVE "IN ERROR " TO WS-APPR-RESULT
               MOVE "MASTER HISTORY FULL" TO WS-APPR-REASON
           END-IF
           IF WS-APPR-RESULT = SPACES
               PERFORM SET-EFFECTIVE-VERSION
               PERFORM APPLY-APPROVED-CHANGE
               MOVE "APPROVED " TO WS-APPR-RESULT
               STRING "EFFECTIVE " WS-EFF-DATE " VERSION " WS-EFF-VER
                   DELIMITED BY SIZE INTO WS-APPR-REASON
               ADD 1 TO WS-APPLIED-CT
               MOVE "APPROVED" TO PT-STATUS(WS-PEND-I)
               MOVE AP-APPROVER TO PT-APPROVER(WS-PEND-I)
               MOVE WS-RUN-DATE TO PT-APPR-DATE(WS-PEND-I)
           END-IF.

       CHECK-EFFECTIVE-DATE.
           IF AP-EFF-DATE = SPACES
               MOVE WS-BUS-DATE TO WS-EFF-DATE
           ELSE
               IF AP-EFF-DATE IS NOT NUMERIC
                   MOVE "IN ERROR " TO WS-APPR-RESULT
                   MOVE "INVALID EFFECTIVE DATE" TO WS-APPR-REASON
               ELSE
                   MOVE AP-EFF-DATE TO WS-EFF-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
                       MOVE "IN ERROR " TO WS-APPR-RESULT
                       MOVE "INVALID EFFECTIVE DATE"
                           TO WS-APPR-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-APPR-RESULT = SPACES
               IF WS-EFF-DATE < WS-BUS-DATE
                   MOVE "IN ERROR " TO WS-APPR-RESULT
                   MOVE "EFFECTIVE DATE BEFORE BUS DATE"
                       TO WS-APPR-REASON
               ELSE
                   IF WS-EFF-DATE < WS-LATEST-DATE
                       MOVE "IN ERROR " TO WS-APPR-RESULT
                       MOVE "PRECEDES A SCHEDULED VERSION"
                           TO WS-APPR-REASON
                   END-IF
               END-IF
           END-IF.

       SET-EFFECTIVE-VERSION.
           IF WS-EFF-DATE = WS-LATEST-DATE
               MOVE WS-LATEST-VER TO WS-EFF-VER
           ELSE
               IF WS-LATEST-VER >= 99
                   MOVE 1 TO WS-EFF-VER
               ELSE
                   COMPUTE WS-EFF-VER = WS-LATEST-VER + 1
               END-IF
               MOVE WS-EFF-DATE TO WS-LATEST-DATE
               MOVE WS-EFF-VER TO WS-LATEST-VER
           END-IF
           COMPUTE WS-REOPEN-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EFF-DATE) - 1).

       FIND-MASTER-ENTRY.
           MOVE 0 TO WS-MATCH-I
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-HIST-CT
               IF MT-A(J) = WS-TRANS-A AND MT-TO(J) = 99999999
                   MOVE J TO WS-MATCH-I
                   EXIT PERFORM
               END-IF

       APPLY-APPROVED-CHANGE.
           IF PT-ACTION(WS-PEND-I) = 'A'
               PERFORM ADD-OPEN-ENTRY
               ADD 1 TO WS-TABLE-CT
               MOVE SPACES TO AU-BEFORE
               STRING WS-TRANS-A " " WS-TRANS-B DELIMITED BY SIZE
                   INTO AU-AFTER
           ELSE
               STRING MT-A(WS-MATCH-I) " " MT-B(WS-MATCH-I)
                   DELIMITED BY SIZE INTO AU-BEFORE
               IF PT-ACTION(WS-PEND-I) = 'C'
                   IF MT-FROM(WS-MATCH-I) = WS-EFF-DATE
                       MOVE WS-TRANS-B TO MT-B(WS-MATCH-I)
                   ELSE
                       PERFORM CLOSE-MASTER-ENTRY
                       PERFORM ADD-OPEN-ENTRY
                   END-IF
                   STRING WS-TRANS-A " " WS-TRANS-B
                       DELIMITED BY SIZE INTO AU-AFTER
               ELSE
                   MOVE SPACES TO AU-AFTER
                   IF MT-FROM(WS-MATCH-I) = WS-EFF-DATE
                       PERFORM VARYING J FROM WS-MATCH-I BY 1
                               UNTIL J >= WS-HIST-CT
                           MOVE MT-ENTRY(J + 1) TO MT-ENTRY(J)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-HIST-CT
                   ELSE
                       PERFORM CLOSE-MASTER-ENTRY
                   END-IF
                   SUBTRACT 1 FROM WS-TABLE-CT
               END-IF
           END-IF
           PERFORM WRITE-AUDIT-LINE.

       ADD-OPEN-ENTRY.
           ADD 1 TO WS-HIST-CT
           MOVE WS-TRANS-A TO MT-A(WS-HIST-CT)
           MOVE WS-TRANS-B TO MT-B(WS-HIST-CT)
           MOVE WS-EFF-DATE TO MT-FROM(WS-HIST-CT)
           MOVE WS-EFF-VER TO MT-FROM-VER(WS-HIST-CT)
           MOVE 99999999 TO MT-TO(WS-HIST-CT)
           MOVE 0 TO MT-TO-VER(WS-HIST-CT).

       CLOSE-MASTER-ENTRY.
           MOVE WS-REOPEN-DATE TO MT-TO(WS-MATCH-I)
           MOVE WS-EFF-VER TO MT-TO-VER(WS-MATCH-I).

       WRITE-AUDIT-LINE.
           MOVE RH-RUN-ID TO AU-RUN-ID
           MOVE RH-RUN-DATE TO AU-RUN-DATE
           MOVE PT-ACTION(WS-PEND-I) TO AU-ACTION
           MOVE AP-APPROVER TO AU-APPROVER
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           MOVE SPACES TO MAINT-AUDIT-REC
           MOVE "APPROVE" TO MA-FUNCTION
           IF AU-BEFORE NOT = SPACES
               STRING "A/B " AU-BEFORE DELIMITED BY SIZE
                   INTO MA-BEFORE
           END-IF
           IF AU-AFTER NOT = SPACES
               STRING "A/B " AU-AFTER DELIMITED BY SIZE
                   INTO MA-AFTER
           END-IF
           STRING "MAKER " PT-MAKER(WS-PEND-I) " ACTION "
               PT-ACTION(WS-PEND-I) " EFF " WS-EFF-DATE " V"
               WS-EFF-VER DELIMITED BY SIZE INTO MA-REASON
           PERFORM WRITE-MAINT-AUDIT.

       WRITE-MAINT-AUDIT.
           MOVE RH-RUN-ID TO MA-RUN-ID
           MOVE RH-RUN-DATE TO MA-RUN-DATE
           MOVE RH-RUN-TIME TO MA-RUN-TIME
           MOVE RH-RUN-OPERATOR TO MA-RUN-OPERATOR
           MOVE "GMAPPR" TO MA-PROGRAM
           MOVE AP-APPROVER TO MA-OPERATOR
           STRING "GUESSMST/" PT-A(WS-PEND-I) "/GMPEND/"
               PT-SEQ(WS-PEND-I) DELIMITED BY SIZE INTO MA-OBJECT
           WRITE MAINT-AUDIT-REC.

       WRITE-REGISTER-LINE.
           IF AP-SEQ IS NUMERIC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-HIST-CT
               MOVE SPACES TO GUESS-MASTER-REC
               MOVE MT-A(J) TO GM-A
               MOVE MT-B(J) TO GM-B
               MOVE MT-FROM(J) TO GM-EFF-FROM
               MOVE MT-FROM-VER(J) TO GM-FROM-VER
               MOVE MT-TO(J) TO GM-EFF-TO
               MOVE MT-TO-VER(J) TO GM-TO-VER
               WRITE GUESS-NEW-REC FROM GUESS-MASTER-REC
           END-PERFORM
           CLOSE GUESS-NEW.

