       IDENTIFICATION DIVISION.
       PROGRAM-ID. Certupd.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-RULES ASSIGN TO "CERTRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-RULE-STATUS.
           SELECT CERT-MASTER ASSIGN TO "CERTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CERT-MST-STATUS.
           SELECT SCORE-HISTORY ASSIGN TO "SCOREHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-HIST-STATUS.
           SELECT OPER-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-MASTER-STATUS.
           SELECT BUS-DATE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CERT-RPT ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-RULES
           RECORD CONTAINS 40 CHARACTERS.
           COPY CERTRULE.

       FD  CERT-MASTER
           RECORD CONTAINS 100 CHARACTERS.
           COPY CERTMST.

       FD  SCORE-HISTORY
           RECORD CONTAINS 80 CHARACTERS.
       01  SH-LINE PIC X(80).

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  BUS-DATE
           RECORD CONTAINS 30 CHARACTERS.
           COPY PROCDATE.

       FD  CERT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-CERT-RULE-STATUS PIC XX VALUE '00'.
           01 WS-CERT-MST-STATUS PIC XX VALUE '00'.
           01 WS-SCORE-HIST-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-BUSDATE-STATUS PIC XX VALUE '00'.
           01 WS-CERT-RPT-STATUS PIC XX VALUE '00'.
           01 WS-CERT-RULE-EOF-SW PIC X VALUE 'N'.
               88 CERT-RULE-EOF VALUE 'Y'.
           01 WS-SCORE-EOF-SW PIC X VALUE 'N'.
               88 SCORE-EOF VALUE 'Y'.
           01 WS-OPER-MASTER-EOF-SW PIC X VALUE 'N'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-SCAN-DONE-SW PIC X VALUE 'N'.
               88 SCAN-DONE VALUE 'Y'.
           01 WS-CERT-MST-OPEN-SW PIC X VALUE 'N'.
               88 CERT-MASTER-OPEN VALUE 'Y'.
           01 WS-REPORT-ONLY-SW PIC X VALUE 'N'.
               88 REPORT-ONLY VALUE 'Y'.
           01 WS-RULE-OK-SW PIC X VALUE 'N'.
               88 RULE-OK VALUE 'Y'.
           01 WS-IO-ERROR-SW PIC X VALUE 'N'.
               88 IO-ERROR VALUE 'Y'.
           01 WS-WARNING-SW PIC X VALUE 'N'.
               88 RUN-WARNING VALUE 'Y'.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-MODE-TEXT PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-RUN-INT PIC 9(7) VALUE 0.

           01 WS-WARN-DAYS PIC 9(3) VALUE 30.

           01 WS-RT-MAX PIC 99 VALUE 50.
           01 WS-RT-CT PIC 99 VALUE 0.
           01 WS-RT-SUB PIC 99 VALUE 0.
           01 WS-RULE-TABLE.
               05 RT-ENTRY OCCURS 50 TIMES.
                   10 RT-PROFILE PIC X(8).
                   10 RT-PREREQ PIC X(8).
                   10 RT-MIN-ROUNDS PIC 9(3).
                   10 RT-WIN-PCT PIC 9(3).
                   10 RT-VALID-DAYS PIC 9(3).
                   10 RT-WINDOW-DAYS PIC 9(3).
                   10 RT-FROM-INT PIC 9(7).

           01 WS-OM-MAX PIC 999 VALUE 200.
           01 WS-OM-CT PIC 999 VALUE 0.
           01 WS-OM-SUB PIC 999 VALUE 0.
           01 WS-OPER-TABLE.
               05 OT-ENTRY OCCURS 200 TIMES.
                   10 OT-ID PIC X(8).
                   10 OT-NAME PIC X(20).
                   10 OT-ACTIVE PIC X.

           01 WS-EV-MAX PIC 9(4) VALUE 2000.
           01 WS-EV-CT PIC 9(4) VALUE 0.
           01 WS-EV-SUB PIC 9(4) VALUE 0.
           01 WS-EVIDENCE-TABLE.
               05 EV-ENTRY OCCURS 2000 TIMES.
                   10 EV-OPERATOR PIC X(8).
                   10 EV-RULE PIC 99.
                   10 EV-ROUNDS PIC 9(5).
                   10 EV-WINS PIC 9(5).
                   10 EV-FROM PIC 9(8).
                   10 EV-TO PIC 9(8).

           01 WS-WN-MAX PIC 999 VALUE 500.
           01 WS-WN-CT PIC 999 VALUE 0.
           01 WS-WN-SUB PIC 999 VALUE 0.
           01 WS-WARN-TABLE.
               05 WN-ENTRY OCCURS 500 TIMES.
                   10 WN-OPERATOR PIC X(8).
                   10 WN-PROFILE PIC X(8).
                   10 WN-EXPIRY PIC 9(8).
                   10 WN-DAYS PIC S9(5).

           01 SH-DETAIL-LINE.
               05 SD-OPERATOR PIC X(8).
               05 FILLER PIC X(2).
               05 SD-DATE PIC X(8).
               05 FILLER PIC X(2).
               05 SD-TIME PIC X(6).
               05 FILLER PIC X(13).
               05 SD-CORRECT PIC X(2).
               05 FILLER PIC X(13).
               05 SD-INCORRECT PIC X(2).
               05 FILLER PIC X(10).
               05 SD-COUNTER PIC X(2).
               05 FILLER PIC X(2).
               05 SD-PROFILE PIC X(8).
               05 FILLER PIC X(4).

           01 WS-SD-CORRECT PIC 99 VALUE 0.
           01 WS-SD-INCORRECT PIC 99 VALUE 0.
           01 WS-SD-DATE PIC 9(8) VALUE 0.
           01 WS-SD-INT PIC 9(7) VALUE 0.
           01 WS-SD-PROFILE PIC X(8) VALUE SPACES.
           01 WS-CHECK-PREREQ PIC X(8) VALUE SPACES.
           01 WS-EV-PCT PIC 9(3)V99 VALUE 0.
           01 WS-NEW-EXPIRY PIC 9(8) VALUE 0.
           01 WS-DAYS-LEFT PIC S9(5) VALUE 0.
           01 WS-ACTION PIC X(8) VALUE SPACES.
           01 WS-OPER-NAME PIC X(20) VALUE SPACES.
           01 WS-OPER-FOUND-SW PIC X VALUE 'N'.
               88 OPER-FOUND VALUE 'Y'.
           01 WS-OPER-ACTIVE-SW PIC X VALUE 'N'.
               88 OPER-ACTIVE VALUE 'Y'.
           01 WS-NEW-CERT-SW PIC X VALUE 'N'.
               88 NEW-CERT VALUE 'Y'.

           01 WS-RULE-REJ-CT PIC 99 VALUE 0.
           01 WS-HIST-READ-CT PIC 9(7) VALUE 0.
           01 WS-HIST-USED-CT PIC 9(7) VALUE 0.
           01 WS-GRANTED-CT PIC 9(4) VALUE 0.
           01 WS-RENEWED-CT PIC 9(4) VALUE 0.
           01 WS-CURRENT-CT PIC 9(4) VALUE 0.
           01 WS-EXPIRED-CT PIC 9(4) VALUE 0.
           01 WS-NOT-QUAL-CT PIC 9(4) VALUE 0.
           01 WS-INELIGIBLE-CT PIC 9(4) VALUE 0.
           01 WS-ACTIVE-CT PIC 9(5) VALUE 0.
           01 WS-WN-OVER-CT PIC 9(4) VALUE 0.

           01 RPT-HEADING-1.
               05 FILLER PIC X(11) VALUE "CERTUPD    ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 RH1-DATE PIC 9(8).
               05 FILLER PIC X(10) VALUE "  RUN-ID: ".
               05 RH1-RUN-ID PIC X(8).
               05 FILLER PIC X(8) VALUE "  MODE: ".
               05 RH1-MODE PIC X(11).

           01 RPT-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "OPERATOR CERTIFICATION BY GAMEPARM PROFILE".

           01 RPT-RULE-REJECT.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(25) VALUE
                   "*** CERTRULE REJECTED - ".
               05 RJ-PROFILE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RJ-REASON PIC X(30).

           01 RPT-ACTION-HEADING-1.
               05 FILLER PIC X(80) VALUE "CERTIFICATION ACTIONS".

           01 RPT-ACTION-HEADING-2.
               05 FILLER PIC X(10) VALUE "OPERATOR".
               05 FILLER PIC X(21) VALUE "NAME".
               05 FILLER PIC X(10) VALUE "PROFILE".
               05 FILLER PIC X(10) VALUE "ACTION".
               05 FILLER PIC X(10) VALUE "CERTIFIED".
               05 FILLER PIC X(10) VALUE "EXPIRES".

           01 RPT-ACTION-LINE.
               05 CA-OPERATOR PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 CA-NAME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 CA-PROFILE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 CA-ACTION PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 CA-CERT-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 CA-EXPIRY PIC 9(8).

           01 RPT-EVIDENCE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "EVIDENCE: ".
               05 CE-PROFILE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CE-FROM PIC 9(8).
               05 FILLER PIC X VALUE "-".
               05 CE-TO PIC 9(8).
               05 FILLER PIC X(10) VALUE "  ROUNDS: ".
               05 CE-ROUNDS PIC ZZZZ9.
               05 FILLER PIC X(7) VALUE "  WON: ".
               05 CE-PCT PIC ZZ9.99.
               05 FILLER PIC X(2) VALUE " %".

           01 RPT-NO-ACTIONS.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(76) VALUE
                   "NO CERTIFICATIONS GRANTED, RENEWED OR EXPIRED".

           01 RPT-WARN-HEADING-1.
               05 FILLER PIC X(38) VALUE
                   "CERTIFICATIONS EXPIRING WITHIN 30 DAYS".

           01 RPT-WARN-HEADING-2.
               05 FILLER PIC X(10) VALUE "OPERATOR".
               05 FILLER PIC X(21) VALUE "NAME".
               05 FILLER PIC X(10) VALUE "PROFILE".
               05 FILLER PIC X(10) VALUE "EXPIRES".
               05 FILLER PIC X(10) VALUE "DAYS LEFT".

           01 RPT-WARN-LINE.
               05 CW-OPERATOR PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 CW-NAME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 CW-PROFILE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 CW-EXPIRY PIC 9(8).
               05 FILLER PIC X(4) VALUE SPACES.
               05 CW-DAYS PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 CW-NOTE PIC X(12).

           01 RPT-NO-WARNINGS.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(76) VALUE
                   "NO CERTIFICATIONS EXPIRING WITHIN 30 DAYS".

           01 RPT-COUNT-LINE-1.
               05 FILLER PIC X(9) VALUE "GRANTED: ".
               05 RC-GRANTED PIC ZZZ9.
               05 FILLER PIC X(11) VALUE "  RENEWED: ".
               05 RC-RENEWED PIC ZZZ9.
               05 FILLER PIC X(11) VALUE "  CURRENT: ".
               05 RC-CURRENT PIC ZZZ9.
               05 FILLER PIC X(11) VALUE "  EXPIRED: ".
               05 RC-EXPIRED PIC ZZZ9.
               05 FILLER PIC X(12) VALUE "  EXPIRING: ".
               05 RC-EXPIRING PIC ZZZ9.

           01 RPT-COUNT-LINE-2.
               05 FILLER PIC X(15) VALUE "NOT QUALIFIED: ".
               05 RC-NOT-QUAL PIC ZZZ9.
               05 FILLER PIC X(29) VALUE
                   "  INACTIVE/UNKNOWN OPERATOR: ".
               05 RC-INELIGIBLE PIC ZZZ9.
               05 FILLER PIC X(16) VALUE "  ACTIVE CERTS: ".
               05 RC-ACTIVE PIC ZZZZ9.

           01 RPT-COUNT-LINE-3.
               05 FILLER PIC X(7) VALUE "RULES: ".
               05 RC-RULES PIC Z9.
               05 FILLER PIC X(12) VALUE "  REJECTED: ".
               05 RC-RULE-REJ PIC Z9.
               05 FILLER PIC X(23) VALUE "  HISTORY ROUNDS READ: ".
               05 RC-READ PIC ZZZZZZ9.
               05 FILLER PIC X(11) VALUE "  AS EVID: ".
               05 RC-USED PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-RUN-ID WS-RUN-OPERATOR WS-MODE-TEXT
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "CERTUPD" TO WS-RUN-ID
           END-IF
           IF WS-MODE-TEXT = "REPORT"
               MOVE 'Y' TO WS-REPORT-ONLY-SW
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN OUTPUT CERT-RPT
           IF WS-CERT-RPT-STATUS NOT = '00'
               DISPLAY "CERTUPD: UNABLE TO OPEN CERT-RPT, STATUS="
                   WS-CERT-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADINGS
           PERFORM OPEN-CERT-MASTER
           PERFORM LOAD-OPERATOR-MASTER
           IF NOT REPORT-ONLY
               PERFORM LOAD-CERT-RULES
               PERFORM LOAD-SCORE-HISTORY
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM RPT-ACTION-HEADING-1
               WRITE RPT-LINE FROM RPT-ACTION-HEADING-2
               PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                       UNTIL WS-EV-SUB > WS-EV-CT
                   PERFORM APPLY-EVIDENCE
               END-PERFORM
           END-IF
           IF CERT-MASTER-OPEN
               PERFORM SCAN-CERT-MASTER
               CLOSE CERT-MASTER
           END-IF
           IF NOT REPORT-ONLY AND WS-GRANTED-CT = 0
                   AND WS-RENEWED-CT = 0 AND WS-EXPIRED-CT = 0
               WRITE RPT-LINE FROM RPT-NO-ACTIONS
           END-IF
           PERFORM WRITE-WARNINGS
           PERFORM WRITE-COUNTS
           CLOSE CERT-RPT
           IF IO-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               IF RUN-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
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
               DISPLAY "CERTUPD: BUSINESS DATE FILE NOT AVAILABLE, "
                   "USING SYSTEM DATE"
           END-IF.

       WRITE-RPT-HEADINGS.
           MOVE WS-RUN-DATE TO RH1-DATE
           MOVE WS-RUN-ID TO RH1-RUN-ID
           IF REPORT-ONLY
               MOVE "REPORT ONLY" TO RH1-MODE
           ELSE
               MOVE "UPDATE" TO RH1-MODE
           END-IF
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2.

       OPEN-CERT-MASTER.
           IF REPORT-ONLY
               OPEN INPUT CERT-MASTER
           ELSE
               OPEN I-O CERT-MASTER
               IF WS-CERT-MST-STATUS = '35' OR WS-CERT-MST-STATUS = '05'
                   OPEN OUTPUT CERT-MASTER
                   CLOSE CERT-MASTER
                   OPEN I-O CERT-MASTER
               END-IF
           END-IF
           IF WS-CERT-MST-STATUS = '00'
               MOVE 'Y' TO WS-CERT-MST-OPEN-SW
           ELSE
               IF REPORT-ONLY AND (WS-CERT-MST-STATUS = '35'
                       OR WS-CERT-MST-STATUS = '05')
                   DISPLAY "CERTUPD: NO CERT-MASTER FILE - NOTHING "
                       "TO REPORT"
                   MOVE 'Y' TO WS-WARNING-SW
               ELSE
                   DISPLAY "CERTUPD: UNABLE TO OPEN CERT-MASTER, "
                       "STATUS=" WS-CERT-MST-STATUS
                   CLOSE CERT-RPT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOAD-CERT-RULES.
           MOVE 0 TO WS-RT-CT
           MOVE 'N' TO WS-CERT-RULE-EOF-SW
           OPEN INPUT CERT-RULES
           IF WS-CERT-RULE-STATUS NOT = '00'
               DISPLAY "CERTUPD: CERTIFICATION RULES NOT AVAILABLE, "
                   "STATUS=" WS-CERT-RULE-STATUS
                   " - NO CERTIFICATIONS GRANTED"
               MOVE 'Y' TO WS-WARNING-SW
           ELSE
               PERFORM READ-CERT-RULE
               PERFORM STORE-CERT-RULE UNTIL CERT-RULE-EOF
               CLOSE CERT-RULES
           END-IF.

       READ-CERT-RULE.
           READ CERT-RULES
               AT END
                   MOVE 'Y' TO WS-CERT-RULE-EOF-SW
           END-READ.

       STORE-CERT-RULE.
           IF CR-PROFILE NOT = SPACES AND CR-PROFILE(1:1) NOT = '*'
               PERFORM VALIDATE-CERT-RULE
               IF RULE-OK
                   IF WS-RT-CT >= WS-RT-MAX
                       MOVE "RULE TABLE FULL" TO RJ-REASON
                       PERFORM WRITE-RULE-REJECT
                   ELSE
                       ADD 1 TO WS-RT-CT
                       MOVE CR-PROFILE TO RT-PROFILE(WS-RT-CT)
                       MOVE CR-PREREQ TO RT-PREREQ(WS-RT-CT)
                       IF CR-PREREQ = SPACES
                           MOVE "DEFAULT " TO RT-PREREQ(WS-RT-CT)
                       END-IF
                       MOVE CR-MIN-ROUNDS TO RT-MIN-ROUNDS(WS-RT-CT)
                       MOVE CR-WIN-PCT TO RT-WIN-PCT(WS-RT-CT)
                       MOVE CR-VALID-DAYS TO RT-VALID-DAYS(WS-RT-CT)
                       MOVE CR-WINDOW-DAYS TO RT-WINDOW-DAYS(WS-RT-CT)
                       COMPUTE RT-FROM-INT(WS-RT-CT) =
                           WS-RUN-INT - CR-WINDOW-DAYS + 1
                   END-IF
               END-IF
           END-IF
           PERFORM READ-CERT-RULE.

       VALIDATE-CERT-RULE.
           MOVE 'N' TO WS-RULE-OK-SW
           MOVE CR-PREREQ TO WS-CHECK-PREREQ
           IF WS-CHECK-PREREQ = SPACES
               MOVE "DEFAULT " TO WS-CHECK-PREREQ
           END-IF
           IF CR-MIN-ROUNDS IS NOT NUMERIC OR CR-WIN-PCT IS NOT NUMERIC
                   OR CR-VALID-DAYS IS NOT NUMERIC
                   OR CR-WINDOW-DAYS IS NOT NUMERIC
               MOVE "NON-NUMERIC RULE VALUES" TO RJ-REASON
               PERFORM WRITE-RULE-REJECT
           ELSE
               IF WS-CHECK-PREREQ = CR-PROFILE
                   MOVE "PREREQUISITE IS SAME PROFILE" TO RJ-REASON
                   PERFORM WRITE-RULE-REJECT
               ELSE
                   IF CR-MIN-ROUNDS = 0 OR CR-VALID-DAYS = 0
                           OR CR-WINDOW-DAYS = 0 OR CR-WIN-PCT > 100
                       MOVE "RULE VALUES OUT OF RANGE" TO RJ-REASON
                       PERFORM WRITE-RULE-REJECT
                   ELSE
                       PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                               UNTIL WS-RT-SUB > WS-RT-CT
                           IF RT-PROFILE(WS-RT-SUB) = CR-PROFILE
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-RT-SUB <= WS-RT-CT
                           MOVE "DUPLICATE PROFILE" TO RJ-REASON
                           PERFORM WRITE-RULE-REJECT
                       ELSE
                           MOVE 'Y' TO WS-RULE-OK-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-RULE-REJECT.
           ADD 1 TO WS-RULE-REJ-CT
           MOVE 'Y' TO WS-WARNING-SW
           MOVE CR-PROFILE TO RJ-PROFILE
           WRITE RPT-LINE FROM RPT-RULE-REJECT.

       LOAD-OPERATOR-MASTER.
           MOVE 0 TO WS-OM-CT
           MOVE 'N' TO WS-OPER-MASTER-EOF-SW
           OPEN INPUT OPER-MASTER
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "CERTUPD: OPERATOR MASTER NOT AVAILABLE, "
                   "STATUS=" WS-OPER-MASTER-STATUS
                   " - NO CERTIFICATIONS GRANTED"
               MOVE 'Y' TO WS-WARNING-SW
           ELSE
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
           IF OM-ID NOT = SPACES AND OM-ID(1:1) NOT = '*'
               IF WS-OM-CT >= WS-OM-MAX
                   DISPLAY "CERTUPD: OPERATOR TABLE FULL, " OM-ID
                       " IGNORED"
               ELSE
                   ADD 1 TO WS-OM-CT
                   MOVE OM-ID TO OT-ID(WS-OM-CT)
                   MOVE OM-NAME TO OT-NAME(WS-OM-CT)
                   MOVE OM-ACTIVE TO OT-ACTIVE(WS-OM-CT)
               END-IF
           END-IF
           PERFORM READ-OPER-MASTER.

       FIND-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SW
           MOVE 'N' TO WS-OPER-ACTIVE-SW
           MOVE "NOT ON OPERMST" TO WS-OPER-NAME
           PERFORM VARYING WS-OM-SUB FROM 1 BY 1
                   UNTIL WS-OM-SUB > WS-OM-CT
               IF OT-ID(WS-OM-SUB) = CT-OPERATOR
                   MOVE 'Y' TO WS-OPER-FOUND-SW
                   MOVE OT-NAME(WS-OM-SUB) TO WS-OPER-NAME
                   IF OT-ACTIVE(WS-OM-SUB) = 'Y'
                       MOVE 'Y' TO WS-OPER-ACTIVE-SW
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-SCORE-HISTORY.
           IF WS-RT-CT > 0
               OPEN INPUT SCORE-HISTORY
               IF WS-SCORE-HIST-STATUS = '05'
                       OR WS-SCORE-HIST-STATUS = '35'
                   DISPLAY "CERTUPD: NO SCORE-HISTORY FILE - NO "
                       "CERTIFICATIONS GRANTED"
               ELSE
                   IF WS-SCORE-HIST-STATUS NOT = '00'
                       DISPLAY "CERTUPD: UNABLE TO OPEN SCORE-HISTORY, "
                           "STATUS=" WS-SCORE-HIST-STATUS
                       CLOSE CERT-RPT
                       IF CERT-MASTER-OPEN
                           CLOSE CERT-MASTER
                       END-IF
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'N' TO WS-SCORE-EOF-SW
                   PERFORM READ-SCORE-HISTORY
                   PERFORM TALLY-ROUND UNTIL SCORE-EOF
                   CLOSE SCORE-HISTORY
               END-IF
           END-IF.

       READ-SCORE-HISTORY.
           READ SCORE-HISTORY INTO SH-DETAIL-LINE
               AT END
                   MOVE 'Y' TO WS-SCORE-EOF-SW
           END-READ
           IF NOT SCORE-EOF
               ADD 1 TO WS-HIST-READ-CT
           END-IF.

       TALLY-ROUND.
           IF SD-DATE IS NUMERIC AND SD-OPERATOR NOT = SPACES
               MOVE SD-DATE TO WS-SD-DATE
               COMPUTE WS-SD-INT = FUNCTION INTEGER-OF-DATE(WS-SD-DATE)
               MOVE SD-PROFILE TO WS-SD-PROFILE
               IF WS-SD-PROFILE = SPACES
                   MOVE "DEFAULT " TO WS-SD-PROFILE
               END-IF
               MOVE FUNCTION NUMVAL(SD-CORRECT) TO WS-SD-CORRECT
               MOVE FUNCTION NUMVAL(SD-INCORRECT) TO WS-SD-INCORRECT
               PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                       UNTIL WS-RT-SUB > WS-RT-CT
                   IF RT-PREREQ(WS-RT-SUB) = WS-SD-PROFILE
                           AND WS-SD-INT >= RT-FROM-INT(WS-RT-SUB)
                           AND WS-SD-INT <= WS-RUN-INT
                       PERFORM ADD-EVIDENCE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM READ-SCORE-HISTORY.

       ADD-EVIDENCE.
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > WS-EV-CT
               IF EV-OPERATOR(WS-EV-SUB) = SD-OPERATOR
                       AND EV-RULE(WS-EV-SUB) = WS-RT-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EV-SUB > WS-EV-CT
               IF WS-EV-CT >= WS-EV-MAX
                   DISPLAY "CERTUPD: EVIDENCE TABLE FULL, "
                       SD-OPERATOR " " RT-PROFILE(WS-RT-SUB)
                       " IGNORED"
                   MOVE 'Y' TO WS-WARNING-SW
               ELSE
                   ADD 1 TO WS-EV-CT
                   MOVE SD-OPERATOR TO EV-OPERATOR(WS-EV-CT)
                   MOVE WS-RT-SUB TO EV-RULE(WS-EV-CT)
                   MOVE 0 TO EV-ROUNDS(WS-EV-CT)
                   MOVE 0 TO EV-WINS(WS-EV-CT)
                   MOVE WS-SD-DATE TO EV-FROM(WS-EV-CT)
                   MOVE WS-SD-DATE TO EV-TO(WS-EV-CT)
               END-IF
           END-IF
           IF WS-EV-SUB <= WS-EV-CT
               ADD 1 TO WS-HIST-USED-CT
               ADD 1 TO EV-ROUNDS(WS-EV-SUB)
               IF WS-SD-CORRECT > WS-SD-INCORRECT
                   ADD 1 TO EV-WINS(WS-EV-SUB)
               END-IF
               IF WS-SD-DATE < EV-FROM(WS-EV-SUB)
                   MOVE WS-SD-DATE TO EV-FROM(WS-EV-SUB)
               END-IF
               IF WS-SD-DATE > EV-TO(WS-EV-SUB)
                   MOVE WS-SD-DATE TO EV-TO(WS-EV-SUB)
               END-IF
           END-IF.

       APPLY-EVIDENCE.
           MOVE EV-RULE(WS-EV-SUB) TO WS-RT-SUB
           MOVE EV-OPERATOR(WS-EV-SUB) TO CT-OPERATOR
           MOVE RT-PROFILE(WS-RT-SUB) TO CT-PROFILE
           PERFORM FIND-OPERATOR
           IF NOT OPER-ACTIVE
               ADD 1 TO WS-INELIGIBLE-CT
           ELSE
               COMPUTE WS-EV-PCT ROUNDED =
                   EV-WINS(WS-EV-SUB) * 100 / EV-ROUNDS(WS-EV-SUB)
               IF EV-ROUNDS(WS-EV-SUB) < RT-MIN-ROUNDS(WS-RT-SUB)
                       OR WS-EV-PCT < RT-WIN-PCT(WS-RT-SUB)
                   ADD 1 TO WS-NOT-QUAL-CT
               ELSE
                   PERFORM GRANT-CERTIFICATION
               END-IF
           END-IF.

       GRANT-CERTIFICATION.
           COMPUTE WS-NEW-EXPIRY = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT + RT-VALID-DAYS(WS-RT-SUB))
           MOVE SPACES TO WS-ACTION
           MOVE 'N' TO WS-NEW-CERT-SW
           READ CERT-MASTER
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-CERT-SW
                   MOVE SPACES TO CERT-MASTER-REC
                   MOVE EV-OPERATOR(WS-EV-SUB) TO CT-OPERATOR
                   MOVE RT-PROFILE(WS-RT-SUB) TO CT-PROFILE
                   MOVE "GRANTED " TO WS-ACTION
                   MOVE WS-RUN-DATE TO CT-CERT-DATE
               NOT INVALID KEY
                   IF CT-EXPIRED OR CT-EXPIRY-DATE < WS-RUN-DATE
                       MOVE "GRANTED " TO WS-ACTION
                       MOVE WS-RUN-DATE TO CT-CERT-DATE
                   ELSE
                       IF WS-NEW-EXPIRY > CT-EXPIRY-DATE
                           MOVE "RENEWED " TO WS-ACTION
                       ELSE
                           ADD 1 TO WS-CURRENT-CT
                       END-IF
                   END-IF
           END-READ
           IF WS-ACTION NOT = SPACES
               MOVE 'A' TO CT-STATUS
               MOVE WS-NEW-EXPIRY TO CT-EXPIRY-DATE
               MOVE RT-PREREQ(WS-RT-SUB) TO CT-EVID-PROFILE
               MOVE EV-FROM(WS-EV-SUB) TO CT-EVID-FROM
               MOVE EV-TO(WS-EV-SUB) TO CT-EVID-TO
               MOVE EV-ROUNDS(WS-EV-SUB) TO CT-EVID-ROUNDS
               MOVE EV-WINS(WS-EV-SUB) TO CT-EVID-WINS
               MOVE WS-EV-PCT TO CT-EVID-PCT
               MOVE WS-ACTION TO CT-LAST-ACTION
               MOVE WS-RUN-DATE TO CT-LAST-DATE
               MOVE WS-RUN-ID TO CT-LAST-RUN-ID
               IF NEW-CERT
                   WRITE CERT-MASTER-REC
                       INVALID KEY
                           PERFORM CERT-MASTER-ERROR
                   END-WRITE
               ELSE
                   REWRITE CERT-MASTER-REC
                       INVALID KEY
                           PERFORM CERT-MASTER-ERROR
                   END-REWRITE
               END-IF
               IF NOT IO-ERROR
                   IF WS-ACTION = "GRANTED "
                       ADD 1 TO WS-GRANTED-CT
                   ELSE
                       ADD 1 TO WS-RENEWED-CT
                   END-IF
                   PERFORM WRITE-ACTION-LINE
               END-IF
           END-IF.

       CERT-MASTER-ERROR.
           DISPLAY "CERTUPD: UNABLE TO UPDATE CERT-MASTER " CT-KEY
               ", STATUS=" WS-CERT-MST-STATUS
           MOVE 'Y' TO WS-IO-ERROR-SW.

       WRITE-ACTION-LINE.
           MOVE CT-OPERATOR TO CA-OPERATOR
           MOVE WS-OPER-NAME TO CA-NAME
           MOVE CT-PROFILE TO CA-PROFILE
           MOVE CT-LAST-ACTION TO CA-ACTION
           MOVE CT-CERT-DATE TO CA-CERT-DATE
           MOVE CT-EXPIRY-DATE TO CA-EXPIRY
           WRITE RPT-LINE FROM RPT-ACTION-LINE
           MOVE CT-EVID-PROFILE TO CE-PROFILE
           MOVE CT-EVID-FROM TO CE-FROM
           MOVE CT-EVID-TO TO CE-TO
           MOVE CT-EVID-ROUNDS TO CE-ROUNDS
           MOVE CT-EVID-PCT TO CE-PCT
           WRITE RPT-LINE FROM RPT-EVIDENCE-LINE.

       SCAN-CERT-MASTER.
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE LOW-VALUES TO CT-KEY
           START CERT-MASTER KEY >= CT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM CHECK-CERT-EXPIRY UNTIL SCAN-DONE.

       CHECK-CERT-EXPIRY.
           READ CERT-MASTER NEXT
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
           IF NOT SCAN-DONE AND CT-ACTIVE
               IF CT-EXPIRY-DATE IS NOT NUMERIC
                   MOVE 0 TO CT-EXPIRY-DATE
               END-IF
               IF CT-EXPIRY-DATE < WS-RUN-DATE AND NOT REPORT-ONLY
                   MOVE 'E' TO CT-STATUS
                   MOVE "EXPIRED " TO CT-LAST-ACTION
                   MOVE WS-RUN-DATE TO CT-LAST-DATE
                   MOVE WS-RUN-ID TO CT-LAST-RUN-ID
                   REWRITE CERT-MASTER-REC
                       INVALID KEY
                           PERFORM CERT-MASTER-ERROR
                   END-REWRITE
                   ADD 1 TO WS-EXPIRED-CT
                   PERFORM FIND-OPERATOR
                   PERFORM WRITE-ACTION-LINE
               ELSE
                   ADD 1 TO WS-ACTIVE-CT
                   IF CT-EXPIRY-DATE < WS-RUN-DATE
                       MOVE -1 TO WS-DAYS-LEFT
                   ELSE
                       COMPUTE WS-DAYS-LEFT =
                           FUNCTION INTEGER-OF-DATE(CT-EXPIRY-DATE)
                           - WS-RUN-INT
                   END-IF
                   IF WS-DAYS-LEFT <= WS-WARN-DAYS
                       PERFORM STORE-WARNING
                   END-IF
               END-IF
           END-IF.

       STORE-WARNING.
           IF WS-WN-CT >= WS-WN-MAX
               ADD 1 TO WS-WN-OVER-CT
           ELSE
               ADD 1 TO WS-WN-CT
               MOVE CT-OPERATOR TO WN-OPERATOR(WS-WN-CT)
               MOVE CT-PROFILE TO WN-PROFILE(WS-WN-CT)
               MOVE CT-EXPIRY-DATE TO WN-EXPIRY(WS-WN-CT)
               MOVE WS-DAYS-LEFT TO WN-DAYS(WS-WN-CT)
           END-IF.

       WRITE-WARNINGS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-WARN-HEADING-1
           WRITE RPT-LINE FROM RPT-WARN-HEADING-2
           IF WS-WN-CT = 0
               WRITE RPT-LINE FROM RPT-NO-WARNINGS
           END-IF
           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-CT
               MOVE WN-OPERATOR(WS-WN-SUB) TO CT-OPERATOR
               PERFORM FIND-OPERATOR
               MOVE WN-OPERATOR(WS-WN-SUB) TO CW-OPERATOR
               MOVE WS-OPER-NAME TO CW-NAME
               MOVE WN-PROFILE(WS-WN-SUB) TO CW-PROFILE
               MOVE WN-EXPIRY(WS-WN-SUB) TO CW-EXPIRY
               MOVE SPACES TO CW-NOTE
               IF WN-DAYS(WS-WN-SUB) < 0
                   MOVE 0 TO CW-DAYS
                   MOVE "LAPSED" TO CW-NOTE
               ELSE
                   MOVE WN-DAYS(WS-WN-SUB) TO CW-DAYS
                   IF WN-DAYS(WS-WN-SUB) = 0
                       MOVE "LAST DAY" TO CW-NOTE
                   END-IF
               END-IF
               WRITE RPT-LINE FROM RPT-WARN-LINE
           END-PERFORM
           IF WS-WN-OVER-CT > 0
               DISPLAY "CERTUPD: " WS-WN-OVER-CT
                   " EXPIRING CERTIFICATIONS NOT LISTED - TABLE FULL"
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.

       WRITE-COUNTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GRANTED-CT TO RC-GRANTED
           MOVE WS-RENEWED-CT TO RC-RENEWED
           MOVE WS-CURRENT-CT TO RC-CURRENT
           MOVE WS-EXPIRED-CT TO RC-EXPIRED
           COMPUTE RC-EXPIRING = WS-WN-CT + WS-WN-OVER-CT
           WRITE RPT-LINE FROM RPT-COUNT-LINE-1
           MOVE WS-NOT-QUAL-CT TO RC-NOT-QUAL
           MOVE WS-INELIGIBLE-CT TO RC-INELIGIBLE
           MOVE WS-ACTIVE-CT TO RC-ACTIVE
           WRITE RPT-LINE FROM RPT-COUNT-LINE-2
           MOVE WS-RT-CT TO RC-RULES
           MOVE WS-RULE-REJ-CT TO RC-RULE-REJ
           MOVE WS-HIST-READ-CT TO RC-READ
           MOVE WS-HIST-USED-CT TO RC-USED
           WRITE RPT-LINE FROM RPT-COUNT-LINE-3.
