       IDENTIFICATION DIVISION.
       PROGRAM-ID. Entlrpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-MASTER-STATUS.
           SELECT AUTH-LOG ASSIGN TO "AUTHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.
           SELECT ENTL-RPT ASSIGN TO "ENTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  AUTH-LOG
           RECORD CONTAINS 100 CHARACTERS.
           COPY AUTHLOG.

       FD  ENTL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-OPER-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-AUTH-LOG-STATUS PIC XX VALUE '00'.
           01 WS-ENTL-RPT-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-EOF-SW PIC X VALUE 'N'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-AUTH-LOG-EOF-SW PIC X VALUE 'N'.
               88 AUTH-LOG-EOF VALUE 'Y'.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-FROM-DATE PIC 9(8) VALUE 0.
           01 WS-FROM-INT PIC 9(8) VALUE 0.
           01 WS-QUARTER-DAYS PIC 999 VALUE 91.

           01 WS-ROLE-MAX PIC 9 VALUE 5.
           01 WS-ROLE-NAMES.
               05 FILLER PIC X(10) VALUE "OPERATOR  ".
               05 FILLER PIC X(10) VALUE "MAKER     ".
               05 FILLER PIC X(10) VALUE "CHECKER   ".
               05 FILLER PIC X(10) VALUE "SUPERVISOR".
               05 FILLER PIC X(10) VALUE "DATE-CTL  ".
           01 WS-ROLE-NAME-TABLE REDEFINES WS-ROLE-NAMES.
               05 WS-ROLE-NAME OCCURS 5 TIMES PIC X(10).
           01 WS-ROLE-HOLDER-CT PIC 9(4) VALUE 0.

           01 WS-OM-MAX PIC 999 VALUE 500.
           01 WS-OM-CT PIC 999 VALUE 0.
           01 WS-OPER-TABLE.
               05 OT-ENTRY OCCURS 500 TIMES.
                   10 OT-ID PIC X(8).
                   10 OT-NAME PIC X(20).
                   10 OT-DEPT PIC X(8).
                   10 OT-ACTIVE PIC X.
                   10 OT-ROLES.
                       15 OT-ROLE OCCURS 5 TIMES PIC X.
                   10 OT-ROLE-CT PIC 9.
                   10 OT-DUP-SW PIC X.
                   10 OT-FLAG PIC X(11).

           01 I PIC 999 VALUE 0.
           01 J PIC 999 VALUE 0.
           01 K PIC 9 VALUE 0.
           01 WS-ACTIVE-CT PIC 9(4) VALUE 0.
           01 WS-INACTIVE-CT PIC 9(4) VALUE 0.
           01 WS-FLAG-CT PIC 9(4) VALUE 0.
           01 WS-REFUSED-CT PIC 9(5) VALUE 0.

           01 ENT-HEADING-1.
               05 FILLER PIC X(11) VALUE "ENTLRPT    ".
               05 FILLER PIC X(9) VALUE "RUN-ID: ".
               05 EH1-RUN-ID PIC X(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 EH1-DATE PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "OPERATOR: ".
               05 EH1-OPERATOR PIC X(8).

           01 ENT-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "OPERATOR MASTER ROLE ENTITLEMENT REPORT".

           01 ENT-COL-HEADING.
               05 FILLER PIC X(10) VALUE "ID".
               05 FILLER PIC X(21) VALUE "NAME".
               05 FILLER PIC X(9) VALUE "DEPT".
               05 FILLER PIC X(4) VALUE "ACT".
               05 FILLER PIC X(5) VALUE "OPER".
               05 FILLER PIC X(5) VALUE "MAKR".
               05 FILLER PIC X(5) VALUE "CHKR".
               05 FILLER PIC X(5) VALUE "SUPV".
               05 FILLER PIC X(5) VALUE "DATE".
               05 FILLER PIC X(11) VALUE "FLAG".

           01 ENT-DETAIL-LINE.
               05 ED-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 ED-NAME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 ED-DEPT PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 FILLER PIC X VALUE SPACE.
               05 ED-ACTIVE PIC X.
               05 FILLER PIC X(2) VALUE SPACES.
               05 ED-ROLE-COL OCCURS 5 TIMES.
                   10 FILLER PIC X VALUE SPACE.
                   10 ED-ROLE PIC X.
                   10 FILLER PIC X(3) VALUE SPACES.
               05 ED-FLAG PIC X(11).

           01 ROLE-HEADING-LINE.
               05 FILLER PIC X(6) VALUE "ROLE: ".
               05 RL-ROLE-NAME PIC X(10).
               05 FILLER PIC X(19) VALUE "  ACTIVE HOLDERS: ".
               05 RL-HOLDER-CT PIC ZZZ9.

           01 ROLE-HOLDER-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 RL-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RL-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RL-DEPT PIC X(8).

           01 ROLE-NONE-LINE.
               05 FILLER PIC X(80) VALUE
                   "    NO ACTIVE OPERATOR HOLDS THIS ROLE.".

           01 REFUSAL-HEADING-LINE.
               05 FILLER PIC X(32) VALUE
                   "REFUSED ATTEMPTS ON AUTHLOG FROM".
               05 FILLER PIC X VALUE SPACE.
               05 RF-FROM-DATE PIC 9(8).
               05 FILLER PIC X(4) VALUE " TO ".
               05 RF-TO-DATE PIC 9(8).

           01 REFUSAL-COL-HEADING.
               05 FILLER PIC X(9) VALUE "DATE".
               05 FILLER PIC X(9) VALUE "PROGRAM".
               05 FILLER PIC X(9) VALUE "OPERATOR".
               05 FILLER PIC X(9) VALUE "FUNCTION".
               05 FILLER PIC X(11) VALUE "ROLE".
               05 FILLER PIC X(13) VALUE "REASON".
               05 FILLER PIC X(20) VALUE "OBJECT".

           01 REFUSAL-DETAIL-LINE.
               05 RD-DATE PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 RD-PROGRAM PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 RD-OPERATOR PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 RD-FUNCTION PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 RD-ROLE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 RD-REASON PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 RD-OBJECT PIC X(20).

           01 REFUSAL-NONE-LINE.
               05 FILLER PIC X(80) VALUE
                   "NO REFUSED ATTEMPTS IN THE PERIOD.".

           01 ENT-TOTAL-LINE.
               05 FILLER PIC X(11) VALUE "OPERATORS: ".
               05 ET-OPERATORS PIC ZZZ9.
               05 FILLER PIC X(10) VALUE "  ACTIVE: ".
               05 ET-ACTIVE PIC ZZZ9.
               05 FILLER PIC X(12) VALUE "  INACTIVE: ".
               05 ET-INACTIVE PIC ZZZ9.
               05 FILLER PIC X(11) VALUE "  FLAGGED: ".
               05 ET-FLAGGED PIC ZZZ9.
               05 FILLER PIC X(11) VALUE "  REFUSED: ".
               05 ET-REFUSED PIC ZZZZ9.

           01 ENT-FLAG-NOTE-1.
               05 FILLER PIC X(80) VALUE
                   "FLAGS: DUPLICATE   ID IS ON OPERMST MORE THAN ONCE".
           01 ENT-FLAG-NOTE-2.
               05 FILLER PIC X(80) VALUE
                   "       INACT ROLES INACTIVE ID STILL CARRIES ROLES".
           01 ENT-FLAG-NOTE-3.
               05 FILLER PIC X(80) VALUE
                   "       MAKER+CHKR  ONE ID HOLDS MAKER AND CHECKER".

           01 ENT-SIGNOFF-LINE.
               05 FILLER PIC X(80) VALUE
                   "CERTIFIED BY: __________________  DATE: ________".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-DATE-TEXT WS-RUN-ID WS-RUN-OPERATOR
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "ENTLRPT" TO WS-RUN-ID
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           IF WS-DATE-TEXT(1:8) IS NUMERIC
               MOVE WS-DATE-TEXT(1:8) TO WS-FROM-DATE
           END-IF
           IF WS-FROM-DATE = 0
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-QUARTER-DAYS
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
               DISPLAY "ENTLRPT: FROM DATE " WS-FROM-DATE
                   " IS NOT A VALID DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-OPERATOR-MASTER
           OPEN OUTPUT ENTL-RPT
           IF WS-ENTL-RPT-STATUS NOT = '00'
               DISPLAY "ENTLRPT: UNABLE TO OPEN ENTL-RPT, STATUS="
                   WS-ENTL-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADINGS
           PERFORM WRITE-OPERATOR-ROLES
           PERFORM WRITE-HOLDERS-BY-ROLE
           PERFORM WRITE-REFUSED-ATTEMPTS
           PERFORM WRITE-RPT-TOTALS
           CLOSE ENTL-RPT
           IF WS-FLAG-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-OPERATOR-MASTER.
           OPEN INPUT OPER-MASTER
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "ENTLRPT: UNABLE TO OPEN OPER-MASTER, STATUS="
                   WS-OPER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-OPER-MASTER
           PERFORM STORE-OPER-MASTER UNTIL OPER-MASTER-EOF
           CLOSE OPER-MASTER.

       READ-OPER-MASTER.
           READ OPER-MASTER
               AT END
                   MOVE 'Y' TO WS-OPER-MASTER-EOF-SW
           END-READ.

       STORE-OPER-MASTER.
           IF OM-ID NOT = SPACES
               IF WS-OM-CT >= WS-OM-MAX
                   DISPLAY "ENTLRPT: OPERATOR TABLE FULL, " OM-ID
                       " NOT REPORTED"
                   MOVE 'Y' TO WS-OPER-MASTER-EOF-SW
               ELSE
                   ADD 1 TO WS-OM-CT
                   MOVE OM-ID TO OT-ID(WS-OM-CT)
                   MOVE OM-NAME TO OT-NAME(WS-OM-CT)
                   MOVE OM-DEPT TO OT-DEPT(WS-OM-CT)
                   MOVE OM-ACTIVE TO OT-ACTIVE(WS-OM-CT)
                   MOVE OM-ROLES TO OT-ROLES(WS-OM-CT)
                   MOVE 'N' TO OT-DUP-SW(WS-OM-CT)
                   PERFORM CHECK-DUPLICATE-ID
                   PERFORM SET-OPERATOR-FLAG
               END-IF
           END-IF
           IF NOT OPER-MASTER-EOF
               PERFORM READ-OPER-MASTER
           END-IF.

       CHECK-DUPLICATE-ID.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J >= WS-OM-CT
               IF OT-ID(J) = OT-ID(WS-OM-CT)
                   MOVE 'Y' TO OT-DUP-SW(WS-OM-CT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SET-OPERATOR-FLAG.
           MOVE 0 TO OT-ROLE-CT(WS-OM-CT)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ROLE-MAX
               IF OT-ROLE(WS-OM-CT, K) = 'Y'
                   ADD 1 TO OT-ROLE-CT(WS-OM-CT)
               END-IF
           END-PERFORM
           MOVE SPACES TO OT-FLAG(WS-OM-CT)
           IF OT-DUP-SW(WS-OM-CT) = 'Y'
               MOVE "DUPLICATE" TO OT-FLAG(WS-OM-CT)
           ELSE
               IF OT-ACTIVE(WS-OM-CT) NOT = 'Y'
                       AND OT-ROLE-CT(WS-OM-CT) > 0
                   MOVE "INACT ROLES" TO OT-FLAG(WS-OM-CT)
               ELSE
                   IF OT-ROLE(WS-OM-CT, 2) = 'Y'
                           AND OT-ROLE(WS-OM-CT, 3) = 'Y'
                       MOVE "MAKER+CHKR" TO OT-FLAG(WS-OM-CT)
                   END-IF
               END-IF
           END-IF
           IF OT-FLAG(WS-OM-CT) NOT = SPACES
               ADD 1 TO WS-FLAG-CT
           END-IF
           IF OT-ACTIVE(WS-OM-CT) = 'Y'
               ADD 1 TO WS-ACTIVE-CT
           ELSE
               ADD 1 TO WS-INACTIVE-CT
           END-IF.

       WRITE-RPT-HEADINGS.
           MOVE RH-RUN-ID TO EH1-RUN-ID
           MOVE RH-RUN-DATE TO EH1-DATE
           MOVE RH-RUN-OPERATOR TO EH1-OPERATOR
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM ENT-HEADING-1
           WRITE RPT-LINE FROM ENT-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-OPERATOR-ROLES.
           WRITE RPT-LINE FROM ENT-COL-HEADING
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OM-CT
               MOVE OT-ID(I) TO ED-ID
               MOVE OT-NAME(I) TO ED-NAME
               MOVE OT-DEPT(I) TO ED-DEPT
               MOVE OT-ACTIVE(I) TO ED-ACTIVE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ROLE-MAX
                   IF OT-ROLE(I, K) = 'Y'
                       MOVE 'X' TO ED-ROLE(K)
                   ELSE
                       MOVE '.' TO ED-ROLE(K)
                   END-IF
               END-PERFORM
               MOVE OT-FLAG(I) TO ED-FLAG
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM ENT-DETAIL-LINE
           END-PERFORM.

       WRITE-HOLDERS-BY-ROLE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ROLE-MAX
               MOVE 0 TO WS-ROLE-HOLDER-CT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OM-CT
                   IF OT-ROLE(I, K) = 'Y' AND OT-ACTIVE(I) = 'Y'
                       ADD 1 TO WS-ROLE-HOLDER-CT
                   END-IF
               END-PERFORM
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-ROLE-NAME(K) TO RL-ROLE-NAME
               MOVE WS-ROLE-HOLDER-CT TO RL-HOLDER-CT
               WRITE RPT-LINE FROM ROLE-HEADING-LINE
               IF WS-ROLE-HOLDER-CT = 0
                   WRITE RPT-LINE FROM ROLE-NONE-LINE
               ELSE
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OM-CT
                       IF OT-ROLE(I, K) = 'Y' AND OT-ACTIVE(I) = 'Y'
                           MOVE OT-ID(I) TO RL-ID
                           MOVE OT-NAME(I) TO RL-NAME
                           MOVE OT-DEPT(I) TO RL-DEPT
                           MOVE SPACES TO RPT-LINE
                           WRITE RPT-LINE FROM ROLE-HOLDER-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-REFUSED-ATTEMPTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FROM-DATE TO RF-FROM-DATE
           MOVE WS-RUN-DATE TO RF-TO-DATE
           WRITE RPT-LINE FROM REFUSAL-HEADING-LINE
           WRITE RPT-LINE FROM REFUSAL-COL-HEADING
           OPEN INPUT AUTH-LOG
           IF WS-AUTH-LOG-STATUS = '05' OR WS-AUTH-LOG-STATUS = '35'
               MOVE 'Y' TO WS-AUTH-LOG-EOF-SW
           ELSE
               IF WS-AUTH-LOG-STATUS NOT = '00'
                   DISPLAY "ENTLRPT: UNABLE TO OPEN AUTH-LOG, STATUS="
                       WS-AUTH-LOG-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF NOT AUTH-LOG-EOF
               PERFORM READ-AUTH-LOG
               PERFORM LIST-ONE-REFUSAL UNTIL AUTH-LOG-EOF
               CLOSE AUTH-LOG
           END-IF
           IF WS-REFUSED-CT = 0
               WRITE RPT-LINE FROM REFUSAL-NONE-LINE
           END-IF.

       READ-AUTH-LOG.
           READ AUTH-LOG
               AT END
                   MOVE 'Y' TO WS-AUTH-LOG-EOF-SW
           END-READ.

       LIST-ONE-REFUSAL.
           IF AL-RUN-DATE IS NUMERIC
                   AND AL-RUN-DATE >= WS-FROM-DATE
                   AND AL-RUN-DATE <= WS-RUN-DATE
               ADD 1 TO WS-REFUSED-CT
               MOVE AL-RUN-DATE TO RD-DATE
               MOVE AL-PROGRAM TO RD-PROGRAM
               MOVE AL-OPERATOR TO RD-OPERATOR
               MOVE AL-FUNCTION TO RD-FUNCTION
               MOVE AL-ROLE TO RD-ROLE
               MOVE AL-REASON TO RD-REASON
               MOVE AL-OBJECT TO RD-OBJECT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM REFUSAL-DETAIL-LINE
           END-IF
           PERFORM READ-AUTH-LOG.

       WRITE-RPT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OM-CT TO ET-OPERATORS
           MOVE WS-ACTIVE-CT TO ET-ACTIVE
           MOVE WS-INACTIVE-CT TO ET-INACTIVE
           MOVE WS-FLAG-CT TO ET-FLAGGED
           MOVE WS-REFUSED-CT TO ET-REFUSED
           WRITE RPT-LINE FROM ENT-TOTAL-LINE
           IF WS-FLAG-CT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM ENT-FLAG-NOTE-1
               WRITE RPT-LINE FROM ENT-FLAG-NOTE-2
               WRITE RPT-LINE FROM ENT-FLAG-NOTE-3
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM ENT-SIGNOFF-LINE.
