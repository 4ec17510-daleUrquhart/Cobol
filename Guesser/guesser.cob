           SELECT OPER-REJECTS ASSIGN TO "OPERREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-REJ-STATUS.
           SELECT CERT-RULES ASSIGN TO "CERTRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-RULE-STATUS.
           SELECT CERT-MASTER ASSIGN TO "CERTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CERT-MST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-MASTER
           RECORD CONTAINS 30 CHARACTERS.
           COPY GUESSMST.

       FD  GUESS-TRANS
           RECORD CONTAINS 20 CHARACTERS.
           COPY PROCDATE.

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  OPER-REJECTS
           RECORD CONTAINS 80 CHARACTERS.
       01  OPER-REJ-LINE PIC X(80).

       FD  CERT-RULES
           RECORD CONTAINS 40 CHARACTERS.
           COPY CERTRULE.

       FD  CERT-MASTER
           RECORD CONTAINS 100 CHARACTERS.
           COPY CERTMST.

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 MIN-A          PIC 99 VALUE 11.
                   10 OT-NAME PIC X(20).
                   10 OT-ACTIVE PIC X.
           01 WS-CHECK-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-CERT-RULE-STATUS PIC XX VALUE '00'.
           01 WS-CERT-MST-STATUS PIC XX VALUE '00'.
           01 WS-CERT-RULE-EOF-SW PIC X VALUE 'N'.
               88 CERT-RULE-EOF VALUE 'Y'.
           01 WS-CERT-MST-OPEN-SW PIC X VALUE 'N'.
               88 CERT-MASTER-OPEN VALUE 'Y'.
           01 WS-PROFILE-RESTRICTED-SW PIC X VALUE 'N'.
               88 PROFILE-RESTRICTED VALUE 'Y'.
           01 WS-CX-MAX PIC 99 VALUE 50.
           01 WS-CX-CT PIC 99 VALUE 0.
           01 WS-CX-SUB PIC 99 VALUE 0.
           01 WS-RESTRICTED-TABLE.
               05 CX-PROFILE PIC X(8) OCCURS 50 TIMES.
           01 WS-CERT-REJ-CT PIC 9(4) VALUE 0.

           01 OPER-REJ-DETAIL.
               05 FILLER PIC X(17) VALUE "REJECT OPERATOR: ".
               05 OR-OPERATOR PIC X(8).
               05 FILLER PIC X(10) VALUE "  REASON: ".
               05 OR-REASON PIC X(20).
               05 FILLER PIC X(11) VALUE "  PROFILE: ".
               05 OR-PROFILE PIC X(8).

           01 OPER-REJ-TRAILER.
               05 FILLER PIC X(25) VALUE "TOTAL OPERATOR REJECTS: ".
               05 OR-TOTAL PIC ZZZ9.
               05 FILLER PIC X(15) VALUE "  UNCERTIFIED: ".
               05 OR-CERT-TOTAL PIC ZZZ9.
           01 WS-STEPCTL-ACTIVE-SW PIC X VALUE 'N'.
               88 STEPCTL-ACTIVE VALUE 'Y'.
           01 WS-BYPASS-SW PIC X VALUE 'N'.
               88 STEP-BYPASSED VALUE 'Y'.
           01 WS-TRANS-EOF-SW PIC X VALUE 'N'.
           01 WS-MASTER-EOF-SW PIC X VALUE 'N'.
               88 MASTER-EOF VALUE 'Y'.
           01 WS-TABLE-CT PIC 99 VALUE 0.
           01 WS-TABLE-VER PIC 99 VALUE 0.
           01 WS-TABLE-VER-DATE PIC 9(8) VALUE 0.
           01 WS-GM-FROM PIC 9(8) VALUE 0.
           01 WS-GM-TO PIC 9(8) VALUE 0.
           01 WS-GM-FROM-VER PIC 99 VALUE 0.
           01 WS-GM-TO-VER PIC 99 VALUE 0.
           01 WS-GM-REOPEN PIC 9(8) VALUE 0.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-MODE PIC X VALUE 'I'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(5) VALUE "SEQ: ".
               05 GD-SEQ PIC 9(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(7) VALUE "TABLE: ".
               05 GD-TABLE-VER PIC 99.
               05 FILLER PIC X VALUE SPACES.
               05 GD-TABLE-DATE PIC 9(8).

           01 GR-CONTROL-LINE.
               05 FILLER PIC X(10) VALUE "*CONTROL  ".
               05 SD-COUNTER PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 SD-PROFILE PIC X(8).
               05 SD-TABLE-VER PIC 99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-TABLE
           MOVE 0 TO WS-TABLE-CT
           MOVE 0 TO WS-TABLE-VER
           MOVE 0 TO WS-TABLE-VER-DATE
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
           PERFORM SET-MASTER-DATES
           IF WS-GM-FROM <= WS-RUN-DATE AND WS-GM-TO >= WS-RUN-DATE
               IF WS-TABLE-CT >= 21
                   DISPLAY "GUESSER: MORE THAN 21 ENTRIES IN FORCE, "
                       "ENTRY " GM-A " IGNORED"
               ELSE
                   ADD 1 TO WS-TABLE-CT
                   MOVE GM-A TO WS-A(WS-TABLE-CT)
                   MOVE GM-B TO WS-B(WS-TABLE-CT)
               END-IF
           END-IF
           IF WS-GM-FROM <= WS-RUN-DATE
                   AND WS-GM-FROM >= WS-TABLE-VER-DATE
               MOVE WS-GM-FROM TO WS-TABLE-VER-DATE
               MOVE WS-GM-FROM-VER TO WS-TABLE-VER
           END-IF
           IF WS-GM-TO < WS-RUN-DATE
               COMPUTE WS-GM-REOPEN = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-GM-TO) + 1)
               IF WS-GM-REOPEN >= WS-TABLE-VER-DATE
                   MOVE WS-GM-REOPEN TO WS-TABLE-VER-DATE
                   MOVE WS-GM-TO-VER TO WS-TABLE-VER
               END-IF
           END-IF
           PERFORM READ-GUESS-MASTER.

       SET-MASTER-DATES.
           MOVE 0 TO WS-GM-FROM
           MOVE 99999999 TO WS-GM-TO
           MOVE 0 TO WS-GM-FROM-VER
           MOVE 0 TO WS-GM-TO-VER
           IF GM-EFF-FROM IS NUMERIC
               MOVE GM-EFF-FROM TO WS-GM-FROM
           END-IF
           IF GM-EFF-TO IS NUMERIC AND GM-EFF-TO NOT = ZEROS
               MOVE GM-EFF-TO TO WS-GM-TO
           END-IF
           IF GM-FROM-VER IS NUMERIC
               MOVE GM-FROM-VER TO WS-GM-FROM-VER
           END-IF
           IF GM-TO-VER IS NUMERIC
               MOVE GM-TO-VER TO WS-GM-TO-VER
           END-IF.

       INTERACTIVE-MODE.
           MOVE 'N' TO WS-OPER-VALID-SW
           PERFORM GET-OPERATOR-ID UNTIL OPERATOR-VALID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CERT-RULES
           PERFORM OPEN-CERT-MASTER
           MOVE 'N' TO WS-TRANS-EOF-SW
           PERFORM READ-GUESS-TRANS
           PERFORM PROCESS-GAME-BATCH UNTIL WS-TRANS-EOF-SW = 'Y'
           WRITE GR-LINE FROM GR-CONTROL-LINE
           CLOSE GUESS-RESULTS
           MOVE WS-OPER-REJ-CT TO OR-TOTAL
           MOVE WS-CERT-REJ-CT TO OR-CERT-TOTAL
           MOVE SPACES TO OPER-REJ-LINE
           WRITE OPER-REJ-LINE FROM OPER-REJ-TRAILER
           CLOSE OPER-REJECTS
           IF CERT-MASTER-OPEN
               CLOSE CERT-MASTER
           END-IF
           IF WS-GAME-CT = 0
               DISPLAY "GUESSER: NO GAME HEADER RECORDS ON "
                   "GUESS-TRANS - NOTHING SCORED"
               END-IF
           END-IF
           IF NOT GAME-SKIPPED
               PERFORM CHECK-PROFILE-RESTRICTED
               PERFORM GEN-N
               PERFORM GEN-Y
               PERFORM GEN-K
               ADD 1 TO WS-TRANS-TOT-CT
               MOVE TD-OPERATOR TO WS-CHECK-OPERATOR
               PERFORM CHECK-OPERATOR-ID
               IF OPERATOR-VALID AND PROFILE-RESTRICTED
                   PERFORM CHECK-OPERATOR-CERT
               END-IF
               IF NOT OPERATOR-VALID
                   ADD 1 TO WS-OPER-REJ-CT
                   MOVE TD-OPERATOR TO OR-OPERATOR
                   MOVE WS-OPER-REASON TO OR-REASON
                   MOVE WS-PROFILE-NAME TO OR-PROFILE
                   MOVE SPACES TO OPER-REJ-LINE
                   WRITE OPER-REJ-LINE FROM OPER-REJ-DETAIL
               ELSE
           END-IF
           PERFORM READ-GUESS-TRANS.

       LOAD-CERT-RULES.
           MOVE 0 TO WS-CX-CT
           MOVE 'N' TO WS-CERT-RULE-EOF-SW
           OPEN INPUT CERT-RULES
           IF WS-CERT-RULE-STATUS NOT = '00'
               DISPLAY "GUESSER: CERTIFICATION RULES NOT AVAILABLE, "
                   "STATUS=" WS-CERT-RULE-STATUS
                   " - NO PROFILES RESTRICTED"
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
               IF WS-CX-CT >= WS-CX-MAX
                   DISPLAY "GUESSER: CERTIFICATION RULE TABLE FULL, "
                       CR-PROFILE " IGNORED"
               ELSE
                   ADD 1 TO WS-CX-CT
                   MOVE CR-PROFILE TO CX-PROFILE(WS-CX-CT)
               END-IF
           END-IF
           PERFORM READ-CERT-RULE.

       OPEN-CERT-MASTER.
           MOVE 'N' TO WS-CERT-MST-OPEN-SW
           IF WS-CX-CT > 0
               OPEN INPUT CERT-MASTER
               IF WS-CERT-MST-STATUS = '00'
                   MOVE 'Y' TO WS-CERT-MST-OPEN-SW
               ELSE
                   DISPLAY "GUESSER: CERTIFICATION MASTER NOT "
                       "AVAILABLE, STATUS=" WS-CERT-MST-STATUS
                       " - RESTRICTED PROFILES REJECTED"
               END-IF
           END-IF.

       CHECK-PROFILE-RESTRICTED.
           MOVE 'N' TO WS-PROFILE-RESTRICTED-SW
           PERFORM VARYING WS-CX-SUB FROM 1 BY 1
                   UNTIL WS-CX-SUB > WS-CX-CT
               IF CX-PROFILE(WS-CX-SUB) = WS-PROFILE-NAME
                   MOVE 'Y' TO WS-PROFILE-RESTRICTED-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-OPERATOR-CERT.
           MOVE 'N' TO WS-OPER-VALID-SW
           MOVE "NOT CERTIFIED" TO WS-OPER-REASON
           IF CERT-MASTER-OPEN
               MOVE TD-OPERATOR TO CT-OPERATOR
               MOVE WS-PROFILE-NAME TO CT-PROFILE
               READ CERT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CT-ACTIVE AND CT-EXPIRY-DATE >= WS-RUN-DATE
                           MOVE 'Y' TO WS-OPER-VALID-SW
                           MOVE SPACES TO WS-OPER-REASON
                       ELSE
                           MOVE "CERTIFICATION LAPSED" TO WS-OPER-REASON
                       END-IF
               END-READ
           END-IF
           IF NOT OPERATOR-VALID
               ADD 1 TO WS-CERT-REJ-CT
           END-IF.

       SCORE-ONE-TRANS.
           ADD 1 TO WS-SCORED-CT
           ADD 1 TO WS-RESULT-SEQ
           MOVE GUESS TO GD-GUESS
           MOVE WS-PROFILE-NAME TO GD-PROFILE
           MOVE WS-RESULT-SEQ TO GD-SEQ
           MOVE WS-TABLE-VER TO GD-TABLE-VER
           MOVE WS-TABLE-VER-DATE TO GD-TABLE-DATE
           IF FOUND = 0
               MOVE "INCORRECT" TO GD-RESULT
               ADD 1 TO WS-GAME-INCORR-CT
               MOVE N-INCORRECT TO SD-INCORRECT
               MOVE COUNTER TO SD-COUNTER
               MOVE WS-PROFILE-NAME TO SD-PROFILE
               MOVE WS-TABLE-VER TO SD-TABLE-VER
               MOVE SPACES TO SH-LINE
               WRITE SH-LINE FROM SH-DETAIL-LINE
               IF WS-SCORE-HIST-STATUS = '00'
