       IDENTIFICATION DIVISION.
       PROGRAM-ID. Preflt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT OPER-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-MASTER-STATUS.
           SELECT LIST-REGISTRY ASSIGN TO "LISTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTREG-STATUS.
           SELECT LIST-IN ASSIGN TO "LISTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-IN-STATUS.
           SELECT GUESS-MASTER ASSIGN TO "GUESSMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUESS-MASTER-STATUS.
           SELECT GAME-PARMS ASSIGN TO "GAMEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-PARMS-STATUS.
           SELECT GUESS-TRANS ASSIGN TO "GUESSTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUESS-TRANS-STATUS.
           SELECT CERT-RULES ASSIGN TO "CERTRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-RULE-STATUS.
           SELECT PREFLIGHT-RPT ASSIGN TO "PREFLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFL-RPT-STATUS.
           SELECT PREFLOG ASSIGN TO "PREFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFLOG-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE
           RECORD CONTAINS 30 CHARACTERS.
           COPY PROCDATE.

       FD  CALENDAR-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY CALENDAR.

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  LIST-REGISTRY
           RECORD CONTAINS 40 CHARACTERS.
           COPY LISTREG.

       FD  LIST-IN
           RECORD CONTAINS 28 CHARACTERS.
       01  LIST-IN-REC.
           05 LI-REC-TYPE PIC X.
           05 FILLER PIC X(27).
       01  LIST-IN-HDR.
           05 FILLER PIC X.
           05 LH-LIST-ID PIC X(8).
           05 LH-COUNT PIC X(4).
           05 LH-SOURCE PIC X(8).
           05 FILLER PIC X(7).
       01  LIST-IN-TRL.
           05 FILLER PIC X.
           05 LT-COUNT PIC X(4).
           05 FILLER PIC X(23).

       FD  GUESS-MASTER
           RECORD CONTAINS 30 CHARACTERS.
           COPY GUESSMST.

       FD  GAME-PARMS
           RECORD CONTAINS 20 CHARACTERS.
       01  GP-REC.
           05 GP-NAME PIC X(8).
           05 GP-MIN-A PIC X(2).
           05 GP-MAX-A PIC X(2).
           05 GP-MAX-S PIC X(2).
           05 GP-MIN-S PIC X(2).
           05 GP-MIN-G PIC X(2).
           05 FILLER PIC X(2).

       FD  GUESS-TRANS
           RECORD CONTAINS 20 CHARACTERS.
       01  TR-REC.
           05 TR-REC-TYPE PIC X.
           05 FILLER PIC X(19).
       01  TR-GAME-HDR.
           05 FILLER PIC X.
           05 TH-GAME PIC X(4).
           05 TH-PROFILE PIC X(8).
           05 FILLER PIC X(7).
       01  TR-DETAIL.
           05 FILLER PIC X.
           05 TD-OPERATOR PIC X(8).
           05 TD-GUESS PIC X(4).
           05 FILLER PIC X(7).
       01  TR-TRAILER.
           05 FILLER PIC X.
           05 TT-COUNT PIC X(4).
           05 FILLER PIC X(15).

       FD  CERT-RULES
           RECORD CONTAINS 40 CHARACTERS.
           COPY CERTRULE.

       FD  PREFLIGHT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       FD  PREFLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  PREFLOG-LINE PIC X(80).

       FD  ALERT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ALERT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-BUSDATE-STATUS PIC XX VALUE '00'.
           01 WS-BUS-OPEN-STATUS PIC XX VALUE '00'.
           01 WS-CALENDAR-STATUS PIC XX VALUE '00'.
           01 WS-CAL-EOF-SW PIC X VALUE 'N'.
               88 CAL-EOF VALUE 'Y'.
           01 WS-OPER-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-EOF-SW PIC X VALUE 'N'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-LISTREG-STATUS PIC XX VALUE '00'.
           01 WS-REG-EOF-SW PIC X VALUE 'N'.
               88 REG-EOF VALUE 'Y'.
           01 WS-LIST-IN-STATUS PIC XX VALUE '00'.
           01 WS-LIST-IN-EOF-SW PIC X VALUE 'N'.
               88 LIST-IN-EOF VALUE 'Y'.
           01 WS-GUESS-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-MASTER-EOF-SW PIC X VALUE 'N'.
               88 MASTER-EOF VALUE 'Y'.
           01 WS-GAME-PARMS-STATUS PIC XX VALUE '00'.
           01 WS-GAME-PARMS-EOF-SW PIC X VALUE 'N'.
               88 GAME-PARMS-EOF VALUE 'Y'.
           01 WS-GUESS-TRANS-STATUS PIC XX VALUE '00'.
           01 WS-TRANS-EOF-SW PIC X VALUE 'N'.
               88 TRANS-EOF VALUE 'Y'.
           01 WS-CERT-RULE-STATUS PIC XX VALUE '00'.
           01 WS-CERT-RULE-EOF-SW PIC X VALUE 'N'.
               88 CERT-RULE-EOF VALUE 'Y'.
           01 WS-PREFL-RPT-STATUS PIC XX VALUE '00'.
           01 WS-PREFLOG-STATUS PIC XX VALUE '00'.
           01 WS-ALERT-FILE-STATUS PIC XX VALUE '00'.
           01 WS-OPEN-STATUS PIC XX VALUE '00'.

           01 WS-PARM-STRING PIC X(60) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-DRIFT-TEXT PIC X(8) VALUE SPACES.
           01 WS-PARM-PROFILE PIC X(8) VALUE SPACES.
           01 WS-MAX-DRIFT PIC 9(3) VALUE 3.
           01 WS-SYS-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
               05 WS-RUN-HH PIC 99.
               05 WS-RUN-MIN PIC 99.
               05 WS-RUN-SS PIC 99.
               05 WS-RUN-TT PIC 99.
           01 WS-END-TIME PIC 9(8) VALUE 0.
           01 WS-ELAPSED-SECS PIC 9(6) VALUE 0.
           01 WS-START-SECS PIC 9(7) VALUE 0.
           01 WS-END-SECS PIC 9(7) VALUE 0.
           01 WS-END-HMS.
               05 WS-EN-HH PIC 99.
               05 WS-EN-MM PIC 99.
               05 WS-EN-SS PIC 99.

           01 WS-BUS-DATE PIC 9(8) VALUE 0.
           01 WS-BUS-DATE-TEXT PIC X(8) VALUE SPACES.
           01 WS-BUS-DATE-SW PIC X VALUE 'N'.
               88 BUS-DATE-VALID VALUE 'Y'.
           01 WS-BUS-HOLIDAY-SW PIC X VALUE 'N'.
               88 BUS-DATE-HOLIDAY VALUE 'Y'.
           01 WS-BUS-INT PIC 9(8) VALUE 0.
           01 WS-SYS-INT PIC 9(8) VALUE 0.
           01 WS-DRIFT-DAYS PIC 9(8) VALUE 0.
           01 WS-DAY-OF-WEEK PIC 9 VALUE 0.
           01 WS-NEXT-MONTH.
               05 WS-NEXT-YYYY PIC 9(4).
               05 WS-NEXT-MM PIC 99.
           01 WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH PIC X(6).
           01 WS-NEXT-MONTH-CT PIC 9(5) VALUE 0.
           01 WS-CAL-DATE-N PIC 9(8) VALUE 0.

           01 WS-FILE-MAX PIC 99 VALUE 9.
           01 WS-FILE-SUB PIC 99 VALUE 0.
           01 WS-FILE-NAMES.
               05 FILLER PIC X(8) VALUE "BUSDATE ".
               05 FILLER PIC X(8) VALUE "CALENDAR".
               05 FILLER PIC X(8) VALUE "OPERMST ".
               05 FILLER PIC X(8) VALUE "LISTREG ".
               05 FILLER PIC X(8) VALUE "LISTIN  ".
               05 FILLER PIC X(8) VALUE "GUESSMST".
               05 FILLER PIC X(8) VALUE "GAMEPARM".
               05 FILLER PIC X(8) VALUE "GUESSTRN".
               05 FILLER PIC X(8) VALUE "CERTRULE".
           01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
               05 WS-FILE-NAME OCCURS 9 TIMES PIC X(8).
           01 WS-FILE-TABLE.
               05 WS-FILE-ENTRY OCCURS 9 TIMES.
                   10 FT-RECORDS PIC 9(7).
                   10 FT-NOGO-CT PIC 9(4).
                   10 FT-WARN-CT PIC 9(4).
                   10 FT-MISSING PIC X.

           01 WS-FND-KEY PIC X(12) VALUE SPACES.
           01 WS-FND-MSG PIC X(50) VALUE SPACES.
           01 WS-NOGO-CT PIC 9(5) VALUE 0.
           01 WS-WARN-CT PIC 9(5) VALUE 0.
           01 WS-DECISION PIC X(9) VALUE SPACES.
           01 WS-EDIT-CT PIC Z(6)9.
           01 WS-EDIT-CT-2 PIC Z(6)9.
           01 WS-REC-KEY.
               05 FILLER PIC X(4) VALUE "REC ".
               05 WS-REC-KEY-NO PIC 9(7).

           01 WS-OM-MAX PIC 999 VALUE 500.
           01 WS-OM-CT PIC 999 VALUE 0.
           01 WS-OM-SUB PIC 999 VALUE 0.
           01 WS-OM-ACTIVE-CT PIC 999 VALUE 0.
           01 WS-OM-TABLE.
               05 WS-OM-ENTRY OCCURS 500 TIMES.
                   10 OT-ID PIC X(8).
                   10 OT-ACTIVE PIC X.
           01 WS-OPERMST-SW PIC X VALUE 'N'.
               88 OPERMST-LOADED VALUE 'Y'.
           01 WS-CHECK-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-OPER-STATE-SW PIC X VALUE 'U'.
               88 OPER-ACTIVE VALUE 'A'.
               88 OPER-INACTIVE VALUE 'I'.
               88 OPER-UNKNOWN VALUE 'U'.

           01 WS-REG-MAX PIC 999 VALUE 500.
           01 WS-REG-CT PIC 999 VALUE 0.
           01 WS-REG-SUB PIC 999 VALUE 0.
           01 WS-REG-ACTIVE-CT PIC 999 VALUE 0.
           01 WS-REG-TABLE.
               05 WS-REG-ENTRY OCCURS 500 TIMES.
                   10 RT-LIST-ID PIC X(8).
                   10 RT-ACTIVE PIC X.
           01 WS-REGISTRY-SW PIC X VALUE 'N'.
               88 REGISTRY-LOADED VALUE 'Y'.
           01 WS-REG-STATE-SW PIC X VALUE 'U'.
               88 LIST-REGISTERED VALUE 'A' 'I'.
               88 LIST-INACTIVE VALUE 'I'.
               88 LIST-UNREGISTERED VALUE 'U'.

           01 WS-LI-LIST-ID PIC X(8) VALUE SPACES.
           01 WS-LI-LIST-CT PIC 9(5) VALUE 0.
           01 WS-LI-ACCEPT-CT PIC 9(5) VALUE 0.
           01 WS-LI-STRAY-CT PIC 9(7) VALUE 0.
           01 WS-LI-UNKNOWN-CT PIC 9(7) VALUE 0.
           01 WS-LI-DTL-CT PIC 9(5) VALUE 0.
           01 WS-LI-EXPECTED-CT PIC 9(4) VALUE 0.
           01 WS-LI-TRAILER-CT PIC 9(4) VALUE 0.
           01 WS-LI-TRAILER-SW PIC X VALUE 'N'.
               88 LIST-TRAILER-OK VALUE 'Y'.
           01 WS-LI-REASON PIC X(30) VALUE SPACES.
           01 WS-DONE-MAX PIC 999 VALUE 100.
           01 WS-DONE-CT PIC 999 VALUE 0.
           01 WS-DONE-SUB PIC 999 VALUE 0.
           01 WS-DONE-TABLE.
               05 WS-DONE-LIST-ID OCCURS 100 TIMES PIC X(8).
           01 WS-DUP-LIST-SW PIC X VALUE 'N'.
               88 DUPLICATE-LIST VALUE 'Y'.

           01 WS-GM-FROM PIC 9(8) VALUE 0.
           01 WS-GM-TO PIC 9(8) VALUE 0.
           01 WS-GM-IN-FORCE-CT PIC 9(5) VALUE 0.

           01 WS-PT-MAX PIC 999 VALUE 100.
           01 WS-PT-CT PIC 999 VALUE 0.
           01 WS-PT-SUB PIC 999 VALUE 0.
           01 WS-PT-TABLE.
               05 WS-PT-ENTRY OCCURS 100 TIMES.
                   10 PT-NAME PIC X(8).
                   10 PT-VALID PIC X.
           01 WS-GAMEPARM-SW PIC X VALUE 'N'.
               88 GAMEPARM-PRESENT VALUE 'Y'.
           01 WS-CHECK-PROFILE PIC X(8) VALUE SPACES.
           01 WS-PROF-STATE-SW PIC X VALUE 'U'.
               88 PROFILE-VALID VALUE 'V'.
               88 PROFILE-INVALID VALUE 'I'.
               88 PROFILE-UNKNOWN VALUE 'U'.
           01 WS-GP-MIN-A PIC 99 VALUE 0.
           01 WS-GP-MAX-A PIC 99 VALUE 0.
           01 WS-GP-MAX-S PIC 99 VALUE 0.
           01 WS-GP-MIN-S PIC 99 VALUE 0.
           01 WS-GP-MIN-G PIC 99 VALUE 0.

           01 WS-GT-GAME PIC X(4) VALUE SPACES.
           01 WS-GT-GAME-KEY.
               05 FILLER PIC X(5) VALUE "GAME ".
               05 WS-GT-GAME-KEY-NO PIC X(4).
           01 WS-GT-GAME-CT PIC 9(5) VALUE 0.
           01 WS-GT-STRAY-CT PIC 9(7) VALUE 0.
           01 WS-GT-BAD-OPER-CT PIC 9(7) VALUE 0.
           01 WS-GT-DTL-CT PIC 9(4) VALUE 0.
           01 WS-GT-TRAILER-CT PIC 9(4) VALUE 0.

           01 STEP-LOG-DETAIL.
               05 SG-RUN-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 SG-RUN-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 SG-RUN-TIME PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 SG-OPERATOR PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "PREFLT    ".
               05 SG-STATUS PIC X(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 SG-END-TIME PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 SG-ELAPSED PIC 9(6).

           01 ALERT-DETAIL.
               05 AL-RUN-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AL-RUN-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AL-RUN-TIME PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "PREFLT    ".
               05 AL-STATUS PIC X(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AL-SEVERITY PIC X.
               05 FILLER PIC X(2) VALUE SPACES.
               05 AL-ACTION PIC X(4) VALUE "DATA".

           01 RPT-HEADING-1.
               05 FILLER PIC X(11) VALUE "PREFLRPT   ".
               05 FILLER PIC X(10) VALUE "RUN DATE: ".
               05 RH1-RUN-DATE PIC 9(8).
               05 FILLER PIC X(10) VALUE "  RUN-ID: ".
               05 RH1-RUN-ID PIC X(8).

           01 RPT-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "PREFLT - NIGHTLY CYCLE PRE-FLIGHT READINESS CHECK".

           01 RPT-HEADING-3.
               05 FILLER PIC X(15) VALUE "BUSINESS DATE: ".
               05 RH3-BUS-DATE PIC X(8).
               05 FILLER PIC X(14) VALUE "  WALL CLOCK: ".
               05 RH3-SYS-DATE PIC 9(8).
               05 FILLER PIC X(13) VALUE "  MAX DRIFT: ".
               05 RH3-MAX-DRIFT PIC ZZ9.
               05 FILLER PIC X(11) VALUE "  PROFILE: ".
               05 RH3-PROFILE PIC X(8).

           01 RPT-COL-HEADING.
               05 FILLER PIC X(6) VALUE "SEV".
               05 FILLER PIC X(9) VALUE "FILE".
               05 FILLER PIC X(13) VALUE "KEY".
               05 FILLER PIC X(50) VALUE "FINDING".

           01 RPT-FINDING-LINE.
               05 FL-SEV PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 FL-FILE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 FL-KEY PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 FL-MESSAGE PIC X(50).

           01 RPT-NO-FINDINGS-LINE.
               05 FILLER PIC X(80) VALUE
                   "NO FINDINGS - EVERY INPUT PASSED ITS CHECKS.".

           01 RPT-SUMMARY-TITLE.
               05 FILLER PIC X(80) VALUE "FILE SUMMARY:".

           01 RPT-SUMMARY-HEADING.
               05 FILLER PIC X(10) VALUE "FILE".
               05 FILLER PIC X(9) VALUE "  RECORDS".
               05 FILLER PIC X(8) VALUE "   NO-GO".
               05 FILLER PIC X(8) VALUE "    WARN".
               05 FILLER PIC X(8) VALUE "  RESULT".

           01 RPT-SUMMARY-LINE.
               05 FS-FILE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FS-RECORDS PIC Z(8)9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 FS-NOGO PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 FS-WARN PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FS-RESULT PIC X(8).

           01 RPT-COUNT-LINE.
               05 FILLER PIC X(16) VALUE "NO-GO FINDINGS: ".
               05 RC-NOGO PIC ZZZZ9.
               05 FILLER PIC X(13) VALUE "  WARNINGS: ".
               05 RC-WARN PIC ZZZZ9.

           01 RPT-DECISION-LINE.
               05 FILLER PIC X(10) VALUE "DECISION: ".
               05 RD-DECISION PIC X(60).

       PROCEDURE DIVISION.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-RUN-ID WS-RUN-OPERATOR WS-DRIFT-TEXT
                   WS-PARM-PROFILE
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "NIGHTLY" TO WS-RUN-ID
           END-IF
           IF WS-DRIFT-TEXT NOT = SPACES
                   AND FUNCTION TRIM(WS-DRIFT-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DRIFT-TEXT))
                   TO WS-MAX-DRIFT
           END-IF
           IF WS-PARM-PROFILE = SPACES
               MOVE "DEFAULT " TO WS-PARM-PROFILE
           END-IF
           INITIALIZE WS-FILE-TABLE
           PERFORM READ-BUSINESS-DATE
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           OPEN OUTPUT PREFLIGHT-RPT
           IF WS-PREFL-RPT-STATUS NOT = '00'
               DISPLAY "PREFLT: UNABLE TO OPEN PREFLIGHT-RPT, STATUS="
                   WS-PREFL-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADINGS
           PERFORM CHECK-BUSINESS-DATE
           PERFORM CHECK-CALENDAR
           PERFORM CHECK-OPERATOR-MASTER
           PERFORM CHECK-LIST-REGISTRY
           PERFORM CHECK-LIST-INPUT
           PERFORM CHECK-GUESS-MASTER
           PERFORM CHECK-GAME-PARMS
           PERFORM CHECK-GUESS-TRANS
           PERFORM CHECK-CERT-RULES
           IF WS-NOGO-CT = 0 AND WS-WARN-CT = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM RPT-NO-FINDINGS-LINE
           END-IF
           PERFORM WRITE-FILE-SUMMARY
           PERFORM WRITE-DECISION
           CLOSE PREFLIGHT-RPT
           PERFORM WRITE-PREFLOG
           IF WS-DECISION NOT = "GO       "
               PERFORM WRITE-ALERT
           END-IF
           DISPLAY "PREFLT: " WS-DECISION " - NO-GO FINDINGS "
               WS-NOGO-CT ", WARNINGS " WS-WARN-CT
           EVALUATE WS-DECISION
               WHEN "NO-GO    "
                   MOVE 8 TO RETURN-CODE
               WHEN "GO-WARN  "
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       READ-BUSINESS-DATE.
           MOVE 'N' TO WS-BUS-DATE-SW
           MOVE "NONE" TO WS-BUS-DATE-TEXT
           OPEN INPUT BUS-DATE
           MOVE WS-BUSDATE-STATUS TO WS-BUS-OPEN-STATUS
           IF WS-BUSDATE-STATUS NOT = '00'
               MOVE 'Y' TO FT-MISSING(1)
           ELSE
               READ BUS-DATE
                   AT END
                       CONTINUE
               END-READ
               IF WS-BUSDATE-STATUS = '00'
                   ADD 1 TO FT-RECORDS(1)
                   MOVE PROC-DATE-REC(1:8) TO WS-BUS-DATE-TEXT
                   IF PD-BUS-DATE IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD(PD-BUS-DATE)
                               = 0
                           MOVE PD-BUS-DATE TO WS-BUS-DATE
                           MOVE PD-BUS-DATE TO WS-RUN-DATE
                           MOVE 'Y' TO WS-BUS-DATE-SW
                       END-IF
                   END-IF
               END-IF
               CLOSE BUS-DATE
           END-IF.

       WRITE-RPT-HEADINGS.
           MOVE RH-RUN-ID TO RH1-RUN-ID
           MOVE RH-RUN-DATE TO RH1-RUN-DATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-2
           MOVE WS-BUS-DATE-TEXT TO RH3-BUS-DATE
           MOVE WS-SYS-DATE TO RH3-SYS-DATE
           MOVE WS-MAX-DRIFT TO RH3-MAX-DRIFT
           MOVE WS-PARM-PROFILE TO RH3-PROFILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-3
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-COL-HEADING.

       REPORT-NOGO.
           MOVE "NO-GO" TO FL-SEV
           ADD 1 TO FT-NOGO-CT(WS-FILE-SUB)
           ADD 1 TO WS-NOGO-CT
           PERFORM WRITE-FINDING.

       REPORT-WARNING.
           MOVE "WARN " TO FL-SEV
           ADD 1 TO FT-WARN-CT(WS-FILE-SUB)
           ADD 1 TO WS-WARN-CT
           PERFORM WRITE-FINDING.

       WRITE-FINDING.
           MOVE WS-FILE-NAME(WS-FILE-SUB) TO FL-FILE
           MOVE WS-FND-KEY TO FL-KEY
           MOVE WS-FND-MSG TO FL-MESSAGE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-FINDING-LINE
           MOVE SPACES TO WS-FND-KEY
           MOVE SPACES TO WS-FND-MSG.

       SET-OPEN-MESSAGE.
           MOVE 'Y' TO FT-MISSING(WS-FILE-SUB)
           MOVE SPACES TO WS-FND-KEY
           MOVE SPACES TO WS-FND-MSG
           IF WS-OPEN-STATUS = '05' OR WS-OPEN-STATUS = '35'
               MOVE "FILE NOT FOUND" TO WS-FND-MSG
           ELSE
               STRING "UNABLE TO OPEN FILE, STATUS=" WS-OPEN-STATUS
                   DELIMITED BY SIZE INTO WS-FND-MSG
           END-IF.

       SET-REC-KEY.
           MOVE FT-RECORDS(WS-FILE-SUB) TO WS-REC-KEY-NO
           MOVE WS-REC-KEY TO WS-FND-KEY.

       CHECK-BUSINESS-DATE.
           MOVE 1 TO WS-FILE-SUB
           IF FT-MISSING(1) = 'Y'
               MOVE WS-BUS-OPEN-STATUS TO WS-OPEN-STATUS
               PERFORM SET-OPEN-MESSAGE
               PERFORM REPORT-NOGO
           ELSE
               IF FT-RECORDS(1) = 0
                   MOVE "FILE IS EMPTY - NO BUSINESS DATE" TO WS-FND-MSG
                   PERFORM REPORT-NOGO
               ELSE
                   IF NOT BUS-DATE-VALID
                       MOVE WS-BUS-DATE-TEXT TO WS-FND-KEY
                       MOVE "BUSINESS DATE IS NOT A VALID YYYYMMDD DATE"
                           TO WS-FND-MSG
                       PERFORM REPORT-NOGO
                   ELSE
                       PERFORM CHECK-DATE-DRIFT
                   END-IF
               END-IF
           END-IF.

       CHECK-DATE-DRIFT.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           COMPUTE WS-SYS-INT = FUNCTION INTEGER-OF-DATE(WS-SYS-DATE)
           IF WS-BUS-INT > WS-SYS-INT
               COMPUTE WS-DRIFT-DAYS = WS-BUS-INT - WS-SYS-INT
           ELSE
               COMPUTE WS-DRIFT-DAYS = WS-SYS-INT - WS-BUS-INT
           END-IF
           IF WS-DRIFT-DAYS > WS-MAX-DRIFT
               MOVE WS-BUS-DATE-TEXT TO WS-FND-KEY
               MOVE WS-DRIFT-DAYS TO WS-EDIT-CT
               MOVE WS-MAX-DRIFT TO WS-EDIT-CT-2
               IF WS-BUS-INT > WS-SYS-INT
                   STRING FUNCTION TRIM(WS-EDIT-CT)
                       " DAYS AHEAD OF THE WALL CLOCK, MAXIMUM "
                       FUNCTION TRIM(WS-EDIT-CT-2)
                       DELIMITED BY SIZE INTO WS-FND-MSG
               ELSE
                   STRING FUNCTION TRIM(WS-EDIT-CT)
                       " DAYS BEHIND THE WALL CLOCK, MAXIMUM "
                       FUNCTION TRIM(WS-EDIT-CT-2)
                       DELIMITED BY SIZE INTO WS-FND-MSG
               END-IF
               PERFORM REPORT-NOGO
           END-IF
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-BUS-INT, 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE WS-BUS-DATE-TEXT TO WS-FND-KEY
               MOVE "BUSINESS DATE FALLS ON A WEEKEND" TO WS-FND-MSG
               PERFORM REPORT-WARNING
           END-IF.

       CHECK-CALENDAR.
           MOVE 2 TO WS-FILE-SUB
           MOVE WS-RUN-DATE(1:4) TO WS-NEXT-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-NEXT-MM
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           MOVE 0 TO WS-NEXT-MONTH-CT
           MOVE 'N' TO WS-CAL-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               MOVE WS-CALENDAR-STATUS TO WS-OPEN-STATUS
               PERFORM SET-OPEN-MESSAGE
               PERFORM REPORT-WARNING
           ELSE
               PERFORM READ-CALENDAR
               PERFORM CHECK-CALENDAR-ENTRY UNTIL CAL-EOF
               CLOSE CALENDAR-FILE
               IF FT-RECORDS(2) = 0
                   MOVE "FILE IS EMPTY - NO HOLIDAYS OR PERIOD ENDS"
                       TO WS-FND-MSG
                   PERFORM REPORT-WARNING
               ELSE
                   IF WS-NEXT-MONTH-CT = 0
                       MOVE WS-NEXT-MONTH-X TO WS-FND-KEY
                       MOVE "NO ENTRIES FOR NEXT MONTH - NO MONTH-END "
                           & "MARKER" TO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   END-IF
               END-IF
           END-IF
           IF BUS-DATE-HOLIDAY
               MOVE 1 TO WS-FILE-SUB
               MOVE WS-BUS-DATE-TEXT TO WS-FND-KEY
               MOVE "BUSINESS DATE IS A CALENDAR HOLIDAY" TO WS-FND-MSG
               PERFORM REPORT-WARNING
           END-IF.

       READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SW
           END-READ.

       CHECK-CALENDAR-ENTRY.
           ADD 1 TO FT-RECORDS(2)
           IF CAL-DATE IS NOT NUMERIC
               PERFORM SET-REC-KEY
               MOVE "DATE NOT NUMERIC - ENTRY IGNORED" TO WS-FND-MSG
               PERFORM REPORT-WARNING
           ELSE
               MOVE CAL-DATE TO WS-CAL-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DATE-N) NOT = 0
                   MOVE CAL-DATE TO WS-FND-KEY
                   MOVE "NOT A VALID DATE - ENTRY IGNORED"
                       TO WS-FND-MSG
                   PERFORM REPORT-WARNING
               ELSE
                   IF CAL-TYPE NOT = SPACE AND CAL-TYPE NOT = 'H'
                           AND NOT CAL-PERIOD-END
                       MOVE CAL-DATE TO WS-FND-KEY
                       MOVE "TYPE NOT BLANK, H, M, Q OR Y"
                           TO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   END-IF
                   IF CAL-DATE(1:6) = WS-NEXT-MONTH-X
                       ADD 1 TO WS-NEXT-MONTH-CT
                   END-IF
                   IF BUS-DATE-VALID AND WS-CAL-DATE-N = WS-BUS-DATE
                           AND NOT CAL-PERIOD-END
                       MOVE 'Y' TO WS-BUS-HOLIDAY-SW
                   END-IF
               END-IF
           END-IF
           PERFORM READ-CALENDAR.

       CHECK-OPERATOR-MASTER.
           MOVE 3 TO WS-FILE-SUB
           MOVE 0 TO WS-OM-CT
           MOVE 0 TO WS-OM-ACTIVE-CT
           MOVE 'N' TO WS-OPER-MASTER-EOF-SW
           OPEN INPUT OPER-MASTER
           IF WS-OPER-MASTER-STATUS NOT = '00'
               MOVE WS-OPER-MASTER-STATUS TO WS-OPEN-STATUS
               PERFORM SET-OPEN-MESSAGE
               PERFORM REPORT-NOGO
           ELSE
               PERFORM READ-OPER-MASTER
               PERFORM CHECK-OPERATOR-ENTRY UNTIL OPER-MASTER-EOF
               CLOSE OPER-MASTER
               IF FT-RECORDS(3) = 0
                   MOVE "FILE IS EMPTY - EVERY GUESS WOULD BE REJECTED"
                       TO WS-FND-MSG
                   PERFORM REPORT-NOGO
               ELSE
                   MOVE 'Y' TO WS-OPERMST-SW
                   IF WS-OM-ACTIVE-CT = 0
                       MOVE "NO ACTIVE OPERATORS - EVERY GUESS WOULD "
                           & "BE REJECTED" TO WS-FND-MSG
                       PERFORM REPORT-NOGO
                   END-IF
                   IF WS-OM-CT > 200
                       MOVE WS-OM-CT TO WS-EDIT-CT
                       STRING FUNCTION TRIM(WS-EDIT-CT)
                           " OPERATORS - GUESSER HOLDS ONLY 200"
                           DELIMITED BY SIZE INTO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   END-IF
               END-IF
           END-IF.

       READ-OPER-MASTER.
           READ OPER-MASTER
               AT END
                   MOVE 'Y' TO WS-OPER-MASTER-EOF-SW
           END-READ.

       CHECK-OPERATOR-ENTRY.
           ADD 1 TO FT-RECORDS(3)
           IF OM-ID = SPACES
               PERFORM SET-REC-KEY
               MOVE "BLANK OPERATOR ID - RECORD IGNORED" TO WS-FND-MSG
               PERFORM REPORT-WARNING
           ELSE
               MOVE OM-ID TO WS-CHECK-OPERATOR
               PERFORM FIND-OPERATOR
               IF NOT OPER-UNKNOWN
                   MOVE OM-ID TO WS-FND-KEY
                   MOVE "DUPLICATE OPERATOR ID - FIRST RECORD IS USED"
                       TO WS-FND-MSG
                   PERFORM REPORT-WARNING
               ELSE
                   IF OM-ACTIVE NOT = 'Y' AND OM-ACTIVE NOT = 'N'
                       MOVE OM-ID TO WS-FND-KEY
                       MOVE "ACTIVE FLAG NOT Y OR N - TREATED AS "
                           & "INACTIVE" TO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   END-IF
                   IF WS-OM-CT >= WS-OM-MAX
                       MOVE OM-ID TO WS-FND-KEY
                       MOVE "OPERATOR TABLE FULL - ID NOT CHECKED"
                           TO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   ELSE
                       ADD 1 TO WS-OM-CT
                       MOVE OM-ID TO OT-ID(WS-OM-CT)
                       MOVE OM-ACTIVE TO OT-ACTIVE(WS-OM-CT)
                       IF OM-ACTIVE = 'Y'
                           ADD 1 TO WS-OM-ACTIVE-CT
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-OPER-MASTER.

       FIND-OPERATOR.
           MOVE 'U' TO WS-OPER-STATE-SW
           PERFORM VARYING WS-OM-SUB FROM 1 BY 1
                   UNTIL WS-OM-SUB > WS-OM-CT
               IF OT-ID(WS-OM-SUB) = WS-CHECK-OPERATOR
                   IF OT-ACTIVE(WS-OM-SUB) = 'Y'
                       MOVE 'A' TO WS-OPER-STATE-SW
                   ELSE
                       MOVE 'I' TO WS-OPER-STATE-SW
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-LIST-REGISTRY.
           MOVE 4 TO WS-FILE-SUB
           MOVE 0 TO WS-REG-CT
           MOVE 0 TO WS-REG-ACTIVE-CT
           MOVE 'N' TO WS-REG-EOF-SW
           OPEN INPUT LIST-REGISTRY
           IF WS-LISTREG-STATUS NOT = '00'
               MOVE WS-LISTREG-STATUS TO WS-OPEN-STATUS
               PERFORM SET-OPEN-MESSAGE
               PERFORM REPORT-NOGO
           ELSE
               MOVE 'Y' TO WS-REGISTRY-SW
               PERFORM READ-LIST-REGISTRY
               PERFORM CHECK-REGISTRY-ENTRY UNTIL REG-EOF
               CLOSE LIST-REGISTRY
               IF FT-RECORDS(4) = 0
                   MOVE "FILE IS EMPTY - EVERY LIST WOULD BE REJECTED"
                       TO WS-FND-MSG
                   PERFORM REPORT-NOGO
               ELSE
                   IF WS-REG-ACTIVE-CT = 0
                       MOVE "NO ACTIVE LISTS - EVERY LIST WOULD BE "
                           & "REJECTED" TO WS-FND-MSG
                       PERFORM REPORT-NOGO
                   END-IF
               END-IF
           END-IF.

       READ-LIST-REGISTRY.
           READ LIST-REGISTRY
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SW
           END-READ.

       CHECK-REGISTRY-ENTRY.
           ADD 1 TO FT-RECORDS(4)
           IF LR-LIST-ID = SPACES
               PERFORM SET-REC-KEY
               MOVE "BLANK LIST-ID - RECORD IGNORED" TO WS-FND-MSG
               PERFORM REPORT-WARNING
           ELSE
               MOVE LR-LIST-ID TO WS-LI-LIST-ID
               PERFORM FIND-REGISTRY-ENTRY
               IF LIST-REGISTERED
                   MOVE LR-LIST-ID TO WS-FND-KEY
                   MOVE "DUPLICATE LIST-ID - FIRST RECORD IS USED"
                       TO WS-FND-MSG
                   PERFORM REPORT-WARNING
               ELSE
                   PERFORM CHECK-REGISTRY-FIELDS
                   IF WS-REG-CT >= WS-REG-MAX
                       MOVE LR-LIST-ID TO WS-FND-KEY
                       MOVE "REGISTRY TABLE FULL - LIST WOULD BE "
                           & "REJECTED" TO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   ELSE
                       ADD 1 TO WS-REG-CT
                       MOVE LR-LIST-ID TO RT-LIST-ID(WS-REG-CT)
                       MOVE LR-ACTIVE TO RT-ACTIVE(WS-REG-CT)
                       IF LR-ACTIVE = 'Y'
                           ADD 1 TO WS-REG-ACTIVE-CT
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-LIST-REGISTRY.

       CHECK-REGISTRY-FIELDS.
           IF LR-FREQUENCY NOT = 'D' AND LR-FREQUENCY NOT = 'W'
                   AND LR-FREQUENCY NOT = 'M'
               MOVE LR-LIST-ID TO WS-FND-KEY
               MOVE "FREQUENCY NOT D, W OR M" TO WS-FND-MSG
               PERFORM REPORT-WARNING
           END-IF
           IF LR-FREQUENCY = 'W' AND LR-DUE-DAY NOT = SPACE
                   AND (LR-DUE-DAY < '1' OR LR-DUE-DAY > '5')
               MOVE LR-LIST-ID TO WS-FND-KEY
               MOVE "WEEKLY DUE DAY NOT 1-5" TO WS-FND-MSG
               PERFORM REPORT-WARNING
           END-IF
           IF LR-ACTIVE NOT = 'Y' AND LR-ACTIVE NOT = 'N'
               MOVE LR-LIST-ID TO WS-FND-KEY
               MOVE "ACTIVE FLAG NOT Y OR N - TREATED AS INACTIVE"
                   TO WS-FND-MSG
               PERFORM REPORT-WARNING
           END-IF
           IF OPERMST-LOADED
               MOVE LR-CONTACT TO WS-CHECK-OPERATOR
               PERFORM FIND-OPERATOR
               IF LR-CONTACT = SPACES
                   MOVE LR-LIST-ID TO WS-FND-KEY
                   MOVE "NO CONTACT OPERATOR" TO WS-FND-MSG
                   PERFORM REPORT-WARNING
               ELSE
                   IF OPER-UNKNOWN
                       MOVE LR-LIST-ID TO WS-FND-KEY
                       STRING "CONTACT " FUNCTION TRIM(LR-CONTACT)
                           " NOT ON OPERMST"
                           DELIMITED BY SIZE INTO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   ELSE
                       IF OPER-INACTIVE
                           MOVE LR-LIST-ID TO WS-FND-KEY
                           STRING "CONTACT " FUNCTION TRIM(LR-CONTACT)
                               " INACTIVE ON OPERMST"
                               DELIMITED BY SIZE INTO WS-FND-MSG
                           PERFORM REPORT-WARNING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-REGISTRY-ENTRY.
           MOVE 'U' TO WS-REG-STATE-SW
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-CT
               IF RT-LIST-ID(WS-REG-SUB) = WS-LI-LIST-ID
                   IF RT-ACTIVE(WS-REG-SUB) = 'Y'
                       MOVE 'A' TO WS-REG-STATE-SW
                   ELSE
                       MOVE 'I' TO WS-REG-STATE-SW
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-LIST-INPUT.
           MOVE 5 TO WS-FILE-SUB
           MOVE 0 TO WS-LI-LIST-CT
           MOVE 0 TO WS-LI-ACCEPT-CT
           MOVE 0 TO WS-LI-STRAY-CT
           MOVE 0 TO WS-LI-UNKNOWN-CT
           MOVE 0 TO WS-DONE-CT
           MOVE 'N' TO WS-LIST-IN-EOF-SW
           OPEN INPUT LIST-IN
           IF WS-LIST-IN-STATUS NOT = '00'
               MOVE WS-LIST-IN-STATUS TO WS-OPEN-STATUS
               PERFORM SET-OPEN-MESSAGE
               PERFORM REPORT-NOGO
           ELSE
               PERFORM READ-LIST-IN
               PERFORM CHECK-LIST-BATCH UNTIL LIST-IN-EOF
               CLOSE LIST-IN
               IF WS-LI-STRAY-CT > 0
                   MOVE WS-LI-STRAY-CT TO WS-EDIT-CT
                   STRING FUNCTION TRIM(WS-EDIT-CT)
                       " RECORDS OUTSIDE A LIST BATCH"
                       DELIMITED BY SIZE INTO WS-FND-MSG
                   PERFORM REPORT-WARNING
               END-IF
               IF WS-LI-UNKNOWN-CT > 0
                   MOVE WS-LI-UNKNOWN-CT TO WS-EDIT-CT
                   STRING FUNCTION TRIM(WS-EDIT-CT)
                       " UNKNOWN RECORD TYPES INSIDE LIST BATCHES"
                       DELIMITED BY SIZE INTO WS-FND-MSG
                   PERFORM REPORT-WARNING
               END-IF
               IF FT-RECORDS(5) = 0
                   MOVE "FILE IS EMPTY - NO LISTS TO PROCESS"
                       TO WS-FND-MSG
                   PERFORM REPORT-NOGO
               ELSE
                   IF WS-LI-ACCEPT-CT = 0
                       MOVE "NO LIST WOULD BE ACCEPTED BY SUBLIST"
                           TO WS-FND-MSG
                       PERFORM REPORT-NOGO
                   END-IF
               END-IF
           END-IF.

       READ-LIST-IN.
           READ LIST-IN
               AT END
                   MOVE 'Y' TO WS-LIST-IN-EOF-SW
           END-READ
           IF NOT LIST-IN-EOF
               ADD 1 TO FT-RECORDS(5)
           END-IF.

       CHECK-LIST-BATCH.
           IF LI-REC-TYPE NOT = 'H'
               ADD 1 TO WS-LI-STRAY-CT
               PERFORM READ-LIST-IN
           ELSE
               ADD 1 TO WS-LI-LIST-CT
               MOVE LH-LIST-ID TO WS-LI-LIST-ID
               IF LH-COUNT IS NUMERIC
                   MOVE LH-COUNT TO WS-LI-EXPECTED-CT
               ELSE
                   IF LH-COUNT(1:3) IS NUMERIC
                           AND LH-COUNT(4:1) = SPACE
                       MOVE LH-COUNT(1:3) TO WS-LI-EXPECTED-CT
                   ELSE
                       MOVE 0 TO WS-LI-EXPECTED-CT
                   END-IF
               END-IF
               MOVE 0 TO WS-LI-DTL-CT
               MOVE 'N' TO WS-LI-TRAILER-SW
               PERFORM READ-LIST-IN
               PERFORM COUNT-LIST-DETAIL UNTIL LIST-IN-EOF
                   OR LI-REC-TYPE = 'H' OR LI-REC-TYPE = 'T'
               MOVE SPACES TO WS-LI-REASON
               IF NOT LIST-IN-EOF AND LI-REC-TYPE = 'T'
                   PERFORM CHECK-LIST-TRAILER
                   PERFORM READ-LIST-IN
               ELSE
                   MOVE "NO TRAILER RECORD" TO WS-LI-REASON
               END-IF
               PERFORM TEST-LIST-ACCEPTANCE
               IF WS-LI-REASON NOT = SPACES
                   MOVE WS-LI-LIST-ID TO WS-FND-KEY
                   STRING "LIST WOULD BE REJECTED: " WS-LI-REASON
                       DELIMITED BY SIZE INTO WS-FND-MSG
                   PERFORM REPORT-WARNING
               ELSE
                   ADD 1 TO WS-LI-ACCEPT-CT
                   IF WS-DONE-CT < WS-DONE-MAX
                       ADD 1 TO WS-DONE-CT
                       MOVE WS-LI-LIST-ID TO WS-DONE-LIST-ID(WS-DONE-CT)
                   END-IF
               END-IF
           END-IF.

       COUNT-LIST-DETAIL.
           IF LI-REC-TYPE = 'D'
               ADD 1 TO WS-LI-DTL-CT
           ELSE
               ADD 1 TO WS-LI-UNKNOWN-CT
           END-IF
           PERFORM READ-LIST-IN.

       CHECK-LIST-TRAILER.
           MOVE 'N' TO WS-LI-TRAILER-SW
           IF LT-COUNT IS NUMERIC
               MOVE LT-COUNT TO WS-LI-TRAILER-CT
               IF WS-LI-TRAILER-CT = WS-LI-DTL-CT
                   MOVE 'Y' TO WS-LI-TRAILER-SW
               END-IF
           ELSE
               IF LT-COUNT(1:3) IS NUMERIC AND LT-COUNT(4:1) = SPACE
                   MOVE LT-COUNT(1:3) TO WS-LI-TRAILER-CT
                   IF WS-LI-TRAILER-CT = WS-LI-DTL-CT
                       MOVE 'Y' TO WS-LI-TRAILER-SW
                   END-IF
               END-IF
           END-IF.

       TEST-LIST-ACCEPTANCE.
           IF WS-LI-REASON = SPACES
               IF WS-LI-DTL-CT > 9999
                   MOVE "MORE THAN 9999 DETAILS" TO WS-LI-REASON
               ELSE
                   IF NOT LIST-TRAILER-OK
                       MOVE "TRAILER COUNT MISMATCH" TO WS-LI-REASON
                   ELSE
                       IF WS-LI-EXPECTED-CT NOT = WS-LI-DTL-CT
                           MOVE "HEADER COUNT MISMATCH" TO WS-LI-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-LI-REASON = SPACES
               MOVE 'N' TO WS-DUP-LIST-SW
               PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
                       UNTIL WS-DONE-SUB > WS-DONE-CT
                   IF WS-DONE-LIST-ID(WS-DONE-SUB) = WS-LI-LIST-ID
                       MOVE 'Y' TO WS-DUP-LIST-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF DUPLICATE-LIST
                   MOVE "DUPLICATE LIST-ID" TO WS-LI-REASON
               END-IF
           END-IF
           IF WS-LI-REASON = SPACES AND REGISTRY-LOADED
               PERFORM FIND-REGISTRY-ENTRY
               IF LIST-UNREGISTERED
                   MOVE "LIST-ID NOT ON REGISTRY" TO WS-LI-REASON
               ELSE
                   IF LIST-INACTIVE
                       MOVE "LIST-ID INACTIVE" TO WS-LI-REASON
                   END-IF
               END-IF
           END-IF.

       CHECK-GUESS-MASTER.
           MOVE 6 TO WS-FILE-SUB
           MOVE 0 TO WS-GM-IN-FORCE-CT
           MOVE 'N' TO WS-MASTER-EOF-SW
           OPEN INPUT GUESS-MASTER
           IF WS-GUESS-MASTER-STATUS NOT = '00'
               MOVE WS-GUESS-MASTER-STATUS TO WS-OPEN-STATUS
               PERFORM SET-OPEN-MESSAGE
               PERFORM REPORT-NOGO
           ELSE
               PERFORM READ-GUESS-MASTER
               PERFORM CHECK-MASTER-ENTRY UNTIL MASTER-EOF
               CLOSE GUESS-MASTER
               IF FT-RECORDS(6) = 0
                   MOVE "FILE IS EMPTY - NO MATCH TABLE" TO WS-FND-MSG
                   PERFORM REPORT-NOGO
               ELSE
                   IF WS-GM-IN-FORCE-CT = 0
                       MOVE WS-RUN-DATE TO WS-FND-KEY
                       MOVE "NO ENTRY IN FORCE ON THE BUSINESS DATE"
                           TO WS-FND-MSG
                       PERFORM REPORT-NOGO
                   END-IF
                   IF WS-GM-IN-FORCE-CT > 21
                       MOVE WS-RUN-DATE TO WS-FND-KEY
                       MOVE WS-GM-IN-FORCE-CT TO WS-EDIT-CT
                       STRING FUNCTION TRIM(WS-EDIT-CT)
                           " ENTRIES IN FORCE - GUESSER LOADS ONLY 21"
                           DELIMITED BY SIZE INTO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   END-IF
               END-IF
           END-IF.

       READ-GUESS-MASTER.
           READ GUESS-MASTER
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SW
           END-READ.

       CHECK-MASTER-ENTRY.
           ADD 1 TO FT-RECORDS(6)
           IF GM-A IS NOT NUMERIC OR GM-B IS NOT NUMERIC
               PERFORM SET-REC-KEY
               MOVE "MATCH VALUES NOT NUMERIC" TO WS-FND-MSG
               PERFORM REPORT-NOGO
           END-IF
           IF GM-EFF-FROM NOT = SPACES AND GM-EFF-FROM IS NOT NUMERIC
               PERFORM SET-REC-KEY
               MOVE "EFFECTIVE-FROM NOT NUMERIC - IN FORCE FROM ANY "
                   & "DATE" TO WS-FND-MSG
               PERFORM REPORT-WARNING
           END-IF
           IF GM-EFF-TO NOT = SPACES AND GM-EFF-TO IS NOT NUMERIC
               PERFORM SET-REC-KEY
               MOVE "EFFECTIVE-TO NOT NUMERIC - NEVER CLOSES"
                   TO WS-FND-MSG
               PERFORM REPORT-WARNING
           END-IF
           MOVE 0 TO WS-GM-FROM
           MOVE 99999999 TO WS-GM-TO
           IF GM-EFF-FROM IS NUMERIC
               MOVE GM-EFF-FROM TO WS-GM-FROM
           END-IF
           IF GM-EFF-TO IS NUMERIC AND GM-EFF-TO NOT = ZEROS
               MOVE GM-EFF-TO TO WS-GM-TO
           END-IF
           IF WS-GM-FROM <= WS-RUN-DATE AND WS-GM-TO >= WS-RUN-DATE
               ADD 1 TO WS-GM-IN-FORCE-CT
           END-IF
           PERFORM READ-GUESS-MASTER.

       CHECK-GAME-PARMS.
           MOVE 7 TO WS-FILE-SUB
           MOVE 0 TO WS-PT-CT
           MOVE 'N' TO WS-GAME-PARMS-EOF-SW
           OPEN INPUT GAME-PARMS
           IF WS-GAME-PARMS-STATUS NOT = '00'
               MOVE WS-GAME-PARMS-STATUS TO WS-OPEN-STATUS
               PERFORM SET-OPEN-MESSAGE
               IF WS-OPEN-STATUS = '05' OR WS-OPEN-STATUS = '35'
                   MOVE "FILE NOT FOUND - ONLY DEFAULT IS AVAILABLE"
                       TO WS-FND-MSG
               END-IF
               PERFORM REPORT-WARNING
           ELSE
               MOVE 'Y' TO WS-GAMEPARM-SW
               PERFORM READ-GAME-PARM
               PERFORM CHECK-GAME-PARM-ENTRY UNTIL GAME-PARMS-EOF
               CLOSE GAME-PARMS
               IF FT-RECORDS(7) = 0
                   MOVE "FILE IS EMPTY - ONLY DEFAULT IS AVAILABLE"
                       TO WS-FND-MSG
                   PERFORM REPORT-WARNING
               END-IF
           END-IF.

       READ-GAME-PARM.
           READ GAME-PARMS
               AT END
                   MOVE 'Y' TO WS-GAME-PARMS-EOF-SW
           END-READ.

       CHECK-GAME-PARM-ENTRY.
           ADD 1 TO FT-RECORDS(7)
           IF GP-NAME = SPACES
               PERFORM SET-REC-KEY
               MOVE "BLANK PROFILE NAME - RECORD IGNORED" TO WS-FND-MSG
               PERFORM REPORT-WARNING
           ELSE
               IF GP-NAME = "DEFAULT "
                   MOVE GP-NAME TO WS-FND-KEY
                   MOVE "DEFAULT IS BUILT IN - RECORD NOT USED"
                       TO WS-FND-MSG
                   PERFORM REPORT-WARNING
               ELSE
                   MOVE GP-NAME TO WS-CHECK-PROFILE
                   PERFORM FIND-PROFILE
                   IF NOT PROFILE-UNKNOWN
                       MOVE GP-NAME TO WS-FND-KEY
                       MOVE "DUPLICATE PROFILE - FIRST RECORD IS USED"
                           TO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   ELSE
                       PERFORM STORE-GAME-PROFILE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-GAME-PARM.

       STORE-GAME-PROFILE.
           IF WS-PT-CT >= WS-PT-MAX
               MOVE GP-NAME TO WS-FND-KEY
               MOVE "PROFILE TABLE FULL - PROFILE NOT CHECKED"
                   TO WS-FND-MSG
               PERFORM REPORT-WARNING
           ELSE
               ADD 1 TO WS-PT-CT
               MOVE GP-NAME TO PT-NAME(WS-PT-CT)
               MOVE 'Y' TO PT-VALID(WS-PT-CT)
               IF GP-MIN-A IS NUMERIC AND GP-MAX-A IS NUMERIC
                       AND GP-MAX-S IS NUMERIC AND GP-MIN-S IS NUMERIC
                       AND GP-MIN-G IS NUMERIC
                   MOVE GP-MIN-A TO WS-GP-MIN-A
                   MOVE GP-MAX-A TO WS-GP-MAX-A
                   MOVE GP-MAX-S TO WS-GP-MAX-S
                   MOVE GP-MIN-S TO WS-GP-MIN-S
                   MOVE GP-MIN-G TO WS-GP-MIN-G
                   IF WS-GP-MIN-A < 1 OR WS-GP-MIN-A > WS-GP-MAX-A
                           OR WS-GP-MAX-A > 21
                           OR WS-GP-MIN-S > WS-GP-MAX-S
                           OR WS-GP-MAX-S > 12
                           OR WS-GP-MIN-G < 1
                       MOVE 'N' TO PT-VALID(WS-PT-CT)
                       MOVE GP-NAME TO WS-FND-KEY
                       MOVE "PROFILE IS INTERNALLY INCONSISTENT"
                           TO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   END-IF
               ELSE
                   MOVE 'N' TO PT-VALID(WS-PT-CT)
                   MOVE GP-NAME TO WS-FND-KEY
                   MOVE "PROFILE HAS NON-NUMERIC PARAMETERS"
                       TO WS-FND-MSG
                   PERFORM REPORT-WARNING
               END-IF
           END-IF.

       FIND-PROFILE.
           MOVE 'U' TO WS-PROF-STATE-SW
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-CT
               IF PT-NAME(WS-PT-SUB) = WS-CHECK-PROFILE
                   IF PT-VALID(WS-PT-SUB) = 'Y'
                       MOVE 'V' TO WS-PROF-STATE-SW
                   ELSE
                       MOVE 'I' TO WS-PROF-STATE-SW
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-GUESS-TRANS.
           MOVE 8 TO WS-FILE-SUB
           MOVE 0 TO WS-GT-GAME-CT
           MOVE 0 TO WS-GT-STRAY-CT
           MOVE 0 TO WS-GT-BAD-OPER-CT
           MOVE 'N' TO WS-TRANS-EOF-SW
           OPEN INPUT GUESS-TRANS
           IF WS-GUESS-TRANS-STATUS NOT = '00'
               MOVE WS-GUESS-TRANS-STATUS TO WS-OPEN-STATUS
               PERFORM SET-OPEN-MESSAGE
               PERFORM REPORT-NOGO
           ELSE
               PERFORM READ-GUESS-TRANS
               PERFORM CHECK-GAME-BATCH UNTIL TRANS-EOF
               CLOSE GUESS-TRANS
               IF WS-GT-STRAY-CT > 0
                   MOVE WS-GT-STRAY-CT TO WS-EDIT-CT
                   STRING FUNCTION TRIM(WS-EDIT-CT)
                       " RECORDS OUTSIDE A GAME BATCH WOULD BE SKIPPED"
                       DELIMITED BY SIZE INTO WS-FND-MSG
                   PERFORM REPORT-WARNING
               END-IF
               IF WS-GT-BAD-OPER-CT > 0
                   MOVE WS-GT-BAD-OPER-CT TO WS-EDIT-CT
                   STRING FUNCTION TRIM(WS-EDIT-CT)
                       " GUESSES FROM OPERATORS NOT ACTIVE ON OPERMST"
                       DELIMITED BY SIZE INTO WS-FND-MSG
                   PERFORM REPORT-WARNING
               END-IF
               IF FT-RECORDS(8) = 0
                   MOVE "FILE IS EMPTY - NOTHING TO SCORE" TO WS-FND-MSG
                   PERFORM REPORT-NOGO
               ELSE
                   IF WS-GT-GAME-CT = 0
                       MOVE "NO GAME HEADER RECORDS - NOTHING WOULD BE "
                           & "SCORED" TO WS-FND-MSG
                       PERFORM REPORT-NOGO
                   END-IF
               END-IF
           END-IF.

       READ-GUESS-TRANS.
           READ GUESS-TRANS
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF-SW
           END-READ
           IF NOT TRANS-EOF
               ADD 1 TO FT-RECORDS(8)
           END-IF.

       CHECK-GAME-BATCH.
           IF TR-REC-TYPE NOT = 'G'
               ADD 1 TO WS-GT-STRAY-CT
               PERFORM READ-GUESS-TRANS
           ELSE
               ADD 1 TO WS-GT-GAME-CT
               MOVE TH-GAME TO WS-GT-GAME
               MOVE TH-GAME TO WS-GT-GAME-KEY-NO
               IF TH-PROFILE = SPACES
                   MOVE WS-PARM-PROFILE TO WS-CHECK-PROFILE
               ELSE
                   MOVE TH-PROFILE TO WS-CHECK-PROFILE
               END-IF
               IF WS-CHECK-PROFILE NOT = "DEFAULT "
                   PERFORM FIND-PROFILE
                   IF PROFILE-UNKNOWN
                       MOVE WS-GT-GAME-KEY TO WS-FND-KEY
                       STRING "PROFILE " FUNCTION TRIM(WS-CHECK-PROFILE)
                           " NOT ON GAMEPARM - GAME SKIPPED"
                           DELIMITED BY SIZE INTO WS-FND-MSG
                       PERFORM REPORT-NOGO
                   ELSE
                       IF PROFILE-INVALID
                           MOVE WS-GT-GAME-KEY TO WS-FND-KEY
                           STRING "PROFILE "
                               FUNCTION TRIM(WS-CHECK-PROFILE)
                               " INVALID - GAME SKIPPED"
                               DELIMITED BY SIZE INTO WS-FND-MSG
                           PERFORM REPORT-NOGO
                       END-IF
                   END-IF
               END-IF
               MOVE 0 TO WS-GT-DTL-CT
               PERFORM READ-GUESS-TRANS
               PERFORM COUNT-GAME-DETAIL UNTIL TRANS-EOF
                   OR TR-REC-TYPE = 'G' OR TR-REC-TYPE = 'T'
               IF NOT TRANS-EOF AND TR-REC-TYPE = 'T'
                   IF TT-COUNT IS NUMERIC
                       MOVE TT-COUNT TO WS-GT-TRAILER-CT
                   ELSE
                       MOVE 0 TO WS-GT-TRAILER-CT
                   END-IF
                   IF WS-GT-TRAILER-CT NOT = WS-GT-DTL-CT
                       MOVE WS-GT-GAME-KEY TO WS-FND-KEY
                       MOVE WS-GT-TRAILER-CT TO WS-EDIT-CT
                       MOVE WS-GT-DTL-CT TO WS-EDIT-CT-2
                       STRING "TRAILER COUNT " FUNCTION TRIM(WS-EDIT-CT)
                           ", DETAILS COUNTED "
                           FUNCTION TRIM(WS-EDIT-CT-2)
                           DELIMITED BY SIZE INTO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   END-IF
                   PERFORM READ-GUESS-TRANS
               ELSE
                   MOVE WS-GT-GAME-KEY TO WS-FND-KEY
                   MOVE "GAME BATCH HAS NO TRAILER RECORD" TO WS-FND-MSG
                   PERFORM REPORT-WARNING
               END-IF
           END-IF.

       COUNT-GAME-DETAIL.
           IF TR-REC-TYPE = 'D'
               ADD 1 TO WS-GT-DTL-CT
               IF OPERMST-LOADED
                   MOVE TD-OPERATOR TO WS-CHECK-OPERATOR
                   PERFORM FIND-OPERATOR
                   IF NOT OPER-ACTIVE
                       ADD 1 TO WS-GT-BAD-OPER-CT
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-GT-STRAY-CT
           END-IF
           PERFORM READ-GUESS-TRANS.

       CHECK-CERT-RULES.
           MOVE 9 TO WS-FILE-SUB
           MOVE 'N' TO WS-CERT-RULE-EOF-SW
           OPEN INPUT CERT-RULES
           IF WS-CERT-RULE-STATUS = '05' OR WS-CERT-RULE-STATUS = '35'
               MOVE 'Y' TO FT-MISSING(9)
           ELSE
               IF WS-CERT-RULE-STATUS NOT = '00'
                   MOVE WS-CERT-RULE-STATUS TO WS-OPEN-STATUS
                   PERFORM SET-OPEN-MESSAGE
                   PERFORM REPORT-WARNING
               ELSE
                   PERFORM READ-CERT-RULE
                   PERFORM CHECK-CERT-RULE-ENTRY UNTIL CERT-RULE-EOF
                   CLOSE CERT-RULES
               END-IF
           END-IF.

       READ-CERT-RULE.
           READ CERT-RULES
               AT END
                   MOVE 'Y' TO WS-CERT-RULE-EOF-SW
           END-READ.

       CHECK-CERT-RULE-ENTRY.
           ADD 1 TO FT-RECORDS(9)
           IF CERT-RULE-REC(1:1) NOT = '*'
               IF CR-PROFILE = SPACES
                   PERFORM SET-REC-KEY
                   MOVE "BLANK PROFILE - RULE IGNORED" TO WS-FND-MSG
                   PERFORM REPORT-WARNING
               ELSE
                   PERFORM CHECK-CERT-RULE-FIELDS
               END-IF
           END-IF
           PERFORM READ-CERT-RULE.

       CHECK-CERT-RULE-FIELDS.
           IF CR-MIN-ROUNDS IS NOT NUMERIC OR CR-WIN-PCT IS NOT NUMERIC
                   OR CR-VALID-DAYS IS NOT NUMERIC
                   OR CR-WINDOW-DAYS IS NOT NUMERIC
               MOVE CR-PROFILE TO WS-FND-KEY
               MOVE "RULE VALUES NOT NUMERIC" TO WS-FND-MSG
               PERFORM REPORT-WARNING
           END-IF
           IF CR-PROFILE NOT = "DEFAULT "
               MOVE CR-PROFILE TO WS-CHECK-PROFILE
               PERFORM FIND-PROFILE
               IF PROFILE-UNKNOWN
                   MOVE CR-PROFILE TO WS-FND-KEY
                   MOVE "RESTRICTED PROFILE NOT ON GAMEPARM"
                       TO WS-FND-MSG
                   PERFORM REPORT-WARNING
               ELSE
                   IF PROFILE-INVALID
                       MOVE CR-PROFILE TO WS-FND-KEY
                       MOVE "RESTRICTED PROFILE FAILS VALIDATION"
                           TO WS-FND-MSG
                       PERFORM REPORT-WARNING
                   END-IF
               END-IF
           END-IF
           IF CR-PREREQ NOT = SPACES AND CR-PREREQ NOT = "DEFAULT "
               MOVE CR-PREREQ TO WS-CHECK-PROFILE
               PERFORM FIND-PROFILE
               IF PROFILE-UNKNOWN
                   MOVE CR-PROFILE TO WS-FND-KEY
                   STRING "PREREQUISITE " FUNCTION TRIM(CR-PREREQ)
                       " NOT ON GAMEPARM"
                       DELIMITED BY SIZE INTO WS-FND-MSG
                   PERFORM REPORT-WARNING
               END-IF
           END-IF.

       WRITE-FILE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-SUMMARY-TITLE
           WRITE RPT-LINE FROM RPT-SUMMARY-HEADING
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-MAX
               MOVE WS-FILE-NAME(WS-FILE-SUB) TO FS-FILE
               MOVE FT-RECORDS(WS-FILE-SUB) TO FS-RECORDS
               MOVE FT-NOGO-CT(WS-FILE-SUB) TO FS-NOGO
               MOVE FT-WARN-CT(WS-FILE-SUB) TO FS-WARN
               EVALUATE TRUE
                   WHEN FT-NOGO-CT(WS-FILE-SUB) > 0
                       MOVE "NO-GO" TO FS-RESULT
                   WHEN FT-MISSING(WS-FILE-SUB) = 'Y'
                       MOVE "MISSING" TO FS-RESULT
                   WHEN FT-WARN-CT(WS-FILE-SUB) > 0
                       MOVE "WARNING" TO FS-RESULT
                   WHEN OTHER
                       MOVE "OK" TO FS-RESULT
               END-EVALUATE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           END-PERFORM.

       WRITE-DECISION.
           EVALUATE TRUE
               WHEN WS-NOGO-CT > 0
                   MOVE "NO-GO    " TO WS-DECISION
                   MOVE "NO-GO - SUBLIST, FACTORIL AND GUESSER WILL "
                       & "NOT START" TO RD-DECISION
               WHEN WS-WARN-CT > 0
                   MOVE "GO-WARN  " TO WS-DECISION
                   MOVE "GO WITH WARNINGS" TO RD-DECISION
               WHEN OTHER
                   MOVE "GO       " TO WS-DECISION
                   MOVE "GO" TO RD-DECISION
           END-EVALUATE
           MOVE WS-NOGO-CT TO RC-NOGO
           MOVE WS-WARN-CT TO RC-WARN
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           WRITE RPT-LINE FROM RPT-DECISION-LINE.

       COMPUTE-ELAPSED-TIME.
           ACCEPT WS-END-TIME FROM TIME
           MOVE WS-END-TIME(1:6) TO WS-END-HMS
           COMPUTE WS-START-SECS = WS-RUN-HH * 3600
               + WS-RUN-MIN * 60 + WS-RUN-SS
           COMPUTE WS-END-SECS = WS-EN-HH * 3600
               + WS-EN-MM * 60 + WS-EN-SS
           IF WS-END-SECS < WS-START-SECS
               ADD 86400 TO WS-END-SECS
           END-IF
           COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS.

       WRITE-PREFLOG.
           OPEN OUTPUT PREFLOG
           IF WS-PREFLOG-STATUS NOT = '00'
               DISPLAY "PREFLT: UNABLE TO OPEN PREFLOG, STATUS="
                   WS-PREFLOG-STATUS
           ELSE
               PERFORM COMPUTE-ELAPSED-TIME
               MOVE RH-RUN-ID TO SG-RUN-ID
               MOVE RH-RUN-DATE TO SG-RUN-DATE
               MOVE RH-RUN-TIME TO SG-RUN-TIME
               MOVE RH-RUN-OPERATOR TO SG-OPERATOR
               MOVE WS-DECISION TO SG-STATUS
               MOVE WS-END-TIME(1:6) TO SG-END-TIME
               MOVE WS-ELAPSED-SECS TO SG-ELAPSED
               MOVE SPACES TO PREFLOG-LINE
               WRITE PREFLOG-LINE FROM STEP-LOG-DETAIL
               CLOSE PREFLOG
           END-IF.

       WRITE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-FILE-STATUS = '05' OR WS-ALERT-FILE-STATUS
                   = '35'
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-FILE-STATUS NOT = '00'
               DISPLAY "PREFLT: UNABLE TO OPEN ALERT-FILE, STATUS="
                   WS-ALERT-FILE-STATUS
           ELSE
               MOVE RH-RUN-ID TO AL-RUN-ID
               MOVE RH-RUN-DATE TO AL-RUN-DATE
               MOVE RH-RUN-TIME TO AL-RUN-TIME
               MOVE WS-DECISION TO AL-STATUS
               IF WS-DECISION = "NO-GO    "
                   MOVE 'S' TO AL-SEVERITY
               ELSE
                   MOVE 'W' TO AL-SEVERITY
               END-IF
               MOVE SPACES TO ALERT-LINE
               WRITE ALERT-LINE FROM ALERT-DETAIL
               CLOSE ALERT-FILE
           END-IF.
