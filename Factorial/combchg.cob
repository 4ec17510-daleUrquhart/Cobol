       IDENTIFICATION DIVISION.
       PROGRAM-ID. Combchg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMB-ANSWERS ASSIGN TO "COMBANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-COMB-ANS-STATUS.
           SELECT COMB-RATES ASSIGN TO "COMBRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMB-RATE-STATUS.
           SELECT OPER-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-MASTER-STATUS.
           SELECT CHG-STMT ASSIGN TO "CHGSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STMT-STATUS.
           SELECT CHG-FEED ASSIGN TO "CHGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FEED-STATUS.
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
           SELECT CHG-SORT ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  COMB-ANSWERS
           RECORD CONTAINS 50 CHARACTERS.
           COPY COMBANS.

       FD  COMB-RATES
           RECORD CONTAINS 40 CHARACTERS.
       01  RATE-REC.
           05 RT-TYPE PIC X.
           05 FILLER PIC X.
           05 RT-RATE PIC 9(5)V99.
           05 FILLER PIC X.
           05 RT-ERROR-RATE PIC 9(5)V99.
           05 FILLER PIC X.
           05 RT-DESC PIC X(20).
           05 FILLER PIC X(2).

       FD  OPER-MASTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPERMST.

       FD  CHG-STMT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       FD  CHG-FEED
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHGFEED.

       FD  STEP-CONTROL
           RECORD CONTAINS 40 CHARACTERS.
           COPY STEPCTL.

       FD  PERIOD-CONTROL
           RECORD CONTAINS 40 CHARACTERS.
           COPY PERIODCT.

       FD  PERLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  PERLOG-LINE PIC X(80).

       SD  CHG-SORT.
       01  CHG-SORT-REC.
           05 SK-DEPT PIC X(8).
           05 SK-REQUESTER PIC X(8).
           05 SK-TYPE PIC X.
           05 SK-ERROR-SW PIC X.
           05 SK-PRICED-SW PIC X.
           05 SK-CHARGE PIC 9(5)V99.

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-COMB-ANS-STATUS PIC XX VALUE '00'.
           01 WS-COMB-RATE-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-CHG-STMT-STATUS PIC XX VALUE '00'.
           01 WS-CHG-FEED-STATUS PIC XX VALUE '00'.
           01 WS-ANS-EOF-SW PIC X VALUE 'N'.
               88 ANS-EOF VALUE 'Y'.
           01 WS-RATE-EOF-SW PIC X VALUE 'N'.
               88 RATE-EOF VALUE 'Y'.
           01 WS-OPER-MASTER-EOF-SW PIC X VALUE 'N'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-SORT-EOF-SW PIC X VALUE 'N'.
               88 SORT-EOF VALUE 'Y'.
           01 WS-STEPCTL-STATUS PIC XX VALUE '00'.
           01 WS-PERIOD-CTL-STATUS PIC XX VALUE '00'.
           01 WS-PERLOG-STATUS PIC XX VALUE '00'.
           01 WS-PERIOD-MODE-SW PIC X VALUE 'N'.
               88 PERIOD-MODE VALUE 'Y'.
           01 WS-STEPCTL-ACTIVE-SW PIC X VALUE 'N'.
               88 STEPCTL-ACTIVE VALUE 'Y'.
           01 WS-BYPASS-SW PIC X VALUE 'N'.
               88 STEP-BYPASSED VALUE 'Y'.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-MONTH-TEXT PIC X(8) VALUE SPACES.
           01 WS-MONTH-FILTER PIC X(6) VALUE SPACES.
           01 WS-MONTH-NUM PIC 99 VALUE 0.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
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
               05 FILLER PIC X(10) VALUE "COMBCHG   ".
               05 PL-STATUS PIC X(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-END-TIME PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-ELAPSED PIC 9(6).

           01 WS-RX-MAX PIC 99 VALUE 20.
           01 WS-RX-CT PIC 99 VALUE 0.
           01 WS-RX-SUB PIC 99 VALUE 0.
           01 WS-RATE-TABLE.
               05 RX-ENTRY OCCURS 20 TIMES.
                   10 RX-TYPE PIC X.
                   10 RX-RATE PIC 9(5)V99.
                   10 RX-ERROR-RATE PIC 9(5)V99.
                   10 RX-DESC PIC X(20).
           01 WS-RATE-FOUND-SW PIC X VALUE 'N'.
               88 RATE-FOUND VALUE 'Y'.
           01 WS-LOOKUP-TYPE PIC X VALUE SPACE.
           01 WS-TYPE-DESC PIC X(20) VALUE SPACES.

           01 WS-OX-MAX PIC 999 VALUE 200.
           01 WS-OX-CT PIC 999 VALUE 0.
           01 WS-OX-SUB PIC 999 VALUE 0.
           01 WS-OPERMST-TABLE.
               05 OX-ENTRY OCCURS 200 TIMES.
                   10 OX-ID PIC X(8).
                   10 OX-NAME PIC X(20).
                   10 OX-DEPT PIC X(8).
           01 WS-LOOKUP-ID PIC X(8) VALUE SPACES.
           01 WS-OPER-NAME PIC X(20) VALUE SPACES.
           01 WS-OPER-DEPT PIC X(8) VALUE SPACES.

           01 WS-READ-CT PIC 9(7) VALUE 0.
           01 WS-SEL-CT PIC 9(7) VALUE 0.
           01 WS-UNPRICED-CT PIC 9(7) VALUE 0.
           01 WS-UNKNOWN-CT PIC 9(7) VALUE 0.
           01 WS-DEPT-CT PIC 9(4) VALUE 0.

           01 WS-BRK-DEPT PIC X(8) VALUE SPACES.
           01 WS-BRK-REQUESTER PIC X(8) VALUE SPACES.
           01 WS-REQ-REQUESTS PIC 9(7) VALUE 0.
           01 WS-REQ-ERRORS PIC 9(7) VALUE 0.
           01 WS-REQ-AMOUNT PIC 9(9)V99 VALUE 0.
           01 WS-DEPT-REQUESTS PIC 9(7) VALUE 0.
           01 WS-DEPT-ERRORS PIC 9(7) VALUE 0.
           01 WS-DEPT-AMOUNT PIC 9(9)V99 VALUE 0.
           01 WS-TOT-REQUESTS PIC 9(9) VALUE 0.
           01 WS-TOT-ERRORS PIC 9(9) VALUE 0.
           01 WS-TOT-AMOUNT PIC 9(11)V99 VALUE 0.
           01 WS-FEED-DTL-CT PIC 9(7) VALUE 0.
           01 WS-FEED-REQUESTS PIC 9(9) VALUE 0.
           01 WS-FEED-AMOUNT PIC 9(11)V99 VALUE 0.

           01 WS-DT-MAX PIC 99 VALUE 20.
           01 WS-DT-CT PIC 99 VALUE 0.
           01 WS-DT-SUB PIC 99 VALUE 0.
           01 WS-DEPT-TYPE-TABLE.
               05 DT-ENTRY OCCURS 20 TIMES.
                   10 DT-TYPE PIC X.
                   10 DT-REQUESTS PIC 9(7).
                   10 DT-ERRORS PIC 9(7).
                   10 DT-AMOUNT PIC 9(9)V99.

           01 RPT-HEADING-1.
               05 FILLER PIC X(11) VALUE "CHG-STMT   ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 RH1-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "RUN-ID: ".
               05 RH1-RUN-ID PIC X(8).

           01 RPT-HEADING-2.
               05 FILLER PIC X(48) VALUE
                   "COMBCALC USAGE AND CHARGEBACK STATEMENT - MONTH ".
               05 RH2-MONTH PIC X(6).

           01 RPT-DEPT-HEADING.
               05 FILLER PIC X(12) VALUE "DEPARTMENT: ".
               05 RD-DEPT PIC X(8).

           01 RPT-COL-HEADING.
               05 FILLER PIC X(10) VALUE "REQUESTER".
               05 FILLER PIC X(22) VALUE "NAME".
               05 FILLER PIC X(8) VALUE "REQUESTS".
               05 FILLER PIC X(10) VALUE "    ERRORS".
               05 FILLER PIC X(16) VALUE "          CHARGE".

           01 RPT-REQ-LINE.
               05 RR-REQUESTER PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-REQUESTS PIC Z(7)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-ERRORS PIC Z(7)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

           01 RPT-TYPE-LINE.
               05 FILLER PIC X(7) VALUE "  TYPE ".
               05 RY-TYPE PIC X.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RY-DESC PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RY-REQUESTS PIC Z(7)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RY-ERRORS PIC Z(7)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RY-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

           01 RPT-DEPT-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE "DEPARTMENT".
               05 FILLER PIC X(22) VALUE " TOTAL".
               05 RS-REQUESTS PIC Z(7)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RS-ERRORS PIC Z(7)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RS-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

           01 RPT-GRAND-LINE-1.
               05 FILLER PIC X(17) VALUE "ALL DEPARTMENTS: ".
               05 RG-DEPTS PIC ZZZ9.
               05 FILLER PIC X(12) VALUE "  REQUESTS: ".
               05 RG-REQUESTS PIC Z(8)9.
               05 FILLER PIC X(10) VALUE "  ERRORS: ".
               05 RG-ERRORS PIC Z(8)9.

           01 RPT-GRAND-LINE-2.
               05 FILLER PIC X(17) VALUE "TOTAL CHARGES:   ".
               05 RG-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.

           01 RPT-EXCEPTION-LINE.
               05 FILLER PIC X(18) VALUE "UNPRICED ANSWERS: ".
               05 RE-UNPRICED PIC Z(6)9.
               05 FILLER PIC X(30) VALUE
                   "   REQUESTERS NOT ON OPERMST: ".
               05 RE-UNKNOWN PIC Z(6)9.

           01 RPT-NO-DATA-LINE.
               05 FILLER PIC X(80) VALUE
                   "NO COMBCALC ANSWERS FOR THE MONTH".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-MONTH-TEXT WS-RUN-ID WS-RUN-OPERATOR
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "COMBCHG" TO WS-RUN-ID
           END-IF
           IF WS-MONTH-TEXT = "PERIOD"
               MOVE 'Y' TO WS-PERIOD-MODE-SW
               PERFORM READ-PERIOD-CONTROL
               MOVE PC-MONTH TO WS-MONTH-FILTER
           ELSE
               IF WS-MONTH-TEXT = SPACES
                   MOVE WS-RUN-DATE(1:6) TO WS-MONTH-FILTER
               ELSE
                   IF WS-MONTH-TEXT(1:6) IS NUMERIC
                           AND WS-MONTH-TEXT(7:2) = SPACES
                       MOVE WS-MONTH-TEXT(5:2) TO WS-MONTH-NUM
                   END-IF
                   IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
                       DISPLAY "COMBCHG: INVALID MONTH " WS-MONTH-TEXT
                           " - EXPECTED YYYYMM OR PERIOD"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-MONTH-TEXT(1:6) TO WS-MONTH-FILTER
               END-IF
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           IF PERIOD-MODE
               PERFORM CHECK-STEP-CONTROL
               IF STEP-BYPASSED
                   DISPLAY "COMBCHG: ALREADY COMPLETE FOR THIS RUN, "
                       "BYPASSED"
                   CLOSE STEP-CONTROL
                   PERFORM WRITE-PERLOG
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-OPERATOR-MASTER
           OPEN OUTPUT CHG-STMT
           IF WS-CHG-STMT-STATUS NOT = '00'
               DISPLAY "COMBCHG: UNABLE TO OPEN CHG-STMT, STATUS="
                   WS-CHG-STMT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHG-FEED
           IF WS-CHG-FEED-STATUS NOT = '00'
               DISPLAY "COMBCHG: UNABLE TO OPEN CHG-FEED, STATUS="
                   WS-CHG-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADINGS
           PERFORM WRITE-FEED-HEADER
           SORT CHG-SORT
               ON ASCENDING KEY SK-DEPT SK-REQUESTER SK-TYPE
               INPUT PROCEDURE IS SELECT-ANSWERS
               OUTPUT PROCEDURE IS WRITE-STATEMENTS
           IF WS-SEL-CT = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM RPT-NO-DATA-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-GRAND-TOTALS
           PERFORM WRITE-FEED-TRAILER
           CLOSE CHG-STMT
           CLOSE CHG-FEED
           DISPLAY "COMBCHG: MONTH " WS-MONTH-FILTER " ANSWERS READ "
               WS-READ-CT " CHARGED " WS-SEL-CT
           IF WS-UNPRICED-CT > 0 OR WS-UNKNOWN-CT > 0
               DISPLAY "COMBCHG: " WS-UNPRICED-CT " ANSWERS WITH NO "
                   "RATE, " WS-UNKNOWN-CT " FROM REQUESTERS NOT ON "
                   "OPERMST - CHECK COMBRATE AND OPERMST"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF PERIOD-MODE
               PERFORM MARK-STEP-COMPLETE
               IF STEPCTL-ACTIVE
                   CLOSE STEP-CONTROL
               END-IF
               PERFORM WRITE-PERLOG
           END-IF
           STOP RUN.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RX-CT
           MOVE 'N' TO WS-RATE-EOF-SW
           OPEN INPUT COMB-RATES
           IF WS-COMB-RATE-STATUS NOT = '00'
               DISPLAY "COMBCHG: UNABLE TO OPEN COMB-RATES, STATUS="
                   WS-COMB-RATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RATE
           PERFORM STORE-RATE UNTIL RATE-EOF
           CLOSE COMB-RATES.

       READ-RATE.
           READ COMB-RATES
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
           END-READ.

       STORE-RATE.
           IF RT-TYPE NOT = SPACE AND RT-TYPE NOT = '*'
               IF RT-RATE IS NOT NUMERIC
                       OR RT-ERROR-RATE IS NOT NUMERIC
                   DISPLAY "COMBCHG: RATE FOR TYPE " RT-TYPE
                       " NOT NUMERIC, IGNORED"
               ELSE
                   IF WS-RX-CT >= WS-RX-MAX
                       DISPLAY "COMBCHG: RATE TABLE FULL, TYPE "
                           RT-TYPE " IGNORED"
                   ELSE
                       ADD 1 TO WS-RX-CT
                       MOVE RT-TYPE TO RX-TYPE(WS-RX-CT)
                       MOVE RT-RATE TO RX-RATE(WS-RX-CT)
                       MOVE RT-ERROR-RATE TO RX-ERROR-RATE(WS-RX-CT)
                       MOVE RT-DESC TO RX-DESC(WS-RX-CT)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-RATE.

       LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE "NO RATE ON FILE" TO WS-TYPE-DESC
           PERFORM VARYING WS-RX-SUB FROM 1 BY 1
                   UNTIL WS-RX-SUB > WS-RX-CT
               IF RX-TYPE(WS-RX-SUB) = WS-LOOKUP-TYPE
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   MOVE RX-DESC(WS-RX-SUB) TO WS-TYPE-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-OPERATOR-MASTER.
           MOVE 0 TO WS-OX-CT
           MOVE 'N' TO WS-OPER-MASTER-EOF-SW
           OPEN INPUT OPER-MASTER
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "COMBCHG: UNABLE TO OPEN OPER-MASTER, STATUS="
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
               IF WS-OX-CT >= WS-OX-MAX
                   DISPLAY "COMBCHG: OPERATOR MASTER TABLE FULL, "
                       OM-ID " IGNORED"
               ELSE
                   ADD 1 TO WS-OX-CT
                   MOVE OM-ID TO OX-ID(WS-OX-CT)
                   MOVE OM-NAME TO OX-NAME(WS-OX-CT)
                   MOVE OM-DEPT TO OX-DEPT(WS-OX-CT)
               END-IF
           END-IF
           PERFORM READ-OPER-MASTER.

       LOOKUP-OPERATOR.
           MOVE SPACES TO WS-OPER-NAME
           MOVE "UNKNOWN" TO WS-OPER-DEPT
           PERFORM VARYING WS-OX-SUB FROM 1 BY 1
                   UNTIL WS-OX-SUB > WS-OX-CT
               IF OX-ID(WS-OX-SUB) = WS-LOOKUP-ID
                   MOVE OX-NAME(WS-OX-SUB) TO WS-OPER-NAME
                   IF OX-DEPT(WS-OX-SUB) NOT = SPACES
                       MOVE OX-DEPT(WS-OX-SUB) TO WS-OPER-DEPT
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-RPT-HEADINGS.
           MOVE WS-RUN-DATE TO RH1-DATE
           MOVE RH-RUN-ID TO RH1-RUN-ID
           MOVE WS-MONTH-FILTER TO RH2-MONTH
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2.

       WRITE-FEED-HEADER.
           MOVE SPACES TO CHG-FEED-HDR
           MOVE 'H' TO CF-REC-TYPE
           MOVE "COMBCALC" TO CFH-SYSTEM
           MOVE WS-MONTH-FILTER TO CFH-MONTH
           MOVE WS-RUN-DATE TO CFH-RUN-DATE
           MOVE RH-RUN-ID TO CFH-RUN-ID
           WRITE CHG-FEED-HDR.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO CHG-FEED-TRL
           MOVE 'T' TO CF-REC-TYPE
           MOVE WS-FEED-DTL-CT TO CFT-DETAIL-CT
           MOVE WS-FEED-REQUESTS TO CFT-REQUESTS
           MOVE WS-FEED-AMOUNT TO CFT-AMOUNT
           WRITE CHG-FEED-TRL.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DEPT-CT TO RG-DEPTS
           MOVE WS-TOT-REQUESTS TO RG-REQUESTS
           MOVE WS-TOT-ERRORS TO RG-ERRORS
           WRITE RPT-LINE FROM RPT-GRAND-LINE-1
           MOVE WS-TOT-AMOUNT TO RG-AMOUNT
           WRITE RPT-LINE FROM RPT-GRAND-LINE-2
           MOVE WS-UNPRICED-CT TO RE-UNPRICED
           MOVE WS-UNKNOWN-CT TO RE-UNKNOWN
           WRITE RPT-LINE FROM RPT-EXCEPTION-LINE.

       READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-CTL-STATUS NOT = '00'
               DISPLAY "COMBCHG: UNABLE TO OPEN PERIOD-CONTROL, "
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
               DISPLAY "COMBCHG: PERIOD CONTROL SHOWS NO PERIOD-END "
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
               DISPLAY "COMBCHG: STEP-CONTROL UNAVAILABLE, STATUS="
                   WS-STEPCTL-STATUS
               MOVE 'N' TO WS-STEPCTL-ACTIVE-SW
           ELSE
               MOVE 'Y' TO WS-STEPCTL-ACTIVE-SW
               MOVE RH-RUN-ID TO SC-RUN-ID
               MOVE RH-RUN-DATE TO SC-RUN-DATE
               MOVE "COMBCHG " TO SC-PROGRAM
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
               MOVE "COMBCHG " TO SC-PROGRAM
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
               DISPLAY "COMBCHG: UNABLE TO OPEN PERLOG, STATUS="
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

       SELECT-ANSWERS SECTION.
       SA-OPEN.
           OPEN INPUT COMB-ANSWERS
           IF WS-COMB-ANS-STATUS = '05' OR WS-COMB-ANS-STATUS = '35'
               DISPLAY "COMBCHG: COMB-ANSWERS NOT FOUND, NO ANSWERS "
                   "TO CHARGE"
               GO TO SA-EXIT
           END-IF
           IF WS-COMB-ANS-STATUS NOT = '00'
               DISPLAY "COMBCHG: UNABLE TO OPEN COMB-ANSWERS, "
                   "STATUS=" WS-COMB-ANS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ANS-EOF-SW
           PERFORM READ-ANSWER
           PERFORM RELEASE-ANSWER UNTIL ANS-EOF
           CLOSE COMB-ANSWERS
           GO TO SA-EXIT.

       READ-ANSWER.
           READ COMB-ANSWERS
               AT END
                   MOVE 'Y' TO WS-ANS-EOF-SW
           END-READ
           IF NOT ANS-EOF
               ADD 1 TO WS-READ-CT
           END-IF.

       RELEASE-ANSWER.
           IF CA-RUN-DATE IS NUMERIC
                   AND CA-RUN-DATE(1:6) = WS-MONTH-FILTER
               ADD 1 TO WS-SEL-CT
               IF CA-REQUESTER NOT = WS-LOOKUP-ID
                   MOVE CA-REQUESTER TO WS-LOOKUP-ID
                   PERFORM LOOKUP-OPERATOR
               END-IF
               IF WS-OPER-DEPT = "UNKNOWN"
                   ADD 1 TO WS-UNKNOWN-CT
               END-IF
               MOVE WS-OPER-DEPT TO SK-DEPT
               MOVE CA-REQUESTER TO SK-REQUESTER
               MOVE CA-TYPE TO SK-TYPE
               IF CA-ERROR-CODE = "00"
                   MOVE 'N' TO SK-ERROR-SW
               ELSE
                   MOVE 'Y' TO SK-ERROR-SW
               END-IF
               MOVE CA-TYPE TO WS-LOOKUP-TYPE
               PERFORM LOOKUP-RATE
               IF RATE-FOUND
                   MOVE 'Y' TO SK-PRICED-SW
                   IF SK-ERROR-SW = 'Y'
                       MOVE RX-ERROR-RATE(WS-RX-SUB) TO SK-CHARGE
                   ELSE
                       MOVE RX-RATE(WS-RX-SUB) TO SK-CHARGE
                   END-IF
               ELSE
                   MOVE 'N' TO SK-PRICED-SW
                   MOVE 0 TO SK-CHARGE
                   ADD 1 TO WS-UNPRICED-CT
               END-IF
               RELEASE CHG-SORT-REC
           END-IF
           PERFORM READ-ANSWER.

       SA-EXIT.
           EXIT.

       WRITE-STATEMENTS SECTION.
       WT-START.
           MOVE SPACES TO WS-BRK-DEPT
           MOVE SPACES TO WS-BRK-REQUESTER
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM RETURN-CHARGE
           PERFORM SUMMARIZE-CHARGE UNTIL SORT-EOF
           IF WS-BRK-DEPT NOT = SPACES
               PERFORM WRITE-REQUESTER-BREAK
               PERFORM WRITE-DEPT-BREAK
           END-IF
           GO TO WT-EXIT.

       RETURN-CHARGE.
           RETURN CHG-SORT
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       SUMMARIZE-CHARGE.
           IF SK-DEPT NOT = WS-BRK-DEPT
               IF WS-BRK-DEPT NOT = SPACES
                   PERFORM WRITE-REQUESTER-BREAK
                   PERFORM WRITE-DEPT-BREAK
               END-IF
               PERFORM START-DEPT
           ELSE
               IF SK-REQUESTER NOT = WS-BRK-REQUESTER
                   PERFORM WRITE-REQUESTER-BREAK
                   PERFORM START-REQUESTER
               END-IF
           END-IF
           ADD 1 TO WS-REQ-REQUESTS
           ADD SK-CHARGE TO WS-REQ-AMOUNT
           IF SK-ERROR-SW = 'Y'
               ADD 1 TO WS-REQ-ERRORS
           END-IF
           PERFORM FIND-DEPT-TYPE
           IF WS-DT-SUB > 0
               ADD 1 TO DT-REQUESTS(WS-DT-SUB)
               ADD SK-CHARGE TO DT-AMOUNT(WS-DT-SUB)
               IF SK-ERROR-SW = 'Y'
                   ADD 1 TO DT-ERRORS(WS-DT-SUB)
               END-IF
           END-IF
           PERFORM RETURN-CHARGE.

       START-DEPT.
           MOVE SK-DEPT TO WS-BRK-DEPT
           ADD 1 TO WS-DEPT-CT
           MOVE 0 TO WS-DEPT-REQUESTS
           MOVE 0 TO WS-DEPT-ERRORS
           MOVE 0 TO WS-DEPT-AMOUNT
           MOVE 0 TO WS-DT-CT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SK-DEPT TO RD-DEPT
           WRITE RPT-LINE FROM RPT-DEPT-HEADING
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-COL-HEADING
           PERFORM START-REQUESTER.

       START-REQUESTER.
           MOVE SK-REQUESTER TO WS-BRK-REQUESTER
           MOVE 0 TO WS-REQ-REQUESTS
           MOVE 0 TO WS-REQ-ERRORS
           MOVE 0 TO WS-REQ-AMOUNT.

       FIND-DEPT-TYPE.
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-CT
               IF DT-TYPE(WS-DT-SUB) = SK-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DT-SUB > WS-DT-CT
               IF WS-DT-CT >= WS-DT-MAX
                   DISPLAY "COMBCHG: TYPE TABLE FULL FOR DEPARTMENT "
                       WS-BRK-DEPT ", TYPE " SK-TYPE " NOT ANALYSED"
                   MOVE 0 TO WS-DT-SUB
               ELSE
                   ADD 1 TO WS-DT-CT
                   MOVE WS-DT-CT TO WS-DT-SUB
                   MOVE SK-TYPE TO DT-TYPE(WS-DT-SUB)
                   MOVE 0 TO DT-REQUESTS(WS-DT-SUB)
                   MOVE 0 TO DT-ERRORS(WS-DT-SUB)
                   MOVE 0 TO DT-AMOUNT(WS-DT-SUB)
               END-IF
           END-IF.

       WRITE-REQUESTER-BREAK.
           MOVE WS-BRK-REQUESTER TO RR-REQUESTER
           MOVE WS-BRK-REQUESTER TO WS-LOOKUP-ID
           PERFORM LOOKUP-OPERATOR
           IF WS-OPER-NAME = SPACES
               MOVE "NOT ON OPERMST" TO RR-NAME
           ELSE
               MOVE WS-OPER-NAME TO RR-NAME
           END-IF
           MOVE WS-REQ-REQUESTS TO RR-REQUESTS
           MOVE WS-REQ-ERRORS TO RR-ERRORS
           MOVE WS-REQ-AMOUNT TO RR-AMOUNT
           WRITE RPT-LINE FROM RPT-REQ-LINE
           ADD WS-REQ-REQUESTS TO WS-DEPT-REQUESTS
           ADD WS-REQ-ERRORS TO WS-DEPT-ERRORS
           ADD WS-REQ-AMOUNT TO WS-DEPT-AMOUNT.

       WRITE-DEPT-BREAK.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-CT
               MOVE DT-TYPE(WS-DT-SUB) TO RY-TYPE
               MOVE DT-TYPE(WS-DT-SUB) TO WS-LOOKUP-TYPE
               PERFORM LOOKUP-RATE
               MOVE WS-TYPE-DESC TO RY-DESC
               MOVE DT-REQUESTS(WS-DT-SUB) TO RY-REQUESTS
               MOVE DT-ERRORS(WS-DT-SUB) TO RY-ERRORS
               MOVE DT-AMOUNT(WS-DT-SUB) TO RY-AMOUNT
               WRITE RPT-LINE FROM RPT-TYPE-LINE
               PERFORM WRITE-FEED-DETAIL
           END-PERFORM
           MOVE WS-DEPT-REQUESTS TO RS-REQUESTS
           MOVE WS-DEPT-ERRORS TO RS-ERRORS
           MOVE WS-DEPT-AMOUNT TO RS-AMOUNT
           WRITE RPT-LINE FROM RPT-DEPT-TOTAL-LINE
           ADD WS-DEPT-REQUESTS TO WS-TOT-REQUESTS
           ADD WS-DEPT-ERRORS TO WS-TOT-ERRORS
           ADD WS-DEPT-AMOUNT TO WS-TOT-AMOUNT.

       WRITE-FEED-DETAIL.
           MOVE SPACES TO CHG-FEED-DTL
           MOVE 'D' TO CF-REC-TYPE
           MOVE WS-MONTH-FILTER TO CFD-MONTH
           MOVE WS-BRK-DEPT TO CFD-DEPT
           MOVE DT-TYPE(WS-DT-SUB) TO CFD-TYPE
           MOVE DT-REQUESTS(WS-DT-SUB) TO CFD-REQUESTS
           MOVE DT-ERRORS(WS-DT-SUB) TO CFD-ERRORS
           MOVE DT-AMOUNT(WS-DT-SUB) TO CFD-AMOUNT
           WRITE CHG-FEED-DTL
           ADD 1 TO WS-FEED-DTL-CT
           ADD DT-REQUESTS(WS-DT-SUB) TO WS-FEED-REQUESTS
           ADD DT-AMOUNT(WS-DT-SUB) TO WS-FEED-AMOUNT.

       WT-EXIT.
           EXIT.
