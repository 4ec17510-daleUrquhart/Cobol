           SELECT AGED-RPT ASSIGN TO "AGEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGED-RPT-STATUS.
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
       FD  LIST-RECYCLE
           RECORD CONTAINS 21 CHARACTERS.
       01  RECYCLE-REC.
           05 RC-LIST-ID PIC X(8).
           05 RC-REC-NO PIC 9(4).
           05 RC-VALUE PIC X(5).
           05 RC-REASON PIC X(2).
           05 RC-CYCLE PIC 9(2).

       FD  LIST-IN
           RECORD CONTAINS 28 CHARACTERS.
       01  LIST-IN-REC PIC X(28).

       FD  LIST-IN-NEW
           RECORD CONTAINS 28 CHARACTERS.
       01  LIST-IN-NEW-REC PIC X(28).
       01  LIST-OUT-HDR.
           05 LO-H-TYPE PIC X.
           05 LO-H-LIST-ID PIC X(8).
           05 LO-H-COUNT PIC 9(4).
           05 LO-H-SOURCE PIC X(8).
           05 FILLER PIC X(7).
       01  LIST-OUT-DTL.
           05 LO-D-TYPE PIC X.
           05 LO-D-VALUE PIC X(5).
           05 LO-D-CYCLE PIC 9(2).
           05 FILLER PIC X(20).
       01  LIST-OUT-TRL.
           05 LO-T-TYPE PIC X.
           05 LO-T-COUNT PIC 9(4).
           05 FILLER PIC X(23).

       FD  AGED-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

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
           01 WS-LIST-RCYC-STATUS PIC XX VALUE '00'.
               88 RCYC-EOF VALUE 'Y'.
           01 WS-LIST-IN-EOF-SW PIC X VALUE 'N'.
               88 LIST-IN-EOF VALUE 'Y'.
           01 WS-OPER-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-AUTH-LOG-STATUS PIC XX VALUE '00'.
           01 WS-MAINT-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-OPER-MASTER-EOF-SW PIC X VALUE 'N'.
               88 OPER-MASTER-EOF VALUE 'Y'.
           01 WS-OPER-FOUND-SW PIC X VALUE 'N'.
               88 OPERATOR-FOUND VALUE 'Y'.
           01 WS-AUTH-REASON PIC X(12) VALUE SPACES.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-MAX-TEXT PIC X(8) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-MAX-CYCLES PIC 9(2) VALUE 3.

           01 WS-RCYC-CT PIC 9(4) VALUE 0.
           01 WS-GROUP-TABLE.
               05 GT-ENTRY OCCURS 50 TIMES.
                   10 GT-LIST-ID PIC X(8).
                   10 GT-COUNT PIC 9(4).

           01 I PIC 999 VALUE 0.
           01 J PIC 99 VALUE 0.
               05 FILLER PIC X(6) VALUE "LIST ".
               05 AD-LIST-ID PIC X(8).
               05 FILLER PIC X(6) VALUE " REC ".
               05 AD-REC-NO PIC Z(3)9.
               05 FILLER PIC X(9) VALUE " VALUE: ".
               05 AD-VALUE PIC X(5).
               05 FILLER PIC X(10) VALUE " REASON: ".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-MAX-TEXT WS-RUN-ID WS-RUN-OPERATOR
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           PERFORM CHECK-RESUBMIT-AUTHORITY
           IF WS-AUTH-REASON NOT = SPACES
               DISPLAY "SUBRSUB: " WS-RUN-OPERATOR
                   " MAY NOT RESUBMIT RECYCLED RECORDS - "
                   WS-AUTH-REASON
               PERFORM WRITE-AUTH-REFUSAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGED-RPT
           IF WS-AGED-RPT-STATUS NOT = '00'
               DISPLAY "SUBRSUB: UNABLE TO OPEN AGED-RPT, STATUS="
               DISPLAY "SUBRSUB: RECYCLE RECORDS DROPPED - LISTIN "
                   "NOT SWAPPED, CORRECT AND RERUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-RECYCLE-AUDIT
           END-IF
           STOP RUN.

       CHECK-RESUBMIT-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON
           MOVE 'N' TO WS-OPER-FOUND-SW
           MOVE 'N' TO WS-OPER-MASTER-EOF-SW
           OPEN INPUT OPER-MASTER
           IF WS-OPER-MASTER-STATUS NOT = '00'
               DISPLAY "SUBRSUB: OPERATOR MASTER NOT AVAILABLE, "
                   "STATUS=" WS-OPER-MASTER-STATUS
               MOVE "NO OPERMST" TO WS-AUTH-REASON
           ELSE
               PERFORM READ-OPER-MASTER
               PERFORM MATCH-RESUBMIT-OPERATOR
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

       MATCH-RESUBMIT-OPERATOR.
           IF OM-ID = WS-RUN-OPERATOR
               MOVE 'Y' TO WS-OPER-FOUND-SW
               IF OM-ACTIVE NOT = 'Y'
                   MOVE "INACTIVE" TO WS-AUTH-REASON
               ELSE
                   IF NOT OM-OPERATOR
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
               DISPLAY "SUBRSUB: UNABLE TO OPEN AUTH-LOG, STATUS="
                   WS-AUTH-LOG-STATUS
           ELSE
               MOVE SPACES TO AUTH-LOG-REC
               MOVE RH-RUN-ID TO AL-RUN-ID
               MOVE RH-RUN-DATE TO AL-RUN-DATE
               MOVE RH-RUN-TIME TO AL-RUN-TIME
               MOVE "SUBRSUB" TO AL-PROGRAM
               MOVE WS-RUN-OPERATOR TO AL-OPERATOR
               MOVE "RESUBMIT" TO AL-FUNCTION
               MOVE "OPERATOR" TO AL-ROLE
               MOVE WS-AUTH-REASON TO AL-REASON
               MOVE "SUBRCYC" TO AL-OBJECT
               WRITE AUTH-LOG-REC
               CLOSE AUTH-LOG
           END-IF.

       LOAD-RECYCLE.
           OPEN INPUT LIST-RECYCLE
           IF WS-LIST-RCYC-STATUS = '05' OR WS-LIST-RCYC-STATUS = '35'
           MOVE WS-MERGED-CT TO AT-MERGED
           MOVE WS-AGED-CT TO AT-AGED
           WRITE RPT-LINE FROM AGED-TOTAL-LINE.

       WRITE-RECYCLE-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-MAINT-AUDIT-STATUS = '05' OR WS-MAINT-AUDIT-STATUS
                   = '35'
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               DISPLAY "SUBRSUB: UNABLE TO OPEN MAINT-AUDIT, STATUS="
                   WS-MAINT-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-RCYC-EOF-SW
           OPEN INPUT LIST-RECYCLE
           IF WS-LIST-RCYC-STATUS NOT = '00'
               MOVE 'Y' TO WS-RCYC-EOF-SW
           END-IF
           IF NOT RCYC-EOF
               PERFORM READ-RECYCLE
               PERFORM AUDIT-RECYCLE-RECORD UNTIL RCYC-EOF
               CLOSE LIST-RECYCLE
           END-IF
           CLOSE MAINT-AUDIT.

       AUDIT-RECYCLE-RECORD.
           MOVE SPACES TO MAINT-AUDIT-REC
           MOVE RH-RUN-ID TO MA-RUN-ID
           MOVE RH-RUN-DATE TO MA-RUN-DATE
           MOVE RH-RUN-TIME TO MA-RUN-TIME
           MOVE RH-RUN-OPERATOR TO MA-RUN-OPERATOR
           MOVE "SUBRSUB" TO MA-PROGRAM
           MOVE WS-RUN-OPERATOR TO MA-OPERATOR
           STRING "SUBRCYC/" RC-LIST-ID DELIMITED BY SPACE
               "/" RC-REC-NO DELIMITED BY SIZE INTO MA-OBJECT
           STRING "SUBRCYC VALUE " RC-VALUE " CYCLE " RC-CYCLE
               DELIMITED BY SIZE INTO MA-BEFORE
           IF RC-CYCLE > WS-MAX-CYCLES
               MOVE "AGEOFF" TO MA-FUNCTION
               MOVE "AGED OFF TO SUPERVISOR ON AGEDRPT" TO MA-AFTER
               STRING "REJECT REASON " RC-REASON
                   " - PAST MAX CYCLES " WS-MAX-CYCLES
                   DELIMITED BY SIZE INTO MA-REASON
           ELSE
               MOVE "RESUBMIT" TO MA-FUNCTION
               STRING "LISTIN BATCH " RC-LIST-ID " VALUE " RC-VALUE
                   DELIMITED BY SIZE INTO MA-AFTER
               STRING "REJECT REASON " RC-REASON " CORRECTED"
                   DELIMITED BY SIZE INTO MA-REASON
           END-IF
           WRITE MAINT-AUDIT-REC
           PERFORM READ-RECYCLE.
