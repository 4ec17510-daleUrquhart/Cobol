       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audinq.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-AUDIT ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
           SELECT AUD-RPT ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-RPT-STATUS.
           SELECT AUDIT-SORT ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUDIT
           RECORD CONTAINS 220 CHARACTERS.
           COPY MAINTAUD.

       FD  AUD-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       SD  AUDIT-SORT.
       01  AUDIT-SORT-REC.
           05 SK-RUN-ID PIC X(8).
           05 SK-RUN-DATE PIC 9(8).
           05 SK-RUN-TIME PIC 9(6).
           05 SK-RUN-OPERATOR PIC X(8).
           05 SK-PROGRAM PIC X(8).
           05 SK-OPERATOR PIC X(8).
           05 SK-FUNCTION PIC X(8).
           05 SK-OBJECT PIC X(30).
           05 SK-BEFORE PIC X(40).
           05 SK-AFTER PIC X(40).
           05 SK-REASON PIC X(40).
           05 FILLER PIC X(16).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-MAINT-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-AUD-RPT-STATUS PIC XX VALUE '00'.
           01 WS-AUDIT-EOF-SW PIC X VALUE 'N'.
               88 AUDIT-EOF VALUE 'Y'.
           01 WS-SORT-EOF-SW PIC X VALUE 'N'.
               88 SORT-EOF VALUE 'Y'.

           01 WS-PARM-STRING PIC X(100) VALUE SPACES.
           01 WS-SEL-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-FROM-TEXT PIC X(8) VALUE SPACES.
           01 WS-TO-TEXT PIC X(8) VALUE SPACES.
           01 WS-SEL-FUNCTION PIC X(8) VALUE SPACES.
           01 WS-SEL-OBJECT PIC X(30) VALUE SPACES.
           01 WS-OBJ-LEN PIC 99 VALUE 0.
           01 WS-OBJ-HITS PIC 99 VALUE 0.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-FROM-DATE PIC 9(8) VALUE 0.
           01 WS-TO-DATE PIC 9(8) VALUE 99999999.
           01 WS-SELECT-SW PIC X VALUE 'N'.
               88 RECORD-SELECTED VALUE 'Y'.

           01 WS-READ-CT PIC 9(7) VALUE 0.
           01 WS-SEL-CT PIC 9(7) VALUE 0.

           01 RPT-HEADING-1.
               05 FILLER PIC X(11) VALUE "AUDRPT     ".
               05 FILLER PIC X(10) VALUE "RUN DATE: ".
               05 RH1-DATE PIC 9(8).

           01 RPT-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "AUDINQ - CONTROL-DATA MAINTENANCE AUDIT INQUIRY".

           01 RPT-SELECT-LINE-1.
               05 FILLER PIC X(22) VALUE "SELECTION  OPERATOR: ".
               05 RS-OPERATOR PIC X(8).
               05 FILLER PIC X(8) VALUE "  FROM: ".
               05 RS-FROM PIC X(8).
               05 FILLER PIC X(6) VALUE "  TO: ".
               05 RS-TO PIC X(8).

           01 RPT-SELECT-LINE-2.
               05 FILLER PIC X(22) VALUE "           FUNCTION: ".
               05 RS-FUNCTION PIC X(8).
               05 FILLER PIC X(10) VALUE "  OBJECT: ".
               05 RS-OBJECT PIC X(30).

           01 RPT-COL-HEADING.
               05 FILLER PIC X(9) VALUE "DATE".
               05 FILLER PIC X(7) VALUE "TIME".
               05 FILLER PIC X(9) VALUE "PROGRAM".
               05 FILLER PIC X(9) VALUE "FUNCTION".
               05 FILLER PIC X(9) VALUE "OPERATOR".
               05 FILLER PIC X(30) VALUE "OBJECT".

           01 RPT-DETAIL-LINE.
               05 RD-DATE PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 RD-TIME PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 RD-PROGRAM PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 RD-FUNCTION PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 RD-OPERATOR PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 RD-OBJECT PIC X(30).

           01 RPT-BEFORE-LINE.
               05 FILLER PIC X(12) VALUE "    BEFORE: ".
               05 RB-BEFORE PIC X(40).
               05 FILLER PIC X(9) VALUE " RUN-ID: ".
               05 RB-RUN-ID PIC X(8).

           01 RPT-AFTER-LINE.
               05 FILLER PIC X(12) VALUE "    AFTER:  ".
               05 RA-AFTER PIC X(40).
               05 FILLER PIC X(11) VALUE " RUN OPER: ".
               05 RA-RUN-OPERATOR PIC X(8).

           01 RPT-REASON-LINE.
               05 FILLER PIC X(12) VALUE "    REASON: ".
               05 RR-REASON PIC X(40).

           01 RPT-TOTAL-LINE.
               05 FILLER PIC X(20) VALUE "AUDIT RECORDS READ: ".
               05 RT-READ PIC Z(6)9.
               05 FILLER PIC X(12) VALUE "  SELECTED: ".
               05 RT-SELECTED PIC Z(6)9.

           01 RPT-NONE-LINE.
               05 FILLER PIC X(80) VALUE
                   "NO AUDIT RECORDS MATCH THE REQUESTED SELECTION.".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-SEL-OPERATOR WS-FROM-TEXT WS-TO-TEXT
                    WS-SEL-FUNCTION WS-SEL-OBJECT
           END-UNSTRING
           MOVE "AUDINQ" TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE SPACES TO RH-RUN-OPERATOR
           PERFORM EDIT-SELECTION
           OPEN OUTPUT AUD-RPT
           IF WS-AUD-RPT-STATUS NOT = '00'
               DISPLAY "AUDINQ: UNABLE TO OPEN AUD-RPT, STATUS="
                   WS-AUD-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADINGS
           SORT AUDIT-SORT
               ON ASCENDING KEY SK-RUN-DATE SK-RUN-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-AUDIT
               OUTPUT PROCEDURE IS WRITE-AUDIT-LINES
           IF WS-SEL-CT = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM RPT-NONE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-READ-CT TO RT-READ
           MOVE WS-SEL-CT TO RT-SELECTED
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
           CLOSE AUD-RPT
           DISPLAY "AUDINQ: AUDIT RECORDS READ " WS-READ-CT
               " SELECTED " WS-SEL-CT
           STOP RUN.

       EDIT-SELECTION.
           IF WS-SEL-OPERATOR = "*"
               MOVE SPACES TO WS-SEL-OPERATOR
           END-IF
           IF WS-SEL-FUNCTION = "*"
               MOVE SPACES TO WS-SEL-FUNCTION
           END-IF
           IF WS-SEL-OBJECT = "*"
               MOVE SPACES TO WS-SEL-OBJECT
           END-IF
           IF WS-FROM-TEXT NOT = SPACES AND WS-FROM-TEXT NOT = "*"
               IF WS-FROM-TEXT IS NOT NUMERIC
                   PERFORM REJECT-SELECTION
               END-IF
               MOVE WS-FROM-TEXT TO WS-FROM-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                   PERFORM REJECT-SELECTION
               END-IF
           END-IF
           IF WS-TO-TEXT NOT = SPACES AND WS-TO-TEXT NOT = "*"
               IF WS-TO-TEXT IS NOT NUMERIC
                   PERFORM REJECT-SELECTION
               END-IF
               MOVE WS-TO-TEXT TO WS-TO-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
                   PERFORM REJECT-SELECTION
               END-IF
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               PERFORM REJECT-SELECTION
           END-IF
           MOVE 0 TO WS-OBJ-LEN
           IF WS-SEL-OBJECT NOT = SPACES
               INSPECT WS-SEL-OBJECT TALLYING WS-OBJ-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.

       REJECT-SELECTION.
           DISPLAY "AUDINQ: INVALID SELECTION '" WS-PARM-STRING(1:50)
               "'"
           DISPLAY "AUDINQ: PARM IS OPERATOR FROM-DATE TO-DATE "
               "FUNCTION OBJECT, DATES YYYYMMDD, '*' FOR ANY"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-RPT-HEADINGS.
           MOVE RH-RUN-DATE TO RH1-DATE
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "*" TO RS-OPERATOR
           IF WS-SEL-OPERATOR NOT = SPACES
               MOVE WS-SEL-OPERATOR TO RS-OPERATOR
           END-IF
           MOVE "*" TO RS-FROM
           IF WS-FROM-DATE NOT = 0
               MOVE WS-FROM-DATE TO RS-FROM
           END-IF
           MOVE "*" TO RS-TO
           IF WS-TO-DATE NOT = 99999999
               MOVE WS-TO-DATE TO RS-TO
           END-IF
           MOVE "*" TO RS-FUNCTION
           IF WS-SEL-FUNCTION NOT = SPACES
               MOVE WS-SEL-FUNCTION TO RS-FUNCTION
           END-IF
           MOVE "*" TO RS-OBJECT
           IF WS-SEL-OBJECT NOT = SPACES
               MOVE WS-SEL-OBJECT TO RS-OBJECT
           END-IF
           WRITE RPT-LINE FROM RPT-SELECT-LINE-1
           WRITE RPT-LINE FROM RPT-SELECT-LINE-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-COL-HEADING.

       SELECT-AUDIT SECTION.
       SL-OPEN.
           OPEN INPUT MAINT-AUDIT
           IF WS-MAINT-AUDIT-STATUS = '05'
                   OR WS-MAINT-AUDIT-STATUS = '35'
               DISPLAY "AUDINQ: MAINT-AUDIT NOT FOUND, NO CHANGES "
                   "RECORDED"
               GO TO SL-EXIT
           END-IF
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               DISPLAY "AUDINQ: UNABLE TO OPEN MAINT-AUDIT, STATUS="
                   WS-MAINT-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-AUDIT-EOF-SW
           PERFORM READ-AUDIT
           PERFORM RELEASE-AUDIT UNTIL AUDIT-EOF
           CLOSE MAINT-AUDIT
           GO TO SL-EXIT.

       READ-AUDIT.
           READ MAINT-AUDIT
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-READ
           IF NOT AUDIT-EOF
               ADD 1 TO WS-READ-CT
           END-IF.

       RELEASE-AUDIT.
           PERFORM TEST-SELECTION
           IF RECORD-SELECTED
               ADD 1 TO WS-SEL-CT
               MOVE MAINT-AUDIT-REC TO AUDIT-SORT-REC
               RELEASE AUDIT-SORT-REC
           END-IF
           PERFORM READ-AUDIT.

       TEST-SELECTION.
           MOVE 'Y' TO WS-SELECT-SW
           IF MA-RUN-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-SELECT-SW
           ELSE
               IF MA-RUN-DATE < WS-FROM-DATE
                       OR MA-RUN-DATE > WS-TO-DATE
                   MOVE 'N' TO WS-SELECT-SW
               END-IF
           END-IF
           IF WS-SEL-OPERATOR NOT = SPACES
                   AND MA-OPERATOR NOT = WS-SEL-OPERATOR
                   AND MA-RUN-OPERATOR NOT = WS-SEL-OPERATOR
               MOVE 'N' TO WS-SELECT-SW
           END-IF
           IF WS-SEL-FUNCTION NOT = SPACES
                   AND MA-FUNCTION NOT = WS-SEL-FUNCTION
               MOVE 'N' TO WS-SELECT-SW
           END-IF
           IF WS-OBJ-LEN > 0 AND RECORD-SELECTED
               MOVE 0 TO WS-OBJ-HITS
               INSPECT MA-OBJECT TALLYING WS-OBJ-HITS
                   FOR ALL WS-SEL-OBJECT(1:WS-OBJ-LEN)
               IF WS-OBJ-HITS = 0
                   MOVE 'N' TO WS-SELECT-SW
               END-IF
           END-IF.

       SL-EXIT.
           EXIT.

       WRITE-AUDIT-LINES SECTION.
       WL-START.
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM RETURN-AUDIT
           PERFORM PRINT-AUDIT UNTIL SORT-EOF
           GO TO WL-EXIT.

       RETURN-AUDIT.
           RETURN AUDIT-SORT
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       PRINT-AUDIT.
           MOVE SK-RUN-DATE TO RD-DATE
           MOVE SK-RUN-TIME TO RD-TIME
           MOVE SK-PROGRAM TO RD-PROGRAM
           MOVE SK-FUNCTION TO RD-FUNCTION
           MOVE SK-OPERATOR TO RD-OPERATOR
           MOVE SK-OBJECT TO RD-OBJECT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           MOVE SK-BEFORE TO RB-BEFORE
           MOVE SK-RUN-ID TO RB-RUN-ID
           WRITE RPT-LINE FROM RPT-BEFORE-LINE
           MOVE SK-AFTER TO RA-AFTER
           MOVE SK-RUN-OPERATOR TO RA-RUN-OPERATOR
           WRITE RPT-LINE FROM RPT-AFTER-LINE
           MOVE SK-REASON TO RR-REASON
           WRITE RPT-LINE FROM RPT-REASON-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM RETURN-AUDIT.

       WL-EXIT.
           EXIT.
