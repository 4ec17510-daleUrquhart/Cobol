       IDENTIFICATION DIVISION.
       PROGRAM-ID. Gmasof.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUESS-MASTER ASSIGN TO "GUESSMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUESS-MASTER-STATUS.
           SELECT BUS-DATE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ASOF-RPT ASSIGN TO "GMASOFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-MASTER
           RECORD CONTAINS 30 CHARACTERS.
           COPY GUESSMST.

       FD  BUS-DATE
           RECORD CONTAINS 30 CHARACTERS.
           COPY PROCDATE.

       FD  ASOF-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-GUESS-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-BUSDATE-STATUS PIC XX VALUE '00'.
           01 WS-ASOF-RPT-STATUS PIC XX VALUE '00'.
           01 WS-MASTER-EOF-SW PIC X VALUE 'N'.
               88 MASTER-EOF VALUE 'Y'.

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

           01 WS-VER-MAX PIC 9(4) VALUE 1000.
           01 WS-VER-CT PIC 9(4) VALUE 0.
           01 WS-VERSION-TABLE.
               05 VT-ENTRY OCCURS 1000 TIMES.
                   10 VT-DATE PIC 9(8).
                   10 VT-VER PIC 99.
                   10 VT-OPENED PIC 999.
                   10 VT-CLOSED PIC 999.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-BUS-DATE PIC 9(8) VALUE 0.
           01 WS-ASOF-DATE PIC 9(8) VALUE 0.
           01 WS-ASOF-VER PIC 99 VALUE 0.
           01 WS-ASOF-VER-DATE PIC 9(8) VALUE 0.
           01 WS-ASOF-VER-SW PIC X VALUE 'N'.
               88 ASOF-VERSION-FOUND VALUE 'Y'.
           01 WS-EVENT-DATE PIC 9(8) VALUE 0.
           01 WS-EVENT-VER PIC 99 VALUE 0.
           01 WS-EVENT-TYPE PIC X VALUE SPACES.
           01 WS-IN-FORCE-CT PIC 999 VALUE 0.
           01 WS-ASOF-CT PIC 999 VALUE 0.
           01 WS-CHECK-DATE PIC 9(8) VALUE 0.
           01 WS-SCHEDULED-CT PIC 9(4) VALUE 0.

           01 I PIC 999 VALUE 0.
           01 J PIC 9(4) VALUE 0.
           01 K PIC 9(4) VALUE 0.

           01 RPT-HEADING-1.
               05 FILLER PIC X(11) VALUE "GMASOF     ".
               05 FILLER PIC X(9) VALUE "RUN-ID: ".
               05 RH1-RUN-ID PIC X(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 RH1-DATE PIC 9(8).

           01 RPT-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "GUESS-MASTER MATCH TABLE AS AT A GIVEN DATE".

           01 RPT-ASOF-LINE.
               05 FILLER PIC X(7) VALUE "AS OF: ".
               05 RA-DATE PIC 9(8).
               05 FILLER PIC X(17) VALUE "  TABLE VERSION: ".
               05 RA-VER PIC 99.
               05 FILLER PIC X(13) VALUE "  EFFECTIVE: ".
               05 RA-VER-DATE PIC 9(8).

           01 RPT-NO-VER-LINE.
               05 FILLER PIC X(7) VALUE "AS OF: ".
               05 RN-DATE PIC 9(8).
               05 FILLER PIC X(40) VALUE
                   "  NO TABLE VERSION IN FORCE ON THIS DATE".

           01 RPT-COL-HEADING.
               05 FILLER PIC X(80) VALUE
                   "   A     B    EFF-FROM VER   EFF-TO  VER".

           01 RPT-DETAIL-LINE.
               05 RD-A PIC 9(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-B PIC 9(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-FROM PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-FROM-VER PIC 99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-TO PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-TO-VER PIC X(2).

           01 RPT-IN-FORCE-LINE.
               05 FILLER PIC X(18) VALUE "ENTRIES IN FORCE: ".
               05 RF-COUNT PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RF-NOTE PIC X(40) VALUE SPACES.

           01 RPT-HIST-HEADING.
               05 FILLER PIC X(80) VALUE
                   "VERSION HISTORY".

           01 RPT-HIST-COL-HEADING.
               05 FILLER PIC X(80) VALUE
                   "VER  EFFECTIVE  OPENED  CLOSED  IN FORCE".

           01 RPT-HIST-LINE.
               05 RV-VER PIC 99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 RV-DATE PIC 9(8).
               05 FILLER PIC X(4) VALUE SPACES.
               05 RV-OPENED PIC ZZ9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 RV-CLOSED PIC ZZ9.
               05 FILLER PIC X(7) VALUE SPACES.
               05 RV-IN-FORCE PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RV-NOTE PIC X(20).

           01 RPT-TOTAL-LINE.
               05 FILLER PIC X(10) VALUE "VERSIONS: ".
               05 RT-VERSIONS PIC ZZZ9.
               05 FILLER PIC X(13) VALUE "  SCHEDULED: ".
               05 RT-SCHEDULED PIC ZZZ9.
               05 FILLER PIC X(18) VALUE "  MASTER RECORDS: ".
               05 RT-RECORDS PIC ZZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-DATE-TEXT WS-RUN-ID WS-RUN-OPERATOR
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "GMASOF" TO WS-RUN-ID
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           MOVE WS-RUN-DATE TO WS-BUS-DATE
           PERFORM READ-BUSINESS-DATE
           IF WS-DATE-TEXT(1:8) IS NUMERIC
               MOVE WS-DATE-TEXT(1:8) TO WS-ASOF-DATE
           END-IF
           IF WS-ASOF-DATE = 0
               MOVE WS-BUS-DATE TO WS-ASOF-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = 0
               DISPLAY "GMASOF: AS-OF DATE " WS-ASOF-DATE
                   " IS NOT A VALID DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-MASTER
           PERFORM BUILD-VERSION-TABLE
           PERFORM FIND-ASOF-VERSION
           OPEN OUTPUT ASOF-RPT
           IF WS-ASOF-RPT-STATUS NOT = '00'
               DISPLAY "GMASOF: UNABLE TO OPEN ASOF-RPT, STATUS="
                   WS-ASOF-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADINGS
           PERFORM WRITE-ASOF-TABLE
           PERFORM WRITE-VERSION-HISTORY
           PERFORM WRITE-RPT-TOTALS
           CLOSE ASOF-RPT
           IF WS-ASOF-CT = 0 OR WS-ASOF-CT > 21
               MOVE 4 TO RETURN-CODE
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
                   MOVE PD-BUS-DATE TO WS-BUS-DATE
               END-IF
               CLOSE BUS-DATE
           END-IF.

       LOAD-MASTER.
           OPEN INPUT GUESS-MASTER
           IF WS-GUESS-MASTER-STATUS NOT = '00'
               DISPLAY "GMASOF: UNABLE TO OPEN GUESS-MASTER, STATUS="
                   WS-GUESS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-HIST-CT
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
           IF WS-HIST-CT >= WS-HIST-MAX
               DISPLAY "GMASOF: MASTER HISTORY EXCEEDS 500 ENTRIES, "
                   "NOT REPORTED"
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
           PERFORM READ-GUESS-MASTER.

       BUILD-VERSION-TABLE.
           MOVE 0 TO WS-VER-CT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HIST-CT
               MOVE MT-FROM(I) TO WS-EVENT-DATE
               MOVE MT-FROM-VER(I) TO WS-EVENT-VER
               MOVE 'O' TO WS-EVENT-TYPE
               PERFORM ADD-VERSION-EVENT
               IF MT-TO(I) NOT = 99999999
                   COMPUTE WS-EVENT-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(MT-TO(I)) + 1)
                   MOVE MT-TO-VER(I) TO WS-EVENT-VER
                   MOVE 'C' TO WS-EVENT-TYPE
                   PERFORM ADD-VERSION-EVENT
               END-IF
           END-PERFORM.

       ADD-VERSION-EVENT.
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-VER-CT
               IF VT-DATE(J) >= WS-EVENT-DATE
                   MOVE J TO K
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF K > 0 AND VT-DATE(K) = WS-EVENT-DATE
               PERFORM COUNT-VERSION-EVENT
           ELSE
               IF WS-VER-CT >= WS-VER-MAX
                   DISPLAY "GMASOF: VERSION TABLE FULL, VERSION "
                       WS-EVENT-VER " OF " WS-EVENT-DATE " NOT LISTED"
               ELSE
                   PERFORM INSERT-VERSION-ENTRY
               END-IF
           END-IF.

       INSERT-VERSION-ENTRY.
           IF K = 0
               ADD 1 TO WS-VER-CT
               MOVE WS-VER-CT TO K
           ELSE
               PERFORM VARYING J FROM WS-VER-CT BY -1 UNTIL J < K
                   MOVE VT-ENTRY(J) TO VT-ENTRY(J + 1)
               END-PERFORM
               ADD 1 TO WS-VER-CT
           END-IF
           MOVE WS-EVENT-DATE TO VT-DATE(K)
           MOVE WS-EVENT-VER TO VT-VER(K)
           MOVE 0 TO VT-OPENED(K)
           MOVE 0 TO VT-CLOSED(K)
           PERFORM COUNT-VERSION-EVENT.

       COUNT-VERSION-EVENT.
           IF WS-EVENT-TYPE = 'O'
               ADD 1 TO VT-OPENED(K)
           ELSE
               ADD 1 TO VT-CLOSED(K)
           END-IF.

       FIND-ASOF-VERSION.
           MOVE 'N' TO WS-ASOF-VER-SW
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-VER-CT
               IF VT-DATE(J) > WS-ASOF-DATE
                   EXIT PERFORM
               END-IF
               MOVE 'Y' TO WS-ASOF-VER-SW
               MOVE VT-VER(J) TO WS-ASOF-VER
               MOVE VT-DATE(J) TO WS-ASOF-VER-DATE
           END-PERFORM.

       COUNT-IN-FORCE.
           MOVE 0 TO WS-IN-FORCE-CT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HIST-CT
               IF MT-FROM(I) <= WS-CHECK-DATE
                       AND MT-TO(I) >= WS-CHECK-DATE
                   ADD 1 TO WS-IN-FORCE-CT
               END-IF
           END-PERFORM.

       WRITE-RPT-HEADINGS.
           MOVE RH-RUN-ID TO RH1-RUN-ID
           MOVE RH-RUN-DATE TO RH1-DATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-ASOF-TABLE.
           IF ASOF-VERSION-FOUND
               MOVE WS-ASOF-DATE TO RA-DATE
               MOVE WS-ASOF-VER TO RA-VER
               MOVE WS-ASOF-VER-DATE TO RA-VER-DATE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM RPT-ASOF-LINE
           ELSE
               MOVE WS-ASOF-DATE TO RN-DATE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM RPT-NO-VER-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-COL-HEADING
           MOVE 0 TO WS-ASOF-CT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HIST-CT
               IF MT-FROM(I) <= WS-ASOF-DATE
                       AND MT-TO(I) >= WS-ASOF-DATE
                   ADD 1 TO WS-ASOF-CT
                   PERFORM WRITE-ENTRY-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ASOF-CT TO RF-COUNT
           MOVE SPACES TO RF-NOTE
           IF WS-ASOF-CT = 0
               MOVE "*** NO ENTRIES IN FORCE ***" TO RF-NOTE
           END-IF
           IF WS-ASOF-CT > 21
               MOVE "*** MORE THAN 21 - GUESSER USES FIRST 21"
                   TO RF-NOTE
           END-IF
           WRITE RPT-LINE FROM RPT-IN-FORCE-LINE.

       WRITE-ENTRY-LINE.
           MOVE MT-A(I) TO RD-A
           MOVE MT-B(I) TO RD-B
           MOVE MT-FROM(I) TO RD-FROM
           MOVE MT-FROM-VER(I) TO RD-FROM-VER
           IF MT-TO(I) = 99999999
               MOVE "OPEN" TO RD-TO
               MOVE SPACES TO RD-TO-VER
           ELSE
               MOVE MT-TO(I) TO RD-TO
               MOVE MT-TO-VER(I) TO RD-TO-VER
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.

       WRITE-VERSION-HISTORY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-HIST-HEADING
           WRITE RPT-LINE FROM RPT-HIST-COL-HEADING
           MOVE 0 TO WS-SCHEDULED-CT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-VER-CT
               MOVE VT-DATE(K) TO WS-CHECK-DATE
               PERFORM COUNT-IN-FORCE
               MOVE VT-VER(K) TO RV-VER
               MOVE VT-DATE(K) TO RV-DATE
               MOVE VT-OPENED(K) TO RV-OPENED
               MOVE VT-CLOSED(K) TO RV-CLOSED
               MOVE WS-IN-FORCE-CT TO RV-IN-FORCE
               MOVE SPACES TO RV-NOTE
               IF VT-DATE(K) > WS-BUS-DATE
                   ADD 1 TO WS-SCHEDULED-CT
                   MOVE "SCHEDULED" TO RV-NOTE
               END-IF
               IF ASOF-VERSION-FOUND
                       AND VT-DATE(K) = WS-ASOF-VER-DATE
                   MOVE "<== AS OF DATE" TO RV-NOTE
               END-IF
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM RPT-HIST-LINE
           END-PERFORM.

       WRITE-RPT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-VER-CT TO RT-VERSIONS
           MOVE WS-SCHEDULED-CT TO RT-SCHEDULED
           MOVE WS-HIST-CT TO RT-RECORDS
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
