       IDENTIFICATION DIVISION.
       PROGRAM-ID. Subrbld.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBOUT-JOURNAL ASSIGN TO "SUBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJRNL-STATUS.
           SELECT SUBLIST-ASOF ASSIGN TO "SUBASOF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-SUBLIST-ASOF-STATUS.
           SELECT ASOF-TALLY ASSIGN TO "SUBASOF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAT-KEY
               FILE STATUS IS WS-ASOF-TALLY-STATUS.
           SELECT BUS-DATE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT REBUILD-RPT ASSIGN TO "SUBRBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBUILD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBOUT-JOURNAL
           RECORD CONTAINS 100 CHARACTERS.
           COPY SUBJRNL.

       FD  SUBLIST-ASOF
           RECORD CONTAINS 27 CHARACTERS.
       01  SUBLIST-ASOF-REC.
           05 SA-KEY.
               10 SA-LIST-ID PIC X(8).
               10 SA-INDEX PIC 9(4).
           05 SA-VALUE PIC 9(15).

       FD  ASOF-TALLY
           RECORD CONTAINS 27 CHARACTERS.
       01  ASOF-TALLY-REC.
           05 SAT-KEY.
               10 SAT-LIST-ID PIC X(8).
               10 SAT-INDEX PIC 9(4).
           05 SAT-VALUE PIC 9(15).

       FD  BUS-DATE
           RECORD CONTAINS 30 CHARACTERS.
           COPY PROCDATE.

       FD  REBUILD-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           01 WS-SUBJRNL-STATUS PIC XX VALUE '00'.
           01 WS-SUBLIST-ASOF-STATUS PIC XX VALUE '00'.
           01 WS-ASOF-TALLY-STATUS PIC XX VALUE '00'.
           01 WS-BUSDATE-STATUS PIC XX VALUE '00'.
           01 WS-REBUILD-RPT-STATUS PIC XX VALUE '00'.
           01 WS-JRNL-EOF-SW PIC X VALUE 'N'.
               88 JRNL-EOF VALUE 'Y'.
           01 WS-TALLY-EOF-SW PIC X VALUE 'N'.
               88 TALLY-EOF VALUE 'Y'.
           01 WS-REC-FOUND-SW PIC X VALUE 'N'.
               88 REC-FOUND VALUE 'Y'.
           01 WS-MISMATCH-SW PIC X VALUE 'N'.
               88 IMAGE-MISMATCH VALUE 'Y'.

           01 WS-PARM-STRING PIC X(40) VALUE SPACES.
           01 WS-ASOF-TEXT PIC X(8) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-ASOF-DATE PIC 9(8) VALUE 0.

           01 WS-CONTROL-ID PIC X(8) VALUE "*CONTROL".
           01 WS-CURRENT-VALUE PIC 9(15) VALUE 0.
           01 WS-JRNL-READ-CT PIC 9(7) VALUE 0.
           01 WS-JRNL-APPLIED-CT PIC 9(7) VALUE 0.
           01 WS-JRNL-LATER-CT PIC 9(7) VALUE 0.
           01 WS-JRNL-BAD-CT PIC 9(7) VALUE 0.
           01 WS-MISMATCH-CT PIC 9(7) VALUE 0.
           01 WS-ADD-CT PIC 9(7) VALUE 0.
           01 WS-REPL-CT PIC 9(7) VALUE 0.
           01 WS-DEL-CT PIC 9(7) VALUE 0.
           01 WS-OUT-COUNT PIC 9(15) VALUE 0.
           01 WS-OUT-HASH PIC 9(15) VALUE 0.
           01 WS-HASH-WORK PIC 9(16) VALUE 0.

           01 RPT-HEADING-1.
               05 FILLER PIC X(11) VALUE "SUBRBRPT   ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 RH1-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "RUN-ID: ".
               05 RH1-RUN-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(7) VALUE "AS OF: ".
               05 RH1-ASOF PIC 9(8).

           01 RPT-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "SUBRBLD - SUBOUT AS-OF-DATE REBUILD FROM CHANGE JOUR
      -            "NAL".

           01 RPT-MISMATCH-HEADING.
               05 FILLER PIC X(80) VALUE
                   "BEFORE-IMAGE MISMATCHES (LIST / INDEX / ACTION / BUS
      -            " DATE / JOURNAL / REBUILT):".

           01 RPT-MISMATCH-LINE.
               05 FILLER PIC X(4) VALUE "*** ".
               05 RM-LIST-ID PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 RM-INDEX PIC ZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 RM-ACTION PIC X.
               05 FILLER PIC X(1) VALUE SPACES.
               05 RM-BUS-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 RM-JOURNAL PIC Z(14)9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 RM-REBUILT PIC Z(14)9.

           01 RPT-COUNT-LINE.
               05 RC-LABEL PIC X(30).
               05 RC-COUNT PIC Z(14)9.

           01 RPT-CLEAN-LINE.
               05 FILLER PIC X(80) VALUE
                   "JOURNAL REPLAYED CLEAN - ALL BEFORE IMAGES MATCH.".

           01 RPT-DIRTY-LINE.
               05 FILLER PIC X(80) VALUE
                   "*** BEFORE-IMAGE MISMATCHES FOUND - REBUILT MASTER I
      -            "S SUSPECT ***".

           01 RPT-NONE-LINE.
               05 FILLER PIC X(80) VALUE
                   "NO JOURNAL ENTRIES ON OR BEFORE THE AS-OF DATE.".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-ASOF-TEXT WS-RUN-ID WS-RUN-OPERATOR
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "SUBRBLD" TO WS-RUN-ID
           END-IF
           PERFORM READ-BUSINESS-DATE
           IF WS-ASOF-TEXT IS NUMERIC
               MOVE WS-ASOF-TEXT TO WS-ASOF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           OPEN INPUT SUBOUT-JOURNAL
           IF WS-SUBJRNL-STATUS NOT = '00'
               DISPLAY "SUBRBLD: UNABLE TO OPEN SUBOUT-JOURNAL, STATUS="
                   WS-SUBJRNL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUBLIST-ASOF
           IF WS-SUBLIST-ASOF-STATUS = '00'
               CLOSE SUBLIST-ASOF
               OPEN I-O SUBLIST-ASOF
           END-IF
           IF WS-SUBLIST-ASOF-STATUS NOT = '00'
               DISPLAY "SUBRBLD: UNABLE TO OPEN SUBLIST-ASOF, STATUS="
                   WS-SUBLIST-ASOF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REBUILD-RPT
           IF WS-REBUILD-RPT-STATUS NOT = '00'
               DISPLAY "SUBRBLD: UNABLE TO OPEN REBUILD-RPT, STATUS="
                   WS-REBUILD-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADINGS
           PERFORM READ-JOURNAL
           PERFORM REPLAY-JOURNAL-ENTRY UNTIL JRNL-EOF
           CLOSE SUBOUT-JOURNAL
           CLOSE SUBLIST-ASOF
           PERFORM TALLY-ASOF-TOTALS
           PERFORM UPDATE-ASOF-CONTROL
           PERFORM WRITE-RPT-TOTALS
           CLOSE REBUILD-RPT
           IF WS-MISMATCH-CT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-JRNL-APPLIED-CT = 0
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
               DISPLAY "SUBRBLD: BUSINESS DATE FILE NOT AVAILABLE, "
                   "USING SYSTEM DATE"
           END-IF.

       READ-JOURNAL.
           READ SUBOUT-JOURNAL
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
           END-READ
           IF NOT JRNL-EOF
               ADD 1 TO WS-JRNL-READ-CT
           END-IF.

       REPLAY-JOURNAL-ENTRY.
           IF SJ-BUS-DATE IS NOT NUMERIC OR SJ-INDEX IS NOT NUMERIC
                   OR SJ-AFTER-VALUE IS NOT NUMERIC
                   OR SJ-BEFORE-VALUE IS NOT NUMERIC
               ADD 1 TO WS-JRNL-BAD-CT
               DISPLAY "SUBRBLD: BAD JOURNAL RECORD SKIPPED: "
                   SJ-LIST-ID " " SJ-INDEX
           ELSE
               IF SJ-BUS-DATE > WS-ASOF-DATE
                   ADD 1 TO WS-JRNL-LATER-CT
               ELSE
                   PERFORM APPLY-JOURNAL-ENTRY
               END-IF
           END-IF
           PERFORM READ-JOURNAL.

       APPLY-JOURNAL-ENTRY.
           MOVE SJ-LIST-ID TO SA-LIST-ID
           MOVE SJ-INDEX TO SA-INDEX
           READ SUBLIST-ASOF
               INVALID KEY
                   MOVE 'N' TO WS-REC-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REC-FOUND-SW
           END-READ
           IF REC-FOUND
               MOVE SA-VALUE TO WS-CURRENT-VALUE
           ELSE
               MOVE 0 TO WS-CURRENT-VALUE
           END-IF
           MOVE 'N' TO WS-MISMATCH-SW
           IF SJ-ACTION = 'A' OR SJ-ACTION = 'I'
               IF REC-FOUND
                   MOVE 'Y' TO WS-MISMATCH-SW
               END-IF
           ELSE
               IF NOT REC-FOUND
                       OR WS-CURRENT-VALUE NOT = SJ-BEFORE-VALUE
                   MOVE 'Y' TO WS-MISMATCH-SW
               END-IF
           END-IF
           IF IMAGE-MISMATCH
               PERFORM WRITE-MISMATCH-LINE
           END-IF
           MOVE SJ-LIST-ID TO SA-LIST-ID
           MOVE SJ-INDEX TO SA-INDEX
           IF SJ-ACTION = 'D'
               IF REC-FOUND
                   DELETE SUBLIST-ASOF RECORD
                       INVALID KEY
                           DISPLAY "SUBRBLD: DELETE FAILED ON SUBASOF "
                               "FOR " SA-KEY " STATUS="
                               WS-SUBLIST-ASOF-STATUS
                   END-DELETE
                   ADD 1 TO WS-DEL-CT
               END-IF
           ELSE
               MOVE SJ-AFTER-VALUE TO SA-VALUE
               IF REC-FOUND
                   REWRITE SUBLIST-ASOF-REC
                       INVALID KEY
                           DISPLAY "SUBRBLD: REWRITE FAILED ON SUBASOF "
                               "FOR " SA-KEY " STATUS="
                               WS-SUBLIST-ASOF-STATUS
                   END-REWRITE
                   ADD 1 TO WS-REPL-CT
               ELSE
                   WRITE SUBLIST-ASOF-REC
                       INVALID KEY
                           DISPLAY "SUBRBLD: WRITE FAILED ON SUBASOF "
                               "FOR " SA-KEY " STATUS="
                               WS-SUBLIST-ASOF-STATUS
                   END-WRITE
                   ADD 1 TO WS-ADD-CT
               END-IF
           END-IF
           ADD 1 TO WS-JRNL-APPLIED-CT.

       WRITE-MISMATCH-LINE.
           IF WS-MISMATCH-CT = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE FROM RPT-MISMATCH-HEADING
           END-IF
           ADD 1 TO WS-MISMATCH-CT
           MOVE SJ-LIST-ID TO RM-LIST-ID
           MOVE SJ-INDEX TO RM-INDEX
           MOVE SJ-ACTION TO RM-ACTION
           MOVE SJ-BUS-DATE TO RM-BUS-DATE
           MOVE SJ-BEFORE-VALUE TO RM-JOURNAL
           MOVE WS-CURRENT-VALUE TO RM-REBUILT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-MISMATCH-LINE.

       TALLY-ASOF-TOTALS.
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-HASH
           MOVE 'N' TO WS-TALLY-EOF-SW
           OPEN INPUT ASOF-TALLY
           IF WS-ASOF-TALLY-STATUS NOT = '00'
               DISPLAY "SUBRBLD: UNABLE TO TALLY SUBASOF, STATUS="
                   WS-ASOF-TALLY-STATUS
               MOVE 'Y' TO WS-TALLY-EOF-SW
           ELSE
               PERFORM TALLY-ASOF-RECORD UNTIL TALLY-EOF
               CLOSE ASOF-TALLY
           END-IF.

       TALLY-ASOF-RECORD.
           READ ASOF-TALLY
               AT END
                   MOVE 'Y' TO WS-TALLY-EOF-SW
           END-READ
           IF NOT TALLY-EOF
               IF SAT-LIST-ID NOT = WS-CONTROL-ID
                   ADD 1 TO WS-OUT-COUNT
                   COMPUTE WS-HASH-WORK = WS-OUT-HASH + SAT-VALUE
                   COMPUTE WS-OUT-HASH =
                       FUNCTION MOD(WS-HASH-WORK, 1000000000000000)
               END-IF
           END-IF.

       UPDATE-ASOF-CONTROL.
           OPEN I-O SUBLIST-ASOF
           IF WS-SUBLIST-ASOF-STATUS NOT = '00'
               DISPLAY "SUBRBLD: UNABLE TO REOPEN SUBASOF FOR CONTROL "
                   "TOTALS, STATUS=" WS-SUBLIST-ASOF-STATUS
           ELSE
               MOVE WS-CONTROL-ID TO SA-LIST-ID
               MOVE 1 TO SA-INDEX
               MOVE WS-OUT-COUNT TO SA-VALUE
               WRITE SUBLIST-ASOF-REC
                   INVALID KEY
                       REWRITE SUBLIST-ASOF-REC
               END-WRITE
               MOVE WS-CONTROL-ID TO SA-LIST-ID
               MOVE 2 TO SA-INDEX
               MOVE WS-OUT-HASH TO SA-VALUE
               WRITE SUBLIST-ASOF-REC
                   INVALID KEY
                       REWRITE SUBLIST-ASOF-REC
               END-WRITE
               CLOSE SUBLIST-ASOF
           END-IF.

       WRITE-RPT-HEADINGS.
           MOVE RH-RUN-DATE TO RH1-DATE
           MOVE RH-RUN-ID TO RH1-RUN-ID
           MOVE WS-ASOF-DATE TO RH1-ASOF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-RPT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-JRNL-APPLIED-CT = 0
               WRITE RPT-LINE FROM RPT-NONE-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE "JOURNAL RECORDS READ:" TO RC-LABEL
           MOVE WS-JRNL-READ-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "  APPLIED (ON/BEFORE AS-OF):" TO RC-LABEL
           MOVE WS-JRNL-APPLIED-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "  SKIPPED (AFTER AS-OF):" TO RC-LABEL
           MOVE WS-JRNL-LATER-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "  SKIPPED (UNREADABLE):" TO RC-LABEL
           MOVE WS-JRNL-BAD-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "RECORDS ADDED:" TO RC-LABEL
           MOVE WS-ADD-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "RECORDS REWRITTEN:" TO RC-LABEL
           MOVE WS-REPL-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "RECORDS DELETED:" TO RC-LABEL
           MOVE WS-DEL-CT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "REBUILT MASTER RECORD COUNT:" TO RC-LABEL
           MOVE WS-OUT-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE "REBUILT MASTER HASH TOTAL:" TO RC-LABEL
           MOVE WS-OUT-HASH TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-MISMATCH-CT > 0
               WRITE RPT-LINE FROM RPT-DIRTY-LINE
           ELSE
               WRITE RPT-LINE FROM RPT-CLEAN-LINE
           END-IF.
