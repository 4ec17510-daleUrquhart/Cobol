       IDENTIFICATION DIVISION.
       PROGRAM-ID. Suback.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-ACK ASSIGN TO "SUBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBACK-STATUS.
           SELECT ACK-OUT ASSIGN TO "ACKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-OUT-STATUS.
           SELECT ACK-RPT ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-RPT-STATUS.
           SELECT BUS-DATE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ACK-SORT ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-ACK
           RECORD CONTAINS 120 CHARACTERS.
       01  LIST-ACK-IN PIC X(120).

       FD  ACK-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-LINE.
           05 ACK-TEXT PIC X(72).
           05 ACK-LINE-SOURCE PIC X(8).

       FD  ACK-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE PIC X(80).

       FD  BUS-DATE
           RECORD CONTAINS 30 CHARACTERS.
           COPY PROCDATE.

       SD  ACK-SORT.
       01  ACK-SORT-REC.
           05 SK-SOURCE PIC X(8).
           05 SK-SEQ PIC 9(5).
           05 FILLER PIC X(107).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           COPY SUBACK.
           01 WS-SUBACK-STATUS PIC XX VALUE '00'.
           01 WS-ACK-OUT-STATUS PIC XX VALUE '00'.
           01 WS-ACK-RPT-STATUS PIC XX VALUE '00'.
           01 WS-BUSDATE-STATUS PIC XX VALUE '00'.
           01 WS-ACK-EOF-SW PIC X VALUE 'N'.
               88 ACK-EOF VALUE 'Y'.
           01 WS-SORT-EOF-SW PIC X VALUE 'N'.
               88 SORT-EOF VALUE 'Y'.

           01 WS-PARM-STRING PIC X(80) VALUE SPACES.
           01 WS-RUN-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.

           01 WS-BRK-SOURCE PIC X(8) VALUE SPACES.
           01 WS-SRC-LISTS PIC 9(4) VALUE 0.
           01 WS-SRC-ACCEPTED PIC 9(4) VALUE 0.
           01 WS-SRC-REJECTED PIC 9(4) VALUE 0.
           01 WS-SRC-EXCEPTIONS PIC 9(4) VALUE 0.
           01 WS-SRC-ADDED PIC 9(4) VALUE 0.
           01 WS-SRC-REPLACED PIC 9(4) VALUE 0.
           01 WS-SRC-UNCHANGED PIC 9(4) VALUE 0.
           01 WS-SRC-TRAILERS PIC 9(4) VALUE 0.
           01 WS-SRC-DETAILS PIC 9(6) VALUE 0.
           01 WS-SRC-RECORDS PIC 9(6) VALUE 0.
           01 WS-SRC-ELEM-REJ PIC 9(6) VALUE 0.
           01 WS-SRC-POSTED PIC 9(6) VALUE 0.
           01 WS-SRC-UNKNOWN PIC 9(6) VALUE 0.
           01 WS-SRC-LINES PIC 9(6) VALUE 0.

           01 WS-READ-CT PIC 9(5) VALUE 0.
           01 WS-SOURCE-CT PIC 9(4) VALUE 0.
           01 WS-LINE-CT PIC 9(6) VALUE 0.
           01 WS-TRL-EDIT PIC Z(3)9.

           01 ACK-HEADING-1.
               05 FILLER PIC X(11) VALUE "SUBACK     ".
               05 FILLER PIC X(8) VALUE "SOURCE: ".
               05 AH1-SOURCE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(11) VALUE "BUS DATE: ".
               05 AH1-BUS-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "RUN-ID: ".
               05 AH1-RUN-ID PIC X(8).

           01 ACK-HEADING-2.
               05 FILLER PIC X(72) VALUE
                   "SUBLIST - ACKNOWLEDGEMENT OF LISTS RECEIVED ON LISTI
      -            "N".

           01 ACK-COL-HEADING.
               05 FILLER PIC X(10) VALUE "LIST-ID".
               05 FILLER PIC X(11) VALUE "OUTCOME".
               05 FILLER PIC X(11) VALUE "POSTING".
               05 FILLER PIC X(6) VALUE " HDR".
               05 FILLER PIC X(7) VALUE " DTLS".
               05 FILLER PIC X(6) VALUE " TRL".
               05 FILLER PIC X(7) VALUE " RJCT".
               05 FILLER PIC X(6) VALUE "POSTD".
               05 FILLER PIC X(4) VALUE "DROP".

           01 ACK-DETAIL-LINE.
               05 AD-LIST-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AD-OUTCOME PIC X(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AD-POSTING PIC X(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AD-HDR-CT PIC Z(3)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 AD-DETAIL-CT PIC Z(4)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 AD-TRL-CT PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AD-ELEM-REJ-CT PIC Z(4)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 AD-POSTED-CT PIC Z(3)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 AD-DROPPED-CT PIC Z(3)9.

           01 ACK-REASON-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(8) VALUE "REASON: ".
               05 AR-REASON PIC X(30).

           01 ACK-UNKNOWN-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(22) VALUE "UNKNOWN RECORD TYPES: ".
               05 AU-UNKNOWN-CT PIC Z(4)9.

           01 ACK-LIST-TOTAL-LINE.
               05 FILLER PIC X(12) VALUE "LISTS SENT: ".
               05 AL-LISTS PIC ZZZ9.
               05 FILLER PIC X(13) VALUE "   ACCEPTED: ".
               05 AL-ACCEPTED PIC ZZZ9.
               05 FILLER PIC X(13) VALUE "   REJECTED: ".
               05 AL-REJECTED PIC ZZZ9.
               05 FILLER PIC X(15) VALUE "   EXCEPTIONS: ".
               05 AL-EXCEPTIONS PIC ZZZ9.

           01 ACK-POST-TOTAL-LINE.
               05 FILLER PIC X(16) VALUE "POSTED - ADDED: ".
               05 AP-ADDED PIC ZZZ9.
               05 FILLER PIC X(13) VALUE "   REPLACED: ".
               05 AP-REPLACED PIC ZZZ9.
               05 FILLER PIC X(14) VALUE "   UNCHANGED: ".
               05 AP-UNCHANGED PIC ZZZ9.

           01 ACK-REC-TOTAL-LINE.
               05 FILLER PIC X(13) VALUE "RECORDS: HDR ".
               05 AC-HEADERS PIC ZZZ9.
               05 FILLER PIC X(6) VALUE "  DTL ".
               05 AC-DETAILS PIC Z(5)9.
               05 FILLER PIC X(6) VALUE "  TRL ".
               05 AC-TRAILERS PIC ZZZ9.
               05 FILLER PIC X(10) VALUE "  UNKNOWN ".
               05 AC-UNKNOWN PIC Z(5)9.
               05 FILLER PIC X(8) VALUE "  TOTAL ".
               05 AC-RECORDS PIC Z(5)9.

           01 ACK-VALUE-TOTAL-LINE.
               05 FILLER PIC X(24) VALUE "DETAIL VALUES REJECTED: ".
               05 AV-ELEM-REJ PIC Z(5)9.
               05 FILLER PIC X(26) VALUE
                   "   SUBOUT RECORDS POSTED: ".
               05 AV-POSTED PIC Z(5)9.

           01 ACK-END-LINE.
               05 FILLER PIC X(34) VALUE
                   "*** END OF ACKNOWLEDGEMENT SOURCE ".
               05 AE-SOURCE PIC X(8).
               05 FILLER PIC X(4) VALUE " ***".

           01 RPT-HEADING-1.
               05 FILLER PIC X(11) VALUE "SUBACK-RPT ".
               05 FILLER PIC X(11) VALUE "RUN DATE: ".
               05 RH1-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "RUN-ID: ".
               05 RH1-RUN-ID PIC X(8).

           01 RPT-HEADING-2.
               05 FILLER PIC X(80) VALUE
                   "SUBACK - ACKNOWLEDGEMENT LINES WRITTEN BY SOURCE".

           01 RPT-COL-HEADING.
               05 FILLER PIC X(10) VALUE "SOURCE".
               05 FILLER PIC X(6) VALUE "LISTS".
               05 FILLER PIC X(9) VALUE "  RECORDS".
               05 FILLER PIC X(11) VALUE "  ACK LINES".

           01 RPT-DETAIL-LINE.
               05 RD-SOURCE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-LISTS PIC ZZZ9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 RD-RECORDS PIC Z(5)9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 RD-LINES PIC Z(5)9.

           01 RPT-TOTAL-LINE.
               05 FILLER PIC X(20) VALUE "ACK RECORDS READ: ".
               05 RT-READ PIC Z(4)9.
               05 FILLER PIC X(12) VALUE "  SOURCES: ".
               05 RT-SOURCES PIC ZZZ9.
               05 FILLER PIC X(14) VALUE "  ACK LINES: ".
               05 RT-LINES PIC Z(5)9.

           01 RPT-NONE-LINE.
               05 FILLER PIC X(80) VALUE
                   "NO LIST BATCHES WERE READ - NO ACKNOWLEDGEMENTS WRIT
      -            "TEN.".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY SPACE
               INTO WS-RUN-ID WS-RUN-OPERATOR
           END-UNSTRING
           IF WS-RUN-ID = SPACES
               MOVE "SUBACK" TO WS-RUN-ID
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME
           MOVE WS-RUN-OPERATOR TO RH-RUN-OPERATOR
           OPEN OUTPUT ACK-RPT
           IF WS-ACK-RPT-STATUS NOT = '00'
               DISPLAY "SUBACK: UNABLE TO OPEN ACK-RPT, STATUS="
                   WS-ACK-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADINGS
           OPEN OUTPUT ACK-OUT
           IF WS-ACK-OUT-STATUS NOT = '00'
               DISPLAY "SUBACK: UNABLE TO OPEN ACK-OUT, STATUS="
                   WS-ACK-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LIST-ACK
           IF WS-SUBACK-STATUS = '05' OR WS-SUBACK-STATUS = '35'
               MOVE 'Y' TO WS-ACK-EOF-SW
           ELSE
               IF WS-SUBACK-STATUS NOT = '00'
                   DISPLAY "SUBACK: UNABLE TO OPEN LIST-ACK, STATUS="
                       WS-SUBACK-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE LIST-ACK
           END-IF
           IF NOT ACK-EOF
               SORT ACK-SORT
                   ON ASCENDING KEY SK-SOURCE SK-SEQ
                   INPUT PROCEDURE IS SELECT-ACKS
                   OUTPUT PROCEDURE IS WRITE-SOURCE-ACKS
           END-IF
           CLOSE ACK-OUT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-READ-CT = 0
               WRITE RPT-LINE FROM RPT-NONE-LINE
           END-IF
           MOVE WS-READ-CT TO RT-READ
           MOVE WS-SOURCE-CT TO RT-SOURCES
           MOVE WS-LINE-CT TO RT-LINES
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
           CLOSE ACK-RPT
           IF WS-READ-CT = 0
               DISPLAY "SUBACK: NO LIST BATCHES TO ACKNOWLEDGE"
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
                   MOVE PD-BUS-DATE TO WS-RUN-DATE
               END-IF
               CLOSE BUS-DATE
           ELSE
               DISPLAY "SUBACK: BUSINESS DATE FILE NOT AVAILABLE, "
                   "USING SYSTEM DATE"
           END-IF.

       WRITE-RPT-HEADINGS.
           MOVE RH-RUN-DATE TO RH1-DATE
           MOVE RH-RUN-ID TO RH1-RUN-ID
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-COL-HEADING.

       SELECT-ACKS SECTION.
       SA-OPEN.
           OPEN INPUT LIST-ACK
           IF WS-SUBACK-STATUS NOT = '00'
               DISPLAY "SUBACK: UNABLE TO OPEN LIST-ACK, STATUS="
                   WS-SUBACK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ACK-EOF-SW
           PERFORM READ-LIST-ACK
           PERFORM RELEASE-ACK UNTIL ACK-EOF
           CLOSE LIST-ACK
           GO TO SA-EXIT.

       READ-LIST-ACK.
           READ LIST-ACK INTO SUBLIST-ACK-REC
               AT END
                   MOVE 'Y' TO WS-ACK-EOF-SW
           END-READ.

       RELEASE-ACK.
           IF AK-LIST-ID NOT = SPACES
               ADD 1 TO WS-READ-CT
               IF AK-SOURCE = SPACES
                   MOVE "UNKNOWN" TO AK-SOURCE
               END-IF
               MOVE SUBLIST-ACK-REC TO ACK-SORT-REC
               RELEASE ACK-SORT-REC
           END-IF
           PERFORM READ-LIST-ACK.

       SA-EXIT.
           EXIT.

       WRITE-SOURCE-ACKS SECTION.
       WA-OPEN.
           MOVE SPACES TO WS-BRK-SOURCE
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM RETURN-ACK
           PERFORM ACKNOWLEDGE-LIST UNTIL SORT-EOF
           IF WS-BRK-SOURCE NOT = SPACES
               PERFORM CLOSE-SOURCE-ACK
           END-IF
           GO TO WA-EXIT.

       RETURN-ACK.
           RETURN ACK-SORT INTO SUBLIST-ACK-REC
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       ACKNOWLEDGE-LIST.
           IF AK-SOURCE NOT = WS-BRK-SOURCE
               IF WS-BRK-SOURCE NOT = SPACES
                   PERFORM CLOSE-SOURCE-ACK
               END-IF
               PERFORM OPEN-SOURCE-ACK
           END-IF
           ADD 1 TO WS-SRC-LISTS
           EVALUATE AK-OUTCOME
               WHEN "REJECTED "
                   ADD 1 TO WS-SRC-REJECTED
               WHEN "EXCEPTION"
                   ADD 1 TO WS-SRC-EXCEPTIONS
               WHEN OTHER
                   ADD 1 TO WS-SRC-ACCEPTED
           END-EVALUATE
           EVALUATE AK-POSTING
               WHEN "ADDED    "
                   ADD 1 TO WS-SRC-ADDED
               WHEN "REPLACED "
                   ADD 1 TO WS-SRC-REPLACED
               WHEN "UNCHANGED"
                   ADD 1 TO WS-SRC-UNCHANGED
           END-EVALUATE
           ADD 1 TO WS-SRC-RECORDS
           IF AK-TRL-SW = 'Y'
               ADD 1 TO WS-SRC-TRAILERS
               ADD 1 TO WS-SRC-RECORDS
           END-IF
           ADD AK-DETAIL-CT TO WS-SRC-DETAILS
           ADD AK-DETAIL-CT TO WS-SRC-RECORDS
           ADD AK-ELEM-REJ-CT TO WS-SRC-ELEM-REJ
           ADD AK-POSTED-CT TO WS-SRC-POSTED
           IF AK-UNKNOWN-CT IS NOT NUMERIC
               MOVE 0 TO AK-UNKNOWN-CT
           END-IF
           ADD AK-UNKNOWN-CT TO WS-SRC-UNKNOWN
           ADD AK-UNKNOWN-CT TO WS-SRC-RECORDS
           MOVE AK-LIST-ID TO AD-LIST-ID
           MOVE AK-OUTCOME TO AD-OUTCOME
           MOVE AK-POSTING TO AD-POSTING
           MOVE AK-HDR-CT TO AD-HDR-CT
           MOVE AK-DETAIL-CT TO AD-DETAIL-CT
           IF AK-TRL-SW = 'Y'
               MOVE AK-TRL-CT TO WS-TRL-EDIT
               MOVE WS-TRL-EDIT TO AD-TRL-CT
           ELSE
               MOVE "NONE" TO AD-TRL-CT
           END-IF
           MOVE AK-ELEM-REJ-CT TO AD-ELEM-REJ-CT
           MOVE AK-POSTED-CT TO AD-POSTED-CT
           MOVE AK-DROPPED-CT TO AD-DROPPED-CT
           MOVE ACK-DETAIL-LINE TO ACK-TEXT
           PERFORM PUT-ACK-LINE
           IF AK-REASON NOT = SPACES
               MOVE AK-REASON TO AR-REASON
               MOVE ACK-REASON-LINE TO ACK-TEXT
               PERFORM PUT-ACK-LINE
           END-IF
           IF AK-UNKNOWN-CT > 0
               MOVE AK-UNKNOWN-CT TO AU-UNKNOWN-CT
               MOVE ACK-UNKNOWN-LINE TO ACK-TEXT
               PERFORM PUT-ACK-LINE
           END-IF
           PERFORM RETURN-ACK.

       PUT-ACK-LINE.
           MOVE WS-BRK-SOURCE TO ACK-LINE-SOURCE
           WRITE ACK-LINE
           IF WS-ACK-OUT-STATUS NOT = '00'
               DISPLAY "SUBACK: WRITE FAILED ON ACK-OUT FOR SOURCE "
                   WS-BRK-SOURCE ", STATUS=" WS-ACK-OUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SRC-LINES
           ADD 1 TO WS-LINE-CT.

       OPEN-SOURCE-ACK.
           MOVE AK-SOURCE TO WS-BRK-SOURCE
           ADD 1 TO WS-SOURCE-CT
           MOVE 0 TO WS-SRC-LISTS
           MOVE 0 TO WS-SRC-ACCEPTED
           MOVE 0 TO WS-SRC-REJECTED
           MOVE 0 TO WS-SRC-EXCEPTIONS
           MOVE 0 TO WS-SRC-ADDED
           MOVE 0 TO WS-SRC-REPLACED
           MOVE 0 TO WS-SRC-UNCHANGED
           MOVE 0 TO WS-SRC-TRAILERS
           MOVE 0 TO WS-SRC-DETAILS
           MOVE 0 TO WS-SRC-RECORDS
           MOVE 0 TO WS-SRC-ELEM-REJ
           MOVE 0 TO WS-SRC-POSTED
           MOVE 0 TO WS-SRC-UNKNOWN
           MOVE 0 TO WS-SRC-LINES
           MOVE AK-SOURCE TO AH1-SOURCE
           MOVE AK-BUS-DATE TO AH1-BUS-DATE
           MOVE AK-RUN-ID TO AH1-RUN-ID
           MOVE ACK-HEADING-1 TO ACK-TEXT
           PERFORM PUT-ACK-LINE
           MOVE ACK-HEADING-2 TO ACK-TEXT
           PERFORM PUT-ACK-LINE
           MOVE SPACES TO ACK-TEXT
           PERFORM PUT-ACK-LINE
           MOVE ACK-COL-HEADING TO ACK-TEXT
           PERFORM PUT-ACK-LINE.

       CLOSE-SOURCE-ACK.
           MOVE SPACES TO ACK-TEXT
           PERFORM PUT-ACK-LINE
           MOVE WS-SRC-LISTS TO AL-LISTS
           MOVE WS-SRC-ACCEPTED TO AL-ACCEPTED
           MOVE WS-SRC-REJECTED TO AL-REJECTED
           MOVE WS-SRC-EXCEPTIONS TO AL-EXCEPTIONS
           MOVE ACK-LIST-TOTAL-LINE TO ACK-TEXT
           PERFORM PUT-ACK-LINE
           MOVE WS-SRC-ADDED TO AP-ADDED
           MOVE WS-SRC-REPLACED TO AP-REPLACED
           MOVE WS-SRC-UNCHANGED TO AP-UNCHANGED
           MOVE ACK-POST-TOTAL-LINE TO ACK-TEXT
           PERFORM PUT-ACK-LINE
           MOVE WS-SRC-LISTS TO AC-HEADERS
           MOVE WS-SRC-DETAILS TO AC-DETAILS
           MOVE WS-SRC-TRAILERS TO AC-TRAILERS
           MOVE WS-SRC-UNKNOWN TO AC-UNKNOWN
           MOVE WS-SRC-RECORDS TO AC-RECORDS
           MOVE ACK-REC-TOTAL-LINE TO ACK-TEXT
           PERFORM PUT-ACK-LINE
           MOVE WS-SRC-ELEM-REJ TO AV-ELEM-REJ
           MOVE WS-SRC-POSTED TO AV-POSTED
           MOVE ACK-VALUE-TOTAL-LINE TO ACK-TEXT
           PERFORM PUT-ACK-LINE
           MOVE WS-BRK-SOURCE TO AE-SOURCE
           MOVE ACK-END-LINE TO ACK-TEXT
           PERFORM PUT-ACK-LINE
           MOVE WS-BRK-SOURCE TO RD-SOURCE
           MOVE WS-SRC-LISTS TO RD-LISTS
           MOVE WS-SRC-RECORDS TO RD-RECORDS
           MOVE WS-SRC-LINES TO RD-LINES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.

       WA-EXIT.
           EXIT.
