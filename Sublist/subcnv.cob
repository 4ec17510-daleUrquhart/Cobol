       IDENTIFICATION DIVISION.
       PROGRAM-ID. Subcnv.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBLIST-OLD ASSIGN TO "SUBOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SOLD-KEY
               FILE STATUS IS WS-SUBLIST-OLD-STATUS.
           SELECT SUBLIST-NEW ASSIGN TO "SUBNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SUBLIST-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBLIST-OLD
           RECORD CONTAINS 26 CHARACTERS.
       01  SUBLIST-OLD-REC.
           05 SOLD-KEY.
               10 SOLD-LIST-ID PIC X(8).
               10 SOLD-INDEX PIC 9(3).
           05 SOLD-VALUE PIC 9(15).

       FD  SUBLIST-NEW
           RECORD CONTAINS 27 CHARACTERS.
       01  SUBLIST-NEW-REC.
           05 SN-KEY.
               10 SN-LIST-ID PIC X(8).
               10 SN-INDEX PIC 9(4).
           05 SN-VALUE PIC 9(15).

       WORKING-STORAGE SECTION.
           01 WS-SUBLIST-OLD-STATUS PIC XX VALUE '00'.
           01 WS-SUBLIST-NEW-STATUS PIC XX VALUE '00'.
           01 WS-OLD-EOF-SW PIC X VALUE 'N'.
               88 OLD-EOF VALUE 'Y'.
           01 WS-CONTROL-ID PIC X(8) VALUE "*CONTROL".
           01 WS-READ-CT PIC 9(7) VALUE 0.
           01 WS-WRITE-CT PIC 9(7) VALUE 0.
           01 WS-ERROR-CT PIC 9(7) VALUE 0.
           01 WS-OLD-HASH PIC 9(15) VALUE 0.
           01 WS-NEW-HASH PIC 9(15) VALUE 0.
           01 WS-HASH-WORK PIC 9(16) VALUE 0.

       PROCEDURE DIVISION.
           OPEN INPUT SUBLIST-OLD
           IF WS-SUBLIST-OLD-STATUS NOT = '00'
               DISPLAY "SUBCNV: UNABLE TO OPEN SUBLIST-OLD, STATUS="
                   WS-SUBLIST-OLD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUBLIST-NEW
           IF WS-SUBLIST-NEW-STATUS NOT = '00'
               DISPLAY "SUBCNV: UNABLE TO OPEN SUBLIST-NEW, STATUS="
                   WS-SUBLIST-NEW-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-OLD
           PERFORM CONVERT-RECORD UNTIL OLD-EOF
           CLOSE SUBLIST-OLD
           CLOSE SUBLIST-NEW
           DISPLAY "SUBCNV: RECORDS READ:    " WS-READ-CT
           DISPLAY "SUBCNV: RECORDS WRITTEN: " WS-WRITE-CT
           DISPLAY "SUBCNV: VALUE HASH OLD:  " WS-OLD-HASH
           DISPLAY "SUBCNV: VALUE HASH NEW:  " WS-NEW-HASH
           IF WS-ERROR-CT > 0 OR WS-READ-CT NOT = WS-WRITE-CT
                   OR WS-OLD-HASH NOT = WS-NEW-HASH
               DISPLAY "SUBCNV: CONVERSION OUT OF BALANCE - DO NOT "
                   "SWAP IN THE NEW CLUSTER"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-OLD.
           READ SUBLIST-OLD
               AT END
                   MOVE 'Y' TO WS-OLD-EOF-SW
           END-READ
           IF NOT OLD-EOF
               ADD 1 TO WS-READ-CT
               IF SOLD-LIST-ID NOT = WS-CONTROL-ID
                   COMPUTE WS-HASH-WORK = WS-OLD-HASH + SOLD-VALUE
                   COMPUTE WS-OLD-HASH =
                       FUNCTION MOD(WS-HASH-WORK, 1000000000000000)
               END-IF
           END-IF.

       CONVERT-RECORD.
           MOVE SOLD-LIST-ID TO SN-LIST-ID
           MOVE SOLD-INDEX TO SN-INDEX
           MOVE SOLD-VALUE TO SN-VALUE
           WRITE SUBLIST-NEW-REC
           IF WS-SUBLIST-NEW-STATUS = '00'
               ADD 1 TO WS-WRITE-CT
               IF SN-LIST-ID NOT = WS-CONTROL-ID
                   COMPUTE WS-HASH-WORK = WS-NEW-HASH + SN-VALUE
                   COMPUTE WS-NEW-HASH =
                       FUNCTION MOD(WS-HASH-WORK, 1000000000000000)
               END-IF
           ELSE
               ADD 1 TO WS-ERROR-CT
               DISPLAY "SUBCNV: WRITE FAILED ON SUBLIST-NEW FOR "
                   SN-KEY " STATUS=" WS-SUBLIST-NEW-STATUS
           END-IF
           PERFORM READ-OLD.
