       FILE SECTION.
       FD  REJ-FILE RECORDING MODE F.
         01  REJ-REC.
           05 REJ-RECORD        PIC X(103).
           05 REJ-FIELD         PIC X(10).
           05 REJ-REASON        PIC X(30).
           05 REJ-DATE          PIC 9(08).
         01  FIX-REC.
           05 FIX-DATE          PIC 9(08).
           05 FIX-SEQ           PIC 9(05).
           05 FIX-RECORD        PIC X(103).
       FD  RES-FILE RECORDING MODE F.
         01  RES-REC            PIC X(103).
       FD  REJO-FILE RECORDING MODE F.
         01  REJO-REC.
           05 REJO-RECORD       PIC X(103).
           05 REJO-FIELD        PIC X(10).
           05 REJO-REASON       PIC X(30).
           05 REJO-DATE         PIC 9(08).
           03 EDT-BAL-ADJ       PIC X(09).
           03 EDT-TRG-ID        PIC X(05).
           03 EDT-TRG-CRN       PIC X(03).
           03 EDT-ACTION        PIC X(01).
           03 EDT-REF           PIC X(22).
           03 EDT-OPERATOR      PIC X(08).
         01  WS-MONTH-AREA.
           05 WS-MONTH-TBL      PIC X(24)
                                VALUE '312831303130313130313031'.
           05 WS-FIX-ENTRY OCCURS 5000 TIMES.
              07 WS-FT-DATE     PIC 9(08).
              07 WS-FT-SEQ      PIC 9(05).
              07 WS-FT-RECORD   PIC X(103).

       PROCEDURE DIVISION.
       0000-MAIN.
              MOVE 'PROCESS TYPE NOT 1-7 OR 9' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-RECORD-CLEAN
              AND EDT-ACTION NOT = SPACE AND EDT-ACTION NOT = 'R'
              AND EDT-ACTION NOT = 'H' AND EDT-ACTION NOT = 'M'
              AND EDT-ACTION NOT = 'U'
              MOVE 'INP-ACTION' TO WS-ERR-FIELD
              MOVE 'ACTION CODE NOT SPACE/R/H/M/U' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-RECORD-CLEAN
              AND (EDT-ID NOT NUMERIC OR EDT-ID = '00000')
              MOVE 'INP-ID'     TO WS-ERR-FIELD
                 MOVE 'Y' TO WS-ERROR-SW
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND EDT-ACTION = 'R'
              PERFORM H390-EDIT-REVERSAL
           END-IF
           IF WS-RECORD-CLEAN
              AND (EDT-ACTION = 'H' OR EDT-ACTION = 'M'
                   OR EDT-ACTION = 'U')
              PERFORM H395-EDIT-HOLD
           END-IF
           IF WS-RECORD-CLEAN AND EDT-PROCESS-TYPE = '4'
              AND EDT-ACTION = SPACE
              MOVE EDT-BAL-ADJ TO WS-BAL-ADJ-X
              IF WS-BAL-ADJ-9 NOT NUMERIC
                 MOVE 'INP-BALADJ' TO WS-ERR-FIELD
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND EDT-PROCESS-TYPE = '3'
              AND (EDT-TRG-ID NOT = SPACES OR EDT-TRG-CRN NOT = SPACES)
              IF EDT-TRG-ID NOT NUMERIC OR EDT-TRG-CRN NOT NUMERIC
                 MOVE 'INP-CUSTNO' TO WS-ERR-FIELD
                 MOVE 'CUSTOMER NUMBER NOT NUMERIC' TO WS-ERR-REASON
                 MOVE 'Y' TO WS-ERROR-SW
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND EDT-PROCESS-TYPE = '3'
              AND (EDT-TRG-ID NOT NUMERIC
                   OR (EDT-TRG-ID = '00000' AND EDT-TRG-CRN = '000'))
              IF EDT-NAME = SPACES OR EDT-SURNAME = SPACES
                 MOVE 'INP-NAME'   TO WS-ERR-FIELD
                 MOVE 'NAME/SURNAME SPACES ON OPEN' TO WS-ERR-REASON
                 MOVE 'Y' TO WS-ERROR-SW
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND EDT-ACTION = SPACE
              AND (EDT-PROCESS-TYPE = '5' OR EDT-PROCESS-TYPE = '6'
                   OR EDT-PROCESS-TYPE = '7')
              IF WS-AMOUNT-9 = ZEROES
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND EDT-PROCESS-TYPE = '7'
              AND EDT-ACTION = SPACE
              PERFORM H380-EDIT-TARGET
           END-IF
           IF WS-RECORD-CLEAN AND EDT-PROCESS-TYPE = '9'
              AND EDT-ACTION = SPACE
              IF EDT-NAME(1:1) NOT = 'A' AND EDT-NAME(1:1) NOT = 'D'
                 AND EDT-NAME(1:1) NOT = 'F'
                 AND EDT-NAME(1:1) NOT = 'L'
                 MOVE 'STATUS CODE NOT A/D/F/L' TO WS-ERR-REASON
                 MOVE 'Y' TO WS-ERROR-SW
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND EDT-OPERATOR = SPACES
              MOVE 'INP-OPER'   TO WS-ERR-FIELD
              MOVE 'OPERATOR ID MISSING' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF.
       H300-END. EXIT.

       H395-EDIT-HOLD.
           IF EDT-PROCESS-TYPE NOT = '9'
              MOVE 'PROC-TYPE'  TO WS-ERR-FIELD
              MOVE 'HOLD ACTION NOT TYPE 9' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-RECORD-CLEAN AND EDT-REF = SPACES
              MOVE 'INP-REF'    TO WS-ERR-FIELD
              MOVE 'HOLD REFERENCE MISSING' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-RECORD-CLEAN AND EDT-ACTION = 'H'
              IF WS-AMOUNT-9 = ZEROES
                 MOVE 'INP-AMOUNT' TO WS-ERR-FIELD
                 MOVE 'HOLD AMOUNT ZERO' TO WS-ERR-REASON
                 MOVE 'Y' TO WS-ERROR-SW
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND EDT-ACTION = 'H'
              AND EDT-NAME(1:2) = SPACES
              MOVE 'INP-NAME'   TO WS-ERR-FIELD
              MOVE 'HOLD REASON CODE MISSING' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-RECORD-CLEAN AND EDT-ACTION NOT = 'U'
              AND EDT-SURNAME(1:8) NOT = SPACES
              AND EDT-SURNAME(1:8) NOT NUMERIC
              MOVE 'INP-SRNAME' TO WS-ERR-FIELD
              MOVE 'HOLD EXPIRY NOT YYYYMMDD' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF.
       H395-END. EXIT.

       H350-EDIT-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF EDT-DATE NUMERIC
           END-IF.
       H380-END. EXIT.

       H390-EDIT-REVERSAL.
           IF EDT-PROCESS-TYPE < '4' OR EDT-PROCESS-TYPE > '7'
              MOVE 'PROC-TYPE'  TO WS-ERR-FIELD
              MOVE 'REVERSAL TYPE NOT 4-7' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-RECORD-CLEAN AND EDT-REF(2:21) NOT NUMERIC
              MOVE 'INP-REF'    TO WS-ERR-FIELD
              MOVE 'REFERENCE MISSING OR INVALID' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF.
       H390-END. EXIT.

       H500-FIND-FIX.
           MOVE 'N' TO WS-FIX-FOUND-SW
           MOVE 1 TO WS-FIX-IX
