                             STATUS REJ-ST.
           SELECT RUN-FILE ASSIGN TO RUNFILE
                             STATUS RUN-ST.
           SELECT PND-FILE ASSIGN TO PNDFILE
                             STATUS PND-ST.
           SELECT APR-FILE ASSIGN TO APRFILE
                             STATUS APR-ST.
           SELECT APO-FILE ASSIGN TO APROUT
                             STATUS APO-ST.

       DATA DIVISION.
       FILE SECTION.
           03 INP-BAL-ADJ       PIC X(09).
           03 INP-TRG-ID        PIC X(05).
           03 INP-TRG-CRN       PIC X(03).
           03 INP-ACTION        PIC X(01).
           03 INP-REF           PIC X(22).
           03 INP-OPERATOR      PIC X(08).
       FD  CLN-FILE RECORDING MODE F.
         01  CLN-REC            PIC X(103).
       FD  REJ-FILE RECORDING MODE F.
         01  REJ-REC.
           05 REJ-RECORD        PIC X(103).
           05 REJ-FIELD         PIC X(10).
           05 REJ-REASON        PIC X(30).
           05 REJ-DATE          PIC 9(08).
           05 RUN-OVERRIDE-SW   PIC X(01).
           05 RUN-OVERRIDE-DATE PIC 9(08).
           05 RUN-OVERRIDE-TIME PIC 9(08).
       FD  PND-FILE RECORDING MODE F.
         01  PND-REC.
           05 PND-RECORD        PIC X(103).
           05 PND-DATE          PIC 9(08).
           05 PND-SEQ           PIC 9(05).
           05 PND-REASON        PIC X(20).
       FD  APR-FILE RECORDING MODE F.
         01  APR-REC.
           05 APR-RECORD        PIC X(103).
           05 APR-INP REDEFINES APR-RECORD.
              07 FILLER         PIC X(09).
              07 APR-AMOUNT     PIC 9(7)V99.
              07 FILLER         PIC X(85).
           05 APR-RELEASE-DATE  PIC 9(08).
           05 APR-PND-DATE      PIC 9(08).
           05 APR-PND-SEQ       PIC 9(05).
           05 APR-APPROVER      PIC X(08).
       FD  APO-FILE RECORDING MODE F.
         01  APO-REC            PIC X(132).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 RUN-ST            PIC 9(02).
              88 RUN-NOTFOUND              VALUE 35.
              88 RUN-SUCCES                VALUE 00 97.
           05 PND-ST            PIC 9(02).
              88 PND-SUCCES                VALUE 00 97.
           05 APR-ST            PIC 9(02).
              88 APR-EOF                   VALUE 10.
              88 APR-NOTFOUND              VALUE 35.
              88 APR-SUCCES                VALUE 00 97.
           05 APO-ST            PIC 9(02).
              88 APO-SUCCES                VALUE 00 97.
           05 WS-REJECT-LIMIT   PIC 9(03).
           05 WS-APPROVAL-LIMIT PIC 9(07)V99.
           05 WS-APPROVAL-SW    PIC X(01).
              88 WS-NEEDS-APPROVAL         VALUE 'Y'.
           05 WS-PND-REASON     PIC X(20).
           05 WS-PENDING-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-RELEASE-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-STALE-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-CARRY-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-BUSINESS-DATE  PIC 9(08).
           05 WS-CLEAN-AMOUNT   PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-HOLD-SW        PIC X(01) VALUE 'N'.
           05 WS-BAL-ADJ-9 REDEFINES WS-BAL-ADJ-X
                                PIC S9(7)V99.
         01  WS-DUP-AREA.
           05 WS-DUP-KEY        PIC X(65).
           05 WS-DUP-TABLE.
              07 WS-DUP-ENTRY OCCURS 5000 TIMES
                                PIC X(65).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-RELEASE-APPROVED
           PERFORM H200-EDIT-RECORD UNTIL INP-EOF
           PERFORM H700-WRITE-SUMMARY
           PERFORM H800-STAMP-RUN-CONTROL
       H100-OPEN-FILES.
           ACCEPT WS-REJECT-LIMIT.
           ACCEPT WS-BUSINESS-DATE.
           ACCEPT WS-APPROVAL-LIMIT.
           OPEN INPUT  INP-FILE.
           IF (INP-ST NOT = 0) AND (INP-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN INPFILE: ' INP-ST
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET REJ-SUCCES TO TRUE
           OPEN OUTPUT PND-FILE.
           IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN PNDFILE: ' PND-ST
           MOVE PND-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET PND-SUCCES TO TRUE
           OPEN OUTPUT APO-FILE.
           IF (APO-ST NOT = 0) AND (APO-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN APROUT: ' APO-ST
           MOVE APO-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET APO-SUCCES TO TRUE
           READ INP-FILE.
       H100-END. EXIT.

       H150-RELEASE-APPROVED.
           OPEN INPUT APR-FILE.
           IF APR-NOTFOUND
              DISPLAY 'NO APPROVED ITEMS TO RELEASE'
           ELSE
              IF (APR-ST NOT = 0) AND (APR-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN APRFILE: ' APR-ST
                 MOVE APR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              ELSE
                 READ APR-FILE
                 PERFORM H160-RELEASE-ONE UNTIL APR-EOF
                 CLOSE APR-FILE
              END-IF
           END-IF.
       H150-END. EXIT.

       H160-RELEASE-ONE.
           IF APR-RELEASE-DATE = WS-BUSINESS-DATE
              ADD 1 TO WS-RELEASE-COUNT
              ADD 1 TO WS-CLEAN-COUNT
              ADD APR-AMOUNT TO WS-CLEAN-AMOUNT
              MOVE APR-RECORD TO CLN-REC
              WRITE CLN-REC
              END-WRITE
           ELSE
              IF APR-RELEASE-DATE > WS-BUSINESS-DATE
                 ADD 1 TO WS-CARRY-COUNT
              ELSE
                 ADD 1 TO WS-STALE-COUNT
                 DISPLAY 'APPROVAL PAST RELEASE DATE, CARRIED: '
                     APR-PND-DATE '/' APR-PND-SEQ ' ' APR-RELEASE-DATE
              END-IF
              MOVE APR-REC TO APO-REC
              WRITE APO-REC
              END-WRITE
           END-IF
           READ APR-FILE.
       H160-END. EXIT.

       H200-EDIT-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-ERROR-SW
              PERFORM H500-CHECK-DUPLICATE
           END-IF
           IF WS-RECORD-CLEAN
              PERFORM H550-CHECK-SENSITIVE
              IF WS-NEEDS-APPROVAL
                 PERFORM H560-WRITE-PENDING
              ELSE
                 PERFORM H600-WRITE-CLEAN
              END-IF
           END-IF
           READ INP-FILE.
       H200-END. EXIT.
              MOVE 'PROCESS TYPE NOT 1-7 OR 9' TO REJ-REASON
              PERFORM H650-WRITE-REJECT
           END-IF
           IF WS-RECORD-CLEAN
              AND INP-ACTION NOT = SPACE AND INP-ACTION NOT = 'R'
              AND INP-ACTION NOT = 'H' AND INP-ACTION NOT = 'M'
              AND INP-ACTION NOT = 'U'
              MOVE 'INP-ACTION' TO REJ-FIELD
              MOVE 'ACTION CODE NOT SPACE/R/H/M/U' TO REJ-REASON
              PERFORM H650-WRITE-REJECT
           END-IF
           IF WS-RECORD-CLEAN
              AND (INP-ID NOT NUMERIC OR INP-ID = '00000')
              MOVE 'INP-ID'     TO REJ-FIELD
                 PERFORM H650-WRITE-REJECT
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND INP-ACTION = 'R'
              PERFORM H390-EDIT-REVERSAL
           END-IF
           IF WS-RECORD-CLEAN
              AND (INP-ACTION = 'H' OR INP-ACTION = 'M'
                   OR INP-ACTION = 'U')
              PERFORM H395-EDIT-HOLD
           END-IF
           IF WS-RECORD-CLEAN AND INP-PROCESS-TYPE = '4'
              AND INP-ACTION = SPACE
              MOVE INP-BAL-ADJ TO WS-BAL-ADJ-X
              IF WS-BAL-ADJ-9 NOT NUMERIC
                 MOVE 'INP-BALADJ' TO REJ-FIELD
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND INP-PROCESS-TYPE = '3'
              AND (INP-TRG-ID NOT = SPACES OR INP-TRG-CRN NOT = SPACES)
              IF INP-TRG-ID NOT NUMERIC OR INP-TRG-CRN NOT NUMERIC
                 MOVE 'INP-CUSTNO' TO REJ-FIELD
                 MOVE 'CUSTOMER NUMBER NOT NUMERIC' TO REJ-REASON
                 PERFORM H650-WRITE-REJECT
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND INP-PROCESS-TYPE = '3'
              AND (INP-TRG-ID NOT NUMERIC
                   OR (INP-TRG-ID = '00000' AND INP-TRG-CRN = '000'))
              IF INP-NAME = SPACES OR INP-SURNAME = SPACES
                 MOVE 'INP-NAME'   TO REJ-FIELD
                 MOVE 'NAME/SURNAME SPACES ON OPEN' TO REJ-REASON
                 PERFORM H650-WRITE-REJECT
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND INP-ACTION = SPACE
              AND (INP-PROCESS-TYPE = '5' OR INP-PROCESS-TYPE = '6'
                   OR INP-PROCESS-TYPE = '7')
              IF WS-AMOUNT-9 = ZEROES
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND INP-PROCESS-TYPE = '7'
              AND INP-ACTION = SPACE
              PERFORM H380-EDIT-TARGET
           END-IF
           IF WS-RECORD-CLEAN AND INP-PROCESS-TYPE = '9'
              AND INP-ACTION = SPACE
              IF INP-NAME(1:1) NOT = 'A' AND INP-NAME(1:1) NOT = 'D'
                 AND INP-NAME(1:1) NOT = 'F' AND INP-NAME(1:1) NOT = 'L'
                 MOVE 'INP-NAME'   TO REJ-FIELD
                 MOVE 'STATUS CODE NOT A/D/F/L' TO REJ-REASON
                 PERFORM H650-WRITE-REJECT
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND INP-OPERATOR = SPACES
              MOVE 'INP-OPER'   TO REJ-FIELD
              MOVE 'OPERATOR ID MISSING' TO REJ-REASON
              PERFORM H650-WRITE-REJECT
           END-IF.
       H300-END. EXIT.

           END-IF.
       H380-END. EXIT.

       H390-EDIT-REVERSAL.
           IF INP-PROCESS-TYPE < '4' OR INP-PROCESS-TYPE > '7'
              MOVE 'PROC-TYPE'  TO REJ-FIELD
              MOVE 'REVERSAL TYPE NOT 4-7' TO REJ-REASON
              PERFORM H650-WRITE-REJECT
           END-IF
           IF WS-RECORD-CLEAN AND INP-REF(2:21) NOT NUMERIC
              MOVE 'INP-REF'    TO REJ-FIELD
              MOVE 'REFERENCE MISSING OR INVALID' TO REJ-REASON
              PERFORM H650-WRITE-REJECT
           END-IF.
       H390-END. EXIT.

       H395-EDIT-HOLD.
           IF INP-PROCESS-TYPE NOT = '9'
              MOVE 'PROC-TYPE'  TO REJ-FIELD
              MOVE 'HOLD ACTION NOT TYPE 9' TO REJ-REASON
              PERFORM H650-WRITE-REJECT
           END-IF
           IF WS-RECORD-CLEAN AND INP-REF = SPACES
              MOVE 'INP-REF'    TO REJ-FIELD
              MOVE 'HOLD REFERENCE MISSING' TO REJ-REASON
              PERFORM H650-WRITE-REJECT
           END-IF
           IF WS-RECORD-CLEAN AND INP-ACTION = 'H'
              IF WS-AMOUNT-9 = ZEROES
                 MOVE 'INP-AMOUNT' TO REJ-FIELD
                 MOVE 'HOLD AMOUNT ZERO' TO REJ-REASON
                 PERFORM H650-WRITE-REJECT
              END-IF
           END-IF
           IF WS-RECORD-CLEAN AND INP-ACTION = 'H'
              AND INP-NAME(1:2) = SPACES
              MOVE 'INP-NAME'   TO REJ-FIELD
              MOVE 'HOLD REASON CODE MISSING' TO REJ-REASON
              PERFORM H650-WRITE-REJECT
           END-IF
           IF WS-RECORD-CLEAN AND INP-ACTION NOT = 'U'
              AND INP-SURNAME(1:8) NOT = SPACES
              AND INP-SURNAME(1:8) NOT NUMERIC
              MOVE 'INP-SRNAME' TO REJ-FIELD
              MOVE 'HOLD EXPIRY NOT YYYYMMDD' TO REJ-REASON
              PERFORM H650-WRITE-REJECT
           END-IF.
       H395-END. EXIT.

       H350-EDIT-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF INP-DATE NUMERIC
           MOVE SPACES TO WS-DUP-KEY
           STRING INP-PROCESS-TYPE INP-ID INP-CRN
               INP-AMOUNT INP-DATE INP-BAL-ADJ
               INP-TRG-ID INP-TRG-CRN INP-ACTION INP-REF
               DELIMITED BY SIZE INTO WS-DUP-KEY
           MOVE 'N' TO WS-DUP-FOUND-SW
           MOVE 1 TO WS-DUP-IX
           ADD 1 TO WS-DUP-IX.
       H510-END. EXIT.

       H550-CHECK-SENSITIVE.
           MOVE 'N' TO WS-APPROVAL-SW
           MOVE SPACES TO WS-PND-REASON
           IF INP-ACTION = SPACE
              EVALUATE INP-PROCESS-TYPE
                 WHEN '2'
                   MOVE 'Y' TO WS-APPROVAL-SW
                   MOVE 'ACCOUNT DELETE' TO WS-PND-REASON
                 WHEN '9'
                   MOVE 'Y' TO WS-APPROVAL-SW
                   IF INP-NAME(1:1) = 'L'
                      MOVE 'OVERDRAFT LIMIT' TO WS-PND-REASON
                   ELSE
                      MOVE 'STATUS CHANGE' TO WS-PND-REASON
                   END-IF
                 WHEN '4'
                   IF WS-APPROVAL-LIMIT > 0
                      AND (WS-BAL-ADJ-9 > WS-APPROVAL-LIMIT
                      OR 0 - WS-BAL-ADJ-9 > WS-APPROVAL-LIMIT)
                      MOVE 'Y' TO WS-APPROVAL-SW
                      MOVE 'LARGE ADJUSTMENT' TO WS-PND-REASON
                   END-IF
              END-EVALUATE
           END-IF
           IF INP-ACTION = 'R'
              MOVE 'Y' TO WS-APPROVAL-SW
              MOVE 'REVERSAL' TO WS-PND-REASON
           END-IF
           IF NOT WS-NEEDS-APPROVAL AND WS-APPROVAL-LIMIT > 0
              AND WS-AMOUNT-9 > WS-APPROVAL-LIMIT
              MOVE 'Y' TO WS-APPROVAL-SW
              MOVE 'AMOUNT OVER LIMIT' TO WS-PND-REASON
           END-IF.
       H550-END. EXIT.

       H560-WRITE-PENDING.
           ADD 1 TO WS-PENDING-COUNT
           MOVE INP-REC TO PND-RECORD
           MOVE WS-BUSINESS-DATE TO PND-DATE
           MOVE WS-PENDING-COUNT TO PND-SEQ
           MOVE WS-PND-REASON TO PND-REASON
           WRITE PND-REC
           END-WRITE.
       H560-END. EXIT.

       H600-WRITE-CLEAN.
           ADD 1 TO WS-CLEAN-COUNT
           ADD WS-AMOUNT-9 TO WS-CLEAN-AMOUNT
           DISPLAY 'RECORDS CLEAN ...... ' WS-EDIT-COUNT
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           DISPLAY 'RECORDS REJECTED ... ' WS-EDIT-COUNT
           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
           DISPLAY 'HELD FOR APPROVAL .. ' WS-EDIT-COUNT
           MOVE WS-RELEASE-COUNT TO WS-EDIT-COUNT
           DISPLAY 'APPROVED RELEASED .. ' WS-EDIT-COUNT
           MOVE WS-CARRY-COUNT TO WS-EDIT-COUNT
           DISPLAY 'APPROVALS CARRIED .. ' WS-EDIT-COUNT
           IF WS-STALE-COUNT > 0
              MOVE WS-STALE-COUNT TO WS-EDIT-COUNT
              DISPLAY 'APPROVALS PAST DATE  ' WS-EDIT-COUNT
              DISPLAY 'PAST-DATE APPROVALS NOT RELEASED, SEE APROUT'
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-READ-COUNT > 0
              COMPUTE WS-REJECT-PCT =
                  (WS-REJECT-COUNT * 100) / WS-READ-COUNT
           CLOSE INP-FILE.
           CLOSE CLN-FILE.
           CLOSE REJ-FILE.
           CLOSE PND-FILE.
           CLOSE APO-FILE.
       H999-END. EXIT.
