           03 INP-BAL-ADJ       PIC S9(7)V99.
           03 INP-TRG-ID        PIC 9(5).
           03 INP-TRG-CRN       PIC 9(3).
           03 INP-ACTION        PIC X(01).
           03 INP-REF           PIC X(22).
           03 INP-OPERATOR      PIC X(08).
       FD  OUT-FILE RECORDING MODE F.
         01  OUT-REC.
           05 OUT-PROCESS-TYPE  PIC 9(01).
           05 OUT-SURNAME       PIC X(15).
           05 OUT-BALANCE       PIC S9(9)V99.
           05 OUT-AMOUNT        PIC S9(7)V99.
           05 OUT-ACTION        PIC X(01).
           05 OUT-REF           PIC X(22).
       FD  CTL-FILE RECORDING MODE F.
         01  CTL-REC            PIC X(80).

           05 CTL-ST            PIC 9(02).
           05 WS-INP-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-OUT-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-REV-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-TYPE-IX        PIC 9(02).
           05 WS-RC-IX          PIC 9(03).
           05 WS-LINE           PIC X(80).
           ADD 1 TO WS-TYPE-COUNT(WS-TYPE-IX)
           COMPUTE WS-RC-IX = OUT-RETURN-CODE + 1
           ADD 1 TO WS-RC-COUNT(WS-RC-IX)
           IF OUT-ACTION = 'R'
              ADD 1 TO WS-REV-COUNT
           END-IF
           READ OUT-FILE.
       H300-END. EXIT.

           WRITE CTL-REC
           MOVE 0 TO WS-TYPE-IX
           PERFORM H410-WRITE-TYPE-LINE UNTIL WS-TYPE-IX > 9
           IF WS-REV-COUNT > 0
              MOVE SPACES TO WS-LINE
              MOVE WS-REV-COUNT TO WS-EDIT-COUNT
              STRING '  OF WHICH REVERSALS ........ ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO CTL-REC
              WRITE CTL-REC
           END-IF
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO CTL-REC
           WRITE CTL-REC
