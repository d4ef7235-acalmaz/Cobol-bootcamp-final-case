              88 IDX-DEBIT-FROZEN         VALUE 'D'.
              88 IDX-FULL-FROZEN          VALUE 'F'.
           03 IDX-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 IDX-CUST-NO       PIC S9(8) COMP-3.
       FD  GEN-FILE RECORDING MODE F.
         01  GEN-REC            PIC X(103).
       FD  REG-FILE RECORDING MODE F.
         01  REG-REC            PIC X(80).

           05 WS-GEN-BAL-ADJ    PIC S9(7)V99.
           05 WS-GEN-TRG-ID     PIC 9(05).
           05 WS-GEN-TRG-CRN    PIC 9(03).
           05 WS-GEN-ACTION     PIC X(01).
           05 WS-GEN-REF        PIC X(22).
           05 WS-GEN-OPERATOR   PIC X(08) VALUE 'PJSTO01'.

       PROCEDURE DIVISION.
       0000-MAIN.
              MOVE ZEROES TO WS-GEN-TRG-ID
              MOVE ZEROES TO WS-GEN-TRG-CRN
           END-IF
           MOVE SPACES TO WS-GEN-ACTION
           MOVE SPACES TO WS-GEN-REF
           MOVE WS-GEN-AREA TO GEN-REC
           WRITE GEN-REC
           END-WRITE
