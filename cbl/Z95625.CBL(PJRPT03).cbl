              88 IDX-DEBIT-FROZEN         VALUE 'D'.
              88 IDX-FULL-FROZEN          VALUE 'F'.
           03 IDX-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 IDX-CUST-NO       PIC S9(8) COMP-3.
       FD  OUT-FILE RECORDING MODE F.
         01  OUT-REC.
           05 OUT-PROCESS-TYPE  PIC 9(01).
           05 OUT-SURNAME       PIC X(15).
           05 OUT-BALANCE       PIC S9(9)V99.
           05 OUT-AMOUNT        PIC S9(7)V99.
           05 OUT-ACTION        PIC X(01).
           05 OUT-REF           PIC X(22).
       FD  BRN-FILE RECORDING MODE F.
         01  BRN-REC            PIC X(80).

