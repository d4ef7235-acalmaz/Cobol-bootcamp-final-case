           03 NEW-BALANCE       PIC S9(9)V99 COMP-3.
           03 NEW-STATUS        PIC X(01).
           03 NEW-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 NEW-CUST-NO       PIC S9(8) COMP-3.
       FD  CNV-FILE RECORDING MODE F.
         01  CNV-REC            PIC X(80).

           MOVE OLD-BALANCE TO NEW-BALANCE
           MOVE 'A' TO NEW-STATUS
           MOVE ZEROES TO NEW-OD-LIMIT
           MOVE ZEROES TO NEW-CUST-NO
           ADD NEW-BALANCE TO WS-NEW-TOTAL
           WRITE NEW-REC
           END-WRITE
