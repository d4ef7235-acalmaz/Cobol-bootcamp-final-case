           05 ARC-LAST-ACT-DATE PIC 9(07).
           05 ARC-BALANCE       PIC S9(09)V99.
           05 ARC-CLOSE-DATE    PIC 9(08).
           05 ARC-CUST-NO       PIC 9(08).
       FD  RET-FILE RECORDING MODE F.
         01  RET-REC            PIC X(80).

