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
       FD  SNI-FILE RECORDING MODE F.
         01  SNI-REC.
           05 SNI-DATE          PIC 9(08).
           05 SNI-COUNT         PIC 9(09).
           05 SNI-TOTAL         PIC S9(13)V99.
           05 SNI-BUS-DATE      PIC 9(08).
           05 SNI-NET-MOVEMENT  PIC S9(11)V99.
       FD  SNO-FILE RECORDING MODE F.
         01  SNO-REC.
           05 SNO-DATE          PIC 9(08).
           05 SNO-COUNT         PIC 9(09).
           05 SNO-TOTAL         PIC S9(13)V99.
           05 SNO-BUS-DATE      PIC 9(08).
           05 SNO-NET-MOVEMENT  PIC S9(11)V99.
       FD  AUD-FILE RECORDING MODE F.
         01  AUD-REC            PIC X(80).
       FD  RUN-FILE RECORDING MODE F.
           ACCEPT SNO-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCT-COUNT TO SNO-COUNT
           MOVE WS-BAL-TOTAL TO SNO-TOTAL
           MOVE WS-BUSINESS-DATE TO SNO-BUS-DATE
           MOVE WS-NET-MOVEMENT TO SNO-NET-MOVEMENT
           WRITE SNO-REC
           CLOSE SNO-FILE.
       H500-END. EXIT.
