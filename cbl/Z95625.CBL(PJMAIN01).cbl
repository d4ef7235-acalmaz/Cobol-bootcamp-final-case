           05 OUT-SURNAME       PIC X(15).
           05 OUT-BALANCE       PIC S9(9)V99.
           05 OUT-AMOUNT        PIC S9(7)V99.
           05 OUT-ACTION        PIC X(01).
           05 OUT-REF           PIC X(22).
       FD  INP-FILE RECORDING MODE F.
         01  INP-REC.
           03 INP-PROCESS-TYPE  PIC 9(01).
           03 INP-BAL-ADJ       PIC S9(7)V99.
           03 INP-TRG-ID        PIC 9(5).
           03 INP-TRG-CRN       PIC 9(3).
           03 INP-ACTION        PIC X(01).
           03 INP-REF           PIC X(22).
           03 INP-OPERATOR      PIC X(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
              07 SUB-INP-BAL-ADJ       PIC S9(7)V99.
              07 SUB-INP-TRG-ID        PIC 9(5).
              07 SUB-INP-TRG-CRN       PIC 9(3).
              07 SUB-INP-ACTION        PIC X(01).
              07 SUB-INP-REF           PIC X(22).
              07 SUB-INP-CLOSE-REQUEST PIC X(01) VALUE 'N'.
              07 SUB-OUT-PROCESS-TYPE  PIC 9(01).
              07 SUB-OUT-ID            PIC 9(05).
              07 SUB-OUT-SURNAME       PIC X(15).
              07 SUB-OUT-BALANCE       PIC S9(9)V99.
              07 SUB-OUT-AMOUNT        PIC S9(7)V99.
              07 SUB-OUT-ACTION        PIC X(01).
              07 SUB-OUT-REF           PIC X(22).


       PROCEDURE DIVISION.
           MOVE INP-DATE TO SUB-INP-DATE
           MOVE INP-BAL-ADJ TO SUB-INP-BAL-ADJ
           MOVE INP-TRG-ID TO SUB-INP-TRG-ID
           MOVE INP-TRG-CRN TO SUB-INP-TRG-CRN
           MOVE INP-ACTION TO SUB-INP-ACTION
           MOVE INP-REF TO SUB-INP-REF.
       H300-END. EXIT.

       H400-OUT-SUB.
           MOVE SUB-OUT-SURNAME TO OUT-SURNAME
           MOVE SUB-OUT-BALANCE TO OUT-BALANCE
           MOVE SUB-OUT-AMOUNT TO OUT-AMOUNT
           MOVE SUB-OUT-ACTION TO OUT-ACTION
           MOVE SUB-OUT-REF TO OUT-REF
           WRITE OUT-REC
           END-WRITE.
       H400-END. EXIT.
