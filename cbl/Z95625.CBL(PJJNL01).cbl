           05 JRN-AMOUNT        PIC S9(07)V99.
           05 JRN-BAL-BEFORE    PIC S9(09)V99.
           05 JRN-BAL-AFTER     PIC S9(09)V99.
           05 JRN-REF           PIC X(22).
           05 JRN-ACTION        PIC X(01).
           05 JRN-REV-REF       PIC X(22).
           05 JRN-AFT-NAME      PIC X(15).
           05 JRN-AFT-SRNAME    PIC X(15).
           05 JRN-AFT-DATE      PIC 9(07).
           05 JRN-AFT-STATUS    PIC X(01).
           05 JRN-AFT-OD-LIMIT  PIC S9(07)V99.
           05 JRN-AFT-CUST-NO   PIC 9(08).
       FD  PRD-FILE RECORDING MODE F.
         01  PRD-REC.
           05 PRD-DATE          PIC 9(08).
           05 PRD-AMOUNT        PIC S9(07)V99.
           05 PRD-BAL-BEFORE    PIC S9(09)V99.
           05 PRD-BAL-AFTER     PIC S9(09)V99.
           05 PRD-REF           PIC X(22).
           05 PRD-ACTION        PIC X(01).
           05 PRD-REV-REF       PIC X(22).
           05 PRD-AFT-NAME      PIC X(15).
           05 PRD-AFT-SRNAME    PIC X(15).
           05 PRD-AFT-DATE      PIC 9(07).
           05 PRD-AFT-STATUS    PIC X(01).
           05 PRD-AFT-OD-LIMIT  PIC S9(07)V99.
           05 PRD-AFT-CUST-NO   PIC 9(08).
       FD  PRC-FILE RECORDING MODE F.
         01  PRC-REC.
           05 PRC-PERIOD-END    PIC 9(08).
           05 PRC-REC-COUNT     PIC 9(09).
           05 PRC-AMOUNT-HASH   PIC S9(13)V99.
       FD  JRO-FILE RECORDING MODE F.
         01  JRO-REC            PIC X(156).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
