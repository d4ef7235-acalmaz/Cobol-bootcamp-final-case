           05 ARC-LAST-ACT-DATE PIC 9(07).
           05 ARC-BALANCE       PIC S9(09)V99.
           05 ARC-CLOSE-DATE    PIC 9(08).
           05 ARC-CUST-NO       PIC 9(08).
       FD  IDX-FILE.
         01  IDX-REC.
           03 IDX-KEY.
              88 IDX-DEBIT-FROZEN         VALUE 'D'.
              88 IDX-FULL-FROZEN          VALUE 'F'.
           03 IDX-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 IDX-CUST-NO       PIC S9(8) COMP-3.
       FD  JRN-FILE RECORDING MODE F.
         01  JRN-REC.
           05 JRN-DATE          PIC 9(08).
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
       FD  EXC-FILE RECORDING MODE F.
         01  EXC-REC.
           05 EXC-DATE          PIC 9(08).
           05 PST-SURNAME       PIC X(15).
           05 PST-BALANCE       PIC S9(9)V99.
           05 PST-AMOUNT        PIC S9(7)V99.
           05 PST-ACTION        PIC X(01).
           05 PST-REF           PIC X(22).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-SAVE-SRNAME    PIC X(15).
           05 WS-SAVE-ACT-DATE  PIC 9(07).
           05 WS-SAVE-CLOSE     PIC 9(08).
           05 WS-SAVE-CUST-NO   PIC 9(08).
           05 WS-REF-NEXT.
              07 WS-REF-SOURCE  PIC X(01) VALUE 'R'.
              07 WS-REF-DATE    PIC 9(08).
              07 WS-REF-TIME    PIC 9(06).
              07 WS-REF-SEQ     PIC 9(06) VALUE 0.
              07 WS-REF-LEG     PIC 9(01) VALUE 0.
           05 WS-REF-CLOCK      PIC 9(08).
           05 WS-REF-CLOCK-R    REDEFINES WS-REF-CLOCK.
              07 WS-REF-CLOCK-HMS PIC 9(06).
              07 FILLER         PIC 9(02).
           05 WS-EDIT-ID        PIC ZZZZ9.
           05 WS-EDIT-CRN       PIC ZZ9.

           MOVE JRN-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           ACCEPT WS-REF-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REF-CLOCK FROM TIME
           MOVE WS-REF-CLOCK-HMS TO WS-REF-TIME
           OPEN EXTEND EXC-FILE.
           IF EXC-ST = 35
              OPEN OUTPUT EXC-FILE
                 MOVE ARC-SRNAME TO WS-SAVE-SRNAME
                 MOVE ARC-LAST-ACT-DATE TO WS-SAVE-ACT-DATE
                 MOVE ARC-CLOSE-DATE TO WS-SAVE-CLOSE
                 MOVE ARC-CUST-NO TO WS-SAVE-CUST-NO
              END-IF
           END-IF
           READ ARC-FILE.
           MOVE ZEROES TO IDX-BALANCE
           MOVE 'A' TO IDX-STATUS
           MOVE ZEROES TO IDX-OD-LIMIT
           MOVE WS-SAVE-CUST-NO TO IDX-CUST-NO
           WRITE IDX-REC
           INVALID KEY
              PERFORM H400-KEY-OCCUPIED
           MOVE ZEROES TO JRN-AMOUNT
           MOVE ZEROES TO JRN-BAL-BEFORE
           MOVE ZEROES TO JRN-BAL-AFTER
           ADD 1 TO WS-REF-SEQ
           MOVE 1 TO WS-REF-LEG
           MOVE WS-REF-NEXT TO JRN-REF
           MOVE SPACE TO JRN-ACTION
           MOVE SPACES TO JRN-REV-REF
           MOVE IDX-NAME TO JRN-AFT-NAME
           MOVE IDX-SRNAME TO JRN-AFT-SRNAME
           MOVE IDX-DATE TO JRN-AFT-DATE
           MOVE IDX-STATUS TO JRN-AFT-STATUS
           MOVE IDX-OD-LIMIT TO JRN-AFT-OD-LIMIT
           MOVE IDX-CUST-NO TO JRN-AFT-CUST-NO
           WRITE JRN-REC.
       H350-END. EXIT.

           MOVE WS-SAVE-SRNAME TO PST-SURNAME
           MOVE ZEROES TO PST-BALANCE
           MOVE ZEROES TO PST-AMOUNT
           MOVE SPACE TO PST-ACTION
           MOVE WS-REF-NEXT TO PST-REF
           WRITE PST-REC.
       H360-END. EXIT.

