                             STATUS PST-ST.
           SELECT ESC-FILE  ASSIGN TO ESCREG
                             STATUS ESC-ST.
           SELECT EVT-FILE  ASSIGN TO EVTFILE
                             STATUS EVT-ST.

       DATA DIVISION.
       FILE SECTION.
              88 IDX-DEBIT-FROZEN         VALUE 'D'.
              88 IDX-FULL-FROZEN          VALUE 'F'.
           03 IDX-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 IDX-CUST-NO       PIC S9(8) COMP-3.
       FD  CTC-FILE RECORDING MODE F.
         01  CTC-REC.
           05 CTC-ID            PIC 9(05).
           05 ARC-LAST-ACT-DATE PIC 9(07).
           05 ARC-BALANCE       PIC S9(09)V99.
           05 ARC-CLOSE-DATE    PIC 9(08).
           05 ARC-CUST-NO       PIC 9(08).
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
       FD  PST-FILE RECORDING MODE F.
         01  PST-REC.
           05 PST-PROCESS-TYPE  PIC 9(01).
           05 PST-SURNAME       PIC X(15).
           05 PST-BALANCE       PIC S9(9)V99.
           05 PST-AMOUNT        PIC S9(7)V99.
           05 PST-ACTION        PIC X(01).
           05 PST-REF           PIC X(22).
       FD  ESC-FILE RECORDING MODE F.
         01  ESC-REC            PIC X(80).
       FD  EVT-FILE RECORDING MODE F.
         01  EVT-REC.
           05 EVT-DATE          PIC 9(08).
           05 EVT-TIME          PIC 9(08).
           05 EVT-ID            PIC 9(05).
           05 EVT-CRN           PIC 9(03).
           05 EVT-CUST-NO       PIC 9(08).
           05 EVT-CODE          PIC X(02).
           05 EVT-PROCESS-TYPE  PIC 9(01).
           05 EVT-AMOUNT        PIC S9(09)V99.
           05 EVT-BAL-BEFORE    PIC S9(09)V99.
           05 EVT-BAL-AFTER     PIC S9(09)V99.
           05 EVT-RC            PIC 9(02).
           05 EVT-STATUS        PIC X(01).
           05 EVT-REF           PIC X(22).
           05 EVT-SOURCE        PIC X(08).
           05 FILLER            PIC X(19).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
              88 PST-SUCCES                VALUE 00 97.
           05 ESC-ST            PIC 9(02).
              88 ESC-SUCCES                VALUE 00 97.
           05 EVT-ST            PIC 9(02).
              88 EVT-SUCCES                VALUE 00 97.
           05 WS-CONTACT-CUTOFF PIC 9(07).
           05 WS-ESCHEAT-CUTOFF PIC 9(07).
           05 WS-ESC-ID         PIC 9(05).
           05 WS-SAV-SRNAME     PIC X(15).
           05 WS-SAV-DATE       PIC 9(07).
           05 WS-SAV-BALANCE    PIC S9(09)V99.
           05 WS-SAV-CUST-NO    PIC 9(08).
           05 WS-READ-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-CONTACT-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-ESCHEAT-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-ESCHEAT-TOTAL  PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CRN-IX         PIC 9(04).
           05 WS-LINE           PIC X(80).
           05 WS-REF-NEXT.
              07 WS-REF-SOURCE  PIC X(01) VALUE 'E'.
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
           05 WS-EDIT-AMT       PIC -(9)9.99.
           MOVE JRN-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           ACCEPT WS-REF-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REF-CLOCK FROM TIME
           MOVE WS-REF-CLOCK-HMS TO WS-REF-TIME
           OPEN EXTEND EVT-FILE.
           IF EVT-ST = 35
              OPEN OUTPUT EVT-FILE
           END-IF
           IF (EVT-ST NOT = 0) AND (EVT-ST NOT = 97)
           DISPLAY 'EVENT FILE OPEN FAILED: ' EVT-ST
           MOVE EVT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           OPEN OUTPUT PST-FILE.
           IF (PST-ST NOT = 0) AND (PST-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN ESCPST: ' PST-ST
              MOVE 'C' TO IDX-STATUS
              REWRITE IDX-REC
              END-REWRITE
              PERFORM H310-JOURNAL-CONTACT
              PERFORM H320-CONTACT-EVENT
           END-IF.
       H300-END. EXIT.

       H310-JOURNAL-CONTACT.
           ADD 1 TO WS-REF-SEQ
           MOVE 0 TO WS-REF-LEG
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE IDX-ID TO JRN-ID
           MOVE IDX-CRN TO JRN-CRN
           MOVE 9 TO JRN-PROCESS-TYPE
           MOVE ZEROES TO JRN-AMOUNT
           MOVE IDX-BALANCE TO JRN-BAL-BEFORE
           MOVE IDX-BALANCE TO JRN-BAL-AFTER
           PERFORM H496-AFTER-IMAGE
           PERFORM H495-NEXT-REFERENCE
           WRITE JRN-REC.
       H310-END. EXIT.

       H320-CONTACT-EVENT.
           MOVE SPACES TO EVT-REC
           ACCEPT EVT-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-TIME FROM TIME
           MOVE IDX-ID TO EVT-ID
           MOVE IDX-CRN TO EVT-CRN
           MOVE IDX-CUST-NO TO EVT-CUST-NO
           MOVE 'DM' TO EVT-CODE
           MOVE 9 TO EVT-PROCESS-TYPE
           MOVE ZEROES TO EVT-AMOUNT
           MOVE IDX-BALANCE TO EVT-BAL-BEFORE
           MOVE IDX-BALANCE TO EVT-BAL-AFTER
           MOVE ZEROES TO EVT-RC
           MOVE IDX-STATUS TO EVT-STATUS
           MOVE WS-REF-NEXT TO EVT-REF
           MOVE 'PJESC01' TO EVT-SOURCE
           WRITE EVT-REC.
       H320-END. EXIT.

       H400-ESCHEAT.
           ADD 1 TO WS-ESCHEAT-COUNT
           ADD 1 TO WS-REF-SEQ
           MOVE 0 TO WS-REF-LEG
           MOVE IDX-ID TO WS-SAV-ID
           MOVE IDX-CRN TO WS-SAV-CRN
           MOVE IDX-NAME TO WS-SAV-NAME
           MOVE IDX-SRNAME TO WS-SAV-SRNAME
           MOVE IDX-DATE TO WS-SAV-DATE
           MOVE IDX-BALANCE TO WS-SAV-BALANCE
           MOVE IDX-CUST-NO TO WS-SAV-CUST-NO
           IF WS-SAV-CRN >= 1 AND WS-SAV-CRN <= 999
              MOVE WS-SAV-CRN TO WS-CRN-IX
              ADD 1 TO WS-CRN-ESCHEATS(WS-CRN-IX)
              PERFORM H410-TRANSFER-OUT
           END-IF
           PERFORM H450-ARCHIVE-CLOSE
           PERFORM H460-ESCHEAT-EVENT
           IF WS-SAV-BALANCE NOT = 0
              PERFORM H470-CREDIT-TARGET
           END-IF
           COMPUTE JRN-AMOUNT = 0 - WS-SAV-BALANCE
           MOVE WS-SAV-BALANCE TO JRN-BAL-BEFORE
           MOVE ZEROES TO JRN-BAL-AFTER
           PERFORM H496-AFTER-IMAGE
           PERFORM H495-NEXT-REFERENCE
           WRITE JRN-REC
           MOVE 7 TO PST-PROCESS-TYPE
           MOVE WS-SAV-ID TO PST-ID
           MOVE WS-SAV-SRNAME TO PST-SURNAME
           MOVE ZEROES TO PST-BALANCE
           MOVE ZEROES TO PST-AMOUNT
           MOVE SPACE TO PST-ACTION
           MOVE JRN-REF TO PST-REF
           WRITE PST-REC.
       H410-END. EXIT.

           MOVE WS-SAV-SRNAME TO ARC-SRNAME
           MOVE WS-SAV-DATE TO ARC-LAST-ACT-DATE
           MOVE ZEROES TO ARC-BALANCE
           MOVE WS-SAV-CUST-NO TO ARC-CUST-NO
           ACCEPT ARC-CLOSE-DATE FROM DATE YYYYMMDD
           WRITE ARC-REC
           MOVE WS-SAV-ID TO IDX-ID
           MOVE ZEROES TO JRN-AMOUNT
           MOVE ZEROES TO JRN-BAL-BEFORE
           MOVE ZEROES TO JRN-BAL-AFTER
           PERFORM H496-AFTER-IMAGE
           PERFORM H495-NEXT-REFERENCE
           WRITE JRN-REC
           MOVE 2 TO PST-PROCESS-TYPE
           MOVE WS-SAV-ID TO PST-ID
           MOVE WS-SAV-SRNAME TO PST-SURNAME
           MOVE ZEROES TO PST-BALANCE
           MOVE ZEROES TO PST-AMOUNT
           MOVE SPACE TO PST-ACTION
           MOVE JRN-REF TO PST-REF
           WRITE PST-REC.
       H450-END. EXIT.

       H460-ESCHEAT-EVENT.
           MOVE SPACES TO EVT-REC
           ACCEPT EVT-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-TIME FROM TIME
           MOVE WS-SAV-ID TO EVT-ID
           MOVE WS-SAV-CRN TO EVT-CRN
           MOVE WS-SAV-CUST-NO TO EVT-CUST-NO
           MOVE 'ES' TO EVT-CODE
           MOVE 2 TO EVT-PROCESS-TYPE
           MOVE WS-SAV-BALANCE TO EVT-AMOUNT
           MOVE WS-SAV-BALANCE TO EVT-BAL-BEFORE
           MOVE ZEROES TO EVT-BAL-AFTER
           MOVE ZEROES TO EVT-RC
           MOVE SPACE TO EVT-STATUS
           MOVE WS-REF-NEXT TO EVT-REF
           MOVE 'PJESC01' TO EVT-SOURCE
           WRITE EVT-REC.
       H460-END. EXIT.

       H470-CREDIT-TARGET.
           MOVE WS-ESC-ID TO IDX-ID
           MOVE WS-ESC-CRN TO IDX-CRN
              MOVE IDX-BALANCE TO JRN-BAL-AFTER
              REWRITE IDX-REC
              END-REWRITE
              PERFORM H496-AFTER-IMAGE
              PERFORM H495-NEXT-REFERENCE
              WRITE JRN-REC
           END-READ.
       H470-END. EXIT.
           END-START.
       H490-END. EXIT.

       H495-NEXT-REFERENCE.
           ADD 1 TO WS-REF-LEG
           MOVE WS-REF-NEXT TO JRN-REF
           MOVE SPACE TO JRN-ACTION
           MOVE SPACES TO JRN-REV-REF.
       H495-END. EXIT.

       H496-AFTER-IMAGE.
           MOVE IDX-NAME TO JRN-AFT-NAME
           MOVE IDX-SRNAME TO JRN-AFT-SRNAME
           MOVE IDX-DATE TO JRN-AFT-DATE
           MOVE IDX-STATUS TO JRN-AFT-STATUS
           MOVE IDX-OD-LIMIT TO JRN-AFT-OD-LIMIT
           MOVE IDX-CUST-NO TO JRN-AFT-CUST-NO.
       H496-END. EXIT.

       H700-WRITE-REGISTER.
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO ESC-REC
           CLOSE JRN-FILE.
           CLOSE PST-FILE.
           CLOSE ESC-FILE.
           CLOSE EVT-FILE.
       H999-END. EXIT.
