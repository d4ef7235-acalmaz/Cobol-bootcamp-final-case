                             STATUS IDX-ST.
           SELECT PRM-FILE  ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT TAX-FILE  ASSIGN TO TAXPRM
                             STATUS TAX-ST.
           SELECT REG-FILE  ASSIGN TO REGFILE
                             STATUS REG-ST.
           SELECT JRN-FILE  ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT PST-FILE  ASSIGN TO PSTFILE
                             STATUS PST-ST.
           SELECT EVT-FILE  ASSIGN TO EVTFILE
                             STATUS EVT-ST.

       DATA DIVISION.
       FILE SECTION.
              88 IDX-DEBIT-FROZEN         VALUE 'D'.
              88 IDX-FULL-FROZEN          VALUE 'F'.
           03 IDX-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 IDX-CUST-NO       PIC S9(8) COMP-3.
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-MIN-BAL       PIC 9(09).
           05 PRM-RATE          PIC 9(2)V9(3).
       FD  TAX-FILE RECORDING MODE F.
         01  TAX-REC.
           05 TAX-REC-TYPE      PIC X(01).
              88 TAX-RATE-REC             VALUE 'R'.
              88 TAX-EXEMPT-REC           VALUE 'X'.
           05 TAX-DATA          PIC X(39).
           05 TAX-RATE-DATA     REDEFINES TAX-DATA.
              07 TAX-RATE       PIC 9(2)V9(3).
              07 FILLER         PIC X(34).
           05 TAX-EXEMPT-DATA   REDEFINES TAX-DATA.
              07 TAX-EXM-ID     PIC 9(05).
              07 TAX-EXM-CRN    PIC 9(03).
              07 TAX-EXM-REASON PIC X(20).
              07 FILLER         PIC X(11).
       FD  REG-FILE RECORDING MODE F.
         01  REG-REC            PIC X(80).
       FD  JRN-FILE RECORDING MODE F.
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
           05 PRM-ST            PIC 9(02).
              88 PRM-EOF                   VALUE 10.
              88 PRM-SUCCES                VALUE 00 97.
           05 TAX-ST            PIC 9(02).
              88 TAX-EOF                   VALUE 10.
              88 TAX-SUCCES                VALUE 00 97.
           05 REG-ST            PIC 9(02).
              88 REG-SUCCES                VALUE 00 97.
           05 JRN-ST            PIC 9(02).
              88 JRN-SUCCES                VALUE 00 97.
           05 PST-ST            PIC 9(02).
              88 PST-SUCCES                VALUE 00 97.
           05 EVT-ST            PIC 9(02).
              88 EVT-SUCCES                VALUE 00 97.
           05 WS-CUTOFF-DATE    PIC 9(7).
           05 WS-TIER-USED      PIC 9(02) VALUE 0.
           05 WS-SIZE-ERR-SW    PIC X(01) VALUE 'N'.
           05 WS-RATE           PIC 9(2)V9(3).
           05 WS-INTEREST       PIC S9(07)V99.
           05 WS-BAL-BEFORE     PIC S9(09)V99.
           05 WS-TAX-RATE       PIC 9(2)V9(3) VALUE 0.
           05 WS-RATE-FOUND-SW  PIC X(01) VALUE 'N'.
              88 WS-RATE-FOUND             VALUE 'Y'.
           05 WS-TAX            PIC S9(07)V99.
           05 WS-EXEMPT-SW      PIC X(01).
              88 WS-EXEMPT                 VALUE 'Y'.
           05 WS-EXM-USED       PIC 9(04) VALUE 0.
           05 WS-EXM-IX         PIC 9(04).
           05 WS-READ-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-POST-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-SKIP-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-TOTAL-INTEREST PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-TAX      PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-NET      PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-EXEMPT-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-REF-NEXT.
              07 WS-REF-SOURCE  PIC X(01) VALUE 'I'.
              07 WS-REF-DATE    PIC 9(08).
              07 WS-REF-TIME    PIC 9(06).
              07 WS-REF-SEQ     PIC 9(06) VALUE 0.
              07 WS-REF-LEG     PIC 9(01) VALUE 0.
           05 WS-REF-CLOCK      PIC 9(08).
           05 WS-REF-CLOCK-R    REDEFINES WS-REF-CLOCK.
              07 WS-REF-CLOCK-HMS PIC 9(06).
              07 FILLER         PIC 9(02).
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-ID        PIC ZZZZ9.
           05 WS-EDIT-CRN       PIC ZZ9.
           05 WS-EDIT-BAL       PIC -(9)9.99.
           05 WS-EDIT-RATE      PIC Z9.999.
           05 WS-EDIT-INT       PIC -(7)9.99.
           05 WS-EDIT-TAX       PIC -(7)9.99.
           05 WS-EDIT-NET       PIC -(7)9.99.
           05 WS-EDIT-TOTAL     PIC -(10)9.99.
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
         01  WS-TIER-TABLE-AREA.
           05 WS-TIER-ENTRY OCCURS 10 TIMES.
              07 WS-TIER-MIN-BAL PIC 9(09).
              07 WS-TIER-RATE    PIC 9(2)V9(3).
         01  WS-EXM-TABLE-AREA.
           05 WS-EXM-ENTRY OCCURS 1000 TIMES.
              07 WS-EXM-ID       PIC 9(05).
              07 WS-EXM-CRN      PIC 9(03).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-RATES UNTIL PRM-EOF
           PERFORM H160-LOAD-TAX UNTIL TAX-EOF
           IF NOT WS-RATE-FOUND
              DISPLAY 'NO WITHHOLDING RATE RECORD, TAX RATE ZERO'
           END-IF
           PERFORM H200-ACCRUE UNTIL IDX-EOF
           PERFORM H300-WRITE-TOTALS
           PERFORM H999-PROGRAM-EXIT.
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET PRM-SUCCES TO TRUE
           OPEN INPUT  TAX-FILE.
           IF (TAX-ST NOT = 0) AND (TAX-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN TAXPRM: ' TAX-ST
           MOVE TAX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET TAX-SUCCES TO TRUE
           OPEN OUTPUT REG-FILE.
           IF (REG-ST NOT = 0) AND (REG-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN REGFILE: ' REG-ST
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
           DISPLAY 'UNABLE TO OPEN PSTFILE: ' PST-ST
           END-IF.
           PERFORM H110-WRITE-HEADER
           READ PRM-FILE
           READ TAX-FILE
           READ IDX-FILE.
       H100-END. EXIT.

           READ PRM-FILE.
       H150-END. EXIT.

       H160-LOAD-TAX.
           EVALUATE TRUE
              WHEN TAX-RATE-REC
                 MOVE TAX-RATE TO WS-TAX-RATE
                 MOVE 'Y' TO WS-RATE-FOUND-SW
              WHEN TAX-EXEMPT-REC
                 IF WS-EXM-USED < 1000
                    ADD 1 TO WS-EXM-USED
                    MOVE TAX-EXM-ID TO WS-EXM-ID(WS-EXM-USED)
                    MOVE TAX-EXM-CRN TO WS-EXM-CRN(WS-EXM-USED)
                 ELSE
                    DISPLAY 'EXEMPTION TABLE FULL, SKIPPED: '
                        TAX-EXM-ID TAX-EXM-CRN
                 END-IF
              WHEN OTHER
                 DISPLAY 'INVALID TAXPRM RECORD: ' TAX-REC-TYPE
           END-EVALUATE
           READ TAX-FILE.
       H160-END. EXIT.

       H200-ACCRUE.
           ADD 1 TO WS-READ-COUNT
           IF IDX-BALANCE > 0 AND IDX-DATE >= WS-CUTOFF-DATE
           ELSE
              IF WS-INTEREST > 0
                 MOVE IDX-BALANCE TO WS-BAL-BEFORE
                 PERFORM H215-COMPUTE-TAX
                 ADD WS-INTEREST TO IDX-BALANCE
                 SUBTRACT WS-TAX FROM IDX-BALANCE
                 REWRITE IDX-REC
                 END-REWRITE
                 ADD 1 TO WS-POST-COUNT
                 ADD WS-INTEREST TO WS-TOTAL-INTEREST
                 ADD WS-TAX TO WS-TOTAL-TAX
                 COMPUTE WS-TOTAL-NET = WS-TOTAL-NET
                     + WS-INTEREST - WS-TAX
                 PERFORM H230-WRITE-JOURNAL
                 PERFORM H232-WRITE-EVENT
                 PERFORM H235-WRITE-POSTING
                 IF WS-TAX > 0
                    PERFORM H233-WRITE-TAX-JOURNAL
                    PERFORM H236-WRITE-TAX-POSTING
                 END-IF
                 PERFORM H240-WRITE-REGISTER-LINE
              ELSE
                 ADD 1 TO WS-SKIP-COUNT
           END-IF.
       H210-END. EXIT.

       H215-COMPUTE-TAX.
           MOVE 'N' TO WS-EXEMPT-SW
           MOVE 1 TO WS-EXM-IX
           PERFORM H216-TEST-EXEMPT
               UNTIL WS-EXM-IX > WS-EXM-USED OR WS-EXEMPT
           IF WS-EXEMPT
              MOVE ZEROES TO WS-TAX
              ADD 1 TO WS-EXEMPT-COUNT
           ELSE
              COMPUTE WS-TAX ROUNDED =
                  (WS-INTEREST * WS-TAX-RATE) / 100
           END-IF.
       H215-END. EXIT.

       H216-TEST-EXEMPT.
           IF WS-EXM-ID(WS-EXM-IX) = IDX-ID
              AND WS-EXM-CRN(WS-EXM-IX) = IDX-CRN
              MOVE 'Y' TO WS-EXEMPT-SW
           ELSE
              ADD 1 TO WS-EXM-IX
           END-IF.
       H216-END. EXIT.

       H220-PICK-RATE.
           MOVE ZEROES TO WS-RATE
           MOVE 1 TO WS-TIER-IX
           MOVE 8 TO JRN-PROCESS-TYPE
           MOVE WS-INTEREST TO JRN-AMOUNT
           MOVE WS-BAL-BEFORE TO JRN-BAL-BEFORE
           COMPUTE JRN-BAL-AFTER = WS-BAL-BEFORE + WS-INTEREST
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
       H230-END. EXIT.

       H232-WRITE-EVENT.
           MOVE SPACES TO EVT-REC
           ACCEPT EVT-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-TIME FROM TIME
           MOVE IDX-ID TO EVT-ID
           MOVE IDX-CRN TO EVT-CRN
           MOVE IDX-CUST-NO TO EVT-CUST-NO
           MOVE 'IN' TO EVT-CODE
           MOVE 8 TO EVT-PROCESS-TYPE
           COMPUTE EVT-AMOUNT = WS-INTEREST - WS-TAX
           MOVE WS-BAL-BEFORE TO EVT-BAL-BEFORE
           MOVE IDX-BALANCE TO EVT-BAL-AFTER
           MOVE ZEROES TO EVT-RC
           MOVE IDX-STATUS TO EVT-STATUS
           MOVE WS-REF-NEXT TO EVT-REF
           MOVE 'PJINT01' TO EVT-SOURCE
           WRITE EVT-REC.
       H232-END. EXIT.

       H233-WRITE-TAX-JOURNAL.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE IDX-ID TO JRN-ID
           MOVE IDX-CRN TO JRN-CRN
           MOVE 8 TO JRN-PROCESS-TYPE
           COMPUTE JRN-AMOUNT = 0 - WS-TAX
           COMPUTE JRN-BAL-BEFORE = WS-BAL-BEFORE + WS-INTEREST
           MOVE IDX-BALANCE TO JRN-BAL-AFTER
           MOVE 2 TO WS-REF-LEG
           MOVE WS-REF-NEXT TO JRN-REF
           MOVE 'T' TO JRN-ACTION
           MOVE SPACES TO JRN-REV-REF
           MOVE IDX-NAME TO JRN-AFT-NAME
           MOVE IDX-SRNAME TO JRN-AFT-SRNAME
           MOVE IDX-DATE TO JRN-AFT-DATE
           MOVE IDX-STATUS TO JRN-AFT-STATUS
           MOVE IDX-OD-LIMIT TO JRN-AFT-OD-LIMIT
           MOVE IDX-CUST-NO TO JRN-AFT-CUST-NO
           WRITE JRN-REC.
       H233-END. EXIT.

       H235-WRITE-POSTING.
           MOVE 8 TO PST-PROCESS-TYPE
           MOVE IDX-ID TO PST-ID
           MOVE 'INTEREST POSTED' TO PST-EXPLANATION
           MOVE IDX-NAME TO PST-NAME
           MOVE IDX-SRNAME TO PST-SURNAME
           COMPUTE PST-BALANCE = WS-BAL-BEFORE + WS-INTEREST
           MOVE WS-INTEREST TO PST-AMOUNT
           MOVE SPACE TO PST-ACTION
           MOVE WS-REF-NEXT TO PST-REF
           WRITE PST-REC.
       H235-END. EXIT.

       H236-WRITE-TAX-POSTING.
           MOVE 8 TO PST-PROCESS-TYPE
           MOVE IDX-ID TO PST-ID
           MOVE IDX-CRN TO PST-CRN
           MOVE ZEROES TO PST-RETURN-CODE
           MOVE 'INTEREST TAX WITHHELD' TO PST-EXPLANATION
           MOVE IDX-NAME TO PST-NAME
           MOVE IDX-SRNAME TO PST-SURNAME
           MOVE IDX-BALANCE TO PST-BALANCE
           COMPUTE PST-AMOUNT = 0 - WS-TAX
           MOVE 'T' TO PST-ACTION
           MOVE WS-REF-NEXT TO PST-REF
           WRITE PST-REC.
       H236-END. EXIT.

       H240-WRITE-REGISTER-LINE.
           MOVE IDX-ID TO WS-EDIT-ID
           MOVE IDX-CRN TO WS-EDIT-CRN
               ' INTEREST: ' WS-EDIT-INT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REG-REC
           WRITE REG-REC
           MOVE WS-TAX TO WS-EDIT-TAX
           COMPUTE WS-EDIT-NET = WS-INTEREST - WS-TAX
           MOVE SPACES TO WS-LINE
           STRING '                                    '
               '    TAX: ' WS-EDIT-TAX
               ' NET: ' WS-EDIT-NET
               DELIMITED BY SIZE INTO WS-LINE
           IF WS-EXEMPT
              MOVE 'EXEMPT' TO WS-LINE(75:6)
           END-IF
           MOVE WS-LINE TO REG-REC
           WRITE REG-REC.
       H240-END. EXIT.

               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REG-REC
           WRITE REG-REC
           MOVE WS-EXEMPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'TAX EXEMPT POSTINGS .. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REG-REC
           WRITE REG-REC
           MOVE WS-TAX-RATE TO WS-EDIT-RATE
           MOVE SPACES TO WS-LINE
           STRING 'WITHHOLDING RATE ..... ' WS-EDIT-RATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REG-REC
           WRITE REG-REC
           MOVE WS-TOTAL-INTEREST TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL GROSS INTEREST . ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REG-REC
           WRITE REG-REC
           MOVE WS-TOTAL-TAX TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL TAX WITHHELD ... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REG-REC
           WRITE REG-REC
           MOVE WS-TOTAL-NET TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL NET INTEREST ... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REG-REC
           WRITE REG-REC.
       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE PRM-FILE.
           CLOSE TAX-FILE.
           CLOSE REG-FILE.
           CLOSE JRN-FILE.
           CLOSE PST-FILE.
           CLOSE EVT-FILE.
       H999-END. EXIT.
