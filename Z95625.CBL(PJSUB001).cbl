                             STATUS JRN-ST.
           SELECT ARC-FILE   ASSIGN TO ARCFILE
                             STATUS ARC-ST.
           SELECT REF-FILE   ASSIGN TO REFFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY REF-KEY
                             STATUS REF-ST.
           SELECT HLD-FILE   ASSIGN TO HLDFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY HLD-KEY
                             STATUS HLD-ST.
           SELECT CUS-FILE   ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-NO
                             STATUS CUS-ST.
           SELECT EVT-FILE   ASSIGN TO EVTFILE
                             STATUS EVT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
              88 IDX-DEBIT-FROZEN         VALUE 'D'.
              88 IDX-FULL-FROZEN          VALUE 'F'.
           03 IDX-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 IDX-CUST-NO       PIC S9(8) COMP-3.
       FD  EXC-FILE RECORDING MODE F.
         01  EXC-REC.
           05 EXC-DATE          PIC 9(08).
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
       FD  ARC-FILE RECORDING MODE F.
         01  ARC-REC.
           05 ARC-ID            PIC 9(05).
           05 ARC-LAST-ACT-DATE PIC 9(07).
           05 ARC-BALANCE       PIC S9(09)V99.
           05 ARC-CLOSE-DATE    PIC 9(08).
           05 ARC-CUST-NO       PIC 9(08).
       FD  REF-FILE.
         01  REF-REC.
           03 REF-KEY           PIC X(21).
           03 REF-PROCESS-TYPE  PIC 9(01).
           03 REF-ID            PIC 9(05).
           03 REF-CRN           PIC 9(03).
           03 REF-AMOUNT        PIC S9(07)V99.
           03 REF-TRG-ID        PIC 9(05).
           03 REF-TRG-CRN       PIC 9(03).
           03 REF-FEE           PIC S9(03)V99.
           03 REF-POST-DATE     PIC 9(08).
           03 REF-STATUS        PIC X(01).
              88 REF-OPEN                 VALUE 'O'.
              88 REF-REVERSED             VALUE 'R'.
           03 REF-REV-REF       PIC X(22).
           03 REF-REV-DATE      PIC 9(08).
       FD  HLD-FILE.
         01  HLD-REC.
           03 HLD-KEY.
             05 HLD-ID          PIC 9(05).
             05 HLD-CRN         PIC 9(03).
             05 HLD-REF         PIC X(22).
           03 HLD-AMOUNT        PIC S9(07)V99.
           03 HLD-REASON        PIC X(02).
           03 HLD-PLACED-DATE   PIC 9(08).
           03 HLD-EXPIRY-DATE   PIC 9(08).
           03 HLD-STATUS        PIC X(01).
              88 HLD-ACTIVE               VALUE 'A'.
              88 HLD-RELEASED             VALUE 'R'.
              88 HLD-EXPIRED              VALUE 'E'.
           03 HLD-RELEASE-DATE  PIC 9(08).
           03 HLD-LAST-DATE     PIC 9(08).
       FD  CUS-FILE.
         01  CUS-REC.
           03 CUS-NO            PIC 9(08).
           03 CUS-DATA.
             05 CUS-NAME        PIC X(15).
             05 CUS-SRNAME      PIC X(15).
             05 CUS-ADDR-LINE1  PIC X(30).
             05 CUS-ADDR-LINE2  PIC X(30).
             05 CUS-CITY        PIC X(20).
             05 CUS-POSTCODE    PIC X(10).
             05 CUS-TAX-ID      PIC X(15).
             05 CUS-BIRTH-DATE  PIC 9(08).
             05 CUS-PHONE       PIC X(15).
             05 CUS-EMAIL       PIC X(40).
             05 CUS-STATUS      PIC X(01).
                88 CUS-ACTIVE             VALUE 'A'.
                88 CUS-MERGED             VALUE 'M'.
             05 CUS-MERGED-TO   PIC 9(08).
             05 CUS-OPEN-DATE   PIC 9(08).
             05 CUS-LAST-DATE   PIC 9(08).
           03 CUS-CONTROL       REDEFINES CUS-DATA.
             05 CUS-NEXT-NO     PIC 9(08).
             05 FILLER          PIC X(215).
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
           05 IDX-ST            PIC 9(02).
              88 JRN-SUCCES                VALUE 00 97.
           05 ARC-ST            PIC 9(02).
              88 ARC-SUCCES                VALUE 00 97.
           05 REF-ST            PIC 9(02).
              88 REF-SUCCES                VALUE 00 97.
           05 HLD-ST            PIC 9(02).
              88 HLD-SUCCES                VALUE 00 97.
           05 CUS-ST            PIC 9(02).
              88 CUS-SUCCES                VALUE 00 97.
           05 EVT-ST            PIC 9(02).
              88 EVT-SUCCES                VALUE 00 97.
           05 WS-PROCESS-TYPE   PIC 9(01).
              88 WS-PROCESS-TYPE-VALID     VALUE 1 THRU 9.
           05 WS-INDEX          PIC 9(02).
           05 WS-JRN-AMOUNT     PIC S9(07)V99.
           05 WS-JRN-BAL-BEFORE PIC S9(09)V99.
           05 WS-JRN-BAL-AFTER  PIC S9(09)V99.
           05 WS-JRN-ACTION     PIC X(01).
           05 WS-JRN-REV-REF.
              07 WS-JRN-REV-TXN PIC X(21).
              07 WS-JRN-REV-LEG PIC 9(01).
           05 WS-REF-NEXT.
              07 WS-REF-SOURCE  PIC X(01) VALUE 'S'.
              07 WS-REF-DATE    PIC 9(08).
              07 WS-REF-TIME    PIC 9(06).
              07 WS-REF-SEQ     PIC 9(06) VALUE 0.
              07 WS-REF-LEG     PIC 9(01) VALUE 0.
           05 WS-REF-NEXT-R     REDEFINES WS-REF-NEXT.
              07 WS-REF-TXN     PIC X(21).
              07 FILLER         PIC X(01).
           05 WS-REF-CLOCK      PIC 9(08).
           05 WS-REF-CLOCK-R    REDEFINES WS-REF-CLOCK.
              07 WS-REF-CLOCK-HMS PIC 9(06).
              07 FILLER         PIC 9(02).
           05 WS-REF-AMOUNT     PIC S9(07)V99.
           05 WS-REF-FEE        PIC S9(03)V99.
           05 WS-REV-RC         PIC 9(02).
           05 WS-HOLD-RC        PIC 9(02).
           05 WS-HOLD-TEXT      PIC X(20).
           05 WS-HOLD-TOTAL     PIC S9(09)V99.
           05 WS-HOLD-EOF-SW    PIC X(01).
              88 WS-HOLD-EOF              VALUE 'Y'.
           05 WS-CUST-NO        PIC 9(08).
           05 WS-CUST-RC        PIC 9(02).
           05 WS-CUST-TEXT      PIC X(20).
           05 WS-FIRST-CALL-SW  PIC X(01) VALUE 'Y'.
              88 WS-FIRST-CALL            VALUE 'Y'.
           05 WS-OD-FEE         PIC S9(3)V99 VALUE 25.00.
           05 WS-EVT-CODE       PIC X(02).
           05 WS-EVT-AMOUNT     PIC S9(09)V99.
           05 WS-EVT-BAL-BEFORE PIC S9(09)V99.
           05 WS-EVT-RC         PIC 9(02).
           05 WS-EVT-REF        PIC X(22).
           05 WS-EVT-PRV-STATUS PIC X(01).

       LINKAGE SECTION.
       01 WS-SUB-AREA.
           05 SUB-INP-SURNAME       PIC X(15).
           05 SUB-INP-DATE          PIC 9(7).
           05 SUB-INP-BAL-ADJ       PIC S9(7)V99.
           05 SUB-INP-TARGET.
              07 SUB-INP-TRG-ID     PIC 9(5).
              07 SUB-INP-TRG-CRN    PIC 9(3).
           05 SUB-INP-CUST-NO       REDEFINES SUB-INP-TARGET
                                    PIC 9(08).
           05 SUB-INP-ACTION        PIC X(01).
              88 SUB-INP-REVERSAL         VALUE 'R'.
              88 SUB-INP-HOLD-ACTION      VALUE 'H' 'M' 'U'.
           05 SUB-INP-REF           PIC X(22).
           05 SUB-INP-CLOSE-REQUEST PIC X(01).
              88 SUB-INP-CLOSE-YES        VALUE 'Y'.
           05 SUB-OUT-PROCESS-TYPE  PIC 9(01).
           05 SUB-OUT-SURNAME       PIC X(15).
           05 SUB-OUT-BALANCE       PIC S9(9)V99.
           05 SUB-OUT-AMOUNT        PIC S9(7)V99.
           05 SUB-OUT-ACTION        PIC X(01).
           05 SUB-OUT-REF           PIC X(22).

       PROCEDURE DIVISION USING WS-SUB-AREA.
       0000-MAIN.
           MOVE ARC-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           OPEN I-O REF-FILE.
           IF REF-ST = 35
              OPEN OUTPUT REF-FILE
              CLOSE REF-FILE
              OPEN I-O REF-FILE
           END-IF
           IF (REF-ST NOT = 0) AND (REF-ST NOT = 97)
           DISPLAY 'REFERENCE FILE OPEN FAILED: ' REF-ST
           MOVE REF-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           OPEN I-O HLD-FILE.
           IF HLD-ST = 35
              OPEN OUTPUT HLD-FILE
              CLOSE HLD-FILE
              OPEN I-O HLD-FILE
           END-IF
           IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
           DISPLAY 'HOLD FILE OPEN FAILED: ' HLD-ST
           MOVE HLD-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           OPEN I-O CUS-FILE.
           IF CUS-ST = 35
              OPEN OUTPUT CUS-FILE
              CLOSE CUS-FILE
              OPEN I-O CUS-FILE
           END-IF
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
           DISPLAY 'CUSTOMER FILE OPEN FAILED: ' CUS-ST
           MOVE CUS-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           OPEN EXTEND EVT-FILE.
           IF EVT-ST = 35
              OPEN OUTPUT EVT-FILE
           END-IF
           IF (EVT-ST NOT = 0) AND (EVT-ST NOT = 97)
           DISPLAY 'EVENT FILE OPEN FAILED: ' EVT-ST
           MOVE EVT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           ACCEPT WS-REF-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REF-CLOCK FROM TIME
           MOVE WS-REF-CLOCK-HMS TO WS-REF-TIME
           READ IDX-FILE.
       H100-END. EXIT.

           MOVE WS-JRN-AMOUNT TO JRN-AMOUNT
           MOVE WS-JRN-BAL-BEFORE TO JRN-BAL-BEFORE
           MOVE WS-JRN-BAL-AFTER TO JRN-BAL-AFTER
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE WS-JRN-REV-REF TO JRN-REV-REF
           PERFORM H925-AFTER-IMAGE
           PERFORM H920-NEXT-REFERENCE
           WRITE JRN-REC.
       H910-END. EXIT.

           MOVE WS-JRN-AMOUNT TO JRN-AMOUNT
           MOVE WS-JRN-BAL-BEFORE TO JRN-BAL-BEFORE
           MOVE WS-JRN-BAL-AFTER TO JRN-BAL-AFTER
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE WS-JRN-REV-REF TO JRN-REV-REF
           PERFORM H925-AFTER-IMAGE
           PERFORM H920-NEXT-REFERENCE
           WRITE JRN-REC.
       H915-END. EXIT.

       H920-NEXT-REFERENCE.
           ADD 1 TO WS-REF-LEG
           MOVE WS-REF-NEXT TO JRN-REF
           IF WS-REF-LEG = 1
              MOVE JRN-REF TO SUB-OUT-REF
           END-IF.
       H920-END. EXIT.

       H925-AFTER-IMAGE.
           MOVE IDX-NAME TO JRN-AFT-NAME
           MOVE IDX-SRNAME TO JRN-AFT-SRNAME
           MOVE IDX-DATE TO JRN-AFT-DATE
           MOVE IDX-STATUS TO JRN-AFT-STATUS
           MOVE IDX-OD-LIMIT TO JRN-AFT-OD-LIMIT
           MOVE IDX-CUST-NO TO JRN-AFT-CUST-NO.
       H925-END. EXIT.

       H930-WRITE-REFERENCE.
           MOVE WS-REF-TXN TO REF-KEY
           MOVE SUB-INP-PROCESS-TYPE TO REF-PROCESS-TYPE
           MOVE SUB-INP-ID TO REF-ID
           MOVE SUB-INP-CRN TO REF-CRN
           MOVE WS-REF-AMOUNT TO REF-AMOUNT
           IF SUB-INP-PROCESS-TYPE = 7
              MOVE SUB-INP-TRG-ID TO REF-TRG-ID
              MOVE SUB-INP-TRG-CRN TO REF-TRG-CRN
           ELSE
              MOVE ZEROES TO REF-TRG-ID
              MOVE ZEROES TO REF-TRG-CRN
           END-IF
           MOVE WS-REF-FEE TO REF-FEE
           ACCEPT REF-POST-DATE FROM DATE YYYYMMDD
           SET REF-OPEN TO TRUE
           MOVE SPACES TO REF-REV-REF
           MOVE ZEROES TO REF-REV-DATE
           WRITE REF-REC
           INVALID KEY
              DISPLAY 'POSTING REFERENCE NOT RECORDED: ' REF-KEY
                  ' ' REF-ST
           END-WRITE.
       H930-END. EXIT.

       H940-WRITE-EVENT.
           MOVE SPACES TO EVT-REC
           ACCEPT EVT-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-TIME FROM TIME
           MOVE IDX-ID TO EVT-ID
           MOVE IDX-CRN TO EVT-CRN
           MOVE IDX-CUST-NO TO EVT-CUST-NO
           MOVE WS-EVT-CODE TO EVT-CODE
           MOVE SUB-INP-PROCESS-TYPE TO EVT-PROCESS-TYPE
           MOVE WS-EVT-AMOUNT TO EVT-AMOUNT
           MOVE WS-EVT-BAL-BEFORE TO EVT-BAL-BEFORE
           MOVE IDX-BALANCE TO EVT-BAL-AFTER
           MOVE WS-EVT-RC TO EVT-RC
           MOVE IDX-STATUS TO EVT-STATUS
           MOVE WS-EVT-REF TO EVT-REF
           MOVE 'PJSUB001' TO EVT-SOURCE
           WRITE EVT-REC.
       H940-END. EXIT.

       H945-REFUSAL-EVENT.
           MOVE 'RF' TO WS-EVT-CODE
           MOVE SUB-INP-AMOUNT TO WS-EVT-AMOUNT
           MOVE IDX-BALANCE TO WS-EVT-BAL-BEFORE
           MOVE SUB-OUT-RETURN-CODE TO WS-EVT-RC
           MOVE SPACES TO WS-EVT-REF
           PERFORM H940-WRITE-EVENT.
       H945-END. EXIT.

       H950-DEBIT-EVENT.
           MOVE 'WD' TO WS-EVT-CODE
           MOVE SUB-INP-AMOUNT TO WS-EVT-AMOUNT
           MOVE WS-JRN-BAL-BEFORE TO WS-EVT-BAL-BEFORE
           MOVE 0 TO WS-EVT-RC
           MOVE WS-REF-NEXT TO WS-EVT-REF
           PERFORM H940-WRITE-EVENT.
       H950-END. EXIT.

       H952-BALANCE-DEBIT-EVENT.
           IF IDX-BALANCE < WS-JRN-BAL-BEFORE
              MOVE 'DB' TO WS-EVT-CODE
              COMPUTE WS-EVT-AMOUNT = WS-JRN-BAL-BEFORE - IDX-BALANCE
              MOVE WS-JRN-BAL-BEFORE TO WS-EVT-BAL-BEFORE
              MOVE 0 TO WS-EVT-RC
              MOVE WS-REF-NEXT TO WS-EVT-REF
              PERFORM H940-WRITE-EVENT
           END-IF.
       H952-END. EXIT.

       H955-STATUS-EVENT.
           MOVE SPACES TO WS-EVT-CODE
           IF IDX-DEBIT-FROZEN OR IDX-FULL-FROZEN
              IF IDX-STATUS NOT = WS-EVT-PRV-STATUS
                 MOVE 'FZ' TO WS-EVT-CODE
              END-IF
           ELSE
              IF WS-EVT-PRV-STATUS = 'D' OR WS-EVT-PRV-STATUS = 'F'
                 MOVE 'UF' TO WS-EVT-CODE
              END-IF
           END-IF
           IF WS-EVT-CODE NOT = SPACES
              MOVE ZEROES TO WS-EVT-AMOUNT
              MOVE IDX-BALANCE TO WS-EVT-BAL-BEFORE
              MOVE 0 TO WS-EVT-RC
              MOVE WS-REF-NEXT TO WS-EVT-REF
              PERFORM H940-WRITE-EVENT
           END-IF.
       H955-END. EXIT.

       H200-PROCCES.
           MOVE SUB-INP-ID TO IDX-ID.
           MOVE SUB-INP-CRN TO IDX-CRN.
           MOVE SUB-INP-ID TO WS-JRN-ID.
           MOVE SUB-INP-CRN TO WS-JRN-CRN.
           MOVE ZEROES TO SUB-OUT-AMOUNT.
           MOVE SUB-INP-ACTION TO SUB-OUT-ACTION.
           MOVE SPACES TO SUB-OUT-REF.
           MOVE SUB-INP-ACTION TO WS-JRN-ACTION.
           MOVE SPACES TO WS-JRN-REV-REF.
           MOVE ZEROES TO WS-REF-FEE.
           ADD 1 TO WS-REF-SEQ.
           MOVE 0 TO WS-REF-LEG.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              MOVE SUB-INP-PROCESS-TYPE TO WS-PROCESS-TYPE
       H220-VALID-KEY.
           MOVE SUB-INP-PROCESS-TYPE TO WS-PROCESS-TYPE
           EVALUATE TRUE
              WHEN SUB-INP-REVERSAL
                PERFORM H300-REVERSAL
              WHEN SUB-INP-HOLD-ACTION AND WS-PROCESS-TYPE = '9'
                PERFORM H400-HOLD
              WHEN WS-PROCESS-TYPE = '1'
                PERFORM H700-READ
              WHEN WS-PROCESS-TYPE = '2'
           PERFORM H900-LOG-EXCEPTION.
       H230-END. EXIT.

       H300-REVERSAL.
           DISPLAY 'I AM IN REVERSAL FUNCTION'
           MOVE SUB-INP-REF(1:21) TO REF-KEY
           READ REF-FILE KEY IS REF-KEY
           INVALID KEY
              MOVE 85 TO WS-REV-RC
              MOVE 'REFERENCE NOT FOUND' TO WS-EXC-REASON
              PERFORM H340-REVERSAL-REJECT
           NOT INVALID KEY
              PERFORM H310-REVERSAL-CHECK
           END-READ
           DISPLAY 'END OF REVERSAL FUNCTION'
           DISPLAY ' '.
       H300-END. EXIT.

       H310-REVERSAL-CHECK.
           EVALUATE TRUE
              WHEN REF-REVERSED
                MOVE 86 TO WS-REV-RC
                MOVE 'ALREADY REVERSED' TO WS-EXC-REASON
                PERFORM H340-REVERSAL-REJECT
              WHEN REF-PROCESS-TYPE NOT = SUB-INP-PROCESS-TYPE
                MOVE 87 TO WS-REV-RC
                MOVE 'REVERSAL TYPE MISMATCH' TO WS-EXC-REASON
                PERFORM H340-REVERSAL-REJECT
              WHEN REF-ID NOT = SUB-INP-ID
                OR REF-CRN NOT = SUB-INP-CRN
                MOVE 88 TO WS-REV-RC
                MOVE 'REVERSAL ACCT MISMATCH' TO WS-EXC-REASON
                PERFORM H340-REVERSAL-REJECT
              WHEN REF-PROCESS-TYPE = 7
                PERFORM H320-REVERSE-TRANSFER
              WHEN OTHER
                PERFORM H315-REVERSE-POSTING
           END-EVALUATE.
       H310-END. EXIT.

       H315-REVERSE-POSTING.
           MOVE REF-KEY TO WS-JRN-REV-TXN
           MOVE 1 TO WS-JRN-REV-LEG
           MOVE IDX-BALANCE TO WS-JRN-BAL-BEFORE
           SUBTRACT REF-AMOUNT FROM IDX-BALANCE
           REWRITE IDX-REC
           END-REWRITE
           COMPUTE WS-JRN-AMOUNT = 0 - REF-AMOUNT
           MOVE IDX-BALANCE TO WS-JRN-BAL-AFTER
           PERFORM H910-WRITE-JOURNAL
           PERFORM H952-BALANCE-DEBIT-EVENT
           MOVE WS-JRN-AMOUNT TO SUB-OUT-AMOUNT
           IF REF-FEE NOT = ZEROES
              MOVE 2 TO WS-JRN-REV-LEG
              PERFORM H335-REVERSE-FEE
           END-IF
           PERFORM H338-MARK-REVERSED
           PERFORM H339-REVERSAL-OUTPUT.
       H315-END. EXIT.

       H320-REVERSE-TRANSFER.
           MOVE REF-TRG-ID TO IDX-ID
           MOVE REF-TRG-CRN TO IDX-CRN
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              PERFORM H345-REVERSAL-NO-TARGET
           NOT INVALID KEY
              PERFORM H325-REVERSE-TARGET
           END-READ.
       H320-END. EXIT.

       H325-REVERSE-TARGET.
           MOVE REF-TRG-ID TO WS-JRN-ID
           MOVE REF-TRG-CRN TO WS-JRN-CRN
           MOVE REF-KEY TO WS-JRN-REV-TXN
           MOVE 1 TO WS-JRN-REV-LEG
           MOVE IDX-BALANCE TO WS-JRN-BAL-BEFORE
           SUBTRACT REF-AMOUNT FROM IDX-BALANCE
           REWRITE IDX-REC
           END-REWRITE
           COMPUTE WS-JRN-AMOUNT = 0 - REF-AMOUNT
           MOVE IDX-BALANCE TO WS-JRN-BAL-AFTER
           PERFORM H910-WRITE-JOURNAL
           PERFORM H952-BALANCE-DEBIT-EVENT
           MOVE SUB-INP-ID TO IDX-ID
           MOVE SUB-INP-CRN TO IDX-CRN
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              PERFORM H690-TRANSFER-SOURCE-LOST
           NOT INVALID KEY
              PERFORM H330-REVERSE-SOURCE
           END-READ.
       H325-END. EXIT.

       H330-REVERSE-SOURCE.
           MOVE SUB-INP-ID TO WS-JRN-ID
           MOVE SUB-INP-CRN TO WS-JRN-CRN
           MOVE 2 TO WS-JRN-REV-LEG
           MOVE IDX-BALANCE TO WS-JRN-BAL-BEFORE
           ADD REF-AMOUNT TO IDX-BALANCE
           REWRITE IDX-REC
           END-REWRITE
           MOVE REF-AMOUNT TO WS-JRN-AMOUNT
           MOVE IDX-BALANCE TO WS-JRN-BAL-AFTER
           PERFORM H910-WRITE-JOURNAL
           IF REF-FEE NOT = ZEROES
              MOVE 3 TO WS-JRN-REV-LEG
              PERFORM H335-REVERSE-FEE
           END-IF
           PERFORM H338-MARK-REVERSED
           PERFORM H339-REVERSAL-OUTPUT.
       H330-END. EXIT.

       H335-REVERSE-FEE.
           MOVE IDX-BALANCE TO WS-JRN-BAL-BEFORE
           ADD REF-FEE TO IDX-BALANCE
           REWRITE IDX-REC
           END-REWRITE
           MOVE REF-FEE TO WS-JRN-AMOUNT
           MOVE IDX-BALANCE TO WS-JRN-BAL-AFTER
           PERFORM H915-WRITE-FEE-JOURNAL
           ADD REF-FEE TO SUB-OUT-AMOUNT
           DISPLAY 'OVERDRAFT FEE REFUNDED: ' SUB-INP-ID SUB-INP-CRN.
       H335-END. EXIT.

       H338-MARK-REVERSED.
           SET REF-REVERSED TO TRUE
           MOVE SUB-OUT-REF TO REF-REV-REF
           ACCEPT REF-REV-DATE FROM DATE YYYYMMDD
           REWRITE REF-REC
           END-REWRITE.
       H338-END. EXIT.

       H339-REVERSAL-OUTPUT.
           MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
           MOVE SUB-INP-ID         TO SUB-OUT-ID
           MOVE SUB-INP-CRN        TO SUB-OUT-CRN
           MOVE IDX-ST         TO SUB-OUT-RETURN-CODE
           STRING 'REVERSAL SUCCESSFUL,    RC:' IDX-ST
               DELIMITED BY SIZE INTO SUB-OUT-EXPLANATION
           MOVE IDX-NAME       TO SUB-OUT-NAME
           MOVE IDX-SRNAME     TO SUB-OUT-SURNAME
           MOVE IDX-BALANCE    TO SUB-OUT-BALANCE
           DISPLAY 'REVERSED REFERENCE: ' SUB-INP-REF
           DISPLAY 'NEW BALANCE: ' IDX-BALANCE.
       H339-END. EXIT.

       H340-REVERSAL-REJECT.
           DISPLAY 'REVERSAL REFUSED: ' SUB-INP-REF ' RC ' WS-REV-RC
           MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
           MOVE SUB-INP-ID         TO SUB-OUT-ID
           MOVE SUB-INP-CRN        TO SUB-OUT-CRN
           MOVE WS-REV-RC      TO SUB-OUT-RETURN-CODE
           STRING WS-EXC-REASON DELIMITED BY '  '
               ', RC:' WS-REV-RC
               DELIMITED BY SIZE INTO SUB-OUT-EXPLANATION
           MOVE IDX-NAME       TO SUB-OUT-NAME
           MOVE IDX-SRNAME     TO SUB-OUT-SURNAME
           MOVE IDX-BALANCE    TO SUB-OUT-BALANCE
           PERFORM H900-LOG-EXCEPTION.
       H340-END. EXIT.

       H345-REVERSAL-NO-TARGET.
           DISPLAY 'REVERSAL TARGET MISSING: '
               REF-TRG-ID REF-TRG-CRN
           MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
           MOVE SUB-INP-ID         TO SUB-OUT-ID
           MOVE SUB-INP-CRN        TO SUB-OUT-CRN
           MOVE IDX-ST         TO SUB-OUT-RETURN-CODE
           STRING 'REV TO ' REF-TRG-ID REF-TRG-CRN
               ' MISSING RC:' IDX-ST
               DELIMITED BY SIZE INTO SUB-OUT-EXPLANATION
           MOVE '***************'       TO SUB-OUT-NAME
           MOVE '***************'     TO SUB-OUT-SURNAME
           MOVE ZEROES         TO SUB-OUT-BALANCE
           MOVE 'REVERSAL TARGET MISSING' TO WS-EXC-REASON
           PERFORM H900-LOG-EXCEPTION.
       H345-END. EXIT.

       H400-HOLD.
           DISPLAY 'I AM IN HOLD FUNCTION'
           MOVE SUB-INP-ID TO HLD-ID
           MOVE SUB-INP-CRN TO HLD-CRN
           MOVE SUB-INP-REF TO HLD-REF
           EVALUATE SUB-INP-ACTION
              WHEN 'H'
                PERFORM H410-PLACE-HOLD
              WHEN 'M'
                PERFORM H420-AMEND-HOLD
              WHEN 'U'
                PERFORM H430-RELEASE-HOLD
           END-EVALUATE
           DISPLAY 'END OF HOLD FUNCTION'
           DISPLAY ' '.
       H400-END. EXIT.

       H410-PLACE-HOLD.
           READ HLD-FILE KEY IS HLD-KEY
           INVALID KEY
              PERFORM H415-WRITE-HOLD
           NOT INVALID KEY
              MOVE 84 TO WS-HOLD-RC
              MOVE 'HOLD REFERENCE EXISTS' TO WS-EXC-REASON
              PERFORM H460-HOLD-REJECT
           END-READ.
       H410-END. EXIT.

       H415-WRITE-HOLD.
           MOVE SUB-INP-AMOUNT TO HLD-AMOUNT
           MOVE SUB-INP-NAME(1:2) TO HLD-REASON
           MOVE WS-REF-DATE TO HLD-PLACED-DATE
           MOVE WS-REF-DATE TO HLD-LAST-DATE
           IF SUB-INP-SURNAME(1:8) NUMERIC
              MOVE SUB-INP-SURNAME(1:8) TO HLD-EXPIRY-DATE
           ELSE
              MOVE ZEROES TO HLD-EXPIRY-DATE
           END-IF
           SET HLD-ACTIVE TO TRUE
           MOVE ZEROES TO HLD-RELEASE-DATE
           WRITE HLD-REC
           INVALID KEY
              DISPLAY 'HOLD NOT RECORDED: ' HLD-KEY ' ' HLD-ST
              MOVE 84 TO WS-HOLD-RC
              MOVE 'HOLD NOT RECORDED' TO WS-EXC-REASON
              PERFORM H460-HOLD-REJECT
           NOT INVALID KEY
              MOVE 'HOLD PLACED' TO WS-HOLD-TEXT
              PERFORM H450-HOLD-OUTPUT
           END-WRITE.
       H415-END. EXIT.

       H420-AMEND-HOLD.
           READ HLD-FILE KEY IS HLD-KEY
           INVALID KEY
              MOVE 83 TO WS-HOLD-RC
              MOVE 'HOLD NOT FOUND' TO WS-EXC-REASON
              PERFORM H460-HOLD-REJECT
           NOT INVALID KEY
              PERFORM H425-REWRITE-HOLD
           END-READ.
       H420-END. EXIT.

       H425-REWRITE-HOLD.
           IF NOT HLD-ACTIVE
              MOVE 83 TO WS-HOLD-RC
              MOVE 'HOLD NOT ACTIVE' TO WS-EXC-REASON
              PERFORM H460-HOLD-REJECT
           ELSE
              IF SUB-INP-AMOUNT NOT = ZEROES
                 MOVE SUB-INP-AMOUNT TO HLD-AMOUNT
              END-IF
              IF SUB-INP-NAME(1:2) NOT = SPACES
                 MOVE SUB-INP-NAME(1:2) TO HLD-REASON
              END-IF
              IF SUB-INP-SURNAME(1:8) NUMERIC
                 MOVE SUB-INP-SURNAME(1:8) TO HLD-EXPIRY-DATE
              END-IF
              MOVE WS-REF-DATE TO HLD-LAST-DATE
              REWRITE HLD-REC
              END-REWRITE
              MOVE 'HOLD AMENDED' TO WS-HOLD-TEXT
              PERFORM H450-HOLD-OUTPUT
           END-IF.
       H425-END. EXIT.

       H430-RELEASE-HOLD.
           READ HLD-FILE KEY IS HLD-KEY
           INVALID KEY
              MOVE 83 TO WS-HOLD-RC
              MOVE 'HOLD NOT FOUND' TO WS-EXC-REASON
              PERFORM H460-HOLD-REJECT
           NOT INVALID KEY
              PERFORM H435-MARK-RELEASED
           END-READ.
       H430-END. EXIT.

       H435-MARK-RELEASED.
           IF NOT HLD-ACTIVE
              MOVE 83 TO WS-HOLD-RC
              MOVE 'HOLD NOT ACTIVE' TO WS-EXC-REASON
              PERFORM H460-HOLD-REJECT
           ELSE
              SET HLD-RELEASED TO TRUE
              MOVE WS-REF-DATE TO HLD-RELEASE-DATE
              MOVE WS-REF-DATE TO HLD-LAST-DATE
              REWRITE HLD-REC
              END-REWRITE
              MOVE 'HOLD RELEASED' TO WS-HOLD-TEXT
              PERFORM H450-HOLD-OUTPUT
           END-IF.
       H435-END. EXIT.

       H440-SUM-HOLDS.
           MOVE ZEROES TO WS-HOLD-TOTAL
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE SUB-INP-ID TO HLD-ID
           MOVE SUB-INP-CRN TO HLD-CRN
           MOVE LOW-VALUES TO HLD-REF
           START HLD-FILE KEY IS >= HLD-KEY
           INVALID KEY
              MOVE 'Y' TO WS-HOLD-EOF-SW
           END-START
           IF NOT WS-HOLD-EOF
              READ HLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-HOLD-EOF-SW
              END-READ
           END-IF
           PERFORM H445-SUM-ONE-HOLD
               UNTIL WS-HOLD-EOF
               OR HLD-ID NOT = SUB-INP-ID
               OR HLD-CRN NOT = SUB-INP-CRN.
       H440-END. EXIT.

       H445-SUM-ONE-HOLD.
           IF HLD-ACTIVE
              AND (HLD-EXPIRY-DATE = ZEROES
                   OR HLD-EXPIRY-DATE >= WS-REF-DATE)
              ADD HLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF
           READ HLD-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       H445-END. EXIT.

       H450-HOLD-OUTPUT.
           MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
           MOVE SUB-INP-ID         TO SUB-OUT-ID
           MOVE SUB-INP-CRN        TO SUB-OUT-CRN
           MOVE HLD-ST         TO SUB-OUT-RETURN-CODE
           STRING WS-HOLD-TEXT DELIMITED BY '  '
               ', RC:' HLD-ST
               DELIMITED BY SIZE INTO SUB-OUT-EXPLANATION
           MOVE IDX-NAME       TO SUB-OUT-NAME
           MOVE IDX-SRNAME     TO SUB-OUT-SURNAME
           MOVE IDX-BALANCE    TO SUB-OUT-BALANCE
           DISPLAY WS-HOLD-TEXT ': ' SUB-INP-ID SUB-INP-CRN
               ' ' SUB-INP-REF.
       H450-END. EXIT.

       H460-HOLD-REJECT.
           DISPLAY 'HOLD REFUSED: ' SUB-INP-REF ' RC ' WS-HOLD-RC
           MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
           MOVE SUB-INP-ID         TO SUB-OUT-ID
           MOVE SUB-INP-CRN        TO SUB-OUT-CRN
           MOVE WS-HOLD-RC     TO SUB-OUT-RETURN-CODE
           STRING WS-EXC-REASON DELIMITED BY '  '
               ', RC:' WS-HOLD-RC
               DELIMITED BY SIZE INTO SUB-OUT-EXPLANATION
           MOVE IDX-NAME       TO SUB-OUT-NAME
           MOVE IDX-SRNAME     TO SUB-OUT-SURNAME
           MOVE IDX-BALANCE    TO SUB-OUT-BALANCE
           PERFORM H900-LOG-EXCEPTION.
       H460-END. EXIT.

       H700-READ.
           DISPLAY 'I AM IN READ FUNCTION'
           MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
           DISPLAY 'I AM IN SET-STATUS FUNCTION'
           IF SUB-INP-NAME(1:1) = 'A' OR SUB-INP-NAME(1:1) = 'D'
              OR SUB-INP-NAME(1:1) = 'F'
              MOVE IDX-STATUS TO WS-EVT-PRV-STATUS
              MOVE SUB-INP-NAME(1:1) TO IDX-STATUS
              REWRITE IDX-REC
              END-REWRITE
              MOVE ZEROES TO WS-JRN-AMOUNT
              MOVE IDX-BALANCE TO WS-JRN-BAL-AFTER
              PERFORM H910-WRITE-JOURNAL
              PERFORM H955-STATUS-EVENT
              MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
              MOVE SUB-INP-ID         TO SUB-OUT-ID
              MOVE SUB-INP-CRN        TO SUB-OUT-CRN
           MOVE IDX-SRNAME TO ARC-SRNAME
           MOVE IDX-DATE TO ARC-LAST-ACT-DATE
           MOVE IDX-BALANCE TO ARC-BALANCE
           MOVE IDX-CUST-NO TO ARC-CUST-NO
           ACCEPT ARC-CLOSE-DATE FROM DATE YYYYMMDD
           WRITE ARC-REC.
       H770-END. EXIT.

       H800-WRITE.
           DISPLAY 'I AM IN WRITE FUNCTION'
           MOVE ZEROES TO WS-CUST-RC
           PERFORM H820-LINK-CUSTOMER
           IF WS-CUST-RC = ZEROES
              PERFORM H805-WRITE-ACCOUNT
           ELSE
              PERFORM H830-CUSTOMER-REJECT
           END-IF.
       H800-END. EXIT.

       H805-WRITE-ACCOUNT.
           MOVE SUB-INP-ID TO IDX-ID
           MOVE SUB-INP-CRN TO IDX-CRN
           MOVE SUB-INP-NAME TO IDX-NAME
           MOVE ZEROES TO IDX-BALANCE
           MOVE 'A' TO IDX-STATUS
           MOVE ZEROES TO IDX-OD-LIMIT
           MOVE WS-CUST-NO TO IDX-CUST-NO
           WRITE IDX-REC
           END-WRITE.
           MOVE ZEROES TO WS-JRN-AMOUNT
           DISPLAY 'WRITTEN ID: ' SUB-INP-ID SUB-INP-CRN
           DISPLAY 'END OF WRITE FUNCTION'
           DISPLAY ' '.
       H805-END. EXIT.

       H820-LINK-CUSTOMER.
           IF SUB-INP-CUST-NO NUMERIC AND SUB-INP-CUST-NO > ZEROES
              MOVE SUB-INP-CUST-NO TO CUS-NO
              READ CUS-FILE KEY IS CUS-NO
              INVALID KEY
                 MOVE 82 TO WS-CUST-RC
                 MOVE 'CUSTOMER NOT FOUND' TO WS-CUST-TEXT
              NOT INVALID KEY
                 IF CUS-ACTIVE
                    MOVE CUS-NO TO WS-CUST-NO
                    MOVE CUS-NAME TO SUB-INP-NAME
                    MOVE CUS-SRNAME TO SUB-INP-SURNAME
                 ELSE
                    MOVE 82 TO WS-CUST-RC
                    MOVE 'CUSTOMER MERGED' TO WS-CUST-TEXT
                 END-IF
              END-READ
           ELSE
              PERFORM H825-CREATE-CUSTOMER
           END-IF.
       H820-END. EXIT.

       H825-CREATE-CUSTOMER.
           MOVE ZEROES TO CUS-NO
           READ CUS-FILE KEY IS CUS-NO
           INVALID KEY
              MOVE SPACES TO CUS-DATA
              MOVE 1 TO CUS-NEXT-NO
              WRITE CUS-REC
              END-WRITE
           END-READ
           MOVE CUS-NEXT-NO TO WS-CUST-NO
           ADD 1 TO CUS-NEXT-NO
           REWRITE CUS-REC
           INVALID KEY
              MOVE 82 TO WS-CUST-RC
              MOVE 'CUSTOMER NOT CREATED' TO WS-CUST-TEXT
           END-REWRITE
           IF WS-CUST-RC = ZEROES
              MOVE SPACES TO CUS-DATA
              MOVE WS-CUST-NO TO CUS-NO
              MOVE SUB-INP-NAME TO CUS-NAME
              MOVE SUB-INP-SURNAME TO CUS-SRNAME
              MOVE ZEROES TO CUS-BIRTH-DATE
              SET CUS-ACTIVE TO TRUE
              MOVE ZEROES TO CUS-MERGED-TO
              MOVE WS-REF-DATE TO CUS-OPEN-DATE
              MOVE WS-REF-DATE TO CUS-LAST-DATE
              WRITE CUS-REC
              INVALID KEY
                 MOVE 82 TO WS-CUST-RC
                 MOVE 'CUSTOMER NOT CREATED' TO WS-CUST-TEXT
              NOT INVALID KEY
                 DISPLAY 'CUSTOMER CREATED: ' WS-CUST-NO
              END-WRITE
           END-IF.
       H825-END. EXIT.

       H830-CUSTOMER-REJECT.
           DISPLAY 'ACCOUNT NOT OPENED: ' SUB-INP-ID SUB-INP-CRN
               ' ' WS-CUST-TEXT
           MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
           MOVE SUB-INP-ID         TO SUB-OUT-ID
           MOVE SUB-INP-CRN        TO SUB-OUT-CRN
           MOVE WS-CUST-RC     TO SUB-OUT-RETURN-CODE
           STRING WS-CUST-TEXT ', RC:' WS-CUST-RC
               DELIMITED BY SIZE INTO SUB-OUT-EXPLANATION
           MOVE SUB-INP-NAME   TO SUB-OUT-NAME
           MOVE SUB-INP-SURNAME TO SUB-OUT-SURNAME
           MOVE ZEROES         TO SUB-OUT-BALANCE
           MOVE WS-CUST-TEXT TO WS-EXC-REASON
           PERFORM H900-LOG-EXCEPTION
           DISPLAY ' '.
       H830-END. EXIT.

       H810-WRITE-NOT.
           DISPLAY 'I AM IN NOT-WRITE FUNCTION'
           END-IF
           REWRITE IDX-REC
           END-REWRITE
           MOVE SUB-INP-BAL-ADJ TO WS-JRN-AMOUNT
           MOVE IDX-BALANCE TO WS-JRN-BAL-AFTER
           PERFORM H910-WRITE-JOURNAL
           PERFORM H952-BALANCE-DEBIT-EVENT
           IF SUB-INP-BAL-ADJ NOT = ZEROES
              MOVE SUB-INP-BAL-ADJ TO SUB-OUT-AMOUNT
              MOVE SUB-INP-BAL-ADJ TO WS-REF-AMOUNT
              PERFORM H930-WRITE-REFERENCE
           END-IF
           PERFORM H530-UPDATE-OUTPUT
           DISPLAY 'END OF UPDATE FUNCTION'
           MOVE IDX-BALANCE TO WS-JRN-BAL-AFTER
           PERFORM H910-WRITE-JOURNAL
           MOVE SUB-INP-AMOUNT TO SUB-OUT-AMOUNT
           MOVE SUB-INP-AMOUNT TO WS-REF-AMOUNT
           PERFORM H930-WRITE-REFERENCE
           MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
           MOVE SUB-INP-ID         TO SUB-OUT-ID
           MOVE SUB-INP-CRN        TO SUB-OUT-CRN

       H650-WITHDRAW.
           DISPLAY 'I AM IN WITHDRAW FUNCTION'
           PERFORM H440-SUM-HOLDS
           EVALUATE TRUE
              WHEN IDX-DEBIT-FROZEN OR IDX-FULL-FROZEN
                PERFORM H655-FROZEN-REJECT
              WHEN SUB-INP-AMOUNT > IDX-BALANCE + IDX-OD-LIMIT
                PERFORM H660-WITHDRAW-REJECT
              WHEN SUB-INP-AMOUNT >
                   IDX-BALANCE + IDX-OD-LIMIT - WS-HOLD-TOTAL
                PERFORM H662-HELD-FUNDS-REJECT
              WHEN OTHER
                MOVE IDX-BALANCE TO WS-JRN-BAL-BEFORE
                SUBTRACT SUB-INP-AMOUNT FROM IDX-BALANCE
                COMPUTE WS-JRN-AMOUNT = 0 - SUB-INP-AMOUNT
                MOVE IDX-BALANCE TO WS-JRN-BAL-AFTER
                PERFORM H910-WRITE-JOURNAL
                PERFORM H950-DEBIT-EVENT
                COMPUTE SUB-OUT-AMOUNT = 0 - SUB-INP-AMOUNT
                IF WS-JRN-BAL-BEFORE >= 0 AND IDX-BALANCE < 0
                   PERFORM H695-POST-OD-FEE
                END-IF
                COMPUTE WS-REF-AMOUNT = 0 - SUB-INP-AMOUNT
                PERFORM H930-WRITE-REFERENCE
                MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
                MOVE SUB-INP-ID         TO SUB-OUT-ID
                MOVE SUB-INP-CRN        TO SUB-OUT-CRN
           MOVE IDX-SRNAME     TO SUB-OUT-SURNAME
           MOVE IDX-BALANCE    TO SUB-OUT-BALANCE
           MOVE 'ACCOUNT FROZEN' TO WS-EXC-REASON
           PERFORM H945-REFUSAL-EVENT
           PERFORM H900-LOG-EXCEPTION.
       H655-END. EXIT.

           MOVE IDX-SRNAME     TO SUB-OUT-SURNAME
           MOVE IDX-BALANCE    TO SUB-OUT-BALANCE
           MOVE 'INSUFFICIENT FUNDS' TO WS-EXC-REASON
           PERFORM H945-REFUSAL-EVENT
           PERFORM H900-LOG-EXCEPTION.
       H660-END. EXIT.

       H662-HELD-FUNDS-REJECT.
           DISPLAY 'AMOUNT EXCEEDS AVAILABLE: ' SUB-INP-ID SUB-INP-CRN
               ' HELD ' WS-HOLD-TOTAL
           MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
           MOVE SUB-INP-ID         TO SUB-OUT-ID
           MOVE SUB-INP-CRN        TO SUB-OUT-CRN
           MOVE 89             TO SUB-OUT-RETURN-CODE
           STRING 'FUNDS HELD, RC:' 89
               DELIMITED BY SIZE INTO SUB-OUT-EXPLANATION
           MOVE IDX-NAME       TO SUB-OUT-NAME
           MOVE IDX-SRNAME     TO SUB-OUT-SURNAME
           MOVE IDX-BALANCE    TO SUB-OUT-BALANCE
           MOVE 'FUNDS HELD' TO WS-EXC-REASON
           PERFORM H945-REFUSAL-EVENT
           PERFORM H900-LOG-EXCEPTION.
       H662-END. EXIT.

       H670-TRANSFER.
           DISPLAY 'I AM IN TRANSFER FUNCTION'
           PERFORM H440-SUM-HOLDS
           EVALUATE TRUE
              WHEN IDX-DEBIT-FROZEN OR IDX-FULL-FROZEN
                PERFORM H655-FROZEN-REJECT
              WHEN SUB-INP-AMOUNT > IDX-BALANCE + IDX-OD-LIMIT
                PERFORM H675-TRANSFER-REJECT
              WHEN SUB-INP-AMOUNT >
                   IDX-BALANCE + IDX-OD-LIMIT - WS-HOLD-TOTAL
                PERFORM H662-HELD-FUNDS-REJECT
              WHEN OTHER
                MOVE SUB-INP-TRG-ID TO IDX-ID
                MOVE SUB-INP-TRG-CRN TO IDX-CRN
           MOVE IDX-SRNAME     TO SUB-OUT-SURNAME
           MOVE IDX-BALANCE    TO SUB-OUT-BALANCE
           MOVE 'INSUFFICIENT FUNDS' TO WS-EXC-REASON
           PERFORM H945-REFUSAL-EVENT
           PERFORM H900-LOG-EXCEPTION.
       H675-END. EXIT.

           COMPUTE WS-JRN-AMOUNT = 0 - SUB-INP-AMOUNT
           MOVE IDX-BALANCE TO WS-JRN-BAL-AFTER
           PERFORM H910-WRITE-JOURNAL
           PERFORM H950-DEBIT-EVENT
           IF WS-JRN-BAL-BEFORE >= 0 AND IDX-BALANCE < 0
              PERFORM H695-POST-OD-FEE
           END-IF
           MOVE SUB-INP-AMOUNT TO WS-REF-AMOUNT
           PERFORM H930-WRITE-REFERENCE
           MOVE SUB-INP-PROCESS-TYPE TO SUB-OUT-PROCESS-TYPE
           MOVE SUB-INP-ID         TO SUB-OUT-ID
           MOVE SUB-INP-CRN        TO SUB-OUT-CRN
           COMPUTE WS-JRN-AMOUNT = 0 - WS-OD-FEE
           MOVE IDX-BALANCE TO WS-JRN-BAL-AFTER
           PERFORM H915-WRITE-FEE-JOURNAL
           MOVE 'OD' TO WS-EVT-CODE
           MOVE WS-OD-FEE TO WS-EVT-AMOUNT
           MOVE WS-JRN-BAL-BEFORE TO WS-EVT-BAL-BEFORE
           MOVE 0 TO WS-EVT-RC
           MOVE WS-REF-NEXT TO WS-EVT-REF
           PERFORM H940-WRITE-EVENT
           SUBTRACT WS-OD-FEE FROM SUB-OUT-AMOUNT
           MOVE WS-OD-FEE TO WS-REF-FEE
           DISPLAY 'OVERDRAFT FEE POSTED: ' SUB-INP-ID SUB-INP-CRN.
       H695-END. EXIT.

           CLOSE EXC-FILE.
           CLOSE JRN-FILE.
           CLOSE ARC-FILE.
           CLOSE REF-FILE.
           CLOSE HLD-FILE.
           CLOSE CUS-FILE.
           CLOSE EVT-FILE.
       H999-END. EXIT.
      *
