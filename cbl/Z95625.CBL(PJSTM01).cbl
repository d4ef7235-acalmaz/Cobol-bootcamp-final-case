       FILE-CONTROL.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT CUS-FILE  ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-NO
                             STATUS CUS-ST.
           SELECT PRD-FILE  ASSIGN TO PRDFILE
                             STATUS PRD-ST.
           SELECT WRK-FILE  ASSIGN TO SRTFILE
                             STATUS WRK-ST.
           SELECT SRT-FILE  ASSIGN TO SORTWK.
           SELECT ACT-FILE  ASSIGN TO ACTFILE
                             STATUS ACT-ST.
           SELECT SRA-FILE  ASSIGN TO SORTWK.
           SELECT STM-FILE  ASSIGN TO STMFILE
                             STATUS STM-ST.

              88 IDX-DEBIT-FROZEN         VALUE 'D'.
              88 IDX-FULL-FROZEN          VALUE 'F'.
           03 IDX-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 IDX-CUST-NO       PIC S9(8) COMP-3.
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
       FD  WRK-FILE RECORDING MODE F.
         01  WRK-REC.
           05 WRK-KEY.
              07 WRK-CUST-NO    PIC 9(08).
              07 WRK-ID         PIC 9(05).
              07 WRK-CRN        PIC 9(03).
           05 WRK-DATE          PIC 9(08).
           05 WRK-TIME          PIC 9(08).
           05 WRK-PROCESS-TYPE  PIC 9(01).
           05 WRK-AMOUNT        PIC S9(07)V99.
           05 WRK-BAL-BEFORE    PIC S9(09)V99.
           05 WRK-BAL-AFTER     PIC S9(09)V99.
           05 WRK-REF           PIC X(22).
           05 WRK-ACTION        PIC X(01).
           05 WRK-REV-REF       PIC X(22).
       SD  SRT-FILE.
         01  SRT-REC.
           05 SRT-CUST-NO       PIC 9(08).
           05 SRT-ID            PIC 9(05).
           05 SRT-CRN           PIC 9(03).
           05 SRT-DATE          PIC 9(08).
           05 SRT-AMOUNT        PIC S9(07)V99.
           05 SRT-BAL-BEFORE    PIC S9(09)V99.
           05 SRT-BAL-AFTER     PIC S9(09)V99.
           05 SRT-REF           PIC X(22).
           05 SRT-ACTION        PIC X(01).
           05 SRT-REV-REF       PIC X(22).
       FD  ACT-FILE RECORDING MODE F.
         01  ACT-REC.
           05 ACT-KEY.
              07 ACT-CUST-NO    PIC 9(08).
              07 ACT-ID         PIC 9(05).
              07 ACT-CRN        PIC 9(03).
           05 ACT-STATUS        PIC X(01).
           05 ACT-BALANCE       PIC S9(09)V99.
           05 ACT-NAME          PIC X(15).
           05 ACT-SRNAME        PIC X(15).
       SD  SRA-FILE.
         01  SRA-REC.
           05 SRA-CUST-NO       PIC 9(08).
           05 SRA-ID            PIC 9(05).
           05 SRA-CRN           PIC 9(03).
           05 SRA-STATUS        PIC X(01).
           05 SRA-BALANCE       PIC S9(09)V99.
           05 SRA-NAME          PIC X(15).
           05 SRA-SRNAME        PIC X(15).
       FD  STM-FILE RECORDING MODE F.
         01  STM-REC            PIC X(80).

              88 WRK-SUCCES                VALUE 00 97.
           05 STM-ST            PIC 9(02).
              88 STM-SUCCES                VALUE 00 97.
           05 CUS-ST            PIC 9(02).
              88 CUS-SUCCES                VALUE 00 97.
              88 CUS-NOTFOUND              VALUE 35.
           05 ACT-ST            PIC 9(02).
              88 ACT-EOF                   VALUE 10.
              88 ACT-SUCCES                VALUE 00 97.
           05 WS-CUS-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CUS-OPEN               VALUE 'Y'.
           05 WS-CUS-FOUND-SW   PIC X(01).
              88 WS-CUS-FOUND              VALUE 'Y'.
           05 WS-STM-CUST-NO    PIC 9(08).
           05 WS-STM-ACCTS      PIC 9(05) COMP-3.
           05 WS-ACCT-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-NOADDR-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-PERIOD-START   PIC 9(08).
           05 WS-PERIOD-END     PIC 9(08).
           05 WS-OPENING-BAL    PIC S9(09)V99.
           05 WS-SEL-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-ORPHAN-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-TYPE-DESC      PIC X(12).
           05 WS-REV-USED       PIC 9(04) COMP VALUE 0.
           05 WS-REV-IX         PIC 9(04) COMP.
           05 WS-REV-FOUND-SW   PIC X(01).
              88 WS-REV-FOUND              VALUE 'Y'.
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-ID        PIC ZZZZ9.
           05 WS-EDIT-CRN       PIC ZZ9.
           05 WS-EDIT-AMT       PIC -(7)9.99.
           05 WS-EDIT-BAL       PIC -(9)9.99.
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
         01  WS-REV-TABLE-AREA.
           05 WS-REV-ENTRY OCCURS 500 TIMES.
              07 WS-REV-ORIG-REF PIC X(22).
              07 WS-REV-BY-REF  PIC X(22).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-SORT-ACCOUNTS
           PERFORM H200-SORT-JOURNAL
           PERFORM H250-OPEN-WORK
           PERFORM H300-STATEMENT UNTIL ACT-EOF
           PERFORM H370-DRAIN-ORPHANS
           MOVE WS-STM-COUNT TO WS-EDIT-COUNT
           DISPLAY 'STATEMENTS PRODUCED: ' WS-EDIT-COUNT
           MOVE WS-ACCT-COUNT TO WS-EDIT-COUNT
           DISPLAY 'ACCOUNTS REPORTED: ' WS-EDIT-COUNT
           IF WS-NOADDR-COUNT > 0
              MOVE WS-NOADDR-COUNT TO WS-EDIT-COUNT
              DISPLAY 'STATEMENTS WITHOUT ADDRESS: ' WS-EDIT-COUNT
           END-IF
           MOVE WS-SEL-COUNT TO WS-EDIT-COUNT
           DISPLAY 'JOURNAL ENTRIES IN PERIOD: ' WS-EDIT-COUNT
           IF WS-ORPHAN-COUNT > 0
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET IDX-SUCCES TO TRUE
           OPEN INPUT  CUS-FILE.
           IF CUS-NOTFOUND
              DISPLAY 'CUSTOMER FILE NOT FOUND, NO MAILING ADDRESSES'
           ELSE
              IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-CUS-OPEN-SW
           END-IF
           OPEN OUTPUT STM-FILE.
           IF (STM-ST NOT = 0) AND (STM-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN STMFILE: ' STM-ST
           MOVE STM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H150-SORT-ACCOUNTS.
           SORT SRA-FILE
               ON ASCENDING KEY SRA-CUST-NO SRA-ID SRA-CRN
               INPUT PROCEDURE IS H160-RELEASE-ACCOUNTS THRU H160-END
               GIVING ACT-FILE.
       H150-END. EXIT.

       H160-RELEASE-ACCOUNTS.
           READ IDX-FILE NEXT RECORD
           PERFORM H165-RELEASE-ACCOUNT UNTIL IDX-EOF.
       H160-END. EXIT.

       H165-RELEASE-ACCOUNT.
           MOVE IDX-CUST-NO TO SRA-CUST-NO
           MOVE IDX-ID TO SRA-ID
           MOVE IDX-CRN TO SRA-CRN
           MOVE IDX-STATUS TO SRA-STATUS
           MOVE IDX-BALANCE TO SRA-BALANCE
           MOVE IDX-NAME TO SRA-NAME
           MOVE IDX-SRNAME TO SRA-SRNAME
           RELEASE SRA-REC
           READ IDX-FILE NEXT RECORD.
       H165-END. EXIT.

       H200-SORT-JOURNAL.
           SORT SRT-FILE
               ON ASCENDING KEY SRT-CUST-NO SRT-ID SRT-CRN
                                SRT-DATE SRT-TIME
               INPUT PROCEDURE IS H210-SELECT-PERIOD THRU H210-END
               GIVING WRK-FILE.
       H200-END. EXIT.
           IF PRD-DATE >= WS-PERIOD-START
              AND PRD-DATE <= WS-PERIOD-END
              ADD 1 TO WS-SEL-COUNT
              MOVE PRD-ID TO IDX-ID
              MOVE PRD-CRN TO IDX-CRN
              READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 ADD 1 TO WS-ORPHAN-COUNT
              NOT INVALID KEY
                 PERFORM H225-RELEASE-SELECTED
              END-READ
           END-IF
           READ PRD-FILE.
       H220-END. EXIT.

       H225-RELEASE-SELECTED.
           MOVE IDX-CUST-NO TO SRT-CUST-NO
           MOVE PRD-ID TO SRT-ID
           MOVE PRD-CRN TO SRT-CRN
           MOVE PRD-DATE TO SRT-DATE
           MOVE PRD-TIME TO SRT-TIME
           MOVE PRD-PROCESS-TYPE TO SRT-PROCESS-TYPE
           MOVE PRD-AMOUNT TO SRT-AMOUNT
           MOVE PRD-BAL-BEFORE TO SRT-BAL-BEFORE
           MOVE PRD-BAL-AFTER TO SRT-BAL-AFTER
           MOVE PRD-REF TO SRT-REF
           MOVE PRD-ACTION TO SRT-ACTION
           MOVE PRD-REV-REF TO SRT-REV-REF
           IF PRD-ACTION = 'R'
              PERFORM H230-SAVE-REVERSAL
           END-IF
           RELEASE SRT-REC.
       H225-END. EXIT.

       H230-SAVE-REVERSAL.
           IF WS-REV-USED < 500
              ADD 1 TO WS-REV-USED
              MOVE PRD-REV-REF TO WS-REV-ORIG-REF(WS-REV-USED)
              MOVE PRD-REF TO WS-REV-BY-REF(WS-REV-USED)
           ELSE
              DISPLAY 'REVERSAL TABLE FULL, PAIR NOT SHOWN: ' PRD-REF
           END-IF.
       H230-END. EXIT.

       H250-OPEN-WORK.
           OPEN INPUT WRK-FILE.
           IF (WRK-ST NOT = 0) AND (WRK-ST NOT = 97)
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WRK-SUCCES TO TRUE
           OPEN INPUT ACT-FILE.
           IF (ACT-ST NOT = 0) AND (ACT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN ACTFILE: ' ACT-ST
           MOVE ACT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET ACT-SUCCES TO TRUE
           READ WRK-FILE
           READ ACT-FILE.
       H250-END. EXIT.

       H300-STATEMENT.
           ADD 1 TO WS-STM-COUNT
           MOVE ACT-CUST-NO TO WS-STM-CUST-NO
           MOVE 0 TO WS-STM-ACCTS
           PERFORM H305-CUSTOMER-HEADER
           PERFORM H315-ACCOUNT-SECTION
           PERFORM H315-ACCOUNT-SECTION
               UNTIL ACT-EOF
               OR ACT-CUST-NO NOT = WS-STM-CUST-NO
               OR WS-STM-CUST-NO = ZEROES
           MOVE WS-STM-ACCTS TO WS-EDIT-ID
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS ON THIS STATEMENT: ' WS-EDIT-ID
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO STM-REC
           WRITE STM-REC.
       H300-END. EXIT.

       H305-CUSTOMER-HEADER.
           MOVE ALL '=' TO WS-LINE
           MOVE WS-LINE TO STM-REC
           WRITE STM-REC
           MOVE 'N' TO WS-CUS-FOUND-SW
           IF WS-CUS-OPEN AND WS-STM-CUST-NO NOT = ZEROES
              MOVE WS-STM-CUST-NO TO CUS-NO
              READ CUS-FILE KEY IS CUS-NO
              INVALID KEY
                 DISPLAY 'CUSTOMER NOT ON FILE: ' WS-STM-CUST-NO
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CUS-FOUND-SW
              END-READ
           END-IF
           MOVE SPACES TO WS-LINE
           IF WS-CUS-FOUND
              STRING 'CUSTOMER: ' WS-STM-CUST-NO
                  '  ' CUS-NAME ' ' CUS-SRNAME
                  DELIMITED BY SIZE INTO WS-LINE
           ELSE
              STRING 'CUSTOMER: ' WS-STM-CUST-NO
                  '  ' ACT-NAME ' ' ACT-SRNAME
                  DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO STM-REC
           WRITE STM-REC
           IF WS-CUS-FOUND
              AND (CUS-ADDR-LINE1 NOT = SPACES OR CUS-CITY NOT = SPACES)
              PERFORM H310-ADDRESS-LINES
           ELSE
              ADD 1 TO WS-NOADDR-COUNT
              MOVE SPACES TO WS-LINE
              STRING '  NO MAILING ADDRESS ON FILE'
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO STM-REC
              WRITE STM-REC
           END-IF
           MOVE SPACES TO WS-LINE
           STRING 'STATEMENT PERIOD: ' WS-PERIOD-START
               ' - ' WS-PERIOD-END
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO STM-REC
           WRITE STM-REC.
       H305-END. EXIT.

       H310-ADDRESS-LINES.
           MOVE SPACES TO WS-LINE
           STRING '  ' CUS-ADDR-LINE1
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO STM-REC
           WRITE STM-REC
           IF CUS-ADDR-LINE2 NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING '  ' CUS-ADDR-LINE2
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO STM-REC
              WRITE STM-REC
           END-IF
           MOVE SPACES TO WS-LINE
           STRING '  ' CUS-CITY ' ' CUS-POSTCODE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO STM-REC
           WRITE STM-REC.
       H310-END. EXIT.

       H315-ACCOUNT-SECTION.
           ADD 1 TO WS-ACCT-COUNT
           ADD 1 TO WS-STM-ACCTS
           MOVE ALL '-' TO WS-LINE
           MOVE WS-LINE TO STM-REC
           WRITE STM-REC
           MOVE ACT-ID TO WS-EDIT-ID
           MOVE ACT-CRN TO WS-EDIT-CRN
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNT: ' WS-EDIT-ID ' CRN: ' WS-EDIT-CRN
               ' ST: ' ACT-STATUS
               ' NAME: ' ACT-NAME ' ' ACT-SRNAME
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO STM-REC
           WRITE STM-REC
           PERFORM H320-SKIP-ORPHANS
           IF WRK-EOF OR WRK-KEY NOT = ACT-KEY
              PERFORM H330-NO-ACTIVITY
           ELSE
              MOVE WRK-BAL-BEFORE TO WS-OPENING-BAL
              PERFORM H340-OPENING-LINE
              PERFORM H350-DETAIL-LINE
                  UNTIL WRK-EOF OR WRK-KEY NOT = ACT-KEY
           END-IF
           PERFORM H360-CLOSING-LINE
           READ ACT-FILE.
       H315-END. EXIT.

       H320-SKIP-ORPHANS.
           PERFORM H325-SKIP-ONE
               UNTIL WRK-EOF OR WRK-KEY >= ACT-KEY.
       H320-END. EXIT.

       H325-SKIP-ONE.
           MOVE SPACES TO WS-LINE
           STRING '  ' WS-EDIT-DATE '  ' WS-TYPE-DESC
               '  ' WS-EDIT-AMT '  ' WS-EDIT-BAL
               ' ' WRK-REF
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO STM-REC
           WRITE STM-REC
           IF WRK-ACTION = 'R'
              MOVE SPACES TO WS-LINE
              STRING '            REVERSAL OF ' WRK-REV-REF
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO STM-REC
              WRITE STM-REC
           ELSE
              PERFORM H357-FIND-REVERSAL
           END-IF
           READ WRK-FILE.
       H350-END. EXIT.

              WHEN 8 MOVE 'INTEREST    ' TO WS-TYPE-DESC
              WHEN 9 MOVE 'STATUS CHG  ' TO WS-TYPE-DESC
              WHEN OTHER MOVE 'POSTING     ' TO WS-TYPE-DESC
           END-EVALUATE
           IF WRK-ACTION = 'R'
              EVALUATE WRK-PROCESS-TYPE
                 WHEN 0 MOVE 'REV OD FEE  ' TO WS-TYPE-DESC
                 WHEN 4 MOVE 'REV ADJUST  ' TO WS-TYPE-DESC
                 WHEN 5 MOVE 'REV DEPOSIT ' TO WS-TYPE-DESC
                 WHEN 6 MOVE 'REV WITHDRWL' TO WS-TYPE-DESC
                 WHEN 7 MOVE 'REV TRANSFER' TO WS-TYPE-DESC
                 WHEN OTHER MOVE 'REVERSAL    ' TO WS-TYPE-DESC
              END-EVALUATE
           END-IF
           IF WRK-ACTION = 'T' AND WRK-PROCESS-TYPE = 8
              MOVE 'TAX WITHHELD' TO WS-TYPE-DESC
           END-IF.
       H355-END. EXIT.

       H357-FIND-REVERSAL.
           MOVE 'N' TO WS-REV-FOUND-SW
           MOVE 1 TO WS-REV-IX
           PERFORM H358-TEST-REVERSAL
               UNTIL WS-REV-IX > WS-REV-USED OR WS-REV-FOUND
           IF WS-REV-FOUND
              MOVE SPACES TO WS-LINE
              STRING '            REVERSED BY ' WS-REV-BY-REF(WS-REV-IX)
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO STM-REC
              WRITE STM-REC
           END-IF.
       H357-END. EXIT.

       H358-TEST-REVERSAL.
           IF WS-REV-ORIG-REF(WS-REV-IX) = WRK-REF
              MOVE 'Y' TO WS-REV-FOUND-SW
           ELSE
              ADD 1 TO WS-REV-IX
           END-IF.
       H358-END. EXIT.

       H360-CLOSING-LINE.
           MOVE ACT-BALANCE TO WS-EDIT-BAL
           MOVE SPACES TO WS-LINE
           STRING 'CLOSING BALANCE .................... ' WS-EDIT-BAL
               DELIMITED BY SIZE INTO WS-LINE
       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE WRK-FILE.
           CLOSE ACT-FILE.
           CLOSE STM-FILE.
           IF WS-CUS-OPEN
              CLOSE CUS-FILE
           END-IF.
       H999-END. EXIT.
