       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJCUS01.
       AUTHOR. AHMET MELIH CALMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-FILE  ASSIGN TO CUSTRN
                             STATUS CTR-ST.
           SELECT CUS-FILE  ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-NO
                             STATUS CUS-ST.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT JRN-FILE  ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT RPT-FILE  ASSIGN TO CUSRPT
                             STATUS RPT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-FILE RECORDING MODE F.
         01  CTR-REC.
           05 CTR-FUNCTION      PIC X(01).
              88 CTR-ADD                   VALUE 'A'.
              88 CTR-CHANGE                VALUE 'C'.
              88 CTR-MERGE                 VALUE 'M'.
           05 CTR-CUST-NO       PIC X(08).
           05 CTR-MERGE-TO      PIC X(08).
           05 CTR-NAME          PIC X(15).
           05 CTR-SRNAME        PIC X(15).
           05 CTR-ADDR-LINE1    PIC X(30).
           05 CTR-ADDR-LINE2    PIC X(30).
           05 CTR-CITY          PIC X(20).
           05 CTR-POSTCODE      PIC X(10).
           05 CTR-TAX-ID        PIC X(15).
           05 CTR-BIRTH-DATE    PIC X(08).
           05 CTR-PHONE         PIC X(15).
           05 CTR-EMAIL         PIC X(40).
           05 CTR-OPERATOR      PIC X(08).
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
       FD  IDX-FILE.
         01  IDX-REC.
           03 IDX-KEY.
             05 IDX-ID          PIC S9(5) COMP-3.
             05 IDX-CRN         PIC S9(3) COMP.
           03 IDX-NAME          PIC X(15).
           03 IDX-SRNAME        PIC X(15).
           03 IDX-DATE          PIC S9(7) COMP-3.
           03 IDX-BALANCE       PIC S9(9)V99 COMP-3.
           03 IDX-STATUS        PIC X(01).
              88 IDX-ACTIVE               VALUE 'A'.
              88 IDX-DEBIT-FROZEN         VALUE 'D'.
              88 IDX-FULL-FROZEN          VALUE 'F'.
           03 IDX-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 IDX-CUST-NO       PIC S9(8) COMP-3.
       FD  JRN-FILE RECORDING MODE F.
         01  JRN-REC.
           05 JRN-DATE          PIC 9(08).
           05 JRN-TIME          PIC 9(08).
           05 JRN-ID            PIC 9(05).
           05 JRN-CRN           PIC 9(03).
           05 JRN-PROCESS-TYPE  PIC 9(01).
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
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 CTR-ST            PIC 9(02).
              88 CTR-EOF                   VALUE 10.
              88 CTR-SUCCES                VALUE 00 97.
           05 CUS-ST            PIC 9(02).
              88 CUS-SUCCES                VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF                   VALUE 10.
              88 IDX-SUCCES                VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCES                VALUE 00 97.
           05 JRN-ST            PIC 9(02).
              88 JRN-SUCCES                VALUE 00 97.
           05 WS-TODAY          PIC 9(08).
           05 WS-CUST-NO        PIC 9(08).
           05 WS-MERGE-TO       PIC 9(08).
           05 WS-ERROR-SW       PIC X(01).
              88 WS-TRAN-CLEAN             VALUE 'N'.
           05 WS-ERR-REASON     PIC X(30).
           05 WS-RESULT         PIC X(12).
           05 WS-NAME-CHANGED-SW PIC X(01).
              88 WS-NAME-CHANGED           VALUE 'Y'.
           05 WS-LNK-FROM-KEY   PIC 9(08).
           05 WS-LNK-TO-KEY     PIC 9(08).
           05 WS-LNK-IX         PIC 9(04) COMP.
           05 WS-LNK-FOUND-SW   PIC X(01).
              88 WS-LNK-FOUND              VALUE 'Y'.
           05 WS-TRAN-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-ADD-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-CHANGE-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-MERGE-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-REJECT-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-RELINK-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
           05 WS-EDIT-ID        PIC ZZZZ9.
           05 WS-EDIT-CRN       PIC ZZ9.
           05 WS-EDIT-FROM      PIC 9(08).
           05 WS-REF-NEXT.
              07 WS-REF-SOURCE  PIC X(01) VALUE 'C'.
              07 WS-REF-DATE    PIC 9(08).
              07 WS-REF-TIME    PIC 9(06).
              07 WS-REF-SEQ     PIC 9(06) VALUE 0.
              07 WS-REF-LEG     PIC 9(01) VALUE 0.
           05 WS-REF-CLOCK      PIC 9(08).
           05 WS-REF-CLOCK-R    REDEFINES WS-REF-CLOCK.
              07 WS-REF-CLOCK-HMS PIC 9(06).
              07 FILLER         PIC 9(02).
         01  WS-SAVE-CUS.
           05 WS-SAV-NAME       PIC X(15).
           05 WS-SAV-SRNAME     PIC X(15).
           05 WS-SAV-ADDR-LINE1 PIC X(30).
           05 WS-SAV-ADDR-LINE2 PIC X(30).
           05 WS-SAV-CITY       PIC X(20).
           05 WS-SAV-POSTCODE   PIC X(10).
           05 WS-SAV-TAX-ID     PIC X(15).
           05 WS-SAV-BIRTH-DATE PIC 9(08).
           05 WS-SAV-PHONE      PIC X(15).
           05 WS-SAV-EMAIL      PIC X(40).
           05 FILLER            PIC X(25).
         01  WS-LNK-TABLE-AREA.
           05 WS-LNK-USED       PIC 9(04) COMP VALUE 0.
           05 WS-LNK-ENTRY OCCURS 1000 TIMES.
              07 WS-LNK-FROM    PIC 9(08).
              07 WS-LNK-TO      PIC 9(08).
              07 WS-LNK-NAME    PIC X(15).
              07 WS-LNK-SRNAME  PIC X(15).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS-TRAN UNTIL CTR-EOF
           IF WS-LNK-USED > 0
              PERFORM H300-RELINK-ACCOUNTS
           END-IF
           PERFORM H600-WRITE-TOTALS
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT  CTR-FILE.
           IF (CTR-ST NOT = 0) AND (CTR-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CUSTRN: ' CTR-ST
           MOVE CTR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET CTR-SUCCES TO TRUE
           OPEN I-O CUS-FILE.
           IF CUS-ST = 35
              OPEN OUTPUT CUS-FILE
              CLOSE CUS-FILE
              OPEN I-O CUS-FILE
           END-IF
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
           MOVE CUS-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CUSRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO WS-LINE
           STRING 'PJCUS01 - CUSTOMER MAINTENANCE  ' WS-TODAY
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           STRING 'F CUSTOMER  RESULT       DETAIL'
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           READ CTR-FILE.
       H100-END. EXIT.

       H200-PROCESS-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           MOVE 'N' TO WS-ERROR-SW
           MOVE ZEROES TO WS-CUST-NO
           MOVE ZEROES TO WS-MERGE-TO
           IF CTR-OPERATOR = SPACES
              MOVE 'OPERATOR ID MISSING' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-TRAN-CLEAN
              AND CTR-BIRTH-DATE NOT = SPACES
              AND CTR-BIRTH-DATE NOT NUMERIC
              MOVE 'BIRTH DATE NOT YYYYMMDD' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-TRAN-CLEAN
              EVALUATE TRUE
                 WHEN CTR-ADD
                    PERFORM H210-ADD-CUSTOMER
                 WHEN CTR-CHANGE
                    PERFORM H220-CHANGE-CUSTOMER
                 WHEN CTR-MERGE
                    PERFORM H230-MERGE-CUSTOMER
                 WHEN OTHER
                    MOVE 'FUNCTION NOT A/C/M' TO WS-ERR-REASON
                    MOVE 'Y' TO WS-ERROR-SW
              END-EVALUATE
           END-IF
           IF NOT WS-TRAN-CLEAN
              PERFORM H250-REJECT-LINE
           END-IF
           READ CTR-FILE.
       H200-END. EXIT.

       H210-ADD-CUSTOMER.
           IF CTR-NAME = SPACES OR CTR-SRNAME = SPACES
              MOVE 'NAME/SURNAME SPACES ON ADD' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-TRAN-CLEAN
              PERFORM H215-NEXT-NUMBER
           END-IF
           IF WS-TRAN-CLEAN
              MOVE SPACES TO CUS-DATA
              MOVE WS-CUST-NO TO CUS-NO
              MOVE ZEROES TO CUS-BIRTH-DATE
              SET CUS-ACTIVE TO TRUE
              MOVE ZEROES TO CUS-MERGED-TO
              MOVE WS-TODAY TO CUS-OPEN-DATE
              PERFORM H225-APPLY-FIELDS
              WRITE CUS-REC
              INVALID KEY
                 MOVE 'CUSTOMER NUMBER IN USE' TO WS-ERR-REASON
                 MOVE 'Y' TO WS-ERROR-SW
              NOT INVALID KEY
                 ADD 1 TO WS-ADD-COUNT
                 MOVE 'ADDED' TO WS-RESULT
                 PERFORM H240-RESULT-LINE
              END-WRITE
           END-IF.
       H210-END. EXIT.

       H215-NEXT-NUMBER.
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
              MOVE 'CONTROL RECORD NOT UPDATED' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-REWRITE.
       H215-END. EXIT.

       H220-CHANGE-CUSTOMER.
           PERFORM H260-READ-CUSTOMER
           IF WS-TRAN-CLEAN
              MOVE 'N' TO WS-NAME-CHANGED-SW
              IF (CTR-NAME NOT = SPACES AND CTR-NAME NOT = CUS-NAME)
                 OR (CTR-SRNAME NOT = SPACES
                     AND CTR-SRNAME NOT = CUS-SRNAME)
                 MOVE 'Y' TO WS-NAME-CHANGED-SW
              END-IF
              IF WS-NAME-CHANGED AND WS-LNK-USED >= 1000
                 MOVE 'RELINK TABLE FULL, RESUBMIT' TO WS-ERR-REASON
                 MOVE 'Y' TO WS-ERROR-SW
              END-IF
           END-IF
           IF WS-TRAN-CLEAN
              PERFORM H225-APPLY-FIELDS
              REWRITE CUS-REC
              INVALID KEY
                 MOVE 'CUSTOMER NOT REWRITTEN' TO WS-ERR-REASON
                 MOVE 'Y' TO WS-ERROR-SW
              NOT INVALID KEY
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE 'CHANGED' TO WS-RESULT
                 PERFORM H240-RESULT-LINE
                 IF WS-NAME-CHANGED
                    MOVE CUS-NO TO WS-LNK-FROM-KEY
                    MOVE CUS-NO TO WS-LNK-TO-KEY
                    PERFORM H400-SET-LINK
                 END-IF
              END-REWRITE
           END-IF.
       H220-END. EXIT.

       H225-APPLY-FIELDS.
           IF CTR-NAME NOT = SPACES
              MOVE CTR-NAME TO CUS-NAME
           END-IF
           IF CTR-SRNAME NOT = SPACES
              MOVE CTR-SRNAME TO CUS-SRNAME
           END-IF
           IF CTR-ADDR-LINE1 NOT = SPACES
              MOVE CTR-ADDR-LINE1 TO CUS-ADDR-LINE1
           END-IF
           IF CTR-ADDR-LINE2 NOT = SPACES
              MOVE CTR-ADDR-LINE2 TO CUS-ADDR-LINE2
           END-IF
           IF CTR-CITY NOT = SPACES
              MOVE CTR-CITY TO CUS-CITY
           END-IF
           IF CTR-POSTCODE NOT = SPACES
              MOVE CTR-POSTCODE TO CUS-POSTCODE
           END-IF
           IF CTR-TAX-ID NOT = SPACES
              MOVE CTR-TAX-ID TO CUS-TAX-ID
           END-IF
           IF CTR-BIRTH-DATE NOT = SPACES
              MOVE CTR-BIRTH-DATE TO CUS-BIRTH-DATE
           END-IF
           IF CTR-PHONE NOT = SPACES
              MOVE CTR-PHONE TO CUS-PHONE
           END-IF
           IF CTR-EMAIL NOT = SPACES
              MOVE CTR-EMAIL TO CUS-EMAIL
           END-IF
           MOVE WS-TODAY TO CUS-LAST-DATE.
       H225-END. EXIT.

       H230-MERGE-CUSTOMER.
           IF CTR-MERGE-TO NOT NUMERIC OR CTR-MERGE-TO = '00000000'
              MOVE 'MERGE-TO NOT NUMERIC/ZERO' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-TRAN-CLEAN AND CTR-MERGE-TO = CTR-CUST-NO
              MOVE 'MERGE-TO SAME AS CUSTOMER' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-TRAN-CLEAN AND WS-LNK-USED >= 1000
              MOVE 'RELINK TABLE FULL, RESUBMIT' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           END-IF
           IF WS-TRAN-CLEAN
              MOVE CTR-MERGE-TO TO WS-MERGE-TO
              MOVE WS-MERGE-TO TO CUS-NO
              READ CUS-FILE KEY IS CUS-NO
              INVALID KEY
                 MOVE 'MERGE-TO CUSTOMER NOT FOUND' TO WS-ERR-REASON
                 MOVE 'Y' TO WS-ERROR-SW
              NOT INVALID KEY
                 IF NOT CUS-ACTIVE
                    MOVE 'MERGE-TO CUSTOMER MERGED' TO WS-ERR-REASON
                    MOVE 'Y' TO WS-ERROR-SW
                 END-IF
              END-READ
           END-IF
           IF WS-TRAN-CLEAN
              PERFORM H260-READ-CUSTOMER
           END-IF
           IF WS-TRAN-CLEAN
              MOVE CUS-DATA TO WS-SAVE-CUS
              SET CUS-MERGED TO TRUE
              MOVE WS-MERGE-TO TO CUS-MERGED-TO
              MOVE WS-TODAY TO CUS-LAST-DATE
              REWRITE CUS-REC
              INVALID KEY
                 MOVE 'CUSTOMER NOT REWRITTEN' TO WS-ERR-REASON
                 MOVE 'Y' TO WS-ERROR-SW
              END-REWRITE
           END-IF
           IF WS-TRAN-CLEAN
              PERFORM H235-MERGE-SURVIVOR
           END-IF.
       H230-END. EXIT.

       H235-MERGE-SURVIVOR.
           MOVE WS-MERGE-TO TO CUS-NO
           READ CUS-FILE KEY IS CUS-NO
           INVALID KEY
              MOVE SPACES TO CUS-DATA
           END-READ
           IF CUS-ADDR-LINE1 = SPACES AND CUS-CITY = SPACES
              MOVE WS-SAV-ADDR-LINE1 TO CUS-ADDR-LINE1
              MOVE WS-SAV-ADDR-LINE2 TO CUS-ADDR-LINE2
              MOVE WS-SAV-CITY TO CUS-CITY
              MOVE WS-SAV-POSTCODE TO CUS-POSTCODE
           END-IF
           IF CUS-TAX-ID = SPACES
              MOVE WS-SAV-TAX-ID TO CUS-TAX-ID
           END-IF
           IF CUS-BIRTH-DATE = ZEROES
              MOVE WS-SAV-BIRTH-DATE TO CUS-BIRTH-DATE
           END-IF
           IF CUS-PHONE = SPACES
              MOVE WS-SAV-PHONE TO CUS-PHONE
           END-IF
           IF CUS-EMAIL = SPACES
              MOVE WS-SAV-EMAIL TO CUS-EMAIL
           END-IF
           MOVE WS-TODAY TO CUS-LAST-DATE
           REWRITE CUS-REC
           INVALID KEY
              DISPLAY 'MERGE-TO CUSTOMER NOT UPDATED: ' CUS-NO
           END-REWRITE
           ADD 1 TO WS-MERGE-COUNT
           MOVE 'MERGED' TO WS-RESULT
           MOVE WS-CUST-NO TO WS-LNK-FROM-KEY
           MOVE WS-MERGE-TO TO WS-LNK-TO-KEY
           PERFORM H400-SET-LINK
           PERFORM H240-RESULT-LINE.
       H235-END. EXIT.

       H240-RESULT-LINE.
           MOVE SPACES TO WS-LINE
           IF CTR-MERGE
              MOVE WS-CUST-NO TO WS-EDIT-FROM
              STRING CTR-FUNCTION ' ' WS-EDIT-FROM '  ' WS-RESULT
                  ' INTO ' CUS-NO ' ' CUS-NAME ' ' CUS-SRNAME
                  DELIMITED BY SIZE INTO WS-LINE
           ELSE
              STRING CTR-FUNCTION ' ' CUS-NO '  ' WS-RESULT
                  ' ' CUS-NAME ' ' CUS-SRNAME ' ' CTR-OPERATOR
                  DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H240-END. EXIT.

       H250-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LINE
           STRING CTR-FUNCTION ' ' CTR-CUST-NO '  REJECTED     '
               WS-ERR-REASON
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H250-END. EXIT.

       H260-READ-CUSTOMER.
           IF CTR-CUST-NO NOT NUMERIC OR CTR-CUST-NO = '00000000'
              MOVE 'CUSTOMER NOT NUMERIC/ZERO' TO WS-ERR-REASON
              MOVE 'Y' TO WS-ERROR-SW
           ELSE
              MOVE CTR-CUST-NO TO WS-CUST-NO
              MOVE WS-CUST-NO TO CUS-NO
              READ CUS-FILE KEY IS CUS-NO
              INVALID KEY
                 MOVE 'CUSTOMER NOT FOUND' TO WS-ERR-REASON
                 MOVE 'Y' TO WS-ERROR-SW
              NOT INVALID KEY
                 IF NOT CUS-ACTIVE
                    MOVE 'CUSTOMER ALREADY MERGED' TO WS-ERR-REASON
                    MOVE 'Y' TO WS-ERROR-SW
                 END-IF
              END-READ
           END-IF.
       H260-END. EXIT.

       H300-RELINK-ACCOUNTS.
           OPEN I-O IDX-FILE.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET IDX-SUCCES TO TRUE
           OPEN EXTEND JRN-FILE.
           IF JRN-ST = 35
              OPEN OUTPUT JRN-FILE
           END-IF
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
           DISPLAY 'JOURNAL FILE OPEN FAILED: ' JRN-ST
           MOVE JRN-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           ACCEPT WS-REF-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REF-CLOCK FROM TIME
           MOVE WS-REF-CLOCK-HMS TO WS-REF-TIME
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           STRING 'ACCOUNTS RELINKED / RENAMED'
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           READ IDX-FILE
           PERFORM H310-RELINK-ONE UNTIL IDX-EOF
           CLOSE IDX-FILE.
           CLOSE JRN-FILE.
       H300-END. EXIT.

       H310-RELINK-ONE.
           MOVE IDX-CUST-NO TO WS-LNK-FROM-KEY
           PERFORM H420-FIND-LINK
           IF WS-LNK-FOUND
              MOVE IDX-CUST-NO TO WS-EDIT-FROM
              MOVE WS-LNK-TO(WS-LNK-IX) TO IDX-CUST-NO
              MOVE WS-LNK-NAME(WS-LNK-IX) TO IDX-NAME
              MOVE WS-LNK-SRNAME(WS-LNK-IX) TO IDX-SRNAME
              REWRITE IDX-REC
              END-REWRITE
              PERFORM H320-JOURNAL-RELINK
              ADD 1 TO WS-RELINK-COUNT
              MOVE IDX-ID TO WS-EDIT-ID
              MOVE IDX-CRN TO WS-EDIT-CRN
              MOVE SPACES TO WS-LINE
              STRING '  ACCOUNT ' WS-EDIT-ID '/' WS-EDIT-CRN
                  '  CUSTOMER ' WS-EDIT-FROM ' -> '
                  WS-LNK-TO(WS-LNK-IX) '  ' IDX-SRNAME
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF
           READ IDX-FILE.
       H310-END. EXIT.

       H320-JOURNAL-RELINK.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE IDX-ID TO JRN-ID
           MOVE IDX-CRN TO JRN-CRN
           MOVE 4 TO JRN-PROCESS-TYPE
           MOVE ZEROES TO JRN-AMOUNT
           MOVE IDX-BALANCE TO JRN-BAL-BEFORE
           MOVE IDX-BALANCE TO JRN-BAL-AFTER
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
       H320-END. EXIT.

       H400-SET-LINK.
           MOVE 1 TO WS-LNK-IX
           PERFORM H410-REPOINT-LINK UNTIL WS-LNK-IX > WS-LNK-USED
           PERFORM H420-FIND-LINK
           IF NOT WS-LNK-FOUND
              ADD 1 TO WS-LNK-USED
              MOVE WS-LNK-FROM-KEY TO WS-LNK-FROM(WS-LNK-USED)
              MOVE WS-LNK-TO-KEY TO WS-LNK-TO(WS-LNK-USED)
              MOVE CUS-NAME TO WS-LNK-NAME(WS-LNK-USED)
              MOVE CUS-SRNAME TO WS-LNK-SRNAME(WS-LNK-USED)
           END-IF.
       H400-END. EXIT.

       H410-REPOINT-LINK.
           IF WS-LNK-TO(WS-LNK-IX) = WS-LNK-FROM-KEY
              OR WS-LNK-TO(WS-LNK-IX) = WS-LNK-TO-KEY
              MOVE WS-LNK-TO-KEY TO WS-LNK-TO(WS-LNK-IX)
              MOVE CUS-NAME TO WS-LNK-NAME(WS-LNK-IX)
              MOVE CUS-SRNAME TO WS-LNK-SRNAME(WS-LNK-IX)
           END-IF
           ADD 1 TO WS-LNK-IX.
       H410-END. EXIT.

       H420-FIND-LINK.
           MOVE 'N' TO WS-LNK-FOUND-SW
           MOVE 1 TO WS-LNK-IX
           PERFORM H425-TEST-LINK
               UNTIL WS-LNK-IX > WS-LNK-USED OR WS-LNK-FOUND.
       H420-END. EXIT.

       H425-TEST-LINK.
           IF WS-LNK-FROM(WS-LNK-IX) = WS-LNK-FROM-KEY
              MOVE 'Y' TO WS-LNK-FOUND-SW
           ELSE
              ADD 1 TO WS-LNK-IX
           END-IF.
       H425-END. EXIT.

       H600-WRITE-TOTALS.
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-TRAN-COUNT TO WS-EDIT-COUNT
           STRING 'TRANSACTIONS READ .... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CUSTOMERS ADDED ...... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CUSTOMERS CHANGED .... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-MERGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CUSTOMERS MERGED ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'TRANSACTIONS REJECTED  ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-RELINK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS UPDATED ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           DISPLAY 'CUSTOMER TRANSACTIONS REJECTED: ' WS-EDIT-COUNT
           MOVE WS-RELINK-COUNT TO WS-EDIT-COUNT
           DISPLAY 'ACCOUNTS RELINKED/RENAMED: ' WS-EDIT-COUNT.
       H600-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE CTR-FILE.
           CLOSE CUS-FILE.
           CLOSE RPT-FILE.
       H999-END. EXIT.
