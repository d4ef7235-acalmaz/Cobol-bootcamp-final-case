       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJCIF01.
       AUTHOR. AHMET MELIH CALMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE  ASSIGN TO OLDIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY OLD-KEY
                             STATUS OLD-ST.
           SELECT NEW-FILE  ASSIGN TO NEWIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY NEW-KEY
                             STATUS NEW-ST.
           SELECT CUS-FILE  ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-NO
                             STATUS CUS-ST.
           SELECT CIF-FILE  ASSIGN TO CIFRPT
                             STATUS CIF-ST.
           SELECT SRT-FILE  ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE.
         01  OLD-REC.
           03 OLD-KEY.
             05 OLD-ID          PIC S9(5) COMP-3.
             05 OLD-CRN         PIC S9(3) COMP.
           03 OLD-NAME          PIC X(15).
           03 OLD-SRNAME        PIC X(15).
           03 OLD-DATE          PIC S9(7) COMP-3.
           03 OLD-BALANCE       PIC S9(9)V99 COMP-3.
           03 OLD-STATUS        PIC X(01).
           03 OLD-OD-LIMIT      PIC S9(7)V99 COMP-3.
       FD  NEW-FILE.
         01  NEW-REC.
           03 NEW-KEY.
             05 NEW-ID          PIC S9(5) COMP-3.
             05 NEW-CRN         PIC S9(3) COMP.
           03 NEW-NAME          PIC X(15).
           03 NEW-SRNAME        PIC X(15).
           03 NEW-DATE          PIC S9(7) COMP-3.
           03 NEW-BALANCE       PIC S9(9)V99 COMP-3.
           03 NEW-STATUS        PIC X(01).
           03 NEW-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 NEW-CUST-NO       PIC S9(8) COMP-3.
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
       FD  CIF-FILE RECORDING MODE F.
         01  CIF-REC            PIC X(80).
       SD  SRT-FILE.
         01  SRT-REC.
           05 SRT-SRNAME        PIC X(15).
           05 SRT-NAME          PIC X(15).
           05 SRT-CUST-NO       PIC 9(08).
           05 SRT-ID            PIC 9(05).
           05 SRT-CRN           PIC 9(03).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 OLD-ST            PIC 9(02).
              88 OLD-EOF                   VALUE 10.
              88 OLD-SUCCES                VALUE 00 97.
           05 NEW-ST            PIC 9(02).
              88 NEW-SUCCES                VALUE 00 97.
           05 CUS-ST            PIC 9(02).
              88 CUS-SUCCES                VALUE 00 97.
           05 CIF-ST            PIC 9(02).
              88 CIF-SUCCES                VALUE 00 97.
           05 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF               VALUE 'Y'.
           05 WS-TODAY          PIC 9(08).
           05 WS-NEXT-CUST      PIC 9(08) VALUE 0.
           05 WS-PREV-ID        PIC 9(05) VALUE 0.
           05 WS-PREV-NAME      PIC X(15).
           05 WS-PREV-SRNAME    PIC X(15).
           05 WS-DUP-PREV.
              07 WS-DUP-SRNAME  PIC X(15) VALUE SPACES.
              07 WS-DUP-NAME    PIC X(15) VALUE SPACES.
              07 WS-DUP-CUST-NO PIC 9(08) VALUE 0.
              07 WS-DUP-ID      PIC 9(05) VALUE 0.
              07 WS-DUP-CRN     PIC 9(03) VALUE 0.
           05 WS-REC-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-CUST-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-DUP-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-OLD-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-NEW-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
           05 WS-EDIT-TOTAL     PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SRT-FILE
               ON ASCENDING KEY SRT-SRNAME SRT-NAME SRT-CUST-NO
                                SRT-ID SRT-CRN
               INPUT PROCEDURE IS H200-CONVERT-MASTER THRU H200-END
               OUTPUT PROCEDURE IS H300-LIST-DUPLICATES THRU H300-END
           PERFORM H400-PROVE-TOTALS
           MOVE WS-CUST-COUNT TO WS-EDIT-COUNT
           DISPLAY 'CUSTOMERS CREATED: ' WS-EDIT-COUNT
           MOVE WS-DUP-COUNT TO WS-EDIT-COUNT
           DISPLAY 'POSSIBLE DUPLICATES: ' WS-EDIT-COUNT
           IF WS-DUP-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT  OLD-FILE.
           IF (OLD-ST NOT = 0) AND (OLD-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN OLDIDX: ' OLD-ST
           MOVE OLD-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET OLD-SUCCES TO TRUE
           OPEN OUTPUT NEW-FILE.
           IF (NEW-ST NOT = 0) AND (NEW-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN NEWIDX: ' NEW-ST
           MOVE NEW-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET NEW-SUCCES TO TRUE
           OPEN OUTPUT CUS-FILE.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
           MOVE CUS-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET CUS-SUCCES TO TRUE
           OPEN OUTPUT CIF-FILE.
           IF (CIF-ST NOT = 0) AND (CIF-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CIFRPT: ' CIF-ST
           MOVE CIF-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO WS-LINE
           STRING 'PJCIF01 - CUSTOMER MASTER CONVERSION  ' WS-TODAY
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC
           MOVE SPACES TO WS-LINE
           STRING 'POSSIBLE DUPLICATE CUSTOMERS FOR REVIEW'
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC
           MOVE SPACES TO WS-LINE
           STRING '    CUSTOMER ACCOUNT   SURNAME         NAME'
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC
           READ OLD-FILE.
       H100-END. EXIT.

       H200-CONVERT-MASTER.
           PERFORM H210-CONVERT-ONE UNTIL OLD-EOF
           PERFORM H250-WRITE-CONTROL.
       H200-END. EXIT.

       H210-CONVERT-ONE.
           ADD 1 TO WS-REC-COUNT
           ADD OLD-BALANCE TO WS-OLD-TOTAL
           IF WS-REC-COUNT = 1
              OR OLD-ID NOT = WS-PREV-ID
              OR OLD-NAME NOT = WS-PREV-NAME
              OR OLD-SRNAME NOT = WS-PREV-SRNAME
              PERFORM H220-NEW-CUSTOMER
           END-IF
           MOVE OLD-ID TO NEW-ID
           MOVE OLD-CRN TO NEW-CRN
           MOVE OLD-NAME TO NEW-NAME
           MOVE OLD-SRNAME TO NEW-SRNAME
           MOVE OLD-DATE TO NEW-DATE
           MOVE OLD-BALANCE TO NEW-BALANCE
           MOVE OLD-STATUS TO NEW-STATUS
           MOVE OLD-OD-LIMIT TO NEW-OD-LIMIT
           MOVE WS-NEXT-CUST TO NEW-CUST-NO
           ADD NEW-BALANCE TO WS-NEW-TOTAL
           WRITE NEW-REC
           END-WRITE
           MOVE OLD-SRNAME TO SRT-SRNAME
           MOVE OLD-NAME TO SRT-NAME
           MOVE WS-NEXT-CUST TO SRT-CUST-NO
           MOVE OLD-ID TO SRT-ID
           MOVE OLD-CRN TO SRT-CRN
           RELEASE SRT-REC
           READ OLD-FILE.
       H210-END. EXIT.

       H220-NEW-CUSTOMER.
           ADD 1 TO WS-NEXT-CUST
           ADD 1 TO WS-CUST-COUNT
           MOVE OLD-ID TO WS-PREV-ID
           MOVE OLD-NAME TO WS-PREV-NAME
           MOVE OLD-SRNAME TO WS-PREV-SRNAME
           MOVE SPACES TO CUS-DATA
           MOVE WS-NEXT-CUST TO CUS-NO
           MOVE OLD-NAME TO CUS-NAME
           MOVE OLD-SRNAME TO CUS-SRNAME
           MOVE ZEROES TO CUS-BIRTH-DATE
           SET CUS-ACTIVE TO TRUE
           MOVE ZEROES TO CUS-MERGED-TO
           MOVE WS-TODAY TO CUS-OPEN-DATE
           MOVE WS-TODAY TO CUS-LAST-DATE
           WRITE CUS-REC
           INVALID KEY
              DISPLAY 'CUSTOMER NOT WRITTEN: ' CUS-NO ' ' CUS-ST
              MOVE 8 TO RETURN-CODE
           END-WRITE.
       H220-END. EXIT.

       H250-WRITE-CONTROL.
           MOVE ZEROES TO CUS-NO
           MOVE SPACES TO CUS-DATA
           COMPUTE CUS-NEXT-NO = WS-NEXT-CUST + 1
           WRITE CUS-REC
           INVALID KEY
              DISPLAY 'CUSTOMER CONTROL RECORD NOT WRITTEN: ' CUS-ST
              MOVE 8 TO RETURN-CODE
           END-WRITE.
       H250-END. EXIT.

       H300-LIST-DUPLICATES.
           PERFORM H310-RETURN-SORTED
           PERFORM H320-CHECK-DUPLICATE UNTIL WS-SORT-EOF.
       H300-END. EXIT.

       H310-RETURN-SORTED.
           RETURN SRT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       H310-END. EXIT.

       H320-CHECK-DUPLICATE.
           IF SRT-CUST-NO NOT = WS-DUP-CUST-NO
              AND SRT-SRNAME = WS-DUP-SRNAME
              AND SRT-NAME(1:3) = WS-DUP-NAME(1:3)
              PERFORM H330-WRITE-PAIR
           END-IF
           MOVE SRT-SRNAME TO WS-DUP-SRNAME
           MOVE SRT-NAME TO WS-DUP-NAME
           MOVE SRT-CUST-NO TO WS-DUP-CUST-NO
           MOVE SRT-ID TO WS-DUP-ID
           MOVE SRT-CRN TO WS-DUP-CRN
           PERFORM H310-RETURN-SORTED.
       H320-END. EXIT.

       H330-WRITE-PAIR.
           ADD 1 TO WS-DUP-COUNT
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC
           STRING '    ' WS-DUP-CUST-NO ' ' WS-DUP-ID '/' WS-DUP-CRN
               '  ' WS-DUP-SRNAME ' ' WS-DUP-NAME
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC
           MOVE SPACES TO WS-LINE
           STRING '  ~ ' SRT-CUST-NO ' ' SRT-ID '/' SRT-CRN
               '  ' SRT-SRNAME ' ' SRT-NAME
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC.
       H330-END. EXIT.

       H400-PROVE-TOTALS.
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC
           MOVE WS-REC-COUNT TO WS-EDIT-COUNT
           STRING 'ACCOUNTS CONVERTED ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC
           MOVE WS-CUST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CUSTOMERS CREATED .... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC
           MOVE WS-DUP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'POSSIBLE DUPLICATES .. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC
           MOVE WS-OLD-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'OLD BALANCE TOTAL .... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC
           MOVE WS-NEW-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'NEW BALANCE TOTAL .... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC
           MOVE SPACES TO WS-LINE
           IF WS-OLD-TOTAL = WS-NEW-TOTAL
              STRING 'CONVERSION ........... PROVED'
                  DELIMITED BY SIZE INTO WS-LINE
           ELSE
              STRING 'CONVERSION ........... TOTAL MISMATCH'
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-LINE TO CIF-REC
           WRITE CIF-REC.
       H400-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE OLD-FILE.
           CLOSE NEW-FILE.
           CLOSE CUS-FILE.
           CLOSE CIF-FILE.
       H999-END. EXIT.
