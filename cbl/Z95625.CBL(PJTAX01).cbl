       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJTAX01.
       AUTHOR. AHMET MELIH CALMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRD-FILE  ASSIGN TO PRDFILE
                             STATUS PRD-ST.
           SELECT ARC-FILE  ASSIGN TO ARCFILE
                             STATUS ARC-ST.
           SELECT CUS-FILE  ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-NO
                             STATUS CUS-ST.
           SELECT CRT-FILE  ASSIGN TO CRTFILE
                             STATUS CRT-ST.
           SELECT GOV-FILE  ASSIGN TO GOVFILE
                             STATUS GOV-ST.
           SELECT RPT-FILE  ASSIGN TO TAXRPT
                             STATUS RPT-ST.
           SELECT SRT-FILE  ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  PRD-FILE RECORDING MODE F.
         01  PRD-REC.
           05 PRD-DATE          PIC 9(08).
           05 PRD-TIME          PIC 9(08).
           05 PRD-ID            PIC 9(05).
           05 PRD-CRN           PIC 9(03).
           05 PRD-PROCESS-TYPE  PIC 9(01).
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
       FD  ARC-FILE RECORDING MODE F.
         01  ARC-REC.
           05 ARC-ID            PIC 9(05).
           05 ARC-CRN           PIC 9(03).
           05 ARC-NAME          PIC X(15).
           05 ARC-SRNAME        PIC X(15).
           05 ARC-LAST-ACT-DATE PIC 9(07).
           05 ARC-BALANCE       PIC S9(09)V99.
           05 ARC-CLOSE-DATE    PIC 9(08).
           05 ARC-CUST-NO       PIC 9(08).
       FD  CUS-FILE.
         01  CUS-REC.
           03 CUS-NO            PIC 9(08).
           03 CUS-DATA.
              05 CUS-NAME       PIC X(15).
              05 CUS-SRNAME     PIC X(15).
              05 CUS-ADDR-LINE1 PIC X(30).
              05 CUS-ADDR-LINE2 PIC X(30).
              05 CUS-CITY       PIC X(20).
              05 CUS-POSTCODE   PIC X(10).
              05 CUS-TAX-ID     PIC X(15).
              05 CUS-BIRTH-DATE PIC 9(08).
              05 CUS-PHONE      PIC X(15).
              05 CUS-EMAIL      PIC X(40).
              05 CUS-STATUS     PIC X(01).
                 88 CUS-ACTIVE            VALUE 'A'.
                 88 CUS-MERGED            VALUE 'M'.
              05 CUS-MERGED-TO  PIC 9(08).
              05 CUS-OPEN-DATE  PIC 9(08).
              05 CUS-LAST-DATE  PIC 9(08).
           03 CUS-CONTROL REDEFINES CUS-DATA.
              05 CUS-NEXT-NO    PIC 9(08).
              05 FILLER         PIC X(215).
       FD  CRT-FILE RECORDING MODE F.
         01  CRT-REC            PIC X(80).
       FD  GOV-FILE RECORDING MODE F.
         01  GOV-REC            PIC X(200).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC            PIC X(80).
       SD  SRT-FILE.
         01  SRT-REC.
           05 SRT-HOLDER-KEY.
              07 SRT-HOLDER-TYPE PIC X(01).
              07 SRT-HOLDER-NO  PIC 9(08).
           05 SRT-ID            PIC 9(05).
           05 SRT-CRN           PIC 9(03).
           05 SRT-KIND          PIC X(01).
           05 SRT-DATE          PIC 9(08).
           05 SRT-AMOUNT        PIC S9(09)V99.
           05 SRT-NAME          PIC X(15).
           05 SRT-SRNAME        PIC X(15).
           05 SRT-CLOSE-DATE    PIC 9(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 PRD-ST            PIC 9(02).
              88 PRD-EOF                   VALUE 10.
              88 PRD-SUCCES                VALUE 00 97.
           05 ARC-ST            PIC 9(02).
              88 ARC-EOF                   VALUE 10.
              88 ARC-NOTFOUND              VALUE 35.
              88 ARC-SUCCES                VALUE 00 97.
           05 CUS-ST            PIC 9(02).
              88 CUS-NOTFOUND              VALUE 35.
              88 CUS-SUCCES                VALUE 00 97.
           05 CRT-ST            PIC 9(02).
              88 CRT-SUCCES                VALUE 00 97.
           05 GOV-ST            PIC 9(02).
              88 GOV-SUCCES                VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCES                VALUE 00 97.
           05 WS-TAX-YEAR       PIC 9(04).
           05 WS-EXP-GROSS-X    PIC X(13).
           05 WS-EXP-GROSS      REDEFINES WS-EXP-GROSS-X
                                PIC 9(11)V99.
           05 WS-EXP-TAX-X      PIC X(13).
           05 WS-EXP-TAX        REDEFINES WS-EXP-TAX-X
                                PIC 9(11)V99.
           05 WS-EXP-VALID-SW   PIC X(01) VALUE 'Y'.
              88 WS-EXP-VALID              VALUE 'Y'.
           05 WS-RES-NO         PIC 9(08).
           05 WS-RES-LAST-FROM  PIC 9(08) VALUE 0.
           05 WS-RES-LAST-TO    PIC 9(08) VALUE 0.
           05 WS-RES-HOPS       PIC 9(02) COMP.
           05 WS-RES-MORE-SW    PIC X(01).
              88 WS-RES-MORE               VALUE 'Y'.
           05 WS-YEAR-FIRST     PIC 9(08).
           05 WS-YEAR-LAST      PIC 9(08).
           05 WS-RUN-DATE       PIC 9(08).
           05 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF               VALUE 'Y'.
           05 WS-CUS-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CUS-OPEN               VALUE 'Y'.
           05 WS-CUS-FOUND-SW   PIC X(01).
              88 WS-CUS-FOUND              VALUE 'Y'.
           05 WS-CUR-HOLDER.
              07 WS-CUR-HOLDER-TYPE PIC X(01).
                 88 WS-CUR-CUSTOMER        VALUE 'C'.
              07 WS-CUR-HOLDER-NO PIC 9(08).
              07 WS-CUR-ACCT    REDEFINES WS-CUR-HOLDER-NO.
                 09 WS-CUR-ID   PIC 9(05).
                 09 WS-CUR-CRN  PIC 9(03).
           05 WS-HLD-NAME       PIC X(15).
           05 WS-HLD-SRNAME     PIC X(15).
           05 WS-HLD-TAX-ID     PIC X(15).
           05 WS-HLD-ADDR-LINE1 PIC X(30).
           05 WS-HLD-ADDR-LINE2 PIC X(30).
           05 WS-HLD-CITY       PIC X(20).
           05 WS-HLD-POSTCODE   PIC X(10).
           05 WS-HLD-GROSS      PIC S9(11)V99 COMP-3.
           05 WS-HLD-TAX        PIC S9(11)V99 COMP-3.
           05 WS-ACC-USED       PIC 9(02) COMP.
           05 WS-ACC-IX         PIC 9(02) COMP.
           05 WS-CERT-NO        PIC 9(06) VALUE 0.
           05 WS-PRD-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-GROSS-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-TAX-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-ARC-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-CLOSED-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-HOLDER-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-NIL-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-ACCOUNT-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-EXCEPT-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-TOTAL-GROSS    PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-TAX      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-NET      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CUST-HASH      PIC 9(15) COMP-3 VALUE 0.
           05 WS-DIFF           PIC S9(13)V99 COMP-3.
           05 WS-EXCEPT-TEXT    PIC X(30).
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-GROSS     PIC -(9)9.99.
           05 WS-EDIT-TAX       PIC -(9)9.99.
           05 WS-EDIT-NET       PIC -(9)9.99.
           05 WS-EDIT-TOTAL     PIC -(12)9.99.
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
         01  WS-ACC-AREA.
           05 WS-ACC-ENTRY OCCURS 50 TIMES.
              07 WS-ACC-ID       PIC 9(05).
              07 WS-ACC-CRN      PIC 9(03).
              07 WS-ACC-CLOSE-DATE PIC 9(08).
              07 WS-ACC-GROSS    PIC S9(11)V99 COMP-3.
              07 WS-ACC-TAX      PIC S9(11)V99 COMP-3.
         01  WS-GVH-AREA.
           05 WS-GVH-REC-TYPE   PIC X(01) VALUE 'H'.
           05 WS-GVH-SENDER     PIC X(10) VALUE 'PJBANK'.
           05 WS-GVH-TAX-YEAR   PIC 9(04).
           05 WS-GVH-RUN-DATE   PIC 9(08).
           05 FILLER            PIC X(177) VALUE SPACES.
         01  WS-GVD-AREA.
           05 WS-GVD-REC-TYPE   PIC X(01) VALUE 'D'.
           05 WS-GVD-TAX-YEAR   PIC 9(04).
           05 WS-GVD-CERT-NO    PIC 9(06).
           05 WS-GVD-HOLDER-TYPE PIC X(01).
           05 WS-GVD-CUST-NO    PIC 9(08).
           05 WS-GVD-ID         PIC 9(05).
           05 WS-GVD-CRN        PIC 9(03).
           05 WS-GVD-TAX-ID     PIC X(15).
           05 WS-GVD-NAME       PIC X(15).
           05 WS-GVD-SRNAME     PIC X(15).
           05 WS-GVD-ADDR-LINE1 PIC X(30).
           05 WS-GVD-ADDR-LINE2 PIC X(30).
           05 WS-GVD-CITY       PIC X(20).
           05 WS-GVD-POSTCODE   PIC X(10).
           05 WS-GVD-ACCOUNTS   PIC 9(03).
           05 WS-GVD-GROSS      PIC 9(09)V99.
           05 WS-GVD-TAX        PIC 9(09)V99.
           05 WS-GVD-NET        PIC 9(09)V99.
           05 FILLER            PIC X(01) VALUE SPACES.
         01  WS-GVT-AREA.
           05 WS-GVT-REC-TYPE   PIC X(01) VALUE 'T'.
           05 WS-GVT-TAX-YEAR   PIC 9(04).
           05 WS-GVT-COUNT      PIC 9(09).
           05 WS-GVT-GROSS      PIC 9(13)V99.
           05 WS-GVT-TAX        PIC 9(13)V99.
           05 WS-GVT-NET        PIC 9(13)V99.
           05 WS-GVT-CUST-HASH  PIC 9(15).
           05 FILLER            PIC X(126) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SRT-FILE
               ON ASCENDING KEY SRT-HOLDER-KEY SRT-ID SRT-CRN
                                SRT-KIND SRT-DATE
               INPUT PROCEDURE IS H200-SELECT-ENTRIES THRU H200-END
               OUTPUT PROCEDURE IS H300-BUILD-CERTIFICATES
                                THRU H300-END
           PERFORM H600-WRITE-TOTALS
           PERFORM H700-RECONCILE
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-TAX-YEAR.
           ACCEPT WS-EXP-GROSS-X.
           ACCEPT WS-EXP-TAX-X.
           IF WS-EXP-GROSS-X = SPACES
              MOVE ZEROES TO WS-EXP-GROSS
           END-IF
           IF WS-EXP-TAX-X = SPACES
              MOVE ZEROES TO WS-EXP-TAX
           END-IF
           IF WS-EXP-GROSS NOT NUMERIC OR WS-EXP-TAX NOT NUMERIC
              DISPLAY 'REGISTER TOTALS NOT 13 DIGITS: '
                  WS-EXP-GROSS-X ' ' WS-EXP-TAX-X
              MOVE 'N' TO WS-EXP-VALID-SW
           END-IF
           COMPUTE WS-YEAR-FIRST = WS-TAX-YEAR * 10000 + 101
           COMPUTE WS-YEAR-LAST = WS-TAX-YEAR * 10000 + 1231
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CRT-FILE.
           IF (CRT-ST NOT = 0) AND (CRT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CRTFILE: ' CRT-ST
           MOVE CRT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT GOV-FILE.
           IF (GOV-ST NOT = 0) AND (GOV-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN GOVFILE: ' GOV-ST
           MOVE GOV-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN TAXRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUS-FILE.
           IF CUS-NOTFOUND
              DISPLAY 'NO CUSTOMER FILE, NO TAX IDS OR ADDRESSES'
           ELSE
              IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-CUS-OPEN-SW
           END-IF
           PERFORM H130-WRITE-HEADERS.
       H100-END. EXIT.

       H130-WRITE-HEADERS.
           MOVE WS-TAX-YEAR TO WS-GVH-TAX-YEAR
           MOVE WS-RUN-DATE TO WS-GVH-RUN-DATE
           MOVE WS-GVH-AREA TO GOV-REC
           WRITE GOV-REC
           MOVE SPACES TO WS-LINE
           STRING 'PJTAX01 - INTEREST TAX YEAR END, TAX YEAR: '
               WS-TAX-YEAR DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE 'EXCEPTIONS:' TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H130-END. EXIT.

       H200-SELECT-ENTRIES.
           OPEN INPUT PRD-FILE.
           IF (PRD-ST NOT = 0) AND (PRD-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN PRDFILE: ' PRD-ST
           MOVE PRD-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PRD-FILE
           PERFORM H210-SELECT-INTEREST UNTIL PRD-EOF
           CLOSE PRD-FILE
           OPEN INPUT ARC-FILE.
           IF ARC-NOTFOUND
              DISPLAY 'NO ARCHIVE FILE, NO CLOSED ACCOUNTS'
           ELSE
              IF (ARC-ST NOT = 0) AND (ARC-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN ARCFILE: ' ARC-ST
              MOVE ARC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              READ ARC-FILE
              PERFORM H220-SELECT-CLOSED UNTIL ARC-EOF
              CLOSE ARC-FILE
           END-IF.
       H200-END. EXIT.

       H210-SELECT-INTEREST.
           ADD 1 TO WS-PRD-COUNT
           IF PRD-PROCESS-TYPE = 8 AND PRD-REF(1:1) = 'I'
              AND PRD-DATE >= WS-YEAR-FIRST
              AND PRD-DATE <= WS-YEAR-LAST
              MOVE SPACES TO SRT-REC
              IF PRD-AFT-CUST-NO > 0
                 MOVE 'C' TO SRT-HOLDER-TYPE
                 MOVE PRD-AFT-CUST-NO TO WS-RES-NO
                 PERFORM H230-RESOLVE-CUSTOMER
                 MOVE WS-RES-NO TO SRT-HOLDER-NO
              ELSE
                 MOVE 'U' TO SRT-HOLDER-TYPE
                 COMPUTE SRT-HOLDER-NO = PRD-ID * 1000 + PRD-CRN
              END-IF
              MOVE PRD-ID TO SRT-ID
              MOVE PRD-CRN TO SRT-CRN
              MOVE PRD-DATE TO SRT-DATE
              MOVE PRD-AFT-NAME TO SRT-NAME
              MOVE PRD-AFT-SRNAME TO SRT-SRNAME
              MOVE ZEROES TO SRT-CLOSE-DATE
              IF PRD-ACTION = 'T'
                 MOVE 'T' TO SRT-KIND
                 COMPUTE SRT-AMOUNT = 0 - PRD-AMOUNT
                 ADD 1 TO WS-TAX-COUNT
              ELSE
                 MOVE 'G' TO SRT-KIND
                 MOVE PRD-AMOUNT TO SRT-AMOUNT
                 ADD 1 TO WS-GROSS-COUNT
              END-IF
              RELEASE SRT-REC
           END-IF
           READ PRD-FILE.
       H210-END. EXIT.

       H220-SELECT-CLOSED.
           ADD 1 TO WS-ARC-COUNT
           IF ARC-CLOSE-DATE >= WS-YEAR-FIRST
              AND ARC-CLOSE-DATE <= WS-YEAR-LAST
              ADD 1 TO WS-CLOSED-COUNT
              MOVE SPACES TO SRT-REC
              IF ARC-CUST-NO > 0
                 MOVE 'C' TO SRT-HOLDER-TYPE
                 MOVE ARC-CUST-NO TO WS-RES-NO
                 PERFORM H230-RESOLVE-CUSTOMER
                 MOVE WS-RES-NO TO SRT-HOLDER-NO
              ELSE
                 MOVE 'U' TO SRT-HOLDER-TYPE
                 COMPUTE SRT-HOLDER-NO = ARC-ID * 1000 + ARC-CRN
              END-IF
              MOVE ARC-ID TO SRT-ID
              MOVE ARC-CRN TO SRT-CRN
              MOVE 'A' TO SRT-KIND
              MOVE ARC-CLOSE-DATE TO SRT-DATE
              MOVE ZEROES TO SRT-AMOUNT
              MOVE ARC-NAME TO SRT-NAME
              MOVE ARC-SRNAME TO SRT-SRNAME
              MOVE ARC-CLOSE-DATE TO SRT-CLOSE-DATE
              RELEASE SRT-REC
           END-IF
           READ ARC-FILE.
       H220-END. EXIT.

       H230-RESOLVE-CUSTOMER.
           IF WS-RES-NO = WS-RES-LAST-FROM
              MOVE WS-RES-LAST-TO TO WS-RES-NO
           ELSE
              MOVE WS-RES-NO TO WS-RES-LAST-FROM
              IF WS-CUS-OPEN
                 MOVE 0 TO WS-RES-HOPS
                 MOVE 'Y' TO WS-RES-MORE-SW
                 PERFORM H235-FOLLOW-MERGE UNTIL NOT WS-RES-MORE
              END-IF
              MOVE WS-RES-NO TO WS-RES-LAST-TO
           END-IF.
       H230-END. EXIT.

       H235-FOLLOW-MERGE.
           MOVE WS-RES-NO TO CUS-NO
           READ CUS-FILE
           IF CUS-SUCCES AND CUS-MERGED AND CUS-MERGED-TO > 0
              AND WS-RES-HOPS < 10
              MOVE CUS-MERGED-TO TO WS-RES-NO
              ADD 1 TO WS-RES-HOPS
           ELSE
              MOVE 'N' TO WS-RES-MORE-SW
           END-IF.
       H235-END. EXIT.

       H300-BUILD-CERTIFICATES.
           PERFORM H305-RETURN-ENTRY
           PERFORM H310-PROCESS-HOLDER UNTIL WS-SORT-EOF.
       H300-END. EXIT.

       H305-RETURN-ENTRY.
           RETURN SRT-FILE
           AT END
              MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       H305-END. EXIT.

       H310-PROCESS-HOLDER.
           ADD 1 TO WS-HOLDER-COUNT
           MOVE SRT-HOLDER-KEY TO WS-CUR-HOLDER
           MOVE SPACES TO WS-HLD-NAME
           MOVE SPACES TO WS-HLD-SRNAME
           MOVE ZEROES TO WS-HLD-GROSS
           MOVE ZEROES TO WS-HLD-TAX
           MOVE 0 TO WS-ACC-USED
           MOVE 1 TO WS-ACC-IX
           PERFORM H320-PROCESS-ENTRY
               UNTIL WS-SORT-EOF
                  OR SRT-HOLDER-KEY NOT = WS-CUR-HOLDER
           IF WS-HLD-GROSS = 0 AND WS-HLD-TAX = 0
              ADD 1 TO WS-NIL-COUNT
           ELSE
              PERFORM H400-LOAD-HOLDER
              ADD 1 TO WS-CERT-NO
              PERFORM H500-WRITE-CERTIFICATE
              PERFORM H550-WRITE-GOV-DETAIL
           END-IF.
       H310-END. EXIT.

       H320-PROCESS-ENTRY.
           IF WS-ACC-USED = 0
              OR SRT-ID NOT = WS-ACC-ID(WS-ACC-IX)
              OR SRT-CRN NOT = WS-ACC-CRN(WS-ACC-IX)
              PERFORM H325-NEW-ACCOUNT
           END-IF
           IF SRT-NAME NOT = SPACES
              MOVE SRT-NAME TO WS-HLD-NAME
              MOVE SRT-SRNAME TO WS-HLD-SRNAME
           END-IF
           EVALUATE SRT-KIND
              WHEN 'A'
                 MOVE SRT-CLOSE-DATE TO WS-ACC-CLOSE-DATE(WS-ACC-IX)
              WHEN 'G'
                 ADD SRT-AMOUNT TO WS-ACC-GROSS(WS-ACC-IX)
                 ADD SRT-AMOUNT TO WS-HLD-GROSS
              WHEN 'T'
                 ADD SRT-AMOUNT TO WS-ACC-TAX(WS-ACC-IX)
                 ADD SRT-AMOUNT TO WS-HLD-TAX
           END-EVALUATE
           PERFORM H305-RETURN-ENTRY.
       H320-END. EXIT.

       H325-NEW-ACCOUNT.
           IF WS-ACC-USED < 50
              ADD 1 TO WS-ACC-USED
              MOVE WS-ACC-USED TO WS-ACC-IX
              MOVE SRT-ID TO WS-ACC-ID(WS-ACC-IX)
              MOVE SRT-CRN TO WS-ACC-CRN(WS-ACC-IX)
              MOVE ZEROES TO WS-ACC-CLOSE-DATE(WS-ACC-IX)
              MOVE ZEROES TO WS-ACC-GROSS(WS-ACC-IX)
              MOVE ZEROES TO WS-ACC-TAX(WS-ACC-IX)
           ELSE
              MOVE 'MORE THAN 50 ACCOUNTS, MERGED' TO WS-EXCEPT-TEXT
              PERFORM H380-WRITE-EXCEPTION
              MOVE SRT-ID TO WS-ACC-ID(WS-ACC-IX)
              MOVE SRT-CRN TO WS-ACC-CRN(WS-ACC-IX)
           END-IF.
       H325-END. EXIT.

       H380-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE SPACES TO WS-LINE
           IF WS-CUR-CUSTOMER
              STRING 'CUSTOMER ' WS-CUR-HOLDER-NO '      '
                  DELIMITED BY SIZE INTO WS-LINE
           ELSE
              STRING 'ACCOUNT  ' WS-CUR-ID '-' WS-CUR-CRN '     '
                  DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-EXCEPT-TEXT TO WS-LINE(24:30)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H380-END. EXIT.

       H400-LOAD-HOLDER.
           MOVE 'N' TO WS-CUS-FOUND-SW
           MOVE SPACES TO WS-HLD-TAX-ID
           MOVE SPACES TO WS-HLD-ADDR-LINE1
           MOVE SPACES TO WS-HLD-ADDR-LINE2
           MOVE SPACES TO WS-HLD-CITY
           MOVE SPACES TO WS-HLD-POSTCODE
           IF WS-CUS-OPEN AND WS-CUR-CUSTOMER
              MOVE WS-CUR-HOLDER-NO TO CUS-NO
              READ CUS-FILE
              IF CUS-SUCCES
                 MOVE 'Y' TO WS-CUS-FOUND-SW
                 MOVE CUS-NAME TO WS-HLD-NAME
                 MOVE CUS-SRNAME TO WS-HLD-SRNAME
                 MOVE CUS-TAX-ID TO WS-HLD-TAX-ID
                 MOVE CUS-ADDR-LINE1 TO WS-HLD-ADDR-LINE1
                 MOVE CUS-ADDR-LINE2 TO WS-HLD-ADDR-LINE2
                 MOVE CUS-CITY TO WS-HLD-CITY
                 MOVE CUS-POSTCODE TO WS-HLD-POSTCODE
              END-IF
           END-IF
           IF NOT WS-CUS-FOUND
              MOVE 'NO CUSTOMER RECORD' TO WS-EXCEPT-TEXT
              PERFORM H380-WRITE-EXCEPTION
           ELSE
              IF WS-HLD-TAX-ID = SPACES
                 MOVE 'NO TAX ID ON CUSTOMER RECORD' TO WS-EXCEPT-TEXT
                 PERFORM H380-WRITE-EXCEPTION
              END-IF
           END-IF.
       H400-END. EXIT.

       H500-WRITE-CERTIFICATE.
           MOVE SPACES TO WS-LINE
           STRING 'PJBANK - INTEREST TAX CERTIFICATE, TAX YEAR '
               WS-TAX-YEAR DELIMITED BY SIZE INTO WS-LINE
           PERFORM H590-PRINT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'CERTIFICATE NO: ' WS-TAX-YEAR '-' WS-CERT-NO
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM H590-PRINT-LINE
           MOVE SPACES TO WS-LINE
           IF WS-CUR-CUSTOMER
              STRING 'CUSTOMER NO:    ' WS-CUR-HOLDER-NO
                  DELIMITED BY SIZE INTO WS-LINE
           ELSE
              STRING 'ACCOUNT:        ' WS-CUR-ID '-' WS-CUR-CRN
                  DELIMITED BY SIZE INTO WS-LINE
           END-IF
           PERFORM H590-PRINT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'NAME:           ' WS-HLD-NAME ' ' WS-HLD-SRNAME
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM H590-PRINT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'TAX ID:         ' WS-HLD-TAX-ID
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM H590-PRINT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'ADDRESS:        ' WS-HLD-ADDR-LINE1
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM H590-PRINT-LINE
           IF WS-HLD-ADDR-LINE2 NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING '                ' WS-HLD-ADDR-LINE2
                  DELIMITED BY SIZE INTO WS-LINE
              PERFORM H590-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           STRING '                ' WS-HLD-CITY ' ' WS-HLD-POSTCODE
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM H590-PRINT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM H590-PRINT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNT     ' ' GROSS INTEREST' '   TAX WITHHELD'
               '   NET INTEREST'
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM H590-PRINT-LINE
           MOVE 1 TO WS-ACC-IX
           PERFORM H510-ACCOUNT-LINE UNTIL WS-ACC-IX > WS-ACC-USED
           MOVE WS-HLD-GROSS TO WS-EDIT-GROSS
           MOVE WS-HLD-TAX TO WS-EDIT-TAX
           COMPUTE WS-EDIT-NET = WS-HLD-GROSS - WS-HLD-TAX
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL       ' '  ' WS-EDIT-GROSS '  ' WS-EDIT-TAX
               '  ' WS-EDIT-NET
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM H590-PRINT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM H590-PRINT-LINE
           MOVE ALL '-' TO WS-LINE
           PERFORM H590-PRINT-LINE.
       H500-END. EXIT.

       H510-ACCOUNT-LINE.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-ACC-GROSS(WS-ACC-IX) TO WS-EDIT-GROSS
           MOVE WS-ACC-TAX(WS-ACC-IX) TO WS-EDIT-TAX
           COMPUTE WS-EDIT-NET = WS-ACC-GROSS(WS-ACC-IX)
               - WS-ACC-TAX(WS-ACC-IX)
           MOVE SPACES TO WS-LINE
           STRING WS-ACC-ID(WS-ACC-IX) '-' WS-ACC-CRN(WS-ACC-IX)
               '   ' '  ' WS-EDIT-GROSS '  ' WS-EDIT-TAX
               '  ' WS-EDIT-NET
               DELIMITED BY SIZE INTO WS-LINE
           IF WS-ACC-CLOSE-DATE(WS-ACC-IX) > 0
              STRING ' CLOSED ' WS-ACC-CLOSE-DATE(WS-ACC-IX)
                  DELIMITED BY SIZE INTO WS-LINE(58:16)
           END-IF
           PERFORM H590-PRINT-LINE
           ADD 1 TO WS-ACC-IX.
       H510-END. EXIT.

       H550-WRITE-GOV-DETAIL.
           MOVE WS-TAX-YEAR TO WS-GVD-TAX-YEAR
           MOVE WS-CERT-NO TO WS-GVD-CERT-NO
           MOVE WS-CUR-HOLDER-TYPE TO WS-GVD-HOLDER-TYPE
           IF WS-CUR-CUSTOMER
              MOVE WS-CUR-HOLDER-NO TO WS-GVD-CUST-NO
              MOVE ZEROES TO WS-GVD-ID
              MOVE ZEROES TO WS-GVD-CRN
              ADD WS-CUR-HOLDER-NO TO WS-CUST-HASH
           ELSE
              MOVE ZEROES TO WS-GVD-CUST-NO
              MOVE WS-CUR-ID TO WS-GVD-ID
              MOVE WS-CUR-CRN TO WS-GVD-CRN
           END-IF
           MOVE WS-HLD-TAX-ID TO WS-GVD-TAX-ID
           MOVE WS-HLD-NAME TO WS-GVD-NAME
           MOVE WS-HLD-SRNAME TO WS-GVD-SRNAME
           MOVE WS-HLD-ADDR-LINE1 TO WS-GVD-ADDR-LINE1
           MOVE WS-HLD-ADDR-LINE2 TO WS-GVD-ADDR-LINE2
           MOVE WS-HLD-CITY TO WS-GVD-CITY
           MOVE WS-HLD-POSTCODE TO WS-GVD-POSTCODE
           MOVE WS-ACC-USED TO WS-GVD-ACCOUNTS
           MOVE WS-HLD-GROSS TO WS-GVD-GROSS
           MOVE WS-HLD-TAX TO WS-GVD-TAX
           COMPUTE WS-GVD-NET = WS-HLD-GROSS - WS-HLD-TAX
           MOVE WS-GVD-AREA TO GOV-REC
           WRITE GOV-REC
           ADD WS-HLD-GROSS TO WS-TOTAL-GROSS
           ADD WS-HLD-TAX TO WS-TOTAL-TAX
           COMPUTE WS-TOTAL-NET = WS-TOTAL-NET
               + WS-HLD-GROSS - WS-HLD-TAX.
       H550-END. EXIT.

       H590-PRINT-LINE.
           MOVE WS-LINE TO CRT-REC
           WRITE CRT-REC.
       H590-END. EXIT.

       H600-WRITE-TOTALS.
           MOVE WS-TAX-YEAR TO WS-GVT-TAX-YEAR
           MOVE WS-CERT-NO TO WS-GVT-COUNT
           MOVE WS-TOTAL-GROSS TO WS-GVT-GROSS
           MOVE WS-TOTAL-TAX TO WS-GVT-TAX
           MOVE WS-TOTAL-NET TO WS-GVT-NET
           MOVE WS-CUST-HASH TO WS-GVT-CUST-HASH
           MOVE WS-GVT-AREA TO GOV-REC
           WRITE GOV-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-PRD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'JOURNAL ENTRIES READ ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-GROSS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'GROSS INTEREST ENTRIES . ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-TAX-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'TAX WITHHELD ENTRIES ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ARC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ARCHIVE RECORDS READ ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CLOSED IN TAX YEAR ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-HOLDER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNT HOLDERS ........ ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-NIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'NO INTEREST PAID ....... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CERT-NO TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CERTIFICATES WRITTEN ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ACCOUNT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS CERTIFIED ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'EXCEPTIONS ............. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-TOTAL-GROSS TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL GROSS INTEREST ... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-TOTAL-TAX TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL TAX WITHHELD ..... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-TOTAL-NET TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL NET INTEREST ..... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           IF WS-EXCEPT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H600-END. EXIT.

       H700-RECONCILE.
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           IF NOT WS-EXP-VALID
              MOVE 'REGISTER TOTALS INVALID, NOT RECONCILED' TO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-EXP-GROSS = 0 AND WS-EXP-TAX = 0
                 MOVE 'NO REGISTER TOTALS GIVEN, NOT RECONCILED'
                     TO WS-LINE
                 MOVE WS-LINE TO RPT-REC
                 WRITE RPT-REC
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 COMPUTE WS-DIFF = WS-TOTAL-GROSS - WS-EXP-GROSS
                 MOVE WS-EXP-GROSS TO WS-EDIT-TOTAL
                 MOVE SPACES TO WS-LINE
                 STRING 'REGISTER GROSS INTEREST  ' WS-EDIT-TOTAL
                     DELIMITED BY SIZE INTO WS-LINE
                 MOVE WS-LINE TO RPT-REC
                 WRITE RPT-REC
                 MOVE WS-DIFF TO WS-EDIT-TOTAL
                 MOVE SPACES TO WS-LINE
                 STRING 'GROSS DIFFERENCE ....... ' WS-EDIT-TOTAL
                     DELIMITED BY SIZE INTO WS-LINE
                 MOVE WS-LINE TO RPT-REC
                 WRITE RPT-REC
                 IF WS-DIFF NOT = 0
                    MOVE 8 TO RETURN-CODE
                 END-IF
                 COMPUTE WS-DIFF = WS-TOTAL-TAX - WS-EXP-TAX
                 MOVE WS-EXP-TAX TO WS-EDIT-TOTAL
                 MOVE SPACES TO WS-LINE
                 STRING 'REGISTER TAX WITHHELD .. ' WS-EDIT-TOTAL
                     DELIMITED BY SIZE INTO WS-LINE
                 MOVE WS-LINE TO RPT-REC
                 WRITE RPT-REC
                 MOVE WS-DIFF TO WS-EDIT-TOTAL
                 MOVE SPACES TO WS-LINE
                 STRING 'TAX DIFFERENCE ......... ' WS-EDIT-TOTAL
                     DELIMITED BY SIZE INTO WS-LINE
                 MOVE WS-LINE TO RPT-REC
                 WRITE RPT-REC
                 IF WS-DIFF NOT = 0
                    MOVE 8 TO RETURN-CODE
                 END-IF
                 IF RETURN-CODE = 8
                    MOVE 'RECONCILIATION FAILED' TO WS-LINE
                 ELSE
                    MOVE 'AGREES TO INTEREST REGISTERS' TO WS-LINE
                 END-IF
                 MOVE WS-LINE TO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-IF.
       H700-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-CUS-OPEN
              CLOSE CUS-FILE
           END-IF
           CLOSE CRT-FILE.
           CLOSE GOV-FILE.
           CLOSE RPT-FILE.
       H999-END. EXIT.
