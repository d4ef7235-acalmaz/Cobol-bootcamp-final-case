       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJALR01.
       AUTHOR. AHMET MELIH CALMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVT-FILE  ASSIGN TO EVTFILE
                             STATUS EVT-ST.
           SELECT EVO-FILE  ASSIGN TO EVTOUT
                             STATUS EVO-ST.
           SELECT PRF-FILE  ASSIGN TO ALRPRF
                             STATUS PRF-ST.
           SELECT CUS-FILE  ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-NO
                             STATUS CUS-ST.
           SELECT ALR-FILE  ASSIGN TO ALRFILE
                             STATUS ALR-ST.
           SELECT RPT-FILE  ASSIGN TO ALRRPT
                             STATUS RPT-ST.
           SELECT SRT-FILE  ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
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
       FD  EVO-FILE RECORDING MODE F.
         01  EVO-REC            PIC X(120).
       FD  PRF-FILE RECORDING MODE F.
         01  PRF-REC.
           05 PRF-CUST-NO       PIC 9(08).
           05 PRF-CHANNEL       PIC X(01).
              88 PRF-SMS                  VALUE 'S'.
              88 PRF-EMAIL                VALUE 'E'.
              88 PRF-BOTH                 VALUE 'B'.
              88 PRF-NONE                 VALUE 'N'.
           05 PRF-REFUSED       PIC X(01).
           05 PRF-STATUS        PIC X(01).
           05 PRF-FEE           PIC X(01).
           05 PRF-INTEREST      PIC X(01).
           05 PRF-DORMANT       PIC X(01).
           05 PRF-LARGE         PIC X(01).
           05 PRF-LARGE-AMT     PIC 9(07)V99.
           05 PRF-LOW           PIC X(01).
           05 PRF-LOW-FLOOR     PIC S9(07)V99.
           05 FILLER            PIC X(06).
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
       FD  ALR-FILE RECORDING MODE F.
         01  ALR-REC            PIC X(200).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC            PIC X(80).
       SD  SRT-FILE.
         01  SRT-REC.
           05 SRT-DATE          PIC 9(08).
           05 SRT-TIME          PIC 9(08).
           05 SRT-ID            PIC 9(05).
           05 SRT-CRN           PIC 9(03).
           05 SRT-CUST-NO       PIC 9(08).
           05 SRT-CODE          PIC X(02).
           05 SRT-PROCESS-TYPE  PIC 9(01).
           05 SRT-AMOUNT        PIC S9(09)V99.
           05 SRT-BAL-BEFORE    PIC S9(09)V99.
           05 SRT-BAL-AFTER     PIC S9(09)V99.
           05 SRT-RC            PIC 9(02).
           05 SRT-STATUS        PIC X(01).
           05 SRT-REF           PIC X(22).
           05 SRT-SOURCE        PIC X(08).
           05 FILLER            PIC X(19).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 EVT-ST            PIC 9(02).
              88 EVT-EOF                   VALUE 10.
              88 EVT-NOTFOUND              VALUE 35.
              88 EVT-SUCCES                VALUE 00 97.
           05 EVO-ST            PIC 9(02).
              88 EVO-SUCCES                VALUE 00 97.
           05 PRF-ST            PIC 9(02).
              88 PRF-EOF                   VALUE 10.
              88 PRF-NOTFOUND              VALUE 35.
              88 PRF-SUCCES                VALUE 00 97.
           05 CUS-ST            PIC 9(02).
              88 CUS-NOTFOUND              VALUE 35.
              88 CUS-SUCCES                VALUE 00 97.
           05 ALR-ST            PIC 9(02).
              88 ALR-SUCCES                VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCES                VALUE 00 97.
           05 WS-BUSINESS-DATE  PIC 9(08).
           05 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF               VALUE 'Y'.
           05 WS-PRF-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-PRF-OPEN               VALUE 'Y'.
           05 WS-CUS-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CUS-OPEN               VALUE 'Y'.
           05 WS-HAVE-CUST-SW   PIC X(01) VALUE 'N'.
              88 WS-HAVE-CUST              VALUE 'Y'.
           05 WS-SEND-SMS-SW    PIC X(01).
              88 WS-SEND-SMS               VALUE 'Y'.
           05 WS-SEND-EMAIL-SW  PIC X(01).
              88 WS-SEND-EMAIL             VALUE 'Y'.
           05 WS-SEEN-SW        PIC X(01).
              88 WS-SEEN                   VALUE 'Y'.
           05 WS-CUR-CUST-NO    PIC 9(08).
           05 WS-CUR-ACCT.
              07 WS-CUR-ID      PIC 9(05).
              07 WS-CUR-CRN     PIC 9(03).
           05 WS-USE-CHANNEL    PIC X(01).
           05 WS-USE-REFUSED    PIC X(01).
           05 WS-USE-STATUS     PIC X(01).
           05 WS-USE-FEE        PIC X(01).
           05 WS-USE-INTEREST   PIC X(01).
           05 WS-USE-DORMANT    PIC X(01).
           05 WS-USE-LARGE      PIC X(01).
           05 WS-USE-LARGE-AMT  PIC 9(07)V99.
           05 WS-USE-LOW        PIC X(01).
           05 WS-USE-LOW-FLOOR  PIC S9(07)V99.
           05 WS-USE-NAME       PIC X(15).
           05 WS-USE-PHONE      PIC X(15).
           05 WS-USE-EMAIL      PIC X(40).
           05 WS-OPT-FLAG       PIC X(01).
           05 WS-ALR-TYPE       PIC X(02).
           05 WS-ALR-TEXT       PIC X(80).
           05 WS-ALR-PTR        PIC 9(03) COMP.
           05 WS-REASON-TEXT    PIC X(18).
           05 WS-TXN-WORD       PIC X(10).
           05 WS-AMT-TEXT       PIC X(13).
           05 WS-AMT-TEXT1      PIC X(13).
           05 WS-AMT-TEXT2      PIC X(13).
           05 WS-LEAD           PIC 9(02) COMP.
           05 WS-ALERT-SEQ      PIC 9(08) VALUE 0.
           05 WS-SEEN-COUNT     PIC 9(02) COMP VALUE 0.
           05 WS-SEEN-IX        PIC 9(02) COMP.
           05 WS-TYPE-IX        PIC 9(02) COMP.
           05 WS-READ-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-CARRY-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-EVENT-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-CUST-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-PREF-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-RAISED-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-OPTOUT-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-DUP-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-NOCONTACT-COUNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-UNKNOWN-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-SENT-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-SMS-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-EMAIL-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-AMT       PIC -(9)9.99.
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
         01  WS-SEEN-AREA.
           05 WS-SEEN-ENTRY OCCURS 20 TIMES.
              07 WS-SEEN-TYPE   PIC X(02).
              07 WS-SEEN-DATE   PIC 9(08).
              07 WS-SEEN-RC     PIC 9(02).
         01  WS-TYPE-NAME-AREA.
           05 FILLER            PIC X(20) VALUE 'RFPAYMENT REFUSED   '.
           05 FILLER            PIC X(20) VALUE 'FZACCOUNT FROZEN    '.
           05 FILLER            PIC X(20) VALUE 'UFFREEZE REMOVED    '.
           05 FILLER            PIC X(20) VALUE 'ODOVERDRAFT FEE     '.
           05 FILLER            PIC X(20) VALUE 'LWLARGE WITHDRAWAL  '.
           05 FILLER            PIC X(20) VALUE 'LBLOW BALANCE       '.
           05 FILLER            PIC X(20) VALUE 'ININTEREST CREDITED '.
           05 FILLER            PIC X(20) VALUE 'DMDORMANCY NOTICE   '.
           05 FILLER            PIC X(20) VALUE 'ESESCHEAT NOTICE    '.
         01  WS-TYPE-NAME-R REDEFINES WS-TYPE-NAME-AREA.
           05 WS-TYPE-NAME OCCURS 9 TIMES.
              07 WS-TYPE-CODE   PIC X(02).
              07 WS-TYPE-DESC   PIC X(18).
         01  WS-TYPE-CNT-AREA.
           05 WS-TYPE-CNT OCCURS 9 TIMES PIC 9(07) COMP-3 VALUE 0.
         01  WS-ALH-AREA.
           05 WS-ALH-REC-TYPE   PIC X(01) VALUE 'H'.
           05 WS-ALH-SENDER     PIC X(10) VALUE 'PJBANK'.
           05 WS-ALH-BUS-DATE   PIC 9(08).
           05 WS-ALH-RUN-DATE   PIC 9(08).
           05 FILLER            PIC X(173) VALUE SPACES.
         01  WS-ALD-AREA.
           05 WS-ALD-REC-TYPE   PIC X(01) VALUE 'D'.
           05 WS-ALD-ALERT-ID.
              07 WS-ALD-ALERT-DATE PIC 9(08).
              07 WS-ALD-ALERT-SEQ  PIC 9(08).
           05 WS-ALD-CHANNEL    PIC X(01).
           05 WS-ALD-ADDRESS    PIC X(40).
           05 WS-ALD-CUST-NO    PIC 9(08).
           05 WS-ALD-ID         PIC 9(05).
           05 WS-ALD-CRN        PIC 9(03).
           05 WS-ALD-TYPE       PIC X(02).
           05 WS-ALD-EVT-DATE   PIC 9(08).
           05 WS-ALD-EVT-TIME   PIC 9(08).
           05 WS-ALD-NAME       PIC X(15).
           05 WS-ALD-TEXT       PIC X(80).
           05 FILLER            PIC X(13) VALUE SPACES.
         01  WS-ALT-AREA.
           05 WS-ALT-REC-TYPE   PIC X(01) VALUE 'T'.
           05 WS-ALT-BUS-DATE   PIC 9(08).
           05 WS-ALT-COUNT      PIC 9(09).
           05 WS-ALT-SMS-COUNT  PIC 9(09).
           05 WS-ALT-EMAIL-COUNT PIC 9(09).
           05 FILLER            PIC X(164) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SRT-FILE
               ON ASCENDING KEY SRT-CUST-NO SRT-ID SRT-CRN
                                SRT-DATE SRT-TIME
               INPUT PROCEDURE IS H200-SELECT-EVENTS THRU H200-END
               OUTPUT PROCEDURE IS H300-BUILD-ALERTS THRU H300-END
           PERFORM H600-WRITE-TOTALS
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-BUSINESS-DATE.
           OPEN OUTPUT EVO-FILE.
           IF (EVO-ST NOT = 0) AND (EVO-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN EVTOUT: ' EVO-ST
           MOVE EVO-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT ALR-FILE.
           IF (ALR-ST NOT = 0) AND (ALR-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN ALRFILE: ' ALR-ST
           MOVE ALR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN ALRRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-OPEN-PREFERENCES
           PERFORM H120-OPEN-CUSTOMERS
           PERFORM H130-WRITE-HEADERS.
       H100-END. EXIT.

       H110-OPEN-PREFERENCES.
           OPEN INPUT PRF-FILE.
           IF PRF-NOTFOUND
              DISPLAY 'NO PREFERENCE FILE, DEFAULTS FOR ALL CUSTOMERS'
              SET PRF-EOF TO TRUE
           ELSE
              IF (PRF-ST NOT = 0) AND (PRF-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN ALRPRF: ' PRF-ST
              MOVE PRF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-PRF-OPEN-SW
              READ PRF-FILE
           END-IF.
       H110-END. EXIT.

       H120-OPEN-CUSTOMERS.
           OPEN INPUT CUS-FILE.
           IF CUS-NOTFOUND
              DISPLAY 'NO CUSTOMER FILE, ALERTS CANNOT BE ADDRESSED'
           ELSE
              IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-CUS-OPEN-SW
           END-IF.
       H120-END. EXIT.

       H130-WRITE-HEADERS.
           MOVE WS-BUSINESS-DATE TO WS-ALH-BUS-DATE
           ACCEPT WS-ALH-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-ALH-AREA TO ALR-REC
           WRITE ALR-REC
           MOVE SPACES TO WS-LINE
           STRING 'PJALR01 - CUSTOMER ALERTS, DATE: '
               WS-BUSINESS-DATE DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE 'ALERTS WITHOUT CONTACT DETAILS:' TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H130-END. EXIT.

       H200-SELECT-EVENTS.
           OPEN INPUT EVT-FILE.
           IF EVT-NOTFOUND
              DISPLAY 'NO EVENT FILE, NO ALERTS TODAY'
           ELSE
              IF (EVT-ST NOT = 0) AND (EVT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN EVTFILE: ' EVT-ST
              MOVE EVT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              READ EVT-FILE
              PERFORM H210-SELECT-EVENT UNTIL EVT-EOF
              CLOSE EVT-FILE
           END-IF.
       H200-END. EXIT.

       H210-SELECT-EVENT.
           ADD 1 TO WS-READ-COUNT
           IF EVT-DATE > WS-BUSINESS-DATE
              MOVE EVT-REC TO EVO-REC
              WRITE EVO-REC
              ADD 1 TO WS-CARRY-COUNT
           ELSE
              MOVE EVT-REC TO SRT-REC
              RELEASE SRT-REC
           END-IF
           READ EVT-FILE.
       H210-END. EXIT.

       H300-BUILD-ALERTS.
           PERFORM H305-RETURN-EVENT
           PERFORM H310-PROCESS-EVENT UNTIL WS-SORT-EOF.
       H300-END. EXIT.

       H305-RETURN-EVENT.
           RETURN SRT-FILE
           AT END
              MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       H305-END. EXIT.

       H310-PROCESS-EVENT.
           ADD 1 TO WS-EVENT-COUNT
           IF NOT WS-HAVE-CUST OR SRT-CUST-NO NOT = WS-CUR-CUST-NO
              PERFORM H320-LOAD-CUSTOMER
           END-IF
           IF SRT-ID NOT = WS-CUR-ID OR SRT-CRN NOT = WS-CUR-CRN
              MOVE SRT-ID TO WS-CUR-ID
              MOVE SRT-CRN TO WS-CUR-CRN
              MOVE 0 TO WS-SEEN-COUNT
           END-IF
           PERFORM H330-APPLY-EVENT
           PERFORM H305-RETURN-EVENT.
       H310-END. EXIT.

       H320-LOAD-CUSTOMER.
           MOVE 'Y' TO WS-HAVE-CUST-SW
           MOVE SRT-CUST-NO TO WS-CUR-CUST-NO
           MOVE 0 TO WS-SEEN-COUNT
           ADD 1 TO WS-CUST-COUNT
           PERFORM H322-READ-PREFERENCE
               UNTIL PRF-EOF OR PRF-CUST-NO >= WS-CUR-CUST-NO
           IF NOT PRF-EOF AND PRF-CUST-NO = WS-CUR-CUST-NO
              ADD 1 TO WS-PREF-COUNT
              MOVE PRF-CHANNEL TO WS-USE-CHANNEL
              MOVE PRF-REFUSED TO WS-USE-REFUSED
              MOVE PRF-STATUS TO WS-USE-STATUS
              MOVE PRF-FEE TO WS-USE-FEE
              MOVE PRF-INTEREST TO WS-USE-INTEREST
              MOVE PRF-DORMANT TO WS-USE-DORMANT
              MOVE PRF-LARGE TO WS-USE-LARGE
              MOVE PRF-LARGE-AMT TO WS-USE-LARGE-AMT
              MOVE PRF-LOW TO WS-USE-LOW
              MOVE PRF-LOW-FLOOR TO WS-USE-LOW-FLOOR
           ELSE
              MOVE SPACE TO WS-USE-CHANNEL
              MOVE 'Y' TO WS-USE-REFUSED
              MOVE 'Y' TO WS-USE-STATUS
              MOVE 'Y' TO WS-USE-FEE
              MOVE 'N' TO WS-USE-INTEREST
              MOVE 'Y' TO WS-USE-DORMANT
              MOVE 'N' TO WS-USE-LARGE
              MOVE ZEROES TO WS-USE-LARGE-AMT
              MOVE 'N' TO WS-USE-LOW
              MOVE ZEROES TO WS-USE-LOW-FLOOR
           END-IF
           PERFORM H324-READ-CONTACT
           PERFORM H326-SET-CHANNEL.
       H320-END. EXIT.

       H322-READ-PREFERENCE.
           READ PRF-FILE.
       H322-END. EXIT.

       H324-READ-CONTACT.
           MOVE SPACES TO WS-USE-NAME
           MOVE SPACES TO WS-USE-PHONE
           MOVE SPACES TO WS-USE-EMAIL
           IF WS-CUS-OPEN AND WS-CUR-CUST-NO > 0
              MOVE WS-CUR-CUST-NO TO CUS-NO
              READ CUS-FILE
              IF CUS-SUCCES AND CUS-MERGED
                 MOVE CUS-MERGED-TO TO CUS-NO
                 READ CUS-FILE
              END-IF
              IF CUS-SUCCES
                 MOVE CUS-NAME TO WS-USE-NAME
                 MOVE CUS-PHONE TO WS-USE-PHONE
                 MOVE CUS-EMAIL TO WS-USE-EMAIL
              END-IF
           END-IF.
       H324-END. EXIT.

       H326-SET-CHANNEL.
           MOVE 'N' TO WS-SEND-SMS-SW
           MOVE 'N' TO WS-SEND-EMAIL-SW
           EVALUATE WS-USE-CHANNEL
              WHEN 'N'
                 CONTINUE
              WHEN 'B'
                 IF WS-USE-PHONE NOT = SPACES
                    MOVE 'Y' TO WS-SEND-SMS-SW
                 END-IF
                 IF WS-USE-EMAIL NOT = SPACES
                    MOVE 'Y' TO WS-SEND-EMAIL-SW
                 END-IF
              WHEN 'E'
                 IF WS-USE-EMAIL NOT = SPACES
                    MOVE 'Y' TO WS-SEND-EMAIL-SW
                 ELSE
                    IF WS-USE-PHONE NOT = SPACES
                       MOVE 'Y' TO WS-SEND-SMS-SW
                    END-IF
                 END-IF
              WHEN OTHER
                 IF WS-USE-PHONE NOT = SPACES
                    MOVE 'Y' TO WS-SEND-SMS-SW
                 ELSE
                    IF WS-USE-EMAIL NOT = SPACES
                       MOVE 'Y' TO WS-SEND-EMAIL-SW
                    END-IF
                 END-IF
           END-EVALUATE.
       H326-END. EXIT.

       H330-APPLY-EVENT.
           EVALUATE SRT-CODE
              WHEN 'RF'
                 MOVE 'RF' TO WS-ALR-TYPE
                 MOVE WS-USE-REFUSED TO WS-OPT-FLAG
                 PERFORM H332-OFFER-ALERT
              WHEN 'FZ'
              WHEN 'UF'
                 MOVE SRT-CODE TO WS-ALR-TYPE
                 MOVE WS-USE-STATUS TO WS-OPT-FLAG
                 PERFORM H332-OFFER-ALERT
              WHEN 'OD'
                 MOVE 'OD' TO WS-ALR-TYPE
                 MOVE WS-USE-FEE TO WS-OPT-FLAG
                 PERFORM H332-OFFER-ALERT
                 PERFORM H335-TEST-FLOOR
              WHEN 'WD'
                 IF WS-USE-LARGE = 'Y'
                    AND SRT-AMOUNT > WS-USE-LARGE-AMT
                    MOVE 'LW' TO WS-ALR-TYPE
                    PERFORM H340-RAISE-ALERT
                 END-IF
                 PERFORM H335-TEST-FLOOR
              WHEN 'DB'
                 PERFORM H335-TEST-FLOOR
              WHEN 'IN'
                 MOVE 'IN' TO WS-ALR-TYPE
                 MOVE WS-USE-INTEREST TO WS-OPT-FLAG
                 PERFORM H332-OFFER-ALERT
              WHEN 'DM'
              WHEN 'ES'
                 MOVE SRT-CODE TO WS-ALR-TYPE
                 MOVE WS-USE-DORMANT TO WS-OPT-FLAG
                 PERFORM H332-OFFER-ALERT
              WHEN OTHER
                 ADD 1 TO WS-UNKNOWN-COUNT
                 DISPLAY 'UNKNOWN EVENT CODE: ' SRT-CODE ' '
                     SRT-ID SRT-CRN ' ' SRT-SOURCE
           END-EVALUATE.
       H330-END. EXIT.

       H332-OFFER-ALERT.
           IF WS-OPT-FLAG = 'Y'
              PERFORM H340-RAISE-ALERT
           ELSE
              ADD 1 TO WS-OPTOUT-COUNT
           END-IF.
       H332-END. EXIT.

       H335-TEST-FLOOR.
           IF WS-USE-LOW = 'Y'
              AND SRT-BAL-BEFORE >= WS-USE-LOW-FLOOR
              AND SRT-BAL-AFTER < WS-USE-LOW-FLOOR
              MOVE 'LB' TO WS-ALR-TYPE
              PERFORM H340-RAISE-ALERT
           END-IF.
       H335-END. EXIT.

       H340-RAISE-ALERT.
           IF WS-USE-CHANNEL = 'N'
              ADD 1 TO WS-OPTOUT-COUNT
           ELSE
              PERFORM H345-CHECK-SEEN
              IF WS-SEEN
                 ADD 1 TO WS-DUP-COUNT
              ELSE
                 PERFORM H346-REMEMBER-ALERT
                 PERFORM H348-COUNT-TYPE
                 PERFORM H350-BUILD-TEXT
                 ADD 1 TO WS-RAISED-COUNT
                 IF WS-SEND-SMS
                    MOVE 'S' TO WS-ALD-CHANNEL
                    MOVE WS-USE-PHONE TO WS-ALD-ADDRESS
                    PERFORM H360-WRITE-ALERT
                 END-IF
                 IF WS-SEND-EMAIL
                    MOVE 'E' TO WS-ALD-CHANNEL
                    MOVE WS-USE-EMAIL TO WS-ALD-ADDRESS
                    PERFORM H360-WRITE-ALERT
                 END-IF
                 IF NOT WS-SEND-SMS AND NOT WS-SEND-EMAIL
                    PERFORM H370-NO-CONTACT
                 END-IF
              END-IF
           END-IF.
       H340-END. EXIT.

       H345-CHECK-SEEN.
           MOVE 'N' TO WS-SEEN-SW
           MOVE 1 TO WS-SEEN-IX
           PERFORM H347-TEST-SEEN
               UNTIL WS-SEEN-IX > WS-SEEN-COUNT OR WS-SEEN.
       H345-END. EXIT.

       H346-REMEMBER-ALERT.
           IF WS-SEEN-COUNT < 20
              ADD 1 TO WS-SEEN-COUNT
              MOVE WS-ALR-TYPE TO WS-SEEN-TYPE(WS-SEEN-COUNT)
              MOVE SRT-DATE TO WS-SEEN-DATE(WS-SEEN-COUNT)
              MOVE SRT-RC TO WS-SEEN-RC(WS-SEEN-COUNT)
           END-IF.
       H346-END. EXIT.

       H347-TEST-SEEN.
           IF WS-SEEN-TYPE(WS-SEEN-IX) = WS-ALR-TYPE
              AND WS-SEEN-DATE(WS-SEEN-IX) = SRT-DATE
              AND WS-SEEN-RC(WS-SEEN-IX) = SRT-RC
              MOVE 'Y' TO WS-SEEN-SW
           END-IF
           ADD 1 TO WS-SEEN-IX.
       H347-END. EXIT.

       H348-COUNT-TYPE.
           MOVE 1 TO WS-TYPE-IX
           PERFORM H349-FIND-TYPE UNTIL WS-TYPE-IX > 9.
       H348-END. EXIT.

       H349-FIND-TYPE.
           IF WS-TYPE-CODE(WS-TYPE-IX) = WS-ALR-TYPE
              ADD 1 TO WS-TYPE-CNT(WS-TYPE-IX)
              MOVE 9 TO WS-TYPE-IX
           END-IF
           ADD 1 TO WS-TYPE-IX.
       H349-END. EXIT.

       H350-BUILD-TEXT.
           MOVE SRT-AMOUNT TO WS-EDIT-AMT
           PERFORM H355-TRIM-AMOUNT
           MOVE WS-AMT-TEXT TO WS-AMT-TEXT1
           MOVE SRT-BAL-AFTER TO WS-EDIT-AMT
           PERFORM H355-TRIM-AMOUNT
           MOVE WS-AMT-TEXT TO WS-AMT-TEXT2
           IF SRT-PROCESS-TYPE = 7
              MOVE 'TRANSFER' TO WS-TXN-WORD
           ELSE
              MOVE 'WITHDRAWAL' TO WS-TXN-WORD
           END-IF
           MOVE SPACES TO WS-ALR-TEXT
           MOVE 1 TO WS-ALR-PTR
           STRING 'ACCOUNT ' SRT-ID '-' SRT-CRN ': '
               DELIMITED BY SIZE INTO WS-ALR-TEXT
               WITH POINTER WS-ALR-PTR
           EVALUATE WS-ALR-TYPE
              WHEN 'RF'
                 EVALUATE SRT-RC
                    WHEN 90
                       MOVE 'INSUFFICIENT FUNDS' TO WS-REASON-TEXT
                    WHEN 95
                       MOVE 'ACCOUNT FROZEN' TO WS-REASON-TEXT
                    WHEN 89
                       MOVE 'FUNDS ON HOLD' TO WS-REASON-TEXT
                    WHEN OTHER
                       MOVE 'PLEASE CALL US' TO WS-REASON-TEXT
                 END-EVALUATE
                 STRING WS-TXN-WORD DELIMITED BY SPACE
                     ' OF ' DELIMITED BY SIZE
                     WS-AMT-TEXT1 DELIMITED BY SPACE
                     ' REFUSED, ' WS-REASON-TEXT DELIMITED BY SIZE
                     INTO WS-ALR-TEXT WITH POINTER WS-ALR-PTR
              WHEN 'FZ'
                 STRING 'FROZEN, PLEASE CONTACT YOUR BRANCH'
                     DELIMITED BY SIZE
                     INTO WS-ALR-TEXT WITH POINTER WS-ALR-PTR
              WHEN 'UF'
                 STRING 'FREEZE REMOVED'
                     DELIMITED BY SIZE
                     INTO WS-ALR-TEXT WITH POINTER WS-ALR-PTR
              WHEN 'OD'
                 STRING 'OVERDRAFT FEE OF ' DELIMITED BY SIZE
                     WS-AMT-TEXT1 DELIMITED BY SPACE
                     ' CHARGED' DELIMITED BY SIZE
                     INTO WS-ALR-TEXT WITH POINTER WS-ALR-PTR
              WHEN 'LW'
                 STRING WS-TXN-WORD DELIMITED BY SPACE
                     ' OF ' DELIMITED BY SIZE
                     WS-AMT-TEXT1 DELIMITED BY SPACE
                     ' MADE, BALANCE ' DELIMITED BY SIZE
                     WS-AMT-TEXT2 DELIMITED BY SPACE
                     INTO WS-ALR-TEXT WITH POINTER WS-ALR-PTR
              WHEN 'LB'
                 STRING 'BALANCE ' DELIMITED BY SIZE
                     WS-AMT-TEXT2 DELIMITED BY SPACE
                     ' IS BELOW YOUR ALERT LEVEL' DELIMITED BY SIZE
                     INTO WS-ALR-TEXT WITH POINTER WS-ALR-PTR
              WHEN 'IN'
                 STRING 'INTEREST OF ' DELIMITED BY SIZE
                     WS-AMT-TEXT1 DELIMITED BY SPACE
                     ' CREDITED, BALANCE ' DELIMITED BY SIZE
                     WS-AMT-TEXT2 DELIMITED BY SPACE
                     INTO WS-ALR-TEXT WITH POINTER WS-ALR-PTR
              WHEN 'DM'
                 STRING 'NO ACTIVITY, PLEASE CONTACT YOUR BRANCH'
                     DELIMITED BY SIZE
                     INTO WS-ALR-TEXT WITH POINTER WS-ALR-PTR
              WHEN 'ES'
                 STRING 'DORMANT BALANCE ' DELIMITED BY SIZE
                     WS-AMT-TEXT1 DELIMITED BY SPACE
                     ' TRANSFERRED, ACCOUNT CLOSED' DELIMITED BY SIZE
                     INTO WS-ALR-TEXT WITH POINTER WS-ALR-PTR
           END-EVALUATE.
       H350-END. EXIT.

       H355-TRIM-AMOUNT.
           MOVE 0 TO WS-LEAD
           INSPECT WS-EDIT-AMT TALLYING WS-LEAD FOR LEADING SPACES
           MOVE SPACES TO WS-AMT-TEXT
           MOVE WS-EDIT-AMT(WS-LEAD + 1:) TO WS-AMT-TEXT.
       H355-END. EXIT.

       H360-WRITE-ALERT.
           ADD 1 TO WS-ALERT-SEQ
           MOVE WS-BUSINESS-DATE TO WS-ALD-ALERT-DATE
           MOVE WS-ALERT-SEQ TO WS-ALD-ALERT-SEQ
           MOVE WS-CUR-CUST-NO TO WS-ALD-CUST-NO
           MOVE SRT-ID TO WS-ALD-ID
           MOVE SRT-CRN TO WS-ALD-CRN
           MOVE WS-ALR-TYPE TO WS-ALD-TYPE
           MOVE SRT-DATE TO WS-ALD-EVT-DATE
           MOVE SRT-TIME TO WS-ALD-EVT-TIME
           MOVE WS-USE-NAME TO WS-ALD-NAME
           MOVE WS-ALR-TEXT TO WS-ALD-TEXT
           MOVE WS-ALD-AREA TO ALR-REC
           WRITE ALR-REC
           ADD 1 TO WS-SENT-COUNT
           IF WS-ALD-CHANNEL = 'S'
              ADD 1 TO WS-SMS-COUNT
           ELSE
              ADD 1 TO WS-EMAIL-COUNT
           END-IF.
       H360-END. EXIT.

       H370-NO-CONTACT.
           ADD 1 TO WS-NOCONTACT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CUSTOMER ' WS-CUR-CUST-NO
               '  ACCOUNT ' SRT-ID '-' SRT-CRN
               '  ALERT ' WS-ALR-TYPE
               '  EVENT DATE ' SRT-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H370-END. EXIT.

       H600-WRITE-TOTALS.
           MOVE WS-BUSINESS-DATE TO WS-ALT-BUS-DATE
           MOVE WS-SENT-COUNT TO WS-ALT-COUNT
           MOVE WS-SMS-COUNT TO WS-ALT-SMS-COUNT
           MOVE WS-EMAIL-COUNT TO WS-ALT-EMAIL-COUNT
           MOVE WS-ALT-AREA TO ALR-REC
           WRITE ALR-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'EVENTS READ ............ ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CARRY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CARRIED TO NEXT RUN .... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-EVENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'EVENTS PROCESSED ....... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CUST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CUSTOMERS .............. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-PREF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'WITH OWN PREFERENCES ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-RAISED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ALERTS RAISED .......... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE 1 TO WS-TYPE-IX
           PERFORM H610-TYPE-LINE UNTIL WS-TYPE-IX > 9
           MOVE WS-OPTOUT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'NOT WANTED BY CUSTOMER . ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-DUP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'DUPLICATES SUPPRESSED .. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-NOCONTACT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'NO CONTACT DETAILS ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-SMS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'SMS MESSAGES WRITTEN ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-EMAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'E-MAILS WRITTEN ........ ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-UNKNOWN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'UNKNOWN EVENT CODES .... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           IF WS-UNKNOWN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H600-END. EXIT.

       H610-TYPE-LINE.
           MOVE WS-TYPE-CNT(WS-TYPE-IX) TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING '   ' WS-TYPE-CODE(WS-TYPE-IX) ' '
               WS-TYPE-DESC(WS-TYPE-IX) '  ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           ADD 1 TO WS-TYPE-IX.
       H610-END. EXIT.

       H999-PROGRAM-EXIT.
           IF WS-PRF-OPEN
              CLOSE PRF-FILE
           END-IF
           IF WS-CUS-OPEN
              CLOSE CUS-FILE
           END-IF
           CLOSE EVO-FILE.
           CLOSE ALR-FILE.
           CLOSE RPT-FILE.
       H999-END. EXIT.
