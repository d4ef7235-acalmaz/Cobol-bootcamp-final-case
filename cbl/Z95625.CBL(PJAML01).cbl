       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJAML01.
       AUTHOR. AHMET MELIH CALMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE  ASSIGN TO AMLPRM
                             STATUS PRM-ST.
           SELECT PRD-FILE  ASSIGN TO PRDFILE
                             STATUS PRD-ST.
           SELECT JRN-FILE  ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT CAI-FILE  ASSIGN TO CASIN
                             STATUS CAI-ST.
           SELECT CAO-FILE  ASSIGN TO CASOUT
                             STATUS CAO-ST.
           SELECT CLS-FILE  ASSIGN TO CLSFILE
                             STATUS CLS-ST.
           SELECT CTR-FILE  ASSIGN TO CTRFILE
                             STATUS CTR-ST.
           SELECT RPT-FILE  ASSIGN TO AMLRPT
                             STATUS RPT-ST.
           SELECT SRT-FILE  ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-THRESHOLD     PIC 9(07)V99.
           05 PRM-STRUCT-FLOOR  PIC 9(07)V99.
           05 PRM-STRUCT-COUNT  PIC 9(03).
           05 PRM-WINDOW-DAYS   PIC 9(03).
           05 PRM-RAPID-MIN     PIC 9(07)V99.
           05 PRM-RAPID-PCT     PIC 9(03).
       FD  PRD-FILE RECORDING MODE F.
         01  PRD-REC            PIC X(156).
       FD  JRN-FILE RECORDING MODE F.
         01  JRN-REC            PIC X(156).
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
       FD  CAI-FILE RECORDING MODE F.
         01  CAI-REC.
           05 CAI-KEY.
              07 CAI-ID         PIC 9(05).
              07 CAI-CRN        PIC 9(03).
           05 CAI-CASE-NO       PIC X(12).
           05 CAI-FLAGS         PIC X(03).
           05 CAI-OPEN-DATE     PIC 9(08).
           05 CAI-LAST-DATE     PIC 9(08).
           05 CAI-HITS          PIC 9(05).
           05 CAI-AMOUNT        PIC 9(09)V99.
       FD  CAO-FILE RECORDING MODE F.
         01  CAO-REC            PIC X(55).
       FD  CLS-FILE RECORDING MODE F.
         01  CLS-REC.
           05 CLS-ID            PIC 9(05).
           05 CLS-CRN           PIC 9(03).
           05 CLS-USER          PIC X(08).
       FD  CTR-FILE RECORDING MODE F.
         01  CTR-REC            PIC X(100).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC            PIC X(80).
       SD  SRT-FILE.
         01  SRT-REC.
           05 SRT-ID            PIC 9(05).
           05 SRT-CRN           PIC 9(03).
           05 SRT-DATE          PIC 9(08).
           05 SRT-TIME          PIC 9(08).
           05 SRT-PROCESS-TYPE  PIC 9(01).
           05 SRT-AMOUNT        PIC S9(07)V99.
           05 SRT-REF           PIC X(22).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 PRM-ST            PIC 9(02).
              88 PRM-SUCCES                VALUE 00 97.
           05 PRD-ST            PIC 9(02).
              88 PRD-EOF                   VALUE 10.
              88 PRD-NOTFOUND              VALUE 35.
              88 PRD-SUCCES                VALUE 00 97.
           05 JRN-ST            PIC 9(02).
              88 JRN-EOF                   VALUE 10.
              88 JRN-SUCCES                VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-SUCCES                VALUE 00 97.
           05 CAI-ST            PIC 9(02).
              88 CAI-EOF                   VALUE 10.
              88 CAI-NOTFOUND              VALUE 35.
              88 CAI-SUCCES                VALUE 00 97.
           05 CAO-ST            PIC 9(02).
              88 CAO-SUCCES                VALUE 00 97.
           05 CLS-ST            PIC 9(02).
              88 CLS-EOF                   VALUE 10.
              88 CLS-NOTFOUND              VALUE 35.
              88 CLS-SUCCES                VALUE 00 97.
           05 CTR-ST            PIC 9(02).
              88 CTR-SUCCES                VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCES                VALUE 00 97.
           05 WS-BUSINESS-DATE  PIC 9(08).
           05 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF               VALUE 'Y'.
           05 WS-CAI-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CAI-OPEN               VALUE 'Y'.
           05 WS-REV-FOUND-SW   PIC X(01).
              88 WS-REV-FOUND              VALUE 'Y'.
           05 WS-CLS-FOUND-SW   PIC X(01).
              88 WS-CLS-FOUND              VALUE 'Y'.
           05 WS-THRESHOLD      PIC 9(07)V99.
           05 WS-STRUCT-FLOOR   PIC 9(07)V99.
           05 WS-STRUCT-COUNT   PIC 9(03).
           05 WS-WINDOW-DAYS    PIC 9(03).
           05 WS-RAPID-MIN      PIC 9(07)V99.
           05 WS-RAPID-PCT      PIC 9(03).
           05 WS-BUS-SERIAL     PIC 9(07).
           05 WS-START-SERIAL   PIC 9(07).
           05 WS-ENT-SERIAL     PIC 9(07).
           05 WS-CUR-KEY.
              07 WS-CUR-ID      PIC 9(05).
              07 WS-CUR-CRN     PIC 9(03).
           05 WS-FLAGS.
              07 WS-FLAG-LARGE  PIC X(01).
              07 WS-FLAG-STRUCT PIC X(01).
              07 WS-FLAG-RAPID  PIC X(01).
           05 WS-DEP-CNT        PIC 9(05) COMP-3.
           05 WS-DEP-AMT        PIC S9(11)V99 COMP-3.
           05 WS-WDR-CNT        PIC 9(05) COMP-3.
           05 WS-WDR-AMT        PIC S9(11)V99 COMP-3.
           05 WS-LARGE-AMT      PIC S9(11)V99 COMP-3.
           05 WS-IN-TOTAL       PIC S9(11)V99 COMP-3.
           05 WS-OUT-TOTAL      PIC S9(11)V99 COMP-3.
           05 WS-FLAG-AMOUNT    PIC S9(11)V99 COMP-3.
           05 WS-ABS-AMOUNT     PIC S9(07)V99.
           05 WS-RAPID-TEST     PIC S9(13)V99 COMP-3.
           05 WS-REV-USED       PIC 9(04) COMP VALUE 0.
           05 WS-REV-IX         PIC 9(04) COMP.
           05 WS-CLS-USED       PIC 9(04) COMP VALUE 0.
           05 WS-CLS-IX         PIC 9(04) COMP.
           05 WS-CASE-NO.
              07 WS-CASE-DATE   PIC 9(08).
              07 WS-CASE-SEQ    PIC 9(04) VALUE 0.
           05 WS-READ-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-SEL-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-REVERSED-COUNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-ACCT-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-CTR-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-CTR-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-CTR-HASH       PIC 9(11) COMP-3 VALUE 0.
           05 WS-NEW-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-SUPP-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-CLOSED-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-CARRY-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-YEAR-MAX-DDD   PIC 9(03).
           05 WS-DIV-QUOT       PIC 9(04).
           05 WS-DIV-REM        PIC 9(04).
           05 WS-DATE-YEAR      PIC 9(04).
           05 WS-CNV-DATE       PIC 9(08).
           05 WS-CNV-SPLIT REDEFINES WS-CNV-DATE.
              07 WS-CNV-YEAR    PIC 9(04).
              07 WS-CNV-MONTH   PIC 9(02).
              07 WS-CNV-DAY     PIC 9(02).
           05 WS-CNV-SERIAL     PIC 9(07).
           05 WS-CNV-DDD        PIC 9(03).
           05 WS-CNV-IX         PIC 9(02).
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-ID        PIC ZZZZ9.
           05 WS-EDIT-CRN       PIC ZZ9.
           05 WS-EDIT-AMT       PIC -(9)9.99.
           05 WS-EDIT-HITS      PIC ZZZZ9.
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
           05 WS-EDIT-TOTAL     PIC -(10)9.99.
         01  WS-MONTH-AREA.
           05 WS-MONTH-TBL      PIC X(24)
                                VALUE '312831303130313130313031'.
           05 WS-MONTH-R REDEFINES WS-MONTH-TBL.
              07 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
         01  WS-ENT-REC.
           05 WS-ENT-DATE       PIC 9(08).
           05 WS-ENT-TIME       PIC 9(08).
           05 WS-ENT-ID         PIC 9(05).
           05 WS-ENT-CRN        PIC 9(03).
           05 WS-ENT-PROCESS-TYPE PIC 9(01).
           05 WS-ENT-AMOUNT     PIC S9(07)V99.
           05 WS-ENT-BAL-BEFORE PIC S9(09)V99.
           05 WS-ENT-BAL-AFTER  PIC S9(09)V99.
           05 WS-ENT-REF        PIC X(22).
           05 WS-ENT-ACTION     PIC X(01).
           05 WS-ENT-REV-REF    PIC X(22).
           05 WS-ENT-AFTER-IMAGE PIC X(55).
         01  WS-CAS-AREA.
           05 WS-CAS-KEY.
              07 WS-CAS-ID      PIC 9(05).
              07 WS-CAS-CRN     PIC 9(03).
           05 WS-CAS-CASE-NO    PIC X(12).
           05 WS-CAS-FLAGS      PIC X(03).
           05 WS-CAS-OPEN-DATE  PIC 9(08).
           05 WS-CAS-LAST-DATE  PIC 9(08).
           05 WS-CAS-HITS       PIC 9(05).
           05 WS-CAS-AMOUNT     PIC 9(09)V99.
         01  WS-REV-TABLE-AREA.
           05 WS-REV-REF OCCURS 2000 TIMES PIC X(22).
         01  WS-CLS-TABLE-AREA.
           05 WS-CLS-ENTRY OCCURS 500 TIMES.
              07 WS-CLS-ID      PIC 9(05).
              07 WS-CLS-CRN     PIC 9(03).
         01  WS-CTH-AREA.
           05 WS-CTH-REC-TYPE   PIC X(01) VALUE 'H'.
           05 WS-CTH-FILER      PIC X(10) VALUE 'PJBANK'.
           05 WS-CTH-BUS-DATE   PIC 9(08).
           05 WS-CTH-RUN-DATE   PIC 9(08).
           05 WS-CTH-THRESHOLD  PIC 9(07)V99.
           05 FILLER            PIC X(64) VALUE SPACES.
         01  WS-CTD-AREA.
           05 WS-CTD-REC-TYPE   PIC X(01) VALUE 'D'.
           05 WS-CTD-ID         PIC 9(05).
           05 WS-CTD-CRN        PIC 9(03).
           05 WS-CTD-NAME       PIC X(15).
           05 WS-CTD-SURNAME    PIC X(15).
           05 WS-CTD-DATE       PIC 9(08).
           05 WS-CTD-TIME       PIC 9(08).
           05 WS-CTD-DIRECTION  PIC X(01).
           05 WS-CTD-AMOUNT     PIC 9(07)V99.
           05 WS-CTD-REF        PIC X(22).
           05 FILLER            PIC X(13) VALUE SPACES.
         01  WS-CTT-AREA.
           05 WS-CTT-REC-TYPE   PIC X(01) VALUE 'T'.
           05 WS-CTT-BUS-DATE   PIC 9(08).
           05 WS-CTT-COUNT      PIC 9(09).
           05 WS-CTT-TOTAL      PIC 9(11)V99.
           05 WS-CTT-ID-HASH    PIC 9(11).
           05 FILLER            PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SRT-FILE
               ON ASCENDING KEY SRT-ID SRT-CRN SRT-DATE SRT-TIME
               INPUT PROCEDURE IS H200-SELECT-WINDOW THRU H200-END
               OUTPUT PROCEDURE IS H300-REVIEW-ACCOUNTS THRU H300-END
           PERFORM H600-WRITE-TOTALS
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-BUSINESS-DATE.
           OPEN INPUT  PRM-FILE.
           IF (PRM-ST NOT = 0) AND (PRM-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN AMLPRM: ' PRM-ST
           MOVE PRM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PRM-FILE
           IF NOT PRM-SUCCES
              DISPLAY 'MONITOR PARAMETER RECORD MISSING'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE PRM-THRESHOLD TO WS-THRESHOLD
           MOVE PRM-STRUCT-FLOOR TO WS-STRUCT-FLOOR
           MOVE PRM-STRUCT-COUNT TO WS-STRUCT-COUNT
           MOVE PRM-WINDOW-DAYS TO WS-WINDOW-DAYS
           MOVE PRM-RAPID-MIN TO WS-RAPID-MIN
           MOVE PRM-RAPID-PCT TO WS-RAPID-PCT
           CLOSE PRM-FILE
           OPEN INPUT  IDX-FILE.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CAO-FILE.
           IF (CAO-ST NOT = 0) AND (CAO-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CASOUT: ' CAO-ST
           MOVE CAO-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CTR-FILE.
           IF (CTR-ST NOT = 0) AND (CTR-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CTRFILE: ' CTR-ST
           MOVE CTR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN AMLRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-OPEN-CASES
           PERFORM H120-LOAD-CLOSURES
           MOVE WS-BUSINESS-DATE TO WS-CNV-DATE
           PERFORM H800-DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-BUS-SERIAL
           COMPUTE WS-START-SERIAL =
               WS-BUS-SERIAL - WS-WINDOW-DAYS + 1
           MOVE WS-BUSINESS-DATE TO WS-CASE-DATE
           PERFORM H130-WRITE-HEADERS.
       H100-END. EXIT.

       H110-OPEN-CASES.
           OPEN INPUT CAI-FILE.
           IF CAI-NOTFOUND
              DISPLAY 'NO PRIOR CASE REGISTER, STARTING EMPTY'
              SET CAI-EOF TO TRUE
           ELSE
              IF (CAI-ST NOT = 0) AND (CAI-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CASIN: ' CAI-ST
              MOVE CAI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-CAI-OPEN-SW
              READ CAI-FILE
           END-IF.
       H110-END. EXIT.

       H120-LOAD-CLOSURES.
           OPEN INPUT CLS-FILE.
           IF CLS-NOTFOUND
              DISPLAY 'NO CASE CLOSURES SUPPLIED'
           ELSE
              READ CLS-FILE
              PERFORM H125-ADD-CLOSURE UNTIL CLS-EOF
              CLOSE CLS-FILE
           END-IF.
       H120-END. EXIT.

       H125-ADD-CLOSURE.
           IF WS-CLS-USED < 500
              ADD 1 TO WS-CLS-USED
              MOVE CLS-ID TO WS-CLS-ID(WS-CLS-USED)
              MOVE CLS-CRN TO WS-CLS-CRN(WS-CLS-USED)
           ELSE
              DISPLAY 'CLOSURE TABLE FULL, SKIPPED: ' CLS-ID CLS-CRN
           END-IF
           READ CLS-FILE.
       H125-END. EXIT.

       H130-WRITE-HEADERS.
           MOVE WS-BUSINESS-DATE TO WS-CTH-BUS-DATE
           ACCEPT WS-CTH-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-THRESHOLD TO WS-CTH-THRESHOLD
           MOVE WS-CTH-AREA TO CTR-REC
           WRITE CTR-REC
           MOVE SPACES TO WS-LINE
           STRING 'PJAML01 - CASH MONITOR CASE REGISTER, DATE: '
               WS-BUSINESS-DATE DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-THRESHOLD TO WS-EDIT-AMT
           MOVE SPACES TO WS-LINE
           STRING 'THRESHOLD: ' WS-EDIT-AMT
               '  WINDOW DAYS: ' WS-WINDOW-DAYS
               '  MIN COUNT: ' WS-STRUCT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H130-END. EXIT.

       H200-SELECT-WINDOW.
           OPEN INPUT PRD-FILE.
           IF PRD-NOTFOUND
              DISPLAY 'NO PERIOD HISTORY FILE, JOURNAL ONLY'
           ELSE
              IF (PRD-ST NOT = 0) AND (PRD-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN PRDFILE: ' PRD-ST
              MOVE PRD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              READ PRD-FILE
              PERFORM H210-RELEASE-HISTORY UNTIL PRD-EOF
              CLOSE PRD-FILE
           END-IF
           OPEN INPUT JRN-FILE.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN JRNFILE: ' JRN-ST
           MOVE JRN-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET JRN-SUCCES TO TRUE
           READ JRN-FILE
           PERFORM H220-RELEASE-JOURNAL UNTIL JRN-EOF
           CLOSE JRN-FILE.
       H200-END. EXIT.

       H210-RELEASE-HISTORY.
           MOVE PRD-REC TO WS-ENT-REC
           PERFORM H230-CONSIDER-ENTRY
           READ PRD-FILE.
       H210-END. EXIT.

       H220-RELEASE-JOURNAL.
           MOVE JRN-REC TO WS-ENT-REC
           PERFORM H230-CONSIDER-ENTRY
           READ JRN-FILE.
       H220-END. EXIT.

       H230-CONSIDER-ENTRY.
           ADD 1 TO WS-READ-COUNT
           IF WS-ENT-ACTION = 'R'
              PERFORM H240-SAVE-REVERSAL
           ELSE
              IF (WS-ENT-PROCESS-TYPE = 5 OR WS-ENT-PROCESS-TYPE = 6
                  OR WS-ENT-PROCESS-TYPE = 7)
                 AND (WS-ENT-REF(1:1) = 'S' OR WS-ENT-REF = SPACES)
                 AND WS-ENT-DATE <= WS-BUSINESS-DATE
                 MOVE WS-ENT-DATE TO WS-CNV-DATE
                 PERFORM H800-DATE-TO-SERIAL
                 IF WS-CNV-SERIAL >= WS-START-SERIAL
                    ADD 1 TO WS-SEL-COUNT
                    MOVE WS-ENT-ID TO SRT-ID
                    MOVE WS-ENT-CRN TO SRT-CRN
                    MOVE WS-ENT-DATE TO SRT-DATE
                    MOVE WS-ENT-TIME TO SRT-TIME
                    MOVE WS-ENT-PROCESS-TYPE TO SRT-PROCESS-TYPE
                    MOVE WS-ENT-AMOUNT TO SRT-AMOUNT
                    MOVE WS-ENT-REF TO SRT-REF
                    RELEASE SRT-REC
                 END-IF
              END-IF
           END-IF.
       H230-END. EXIT.

       H240-SAVE-REVERSAL.
           IF WS-REV-USED < 2000
              ADD 1 TO WS-REV-USED
              MOVE WS-ENT-REV-REF TO WS-REV-REF(WS-REV-USED)
           ELSE
              DISPLAY 'REVERSAL TABLE FULL, SKIPPED: ' WS-ENT-REF
           END-IF.
       H240-END. EXIT.

       H300-REVIEW-ACCOUNTS.
           PERFORM H310-RETURN-ENTRY
           PERFORM H320-REVIEW-ACCOUNT UNTIL WS-SORT-EOF
           PERFORM H365-CARRY-ONE UNTIL CAI-EOF.
       H300-END. EXIT.

       H310-RETURN-ENTRY.
           RETURN SRT-FILE
           AT END
              MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       H310-END. EXIT.

       H320-REVIEW-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT
           MOVE SRT-ID TO WS-CUR-ID
           MOVE SRT-CRN TO WS-CUR-CRN
           MOVE SPACES TO WS-FLAGS
           MOVE 0 TO WS-DEP-CNT
           MOVE 0 TO WS-DEP-AMT
           MOVE 0 TO WS-WDR-CNT
           MOVE 0 TO WS-WDR-AMT
           MOVE 0 TO WS-LARGE-AMT
           MOVE 0 TO WS-IN-TOTAL
           MOVE 0 TO WS-OUT-TOTAL
           PERFORM H330-REVIEW-ENTRY
               UNTIL WS-SORT-EOF
               OR SRT-ID NOT = WS-CUR-ID OR SRT-CRN NOT = WS-CUR-CRN
           PERFORM H350-EVALUATE-ACCOUNT.
       H320-END. EXIT.

       H330-REVIEW-ENTRY.
           PERFORM H335-CHECK-REVERSED
           IF WS-REV-FOUND
              ADD 1 TO WS-REVERSED-COUNT
           ELSE
              IF SRT-AMOUNT < 0
                 COMPUTE WS-ABS-AMOUNT = 0 - SRT-AMOUNT
              ELSE
                 MOVE SRT-AMOUNT TO WS-ABS-AMOUNT
              END-IF
              EVALUATE SRT-PROCESS-TYPE
                 WHEN 5
                   PERFORM H340-CASH-ENTRY
                 WHEN 6
                   PERFORM H340-CASH-ENTRY
                   IF WS-IN-TOTAL > 0
                      ADD WS-ABS-AMOUNT TO WS-OUT-TOTAL
                   END-IF
                 WHEN 7
                   IF SRT-AMOUNT > 0
                      ADD SRT-AMOUNT TO WS-IN-TOTAL
                   ELSE
                      IF WS-IN-TOTAL > 0
                         ADD WS-ABS-AMOUNT TO WS-OUT-TOTAL
                      END-IF
                   END-IF
              END-EVALUATE
           END-IF
           PERFORM H310-RETURN-ENTRY.
       H330-END. EXIT.

       H335-CHECK-REVERSED.
           MOVE 'N' TO WS-REV-FOUND-SW
           MOVE 1 TO WS-REV-IX
           PERFORM H336-TEST-REVERSED
               UNTIL WS-REV-IX > WS-REV-USED OR WS-REV-FOUND.
       H335-END. EXIT.

       H336-TEST-REVERSED.
           IF WS-REV-REF(WS-REV-IX) = SRT-REF
              MOVE 'Y' TO WS-REV-FOUND-SW
           ELSE
              ADD 1 TO WS-REV-IX
           END-IF.
       H336-END. EXIT.

       H340-CASH-ENTRY.
           IF WS-ABS-AMOUNT >= WS-THRESHOLD
              IF SRT-DATE = WS-BUSINESS-DATE
                 MOVE 'L' TO WS-FLAG-LARGE
                 ADD WS-ABS-AMOUNT TO WS-LARGE-AMT
                 PERFORM H345-WRITE-CTR
              END-IF
           ELSE
              IF WS-ABS-AMOUNT >= WS-STRUCT-FLOOR
                 IF SRT-PROCESS-TYPE = 5
                    ADD 1 TO WS-DEP-CNT
                    ADD WS-ABS-AMOUNT TO WS-DEP-AMT
                 ELSE
                    ADD 1 TO WS-WDR-CNT
                    ADD WS-ABS-AMOUNT TO WS-WDR-AMT
                 END-IF
              END-IF
           END-IF.
       H340-END. EXIT.

       H345-WRITE-CTR.
           MOVE SRT-ID TO IDX-ID
           MOVE SRT-CRN TO IDX-CRN
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              MOVE '***************' TO WS-CTD-NAME
              MOVE '***************' TO WS-CTD-SURNAME
           NOT INVALID KEY
              MOVE IDX-NAME TO WS-CTD-NAME
              MOVE IDX-SRNAME TO WS-CTD-SURNAME
           END-READ
           MOVE SRT-ID TO WS-CTD-ID
           MOVE SRT-CRN TO WS-CTD-CRN
           MOVE SRT-DATE TO WS-CTD-DATE
           MOVE SRT-TIME TO WS-CTD-TIME
           IF SRT-PROCESS-TYPE = 5
              MOVE 'I' TO WS-CTD-DIRECTION
           ELSE
              MOVE 'O' TO WS-CTD-DIRECTION
           END-IF
           MOVE WS-ABS-AMOUNT TO WS-CTD-AMOUNT
           MOVE SRT-REF TO WS-CTD-REF
           MOVE WS-CTD-AREA TO CTR-REC
           WRITE CTR-REC
           ADD 1 TO WS-CTR-COUNT
           ADD WS-ABS-AMOUNT TO WS-CTR-TOTAL
           ADD SRT-ID TO WS-CTR-HASH.
       H345-END. EXIT.

       H350-EVALUATE-ACCOUNT.
           MOVE WS-LARGE-AMT TO WS-FLAG-AMOUNT
           IF WS-DEP-CNT >= WS-STRUCT-COUNT
              MOVE 'S' TO WS-FLAG-STRUCT
              ADD WS-DEP-AMT TO WS-FLAG-AMOUNT
           END-IF
           IF WS-WDR-CNT >= WS-STRUCT-COUNT
              MOVE 'S' TO WS-FLAG-STRUCT
              ADD WS-WDR-AMT TO WS-FLAG-AMOUNT
           END-IF
           IF WS-IN-TOTAL >= WS-RAPID-MIN AND WS-IN-TOTAL > 0
              COMPUTE WS-RAPID-TEST = WS-IN-TOTAL * WS-RAPID-PCT / 100
              IF WS-OUT-TOTAL >= WS-RAPID-TEST
                 MOVE 'R' TO WS-FLAG-RAPID
                 ADD WS-OUT-TOTAL TO WS-FLAG-AMOUNT
              END-IF
           END-IF
           IF WS-FLAGS NOT = SPACES
              PERFORM H360-CARRY-BEFORE
              IF NOT CAI-EOF AND CAI-KEY = WS-CUR-KEY
                 PERFORM H370-EXISTING-CASE
              ELSE
                 PERFORM H380-OPEN-CASE
              END-IF
           END-IF.
       H350-END. EXIT.

       H360-CARRY-BEFORE.
           PERFORM H365-CARRY-ONE
               UNTIL CAI-EOF OR CAI-KEY >= WS-CUR-KEY.
       H360-END. EXIT.

       H365-CARRY-ONE.
           PERFORM H390-CHECK-CLOSURE
           IF WS-CLS-FOUND
              PERFORM H395-CLOSE-CASE
           ELSE
              ADD 1 TO WS-CARRY-COUNT
              MOVE CAI-REC TO CAO-REC
              WRITE CAO-REC
           END-IF
           READ CAI-FILE.
       H365-END. EXIT.

       H370-EXISTING-CASE.
           PERFORM H390-CHECK-CLOSURE
           IF WS-CLS-FOUND
              PERFORM H395-CLOSE-CASE
              READ CAI-FILE
              PERFORM H380-OPEN-CASE
           ELSE
              ADD 1 TO WS-SUPP-COUNT
              ADD 1 TO WS-CARRY-COUNT
              MOVE CAI-REC TO WS-CAS-AREA
              IF WS-FLAG-LARGE NOT = SPACE
                 MOVE WS-FLAG-LARGE TO WS-CAS-FLAGS(1:1)
              END-IF
              IF WS-FLAG-STRUCT NOT = SPACE
                 MOVE WS-FLAG-STRUCT TO WS-CAS-FLAGS(2:1)
              END-IF
              IF WS-FLAG-RAPID NOT = SPACE
                 MOVE WS-FLAG-RAPID TO WS-CAS-FLAGS(3:1)
              END-IF
              MOVE WS-BUSINESS-DATE TO WS-CAS-LAST-DATE
              ADD 1 TO WS-CAS-HITS
              ADD WS-FLAG-AMOUNT TO WS-CAS-AMOUNT
              MOVE WS-CAS-AREA TO CAO-REC
              WRITE CAO-REC
              MOVE WS-CAS-HITS TO WS-EDIT-HITS
              MOVE SPACES TO WS-LINE
              STRING 'UNDER REVIEW ' WS-CAS-CASE-NO
                  ' ID: ' WS-CUR-ID ' CRN: ' WS-CUR-CRN
                  ' FLAGS: ' WS-FLAGS ' HITS: ' WS-EDIT-HITS
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
              READ CAI-FILE
           END-IF.
       H370-END. EXIT.

       H380-OPEN-CASE.
           ADD 1 TO WS-NEW-COUNT
           ADD 1 TO WS-CASE-SEQ
           MOVE WS-CUR-ID TO WS-CAS-ID
           MOVE WS-CUR-CRN TO WS-CAS-CRN
           MOVE WS-CASE-NO TO WS-CAS-CASE-NO
           MOVE WS-FLAGS TO WS-CAS-FLAGS
           MOVE WS-BUSINESS-DATE TO WS-CAS-OPEN-DATE
           MOVE WS-BUSINESS-DATE TO WS-CAS-LAST-DATE
           MOVE 1 TO WS-CAS-HITS
           MOVE WS-FLAG-AMOUNT TO WS-CAS-AMOUNT
           MOVE WS-CAS-AREA TO CAO-REC
           WRITE CAO-REC
           MOVE WS-FLAG-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO WS-LINE
           STRING 'NEW CASE     ' WS-CAS-CASE-NO
               ' ID: ' WS-CUR-ID ' CRN: ' WS-CUR-CRN
               ' FLAGS: ' WS-FLAGS ' AMT: ' WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H380-END. EXIT.

       H390-CHECK-CLOSURE.
           MOVE 'N' TO WS-CLS-FOUND-SW
           MOVE 1 TO WS-CLS-IX
           PERFORM H391-TEST-CLOSURE
               UNTIL WS-CLS-IX > WS-CLS-USED OR WS-CLS-FOUND.
       H390-END. EXIT.

       H391-TEST-CLOSURE.
           IF WS-CLS-ID(WS-CLS-IX) = CAI-ID
              AND WS-CLS-CRN(WS-CLS-IX) = CAI-CRN
              MOVE 'Y' TO WS-CLS-FOUND-SW
           ELSE
              ADD 1 TO WS-CLS-IX
           END-IF.
       H391-END. EXIT.

       H395-CLOSE-CASE.
           ADD 1 TO WS-CLOSED-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CASE CLOSED  ' CAI-CASE-NO
               ' ID: ' CAI-ID ' CRN: ' CAI-CRN
               ' OPENED: ' CAI-OPEN-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H395-END. EXIT.

       H600-WRITE-TOTALS.
           MOVE WS-BUSINESS-DATE TO WS-CTT-BUS-DATE
           MOVE WS-CTR-COUNT TO WS-CTT-COUNT
           MOVE WS-CTR-TOTAL TO WS-CTT-TOTAL
           MOVE WS-CTR-HASH TO WS-CTT-ID-HASH
           MOVE WS-CTT-AREA TO CTR-REC
           WRITE CTR-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'JOURNAL ENTRIES READ ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-SEL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ENTRIES IN WINDOW ...... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-REVERSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'REVERSED, EXCLUDED ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ACCT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS REVIEWED ...... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CTR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CTR ITEMS REPORTED ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CTR-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'CTR AMOUNT ............. ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-NEW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'NEW CASES OPENED ....... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-SUPP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ALREADY UNDER REVIEW ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CASES CLOSED ........... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CARRY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'OPEN CASES CARRIED ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           IF WS-NEW-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H600-END. EXIT.

       H860-MAX-DAY-OF-YEAR.
           MOVE 365 TO WS-YEAR-MAX-DDD
           DIVIDE WS-DATE-YEAR BY 4
               GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM
           IF WS-DIV-REM = 0
              DIVIDE WS-DATE-YEAR BY 100
                  GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM
              IF WS-DIV-REM NOT = 0
                 MOVE 366 TO WS-YEAR-MAX-DDD
              ELSE
                 DIVIDE WS-DATE-YEAR BY 400
                     GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM
                 IF WS-DIV-REM = 0
                    MOVE 366 TO WS-YEAR-MAX-DDD
                 END-IF
              END-IF
           END-IF.
       H860-END. EXIT.

       H800-DATE-TO-SERIAL.
           MOVE 0 TO WS-CNV-DDD
           MOVE 1 TO WS-CNV-IX
           PERFORM H810-ADD-MONTH
               UNTIL WS-CNV-IX >= WS-CNV-MONTH
               OR WS-CNV-IX > 12
           ADD WS-CNV-DAY TO WS-CNV-DDD
           IF WS-CNV-MONTH > 2
              MOVE WS-CNV-YEAR TO WS-DATE-YEAR
              PERFORM H860-MAX-DAY-OF-YEAR
              IF WS-YEAR-MAX-DDD = 366
                 ADD 1 TO WS-CNV-DDD
              END-IF
           END-IF
           COMPUTE WS-CNV-SERIAL =
               ((WS-CNV-YEAR - 1900) * 365)
               + ((WS-CNV-YEAR - 1901) / 4)
               + WS-CNV-DDD.
       H800-END. EXIT.

       H810-ADD-MONTH.
           ADD WS-MONTH-DAYS(WS-CNV-IX) TO WS-CNV-DDD
           ADD 1 TO WS-CNV-IX.
       H810-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           IF WS-CAI-OPEN
              CLOSE CAI-FILE
           END-IF
           CLOSE CAO-FILE.
           CLOSE CTR-FILE.
           CLOSE RPT-FILE.
       H999-END. EXIT.
