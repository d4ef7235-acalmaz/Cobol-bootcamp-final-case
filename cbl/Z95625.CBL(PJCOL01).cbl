       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJCOL01.
       AUTHOR. AHMET MELIH CALMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRD-FILE  ASSIGN TO PRDFILE
                             STATUS PRD-ST.
           SELECT JRN-FILE  ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT CUS-FILE  ASSIGN TO CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-NO
                             STATUS CUS-ST.
           SELECT COI-FILE  ASSIGN TO COLIN
                             STATUS COI-ST.
           SELECT COO-FILE  ASSIGN TO COLOUT
                             STATUS COO-ST.
           SELECT WKL-FILE  ASSIGN TO COLWRK
                             STATUS WKL-ST.
           SELECT NOT-FILE  ASSIGN TO NOTFILE
                             STATUS NOT-ST.
           SELECT FRZ-FILE  ASSIGN TO INPFILE
                             STATUS FRZ-ST.
           SELECT RPT-FILE  ASSIGN TO COLRPT
                             STATUS RPT-ST.
           SELECT SRT-FILE  ASSIGN TO SORTWK.
           SELECT WKS-FILE  ASSIGN TO SORTWK2.

       DATA DIVISION.
       FILE SECTION.
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
       FD  COI-FILE RECORDING MODE F.
         01  COI-REC.
           05 COI-KEY.
              07 COI-ID         PIC 9(05).
              07 COI-CRN        PIC 9(03).
           05 COI-NEG-SINCE     PIC 9(08).
           05 COI-STAGE         PIC 9(01).
           05 COI-NOTICE-DATE   PIC 9(08).
           05 COI-FREEZE-DATE   PIC 9(08).
           05 COI-LAST-DATE     PIC 9(08).
           05 COI-LAST-BAL      PIC S9(09)V99.
           05 COI-OVER          PIC X(01).
       FD  COO-FILE RECORDING MODE F.
         01  COO-REC            PIC X(53).
       FD  WKL-FILE RECORDING MODE F.
         01  WKL-REC            PIC X(84).
       FD  NOT-FILE RECORDING MODE F.
         01  NOT-REC            PIC X(180).
       FD  FRZ-FILE RECORDING MODE F.
         01  FRZ-REC            PIC X(103).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC            PIC X(80).
       SD  SRT-FILE.
         01  SRT-REC.
           05 SRT-KEY.
              07 SRT-ID         PIC 9(05).
              07 SRT-CRN        PIC 9(03).
           05 SRT-DATE          PIC 9(08).
           05 SRT-TIME          PIC 9(08).
           05 SRT-BAL-BEFORE    PIC S9(09)V99.
           05 SRT-BAL-AFTER     PIC S9(09)V99.
       SD  WKS-FILE.
         01  WKS-REC.
           05 WKS-CRN           PIC 9(03).
           05 WKS-SECTION       PIC 9(01).
           05 WKS-ID            PIC 9(05).
           05 WKS-KIND          PIC X(01).
              88 WKS-OVERDRAWN            VALUE 'W'.
              88 WKS-RECOVERED            VALUE 'R'.
              88 WKS-CLOSED               VALUE 'C'.
           05 WKS-NAME          PIC X(15).
           05 WKS-SURNAME       PIC X(15).
           05 WKS-BALANCE       PIC S9(09)V99.
           05 WKS-NEG-SINCE     PIC 9(08).
           05 WKS-DAYS          PIC 9(05).
           05 WKS-STAGE         PIC 9(01).
           05 WKS-OVER          PIC X(01).
           05 WKS-NOTICE        PIC X(01).
           05 WKS-FREEZE        PIC X(01).
           05 WKS-END-DATE      PIC 9(08).
           05 FILLER            PIC X(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 PRD-ST            PIC 9(02).
              88 PRD-EOF                   VALUE 10.
              88 PRD-NOTFOUND              VALUE 35.
              88 PRD-SUCCES                VALUE 00 97.
           05 JRN-ST            PIC 9(02).
              88 JRN-EOF                   VALUE 10.
              88 JRN-SUCCES                VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF                   VALUE 10.
              88 IDX-SUCCES                VALUE 00 97.
           05 CUS-ST            PIC 9(02).
              88 CUS-NOTFOUND              VALUE 35.
              88 CUS-SUCCES                VALUE 00 97.
           05 COI-ST            PIC 9(02).
              88 COI-EOF                   VALUE 10.
              88 COI-NOTFOUND              VALUE 35.
              88 COI-SUCCES                VALUE 00 97.
           05 COO-ST            PIC 9(02).
              88 COO-SUCCES                VALUE 00 97.
           05 WKL-ST            PIC 9(02).
              88 WKL-SUCCES                VALUE 00 97.
           05 NOT-ST            PIC 9(02).
              88 NOT-SUCCES                VALUE 00 97.
           05 FRZ-ST            PIC 9(02).
              88 FRZ-NOTFOUND              VALUE 35.
              88 FRZ-SUCCES                VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCES                VALUE 00 97.
           05 WS-BUSINESS-DATE  PIC 9(08).
           05 WS-BUS-SERIAL     PIC 9(07).
           05 WS-BUS-JULIAN     PIC 9(07).
           05 WS-NEG-SERIAL     PIC 9(07).
           05 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF               VALUE 'Y'.
           05 WS-SUM-EOF-SW     PIC X(01) VALUE 'N'.
              88 WS-SUM-EOF                VALUE 'Y'.
           05 WS-WKS-EOF-SW     PIC X(01) VALUE 'N'.
              88 WS-WKS-EOF                VALUE 'Y'.
           05 WS-COI-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-COI-OPEN               VALUE 'Y'.
           05 WS-CUS-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CUS-OPEN               VALUE 'Y'.
           05 WS-TRACKED-SW     PIC X(01).
              88 WS-TRACKED                VALUE 'Y'.
           05 WS-HAVE-SUM-SW    PIC X(01).
              88 WS-HAVE-SUM               VALUE 'Y'.
           05 WS-RECOVERY-HDR-SW PIC X(01).
              88 WS-RECOVERY-HDR           VALUE 'Y'.
           05 WS-CUR-KEY.
              07 WS-CUR-ID      PIC 9(05).
              07 WS-CUR-CRN     PIC 9(03).
           05 WS-SUM-KEY.
              07 WS-SUM-ID      PIC 9(05).
              07 WS-SUM-CRN     PIC 9(03).
           05 WS-SUM-NEG-SINCE  PIC 9(08).
           05 WS-SUM-EARLIEST   PIC 9(08).
           05 WS-SUM-RECOVERED  PIC 9(08).
           05 WS-NEG-SINCE      PIC 9(08).
           05 WS-DAYS           PIC 9(05).
           05 WS-STAGE          PIC 9(01).
           05 WS-PREV-STAGE     PIC 9(01).
           05 WS-NOTICE-DATE    PIC 9(08).
           05 WS-FREEZE-DATE    PIC 9(08).
           05 WS-OVER           PIC X(01).
           05 WS-LIMIT-TEST     PIC S9(11)V99 COMP-3.
           05 WS-GRP-CRN        PIC 9(03).
           05 WS-BKT-IX         PIC 9(02) COMP.
           05 WS-SUM-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-READ-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-ACCT-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-OVERDRAWN-COUNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-NEW-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-NOTICE-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-NOADDR-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-NOTICE-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-NOTICE-HASH    PIC 9(11) COMP-3 VALUE 0.
           05 WS-FREEZE-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-RECOVERED-COUNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-CLOSED-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-CRN-REC-COUNT  PIC 9(09) COMP-3 VALUE 0.
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
           05 WS-ACTION-TEXT    PIC X(08).
           05 WS-LIMIT-TEXT     PIC X(06).
           05 WS-END-TEXT       PIC X(11).
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-ID        PIC ZZZZ9.
           05 WS-EDIT-CRN       PIC ZZ9.
           05 WS-EDIT-AMT       PIC -(8)9.99.
           05 WS-EDIT-DAYS      PIC ZZZZ9.
           05 WS-EDIT-CNT       PIC ZZZZ9.
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
           05 WS-EDIT-TOTAL     PIC -(10)9.99.
           05 WS-EDIT-TOTAL2    PIC -(10)9.99.
         01  WS-MONTH-AREA.
           05 WS-MONTH-TBL      PIC X(24)
                                VALUE '312831303130313130313031'.
           05 WS-MONTH-R REDEFINES WS-MONTH-TBL.
              07 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
         01  WS-BKT-NAME-AREA.
           05 WS-BKT-NAME-TBL   PIC X(20)
                                VALUE '1-30 31-6061-9090+  '.
           05 WS-BKT-NAME-R REDEFINES WS-BKT-NAME-TBL.
              07 WS-BKT-NAME OCCURS 4 TIMES PIC X(05).
         01  WS-BKT-AREA.
           05 WS-BKT OCCURS 4 TIMES.
              07 WS-BKT-IN-CNT  PIC 9(07) COMP-3.
              07 WS-BKT-IN-AMT  PIC S9(11)V99 COMP-3.
              07 WS-BKT-OUT-CNT PIC 9(07) COMP-3.
              07 WS-BKT-OUT-AMT PIC S9(11)V99 COMP-3.
         01  WS-GRD-AREA.
           05 WS-GRD OCCURS 4 TIMES.
              07 WS-GRD-IN-CNT  PIC 9(07) COMP-3 VALUE 0.
              07 WS-GRD-IN-AMT  PIC S9(11)V99 COMP-3 VALUE 0.
              07 WS-GRD-OUT-CNT PIC 9(07) COMP-3 VALUE 0.
              07 WS-GRD-OUT-AMT PIC S9(11)V99 COMP-3 VALUE 0.
         01  WS-PRT-AREA.
           05 WS-PRT-IN-CNT     PIC 9(07) COMP-3.
           05 WS-PRT-IN-AMT     PIC S9(11)V99 COMP-3.
           05 WS-PRT-OUT-CNT    PIC 9(07) COMP-3.
           05 WS-PRT-OUT-AMT    PIC S9(11)V99 COMP-3.
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
         01  WS-COL-AREA.
           05 WS-COL-ID         PIC 9(05).
           05 WS-COL-CRN        PIC 9(03).
           05 WS-COL-NEG-SINCE  PIC 9(08).
           05 WS-COL-STAGE      PIC 9(01).
           05 WS-COL-NOTICE-DATE PIC 9(08).
           05 WS-COL-FREEZE-DATE PIC 9(08).
           05 WS-COL-LAST-DATE  PIC 9(08).
           05 WS-COL-LAST-BAL   PIC S9(09)V99.
           05 WS-COL-OVER       PIC X(01).
         01  WS-WKL-AREA.
           05 WS-WKL-CRN        PIC 9(03).
           05 WS-WKL-SECTION    PIC 9(01).
           05 WS-WKL-ID         PIC 9(05).
           05 WS-WKL-KIND       PIC X(01).
           05 WS-WKL-NAME       PIC X(15).
           05 WS-WKL-SURNAME    PIC X(15).
           05 WS-WKL-BALANCE    PIC S9(09)V99.
           05 WS-WKL-NEG-SINCE  PIC 9(08).
           05 WS-WKL-DAYS       PIC 9(05).
           05 WS-WKL-STAGE      PIC 9(01).
           05 WS-WKL-OVER       PIC X(01).
           05 WS-WKL-NOTICE     PIC X(01).
           05 WS-WKL-FREEZE     PIC X(01).
           05 WS-WKL-END-DATE   PIC 9(08).
           05 FILLER            PIC X(08) VALUE SPACES.
         01  WS-NTH-AREA.
           05 WS-NTH-REC-TYPE   PIC X(01) VALUE 'H'.
           05 WS-NTH-SENDER     PIC X(10) VALUE 'PJBANK'.
           05 WS-NTH-BUS-DATE   PIC 9(08).
           05 WS-NTH-RUN-DATE   PIC 9(08).
           05 FILLER            PIC X(153) VALUE SPACES.
         01  WS-NTD-AREA.
           05 WS-NTD-REC-TYPE   PIC X(01) VALUE 'D'.
           05 WS-NTD-STAGE      PIC 9(01).
           05 WS-NTD-ID         PIC 9(05).
           05 WS-NTD-CRN        PIC 9(03).
           05 WS-NTD-CUST-NO    PIC 9(08).
           05 WS-NTD-NAME       PIC X(15).
           05 WS-NTD-SURNAME    PIC X(15).
           05 WS-NTD-ADDR-LINE1 PIC X(30).
           05 WS-NTD-ADDR-LINE2 PIC X(30).
           05 WS-NTD-CITY       PIC X(20).
           05 WS-NTD-POSTCODE   PIC X(10).
           05 WS-NTD-BALANCE    PIC S9(09)V99
                                SIGN LEADING SEPARATE.
           05 WS-NTD-OD-LIMIT   PIC 9(07)V99.
           05 WS-NTD-NEG-SINCE  PIC 9(08).
           05 WS-NTD-DAYS       PIC 9(05).
           05 WS-NTD-OVER       PIC X(01).
           05 FILLER            PIC X(07) VALUE SPACES.
         01  WS-NTT-AREA.
           05 WS-NTT-REC-TYPE   PIC X(01) VALUE 'T'.
           05 WS-NTT-BUS-DATE   PIC 9(08).
           05 WS-NTT-COUNT      PIC 9(09).
           05 WS-NTT-TOTAL      PIC 9(11)V99.
           05 WS-NTT-ID-HASH    PIC 9(11).
           05 FILLER            PIC X(138) VALUE SPACES.
         01  WS-GEN-AREA.
           05 WS-GEN-PROCESS-TYPE PIC 9(01).
           05 WS-GEN-ID         PIC 9(05).
           05 WS-GEN-CRN        PIC 9(03).
           05 WS-GEN-AMOUNT     PIC 9(7)V99.
           05 WS-GEN-NAME       PIC X(15).
           05 WS-GEN-SURNAME    PIC X(15).
           05 WS-GEN-DATE       PIC 9(07).
           05 WS-GEN-BAL-ADJ    PIC S9(7)V99.
           05 WS-GEN-TRG-ID     PIC 9(05).
           05 WS-GEN-TRG-CRN    PIC 9(03).
           05 WS-GEN-ACTION     PIC X(01).
           05 WS-GEN-REF        PIC X(22).
           05 WS-GEN-OPERATOR   PIC X(08) VALUE 'PJCOL01'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SRT-FILE
               ON ASCENDING KEY SRT-ID SRT-CRN SRT-DATE SRT-TIME
               INPUT PROCEDURE IS H200-SELECT-JOURNAL THRU H200-END
               OUTPUT PROCEDURE IS H300-REVIEW-ACCOUNTS THRU H300-END
           CLOSE WKL-FILE
           SORT WKS-FILE
               ON ASCENDING KEY WKS-CRN WKS-SECTION WKS-ID
               USING WKL-FILE
               OUTPUT PROCEDURE IS H400-PRINT-WORKLIST THRU H400-END
           PERFORM H600-WRITE-TOTALS
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-BUSINESS-DATE.
           OPEN INPUT  IDX-FILE.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT COO-FILE.
           IF (COO-ST NOT = 0) AND (COO-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN COLOUT: ' COO-ST
           MOVE COO-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT WKL-FILE.
           IF (WKL-ST NOT = 0) AND (WKL-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN COLWRK: ' WKL-ST
           MOVE WKL-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT NOT-FILE.
           IF (NOT-ST NOT = 0) AND (NOT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN NOTFILE: ' NOT-ST
           MOVE NOT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND FRZ-FILE.
           IF FRZ-NOTFOUND
              OPEN OUTPUT FRZ-FILE
           END-IF
           IF (FRZ-ST NOT = 0) AND (FRZ-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN INPFILE: ' FRZ-ST
           MOVE FRZ-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN COLRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-OPEN-TRACKING
           PERFORM H120-OPEN-CUSTOMERS
           MOVE WS-BUSINESS-DATE TO WS-CNV-DATE
           PERFORM H800-DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-BUS-SERIAL
           COMPUTE WS-BUS-JULIAN = (WS-CNV-YEAR * 1000) + WS-CNV-DDD
           PERFORM H130-WRITE-HEADERS.
       H100-END. EXIT.

       H110-OPEN-TRACKING.
           OPEN INPUT COI-FILE.
           IF COI-NOTFOUND
              DISPLAY 'NO PRIOR COLLECTIONS FILE, STARTING EMPTY'
              SET COI-EOF TO TRUE
           ELSE
              IF (COI-ST NOT = 0) AND (COI-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN COLIN: ' COI-ST
              MOVE COI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-COI-OPEN-SW
              READ COI-FILE
           END-IF.
       H110-END. EXIT.

       H120-OPEN-CUSTOMERS.
           OPEN INPUT CUS-FILE.
           IF CUS-NOTFOUND
              DISPLAY 'NO CUSTOMER FILE, NOTICES WITHOUT ADDRESS'
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
           MOVE WS-BUSINESS-DATE TO WS-NTH-BUS-DATE
           ACCEPT WS-NTH-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-NTH-AREA TO NOT-REC
           WRITE NOT-REC
           MOVE SPACES TO WS-LINE
           STRING 'PJCOL01 - COLLECTIONS WORKLIST, DATE: '
               WS-BUSINESS-DATE DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H130-END. EXIT.

       H200-SELECT-JOURNAL.
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
           PERFORM H230-RELEASE-ENTRY
           READ PRD-FILE.
       H210-END. EXIT.

       H220-RELEASE-JOURNAL.
           MOVE JRN-REC TO WS-ENT-REC
           PERFORM H230-RELEASE-ENTRY
           READ JRN-FILE.
       H220-END. EXIT.

       H230-RELEASE-ENTRY.
           ADD 1 TO WS-READ-COUNT
           IF WS-ENT-DATE <= WS-BUSINESS-DATE
              MOVE WS-ENT-ID TO SRT-ID
              MOVE WS-ENT-CRN TO SRT-CRN
              MOVE WS-ENT-DATE TO SRT-DATE
              MOVE WS-ENT-TIME TO SRT-TIME
              MOVE WS-ENT-BAL-BEFORE TO SRT-BAL-BEFORE
              MOVE WS-ENT-BAL-AFTER TO SRT-BAL-AFTER
              RELEASE SRT-REC
           END-IF.
       H230-END. EXIT.

       H300-REVIEW-ACCOUNTS.
           PERFORM H305-RETURN-ENTRY
           PERFORM H310-NEXT-SUMMARY
           READ IDX-FILE
           PERFORM H320-REVIEW-ACCOUNT UNTIL IDX-EOF
           PERFORM H340-DROP-CLOSED UNTIL COI-EOF.
       H300-END. EXIT.

       H305-RETURN-ENTRY.
           RETURN SRT-FILE
           AT END
              MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       H305-END. EXIT.

       H310-NEXT-SUMMARY.
           IF WS-SORT-EOF
              MOVE 'Y' TO WS-SUM-EOF-SW
           ELSE
              ADD 1 TO WS-SUM-COUNT
              MOVE SRT-KEY TO WS-SUM-KEY
              MOVE 0 TO WS-SUM-NEG-SINCE
              MOVE 0 TO WS-SUM-EARLIEST
              MOVE 0 TO WS-SUM-RECOVERED
              PERFORM H315-APPLY-ENTRY
                  UNTIL WS-SORT-EOF OR SRT-KEY NOT = WS-SUM-KEY
           END-IF.
       H310-END. EXIT.

       H315-APPLY-ENTRY.
           IF SRT-BAL-AFTER < 0
              IF SRT-BAL-BEFORE >= 0
                 MOVE SRT-DATE TO WS-SUM-NEG-SINCE
              ELSE
                 IF WS-SUM-NEG-SINCE = 0 AND WS-SUM-EARLIEST = 0
                    MOVE SRT-DATE TO WS-SUM-EARLIEST
                 END-IF
              END-IF
           ELSE
              MOVE 0 TO WS-SUM-NEG-SINCE
              MOVE 0 TO WS-SUM-EARLIEST
              MOVE SRT-DATE TO WS-SUM-RECOVERED
           END-IF
           PERFORM H305-RETURN-ENTRY.
       H315-END. EXIT.

       H320-REVIEW-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT
           MOVE IDX-ID TO WS-CUR-ID
           MOVE IDX-CRN TO WS-CUR-CRN
           PERFORM H340-DROP-CLOSED
               UNTIL COI-EOF OR COI-KEY >= WS-CUR-KEY
           PERFORM H310-NEXT-SUMMARY
               UNTIL WS-SUM-EOF OR WS-SUM-KEY >= WS-CUR-KEY
           MOVE 'N' TO WS-TRACKED-SW
           IF NOT COI-EOF AND COI-KEY = WS-CUR-KEY
              MOVE 'Y' TO WS-TRACKED-SW
           END-IF
           MOVE 'N' TO WS-HAVE-SUM-SW
           IF NOT WS-SUM-EOF AND WS-SUM-KEY = WS-CUR-KEY
              MOVE 'Y' TO WS-HAVE-SUM-SW
           END-IF
           IF IDX-BALANCE < 0
              PERFORM H350-OVERDRAWN
           ELSE
              IF WS-TRACKED
                 PERFORM H360-RECOVERED
              END-IF
           END-IF
           IF WS-TRACKED
              READ COI-FILE
           END-IF
           READ IDX-FILE.
       H320-END. EXIT.

       H340-DROP-CLOSED.
           ADD 1 TO WS-CLOSED-COUNT
           MOVE SPACES TO WS-WKL-AREA
           MOVE COI-CRN TO WS-WKL-CRN
           MOVE 2 TO WS-WKL-SECTION
           MOVE COI-ID TO WS-WKL-ID
           MOVE 'C' TO WS-WKL-KIND
           MOVE COI-LAST-BAL TO WS-WKL-BALANCE
           MOVE COI-NEG-SINCE TO WS-WKL-NEG-SINCE
           MOVE 0 TO WS-WKL-DAYS
           MOVE COI-STAGE TO WS-WKL-STAGE
           MOVE COI-OVER TO WS-WKL-OVER
           MOVE WS-BUSINESS-DATE TO WS-WKL-END-DATE
           PERFORM H395-WRITE-WORKLIST
           READ COI-FILE.
       H340-END. EXIT.

       H350-OVERDRAWN.
           ADD 1 TO WS-OVERDRAWN-COUNT
           IF WS-HAVE-SUM AND WS-SUM-NEG-SINCE > 0
              MOVE WS-SUM-NEG-SINCE TO WS-NEG-SINCE
           ELSE
              IF WS-TRACKED
                 MOVE COI-NEG-SINCE TO WS-NEG-SINCE
              ELSE
                 IF WS-HAVE-SUM AND WS-SUM-EARLIEST > 0
                    MOVE WS-SUM-EARLIEST TO WS-NEG-SINCE
                 ELSE
                    MOVE WS-BUSINESS-DATE TO WS-NEG-SINCE
                 END-IF
              END-IF
           END-IF
           IF WS-TRACKED AND COI-NEG-SINCE = WS-NEG-SINCE
              MOVE COI-STAGE TO WS-PREV-STAGE
              MOVE COI-NOTICE-DATE TO WS-NOTICE-DATE
              MOVE COI-FREEZE-DATE TO WS-FREEZE-DATE
           ELSE
              ADD 1 TO WS-NEW-COUNT
              MOVE 0 TO WS-PREV-STAGE
              MOVE 0 TO WS-NOTICE-DATE
              MOVE 0 TO WS-FREEZE-DATE
           END-IF
           PERFORM H355-AGE-ACCOUNT
           MOVE SPACES TO WS-WKL-AREA
           MOVE 'N' TO WS-WKL-NOTICE
           MOVE 'N' TO WS-WKL-FREEZE
           IF WS-STAGE > WS-PREV-STAGE
              PERFORM H370-WRITE-NOTICE
              MOVE WS-BUSINESS-DATE TO WS-NOTICE-DATE
              MOVE 'Y' TO WS-WKL-NOTICE
           END-IF
           IF WS-STAGE = 4 AND WS-FREEZE-DATE = 0
              IF IDX-ACTIVE
                 PERFORM H380-WRITE-FREEZE
                 MOVE 'Y' TO WS-WKL-FREEZE
              END-IF
              MOVE WS-BUSINESS-DATE TO WS-FREEZE-DATE
           END-IF
           PERFORM H390-WRITE-TRACKING
           MOVE IDX-CRN TO WS-WKL-CRN
           MOVE 1 TO WS-WKL-SECTION
           MOVE IDX-ID TO WS-WKL-ID
           MOVE 'W' TO WS-WKL-KIND
           MOVE IDX-NAME TO WS-WKL-NAME
           MOVE IDX-SRNAME TO WS-WKL-SURNAME
           MOVE IDX-BALANCE TO WS-WKL-BALANCE
           MOVE WS-NEG-SINCE TO WS-WKL-NEG-SINCE
           MOVE WS-DAYS TO WS-WKL-DAYS
           MOVE WS-STAGE TO WS-WKL-STAGE
           MOVE WS-OVER TO WS-WKL-OVER
           MOVE 0 TO WS-WKL-END-DATE
           PERFORM H395-WRITE-WORKLIST.
       H350-END. EXIT.

       H355-AGE-ACCOUNT.
           MOVE WS-NEG-SINCE TO WS-CNV-DATE
           PERFORM H800-DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-NEG-SERIAL
           IF WS-NEG-SERIAL < WS-BUS-SERIAL
              COMPUTE WS-DAYS = WS-BUS-SERIAL - WS-NEG-SERIAL
           ELSE
              MOVE 0 TO WS-DAYS
           END-IF
           EVALUATE TRUE
              WHEN WS-DAYS <= 30
                 MOVE 1 TO WS-STAGE
              WHEN WS-DAYS <= 60
                 MOVE 2 TO WS-STAGE
              WHEN WS-DAYS <= 90
                 MOVE 3 TO WS-STAGE
              WHEN OTHER
                 MOVE 4 TO WS-STAGE
           END-EVALUATE
           COMPUTE WS-LIMIT-TEST = IDX-BALANCE + IDX-OD-LIMIT
           IF WS-LIMIT-TEST < 0
              MOVE 'O' TO WS-OVER
           ELSE
              MOVE 'W' TO WS-OVER
           END-IF.
       H355-END. EXIT.

       H360-RECOVERED.
           ADD 1 TO WS-RECOVERED-COUNT
           MOVE SPACES TO WS-WKL-AREA
           MOVE IDX-CRN TO WS-WKL-CRN
           MOVE 2 TO WS-WKL-SECTION
           MOVE IDX-ID TO WS-WKL-ID
           MOVE 'R' TO WS-WKL-KIND
           MOVE IDX-NAME TO WS-WKL-NAME
           MOVE IDX-SRNAME TO WS-WKL-SURNAME
           MOVE IDX-BALANCE TO WS-WKL-BALANCE
           MOVE COI-NEG-SINCE TO WS-WKL-NEG-SINCE
           MOVE 0 TO WS-WKL-DAYS
           MOVE COI-STAGE TO WS-WKL-STAGE
           MOVE COI-OVER TO WS-WKL-OVER
           IF WS-HAVE-SUM AND WS-SUM-RECOVERED > 0
              MOVE WS-SUM-RECOVERED TO WS-WKL-END-DATE
           ELSE
              MOVE WS-BUSINESS-DATE TO WS-WKL-END-DATE
           END-IF
           PERFORM H395-WRITE-WORKLIST.
       H360-END. EXIT.

       H370-WRITE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE WS-STAGE TO WS-NTD-STAGE
           MOVE IDX-ID TO WS-NTD-ID
           MOVE IDX-CRN TO WS-NTD-CRN
           MOVE IDX-CUST-NO TO WS-NTD-CUST-NO
           MOVE IDX-NAME TO WS-NTD-NAME
           MOVE IDX-SRNAME TO WS-NTD-SURNAME
           MOVE SPACES TO WS-NTD-ADDR-LINE1
           MOVE SPACES TO WS-NTD-ADDR-LINE2
           MOVE SPACES TO WS-NTD-CITY
           MOVE SPACES TO WS-NTD-POSTCODE
           IF WS-CUS-OPEN AND IDX-CUST-NO > 0
              MOVE IDX-CUST-NO TO CUS-NO
              READ CUS-FILE
              IF CUS-SUCCES
                 MOVE CUS-ADDR-LINE1 TO WS-NTD-ADDR-LINE1
                 MOVE CUS-ADDR-LINE2 TO WS-NTD-ADDR-LINE2
                 MOVE CUS-CITY TO WS-NTD-CITY
                 MOVE CUS-POSTCODE TO WS-NTD-POSTCODE
              END-IF
           END-IF
           IF WS-NTD-ADDR-LINE1 = SPACES
              ADD 1 TO WS-NOADDR-COUNT
           END-IF
           MOVE IDX-BALANCE TO WS-NTD-BALANCE
           MOVE IDX-OD-LIMIT TO WS-NTD-OD-LIMIT
           MOVE WS-NEG-SINCE TO WS-NTD-NEG-SINCE
           MOVE WS-DAYS TO WS-NTD-DAYS
           MOVE WS-OVER TO WS-NTD-OVER
           SUBTRACT IDX-BALANCE FROM WS-NOTICE-TOTAL
           ADD IDX-ID TO WS-NOTICE-HASH
           MOVE WS-NTD-AREA TO NOT-REC
           WRITE NOT-REC.
       H370-END. EXIT.

       H380-WRITE-FREEZE.
           ADD 1 TO WS-FREEZE-COUNT
           MOVE 9 TO WS-GEN-PROCESS-TYPE
           MOVE IDX-ID TO WS-GEN-ID
           MOVE IDX-CRN TO WS-GEN-CRN
           MOVE ZEROES TO WS-GEN-AMOUNT
           MOVE 'D' TO WS-GEN-NAME
           MOVE SPACES TO WS-GEN-SURNAME
           MOVE WS-BUS-JULIAN TO WS-GEN-DATE
           MOVE ZEROES TO WS-GEN-BAL-ADJ
           MOVE ZEROES TO WS-GEN-TRG-ID
           MOVE ZEROES TO WS-GEN-TRG-CRN
           MOVE SPACES TO WS-GEN-ACTION
           MOVE SPACES TO WS-GEN-REF
           MOVE WS-GEN-AREA TO FRZ-REC
           WRITE FRZ-REC
           DISPLAY 'DEBIT FREEZE GENERATED: ' IDX-ID ' ' IDX-CRN.
       H380-END. EXIT.

       H390-WRITE-TRACKING.
           MOVE IDX-ID TO WS-COL-ID
           MOVE IDX-CRN TO WS-COL-CRN
           MOVE WS-NEG-SINCE TO WS-COL-NEG-SINCE
           IF WS-STAGE > WS-PREV-STAGE
              MOVE WS-STAGE TO WS-COL-STAGE
           ELSE
              MOVE WS-PREV-STAGE TO WS-COL-STAGE
           END-IF
           MOVE WS-NOTICE-DATE TO WS-COL-NOTICE-DATE
           MOVE WS-FREEZE-DATE TO WS-COL-FREEZE-DATE
           MOVE WS-BUSINESS-DATE TO WS-COL-LAST-DATE
           MOVE IDX-BALANCE TO WS-COL-LAST-BAL
           MOVE WS-OVER TO WS-COL-OVER
           MOVE WS-COL-AREA TO COO-REC
           WRITE COO-REC.
       H390-END. EXIT.

       H395-WRITE-WORKLIST.
           MOVE WS-WKL-AREA TO WKL-REC
           WRITE WKL-REC.
       H395-END. EXIT.

       H400-PRINT-WORKLIST.
           PERFORM H405-RETURN-WORK
           PERFORM H410-CRN-GROUP UNTIL WS-WKS-EOF
           MOVE SPACES TO WS-LINE
           STRING 'ALL CRNS' DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-GRD-AREA TO WS-BKT-AREA
           MOVE WS-RECOVERED-COUNT TO WS-CRN-REC-COUNT
           ADD WS-CLOSED-COUNT TO WS-CRN-REC-COUNT
           PERFORM H440-BUCKET-TABLE.
       H400-END. EXIT.

       H405-RETURN-WORK.
           RETURN WKS-FILE
           AT END
              MOVE 'Y' TO WS-WKS-EOF-SW
           END-RETURN.
       H405-END. EXIT.

       H410-CRN-GROUP.
           MOVE WKS-CRN TO WS-GRP-CRN
           MOVE 1 TO WS-BKT-IX
           PERFORM H415-CLEAR-BUCKET UNTIL WS-BKT-IX > 4
           MOVE 0 TO WS-CRN-REC-COUNT
           MOVE 'N' TO WS-RECOVERY-HDR-SW
           MOVE WS-GRP-CRN TO WS-EDIT-CRN
           MOVE SPACES TO WS-LINE
           STRING 'CRN: ' WS-EDIT-CRN DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           STRING '     ID NAME                 BALANCE NEG SINCE'
               ' DAYS BKT   LIMIT  ACTION' DELIMITED BY SIZE
               INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           PERFORM H420-WORK-LINE
               UNTIL WS-WKS-EOF OR WKS-CRN NOT = WS-GRP-CRN
           PERFORM H440-BUCKET-TABLE.
       H410-END. EXIT.

       H415-CLEAR-BUCKET.
           MOVE 0 TO WS-BKT-IN-CNT(WS-BKT-IX)
           MOVE 0 TO WS-BKT-IN-AMT(WS-BKT-IX)
           MOVE 0 TO WS-BKT-OUT-CNT(WS-BKT-IX)
           MOVE 0 TO WS-BKT-OUT-AMT(WS-BKT-IX)
           ADD 1 TO WS-BKT-IX.
       H415-END. EXIT.

       H420-WORK-LINE.
           MOVE WKS-ID TO WS-EDIT-ID
           MOVE WKS-BALANCE TO WS-EDIT-AMT
           IF WKS-OVERDRAWN
              PERFORM H425-OVERDRAWN-LINE
           ELSE
              PERFORM H430-RECOVERY-LINE
           END-IF
           PERFORM H405-RETURN-WORK.
       H420-END. EXIT.

       H425-OVERDRAWN-LINE.
           MOVE WKS-STAGE TO WS-BKT-IX
           IF WKS-OVER = 'O'
              MOVE 'OVER' TO WS-LIMIT-TEXT
              ADD 1 TO WS-BKT-OUT-CNT(WS-BKT-IX)
              ADD WKS-BALANCE TO WS-BKT-OUT-AMT(WS-BKT-IX)
              ADD 1 TO WS-GRD-OUT-CNT(WS-BKT-IX)
              ADD WKS-BALANCE TO WS-GRD-OUT-AMT(WS-BKT-IX)
           ELSE
              MOVE 'WITHIN' TO WS-LIMIT-TEXT
              ADD 1 TO WS-BKT-IN-CNT(WS-BKT-IX)
              ADD WKS-BALANCE TO WS-BKT-IN-AMT(WS-BKT-IX)
              ADD 1 TO WS-GRD-IN-CNT(WS-BKT-IX)
              ADD WKS-BALANCE TO WS-GRD-IN-AMT(WS-BKT-IX)
           END-IF
           MOVE SPACES TO WS-ACTION-TEXT
           IF WKS-NOTICE = 'Y'
              MOVE 'NOTICE' TO WS-ACTION-TEXT
           END-IF
           IF WKS-FREEZE = 'Y'
              IF WKS-NOTICE = 'Y'
                 MOVE 'NOTC+FRZ' TO WS-ACTION-TEXT
              ELSE
                 MOVE 'FREEZE' TO WS-ACTION-TEXT
              END-IF
           END-IF
           MOVE WKS-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO WS-LINE
           STRING '  ' WS-EDIT-ID ' ' WKS-NAME ' ' WS-EDIT-AMT
               ' ' WKS-NEG-SINCE ' ' WS-EDIT-DAYS ' '
               WS-BKT-NAME(WS-BKT-IX) ' ' WS-LIMIT-TEXT ' '
               WS-ACTION-TEXT DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H425-END. EXIT.

       H430-RECOVERY-LINE.
           ADD 1 TO WS-CRN-REC-COUNT
           IF NOT WS-RECOVERY-HDR
              MOVE 'Y' TO WS-RECOVERY-HDR-SW
              MOVE SPACES TO WS-LINE
              STRING '  LEFT COLLECTIONS:' DELIMITED BY SIZE
                  INTO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF
           IF WKS-RECOVERED
              MOVE ' RECOVERED ' TO WS-END-TEXT
           ELSE
              MOVE ' CLOSED    ' TO WS-END-TEXT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING '  ' WS-EDIT-ID ' ' WKS-NAME ' ' WS-EDIT-AMT
               ' ' WKS-NEG-SINCE WS-END-TEXT WKS-END-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H430-END. EXIT.

       H440-BUCKET-TABLE.
           MOVE SPACES TO WS-LINE
           STRING '  BUCKET  WITHIN LIMIT' '          '
               '   OVER LIMIT' DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE 0 TO WS-PRT-IN-CNT
           MOVE 0 TO WS-PRT-IN-AMT
           MOVE 0 TO WS-PRT-OUT-CNT
           MOVE 0 TO WS-PRT-OUT-AMT
           MOVE 1 TO WS-BKT-IX
           PERFORM H445-BUCKET-LINE UNTIL WS-BKT-IX > 4
           MOVE WS-PRT-IN-CNT TO WS-EDIT-CNT
           MOVE WS-PRT-IN-AMT TO WS-EDIT-TOTAL
           MOVE WS-PRT-OUT-AMT TO WS-EDIT-TOTAL2
           MOVE SPACES TO WS-LINE
           STRING '  TOTAL  ' WS-EDIT-CNT ' ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-PRT-OUT-CNT TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO WS-LINE(32:5)
           MOVE WS-EDIT-TOTAL2 TO WS-LINE(38:14)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CRN-REC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING '  LEFT COLLECTIONS ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H440-END. EXIT.

       H445-BUCKET-LINE.
           ADD WS-BKT-IN-CNT(WS-BKT-IX) TO WS-PRT-IN-CNT
           ADD WS-BKT-IN-AMT(WS-BKT-IX) TO WS-PRT-IN-AMT
           ADD WS-BKT-OUT-CNT(WS-BKT-IX) TO WS-PRT-OUT-CNT
           ADD WS-BKT-OUT-AMT(WS-BKT-IX) TO WS-PRT-OUT-AMT
           MOVE WS-BKT-IN-CNT(WS-BKT-IX) TO WS-EDIT-CNT
           MOVE WS-BKT-IN-AMT(WS-BKT-IX) TO WS-EDIT-TOTAL
           MOVE WS-BKT-OUT-AMT(WS-BKT-IX) TO WS-EDIT-TOTAL2
           MOVE SPACES TO WS-LINE
           STRING '  ' WS-BKT-NAME(WS-BKT-IX) '  ' WS-EDIT-CNT ' '
               WS-EDIT-TOTAL DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-BKT-OUT-CNT(WS-BKT-IX) TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT TO WS-LINE(32:5)
           MOVE WS-EDIT-TOTAL2 TO WS-LINE(38:14)
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           ADD 1 TO WS-BKT-IX.
       H445-END. EXIT.

       H600-WRITE-TOTALS.
           MOVE WS-BUSINESS-DATE TO WS-NTT-BUS-DATE
           MOVE WS-NOTICE-COUNT TO WS-NTT-COUNT
           MOVE WS-NOTICE-TOTAL TO WS-NTT-TOTAL
           MOVE WS-NOTICE-HASH TO WS-NTT-ID-HASH
           MOVE WS-NTT-AREA TO NOT-REC
           WRITE NOT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'JOURNAL ENTRIES READ ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ACCT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS REVIEWED ...... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-OVERDRAWN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS OVERDRAWN ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-NEW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'NEW TO COLLECTIONS ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-NOTICE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'NOTICES WRITTEN ........ ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-NOADDR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'NOTICES WITHOUT ADDRESS  ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-FREEZE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'DEBIT FREEZES GENERATED  ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-RECOVERED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'RECOVERED .............. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CLOSED IN COLLECTIONS .. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           IF WS-FREEZE-COUNT > 0
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
           IF WS-COI-OPEN
              CLOSE COI-FILE
           END-IF
           IF WS-CUS-OPEN
              CLOSE CUS-FILE
           END-IF
           CLOSE COO-FILE.
           CLOSE NOT-FILE.
           CLOSE FRZ-FILE.
           CLOSE RPT-FILE.
       H999-END. EXIT.
