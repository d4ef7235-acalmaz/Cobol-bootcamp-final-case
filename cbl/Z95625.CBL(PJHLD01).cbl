       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJHLD01.
       AUTHOR. AHMET MELIH CALMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE  ASSIGN TO HLDFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY HLD-KEY
                             STATUS HLD-ST.
           SELECT RPT-FILE  ASSIGN TO HLDRPT
                             STATUS RPT-ST.
           SELECT SRT-FILE  ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
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
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC            PIC X(80).
       SD  SRT-FILE.
         01  SRT-REC.
           05 SRT-CRN           PIC 9(03).
           05 SRT-ID            PIC 9(05).
           05 SRT-REF           PIC X(22).
           05 SRT-AMOUNT        PIC S9(07)V99.
           05 SRT-REASON        PIC X(02).
           05 SRT-PLACED-DATE   PIC 9(08).
           05 SRT-EXPIRY-DATE   PIC 9(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 HLD-ST            PIC 9(02).
              88 HLD-EOF                   VALUE 10.
              88 HLD-NOTFOUND              VALUE 35.
              88 HLD-SUCCES                VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCES                VALUE 00 97.
           05 WS-BUSINESS-DATE  PIC 9(08).
           05 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF               VALUE 'Y'.
           05 WS-CUR-CRN        PIC 9(03).
           05 WS-READ-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-EXPIRED-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-EXPIRED-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ACTIVE-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-ACTIVE-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-CRN-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-CRN-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-ID        PIC ZZZZ9.
           05 WS-EDIT-CRN       PIC ZZ9.
           05 WS-EDIT-AMT       PIC -(9)9.99.
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
           05 WS-EDIT-TOTAL     PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SRT-FILE
               ON ASCENDING KEY SRT-CRN SRT-ID SRT-REF
               INPUT PROCEDURE IS H200-SWEEP-HOLDS THRU H200-END
               OUTPUT PROCEDURE IS H300-PRINT-HOLDS THRU H300-END
           PERFORM H700-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-BUSINESS-DATE.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN HLDRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO WS-LINE
           STRING 'PJHLD01 - HOLD EXPIRY SWEEP, DATE: '
               WS-BUSINESS-DATE DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H100-END. EXIT.

       H200-SWEEP-HOLDS.
           OPEN I-O HLD-FILE.
           IF HLD-NOTFOUND
              DISPLAY 'NO HOLD FILE, NOTHING TO SWEEP'
              SET HLD-EOF TO TRUE
           ELSE
              IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN HLDFILE: ' HLD-ST
              MOVE HLD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              READ HLD-FILE NEXT RECORD
              PERFORM H210-SWEEP-ONE UNTIL HLD-EOF
              CLOSE HLD-FILE
           END-IF.
       H200-END. EXIT.

       H210-SWEEP-ONE.
           ADD 1 TO WS-READ-COUNT
           IF HLD-ACTIVE
              IF HLD-EXPIRY-DATE NOT = ZEROES
                 AND HLD-EXPIRY-DATE < WS-BUSINESS-DATE
                 PERFORM H220-EXPIRE-HOLD
              ELSE
                 MOVE HLD-CRN TO SRT-CRN
                 MOVE HLD-ID TO SRT-ID
                 MOVE HLD-REF TO SRT-REF
                 MOVE HLD-AMOUNT TO SRT-AMOUNT
                 MOVE HLD-REASON TO SRT-REASON
                 MOVE HLD-PLACED-DATE TO SRT-PLACED-DATE
                 MOVE HLD-EXPIRY-DATE TO SRT-EXPIRY-DATE
                 RELEASE SRT-REC
              END-IF
           END-IF
           READ HLD-FILE NEXT RECORD.
       H210-END. EXIT.

       H220-EXPIRE-HOLD.
           SET HLD-EXPIRED TO TRUE
           MOVE WS-BUSINESS-DATE TO HLD-RELEASE-DATE
           MOVE WS-BUSINESS-DATE TO HLD-LAST-DATE
           REWRITE HLD-REC
           END-REWRITE
           ADD 1 TO WS-EXPIRED-COUNT
           ADD HLD-AMOUNT TO WS-EXPIRED-TOTAL
           MOVE HLD-ID TO WS-EDIT-ID
           MOVE HLD-CRN TO WS-EDIT-CRN
           MOVE HLD-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO WS-LINE
           STRING 'EXPIRED ID: ' WS-EDIT-ID ' CRN: ' WS-EDIT-CRN
               ' ' HLD-REF ' ' WS-EDIT-AMT ' ' HLD-EXPIRY-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H220-END. EXIT.

       H300-PRINT-HOLDS.
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           STRING 'OUTSTANDING HOLDS BY CRN'
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           STRING '   ID    REFERENCE              RS'
               '        AMOUNT PLACED   EXPIRES'
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           PERFORM H310-RETURN-HOLD
           PERFORM H320-PRINT-CRN UNTIL WS-SORT-EOF.
       H300-END. EXIT.

       H310-RETURN-HOLD.
           RETURN SRT-FILE
           AT END
              MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       H310-END. EXIT.

       H320-PRINT-CRN.
           MOVE SRT-CRN TO WS-CUR-CRN
           MOVE 0 TO WS-CRN-COUNT
           MOVE 0 TO WS-CRN-TOTAL
           MOVE SRT-CRN TO WS-EDIT-CRN
           MOVE SPACES TO WS-LINE
           STRING 'CRN: ' WS-EDIT-CRN
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           PERFORM H330-PRINT-HOLD
               UNTIL WS-SORT-EOF OR SRT-CRN NOT = WS-CUR-CRN
           MOVE WS-CRN-COUNT TO WS-EDIT-COUNT
           MOVE WS-CRN-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING '  CRN TOTAL HOLDS: ' WS-EDIT-COUNT
               '  AMOUNT: ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H320-END. EXIT.

       H330-PRINT-HOLD.
           ADD 1 TO WS-CRN-COUNT
           ADD SRT-AMOUNT TO WS-CRN-TOTAL
           ADD 1 TO WS-ACTIVE-COUNT
           ADD SRT-AMOUNT TO WS-ACTIVE-TOTAL
           MOVE SRT-ID TO WS-EDIT-ID
           MOVE SRT-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO WS-LINE
           IF SRT-EXPIRY-DATE = ZEROES
              STRING ' ' WS-EDIT-ID ' ' SRT-REF ' ' SRT-REASON
                  ' ' WS-EDIT-AMT ' ' SRT-PLACED-DATE ' OPEN'
                  DELIMITED BY SIZE INTO WS-LINE
           ELSE
              STRING ' ' WS-EDIT-ID ' ' SRT-REF ' ' SRT-REASON
                  ' ' WS-EDIT-AMT ' ' SRT-PLACED-DATE
                  ' ' SRT-EXPIRY-DATE
                  DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           PERFORM H310-RETURN-HOLD.
       H330-END. EXIT.

       H700-WRITE-SUMMARY.
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'HOLD RECORDS READ ...... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'HOLDS EXPIRED .......... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-EXPIRED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'AMOUNT RELEASED ........ ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'HOLDS OUTSTANDING ...... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ACTIVE-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'AMOUNT HELD ............ ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H700-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RPT-FILE.
       H999-END. EXIT.
