       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJALR02.
       AUTHOR. AHMET MELIH CALMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALR-FILE  ASSIGN TO ALRFILE
                             STATUS ALR-ST.
           SELECT CNF-FILE  ASSIGN TO CNFFILE
                             STATUS CNF-ST.
           SELECT RPT-FILE  ASSIGN TO CNFRPT
                             STATUS RPT-ST.
           SELECT SRT-FILE  ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  ALR-FILE RECORDING MODE F.
         01  ALR-REC            PIC X(200).
       FD  CNF-FILE RECORDING MODE F.
         01  CNF-REC            PIC X(80).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC            PIC X(80).
       SD  SRT-FILE.
         01  SRT-REC.
           05 SRT-ALERT-ID      PIC X(16).
           05 SRT-CHANNEL       PIC X(01).
           05 SRT-STATUS        PIC X(01).
              88 SRT-DELIVERED            VALUE 'D'.
              88 SRT-FAILED               VALUE 'F'.
           05 SRT-DATE          PIC 9(08).
           05 SRT-TIME          PIC 9(08).
           05 SRT-REASON        PIC X(30).
           05 FILLER            PIC X(16).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ALR-ST            PIC 9(02).
              88 ALR-EOF                   VALUE 10.
              88 ALR-SUCCES                VALUE 00 97.
           05 CNF-ST            PIC 9(02).
              88 CNF-SUCCES                VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCES                VALUE 00 97.
           05 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF               VALUE 'Y'.
           05 WS-ALR-END-SW     PIC X(01) VALUE 'N'.
              88 WS-ALR-END                VALUE 'Y'.
           05 WS-TRAILER-SW     PIC X(01) VALUE 'N'.
              88 WS-TRAILER-SEEN           VALUE 'Y'.
           05 WS-GOT-DELIVERED-SW PIC X(01) VALUE 'N'.
              88 WS-GOT-DELIVERED          VALUE 'Y'.
           05 WS-GOT-FAILED-SW  PIC X(01) VALUE 'N'.
              88 WS-GOT-FAILED             VALUE 'Y'.
           05 WS-BUSINESS-DATE  PIC 9(08).
           05 WS-PREV-ALERT-ID  PIC X(16) VALUE LOW-VALUES.
           05 WS-FAIL-REASON    PIC X(30).
           05 WS-OUTCOME        PIC X(15).
           05 WS-ALERT-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-DELIVERED-COUNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-FAILED-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-NOCNF-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-CNF-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-UNMATCHED-COUNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-BADSTAT-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-SEQ-ERR-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
         01  WS-ALH-AREA.
           05 WS-ALH-REC-TYPE   PIC X(01).
           05 WS-ALH-SENDER     PIC X(10).
           05 WS-ALH-BUS-DATE   PIC 9(08).
           05 WS-ALH-RUN-DATE   PIC 9(08).
           05 FILLER            PIC X(173).
         01  WS-ALD-AREA.
           05 WS-ALD-REC-TYPE   PIC X(01).
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
           05 FILLER            PIC X(13).
         01  WS-ALT-AREA.
           05 WS-ALT-REC-TYPE   PIC X(01).
           05 WS-ALT-BUS-DATE   PIC 9(08).
           05 WS-ALT-COUNT      PIC 9(09).
           05 WS-ALT-SMS-COUNT  PIC 9(09).
           05 WS-ALT-EMAIL-COUNT PIC 9(09).
           05 FILLER            PIC X(164).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SRT-FILE
               ON ASCENDING KEY SRT-ALERT-ID SRT-DATE SRT-TIME
               USING CNF-FILE
               OUTPUT PROCEDURE IS H300-MATCH-CONFIRMATIONS
                   THRU H300-END
           PERFORM H600-WRITE-TOTALS
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  ALR-FILE.
           IF (ALR-ST NOT = 0) AND (ALR-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN ALRFILE: ' ALR-ST
           MOVE ALR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN CNFRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ ALR-FILE
           MOVE ALR-REC TO WS-ALH-AREA
           IF ALR-EOF OR WS-ALH-REC-TYPE NOT = 'H'
              DISPLAY 'ALRFILE HAS NO HEADER RECORD'
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-ALR-END-SW
              MOVE ZEROES TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-ALH-BUS-DATE TO WS-BUSINESS-DATE
           END-IF
           PERFORM H110-WRITE-HEADERS.
       H100-END. EXIT.

       H110-WRITE-HEADERS.
           MOVE SPACES TO WS-LINE
           STRING 'PJALR02 - ALERT DELIVERY EXCEPTIONS, DATE: '
               WS-BUSINESS-DATE DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           STRING 'ALERT ID         C CUSTOMER ACCOUNT   AL '
               'OUTCOME / REASON'
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H110-END. EXIT.

       H300-MATCH-CONFIRMATIONS.
           PERFORM H305-RETURN-CONFIRMATION
           IF NOT WS-ALR-END
              PERFORM H310-READ-ALERT
           END-IF
           PERFORM H320-MATCH-STEP
               UNTIL WS-ALR-END AND WS-SORT-EOF.
       H300-END. EXIT.

       H305-RETURN-CONFIRMATION.
           RETURN SRT-FILE
           AT END
              MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN
           IF NOT WS-SORT-EOF
              ADD 1 TO WS-CNF-COUNT
           END-IF.
       H305-END. EXIT.

       H310-READ-ALERT.
           READ ALR-FILE
           IF ALR-EOF
              MOVE 'Y' TO WS-ALR-END-SW
           ELSE
              MOVE ALR-REC TO WS-ALD-AREA
              IF WS-ALD-REC-TYPE = 'T'
                 MOVE ALR-REC TO WS-ALT-AREA
                 MOVE 'Y' TO WS-TRAILER-SW
                 MOVE 'Y' TO WS-ALR-END-SW
              ELSE
                 ADD 1 TO WS-ALERT-COUNT
                 IF WS-ALD-ALERT-ID NOT > WS-PREV-ALERT-ID
                    DISPLAY 'ALRFILE OUT OF SEQUENCE: '
                        WS-ALD-ALERT-ID
                    ADD 1 TO WS-SEQ-ERR-COUNT
                 END-IF
                 MOVE WS-ALD-ALERT-ID TO WS-PREV-ALERT-ID
                 MOVE 'N' TO WS-GOT-DELIVERED-SW
                 MOVE 'N' TO WS-GOT-FAILED-SW
                 MOVE SPACES TO WS-FAIL-REASON
              END-IF
           END-IF.
       H310-END. EXIT.

       H320-MATCH-STEP.
           EVALUATE TRUE
              WHEN WS-ALR-END
                 PERFORM H340-UNMATCHED-CONFIRMATION
                 PERFORM H305-RETURN-CONFIRMATION
              WHEN WS-SORT-EOF
                 PERFORM H350-CLOSE-ALERT
                 PERFORM H310-READ-ALERT
              WHEN SRT-ALERT-ID > WS-ALD-ALERT-ID
                 PERFORM H350-CLOSE-ALERT
                 PERFORM H310-READ-ALERT
              WHEN SRT-ALERT-ID < WS-ALD-ALERT-ID
                 PERFORM H340-UNMATCHED-CONFIRMATION
                 PERFORM H305-RETURN-CONFIRMATION
              WHEN OTHER
                 PERFORM H330-APPLY-CONFIRMATION
                 PERFORM H305-RETURN-CONFIRMATION
           END-EVALUATE.
       H320-END. EXIT.

       H330-APPLY-CONFIRMATION.
           EVALUATE TRUE
              WHEN SRT-DELIVERED
                 MOVE 'Y' TO WS-GOT-DELIVERED-SW
              WHEN SRT-FAILED
                 MOVE 'Y' TO WS-GOT-FAILED-SW
                 MOVE SRT-REASON TO WS-FAIL-REASON
              WHEN OTHER
                 ADD 1 TO WS-BADSTAT-COUNT
                 DISPLAY 'INVALID CONFIRMATION STATUS: '
                     SRT-ALERT-ID ' ' SRT-STATUS
           END-EVALUATE.
       H330-END. EXIT.

       H340-UNMATCHED-CONFIRMATION.
           ADD 1 TO WS-UNMATCHED-COUNT
           DISPLAY 'CONFIRMATION FOR UNKNOWN ALERT: ' SRT-ALERT-ID
               ' ' SRT-STATUS.
       H340-END. EXIT.

       H350-CLOSE-ALERT.
           EVALUATE TRUE
              WHEN WS-GOT-DELIVERED
                 ADD 1 TO WS-DELIVERED-COUNT
              WHEN WS-GOT-FAILED
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE 'FAILED' TO WS-OUTCOME
                 PERFORM H360-EXCEPTION-LINE
              WHEN OTHER
                 ADD 1 TO WS-NOCNF-COUNT
                 MOVE 'NO CONFIRMATION' TO WS-FAIL-REASON
                 MOVE 'UNCONFIRMED' TO WS-OUTCOME
                 PERFORM H360-EXCEPTION-LINE
           END-EVALUATE.
       H350-END. EXIT.

       H360-EXCEPTION-LINE.
           MOVE SPACES TO WS-LINE
           STRING WS-ALD-ALERT-ID ' ' WS-ALD-CHANNEL ' '
               WS-ALD-CUST-NO ' ' WS-ALD-ID '-' WS-ALD-CRN ' '
               WS-ALD-TYPE ' ' WS-FAIL-REASON
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           STRING '                   ' WS-OUTCOME ' '
               WS-ALD-ADDRESS
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H360-END. EXIT.

       H600-WRITE-TOTALS.
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ALERT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ALERTS SENT ............ ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-CNF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CONFIRMATIONS READ ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-DELIVERED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'DELIVERED .............. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'FAILED ................. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-NOCNF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'UNCONFIRMED ............ ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-UNMATCHED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'UNKNOWN ALERT IDS ...... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-BADSTAT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'INVALID STATUS CODES ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           IF NOT WS-TRAILER-SEEN
              MOVE 'ALRFILE HAS NO TRAILER RECORD' TO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ALT-COUNT NOT = WS-ALERT-COUNT
                 MOVE WS-ALT-COUNT TO WS-EDIT-COUNT
                 MOVE SPACES TO WS-LINE
                 STRING 'TRAILER COUNT MISMATCH . ' WS-EDIT-COUNT
                     DELIMITED BY SIZE INTO WS-LINE
                 MOVE WS-LINE TO RPT-REC
                 WRITE RPT-REC
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-SEQ-ERR-COUNT > 0
              MOVE 'ALRFILE OUT OF SEQUENCE' TO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
              AND (WS-FAILED-COUNT > 0 OR WS-NOCNF-COUNT > 0
                   OR WS-UNMATCHED-COUNT > 0 OR WS-BADSTAT-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
       H600-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE ALR-FILE.
           CLOSE RPT-FILE.
       H999-END. EXIT.
