       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJRCV01.
       AUTHOR. AHMET MELIH CALMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKP-FILE  ASSIGN TO BKPIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY BKP-KEY
                             STATUS BKP-ST.
           SELECT IDX-FILE  ASSIGN TO RCVIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT JRN-FILE  ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT RPT-FILE  ASSIGN TO RCVRPT
                             STATUS RPT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  BKP-FILE.
         01  BKP-REC.
           03 BKP-KEY.
             05 BKP-ID          PIC S9(5) COMP-3.
             05 BKP-CRN         PIC S9(3) COMP.
           03 BKP-NAME          PIC X(15).
           03 BKP-SRNAME        PIC X(15).
           03 BKP-DATE          PIC S9(7) COMP-3.
           03 BKP-BALANCE       PIC S9(9)V99 COMP-3.
           03 BKP-STATUS        PIC X(01).
           03 BKP-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 BKP-CUST-NO       PIC S9(8) COMP-3.
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
           05 BKP-ST            PIC 9(02).
              88 BKP-EOF                   VALUE 10.
              88 BKP-SUCCES                VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF                   VALUE 10.
              88 IDX-SUCCES                VALUE 00 97.
           05 JRN-ST            PIC 9(02).
              88 JRN-EOF                   VALUE 10.
              88 JRN-SUCCES                VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCES                VALUE 00 97.
           05 WS-FROM-STAMP.
              07 WS-FROM-DATE   PIC 9(08).
              07 WS-FROM-TIME   PIC 9(08).
           05 WS-TO-STAMP.
              07 WS-TO-DATE     PIC 9(08).
              07 WS-TO-TIME     PIC 9(08).
           05 WS-ENT-STAMP.
              07 WS-ENT-DATE    PIC 9(08).
              07 WS-ENT-TIME    PIC 9(08).
           05 WS-FOUND-SW       PIC X(01).
              88 WS-FOUND                  VALUE 'Y'.
           05 WS-MISMATCH-SW    PIC X(01) VALUE 'N'.
              88 WS-MISMATCH               VALUE 'Y'.
           05 WS-RCV-REASON     PIC X(25).
           05 WS-BKP-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-BKP-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-READ-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-BEFORE-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-AFTER-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-APPLY-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-OPEN-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-DEL-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-BREAK-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-EXCEPT-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-NO-IMAGE-COUNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-ERROR-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-NET-MOVEMENT   PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ACCT-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-BAL-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-EXP-COUNT      PIC S9(09).
           05 WS-EXP-TOTAL      PIC S9(13)V99.
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-ID        PIC ZZZZ9.
           05 WS-EDIT-CRN       PIC ZZ9.
           05 WS-EDIT-AMT       PIC -(9)9.99.
           05 WS-EDIT-AMT2      PIC -(9)9.99.
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
           05 WS-EDIT-TOTAL     PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-LOAD-BACKUP UNTIL BKP-EOF
           PERFORM H250-SWITCH-TO-UPDATE
           PERFORM H300-APPLY-JOURNAL UNTIL JRN-EOF
           PERFORM H400-PROVE-MASTER
           PERFORM H500-WRITE-TOTALS
           PERFORM H600-SET-RETURN-CODE
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-FROM-STAMP.
           ACCEPT WS-TO-STAMP.
           IF WS-TO-DATE = ZEROES
              MOVE 99999999 TO WS-TO-DATE
              MOVE 99999999 TO WS-TO-TIME
           END-IF
           OPEN INPUT  BKP-FILE.
           IF (BKP-ST NOT = 0) AND (BKP-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN BKPIDX: ' BKP-ST
           MOVE BKP-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET BKP-SUCCES TO TRUE
           OPEN OUTPUT IDX-FILE.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN RCVIDX: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  JRN-FILE.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN JRNFILE: ' JRN-ST
           MOVE JRN-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET JRN-SUCCES TO TRUE
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN RCVRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-WRITE-HEADER
           READ BKP-FILE.
       H100-END. EXIT.

       H110-WRITE-HEADER.
           MOVE SPACES TO WS-LINE
           STRING 'PJRCV01 - MASTER FILE FORWARD RECOVERY'
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           STRING 'REPLAY AFTER: ' WS-FROM-DATE ' ' WS-FROM-TIME
               '  UP TO: ' WS-TO-DATE ' ' WS-TO-TIME
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H110-END. EXIT.

       H200-LOAD-BACKUP.
           MOVE BKP-REC TO IDX-REC
           WRITE IDX-REC
           INVALID KEY
              MOVE 'BACKUP KEY NOT LOADED' TO WS-RCV-REASON
              PERFORM H380-REPORT-EXCEPTION
           NOT INVALID KEY
              ADD 1 TO WS-BKP-COUNT
              ADD IDX-BALANCE TO WS-BKP-TOTAL
           END-WRITE
           READ BKP-FILE.
       H200-END. EXIT.

       H250-SWITCH-TO-UPDATE.
           CLOSE IDX-FILE
           OPEN I-O IDX-FILE.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
           DISPLAY 'UNABLE TO REOPEN RCVIDX: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ JRN-FILE.
       H250-END. EXIT.

       H300-APPLY-JOURNAL.
           ADD 1 TO WS-READ-COUNT
           MOVE JRN-DATE TO WS-ENT-DATE
           MOVE JRN-TIME TO WS-ENT-TIME
           IF WS-ENT-STAMP NOT > WS-FROM-STAMP
              ADD 1 TO WS-BEFORE-COUNT
           ELSE
              IF WS-ENT-STAMP > WS-TO-STAMP
                 ADD 1 TO WS-AFTER-COUNT
              ELSE
                 PERFORM H310-APPLY-ENTRY
              END-IF
           END-IF
           READ JRN-FILE.
       H300-END. EXIT.

       H310-APPLY-ENTRY.
           ADD 1 TO WS-APPLY-COUNT
           IF JRN-AFT-STATUS = SPACE
              ADD 1 TO WS-NO-IMAGE-COUNT
           END-IF
           MOVE JRN-ID TO IDX-ID
           MOVE JRN-CRN TO IDX-CRN
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ
           EVALUATE JRN-PROCESS-TYPE
              WHEN 3
                 PERFORM H330-REPLAY-OPEN
              WHEN 2
                 PERFORM H340-REPLAY-DELETE
              WHEN OTHER
                 PERFORM H350-REPLAY-CHANGE
           END-EVALUATE.
       H310-END. EXIT.

       H330-REPLAY-OPEN.
           IF WS-FOUND
              MOVE 'OPEN OVER EXISTING ACCOUNT' TO WS-RCV-REASON
              PERFORM H380-REPORT-EXCEPTION
              COMPUTE WS-NET-MOVEMENT =
                  WS-NET-MOVEMENT + JRN-BAL-AFTER - IDX-BALANCE
              PERFORM H360-APPLY-IMAGE
              REWRITE IDX-REC
              END-REWRITE
           ELSE
              ADD 1 TO WS-OPEN-COUNT
              MOVE JRN-ID TO IDX-ID
              MOVE JRN-CRN TO IDX-CRN
              MOVE SPACES TO IDX-NAME
              MOVE SPACES TO IDX-SRNAME
              MOVE ZEROES TO IDX-DATE
              MOVE 'A' TO IDX-STATUS
              MOVE ZEROES TO IDX-OD-LIMIT
              MOVE ZEROES TO IDX-CUST-NO
              ADD JRN-BAL-AFTER TO WS-NET-MOVEMENT
              PERFORM H360-APPLY-IMAGE
              WRITE IDX-REC
              END-WRITE
           END-IF.
       H330-END. EXIT.

       H340-REPLAY-DELETE.
           IF WS-FOUND
              ADD 1 TO WS-DEL-COUNT
              PERFORM H370-CHECK-CHAIN
              SUBTRACT IDX-BALANCE FROM WS-NET-MOVEMENT
              DELETE IDX-FILE RECORD
              END-DELETE
           ELSE
              MOVE 'DELETE OF MISSING ACCOUNT' TO WS-RCV-REASON
              PERFORM H380-REPORT-EXCEPTION
           END-IF.
       H340-END. EXIT.

       H350-REPLAY-CHANGE.
           IF WS-FOUND
              PERFORM H370-CHECK-CHAIN
              COMPUTE WS-NET-MOVEMENT =
                  WS-NET-MOVEMENT + JRN-BAL-AFTER - IDX-BALANCE
              PERFORM H360-APPLY-IMAGE
              REWRITE IDX-REC
              END-REWRITE
           ELSE
              MOVE 'ACCOUNT NOT ON FILE' TO WS-RCV-REASON
              PERFORM H380-REPORT-EXCEPTION
           END-IF.
       H350-END. EXIT.

       H360-APPLY-IMAGE.
           MOVE JRN-BAL-AFTER TO IDX-BALANCE
           IF JRN-AFT-STATUS NOT = SPACE
              MOVE JRN-AFT-NAME TO IDX-NAME
              MOVE JRN-AFT-SRNAME TO IDX-SRNAME
              MOVE JRN-AFT-DATE TO IDX-DATE
              MOVE JRN-AFT-STATUS TO IDX-STATUS
              MOVE JRN-AFT-OD-LIMIT TO IDX-OD-LIMIT
              MOVE JRN-AFT-CUST-NO TO IDX-CUST-NO
           END-IF.
       H360-END. EXIT.

       H370-CHECK-CHAIN.
           IF IDX-BALANCE NOT = JRN-BAL-BEFORE
              ADD 1 TO WS-BREAK-COUNT
              MOVE JRN-ID TO WS-EDIT-ID
              MOVE JRN-CRN TO WS-EDIT-CRN
              MOVE SPACES TO WS-LINE
              STRING 'CHAIN BREAK ID: ' WS-EDIT-ID
                  ' CRN: ' WS-EDIT-CRN ' REF: ' JRN-REF
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
              MOVE JRN-BAL-BEFORE TO WS-EDIT-AMT
              MOVE IDX-BALANCE TO WS-EDIT-AMT2
              MOVE SPACES TO WS-LINE
              STRING '   JOURNAL BEFORE: ' WS-EDIT-AMT
                  '  MASTER: ' WS-EDIT-AMT2
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF.
       H370-END. EXIT.

       H380-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE IDX-ID TO WS-EDIT-ID
           MOVE IDX-CRN TO WS-EDIT-CRN
           MOVE SPACES TO WS-LINE
           STRING 'EXCEPTION ID: ' WS-EDIT-ID
               ' CRN: ' WS-EDIT-CRN ' ' WS-RCV-REASON
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H380-END. EXIT.

       H400-PROVE-MASTER.
           CLOSE IDX-FILE
           OPEN INPUT IDX-FILE.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
           DISPLAY 'UNABLE TO REOPEN RCVIDX: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ IDX-FILE NEXT RECORD
           PERFORM H410-PROVE-ACCOUNT UNTIL IDX-EOF.
       H400-END. EXIT.

       H410-PROVE-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT
           IF IDX-BALANCE NOT NUMERIC
              MOVE 'PACKED BALANCE INVALID' TO WS-RCV-REASON
              PERFORM H420-RECORD-ERROR
           ELSE
              ADD IDX-BALANCE TO WS-BAL-TOTAL
           END-IF
           IF IDX-STATUS NOT = 'A' AND IDX-STATUS NOT = 'D'
              AND IDX-STATUS NOT = 'F' AND IDX-STATUS NOT = 'C'
              MOVE 'STATUS CODE INVALID' TO WS-RCV-REASON
              PERFORM H420-RECORD-ERROR
           END-IF
           IF IDX-OD-LIMIT NOT NUMERIC
              MOVE 'PACKED OD LIMIT INVALID' TO WS-RCV-REASON
              PERFORM H420-RECORD-ERROR
           END-IF
           READ IDX-FILE NEXT RECORD.
       H410-END. EXIT.

       H420-RECORD-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE IDX-ID TO WS-EDIT-ID
           MOVE IDX-CRN TO WS-EDIT-CRN
           MOVE SPACES TO WS-LINE
           STRING 'ERROR ID: ' WS-EDIT-ID ' CRN: ' WS-EDIT-CRN
               ' ' WS-RCV-REASON
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC.
       H420-END. EXIT.

       H500-WRITE-TOTALS.
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-BKP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS IN BACKUP ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-BKP-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'BALANCE IN BACKUP ...... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'JOURNAL ENTRIES READ ... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-BEFORE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'IN BACKUP, SKIPPED ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-AFTER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'AFTER STOP POINT ....... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-APPLY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ENTRIES REPLAYED ....... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS OPENED ........ ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-DEL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS DELETED ....... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-NET-MOVEMENT TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'NET MOVEMENT ........... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-BREAK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'CHAIN BREAKS ........... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'REPLAY EXCEPTIONS ...... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-NO-IMAGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'BALANCE ONLY, NO IMAGE . ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ACCT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ACCOUNTS REBUILT ....... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-BAL-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'BALANCE REBUILT ........ ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           PERFORM H510-CHECK-ROLL-FORWARD.
       H500-END. EXIT.

       H510-CHECK-ROLL-FORWARD.
           COMPUTE WS-EXP-COUNT =
               WS-BKP-COUNT + WS-OPEN-COUNT - WS-DEL-COUNT
           COMPUTE WS-EXP-TOTAL = WS-BKP-TOTAL + WS-NET-MOVEMENT
           MOVE WS-EXP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'EXPECTED ACCOUNTS ...... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           MOVE WS-EXP-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'EXPECTED BALANCE ....... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-REC
           WRITE RPT-REC
           IF WS-EXP-COUNT NOT = WS-ACCT-COUNT
              MOVE 'Y' TO WS-MISMATCH-SW
              MOVE SPACES TO WS-LINE
              STRING 'ACCOUNT COUNT MISMATCH'
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF
           IF WS-EXP-TOTAL NOT = WS-BAL-TOTAL
              MOVE 'Y' TO WS-MISMATCH-SW
              MOVE SPACES TO WS-LINE
              STRING 'BALANCE TOTAL MISMATCH'
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF
           IF NOT WS-MISMATCH
              MOVE SPACES TO WS-LINE
              STRING 'ROLL-FORWARD ........... BALANCED'
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF.
       H510-END. EXIT.

       H600-SET-RETURN-CODE.
           IF WS-ERROR-COUNT > 0 OR WS-MISMATCH
              DISPLAY 'RECOVERY FAILED, ERRORS: ' WS-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-BREAK-COUNT > 0 OR WS-EXCEPT-COUNT > 0
                 DISPLAY 'RECOVERY COMPLETE WITH EXCEPTIONS: '
                     WS-BREAK-COUNT ' ' WS-EXCEPT-COUNT
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY 'RECOVERY CLEAN'
              END-IF
           END-IF.
       H600-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE BKP-FILE.
           CLOSE IDX-FILE.
           CLOSE JRN-FILE.
           CLOSE RPT-FILE.
       H999-END. EXIT.
