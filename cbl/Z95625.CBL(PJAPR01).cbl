       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJAPR01.
       AUTHOR. AHMET MELIH CALMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNI-FILE  ASSIGN TO PNDIN
                             STATUS PNI-ST.
           SELECT PND-FILE  ASSIGN TO PNDFILE
                             STATUS PND-ST.
           SELECT DEC-FILE  ASSIGN TO DECFILE
                             STATUS DEC-ST.
           SELECT APR-FILE  ASSIGN TO APRFILE
                             STATUS APR-ST.
           SELECT PNO-FILE  ASSIGN TO PNDOUT
                             STATUS PNO-ST.
           SELECT OPR-FILE  ASSIGN TO OPRLOG
                             STATUS OPR-ST.
           SELECT REP-FILE  ASSIGN TO REPFILE
                             STATUS REP-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PNI-FILE RECORDING MODE F.
         01  PNI-REC            PIC X(136).
       FD  PND-FILE RECORDING MODE F.
         01  PND-REC            PIC X(136).
       FD  DEC-FILE RECORDING MODE F.
         01  DEC-REC.
           05 DEC-PND-DATE      PIC 9(08).
           05 DEC-PND-SEQ       PIC 9(05).
           05 DEC-DECISION      PIC X(01).
           05 DEC-SUPERVISOR    PIC X(08).
       FD  APR-FILE RECORDING MODE F.
         01  APR-REC.
           05 APR-RECORD        PIC X(103).
           05 APR-RELEASE-DATE  PIC 9(08).
           05 APR-PND-DATE      PIC 9(08).
           05 APR-PND-SEQ       PIC 9(05).
           05 APR-APPROVER      PIC X(08).
       FD  PNO-FILE RECORDING MODE F.
         01  PNO-REC            PIC X(136).
       FD  OPR-FILE RECORDING MODE F.
         01  OPR-REC.
           05 OPR-DATE          PIC 9(08).
           05 OPR-TIME          PIC 9(08).
           05 OPR-FUNCTION      PIC X(01).
           05 OPR-BUS-DATE      PIC 9(08).
           05 OPR-USER          PIC X(08).
           05 OPR-TEXT          PIC X(30).
       FD  REP-FILE RECORDING MODE F.
         01  REP-REC            PIC X(80).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 PNI-ST            PIC 9(02).
              88 PNI-EOF                   VALUE 10.
              88 PNI-NOTFOUND              VALUE 35.
              88 PNI-SUCCES                VALUE 00 97.
           05 PND-ST            PIC 9(02).
              88 PND-EOF                   VALUE 10.
              88 PND-NOTFOUND              VALUE 35.
              88 PND-SUCCES                VALUE 00 97.
           05 DEC-ST            PIC 9(02).
              88 DEC-EOF                   VALUE 10.
              88 DEC-NOTFOUND              VALUE 35.
              88 DEC-SUCCES                VALUE 00 97.
           05 APR-ST            PIC 9(02).
              88 APR-SUCCES                VALUE 00 97.
           05 PNO-ST            PIC 9(02).
              88 PNO-SUCCES                VALUE 00 97.
           05 OPR-ST            PIC 9(02).
              88 OPR-SUCCES                VALUE 00 97.
           05 REP-ST            PIC 9(02).
              88 REP-SUCCES                VALUE 00 97.
           05 WS-BUSINESS-DATE  PIC 9(08).
           05 WS-RELEASE-DATE   PIC 9(08).
           05 WS-EXPIRY-DAYS    PIC 9(03).
           05 WS-PENDING-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-APPROVED-COUNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-DECLINED-COUNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-EXPIRED-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-REFUSED-COUNT  PIC 9(09) COMP-3 VALUE 0.
           05 WS-CARRY-COUNT    PIC 9(09) COMP-3 VALUE 0.
           05 WS-UNMATCHED-COUNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-DEC-USED       PIC 9(05) COMP VALUE 0.
           05 WS-DEC-IX         PIC 9(05) COMP.
           05 WS-DEC-FOUND-SW   PIC X(01).
              88 WS-DEC-FOUND              VALUE 'Y'.
           05 WS-DEC-FULL-SW    PIC X(01) VALUE 'N'.
              88 WS-DEC-FULL-TOLD          VALUE 'Y'.
           05 WS-OPR-FUNC       PIC X(01).
           05 WS-OPR-USER       PIC X(08).
           05 WS-OPR-TEXT       PIC X(30).
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
           05 WS-TODAY-SERIAL   PIC 9(07).
           05 WS-AGE-DAYS       PIC S9(05) COMP-3.
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-AGE       PIC ZZZZ9.
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
         01  WS-PND-AREA.
           05 WS-PND-RECORD.
              07 WS-PND-PROCESS-TYPE PIC X(01).
              07 WS-PND-ID      PIC X(05).
              07 WS-PND-CRN     PIC X(03).
              07 FILLER         PIC X(86).
              07 WS-PND-OPERATOR PIC X(08).
           05 WS-PND-DATE       PIC 9(08).
           05 WS-PND-SEQ        PIC 9(05).
           05 WS-PND-REASON     PIC X(20).
         01  WS-MONTH-AREA.
           05 WS-MONTH-TBL      PIC X(24)
                                VALUE '312831303130313130313031'.
           05 WS-MONTH-R REDEFINES WS-MONTH-TBL.
              07 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
         01  WS-DEC-TABLE-AREA.
           05 WS-DEC-ENTRY OCCURS 2000 TIMES.
              07 WS-DT-DATE     PIC 9(08).
              07 WS-DT-SEQ      PIC 9(05).
              07 WS-DT-DECISION PIC X(01).
              07 WS-DT-SUPERVISOR PIC X(08).
              07 WS-DT-USED-SW  PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-DECISIONS
           PERFORM H200-PROCESS-CARRIED
           PERFORM H250-PROCESS-NEW
           PERFORM H500-LIST-UNMATCHED
           PERFORM H700-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-BUSINESS-DATE.
           ACCEPT WS-RELEASE-DATE.
           ACCEPT WS-EXPIRY-DAYS.
           OPEN EXTEND APR-FILE.
           IF APR-ST = 35
              OPEN OUTPUT APR-FILE
           END-IF
           IF (APR-ST NOT = 0) AND (APR-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN APRFILE: ' APR-ST
           MOVE APR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT PNO-FILE.
           IF (PNO-ST NOT = 0) AND (PNO-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN PNDOUT: ' PNO-ST
           MOVE PNO-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF (REP-ST NOT = 0) AND (REP-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN REPFILE: ' REP-ST
           MOVE REP-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND OPR-FILE.
           IF OPR-ST = 35
              OPEN OUTPUT OPR-FILE
           END-IF
           IF (OPR-ST NOT = 0) AND (OPR-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN OPRLOG: ' OPR-ST
           MOVE OPR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-CNV-DATE
           PERFORM H800-DATE-TO-SERIAL
           MOVE WS-CNV-SERIAL TO WS-TODAY-SERIAL
           MOVE SPACES TO WS-LINE
           STRING 'PJAPR01 - PENDING APPROVALS, DATE: '
               WS-BUSINESS-DATE ' RELEASE TO: ' WS-RELEASE-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC.
       H100-END. EXIT.

       H150-LOAD-DECISIONS.
           OPEN INPUT DEC-FILE.
           IF DEC-NOTFOUND
              DISPLAY 'NO DECISIONS SUPPLIED'
           ELSE
              READ DEC-FILE
              PERFORM H160-ADD-DECISION UNTIL DEC-EOF
              CLOSE DEC-FILE
           END-IF.
       H150-END. EXIT.

       H160-ADD-DECISION.
           IF WS-DEC-USED < 2000
              ADD 1 TO WS-DEC-USED
              MOVE DEC-PND-DATE TO WS-DT-DATE(WS-DEC-USED)
              MOVE DEC-PND-SEQ TO WS-DT-SEQ(WS-DEC-USED)
              MOVE DEC-DECISION TO WS-DT-DECISION(WS-DEC-USED)
              MOVE DEC-SUPERVISOR TO WS-DT-SUPERVISOR(WS-DEC-USED)
              MOVE 'N' TO WS-DT-USED-SW(WS-DEC-USED)
           ELSE
              IF NOT WS-DEC-FULL-TOLD
                 DISPLAY 'DECISION TABLE FULL, DECISIONS SKIPPED'
                 MOVE 'Y' TO WS-DEC-FULL-SW
              END-IF
           END-IF
           READ DEC-FILE.
       H160-END. EXIT.

       H200-PROCESS-CARRIED.
           OPEN INPUT PNI-FILE.
           IF PNI-NOTFOUND
              DISPLAY 'NO CARRIED PENDING ITEMS'
           ELSE
              READ PNI-FILE
              PERFORM H210-CARRIED-ONE UNTIL PNI-EOF
              CLOSE PNI-FILE
           END-IF.
       H200-END. EXIT.

       H210-CARRIED-ONE.
           MOVE PNI-REC TO WS-PND-AREA
           PERFORM H300-DECIDE-ITEM
           READ PNI-FILE.
       H210-END. EXIT.

       H250-PROCESS-NEW.
           OPEN INPUT PND-FILE.
           IF PND-NOTFOUND
              DISPLAY 'NO NEW PENDING ITEMS'
           ELSE
              READ PND-FILE
              PERFORM H260-NEW-ONE UNTIL PND-EOF
              CLOSE PND-FILE
           END-IF.
       H250-END. EXIT.

       H260-NEW-ONE.
           MOVE PND-REC TO WS-PND-AREA
           PERFORM H300-DECIDE-ITEM
           READ PND-FILE.
       H260-END. EXIT.

       H300-DECIDE-ITEM.
           ADD 1 TO WS-PENDING-COUNT
           PERFORM H310-FIND-DECISION
           IF WS-DEC-FOUND
              MOVE 'Y' TO WS-DT-USED-SW(WS-DEC-IX)
              IF WS-DT-SUPERVISOR(WS-DEC-IX) = SPACES
                 PERFORM H440-REFUSE-DECISION
              ELSE
                 IF WS-DT-SUPERVISOR(WS-DEC-IX) = WS-PND-OPERATOR
                    PERFORM H440-REFUSE-DECISION
                 ELSE
                    EVALUATE WS-DT-DECISION(WS-DEC-IX)
                       WHEN 'A'
                         PERFORM H400-APPROVE-ITEM
                       WHEN 'D'
                         PERFORM H420-DECLINE-ITEM
                       WHEN OTHER
                         PERFORM H440-REFUSE-DECISION
                    END-EVALUATE
                 END-IF
              END-IF
           ELSE
              MOVE WS-PND-DATE TO WS-CNV-DATE
              PERFORM H800-DATE-TO-SERIAL
              COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-CNV-SERIAL
              IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                 PERFORM H460-EXPIRE-ITEM
              ELSE
                 PERFORM H480-CARRY-PENDING
              END-IF
           END-IF.
       H300-END. EXIT.

       H310-FIND-DECISION.
           MOVE 'N' TO WS-DEC-FOUND-SW
           MOVE 1 TO WS-DEC-IX
           PERFORM H320-TEST-DECISION
               UNTIL WS-DEC-IX > WS-DEC-USED OR WS-DEC-FOUND.
       H310-END. EXIT.

       H320-TEST-DECISION.
           IF WS-DT-DATE(WS-DEC-IX) = WS-PND-DATE
              AND WS-DT-SEQ(WS-DEC-IX) = WS-PND-SEQ
              AND WS-DT-USED-SW(WS-DEC-IX) = 'N'
              MOVE 'Y' TO WS-DEC-FOUND-SW
           ELSE
              ADD 1 TO WS-DEC-IX
           END-IF.
       H320-END. EXIT.

       H400-APPROVE-ITEM.
           ADD 1 TO WS-APPROVED-COUNT
           MOVE WS-PND-RECORD TO APR-RECORD
           MOVE WS-RELEASE-DATE TO APR-RELEASE-DATE
           MOVE WS-PND-DATE TO APR-PND-DATE
           MOVE WS-PND-SEQ TO APR-PND-SEQ
           MOVE WS-DT-SUPERVISOR(WS-DEC-IX) TO APR-APPROVER
           WRITE APR-REC
           END-WRITE
           MOVE 'A' TO WS-OPR-FUNC
           MOVE WS-DT-SUPERVISOR(WS-DEC-IX) TO WS-OPR-USER
           MOVE SPACES TO WS-OPR-TEXT
           STRING 'APPROVED ' WS-PND-DATE '/' WS-PND-SEQ
               ' T' WS-PND-PROCESS-TYPE
               DELIMITED BY SIZE INTO WS-OPR-TEXT
           PERFORM H600-LOG-DECISION
           MOVE SPACES TO WS-LINE
           STRING 'APPROVED ' WS-PND-DATE '/' WS-PND-SEQ
               ' TYPE ' WS-PND-PROCESS-TYPE
               ' ID ' WS-PND-ID ' CRN ' WS-PND-CRN
               ' OPER ' WS-PND-OPERATOR
               ' BY ' WS-DT-SUPERVISOR(WS-DEC-IX)
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC.
       H400-END. EXIT.

       H420-DECLINE-ITEM.
           ADD 1 TO WS-DECLINED-COUNT
           MOVE 'D' TO WS-OPR-FUNC
           MOVE WS-DT-SUPERVISOR(WS-DEC-IX) TO WS-OPR-USER
           MOVE SPACES TO WS-OPR-TEXT
           STRING 'DECLINED ' WS-PND-DATE '/' WS-PND-SEQ
               ' T' WS-PND-PROCESS-TYPE
               DELIMITED BY SIZE INTO WS-OPR-TEXT
           PERFORM H600-LOG-DECISION
           MOVE SPACES TO WS-LINE
           STRING 'DECLINED ' WS-PND-DATE '/' WS-PND-SEQ
               ' TYPE ' WS-PND-PROCESS-TYPE
               ' ID ' WS-PND-ID ' CRN ' WS-PND-CRN
               ' OPER ' WS-PND-OPERATOR
               ' BY ' WS-DT-SUPERVISOR(WS-DEC-IX)
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC.
       H420-END. EXIT.

       H440-REFUSE-DECISION.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE 'S' TO WS-OPR-FUNC
           MOVE WS-DT-SUPERVISOR(WS-DEC-IX) TO WS-OPR-USER
           MOVE SPACES TO WS-OPR-TEXT
           STRING 'REFUSED  ' WS-PND-DATE '/' WS-PND-SEQ
               ' T' WS-PND-PROCESS-TYPE
               DELIMITED BY SIZE INTO WS-OPR-TEXT
           PERFORM H600-LOG-DECISION
           MOVE SPACES TO WS-LINE
           IF WS-DT-SUPERVISOR(WS-DEC-IX) = WS-PND-OPERATOR
              STRING 'REFUSED  ' WS-PND-DATE '/' WS-PND-SEQ
                  ' SUPERVISOR SAME AS OPERATOR ' WS-PND-OPERATOR
                  DELIMITED BY SIZE INTO WS-LINE
           ELSE
              STRING 'REFUSED  ' WS-PND-DATE '/' WS-PND-SEQ
                  ' INVALID DECISION OR SUPERVISOR ID'
                  DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC
           PERFORM H480-CARRY-PENDING.
       H440-END. EXIT.

       H460-EXPIRE-ITEM.
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE
           MOVE 'E' TO WS-OPR-FUNC
           MOVE 'PJAPR01' TO WS-OPR-USER
           MOVE SPACES TO WS-OPR-TEXT
           STRING 'EXPIRED  ' WS-PND-DATE '/' WS-PND-SEQ
               ' T' WS-PND-PROCESS-TYPE
               DELIMITED BY SIZE INTO WS-OPR-TEXT
           PERFORM H600-LOG-DECISION
           MOVE SPACES TO WS-LINE
           STRING 'EXPIRED  ' WS-PND-DATE '/' WS-PND-SEQ
               ' TYPE ' WS-PND-PROCESS-TYPE
               ' ID ' WS-PND-ID ' CRN ' WS-PND-CRN
               ' OPER ' WS-PND-OPERATOR
               ' AGE ' WS-EDIT-AGE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC.
       H460-END. EXIT.

       H480-CARRY-PENDING.
           ADD 1 TO WS-CARRY-COUNT
           MOVE WS-PND-AREA TO PNO-REC
           WRITE PNO-REC
           END-WRITE.
       H480-END. EXIT.

       H500-LIST-UNMATCHED.
           MOVE 1 TO WS-DEC-IX
           PERFORM H510-TEST-UNMATCHED
               UNTIL WS-DEC-IX > WS-DEC-USED.
       H500-END. EXIT.

       H510-TEST-UNMATCHED.
           IF WS-DT-USED-SW(WS-DEC-IX) = 'N'
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE SPACES TO WS-LINE
              STRING 'NO PENDING ITEM FOR DECISION '
                  WS-DT-DATE(WS-DEC-IX) '/' WS-DT-SEQ(WS-DEC-IX)
                  ' BY ' WS-DT-SUPERVISOR(WS-DEC-IX)
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO REP-REC
              WRITE REP-REC
           END-IF
           ADD 1 TO WS-DEC-IX.
       H510-END. EXIT.

       H600-LOG-DECISION.
           ACCEPT OPR-DATE FROM DATE YYYYMMDD
           ACCEPT OPR-TIME FROM TIME
           MOVE WS-OPR-FUNC TO OPR-FUNCTION
           MOVE WS-BUSINESS-DATE TO OPR-BUS-DATE
           MOVE WS-OPR-USER TO OPR-USER
           MOVE WS-OPR-TEXT TO OPR-TEXT
           WRITE OPR-REC.
       H600-END. EXIT.

       H700-WRITE-SUMMARY.
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC
           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'PENDING ITEMS READ ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC
           MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'APPROVED ............... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC
           MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'DECLINED ............... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC
           MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'EXPIRED ................ ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC
           MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'DECISIONS REFUSED ...... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC
           MOVE WS-UNMATCHED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'DECISIONS UNMATCHED .... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC
           MOVE WS-CARRY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'STILL PENDING .......... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REP-REC
           WRITE REP-REC
           IF WS-REFUSED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H700-END. EXIT.

       H360-MAX-DAY-OF-YEAR.
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
       H360-END. EXIT.

       H800-DATE-TO-SERIAL.
           MOVE 0 TO WS-CNV-DDD
           MOVE 1 TO WS-CNV-IX
           PERFORM H810-ADD-MONTH
               UNTIL WS-CNV-IX >= WS-CNV-MONTH
               OR WS-CNV-IX > 12
           ADD WS-CNV-DAY TO WS-CNV-DDD
           IF WS-CNV-MONTH > 2
              MOVE WS-CNV-YEAR TO WS-DATE-YEAR
              PERFORM H360-MAX-DAY-OF-YEAR
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
           CLOSE APR-FILE.
           CLOSE PNO-FILE.
           CLOSE OPR-FILE.
           CLOSE REP-FILE.
       H999-END. EXIT.
