       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJGLI01.
       AUTHOR. AHMET MELIH CALMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE  ASSIGN TO JRNFILE
                             STATUS JRN-ST.
           SELECT GLM-FILE  ASSIGN TO GLMFILE
                             STATUS GLM-ST.
           SELECT SNP-FILE  ASSIGN TO SNPFILE
                             STATUS SNP-ST.
           SELECT GL-FILE   ASSIGN TO GLFILE
                             STATUS GL-ST.
           SELECT GLR-FILE  ASSIGN TO GLRFILE
                             STATUS GLR-ST.

       DATA DIVISION.
       FILE SECTION.
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
       FD  GLM-FILE RECORDING MODE F.
         01  GLM-REC.
           05 GLM-REC-TYPE      PIC X(01).
              88 GLM-MAPPING               VALUE 'M'.
              88 GLM-LIABILITY             VALUE 'L'.
           05 GLM-PROCESS-TYPE  PIC X(01).
           05 GLM-ACTION        PIC X(01).
           05 GLM-SOURCE        PIC X(01).
           05 GLM-DR-ACCOUNT    PIC X(10).
           05 GLM-CR-ACCOUNT    PIC X(10).
           05 GLM-DESC          PIC X(20).
           05 FILLER            PIC X(36).
         01  GLM-LIAB-REC.
           05 FILLER            PIC X(04).
           05 GLM-LIAB-ACCOUNT  PIC X(10).
           05 FILLER            PIC X(66).
       FD  SNP-FILE RECORDING MODE F.
         01  SNP-REC.
           05 SNP-DATE          PIC 9(08).
           05 SNP-COUNT         PIC 9(09).
           05 SNP-TOTAL         PIC S9(13)V99.
           05 SNP-BUS-DATE      PIC 9(08).
           05 SNP-NET-MOVEMENT  PIC S9(11)V99.
       FD  GL-FILE RECORDING MODE F.
         01  GL-REC             PIC X(80).
       FD  GLR-FILE RECORDING MODE F.
         01  GLR-REC            PIC X(80).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 JRN-ST            PIC 9(02).
              88 JRN-EOF                   VALUE 10.
              88 JRN-SUCCES                VALUE 00 97.
           05 GLM-ST            PIC 9(02).
              88 GLM-EOF                   VALUE 10.
              88 GLM-SUCCES                VALUE 00 97.
           05 SNP-ST            PIC 9(02).
              88 SNP-NOTFOUND              VALUE 35.
              88 SNP-SUCCES                VALUE 00 97.
           05 GL-ST             PIC 9(02).
              88 GL-SUCCES                 VALUE 00 97.
           05 GLR-ST            PIC 9(02).
              88 GLR-SUCCES                VALUE 00 97.
           05 WS-BUSINESS-DATE  PIC 9(08).
           05 WS-FEED-SW        PIC X(01) VALUE 'Y'.
              88 WS-FEED-OK                VALUE 'Y'.
           05 WS-SNAP-SW        PIC X(01) VALUE 'N'.
              88 WS-SNAP-FOUND             VALUE 'Y'.
           05 WS-SNAP-BUS-DATE  PIC 9(08) VALUE 0.
           05 WS-SNAP-MOVEMENT  PIC S9(11)V99 VALUE 0.
           05 WS-MAP-FOUND-SW   PIC X(01).
              88 WS-MAP-FOUND              VALUE 'Y'.
           05 WS-SUM-FOUND-SW   PIC X(01).
              88 WS-SUM-FOUND              VALUE 'Y'.
           05 WS-LIAB-FOUND-SW  PIC X(01).
              88 WS-LIAB-FOUND             VALUE 'Y'.
           05 WS-MAP-USED       PIC 9(04) COMP VALUE 0.
           05 WS-MAP-IX         PIC 9(04) COMP.
           05 WS-LIAB-USED      PIC 9(04) COMP VALUE 0.
           05 WS-LIAB-IX        PIC 9(04) COMP.
           05 WS-SUM-USED       PIC 9(04) COMP VALUE 0.
           05 WS-SUM-IX         PIC 9(04) COMP.
           05 WS-JRN-TYPE-X     PIC X(01).
           05 WS-JRN-SOURCE     PIC X(01).
           05 WS-CHK-ACCOUNT    PIC X(10).
           05 WS-SIDE-DR        PIC X(10).
           05 WS-SIDE-CR        PIC X(10).
           05 WS-ABS-AMOUNT     PIC S9(11)V99 COMP-3.
           05 WS-JRN-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-NONFIN-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-POSTED-COUNT   PIC 9(09) COMP-3 VALUE 0.
           05 WS-NOGL-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-UNMAPPED-COUNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-OTHER-DATE-CNT PIC 9(09) COMP-3 VALUE 0.
           05 WS-LINE-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-DTL-COUNT      PIC 9(09) COMP-3 VALUE 0.
           05 WS-DR-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CR-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-OUT-DR-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-OUT-CR-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CRN-HASH       PIC 9(11) COMP-3 VALUE 0.
           05 WS-LIAB-TELLER    PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-LIAB-BATCH     PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-LIAB-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-LINE           PIC X(80).
           05 WS-EDIT-ID        PIC ZZZZ9.
           05 WS-EDIT-CRN       PIC ZZ9.
           05 WS-EDIT-AMT       PIC -(7)9.99.
           05 WS-EDIT-COUNT     PIC ZZZZZZZZ9.
           05 WS-EDIT-TOTAL     PIC -(12)9.99.
         01  WS-MAP-TABLE-AREA.
           05 WS-MAP-ENTRY OCCURS 100 TIMES.
              07 WS-MAP-TYPE    PIC X(01).
              07 WS-MAP-ACTION  PIC X(01).
              07 WS-MAP-SOURCE  PIC X(01).
              07 WS-MAP-DR      PIC X(10).
              07 WS-MAP-CR      PIC X(10).
              07 WS-MAP-DESC    PIC X(20).
         01  WS-LIAB-TABLE-AREA.
           05 WS-LIAB-ACCOUNT OCCURS 20 TIMES PIC X(10).
         01  WS-SUM-TABLE-AREA.
           05 WS-SUM-ENTRY OCCURS 3000 TIMES.
              07 WS-SUM-CRN     PIC 9(03).
              07 WS-SUM-TYPE    PIC 9(01).
              07 WS-SUM-SOURCE  PIC X(01).
              07 WS-SUM-MAP-IX  PIC 9(04) COMP.
              07 WS-SUM-NET     PIC S9(11)V99 COMP-3.
              07 WS-SUM-ENTRIES PIC 9(07) COMP-3.
         01  WS-GLH-AREA.
           05 WS-GLH-REC-TYPE   PIC X(01) VALUE 'H'.
           05 WS-GLH-SYSTEM     PIC X(08) VALUE 'PJBANK'.
           05 WS-GLH-BUS-DATE   PIC 9(08).
           05 WS-GLH-RUN-DATE   PIC 9(08).
           05 WS-GLH-RUN-TIME   PIC 9(08).
           05 FILLER            PIC X(47) VALUE SPACES.
         01  WS-GLD-AREA.
           05 WS-GLD-REC-TYPE   PIC X(01) VALUE 'D'.
           05 WS-GLD-BUS-DATE   PIC 9(08).
           05 WS-GLD-CRN        PIC 9(03).
           05 WS-GLD-PROCESS-TYPE PIC 9(01).
           05 WS-GLD-SOURCE     PIC X(01).
           05 WS-GLD-ACCOUNT    PIC X(10).
           05 WS-GLD-DR-CR      PIC X(01).
           05 WS-GLD-AMOUNT     PIC 9(11)V99.
           05 WS-GLD-ENTRIES    PIC 9(07).
           05 WS-GLD-DESC       PIC X(20).
           05 FILLER            PIC X(15) VALUE SPACES.
         01  WS-GLT-AREA.
           05 WS-GLT-REC-TYPE   PIC X(01) VALUE 'T'.
           05 WS-GLT-BUS-DATE   PIC 9(08).
           05 WS-GLT-REC-COUNT  PIC 9(09).
           05 WS-GLT-DR-TOTAL   PIC 9(13)V99.
           05 WS-GLT-CR-TOTAL   PIC 9(13)V99.
           05 WS-GLT-CRN-HASH   PIC 9(11).
           05 FILLER            PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-MAPPING UNTIL GLM-EOF
           PERFORM H200-SUMMARISE UNTIL JRN-EOF
           PERFORM H300-PROVE-BALANCE
           PERFORM H400-PROVE-LIABILITY
           IF WS-FEED-OK
              PERFORM H500-WRITE-FEED
              DISPLAY 'GL FEED PRODUCED FOR: ' WS-BUSINESS-DATE
           ELSE
              DISPLAY 'GL FEED REFUSED FOR: ' WS-BUSINESS-DATE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H600-WRITE-CONTROL-TOTALS
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-BUSINESS-DATE.
           OPEN INPUT  JRN-FILE.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN JRNFILE: ' JRN-ST
           MOVE JRN-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET JRN-SUCCES TO TRUE
           OPEN INPUT  GLM-FILE.
           IF (GLM-ST NOT = 0) AND (GLM-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN GLMFILE: ' GLM-ST
           MOVE GLM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET GLM-SUCCES TO TRUE
           OPEN OUTPUT GLR-FILE.
           IF (GLR-ST NOT = 0) AND (GLR-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN GLRFILE: ' GLR-ST
           MOVE GLR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-READ-SNAPSHOT
           PERFORM H120-WRITE-HEADER
           READ GLM-FILE
           READ JRN-FILE.
       H100-END. EXIT.

       H110-READ-SNAPSHOT.
           OPEN INPUT SNP-FILE.
           IF SNP-NOTFOUND
              DISPLAY 'NO AUDIT SNAPSHOT FOUND'
           ELSE
              READ SNP-FILE
              IF SNP-SUCCES
                 MOVE SNP-BUS-DATE TO WS-SNAP-BUS-DATE
                 MOVE SNP-NET-MOVEMENT TO WS-SNAP-MOVEMENT
                 MOVE 'Y' TO WS-SNAP-SW
              END-IF
              CLOSE SNP-FILE
           END-IF.
       H110-END. EXIT.

       H120-WRITE-HEADER.
           MOVE SPACES TO WS-LINE
           STRING 'PJGLI01 - GENERAL LEDGER INTERFACE, BUSINESS DATE: '
               WS-BUSINESS-DATE DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC.
       H120-END. EXIT.

       H150-LOAD-MAPPING.
           EVALUATE TRUE
              WHEN GLM-MAPPING
                PERFORM H160-ADD-MAPPING
              WHEN GLM-LIABILITY
                PERFORM H170-ADD-LIABILITY
              WHEN OTHER
                DISPLAY 'MAPPING RECORD IGNORED: ' GLM-REC(1:40)
           END-EVALUATE
           READ GLM-FILE.
       H150-END. EXIT.

       H160-ADD-MAPPING.
           IF WS-MAP-USED < 100
              ADD 1 TO WS-MAP-USED
              MOVE GLM-PROCESS-TYPE TO WS-MAP-TYPE(WS-MAP-USED)
              MOVE GLM-ACTION TO WS-MAP-ACTION(WS-MAP-USED)
              MOVE GLM-SOURCE TO WS-MAP-SOURCE(WS-MAP-USED)
              MOVE GLM-DR-ACCOUNT TO WS-MAP-DR(WS-MAP-USED)
              MOVE GLM-CR-ACCOUNT TO WS-MAP-CR(WS-MAP-USED)
              MOVE GLM-DESC TO WS-MAP-DESC(WS-MAP-USED)
           ELSE
              DISPLAY 'MAPPING TABLE FULL, ENTRY SKIPPED'
              MOVE 'N' TO WS-FEED-SW
           END-IF.
       H160-END. EXIT.

       H170-ADD-LIABILITY.
           IF WS-LIAB-USED < 20
              ADD 1 TO WS-LIAB-USED
              MOVE GLM-LIAB-ACCOUNT TO WS-LIAB-ACCOUNT(WS-LIAB-USED)
           ELSE
              DISPLAY 'LIABILITY TABLE FULL, ENTRY SKIPPED'
              MOVE 'N' TO WS-FEED-SW
           END-IF.
       H170-END. EXIT.

       H200-SUMMARISE.
           IF JRN-DATE = WS-BUSINESS-DATE
              ADD 1 TO WS-JRN-COUNT
              IF JRN-AMOUNT = 0
                 ADD 1 TO WS-NONFIN-COUNT
              ELSE
                 PERFORM H210-FIND-MAPPING
                 IF WS-MAP-FOUND
                    PERFORM H220-ACCUMULATE
                 ELSE
                    PERFORM H230-UNMAPPED
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-OTHER-DATE-CNT
           END-IF
           READ JRN-FILE.
       H200-END. EXIT.

       H210-FIND-MAPPING.
           MOVE JRN-PROCESS-TYPE TO WS-JRN-TYPE-X
           MOVE JRN-REF(1:1) TO WS-JRN-SOURCE
           MOVE 'N' TO WS-MAP-FOUND-SW
           MOVE 1 TO WS-MAP-IX
           PERFORM H215-TEST-MAPPING
               UNTIL WS-MAP-IX > WS-MAP-USED OR WS-MAP-FOUND.
       H210-END. EXIT.

       H215-TEST-MAPPING.
           IF (WS-MAP-TYPE(WS-MAP-IX) = '*'
                 OR WS-MAP-TYPE(WS-MAP-IX) = WS-JRN-TYPE-X)
              AND (WS-MAP-ACTION(WS-MAP-IX) = '*'
                 OR WS-MAP-ACTION(WS-MAP-IX) = JRN-ACTION)
              AND (WS-MAP-SOURCE(WS-MAP-IX) = '*'
                 OR WS-MAP-SOURCE(WS-MAP-IX) = WS-JRN-SOURCE)
              MOVE 'Y' TO WS-MAP-FOUND-SW
           ELSE
              ADD 1 TO WS-MAP-IX
           END-IF.
       H215-END. EXIT.

       H220-ACCUMULATE.
           IF WS-MAP-DR(WS-MAP-IX) = SPACES
              AND WS-MAP-CR(WS-MAP-IX) = SPACES
              ADD 1 TO WS-NOGL-COUNT
           ELSE
              MOVE 'N' TO WS-SUM-FOUND-SW
              MOVE 1 TO WS-SUM-IX
              PERFORM H225-TEST-SUMMARY
                  UNTIL WS-SUM-IX > WS-SUM-USED OR WS-SUM-FOUND
              IF NOT WS-SUM-FOUND
                 PERFORM H226-NEW-SUMMARY
              END-IF
              IF WS-SUM-FOUND
                 ADD JRN-AMOUNT TO WS-SUM-NET(WS-SUM-IX)
                 ADD 1 TO WS-SUM-ENTRIES(WS-SUM-IX)
                 ADD 1 TO WS-POSTED-COUNT
              END-IF
           END-IF.
       H220-END. EXIT.

       H225-TEST-SUMMARY.
           IF WS-SUM-CRN(WS-SUM-IX) = JRN-CRN
              AND WS-SUM-TYPE(WS-SUM-IX) = JRN-PROCESS-TYPE
              AND WS-SUM-SOURCE(WS-SUM-IX) = WS-JRN-SOURCE
              AND WS-SUM-MAP-IX(WS-SUM-IX) = WS-MAP-IX
              MOVE 'Y' TO WS-SUM-FOUND-SW
           ELSE
              ADD 1 TO WS-SUM-IX
           END-IF.
       H225-END. EXIT.

       H226-NEW-SUMMARY.
           IF WS-SUM-USED < 3000
              ADD 1 TO WS-SUM-USED
              MOVE WS-SUM-USED TO WS-SUM-IX
              MOVE JRN-CRN TO WS-SUM-CRN(WS-SUM-IX)
              MOVE JRN-PROCESS-TYPE TO WS-SUM-TYPE(WS-SUM-IX)
              MOVE WS-JRN-SOURCE TO WS-SUM-SOURCE(WS-SUM-IX)
              MOVE WS-MAP-IX TO WS-SUM-MAP-IX(WS-SUM-IX)
              MOVE 0 TO WS-SUM-NET(WS-SUM-IX)
              MOVE 0 TO WS-SUM-ENTRIES(WS-SUM-IX)
              MOVE 'Y' TO WS-SUM-FOUND-SW
           ELSE
              DISPLAY 'SUMMARY TABLE FULL, ENTRY NOT POSTED: ' JRN-REF
              MOVE 'N' TO WS-FEED-SW
           END-IF.
       H226-END. EXIT.

       H230-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-COUNT
           MOVE 'N' TO WS-FEED-SW
           MOVE JRN-ID TO WS-EDIT-ID
           MOVE JRN-CRN TO WS-EDIT-CRN
           MOVE JRN-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO WS-LINE
           STRING 'NO GL MAP ID: ' WS-EDIT-ID ' CRN: ' WS-EDIT-CRN
               ' TYPE: ' JRN-PROCESS-TYPE JRN-ACTION
               ' ' WS-EDIT-AMT ' ' JRN-REF
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC.
       H230-END. EXIT.

       H300-PROVE-BALANCE.
           MOVE 1 TO WS-SUM-IX
           PERFORM H310-PRICE-ENTRY UNTIL WS-SUM-IX > WS-SUM-USED
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-DR-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL DEBITS ........... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-CR-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL CREDITS .......... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE SPACES TO WS-LINE
           IF WS-DR-TOTAL = WS-CR-TOTAL
              STRING 'DEBITS/CREDITS ......... BALANCED'
                  DELIMITED BY SIZE INTO WS-LINE
           ELSE
              MOVE 'N' TO WS-FEED-SW
              STRING 'DEBITS/CREDITS ......... OUT OF BALANCE'
                  DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC.
       H300-END. EXIT.

       H310-PRICE-ENTRY.
           MOVE WS-SUM-MAP-IX(WS-SUM-IX) TO WS-MAP-IX
           PERFORM H320-SET-SIDES
           IF WS-ABS-AMOUNT NOT = 0
              IF WS-SIDE-DR NOT = SPACES
                 ADD WS-ABS-AMOUNT TO WS-DR-TOTAL
                 ADD 1 TO WS-LINE-COUNT
              END-IF
              IF WS-SIDE-CR NOT = SPACES
                 ADD WS-ABS-AMOUNT TO WS-CR-TOTAL
                 ADD 1 TO WS-LINE-COUNT
              END-IF
              PERFORM H330-LIABILITY-MOVEMENT
           END-IF
           ADD 1 TO WS-SUM-IX.
       H310-END. EXIT.

       H320-SET-SIDES.
           IF WS-SUM-NET(WS-SUM-IX) < 0
              COMPUTE WS-ABS-AMOUNT = 0 - WS-SUM-NET(WS-SUM-IX)
              MOVE WS-MAP-CR(WS-MAP-IX) TO WS-SIDE-DR
              MOVE WS-MAP-DR(WS-MAP-IX) TO WS-SIDE-CR
           ELSE
              MOVE WS-SUM-NET(WS-SUM-IX) TO WS-ABS-AMOUNT
              MOVE WS-MAP-DR(WS-MAP-IX) TO WS-SIDE-DR
              MOVE WS-MAP-CR(WS-MAP-IX) TO WS-SIDE-CR
           END-IF.
       H320-END. EXIT.

       H330-LIABILITY-MOVEMENT.
           MOVE WS-MAP-CR(WS-MAP-IX) TO WS-CHK-ACCOUNT
           PERFORM H340-CHECK-LIABILITY
           IF WS-LIAB-FOUND
              IF WS-SUM-SOURCE(WS-SUM-IX) = 'S'
                 ADD WS-SUM-NET(WS-SUM-IX) TO WS-LIAB-TELLER
              ELSE
                 ADD WS-SUM-NET(WS-SUM-IX) TO WS-LIAB-BATCH
              END-IF
           END-IF
           MOVE WS-MAP-DR(WS-MAP-IX) TO WS-CHK-ACCOUNT
           PERFORM H340-CHECK-LIABILITY
           IF WS-LIAB-FOUND
              IF WS-SUM-SOURCE(WS-SUM-IX) = 'S'
                 SUBTRACT WS-SUM-NET(WS-SUM-IX) FROM WS-LIAB-TELLER
              ELSE
                 SUBTRACT WS-SUM-NET(WS-SUM-IX) FROM WS-LIAB-BATCH
              END-IF
           END-IF.
       H330-END. EXIT.

       H340-CHECK-LIABILITY.
           MOVE 'N' TO WS-LIAB-FOUND-SW
           IF WS-CHK-ACCOUNT NOT = SPACES
              MOVE 1 TO WS-LIAB-IX
              PERFORM H345-TEST-LIABILITY
                  UNTIL WS-LIAB-IX > WS-LIAB-USED OR WS-LIAB-FOUND
           END-IF.
       H340-END. EXIT.

       H345-TEST-LIABILITY.
           IF WS-LIAB-ACCOUNT(WS-LIAB-IX) = WS-CHK-ACCOUNT
              MOVE 'Y' TO WS-LIAB-FOUND-SW
           ELSE
              ADD 1 TO WS-LIAB-IX
           END-IF.
       H345-END. EXIT.

       H400-PROVE-LIABILITY.
           COMPUTE WS-LIAB-TOTAL = WS-LIAB-TELLER + WS-LIAB-BATCH
           MOVE WS-LIAB-TELLER TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'LIABILITY MOVE, TELLER . ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-LIAB-BATCH TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'LIABILITY MOVE, BATCH .. ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-LIAB-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING 'LIABILITY MOVE, TOTAL .. ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
              WHEN NOT WS-SNAP-FOUND
                MOVE 'N' TO WS-FEED-SW
                STRING 'NO AUDIT SNAPSHOT, LIABILITY NOT PROVEN'
                    DELIMITED BY SIZE INTO WS-LINE
              WHEN WS-SNAP-BUS-DATE NOT = WS-BUSINESS-DATE
                MOVE 'N' TO WS-FEED-SW
                STRING 'AUDIT SNAPSHOT IS FOR ' WS-SNAP-BUS-DATE
                    ', LIABILITY NOT PROVEN'
                    DELIMITED BY SIZE INTO WS-LINE
              WHEN OTHER
                PERFORM H410-COMPARE-AUDIT
           END-EVALUATE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC.
       H400-END. EXIT.

       H410-COMPARE-AUDIT.
           MOVE WS-SNAP-MOVEMENT TO WS-EDIT-TOTAL
           STRING 'PJAUD01 NET MOVEMENT ... ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE SPACES TO WS-LINE
           IF WS-SNAP-MOVEMENT = WS-LIAB-TELLER
              STRING 'LIABILITY VS AUDIT ..... AGREED'
                  DELIMITED BY SIZE INTO WS-LINE
           ELSE
              MOVE 'N' TO WS-FEED-SW
              STRING 'LIABILITY VS AUDIT ..... DISAGREE'
                  DELIMITED BY SIZE INTO WS-LINE
           END-IF.
       H410-END. EXIT.

       H500-WRITE-FEED.
           OPEN OUTPUT GL-FILE.
           IF (GL-ST NOT = 0) AND (GL-ST NOT = 97)
           DISPLAY 'UNABLE TO OPEN GLFILE: ' GL-ST
           MOVE GL-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-GLH-BUS-DATE
           ACCEPT WS-GLH-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GLH-RUN-TIME FROM TIME
           MOVE WS-GLH-AREA TO GL-REC
           WRITE GL-REC
           MOVE 1 TO WS-SUM-IX
           PERFORM H510-WRITE-ENTRY UNTIL WS-SUM-IX > WS-SUM-USED
           MOVE WS-BUSINESS-DATE TO WS-GLT-BUS-DATE
           MOVE WS-DTL-COUNT TO WS-GLT-REC-COUNT
           MOVE WS-OUT-DR-TOTAL TO WS-GLT-DR-TOTAL
           MOVE WS-OUT-CR-TOTAL TO WS-GLT-CR-TOTAL
           MOVE WS-CRN-HASH TO WS-GLT-CRN-HASH
           MOVE WS-GLT-AREA TO GL-REC
           WRITE GL-REC
           CLOSE GL-FILE.
       H500-END. EXIT.

       H510-WRITE-ENTRY.
           MOVE WS-SUM-MAP-IX(WS-SUM-IX) TO WS-MAP-IX
           PERFORM H320-SET-SIDES
           IF WS-ABS-AMOUNT NOT = 0
              MOVE WS-BUSINESS-DATE TO WS-GLD-BUS-DATE
              MOVE WS-SUM-CRN(WS-SUM-IX) TO WS-GLD-CRN
              MOVE WS-SUM-TYPE(WS-SUM-IX) TO WS-GLD-PROCESS-TYPE
              MOVE WS-SUM-SOURCE(WS-SUM-IX) TO WS-GLD-SOURCE
              MOVE WS-ABS-AMOUNT TO WS-GLD-AMOUNT
              MOVE WS-SUM-ENTRIES(WS-SUM-IX) TO WS-GLD-ENTRIES
              MOVE WS-MAP-DESC(WS-MAP-IX) TO WS-GLD-DESC
              IF WS-SIDE-DR NOT = SPACES
                 MOVE WS-SIDE-DR TO WS-GLD-ACCOUNT
                 MOVE 'D' TO WS-GLD-DR-CR
                 ADD WS-ABS-AMOUNT TO WS-OUT-DR-TOTAL
                 PERFORM H520-WRITE-DETAIL
              END-IF
              IF WS-SIDE-CR NOT = SPACES
                 MOVE WS-SIDE-CR TO WS-GLD-ACCOUNT
                 MOVE 'C' TO WS-GLD-DR-CR
                 ADD WS-ABS-AMOUNT TO WS-OUT-CR-TOTAL
                 PERFORM H520-WRITE-DETAIL
              END-IF
           END-IF
           ADD 1 TO WS-SUM-IX.
       H510-END. EXIT.

       H520-WRITE-DETAIL.
           MOVE WS-GLD-AREA TO GL-REC
           WRITE GL-REC
           ADD 1 TO WS-DTL-COUNT
           ADD WS-GLD-CRN TO WS-CRN-HASH.
       H520-END. EXIT.

       H600-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-JRN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'JOURNAL ENTRIES TODAY .. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-OTHER-DATE-CNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'OTHER DATES IGNORED .... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-NONFIN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'NON-FINANCIAL ENTRIES .. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ENTRIES SUMMARISED ..... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-NOGL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'MAPPED, NO GL POSTING .. ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-UNMAPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'UNMAPPED ENTRIES ....... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'GL LINES PROVEN ........ ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE WS-DTL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'GL LINES WRITTEN ....... ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC
           MOVE SPACES TO WS-LINE
           IF WS-FEED-OK
              STRING 'GL FEED ................ PRODUCED'
                  DELIMITED BY SIZE INTO WS-LINE
           ELSE
              STRING 'GL FEED ................ REFUSED'
                  DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO GLR-REC
           WRITE GLR-REC.
       H600-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE JRN-FILE.
           CLOSE GLM-FILE.
           CLOSE GLR-FILE.
       H999-END. EXIT.
