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
       FD  SET-FILE RECORDING MODE F.
         01  SET-REC            PIC X(80).

              07 WS-SET-RDEP-AMT PIC S9(11)V99 COMP-3.
              07 WS-SET-RWDR-CNT PIC 9(09) COMP-3.
              07 WS-SET-RWDR-AMT PIC S9(11)V99 COMP-3.
              07 WS-SET-PDEP-CNT PIC S9(09) COMP-3.
              07 WS-SET-PDEP-AMT PIC S9(11)V99 COMP-3.
              07 WS-SET-PWDR-CNT PIC S9(09) COMP-3.
              07 WS-SET-PWDR-AMT PIC S9(11)V99 COMP-3.
              07 WS-SET-OTH-CNT PIC 9(09) COMP-3.
              07 WS-SET-REV-CNT PIC 9(09) COMP-3.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO WS-SET-PWDR-CNT(WS-CRN-IX)
           MOVE 0 TO WS-SET-PWDR-AMT(WS-CRN-IX)
           MOVE 0 TO WS-SET-OTH-CNT(WS-CRN-IX)
           MOVE 0 TO WS-SET-REV-CNT(WS-CRN-IX)
           ADD 1 TO WS-CRN-IX.
       H111-END. EXIT.

           IF JRN-DATE = WS-BUSINESS-DATE
              AND JRN-CRN >= 1 AND JRN-CRN <= 999
              MOVE JRN-CRN TO WS-CRN-IX
              IF JRN-ACTION = 'R'
                 PERFORM H210-NET-REVERSAL
              ELSE
                 EVALUATE JRN-PROCESS-TYPE
                    WHEN 5
                      ADD 1 TO WS-SET-PDEP-CNT(WS-CRN-IX)
                      ADD JRN-AMOUNT TO WS-SET-PDEP-AMT(WS-CRN-IX)
                    WHEN 6
                      ADD 1 TO WS-SET-PWDR-CNT(WS-CRN-IX)
                      SUBTRACT JRN-AMOUNT
                          FROM WS-SET-PWDR-AMT(WS-CRN-IX)
                    WHEN OTHER
                      ADD 1 TO WS-SET-OTH-CNT(WS-CRN-IX)
                 END-EVALUATE
              END-IF
           END-IF
           READ JRN-FILE.
       H200-END. EXIT.

       H210-NET-REVERSAL.
           EVALUATE JRN-PROCESS-TYPE
              WHEN 5
                ADD 1 TO WS-SET-REV-CNT(WS-CRN-IX)
                SUBTRACT 1 FROM WS-SET-PDEP-CNT(WS-CRN-IX)
                ADD JRN-AMOUNT TO WS-SET-PDEP-AMT(WS-CRN-IX)
              WHEN 6
                ADD 1 TO WS-SET-REV-CNT(WS-CRN-IX)
                SUBTRACT 1 FROM WS-SET-PWDR-CNT(WS-CRN-IX)
                SUBTRACT JRN-AMOUNT
                    FROM WS-SET-PWDR-AMT(WS-CRN-IX)
              WHEN OTHER
                ADD 1 TO WS-SET-OTH-CNT(WS-CRN-IX)
           END-EVALUATE.
       H210-END. EXIT.

       H300-TALLY-TOTALS.
           IF TTL-DATE = WS-BUSINESS-DATE
              AND TTL-CRN >= 1 AND TTL-CRN <= 999
           IF WS-SET-RPT-SW(WS-CRN-IX) = 'Y'
              OR WS-SET-PDEP-CNT(WS-CRN-IX) > 0
              OR WS-SET-PWDR-CNT(WS-CRN-IX) > 0
              OR WS-SET-REV-CNT(WS-CRN-IX) > 0
              PERFORM H420-WRITE-BRANCH-LINES
           END-IF
           ADD 1 TO WS-CRN-IX.
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO SET-REC
              WRITE SET-REC
           END-IF
           IF WS-SET-REV-CNT(WS-CRN-IX) > 0
              MOVE WS-SET-REV-CNT(WS-CRN-IX) TO WS-EDIT-CNT
              MOVE SPACES TO WS-LINE
              STRING '  REVERSALS NETTED .... ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO SET-REC
              WRITE SET-REC
           END-IF.
       H440-END. EXIT.

