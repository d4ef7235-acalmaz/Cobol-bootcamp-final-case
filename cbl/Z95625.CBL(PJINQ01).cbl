                             STATUS IDX-ST.
           SELECT XRF-FILE  ASSIGN TO XRFFILE
                             STATUS XRF-ST.
           SELECT HLD-FILE  ASSIGN TO HLDFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY HLD-KEY
                             STATUS HLD-ST.

       DATA DIVISION.
       FILE SECTION.
              88 IDX-DEBIT-FROZEN         VALUE 'D'.
              88 IDX-FULL-FROZEN          VALUE 'F'.
           03 IDX-OD-LIMIT      PIC S9(7)V99 COMP-3.
           03 IDX-CUST-NO       PIC S9(8) COMP-3.
       FD  XRF-FILE RECORDING MODE F.
         01  XRF-REC.
           05 XRF-FLAG          PIC X(01).
           05 XRF-CTL-DATE      PIC 9(08).
           05 XRF-CTL-COUNT     PIC 9(09).
           05 FILLER            PIC X(21).
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

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
              88 XRF-EOF                   VALUE 10.
              88 XRF-NOTFOUND              VALUE 35.
              88 XRF-SUCCES                VALUE 00 97.
           05 HLD-ST            PIC 9(02).
              88 HLD-NOTFOUND              VALUE 35.
              88 HLD-SUCCES                VALUE 00 97.
           05 WS-HLD-MISSING-SW PIC X(01) VALUE 'N'.
              88 WS-HLD-MISSING            VALUE 'Y'.
           05 WS-HLD-EOF-SW     PIC X(01).
              88 WS-HLD-EOF                VALUE 'Y'.
           05 WS-HOLD-COUNT     PIC 9(05) COMP-3.
           05 WS-HOLD-TOTAL     PIC S9(09)V99.
           05 WS-AVAILABLE      PIC S9(09)V99.
           05 WS-INQ-ID         PIC 9(05).
           05 WS-INQ-CRN        PIC 9(03).
           05 WS-CUTOFF-DATE    PIC 9(07).
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET IDX-SUCCES TO TRUE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT HLD-FILE.
           IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
              MOVE 'Y' TO WS-HLD-MISSING-SW
           END-IF
           IF WS-INQ-ID = 0 AND WS-SEARCH-NAME = SPACES
              READ IDX-FILE NEXT RECORD
           END-IF.
           ELSE
              DISPLAY 'STATUS ........ ACTIVE'
           END-IF
           IF NOT WS-HLD-MISSING
              PERFORM H260-SHOW-HOLDS
           END-IF
           DISPLAY ' '.
       H250-END. EXIT.

       H260-SHOW-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-HOLD-TOTAL
           MOVE 'N' TO WS-HLD-EOF-SW
           MOVE IDX-ID TO HLD-ID
           MOVE IDX-CRN TO HLD-CRN
           MOVE LOW-VALUES TO HLD-REF
           START HLD-FILE KEY IS >= HLD-KEY
           INVALID KEY
              MOVE 'Y' TO WS-HLD-EOF-SW
           END-START
           IF NOT WS-HLD-EOF
              READ HLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-HLD-EOF-SW
              END-READ
           END-IF
           PERFORM H265-SHOW-ONE-HOLD
               UNTIL WS-HLD-EOF
               OR HLD-ID NOT = IDX-ID OR HLD-CRN NOT = IDX-CRN
           MOVE WS-HOLD-TOTAL TO WS-EDIT-BAL
           DISPLAY 'HELD FUNDS .... ' WS-EDIT-BAL
           COMPUTE WS-AVAILABLE =
               IDX-BALANCE + IDX-OD-LIMIT - WS-HOLD-TOTAL
           MOVE WS-AVAILABLE TO WS-EDIT-BAL
           DISPLAY 'AVAILABLE ..... ' WS-EDIT-BAL.
       H260-END. EXIT.

       H265-SHOW-ONE-HOLD.
           IF HLD-ACTIVE
              AND (HLD-EXPIRY-DATE = ZEROES
                   OR HLD-EXPIRY-DATE >= WS-TODAY)
              ADD 1 TO WS-HOLD-COUNT
              ADD HLD-AMOUNT TO WS-HOLD-TOTAL
              MOVE HLD-AMOUNT TO WS-EDIT-BAL
              DISPLAY 'HOLD .......... ' HLD-REF ' ' HLD-REASON
                  ' ' WS-EDIT-BAL
              DISPLAY '   PLACED ..... ' HLD-PLACED-DATE
                  ' EXPIRES ' HLD-EXPIRY-DATE
           END-IF
           READ HLD-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-HLD-EOF-SW
           END-READ.
       H265-END. EXIT.

       H300-BROWSE-BRANCH.
           IF IDX-CRN = WS-INQ-CRN
              ADD 1 TO WS-FOUND-COUNT

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           IF NOT WS-HLD-MISSING
              CLOSE HLD-FILE
           END-IF.
       H999-END. EXIT.
