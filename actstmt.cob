      * POSTED AND REVERSED TOTALS FOR THE PERIOD NEXT TO THE          *
      * ACCOUNT'S CURRENT TRNACCT RUNNING BALANCE.                     *
      *                                                                *
      * A TRANSFER NAMES TWO ACCOUNTS AND IS SELECTED FOR EITHER: IT   *
      * PRINTS UNDER EACH ACCOUNT IT TOUCHED - AS A DEBIT UNDER THE    *
      * FROM-ACCOUNT, A CREDIT UNDER THE TO-ACCOUNT - AND IS SUMMED    *
      * IN THE SUMMARY'S OWN TRANSFERS COLUMN, NOT THE POSTED TOTAL.   *
      *                                                                *
      * LEGACY MASTER ROWS POSTED BEFORE THE SUBLEDGER HAVE SPACES     *
      * IN THE ACCOUNT POSITIONS - THEY ONLY APPEAR WHEN ALL           *
      * ACCOUNTS ARE REQUESTED, UNDER THE '(NONE)' ACCOUNT LINE.       *
      *   2026-09-02  SJM   REVIEW FIX: PER-ACCOUNT TRANSACTION        *
      *                     COUNT WIDENED TO SEVEN DIGITS WITH THE     *
      *                     RUN COUNTERS                               *
      *   2026-10-15  SJM   MONTH-END CHARGES FEED: ROWS FROM FEED 'S' *
      *                     PRINT AS 'CHG' OR 'INT', A SERVICE CHARGE  *
      *                     SHOWS AS A DEBIT AND THE POSTED TOTAL IS   *
      *                     NOW SIGNED NET OF CHARGES; SUMMARY LINE    *
      *                     CUT BACK TO THE 132-BYTE REPORT RECORD     *
      *   2026-10-15  SJM   TRANSFERS (TYPE '40') PRINT AS 'XFR' UNDER *
      *                     BOTH THE FROM- AND TO-ACCOUNT, SIGNED FOR  *
      *                     EACH SIDE, AND ARE TOTALED IN A TRANSFERS  *
      *                     COLUMN ON THE ACCOUNT SUMMARY              *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTSTMT.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-ACCT-SWITCH                 PIC X       VALUE 'N'.
               88  WS-ACCT-FOUND                       VALUE 'Y'.
           05  WS-SELECTED-SWITCH             PIC X       VALUE 'N'.
               88  WS-ROW-SELECTED                     VALUE 'Y'.

       01  WS-SELECT-ACCOUNT                  PIC X(8)    VALUE SPACES.
       01  WS-SELECT-MONTH                    PIC X(6)    VALUE SPACES.
           05  WS-ACCT-ENTRY OCCURS 200 TIMES.
               10  WS-ACCT-NO                 PIC X(8).
               10  WS-ACCT-TX-COUNT           PIC 9(7).
               10  WS-ACCT-POSTED-AMT         PIC S9(11)V99.
               10  WS-ACCT-REVERSED-AMT       PIC 9(11)V99.
               10  WS-ACCT-XFER-AMT           PIC S9(11)V99.

       01  WS-COUNT-SELECTED                  PIC 9(7)    VALUE 0.
       01  WS-REVERSED-PORTION                PIC 9(11)V99 VALUE 0.
       01  WS-ROW-AMT                         PIC S9(11)V99 VALUE 0.

       COPY TRNREC.

           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-TRANS-DATE                 PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  DTL-REV-FLAG                   PIC X(1).
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  DTL-REV-DATE                   PIC X(8).
           05  SUM-TX-COUNT                   PIC ZZZZZZ9.
           05  SUM-TX-LIT                     PIC X(9)
                   VALUE ' POSTED '.
           05  SUM-POSTED-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  SUM-REV-LIT                    PIC X(11)
                   VALUE '  REVERSED '.
           05  SUM-REVERSED-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  SUM-BAL-LIT                    PIC X(11)
                   VALUE '  BALANCE  '.
           05  SUM-BALANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  SUM-XFER-LIT                   PIC X(11)
                   VALUE ' TRANSFERS '.
           05  SUM-XFER-AMT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(1)    VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
               CLOSE PARM-FILE
           END-IF.

      *    THE MASTER CARRIES ONLY POSTED PAYMENTS, ADJUSTMENTS AND
      *    TRANSFERS - A REVERSAL NEVER GETS ITS OWN ROW, IT MARKS
      *    THE PAYMENT IT NETTED - SO THE REVERSAL STATE RIDES ON
      *    THE DETAIL LINE AND IN THE REVERSED COLUMN OF THE
      *    SUMMARY.  A TRANSFER IS OFFERED TO THE SELECTION ONCE PER
      *    ACCOUNT IT NAMES BUT COUNTS AS ONE TRANSACTION SELECTED.
       2000-PROCESS-MASTER-ROW.
           MOVE MST-TRANSACTION-DATA TO TR-TRANSACTION-RECORD
           MOVE 'N' TO WS-SELECTED-SWITCH
           IF WS-SELECT-MONTH = SPACES
             OR MST-TRANSACTION-DATA(13:6) = WS-SELECT-MONTH
               MOVE TR-ACCOUNT-NO TO WS-ROW-ACCOUNT
               PERFORM 2010-SELECT-ACCOUNT-SIDE
               IF TR-TYPE-TRANSFER
                   MOVE TR-TO-ACCOUNT-NO TO WS-ROW-ACCOUNT
                   PERFORM 2010-SELECT-ACCOUNT-SIDE
               END-IF
           END-IF
           IF WS-ROW-SELECTED
               ADD 1 TO WS-COUNT-SELECTED
           END-IF
           PERFORM 2100-READ-MASTER.

       2010-SELECT-ACCOUNT-SIDE.
           IF WS-SELECT-ACCOUNT = SPACES
             OR WS-ROW-ACCOUNT = WS-SELECT-ACCOUNT
               MOVE 'Y' TO WS-SELECTED-SWITCH
               PERFORM 2020-PRINT-DETAIL-LINE
               PERFORM 2030-TALLY-ACCOUNT
           END-IF.

      *    MONTH-END ROWS FROM THE CHARGES FEED ARE TYPE '30' ON THE
      *    MASTER BUT ARE NOT KEYED ADJUSTMENTS - THEY PRINT UNDER
      *    THEIR OWN TYPE, AND A SERVICE CHARGE PRINTS AS THE DEBIT
      *    IT WAS POSTED AS.  A TRANSFER IS A DEBIT ON THE LINE FOR
      *    ITS FROM-ACCOUNT AND A CREDIT ON THE LINE FOR ITS TO-
      *    ACCOUNT.
       2020-PRINT-DETAIL-LINE.
           IF WS-PAGE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2070-PRINT-HEADINGS
               MOVE WS-ROW-ACCOUNT TO DTL-ACCOUNT
           END-IF
           MOVE MST-TRANS-ID TO DTL-TRANS-ID
           MOVE TR-AMOUNT TO WS-ROW-AMT
           EVALUATE TRUE
               WHEN TR-TYPE-PAYMENT
                   MOVE 'PAY' TO DTL-TYPE
               WHEN TR-TYPE-ADJUSTMENT
                 AND TR-FROM-CHARGE-FEED
                 AND TR-KIND-SERVICE-CHARGE
                   MOVE 'CHG' TO DTL-TYPE
                   COMPUTE WS-ROW-AMT = 0 - TR-AMOUNT
               WHEN TR-TYPE-ADJUSTMENT
                 AND TR-FROM-CHARGE-FEED
                 AND TR-KIND-INTEREST
                   MOVE 'INT' TO DTL-TYPE
               WHEN TR-TYPE-ADJUSTMENT
                   MOVE 'ADJ' TO DTL-TYPE
               WHEN TR-TYPE-TRANSFER
                   MOVE 'XFR' TO DTL-TYPE
                   IF WS-ROW-ACCOUNT = TR-ACCOUNT-NO
                       COMPUTE WS-ROW-AMT = 0 - TR-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE TR-RECORD-TYPE TO DTL-TYPE
           END-EVALUATE
           MOVE MST-TRANSACTION-DATA(13:8) TO DTL-TRANS-DATE
           MOVE WS-ROW-AMT TO DTL-AMOUNT
           MOVE MST-REVERSED-FLAG TO DTL-REV-FLAG
           MOVE MST-REVERSED-DATE TO DTL-REV-DATE
           MOVE TR-MEMO-TEXT TO DTL-MEMO
                   MOVE 0 TO WS-ACCT-TX-COUNT(WS-ACCT-COUNT)
                   MOVE 0 TO WS-ACCT-POSTED-AMT(WS-ACCT-COUNT)
                   MOVE 0 TO WS-ACCT-REVERSED-AMT(WS-ACCT-COUNT)
                   MOVE 0 TO WS-ACCT-XFER-AMT(WS-ACCT-COUNT)
                   MOVE WS-ACCT-COUNT TO WS-ACCT-HIT-IX
               ELSE
                   DISPLAY 'ACTSTMT: ACCOUNT TABLE FULL - '
           END-IF
           IF WS-ACCT-HIT-IX > 0
               ADD 1 TO WS-ACCT-TX-COUNT(WS-ACCT-HIT-IX)
               IF TR-TYPE-TRANSFER
                   ADD WS-ROW-AMT TO WS-ACCT-XFER-AMT(WS-ACCT-HIT-IX)
               ELSE
                   ADD WS-ROW-AMT
                       TO WS-ACCT-POSTED-AMT(WS-ACCT-HIT-IX)
               END-IF
      *    A PARTIALLY REVERSED PAYMENT COUNTS ONLY THE PORTION
      *    ACTUALLY NETTED, NOT THE FULL FACE AMOUNT.
               IF TR-TYPE-PAYMENT
           MOVE WS-ACCT-TX-COUNT(WS-ACCT-IX) TO SUM-TX-COUNT
           MOVE WS-ACCT-POSTED-AMT(WS-ACCT-IX) TO SUM-POSTED-AMT
           MOVE WS-ACCT-REVERSED-AMT(WS-ACCT-IX) TO SUM-REVERSED-AMT
           MOVE WS-ACCT-XFER-AMT(WS-ACCT-IX) TO SUM-XFER-AMT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       4000-TERMINATE.
