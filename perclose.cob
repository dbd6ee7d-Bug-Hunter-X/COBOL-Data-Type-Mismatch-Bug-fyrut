      * AN OUT-OF-BALANCE MONTH IS NOT CLOSED: THE STATEMENT PRINTS,   *
      * THE RUN ENDS RC 16, AND THE PERIOD STAYS OPEN UNTIL THE        *
      * BREAK IS EXPLAINED.  THE CLOSE VERDICT IS JUDGED ON THE        *
      * PAYMENT, ADJUSTMENT, SERVICE-CHARGE, INTEREST AND TRANSFER     *
      * LINES ONLY - THE REVERSAL LINE IS INFORMATIONAL, BECAUSE THE   *
      * LATEST-DATE STAMP PULLS PRIOR MONTHS' PARTIAL REVERSALS INTO   *
      * THIS MONTH'S MASTER COLUMN AND WOULD DEADLOCK EVERY NORMAL     *
      * MONTH-END OTHERWISE.  A MONTH ALREADY CLOSED REPRINTS ITS      *
      * STATEMENT AND ENDS RC 8 WITHOUT A SECOND 'C' RECORD.           *
      *                                                                *
      * PCLPARM CARD: 1-6 PERIOD CCYYMM (ZEROS, SPACES, OR NO DD       *
      * FOR THE MONTH BEFORE THE RUN DATE).                            *
      *                     CLOSE THAT NEVER HAPPENED; GLOUT ENTRY     *
      *                     LAYOUT TAKEN FROM THE SHARED GLREC         *
      *                     COPYBOOK                                   *
      *   2026-10-15  SJM   TRNBKOUT OFFSETS (CONTRA-SIDE PAYMENTS,    *
      *                     REVERSAL AND ADJUSTMT ENTRIES) NET AGAINST *
      *                     THE BACKED-OUT RUN'S ENTRIES IN THE GL     *
      *                     COLUMN INSTEAD OF ADDING TO THEM           *
      *   2026-10-15  SJM   MONTH-END CHARGES FEED ('S' TYPE '30'      *
      *                     ROWS) SHOWN AS SERVICE CHARGES AND         *
      *                     INTEREST APART FROM ADJUSTMENTS, EACH      *
      *                     RECONCILED TO ITS SVCCHRG/INTEREST GLOUT   *
      *                     ENTRIES AND JUDGED IN THE CLOSE VERDICT    *
      *   2026-10-15  SJM   TRANSFERS (TYPE '40') SHOWN ON A LINE OF   *
      *                     THEIR OWN AND RECONCILED TO BOTH THE       *
      *                     XFERIN AND XFEROUT GLOUT ENTRIES, EACH     *
      *                     JUDGED IN THE CLOSE VERDICT                *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
           05  WS-MST-ADJ-AMT                 PIC 9(13)V99 VALUE 0.
           05  WS-MST-REV-COUNT               PIC 9(7)    VALUE 0.
           05  WS-MST-REV-AMT                 PIC 9(13)V99 VALUE 0.
           05  WS-MST-CHG-COUNT               PIC 9(7)    VALUE 0.
           05  WS-MST-CHG-AMT                 PIC 9(13)V99 VALUE 0.
           05  WS-MST-INT-COUNT               PIC 9(7)    VALUE 0.
           05  WS-MST-INT-AMT                 PIC 9(13)V99 VALUE 0.
           05  WS-MST-XFR-COUNT               PIC 9(7)    VALUE 0.
           05  WS-MST-XFR-AMT                 PIC 9(13)V99 VALUE 0.

       01  WS-GL-TOTALS.
           05  WS-GL-PAY-AMT                  PIC S9(13)V99 VALUE 0.
           05  WS-GL-REV-AMT                  PIC S9(13)V99 VALUE 0.
           05  WS-GL-ADJ-AMT                  PIC S9(13)V99 VALUE 0.
           05  WS-GL-SETTLE-AMT               PIC S9(13)V99 VALUE 0.
           05  WS-GL-CHG-AMT                  PIC S9(13)V99 VALUE 0.
           05  WS-GL-INT-AMT                  PIC S9(13)V99 VALUE 0.
           05  WS-GL-XFRIN-AMT                PIC S9(13)V99 VALUE 0.
           05  WS-GL-XFROUT-AMT               PIC S9(13)V99 VALUE 0.

      *    THE RAW AMOUNT IS ZONED 9(9)V99 - IT MUST LAND THROUGH
      *    THE ALPHANUMERIC OVERLAY, NEVER BY AN ALPHANUMERIC MOVE
                       ADD 1 TO WS-MST-PAY-COUNT
                       ADD WS-ROW-AMOUNT TO WS-MST-PAY-AMT
                   WHEN '30'
                       PERFORM 2005-TALLY-ADJUSTMENT-ROW
                   WHEN '40'
                       ADD 1 TO WS-MST-XFR-COUNT
                       ADD WS-ROW-AMOUNT TO WS-MST-XFR-AMT
               END-EVALUATE
           END-IF
           PERFORM 2010-TALLY-REVERSED-PORTION
           PERFORM 2100-READ-MASTER-ROW.

      *    A TYPE '30' FROM THE MONTH-END CHARGES FEED (RAW 78 'S')
      *    IS A SERVICE CHARGE OR AN INTEREST CREDIT BY ITS KIND IN
      *    RAW 81, AND TRNPROC POSTED IT TO GLOUT UNDER THAT KIND -
      *    ONLY A KEYED ADJUSTMENT COUNTS AS ONE HERE.
       2005-TALLY-ADJUSTMENT-ROW.
           EVALUATE TRUE
               WHEN MST-TRANSACTION-DATA(78:1) = 'S'
                 AND MST-TRANSACTION-DATA(81:1) = 'C'
                   ADD 1 TO WS-MST-CHG-COUNT
                   ADD WS-ROW-AMOUNT TO WS-MST-CHG-AMT
               WHEN MST-TRANSACTION-DATA(78:1) = 'S'
                 AND MST-TRANSACTION-DATA(81:1) = 'I'
                   ADD 1 TO WS-MST-INT-COUNT
                   ADD WS-ROW-AMOUNT TO WS-MST-INT-AMT
               WHEN OTHER
                   ADD 1 TO WS-MST-ADJ-COUNT
                   ADD WS-ROW-AMOUNT TO WS-MST-ADJ-AMT
           END-EVALUATE.

      *    REVERSALS LIVE ON THE PAYMENT ROW, NOT ON ROWS OF THEIR
      *    OWN: A ROW WHOSE LATEST REVERSAL DATE (CCYYMMDD) FALLS IN
      *    THE MONTH CONTRIBUTES EVERYTHING REVERSED TO DATE.  A
                   SET WS-MST-EOF TO TRUE
           END-READ.

      *    GL-RUN-DATE IS MM/DD/CCYY LIKE THE POSTED DATE.  AN ENTRY
      *    ON THE CONTRA SIDE OF ITS ACCOUNT (A PAYMENTS OR ADJUSTMT
      *    CREDIT, A REVERSAL DEBIT) IS A TRNBKOUT OFFSET, DATED WITH
      *    THE BACKED-OUT RUN, AND NETS AGAINST THE RUN'S OWN ENTRY -
      *    THE ROWS IT UNDID ARE GONE FROM THE MASTER SIDE TOO.  THE
      *    SAME GOES FOR A SVCCHRG DEBIT AND AN INTEREST CREDIT,
      *    AND FOR AN XFERIN CREDIT AND AN XFEROUT DEBIT.
       2500-TALLY-GL-ENTRY.
           MOVE GL-RUN-DATE(7:4) TO WS-ROW-MONTH(1:4)
           MOVE GL-RUN-DATE(1:2) TO WS-ROW-MONTH(5:2)
           IF WS-ROW-MONTH = WS-SELECT-PERIOD
               EVALUATE GL-ACCOUNT
                   WHEN 'PAYMENTS'
                       IF GL-DR-CR = 'CR'
                           SUBTRACT GL-AMOUNT FROM WS-GL-PAY-AMT
                       ELSE
                           ADD GL-AMOUNT TO WS-GL-PAY-AMT
                       END-IF
                   WHEN 'REVERSAL'
                       IF GL-DR-CR = 'DR'
                           SUBTRACT GL-AMOUNT FROM WS-GL-REV-AMT
                       ELSE
                           ADD GL-AMOUNT TO WS-GL-REV-AMT
                       END-IF
                   WHEN 'ADJUSTMT'
                       IF GL-DR-CR = 'CR'
                           SUBTRACT GL-AMOUNT FROM WS-GL-ADJ-AMT
                       ELSE
                           ADD GL-AMOUNT TO WS-GL-ADJ-AMT
                       END-IF
                   WHEN 'SVCCHRG'
                       IF GL-DR-CR = 'DR'
                           SUBTRACT GL-AMOUNT FROM WS-GL-CHG-AMT
                       ELSE
                           ADD GL-AMOUNT TO WS-GL-CHG-AMT
                       END-IF
                   WHEN 'INTEREST'
                       IF GL-DR-CR = 'CR'
                           SUBTRACT GL-AMOUNT FROM WS-GL-INT-AMT
                       ELSE
                           ADD GL-AMOUNT TO WS-GL-INT-AMT
                       END-IF
                   WHEN 'XFERIN'
                       IF GL-DR-CR = 'CR'
                           SUBTRACT GL-AMOUNT FROM WS-GL-XFRIN-AMT
                       ELSE
                           ADD GL-AMOUNT TO WS-GL-XFRIN-AMT
                       END-IF
                   WHEN 'XFEROUT'
                       IF GL-DR-CR = 'DR'
                           SUBTRACT GL-AMOUNT FROM WS-GL-XFROUT-AMT
                       ELSE
                           ADD GL-AMOUNT TO WS-GL-XFROUT-AMT
                       END-IF
                   WHEN 'SETTLMNT'
                       IF GL-DR-CR = 'DR'
                           SUBTRACT GL-AMOUNT FROM WS-GL-SETTLE-AMT
           MOVE WS-MST-ADJ-COUNT TO TYP-COUNT
           MOVE WS-MST-ADJ-AMT TO TYP-AMOUNT
           WRITE REPORT-LINE FROM WS-TYPE-LINE
           MOVE 'SERVICE CHARGES TAKEN:   ' TO TYP-LABEL
           MOVE WS-MST-CHG-COUNT TO TYP-COUNT
           MOVE WS-MST-CHG-AMT TO TYP-AMOUNT
           WRITE REPORT-LINE FROM WS-TYPE-LINE
           MOVE 'INTEREST CREDITED:       ' TO TYP-LABEL
           MOVE WS-MST-INT-COUNT TO TYP-COUNT
           MOVE WS-MST-INT-AMT TO TYP-AMOUNT
           WRITE REPORT-LINE FROM WS-TYPE-LINE
           MOVE 'TRANSFERS POSTED:        ' TO TYP-LABEL
           MOVE WS-MST-XFR-COUNT TO TYP-COUNT
           MOVE WS-MST-XFR-AMT TO TYP-AMOUNT
           WRITE REPORT-LINE FROM WS-TYPE-LINE
           MOVE 'RECONCILED AGAINST THE PERIOD GLOUT ENTRIES'
               TO SEC-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           MOVE WS-GL-ADJ-AMT TO RCN-GL-AMT
           PERFORM 3030-JUDGE-ADJ-BREAK
           WRITE REPORT-LINE FROM WS-RECON-LINE
           MOVE 'SERVICE CHARGES:         ' TO RCN-LABEL
           MOVE WS-MST-CHG-AMT TO RCN-MST-AMT
           MOVE WS-GL-CHG-AMT TO RCN-GL-AMT
           PERFORM 3033-JUDGE-CHG-BREAK
           WRITE REPORT-LINE FROM WS-RECON-LINE
           MOVE 'INTEREST:                ' TO RCN-LABEL
           MOVE WS-MST-INT-AMT TO RCN-MST-AMT
           MOVE WS-GL-INT-AMT TO RCN-GL-AMT
           PERFORM 3036-JUDGE-INT-BREAK
           WRITE REPORT-LINE FROM WS-RECON-LINE
           MOVE 'TRANSFERS IN:            ' TO RCN-LABEL
           MOVE WS-MST-XFR-AMT TO RCN-MST-AMT
           MOVE WS-GL-XFRIN-AMT TO RCN-GL-AMT
           PERFORM 3038-JUDGE-XFR-IN-BREAK
           WRITE REPORT-LINE FROM WS-RECON-LINE
           MOVE 'TRANSFERS OUT:           ' TO RCN-LABEL
           MOVE WS-MST-XFR-AMT TO RCN-MST-AMT
           MOVE WS-GL-XFROUT-AMT TO RCN-GL-AMT
           PERFORM 3039-JUDGE-XFR-OUT-BREAK
           WRITE REPORT-LINE FROM WS-RECON-LINE
           MOVE WS-GL-SETTLE-AMT TO STL-AMOUNT
           WRITE REPORT-LINE FROM WS-SETTLE-LINE.

           COMPUTE WS-DIFF-AMT = WS-MST-ADJ-AMT - WS-GL-ADJ-AMT
           PERFORM 3040-SET-BREAK-VERDICT.

       3033-JUDGE-CHG-BREAK.
           COMPUTE WS-DIFF-AMT = WS-MST-CHG-AMT - WS-GL-CHG-AMT
           PERFORM 3040-SET-BREAK-VERDICT.

       3036-JUDGE-INT-BREAK.
           COMPUTE WS-DIFF-AMT = WS-MST-INT-AMT - WS-GL-INT-AMT
           PERFORM 3040-SET-BREAK-VERDICT.

      *    ONE MASTER ROW PER TRANSFER, BUT TWO GLOUT ENTRIES - EACH
      *    SIDE MUST CARRY THE FULL TRANSFER DOLLARS.
       3038-JUDGE-XFR-IN-BREAK.
           COMPUTE WS-DIFF-AMT = WS-MST-XFR-AMT - WS-GL-XFRIN-AMT
           PERFORM 3040-SET-BREAK-VERDICT.

       3039-JUDGE-XFR-OUT-BREAK.
           COMPUTE WS-DIFF-AMT = WS-MST-XFR-AMT - WS-GL-XFROUT-AMT
           PERFORM 3040-SET-BREAK-VERDICT.

       3040-SET-BREAK-VERDICT.
           IF WS-DIFF-AMT = 0
               MOVE 'AGREED' TO RCN-VERDICT
