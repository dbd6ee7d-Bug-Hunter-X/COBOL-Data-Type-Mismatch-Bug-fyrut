      *---------------------------------------------------------------*
      * ACTPROOF - NIGHTLY SUBLEDGER PROOF OF TRNACCT AGAINST TRNMSTR  *
      *---------------------------------------------------------------*
      * ACT-BALANCE IS A RUNNING TOTAL - TRNPROC MOVES IT IN PLACE     *
      * AND TRNMINQ'S REVERSAL CLEAR PUTS MONEY BACK BY HAND - SO      *
      * NOTHING ELSE EVER SHOWS IT STILL AGREES WITH WHAT POSTED.      *
      * THIS STEP REBUILDS EVERY ACCOUNT'S BALANCE FROM ITS TRNMSTR    *
      * ROWS AND PROVES IT AGAINST TRNACCT:                            *
      *   - A PAYMENT CONTRIBUTES WHAT IS STILL UNREVERSED ON IT       *
      *     (FACE AMOUNT LESS THE NETTED REVERSAL PORTION, I.E.        *
      *     MST-UNREVERSED-AMT);                                       *
      *   - AN ADJUSTMENT CONTRIBUTES ITS FULL AMOUNT - LESS IT, WHEN  *
      *     IT IS A SERVICE CHARGE FROM THE MONTH-END CHARGES FEED;    *
      *   - A TRANSFER TAKES ITS AMOUNT OFF THE FROM-ACCOUNT AND ADDS  *
      *     IT TO THE TO-ACCOUNT, EACH SIDE PROVED LIKE ANY OTHER ROW. *
      * THE TRNMSTR SWEEP ALSO FLAGS EVERY ROW WHOSE ACCOUNT HAS NO    *
      * TRNACCT ROW AT ALL.  THE TRNACCT SWEEP THEN PRINTS EVERY       *
      * ACCOUNT WHOSE ACT-BALANCE DIFFERS FROM THE REBUILT FIGURE.     *
      * LEGACY ROWS WITH A BLANK ACCOUNT ARE COUNTED BUT NOT PROVED.   *
      *                                                                *
      * ANY BREAK - AN OUT-OF-BALANCE ACCOUNT, AN ORPHAN ROW, OR AN    *
      * ACCOUNT THAT COULD NOT BE REBUILT BECAUSE THE TABLE FILLED -   *
      * ENDS THE STEP RC 16 SO THE SCHEDULER HOLDS THE STATEMENT RUN.  *
      *---------------------------------------------------------------*
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   A MONTH-END SERVICE CHARGE (FEED 'S', KIND *
      *                     'C') TAKES ITS AMOUNT OFF THE REBUILT      *
      *                     BALANCE, AS TRNPROC TOOK IT OFF TRNACCT    *
      *   2026-10-15  SJM   A TRANSFER (TYPE '40') IS REBUILT INTO     *
      *                     BOTH ITS ACCOUNTS - OUT OF THE FROM-       *
      *                     ACCOUNT, INTO THE TO-ACCOUNT - AND EITHER  *
      *                     SIDE WITH NO TRNACCT ROW IS AN ORPHAN      *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO TRNMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-TRANS-ID
               FILE STATUS IS WS-TRNMSTR-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO TRNACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT-NO
               FILE STATUS IS WS-TRNACCT-STATUS.
           SELECT REPORT-FILE ASSIGN TO PRFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORD CONTAINS 145 CHARACTERS.
       COPY MSTREC.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-TRNMSTR-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNACCT-STATUS               PIC X(2)    VALUE '00'.
           05  WS-PRFRPT-STATUS                PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MST-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-MST-EOF                          VALUE 'Y'.
           05  WS-ACT-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-ACT-EOF                          VALUE 'Y'.
           05  WS-ACCT-SWITCH                 PIC X       VALUE 'N'.
               88  WS-ACCT-FOUND                       VALUE 'Y'.
           05  WS-ON-FILE-SWITCH              PIC X       VALUE 'N'.
               88  WS-ROW-ON-FILE                      VALUE 'Y'.
           05  WS-TABLE-FULL-SWITCH           PIC X       VALUE 'N'.
               88  WS-TABLE-FULL                       VALUE 'Y'.

       01  WS-ROW-ACCOUNT                     PIC X(8)    VALUE SPACES.

      *    ONE SLOT PER ACCOUNT SEEN ON TRNMSTR, HOLDING THE REBUILT
      *    BALANCE AND WHETHER TRNACCT KNOWS THE ACCOUNT (LOOKED UP
      *    ONCE, WHEN THE SLOT IS TAKEN).
       01  WS-ACCT-MAX                        PIC 9(4)    COMP
                                                          VALUE 2000.
       01  WS-ACCT-COUNT                      PIC 9(4)    COMP
                                                          VALUE 0.
       01  WS-ACCT-IX                         PIC 9(4)    COMP.
       01  WS-ACCT-HIT-IX                     PIC 9(4)    COMP.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACCT-NO                 PIC X(8).
               10  WS-ACCT-ON-FILE            PIC X.
               10  WS-ACCT-ROW-COUNT          PIC 9(7).
               10  WS-ACCT-REBUILT            PIC S9(11)V99.

       01  WS-COUNTS.
           05  WS-COUNT-ROWS                  PIC 9(7)    VALUE 0.
           05  WS-COUNT-LEGACY                PIC 9(7)    VALUE 0.
           05  WS-COUNT-ORPHAN                PIC 9(7)    VALUE 0.
           05  WS-COUNT-ACCOUNTS              PIC 9(7)    VALUE 0.
           05  WS-COUNT-IN-BALANCE            PIC 9(7)    VALUE 0.
           05  WS-COUNT-OUT-BALANCE           PIC 9(7)    VALUE 0.
           05  WS-COUNT-UNPROVED              PIC 9(7)    VALUE 0.

       01  WS-REBUILT-AMT                     PIC S9(11)V99 VALUE 0.
       01  WS-DIFFERENCE-AMT                  PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-LEDGER                    PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-REBUILT                   PIC S9(13)V99 VALUE 0.

       COPY TRNREC.

       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-DSP.
           05  WS-RD-MM                       PIC 9(2).
           05  FILLER                         PIC X       VALUE '/'.
           05  WS-RD-DD                       PIC 9(2).
           05  FILLER                         PIC X       VALUE '/'.
           05  WS-RD-CCYY                     PIC 9(4).

       01  WS-LINE-COUNT                      PIC 9(3)    VALUE 0.
       01  WS-PAGE-COUNT                      PIC 9(3)    VALUE 0.
       01  WS-LINES-PER-PAGE                  PIC 9(3)    VALUE 55.

       01  WS-HEADING-1.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  HDG1-PROGRAM              PIC X(10)   VALUE 'ACTPROOF'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  HDG1-TITLE                     PIC X(30)
                   VALUE 'SUBLEDGER PROOF'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  HDG1-PAGE-LIT             PIC X(5)    VALUE 'PAGE '.
           05  HDG1-PAGE-NO                   PIC ZZZ9.
           05  FILLER                         PIC X(62)   VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  HDG2-DATE-LIT             PIC X(9)    VALUE 'RUN DATE '.
           05  HDG2-RUN-DATE                  PIC X(10).
           05  FILLER                         PIC X(112)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SEC-TITLE                      PIC X(45).
           05  FILLER                         PIC X(86)   VALUE SPACES.

       01  WS-ORPHAN-HEADING.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(12)
                   VALUE 'TRANS-ID'.
           05  FILLER                         PIC X(10)
                   VALUE 'ACCOUNT'.
           05  FILLER                         PIC X(5)    VALUE 'TYPE'.
           05  FILLER                         PIC X(10)   VALUE 'DATE'.
           05  FILLER                         PIC X(16)
                   VALUE '          AMOUNT'.
           05  FILLER                         PIC X(12)
                   VALUE '  POSTED'.
           05  FILLER                         PIC X(66)   VALUE SPACES.

       01  WS-ORPHAN-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  ORP-TRANS-ID                   PIC X(10).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ORP-ACCOUNT                    PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ORP-TYPE                       PIC X(3).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ORP-TRANS-DATE                 PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ORP-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ORP-POSTED-DATE                PIC X(10).
           05  FILLER                         PIC X(66)   VALUE SPACES.

       01  WS-BREAK-HEADING.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)
                   VALUE 'ACCOUNT'.
           05  FILLER                         PIC X(32)
                   VALUE 'NAME'.
           05  FILLER                         PIC X(3)    VALUE 'ST'.
           05  FILLER                         PIC X(23)
                   VALUE '        TRNACCT BALANCE'.
           05  FILLER                         PIC X(23)
                   VALUE '        REBUILT BALANCE'.
           05  FILLER                         PIC X(23)
                   VALUE '             DIFFERENCE'.
           05  FILLER                         PIC X(17)
                   VALUE '     ROWS'.

       01  WS-BREAK-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  BRK-ACCOUNT                    PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  BRK-NAME                       PIC X(30).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  BRK-STATUS                     PIC X(1).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  BRK-LEDGER           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  BRK-REBUILT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  BRK-DIFFERENCE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  BRK-ROWS                       PIC ZZZZZZ9.
           05  FILLER                         PIC X(10)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SUM-LABEL                      PIC X(25).
           05  SUM-COUNT                      PIC ZZZZZZ9.
           05  FILLER                         PIC X(99)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  TOT-LABEL                      PIC X(25).
           05  TOT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(85)   VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  NTE-TEXT                       PIC X(60).
           05  FILLER                         PIC X(71)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MASTER-ROW UNTIL WS-MST-EOF
           PERFORM 2400-START-ACCOUNT-SWEEP
           PERFORM 2500-PROVE-ACCOUNT-ROW UNTIL WS-ACT-EOF
           PERFORM 3000-PRINT-REPORT
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT MASTER-FILE
           IF WS-TRNMSTR-STATUS NOT = '00'
               DISPLAY 'ACTPROOF: *** UNABLE TO OPEN TRNMSTR - STATUS '
                       WS-TRNMSTR-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-TRNACCT-STATUS NOT = '00'
               DISPLAY 'ACTPROOF: *** UNABLE TO OPEN TRNACCT - STATUS '
                       WS-TRNACCT-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-PRFRPT-STATUS NOT = '00'
               DISPLAY 'ACTPROOF: *** UNABLE TO OPEN PRFRPT - STATUS '
                       WS-PRFRPT-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE-NUM(7:2) TO WS-RD-DD
           MOVE WS-RUN-DATE-NUM(1:4) TO WS-RD-CCYY
           MOVE WS-RUN-DATE-DSP TO HDG2-RUN-DATE
           PERFORM 3005-PRINT-HEADINGS
           MOVE 'TRNMSTR ROWS NAMING NO TRNACCT ROW' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-ORPHAN-HEADING
           ADD 1 TO WS-LINE-COUNT
           PERFORM 2100-READ-MASTER.

      *    THE MASTER CARRIES ONLY PAYMENTS, ADJUSTMENTS AND
      *    TRANSFERS - A REVERSAL NEVER GETS A ROW OF ITS OWN, IT
      *    DRAWS DOWN THE PAYMENT'S REMAINING-UNREVERSED AMOUNT - SO
      *    THE REMAINING AMOUNT IS EXACTLY WHAT A PAYMENT STILL
      *    CONTRIBUTES.  A TRANSFER'S ONE ROW IS PROVED TWICE: OUT
      *    OF THE FROM-ACCOUNT HERE, INTO THE TO-ACCOUNT AFTER.
       2000-PROCESS-MASTER-ROW.
           ADD 1 TO WS-COUNT-ROWS
           MOVE MST-TRANSACTION-DATA TO TR-TRANSACTION-RECORD
           MOVE TR-ACCOUNT-NO TO WS-ROW-ACCOUNT
           IF WS-ROW-ACCOUNT = SPACES
               ADD 1 TO WS-COUNT-LEGACY
           ELSE
               EVALUATE TRUE
                   WHEN TR-TYPE-PAYMENT
                       MOVE MST-UNREVERSED-AMT TO WS-REBUILT-AMT
                   WHEN TR-TYPE-ADJUSTMENT AND TR-FROM-CHARGE-FEED
                                           AND TR-KIND-SERVICE-CHARGE
                       COMPUTE WS-REBUILT-AMT = 0 - TR-AMOUNT
                   WHEN TR-TYPE-ADJUSTMENT
                       MOVE TR-AMOUNT TO WS-REBUILT-AMT
                   WHEN TR-TYPE-TRANSFER
                       COMPUTE WS-REBUILT-AMT = 0 - TR-AMOUNT
                   WHEN OTHER
                       MOVE 0 TO WS-REBUILT-AMT
               END-EVALUATE
               PERFORM 2005-APPLY-TO-ACCOUNT
           END-IF
           IF TR-TYPE-TRANSFER
             AND TR-TO-ACCOUNT-NO NOT = SPACES
               MOVE TR-TO-ACCOUNT-NO TO WS-ROW-ACCOUNT
               MOVE TR-AMOUNT TO WS-REBUILT-AMT
               PERFORM 2005-APPLY-TO-ACCOUNT
           END-IF
           PERFORM 2100-READ-MASTER.

       2005-APPLY-TO-ACCOUNT.
           PERFORM 2010-FIND-ACCOUNT-SLOT
           IF WS-ACCT-HIT-IX > 0
               ADD 1 TO WS-ACCT-ROW-COUNT(WS-ACCT-HIT-IX)
               ADD WS-REBUILT-AMT
                   TO WS-ACCT-REBUILT(WS-ACCT-HIT-IX)
           END-IF
           IF NOT WS-ROW-ON-FILE
               PERFORM 2030-PRINT-ORPHAN-ROW
           END-IF.

      *    A NEW ACCOUNT TAKES THE NEXT SLOT AND IS LOOKED UP ON
      *    TRNACCT ONCE.  WHEN THE TABLE IS FULL THE ROW STILL GETS
      *    ITS OWN LOOKUP SO AN ORPHAN IS NEVER MISSED - ONLY THE
      *    REBUILT BALANCE IS LOST, AND THE PROOF SAYS SO.
       2010-FIND-ACCOUNT-SLOT.
           MOVE 'N' TO WS-ACCT-SWITCH
           MOVE 0 TO WS-ACCT-HIT-IX
           PERFORM 2015-SCAN-ACCOUNT-TABLE
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                  OR WS-ACCT-FOUND
           IF WS-ACCT-FOUND
               MOVE WS-ACCT-ON-FILE(WS-ACCT-HIT-IX) TO WS-ON-FILE-SWITCH
           ELSE
               PERFORM 2020-LOOK-UP-ACCOUNT
               IF WS-ACCT-COUNT < WS-ACCT-MAX
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ROW-ACCOUNT TO WS-ACCT-NO(WS-ACCT-COUNT)
                   MOVE WS-ON-FILE-SWITCH
                       TO WS-ACCT-ON-FILE(WS-ACCT-COUNT)
                   MOVE 0 TO WS-ACCT-ROW-COUNT(WS-ACCT-COUNT)
                   MOVE 0 TO WS-ACCT-REBUILT(WS-ACCT-COUNT)
                   MOVE WS-ACCT-COUNT TO WS-ACCT-HIT-IX
               ELSE
                   IF NOT WS-TABLE-FULL
                       DISPLAY 'ACTPROOF: ACCOUNT TABLE FULL AT '
                               WS-ACCT-MAX ' - PROOF INCOMPLETE'
                       MOVE 'Y' TO WS-TABLE-FULL-SWITCH
                   END-IF
               END-IF
           END-IF.

       2015-SCAN-ACCOUNT-TABLE.
           IF WS-ACCT-NO(WS-ACCT-IX) = WS-ROW-ACCOUNT
               MOVE WS-ACCT-IX TO WS-ACCT-HIT-IX
               MOVE 'Y' TO WS-ACCT-SWITCH
           END-IF.

       2020-LOOK-UP-ACCOUNT.
           MOVE 'N' TO WS-ON-FILE-SWITCH
           MOVE WS-ROW-ACCOUNT TO ACT-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-TRNACCT-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ON-FILE-SWITCH
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ACTPROOF: *** TRNACCT READ FAILED - '
                           'STATUS ' WS-TRNACCT-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 4000-TERMINATE
                   STOP RUN
           END-EVALUATE.

       2030-PRINT-ORPHAN-ROW.
           ADD 1 TO WS-COUNT-ORPHAN
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           MOVE MST-TRANS-ID TO ORP-TRANS-ID
           MOVE WS-ROW-ACCOUNT TO ORP-ACCOUNT
           EVALUATE TRUE
               WHEN TR-TYPE-PAYMENT
                   MOVE 'PAY' TO ORP-TYPE
               WHEN TR-TYPE-ADJUSTMENT
                   MOVE 'ADJ' TO ORP-TYPE
               WHEN TR-TYPE-TRANSFER
                   MOVE 'XFR' TO ORP-TYPE
               WHEN OTHER
                   MOVE TR-RECORD-TYPE TO ORP-TYPE
           END-EVALUATE
           MOVE MST-TRANSACTION-DATA(13:8) TO ORP-TRANS-DATE
           MOVE TR-AMOUNT TO ORP-AMOUNT
           MOVE MST-POSTED-DATE TO ORP-POSTED-DATE
           WRITE REPORT-LINE FROM WS-ORPHAN-LINE
           ADD 1 TO WS-LINE-COUNT.

       2100-READ-MASTER.
           READ MASTER-FILE
               AT END
                   SET WS-MST-EOF TO TRUE
           END-READ.

      *    THE RANDOM LOOKUPS LEFT TRNACCT POSITIONED WHEREVER THE
      *    LAST ONE LANDED - CLOSING AND REOPENING PUTS THE
      *    SEQUENTIAL SWEEP BACK AT THE FIRST ACCOUNT.
       2400-START-ACCOUNT-SWEEP.
           CLOSE ACCOUNT-FILE
           OPEN INPUT ACCOUNT-FILE
           IF WS-TRNACCT-STATUS NOT = '00'
               DISPLAY 'ACTPROOF: *** UNABLE TO REOPEN TRNACCT - '
                       'STATUS ' WS-TRNACCT-STATUS ' ***'
               MOVE 96 TO RETURN-CODE
               PERFORM 4000-TERMINATE
               STOP RUN
           END-IF
           IF WS-COUNT-ORPHAN = 0
               MOVE 'NONE' TO NTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE 'ACCOUNTS OUT OF BALANCE' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-BREAK-HEADING
           ADD 1 TO WS-LINE-COUNT
           PERFORM 2600-READ-ACCOUNT.

      *    AN ACCOUNT WITH NO TRNMSTR ROWS REBUILDS TO ZERO.  ONE
      *    THAT MISSED THE FULL TABLE CANNOT BE REBUILT AT ALL AND
      *    IS COUNTED UNPROVED RATHER THAN PRINTED AS A FALSE BREAK.
       2500-PROVE-ACCOUNT-ROW.
           ADD 1 TO WS-COUNT-ACCOUNTS
           MOVE ACT-ACCOUNT-NO TO WS-ROW-ACCOUNT
           MOVE 'N' TO WS-ACCT-SWITCH
           MOVE 0 TO WS-ACCT-HIT-IX
           PERFORM 2015-SCAN-ACCOUNT-TABLE
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                  OR WS-ACCT-FOUND
           IF NOT WS-ACCT-FOUND AND WS-TABLE-FULL
               ADD 1 TO WS-COUNT-UNPROVED
           ELSE
               IF WS-ACCT-FOUND
                   MOVE WS-ACCT-REBUILT(WS-ACCT-HIT-IX)
                       TO WS-REBUILT-AMT
               ELSE
                   MOVE 0 TO WS-REBUILT-AMT
               END-IF
               ADD ACT-BALANCE TO WS-TOTAL-LEDGER
               ADD WS-REBUILT-AMT TO WS-TOTAL-REBUILT
               IF ACT-BALANCE = WS-REBUILT-AMT
                   ADD 1 TO WS-COUNT-IN-BALANCE
               ELSE
                   ADD 1 TO WS-COUNT-OUT-BALANCE
                   PERFORM 2510-PRINT-BREAK-LINE
               END-IF
           END-IF
           PERFORM 2600-READ-ACCOUNT.

       2510-PRINT-BREAK-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           SUBTRACT WS-REBUILT-AMT FROM ACT-BALANCE
               GIVING WS-DIFFERENCE-AMT
           MOVE ACT-ACCOUNT-NO TO BRK-ACCOUNT
           MOVE ACT-ACCOUNT-NAME TO BRK-NAME
           MOVE ACT-STATUS TO BRK-STATUS
           MOVE ACT-BALANCE TO BRK-LEDGER
           MOVE WS-REBUILT-AMT TO BRK-REBUILT
           MOVE WS-DIFFERENCE-AMT TO BRK-DIFFERENCE
           IF WS-ACCT-FOUND
               MOVE WS-ACCT-ROW-COUNT(WS-ACCT-HIT-IX) TO BRK-ROWS
           ELSE
               MOVE 0 TO BRK-ROWS
           END-IF
           WRITE REPORT-LINE FROM WS-BREAK-LINE
           ADD 1 TO WS-LINE-COUNT.

       2600-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT
               AT END
                   SET WS-ACT-EOF TO TRUE
           END-READ.

       3000-PRINT-REPORT.
           IF WS-COUNT-OUT-BALANCE = 0
               MOVE 'NONE' TO NTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF
           MOVE 'PROOF SUMMARY' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           MOVE 'TRNMSTR ROWS READ:       ' TO SUM-LABEL
           MOVE WS-COUNT-ROWS TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'LEGACY ROWS (NO ACCOUNT):' TO SUM-LABEL
           MOVE WS-COUNT-LEGACY TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ORPHAN ROWS:             ' TO SUM-LABEL
           MOVE WS-COUNT-ORPHAN TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'TRNACCT ACCOUNTS READ:   ' TO SUM-LABEL
           MOVE WS-COUNT-ACCOUNTS TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS IN BALANCE:     ' TO SUM-LABEL
           MOVE WS-COUNT-IN-BALANCE TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS OUT OF BALANCE: ' TO SUM-LABEL
           MOVE WS-COUNT-OUT-BALANCE TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS NOT PROVED:     ' TO SUM-LABEL
           MOVE WS-COUNT-UNPROVED TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'TOTAL TRNACCT BALANCE:   ' TO TOT-LABEL
           MOVE WS-TOTAL-LEDGER TO TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL REBUILT BALANCE:   ' TO TOT-LABEL
           MOVE WS-TOTAL-REBUILT TO TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-TABLE-FULL
               MOVE 'ACCOUNT TABLE FULL - PROOF INCOMPLETE'
                   TO NTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

       3005-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO
           WRITE REPORT-LINE FROM WS-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
           MOVE 0 TO WS-LINE-COUNT.

       3008-PRINT-SECTION-TITLE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           ADD 1 TO WS-LINE-COUNT.

      *    ANY BREAK FAILS THE STEP - THE STATEMENTS MUST NOT GO OUT
      *    OVER A SUBLEDGER THAT DOES NOT PROVE.  AN I/O ABEND HAS
      *    ALREADY SET ITS OWN RETURN CODE AND IS LEFT ALONE.
       4000-TERMINATE.
           IF RETURN-CODE = 0
               IF WS-COUNT-OUT-BALANCE > 0
                 OR WS-COUNT-ORPHAN > 0
                 OR WS-COUNT-UNPROVED > 0
                   DISPLAY 'ACTPROOF: *** SUBLEDGER DOES NOT PROVE - '
                           WS-COUNT-OUT-BALANCE ' OUT OF BALANCE, '
                           WS-COUNT-ORPHAN ' ORPHAN ROW(S) ***'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY 'ACTPROOF: SUBLEDGER PROVES - '
                           WS-COUNT-ACCOUNTS ' ACCOUNT(S) IN BALANCE'
               END-IF
           END-IF
           CLOSE MASTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE.
