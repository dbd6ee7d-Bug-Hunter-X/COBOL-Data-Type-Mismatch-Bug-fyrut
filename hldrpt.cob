      *---------------------------------------------------------------*
      * HLDRPT - LARGE-VALUE APPROVAL QUEUE LISTING                    *
      *---------------------------------------------------------------*
      * TRNPROC HOLDS A PAYMENT, REVERSAL OR ADJUSTMENT OVER THE       *
      * PARMIN THRESHOLD FOR ITS TYPE ON TRNHOLD UNTIL A SUPERVISOR    *
      * DECIDES IT ON HLDMAINT AND TRNMERGE RELEASES IT.  UNTIL THEN   *
      * THE MONEY IS IN NEITHER TRNMSTR NOR TRNREJ, SO THIS STEP       *
      * LISTS EVERYTHING STILL ON THE QUEUE FOR THE SUPERVISORS AND    *
      * GIVES THE GL TEAM THE HELD TOTAL: ONE LINE PER ITEM IN HELD-   *
      * DATE ORDER (THE FILE'S KEY ORDER) WITH A COUNT AND AMOUNT AT   *
      * EACH CHANGE OF DATE, THEN COUNTS AND AMOUNTS BY TYPE SPLIT     *
      * INTO WAITING, APPROVED AND DECLINED.  THE HELD DATE, TRANS-ID  *
      * AND SEQUENCE PRINTED ARE WHAT A SUPERVISOR KEYS ON HLDMAINT.   *
      *                                                                *
      * A DECIDED ITEM STAYS ON THE QUEUE UNTIL THE NEXT TRNMERGE      *
      * RELEASES IT, SO IT IS STILL PART OF THE HELD TOTAL.  A SITE    *
      * WITH NO TRNHOLD FILE YET GETS AN EMPTY LISTING, NOT AN ABEND.  *
      *---------------------------------------------------------------*
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO TRNHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-TRNHOLD-STATUS.
           SELECT REPORT-FILE ASSIGN TO HLDLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY HLDREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-TRNHOLD-STATUS               PIC X(2)    VALUE '00'.
           05  WS-HLDLIST-STATUS               PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                  PIC X       VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-HOLD-OPEN-SWITCH            PIC X       VALUE 'N'.
               88  WS-HOLD-OPEN                        VALUE 'Y'.

      *    ONE SLOT PER TYPE IN PAY/REV/ADJ ORDER, THE FOURTH FOR
      *    ANYTHING ELSE; WITHIN EACH, ONE BUCKET PER STANDING -
      *    1 WAITING, 2 APPROVED, 3 DECLINED.
       01  WS-TYPE-NAMES                      PIC X(12)
                                               VALUE 'PAYREVADJOTH'.
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME                   PIC X(3)    OCCURS 4.
       01  WS-TYP-IX                          PIC 9(1)    COMP.
       01  WS-DEC-IX                          PIC 9(1)    COMP.
       01  WS-TYPE-TABLE.
           05  WS-TYP-ENTRY OCCURS 4 TIMES.
               10  WS-TYP-BUCKET OCCURS 3 TIMES.
                   15  WS-TYP-COUNT           PIC 9(7).
                   15  WS-TYP-AMT             PIC 9(11)V99.

       01  WS-COUNTS.
           05  WS-COUNT-HELD                  PIC 9(7)    VALUE 0.
           05  WS-COUNT-DATES                 PIC 9(7)    VALUE 0.
           05  WS-DATE-COUNT                  PIC 9(7)    VALUE 0.
           05  WS-COUNT-WAITING               PIC 9(7)    VALUE 0.
           05  WS-COUNT-APPROVED              PIC 9(7)    VALUE 0.
           05  WS-COUNT-DECLINED              PIC 9(7)    VALUE 0.

       01  WS-DATE-AMT                        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-HELD                      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-WAITING                   PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-APPROVED                  PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DECLINED                  PIC 9(13)V99 VALUE 0.
       01  WS-PREV-HELD-DATE                  PIC X(8)    VALUE SPACES.

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
           05  HDG1-PROGRAM              PIC X(10)   VALUE 'HLDRPT'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  HDG1-TITLE                     PIC X(30)
                   VALUE 'LARGE-VALUE APPROVAL QUEUE'.
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

       01  WS-DETAIL-HEADING.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)
                   VALUE 'HELD DATE'.
           05  FILLER                         PIC X(12)
                   VALUE 'TRANS-ID'.
           05  FILLER                         PIC X(4)    VALUE 'SQ'.
           05  FILLER                         PIC X(5)    VALUE 'TYPE'.
           05  FILLER                         PIC X(10)
                   VALUE 'ACCOUNT'.
           05  FILLER                         PIC X(5)    VALUE 'OFC'.
           05  FILLER                         PIC X(16)
                   VALUE '          AMOUNT'.
           05  FILLER                         PIC X(18)
                   VALUE '         THRESHOLD'.
           05  FILLER                         PIC X(10)
                   VALUE '  STATUS'.
           05  FILLER                         PIC X(10)
                   VALUE 'BY'.
           05  FILLER                         PIC X(8)
                   VALUE 'ON'.
           05  FILLER                         PIC X(23)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  DTL-HELD-DATE                  PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-TRANS-ID                   PIC X(10).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-SEQ                        PIC 9(2).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-TYPE                       PIC X(3).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-ACCOUNT                    PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-OFFICE                     PIC X(1).
           05  FILLER                         PIC X(4)    VALUE SPACES.
           05  DTL-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-THRESHOLD                  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-DECISION                   PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-SUPERVISOR                 PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-DECIDED-ON                 PIC X(8).
           05  FILLER                         PIC X(21)   VALUE SPACES.

       01  WS-DATE-TOTAL-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  DTT-LABEL                      PIC X(16)
                   VALUE 'TOTAL FOR DATE'.
           05  DTT-HELD-DATE                  PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTT-COUNT                      PIC ZZZZZZ9.
           05  FILLER                         PIC X(1)    VALUE SPACES.
           05  DTT-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(71)   VALUE SPACES.

       01  WS-TYPE-HEADING-1.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  FILLER                         PIC X(30)
                   VALUE '                     WAITING'.
           05  FILLER                         PIC X(30)
                   VALUE '                    APPROVED'.
           05  FILLER                         PIC X(30)
                   VALUE '                    DECLINED'.
           05  FILLER                         PIC X(31)   VALUE SPACES.

       01  WS-TYPE-HEADING-2.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)   VALUE 'TYPE'.
           05  FILLER                         PIC X(30)
                   VALUE '  ITEMS               AMOUNT'.
           05  FILLER                         PIC X(30)
                   VALUE '  ITEMS               AMOUNT'.
           05  FILLER                         PIC X(30)
                   VALUE '  ITEMS               AMOUNT'.
           05  FILLER                         PIC X(31)   VALUE SPACES.

       01  WS-TYPE-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  TYL-TYPE                       PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  TYL-BUCKET OCCURS 3 TIMES.
               10  TYL-COUNT                  PIC ZZZZZZ9.
               10  FILLER                     PIC X(1)    VALUE SPACE.
               10  TYL-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                     PIC X(2)    VALUE SPACES.
           05  FILLER                         PIC X(31)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SUM-LABEL                      PIC X(25).
           05  SUM-COUNT                      PIC ZZZZZZ9.
           05  FILLER                         PIC X(99)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  TOT-LABEL                      PIC X(25).
           05  TOT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(85)   VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  NTE-TEXT                       PIC X(60).
           05  FILLER                         PIC X(71)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-HELD-ITEM UNTIL WS-EOF
           PERFORM 3000-PRINT-REPORT
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT HOLD-FILE
           EVALUATE WS-TRNHOLD-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
               WHEN '35'
                   DISPLAY 'HLDRPT: NO TRNHOLD FILE - NOTHING HELD'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'HLDRPT: *** UNABLE TO OPEN TRNHOLD - '
                           'STATUS ' WS-TRNHOLD-STATUS ' ***'
                   MOVE 98 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT REPORT-FILE
           IF WS-HLDLIST-STATUS NOT = '00'
               DISPLAY 'HLDRPT: *** UNABLE TO OPEN HLDLIST - STATUS '
                       WS-HLDLIST-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE-NUM(7:2) TO WS-RD-DD
           MOVE WS-RUN-DATE-NUM(1:4) TO WS-RD-CCYY
           MOVE WS-RUN-DATE-DSP TO HDG2-RUN-DATE
           PERFORM 1010-CLEAR-TYPE-SLOT
               VARYING WS-TYP-IX FROM 1 BY 1
               UNTIL WS-TYP-IX > 4
           PERFORM 3005-PRINT-HEADINGS
           MOVE 'ITEMS HELD BY HELD DATE' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-DETAIL-HEADING
           ADD 1 TO WS-LINE-COUNT
           IF WS-HOLD-OPEN
               PERFORM 2100-READ-HOLD-QUEUE
           END-IF.

       1010-CLEAR-TYPE-SLOT.
           PERFORM 1020-CLEAR-TYPE-BUCKET
               VARYING WS-DEC-IX FROM 1 BY 1
               UNTIL WS-DEC-IX > 3.

       1020-CLEAR-TYPE-BUCKET.
           MOVE 0 TO WS-TYP-COUNT(WS-TYP-IX, WS-DEC-IX)
           MOVE 0 TO WS-TYP-AMT(WS-TYP-IX, WS-DEC-IX).

      *    THE FILE IS KEYED HELD DATE FIRST, SO A CHANGE OF DATE ON
      *    THE SEQUENTIAL PASS CLOSES OFF THE LAST DATE.  EVERY ITEM
      *    PASSED TRNPROC'S EDITS BEFORE IT WAS HELD, SO ITS AMOUNT
      *    IS KNOWN TO BE NUMERIC.
       2000-LIST-HELD-ITEM.
           IF HLD-HELD-DATE NOT = WS-PREV-HELD-DATE
               IF WS-PREV-HELD-DATE NOT = SPACES
                   PERFORM 2020-PRINT-DATE-TOTAL
               END-IF
               MOVE HLD-HELD-DATE TO WS-PREV-HELD-DATE
               ADD 1 TO WS-COUNT-DATES
           END-IF
           MOVE HLD-TRANSACTION-DATA TO TR-TRANSACTION-RECORD
           ADD 1 TO WS-COUNT-HELD
           ADD TR-AMOUNT TO WS-TOTAL-HELD
           ADD 1 TO WS-DATE-COUNT
           ADD TR-AMOUNT TO WS-DATE-AMT
           EVALUATE TRUE
               WHEN TR-TYPE-PAYMENT
                   MOVE 1 TO WS-TYP-IX
               WHEN TR-TYPE-REVERSAL
                   MOVE 2 TO WS-TYP-IX
               WHEN TR-TYPE-ADJUSTMENT
                   MOVE 3 TO WS-TYP-IX
               WHEN OTHER
                   MOVE 4 TO WS-TYP-IX
           END-EVALUATE
           EVALUATE TRUE
               WHEN HLD-APPROVED
                   MOVE 2 TO WS-DEC-IX
                   ADD 1 TO WS-COUNT-APPROVED
                   ADD TR-AMOUNT TO WS-TOTAL-APPROVED
               WHEN HLD-DECLINED
                   MOVE 3 TO WS-DEC-IX
                   ADD 1 TO WS-COUNT-DECLINED
                   ADD TR-AMOUNT TO WS-TOTAL-DECLINED
               WHEN OTHER
                   MOVE 1 TO WS-DEC-IX
                   ADD 1 TO WS-COUNT-WAITING
                   ADD TR-AMOUNT TO WS-TOTAL-WAITING
           END-EVALUATE
           ADD 1 TO WS-TYP-COUNT(WS-TYP-IX, WS-DEC-IX)
           ADD TR-AMOUNT TO WS-TYP-AMT(WS-TYP-IX, WS-DEC-IX)
           PERFORM 2010-PRINT-DETAIL-LINE
           PERFORM 2100-READ-HOLD-QUEUE.

       2010-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
               WRITE REPORT-LINE FROM WS-DETAIL-HEADING
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE HLD-HELD-DATE TO DTL-HELD-DATE
           MOVE HLD-TRANS-ID TO DTL-TRANS-ID
           MOVE HLD-SEQ TO DTL-SEQ
           MOVE WS-TYPE-NAME(WS-TYP-IX) TO DTL-TYPE
           IF WS-TYP-IX = 4
               MOVE TR-RECORD-TYPE TO DTL-TYPE
           END-IF
           MOVE TR-ACCOUNT-NO TO DTL-ACCOUNT
           MOVE HLD-SOURCE-FEED TO DTL-OFFICE
           MOVE TR-AMOUNT TO DTL-AMOUNT
           MOVE HLD-THRESHOLD TO DTL-THRESHOLD
           EVALUATE WS-DEC-IX
               WHEN 2
                   MOVE 'APPROVED' TO DTL-DECISION
               WHEN 3
                   MOVE 'DECLINED' TO DTL-DECISION
               WHEN OTHER
                   MOVE 'WAITING' TO DTL-DECISION
           END-EVALUATE
           MOVE HLD-SUPERVISOR TO DTL-SUPERVISOR
           MOVE HLD-DECISION-DATE TO DTL-DECIDED-ON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       2020-PRINT-DATE-TOTAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           MOVE WS-PREV-HELD-DATE TO DTT-HELD-DATE
           MOVE WS-DATE-COUNT TO DTT-COUNT
           MOVE WS-DATE-AMT TO DTT-AMOUNT
           WRITE REPORT-LINE FROM WS-DATE-TOTAL-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 0 TO WS-DATE-COUNT
           MOVE 0 TO WS-DATE-AMT.

       2100-READ-HOLD-QUEUE.
           READ HOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
             AND WS-TRNHOLD-STATUS NOT = '00'
               DISPLAY 'HLDRPT: *** TRNHOLD READ FAILED - STATUS '
                       WS-TRNHOLD-STATUS ' ***'
               MOVE 96 TO RETURN-CODE
               PERFORM 4000-TERMINATE
               STOP RUN
           END-IF.

       3000-PRINT-REPORT.
           IF WS-COUNT-HELD = 0
               MOVE 'NONE' TO NTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM 2020-PRINT-DATE-TOTAL
           END-IF
           MOVE 'ITEMS HELD BY TYPE' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-TYPE-HEADING-1
           WRITE REPORT-LINE FROM WS-TYPE-HEADING-2
           ADD 2 TO WS-LINE-COUNT
           PERFORM 3010-PRINT-TYPE-LINE
               VARYING WS-TYP-IX FROM 1 BY 1
               UNTIL WS-TYP-IX > 4
           MOVE 'APPROVAL QUEUE SUMMARY' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           MOVE 'ITEMS HELD:              ' TO SUM-LABEL
           MOVE WS-COUNT-HELD TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'HELD DATES:              ' TO SUM-LABEL
           MOVE WS-COUNT-DATES TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'AWAITING A DECISION:     ' TO SUM-LABEL
           MOVE WS-COUNT-WAITING TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'APPROVED, NOT RELEASED:  ' TO SUM-LABEL
           MOVE WS-COUNT-APPROVED TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DECLINED, NOT RELEASED:  ' TO SUM-LABEL
           MOVE WS-COUNT-DECLINED TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'TOTAL AMOUNT HELD:       ' TO TOT-LABEL
           MOVE WS-TOTAL-HELD TO TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AMOUNT AWAITING DECISION:' TO TOT-LABEL
           MOVE WS-TOTAL-WAITING TO TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AMOUNT APPROVED TO POST: ' TO TOT-LABEL
           MOVE WS-TOTAL-APPROVED TO TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AMOUNT DECLINED:         ' TO TOT-LABEL
           MOVE WS-TOTAL-DECLINED TO TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

      *    EVERY HOLDABLE TYPE GETS ITS LINE; THE CATCH-ALL SLOT
      *    ONLY PRINTS WHEN SOMETHING LANDED IN IT.
       3010-PRINT-TYPE-LINE.
           IF WS-TYP-IX < 4
             OR WS-TYP-COUNT(WS-TYP-IX, 1)
              + WS-TYP-COUNT(WS-TYP-IX, 2)
              + WS-TYP-COUNT(WS-TYP-IX, 3) > 0
               IF WS-TYP-IX < 4
                   MOVE WS-TYPE-NAME(WS-TYP-IX) TO TYL-TYPE
               ELSE
                   MOVE 'OTHER' TO TYL-TYPE
               END-IF
               PERFORM 3020-FILL-TYPE-BUCKET
                   VARYING WS-DEC-IX FROM 1 BY 1
                   UNTIL WS-DEC-IX > 3
               WRITE REPORT-LINE FROM WS-TYPE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       3020-FILL-TYPE-BUCKET.
           MOVE WS-TYP-COUNT(WS-TYP-IX, WS-DEC-IX)
               TO TYL-COUNT(WS-DEC-IX)
           MOVE WS-TYP-AMT(WS-TYP-IX, WS-DEC-IX)
               TO TYL-AMOUNT(WS-DEC-IX).

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

       4000-TERMINATE.
           IF RETURN-CODE = 0
               DISPLAY 'HLDRPT: ' WS-COUNT-HELD ' ITEM(S) HELD, '
                       WS-COUNT-WAITING ' AWAITING A DECISION'
           END-IF
           IF WS-HOLD-OPEN
               CLOSE HOLD-FILE
           END-IF
           CLOSE REPORT-FILE.
