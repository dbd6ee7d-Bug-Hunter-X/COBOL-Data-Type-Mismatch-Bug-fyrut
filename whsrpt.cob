      *---------------------------------------------------------------*
      * WHSRPT - FUTURE-DATED WAREHOUSE LISTING                        *
      *---------------------------------------------------------------*
      * TRNPROC NOW HOLDS A POST-DATED ITEM ON TRNWHSE UNTIL ITS       *
      * EFFECTIVE DATE INSTEAD OF REJECTING IT 'FUT', AND TRNMERGE     *
      * RELEASES IT ON THAT NIGHT.  UNTIL THEN THE MONEY IS IN NEITHER *
      * TRNMSTR NOR TRNREJ, SO THIS STEP LISTS EVERYTHING STILL HELD:  *
      * ONE LINE PER ITEM IN EFFECTIVE-DATE ORDER (THE FILE'S KEY      *
      * ORDER) WITH A COUNT AND AMOUNT AT EACH CHANGE OF DATE, THEN    *
      * THE SAME TOTALS BY THE OFFICE THAT SENT THE ITEMS.  THE        *
      * EFFECTIVE DATE, TRANS-ID AND SEQUENCE PRINTED ARE WHAT A       *
      * SUPERVISOR KEYS ON WHSMAINT TO CANCEL AN ITEM BEFORE IT        *
      * RELEASES.                                                      *
      *                                                                *
      * AN ITEM WHOSE DATE HAS ALREADY ARRIVED IS FLAGGED 'DUE' - IT   *
      * GOES OUT WITH THE NEXT TRNMERGE, OR WAS LEFT BEHIND BY A       *
      * MERGE THAT FAILED.  A SITE WITH NO TRNWHSE FILE YET GETS AN    *
      * EMPTY LISTING, NOT AN ABEND.                                   *
      *---------------------------------------------------------------*
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   TRANSFER TYPE SHOWN AS 'XFR'               *
      *   2026-10-15  SJM   SEQUENCE PRINTED AFTER THE TRANS-ID        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO TRNWHSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-TRNWHSE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WHSLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHSLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY WHSREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-TRNWHSE-STATUS               PIC X(2)    VALUE '00'.
           05  WS-WHSLIST-STATUS               PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                  PIC X       VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.
           05  WS-WHSE-OPEN-SWITCH            PIC X       VALUE 'N'.
               88  WS-WHSE-OPEN                        VALUE 'Y'.

      *    ONE SLOT PER OFFICE IN FEED-ID ORDER A/B/C; THE FOURTH
      *    TAKES ANYTHING ELSE (KEYED ENTRIES, UNSTAMPED LEGACY).
       01  WS-OFFICE-IDS                      PIC X(4)    VALUE 'ABC '.
       01  WS-OFC-IX                          PIC 9(1)    COMP.
       01  WS-OFFICE-TABLE.
           05  WS-OFC-ENTRY OCCURS 4 TIMES.
               10  WS-OFC-COUNT               PIC 9(7).
               10  WS-OFC-AMT                 PIC 9(11)V99.

       01  WS-COUNTS.
           05  WS-COUNT-HELD                  PIC 9(7)    VALUE 0.
           05  WS-COUNT-DUE                   PIC 9(7)    VALUE 0.
           05  WS-COUNT-DATES                 PIC 9(7)    VALUE 0.
           05  WS-DATE-COUNT                  PIC 9(7)    VALUE 0.

       01  WS-DATE-AMT                        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-HELD                      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DUE                       PIC 9(13)V99 VALUE 0.
       01  WS-PREV-EFF-DATE                   PIC X(8)    VALUE SPACES.

       COPY TRNREC.

       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM
                                              PIC X(8).
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
           05  HDG1-PROGRAM              PIC X(10)   VALUE 'WHSRPT'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  HDG1-TITLE                     PIC X(30)
                   VALUE 'FUTURE-DATED WAREHOUSE'.
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
                   VALUE 'EFF DATE'.
           05  FILLER                         PIC X(12)
                   VALUE 'TRANS-ID'.
           05  FILLER                         PIC X(4)    VALUE 'SQ'.
           05  FILLER                         PIC X(5)    VALUE 'TYPE'.
           05  FILLER                         PIC X(10)
                   VALUE 'ACCOUNT'.
           05  FILLER                         PIC X(5)    VALUE 'OFC'.
           05  FILLER                         PIC X(16)
                   VALUE '          AMOUNT'.
           05  FILLER                         PIC X(12)
                   VALUE '  HELD ON'.
           05  FILLER                         PIC X(10)
                   VALUE 'HELD BY'.
           05  FILLER                         PIC X(47)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  DTL-EFF-DATE                   PIC X(8).
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
           05  DTL-HELD-DATE                  PIC X(8).
           05  FILLER                         PIC X(4)    VALUE SPACES.
           05  DTL-HELD-JOB                   PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTL-DUE-FLAG                   PIC X(3).
           05  FILLER                         PIC X(42)   VALUE SPACES.

       01  WS-DATE-TOTAL-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  DTT-LABEL                      PIC X(16)
                   VALUE 'TOTAL FOR DATE'.
           05  DTT-EFF-DATE                   PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DTT-COUNT                      PIC ZZZZZZ9.
           05  FILLER                         PIC X(1)    VALUE SPACES.
           05  DTT-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(71)   VALUE SPACES.

       01  WS-OFFICE-HEADING.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)
                   VALUE 'OFFICE'.
           05  FILLER                         PIC X(9)
                   VALUE '    ITEMS'.
           05  FILLER                         PIC X(22)
                   VALUE '                AMOUNT'.
           05  FILLER                         PIC X(90)   VALUE SPACES.

       01  WS-OFFICE-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  OFL-OFFICE                     PIC X(8).
           05  FILLER                         PIC X(4)    VALUE SPACES.
           05  OFL-COUNT                      PIC ZZZZZZ9.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  OFL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(89)   VALUE SPACES.

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
           PERFORM 2000-LIST-WAREHOUSE-ITEM UNTIL WS-EOF
           PERFORM 3000-PRINT-REPORT
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT WAREHOUSE-FILE
           EVALUATE WS-TRNWHSE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-WHSE-OPEN-SWITCH
               WHEN '35'
                   DISPLAY 'WHSRPT: NO TRNWHSE FILE - NOTHING HELD'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'WHSRPT: *** UNABLE TO OPEN TRNWHSE - '
                           'STATUS ' WS-TRNWHSE-STATUS ' ***'
                   MOVE 98 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT REPORT-FILE
           IF WS-WHSLIST-STATUS NOT = '00'
               DISPLAY 'WHSRPT: *** UNABLE TO OPEN WHSLIST - STATUS '
                       WS-WHSLIST-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE-NUM(7:2) TO WS-RD-DD
           MOVE WS-RUN-DATE-NUM(1:4) TO WS-RD-CCYY
           MOVE WS-RUN-DATE-DSP TO HDG2-RUN-DATE
           PERFORM 1010-CLEAR-OFFICE-SLOT
               VARYING WS-OFC-IX FROM 1 BY 1
               UNTIL WS-OFC-IX > 4
           PERFORM 3005-PRINT-HEADINGS
           MOVE 'ITEMS HELD BY EFFECTIVE DATE' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-DETAIL-HEADING
           ADD 1 TO WS-LINE-COUNT
           IF WS-WHSE-OPEN
               PERFORM 2100-READ-WAREHOUSE
           END-IF.

       1010-CLEAR-OFFICE-SLOT.
           MOVE 0 TO WS-OFC-COUNT(WS-OFC-IX)
           MOVE 0 TO WS-OFC-AMT(WS-OFC-IX).

      *    THE FILE IS KEYED EFFECTIVE DATE FIRST, SO A CHANGE OF
      *    DATE ON THE SEQUENTIAL PASS CLOSES OFF THE LAST DATE.
      *    EVERY ITEM PASSED TRNPROC'S EDITS BEFORE IT WAS HELD, SO
      *    ITS AMOUNT IS KNOWN TO BE NUMERIC.
       2000-LIST-WAREHOUSE-ITEM.
           IF WHS-EFF-DATE NOT = WS-PREV-EFF-DATE
               IF WS-PREV-EFF-DATE NOT = SPACES
                   PERFORM 2020-PRINT-DATE-TOTAL
               END-IF
               MOVE WHS-EFF-DATE TO WS-PREV-EFF-DATE
               ADD 1 TO WS-COUNT-DATES
           END-IF
           MOVE WHS-TRANSACTION-DATA TO TR-TRANSACTION-RECORD
           ADD 1 TO WS-COUNT-HELD
           ADD TR-AMOUNT TO WS-TOTAL-HELD
           ADD 1 TO WS-DATE-COUNT
           ADD TR-AMOUNT TO WS-DATE-AMT
           EVALUATE WHS-SOURCE-FEED
               WHEN 'A'
                   MOVE 1 TO WS-OFC-IX
               WHEN 'B'
                   MOVE 2 TO WS-OFC-IX
               WHEN 'C'
                   MOVE 3 TO WS-OFC-IX
               WHEN OTHER
                   MOVE 4 TO WS-OFC-IX
           END-EVALUATE
           ADD 1 TO WS-OFC-COUNT(WS-OFC-IX)
           ADD TR-AMOUNT TO WS-OFC-AMT(WS-OFC-IX)
           PERFORM 2010-PRINT-DETAIL-LINE
           PERFORM 2100-READ-WAREHOUSE.

       2010-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
               WRITE REPORT-LINE FROM WS-DETAIL-HEADING
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE WHS-EFF-DATE TO DTL-EFF-DATE
           MOVE WHS-TRANS-ID TO DTL-TRANS-ID
           MOVE WHS-SEQ TO DTL-SEQ
           EVALUATE TRUE
               WHEN TR-TYPE-PAYMENT
                   MOVE 'PAY' TO DTL-TYPE
               WHEN TR-TYPE-REVERSAL
                   MOVE 'REV' TO DTL-TYPE
               WHEN TR-TYPE-ADJUSTMENT
                   MOVE 'ADJ' TO DTL-TYPE
               WHEN TR-TYPE-TRANSFER
                   MOVE 'XFR' TO DTL-TYPE
               WHEN OTHER
                   MOVE TR-RECORD-TYPE TO DTL-TYPE
           END-EVALUATE
           MOVE TR-ACCOUNT-NO TO DTL-ACCOUNT
           MOVE WHS-SOURCE-FEED TO DTL-OFFICE
           MOVE TR-AMOUNT TO DTL-AMOUNT
           MOVE WHS-HELD-DATE TO DTL-HELD-DATE
           MOVE WHS-HELD-JOB-ID TO DTL-HELD-JOB
           IF WHS-EFF-DATE > WS-RUN-DATE-X
               MOVE SPACES TO DTL-DUE-FLAG
           ELSE
               MOVE 'DUE' TO DTL-DUE-FLAG
               ADD 1 TO WS-COUNT-DUE
               ADD TR-AMOUNT TO WS-TOTAL-DUE
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       2020-PRINT-DATE-TOTAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           MOVE WS-PREV-EFF-DATE TO DTT-EFF-DATE
           MOVE WS-DATE-COUNT TO DTT-COUNT
           MOVE WS-DATE-AMT TO DTT-AMOUNT
           WRITE REPORT-LINE FROM WS-DATE-TOTAL-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 0 TO WS-DATE-COUNT
           MOVE 0 TO WS-DATE-AMT.

       2100-READ-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
             AND WS-TRNWHSE-STATUS NOT = '00'
               DISPLAY 'WHSRPT: *** TRNWHSE READ FAILED - STATUS '
                       WS-TRNWHSE-STATUS ' ***'
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
           MOVE 'ITEMS HELD BY OFFICE' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-OFFICE-HEADING
           ADD 1 TO WS-LINE-COUNT
           PERFORM 3010-PRINT-OFFICE-LINE
               VARYING WS-OFC-IX FROM 1 BY 1
               UNTIL WS-OFC-IX > 4
           MOVE 'WAREHOUSE SUMMARY' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           MOVE 'ITEMS HELD:              ' TO SUM-LABEL
           MOVE WS-COUNT-HELD TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'EFFECTIVE DATES:         ' TO SUM-LABEL
           MOVE WS-COUNT-DATES TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ITEMS ALREADY DUE:       ' TO SUM-LABEL
           MOVE WS-COUNT-DUE TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'TOTAL AMOUNT HELD:       ' TO TOT-LABEL
           MOVE WS-TOTAL-HELD TO TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL AMOUNT DUE:        ' TO TOT-LABEL
           MOVE WS-TOTAL-DUE TO TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

      *    AN OFFICE WITH NOTHING HELD STILL GETS ITS LINE; THE
      *    CATCH-ALL SLOT ONLY PRINTS WHEN SOMETHING LANDED IN IT.
       3010-PRINT-OFFICE-LINE.
           IF WS-OFC-IX < 4
             OR WS-OFC-COUNT(WS-OFC-IX) > 0
               IF WS-OFC-IX < 4
                   MOVE WS-OFFICE-IDS(WS-OFC-IX:1) TO OFL-OFFICE
               ELSE
                   MOVE 'OTHER' TO OFL-OFFICE
               END-IF
               MOVE WS-OFC-COUNT(WS-OFC-IX) TO OFL-COUNT
               MOVE WS-OFC-AMT(WS-OFC-IX) TO OFL-AMOUNT
               WRITE REPORT-LINE FROM WS-OFFICE-LINE
               ADD 1 TO WS-LINE-COUNT
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

      *    A DUE ITEM STILL ON FILE IS A WARNING: EITHER TONIGHT'S
      *    MERGE HAS NOT RUN YET OR AN EARLIER ONE DID NOT RELEASE.
       4000-TERMINATE.
           IF RETURN-CODE = 0
               DISPLAY 'WHSRPT: ' WS-COUNT-HELD ' ITEM(S) HELD, '
                       WS-COUNT-DUE ' ALREADY DUE'
               IF WS-COUNT-DUE > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-WHSE-OPEN
               CLOSE WAREHOUSE-FILE
           END-IF
           CLOSE REPORT-FILE.
