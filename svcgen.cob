      *---------------------------------------------------------------*
      * SVCGEN - MONTH-END SERVICE CHARGE AND INTEREST GENERATION      *
      *---------------------------------------------------------------*
      * THE MONTH'S SERVICE CHARGES AND INTEREST CREDITS USED TO BE    *
      * WORKED OUT ON A SPREADSHEET AND KEYED THROUGH TRNENTRY AS      *
      * TYPE '30' ADJUSTMENTS, HUNDREDS AT A TIME.  THIS STEP READS    *
      * TRNACCT AND THE SVCRATE RATE/FEE TABLE AND, FOR EVERY OPEN     *
      * ACCOUNT, WORKS OUT:                                            *
      *   - A SERVICE CHARGE WHEN THE BALANCE IS ABOVE ZERO BUT BELOW  *
      *     THE CARD'S MINIMUM - THE MONTHLY FEE, NEVER MORE THAN THE  *
      *     BALANCE ITSELF;                                            *
      *   - AN INTEREST CREDIT WHEN THE BALANCE HAS REACHED THE        *
      *     CARD'S INTEREST MINIMUM - ONE TWELFTH OF THE ANNUAL RATE,  *
      *     ROUNDED TO THE CENT.                                       *
      * EACH ONE IS WRITTEN TO SVCFEED AS A STANDARD 100-BYTE TRNIN    *
      * TYPE '30' - SOURCE FEED 'S' IN POSITION 78 AND THE KIND ('C'   *
      * CHARGE, 'I' INTEREST) IN 81 - FOR TRNMERGE TO TAKE AS SYSTEM   *
      * FEED 'S', AND LISTED ON THE SVCRPT REGISTER.  THE 'S' CARD     *
      * FOR THE NIGHT'S FEEDCTL IS PUNCHED ON SVCCARD, SO THE FEED     *
      * BALANCES THE WAY AN OFFICE FILE DOES.  FROZEN AND CLOSED       *
      * ACCOUNTS ARE SKIPPED - TRNPROC WOULD ONLY REJECT THEM.         *
      *                                                                *
      * A MONTH IS GENERATED ONCE: THE 'G' RECORD APPENDED TO PERCTL   *
      * AT THE END OF A GOOD RUN REFUSES EVERY LATER RUN FOR THE SAME  *
      * MONTH, EVEN AFTER A REOPEN.  A CLOSED MONTH, A MONTH STILL TO  *
      * COME, A BAD RATE TABLE, OR LAST MONTH'S CHARGES STILL WAITING  *
      * UNMERGED ON SVCFEED ARE REFUSED TOO - BEFORE SVCFEED IS        *
      * TOUCHED.  A RUN THAT FAILS PART WAY EMPTIES SVCFEED AGAIN SO   *
      * NOTHING HALF-GENERATED CAN MERGE.                              *
      *                                                                *
      * SVCRATE CARDS: COL 1 OWNING OFFICE ('*' FOR EVERY OFFICE       *
      * WITHOUT A CARD OF ITS OWN), 2-12 SERVICE-CHARGE MINIMUM        *
      * BALANCE 9(9)V99, 13-19 MONTHLY FEE 9(5)V99, 20-25 ANNUAL       *
      * INTEREST RATE PERCENT 9(2)V9(4), 26-36 INTEREST MINIMUM        *
      * BALANCE 9(9)V99.  A ZERO FEE OR RATE TURNS THAT HALF OFF.      *
      *                                                                *
      * SVCPARM CARD: 1-6 PERIOD CCYYMM (SPACES, ZEROS, OR NO DD FOR   *
      * THE MONTH OF THE RUN DATE).                                    *
      *                                                                *
      * EVERY RECORD IS DATED THE LAST BUSINESS DAY OF THE PERIOD THAT *
      * IS NOT PAST THE RUN DATE - A WEEKDAY NOT ON THE CALDAYS        *
      * HOLIDAY CALENDAR - SO A WEEKEND RUN DOES NOT REJECT 'NBD' AND  *
      * A LATE RUN FOR AN EARLIER MONTH STILL POSTS INTO THAT MONTH.   *
      * A PERIOD WITH NO SUCH DAY IS REFUSED.  NO CALDAYS DD MEANS     *
      * WEEKENDS ONLY, AS IN TRNPROC.                                  *
      *                                                                *
      * RETURN CODES: 16 RUN REFUSED - NOTHING GENERATED, 8 SOME       *
      * ACCOUNT HAD NO RATE CARD AND WAS NOT PRICED, 0 CLEAN.          *
      *---------------------------------------------------------------*
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   RECORDS DATED THE PERIOD'S LAST BUSINESS   *
      *                     DAY PER CALDAYS, NOT THE RUN DATE; SVCCARD *
      *                     AND PERCTL WRITES STATUS-CHECKED           *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO TRNACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACT-ACCOUNT-NO
               FILE STATUS IS WS-TRNACCT-STATUS.
           SELECT RATE-FILE ASSIGN TO SVCRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVCRATE-STATUS.
           SELECT PARM-FILE ASSIGN TO SVCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVCPARM-STATUS.
           SELECT PERIOD-FILE ASSIGN TO PERCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT SVC-FILE ASSIGN TO SVCFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVCFEED-STATUS.
           SELECT CARD-FILE ASSIGN TO SVCCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVCCARD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALDAYS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALDAYS-STATUS.
           SELECT REPORT-FILE ASSIGN TO SVCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACTREC.

       FD  RATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  RATE-RECORD.
           05  RTE-OFFICE                      PIC X(1).
           05  RTE-FEE-MIN-BAL                 PIC 9(9)V99.
           05  RTE-MONTHLY-FEE                 PIC 9(5)V99.
           05  RTE-ANNUAL-RATE                 PIC 9(2)V9(4).
           05  RTE-INT-MIN-BAL                 PIC 9(9)V99.
           05  FILLER                          PIC X(44).

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  SVP-PERIOD                      PIC X(6).
           05  FILLER                          PIC X(74).

       FD  PERIOD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS.
       COPY PERREC.

       FD  SVC-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  SVC-RECORD                          PIC X(100).

      *    THE FEEDCTL CARD LAYOUT TRNMERGE READS.
       FD  CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  CARD-RECORD.
           05  CRD-FEED-ID                     PIC X(1).
           05  FILLER                          PIC X(1).
           05  CRD-FEED-NAME                   PIC X(20).
           05  CRD-EXPECTED                    PIC 9(7).
           05  FILLER                          PIC X(51).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-DATE                        PIC X(8).
           05  CAL-DAY-TYPE                    PIC X.
           05  CAL-DESCRIPTION                 PIC X(30).
           05  FILLER                          PIC X(41).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-TRNACCT-STATUS               PIC X(2)    VALUE '00'.
           05  WS-SVCRATE-STATUS               PIC X(2)    VALUE '00'.
           05  WS-SVCPARM-STATUS               PIC X(2)    VALUE '00'.
           05  WS-PERCTL-STATUS                PIC X(2)    VALUE '00'.
           05  WS-SVCFEED-STATUS               PIC X(2)    VALUE '00'.
           05  WS-SVCCARD-STATUS               PIC X(2)    VALUE '00'.
           05  WS-CALDAYS-STATUS               PIC X(2)    VALUE '00'.
           05  WS-SVCRPT-STATUS                PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACT-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-ACT-EOF                          VALUE 'Y'.
           05  WS-RATE-EOF-SWITCH             PIC X       VALUE 'N'.
               88  WS-RATE-EOF                         VALUE 'Y'.
           05  WS-PER-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-PER-EOF                          VALUE 'Y'.
           05  WS-CLOSED-SWITCH               PIC X       VALUE 'N'.
               88  WS-PERIOD-CLOSED                    VALUE 'Y'.
           05  WS-GENERATED-SWITCH            PIC X       VALUE 'N'.
               88  WS-ALREADY-GENERATED                VALUE 'Y'.
           05  WS-REFUSED-SWITCH              PIC X       VALUE 'N'.
               88  WS-RUN-REFUSED                      VALUE 'Y'.
           05  WS-FEED-OPEN-SWITCH            PIC X       VALUE 'N'.
               88  WS-FEED-OPEN                        VALUE 'Y'.
           05  WS-CAL-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-CAL-EOF                          VALUE 'Y'.
           05  WS-HOLIDAY-SWITCH              PIC X       VALUE 'N'.
               88  WS-HOLIDAY-HIT                      VALUE 'Y'.
           05  WS-POST-FOUND-SWITCH           PIC X       VALUE 'N'.
               88  WS-POST-DATE-FOUND                  VALUE 'Y'.

       01  WS-SELECT-PERIOD                   PIC X(6)    VALUE SPACES.
       01  WS-RUN-MONTH                       PIC X(6)    VALUE SPACES.
       01  WS-REFUSAL-TEXT                    PIC X(70)   VALUE SPACES.
       01  WS-RETURN-CODE                     PIC 9(2)    VALUE 0.

      *    THE DATE EVERY GENERATED RECORD CARRIES, AND THE DAY
      *    NUMBERS THE SEARCH FOR IT WALKS BACK BETWEEN.
       01  WS-POST-DATE.
           05  WS-POST-CCYY                   PIC 9(4).
           05  WS-POST-MM                     PIC 9(2).
           05  WS-POST-DD                     PIC 9(2).
       01  WS-POST-DATE-NUM REDEFINES WS-POST-DATE
                                              PIC 9(8).
       01  WS-POST-INTEGER                    PIC 9(9)    VALUE 0.
       01  WS-PERIOD-FIRST-INTEGER            PIC 9(9)    VALUE 0.
       01  WS-DOW-QUOTIENT                    PIC 9(9)    VALUE 0.
       01  WS-DOW-REMAINDER                   PIC 9(1)    VALUE 0.

       01  WS-CAL-MAX                         PIC 9(3)    COMP
                                                          VALUE 200.
       01  WS-CAL-COUNT                       PIC 9(3)    COMP
                                                          VALUE 0.
       01  WS-CAL-IX                          PIC 9(3)    COMP.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-ENTRY OCCURS 200 TIMES.
               10  WS-HOL-DATE                PIC X(8).

      *    ONE SLOT PER RATE CARD.  AN ACCOUNT TAKES ITS OWNING
      *    OFFICE'S CARD, ELSE THE '*' CARD, ELSE IS NOT PRICED.
       01  WS-RATE-MAX                        PIC 9(2)    COMP
                                                          VALUE 20.
       01  WS-RATE-COUNT                      PIC 9(2)    COMP
                                                          VALUE 0.
       01  WS-RATE-IX                         PIC 9(2)    COMP.
       01  WS-RATE-HIT-IX                     PIC 9(2)    COMP.
       01  WS-RATE-DEFAULT-IX                 PIC 9(2)    COMP
                                                          VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 20 TIMES.
               10  WS-RATE-OFFICE             PIC X(1).
               10  WS-RATE-FEE-MIN            PIC 9(9)V99.
               10  WS-RATE-FEE                PIC 9(5)V99.
               10  WS-RATE-ANNUAL             PIC 9(2)V9(4).
               10  WS-RATE-INT-MIN            PIC 9(9)V99.

      *    THE GENERATED TRANS-ID: 'S', THE PERIOD'S YYMM AND A RUN
      *    SEQUENCE - UNIQUE BECAUSE A MONTH IS ONLY EVER GENERATED
      *    ONCE.
       01  WS-GEN-TRANS-ID.
           05  FILLER                         PIC X(1)    VALUE 'S'.
           05  WS-GEN-YYMM                    PIC X(4).
           05  WS-GEN-SEQ                     PIC 9(5)    VALUE 0.
       01  WS-GEN-KIND                        PIC X(1)    VALUE SPACE.
       01  WS-GEN-AMOUNT                      PIC 9(9)V99 VALUE 0.
       01  WS-CHARGE-AMT                      PIC 9(9)V99 VALUE 0.
       01  WS-INTEREST-AMT                    PIC 9(9)V99 VALUE 0.
       01  WS-CHARGE-MEMO                     PIC X(20)   VALUE SPACES.
       01  WS-INTEREST-MEMO                   PIC X(20)   VALUE SPACES.

       01  WS-COUNTS.
           05  WS-COUNT-ACCOUNTS              PIC 9(7)    VALUE 0.
           05  WS-COUNT-NOT-OPEN              PIC 9(7)    VALUE 0.
           05  WS-COUNT-NO-RATE               PIC 9(7)    VALUE 0.
           05  WS-COUNT-UNTOUCHED             PIC 9(7)    VALUE 0.
           05  WS-COUNT-CHARGED               PIC 9(7)    VALUE 0.
           05  WS-COUNT-CREDITED              PIC 9(7)    VALUE 0.
           05  WS-COUNT-WRITTEN               PIC 9(7)    VALUE 0.

       01  WS-TOTAL-CHARGED                   PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITED                  PIC 9(11)V99 VALUE 0.

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
           05  HDG1-PROGRAM              PIC X(10)   VALUE 'SVCGEN'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  HDG1-TITLE                     PIC X(30)
                   VALUE 'SERVICE CHARGE AND INTEREST'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  HDG1-PAGE-LIT             PIC X(5)    VALUE 'PAGE '.
           05  HDG1-PAGE-NO                   PIC ZZZ9.
           05  FILLER                         PIC X(62)   VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  HDG2-DATE-LIT             PIC X(9)    VALUE 'RUN DATE '.
           05  HDG2-RUN-DATE                  PIC X(10).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  HDG2-PER-LIT              PIC X(7)    VALUE 'PERIOD '.
           05  HDG2-PERIOD                    PIC X(6).
           05  FILLER                         PIC X(97)   VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SEC-TITLE                      PIC X(45).
           05  FILLER                         PIC X(86)   VALUE SPACES.

       01  WS-REGISTER-HEADING.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)
                   VALUE 'ACCOUNT'.
           05  FILLER                         PIC X(32)
                   VALUE 'NAME'.
           05  FILLER                         PIC X(4)    VALUE 'OFC'.
           05  FILLER                         PIC X(5)    VALUE 'CARD'.
           05  FILLER                         PIC X(17)
                   VALUE '          BALANCE'.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  FILLER                         PIC X(10)
                   VALUE 'KIND'.
           05  FILLER                         PIC X(14)
                   VALUE '        AMOUNT'.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  FILLER                         PIC X(10)
                   VALUE 'TRANS-ID'.
           05  FILLER                         PIC X(25)   VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  REG-ACCOUNT                    PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  REG-NAME                       PIC X(30).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  REG-OFFICE                     PIC X(1).
           05  FILLER                         PIC X(3)    VALUE SPACES.
           05  REG-CARD                       PIC X(1).
           05  FILLER                         PIC X(4)    VALUE SPACES.
           05  REG-BALANCE                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(1)    VALUE SPACES.
           05  REG-KIND                       PIC X(10).
           05  REG-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  REG-TRANS-ID                   PIC X(10).
           05  FILLER                         PIC X(25)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SUM-LABEL                      PIC X(25).
           05  SUM-COUNT                      PIC ZZZZZZ9.
           05  FILLER                         PIC X(99)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  TOT-LABEL                      PIC X(25).
           05  TOT-COUNT                      PIC ZZZZZZ9.
           05  FILLER                         PIC X(3)    VALUE SPACES.
           05  TOT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(76)   VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  NTE-TEXT                       PIC X(70).
           05  FILLER                         PIC X(61)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-PRICE-ACCOUNT UNTIL WS-ACT-EOF
               PERFORM 3000-FINISH-GENERATION
           END-IF
           PERFORM 3500-PRINT-SUMMARY
           PERFORM 4000-TERMINATE
           STOP RUN.

      *    EVERY CHECK THAT CAN REFUSE THE RUN IS MADE BEFORE SVCFEED
      *    IS OPENED FOR OUTPUT - A REFUSED RUN MUST NOT EMPTY A GOOD
      *    FEED STILL WAITING FOR ITS MERGE.
       1000-INITIALIZE.
           OPEN INPUT ACCOUNT-FILE
           IF WS-TRNACCT-STATUS NOT = '00'
               DISPLAY 'SVCGEN: *** UNABLE TO OPEN TRNACCT - STATUS '
                       WS-TRNACCT-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-SVCRPT-STATUS NOT = '00'
               DISPLAY 'SVCGEN: *** UNABLE TO OPEN SVCRPT - STATUS '
                       WS-SVCRPT-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE-NUM(7:2) TO WS-RD-DD
           MOVE WS-RUN-DATE-NUM(1:4) TO WS-RD-CCYY
           MOVE WS-RUN-DATE-DSP TO HDG2-RUN-DATE
           MOVE WS-RUN-DATE-NUM(1:6) TO WS-RUN-MONTH
           PERFORM 1100-RESOLVE-PERIOD
           MOVE WS-SELECT-PERIOD TO HDG2-PERIOD
           PERFORM 3005-PRINT-HEADINGS
           IF NOT WS-RUN-REFUSED
               PERFORM 1200-CHECK-PERIOD-STATUS
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1300-LOAD-RATE-TABLE
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1600-FIND-POSTING-DATE
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1400-CHECK-FEED-EMPTY
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1500-OPEN-FEED-OUTPUTS
           END-IF
           IF NOT WS-RUN-REFUSED
               MOVE WS-SELECT-PERIOD(3:4) TO WS-GEN-YYMM
               STRING 'SVC CHARGE ' DELIMITED BY SIZE
                      WS-SELECT-PERIOD DELIMITED BY SIZE
                      INTO WS-CHARGE-MEMO
               END-STRING
               STRING 'INTEREST CR ' DELIMITED BY SIZE
                      WS-SELECT-PERIOD DELIMITED BY SIZE
                      INTO WS-INTEREST-MEMO
               END-STRING
               MOVE SPACES TO SEC-TITLE
               STRING 'GENERATED FOR PERIOD ' DELIMITED BY SIZE
                      WS-SELECT-PERIOD DELIMITED BY SIZE
                      INTO SEC-TITLE
               END-STRING
               PERFORM 3008-PRINT-SECTION-TITLE
               WRITE REPORT-LINE FROM WS-REGISTER-HEADING
               ADD 1 TO WS-LINE-COUNT
               PERFORM 2100-READ-ACCOUNT
           END-IF.

      *    NO PARM MEANS THE USUAL CASE: THE MONTH BEING ENDED IS
      *    THE MONTH OF THE RUN DATE.  A PERIOD THAT IS NOT A REAL
      *    CCYYMM, OR IS STILL TO COME, IS REFUSED - A MONTH'S
      *    CHARGES CANNOT BE UN-GENERATED ONCE THEY ARE LOCKED IN.
       1100-RESOLVE-PERIOD.
           MOVE WS-RUN-MONTH TO WS-SELECT-PERIOD
           OPEN INPUT PARM-FILE
           IF WS-SVCPARM-STATUS NOT = '00'
               DISPLAY 'SVCGEN: NO SVCPARM DD - GENERATING '
                       WS-SELECT-PERIOD
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'SVCGEN: SVCPARM EMPTY - GENERATING '
                               WS-SELECT-PERIOD
               END-READ
               IF WS-SVCPARM-STATUS = '00'
                 AND SVP-PERIOD NOT = SPACES
                 AND SVP-PERIOD NOT = '000000'
                   IF SVP-PERIOD IS NUMERIC
                     AND SVP-PERIOD(5:2) >= '01'
                     AND SVP-PERIOD(5:2) <= '12'
                       MOVE SVP-PERIOD TO WS-SELECT-PERIOD
                   ELSE
                       MOVE SVP-PERIOD TO WS-SELECT-PERIOD
                       MOVE 'PERIOD ON SVCPARM IS NOT A CCYYMM'
                           TO WS-REFUSAL-TEXT
                       PERFORM 1900-REFUSE-RUN
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           IF NOT WS-RUN-REFUSED
             AND WS-SELECT-PERIOD > WS-RUN-MONTH
               MOVE 'PERIOD IS STILL TO COME' TO WS-REFUSAL-TEXT
               PERFORM 1900-REFUSE-RUN
           END-IF.

      *    THE LATEST PERCTL RECORD FOR THE MONTH SAYS WHETHER IT IS
      *    CLOSED, AS TRNPROC READS IT.  A 'G' RECORD ANYWHERE IN
      *    THE MONTH'S HISTORY MEANS ITS CHARGES ARE ALREADY OUT -
      *    A LATER 'O' OR 'C' DOES NOT UNDO THAT.
       1200-CHECK-PERIOD-STATUS.
           OPEN INPUT PERIOD-FILE
           IF WS-PERCTL-STATUS NOT = '00'
               DISPLAY 'SVCGEN: PERCTL NOT FOUND - TREATED AS ALL '
                       'PERIODS OPEN AND UNGENERATED'
           ELSE
               PERFORM 1210-READ-PERIOD-RECORD
               PERFORM 1220-JUDGE-PERIOD-RECORD
                   UNTIL WS-PER-EOF
               CLOSE PERIOD-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ALREADY-GENERATED
                   MOVE 'CHARGES FOR THIS PERIOD ALREADY GENERATED'
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-RUN
               WHEN WS-PERIOD-CLOSED
                   MOVE 'PERIOD IS CLOSED' TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-RUN
           END-EVALUATE.

       1210-READ-PERIOD-RECORD.
           READ PERIOD-FILE
               AT END
                   SET WS-PER-EOF TO TRUE
           END-READ.

       1220-JUDGE-PERIOD-RECORD.
           IF PER-MONTH = WS-SELECT-PERIOD
               IF PER-PERIOD-CLOSED
                   MOVE 'Y' TO WS-CLOSED-SWITCH
               ELSE
                   MOVE 'N' TO WS-CLOSED-SWITCH
               END-IF
               IF PER-CHARGES-GENERATED
                   MOVE 'Y' TO WS-GENERATED-SWITCH
               END-IF
           END-IF
           PERFORM 1210-READ-PERIOD-RECORD.

      *    ONE BAD CARD REFUSES THE RUN: PRICING AN OFFICE UNDER THE
      *    DEFAULT CARD BECAUSE ITS OWN WAS MISPUNCHED WOULD CHARGE
      *    THE WRONG AMOUNT TO EVERY ACCOUNT IT OWNS.
       1300-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-SVCRATE-STATUS NOT = '00'
               DISPLAY 'SVCGEN: *** UNABLE TO OPEN SVCRATE - STATUS '
                       WS-SVCRATE-STATUS ' ***'
               MOVE 'NO SVCRATE RATE TABLE' TO WS-REFUSAL-TEXT
               PERFORM 1900-REFUSE-RUN
           ELSE
               PERFORM 1310-READ-RATE-CARD
               PERFORM 1320-STORE-RATE-CARD
                   UNTIL WS-RATE-EOF OR WS-RUN-REFUSED
               CLOSE RATE-FILE
               IF NOT WS-RUN-REFUSED
                 AND WS-RATE-COUNT = 0
                   MOVE 'SVCRATE RATE TABLE IS EMPTY'
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-RUN
               END-IF
           END-IF.

       1310-READ-RATE-CARD.
           READ RATE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
           END-READ.

       1320-STORE-RATE-CARD.
           MOVE 0 TO WS-RATE-HIT-IX
           PERFORM 1330-MATCH-CARD-OFFICE
               VARYING WS-RATE-IX FROM 1 BY 1
               UNTIL WS-RATE-IX > WS-RATE-COUNT
           EVALUATE TRUE
               WHEN RTE-OFFICE = SPACE
                 OR RTE-FEE-MIN-BAL IS NOT NUMERIC
                 OR RTE-MONTHLY-FEE IS NOT NUMERIC
                 OR RTE-ANNUAL-RATE IS NOT NUMERIC
                 OR RTE-INT-MIN-BAL IS NOT NUMERIC
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING 'SVCRATE CARD FOR OFFICE ' DELIMITED BY SIZE
                          RTE-OFFICE DELIMITED BY SIZE
                          ' IS NOT VALID' DELIMITED BY SIZE
                          INTO WS-REFUSAL-TEXT
                   END-STRING
                   PERFORM 1900-REFUSE-RUN
               WHEN WS-RATE-HIT-IX > 0
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING 'SVCRATE HAS TWO CARDS FOR OFFICE '
                              DELIMITED BY SIZE
                          RTE-OFFICE DELIMITED BY SIZE
                          INTO WS-REFUSAL-TEXT
                   END-STRING
                   PERFORM 1900-REFUSE-RUN
               WHEN WS-RATE-COUNT >= WS-RATE-MAX
                   MOVE 'SVCRATE HAS MORE CARDS THAN THE TABLE HOLDS'
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-RUN
               WHEN OTHER
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RTE-OFFICE TO WS-RATE-OFFICE(WS-RATE-COUNT)
                   MOVE RTE-FEE-MIN-BAL
                       TO WS-RATE-FEE-MIN(WS-RATE-COUNT)
                   MOVE RTE-MONTHLY-FEE TO WS-RATE-FEE(WS-RATE-COUNT)
                   MOVE RTE-ANNUAL-RATE
                       TO WS-RATE-ANNUAL(WS-RATE-COUNT)
                   MOVE RTE-INT-MIN-BAL
                       TO WS-RATE-INT-MIN(WS-RATE-COUNT)
                   IF RTE-OFFICE = '*'
                       MOVE WS-RATE-COUNT TO WS-RATE-DEFAULT-IX
                   END-IF
           END-EVALUATE
           PERFORM 1310-READ-RATE-CARD.

       1330-MATCH-CARD-OFFICE.
           IF WS-RATE-OFFICE(WS-RATE-IX) = RTE-OFFICE
               MOVE WS-RATE-IX TO WS-RATE-HIT-IX
           END-IF.

      *    TRNMERGE EMPTIES SVCFEED ONCE IT HAS MERGED IT.  A FEED
      *    STILL HOLDING RECORDS IS A PREVIOUS MONTH'S CHARGES THAT
      *    NEVER POSTED - WRITING OVER IT WOULD LOSE THEM.
       1400-CHECK-FEED-EMPTY.
           OPEN INPUT SVC-FILE
           IF WS-SVCFEED-STATUS = '00'
               READ SVC-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-SVCFEED-STATUS = '00'
                   MOVE 'SVCFEED STILL HOLDS CHARGES NOT YET MERGED'
                       TO WS-REFUSAL-TEXT
                   PERFORM 1900-REFUSE-RUN
               END-IF
               CLOSE SVC-FILE
           END-IF.

       1500-OPEN-FEED-OUTPUTS.
           OPEN OUTPUT SVC-FILE
           IF WS-SVCFEED-STATUS NOT = '00'
               DISPLAY 'SVCGEN: *** UNABLE TO OPEN SVCFEED - STATUS '
                       WS-SVCFEED-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               PERFORM 4000-TERMINATE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-FEED-OPEN-SWITCH.

      *    TRNPROC REJECTS A WEEKEND OR CALDAYS HOLIDAY 'NBD' AND A
      *    FUTURE DATE 'FUT', SO THE RECORDS TAKE THE LAST BUSINESS
      *    DAY OF THE PERIOD NOT PAST THE RUN DATE.  THE SEARCH
      *    STARTS AT THE RUN DATE IN THE RUN'S OWN MONTH, AT THE LAST
      *    DAY OF AN EARLIER PERIOD, AND STOPS AT THE PERIOD'S FIRST.
       1600-FIND-POSTING-DATE.
           PERFORM 1610-LOAD-CALENDAR
           MOVE WS-SELECT-PERIOD TO WS-POST-DATE(1:6)
           MOVE 1 TO WS-POST-DD
           COMPUTE WS-PERIOD-FIRST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-POST-DATE-NUM)
           IF WS-SELECT-PERIOD = WS-RUN-MONTH
               COMPUTE WS-POST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           ELSE
               IF WS-POST-MM = 12
                   ADD 1 TO WS-POST-CCYY
                   MOVE 1 TO WS-POST-MM
               ELSE
                   ADD 1 TO WS-POST-MM
               END-IF
               COMPUTE WS-POST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-POST-DATE-NUM) - 1
           END-IF
           MOVE 'N' TO WS-POST-FOUND-SWITCH
           PERFORM 1620-TRY-POSTING-DAY
               UNTIL WS-POST-DATE-FOUND
                  OR WS-POST-INTEGER < WS-PERIOD-FIRST-INTEGER
           IF WS-POST-DATE-FOUND
               DISPLAY 'SVCGEN: RECORDS DATED ' WS-POST-DATE-NUM
           ELSE
               MOVE 'NO BUSINESS DAY IN THE PERIOD UP TO THE RUN DATE'
                   TO WS-REFUSAL-TEXT
               PERFORM 1900-REFUSE-RUN
           END-IF.

      *    A MISSING CALDAYS DD IS NOT FATAL - WEEKENDS ARE STILL
      *    SKIPPED, AS TRNPROC DOES WITHOUT ONE.
       1610-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALDAYS-STATUS NOT = '00'
               DISPLAY 'SVCGEN: NO CALDAYS DD - HOLIDAYS NOT SKIPPED'
           ELSE
               PERFORM 1611-READ-CALENDAR-CARD
               PERFORM 1612-STORE-CALENDAR-CARD
                   UNTIL WS-CAL-EOF
               CLOSE CALENDAR-FILE
           END-IF.

       1611-READ-CALENDAR-CARD.
           READ CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
           END-READ.

       1612-STORE-CALENDAR-CARD.
           IF WS-CAL-COUNT < WS-CAL-MAX
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WS-HOL-DATE(WS-CAL-COUNT)
           ELSE
               DISPLAY 'SVCGEN: CALDAYS TABLE FULL - DATE '
                       CAL-DATE ' IGNORED'
           END-IF
           PERFORM 1611-READ-CALENDAR-CARD.

       1620-TRY-POSTING-DAY.
           COMPUTE WS-POST-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-POST-INTEGER)
           DIVIDE WS-POST-INTEGER BY 7
               GIVING WS-DOW-QUOTIENT
               REMAINDER WS-DOW-REMAINDER
           IF WS-DOW-REMAINDER NOT = 6
             AND WS-DOW-REMAINDER NOT = 0
               MOVE 'N' TO WS-HOLIDAY-SWITCH
               PERFORM 1625-SCAN-HOLIDAY-TABLE
                   VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-COUNT
                      OR WS-HOLIDAY-HIT
               IF NOT WS-HOLIDAY-HIT
                   MOVE 'Y' TO WS-POST-FOUND-SWITCH
               END-IF
           END-IF
           IF NOT WS-POST-DATE-FOUND
               SUBTRACT 1 FROM WS-POST-INTEGER
           END-IF.

       1625-SCAN-HOLIDAY-TABLE.
           IF WS-HOL-DATE(WS-CAL-IX) = WS-POST-DATE
               MOVE 'Y' TO WS-HOLIDAY-SWITCH
           END-IF.

       1900-REFUSE-RUN.
           MOVE 'Y' TO WS-REFUSED-SWITCH
           MOVE 16 TO WS-RETURN-CODE
           DISPLAY 'SVCGEN: *** RUN REFUSED FOR PERIOD '
                   WS-SELECT-PERIOD ' - ' WS-REFUSAL-TEXT ' ***'.

      *    AN ACCOUNT THAT IS NOT OPEN WOULD ONLY REJECT 'FRZ' OR
      *    'CLA' IN TRNPROC, SO IT IS COUNTED AND LEFT ALONE.  ONE
      *    WITH NO RATE CARD IS LISTED SO THE TABLE CAN BE FIXED.
       2000-PRICE-ACCOUNT.
           ADD 1 TO WS-COUNT-ACCOUNTS
           IF NOT ACT-STATUS-OPEN
               ADD 1 TO WS-COUNT-NOT-OPEN
           ELSE
               PERFORM 2010-FIND-RATE-CARD
               IF WS-RATE-HIT-IX = 0
                   ADD 1 TO WS-COUNT-NO-RATE
                   MOVE 'NO RATE' TO REG-KIND
                   MOVE 0 TO WS-GEN-AMOUNT
                   MOVE SPACES TO REG-TRANS-ID
                   MOVE SPACE TO REG-CARD
                   PERFORM 2060-PRINT-REGISTER-LINE
               ELSE
                   PERFORM 2020-WORK-OUT-CHARGE
                   PERFORM 2030-WORK-OUT-INTEREST
                   IF WS-CHARGE-AMT = 0
                     AND WS-INTEREST-AMT = 0
                       ADD 1 TO WS-COUNT-UNTOUCHED
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-ACCOUNT.

       2010-FIND-RATE-CARD.
           MOVE 0 TO WS-RATE-HIT-IX
           IF ACT-OWNING-OFFICE NOT = SPACE
               PERFORM 2015-MATCH-ACCOUNT-OFFICE
                   VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
           END-IF
           IF WS-RATE-HIT-IX = 0
               MOVE WS-RATE-DEFAULT-IX TO WS-RATE-HIT-IX
           END-IF.

       2015-MATCH-ACCOUNT-OFFICE.
           IF WS-RATE-OFFICE(WS-RATE-IX) = ACT-OWNING-OFFICE
               MOVE WS-RATE-IX TO WS-RATE-HIT-IX
           END-IF.

      *    A CHARGE NEVER TAKES AN ACCOUNT BELOW ZERO - ON A BALANCE
      *    SMALLER THAN THE FEE THE BALANCE IS WHAT IS TAKEN.
       2020-WORK-OUT-CHARGE.
           MOVE 0 TO WS-CHARGE-AMT
           IF ACT-BALANCE > 0
             AND ACT-BALANCE < WS-RATE-FEE-MIN(WS-RATE-HIT-IX)
             AND WS-RATE-FEE(WS-RATE-HIT-IX) > 0
               IF WS-RATE-FEE(WS-RATE-HIT-IX) > ACT-BALANCE
                   MOVE ACT-BALANCE TO WS-CHARGE-AMT
               ELSE
                   MOVE WS-RATE-FEE(WS-RATE-HIT-IX) TO WS-CHARGE-AMT
               END-IF
               MOVE 'C' TO WS-GEN-KIND
               MOVE WS-CHARGE-AMT TO WS-GEN-AMOUNT
               PERFORM 2050-WRITE-GENERATED
               ADD 1 TO WS-COUNT-CHARGED
               ADD WS-CHARGE-AMT TO WS-TOTAL-CHARGED
           END-IF.

      *    THE MONTH'S INTEREST IS TAKEN ON THE MONTH-END BALANCE AS
      *    TRNACCT HOLDS IT, BEFORE ANY CHARGE THIS RUN GENERATES.
      *    A CREDIT THAT ROUNDS TO NOTHING IS NOT WRITTEN.
       2030-WORK-OUT-INTEREST.
           MOVE 0 TO WS-INTEREST-AMT
           IF ACT-BALANCE > 0
             AND ACT-BALANCE >= WS-RATE-INT-MIN(WS-RATE-HIT-IX)
             AND WS-RATE-ANNUAL(WS-RATE-HIT-IX) > 0
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   ACT-BALANCE * WS-RATE-ANNUAL(WS-RATE-HIT-IX)
                   / 1200
               IF WS-INTEREST-AMT > 0
                   MOVE 'I' TO WS-GEN-KIND
                   MOVE WS-INTEREST-AMT TO WS-GEN-AMOUNT
                   PERFORM 2050-WRITE-GENERATED
                   ADD 1 TO WS-COUNT-CREDITED
                   ADD WS-INTEREST-AMT TO WS-TOTAL-CREDITED
               END-IF
           END-IF.

      *    THE RECORD IS DATED THE BUSINESS DAY 1600 FOUND, SO IT
      *    POSTS INTO THE PERIOD IT WAS GENERATED FOR.
      *    THE OPERATOR FIELD STAYS BLANK - NOBODY KEYED IT.
       2050-WRITE-GENERATED.
           IF WS-GEN-SEQ >= 99999
               DISPLAY 'SVCGEN: *** TRANS-ID SEQUENCE EXHAUSTED ***'
               MOVE 16 TO WS-RETURN-CODE
               PERFORM 3900-DISCARD-FEED
               PERFORM 4000-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-GEN-SEQ
           MOVE SPACES TO TR-TRANSACTION-RECORD
           MOVE '30' TO TR-RECORD-TYPE
           MOVE WS-GEN-TRANS-ID TO TR-TRANS-ID
           MOVE WS-POST-DATE-NUM TO TR-TRANS-DATE
           MOVE WS-GEN-AMOUNT TO TR-AMOUNT
           IF WS-GEN-KIND = 'C'
               MOVE WS-CHARGE-MEMO TO TR-MEMO-TEXT
               MOVE 'CHARGE' TO REG-KIND
           ELSE
               MOVE WS-INTEREST-MEMO TO TR-MEMO-TEXT
               MOVE 'INTEREST' TO REG-KIND
           END-IF
           MOVE ACT-ACCOUNT-NO TO TR-ACCOUNT-NO
           MOVE 'S' TO TR-SOURCE-FEED
           MOVE WS-GEN-KIND TO TR-CHARGE-KIND
           WRITE SVC-RECORD FROM TR-TRANSACTION-RECORD
           IF WS-SVCFEED-STATUS NOT = '00'
               DISPLAY 'SVCGEN: *** SVCFEED WRITE FAILED - STATUS '
                       WS-SVCFEED-STATUS ' ***'
               MOVE 96 TO WS-RETURN-CODE
               PERFORM 3900-DISCARD-FEED
               PERFORM 4000-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-COUNT-WRITTEN
           MOVE WS-GEN-TRANS-ID TO REG-TRANS-ID
           MOVE WS-RATE-OFFICE(WS-RATE-HIT-IX) TO REG-CARD
           PERFORM 2060-PRINT-REGISTER-LINE.

       2060-PRINT-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
               WRITE REPORT-LINE FROM WS-REGISTER-HEADING
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE ACT-ACCOUNT-NO TO REG-ACCOUNT
           MOVE ACT-ACCOUNT-NAME TO REG-NAME
           MOVE ACT-OWNING-OFFICE TO REG-OFFICE
           MOVE ACT-BALANCE TO REG-BALANCE
           MOVE WS-GEN-AMOUNT TO REG-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-LINE
           ADD 1 TO WS-LINE-COUNT.

       2100-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT
               AT END
                   SET WS-ACT-EOF TO TRUE
           END-READ.

      *    THE FEED IS ONLY GOOD ONCE THE CARD THAT BALANCES IT AND
      *    THE 'G' RECORD THAT LOCKS THE MONTH ARE BOTH WRITTEN; IF
      *    EITHER FAILS THE FEED IS EMPTIED AGAIN - A FEED WITHOUT
      *    ITS LOCK COULD BE GENERATED AND POSTED TWICE.
       3000-FINISH-GENERATION.
           CLOSE SVC-FILE
           MOVE 'N' TO WS-FEED-OPEN-SWITCH
           OPEN OUTPUT CARD-FILE
           IF WS-SVCCARD-STATUS NOT = '00'
               DISPLAY 'SVCGEN: *** UNABLE TO OPEN SVCCARD - STATUS '
                       WS-SVCCARD-STATUS ' ***'
               MOVE 97 TO WS-RETURN-CODE
               PERFORM 3900-DISCARD-FEED
               PERFORM 4000-TERMINATE
               STOP RUN
           END-IF
           MOVE SPACES TO CARD-RECORD
           MOVE 'S' TO CRD-FEED-ID
           MOVE 'SERVICE CHARGES' TO CRD-FEED-NAME
           MOVE WS-COUNT-WRITTEN TO CRD-EXPECTED
           WRITE CARD-RECORD
           IF WS-SVCCARD-STATUS NOT = '00'
               DISPLAY 'SVCGEN: *** SVCCARD WRITE FAILED - STATUS '
                       WS-SVCCARD-STATUS ' - CHARGES DISCARDED ***'
               CLOSE CARD-FILE
               MOVE 'SVCCARD WRITE FAILED - CHARGES DISCARDED'
                   TO WS-REFUSAL-TEXT
               MOVE 'Y' TO WS-REFUSED-SWITCH
               MOVE 16 TO WS-RETURN-CODE
               PERFORM 3900-DISCARD-FEED
           ELSE
               CLOSE CARD-FILE
               PERFORM 3100-APPEND-GENERATED-RECORD
           END-IF.

       3100-APPEND-GENERATED-RECORD.
           OPEN EXTEND PERIOD-FILE
           IF WS-PERCTL-STATUS = '35'
               OPEN OUTPUT PERIOD-FILE
           END-IF
           IF WS-PERCTL-STATUS NOT = '00'
               DISPLAY 'SVCGEN: *** UNABLE TO OPEN PERCTL - STATUS '
                       WS-PERCTL-STATUS ' - CHARGES DISCARDED ***'
               MOVE 'PERCTL UNAVAILABLE - CHARGES DISCARDED'
                   TO WS-REFUSAL-TEXT
               MOVE 'Y' TO WS-REFUSED-SWITCH
               MOVE 16 TO WS-RETURN-CODE
               PERFORM 3900-DISCARD-FEED
           ELSE
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               MOVE WS-SELECT-PERIOD TO PER-MONTH
               MOVE 'G' TO PER-STATUS
               MOVE WS-RUN-DATE-NUM TO PER-STAMP-DATE
               WRITE PERIOD-CONTROL-RECORD
               IF WS-PERCTL-STATUS NOT = '00'
                   DISPLAY 'SVCGEN: *** PERCTL WRITE FAILED - STATUS '
                           WS-PERCTL-STATUS ' - CHARGES DISCARDED ***'
                   CLOSE PERIOD-FILE
                   MOVE 'PERCTL WRITE FAILED - CHARGES DISCARDED'
                       TO WS-REFUSAL-TEXT
                   MOVE 'Y' TO WS-REFUSED-SWITCH
                   MOVE 16 TO WS-RETURN-CODE
                   PERFORM 3900-DISCARD-FEED
               ELSE
                   CLOSE PERIOD-FILE
                   DISPLAY 'SVCGEN: PERIOD ' WS-SELECT-PERIOD
                           ' MARKED CHARGES GENERATED'
               END-IF
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

       3500-PRINT-SUMMARY.
           MOVE 'RUN SUMMARY' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           IF WS-RUN-REFUSED
               MOVE SPACES TO NTE-TEXT
               STRING 'NOTHING GENERATED - ' DELIMITED BY SIZE
                      WS-REFUSAL-TEXT DELIMITED BY SIZE
                      INTO NTE-TEXT
               END-STRING
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           ELSE
               MOVE 'TRNACCT ACCOUNTS READ:   ' TO SUM-LABEL
               MOVE WS-COUNT-ACCOUNTS TO SUM-COUNT
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'NOT OPEN - SKIPPED:      ' TO SUM-LABEL
               MOVE WS-COUNT-NOT-OPEN TO SUM-COUNT
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'NO RATE CARD - SKIPPED:  ' TO SUM-LABEL
               MOVE WS-COUNT-NO-RATE TO SUM-COUNT
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'NEITHER CHARGE NOR CREDIT' TO SUM-LABEL
               MOVE WS-COUNT-UNTOUCHED TO SUM-COUNT
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'SERVICE CHARGES:         ' TO TOT-LABEL
               MOVE WS-COUNT-CHARGED TO TOT-COUNT
               MOVE WS-TOTAL-CHARGED TO TOT-AMOUNT
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 'INTEREST CREDITS:        ' TO TOT-LABEL
               MOVE WS-COUNT-CREDITED TO TOT-COUNT
               MOVE WS-TOTAL-CREDITED TO TOT-AMOUNT
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 'RECORDS WRITTEN SVCFEED: ' TO SUM-LABEL
               MOVE WS-COUNT-WRITTEN TO SUM-COUNT
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           END-IF.

      *    ONLY EVER CALLED ONCE SVCFEED HAS BEEN OPENED FOR OUTPUT
      *    BY THIS RUN - IT NEVER EMPTIES A FEED THE RUN DID NOT
      *    WRITE.
       3900-DISCARD-FEED.
           IF WS-FEED-OPEN
               CLOSE SVC-FILE
               MOVE 'N' TO WS-FEED-OPEN-SWITCH
           END-IF
           OPEN OUTPUT SVC-FILE
           CLOSE SVC-FILE
           OPEN OUTPUT CARD-FILE
           CLOSE CARD-FILE.

       4000-TERMINATE.
           IF WS-RETURN-CODE = 0
             AND WS-COUNT-NO-RATE > 0
               DISPLAY 'SVCGEN: ' WS-COUNT-NO-RATE
                       ' ACCOUNT(S) NOT PRICED - NO RATE CARD'
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF NOT WS-RUN-REFUSED
               DISPLAY 'SVCGEN: ' WS-COUNT-CHARGED ' CHARGE(S), '
                       WS-COUNT-CREDITED ' INTEREST CREDIT(S) FOR '
                       WS-SELECT-PERIOD
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE
           IF RETURN-CODE = 0
               MOVE WS-RETURN-CODE TO RETURN-CODE
           END-IF.
