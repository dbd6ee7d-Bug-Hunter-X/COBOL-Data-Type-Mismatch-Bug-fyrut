      *---------------------------------------------------------------*
      * DORMRPT - DORMANT ACCOUNT AND UNCLAIMED BALANCE REPORT         *
      *---------------------------------------------------------------*
      * TRNPROC STAMPS ACT-LAST-ACTIVITY-DATE ON EVERY POSTING BUT     *
      * NOTHING READ IT BACK, SO THE QUARTERLY COMPLIANCE LIST OF      *
      * ACCOUNTS THAT HAVE GONE QUIET WHILE STILL HOLDING MONEY WAS    *
      * BUILT BY HAND.  THIS STEP READS TRNACCT AND, FOR EVERY         *
      * ACCOUNT WITH A BALANCE ABOVE ZERO, WORKS OUT THE WHOLE         *
      * MONTHS SINCE ITS LAST ACTIVITY AS OF THE REPORT DATE:          *
      *   - DORMANT ACCOUNTS ARE LISTED IN GROUPS OF 6-11, 12-23,      *
      *     24-35 AND 36+ MONTHS WITH A COUNT AND BALANCE PER GROUP;   *
      *   - THE SAME BALANCES ARE TOTALLED BY OWNING OFFICE;           *
      *   - ACCOUNTS PAST THE ESCHEATMENT THRESHOLD ARE LISTED AGAIN   *
      *     ON THEIR OWN WITH THEIR LAST TRNMSTR TRANSACTION, SO THE   *
      *     UNCLAIMED-PROPERTY FILING CAN BE PREPARED FROM THE REPORT. *
      * AN ACCOUNT WITH NO ACTIVITY STAMP IS AGED FROM ITS OPEN DATE;  *
      * ONE WITH NEITHER CANNOT SHOW IT WAS EVER ACTIVE AND IS TAKEN   *
      * AS OLDER THAN EVERY THRESHOLD ('NO DATE' ON THE LISTING).      *
      *                                                                *
      * DORMPARM CARD: 1-3 ESCHEATMENT THRESHOLD IN MONTHS (DEFAULT    *
      * 36), 4-11 AS-OF DATE CCYYMMDD FOR A QUARTER-END RUN (DEFAULT   *
      * TODAY).  A MISSING DORMPARM DD TAKES BOTH DEFAULTS.            *
      *                                                                *
      * RETURN CODES: 16 THE ESCHEATMENT LIST IS INCOMPLETE (TABLE     *
      * FULL) AND MUST NOT BE FILED FROM, 0 CLEAN.                     *
      *---------------------------------------------------------------*
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   A MONTH-END SERVICE CHARGE OR INTEREST     *
      *                     CREDIT (FEED 'S') IS NOT THE CUSTOMER'S    *
      *                     ACTIVITY AND IS NEVER TAKEN AS THE LAST    *
      *                     TRNMSTR TRANSACTION                        *
      *   2026-10-15  SJM   A TRANSFER COUNTS AS THE LAST TRNMSTR      *
      *                     TRANSACTION OF BOTH ITS FROM- AND TO-      *
      *                     ACCOUNT                                    *
      *   2026-10-15  SJM   A REVERSAL AS LAST TRANSACTION PRINTS 'REV'*
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO TRNACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACT-ACCOUNT-NO
               FILE STATUS IS WS-TRNACCT-STATUS.
           SELECT MASTER-FILE ASSIGN TO TRNMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-TRANS-ID
               FILE STATUS IS WS-TRNMSTR-STATUS.
           SELECT PARM-FILE ASSIGN TO DORMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORMPARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO DORMLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORMLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACTREC.

       FD  MASTER-FILE
           RECORD CONTAINS 145 CHARACTERS.
       COPY MSTREC.

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-ESCHEAT-MONTHS             PIC 9(3).
           05  PARM-AS-OF-DATE                 PIC X(8).
           05  FILLER                          PIC X(69).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-TRNACCT-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNMSTR-STATUS               PIC X(2)    VALUE '00'.
           05  WS-DORMPARM-STATUS              PIC X(2)    VALUE '00'.
           05  WS-DORMLIST-STATUS              PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACT-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-ACT-EOF                          VALUE 'Y'.
           05  WS-MST-EOF-SWITCH              PIC X       VALUE 'N'.
               88  WS-MST-EOF                          VALUE 'Y'.
           05  WS-NO-DATE-SWITCH              PIC X       VALUE 'N'.
               88  WS-NO-DATE                          VALUE 'Y'.
           05  WS-ESC-SWITCH                  PIC X       VALUE 'N'.
               88  WS-ESC-FOUND                        VALUE 'Y'.
           05  WS-TABLE-FULL-SWITCH           PIC X       VALUE 'N'.
               88  WS-TABLE-FULL                       VALUE 'Y'.

       01  WS-ESCHEAT-MONTHS                  PIC 9(3)    VALUE 36.

      *    THE AS-OF DATE AND THE DATE AN ACCOUNT IS AGED FROM, BOTH
      *    CCYYMMDD, WITH THE PIECES THE MONTH ARITHMETIC NEEDS.
       01  WS-AS-OF-DATE                      PIC 9(8)    VALUE 0.
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-CCYY                  PIC 9(4).
           05  WS-AS-OF-MM                    PIC 9(2).
           05  WS-AS-OF-DD                    PIC 9(2).
       01  WS-AGE-DATE                        PIC X(8)    VALUE SPACES.
       01  WS-AGE-DATE-NUM REDEFINES WS-AGE-DATE
                                              PIC 9(8).
       01  WS-AGE-PARTS REDEFINES WS-AGE-DATE.
           05  WS-AGE-CCYY                    PIC 9(4).
           05  WS-AGE-MM                      PIC 9(2).
           05  WS-AGE-DD                      PIC 9(2).
       01  WS-MONTHS-QUIET                    PIC S9(5)   VALUE 0.

      *    GROUP FLOORS IN MONTHS, LOWEST FIRST.  AN ACCOUNT FALLS IN
      *    THE HIGHEST GROUP WHOSE FLOOR IT HAS REACHED; BELOW THE
      *    FIRST FLOOR IT IS STILL ACTIVE AND IS ONLY COUNTED.
       01  WS-GROUP-FLOORS                    PIC X(12)
                                              VALUE '006012024036'.
       01  WS-GROUP-FLOOR-TABLE REDEFINES WS-GROUP-FLOORS.
           05  WS-GROUP-FLOOR OCCURS 4 TIMES  PIC 9(3).
       01  WS-GROUP-NAMES                     PIC X(48)
               VALUE '6-11 MONTHS 12-23 MONTHS24-35 MONTHS36+ MONTHS  '.
       01  WS-GROUP-NAME-TABLE REDEFINES WS-GROUP-NAMES.
           05  WS-GROUP-NAME OCCURS 4 TIMES   PIC X(12).
       01  WS-GRP-IX                          PIC 9(1)    COMP.
       01  WS-GRP-HIT-IX                      PIC 9(1)    COMP.
       01  WS-LIST-GRP-IX                     PIC 9(1)    COMP.
       01  WS-GROUP-TOTALS.
           05  WS-GRP-ENTRY OCCURS 4 TIMES.
               10  WS-GRP-COUNT               PIC 9(7).
               10  WS-GRP-BALANCE             PIC S9(13)V99.

      *    ONE SLOT PER OFFICE IN FEED-ID ORDER A/B/C; THE FOURTH
      *    TAKES ANY OTHER OR BLANK OWNING OFFICE, THE FIFTH IS THE
      *    ALL-OFFICE TOTAL.
       01  WS-OFFICE-IDS                      PIC X(3)    VALUE 'ABC'.
       01  WS-OFFICE-NAMES                    PIC X(40)
               VALUE 'OFFICE AOFFICE BOFFICE COTHER   ALL     '.
       01  WS-OFFICE-NAME-TABLE REDEFINES WS-OFFICE-NAMES.
           05  WS-OFFICE-NAME OCCURS 5 TIMES  PIC X(8).
       01  WS-OFC-IX                          PIC 9(1)    COMP.
       01  WS-OFFICE-TABLE.
           05  WS-OFC-ENTRY OCCURS 5 TIMES.
               10  WS-OFC-COUNT               PIC 9(7).
               10  WS-OFC-GRP-BALANCE OCCURS 4 TIMES
                                              PIC S9(13)V99.
               10  WS-OFC-BALANCE             PIC S9(13)V99.

      *    ACCOUNTS PAST THE ESCHEATMENT THRESHOLD, IN ACCOUNT ORDER,
      *    WITH THE LATEST TRNMSTR ROW FOUND FOR EACH ON THE MASTER
      *    SWEEP.  TRNMSTR IS KEYED ON TRANS-ID, SO THE SWEEP IS THE
      *    ONLY WAY TO FIND AN ACCOUNT'S ROWS.
       01  WS-ESC-MAX                         PIC 9(4)    COMP
                                                          VALUE 2000.
       01  WS-ESC-COUNT                       PIC 9(4)    COMP
                                                          VALUE 0.
       01  WS-ESC-IX                          PIC 9(4)    COMP.
       01  WS-ESC-HIT-IX                      PIC 9(4)    COMP.
       01  WS-ESCHEAT-TABLE.
           05  WS-ESC-ENTRY OCCURS 2000 TIMES.
               10  WS-ESC-ACCOUNT             PIC X(8).
               10  WS-ESC-NAME                PIC X(30).
               10  WS-ESC-OFFICE              PIC X(1).
               10  WS-ESC-AGE-DATE            PIC X(8).
               10  WS-ESC-BALANCE             PIC S9(11)V99.
               10  WS-ESC-LAST-ID             PIC X(10).
               10  WS-ESC-LAST-TYPE           PIC X(2).
               10  WS-ESC-LAST-DATE           PIC X(8).
               10  WS-ESC-LAST-AMOUNT         PIC 9(9)V99.

       01  WS-COUNTS.
           05  WS-COUNT-ACCOUNTS              PIC 9(7)    VALUE 0.
           05  WS-COUNT-NOTHING-HELD          PIC 9(7)    VALUE 0.
           05  WS-COUNT-ACTIVE                PIC 9(7)    VALUE 0.
           05  WS-COUNT-DORMANT               PIC 9(7)    VALUE 0.
           05  WS-COUNT-NO-DATE               PIC 9(7)    VALUE 0.
           05  WS-COUNT-ESCHEAT               PIC 9(7)    VALUE 0.
           05  WS-COUNT-NOT-LISTED            PIC 9(7)    VALUE 0.
           05  WS-COUNT-MST-ROWS              PIC 9(7)    VALUE 0.

       01  WS-TOTAL-ESCHEAT                   PIC S9(13)V99 VALUE 0.
       01  WS-ROW-ACCOUNT                     PIC X(8)    VALUE SPACES.

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
           05  HDG1-PROGRAM              PIC X(10)   VALUE 'DORMRPT'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  HDG1-TITLE                     PIC X(30)
                   VALUE 'DORMANT AND UNCLAIMED BALANCES'.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  HDG1-PAGE-LIT             PIC X(5)    VALUE 'PAGE '.
           05  HDG1-PAGE-NO                   PIC ZZZ9.
           05  FILLER                         PIC X(62)   VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  HDG2-DATE-LIT             PIC X(9)    VALUE 'RUN DATE '.
           05  HDG2-RUN-DATE                  PIC X(10).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  HDG2-AS-OF-LIT            PIC X(6)    VALUE 'AS OF '.
           05  HDG2-AS-OF-DATE                PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  HDG2-ESC-LIT                   PIC X(11)
                   VALUE 'ESCHEAT AT '.
           05  HDG2-ESC-MONTHS                PIC ZZ9.
           05  HDG2-MONTHS-LIT           PIC X(7)    VALUE ' MONTHS'.
           05  FILLER                         PIC X(73)   VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  SEC-TITLE                      PIC X(45).
           05  FILLER                         PIC X(86)   VALUE SPACES.

       01  WS-DORMANT-HEADING.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)
                   VALUE 'ACCOUNT'.
           05  FILLER                         PIC X(32)
                   VALUE 'NAME'.
           05  FILLER                         PIC X(4)    VALUE 'OFC'.
           05  FILLER                         PIC X(3)    VALUE 'ST'.
           05  FILLER                         PIC X(10)
                   VALUE 'LAST ACT'.
           05  FILLER                         PIC X(8)
                   VALUE 'MONTHS'.
           05  FILLER                         PIC X(17)
                   VALUE '          BALANCE'.
           05  FILLER                         PIC X(47)   VALUE SPACES.

       01  WS-DORMANT-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  DRM-ACCOUNT                    PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DRM-NAME                       PIC X(30).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DRM-OFFICE                     PIC X(1).
           05  FILLER                         PIC X(3)    VALUE SPACES.
           05  DRM-STATUS                     PIC X(1).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DRM-AGE-DATE                   PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  DRM-MONTHS                     PIC ZZZZ9.
           05  FILLER                         PIC X(3)    VALUE SPACES.
           05  DRM-BALANCE                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(47)   VALUE SPACES.

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)   VALUE SPACES.
           05  GTL-LABEL                      PIC X(12)
                   VALUE 'GROUP TOTAL'.
           05  GTL-GROUP                      PIC X(12).
           05  FILLER                         PIC X(9)    VALUE SPACES.
           05  GTL-COUNT                      PIC ZZZZZZ9.
           05  GTL-COUNT-LIT                  PIC X(9)
                   VALUE ' ACCOUNTS'.
           05  FILLER                         PIC X(5)    VALUE SPACES.
           05  GTL-BALANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(47)   VALUE SPACES.

       01  WS-OFFICE-HEADING.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)
                   VALUE 'OFFICE'.
           05  FILLER                         PIC X(7)
                   VALUE '  ACCTS'.
           05  FILLER                         PIC X(22)
                   VALUE '           6-11 MONTHS'.
           05  FILLER                         PIC X(22)
                   VALUE '          12-23 MONTHS'.
           05  FILLER                         PIC X(22)
                   VALUE '          24-35 MONTHS'.
           05  FILLER                         PIC X(22)
                   VALUE '            36+ MONTHS'.
           05  FILLER                         PIC X(22)
                   VALUE '         TOTAL DORMANT'.
           05  FILLER                         PIC X(4)    VALUE SPACES.

       01  WS-OFFICE-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  OFL-OFFICE                     PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  OFL-COUNT                      PIC ZZZZZZ9.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  OFL-BALANCE-1        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  OFL-BALANCE-2        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  OFL-BALANCE-3        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  OFL-BALANCE-4        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  OFL-BALANCE-TOTAL    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(4)    VALUE SPACES.

       01  WS-ESCHEAT-HEADING.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  FILLER                         PIC X(10)
                   VALUE 'ACCOUNT'.
           05  FILLER                         PIC X(32)
                   VALUE 'NAME'.
           05  FILLER                         PIC X(3)    VALUE 'OFC'.
           05  FILLER                         PIC X(10)
                   VALUE 'LAST ACT'.
           05  FILLER                         PIC X(17)
                   VALUE '          BALANCE'.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  FILLER                         PIC X(12)
                   VALUE 'LAST TRANS'.
           05  FILLER                         PIC X(5)    VALUE 'TYPE'.
           05  FILLER                         PIC X(10)
                   VALUE 'TRAN DATE'.
           05  FILLER                         PIC X(16)
                   VALUE '     LAST AMOUNT'.
           05  FILLER                         PIC X(14)   VALUE SPACES.

       01  WS-ESCHEAT-LINE.
           05  FILLER                         PIC X(1)    VALUE SPACE.
           05  ESC-ACCOUNT                    PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ESC-NAME                       PIC X(30).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ESC-OFFICE                     PIC X(1).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ESC-AGE-DATE                   PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ESC-BALANCE                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ESC-LAST-ID                    PIC X(10).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ESC-LAST-TYPE                  PIC X(3).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ESC-LAST-DATE                  PIC X(8).
           05  FILLER                         PIC X(2)    VALUE SPACES.
           05  ESC-LAST-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(14)   VALUE SPACES.

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
           PERFORM 2000-CLASSIFY-ACCOUNT-ROW UNTIL WS-ACT-EOF
           IF WS-ESC-COUNT > 0
               PERFORM 2400-START-MASTER-SWEEP
               PERFORM 2500-SCAN-MASTER-ROW UNTIL WS-MST-EOF
           END-IF
           PERFORM 3000-PRINT-REPORT
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ACCOUNT-FILE
           IF WS-TRNACCT-STATUS NOT = '00'
               DISPLAY 'DORMRPT: *** UNABLE TO OPEN TRNACCT - STATUS '
                       WS-TRNACCT-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-DORMLIST-STATUS NOT = '00'
               DISPLAY 'DORMRPT: *** UNABLE TO OPEN DORMLIST - STATUS '
                       WS-DORMLIST-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE-NUM(7:2) TO WS-RD-DD
           MOVE WS-RUN-DATE-NUM(1:4) TO WS-RD-CCYY
           MOVE WS-RUN-DATE-DSP TO HDG2-RUN-DATE
           MOVE WS-RUN-DATE-NUM TO WS-AS-OF-DATE
           PERFORM 1100-READ-PARM-CARD
           MOVE WS-AS-OF-DATE TO HDG2-AS-OF-DATE
           MOVE WS-ESCHEAT-MONTHS TO HDG2-ESC-MONTHS
           PERFORM 1010-CLEAR-GROUP-SLOT
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > 4
           PERFORM 1020-CLEAR-OFFICE-SLOT
               VARYING WS-OFC-IX FROM 1 BY 1
               UNTIL WS-OFC-IX > 5
           PERFORM 2100-READ-ACCOUNT.

       1010-CLEAR-GROUP-SLOT.
           MOVE 0 TO WS-GRP-COUNT(WS-GRP-IX)
           MOVE 0 TO WS-GRP-BALANCE(WS-GRP-IX).

       1020-CLEAR-OFFICE-SLOT.
           MOVE 0 TO WS-OFC-COUNT(WS-OFC-IX)
           MOVE 0 TO WS-OFC-BALANCE(WS-OFC-IX)
           PERFORM 1025-CLEAR-OFFICE-GROUP
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > 4.

       1025-CLEAR-OFFICE-GROUP.
           MOVE 0 TO WS-OFC-GRP-BALANCE(WS-OFC-IX, WS-GRP-IX).

      *    AN AS-OF DATE THAT IS NOT A PLAUSIBLE CCYYMMDD IS IGNORED
      *    RATHER THAN AGEING EVERY ACCOUNT AGAINST NONSENSE.
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-DORMPARM-STATUS NOT = '00'
               DISPLAY 'DORMRPT: NO DORMPARM DD - DEFAULTS TAKEN'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'DORMRPT: DORMPARM EMPTY - DEFAULTS '
                               'TAKEN'
               END-READ
               IF WS-DORMPARM-STATUS = '00'
                   IF PARM-ESCHEAT-MONTHS IS NUMERIC
                     AND PARM-ESCHEAT-MONTHS > 0
                       MOVE PARM-ESCHEAT-MONTHS TO WS-ESCHEAT-MONTHS
                   END-IF
                   IF PARM-AS-OF-DATE NOT = SPACES
                       IF PARM-AS-OF-DATE IS NUMERIC
                         AND PARM-AS-OF-DATE(5:2) >= '01'
                         AND PARM-AS-OF-DATE(5:2) <= '12'
                         AND PARM-AS-OF-DATE(7:2) >= '01'
                         AND PARM-AS-OF-DATE(7:2) <= '31'
                           MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
                       ELSE
                           DISPLAY 'DORMRPT: AS-OF DATE '
                                   PARM-AS-OF-DATE
                                   ' INVALID - RUN DATE USED'
                       END-IF
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.

      *    ONLY AN ACCOUNT STILL HOLDING MONEY IS A COMPLIANCE
      *    QUESTION - ZERO AND DEBIT BALANCES ARE COUNTED AND LEFT
      *    OUT.  A CLOSED ACCOUNT IS ALWAYS AT ZERO (ACTMAINT WILL
      *    NOT CLOSE ONE THAT IS NOT), SO IT NEVER LISTS.
       2000-CLASSIFY-ACCOUNT-ROW.
           ADD 1 TO WS-COUNT-ACCOUNTS
           IF ACT-BALANCE NOT > 0
               ADD 1 TO WS-COUNT-NOTHING-HELD
           ELSE
               PERFORM 2010-AGE-ACCOUNT
               IF WS-GRP-HIT-IX = 0
                   ADD 1 TO WS-COUNT-ACTIVE
               ELSE
                   PERFORM 2020-ACCUMULATE-DORMANT
                   IF WS-MONTHS-QUIET >= WS-ESCHEAT-MONTHS
                       PERFORM 2030-STORE-ESCHEAT
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-ACCOUNT.

      *    WHOLE MONTHS: THE CALENDAR-MONTH DIFFERENCE, LESS ONE IF
      *    THE AS-OF DAY HAS NOT YET REACHED THE ACTIVITY DAY.  A
      *    DATE AFTER THE AS-OF DATE (A QUARTER-END RERUN) AGES AS
      *    ZERO.  NO USABLE DATE AT ALL AGES PAST EVERY THRESHOLD.
       2010-AGE-ACCOUNT.
           MOVE 'N' TO WS-NO-DATE-SWITCH
           MOVE ACT-LAST-ACTIVITY-DATE TO WS-AGE-DATE
           IF WS-AGE-DATE IS NOT NUMERIC
               MOVE ACT-OPEN-DATE TO WS-AGE-DATE
           END-IF
           IF WS-AGE-DATE IS NUMERIC
             AND WS-AGE-DATE-NUM > 0
               COMPUTE WS-MONTHS-QUIET =
                   (WS-AS-OF-CCYY * 12 + WS-AS-OF-MM)
                 - (WS-AGE-CCYY * 12 + WS-AGE-MM)
               IF WS-AS-OF-DD < WS-AGE-DD
                   SUBTRACT 1 FROM WS-MONTHS-QUIET
               END-IF
               IF WS-MONTHS-QUIET < 0
                   MOVE 0 TO WS-MONTHS-QUIET
               END-IF
           ELSE
               MOVE 'Y' TO WS-NO-DATE-SWITCH
               MOVE 99999 TO WS-MONTHS-QUIET
           END-IF
           MOVE 0 TO WS-GRP-HIT-IX
           PERFORM 2015-FIND-GROUP
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > 4.

       2015-FIND-GROUP.
           IF WS-MONTHS-QUIET >= WS-GROUP-FLOOR(WS-GRP-IX)
               MOVE WS-GRP-IX TO WS-GRP-HIT-IX
           END-IF.

       2020-ACCUMULATE-DORMANT.
           ADD 1 TO WS-COUNT-DORMANT
           IF WS-NO-DATE
               ADD 1 TO WS-COUNT-NO-DATE
           END-IF
           ADD 1 TO WS-GRP-COUNT(WS-GRP-HIT-IX)
           ADD ACT-BALANCE TO WS-GRP-BALANCE(WS-GRP-HIT-IX)
           MOVE 4 TO WS-OFC-IX
           EVALUATE ACT-OWNING-OFFICE
               WHEN 'A'
                   MOVE 1 TO WS-OFC-IX
               WHEN 'B'
                   MOVE 2 TO WS-OFC-IX
               WHEN 'C'
                   MOVE 3 TO WS-OFC-IX
           END-EVALUATE
           PERFORM 2025-ADD-TO-OFFICE
           MOVE 5 TO WS-OFC-IX
           PERFORM 2025-ADD-TO-OFFICE.

       2025-ADD-TO-OFFICE.
           ADD 1 TO WS-OFC-COUNT(WS-OFC-IX)
           ADD ACT-BALANCE
               TO WS-OFC-GRP-BALANCE(WS-OFC-IX, WS-GRP-HIT-IX)
           ADD ACT-BALANCE TO WS-OFC-BALANCE(WS-OFC-IX).

      *    PAST THE TABLE LIMIT THE ACCOUNT STILL COUNTS IN THE
      *    ESCHEATMENT TOTALS, BUT THE LIST IS INCOMPLETE AND THE
      *    STEP SAYS SO WITH RC 16.
       2030-STORE-ESCHEAT.
           ADD 1 TO WS-COUNT-ESCHEAT
           ADD ACT-BALANCE TO WS-TOTAL-ESCHEAT
           IF WS-ESC-COUNT < WS-ESC-MAX
               ADD 1 TO WS-ESC-COUNT
               MOVE ACT-ACCOUNT-NO TO WS-ESC-ACCOUNT(WS-ESC-COUNT)
               MOVE ACT-ACCOUNT-NAME TO WS-ESC-NAME(WS-ESC-COUNT)
               MOVE ACT-OWNING-OFFICE TO WS-ESC-OFFICE(WS-ESC-COUNT)
               IF WS-NO-DATE
                   MOVE 'NO DATE' TO WS-ESC-AGE-DATE(WS-ESC-COUNT)
               ELSE
                   MOVE WS-AGE-DATE TO WS-ESC-AGE-DATE(WS-ESC-COUNT)
               END-IF
               MOVE ACT-BALANCE TO WS-ESC-BALANCE(WS-ESC-COUNT)
               MOVE SPACES TO WS-ESC-LAST-ID(WS-ESC-COUNT)
               MOVE SPACES TO WS-ESC-LAST-TYPE(WS-ESC-COUNT)
               MOVE SPACES TO WS-ESC-LAST-DATE(WS-ESC-COUNT)
               MOVE 0 TO WS-ESC-LAST-AMOUNT(WS-ESC-COUNT)
           ELSE
               ADD 1 TO WS-COUNT-NOT-LISTED
               IF NOT WS-TABLE-FULL
                   DISPLAY 'DORMRPT: ESCHEATMENT TABLE FULL AT '
                           WS-ESC-MAX ' - LIST INCOMPLETE'
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       2100-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT
               AT END
                   SET WS-ACT-EOF TO TRUE
           END-READ.

       2400-START-MASTER-SWEEP.
           OPEN INPUT MASTER-FILE
           IF WS-TRNMSTR-STATUS NOT = '00'
               DISPLAY 'DORMRPT: *** UNABLE TO OPEN TRNMSTR - STATUS '
                       WS-TRNMSTR-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               PERFORM 4000-TERMINATE
               STOP RUN
           END-IF
           PERFORM 2600-READ-MASTER.

      *    THE LATEST ROW BY TRANSACTION DATE WINS; ON A TIE THE ONE
      *    READ LAST (THE HIGHER TRANS-ID) DOES.  THE MONTH-END
      *    CHARGES FEED KEEPS POSTING TO A DORMANT ACCOUNT WITHOUT
      *    THE OWNER DOING ANYTHING, SO ITS ROWS ARE PASSED OVER -
      *    THE FILING WANTS THE OWNER'S OWN LAST TRANSACTION.  A
      *    TRANSFER MOVED MONEY ON BOTH ITS ACCOUNTS, SO IT IS THE
      *    LAST TRANSACTION FOR THE TO-ACCOUNT AS WELL.
       2500-SCAN-MASTER-ROW.
           ADD 1 TO WS-COUNT-MST-ROWS
           MOVE MST-TRANSACTION-DATA TO TR-TRANSACTION-RECORD
           IF NOT TR-FROM-CHARGE-FEED
               MOVE TR-ACCOUNT-NO TO WS-ROW-ACCOUNT
               PERFORM 2505-MATCH-ESCHEAT-ROW
               IF TR-TYPE-TRANSFER
                   MOVE TR-TO-ACCOUNT-NO TO WS-ROW-ACCOUNT
                   PERFORM 2505-MATCH-ESCHEAT-ROW
               END-IF
           END-IF
           PERFORM 2600-READ-MASTER.

       2505-MATCH-ESCHEAT-ROW.
           IF WS-ROW-ACCOUNT NOT = SPACES
               MOVE 'N' TO WS-ESC-SWITCH
               MOVE 0 TO WS-ESC-HIT-IX
               PERFORM 2510-SCAN-ESCHEAT-TABLE
                   VARYING WS-ESC-IX FROM 1 BY 1
                   UNTIL WS-ESC-IX > WS-ESC-COUNT
                      OR WS-ESC-FOUND
               IF WS-ESC-FOUND
                 AND MST-TRANSACTION-DATA(13:8)
                     >= WS-ESC-LAST-DATE(WS-ESC-HIT-IX)
                   MOVE MST-TRANS-ID TO WS-ESC-LAST-ID(WS-ESC-HIT-IX)
                   MOVE TR-RECORD-TYPE
                       TO WS-ESC-LAST-TYPE(WS-ESC-HIT-IX)
                   MOVE MST-TRANSACTION-DATA(13:8)
                       TO WS-ESC-LAST-DATE(WS-ESC-HIT-IX)
                   MOVE TR-AMOUNT TO WS-ESC-LAST-AMOUNT(WS-ESC-HIT-IX)
               END-IF
           END-IF.

       2510-SCAN-ESCHEAT-TABLE.
           IF WS-ESC-ACCOUNT(WS-ESC-IX) = WS-ROW-ACCOUNT
               MOVE WS-ESC-IX TO WS-ESC-HIT-IX
               MOVE 'Y' TO WS-ESC-SWITCH
           END-IF.

       2600-READ-MASTER.
           READ MASTER-FILE
               AT END
                   SET WS-MST-EOF TO TRUE
           END-READ.

      *    THE GROUP LISTINGS NEED THE ACCOUNTS IN GROUP ORDER BUT
      *    TRNACCT IS IN ACCOUNT ORDER, SO EACH GROUP IS ONE MORE
      *    SEQUENTIAL PASS - THE SAME AGEING RULE EACH TIME.
       3000-PRINT-REPORT.
           PERFORM 3005-PRINT-HEADINGS
           PERFORM 3100-LIST-GROUP
               VARYING WS-LIST-GRP-IX FROM 1 BY 1
               UNTIL WS-LIST-GRP-IX > 4
           PERFORM 3200-PRINT-OFFICE-SECTION
           PERFORM 3300-PRINT-ESCHEAT-SECTION
           PERFORM 3400-PRINT-SUMMARY.

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

       3100-LIST-GROUP.
           MOVE SPACES TO SEC-TITLE
           STRING 'DORMANT ' DELIMITED BY SIZE
                  WS-GROUP-NAME(WS-LIST-GRP-IX) DELIMITED BY SIZE
                  INTO SEC-TITLE
           END-STRING
           PERFORM 3008-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-DORMANT-HEADING
           ADD 1 TO WS-LINE-COUNT
           IF WS-GRP-COUNT(WS-LIST-GRP-IX) = 0
               MOVE 'NONE' TO NTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               CLOSE ACCOUNT-FILE
               OPEN INPUT ACCOUNT-FILE
               IF WS-TRNACCT-STATUS NOT = '00'
                   DISPLAY 'DORMRPT: *** UNABLE TO REOPEN TRNACCT - '
                           'STATUS ' WS-TRNACCT-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 4000-TERMINATE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-ACT-EOF-SWITCH
               PERFORM 2100-READ-ACCOUNT
               PERFORM 3110-LIST-GROUP-ACCOUNT UNTIL WS-ACT-EOF
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           MOVE WS-GROUP-NAME(WS-LIST-GRP-IX) TO GTL-GROUP
           MOVE WS-GRP-COUNT(WS-LIST-GRP-IX) TO GTL-COUNT
           MOVE WS-GRP-BALANCE(WS-LIST-GRP-IX) TO GTL-BALANCE
           WRITE REPORT-LINE FROM WS-GROUP-TOTAL-LINE
           ADD 1 TO WS-LINE-COUNT.

       3110-LIST-GROUP-ACCOUNT.
           IF ACT-BALANCE > 0
               PERFORM 2010-AGE-ACCOUNT
               IF WS-GRP-HIT-IX = WS-LIST-GRP-IX
                   PERFORM 3120-PRINT-DORMANT-LINE
               END-IF
           END-IF
           PERFORM 2100-READ-ACCOUNT.

       3120-PRINT-DORMANT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
               WRITE REPORT-LINE FROM WS-DORMANT-HEADING
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE ACT-ACCOUNT-NO TO DRM-ACCOUNT
           MOVE ACT-ACCOUNT-NAME TO DRM-NAME
           MOVE ACT-OWNING-OFFICE TO DRM-OFFICE
           MOVE ACT-STATUS TO DRM-STATUS
           IF WS-NO-DATE
               MOVE 'NO DATE' TO DRM-AGE-DATE
           ELSE
               MOVE WS-AGE-DATE TO DRM-AGE-DATE
           END-IF
           MOVE WS-MONTHS-QUIET TO DRM-MONTHS
           MOVE ACT-BALANCE TO DRM-BALANCE
           WRITE REPORT-LINE FROM WS-DORMANT-LINE
           ADD 1 TO WS-LINE-COUNT.

       3200-PRINT-OFFICE-SECTION.
           MOVE 'DORMANT BALANCES BY OWNING OFFICE' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-OFFICE-HEADING
           ADD 1 TO WS-LINE-COUNT
           PERFORM 3210-PRINT-OFFICE-LINE
               VARYING WS-OFC-IX FROM 1 BY 1
               UNTIL WS-OFC-IX > 5.

       3210-PRINT-OFFICE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
           END-IF
           MOVE WS-OFFICE-NAME(WS-OFC-IX) TO OFL-OFFICE
           MOVE WS-OFC-COUNT(WS-OFC-IX) TO OFL-COUNT
           MOVE WS-OFC-GRP-BALANCE(WS-OFC-IX, 1) TO OFL-BALANCE-1
           MOVE WS-OFC-GRP-BALANCE(WS-OFC-IX, 2) TO OFL-BALANCE-2
           MOVE WS-OFC-GRP-BALANCE(WS-OFC-IX, 3) TO OFL-BALANCE-3
           MOVE WS-OFC-GRP-BALANCE(WS-OFC-IX, 4) TO OFL-BALANCE-4
           MOVE WS-OFC-BALANCE(WS-OFC-IX) TO OFL-BALANCE-TOTAL
           WRITE REPORT-LINE FROM WS-OFFICE-LINE
           ADD 1 TO WS-LINE-COUNT.

       3300-PRINT-ESCHEAT-SECTION.
           MOVE SPACES TO SEC-TITLE
           STRING 'PAST ESCHEATMENT THRESHOLD (' DELIMITED BY SIZE
                  HDG2-ESC-MONTHS DELIMITED BY SIZE
                  ' MONTHS)' DELIMITED BY SIZE
                  INTO SEC-TITLE
           END-STRING
           PERFORM 3008-PRINT-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-ESCHEAT-HEADING
           ADD 1 TO WS-LINE-COUNT
           IF WS-ESC-COUNT = 0
               MOVE 'NONE' TO NTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM 3310-PRINT-ESCHEAT-LINE
                   VARYING WS-ESC-IX FROM 1 BY 1
                   UNTIL WS-ESC-IX > WS-ESC-COUNT
           END-IF.

      *    AN ACCOUNT WITH NOTHING ON TRNMSTR (EVERY ROW PURGED, OR
      *    A BALANCE LOADED AT CONVERSION) SAYS SO IN THE TRANS-ID
      *    COLUMN RATHER THAN PRINTING A BLANK.
       3310-PRINT-ESCHEAT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3005-PRINT-HEADINGS
               WRITE REPORT-LINE FROM WS-ESCHEAT-HEADING
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE WS-ESC-ACCOUNT(WS-ESC-IX) TO ESC-ACCOUNT
           MOVE WS-ESC-NAME(WS-ESC-IX) TO ESC-NAME
           MOVE WS-ESC-OFFICE(WS-ESC-IX) TO ESC-OFFICE
           MOVE WS-ESC-AGE-DATE(WS-ESC-IX) TO ESC-AGE-DATE
           MOVE WS-ESC-BALANCE(WS-ESC-IX) TO ESC-BALANCE
           IF WS-ESC-LAST-ID(WS-ESC-IX) = SPACES
               MOVE 'NO TRNMSTR' TO ESC-LAST-ID
               MOVE SPACES TO ESC-LAST-TYPE
               MOVE SPACES TO ESC-LAST-DATE
               MOVE 0 TO ESC-LAST-AMOUNT
           ELSE
               MOVE WS-ESC-LAST-ID(WS-ESC-IX) TO ESC-LAST-ID
               EVALUATE WS-ESC-LAST-TYPE(WS-ESC-IX)
                   WHEN '10'
                       MOVE 'PAY' TO ESC-LAST-TYPE
                   WHEN '20'
                       MOVE 'REV' TO ESC-LAST-TYPE
                   WHEN '30'
                       MOVE 'ADJ' TO ESC-LAST-TYPE
                   WHEN '40'
                       MOVE 'XFR' TO ESC-LAST-TYPE
                   WHEN OTHER
                       MOVE WS-ESC-LAST-TYPE(WS-ESC-IX)
                           TO ESC-LAST-TYPE
               END-EVALUATE
               MOVE WS-ESC-LAST-DATE(WS-ESC-IX) TO ESC-LAST-DATE
               MOVE WS-ESC-LAST-AMOUNT(WS-ESC-IX) TO ESC-LAST-AMOUNT
           END-IF
           WRITE REPORT-LINE FROM WS-ESCHEAT-LINE
           ADD 1 TO WS-LINE-COUNT.

       3400-PRINT-SUMMARY.
           MOVE 'REPORT SUMMARY' TO SEC-TITLE
           PERFORM 3008-PRINT-SECTION-TITLE
           MOVE 'TRNACCT ACCOUNTS READ:   ' TO SUM-LABEL
           MOVE WS-COUNT-ACCOUNTS TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'NOTHING HELD (ZERO/DEBIT)' TO SUM-LABEL
           MOVE WS-COUNT-NOTHING-HELD TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACTIVE UNDER 6 MONTHS:   ' TO SUM-LABEL
           MOVE WS-COUNT-ACTIVE TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DORMANT HOLDING MONEY:   ' TO SUM-LABEL
           MOVE WS-COUNT-DORMANT TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  OF WHICH NO DATE:      ' TO SUM-LABEL
           MOVE WS-COUNT-NO-DATE TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PAST ESCHEATMENT:        ' TO SUM-LABEL
           MOVE WS-COUNT-ESCHEAT TO SUM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'TOTAL DORMANT BALANCE:   ' TO TOT-LABEL
           MOVE WS-OFC-BALANCE(5) TO TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL ESCHEATABLE:       ' TO TOT-LABEL
           MOVE WS-TOTAL-ESCHEAT TO TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-TABLE-FULL
               MOVE 'NOT LISTED (TABLE FULL): ' TO SUM-LABEL
               MOVE WS-COUNT-NOT-LISTED TO SUM-COUNT
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'ESCHEATMENT TABLE FULL - LIST INCOMPLETE'
                   TO NTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

      *    AN INCOMPLETE ESCHEATMENT LIST MUST NOT REACH THE FILING.
      *    AN I/O ABEND HAS ALREADY SET ITS OWN RETURN CODE.
       4000-TERMINATE.
           IF RETURN-CODE = 0
               IF WS-TABLE-FULL
                   DISPLAY 'DORMRPT: *** ESCHEATMENT LIST INCOMPLETE - '
                           WS-COUNT-NOT-LISTED ' NOT LISTED ***'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY 'DORMRPT: ' WS-COUNT-DORMANT
                           ' DORMANT, ' WS-COUNT-ESCHEAT
                           ' PAST ESCHEATMENT'
               END-IF
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE MASTER-FILE
           CLOSE REPORT-FILE.
