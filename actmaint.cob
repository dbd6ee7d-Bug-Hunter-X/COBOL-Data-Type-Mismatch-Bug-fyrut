      *---------------------------------------------------------------*
      * ACTMAINT - ONLINE ACCOUNT MASTER MAINTENANCE OVER TRNACCT      *
      *---------------------------------------------------------------*
      * UNTIL NOW TRNACCT ROWS WERE LOADED BY HAND FOR THE OWNING      *
      * OFFICE AND NOTHING EVER CHANGED OR RETIRED ONE.  THIS IS THE   *
      * ONE PLACE AN ACCOUNT IS OPENED, RENAMED, FROZEN OR CLOSED,     *
      * IN THE SAME SIGN-ON/SCREEN STYLE AS TRNMINQ.  ANY OPERATOR     *
      * MAY KEY AN ACCOUNT NUMBER AND SEE THE ROW - NAME, OWNING       *
      * OFFICE, STATUS, BALANCE, OPEN/CLOSE DATES AND LAST ACTIVITY.   *
      * A SUPERVISOR MAY ALSO:                                         *
      *   ACTION 'O' - OPEN A NEW ACCOUNT: THE NUMBER MUST NOT BE ON   *
      *                FILE, A NAME IS REQUIRED AND THE OWNING         *
      *                OFFICE MUST BE A, B OR C.  THE ROW STARTS AT    *
      *                A ZERO BALANCE, STATUS OPEN, OPENED TODAY;      *
      *   ACTION 'C' - CHANGE THE NAME AND/OR OWNING OFFICE OF AN      *
      *                ACCOUNT THAT IS NOT CLOSED;                     *
      *   ACTION 'F' - FREEZE AN OPEN ACCOUNT - TRNPROC REJECTS        *
      *                EVERY POSTING TO IT 'FRZ' UNTIL REINSTATED;     *
      *   ACTION 'R' - REINSTATE A FROZEN ACCOUNT TO OPEN;             *
      *   ACTION 'X' - CLOSE AN ACCOUNT - ONLY AT A ZERO BALANCE, SO   *
      *                NO MONEY IS STRANDED ON A ROW NOTHING CAN POST  *
      *                TO AGAIN.  TRNPROC REJECTS POSTINGS TO IT       *
      *                'CLA'.  A CLOSE IS FINAL.                       *
      * FREEZE AND CLOSE REQUIRE A NOTE GIVING THE REASON.  OPEN AND   *
      * CHANGE TAKE THE NAME/OFFICE KEYED ON THE SCREEN, SO THEY ARE   *
      * ONLY ACCEPTED FOR THE ACCOUNT ALREADY ON DISPLAY - INQUIRE     *
      * FIRST, OVERTYPE, THEN ACT.                                     *
      *                                                                *
      * EVERY MAINTENANCE ACTION CUTS AN AUDLOG RECORD (STATUS         *
      * 'MNT-OPEN' / 'MNT-CHANGE' / 'MNT-FREEZE' / 'MNT-UNFRZ' /       *
      * 'MNT-CLOSE', OPERATOR IN THE JOB-ID FIELD, ACCOUNT NUMBER      *
      * AND NOTE IN THE DETAIL) FOR THE AUDRPT MAINTENANCE SECTION.    *
      * A BLANK ACCOUNT NUMBER ENDS THE SESSION.                       *
      *---------------------------------------------------------------*
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   NOTE CLEARED AFTER EVERY PASS WITH THE     *
      *                     ACTION                                     *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO TRNACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-ACCOUNT-NO
               FILE STATUS IS WS-TRNACCT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACTREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 74 CHARACTERS.
       COPY AUDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-TRNACCT-STATUS               PIC X(2)    VALUE '00'.
           05  WS-AUDLOG-STATUS                PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH                 PIC X       VALUE 'N'.
               88  WS-SESSION-DONE                     VALUE 'Y'.
           05  WS-FOUND-SWITCH                PIC X       VALUE 'N'.
               88  WS-ROW-FOUND                        VALUE 'Y'.

       01  WS-ENTRY-FIELDS.
           05  ENT-OPERATOR                   PIC X(8)    VALUE SPACES.
           05  ENT-SUPERVISOR                 PIC X(1)    VALUE 'N'.
           05  ENT-ACCOUNT                    PIC X(8)    VALUE SPACES.
           05  ENT-ACTION                     PIC X(1)    VALUE SPACE.
           05  ENT-NAME                       PIC X(30)   VALUE SPACES.
           05  ENT-OFFICE                     PIC X(1)    VALUE SPACE.
               88  ENT-OFFICE-VALID                    VALUE 'A' 'B'
                                                             'C'.
           05  ENT-NOTE                       PIC X(20)   VALUE SPACES.
           05  ENT-MESSAGE                    PIC X(60)   VALUE SPACES.

      *    THE ACCOUNT WHOSE ROW (OR NOT-ON-FILE NOTICE) IS ON THE
      *    SCREEN - OPEN AND CHANGE ONLY ACT ON THAT ONE, SO A NAME
      *    LEFT OVER FROM THE LAST ACCOUNT CANNOT LAND ON ANOTHER.
       01  WS-SHOWN-ACCOUNT                   PIC X(8)    VALUE SPACES.

       01  WS-INQUIRY-FIELDS.
           05  INQ-STATUS                     PIC X(6)    VALUE SPACES.
           05  INQ-BALANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  INQ-OPEN-DATE                  PIC X(8)    VALUE SPACES.
           05  INQ-CLOSE-DATE                 PIC X(8)    VALUE SPACES.
           05  INQ-LAST-ACTIVITY              PIC X(8)    VALUE SPACES.

       01  WS-ACTION-COUNT                    PIC 9(5)    VALUE 0.
       01  WS-AUDIT-STATUS                    PIC X(10)   VALUE SPACES.

       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-DSP.
           05  WS-RD-MM                       PIC 9(2).
           05  FILLER                         PIC X       VALUE '/'.
           05  WS-RD-DD                       PIC 9(2).
           05  FILLER                         PIC X       VALUE '/'.
           05  WS-RD-CCYY                     PIC 9(4).

       01  WS-RUN-TIME-NUM                    PIC 9(6).
       01  WS-RUN-TIME-DSP.
           05  WS-RT-HH                       PIC 9(2).
           05  FILLER                         PIC X       VALUE ':'.
           05  WS-RT-MM                       PIC 9(2).
           05  FILLER                         PIC X       VALUE ':'.
           05  WS-RT-SS                       PIC 9(2).

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2
               VALUE 'ACTMAINT - ACCOUNT MASTER MAINTENANCE'.
           05  LINE 3 COLUMN 2
               VALUE 'OPERATOR ID...:'.
           05  LINE 3 COLUMN 18 PIC X(8) USING ENT-OPERATOR.
           05  LINE 4 COLUMN 2
               VALUE 'SUPERVISOR Y/N:'.
           05  LINE 4 COLUMN 18 PIC X(1) USING ENT-SUPERVISOR.
           05  LINE 6 COLUMN 2
               VALUE 'ENTER YOUR OPERATOR ID TO SIGN ON'.

       01  ACCOUNT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2
               VALUE 'ACTMAINT - ACCOUNT MASTER MAINTENANCE'.
           05  LINE 1 COLUMN 50
               VALUE 'OPERATOR:'.
           05  LINE 1 COLUMN 60 PIC X(8) FROM ENT-OPERATOR.
           05  LINE 3 COLUMN 2
               VALUE 'ACCOUNT NO....:'.
           05  LINE 3 COLUMN 18 PIC X(8) USING ENT-ACCOUNT.
           05  LINE 3 COLUMN 30
               VALUE '(BLANK TO END SESSION)'.
           05  LINE 4 COLUMN 2
               VALUE 'ACTION........:'.
           05  LINE 4 COLUMN 18 PIC X(1) USING ENT-ACTION.
           05  LINE 4 COLUMN 22
               VALUE '(SPACE INQUIRE, O OPEN, C CHANGE, F FREEZE,'.
           05  LINE 5 COLUMN 22
               VALUE ' R REINSTATE, X CLOSE)'.
           05  LINE 6 COLUMN 2
               VALUE 'NAME..........:'.
           05  LINE 6 COLUMN 18 PIC X(30) USING ENT-NAME.
           05  LINE 7 COLUMN 2
               VALUE 'OWNING OFFICE.:'.
           05  LINE 7 COLUMN 18 PIC X(1) USING ENT-OFFICE.
           05  LINE 7 COLUMN 22
               VALUE '(A, B OR C)'.
           05  LINE 8 COLUMN 2
               VALUE 'NOTE..........:'.
           05  LINE 8 COLUMN 18 PIC X(20) USING ENT-NOTE.
           05  LINE 10 COLUMN 2
               VALUE 'STATUS:'.
           05  LINE 10 COLUMN 18 PIC X(6) FROM INQ-STATUS.
           05  LINE 10 COLUMN 30
               VALUE 'BALANCE:'.
           05  LINE 10 COLUMN 39 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-
               FROM INQ-BALANCE.
           05  LINE 11 COLUMN 2
               VALUE 'OPENED:'.
           05  LINE 11 COLUMN 18 PIC X(8) FROM INQ-OPEN-DATE.
           05  LINE 11 COLUMN 30
               VALUE 'CLOSED:'.
           05  LINE 11 COLUMN 39 PIC X(8) FROM INQ-CLOSE-DATE.
           05  LINE 11 COLUMN 50
               VALUE 'LAST ACTIVITY:'.
           05  LINE 11 COLUMN 65 PIC X(8) FROM INQ-LAST-ACTIVITY.
           05  LINE 13 COLUMN 2 PIC X(60) FROM ENT-MESSAGE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MAINTENANCE-SESSION UNTIL WS-SESSION-DONE
           PERFORM 3000-TERMINATE
           STOP RUN.

      *    A BRAND-NEW TRNACCT CLUSTER IS PRIMED THE WAY TRNPROC
      *    PRIMES ITS MASTERS - THIS IS THE PROGRAM THAT PUTS THE
      *    FIRST ROW ON IT.
       1000-INITIALIZE.
           OPEN I-O ACCOUNT-FILE
           IF WS-TRNACCT-STATUS = '35'
               OPEN OUTPUT ACCOUNT-FILE
               CLOSE ACCOUNT-FILE
               OPEN I-O ACCOUNT-FILE
           END-IF
           IF WS-TRNACCT-STATUS NOT = '00'
               DISPLAY 'ACTMAINT: *** UNABLE TO OPEN TRNACCT - STATUS '
                       WS-TRNACCT-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM(5:2) TO WS-RD-MM
           MOVE WS-RUN-DATE-NUM(7:2) TO WS-RD-DD
           MOVE WS-RUN-DATE-NUM(1:4) TO WS-RD-CCYY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME-NUM
           MOVE WS-RUN-TIME-NUM(1:2) TO WS-RT-HH
           MOVE WS-RUN-TIME-NUM(3:2) TO WS-RT-MM
           MOVE WS-RUN-TIME-NUM(5:2) TO WS-RT-SS
           PERFORM 1200-SIGN-ON.

       1200-SIGN-ON.
           PERFORM 1210-ACCEPT-SIGN-ON
               UNTIL ENT-OPERATOR NOT = SPACES.

       1210-ACCEPT-SIGN-ON.
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN.

      *    THE ACTION IS CLEARED AFTER EVERY PASS SO PRESSING ENTER
      *    AGAIN RE-DISPLAYS THE ROW RATHER THAN REPEATING THE
      *    MAINTENANCE (AND CUTTING A SECOND AUDIT RECORD).  THE NOTE
      *    IS CLEARED WITH IT, SO ONE ROW'S REASON CANNOT BE FILED
      *    AGAINST THE NEXT.
       2000-MAINTENANCE-SESSION.
           DISPLAY ACCOUNT-SCREEN
           ACCEPT ACCOUNT-SCREEN
           IF ENT-ACCOUNT = SPACES
               MOVE 'Y' TO WS-DONE-SWITCH
           ELSE
               PERFORM 2010-FETCH-ACCOUNT-ROW
               EVALUATE ENT-ACTION
                   WHEN SPACE
                       PERFORM 2020-SHOW-ACCOUNT-ROW
                   WHEN 'O'
                       PERFORM 2030-OPEN-ACCOUNT
                   WHEN 'C'
                       PERFORM 2040-CHANGE-ACCOUNT
                   WHEN 'F'
                       PERFORM 2050-FREEZE-ACCOUNT
                   WHEN 'R'
                       PERFORM 2060-REINSTATE-ACCOUNT
                   WHEN 'X'
                       PERFORM 2070-CLOSE-ACCOUNT
                   WHEN OTHER
                       MOVE 'ACTION MUST BE SPACE, O, C, F, R OR X'
                           TO ENT-MESSAGE
               END-EVALUATE
               MOVE ENT-ACCOUNT TO WS-SHOWN-ACCOUNT
               MOVE SPACE TO ENT-ACTION
               MOVE SPACES TO ENT-NOTE
           END-IF.

       2010-FETCH-ACCOUNT-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ENT-ACCOUNT TO ACT-ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-TRNACCT-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-FOUND-SWITCH
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ACTMAINT: *** TRNACCT READ FAILED - '
                           'STATUS ' WS-TRNACCT-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 3000-TERMINATE
                   STOP RUN
           END-EVALUATE.

      *    AN INQUIRY LOADS THE ROW'S NAME AND OFFICE INTO THE
      *    ENTRY FIELDS SO A CHANGE IS A MATTER OF OVERTYPING THEM;
      *    A NUMBER NOT ON FILE BLANKS THEM READY FOR AN OPEN.
       2020-SHOW-ACCOUNT-ROW.
           IF WS-ROW-FOUND
               MOVE ACT-ACCOUNT-NAME TO ENT-NAME
               MOVE ACT-OWNING-OFFICE TO ENT-OFFICE
               EVALUATE TRUE
                   WHEN ACT-STATUS-FROZEN
                       MOVE 'FROZEN' TO INQ-STATUS
                   WHEN ACT-STATUS-CLOSED
                       MOVE 'CLOSED' TO INQ-STATUS
                   WHEN OTHER
                       MOVE 'OPEN' TO INQ-STATUS
               END-EVALUATE
               MOVE ACT-BALANCE TO INQ-BALANCE
               MOVE ACT-OPEN-DATE TO INQ-OPEN-DATE
               MOVE ACT-CLOSE-DATE TO INQ-CLOSE-DATE
               MOVE ACT-LAST-ACTIVITY-DATE TO INQ-LAST-ACTIVITY
               MOVE 'DISPLAYED' TO ENT-MESSAGE
           ELSE
               MOVE SPACES TO ENT-NAME
               MOVE SPACE TO ENT-OFFICE
               MOVE SPACES TO INQ-STATUS
               MOVE 0 TO INQ-BALANCE
               MOVE SPACES TO INQ-OPEN-DATE
               MOVE SPACES TO INQ-CLOSE-DATE
               MOVE SPACES TO INQ-LAST-ACTIVITY
               MOVE 'ACCOUNT NOT ON FILE - KEY NAME/OFFICE, ACTION O'
                   TO ENT-MESSAGE
           END-IF.

       2030-OPEN-ACCOUNT.
           EVALUATE TRUE
               WHEN ENT-SUPERVISOR NOT = 'Y'
                   MOVE 'OPEN REQUIRES SUPERVISOR SIGN-ON'
                       TO ENT-MESSAGE
               WHEN WS-ROW-FOUND
                   MOVE 'ACCOUNT IS ALREADY ON FILE' TO ENT-MESSAGE
               WHEN ENT-ACCOUNT NOT = WS-SHOWN-ACCOUNT
                   MOVE 'INQUIRE ON THE ACCOUNT BEFORE OPENING IT'
                       TO ENT-MESSAGE
               WHEN ENT-NAME = SPACES
                   MOVE 'A NAME IS REQUIRED TO OPEN' TO ENT-MESSAGE
               WHEN NOT ENT-OFFICE-VALID
                   MOVE 'OWNING OFFICE MUST BE A, B OR C'
                       TO ENT-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO ACT-ACCOUNT-RECORD
                   MOVE ENT-ACCOUNT TO ACT-ACCOUNT-NO
                   MOVE ENT-NAME TO ACT-ACCOUNT-NAME
                   MOVE 0 TO ACT-BALANCE
                   MOVE 'O' TO ACT-STATUS
                   MOVE WS-RUN-DATE-NUM TO ACT-OPEN-DATE
                   MOVE ENT-OFFICE TO ACT-OWNING-OFFICE
                   WRITE ACT-ACCOUNT-RECORD
                   IF WS-TRNACCT-STATUS NOT = '00'
                       DISPLAY 'ACTMAINT: *** TRNACCT WRITE FAILED - '
                               'STATUS ' WS-TRNACCT-STATUS ' ***'
                       MOVE 96 TO RETURN-CODE
                       PERFORM 3000-TERMINATE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE 'MNT-OPEN' TO WS-AUDIT-STATUS
                   PERFORM 2500-WRITE-AUDIT-ACTION
                   PERFORM 2020-SHOW-ACCOUNT-ROW
                   MOVE 'ACCOUNT OPENED - AUDIT RECORD CUT'
                       TO ENT-MESSAGE
           END-EVALUATE.

      *    A BLANK NAME OR OFFICE ON THE SCREEN LEAVES THAT FIELD AS
      *    IT WAS.  A CLOSED ROW IS HISTORY AND IS NOT RE-LABELLED.
       2040-CHANGE-ACCOUNT.
           EVALUATE TRUE
               WHEN ENT-SUPERVISOR NOT = 'Y'
                   MOVE 'CHANGE REQUIRES SUPERVISOR SIGN-ON'
                       TO ENT-MESSAGE
               WHEN NOT WS-ROW-FOUND
                   MOVE 'ACCOUNT NOT ON FILE' TO ENT-MESSAGE
               WHEN ENT-ACCOUNT NOT = WS-SHOWN-ACCOUNT
                   MOVE 'INQUIRE ON THE ACCOUNT BEFORE CHANGING IT'
                       TO ENT-MESSAGE
               WHEN ACT-STATUS-CLOSED
                   MOVE 'ACCOUNT IS CLOSED - NO CHANGES ALLOWED'
                       TO ENT-MESSAGE
               WHEN ENT-OFFICE NOT = SPACE
                 AND NOT ENT-OFFICE-VALID
                   MOVE 'OWNING OFFICE MUST BE A, B OR C'
                       TO ENT-MESSAGE
               WHEN OTHER
                   IF ENT-NAME NOT = SPACES
                       MOVE ENT-NAME TO ACT-ACCOUNT-NAME
                   END-IF
                   IF ENT-OFFICE NOT = SPACE
                       MOVE ENT-OFFICE TO ACT-OWNING-OFFICE
                   END-IF
                   PERFORM 2090-REWRITE-ACCOUNT-ROW
                   MOVE 'MNT-CHANGE' TO WS-AUDIT-STATUS
                   PERFORM 2500-WRITE-AUDIT-ACTION
                   PERFORM 2020-SHOW-ACCOUNT-ROW
                   MOVE 'ACCOUNT CHANGED - AUDIT RECORD CUT'
                       TO ENT-MESSAGE
           END-EVALUATE.

       2050-FREEZE-ACCOUNT.
           EVALUATE TRUE
               WHEN ENT-SUPERVISOR NOT = 'Y'
                   MOVE 'FREEZE REQUIRES SUPERVISOR SIGN-ON'
                       TO ENT-MESSAGE
               WHEN NOT WS-ROW-FOUND
                   MOVE 'ACCOUNT NOT ON FILE' TO ENT-MESSAGE
               WHEN NOT ACT-STATUS-OPEN
                   MOVE 'ONLY AN OPEN ACCOUNT CAN BE FROZEN'
                       TO ENT-MESSAGE
               WHEN ENT-NOTE = SPACES
                   MOVE 'A NOTE IS REQUIRED TO FREEZE' TO ENT-MESSAGE
               WHEN OTHER
                   MOVE 'F' TO ACT-STATUS
                   PERFORM 2090-REWRITE-ACCOUNT-ROW
                   MOVE 'MNT-FREEZE' TO WS-AUDIT-STATUS
                   PERFORM 2500-WRITE-AUDIT-ACTION
                   PERFORM 2020-SHOW-ACCOUNT-ROW
                   MOVE 'ACCOUNT FROZEN - AUDIT RECORD CUT'
                       TO ENT-MESSAGE
           END-EVALUATE.

       2060-REINSTATE-ACCOUNT.
           EVALUATE TRUE
               WHEN ENT-SUPERVISOR NOT = 'Y'
                   MOVE 'REINSTATE REQUIRES SUPERVISOR SIGN-ON'
                       TO ENT-MESSAGE
               WHEN NOT WS-ROW-FOUND
                   MOVE 'ACCOUNT NOT ON FILE' TO ENT-MESSAGE
               WHEN NOT ACT-STATUS-FROZEN
                   MOVE 'ONLY A FROZEN ACCOUNT CAN BE REINSTATED'
                       TO ENT-MESSAGE
               WHEN OTHER
                   MOVE 'O' TO ACT-STATUS
                   PERFORM 2090-REWRITE-ACCOUNT-ROW
                   MOVE 'MNT-UNFRZ' TO WS-AUDIT-STATUS
                   PERFORM 2500-WRITE-AUDIT-ACTION
                   PERFORM 2020-SHOW-ACCOUNT-ROW
                   MOVE 'ACCOUNT REINSTATED - AUDIT RECORD CUT'
                       TO ENT-MESSAGE
           END-EVALUATE.

      *    ONLY A ZERO BALANCE CLOSES - ONCE CLOSED NOTHING POSTS TO
      *    THE ROW AGAIN, SO ANY MONEY LEFT ON IT WOULD BE STRANDED.
      *    A FROZEN ACCOUNT MAY BE CLOSED ONCE IT IS SETTLED TO ZERO.
       2070-CLOSE-ACCOUNT.
           EVALUATE TRUE
               WHEN ENT-SUPERVISOR NOT = 'Y'
                   MOVE 'CLOSE REQUIRES SUPERVISOR SIGN-ON'
                       TO ENT-MESSAGE
               WHEN NOT WS-ROW-FOUND
                   MOVE 'ACCOUNT NOT ON FILE' TO ENT-MESSAGE
               WHEN ACT-STATUS-CLOSED
                   MOVE 'ACCOUNT IS ALREADY CLOSED' TO ENT-MESSAGE
               WHEN ACT-BALANCE NOT = 0
                   MOVE 'BALANCE MUST BE ZERO TO CLOSE' TO ENT-MESSAGE
               WHEN ENT-NOTE = SPACES
                   MOVE 'A NOTE IS REQUIRED TO CLOSE' TO ENT-MESSAGE
               WHEN OTHER
                   MOVE 'C' TO ACT-STATUS
                   MOVE WS-RUN-DATE-NUM TO ACT-CLOSE-DATE
                   PERFORM 2090-REWRITE-ACCOUNT-ROW
                   MOVE 'MNT-CLOSE' TO WS-AUDIT-STATUS
                   PERFORM 2500-WRITE-AUDIT-ACTION
                   PERFORM 2020-SHOW-ACCOUNT-ROW
                   MOVE 'ACCOUNT CLOSED - AUDIT RECORD CUT'
                       TO ENT-MESSAGE
           END-EVALUATE.

       2090-REWRITE-ACCOUNT-ROW.
           REWRITE ACT-ACCOUNT-RECORD
           IF WS-TRNACCT-STATUS NOT = '00'
               DISPLAY 'ACTMAINT: *** TRNACCT REWRITE FAILED - '
                       'STATUS ' WS-TRNACCT-STATUS ' ***'
               MOVE 96 TO RETURN-CODE
               PERFORM 3000-TERMINATE
               STOP RUN
           END-IF.

      *    ONE AUDLOG RECORD PER MAINTENANCE ACTION, LAID OUT AS
      *    TRNMINQ LAYS OUT ITS OWN: OPERATOR IN THE JOB-ID FIELD,
      *    THE ACCOUNT TOUCHED AND THE FIRST HALF OF THE NOTE IN
      *    THE DETAIL.
       2500-WRITE-AUDIT-ACTION.
           MOVE WS-RUN-DATE-DSP TO AUD-RUN-DATE
           MOVE WS-RUN-TIME-DSP TO AUD-RUN-TIME
           MOVE ENT-OPERATOR TO AUD-JOB-ID
           MOVE 1 TO AUD-COUNT
           MOVE WS-AUDIT-STATUS TO AUD-STATUS
           MOVE 0 TO AUD-REJECT-COUNT
           MOVE SPACES TO AUD-FEED-IDS
           MOVE SPACES TO AUD-DETAIL
           MOVE ENT-ACCOUNT TO AUD-DETAIL(1:10)
           MOVE ENT-NOTE(1:10) TO AUD-DETAIL(11:10)
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDLOG-STATUS NOT = '00'
               DISPLAY 'ACTMAINT: *** UNABLE TO OPEN AUDLOG - '
                       'STATUS ' WS-AUDLOG-STATUS ' ***'
           ELSE
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
               ADD 1 TO WS-ACTION-COUNT
           END-IF.

       3000-TERMINATE.
           CLOSE ACCOUNT-FILE
           DISPLAY 'ACTMAINT: ' WS-ACTION-COUNT
                   ' MAINTENANCE ACTION(S) BY ' ENT-OPERATOR.
