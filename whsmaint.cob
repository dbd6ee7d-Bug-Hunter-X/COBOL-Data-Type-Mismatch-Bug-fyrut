      *---------------------------------------------------------------*
      * WHSMAINT - ONLINE INQUIRY/CANCEL OVER THE TRNWHSE WAREHOUSE    *
      *---------------------------------------------------------------*
      * A POST-DATED ITEM SITS ON TRNWHSE FROM THE NIGHT TRNPROC HELD  *
      * IT UNTIL THE NIGHT TRNMERGE RELEASES IT.  AN OFFICE THAT SENT  *
      * ONE IN ERROR USED TO HAVE THE 'FUT' REJECT TO FALL BACK ON;    *
      * NOW THE ITEM WILL POST UNLESS SOMEBODY STOPS IT.  THIS IS THE  *
      * ONE PLACE THAT IS DONE, IN THE SAME SIGN-ON/SCREEN STYLE AS    *
      * ACTMAINT.  ANY OPERATOR MAY KEY AN EFFECTIVE DATE, TRANS-ID    *
      * AND SEQUENCE (AS PRINTED ON WHSRPT; A BLANK SEQUENCE MEANS     *
      * 01) AND SEE THE ITEM - TYPE, ACCOUNT, OFFICE, AMOUNT, MEMO     *
      * AND THE RUN THAT HELD IT.                                      *
      * A SUPERVISOR MAY ALSO:                                         *
      *   ACTION 'X' - CANCEL THE ITEM: ITS ROW IS DELETED FROM THE    *
      *                WAREHOUSE AND IT NEVER RELEASES.  A NOTE        *
      *                GIVING THE REASON IS REQUIRED, AND THE ITEM     *
      *                MUST BE THE ONE ALREADY ON DISPLAY - INQUIRE    *
      *                FIRST, THEN ACT.  A CANCEL IS FINAL; THE        *
      *                OFFICE RE-SENDS THE ITEM IF IT IS STILL OWED.   *
      *                                                                *
      * EVERY CANCEL CUTS AN AUDLOG RECORD (STATUS 'MNT-WHSCAN',       *
      * OPERATOR IN THE JOB-ID FIELD, TRANS-ID AND NOTE IN THE         *
      * DETAIL) FOR THE AUDRPT MAINTENANCE SECTION.  A BLANK TRANS-ID  *
      * ENDS THE SESSION.                                              *
      *---------------------------------------------------------------*
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   TRANSFER TYPE SHOWN AS 'XFR'               *
      *   2026-10-15  SJM   SEQUENCE KEYED WITH THE TRANS-ID           *
      *   2026-10-15  SJM   NOTE CLEARED AFTER EVERY PASS WITH THE     *
      *                     ACTION                                     *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO TRNWHSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-TRNWHSE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY WHSREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 74 CHARACTERS.
       COPY AUDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-TRNWHSE-STATUS               PIC X(2)    VALUE '00'.
           05  WS-AUDLOG-STATUS                PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH                 PIC X       VALUE 'N'.
               88  WS-SESSION-DONE                     VALUE 'Y'.
           05  WS-FOUND-SWITCH                PIC X       VALUE 'N'.
               88  WS-ROW-FOUND                        VALUE 'Y'.

       01  WS-ENTRY-FIELDS.
           05  ENT-OPERATOR                   PIC X(8)    VALUE SPACES.
           05  ENT-SUPERVISOR                 PIC X(1)    VALUE 'N'.
           05  ENT-KEY.
               10  ENT-EFF-DATE               PIC X(8)    VALUE SPACES.
               10  ENT-TRANS-ID               PIC X(10)   VALUE SPACES.
               10  ENT-SEQ                    PIC X(2)    VALUE SPACES.
           05  ENT-ACTION                     PIC X(1)    VALUE SPACE.
           05  ENT-NOTE                       PIC X(20)   VALUE SPACES.
           05  ENT-MESSAGE                    PIC X(60)   VALUE SPACES.

      *    THE ITEM WHOSE ROW (OR NOT-ON-FILE NOTICE) IS ON THE
      *    SCREEN - CANCEL ONLY ACTS ON THAT ONE, SO A MISTYPED KEY
      *    CANNOT DELETE AN ITEM NOBODY HAS LOOKED AT.
       01  WS-SHOWN-KEY                       PIC X(20)   VALUE SPACES.

       COPY TRNREC.

       01  WS-INQUIRY-FIELDS.
           05  INQ-TYPE                       PIC X(3)    VALUE SPACES.
           05  INQ-ACCOUNT                    PIC X(8)    VALUE SPACES.
           05  INQ-OFFICE                     PIC X(1)    VALUE SPACE.
           05  INQ-AMOUNT                     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  INQ-MEMO                       PIC X(20)   VALUE SPACES.
           05  INQ-HELD-DATE                  PIC X(8)    VALUE SPACES.
           05  INQ-HELD-JOB                   PIC X(8)    VALUE SPACES.

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
               VALUE 'WHSMAINT - FUTURE-DATED WAREHOUSE'.
           05  LINE 3 COLUMN 2
               VALUE 'OPERATOR ID...:'.
           05  LINE 3 COLUMN 18 PIC X(8) USING ENT-OPERATOR.
           05  LINE 4 COLUMN 2
               VALUE 'SUPERVISOR Y/N:'.
           05  LINE 4 COLUMN 18 PIC X(1) USING ENT-SUPERVISOR.
           05  LINE 6 COLUMN 2
               VALUE 'ENTER YOUR OPERATOR ID TO SIGN ON'.

       01  ITEM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2
               VALUE 'WHSMAINT - FUTURE-DATED WAREHOUSE'.
           05  LINE 1 COLUMN 50
               VALUE 'OPERATOR:'.
           05  LINE 1 COLUMN 60 PIC X(8) FROM ENT-OPERATOR.
           05  LINE 3 COLUMN 2
               VALUE 'EFFECTIVE DATE:'.
           05  LINE 3 COLUMN 18 PIC X(8) USING ENT-EFF-DATE.
           05  LINE 3 COLUMN 30
               VALUE '(CCYYMMDD)'.
           05  LINE 4 COLUMN 2
               VALUE 'TRANS-ID......:'.
           05  LINE 4 COLUMN 18 PIC X(10) USING ENT-TRANS-ID.
           05  LINE 4 COLUMN 30
               VALUE '(BLANK TO END SESSION)'.
           05  LINE 5 COLUMN 2
               VALUE 'SEQUENCE......:'.
           05  LINE 5 COLUMN 18 PIC X(2) USING ENT-SEQ.
           05  LINE 5 COLUMN 30
               VALUE '(BLANK FOR 01)'.
           05  LINE 6 COLUMN 2
               VALUE 'ACTION........:'.
           05  LINE 6 COLUMN 18 PIC X(1) USING ENT-ACTION.
           05  LINE 6 COLUMN 22
               VALUE '(SPACE INQUIRE, X CANCEL)'.
           05  LINE 7 COLUMN 2
               VALUE 'NOTE..........:'.
           05  LINE 7 COLUMN 18 PIC X(20) USING ENT-NOTE.
           05  LINE 9 COLUMN 2
               VALUE 'TYPE:'.
           05  LINE 9 COLUMN 18 PIC X(3) FROM INQ-TYPE.
           05  LINE 9 COLUMN 30
               VALUE 'ACCOUNT:'.
           05  LINE 9 COLUMN 39 PIC X(8) FROM INQ-ACCOUNT.
           05  LINE 9 COLUMN 50
               VALUE 'OFFICE:'.
           05  LINE 9 COLUMN 58 PIC X(1) FROM INQ-OFFICE.
           05  LINE 10 COLUMN 2
               VALUE 'AMOUNT:'.
           05  LINE 10 COLUMN 18 PIC Z,ZZZ,ZZZ,ZZ9.99
               FROM INQ-AMOUNT.
           05  LINE 10 COLUMN 38
               VALUE 'MEMO:'.
           05  LINE 10 COLUMN 44 PIC X(20) FROM INQ-MEMO.
           05  LINE 11 COLUMN 2
               VALUE 'HELD ON:'.
           05  LINE 11 COLUMN 18 PIC X(8) FROM INQ-HELD-DATE.
           05  LINE 11 COLUMN 30
               VALUE 'HELD BY JOB:'.
           05  LINE 11 COLUMN 43 PIC X(8) FROM INQ-HELD-JOB.
           05  LINE 13 COLUMN 2 PIC X(60) FROM ENT-MESSAGE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MAINTENANCE-SESSION UNTIL WS-SESSION-DONE
           PERFORM 3000-TERMINATE
           STOP RUN.

      *    TRNPROC CREATES THE WAREHOUSE THE FIRST TIME IT HOLDS AN
      *    ITEM; UNTIL THEN THERE IS NOTHING HERE TO LOOK AT.
       1000-INITIALIZE.
           OPEN I-O WAREHOUSE-FILE
           IF WS-TRNWHSE-STATUS = '35'
               DISPLAY 'WHSMAINT: NO TRNWHSE FILE - NOTHING HELD'
               STOP RUN
           END-IF
           IF WS-TRNWHSE-STATUS NOT = '00'
               DISPLAY 'WHSMAINT: *** UNABLE TO OPEN TRNWHSE - STATUS '
                       WS-TRNWHSE-STATUS ' ***'
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
      *    AGAIN RE-DISPLAYS THE ITEM RATHER THAN REPEATING THE
      *    CANCEL (AND CUTTING A SECOND AUDIT RECORD).  THE NOTE
      *    IS CLEARED WITH IT, SO ONE ITEM'S REASON CANNOT BE FILED
      *    AGAINST THE NEXT.
       2000-MAINTENANCE-SESSION.
           DISPLAY ITEM-SCREEN
           ACCEPT ITEM-SCREEN
           IF ENT-TRANS-ID = SPACES
               MOVE 'Y' TO WS-DONE-SWITCH
           ELSE
               IF ENT-SEQ = SPACES
                   MOVE '01' TO ENT-SEQ
               END-IF
               PERFORM 2010-FETCH-WAREHOUSE-ROW
               EVALUATE ENT-ACTION
                   WHEN SPACE
                       PERFORM 2020-SHOW-WAREHOUSE-ROW
                   WHEN 'X'
                       PERFORM 2030-CANCEL-ITEM
                   WHEN OTHER
                       MOVE 'ACTION MUST BE SPACE OR X'
                           TO ENT-MESSAGE
               END-EVALUATE
               MOVE ENT-KEY TO WS-SHOWN-KEY
               MOVE SPACE TO ENT-ACTION
               MOVE SPACES TO ENT-NOTE
           END-IF.

       2010-FETCH-WAREHOUSE-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ENT-KEY TO WHS-KEY
           READ WAREHOUSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-TRNWHSE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-FOUND-SWITCH
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'WHSMAINT: *** TRNWHSE READ FAILED - '
                           'STATUS ' WS-TRNWHSE-STATUS ' ***'
                   MOVE 96 TO RETURN-CODE
                   PERFORM 3000-TERMINATE
                   STOP RUN
           END-EVALUATE.

      *    AN ITEM NOT ON FILE HAS EITHER NEVER BEEN HELD, ALREADY
      *    RELEASED, OR BEEN CANCELLED - WHSRPT AND TRNMSTR SAY WHICH.
       2020-SHOW-WAREHOUSE-ROW.
           IF WS-ROW-FOUND
               MOVE WHS-TRANSACTION-DATA TO TR-TRANSACTION-RECORD
               EVALUATE TRUE
                   WHEN TR-TYPE-PAYMENT
                       MOVE 'PAY' TO INQ-TYPE
                   WHEN TR-TYPE-REVERSAL
                       MOVE 'REV' TO INQ-TYPE
                   WHEN TR-TYPE-ADJUSTMENT
                       MOVE 'ADJ' TO INQ-TYPE
                   WHEN TR-TYPE-TRANSFER
                       MOVE 'XFR' TO INQ-TYPE
                   WHEN OTHER
                       MOVE TR-RECORD-TYPE TO INQ-TYPE
               END-EVALUATE
               MOVE TR-ACCOUNT-NO TO INQ-ACCOUNT
               MOVE WHS-SOURCE-FEED TO INQ-OFFICE
               MOVE TR-AMOUNT TO INQ-AMOUNT
               MOVE TR-MEMO-TEXT TO INQ-MEMO
               MOVE WHS-HELD-DATE TO INQ-HELD-DATE
               MOVE WHS-HELD-JOB-ID TO INQ-HELD-JOB
               MOVE 'DISPLAYED' TO ENT-MESSAGE
           ELSE
               PERFORM 2025-CLEAR-INQUIRY
               MOVE 'ITEM NOT ON THE WAREHOUSE' TO ENT-MESSAGE
           END-IF.

       2025-CLEAR-INQUIRY.
           MOVE SPACES TO INQ-TYPE
           MOVE SPACES TO INQ-ACCOUNT
           MOVE SPACE TO INQ-OFFICE
           MOVE 0 TO INQ-AMOUNT
           MOVE SPACES TO INQ-MEMO
           MOVE SPACES TO INQ-HELD-DATE
           MOVE SPACES TO INQ-HELD-JOB.

      *    ONCE THE ROW IS GONE TRNMERGE CANNOT RELEASE THE ITEM.  IF
      *    TONIGHT'S MERGE HAS ALREADY RELEASED IT THE ROW IS GONE
      *    TOO, AND THE ITEM IS ON TRNMSTR - TRNMINQ TERRITORY.
       2030-CANCEL-ITEM.
           EVALUATE TRUE
               WHEN ENT-SUPERVISOR NOT = 'Y'
                   MOVE 'CANCEL REQUIRES SUPERVISOR SIGN-ON'
                       TO ENT-MESSAGE
               WHEN NOT WS-ROW-FOUND
                   MOVE 'ITEM NOT ON THE WAREHOUSE' TO ENT-MESSAGE
               WHEN ENT-KEY NOT = WS-SHOWN-KEY
                   MOVE 'INQUIRE ON THE ITEM BEFORE CANCELLING IT'
                       TO ENT-MESSAGE
               WHEN ENT-NOTE = SPACES
                   MOVE 'A NOTE IS REQUIRED TO CANCEL' TO ENT-MESSAGE
               WHEN OTHER
                   DELETE WAREHOUSE-FILE RECORD
                   IF WS-TRNWHSE-STATUS NOT = '00'
                       DISPLAY 'WHSMAINT: *** TRNWHSE DELETE FAILED - '
                               'STATUS ' WS-TRNWHSE-STATUS ' ***'
                       MOVE 96 TO RETURN-CODE
                       PERFORM 3000-TERMINATE
                       STOP RUN
                   END-IF
                   MOVE 'N' TO WS-FOUND-SWITCH
                   MOVE 'MNT-WHSCAN' TO WS-AUDIT-STATUS
                   PERFORM 2500-WRITE-AUDIT-ACTION
                   PERFORM 2025-CLEAR-INQUIRY
                   MOVE 'ITEM CANCELLED - AUDIT RECORD CUT'
                       TO ENT-MESSAGE
           END-EVALUATE.

      *    ONE AUDLOG RECORD PER CANCEL, LAID OUT AS ACTMAINT LAYS
      *    OUT ITS OWN: OPERATOR IN THE JOB-ID FIELD, THE TRANS-ID
      *    CANCELLED AND THE FIRST HALF OF THE NOTE IN THE DETAIL.
       2500-WRITE-AUDIT-ACTION.
           MOVE WS-RUN-DATE-DSP TO AUD-RUN-DATE
           MOVE WS-RUN-TIME-DSP TO AUD-RUN-TIME
           MOVE ENT-OPERATOR TO AUD-JOB-ID
           MOVE 1 TO AUD-COUNT
           MOVE WS-AUDIT-STATUS TO AUD-STATUS
           MOVE 0 TO AUD-REJECT-COUNT
           MOVE SPACES TO AUD-FEED-IDS
           MOVE SPACES TO AUD-DETAIL
           MOVE ENT-TRANS-ID TO AUD-DETAIL(1:10)
           MOVE ENT-NOTE(1:10) TO AUD-DETAIL(11:10)
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDLOG-STATUS NOT = '00'
               DISPLAY 'WHSMAINT: *** UNABLE TO OPEN AUDLOG - '
                       'STATUS ' WS-AUDLOG-STATUS ' ***'
           ELSE
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
               ADD 1 TO WS-ACTION-COUNT
           END-IF.

       3000-TERMINATE.
           CLOSE WAREHOUSE-FILE
           DISPLAY 'WHSMAINT: ' WS-ACTION-COUNT
                   ' ITEM(S) CANCELLED BY ' ENT-OPERATOR.
