      *---------------------------------------------------------------*
      * PAYXLOAD - ONE-SHOT TRNPAYX PAYMENT MATCH INDEX BUILD          *
      *---------------------------------------------------------------*
      * RUN ONCE AT THE SUSPECTED-DUPLICATE CUTOVER, THE WAY MSTCONV   *
      * WAS RUN FOR THE PARTIAL-REVERSAL UPGRADE.  READS TRNMSTR IN    *
      * KEY ORDER AND LOADS ONE TRNPAYX ROW FOR EVERY PAYMENT ALREADY  *
      * ON THE MASTER THAT CARRIES AN ACCOUNT NUMBER AND IS NOT FULLY  *
      * REVERSED, SO TRNPROC'S FIRST NIGHT ON THE CHECK CAN SEE THE    *
      * HISTORY AS WELL AS ITS OWN FEED.  FROM THEN ON TRNPROC ADDS    *
      * THE ROWS ITSELF AS PAYMENTS POST.                              *
      *                                                                *
      * A PAYMENT WHOSE DATE OR AMOUNT FIELD IS NOT NUMERIC IS         *
      * SKIPPED AND REPORTED ON THE CONSOLE - IT COULD NEVER MATCH A   *
      * CLEAN PAYMENT ANYWAY.  ROWS WITH NO ACCOUNT (POSTED BEFORE     *
      * THE ACCOUNT STAMP WENT IN) ARE COUNTED AND LEFT OUT, AS        *
      * TRNPROC LEAVES THEM OUT.                                       *
      *---------------------------------------------------------------*
      * MAINTENANCE LOG                                                *
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYXLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO TRNMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-TRANS-ID
               FILE STATUS IS WS-TRNMSTR-STATUS.
           SELECT PAYMENT-INDEX-FILE ASSIGN TO TRNPAYX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYX-KEY
               FILE STATUS IS WS-TRNPAYX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORD CONTAINS 145 CHARACTERS.
       COPY MSTREC.

       FD  PAYMENT-INDEX-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYXREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FLAGS.
           05  WS-TRNMSTR-STATUS               PIC X(2)    VALUE '00'.
           05  WS-TRNPAYX-STATUS               PIC X(2)    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                  PIC X       VALUE 'N'.
               88  WS-EOF                              VALUE 'Y'.

       01  WS-COUNTS.
           05  WS-CNT-READ                    PIC 9(7)    VALUE 0.
           05  WS-CNT-LOADED                  PIC 9(7)    VALUE 0.
           05  WS-CNT-NOT-PAYMENT             PIC 9(7)    VALUE 0.
           05  WS-CNT-NO-ACCOUNT              PIC 9(7)    VALUE 0.
           05  WS-CNT-REVERSED                PIC 9(7)    VALUE 0.
           05  WS-CNT-BAD-FIELD               PIC 9(7)    VALUE 0.

      *    THE RAW AMOUNT IS ZONED 9(9)V99 - IT MUST LAND THROUGH
      *    THE ALPHANUMERIC OVERLAY, NEVER BY AN ALPHANUMERIC MOVE
      *    TO THE NUMERIC FIELD.
       01  WS-ROW-AMOUNT                      PIC 9(9)V99 VALUE 0.
       01  WS-ROW-AMOUNT-X REDEFINES WS-ROW-AMOUNT
                                              PIC X(11).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-INDEX-MASTER-ROW UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT MASTER-FILE
           IF WS-TRNMSTR-STATUS NOT = '00'
               DISPLAY 'PAYXLOAD: *** UNABLE TO OPEN TRNMSTR - STATUS '
                       WS-TRNMSTR-STATUS ' ***'
               MOVE 98 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAYMENT-INDEX-FILE
           IF WS-TRNPAYX-STATUS NOT = '00'
               DISPLAY 'PAYXLOAD: *** UNABLE TO OPEN TRNPAYX - STATUS '
                       WS-TRNPAYX-STATUS ' ***'
               MOVE 97 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-MASTER-ROW.

      *    ONLY WHAT TRNPROC WOULD HAVE INDEXED: A PAYMENT, WITH AN
      *    ACCOUNT, STILL AT LEAST PARTLY STANDING.  A FULLY
      *    REVERSED PAYMENT IS NEVER TREATED AS AN ORIGINAL, SO IT
      *    IS NOT WORTH A ROW.
       2000-INDEX-MASTER-ROW.
           ADD 1 TO WS-CNT-READ
           EVALUATE TRUE
               WHEN MST-TRANSACTION-DATA(1:2) NOT = '10'
                   ADD 1 TO WS-CNT-NOT-PAYMENT
               WHEN MST-TRANSACTION-DATA(70:8) = SPACES
                   ADD 1 TO WS-CNT-NO-ACCOUNT
               WHEN MST-REVERSED-FLAG = 'Y'
                   ADD 1 TO WS-CNT-REVERSED
               WHEN MST-TRANSACTION-DATA(13:8) IS NOT NUMERIC
                 OR MST-TRANSACTION-DATA(21:11) IS NOT NUMERIC
                   ADD 1 TO WS-CNT-BAD-FIELD
                   DISPLAY 'PAYXLOAD: PAYMENT ' MST-TRANS-ID
                           ' DATE OR AMOUNT NOT NUMERIC - SKIPPED'
               WHEN OTHER
                   PERFORM 2010-WRITE-INDEX-ROW
           END-EVALUATE
           PERFORM 2100-READ-MASTER-ROW.

       2010-WRITE-INDEX-ROW.
           MOVE SPACES TO PAYX-RECORD
           MOVE MST-TRANSACTION-DATA(70:8) TO PAYX-ACCOUNT-NO
           MOVE MST-TRANSACTION-DATA(21:11) TO WS-ROW-AMOUNT-X
           MOVE WS-ROW-AMOUNT TO PAYX-AMOUNT
           MOVE MST-TRANSACTION-DATA(13:8) TO PAYX-TRANS-DATE
           MOVE MST-TRANS-ID TO PAYX-TRANS-ID
           MOVE MST-POSTED-DATE TO PAYX-POSTED-DATE
           MOVE 'PAYXLOAD' TO PAYX-JOB-ID
           WRITE PAYX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-TRNPAYX-STATUS NOT = '00'
               DISPLAY 'PAYXLOAD: *** TRNPAYX WRITE FAILED FOR '
                       MST-TRANS-ID ' - STATUS ' WS-TRNPAYX-STATUS
                       ' ***'
               MOVE 96 TO RETURN-CODE
               PERFORM 3000-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-CNT-LOADED.

       2100-READ-MASTER-ROW.
           READ MASTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE MASTER-FILE
           CLOSE PAYMENT-INDEX-FILE
           DISPLAY 'PAYXLOAD: ROWS READ        ' WS-CNT-READ
           DISPLAY 'PAYXLOAD: ROWS INDEXED     ' WS-CNT-LOADED
           DISPLAY 'PAYXLOAD: NOT PAYMENTS     ' WS-CNT-NOT-PAYMENT
           DISPLAY 'PAYXLOAD: NO ACCOUNT       ' WS-CNT-NO-ACCOUNT
           DISPLAY 'PAYXLOAD: FULLY REVERSED   ' WS-CNT-REVERSED
           DISPLAY 'PAYXLOAD: BAD DATE/AMOUNT  ' WS-CNT-BAD-FIELD.
