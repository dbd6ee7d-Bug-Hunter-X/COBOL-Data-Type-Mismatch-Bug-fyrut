      *---------------------------------------------------------------*
      * WHSREC - SHARED TRNWHSE FUTURE-DATED WAREHOUSE RECORD LAYOUT   *
      *---------------------------------------------------------------*
      *   ONE ROW PER POST-DATED ITEM TRNPROC HELD BACK INSTEAD OF     *
      *   REJECTING IT 'FUT': THE ITEM PASSED EVERY OTHER EDIT AND     *
      *   WAITS HERE, EXACTLY AS RECEIVED, FOR ITS EFFECTIVE DATE.     *
      *   KEYED ON EFFECTIVE DATE + TRANS-ID + A SEQUENCE (01 UNLESS   *
      *   THE SAME TRANS-ID WAS WAREHOUSED FOR THE SAME DATE BEFORE -  *
      *   TWO PARTIAL REFUNDS OF ONE PAYMENT), SO A SEQUENTIAL PASS    *
      *   MEETS THE ITEMS IN THE ORDER THEY FALL DUE - TRNMERGE        *
      *   RELEASES FROM THE FRONT OF THE FILE UNTIL IT REACHES A DATE  *
      *   STILL TO COME, AND WHSRPT LISTS THEM BY DATE.  WHSMAINT      *
      *   DELETES A ROW WHEN A SUPERVISOR CANCELS THE ITEM.            *
      *---------------------------------------------------------------*
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *   2026-10-15  SJM   SEQUENCE ADDED TO THE KEY                  *
      *---------------------------------------------------------------*
       01  WHS-RECORD.
           05  WHS-KEY.
               10  WHS-EFF-DATE                PIC X(8).
               10  WHS-TRANS-ID                PIC X(10).
               10  WHS-SEQ                     PIC 9(2).
           05  WHS-TRANSACTION-DATA            PIC X(100).
      *    THE OFFICE THAT SENT IT (TRNIN POSITION 78), LIFTED OUT
      *    FOR THE WAREHOUSE REPORT'S OFFICE BREAKOUT.
           05  WHS-SOURCE-FEED                 PIC X(1).
      *    THE RUN THAT WAREHOUSED IT (CCYYMMDD) AND ITS JOB ID.
           05  WHS-HELD-DATE                   PIC X(8).
           05  WHS-HELD-JOB-ID                 PIC X(8).
           05  FILLER                          PIC X(13).
