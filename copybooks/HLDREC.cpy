      *---------------------------------------------------------------*
      * HLDREC - SHARED TRNHOLD LARGE-VALUE APPROVAL QUEUE LAYOUT      *
      *---------------------------------------------------------------*
      *   ONE ROW PER PAYMENT, REVERSAL OR ADJUSTMENT TRNPROC HELD     *
      *   BACK BECAUSE ITS AMOUNT WAS OVER THE PARMIN THRESHOLD FOR    *
      *   ITS TYPE.  THE ITEM PASSED EVERY OTHER EDIT AND WAITS HERE,  *
      *   EXACTLY AS RECEIVED, FOR A SUPERVISOR TO APPROVE OR DECLINE  *
      *   IT ON HLDMAINT.  KEYED ON THE HOLDING RUN'S DATE, THE        *
      *   TRANS-ID AND A SEQUENCE (01 UNLESS THE SAME TRANS-ID WAS     *
      *   HELD MORE THAN ONCE THAT NIGHT - TWO PARTIAL REFUNDS OF ONE  *
      *   PAYMENT), SO HLDRPT LISTS THE QUEUE OLDEST FIRST.  TRNMERGE  *
      *   RELEASES DECIDED ROWS AS SYSTEM FEED 'H' AND DELETES THEM;   *
      *   A PENDING ROW STAYS UNTIL SOMEBODY DECIDES IT.               *
      *---------------------------------------------------------------*
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *---------------------------------------------------------------*
       01  HLD-RECORD.
           05  HLD-KEY.
               10  HLD-HELD-DATE               PIC X(8).
               10  HLD-TRANS-ID                PIC X(10).
               10  HLD-SEQ                     PIC 9(2).
           05  HLD-TRANSACTION-DATA            PIC X(100).
      *    THE OFFICE THAT SENT IT (TRNIN POSITION 78) AND THE JOB
      *    ID OF THE RUN THAT HELD IT.
           05  HLD-SOURCE-FEED                 PIC X(1).
           05  HLD-HELD-JOB-ID                 PIC X(8).
      *    THE THRESHOLD IN FORCE FOR THE ITEM'S TYPE THAT NIGHT.
           05  HLD-THRESHOLD                   PIC 9(9)V99.
      *    SPACE WHILE THE ITEM WAITS; 'A' APPROVED TO POST, 'D'
      *    DECLINED TO TRNREJ.  A DECISION IS FINAL.
           05  HLD-DECISION                    PIC X(1).
               88  HLD-PENDING                         VALUE SPACE.
               88  HLD-APPROVED                        VALUE 'A'.
               88  HLD-DECLINED                        VALUE 'D'.
      *    THE SUPERVISOR WHO DECIDED, WHEN (CCYYMMDD, HHMMSS) AND
      *    THE NOTE KEYED WITH A DECLINE.
           05  HLD-SUPERVISOR                  PIC X(8).
           05  HLD-DECISION-STAMP.
               10  HLD-DECISION-DATE           PIC X(8).
               10  HLD-DECISION-TIME           PIC X(6).
           05  HLD-NOTE                        PIC X(20).
           05  FILLER                          PIC X(17).
