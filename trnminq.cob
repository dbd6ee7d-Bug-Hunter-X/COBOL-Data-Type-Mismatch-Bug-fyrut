      *                PORTION THE ERRONEOUS REVERSAL SUBTRACTED       *
      *                FROM THE TRNACCT BALANCE IS ADDED BACK - SO     *
      *                THE RE-SENT CORRECTED REVERSAL DOES NOT         *
      *                DOUBLE-DEBIT THE SUBLEDGER.  NOT ALLOWED WHEN   *
      *                ACTMAINT HAS FROZEN OR CLOSED THE ACCOUNT;      *
      *   ACTION 'A' - ANNOTATE THE ROW WITH A NOTE THAT GOES TO       *
      *                THE AUDIT TRAIL (THE MASTER ITSELF IS NOT       *
      *                CHANGED).                                       *
      *   2026-09-02  SJM   REVIEW FIX: ANNOTATE NOW REQUIRES THE      *
      *                     SUPERVISOR SIGN-ON LIKE THE CLEAR -        *
      *                     BOTH ARE SUPERVISED MAINTENANCE ACTIONS    *
      *   2026-10-15  SJM   A CLEAR THAT WOULD PUT MONEY BACK ON A     *
      *                     FROZEN OR CLOSED ACCOUNT IS REFUSED, AS    *
      *                     TRNPROC REFUSES TO POST TO ONE             *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMINQ.
      *    THE CLEAR IS REFUSED OUTRIGHT WHEN THE SUBLEDGER ROW
      *    CANNOT BE HELD - A MASTER PUT BACK WITHOUT THE BALANCE
      *    PUT BACK IS EXACTLY THE IMBALANCE THIS PATH EXISTS TO
      *    PREVENT.  IT IS REFUSED TOO WHEN ACTMAINT HAS FROZEN OR
      *    CLOSED THE ACCOUNT: TRNPROC WILL NOT POST TO SUCH AN
      *    ACCOUNT, AND A CLOSED ONE MUST STAY AT ZERO.
       2036-FETCH-ACCOUNT-ROW.
           IF NOT WS-ACCT-AVAILABLE
               MOVE 'TRNACCT UNAVAILABLE - CLEAR REFUSED'
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-TRNACCT-STATUS NOT = '00'
                       MOVE 'ACCOUNT ROW NOT FOUND - CLEAR REFUSED'
                           TO ENT-MESSAGE
                   WHEN ACT-STATUS-CLOSED
                       MOVE 'ACCOUNT IS CLOSED - CLEAR REFUSED'
                           TO ENT-MESSAGE
                   WHEN ACT-STATUS-FROZEN
                       MOVE 'ACCOUNT IS FROZEN - CLEAR REFUSED'
                           TO ENT-MESSAGE
                   WHEN OTHER
                       MOVE 'Y' TO WS-ACCT-OK-SWITCH
               END-EVALUATE
           END-IF.

       2037-RESTORE-ACCOUNT-BALANCE.
