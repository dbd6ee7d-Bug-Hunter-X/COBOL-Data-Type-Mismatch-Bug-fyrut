      *---------------------------------------------------------------*
      * PAYXREC - SHARED TRNPAYX PAYMENT MATCH INDEX RECORD LAYOUT     *
      *---------------------------------------------------------------*
      *   ONE ROW PER POSTED PAYMENT THAT CARRIES AN ACCOUNT NUMBER,   *
      *   KEYED ON ACCOUNT + AMOUNT + TRANSACTION DATE + TRANS-ID SO   *
      *   TRNPROC CAN START AT THE FRONT OF A DATE WINDOW AND READ     *
      *   FORWARD THROUGH EVERY EARLIER PAYMENT OF THE SAME AMOUNT TO  *
      *   THE SAME ACCOUNT - THE SUSPECTED-DUPLICATE CHECK.  TRNMSTR   *
      *   ITSELF IS KEYED ON TRANS-ID ONLY AND CANNOT ANSWER THAT      *
      *   QUESTION.  TRNPROC ADDS A ROW AS EACH PAYMENT POSTS; THE     *
      *   ONE-SHOT PAYXLOAD STEP BUILT THE ROWS FOR THE HISTORY        *
      *   ALREADY ON THE MASTER.  THE INDEX IS A FINDING AID ONLY -    *
      *   THE MASTER ROW IT POINTS AT IS ALWAYS READ BACK BEFORE A     *
      *   MATCH COUNTS.                                                *
      *---------------------------------------------------------------*
      *   DATE       BY    DESCRIPTION                                *
      *   2026-10-15  SJM   INITIAL VERSION                            *
      *---------------------------------------------------------------*
       01  PAYX-RECORD.
           05  PAYX-KEY.
               10  PAYX-ACCOUNT-NO             PIC X(8).
               10  PAYX-AMOUNT                 PIC 9(9)V99.
               10  PAYX-TRANS-DATE             PIC X(8).
               10  PAYX-TRANS-ID               PIC X(10).
      *    THE MASTER'S POSTED DATE (MM/DD/CCYY) AND THE JOB THAT
      *    POSTED IT, FOR THE SUSPECT REPORT'S ORIGINAL COLUMNS.
           05  PAYX-POSTED-DATE                PIC X(10).
           05  PAYX-JOB-ID                     PIC X(8).
           05  FILLER                          PIC X(5).
