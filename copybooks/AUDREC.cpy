      *                     GROWN 70 TO 74; AUDLOG AND AUDARCH WERE    *
      *                     REFORMATTED TO THE NEW LENGTH WHEN THIS    *
      *                     WENT IN                                    *
      *   2026-10-15  SJM   A TRNPROC RUN RECORD CARRIES THE SYSTEM    *
      *                     FEED IDS FROM MANIFEST BYTES 5-8 ('W'      *
      *                     WAREHOUSE RELEASE) IN DETAIL BYTES 1-4     *
      *---------------------------------------------------------------*
       01  AUDIT-RECORD.
           05  AUD-RUN-DATE                    PIC X(10).
