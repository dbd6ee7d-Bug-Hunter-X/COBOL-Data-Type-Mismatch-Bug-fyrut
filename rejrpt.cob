      * TRNREJ FILE AND THE REJARCH ARCHIVE TRNHKP WRITES AND BREAKS   *
      * THE WHOLE POPULATION DOWN THREE WAYS ON REJANL:                *
      *   - PER REASON CODE (TYP/DAT/AMT/ADJ/DUP/UNM/FUT/NBD/ACT/     *
      *     OVF/CLS/FRZ/CLA/SDP/LVD/XFR, PLUS ANY NEW CODE THAT TURNS  *
      *     UP), COUNT AND DOLLAR TOTAL;                               *
      *   - AGING BUCKETS OFF THE RECYCLE STAMP'S FIRST-REJECT DATE    *
      *     (FALLING BACK TO THE TRANSACTION DATE, AS TRNHKP AGES);    *
      *   - PER SOURCE FEED (THE POSITION-78 STAMP TRNMERGE APPLIES,   *
      *                     ALPHANUMERIC MOVE INTO 9(9)V99 LANDED      *
      *                     THE DIGITS IN THE INTEGER POSITIONS AND    *
      *                     INFLATED EVERY DOLLAR COLUMN X100          *
      *   2026-10-15  SJM   'FRZ' (FROZEN ACCOUNT) AND 'CLA' (CLOSED   *
      *                     ACCOUNT) SEEDED WITH THE KNOWN CODES       *
      *   2026-10-15  SJM   'SDP' (SUSPECTED DUPLICATE PAYMENT HELD)   *
      *                     SEEDED WITH THE KNOWN CODES                *
      *   2026-10-15  SJM   'LVD' (LARGE-VALUE ITEM DECLINED BY A      *
      *                     SUPERVISOR) SEEDED WITH THE KNOWN CODES    *
      *   2026-10-15  SJM   'XFR' (MALFORMED ACCOUNT-TO-ACCOUNT        *
      *                     TRANSFER) SEEDED WITH THE KNOWN CODES      *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJRPT.
       01  WS-RSN-MAX                         PIC 9(3)    COMP
                                                          VALUE 20.
       01  WS-RSN-SEEDED                      PIC 9(3)    COMP
                                                          VALUE 16.
       01  WS-RSN-COUNT                       PIC 9(3)    COMP
                                                          VALUE 16.
       01  WS-RSN-IX                          PIC 9(3)    COMP.
       01  WS-RSN-HIT-IX                      PIC 9(3)    COMP.
       01  WS-RSN-OFFSET                      PIC 9(3)    COMP.
       01  WS-REASON-CODES                    PIC X(48)
               VALUE 'TYPDATAMTADJDUPUNMFUTNBDACTOVFCLSFRZCLASDPLVDXFR'.
       01  WS-REASON-TABLE.
           05  WS-RSN-ENTRY OCCURS 20 TIMES.
               10  WS-RSN-CODE                PIC X(3).
