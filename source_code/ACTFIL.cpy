      *                      CHARGE AND ITS REVERSAL COEXIST, AND A    *
      *                      RERUN OF THE BILLING JOB FINDS WHAT IT    *
      *                      ALREADY WROTE INSTEAD OF DOUBLING IT.    *
      *                      THE DAILY CASH RECEIPTS POSTING RUN       *
      *                      (UUPAYF2A) ADDS PAYMENTS ('P'), WAIVERS   *
      *                      ('W') AND REFUNDS ('D') - FOR THESE THE   *
      *                      COURSE ID CARRIES THE CASHIER'S RECEIPT   *
      *                      NUMBER, SO SEVERAL RECEIPTS CAN POST TO   *
      *                      ONE TERM.  AMOUNTS ARE SIGNED FROM THE    *
      *                      STUDENT'S SIDE - CHARGES, FEES AND        *
      *                      REFUNDS POSITIVE, REVERSALS, PAYMENTS     *
      *                      AND WAIVERS NEGATIVE - SO THE SUM OF A    *
      *                      STUDENT'S ENTRIES IS THE BALANCE OWED.    *
      *                      ON BILLING ENTRIES ACT-FEE-CODE NAMES THE *
      *                      FEE SCHEDULE RECORD THAT PRICED THEM (THE *
      *                      PROGRAM OF STUDY, OR THE COURSE'S         *
      *                      DEPARTMENT); THE GENERAL LEDGER INTERFACE *
      *                      (UUGLIF2A) SUMMARIZES BY IT.  BLANK ON    *
      *                      RECEIPTS AND ON ENTRIES BILLED BEFORE IT  *
      *                      WAS ADDED.                                *
      *    ASSOCIATED PGMS...UUBILF2A, UUPAYF2A, UUSTAF2A, UUGLIF2A    *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    09/02/2026  TN        ORIGINAL RECORD LAYOUT                *
      *    10/15/2026  TN        PAYMENT, WAIVER AND REFUND ENTRY      *
      *                      TYPES ADDED FOR CASH RECEIPTS POSTING     *
      *    10/15/2026  TN        ACT-FEE-CODE CARVED FROM FILLER FOR   *
      *                      THE GENERAL LEDGER INTERFACE              *
      *                                                                *
      ******************************************************************
       01  STUDENT-ACCOUNT-RECORD.
                   88  ACT-TYPE-CHARGE     VALUE 'C'.
                   88  ACT-TYPE-REVERSAL   VALUE 'R'.
                   88  ACT-TYPE-FIXED-FEE  VALUE 'F'.
                   88  ACT-TYPE-PAYMENT    VALUE 'P'.
                   88  ACT-TYPE-WAIVER     VALUE 'W'.
                   88  ACT-TYPE-REFUND     VALUE 'D'.
                   88  ACT-TYPE-RECEIPT    VALUE 'P' 'W' 'D'.
           05  ACT-CREDIT-HOURS        PIC 9(03).
           05  ACT-RATE                PIC 9(05)V99 COMP-3.
           05  ACT-AMOUNT              PIC S9(09)V99 COMP-3.
           05  ACT-BILL-DATE           PIC 9(08).
           05  ACT-BILL-TIME           PIC 9(06).
           05  ACT-SOURCE              PIC X(08).
           05  ACT-FEE-CODE            PIC X(06).
           05  FILLER                  PIC X(04).
