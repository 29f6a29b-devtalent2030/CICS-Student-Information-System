      ******************************************************************
      *                                                                *
      *    COPY MEMBER.......CSHTRAN                                   *
      *    DESCRIPTION.......DAILY CASH RECEIPTS TRANSACTION RECORD    *
      *                      LAYOUT.  ONE 80-BYTE RECORD PER RECEIPT   *
      *                      TAKEN BY THE CASHIER'S OFFICE             *
      *                      (DDNAME/FILE  CSHTRAN), POSTED TO THE     *
      *                      STUDENT ACCOUNT FILE BY UUPAYF2A -        *
      *                        TYPE 'R'  ONE RECEIPT - A PAYMENT,      *
      *                                  A WAIVER OR A REFUND          *
      *                                  AGAINST ONE STUDENT AND       *
      *                                  TERM.  THE AMOUNT IS          *
      *                                  UNSIGNED - THE RECEIPT        *
      *                                  TYPE DECIDES THE SIGN.        *
      *                        TYPE 'T'  THE CASHIER'S DEPOSIT         *
      *                                  TOTALS, LAST ON THE FILE -    *
      *                                  RECEIPT COUNT AND DOLLARS     *
      *                                  BY RECEIPT TYPE, AS           *
      *                                  BALANCED AT THE WINDOW.       *
      *    ASSOCIATED PGMS...UUPAYF2A                                  *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    10/15/2026  TN        ORIGINAL RECORD LAYOUT                *
      *                                                                *
      ******************************************************************
       01  CASH-RECEIPT-RECORD.
           05  CSH-RECORD-TYPE         PIC X(01).
               88  CSH-TYPE-RECEIPT        VALUE 'R'.
               88  CSH-TYPE-DEPOSIT        VALUE 'T'.
           05  CSH-DETAIL              PIC X(79).
           05  CSH-RECEIPT-DETAIL REDEFINES CSH-DETAIL.
               10  CSH-STUDENT-ID      PIC X(09).
               10  CSH-TERM-CODE       PIC X(06).
               10  CSH-RECEIPT-NO      PIC X(06).
               10  CSH-RECEIPT-TYPE    PIC X(01).
                   88  CSH-PAYMENT         VALUE 'P'.
                   88  CSH-WAIVER          VALUE 'W'.
                   88  CSH-REFUND          VALUE 'D'.
                   88  CSH-RECEIPT-TYPE-VALID
                                           VALUE 'P' 'W' 'D'.
               10  CSH-AMOUNT          PIC 9(07)V99.
               10  CSH-RECEIPT-DATE    PIC 9(08).
               10  CSH-CASHIER-ID      PIC X(08).
               10  FILLER              PIC X(32).
           05  CSH-DEPOSIT-DETAIL REDEFINES CSH-DETAIL.
               10  CSH-DEP-DATE        PIC 9(08).
               10  CSH-DEP-PAY-COUNT   PIC 9(05).
               10  CSH-DEP-PAY-AMOUNT  PIC 9(09)V99.
               10  CSH-DEP-WVR-COUNT   PIC 9(05).
               10  CSH-DEP-WVR-AMOUNT  PIC 9(09)V99.
               10  CSH-DEP-REF-COUNT   PIC 9(05).
               10  CSH-DEP-REF-AMOUNT  PIC 9(09)V99.
               10  FILLER              PIC X(23).
