      ******************************************************************
      *                                                                *
      *    COPY MEMBER.......GLJSF2A                                   *
      *    DESCRIPTION.......RECORD LAYOUT FOR THE GENERAL LEDGER      *
      *                      JOURNAL FILE (GLJRNL) PRODUCED BY         *
      *                      UUGLIF2A FOR THE FINANCE OFFICE - FIXED   *
      *                      100-BYTE RECORDS, ONE BATCH PER FILE:     *
      *                      A HEADER ('H'), TWO DETAIL LINES ('D')    *
      *                      PER SUMMARIZED ENTRY TYPE AND FEE CODE -  *
      *                      ONE DEBIT, ONE CREDIT FOR THE SAME        *
      *                      AMOUNT - AND A TRAILER ('T') CARRYING     *
      *                      THE RECORD COUNTS AND HASH TOTALS.        *
      *                      AMOUNTS ARE UNSIGNED; GLJ-DEBIT-CREDIT    *
      *                      SAYS WHICH SIDE THE LINE POSTS TO.  THE   *
      *                      BATCH NUMBER RISES BY ONE EVERY RUN SO    *
      *                      FINANCE CAN SEE A BATCH GO MISSING.       *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    10/15/2026  TN        ORIGINAL                              *
      *                                                                *
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE           PIC X(01).
               88  GLJ-HEADER-RECORD         VALUE 'H'.
               88  GLJ-DETAIL-RECORD         VALUE 'D'.
               88  GLJ-TRAILER-RECORD        VALUE 'T'.
           05  GLJ-DETAIL.
               10  GLJ-BATCH-NO          PIC 9(05).
               10  GLJ-LINE-NO           PIC 9(05).
               10  GLJ-ACCOUNT           PIC 9(10).
               10  GLJ-DEBIT-CREDIT      PIC X(01).
                   88  GLJ-DEBIT             VALUE 'D'.
                   88  GLJ-CREDIT            VALUE 'C'.
               10  GLJ-AMOUNT            PIC 9(11)V99.
               10  GLJ-ENTRY-TYPE        PIC X(01).
               10  GLJ-FEE-CODE          PIC X(06).
               10  GLJ-ENTRY-COUNT       PIC 9(07).
               10  GLJ-DESCRIPTION       PIC X(30).
               10  GLJ-POSTING-DATE      PIC 9(08).
               10  FILLER                PIC X(13).
           05  GLJ-HEADER REDEFINES GLJ-DETAIL.
               10  GLJ-H-BATCH-NO        PIC 9(05).
               10  GLJ-H-SOURCE          PIC X(08).
               10  GLJ-H-RUN-DATE        PIC 9(08).
               10  GLJ-H-RUN-TIME        PIC 9(06).
               10  GLJ-H-FROM-STAMP      PIC 9(14).
               10  GLJ-H-THRU-STAMP      PIC 9(14).
               10  FILLER                PIC X(44).
           05  GLJ-TRAILER REDEFINES GLJ-DETAIL.
               10  GLJ-T-BATCH-NO        PIC 9(05).
               10  GLJ-T-RECORD-COUNT    PIC 9(07).
               10  GLJ-T-DETAIL-COUNT    PIC 9(07).
               10  GLJ-T-DEBIT-TOTAL     PIC 9(11)V99.
               10  GLJ-T-CREDIT-TOTAL    PIC 9(11)V99.
               10  GLJ-T-ACCOUNT-HASH    PIC 9(15).
               10  FILLER                PIC X(39).
