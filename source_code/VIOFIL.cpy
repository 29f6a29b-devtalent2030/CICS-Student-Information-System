      ******************************************************************
      *                                                                *
      *    COPY MEMBER.......VIOFIL                                    *
      *    DESCRIPTION.......SECURITY VIOLATION FILE RECORD LAYOUT     *
      *                      FILE IS A VSAM KSDS KEYED ON VIO-KEY      *
      *                      (OPERATOR ID REFUSED + ABSOLUTE           *
      *                      TIMESTAMP OF THE REFUSAL)                 *
      *                      (DDNAME/FILE  VIOFIL).  ONE RECORD IS     *
      *                      WRITTEN EVERY TIME A SECFIL-GATED         *
      *                      PROGRAM TURNS AN OPERATOR AWAY - WHO,     *
      *                      FROM WHICH TERMINAL, WHICH PROGRAM AND    *
      *                      MENU CHOICE, AND WHY.  AFTER EACH         *
      *                      WRITE THE PROGRAM COUNTS THE OPERATOR'S   *
      *                      RECORDS SINCE MIDNIGHT AND REVOKES THE    *
      *                      OPERATOR ON SECFIL (AUDITED ON SECAUD)    *
      *                      ONCE THE COUNT PASSES THE DAILY LIMIT.    *
      *                      THE LIMIT IS HELD ON A CONTROL RECORD     *
      *                      KEYED ON LOW-VALUES (VIO-CONTROL), SET    *
      *                      BY UUVIOF2A - NO CONTROL RECORD, OR A     *
      *                      LIMIT OF ZERO, MEANS NO AUTOMATIC         *
      *                      REVOKE.  UUVIOF2A REPORTS THE DAY'S       *
      *                      VIOLATIONS NIGHTLY.  A VIOLATION RECORD   *
      *                      IS NEVER REWRITTEN.                       *
      *    ASSOCIATED PGMS...UUMENF2A, UUADDF2A, UUUPDF2A, UUDELF2A,   *
      *                      UUENRF2A, UUDRPF2A, UUCRSF2A, UUCSEF2A,   *
      *                      UUTRMF2A, UUSECF2A, UUHLDF2A, UUPGRF2A,   *
      *                      UUVIOF2A                                  *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    10/15/2026  TN        ORIGINAL RECORD LAYOUT                *
      *    10/15/2026  TN        DATA PART SPLIT INTO VIO-DETAIL AND   *
      *                          THE VIO-CONTROL REDEFINITION FOR THE  *
      *                          DAILY LIMIT CONTROL RECORD            *
      *                                                                *
      ******************************************************************
       01  VIOLATION-RECORD.
           05  VIO-KEY.
               10  VIO-OPERATOR-ID     PIC X(08).
               10  VIO-TIMESTAMP       PIC S9(15) COMP-3.
           05  VIO-DETAIL.
               10  VIO-TERMINAL-ID     PIC X(04).
               10  VIO-PROGRAM         PIC X(08).
               10  VIO-TRANSID         PIC X(04).
               10  VIO-MENU-CHOICE     PIC X(02).
               10  VIO-REASON          PIC X(01).
                   88  VIO-REASON-UNKNOWN      VALUE 'U'.
                   88  VIO-REASON-INACTIVE     VALUE 'I'.
                   88  VIO-REASON-ROLE         VALUE 'R'.
               10  VIO-DATE            PIC 9(08).
               10  VIO-TIME            PIC 9(06).
               10  FILLER              PIC X(10).
      *
      * CONTROL RECORD - VIO-KEY IS ALL LOW-VALUES.
           05  VIO-CONTROL REDEFINES VIO-DETAIL.
               10  VIO-CTL-DAILY-LIMIT PIC 9(03).
               10  VIO-CTL-CHANGE-DATE PIC 9(08).
               10  VIO-CTL-CHANGE-TIME PIC 9(06).
               10  FILLER              PIC X(26).
