      *                      AND REVOKE FLAG BEFORE AND AFTER - THE    *
      *                      SAME WAY STUDENT CHANGES GO TO AUDFIL.    *
      *                      NEVER REWRITTEN OR DELETED.               *
      *                      EVERY SECFIL-GATED PROGRAM ALSO WRITES    *
      *                      ONE WHEN IT REVOKES AN OPERATOR FOR TOO   *
      *                      MANY SECURITY VIOLATIONS IN A DAY         *
      *                      (REASON CODE 'V', CHANGED BY 'VIOLIMIT'). *
      *    ASSOCIATED PGMS...UUSECF2A, UUMENF2A, UUADDF2A, UUUPDF2A,   *
      *                      UUDELF2A, UUENRF2A, UUDRPF2A, UUCRSF2A,   *
      *                      UUCSEF2A, UUTRMF2A, UUHLDF2A, UUPGRF2A    *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    09/02/2026  TN        ORIGINAL RECORD LAYOUT                *
      *    10/15/2026  TN        ADDED SAU-REASON-CODE AND             *
      *                          SAU-VIOLATION-COUNT OUT OF FILLER     *
      *                          SO AN AUTOMATIC REVOKE FOR SECURITY   *
      *                          VIOLATIONS RECORDS WHY IT WAS DONE    *
      *                                                                *
      ******************************************************************
       01  SECURITY-AUDIT-RECORD.
           05  SAU-AFTER-EXPIRY        PIC 9(08).
           05  SAU-BEFORE-REVOKE       PIC X(01).
           05  SAU-AFTER-REVOKE        PIC X(01).
           05  SAU-REASON-CODE         PIC X(01).
               88  SAU-REASON-VIOLATIONS   VALUE 'V'.
           05  SAU-VIOLATION-COUNT     PIC 9(04).
           05  FILLER                  PIC X(05).
