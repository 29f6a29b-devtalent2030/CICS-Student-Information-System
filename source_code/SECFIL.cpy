      *                      (DDNAME/FILE  SECFIL)                     *
      *    ASSOCIATED PGMS...UUMENF2A, UUADDF2A, UUUPDF2A, UUDELF2A,   *
      *                      UUENRF2A, UUDRPF2A, UUCRSF2A, UUCSEF2A,   *
      *                      UUTRMF2A, UUSECF2A, UUHLDF2A, UUPGRF2A,   *
      *                      UUVIOF2A                                  *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *                      CONCURRENCY CHECK.  RECORD LENGTH GROWS   *
      *                      FROM 39 TO 78 - SEE THE REWORKED DEFSEC   *
      *                      JOB.                                      *
      *    10/15/2026  TN        UUHLDF2A (REGISTRATION HOLDS) ADDED   *
      *                      TO THE PROGRAMS THAT GATE ON THIS FILE.   *
      *    10/15/2026  TN        EVERY PROGRAM THAT GATES ON THIS      *
      *                      FILE SETS SEC-REVOKE-SW ON AN OPERATOR    *
      *                      THE MOMENT THEY PASS THE DAILY SECURITY   *
      *                      VIOLATION LIMIT (SEE VIOFIL).  UUVIOF2A   *
      *                      READS THE FILE FOR ITS NIGHTLY REPORT.    *
      *                                                                *
      ******************************************************************
       01  SECURITY-RECORD.
