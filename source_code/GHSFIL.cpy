      *                      THAT REPLACED IT, THE RUN DATE OF THE     *
      *                      POSTING BATCH AND WHETHER AN OVERRIDE     *
      *                      CODE FORCED A LATE CORRECTION THROUGH.    *
      *                      NEVER REWRITTEN OR DELETED.  UUINCF2A     *
      *                      ALSO WRITES ONE FOR EVERY INCOMPLETE IT   *
      *                      LAPSES TO F, WITH SOURCE BATCH            *
      *                      'INCLAPSE'.                               *
      *    ASSOCIATED PGMS...UUGPSF2A, UUGHSF2A, UUINCF2A              *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    09/02/2026  TN        ORIGINAL RECORD LAYOUT                *
      *    10/15/2026  TN        UUINCF2A ADDED AS A WRITER - LAPSED   *
      *                      INCOMPLETES CARRY GHS-SOURCE-BATCH        *
      *                      'INCLAPSE' INSTEAD OF A RUN DATE.  NO     *
      *                      LAYOUT CHANGE.                            *
      *                                                                *
      ******************************************************************
       01  GRADE-HISTORY-RECORD.
