      *                      AND THE RUNNING ENROLLED COUNT LIVE HERE. *
      *                      CSE-NEXT-WTL-SEQ IS THE NEXT WAITLIST     *
      *                      SEQUENCE NUMBER TO ASSIGN ON WTLFIL FOR   *
      *                      THIS SECTION.  CSE-MEETING-DAYS HOLDS     *
      *                      ONE LETTER PER MEETING DAY (M T W R F S   *
      *                      U, E.G. 'MWF'); CSE-MEETING-TIME IS       *
      *                      'HHMM-HHMM' ON A 24-HOUR CLOCK.  UUENRF2A *
      *                      COMPARES BOTH TO FIND SCHEDULE CONFLICTS; *
      *                      A TIME NOT IN THAT FORM (E.G. 'TBA') IS   *
      *                      NEVER TREATED AS A CONFLICT.              *
      *    ASSOCIATED PGMS...UUCSEF2A, UUENRF2A, UUDRPF2A              *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    09/02/2026  TN        ORIGINAL RECORD LAYOUT                *
      *    10/15/2026  TN        DOCUMENTED THE MEETING DAYS AND       *
      *                      MEETING TIME FORMAT USED BY THE UUENRF2A  *
      *                      SCHEDULE CONFLICT CHECK.  NO LAYOUT       *
      *                      CHANGE.                                   *
      *                                                                *
      ******************************************************************
       01  COURSE-SECTION-RECORD.
