      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    09/02/2026  TN        ORIGINAL RECORD LAYOUT                *
      *    10/15/2026  TN        WTL-OVERRIDE-SW CARVED OUT OF THE     *
      *                      TRAILING FILLER - THE SCHEDULE OVERRIDE   *
      *                      ('T', 'L' OR 'B' AS ON ENR-OVERRIDE-SW)   *
      *                      GRANTED WHEN THE STUDENT WAS WAITLISTED,  *
      *                      CARRIED ONTO THE ENROLLMENT WHEN UUDRPF2A *
      *                      PROMOTES THE STUDENT.  RECORD LENGTH IS   *
      *                      UNCHANGED.                                *
      *                                                                *
      ******************************************************************
       01  WAITLIST-RECORD.
           05  WTL-ADD-DATE            PIC 9(08).
           05  WTL-ADD-TIME            PIC 9(06).
           05  WTL-ADD-OPID            PIC X(08).
           05  WTL-OVERRIDE-SW         PIC X(01).
               88  WTL-NO-OVERRIDE         VALUE SPACE.
               88  WTL-OVERRIDE-TIME       VALUE 'T'.
               88  WTL-OVERRIDE-LOAD       VALUE 'L'.
               88  WTL-OVERRIDE-BOTH       VALUE 'B'.
               88  WTL-OVERRIDDEN          VALUE 'T' 'L' 'B'.
           05  FILLER                  PIC X(09).
