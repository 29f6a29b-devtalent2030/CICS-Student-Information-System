      *                      TERM CALENDAR MASTER (TRMFIL).  SHOWS AS  *
      *                      A W ON THE TRANSCRIPT AND IS EXCLUDED     *
      *                      FROM GPA MATH LIKE A DROP.                *
      *    10/15/2026  TN        ENR-OVERRIDE-SW CARVED OUT OF THE     *
      *                      TRAILING FILLER - SET WHEN AN             *
      *                      ADMINISTRATOR ENROLLED THE STUDENT PAST A *
      *                      MEETING-TIME CONFLICT ('T'), PAST THE     *
      *                      TERM'S CREDIT-LOAD CEILING ('L') OR BOTH  *
      *                      ('B').  ENR-LAST-CHANGE-OPID ON THE ADDED *
      *                      RECORD IS THE APPROVING OPERATOR.  RECORD *
      *                      LENGTH IS UNCHANGED.                      *
      *                                                                *
      ******************************************************************
       01  ENROLLMENT-RECORD.
           05  ENR-LAST-CHANGE-TIME    PIC 9(06).
           05  ENR-LAST-CHANGE-OPID    PIC X(08).
           05  ENR-SECTION-NO          PIC X(02).
           05  ENR-OVERRIDE-SW         PIC X(01).
               88  ENR-NO-OVERRIDE         VALUE SPACE.
               88  ENR-OVERRIDE-TIME       VALUE 'T'.
               88  ENR-OVERRIDE-LOAD       VALUE 'L'.
               88  ENR-OVERRIDE-BOTH       VALUE 'B'.
               88  ENR-OVERRIDDEN          VALUE 'T' 'L' 'B'.
           05  FILLER                  PIC X(07).
