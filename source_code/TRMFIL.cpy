      *                      ENROLLMENT WINDOW HAS NOT OPENED OR HAS   *
      *                      CLOSED; UUDRPF2A USES THE DROP DEADLINE   *
      *                      TO TELL A DROP ('D') FROM A LATE          *
      *                      WITHDRAWAL ('W').  THE TERM'S CREDIT-LOAD *
      *                      CEILINGS - ONE FOR STUDENTS IN GOOD       *
      *                      STANDING, ONE FOR STUDENTS ON PROBATION - *
      *                      ARE ENFORCED BY UUENRF2A; ZERO MEANS NO   *
      *                      CEILING FOR THE TERM.                     *
      *    ASSOCIATED PGMS...UUTRMF2A, UUENRF2A, UUDRPF2A              *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    09/02/2026  TN        ORIGINAL RECORD LAYOUT                *
      *    10/15/2026  TN        TRM-MAX-CREDITS AND TRM-PROBATION-    *
      *                      MAX-CREDITS CARVED OUT OF THE TRAILING    *
      *                      FILLER - THE MOST CREDIT HOURS A STUDENT  *
      *                      MAY CARRY IN THE TERM, AND THE LOWER      *
      *                      CEILING FOR A STUDENT ON PROBATION        *
      *                      (STU-ACAD-STANDING 'P').  MAINTAINED      *
      *                      THROUGH UUTRMF2A.  RECORD LENGTH IS       *
      *                      UNCHANGED.                                *
      *                                                                *
      ******************************************************************
       01  TERM-CALENDAR-RECORD.
           05  TRM-LAST-CHANGE-DATE    PIC 9(08).
           05  TRM-LAST-CHANGE-TIME    PIC 9(06).
           05  TRM-LAST-CHANGE-OPID    PIC X(08).
           05  TRM-MAX-CREDITS         PIC 9(03).
           05  TRM-PROBATION-MAX-CREDITS
                                       PIC 9(03).
           05  FILLER                  PIC X(04).
