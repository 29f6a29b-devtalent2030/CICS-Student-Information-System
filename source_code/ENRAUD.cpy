      ******************************************************************
      *                                                                *
      *    COPY MEMBER.......ENRAUD                                    *
      *    DESCRIPTION.......ENROLLMENT AUDIT TRAIL RECORD LAYOUT      *
      *                      FILE IS A VSAM KSDS KEYED ON EAU-KEY      *
      *                      (STUDENT ID + ABSOLUTE TIMESTAMP OF THE   *
      *                      ACTION) (DDNAME/FILE  ENRAUD).  ONE       *
      *                      RECORD IS WRITTEN FOR EVERY ENROLLMENT    *
      *                      OR WAITLIST POSITION CHANGED BY A BATCH   *
      *                      CASCADE - WHICH SECTION, WHAT THE         *
      *                      ENROLLMENT STATUS WAS BEFORE AND AFTER,   *
      *                      AND WHICH RUN DID IT - THE SAME WAY       *
      *                      STUDENT CHANGES GO TO AUDFIL.  NEVER      *
      *                      REWRITTEN OR DELETED.                     *
      *                        ACTION 'D'  AN ACTIVE ENROLLMENT        *
      *                                    DROPPED BECAUSE ITS         *
      *                                    SECTION WAS CANCELLED.      *
      *                        ACTION 'P'  A WAITLIST POSITION ON A    *
      *                                    CANCELLED SECTION PURGED    *
      *                                    (EAU-WTL-SEQUENCE-NO IS     *
      *                                    THE POSITION REMOVED).      *
      *    ASSOCIATED PGMS...UUCANF2A                                  *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    10/15/2026  TN        ORIGINAL RECORD LAYOUT                *
      *                                                                *
      ******************************************************************
       01  ENROLLMENT-AUDIT-RECORD.
           05  EAU-KEY.
               10  EAU-STUDENT-ID      PIC X(09).
               10  EAU-TIMESTAMP       PIC S9(15) COMP-3.
           05  EAU-ACTION              PIC X(01).
               88  EAU-ACTION-DROP         VALUE 'D'.
               88  EAU-ACTION-PURGE        VALUE 'P'.
           05  EAU-ACTION-DATE         PIC 9(08).
           05  EAU-ACTION-TIME         PIC 9(06).
           05  EAU-OPERATOR-ID         PIC X(08).
           05  EAU-COURSE-ID           PIC X(06).
           05  EAU-TERM-CODE           PIC X(06).
           05  EAU-SECTION-NO          PIC X(02).
           05  EAU-BEFORE-STATUS       PIC X(01).
           05  EAU-AFTER-STATUS        PIC X(01).
           05  EAU-WTL-SEQUENCE-NO     PIC 9(05).
           05  EAU-CREDIT-HOURS        PIC 9(03).
           05  EAU-SOURCE-PGM          PIC X(08).
           05  FILLER                  PIC X(10).
