      ******************************************************************
      *                                                                *
      *    COPY MEMBER.......PGRFIL                                    *
      *    DESCRIPTION.......PROGRAM REQUIREMENT RECORD LAYOUT         *
      *                      FILE IS A VSAM KSDS KEYED ON PGR-KEY      *
      *                      (PROGRAM OF STUDY + GROUP + COURSE ID)    *
      *                      (DDNAME/FILE  PGRFIL).  PGR-PROGRAM       *
      *                      MATCHES STU-PROGRAM-OF-STUDY, SO A BROWSE *
      *                      FROM PROGRAM + LOW KEY RETURNS EVERY      *
      *                      REQUIREMENT OF THE PROGRAM IN THIS ORDER: *
      *                      PROGRAM TOTAL - GROUP AND COURSE BOTH     *
      *                        BLANK.  PGR-MINIMUM-CREDITS IS THE      *
      *                        EARNED CREDIT TOTAL NEEDED TO GRADUATE  *
      *                        AND PGR-DESCRIPTION NAMES THE PROGRAM.  *
      *                        A PROGRAM WITH NO ACTIVE TOTAL RECORD   *
      *                        IS NOT ON FILE.                         *
      *                      REQUIRED COURSE - GROUP 'RQ' AND A        *
      *                        COURSE ID.  THE COURSE MUST BE          *
      *                        COMPLETED AT PGR-MINIMUM-GRADE OR       *
      *                        BETTER.                                 *
      *                      ELECTIVE GROUP - ANY OTHER GROUP CODE.    *
      *                        THE GROUP HEADER (COURSE ID BLANK)      *
      *                        CARRIES THE MINIMUM CREDITS TO BE       *
      *                        EARNED FROM THE GROUP AND ITS NAME;     *
      *                        EACH MEMBER (COURSE ID KEYED) CARRIES   *
      *                        ITS OWN MINIMUM GRADE.                  *
      *                      LETTER GRADES COLLATE A < B < C < D, SO A *
      *                      COMPLETED ENROLLMENT QUALIFIES WHEN ITS   *
      *                      GRADE IS NOT GREATER THAN THE MINIMUM -   *
      *                      THE SAME RULE AS PRQFIL.  A REQUIREMENT   *
      *                      IS NEVER DELETED - IT IS RETIRED BY       *
      *                      SETTING PGR-STATUS TO 'W', AND A RETIRED  *
      *                      REQUIREMENT IS IGNORED BY THE AUDIT.      *
      *    ASSOCIATED PGMS...UUPGRF2A, UUDAUF2A, UUGRAF2A              *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ----------------------------------------------------------  *
      *    DATE        BY        DESCRIPTION                           *
      *    ----------  --------  ------------------------------------  *
      *    10/15/2026  TN        ORIGINAL RECORD LAYOUT                *
      *                                                                *
      ******************************************************************
       01  PROGRAM-REQUIREMENT-RECORD.
           05  PGR-KEY.
               10  PGR-PROGRAM         PIC X(06).
               10  PGR-GROUP           PIC X(02).
                   88  PGR-PROGRAM-TOTAL   VALUE SPACES.
                   88  PGR-REQUIRED-GROUP  VALUE 'RQ'.
               10  PGR-COURSE-ID       PIC X(06).
                   88  PGR-GROUP-HEADER    VALUE SPACES.
           05  PGR-MINIMUM-GRADE       PIC X(02).
           05  PGR-MINIMUM-CREDITS     PIC 9(03).
           05  PGR-DESCRIPTION         PIC X(20).
           05  PGR-STATUS              PIC X(01).
               88  PGR-STATUS-ACTIVE       VALUE 'A'.
               88  PGR-STATUS-WITHDRAWN    VALUE 'W'.
           05  PGR-LAST-CHANGE-DATE    PIC 9(08).
           05  PGR-LAST-CHANGE-TIME    PIC 9(06).
           05  PGR-LAST-CHANGE-OPID    PIC X(08).
           05  FILLER                  PIC X(08).
