      ******************************************************************
      *                                                                *
      *    COPY MEMBER.......VERSF2A                                   *
      *    DESCRIPTION.......RECORD LAYOUT FOR THE PER-TERM ENROLLMENT *
      *                      STATUS SUBMISSION FILE (ENSNEW) PRODUCED  *
      *                      BY UUVERF2A FOR LENDERS, INSURERS AND THE *
      *                      ENROLLMENT VERIFICATION CLEARINGHOUSE -   *
      *                      FIXED 100-BYTE RECORDS, ONE TERM PER      *
      *                      FILE: A HEADER ('H') CARRYING THE TERM    *
      *                      AND THE CREDIT-HOUR THRESHOLDS USED, ONE  *
      *                      DETAIL ('D') PER STUDENT ENROLLED IN THE  *
      *                      TERM IN STUDENT ID ORDER, AND A TRAILER   *
      *                      ('T') WITH THE RECORD COUNTS AND A COUNT  *
      *                      PER STATUS.  VER-STATUS-DATE IS THE DATE  *
      *                      THE STUDENT'S STATUS WAS FIRST REPORTED   *
      *                      AS IT STANDS.  UUVERF2A READS THE PRIOR   *
      *                      GENERATION BACK BY POSITION TO FIND THE   *
      *                      CHANGES - KEEP THE TWO IN STEP.           *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    10/15/2026  TN        ORIGINAL                              *
      *                                                                *
      ******************************************************************
       01  VER-SUBMISSION-RECORD.
           05  VER-RECORD-TYPE           PIC X(01).
               88  VER-HEADER-RECORD         VALUE 'H'.
               88  VER-DETAIL-RECORD         VALUE 'D'.
               88  VER-TRAILER-RECORD        VALUE 'T'.
           05  VER-DETAIL.
               10  VER-STUDENT-ID        PIC X(09).
               10  VER-LAST-NAME         PIC X(20).
               10  VER-FIRST-NAME        PIC X(15).
               10  VER-MIDDLE-INIT       PIC X(01).
               10  VER-DATE-OF-BIRTH     PIC 9(08).
               10  VER-TERM-CODE         PIC X(06).
               10  VER-STATUS            PIC X(01).
                   88  VER-FULL-TIME         VALUE 'F'.
                   88  VER-THREE-QUARTER     VALUE 'Q'.
                   88  VER-HALF-TIME         VALUE 'H'.
                   88  VER-LESS-THAN-HALF    VALUE 'L'.
                   88  VER-WITHDRAWN         VALUE 'W'.
                   88  VER-GRADUATED         VALUE 'G'.
               10  VER-CREDIT-HOURS      PIC 9(03).
               10  VER-PROGRAM-OF-STUDY  PIC X(06).
               10  VER-STATUS-DATE       PIC 9(08).
               10  VER-TERM-START-DATE   PIC 9(08).
               10  VER-TERM-END-DATE     PIC 9(08).
               10  FILLER                PIC X(06).
           05  VER-HEADER REDEFINES VER-DETAIL.
               10  VER-H-TERM-CODE       PIC X(06).
               10  VER-H-TERM-START-DATE PIC 9(08).
               10  VER-H-TERM-END-DATE   PIC 9(08).
               10  VER-H-RUN-DATE        PIC 9(08).
               10  VER-H-RUN-TIME        PIC 9(06).
               10  VER-H-SOURCE          PIC X(08).
               10  VER-H-FULL-HOURS      PIC 9(03).
               10  VER-H-THREE-QTR-HOURS PIC 9(03).
               10  VER-H-HALF-HOURS      PIC 9(03).
               10  FILLER                PIC X(46).
           05  VER-TRAILER REDEFINES VER-DETAIL.
               10  VER-T-TERM-CODE       PIC X(06).
               10  VER-T-RECORD-COUNT    PIC 9(07).
               10  VER-T-DETAIL-COUNT    PIC 9(07).
               10  VER-T-FULL-COUNT      PIC 9(07).
               10  VER-T-THREE-QTR-COUNT PIC 9(07).
               10  VER-T-HALF-COUNT      PIC 9(07).
               10  VER-T-LESS-HALF-COUNT PIC 9(07).
               10  VER-T-WITHDRAWN-COUNT PIC 9(07).
               10  VER-T-GRADUATED-COUNT PIC 9(07).
               10  VER-T-HOURS-TOTAL     PIC 9(09).
               10  FILLER                PIC X(28).
