      ******************************************************************
      *                                                                *
      *    COPY MEMBER.......HLDFIL                                    *
      *    DESCRIPTION.......REGISTRATION HOLD RECORD LAYOUT           *
      *                      FILE IS A VSAM KSDS KEYED ON HLD-KEY      *
      *                      (STUDENT ID + HOLD TYPE) (DDNAME/FILE     *
      *                      HLDFIL).  ONE RECORD PER HOLD AN OFFICE   *
      *                      HAS PLACED ON A STUDENT - A BROWSE FROM   *
      *                      HOLD TYPE LOW-VALUES RETURNS EVERY HOLD   *
      *                      ON FILE FOR THE STUDENT.  A HOLD IS IN    *
      *                      EFFECT FROM ITS EFFECTIVE DATE UNTIL THE  *
      *                      DAY BEFORE ITS RELEASE DATE; A RELEASE    *
      *                      DATE OF ZERO MEANS IT HAS NOT BEEN        *
      *                      RELEASED.  A RECORD IS NEVER DELETED -    *
      *                      A RELEASED HOLD STAYS ON FILE WITH WHO    *
      *                      PLACED IT AND WHO RELEASED IT.            *
      *    ASSOCIATED PGMS...UUHLDF2A, UUENRF2A, UUINQF2A, UUEHIF2A    *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    10/15/2026  TN        ORIGINAL RECORD LAYOUT                *
      *                                                                *
      ******************************************************************
       01  REGISTRATION-HOLD-RECORD.
           05  HLD-KEY.
               10  HLD-STUDENT-ID      PIC X(09).
               10  HLD-HOLD-TYPE       PIC X(02).
                   88  HLD-TYPE-FINANCIAL  VALUE 'FN'.
                   88  HLD-TYPE-TRANSCRIPT VALUE 'TR'.
                   88  HLD-TYPE-CONDUCT    VALUE 'CD'.
                   88  HLD-TYPE-ADVISING   VALUE 'AD'.
                   88  HLD-TYPE-REGISTRAR  VALUE 'RG'.
                   88  HLD-TYPE-VALID      VALUE 'FN' 'TR' 'CD'
                                                 'AD' 'RG'.
           05  HLD-OFFICE              PIC X(08).
           05  HLD-REASON              PIC X(30).
           05  HLD-EFFECTIVE-DATE      PIC 9(08).
           05  HLD-RELEASE-DATE        PIC 9(08).
               88  HLD-NOT-RELEASED        VALUE ZERO.
           05  HLD-PLACED-BY           PIC X(08).
           05  HLD-RELEASED-BY         PIC X(08).
           05  HLD-LAST-CHANGE-DATE    PIC 9(08).
           05  HLD-LAST-CHANGE-TIME    PIC 9(06).
           05  HLD-LAST-CHANGE-OPID    PIC X(08).
           05  FILLER                  PIC X(17).
