      ******************************************************************
      *                                                                *
      *    COPY MEMBER.......CANSF2A                                   *
      *    DESCRIPTION.......RECORD LAYOUT FOR THE SECTION             *
      *                      CANCELLATION EXTRACT FILE (CANEXT)        *
      *                      PRODUCED BY UUCANF2A - ONE RECORD PER     *
      *                      ENROLLMENT DROPPED OR WAITLIST POSITION   *
      *                      PURGED BECAUSE ITS SECTION WAS            *
      *                      CANCELLED - AND CONSUMED, AFTER A SORT    *
      *                      BY STUDENT ID, COURSE AND SECTION, BY     *
      *                      THE STUDENT NOTIFICATION LIST PROGRAM     *
      *                      UUCNLF2A.                                 *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    10/15/2026  TN        ORIGINAL                              *
      *                                                                *
      ******************************************************************
       01  CANCELLATION-EXTRACT-RECORD.
           05  CAN-STUDENT-ID            PIC X(09).
           05  CAN-COURSE-ID             PIC X(06).
           05  CAN-TERM-CODE             PIC X(06).
           05  CAN-SECTION-NO            PIC X(02).
           05  CAN-ACTION                PIC X(01).
               88  CAN-ENROLLMENT-DROPPED    VALUE 'D'.
               88  CAN-WAITLIST-PURGED       VALUE 'W'.
           05  CAN-CREDIT-HOURS          PIC 9(03).
           05  FILLER                    PIC X(53).
