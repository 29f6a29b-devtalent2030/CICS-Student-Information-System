       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUROLF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    TERM SCHEDULE ROLLOVER.  COPIES A PRIOR TERM'S COURSE
      *    SCHEDULE INTO A NEW TERM SO THE SECTIONS DO NOT HAVE TO
      *    BE REKEYED ON UUCSEF2A ONE AT A TIME.  CARDIN CARD 1 IS
      *    THE RUN MODE ('CONFIRM' IN COLUMNS 1-7 WRITES THE NEW
      *    SECTIONS, ANYTHING ELSE IS A PROOF RUN THAT ONLY LISTS
      *    WHAT WOULD BE COPIED).  CARD 2 CARRIES THE SOURCE TERM IN
      *    COLUMNS 1-6, THE TARGET TERM IN COLUMNS 8-13 AND AN
      *    OPTIONAL SEAT CAPACITY CHANGE - '+' OR '-' IN COLUMN 15
      *    AND A WHOLE PERCENTAGE IN COLUMNS 16-18 (BLANK FOR NO
      *    CHANGE).  THE TARGET TERM MUST ALREADY BE ON TRMFIL.
      *    EVERY ACTIVE SECTION OF THE SOURCE TERM IS COPIED WITH
      *    THE SAME COURSE, SECTION NUMBER, INSTRUCTOR, MEETING DAYS
      *    AND TIME, AND THE ADJUSTED SEAT LIMIT; THE COPY STARTS
      *    WITH NOBODY ENROLLED AND A FRESH WAITLIST SEQUENCE, AS
      *    UUCSEF2A ADDS A SECTION.  SECTIONS WHOSE COURSE HAS SINCE
      *    BEEN WITHDRAWN FROM THE CATALOG ARE SKIPPED, AND A
      *    SECTION ALREADY PRESENT IN THE TARGET TERM IS NEVER
      *    OVERWRITTEN - IT IS LISTED AND LEFT AS IT IS, SO THE RUN
      *    MAY BE REPEATED AFTER A PARTIAL SCHEDULE HAS BEEN KEYED.
      *
      *MODIFICATION HISTORY
      *DATE        BY   DESCRIPTION
      *----------  ---  ----------------------------------------------
      *10/15/2026  TN   ORIGINAL PROGRAM.
      *10/15/2026  TN   WS-SEAT-FACTOR WIDENED TO 9(04) - A SEAT
      *                 INCREASE OF 900 PERCENT OR MORE OVERFLOWED THE
      *                 THREE-DIGIT FACTOR AND CUT THE SEATS INSTEAD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN-FILE ASSIGN TO CARDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDIN-STATUS.
      *
           SELECT TRMFIL-FILE ASSIGN TO TRMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRM-TERM-CODE
               FILE STATUS IS WS-TRMFIL-STATUS.
      *
           SELECT CRSFIL-FILE ASSIGN TO CRSFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-COURSE-ID
               FILE STATUS IS WS-CRSFIL-STATUS.
      *
           SELECT CSEFIL-FILE ASSIGN TO CSEFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSE-KEY
               FILE STATUS IS WS-CSEFIL-STATUS.
      *
           SELECT REPROL-FILE ASSIGN TO REPROL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPROL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CARDIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-RECORD                      PIC X(80).
      *
       FD  TRMFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRMFIL.
      *
       FD  CRSFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRSFIL.
      *
       FD  CSEFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSEFIL.
      *
       FD  REPROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CARDIN-STATUS                 PIC X(02) VALUE '00'.
           88  WS-CARDIN-OK                     VALUE '00'.
      *
       01  WS-TRMFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-TRMFIL-OK                     VALUE '00'.
           88  WS-TRMFIL-NOTFND                 VALUE '23'.
      *
       01  WS-CRSFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-CRSFIL-OK                     VALUE '00'.
           88  WS-CRSFIL-NOTFND                 VALUE '23'.
      *
       01  WS-CSEFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-CSEFIL-OK                     VALUE '00'.
           88  WS-CSEFIL-EOF                    VALUE '10'.
           88  WS-CSEFIL-NOTFND                 VALUE '23'.
      *
       01  WS-REPROL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-REPROL-OK                     VALUE '00'.
      *
       01  WS-CONFIRM-SW                    PIC X(01) VALUE 'N'.
           88  WS-CONFIRM-RUN                   VALUE 'Y'.
      *
       01  WS-SOURCE-TERM                   PIC X(06) VALUE SPACES.
       01  WS-TARGET-TERM                   PIC X(06) VALUE SPACES.
       01  WS-SEAT-SIGN                     PIC X(01) VALUE '+'.
           88  WS-SEAT-DECREASE                 VALUE '-'.
       01  WS-SEAT-PCT                      PIC 9(03) VALUE ZERO.
      * 100 PLUS AN INCREASE OF UP TO 999 PERCENT - FOUR DIGITS.
       01  WS-SEAT-FACTOR                   PIC 9(04) VALUE 100.
       01  WS-NEW-SEATS                     PIC 9(05) VALUE ZERO.
       01  WS-BATCH-OPID                    PIC X(08) VALUE 'ROLLOVER'.
      *
      * THE SOURCE SECTION IS HELD HERE WHILE THE TARGET KEY IS
      * PROBED, THEN RESTORED TO REPOSITION THE BROWSE.
       01  WS-HELD-SECTION                  PIC X(91) VALUE SPACES.
      *
       01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(06) VALUE ZERO.
       01  WS-TIME-RAW                      PIC 9(08) VALUE ZERO.
      *
       01  WS-SOURCE-COUNT                  PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-COPIED-COUNT                  PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-EXISTS-COUNT                  PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-WITHDRAWN-COUNT               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NOCOURSE-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-INACTIVE-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(40)
               VALUE 'KC03F2A TERM SCHEDULE ROLLOVER'.
      *
       01  MODE-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(10)
               VALUE 'RUN MODE: '.
           05  ML-MODE                      PIC X(14).
           05  FILLER                       PIC X(08)
               VALUE '  FROM: '.
           05  ML-SOURCE-TERM               PIC X(06).
           05  FILLER                       PIC X(06)
               VALUE '  TO: '.
           05  ML-TARGET-TERM               PIC X(06).
           05  FILLER                       PIC X(16)
               VALUE '  SEAT CHANGE: '.
           05  ML-SEAT-SIGN                 PIC X(01).
           05  ML-SEAT-PCT                  PIC ZZ9.
           05  FILLER                       PIC X(01) VALUE '%'.
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(08)
               VALUE 'COURSE  '.
           05  FILLER                       PIC X(06)
               VALUE 'SECT  '.
           05  FILLER                       PIC X(22)
               VALUE 'INSTRUCTOR            '.
           05  FILLER                       PIC X(09)
               VALUE 'DAYS     '.
           05  FILLER                       PIC X(13)
               VALUE 'TIME         '.
           05  FILLER                       PIC X(10)
               VALUE 'SEATS NEW '.
           05  FILLER                       PIC X(30)
               VALUE 'ACTION'.
      *
       01  DETAIL-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  DL-COURSE-ID                 PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-SECTION-NO                PIC X(02).
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  DL-INSTRUCTOR                PIC X(20).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-DAYS                      PIC X(07).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-TIME                      PIC X(11).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-OLD-SEATS                 PIC ZZ9.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  DL-NEW-SEATS                 PIC ZZ9.
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  DL-ACTION                    PIC X(40).
      *
       01  TOTAL-LINE-1.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  FILLER                       PIC X(30)
               VALUE 'ACTIVE SOURCE SECTIONS READ:  '.
           05  TL1-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  TL2-LABEL                    PIC X(30).
           05  TL2-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-3.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'ALREADY IN TARGET - KEPT:     '.
           05  TL3-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-4.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'COURSE WITHDRAWN - SKIPPED:   '.
           05  TL4-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-5.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'COURSE NOT ON CATALOG:        '.
           05  TL5-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-6.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'CANCELLED SOURCE NOT COPIED:  '.
           05  TL6-COUNT                    PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
           OPEN INPUT  CARDIN-FILE.
      *
           IF NOT WS-CARDIN-OK
               DISPLAY 'UUROLF2A - OPEN CARDIN FAILED - STATUS '
                       WS-CARDIN-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           READ CARDIN-FILE
               AT END
                   DISPLAY 'UUROLF2A - NO MODE CARD - ENDING'
                   GO TO 900-ABEND
           END-READ.
      *
           IF CARD-RECORD(1:7) = 'CONFIRM'
               MOVE 'Y'                      TO WS-CONFIRM-SW
           END-IF.
      *
           READ CARDIN-FILE
               AT END
                   DISPLAY 'UUROLF2A - NO TERM CARD - ENDING'
                   GO TO 900-ABEND
           END-READ.
      *
           MOVE CARD-RECORD(1:6)             TO WS-SOURCE-TERM.
           MOVE CARD-RECORD(8:6)             TO WS-TARGET-TERM.
      *
           IF WS-SOURCE-TERM = SPACES
              OR WS-TARGET-TERM = SPACES
               DISPLAY 'UUROLF2A - SOURCE AND TARGET TERM REQUIRED: '
                       CARD-RECORD(1:18)
               GO TO 900-ABEND
           END-IF.
      *
           IF WS-SOURCE-TERM = WS-TARGET-TERM
               DISPLAY 'UUROLF2A - SOURCE AND TARGET TERM THE SAME: '
                       CARD-RECORD(1:18)
               GO TO 900-ABEND
           END-IF.
      *
           IF CARD-RECORD(15:1) = '-'
               MOVE '-'                      TO WS-SEAT-SIGN
           ELSE
               IF CARD-RECORD(15:1) NOT = '+'
                  AND CARD-RECORD(15:1) NOT = SPACE
                   DISPLAY 'UUROLF2A - BAD SEAT CHANGE SIGN: '
                           CARD-RECORD(1:18)
                   GO TO 900-ABEND
               END-IF
           END-IF.
      *
           IF CARD-RECORD(16:3) NOT = SPACES
               IF CARD-RECORD(16:3) NOT NUMERIC
                   DISPLAY 'UUROLF2A - BAD SEAT CHANGE ON CARD: '
                           CARD-RECORD(1:18)
                   GO TO 900-ABEND
               END-IF
               MOVE CARD-RECORD(16:3)        TO WS-SEAT-PCT
           END-IF.
      *
      * A CUT OF 100 PERCENT OR MORE WOULD LEAVE NO SEATS AT ALL.
           IF WS-SEAT-DECREASE
               IF WS-SEAT-PCT NOT < 100
                   DISPLAY 'UUROLF2A - SEAT CUT MUST BE UNDER 100: '
                           CARD-RECORD(1:18)
                   GO TO 900-ABEND
               END-IF
               SUBTRACT WS-SEAT-PCT FROM 100 GIVING WS-SEAT-FACTOR
           ELSE
               ADD WS-SEAT-PCT 100           GIVING WS-SEAT-FACTOR
           END-IF.
      *
           CLOSE CARDIN-FILE.
      *
           ACCEPT WS-RUN-DATE                FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW                FROM TIME.
           MOVE WS-TIME-RAW(1:6)             TO WS-RUN-TIME.
      *
           OPEN INPUT  TRMFIL-FILE.
      *
           IF NOT WS-TRMFIL-OK
               DISPLAY 'UUROLF2A - OPEN TRMFIL FAILED - STATUS '
                       WS-TRMFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
      * THE NEW TERM MUST BE ON THE CALENDAR BEFORE A WHOLE
      * SCHEDULE IS ROLLED INTO IT - A MISTYPED TERM CODE WOULD
      * OTHERWISE CREATE A SCHEDULE NOBODY CAN ENROLL IN.
           MOVE WS-TARGET-TERM               TO TRM-TERM-CODE.
      *
           READ TRMFIL-FILE.
      *
           IF WS-TRMFIL-NOTFND
               DISPLAY 'UUROLF2A - TARGET TERM NOT ON TRMFIL: '
                       WS-TARGET-TERM
               GO TO 900-ABEND
           END-IF.
      *
           IF NOT WS-TRMFIL-OK
               DISPLAY 'UUROLF2A - READ TRMFIL FAILED - STATUS '
                       WS-TRMFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           CLOSE TRMFIL-FILE.
      *
           OPEN INPUT  CRSFIL-FILE.
      *
           IF NOT WS-CRSFIL-OK
               DISPLAY 'UUROLF2A - OPEN CRSFIL FAILED - STATUS '
                       WS-CRSFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF WS-CONFIRM-RUN
               OPEN I-O    CSEFIL-FILE
           ELSE
               OPEN INPUT  CSEFIL-FILE
           END-IF.
      *
           IF NOT WS-CSEFIL-OK
               DISPLAY 'UUROLF2A - OPEN CSEFIL FAILED - STATUS '
                       WS-CSEFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN OUTPUT REPROL-FILE.
      *
           IF NOT WS-REPROL-OK
               DISPLAY 'UUROLF2A - OPEN REPROL FAILED - STATUS '
                       WS-REPROL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           MOVE HEADING-LINE-1               TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-CONFIRM-RUN
               MOVE 'CONFIRMED     '          TO ML-MODE
           ELSE
               MOVE 'PROOF ONLY    '          TO ML-MODE
           END-IF.
           MOVE WS-SOURCE-TERM               TO ML-SOURCE-TERM.
           MOVE WS-TARGET-TERM               TO ML-TARGET-TERM.
           MOVE WS-SEAT-SIGN                 TO ML-SEAT-SIGN.
           MOVE WS-SEAT-PCT                  TO ML-SEAT-PCT.
           MOVE MODE-LINE                    TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COLUMN-HEADING-LINE          TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 200-READ-SECTION.
      *
       200-READ-SECTION.
      *
           READ CSEFIL-FILE NEXT RECORD
               AT END
                   GO TO 800-EOF
           END-READ.
      *
           IF NOT WS-CSEFIL-OK AND NOT WS-CSEFIL-EOF
               DISPLAY 'UUROLF2A - READ CSEFIL FAILED - STATUS '
                       WS-CSEFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF CSE-TERM-CODE NOT = WS-SOURCE-TERM
               GO TO 200-READ-SECTION
           END-IF.
      *
           IF NOT CSE-STATUS-ACTIVE
               ADD 1                         TO WS-INACTIVE-COUNT
               GO TO 200-READ-SECTION
           END-IF.
      *
           ADD 1                             TO WS-SOURCE-COUNT.
           MOVE COURSE-SECTION-RECORD        TO WS-HELD-SECTION.
      *
      * THE NEW SEAT LIMIT IS ROUNDED TO THE NEAREST SEAT, NEVER
      * BELOW ONE AND NEVER PAST WHAT CSE-MAX-SEATS CAN HOLD.
           COMPUTE WS-NEW-SEATS ROUNDED
               = CSE-MAX-SEATS * WS-SEAT-FACTOR / 100.
      *
           IF WS-NEW-SEATS < 1
               MOVE 1                        TO WS-NEW-SEATS
           END-IF.
      *
           IF WS-NEW-SEATS > 999
               MOVE 999                      TO WS-NEW-SEATS
           END-IF.
      *
           MOVE CSE-COURSE-ID                TO DL-COURSE-ID.
           MOVE CSE-SECTION-NO               TO DL-SECTION-NO.
           MOVE CSE-INSTRUCTOR               TO DL-INSTRUCTOR.
           MOVE CSE-MEETING-DAYS             TO DL-DAYS.
           MOVE CSE-MEETING-TIME             TO DL-TIME.
           MOVE CSE-MAX-SEATS                TO DL-OLD-SEATS.
           MOVE WS-NEW-SEATS                 TO DL-NEW-SEATS.
      *
           MOVE CSE-COURSE-ID                TO CRS-COURSE-ID.
      *
           READ CRSFIL-FILE.
      *
           IF WS-CRSFIL-NOTFND
               ADD 1                         TO WS-NOCOURSE-COUNT
               MOVE 'COURSE NOT ON CATALOG - SKIPPED'
                 TO DL-ACTION
               GO TO 500-PRINT-DETAIL
           END-IF.
      *
           IF NOT WS-CRSFIL-OK
               DISPLAY 'UUROLF2A - READ CRSFIL FAILED - STATUS '
                       WS-CRSFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF CRS-STATUS-WITHDRAWN
               ADD 1                         TO WS-WITHDRAWN-COUNT
               MOVE 'COURSE WITHDRAWN - SKIPPED'
                 TO DL-ACTION
               GO TO 500-PRINT-DETAIL
           END-IF.
      *
           GO TO 300-PROBE-TARGET.
      *
       300-PROBE-TARGET.
      * AN EXISTING TARGET SECTION WINS - IT MAY ALREADY HAVE BEEN
      * CHANGED OR ENROLLED INTO, SO IT IS NEVER OVERWRITTEN.
           MOVE WS-TARGET-TERM               TO CSE-TERM-CODE.
      *
           READ CSEFIL-FILE.
      *
           IF WS-CSEFIL-OK
               ADD 1                         TO WS-EXISTS-COUNT
               MOVE 'ALREADY IN TARGET TERM - NOT COPIED'
                 TO DL-ACTION
               GO TO 500-PRINT-DETAIL
           END-IF.
      *
           IF NOT WS-CSEFIL-NOTFND
               DISPLAY 'UUROLF2A - READ CSEFIL FAILED - STATUS '
                       WS-CSEFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-COPIED-COUNT.
      *
           IF NOT WS-CONFIRM-RUN
               MOVE 'WILL BE COPIED'         TO DL-ACTION
               GO TO 500-PRINT-DETAIL
           END-IF.
      *
           GO TO 400-WRITE-SECTION.
      *
       400-WRITE-SECTION.
      * SAME STARTING STATE UUCSEF2A GIVES A NEW SECTION.
           MOVE WS-HELD-SECTION              TO COURSE-SECTION-RECORD.
           MOVE WS-TARGET-TERM               TO CSE-TERM-CODE.
           MOVE WS-NEW-SEATS                 TO CSE-MAX-SEATS.
           MOVE ZERO                         TO CSE-ENROLLED-COUNT.
           MOVE 'A'                          TO CSE-STATUS.
           MOVE 1                            TO CSE-NEXT-WTL-SEQ.
           MOVE WS-RUN-DATE                  TO CSE-LAST-CHANGE-DATE.
           MOVE WS-RUN-TIME                  TO CSE-LAST-CHANGE-TIME.
           MOVE WS-BATCH-OPID                TO CSE-LAST-CHANGE-OPID.
      *
           WRITE COURSE-SECTION-RECORD.
      *
           IF NOT WS-CSEFIL-OK
               DISPLAY 'UUROLF2A - WRITE CSEFIL FAILED - STATUS '
                       WS-CSEFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           MOVE 'COPIED'                     TO DL-ACTION.
      *
           GO TO 500-PRINT-DETAIL.
      *
       500-PRINT-DETAIL.
      *
           MOVE DETAIL-LINE                  TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
      * THE TARGET PROBE AND WRITE MOVED THE FILE POSITION - PICK
      * THE BROWSE UP AGAIN JUST PAST THE SOURCE SECTION.
           MOVE WS-HELD-SECTION              TO COURSE-SECTION-RECORD.
      *
           START CSEFIL-FILE KEY IS GREATER THAN CSE-KEY
               INVALID KEY
                   GO TO 800-EOF
           END-START.
      *
           GO TO 200-READ-SECTION.
      *
       800-EOF.
      *
           MOVE WS-SOURCE-COUNT              TO TL1-COUNT.
           MOVE TOTAL-LINE-1                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-CONFIRM-RUN
               MOVE 'SECTIONS COPIED:              ' TO TL2-LABEL
           ELSE
               MOVE 'SECTIONS TO BE COPIED:        ' TO TL2-LABEL
           END-IF.
           MOVE WS-COPIED-COUNT              TO TL2-COUNT.
           MOVE TOTAL-LINE-2                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-EXISTS-COUNT              TO TL3-COUNT.
           MOVE TOTAL-LINE-3                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-WITHDRAWN-COUNT           TO TL4-COUNT.
           MOVE TOTAL-LINE-4                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NOCOURSE-COUNT            TO TL5-COUNT.
           MOVE TOTAL-LINE-5                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-INACTIVE-COUNT            TO TL6-COUNT.
           MOVE TOTAL-LINE-6                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           CLOSE CRSFIL-FILE.
           CLOSE CSEFIL-FILE.
           CLOSE REPROL-FILE.
      *
           DISPLAY 'UUROLF2A - SOURCE SECTIONS READ: '
                   WS-SOURCE-COUNT.
           DISPLAY 'UUROLF2A - SECTIONS COPIED:      '
                   WS-COPIED-COUNT.
           DISPLAY 'UUROLF2A - ALREADY IN TARGET:    '
                   WS-EXISTS-COUNT.
      *
           GO TO 999-EXIT.
      *
       900-ABEND.
      *
           MOVE 16                          TO RETURN-CODE.
      *
           GO TO 999-EXIT.
      *
       999-EXIT.
      *
           STOP RUN.
      *
       END PROGRAM UUROLF2A.
