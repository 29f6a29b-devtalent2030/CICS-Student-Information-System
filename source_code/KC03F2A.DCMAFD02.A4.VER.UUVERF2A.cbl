       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUVERF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    PER-TERM ENROLLMENT STATUS SUBMISSION.  ANSWERS "WAS THE
      *    STUDENT FULL-TIME THIS TERM" FOR LENDERS, INSURERS AND THE
      *    ENROLLMENT VERIFICATION CLEARINGHOUSE.  CARDIN CARD 1 IS
      *    THE TERM (COLUMNS 1-6, MUST BE ON THE TERM CALENDAR); CARD
      *    2 IS THE CREDIT-HOUR THRESHOLDS - FULL-TIME IN COLUMNS 1-3,
      *    THREE-QUARTER TIME IN 5-7, HALF-TIME IN 9-11, EACH LOWER
      *    THAN THE ONE BEFORE.  THE STUDENT MASTER IS READ IN STUDENT
      *    ID ORDER AND MATCHED AGAINST ENRFIL (SAME KEY ORDER).
      *    EVERY STUDENT WITH AT LEAST ONE ENROLLMENT IN THE TERM IS
      *    REPORTED, WITH A STATUS FROM THE TERM'S ACTIVE AND
      *    COMPLETED CREDIT HOURS:
      *      G  GRADUATED       - STU-STATUS 'G', WHATEVER THE HOURS
      *      W  WITHDRAWN       - EVERY TERM ENROLLMENT DROPPED OR
      *                           WITHDRAWN (NO HOURS LEFT)
      *      F  FULL-TIME       - HOURS AT OR ABOVE THE FULL-TIME CARD
      *      Q  THREE-QUARTER   - AT OR ABOVE THREE-QUARTER
      *      H  HALF-TIME       - AT OR ABOVE HALF
      *      L  LESS THAN HALF  - ANY HOURS BELOW HALF
      *    THE SUBMISSION (VERSF2A) GOES TO A NEW ENSNEW GENERATION
      *    WITH A HEADER AND A TRAILER.  THE PREVIOUS GENERATION IS
      *    READ BACK ON ENSPRV AND, WHEN IT WAS FOR THE SAME TERM,
      *    MATCHED STUDENT BY STUDENT - THE REPVER CHANGE REPORT
      *    LISTS EVERY STUDENT WHOSE STATUS MOVED, WHO IS REPORTED
      *    FOR THE FIRST TIME, OR WHO HAS DROPPED OFF THE FILE, AS
      *    THE CLEARINGHOUSE REQUIRES.  A STATUS THAT HAS NOT MOVED
      *    KEEPS THE STATUS DATE IT WAS FIRST REPORTED WITH.  THE
      *    FIRST SUBMISSION FOR A TERM HAS NOTHING TO COMPARE WITH
      *    AND LISTS NO CHANGES.  READ-ONLY AGAINST THE MASTER FILES.
      *
      *MODIFICATION HISTORY
      *DATE        BY   DESCRIPTION
      *----------  ---  ----------------------------------------------
      *10/15/2026  TN   ORIGINAL PROGRAM.
      *10/15/2026  TN   160-READ-PRIOR NOW ENDS THE RUN WHEN THE
      *                 PREVIOUS SUBMISSION RUNS OUT BEFORE ITS
      *                 TRAILER OR ITS TRAILER DETAIL COUNT DISAGREES,
      *                 RATHER THAN COMPARING AGAINST A CUT-SHORT FILE.
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
           SELECT STUMAS-FILE ASSIGN TO STUMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-STUDENT-ID
               FILE STATUS IS WS-STUMAS-STATUS.
      *
           SELECT ENRFIL-FILE ASSIGN TO ENRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENRFIL-STATUS.
      *
           SELECT ENSPRV-FILE ASSIGN TO ENSPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENSPRV-STATUS.
      *
           SELECT ENSNEW-FILE ASSIGN TO ENSNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENSNEW-STATUS.
      *
           SELECT REPVER-FILE ASSIGN TO REPVER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPVER-STATUS.
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
       FD  STUMAS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAS.
      *
       FD  ENRFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ENRFIL.
      *
      * THE PREVIOUS SUBMISSION, READ BY POSITION - ONLY THE FIELDS
      * THE COMPARISON NEEDS ARE NAMED.  POSITIONS AS COPY MEMBER
      * VERSF2A.
       FD  ENSPRV-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRIOR-RECORD.
           05  PRV-RECORD-TYPE              PIC X(01).
               88  PRV-HEADER-RECORD            VALUE 'H'.
               88  PRV-DETAIL-RECORD            VALUE 'D'.
               88  PRV-TRAILER-RECORD           VALUE 'T'.
           05  PRV-STUDENT-ID               PIC X(09).
           05  PRV-LAST-NAME                PIC X(20).
           05  PRV-FIRST-NAME               PIC X(15).
           05  FILLER                       PIC X(15).
           05  PRV-STATUS                   PIC X(01).
           05  PRV-CREDIT-HOURS             PIC 9(03).
           05  FILLER                       PIC X(06).
           05  PRV-STATUS-DATE              PIC 9(08).
           05  FILLER                       PIC X(22).
       01  PRIOR-HEADER-RECORD.
           05  FILLER                       PIC X(01).
           05  PRV-H-TERM-CODE              PIC X(06).
           05  PRV-H-TERM-START-DATE        PIC 9(08).
           05  PRV-H-TERM-END-DATE          PIC 9(08).
           05  PRV-H-RUN-DATE               PIC 9(08).
           05  FILLER                       PIC X(69).
       01  PRIOR-TRAILER-RECORD.
           05  FILLER                       PIC X(01).
           05  PRV-T-TERM-CODE              PIC X(06).
           05  PRV-T-RECORD-COUNT           PIC 9(07).
           05  PRV-T-DETAIL-COUNT           PIC 9(07).
           05  FILLER                       PIC X(79).
      *
       FD  ENSNEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY VERSF2A.
      *
       FD  REPVER-FILE
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
       01  WS-STUMAS-STATUS                 PIC X(02) VALUE '00'.
           88  WS-STUMAS-OK                     VALUE '00'.
      *
       01  WS-ENRFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-ENRFIL-OK                     VALUE '00'.
      *
       01  WS-ENSPRV-STATUS                 PIC X(02) VALUE '00'.
           88  WS-ENSPRV-OK                     VALUE '00'.
      *
       01  WS-ENSNEW-STATUS                 PIC X(02) VALUE '00'.
           88  WS-ENSNEW-OK                     VALUE '00'.
      *
       01  WS-REPVER-STATUS                 PIC X(02) VALUE '00'.
           88  WS-REPVER-OK                     VALUE '00'.
      *
       01  WS-TARGET-TERM                   PIC X(06) VALUE SPACES.
       01  WS-TERM-START-DATE               PIC 9(08) VALUE ZERO.
       01  WS-TERM-END-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(06) VALUE ZERO.
       01  WS-TIME-RAW                      PIC 9(08) VALUE ZERO.
      *
      * CREDIT-HOUR THRESHOLDS FROM CARDIN CARD 2.
       01  WS-FULL-HOURS                    PIC 9(03) VALUE ZERO.
       01  WS-THREE-QTR-HOURS               PIC 9(03) VALUE ZERO.
       01  WS-HALF-HOURS                    PIC 9(03) VALUE ZERO.
      *
      * STUDENT ID OF THE ENROLLMENT WAITING IN THE ENRFIL RECORD
      * AREA - HIGH-VALUES ONCE ENRFIL IS EXHAUSTED.
       01  WS-ENR-HOLD-ID                   PIC X(09) VALUE LOW-VALUES.
      *
      * STUDENT ID OF THE PREVIOUS SUBMISSION DETAIL WAITING IN THE
      * ENSPRV RECORD AREA - HIGH-VALUES AT ITS TRAILER, AND FROM
      * THE START WHEN THERE IS NOTHING TO COMPARE WITH.
       01  WS-PRV-HOLD-ID                   PIC X(09) VALUE LOW-VALUES.
      *
       01  WS-COMPARE-SW                    PIC X(01) VALUE 'N'.
           88  WS-COMPARE                       VALUE 'Y'.
       01  WS-PRIOR-RUN-DATE                PIC 9(08) VALUE ZERO.
       01  WS-PRV-DETAIL-COUNT              PIC 9(07) VALUE ZERO.
      *
       01  WS-TERM-ENROLLMENTS              PIC 9(05) VALUE ZERO.
       01  WS-TERM-HOURS                    PIC 9(05) VALUE ZERO.
       01  WS-NEW-STATUS                    PIC X(01) VALUE SPACE.
       01  WS-STATUS-DATE                   PIC 9(08) VALUE ZERO.
      *
       01  WS-DESC-CODE                     PIC X(01) VALUE SPACE.
       01  WS-DESC-TEXT                     PIC X(15) VALUE SPACES.
      *
       01  WS-REPORTED-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-FULL-COUNT                    PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-THREE-QTR-COUNT               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-HALF-COUNT                    PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-LESS-HALF-COUNT               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-WITHDRAWN-COUNT               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-GRADUATED-COUNT               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CHANGED-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-ADDED-COUNT                   PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-GONE-COUNT                    PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NOMASTER-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-RECORD-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-HOURS-TOTAL                   PIC 9(09) VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(40)
               VALUE 'KC03F2A ENROLLMENT STATUS CHANGES'.
           05  FILLER                       PIC X(06) VALUE 'TERM: '.
           05  HL1-TERM                     PIC X(06).
      *
       01  HEADING-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  HL2-TEXT                     PIC X(50).
           05  HL2-DATE                     PIC X(08).
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  FILLER                       PIC X(11)
               VALUE 'STUDENT ID '.
           05  FILLER                       PIC X(37)
               VALUE 'NAME'.
           05  FILLER                       PIC X(17)
               VALUE 'PREVIOUS STATUS'.
           05  FILLER                       PIC X(17)
               VALUE 'NEW STATUS'.
           05  FILLER                       PIC X(07)
               VALUE 'HOURS  '.
           05  FILLER                       PIC X(20)
               VALUE 'CHANGE'.
      *
       01  CHANGE-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  CL-STUDENT-ID                PIC X(09).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  CL-LAST-NAME                 PIC X(20).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  CL-FIRST-NAME                PIC X(15).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  CL-OLD-STATUS                PIC X(15).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  CL-NEW-STATUS                PIC X(15).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  CL-HOURS                     PIC ZZ9.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  CL-CHANGE                    PIC X(20).
      *
       01  TOTAL-LINE-1.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  FILLER                       PIC X(30)
               VALUE 'STUDENTS REPORTED:            '.
           05  TL1-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE '  FULL-TIME:                  '.
           05  TL2-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-3.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE '  THREE-QUARTER TIME:         '.
           05  TL3-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-4.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE '  HALF-TIME:                  '.
           05  TL4-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-5.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE '  LESS THAN HALF-TIME:        '.
           05  TL5-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-6.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE '  WITHDRAWN:                  '.
           05  TL6-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-7.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE '  GRADUATED:                  '.
           05  TL7-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-8.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  FILLER                       PIC X(30)
               VALUE 'STATUS CHANGED:               '.
           05  TL8-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-9.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'NEWLY REPORTED:               '.
           05  TL9-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-10.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'NO LONGER REPORTED:           '.
           05  TL10-COUNT                   PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-11.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'ENROLLMENTS NOT ON MASTER:    '.
           05  TL11-COUNT                   PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-12.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'SUBMISSION RECORDS WRITTEN:   '.
           05  TL12-COUNT                   PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
           OPEN INPUT  CARDIN-FILE.
      *
           IF NOT WS-CARDIN-OK
               DISPLAY 'UUVERF2A - OPEN CARDIN FAILED - STATUS '
                       WS-CARDIN-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           READ CARDIN-FILE
               AT END
                   DISPLAY 'UUVERF2A - NO TERM CARD - ENDING'
                   GO TO 900-ABEND
           END-READ.
      *
           MOVE CARD-RECORD(1:6)             TO WS-TARGET-TERM.
      *
           IF WS-TARGET-TERM = SPACES
               DISPLAY 'UUVERF2A - BLANK TERM CARD - ENDING'
               GO TO 900-ABEND
           END-IF.
      *
           READ CARDIN-FILE
               AT END
                   DISPLAY 'UUVERF2A - NO THRESHOLD CARD - ENDING'
                   GO TO 900-ABEND
           END-READ.
      *
           IF CARD-RECORD(1:3) NOT NUMERIC
              OR CARD-RECORD(5:3) NOT NUMERIC
              OR CARD-RECORD(9:3) NOT NUMERIC
               DISPLAY 'UUVERF2A - BAD THRESHOLD CARD: '
                       CARD-RECORD(1:20)
               GO TO 900-ABEND
           END-IF.
      *
           MOVE CARD-RECORD(1:3)             TO WS-FULL-HOURS.
           MOVE CARD-RECORD(5:3)             TO WS-THREE-QTR-HOURS.
           MOVE CARD-RECORD(9:3)             TO WS-HALF-HOURS.
      *
           IF WS-HALF-HOURS = ZERO
              OR WS-THREE-QTR-HOURS NOT > WS-HALF-HOURS
              OR WS-FULL-HOURS NOT > WS-THREE-QTR-HOURS
               DISPLAY 'UUVERF2A - THRESHOLDS MUST DESCEND AND BE '
                       'ABOVE ZERO: ' CARD-RECORD(1:20)
               GO TO 900-ABEND
           END-IF.
      *
           CLOSE CARDIN-FILE.
      *
           ACCEPT WS-RUN-DATE                FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW                FROM TIME.
           MOVE WS-TIME-RAW(1:6)             TO WS-RUN-TIME.
      *
           GO TO 050-CHECK-TERM.
      *
       050-CHECK-TERM.
      * THE TERM MUST BE ON THE CALENDAR - ITS DATES GO ON EVERY
      * SUBMISSION RECORD.
           OPEN INPUT  TRMFIL-FILE.
      *
           IF NOT WS-TRMFIL-OK
               DISPLAY 'UUVERF2A - OPEN TRMFIL FAILED - STATUS '
                       WS-TRMFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           MOVE WS-TARGET-TERM              TO TRM-TERM-CODE.
      *
           READ TRMFIL-FILE.
      *
           IF WS-TRMFIL-NOTFND
               DISPLAY 'UUVERF2A - TERM ' WS-TARGET-TERM
                       ' NOT ON CALENDAR - ENDING'
               GO TO 900-ABEND
           END-IF.
      *
           IF NOT WS-TRMFIL-OK
               DISPLAY 'UUVERF2A - READ TRMFIL FAILED - STATUS '
                       WS-TRMFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           MOVE TRM-START-DATE              TO WS-TERM-START-DATE.
           MOVE TRM-END-DATE                TO WS-TERM-END-DATE.
      *
           CLOSE TRMFIL-FILE.
      *
           GO TO 100-OPEN-FILES.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  STUMAS-FILE.
      *
           IF NOT WS-STUMAS-OK
               DISPLAY 'UUVERF2A - OPEN STUMAS FAILED - STATUS '
                       WS-STUMAS-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  ENRFIL-FILE.
      *
           IF NOT WS-ENRFIL-OK
               DISPLAY 'UUVERF2A - OPEN ENRFIL FAILED - STATUS '
                       WS-ENRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  ENSPRV-FILE.
      *
           IF NOT WS-ENSPRV-OK
               DISPLAY 'UUVERF2A - OPEN ENSPRV FAILED - STATUS '
                       WS-ENSPRV-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN OUTPUT ENSNEW-FILE.
      *
           IF NOT WS-ENSNEW-OK
               DISPLAY 'UUVERF2A - OPEN ENSNEW FAILED - STATUS '
                       WS-ENSNEW-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN OUTPUT REPVER-FILE.
      *
           IF NOT WS-REPVER-OK
               DISPLAY 'UUVERF2A - OPEN REPVER FAILED - STATUS '
                       WS-REPVER-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           GO TO 120-READ-PRIOR-HEADER.
      *
       120-READ-PRIOR-HEADER.
      * THE PREVIOUS SUBMISSION IS ONLY COMPARED WHEN IT WAS FOR
      * THIS SAME TERM.  AN EMPTY GENERATION (THE ONE DEFVER SEEDS)
      * OR ANOTHER TERM'S FILE MEANS THIS IS THE TERM'S FIRST
      * SUBMISSION.
           MOVE HIGH-VALUES                 TO WS-PRV-HOLD-ID.
      *
           READ ENSPRV-FILE
               AT END
                   GO TO 130-WRITE-HEADER
           END-READ.
      *
           IF NOT WS-ENSPRV-OK
               DISPLAY 'UUVERF2A - READ ENSPRV FAILED - STATUS '
                       WS-ENSPRV-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF NOT PRV-HEADER-RECORD
               DISPLAY 'UUVERF2A - ENSPRV DOES NOT START WITH A '
                       'HEADER - ENDING'
               GO TO 900-ABEND
           END-IF.
      *
           IF PRV-H-TERM-CODE NOT = WS-TARGET-TERM
               GO TO 130-WRITE-HEADER
           END-IF.
      *
           MOVE 'Y'                         TO WS-COMPARE-SW.
           MOVE PRV-H-RUN-DATE              TO WS-PRIOR-RUN-DATE.
           PERFORM 160-READ-PRIOR THRU 160-READ-EXIT.
      *
           GO TO 130-WRITE-HEADER.
      *
       130-WRITE-HEADER.
      *
           MOVE SPACES                      TO VER-SUBMISSION-RECORD.
           MOVE 'H'                         TO VER-RECORD-TYPE.
           MOVE WS-TARGET-TERM              TO VER-H-TERM-CODE.
           MOVE WS-TERM-START-DATE          TO VER-H-TERM-START-DATE.
           MOVE WS-TERM-END-DATE            TO VER-H-TERM-END-DATE.
           MOVE WS-RUN-DATE                 TO VER-H-RUN-DATE.
           MOVE WS-RUN-TIME                 TO VER-H-RUN-TIME.
           MOVE 'KC03F2A '                  TO VER-H-SOURCE.
           MOVE WS-FULL-HOURS               TO VER-H-FULL-HOURS.
           MOVE WS-THREE-QTR-HOURS          TO VER-H-THREE-QTR-HOURS.
           MOVE WS-HALF-HOURS               TO VER-H-HALF-HOURS.
           PERFORM 590-WRITE-SUBMISSION THRU 590-WRITE-EXIT.
      *
           MOVE WS-TARGET-TERM              TO HL1-TERM.
           MOVE HEADING-LINE-1              TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           IF WS-COMPARE
               MOVE 'CHANGES SINCE THE SUBMISSION OF '  TO HL2-TEXT
               MOVE WS-PRIOR-RUN-DATE                   TO HL2-DATE
           ELSE
               MOVE 'FIRST SUBMISSION FOR THE TERM - NO CHANGES LISTED'
                 TO HL2-TEXT
               MOVE SPACES                              TO HL2-DATE
           END-IF.
           MOVE HEADING-LINE-2              TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COLUMN-HEADING-LINE         TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           PERFORM 150-READ-ENROLLMENT THRU 150-READ-EXIT.
      *
           GO TO 200-READ-STUDENT.
      *
       150-READ-ENROLLMENT.
      * READ AHEAD ONE ENROLLMENT - THE MATCH AGAINST THE MASTER
      * ALWAYS LOOKS AT THE ONE WAITING IN THE RECORD AREA.
           READ ENRFIL-FILE
               AT END
                   MOVE HIGH-VALUES          TO WS-ENR-HOLD-ID
                   GO TO 150-READ-EXIT
           END-READ.
      *
           IF NOT WS-ENRFIL-OK
               DISPLAY 'UUVERF2A - READ ENRFIL FAILED - STATUS '
                       WS-ENRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           MOVE ENR-STUDENT-ID              TO WS-ENR-HOLD-ID.
           GO TO 150-READ-EXIT.
      *
       150-READ-EXIT.
           EXIT.
      *
       160-READ-PRIOR.
      * READ AHEAD ONE PREVIOUS SUBMISSION DETAIL.  ONLY THE
      * TRAILER ENDS THE COMPARISON.  A GENERATION THAT RUNS OUT
      * BEFORE ITS TRAILER, OR WHOSE TRAILER DOES NOT AGREE WITH
      * THE DETAILS READ, WAS CUT SHORT BY A FAILED RUN - COMPARING
      * AGAINST IT WOULD LIST EVERY STUDENT PAST THE CUT AS NEWLY
      * REPORTED, SO THE RUN ENDS INSTEAD.
           READ ENSPRV-FILE
               AT END
                   DISPLAY 'UUVERF2A - ENSPRV HAS NO TRAILER - '
                           'PREVIOUS SUBMISSION INCOMPLETE'
                   GO TO 900-ABEND
           END-READ.
      *
           IF NOT WS-ENSPRV-OK
               DISPLAY 'UUVERF2A - READ ENSPRV FAILED - STATUS '
                       WS-ENSPRV-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF PRV-TRAILER-RECORD
              AND PRV-T-DETAIL-COUNT NOT = WS-PRV-DETAIL-COUNT
               DISPLAY 'UUVERF2A - ENSPRV TRAILER SAYS '
                       PRV-T-DETAIL-COUNT ' DETAILS, READ '
                       WS-PRV-DETAIL-COUNT
               GO TO 900-ABEND
           END-IF.
      *
           IF PRV-TRAILER-RECORD
               MOVE HIGH-VALUES              TO WS-PRV-HOLD-ID
               GO TO 160-READ-EXIT
           END-IF.
      *
           IF NOT PRV-DETAIL-RECORD
               GO TO 160-READ-PRIOR
           END-IF.
      *
           ADD 1                             TO WS-PRV-DETAIL-COUNT.
           MOVE PRV-STUDENT-ID              TO WS-PRV-HOLD-ID.
           GO TO 160-READ-EXIT.
      *
       160-READ-EXIT.
           EXIT.
      *
       200-READ-STUDENT.
      *
           READ STUMAS-FILE
               AT END
                   GO TO 700-FINISH
           END-READ.
      *
           IF NOT WS-STUMAS-OK
               DISPLAY 'UUVERF2A - READ STUMAS FAILED - STATUS '
                       WS-STUMAS-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           MOVE ZERO                        TO WS-TERM-ENROLLMENTS.
           MOVE ZERO                        TO WS-TERM-HOURS.
      *
           GO TO 210-SKIP-ORPHANS.
      *
       210-SKIP-ORPHANS.
      * ENROLLMENTS FOR A STUDENT ID NOT ON THE MASTER SORT AHEAD OF
      * THE NEXT MASTER RECORD - COUNT THEM AND PASS THEM BY.
           IF WS-ENR-HOLD-ID NOT < STU-STUDENT-ID
               GO TO 220-LOAD-TERM
           END-IF.
      *
           ADD 1                             TO WS-NOMASTER-COUNT.
           PERFORM 150-READ-ENROLLMENT THRU 150-READ-EXIT.
      *
           GO TO 210-SKIP-ORPHANS.
      *
       220-LOAD-TERM.
      * TAKE ALL THIS STUDENT'S ENROLLMENTS OFF ENRFIL SO THE TWO
      * FILES STAY IN STEP; ONLY THE TARGET TERM'S COUNT.  DROPPED
      * AND WITHDRAWN ENROLLMENTS PUT THE STUDENT ON THE FILE BUT
      * CARRY NO HOURS.
           IF WS-ENR-HOLD-ID NOT = STU-STUDENT-ID
               GO TO 230-TERM-LOADED
           END-IF.
      *
           IF ENR-TERM-CODE = WS-TARGET-TERM
               ADD 1                         TO WS-TERM-ENROLLMENTS
               IF ENR-STATUS-ACTIVE OR ENR-STATUS-COMPLETED
                   ADD ENR-CREDIT-HOURS      TO WS-TERM-HOURS
               END-IF
           END-IF.
      *
           PERFORM 150-READ-ENROLLMENT THRU 150-READ-EXIT.
      *
           GO TO 220-LOAD-TERM.
      *
       230-TERM-LOADED.
      *
           IF WS-TERM-ENROLLMENTS = ZERO
               GO TO 200-READ-STUDENT
           END-IF.
      *
           GO TO 300-DERIVE-STATUS.
      *
       300-DERIVE-STATUS.
      *
           IF STU-STATUS-GRADUATED
               MOVE 'G'                      TO WS-NEW-STATUS
               ADD 1                         TO WS-GRADUATED-COUNT
               GO TO 350-FLUSH-PRIOR
           END-IF.
      *
           IF WS-TERM-HOURS = ZERO
               MOVE 'W'                      TO WS-NEW-STATUS
               ADD 1                         TO WS-WITHDRAWN-COUNT
               GO TO 350-FLUSH-PRIOR
           END-IF.
      *
           IF WS-TERM-HOURS NOT < WS-FULL-HOURS
               MOVE 'F'                      TO WS-NEW-STATUS
               ADD 1                         TO WS-FULL-COUNT
               GO TO 350-FLUSH-PRIOR
           END-IF.
      *
           IF WS-TERM-HOURS NOT < WS-THREE-QTR-HOURS
               MOVE 'Q'                      TO WS-NEW-STATUS
               ADD 1                         TO WS-THREE-QTR-COUNT
               GO TO 350-FLUSH-PRIOR
           END-IF.
      *
           IF WS-TERM-HOURS NOT < WS-HALF-HOURS
               MOVE 'H'                      TO WS-NEW-STATUS
               ADD 1                         TO WS-HALF-COUNT
               GO TO 350-FLUSH-PRIOR
           END-IF.
      *
           MOVE 'L'                          TO WS-NEW-STATUS.
           ADD 1                             TO WS-LESS-HALF-COUNT.
      *
           GO TO 350-FLUSH-PRIOR.
      *
       350-FLUSH-PRIOR.
      * STUDENTS ON THE PREVIOUS SUBMISSION WHO SORT AHEAD OF THIS
      * ONE ARE NO LONGER ENROLLED IN THE TERM AT ALL.
           IF WS-PRV-HOLD-ID NOT < STU-STUDENT-ID
               GO TO 360-COMPARE-PRIOR
           END-IF.
      *
           PERFORM 600-PRIOR-GONE THRU 600-PRIOR-EXIT.
           PERFORM 160-READ-PRIOR THRU 160-READ-EXIT.
      *
           GO TO 350-FLUSH-PRIOR.
      *
       360-COMPARE-PRIOR.
      *
           MOVE WS-RUN-DATE                 TO WS-STATUS-DATE.
      *
           IF NOT WS-COMPARE
               GO TO 400-WRITE-DETAIL
           END-IF.
      *
           IF WS-PRV-HOLD-ID NOT = STU-STUDENT-ID
               ADD 1                         TO WS-ADDED-COUNT
               MOVE SPACE                    TO WS-DESC-CODE
               PERFORM 650-DESCRIBE-STATUS THRU 650-DESCRIBE-EXIT
               MOVE WS-DESC-TEXT             TO CL-OLD-STATUS
               MOVE 'NEWLY REPORTED'         TO CL-CHANGE
               PERFORM 620-PRINT-CHANGE THRU 620-PRINT-EXIT
               GO TO 400-WRITE-DETAIL
           END-IF.
      *
           IF PRV-STATUS = WS-NEW-STATUS
               MOVE PRV-STATUS-DATE          TO WS-STATUS-DATE
           ELSE
               ADD 1                         TO WS-CHANGED-COUNT
               MOVE PRV-STATUS               TO WS-DESC-CODE
               PERFORM 650-DESCRIBE-STATUS THRU 650-DESCRIBE-EXIT
               MOVE WS-DESC-TEXT             TO CL-OLD-STATUS
               MOVE 'STATUS CHANGED'         TO CL-CHANGE
               PERFORM 620-PRINT-CHANGE THRU 620-PRINT-EXIT
           END-IF.
      *
           PERFORM 160-READ-PRIOR THRU 160-READ-EXIT.
      *
           GO TO 400-WRITE-DETAIL.
      *
       400-WRITE-DETAIL.
      *
           ADD 1                             TO WS-REPORTED-COUNT.
           ADD WS-TERM-HOURS                 TO WS-HOURS-TOTAL.
      *
           MOVE SPACES                      TO VER-SUBMISSION-RECORD.
           MOVE 'D'                         TO VER-RECORD-TYPE.
           MOVE STU-STUDENT-ID              TO VER-STUDENT-ID.
           MOVE STU-LAST-NAME               TO VER-LAST-NAME.
           MOVE STU-FIRST-NAME              TO VER-FIRST-NAME.
           MOVE STU-MIDDLE-INIT             TO VER-MIDDLE-INIT.
           MOVE STU-DATE-OF-BIRTH           TO VER-DATE-OF-BIRTH.
           MOVE WS-TARGET-TERM              TO VER-TERM-CODE.
           MOVE WS-NEW-STATUS               TO VER-STATUS.
           MOVE WS-TERM-HOURS               TO VER-CREDIT-HOURS.
           MOVE STU-PROGRAM-OF-STUDY        TO VER-PROGRAM-OF-STUDY.
           MOVE WS-STATUS-DATE              TO VER-STATUS-DATE.
           MOVE WS-TERM-START-DATE          TO VER-TERM-START-DATE.
           MOVE WS-TERM-END-DATE            TO VER-TERM-END-DATE.
           PERFORM 590-WRITE-SUBMISSION THRU 590-WRITE-EXIT.
      *
           GO TO 200-READ-STUDENT.
      *
       590-WRITE-SUBMISSION.
      *
           WRITE VER-SUBMISSION-RECORD.
      *
           IF NOT WS-ENSNEW-OK
               DISPLAY 'UUVERF2A - WRITE ENSNEW FAILED - STATUS '
                       WS-ENSNEW-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-RECORD-COUNT.
      *
           GO TO 590-WRITE-EXIT.
      *
       590-WRITE-EXIT.
           EXIT.
      *
       600-PRIOR-GONE.
      * THE PREVIOUS SUBMISSION DETAIL IN THE RECORD AREA HAS NO
      * COUNTERPART THIS TIME.
           ADD 1                             TO WS-GONE-COUNT.
      *
           MOVE PRV-STUDENT-ID              TO CL-STUDENT-ID.
           MOVE PRV-LAST-NAME               TO CL-LAST-NAME.
           MOVE PRV-FIRST-NAME              TO CL-FIRST-NAME.
           MOVE PRV-STATUS                  TO WS-DESC-CODE.
           PERFORM 650-DESCRIBE-STATUS THRU 650-DESCRIBE-EXIT.
           MOVE WS-DESC-TEXT                TO CL-OLD-STATUS.
           MOVE SPACES                      TO CL-NEW-STATUS.
           MOVE ZERO                        TO CL-HOURS.
           MOVE 'NO LONGER REPORTED'        TO CL-CHANGE.
           MOVE CHANGE-LINE                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 600-PRIOR-EXIT.
      *
       600-PRIOR-EXIT.
           EXIT.
      *
       620-PRINT-CHANGE.
      * THE CALLER HAS SET THE OLD STATUS AND THE KIND OF CHANGE;
      * THE REST COMES FROM THE STUDENT IN HAND.
           MOVE STU-STUDENT-ID              TO CL-STUDENT-ID.
           MOVE STU-LAST-NAME               TO CL-LAST-NAME.
           MOVE STU-FIRST-NAME              TO CL-FIRST-NAME.
           MOVE WS-NEW-STATUS               TO WS-DESC-CODE.
           PERFORM 650-DESCRIBE-STATUS THRU 650-DESCRIBE-EXIT.
           MOVE WS-DESC-TEXT                TO CL-NEW-STATUS.
           MOVE WS-TERM-HOURS               TO CL-HOURS.
           MOVE CHANGE-LINE                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 620-PRINT-EXIT.
      *
       620-PRINT-EXIT.
           EXIT.
      *
       650-DESCRIBE-STATUS.
      *
           MOVE SPACES                      TO WS-DESC-TEXT.
      *
           IF WS-DESC-CODE = 'F'
               MOVE 'FULL-TIME'              TO WS-DESC-TEXT
           END-IF.
           IF WS-DESC-CODE = 'Q'
               MOVE 'THREE-QUARTER'          TO WS-DESC-TEXT
           END-IF.
           IF WS-DESC-CODE = 'H'
               MOVE 'HALF-TIME'              TO WS-DESC-TEXT
           END-IF.
           IF WS-DESC-CODE = 'L'
               MOVE 'LESS THAN HALF'         TO WS-DESC-TEXT
           END-IF.
           IF WS-DESC-CODE = 'W'
               MOVE 'WITHDRAWN'              TO WS-DESC-TEXT
           END-IF.
           IF WS-DESC-CODE = 'G'
               MOVE 'GRADUATED'              TO WS-DESC-TEXT
           END-IF.
      *
           GO TO 650-DESCRIBE-EXIT.
      *
       650-DESCRIBE-EXIT.
           EXIT.
      *
       700-FINISH.
      * ANY ENROLLMENTS LEFT OVER BELONG TO STUDENT IDS PAST THE
      * LAST MASTER RECORD.
           IF WS-ENR-HOLD-ID NOT = HIGH-VALUES
               ADD 1                         TO WS-NOMASTER-COUNT
               PERFORM 150-READ-ENROLLMENT THRU 150-READ-EXIT
               GO TO 700-FINISH
           END-IF.
      *
           GO TO 710-FLUSH-REST.
      *
       710-FLUSH-REST.
      * SO DO ANY PREVIOUS SUBMISSION DETAILS LEFT OVER.
           IF WS-PRV-HOLD-ID NOT = HIGH-VALUES
               PERFORM 600-PRIOR-GONE THRU 600-PRIOR-EXIT
               PERFORM 160-READ-PRIOR THRU 160-READ-EXIT
               GO TO 710-FLUSH-REST
           END-IF.
      *
           GO TO 720-WRITE-TRAILER.
      *
       720-WRITE-TRAILER.
      * THE TRAILER COUNTS ITSELF AND THE HEADER IN THE RECORD
      * COUNT.
           MOVE SPACES                      TO VER-SUBMISSION-RECORD.
           MOVE 'T'                         TO VER-RECORD-TYPE.
           MOVE WS-TARGET-TERM              TO VER-T-TERM-CODE.
           COMPUTE VER-T-RECORD-COUNT = WS-RECORD-COUNT + 1.
           MOVE WS-REPORTED-COUNT           TO VER-T-DETAIL-COUNT.
           MOVE WS-FULL-COUNT               TO VER-T-FULL-COUNT.
           MOVE WS-THREE-QTR-COUNT          TO VER-T-THREE-QTR-COUNT.
           MOVE WS-HALF-COUNT               TO VER-T-HALF-COUNT.
           MOVE WS-LESS-HALF-COUNT          TO VER-T-LESS-HALF-COUNT.
           MOVE WS-WITHDRAWN-COUNT          TO VER-T-WITHDRAWN-COUNT.
           MOVE WS-GRADUATED-COUNT          TO VER-T-GRADUATED-COUNT.
           MOVE WS-HOURS-TOTAL              TO VER-T-HOURS-TOTAL.
           PERFORM 590-WRITE-SUBMISSION THRU 590-WRITE-EXIT.
      *
           GO TO 750-TOTALS.
      *
       750-TOTALS.
      *
           MOVE WS-REPORTED-COUNT            TO TL1-COUNT.
           MOVE TOTAL-LINE-1                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-FULL-COUNT                TO TL2-COUNT.
           MOVE TOTAL-LINE-2                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-THREE-QTR-COUNT           TO TL3-COUNT.
           MOVE TOTAL-LINE-3                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-HALF-COUNT                TO TL4-COUNT.
           MOVE TOTAL-LINE-4                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LESS-HALF-COUNT           TO TL5-COUNT.
           MOVE TOTAL-LINE-5                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-WITHDRAWN-COUNT           TO TL6-COUNT.
           MOVE TOTAL-LINE-6                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-GRADUATED-COUNT           TO TL7-COUNT.
           MOVE TOTAL-LINE-7                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CHANGED-COUNT             TO TL8-COUNT.
           MOVE TOTAL-LINE-8                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-ADDED-COUNT               TO TL9-COUNT.
           MOVE TOTAL-LINE-9                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-GONE-COUNT                TO TL10-COUNT.
           MOVE TOTAL-LINE-10                TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NOMASTER-COUNT            TO TL11-COUNT.
           MOVE TOTAL-LINE-11                TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-RECORD-COUNT              TO TL12-COUNT.
           MOVE TOTAL-LINE-12                TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           CLOSE STUMAS-FILE.
           CLOSE ENRFIL-FILE.
           CLOSE ENSPRV-FILE.
           CLOSE ENSNEW-FILE.
           CLOSE REPVER-FILE.
      *
           DISPLAY 'UUVERF2A - STUDENTS REPORTED:  '
                   WS-REPORTED-COUNT.
           DISPLAY 'UUVERF2A - STATUS CHANGES:     '
                   WS-CHANGED-COUNT.
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
       END PROGRAM UUVERF2A.
