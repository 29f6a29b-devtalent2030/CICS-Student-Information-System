       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUINCF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    END-OF-TERM INCOMPLETE-GRADE LAPSE RUN.  ACADEMIC POLICY
      *    TURNS AN INCOMPLETE ('I') INTO AN F WHEN IT HAS NOT BEEN
      *    REPLACED WITHIN A SET NUMBER OF TERMS.  READS THE RUN
      *    MODE AND THE LAPSE LIMIT FROM CARDIN - CARD 1 IS THE MODE
      *    ('CONFIRM' IN COLUMNS 1-7 CONVERTS THE LAPSED GRADES,
      *    ANYTHING ELSE IS A REPORT-ONLY RUN FOR THE FACULTY OFFICE
      *    TO WARN INSTRUCTORS), CARD 2 IS THE LAPSE LIMIT IN TERMS
      *    (COLUMNS 1-2).  THE TERM CALENDAR (TRMFIL) IS LOADED AT
      *    START-UP AND EVERY COMPLETED ENROLLMENT GRADED 'I' IS
      *    AGED THE SAME WAY UUGPSF2A AGES A GRADE CORRECTION - THE
      *    NUMBER OF OTHER TERMS THAT HAVE ENDED SINCE ITS TERM DID.
      *    AN INCOMPLETE AT OR PAST THE LIMIT HAS LAPSED; ONE TERM
      *    SHORT OF IT LAPSES AT THE END OF THE NEXT TERM AND IS
      *    LISTED AS A WARNING.  IN CONFIRM MODE EACH LAPSED GRADE
      *    IS CHANGED TO F WITH THE LAST-CHANGE STAMP SET AND A
      *    BEFORE/AFTER RECORD WRITTEN TO THE GRADE HISTORY FILE
      *    (GHSFIL) UNDER ITS OWN SOURCE-BATCH TAG, 'INCLAPSE', SO
      *    THE CHANGE SHOWS ON UUGHSF2A LIKE ANY OTHER CORRECTION.
      *    THE SECTION'S INSTRUCTOR IS PRINTED FROM THE SECTION
      *    MASTER (CSEFIL) WHEN THE ENROLLMENT NAMES A SECTION.
      *
      *MODIFICATION HISTORY
      *DATE        BY   DESCRIPTION
      *----------  ---  ----------------------------------------------
      *10/15/2026  TN   ORIGINAL PROGRAM.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRM-TERM-CODE
               FILE STATUS IS WS-TRMFIL-STATUS.
      *
           SELECT ENRFIL-FILE ASSIGN TO ENRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENRFIL-STATUS.
      *
           SELECT CSEFIL-FILE ASSIGN TO CSEFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CSE-KEY
               FILE STATUS IS WS-CSEFIL-STATUS.
      *
           SELECT GHSFIL-FILE ASSIGN TO GHSFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GHS-KEY
               FILE STATUS IS WS-GHSFIL-STATUS.
      *
           SELECT REPINC-FILE ASSIGN TO REPINC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPINC-STATUS.
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
       FD  ENRFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ENRFIL.
      *
       FD  CSEFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSEFIL.
      *
       FD  GHSFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GHSFIL.
      *
       FD  REPINC-FILE
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
           88  WS-TRMFIL-EOF                    VALUE '10'.
      *
       01  WS-ENRFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-ENRFIL-OK                     VALUE '00'.
           88  WS-ENRFIL-EOF                    VALUE '10'.
      *
       01  WS-CSEFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-CSEFIL-OK                     VALUE '00'.
           88  WS-CSEFIL-NOTFND                 VALUE '23'.
      *
       01  WS-GHSFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-GHSFIL-OK                     VALUE '00'.
      *
       01  WS-REPINC-STATUS                 PIC X(02) VALUE '00'.
           88  WS-REPINC-OK                     VALUE '00'.
      *
       01  WS-CONFIRM-SW                    PIC X(01) VALUE 'N'.
           88  WS-CONFIRM-RUN                   VALUE 'Y'.
      *
      * HOW MANY TERMS MAY END AFTER THE INCOMPLETE'S OWN TERM
      * BEFORE IT LAPSES TO F - FROM CARDIN CARD 2.
       01  WS-LIMIT-TERMS                   PIC 9(02) VALUE ZERO.
      *
      * THE TERM CALENDAR, LOADED AT START-UP SO AN INCOMPLETE'S
      * AGE CAN BE COUNTED IN TERMS - FORTY TERMS IS A DECADE OF
      * HISTORY, AS IN UUGPSF2A.
       01  WS-TRM-MAX                       PIC S9(04) COMP VALUE +40.
       01  WS-TRM-COUNT                     PIC S9(04) COMP VALUE ZERO.
       01  WS-TRM-SUB                       PIC S9(04) COMP VALUE ZERO.
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY                 OCCURS 40 TIMES.
               10  WS-TRM-CODE              PIC X(06).
               10  WS-TRM-END-DATE          PIC 9(08).
      *
       01  WS-ENR-TERM-END                  PIC 9(08) VALUE ZERO.
       01  WS-TERM-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-TERM-FOUND                    VALUE 'Y'.
       01  WS-ELAPSED-TERMS                 PIC 9(04) VALUE ZERO.
      *
       01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(06) VALUE ZERO.
       01  WS-RUN-TIME-SPLIT REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH                    PIC 9(02).
           05  WS-RUN-MM                    PIC 9(02).
           05  WS-RUN-SS                    PIC 9(02).
       01  WS-TIME-RAW                      PIC 9(08) VALUE ZERO.
       01  WS-BATCH-TIMESTAMP               PIC S9(15) COMP-3
                                            VALUE ZERO.
      *
       01  WS-EXAMINED-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-LAPSED-COUNT                  PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CONVERTED-COUNT               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-WARNING-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NOTAGED-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(40)
               VALUE 'KC03F2A INCOMPLETE GRADE LAPSE REPORT'.
      *
       01  MODE-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(10)
               VALUE 'RUN MODE: '.
           05  ML-MODE                      PIC X(14).
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  FILLER                       PIC X(20)
               VALUE 'LAPSE LIMIT (TERMS):'.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  ML-LIMIT                     PIC Z9.
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(11)
               VALUE 'STUDENT ID '.
           05  FILLER                       PIC X(08)
               VALUE 'COURSE  '.
           05  FILLER                       PIC X(08)
               VALUE 'TERM    '.
           05  FILLER                       PIC X(06)
               VALUE 'SECT  '.
           05  FILLER                       PIC X(22)
               VALUE 'INSTRUCTOR            '.
           05  FILLER                       PIC X(07)
               VALUE 'TERMS  '.
           05  FILLER                       PIC X(30)
               VALUE 'ACTION'.
      *
       01  DETAIL-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  DL-STUDENT-ID                PIC X(09).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-COURSE-ID                 PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-TERM-CODE                 PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-SECTION-NO                PIC X(02).
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  DL-INSTRUCTOR                PIC X(20).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-ELAPSED                   PIC ZZZ9.
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  DL-ACTION                    PIC X(30).
      *
       01  TOTAL-LINE-1.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'INCOMPLETES EXAMINED:         '.
           05  TL1-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'INCOMPLETES LAPSED:           '.
           05  TL2-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-3.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'GRADES CONVERTED TO F:        '.
           05  TL3-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-4.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'LAPSING AFTER NEXT TERM:      '.
           05  TL4-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-5.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'TERM NOT ON CALENDAR:         '.
           05  TL5-COUNT                    PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
           OPEN INPUT  CARDIN-FILE.
      *
           IF NOT WS-CARDIN-OK
               DISPLAY 'UUINCF2A - OPEN CARDIN FAILED - STATUS '
                       WS-CARDIN-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           READ CARDIN-FILE
               AT END
                   DISPLAY 'UUINCF2A - NO MODE CARD - ENDING'
                   GO TO 900-ABEND
           END-READ.
      *
           IF CARD-RECORD(1:7) = 'CONFIRM'
               MOVE 'Y'                      TO WS-CONFIRM-SW
           END-IF.
      *
           READ CARDIN-FILE
               AT END
                   DISPLAY 'UUINCF2A - NO LIMIT CARD - ENDING'
                   GO TO 900-ABEND
           END-READ.
      *
           IF CARD-RECORD(1:2) NOT NUMERIC
               DISPLAY 'UUINCF2A - BAD LIMIT CARD: ' CARD-RECORD(1:10)
               GO TO 900-ABEND
           END-IF.
      *
           MOVE CARD-RECORD(1:2)             TO WS-LIMIT-TERMS.
      *
           CLOSE CARDIN-FILE.
      *
           IF WS-LIMIT-TERMS = ZERO
               DISPLAY 'UUINCF2A - LAPSE LIMIT MUST NOT BE ZERO'
               GO TO 900-ABEND
           END-IF.
      *
           IF WS-CONFIRM-RUN
               OPEN I-O    ENRFIL-FILE
           ELSE
               OPEN INPUT  ENRFIL-FILE
           END-IF.
      *
           IF NOT WS-ENRFIL-OK
               DISPLAY 'UUINCF2A - OPEN ENRFIL FAILED - STATUS '
                       WS-ENRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  CSEFIL-FILE.
      *
           IF NOT WS-CSEFIL-OK
               DISPLAY 'UUINCF2A - OPEN CSEFIL FAILED - STATUS '
                       WS-CSEFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF WS-CONFIRM-RUN
               OPEN I-O    GHSFIL-FILE
               IF NOT WS-GHSFIL-OK
                   DISPLAY 'UUINCF2A - OPEN GHSFIL FAILED - STATUS '
                           WS-GHSFIL-STATUS
                   GO TO 900-ABEND
               END-IF
           END-IF.
      *
           OPEN OUTPUT REPINC-FILE.
      *
           IF NOT WS-REPINC-OK
               DISPLAY 'UUINCF2A - OPEN REPINC FAILED - STATUS '
                       WS-REPINC-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ACCEPT WS-RUN-DATE                FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW                FROM TIME.
           MOVE WS-TIME-RAW(1:6)             TO WS-RUN-TIME.
      *
      * A BATCH RUN HAS NO CICS ABSTIME, SO THE GRADE HISTORY KEY
      * TIMESTAMP IS COMPOSED ON THE SAME MILLISECOND SCALE ASKTIME
      * USES, THE WAY UUGPSF2A DOES IT, AND BUMPED BY ONE AFTER
      * EVERY HISTORY WRITE.
           COMPUTE WS-BATCH-TIMESTAMP
               = (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               -  FUNCTION INTEGER-OF-DATE(19010101) + 366)
               *  86400000
               + (WS-RUN-HH * 3600 + WS-RUN-MM * 60 + WS-RUN-SS)
               *  1000.
      *
           GO TO 100-LOAD-TERM-TABLE.
      *
       100-LOAD-TERM-TABLE.
      * READ THE WHOLE TERM CALENDAR INTO STORAGE - AN INCOMPLETE'S
      * AGE IS COUNTED IN TERMS THAT HAVE ENDED BETWEEN ITS OWN
      * TERM'S END AND THE RUN DATE.
           OPEN INPUT  TRMFIL-FILE.
      *
           IF NOT WS-TRMFIL-OK
               DISPLAY 'UUINCF2A - OPEN TRMFIL FAILED - STATUS '
                       WS-TRMFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           GO TO 110-READ-TERM.
      *
       110-READ-TERM.
      *
           READ TRMFIL-FILE
               AT END
                   GO TO 120-TERMS-LOADED
           END-READ.
      *
           IF NOT WS-TRMFIL-OK AND NOT WS-TRMFIL-EOF
               DISPLAY 'UUINCF2A - READ TRMFIL FAILED - STATUS '
                       WS-TRMFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF WS-TRM-COUNT NOT < WS-TRM-MAX
               DISPLAY 'UUINCF2A - TERM TABLE FULL'
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-TRM-COUNT.
           MOVE WS-TRM-COUNT                 TO WS-TRM-SUB.
           MOVE TRM-TERM-CODE
             TO WS-TRM-CODE(WS-TRM-SUB).
           MOVE TRM-END-DATE
             TO WS-TRM-END-DATE(WS-TRM-SUB).
      *
           GO TO 110-READ-TERM.
      *
       120-TERMS-LOADED.
      *
           CLOSE TRMFIL-FILE.
      *
           MOVE HEADING-LINE-1               TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-CONFIRM-RUN
               MOVE 'CONFIRMED     '          TO ML-MODE
           ELSE
               MOVE 'REPORT ONLY   '          TO ML-MODE
           END-IF.
           MOVE WS-LIMIT-TERMS               TO ML-LIMIT.
           MOVE MODE-LINE                    TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COLUMN-HEADING-LINE          TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 200-READ-ENROLLMENT.
      *
       200-READ-ENROLLMENT.
      * ONLY COMPLETED ENROLLMENTS STILL CARRYING THE INCOMPLETE
      * ARE OF INTEREST - A REPLACED GRADE IS NO LONGER 'I'.
           READ ENRFIL-FILE
               AT END
                   GO TO 800-EOF
           END-READ.
      *
           IF NOT WS-ENRFIL-OK AND NOT WS-ENRFIL-EOF
               DISPLAY 'UUINCF2A - READ ENRFIL FAILED - STATUS '
                       WS-ENRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF NOT ENR-STATUS-COMPLETED
              OR ENR-GRADE NOT = 'I '
               GO TO 200-READ-ENROLLMENT
           END-IF.
      *
           ADD 1                             TO WS-EXAMINED-COUNT.
      *
           PERFORM 430-COUNT-ELAPSED THRU 430-COUNT-EXIT.
      *
      * A TERM NOT ON THE CALENDAR CANNOT BE AGED - THE INCOMPLETE
      * IS LISTED FOR THE REGISTRAR BUT NEVER CONVERTED.
           IF NOT WS-TERM-FOUND
               ADD 1                         TO WS-NOTAGED-COUNT
               MOVE 'TERM NOT ON CALENDAR - NOT AGED'
                 TO DL-ACTION
               PERFORM 600-PRINT-DETAIL THRU 600-PRINT-EXIT
               GO TO 200-READ-ENROLLMENT
           END-IF.
      *
           IF WS-ELAPSED-TERMS NOT < WS-LIMIT-TERMS
               GO TO 400-LAPSE-GRADE
           END-IF.
      *
           IF WS-ELAPSED-TERMS + 1 = WS-LIMIT-TERMS
               ADD 1                         TO WS-WARNING-COUNT
               MOVE 'LAPSES AFTER NEXT TERM ENDS'
                 TO DL-ACTION
               PERFORM 600-PRINT-DETAIL THRU 600-PRINT-EXIT
           END-IF.
      *
           GO TO 200-READ-ENROLLMENT.
      *
       400-LAPSE-GRADE.
      * THE INCOMPLETE HAS RUN OUT OF TERMS.  A REPORT-ONLY RUN
      * LISTS IT; A CONFIRMED RUN WRITES THE HISTORY RECORD FIRST,
      * THEN TURNS THE GRADE TO F.
           ADD 1                             TO WS-LAPSED-COUNT.
      *
           IF NOT WS-CONFIRM-RUN
               MOVE 'LAPSED - WILL BECOME F'  TO DL-ACTION
               PERFORM 600-PRINT-DETAIL THRU 600-PRINT-EXIT
               GO TO 200-READ-ENROLLMENT
           END-IF.
      *
           MOVE SPACES                      TO GRADE-HISTORY-RECORD.
           MOVE ENR-STUDENT-ID              TO GHS-STUDENT-ID.
           MOVE ENR-COURSE-ID               TO GHS-COURSE-ID.
           MOVE ENR-TERM-CODE               TO GHS-TERM-CODE.
           MOVE WS-BATCH-TIMESTAMP          TO GHS-TIMESTAMP.
           MOVE ENR-GRADE                   TO GHS-OLD-GRADE.
           MOVE 'F '                        TO GHS-NEW-GRADE.
           MOVE WS-RUN-DATE                 TO GHS-CHANGE-DATE.
           MOVE WS-RUN-TIME                 TO GHS-CHANGE-TIME.
           MOVE 'INCLAPSE'                  TO GHS-SOURCE-BATCH.
           MOVE 'N'                         TO GHS-OVERRIDE-SW.
      *
           WRITE GRADE-HISTORY-RECORD.
      *
           IF NOT WS-GHSFIL-OK
               DISPLAY 'UUINCF2A - WRITE GHSFIL FAILED - STATUS '
                       WS-GHSFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-BATCH-TIMESTAMP.
      *
           MOVE 'F '                        TO ENR-GRADE.
           MOVE WS-RUN-DATE                 TO ENR-LAST-CHANGE-DATE.
           MOVE WS-RUN-TIME                 TO ENR-LAST-CHANGE-TIME.
           MOVE 'INCLAPSE'                  TO ENR-LAST-CHANGE-OPID.
      *
           REWRITE ENROLLMENT-RECORD.
      *
           IF NOT WS-ENRFIL-OK
               DISPLAY 'UUINCF2A - REWRITE ENRFIL FAILED - STATUS '
                       WS-ENRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-CONVERTED-COUNT.
      *
           MOVE 'LAPSED - CONVERTED TO F'    TO DL-ACTION.
           PERFORM 600-PRINT-DETAIL THRU 600-PRINT-EXIT.
      *
           GO TO 200-READ-ENROLLMENT.
      *
       430-COUNT-ELAPSED.
      * FIND THE ENROLLMENT'S TERM ON THE LOADED CALENDAR, THEN
      * COUNT THE OTHER TERMS WHOSE END DATES FALL BETWEEN ITS END
      * AND THE RUN DATE - THAT IS THE INCOMPLETE'S AGE IN TERMS.
           MOVE 'N'                         TO WS-TERM-FOUND-SW.
           MOVE ZERO                        TO WS-ELAPSED-TERMS.
           MOVE ZERO                        TO WS-ENR-TERM-END.
           MOVE ZERO                        TO WS-TRM-SUB.
           GO TO 432-FIND-TERM.
      *
       432-FIND-TERM.
      *
           ADD 1                             TO WS-TRM-SUB.
      *
           IF WS-TRM-SUB > WS-TRM-COUNT
               GO TO 430-COUNT-EXIT
           END-IF.
      *
           IF WS-TRM-CODE(WS-TRM-SUB) = ENR-TERM-CODE
               MOVE 'Y'                      TO WS-TERM-FOUND-SW
               MOVE WS-TRM-END-DATE(WS-TRM-SUB)
                 TO WS-ENR-TERM-END
               MOVE ZERO                     TO WS-TRM-SUB
               GO TO 434-COUNT-TERMS
           END-IF.
      *
           GO TO 432-FIND-TERM.
      *
       434-COUNT-TERMS.
      *
           ADD 1                             TO WS-TRM-SUB.
      *
           IF WS-TRM-SUB > WS-TRM-COUNT
               GO TO 430-COUNT-EXIT
           END-IF.
      *
           IF WS-TRM-CODE(WS-TRM-SUB) NOT = ENR-TERM-CODE
              AND WS-TRM-END-DATE(WS-TRM-SUB) > WS-ENR-TERM-END
              AND WS-TRM-END-DATE(WS-TRM-SUB) < WS-RUN-DATE
               ADD 1                         TO WS-ELAPSED-TERMS
           END-IF.
      *
           GO TO 434-COUNT-TERMS.
      *
       430-COUNT-EXIT.
           EXIT.
      *
       600-PRINT-DETAIL.
      * THE INSTRUCTOR COMES OFF THE SECTION MASTER SO THE FACULTY
      * OFFICE KNOWS WHOM TO WARN - AN ENROLLMENT WITH NO SECTION,
      * OR A SECTION NO LONGER ON FILE, PRINTS WITHOUT ONE.
           MOVE SPACES                      TO DL-INSTRUCTOR.
      *
           IF ENR-SECTION-NO NOT = SPACES
               MOVE ENR-COURSE-ID            TO CSE-COURSE-ID
               MOVE ENR-TERM-CODE            TO CSE-TERM-CODE
               MOVE ENR-SECTION-NO           TO CSE-SECTION-NO
               READ CSEFIL-FILE
               IF WS-CSEFIL-OK
                   MOVE CSE-INSTRUCTOR       TO DL-INSTRUCTOR
               END-IF
               IF NOT WS-CSEFIL-OK AND NOT WS-CSEFIL-NOTFND
                   DISPLAY 'UUINCF2A - READ CSEFIL FAILED - STATUS '
                           WS-CSEFIL-STATUS
                   GO TO 900-ABEND
               END-IF
           END-IF.
      *
           MOVE ENR-STUDENT-ID              TO DL-STUDENT-ID.
           MOVE ENR-COURSE-ID               TO DL-COURSE-ID.
           MOVE ENR-TERM-CODE               TO DL-TERM-CODE.
           MOVE ENR-SECTION-NO              TO DL-SECTION-NO.
           MOVE WS-ELAPSED-TERMS            TO DL-ELAPSED.
           MOVE DETAIL-LINE                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 600-PRINT-EXIT.
      *
       600-PRINT-EXIT.
           EXIT.
      *
       800-EOF.
      *
           MOVE WS-EXAMINED-COUNT            TO TL1-COUNT.
           MOVE TOTAL-LINE-1                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LAPSED-COUNT              TO TL2-COUNT.
           MOVE TOTAL-LINE-2                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CONVERTED-COUNT           TO TL3-COUNT.
           MOVE TOTAL-LINE-3                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-WARNING-COUNT             TO TL4-COUNT.
           MOVE TOTAL-LINE-4                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NOTAGED-COUNT             TO TL5-COUNT.
           MOVE TOTAL-LINE-5                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           CLOSE ENRFIL-FILE.
           CLOSE CSEFIL-FILE.
           IF WS-CONFIRM-RUN
               CLOSE GHSFIL-FILE
           END-IF.
           CLOSE REPINC-FILE.
      *
           DISPLAY 'UUINCF2A - INCOMPLETES EXAMINED: '
                   WS-EXAMINED-COUNT.
           DISPLAY 'UUINCF2A - INCOMPLETES LAPSED:   '
                   WS-LAPSED-COUNT.
           DISPLAY 'UUINCF2A - CONVERTED TO F:       '
                   WS-CONVERTED-COUNT.
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
       END PROGRAM UUINCF2A.
