       DATE-WRITTEN. 08/22/2026.
      *PROGRAM DESCRIPTION:
      *    END-OF-TERM GRADUATION PROCESSING.  READS THE RUN MODE
      *    FROM CARDIN - CARD 1 IS THE MODE ('CONFIRM' IN COLUMNS
      *    1-7 ROLLS STATUSES OVER, ANYTHING ELSE IS A CANDIDATE-
      *    ONLY RUN FOR THE REGISTRAR TO REVIEW).  THE ENROLLMENT
      *    FILE IS READ IN ITS STUDENT-MAJOR KEY ORDER AND EACH
      *    STUDENT'S COMPLETED AND ACTIVE ENROLLMENTS ARE HELD IN A
      *    TABLE, WITH EARNED CREDITS (COMPLETED ENROLLMENTS GRADED
      *    A-D) TOTALED ALONGSIDE.  AN ACTIVE STUDENT IS A CANDIDATE
      *    WHEN EVERY ACTIVE REQUIREMENT OF THEIR PROGRAM ON PGRFIL
      *    IS MET - THE PROGRAM'S TOTAL CREDITS, EACH REQUIRED
      *    COURSE AT ITS MINIMUM GRADE AND EACH ELECTIVE GROUP'S
      *    MINIMUM CREDITS - BY THE SAME RULES THE UUDAUF2A DEGREE
      *    AUDIT PRINTS, COUNTING COMPLETED WORK ONLY.  A PROGRAM
      *    WITH NO ACTIVE TOTAL RECORD ON PGRFIL GRADUATES NO ONE.
      *    CANDIDATES PRINT ON THE CANDIDATE REPORT.  IN CONFIRM
      *    MODE EACH CANDIDATE'S
      *    STU-STATUS IS FLIPPED FROM ACTIVE TO GRADUATED WITH THE
      *    LAST-CHANGE STAMP SET AND A BEFORE/AFTER RECORD WRITTEN
      *    TO AUDFIL, JUST AS THE ONLINE MAINTENANCE PROGRAMS DO.
      *DATE        BY   DESCRIPTION
      *----------  ---  ----------------------------------------------
      *08/22/2026  TN   ORIGINAL PROGRAM.
      *10/15/2026  TN   GRADUATION REQUIREMENTS NOW COME FROM THE
      *                 PGRFIL PROGRAM REQUIREMENTS FILE (TOTAL
      *                 CREDITS, REQUIRED COURSES WITH MINIMUM GRADES,
      *                 ELECTIVE GROUPS) INSTEAD OF THE PROGRAM/CREDIT
      *                 CARDS, WHICH ARE NO LONGER READ.  NEW TOTAL
      *                 LINE FOR ACTIVE STUDENTS WHOSE PROGRAM IS NOT
      *                 ON PGRFIL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENRFIL-STATUS.
      *
           SELECT PGRFIL-FILE ASSIGN TO PGRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGR-KEY
               FILE STATUS IS WS-PGRFIL-STATUS.
      *
           SELECT STUMAS-FILE ASSIGN TO STUMAS
               ORGANIZATION IS INDEXED
       FD  ENRFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ENRFIL.
      *
       FD  PGRFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PGRFIL.
      *
       FD  STUMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-ENRFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-ENRFIL-OK                     VALUE '00'.
           88  WS-ENRFIL-EOF                    VALUE '10'.
      *
       01  WS-PGRFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-PGRFIL-OK                     VALUE '00'.
           88  WS-PGRFIL-EOF                    VALUE '10'.
      *
       01  WS-STUMAS-STATUS                 PIC X(02) VALUE '00'.
           88  WS-STUMAS-OK                     VALUE '00'.
       01  WS-CONFIRM-SW                    PIC X(01) VALUE 'N'.
           88  WS-CONFIRM-RUN                   VALUE 'Y'.
      *
      * THE CURRENT STUDENT'S ACTIVE AND COMPLETED ENROLLMENTS -
      * DROPPED AND WITHDRAWN ONES EARN NOTHING AND ARE NOT KEPT.
      * A HUNDRED AND FIFTY IS WELL PAST ANY DEGREE'S WORTH.
       01  WS-ENR-MAX                       PIC S9(04) COMP VALUE +150.
       01  WS-ENR-COUNT                     PIC S9(04) COMP VALUE ZERO.
       01  WS-ENR-SUB                       PIC S9(04) COMP VALUE ZERO.
       01  WS-ENR-TABLE.
           05  WS-ENR-ENTRY                 OCCURS 150 TIMES.
               10  WS-ENT-COURSE-ID         PIC X(06).
               10  WS-ENT-STATUS            PIC X(01).
               10  WS-ENT-GRADE             PIC X(02).
               10  WS-ENT-CREDITS           PIC 9(03).
      *
      * RESULT OF CHECKING ONE COURSE AGAINST THE HISTORY - A
      * QUALIFYING COMPLETION BEATS AN ACTIVE ENROLLMENT.
       01  WS-MIN-GRADE                     PIC X(02) VALUE SPACES.
       01  WS-CRS-STATE                     PIC X(01) VALUE SPACE.
           88  WS-CRS-MET                       VALUE 'M'.
           88  WS-CRS-IN-PROGRESS               VALUE 'P'.
           88  WS-CRS-MISSING                   VALUE ' '.
       01  WS-CRS-CREDITS                   PIC 9(03) VALUE ZERO.
      *
      * THE ELECTIVE GROUP BEING ADDED UP - ITS HEADER SETS THE
      * MINIMUM, ITS MEMBER COURSES FOLLOW IT IN KEY ORDER.
       01  WS-CUR-GROUP                     PIC X(02) VALUE SPACES.
       01  WS-GROUP-OPEN-SW                 PIC X(01) VALUE 'N'.
           88  WS-GROUP-OPEN                    VALUE 'Y'.
       01  WS-GROUP-SKIP-SW                 PIC X(01) VALUE 'N'.
           88  WS-GROUP-SKIP                    VALUE 'Y'.
       01  WS-GROUP-MINIMUM                 PIC 9(03) VALUE ZERO.
       01  WS-GROUP-EARNED                  PIC 9(05) VALUE ZERO.
      *
       01  WS-REQ-CREDITS                   PIC 9(03) VALUE ZERO.
       01  WS-PROG-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-PROG-FOUND                    VALUE 'Y'.
       01  WS-ALL-MET-SW                    PIC X(01) VALUE 'Y'.
           88  WS-ALL-MET                       VALUE 'Y'.
      *
       01  WS-PREV-STUDENT-ID               PIC X(09) VALUE LOW-VALUES.
       01  WS-EARNED-CREDITS                PIC 9(05) VALUE ZERO.
       01  WS-CANDIDATE-COUNT               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-GRADUATED-COUNT               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NOMASTER-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NOPROG-COUNT                  PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(30)
               VALUE 'ENROLLEES NOT ON MASTER:      '.
           05  TL4-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-5.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'PROGRAM NOT ON REQUIREMENTS:  '.
           05  TL5-COUNT                    PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           IF CARD-RECORD(1:7) = 'CONFIRM'
               MOVE 'Y'                      TO WS-CONFIRM-SW
           END-IF.
      *
           CLOSE CARDIN-FILE.
      *
           ACCEPT WS-RUN-DATE                FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW                FROM TIME.
                       WS-ENRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  PGRFIL-FILE.
      *
           IF NOT WS-PGRFIL-OK
               DISPLAY 'UUGRAF2A - OPEN PGRFIL FAILED - STATUS '
                       WS-PGRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF WS-CONFIRM-RUN
               OPEN I-O    STUMAS-FILE
      * ONLY COMPLETED ENROLLMENTS WITH AN EARNING GRADE (A THRU D)
      * COUNT TOWARD GRADUATION - F AND INCOMPLETE EARN NOTHING,
      * DROPPED AND STILL-ACTIVE ENROLLMENTS ARE NOT COMPLETED.
      * ACTIVE AND COMPLETED ENROLLMENTS ARE KEPT FOR THE COURSE
      * REQUIREMENT CHECKS.
           IF NOT ENR-STATUS-ACTIVE AND NOT ENR-STATUS-COMPLETED
               GO TO 200-READ-ENROLLMENT
           END-IF.
      *
           IF WS-ENR-COUNT NOT < WS-ENR-MAX
               DISPLAY 'UUGRAF2A - ENROLLMENT TABLE FULL FOR '
                       ENR-STUDENT-ID
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-ENR-COUNT.
           MOVE WS-ENR-COUNT                 TO WS-ENR-SUB.
           MOVE ENR-COURSE-ID        TO WS-ENT-COURSE-ID(WS-ENR-SUB).
           MOVE ENR-STATUS           TO WS-ENT-STATUS(WS-ENR-SUB).
           MOVE ENR-GRADE            TO WS-ENT-GRADE(WS-ENR-SUB).
           MOVE ENR-CREDIT-HOURS     TO WS-ENT-CREDITS(WS-ENR-SUB).
      *
           IF NOT ENR-STATUS-COMPLETED
               GO TO 200-READ-ENROLLMENT
           END-IF.
           PERFORM 400-JUDGE-STUDENT THRU 400-JUDGE-EXIT.
      *
           MOVE ZERO                        TO WS-EARNED-CREDITS.
           MOVE ZERO                        TO WS-ENR-COUNT.
           MOVE ENR-STUDENT-ID              TO WS-PREV-STUDENT-ID.
      *
           GO TO 250-ACCUMULATE-CREDITS.
               GO TO 400-JUDGE-EXIT
           END-IF.
      *
           PERFORM 450-CHECK-PROGRAM THRU 450-CHECK-EXIT.
      *
           IF NOT WS-PROG-FOUND
               ADD 1                         TO WS-NOPROG-COUNT
               GO TO 400-JUDGE-EXIT
           END-IF.
      *
           IF NOT WS-ALL-MET
               GO TO 400-JUDGE-EXIT
           END-IF.
      *
      *
           GO TO 500-GRADUATE-STUDENT.
      *
       450-CHECK-PROGRAM.
      * POSITION ON THE PROGRAM'S TOTAL RECORD - IT SORTS FIRST,
      * AHEAD OF EVERY GROUP - THEN WALK THE PROGRAM'S GROUPS IN
      * KEY ORDER.  ANY REQUIREMENT NOT MET ON COMPLETED WORK
      * CLEARS WS-ALL-MET-SW.
           MOVE 'N'                         TO WS-PROG-FOUND-SW.
           MOVE 'Y'                         TO WS-ALL-MET-SW.
           MOVE 'N'                         TO WS-GROUP-OPEN-SW.
           MOVE 'N'                         TO WS-GROUP-SKIP-SW.
           MOVE SPACES                      TO WS-CUR-GROUP.
           MOVE ZERO                        TO WS-REQ-CREDITS.
      *
           MOVE STU-PROGRAM-OF-STUDY        TO PGR-PROGRAM.
           MOVE LOW-VALUES                  TO PGR-GROUP.
           MOVE LOW-VALUES                  TO PGR-COURSE-ID.
      *
           START PGRFIL-FILE KEY IS NOT LESS THAN PGR-KEY
               INVALID KEY
                   GO TO 450-CHECK-EXIT
           END-START.
      *
           READ PGRFIL-FILE NEXT RECORD
               AT END
                   GO TO 450-CHECK-EXIT
           END-READ.
      *
           IF NOT WS-PGRFIL-OK
               DISPLAY 'UUGRAF2A - READ PGRFIL FAILED - STATUS '
                       WS-PGRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF PGR-PROGRAM NOT = STU-PROGRAM-OF-STUDY
              OR NOT PGR-PROGRAM-TOTAL
              OR NOT PGR-GROUP-HEADER
              OR NOT PGR-STATUS-ACTIVE
               GO TO 450-CHECK-EXIT
           END-IF.
      *
           MOVE 'Y'                         TO WS-PROG-FOUND-SW.
           MOVE PGR-MINIMUM-CREDITS         TO WS-REQ-CREDITS.
      *
           IF WS-EARNED-CREDITS < PGR-MINIMUM-CREDITS
               MOVE 'N'                      TO WS-ALL-MET-SW
           END-IF.
      *
           GO TO 455-NEXT-REQUIREMENT.
      *
       455-NEXT-REQUIREMENT.
      *
           READ PGRFIL-FILE NEXT RECORD
               AT END
                   GO TO 462-LAST-GROUP
           END-READ.
      *
           IF NOT WS-PGRFIL-OK
               DISPLAY 'UUGRAF2A - READ PGRFIL FAILED - STATUS '
                       WS-PGRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF PGR-PROGRAM NOT = STU-PROGRAM-OF-STUDY
               GO TO 462-LAST-GROUP
           END-IF.
      *
           IF PGR-GROUP NOT = WS-CUR-GROUP
               IF WS-GROUP-OPEN
                   PERFORM 465-CLOSE-GROUP THRU 465-CLOSE-EXIT
               END-IF
               MOVE PGR-GROUP                TO WS-CUR-GROUP
               MOVE 'N'                      TO WS-GROUP-SKIP-SW
           END-IF.
      *
           IF NOT PGR-STATUS-ACTIVE
               IF PGR-GROUP-HEADER
                   MOVE 'Y'                  TO WS-GROUP-SKIP-SW
               END-IF
               GO TO 455-NEXT-REQUIREMENT
           END-IF.
      *
           IF PGR-REQUIRED-GROUP
               GO TO 460-REQUIRED-COURSE
           END-IF.
      *
           IF PGR-GROUP-HEADER
               MOVE 'Y'                      TO WS-GROUP-OPEN-SW
               MOVE PGR-MINIMUM-CREDITS      TO WS-GROUP-MINIMUM
               MOVE ZERO                     TO WS-GROUP-EARNED
               GO TO 455-NEXT-REQUIREMENT
           END-IF.
      *
      * A MEMBER COURSE OF AN ELECTIVE GROUP - ITS CREDITS COUNT
      * TOWARD THE GROUP ONLY WHEN THE STUDENT HAS EARNED IT.
           IF WS-GROUP-SKIP OR NOT WS-GROUP-OPEN
               GO TO 455-NEXT-REQUIREMENT
           END-IF.
      *
           PERFORM 470-CHECK-COURSE THRU 470-CHECK-EXIT.
      *
           IF WS-CRS-MET
               ADD WS-CRS-CREDITS            TO WS-GROUP-EARNED
           END-IF.
      *
           GO TO 455-NEXT-REQUIREMENT.
      *
       460-REQUIRED-COURSE.
      *
           IF PGR-GROUP-HEADER
               GO TO 455-NEXT-REQUIREMENT
           END-IF.
      *
           PERFORM 470-CHECK-COURSE THRU 470-CHECK-EXIT.
      *
           IF NOT WS-CRS-MET
               MOVE 'N'                      TO WS-ALL-MET-SW
           END-IF.
      *
           GO TO 455-NEXT-REQUIREMENT.
      *
       462-LAST-GROUP.
      *
           IF WS-GROUP-OPEN
               PERFORM 465-CLOSE-GROUP THRU 465-CLOSE-EXIT
           END-IF.
      *
           GO TO 450-CHECK-EXIT.
      *
       465-CLOSE-GROUP.
      * EVERY MEMBER OF THE GROUP HAS BEEN SEEN - JUDGE IT AGAINST
      * THE MINIMUM ON ITS HEADER.
           IF WS-GROUP-EARNED < WS-GROUP-MINIMUM
               MOVE 'N'                      TO WS-ALL-MET-SW
           END-IF.
      *
           MOVE 'N'                         TO WS-GROUP-OPEN-SW.
           GO TO 465-CLOSE-EXIT.
      *
       465-CLOSE-EXIT.
           EXIT.
      *
       470-CHECK-COURSE.
      * LOOK FOR THE REQUIREMENT'S COURSE IN THE STUDENT'S HISTORY.
      * A COMPLETION GRADED A-D AND NO WORSE THAN THE MINIMUM (A
      * SORTS BELOW D, SO 'NOT GREATER' IS 'AT LEAST AS GOOD') MEETS
      * IT; FAILING THAT, AN ACTIVE ENROLLMENT PUTS IT IN PROGRESS.
      * SAME RULE AS UUDAUF2A.
           MOVE PGR-MINIMUM-GRADE           TO WS-MIN-GRADE.
           IF WS-MIN-GRADE = SPACES
               MOVE 'D '                     TO WS-MIN-GRADE
           END-IF.
      *
           MOVE ' '                         TO WS-CRS-STATE.
           MOVE ZERO                        TO WS-CRS-CREDITS.
           MOVE ZERO                        TO WS-ENR-SUB.
           GO TO 475-SCAN-HISTORY.
      *
       475-SCAN-HISTORY.
      *
           ADD 1                             TO WS-ENR-SUB.
      *
           IF WS-ENR-SUB > WS-ENR-COUNT
               GO TO 470-CHECK-EXIT
           END-IF.
      *
           IF WS-ENT-COURSE-ID(WS-ENR-SUB) NOT = PGR-COURSE-ID
               GO TO 475-SCAN-HISTORY
           END-IF.
      *
           IF WS-ENT-STATUS(WS-ENR-SUB) = 'A'
               MOVE 'P'                      TO WS-CRS-STATE
               MOVE WS-ENT-CREDITS(WS-ENR-SUB) TO WS-CRS-CREDITS
               GO TO 475-SCAN-HISTORY
           END-IF.
      *
           IF WS-ENT-GRADE(WS-ENR-SUB) = 'A '
              OR WS-ENT-GRADE(WS-ENR-SUB) = 'B '
              OR WS-ENT-GRADE(WS-ENR-SUB) = 'C '
              OR WS-ENT-GRADE(WS-ENR-SUB) = 'D '
               IF WS-ENT-GRADE(WS-ENR-SUB) NOT > WS-MIN-GRADE
                   MOVE 'M'                  TO WS-CRS-STATE
                   MOVE WS-ENT-CREDITS(WS-ENR-SUB) TO WS-CRS-CREDITS
                   GO TO 470-CHECK-EXIT
               END-IF
           END-IF.
      *
           GO TO 475-SCAN-HISTORY.
      *
       470-CHECK-EXIT.
           EXIT.
      *
       450-CHECK-EXIT.
           EXIT.
      *
       500-GRADUATE-STUDENT.
           MOVE WS-NOMASTER-COUNT            TO TL4-COUNT.
           MOVE TOTAL-LINE-4                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NOPROG-COUNT              TO TL5-COUNT.
           MOVE TOTAL-LINE-5                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           CLOSE ENRFIL-FILE.
           CLOSE PGRFIL-FILE.
           CLOSE STUMAS-FILE.
           IF WS-CONFIRM-RUN
               CLOSE AUDFIL-FILE
