       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUDAUF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    DEGREE AUDIT.  READS THE STUDENT MASTER IN STUDENT ID
      *    ORDER AND MATCHES EACH STUDENT'S ENROLLMENT HISTORY OFF
      *    ENRFIL (SAME STUDENT-MAJOR KEY ORDER).  FOR EVERY ACTIVE
      *    STUDENT THE REQUIREMENTS OF THEIR PROGRAM OF STUDY ARE
      *    BROWSED OFF PGRFIL AND EACH ONE IS PRINTED ON THE REPDAU
      *    REPORT AS MET, IN PROGRESS OR MISSING:
      *      PROGRAM TOTAL  - MET WHEN EARNED CREDITS (COMPLETED,
      *                       GRADED A-D) REACH THE PROGRAM'S
      *                       MINIMUM; IN PROGRESS WHEN THIS TERM'S
      *                       ACTIVE CREDITS WOULD GET THERE.
      *      REQUIRED COURSE - MET WHEN THE COURSE WAS COMPLETED WITH
      *                       THE REQUIREMENT'S MINIMUM GRADE OR
      *                       BETTER; IN PROGRESS WHEN THE STUDENT IS
      *                       ENROLLED IN IT NOW.
      *      ELECTIVE GROUP - MET WHEN THE GROUP'S COURSES COMPLETED
      *                       WITH THEIR MINIMUM GRADES ADD UP TO THE
      *                       GROUP'S MINIMUM CREDITS; IN PROGRESS
      *                       WHEN ACTIVE ENROLLMENTS IN THE GROUP
      *                       WOULD MAKE UP THE DIFFERENCE.
      *    WITHDRAWN REQUIREMENTS ARE IGNORED.  A STUDENT WHOSE
      *    PROGRAM HAS NO ACTIVE TOTAL RECORD ON PGRFIL IS LISTED
      *    WITH NO REQUIREMENTS SO THE REGISTRAR CAN SET THEM UP.
      *    UUGRAF2A JUDGES GRADUATION CANDIDATES BY THE SAME RULES.
      *    READ-ONLY - NOTHING IS CHANGED.
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
           SELECT PGRFIL-FILE ASSIGN TO PGRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGR-KEY
               FILE STATUS IS WS-PGRFIL-STATUS.
      *
           SELECT REPDAU-FILE ASSIGN TO REPDAU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPDAU-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  STUMAS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAS.
      *
       FD  ENRFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ENRFIL.
      *
       FD  PGRFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PGRFIL.
      *
       FD  REPDAU-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STUMAS-STATUS                 PIC X(02) VALUE '00'.
           88  WS-STUMAS-OK                     VALUE '00'.
           88  WS-STUMAS-EOF                    VALUE '10'.
      *
       01  WS-ENRFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-ENRFIL-OK                     VALUE '00'.
           88  WS-ENRFIL-EOF                    VALUE '10'.
      *
       01  WS-PGRFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-PGRFIL-OK                     VALUE '00'.
           88  WS-PGRFIL-EOF                    VALUE '10'.
           88  WS-PGRFIL-NOTFND                 VALUE '23'.
      *
       01  WS-REPDAU-STATUS                 PIC X(02) VALUE '00'.
           88  WS-REPDAU-OK                     VALUE '00'.
      *
      * STUDENT ID OF THE ENROLLMENT WAITING IN THE ENRFIL RECORD
      * AREA - HIGH-VALUES ONCE ENRFIL IS EXHAUSTED, SO EVERY LATER
      * STUDENT SIMPLY HAS NO HISTORY.
       01  WS-ENR-HOLD-ID                   PIC X(09) VALUE LOW-VALUES.
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
       01  WS-EARNED-CREDITS                PIC 9(05) VALUE ZERO.
       01  WS-ACTIVE-CREDITS                PIC 9(05) VALUE ZERO.
       01  WS-REACH-CREDITS                 PIC 9(05) VALUE ZERO.
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
       01  WS-GROUP-DESCRIPTION             PIC X(20) VALUE SPACES.
       01  WS-GROUP-MINIMUM                 PIC 9(03) VALUE ZERO.
       01  WS-GROUP-EARNED                  PIC 9(05) VALUE ZERO.
       01  WS-GROUP-ACTIVE                  PIC 9(05) VALUE ZERO.
      *
       01  WS-PROG-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-PROG-FOUND                    VALUE 'Y'.
       01  WS-ALL-MET-SW                    PIC X(01) VALUE 'Y'.
           88  WS-ALL-MET                       VALUE 'Y'.
      *
       01  WS-AUDITED-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-COMPLETE-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NOPROG-COUNT                  PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-MET-COUNT                     PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-PROGRESS-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-MISSING-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NOMASTER-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(40)
               VALUE 'KC03F2A DEGREE AUDIT REPORT'.
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(12)
               VALUE '    REQUIRE '.
           05  FILLER                       PIC X(11)
               VALUE 'GROUP/CRS  '.
           05  FILLER                       PIC X(22)
               VALUE 'DESCRIPTION           '.
           05  FILLER                       PIC X(05)
               VALUE 'GRADE'.
           05  FILLER                       PIC X(05)
               VALUE ' NEED'.
           05  FILLER                       PIC X(09)
               VALUE '   HAVE  '.
           05  FILLER                       PIC X(11)
               VALUE 'STATUS     '.
      *
       01  STUDENT-LINE.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  FILLER                       PIC X(08)
               VALUE 'STUDENT '.
           05  SL-STUDENT-ID                PIC X(09).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  SL-LAST-NAME                 PIC X(20).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  SL-FIRST-NAME                PIC X(15).
           05  FILLER                       PIC X(10)
               VALUE ' PROGRAM: '.
           05  SL-PROGRAM                   PIC X(06).
      *
       01  DETAIL-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  DL-KIND                      PIC X(08).
           05  DL-GROUP                     PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  DL-COURSE-ID                 PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-DESCRIPTION               PIC X(20).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-MIN-GRADE                 PIC X(02).
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  DL-NEED                      PIC ZZZ.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-HAVE                      PIC ZZZZZ.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  DL-STATE                     PIC X(11).
      *
       01  MESSAGE-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  MSL-TEXT                     PIC X(50).
      *
       01  TOTAL-LINE-1.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  FILLER                       PIC X(30)
               VALUE 'ACTIVE STUDENTS AUDITED:      '.
           05  TL1-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'ALL REQUIREMENTS MET:         '.
           05  TL2-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-3.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'PROGRAM NOT ON REQUIREMENTS:  '.
           05  TL3-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-4.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'REQUIREMENTS MET:             '.
           05  TL4-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-5.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'REQUIREMENTS IN PROGRESS:     '.
           05  TL5-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-6.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'REQUIREMENTS MISSING:         '.
           05  TL6-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-7.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'ENROLLMENTS NOT ON MASTER:    '.
           05  TL7-COUNT                    PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
           OPEN INPUT  STUMAS-FILE.
      *
           IF NOT WS-STUMAS-OK
               DISPLAY 'UUDAUF2A - OPEN STUMAS FAILED - STATUS '
                       WS-STUMAS-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  ENRFIL-FILE.
      *
           IF NOT WS-ENRFIL-OK
               DISPLAY 'UUDAUF2A - OPEN ENRFIL FAILED - STATUS '
                       WS-ENRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  PGRFIL-FILE.
      *
           IF NOT WS-PGRFIL-OK
               DISPLAY 'UUDAUF2A - OPEN PGRFIL FAILED - STATUS '
                       WS-PGRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN OUTPUT REPDAU-FILE.
      *
           IF NOT WS-REPDAU-OK
               DISPLAY 'UUDAUF2A - OPEN REPDAU FAILED - STATUS '
                       WS-REPDAU-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           MOVE HEADING-LINE-1               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COLUMN-HEADING-LINE          TO PRINT-LINE.
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
               DISPLAY 'UUDAUF2A - READ ENRFIL FAILED - STATUS '
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
       200-READ-STUDENT.
      *
           READ STUMAS-FILE
               AT END
                   GO TO 700-TOTALS
           END-READ.
      *
           IF NOT WS-STUMAS-OK
               DISPLAY 'UUDAUF2A - READ STUMAS FAILED - STATUS '
                       WS-STUMAS-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           MOVE ZERO                        TO WS-ENR-COUNT.
           MOVE ZERO                        TO WS-EARNED-CREDITS.
           MOVE ZERO                        TO WS-ACTIVE-CREDITS.
      *
           GO TO 210-SKIP-ORPHANS.
      *
       210-SKIP-ORPHANS.
      * ENROLLMENTS FOR A STUDENT ID NOT ON THE MASTER SORT AHEAD OF
      * THE NEXT MASTER RECORD - COUNT THEM AND PASS THEM BY.
           IF WS-ENR-HOLD-ID NOT < STU-STUDENT-ID
               GO TO 220-LOAD-HISTORY
           END-IF.
      *
           ADD 1                             TO WS-NOMASTER-COUNT.
           PERFORM 150-READ-ENROLLMENT THRU 150-READ-EXIT.
      *
           GO TO 210-SKIP-ORPHANS.
      *
       220-LOAD-HISTORY.
      * TAKE THIS STUDENT'S ENROLLMENTS OFF ENRFIL WHETHER OR NOT
      * THEY ARE ACTIVE, SO THE TWO FILES STAY IN STEP.
           IF WS-ENR-HOLD-ID NOT = STU-STUDENT-ID
               GO TO 230-HISTORY-LOADED
           END-IF.
      *
           IF ENR-STATUS-ACTIVE OR ENR-STATUS-COMPLETED
               PERFORM 250-KEEP-ENROLLMENT THRU 250-KEEP-EXIT
           END-IF.
      *
           PERFORM 150-READ-ENROLLMENT THRU 150-READ-EXIT.
      *
           GO TO 220-LOAD-HISTORY.
      *
       230-HISTORY-LOADED.
      *
           IF NOT STU-STATUS-ACTIVE
               GO TO 200-READ-STUDENT
           END-IF.
      *
           GO TO 300-AUDIT-STUDENT.
      *
       250-KEEP-ENROLLMENT.
      * ONLY COMPLETED ENROLLMENTS WITH AN EARNING GRADE (A THRU D)
      * ADD TO EARNED CREDITS; ACTIVE ONES ARE THIS TERM'S WORK.
           IF WS-ENR-COUNT NOT < WS-ENR-MAX
               DISPLAY 'UUDAUF2A - ENROLLMENT TABLE FULL FOR '
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
           IF ENR-STATUS-ACTIVE
               ADD ENR-CREDIT-HOURS          TO WS-ACTIVE-CREDITS
               GO TO 250-KEEP-EXIT
           END-IF.
      *
           IF ENR-GRADE = 'A ' OR ENR-GRADE = 'B '
              OR ENR-GRADE = 'C ' OR ENR-GRADE = 'D '
               ADD ENR-CREDIT-HOURS          TO WS-EARNED-CREDITS
           END-IF.
      *
           GO TO 250-KEEP-EXIT.
      *
       250-KEEP-EXIT.
           EXIT.
      *
       300-AUDIT-STUDENT.
      *
           ADD 1                             TO WS-AUDITED-COUNT.
      *
           MOVE STU-STUDENT-ID              TO SL-STUDENT-ID.
           MOVE STU-LAST-NAME               TO SL-LAST-NAME.
           MOVE STU-FIRST-NAME              TO SL-FIRST-NAME.
           MOVE STU-PROGRAM-OF-STUDY        TO SL-PROGRAM.
           MOVE STUDENT-LINE                TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           PERFORM 400-AUDIT-PROGRAM THRU 400-AUDIT-EXIT.
      *
           IF NOT WS-PROG-FOUND
               ADD 1                         TO WS-NOPROG-COUNT
               MOVE 'PROGRAM NOT ON REQUIREMENTS FILE' TO MSL-TEXT
           ELSE
               IF WS-ALL-MET
                   ADD 1                     TO WS-COMPLETE-COUNT
                   MOVE 'ALL REQUIREMENTS MET'     TO MSL-TEXT
               ELSE
                   MOVE 'REQUIREMENTS OUTSTANDING' TO MSL-TEXT
               END-IF
           END-IF.
      *
           MOVE MESSAGE-LINE                TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 200-READ-STUDENT.
      *
       400-AUDIT-PROGRAM.
      * POSITION ON THE PROGRAM'S TOTAL RECORD - IT SORTS FIRST,
      * AHEAD OF EVERY GROUP - THEN WALK THE PROGRAM'S GROUPS IN
      * KEY ORDER.
           MOVE 'N'                         TO WS-PROG-FOUND-SW.
           MOVE 'Y'                         TO WS-ALL-MET-SW.
           MOVE 'N'                         TO WS-GROUP-OPEN-SW.
           MOVE 'N'                         TO WS-GROUP-SKIP-SW.
           MOVE SPACES                      TO WS-CUR-GROUP.
      *
           MOVE STU-PROGRAM-OF-STUDY        TO PGR-PROGRAM.
           MOVE LOW-VALUES                  TO PGR-GROUP.
           MOVE LOW-VALUES                  TO PGR-COURSE-ID.
      *
           START PGRFIL-FILE KEY IS NOT LESS THAN PGR-KEY
               INVALID KEY
                   GO TO 400-AUDIT-EXIT
           END-START.
      *
           READ PGRFIL-FILE NEXT RECORD
               AT END
                   GO TO 400-AUDIT-EXIT
           END-READ.
      *
           IF NOT WS-PGRFIL-OK
               DISPLAY 'UUDAUF2A - READ PGRFIL FAILED - STATUS '
                       WS-PGRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF PGR-PROGRAM NOT = STU-PROGRAM-OF-STUDY
              OR NOT PGR-PROGRAM-TOTAL
              OR NOT PGR-GROUP-HEADER
              OR NOT PGR-STATUS-ACTIVE
               GO TO 400-AUDIT-EXIT
           END-IF.
      *
           MOVE 'Y'                         TO WS-PROG-FOUND-SW.
      *
           MOVE WS-EARNED-CREDITS           TO WS-REACH-CREDITS.
           ADD WS-ACTIVE-CREDITS             TO WS-REACH-CREDITS.
      *
           IF WS-EARNED-CREDITS NOT < PGR-MINIMUM-CREDITS
               MOVE 'M'                      TO WS-CRS-STATE
           ELSE
               IF WS-REACH-CREDITS NOT < PGR-MINIMUM-CREDITS
                   MOVE 'P'                  TO WS-CRS-STATE
               ELSE
                   MOVE ' '                  TO WS-CRS-STATE
               END-IF
           END-IF.
      *
           MOVE SPACES                      TO DETAIL-LINE(2:).
           MOVE 'TOTAL   '                  TO DL-KIND.
           MOVE PGR-DESCRIPTION             TO DL-DESCRIPTION.
           MOVE PGR-MINIMUM-CREDITS         TO DL-NEED.
           MOVE WS-EARNED-CREDITS           TO DL-HAVE.
           PERFORM 490-PRINT-REQUIREMENT THRU 490-PRINT-EXIT.
      *
           GO TO 420-NEXT-REQUIREMENT.
      *
       420-NEXT-REQUIREMENT.
      *
           READ PGRFIL-FILE NEXT RECORD
               AT END
                   GO TO 440-LAST-GROUP
           END-READ.
      *
           IF NOT WS-PGRFIL-OK
               DISPLAY 'UUDAUF2A - READ PGRFIL FAILED - STATUS '
                       WS-PGRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF PGR-PROGRAM NOT = STU-PROGRAM-OF-STUDY
               GO TO 440-LAST-GROUP
           END-IF.
      *
           IF PGR-GROUP NOT = WS-CUR-GROUP
               IF WS-GROUP-OPEN
                   PERFORM 450-CLOSE-GROUP THRU 450-CLOSE-EXIT
               END-IF
               MOVE PGR-GROUP                TO WS-CUR-GROUP
               MOVE 'N'                      TO WS-GROUP-SKIP-SW
           END-IF.
      *
           IF NOT PGR-STATUS-ACTIVE
               IF PGR-GROUP-HEADER
                   MOVE 'Y'                  TO WS-GROUP-SKIP-SW
               END-IF
               GO TO 420-NEXT-REQUIREMENT
           END-IF.
      *
           IF PGR-REQUIRED-GROUP
               GO TO 430-REQUIRED-COURSE
           END-IF.
      *
           IF PGR-GROUP-HEADER
               MOVE 'Y'                      TO WS-GROUP-OPEN-SW
               MOVE PGR-DESCRIPTION          TO WS-GROUP-DESCRIPTION
               MOVE PGR-MINIMUM-CREDITS      TO WS-GROUP-MINIMUM
               MOVE ZERO                     TO WS-GROUP-EARNED
               MOVE ZERO                     TO WS-GROUP-ACTIVE
               GO TO 420-NEXT-REQUIREMENT
           END-IF.
      *
      * A MEMBER COURSE OF AN ELECTIVE GROUP - ITS CREDITS COUNT
      * TOWARD THE GROUP WHEN THE STUDENT HAS EARNED IT OR IS
      * TAKING IT NOW.
           IF WS-GROUP-SKIP OR NOT WS-GROUP-OPEN
               GO TO 420-NEXT-REQUIREMENT
           END-IF.
      *
           PERFORM 470-CHECK-COURSE THRU 470-CHECK-EXIT.
      *
           IF WS-CRS-MET
               ADD WS-CRS-CREDITS            TO WS-GROUP-EARNED
           END-IF.
      *
           IF WS-CRS-IN-PROGRESS
               ADD WS-CRS-CREDITS            TO WS-GROUP-ACTIVE
           END-IF.
      *
           GO TO 420-NEXT-REQUIREMENT.
      *
       430-REQUIRED-COURSE.
      *
           IF PGR-GROUP-HEADER
               GO TO 420-NEXT-REQUIREMENT
           END-IF.
      *
           PERFORM 470-CHECK-COURSE THRU 470-CHECK-EXIT.
      *
           MOVE SPACES                      TO DETAIL-LINE(2:).
           MOVE 'REQUIRED'                  TO DL-KIND.
           MOVE PGR-GROUP                   TO DL-GROUP.
           MOVE PGR-COURSE-ID               TO DL-COURSE-ID.
           MOVE PGR-DESCRIPTION             TO DL-DESCRIPTION.
           MOVE WS-MIN-GRADE                TO DL-MIN-GRADE.
           MOVE ZERO                        TO DL-NEED.
           MOVE WS-CRS-CREDITS              TO DL-HAVE.
           PERFORM 490-PRINT-REQUIREMENT THRU 490-PRINT-EXIT.
      *
           GO TO 420-NEXT-REQUIREMENT.
      *
       440-LAST-GROUP.
      *
           IF WS-GROUP-OPEN
               PERFORM 450-CLOSE-GROUP THRU 450-CLOSE-EXIT
           END-IF.
      *
           GO TO 400-AUDIT-EXIT.
      *
       450-CLOSE-GROUP.
      * EVERY MEMBER OF THE GROUP HAS BEEN SEEN - JUDGE IT AGAINST
      * THE MINIMUM ON ITS HEADER.
           MOVE WS-GROUP-EARNED             TO WS-REACH-CREDITS.
           ADD WS-GROUP-ACTIVE               TO WS-REACH-CREDITS.
      *
           IF WS-GROUP-EARNED NOT < WS-GROUP-MINIMUM
               MOVE 'M'                      TO WS-CRS-STATE
           ELSE
               IF WS-REACH-CREDITS NOT < WS-GROUP-MINIMUM
                   MOVE 'P'                  TO WS-CRS-STATE
               ELSE
                   MOVE ' '                  TO WS-CRS-STATE
               END-IF
           END-IF.
      *
           MOVE SPACES                      TO DETAIL-LINE(2:).
           MOVE 'ELECTIVE'                  TO DL-KIND.
           MOVE WS-CUR-GROUP                TO DL-GROUP.
           MOVE WS-GROUP-DESCRIPTION        TO DL-DESCRIPTION.
           MOVE WS-GROUP-MINIMUM            TO DL-NEED.
           MOVE WS-GROUP-EARNED             TO DL-HAVE.
           PERFORM 490-PRINT-REQUIREMENT THRU 490-PRINT-EXIT.
      *
           MOVE 'N'                         TO WS-GROUP-OPEN-SW.
           GO TO 450-CLOSE-EXIT.
      *
       450-CLOSE-EXIT.
           EXIT.
      *
       470-CHECK-COURSE.
      * LOOK FOR THE REQUIREMENT'S COURSE IN THE STUDENT'S HISTORY.
      * A COMPLETION GRADED A-D AND NO WORSE THAN THE MINIMUM (A
      * SORTS BELOW D, SO 'NOT GREATER' IS 'AT LEAST AS GOOD') MEETS
      * IT; FAILING THAT, AN ACTIVE ENROLLMENT PUTS IT IN PROGRESS.
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
       490-PRINT-REQUIREMENT.
      * STATE IS IN WS-CRS-STATE; COUNT IT AND PRINT THE LINE THE
      * CALLER HAS BUILT.
           IF WS-CRS-MET
               ADD 1                         TO WS-MET-COUNT
               MOVE 'MET'                    TO DL-STATE
           ELSE
               MOVE 'N'                      TO WS-ALL-MET-SW
               IF WS-CRS-IN-PROGRESS
                   ADD 1                     TO WS-PROGRESS-COUNT
                   MOVE 'IN PROGRESS'        TO DL-STATE
               ELSE
                   ADD 1                     TO WS-MISSING-COUNT
                   MOVE 'MISSING'            TO DL-STATE
               END-IF
           END-IF.
      *
           MOVE DETAIL-LINE                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           GO TO 490-PRINT-EXIT.
      *
       490-PRINT-EXIT.
           EXIT.
      *
       400-AUDIT-EXIT.
           EXIT.
      *
       700-TOTALS.
      * ANY ENROLLMENTS LEFT OVER BELONG TO STUDENT IDS PAST THE
      * LAST MASTER RECORD.
           IF WS-ENR-HOLD-ID NOT = HIGH-VALUES
               ADD 1                         TO WS-NOMASTER-COUNT
               PERFORM 150-READ-ENROLLMENT THRU 150-READ-EXIT
               GO TO 700-TOTALS
           END-IF.
      *
           MOVE WS-AUDITED-COUNT             TO TL1-COUNT.
           MOVE TOTAL-LINE-1                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COMPLETE-COUNT            TO TL2-COUNT.
           MOVE TOTAL-LINE-2                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NOPROG-COUNT              TO TL3-COUNT.
           MOVE TOTAL-LINE-3                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-MET-COUNT                 TO TL4-COUNT.
           MOVE TOTAL-LINE-4                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PROGRESS-COUNT            TO TL5-COUNT.
           MOVE TOTAL-LINE-5                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-MISSING-COUNT             TO TL6-COUNT.
           MOVE TOTAL-LINE-6                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NOMASTER-COUNT            TO TL7-COUNT.
           MOVE TOTAL-LINE-7                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           CLOSE STUMAS-FILE.
           CLOSE ENRFIL-FILE.
           CLOSE PGRFIL-FILE.
           CLOSE REPDAU-FILE.
      *
           DISPLAY 'UUDAUF2A - STUDENTS AUDITED:   '
                   WS-AUDITED-COUNT.
           DISPLAY 'UUDAUF2A - ALL REQUIREMENTS MET: '
                   WS-COMPLETE-COUNT.
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
       END PROGRAM UUDAUF2A.
