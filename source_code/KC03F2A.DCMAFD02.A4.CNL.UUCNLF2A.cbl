       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUCNLF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    SECTION CANCELLATION NOTIFICATION LIST.  READS THE
      *    CANCELLATION EXTRACT (CANEXT) WRITTEN BY UUCANF2A AFTER
      *    IT HAS BEEN SORTED BY STUDENT ID, COURSE AND SECTION, AND
      *    PRINTS ONE PAGE GROUP PER AFFECTED STUDENT SO THE
      *    REGISTRAR CAN TELL EACH OF THEM WHAT HAPPENED.  EVERY
      *    CANCELLED SECTION THE STUDENT WAS ENROLLED IN OR WAITING
      *    FOR IS LISTED WITH THE OTHER ACTIVE SECTIONS OF THE SAME
      *    COURSE IN THE SAME TERM THAT STILL HAVE SEATS OPEN, READ
      *    LIVE FROM THE SECTION MASTER, SO THE STUDENT CAN BE
      *    STEERED STRAIGHT INTO A REPLACEMENT.  SAME CONTROL-BREAK
      *    SHAPE AS THE CLASS ROSTER REPORT, UUCRPF2A.
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
           SELECT CANEXT-FILE ASSIGN TO CANEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CANEXT-STATUS.
      *
           SELECT STUMAS-FILE ASSIGN TO STUMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-STUDENT-ID
               FILE STATUS IS WS-STUMAS-STATUS.
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
           SELECT REPCNL-FILE ASSIGN TO REPCNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPCNL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CANEXT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CANSF2A.
      *
       FD  STUMAS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAS.
      *
       FD  CRSFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRSFIL.
      *
       FD  CSEFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSEFIL.
      *
       FD  REPCNL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CANEXT-STATUS                 PIC X(02) VALUE '00'.
           88  WS-CANEXT-OK                     VALUE '00'.
           88  WS-CANEXT-EOF                    VALUE '10'.
      *
       01  WS-STUMAS-STATUS                 PIC X(02) VALUE '00'.
           88  WS-STUMAS-OK                     VALUE '00'.
           88  WS-STUMAS-NOTFND                 VALUE '23'.
      *
       01  WS-CRSFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-CRSFIL-OK                     VALUE '00'.
           88  WS-CRSFIL-NOTFND                 VALUE '23'.
      *
       01  WS-CSEFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-CSEFIL-OK                     VALUE '00'.
           88  WS-CSEFIL-EOF                    VALUE '10'.
      *
       01  WS-REPCNL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-REPCNL-OK                     VALUE '00'.
      *
       01  WS-PREV-STUDENT                  PIC X(09) VALUE SPACES.
       01  WS-OPEN-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-OPEN-FOUND                    VALUE 'Y'.
       01  WS-SEATS-OPEN                    PIC 9(03) VALUE ZERO.
      *
       01  WS-LINE-COUNT                    PIC 9(02) VALUE 99.
       01  WS-MAX-LINES                     PIC 9(02) VALUE 55.
       01  WS-PAGE-COUNT                    PIC 9(04) VALUE ZERO.
      *
       01  WS-STUDENT-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-DROPPED-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-PURGED-COUNT                  PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NO-OPEN-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(40)
               VALUE 'KC03F2A SECTION CANCELLATION NOTICES'.
           05  FILLER                       PIC X(80) VALUE SPACES.
           05  FILLER                       PIC X(05) VALUE 'PAGE '.
           05  HL1-PAGE                     PIC ZZZ9.
      *
       01  HEADING-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(09) VALUE 'STUDENT: '.
           05  HL2-STUDENT-ID               PIC X(09).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  HL2-LAST-NAME                PIC X(20).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  HL2-FIRST-NAME               PIC X(15).
      *
       01  AFFECTED-LINE.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  FILLER                       PIC X(08) VALUE 'COURSE  '.
           05  AL-COURSE-ID                 PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  AL-TITLE                     PIC X(20).
           05  FILLER                       PIC X(07) VALUE '  TERM '.
           05  AL-TERM-CODE                 PIC X(06).
           05  FILLER                       PIC X(10)
               VALUE '  SECTION '.
           05  AL-SECTION-NO                PIC X(02).
           05  FILLER                       PIC X(13)
               VALUE ' CANCELLED - '.
           05  AL-ACTION                    PIC X(40).
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE '    OTHER OPEN SECTIONS: SECT '.
           05  FILLER                       PIC X(22)
               VALUE 'INSTRUCTOR            '.
           05  FILLER                       PIC X(09)
               VALUE 'DAYS     '.
           05  FILLER                       PIC X(13)
               VALUE 'TIME         '.
           05  FILLER                       PIC X(10)
               VALUE 'SEATS OPEN'.
      *
       01  DETAIL-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(25) VALUE SPACES.
           05  DL-SECTION-NO                PIC X(02).
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  DL-INSTRUCTOR                PIC X(20).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-DAYS                      PIC X(07).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-TIME                      PIC X(11).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-SEATS-OPEN                PIC ZZ9.
      *
       01  NO-OPEN-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  FILLER                       PIC X(50)
               VALUE 'NO OTHER OPEN SECTION WITH SEATS THIS TERM'.
      *
       01  TOTAL-LINE-1.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  FILLER                       PIC X(30)
               VALUE 'STUDENTS NOTIFIED:            '.
           05  TL1-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'ENROLLMENTS DROPPED:          '.
           05  TL2-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-3.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'WAITLIST POSITIONS REMOVED:   '.
           05  TL3-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-4.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'NO REPLACEMENT SECTION OPEN:  '.
           05  TL4-COUNT                    PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
           OPEN INPUT  CANEXT-FILE.
      *
           IF NOT WS-CANEXT-OK
               DISPLAY 'UUCNLF2A - OPEN CANEXT FAILED - STATUS '
                       WS-CANEXT-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  STUMAS-FILE.
      *
           IF NOT WS-STUMAS-OK
               DISPLAY 'UUCNLF2A - OPEN STUMAS FAILED - STATUS '
                       WS-STUMAS-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  CRSFIL-FILE.
      *
           IF NOT WS-CRSFIL-OK
               DISPLAY 'UUCNLF2A - OPEN CRSFIL FAILED - STATUS '
                       WS-CRSFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  CSEFIL-FILE.
      *
           IF NOT WS-CSEFIL-OK
               DISPLAY 'UUCNLF2A - OPEN CSEFIL FAILED - STATUS '
                       WS-CSEFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN OUTPUT REPCNL-FILE.
      *
           IF NOT WS-REPCNL-OK
               DISPLAY 'UUCNLF2A - OPEN REPCNL FAILED - STATUS '
                       WS-REPCNL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           GO TO 200-PROCESS-RECORDS.
      *
       200-PROCESS-RECORDS.
      *
           READ CANEXT-FILE
               AT END
                   GO TO 700-FINAL-TOTALS
           END-READ.
      *
           IF NOT WS-CANEXT-OK AND NOT WS-CANEXT-EOF
               DISPLAY 'UUCNLF2A - READ CANEXT FAILED - STATUS '
                       WS-CANEXT-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF CAN-STUDENT-ID NOT = WS-PREV-STUDENT
               GO TO 260-NEW-STUDENT
           END-IF.
      *
           GO TO 300-PRINT-AFFECTED.
      *
       260-NEW-STUDENT.
      * EVERY STUDENT STARTS ON A FRESH PAGE SO THE NOTICE CAN BE
      * SENT TO THEM AS IT STANDS.
           MOVE CAN-STUDENT-ID               TO WS-PREV-STUDENT.
           ADD 1                             TO WS-STUDENT-COUNT.
      *
           MOVE CAN-STUDENT-ID               TO STU-STUDENT-ID.
      *
           READ STUMAS-FILE.
      *
           IF WS-STUMAS-NOTFND
               MOVE '*** NOT ON STUMAS ***'  TO STU-LAST-NAME
               MOVE SPACES                   TO STU-FIRST-NAME
           ELSE
               IF NOT WS-STUMAS-OK
                   DISPLAY 'UUCNLF2A - READ STUMAS FAILED - STATUS '
                           WS-STUMAS-STATUS
                   GO TO 900-ABEND
               END-IF
           END-IF.
      *
           MOVE 99                          TO WS-LINE-COUNT.
           GO TO 300-PRINT-AFFECTED.
      *
       300-PRINT-AFFECTED.
      *
           IF WS-LINE-COUNT NOT < WS-MAX-LINES
               PERFORM 600-NEW-PAGE THRU 600-NEW-PAGE-EXIT
           END-IF.
      *
           MOVE CAN-COURSE-ID                TO CRS-COURSE-ID.
      *
           READ CRSFIL-FILE.
      *
           IF WS-CRSFIL-NOTFND
               MOVE SPACES                   TO CRS-COURSE-TITLE
           ELSE
               IF NOT WS-CRSFIL-OK
                   DISPLAY 'UUCNLF2A - READ CRSFIL FAILED - STATUS '
                           WS-CRSFIL-STATUS
                   GO TO 900-ABEND
               END-IF
           END-IF.
      *
           MOVE CAN-COURSE-ID                TO AL-COURSE-ID.
           MOVE CRS-COURSE-TITLE             TO AL-TITLE.
           MOVE CAN-TERM-CODE                TO AL-TERM-CODE.
           MOVE CAN-SECTION-NO               TO AL-SECTION-NO.
      *
           IF CAN-ENROLLMENT-DROPPED
               MOVE 'ENROLLMENT DROPPED, CHARGE REVERSED'
                 TO AL-ACTION
               ADD 1                         TO WS-DROPPED-COUNT
           ELSE
               MOVE 'REMOVED FROM THE WAITLIST'
                 TO AL-ACTION
               ADD 1                         TO WS-PURGED-COUNT
           END-IF.
      *
           MOVE AFFECTED-LINE                TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COLUMN-HEADING-LINE          TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 3                             TO WS-LINE-COUNT.
      *
           GO TO 400-FIND-OPEN.
      *
       400-FIND-OPEN.
      * BROWSE EVERY SECTION OF THE COURSE IN THE TERM - THE
      * CANCELLED ONE FALLS OUT ON ITS OWN STATUS.
           MOVE 'N'                         TO WS-OPEN-FOUND-SW.
           MOVE CAN-COURSE-ID               TO CSE-COURSE-ID.
           MOVE CAN-TERM-CODE               TO CSE-TERM-CODE.
           MOVE LOW-VALUES                  TO CSE-SECTION-NO.
      *
           START CSEFIL-FILE KEY IS NOT LESS THAN CSE-KEY
               INVALID KEY
                   GO TO 480-OPEN-SCANNED
           END-START.
      *
           GO TO 420-READ-SECTION.
      *
       420-READ-SECTION.
      *
           READ CSEFIL-FILE NEXT RECORD
               AT END
                   GO TO 480-OPEN-SCANNED
           END-READ.
      *
           IF NOT WS-CSEFIL-OK AND NOT WS-CSEFIL-EOF
               DISPLAY 'UUCNLF2A - READ CSEFIL FAILED - STATUS '
                       WS-CSEFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF CSE-COURSE-ID NOT = CAN-COURSE-ID
              OR CSE-TERM-CODE NOT = CAN-TERM-CODE
               GO TO 480-OPEN-SCANNED
           END-IF.
      *
           IF NOT CSE-STATUS-ACTIVE
              OR CSE-ENROLLED-COUNT NOT < CSE-MAX-SEATS
               GO TO 420-READ-SECTION
           END-IF.
      *
           IF WS-LINE-COUNT NOT < WS-MAX-LINES
               PERFORM 600-NEW-PAGE THRU 600-NEW-PAGE-EXIT
               MOVE COLUMN-HEADING-LINE      TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1                         TO WS-LINE-COUNT
           END-IF.
      *
           MOVE 'Y'                         TO WS-OPEN-FOUND-SW.
           SUBTRACT CSE-ENROLLED-COUNT FROM CSE-MAX-SEATS
               GIVING WS-SEATS-OPEN.
      *
           MOVE CSE-SECTION-NO               TO DL-SECTION-NO.
           MOVE CSE-INSTRUCTOR               TO DL-INSTRUCTOR.
           MOVE CSE-MEETING-DAYS             TO DL-DAYS.
           MOVE CSE-MEETING-TIME             TO DL-TIME.
           MOVE WS-SEATS-OPEN                TO DL-SEATS-OPEN.
           MOVE DETAIL-LINE                  TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1                             TO WS-LINE-COUNT.
      *
           GO TO 420-READ-SECTION.
      *
       480-OPEN-SCANNED.
      *
           IF NOT WS-OPEN-FOUND
               MOVE NO-OPEN-LINE             TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1                         TO WS-LINE-COUNT
               ADD 1                         TO WS-NO-OPEN-COUNT
           END-IF.
      *
           GO TO 200-PROCESS-RECORDS.
      *
       600-NEW-PAGE.
      *
           ADD 1                             TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT                 TO HL1-PAGE.
           MOVE HEADING-LINE-1                TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           MOVE CAN-STUDENT-ID                TO HL2-STUDENT-ID.
           MOVE STU-LAST-NAME                 TO HL2-LAST-NAME.
           MOVE STU-FIRST-NAME                TO HL2-FIRST-NAME.
           MOVE HEADING-LINE-2                TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           MOVE 2                             TO WS-LINE-COUNT.
      *
           GO TO 600-NEW-PAGE-EXIT.
      *
       600-NEW-PAGE-EXIT.
           EXIT.
      *
       700-FINAL-TOTALS.
      *
           MOVE WS-STUDENT-COUNT             TO TL1-COUNT.
           MOVE TOTAL-LINE-1                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-DROPPED-COUNT             TO TL2-COUNT.
           MOVE TOTAL-LINE-2                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PURGED-COUNT              TO TL3-COUNT.
           MOVE TOTAL-LINE-3                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NO-OPEN-COUNT             TO TL4-COUNT.
           MOVE TOTAL-LINE-4                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 800-EOF.
      *
       800-EOF.
      *
           CLOSE CANEXT-FILE.
           CLOSE STUMAS-FILE.
           CLOSE CRSFIL-FILE.
           CLOSE CSEFIL-FILE.
           CLOSE REPCNL-FILE.
      *
           DISPLAY 'UUCNLF2A - STUDENTS NOTIFIED: '
                   WS-STUDENT-COUNT.
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
       END PROGRAM UUCNLF2A.
