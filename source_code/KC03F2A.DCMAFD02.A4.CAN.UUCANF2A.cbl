       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUCANF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    SECTION CANCELLATION CASCADE.  READS THE TERM FROM CARDIN
      *    (TERM CODE IN COLUMNS 1-6) AND LOADS EVERY SECTION OF THAT
      *    TERM THAT UUCSEF2A HAS CANCELLED (CSE-STATUS 'C') FROM THE
      *    SECTION MASTER.  THE ENROLLMENT FILE IS THEN READ IN ITS
      *    STUDENT-MAJOR KEY ORDER AND EVERY ACTIVE ENROLLMENT IN A
      *    CANCELLED SECTION IS DROPPED ('D' - NEVER A LATE 'W', THE
      *    STUDENT DID NOT CHOOSE TO LEAVE) SO THE NEXT UUBILF2A RUN
      *    REVERSES ITS CHARGE.  EACH CANCELLED SECTION'S WAITLIST IS
      *    THEN PURGED FROM WTLFIL AND ITS ENROLLED COUNT SET TO
      *    ZERO.  EVERY ENROLLMENT DROPPED AND WAITLIST POSITION
      *    PURGED WRITES A BEFORE/AFTER RECORD TO THE ENROLLMENT
      *    AUDIT TRAIL (ENRAUD) AND AN EXTRACT RECORD (CANEXT) THAT
      *    A LATER STEP SORTS BY STUDENT AND FEEDS TO UUCNLF2A FOR
      *    THE PER-STUDENT NOTIFICATION LIST.  THE REPCAN REPORT
      *    LISTS EACH CANCELLED SECTION WITH WHAT WAS DONE TO IT AND
      *    ENDS WITH THE CONTROL TOTALS, WHICH ARE ALSO DISPLAYED.
      *    THE RUN MAY BE REPEATED - A SECTION ALREADY CASCADED HAS
      *    NO ACTIVE ENROLLMENTS OR WAITLIST LEFT TO CHANGE.
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
           SELECT CSEFIL-FILE ASSIGN TO CSEFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSE-KEY
               FILE STATUS IS WS-CSEFIL-STATUS.
      *
           SELECT ENRFIL-FILE ASSIGN TO ENRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-ENRFIL-STATUS.
      *
           SELECT WTLFIL-FILE ASSIGN TO WTLFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WTL-KEY
               FILE STATUS IS WS-WTLFIL-STATUS.
      *
           SELECT ENRAUD-FILE ASSIGN TO ENRAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EAU-KEY
               FILE STATUS IS WS-ENRAUD-STATUS.
      *
           SELECT CANEXT-FILE ASSIGN TO CANEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CANEXT-STATUS.
      *
           SELECT REPCAN-FILE ASSIGN TO REPCAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPCAN-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CARDIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-RECORD                      PIC X(80).
      *
       FD  CSEFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSEFIL.
      *
       FD  ENRFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ENRFIL.
      *
       FD  WTLFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WTLFIL.
      *
       FD  ENRAUD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ENRAUD.
      *
       FD  CANEXT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CANSF2A.
      *
       FD  REPCAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CARDIN-STATUS                 PIC X(02) VALUE '00'.
           88  WS-CARDIN-OK                     VALUE '00'.
      *
       01  WS-CSEFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-CSEFIL-OK                     VALUE '00'.
           88  WS-CSEFIL-EOF                    VALUE '10'.
      *
       01  WS-ENRFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-ENRFIL-OK                     VALUE '00'.
           88  WS-ENRFIL-EOF                    VALUE '10'.
      *
       01  WS-WTLFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-WTLFIL-OK                     VALUE '00'.
           88  WS-WTLFIL-EOF                    VALUE '10'.
      *
       01  WS-ENRAUD-STATUS                 PIC X(02) VALUE '00'.
           88  WS-ENRAUD-OK                     VALUE '00'.
      *
       01  WS-CANEXT-STATUS                 PIC X(02) VALUE '00'.
           88  WS-CANEXT-OK                     VALUE '00'.
      *
       01  WS-REPCAN-STATUS                 PIC X(02) VALUE '00'.
           88  WS-REPCAN-OK                     VALUE '00'.
      *
       01  WS-TARGET-TERM                   PIC X(06) VALUE SPACES.
       01  WS-BATCH-OPID                    PIC X(08) VALUE 'SECTCAN '.
      *
      * THE TERM'S CANCELLED SECTIONS, LOADED AT START-UP WITH A
      * RUNNING COUNT OF WHAT THE CASCADE DID TO EACH - A HUNDRED
      * CANCELLATIONS IN ONE TERM WOULD BE A SCHEDULE RESET, NOT A
      * CANCELLATION.
       01  WS-CAN-MAX                       PIC S9(04) COMP VALUE +100.
       01  WS-CAN-COUNT                     PIC S9(04) COMP VALUE ZERO.
       01  WS-CAN-SUB                       PIC S9(04) COMP VALUE ZERO.
       01  WS-CAN-TABLE.
           05  WS-CAN-ENTRY                 OCCURS 100 TIMES.
               10  WS-CAN-COURSE-ID         PIC X(06).
               10  WS-CAN-SECTION-NO        PIC X(02).
               10  WS-CAN-INSTRUCTOR        PIC X(20).
               10  WS-CAN-DROPPED           PIC 9(05).
               10  WS-CAN-PURGED            PIC 9(05).
      *
       01  WS-SECTION-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-SECTION-FOUND                 VALUE 'Y'.
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
       01  WS-SECTION-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-DROPPED-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-HOURS-RELEASED                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-PURGED-COUNT                  PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-AUDIT-COUNT                   PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-EXTRACT-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(40)
               VALUE 'KC03F2A SECTION CANCELLATION CASCADE'.
      *
       01  HEADING-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(06) VALUE 'TERM: '.
           05  HL2-TERM                     PIC X(06).
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(08)
               VALUE 'COURSE  '.
           05  FILLER                       PIC X(06)
               VALUE 'SECT  '.
           05  FILLER                       PIC X(22)
               VALUE 'INSTRUCTOR            '.
           05  FILLER                       PIC X(10)
               VALUE 'DROPPED   '.
           05  FILLER                       PIC X(10)
               VALUE 'WAITLIST  '.
      *
       01  DETAIL-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  DL-COURSE-ID                 PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-SECTION-NO                PIC X(02).
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  DL-INSTRUCTOR                PIC X(20).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-DROPPED                   PIC ZZZZ9.
           05  FILLER                       PIC X(05) VALUE SPACES.
           05  DL-PURGED                    PIC ZZZZ9.
      *
       01  NO-SECTIONS-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(36)
               VALUE 'NO CANCELLED SECTIONS FOR THE TERM'.
      *
       01  TOTAL-LINE-1.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'CANCELLED SECTIONS:           '.
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
               VALUE 'CREDIT HOURS RELEASED:        '.
           05  TL3-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-4.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'WAITLIST POSITIONS PURGED:    '.
           05  TL4-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-5.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'AUDIT RECORDS WRITTEN:        '.
           05  TL5-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-6.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'NOTIFICATION RECORDS WRITTEN: '.
           05  TL6-COUNT                    PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
           OPEN INPUT  CARDIN-FILE.
      *
           IF NOT WS-CARDIN-OK
               DISPLAY 'UUCANF2A - OPEN CARDIN FAILED - STATUS '
                       WS-CARDIN-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           READ CARDIN-FILE
               AT END
                   DISPLAY 'UUCANF2A - NO TERM CARD - ENDING'
                   GO TO 900-ABEND
           END-READ.
      *
           MOVE CARD-RECORD(1:6)             TO WS-TARGET-TERM.
      *
           IF WS-TARGET-TERM = SPACES
               DISPLAY 'UUCANF2A - BLANK TERM CARD - ENDING'
               GO TO 900-ABEND
           END-IF.
      *
           CLOSE CARDIN-FILE.
      *
           OPEN I-O    CSEFIL-FILE.
      *
           IF NOT WS-CSEFIL-OK
               DISPLAY 'UUCANF2A - OPEN CSEFIL FAILED - STATUS '
                       WS-CSEFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN I-O    ENRFIL-FILE.
      *
           IF NOT WS-ENRFIL-OK
               DISPLAY 'UUCANF2A - OPEN ENRFIL FAILED - STATUS '
                       WS-ENRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN I-O    WTLFIL-FILE.
      *
           IF NOT WS-WTLFIL-OK
               DISPLAY 'UUCANF2A - OPEN WTLFIL FAILED - STATUS '
                       WS-WTLFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN I-O    ENRAUD-FILE.
      *
           IF NOT WS-ENRAUD-OK
               DISPLAY 'UUCANF2A - OPEN ENRAUD FAILED - STATUS '
                       WS-ENRAUD-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN OUTPUT CANEXT-FILE.
      *
           IF NOT WS-CANEXT-OK
               DISPLAY 'UUCANF2A - OPEN CANEXT FAILED - STATUS '
                       WS-CANEXT-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN OUTPUT REPCAN-FILE.
      *
           IF NOT WS-REPCAN-OK
               DISPLAY 'UUCANF2A - OPEN REPCAN FAILED - STATUS '
                       WS-REPCAN-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ACCEPT WS-RUN-DATE                FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW                FROM TIME.
           MOVE WS-TIME-RAW(1:6)             TO WS-RUN-TIME.
      *
      * A BATCH RUN HAS NO CICS ABSTIME, SO THE AUDIT KEY TIMESTAMP
      * IS COMPOSED ON THE SAME MILLISECOND SCALE ASKTIME USES, THE
      * WAY UUGRAF2A DOES IT.  THE TIMESTAMP IS BUMPED BY ONE AFTER
      * EVERY AUDIT WRITE SO A STUDENT WITH TWO CANCELLED SECTIONS
      * CANNOT COLLIDE ON EAU-KEY.
           COMPUTE WS-BATCH-TIMESTAMP
               = (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               -  FUNCTION INTEGER-OF-DATE(19010101) + 366)
               *  86400000
               + (WS-RUN-HH * 3600 + WS-RUN-MM * 60 + WS-RUN-SS)
               *  1000.
      *
           MOVE HEADING-LINE-1               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TARGET-TERM               TO HL2-TERM.
           MOVE HEADING-LINE-2               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COLUMN-HEADING-LINE          TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 100-LOAD-CANCELLED.
      *
       100-LOAD-CANCELLED.
      * ONE PASS OF THE SECTION MASTER PICKS OUT THE TERM'S
      * CANCELLED SECTIONS.
           READ CSEFIL-FILE NEXT RECORD
               AT END
                   GO TO 120-CANCELLED-LOADED
           END-READ.
      *
           IF NOT WS-CSEFIL-OK AND NOT WS-CSEFIL-EOF
               DISPLAY 'UUCANF2A - READ CSEFIL FAILED - STATUS '
                       WS-CSEFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF CSE-TERM-CODE NOT = WS-TARGET-TERM
              OR NOT CSE-STATUS-CANCELLED
               GO TO 100-LOAD-CANCELLED
           END-IF.
      *
           IF WS-CAN-COUNT NOT < WS-CAN-MAX
               DISPLAY 'UUCANF2A - CANCELLED SECTION TABLE FULL'
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-CAN-COUNT.
           MOVE WS-CAN-COUNT                 TO WS-CAN-SUB.
           MOVE CSE-COURSE-ID
             TO WS-CAN-COURSE-ID(WS-CAN-SUB).
           MOVE CSE-SECTION-NO
             TO WS-CAN-SECTION-NO(WS-CAN-SUB).
           MOVE CSE-INSTRUCTOR
             TO WS-CAN-INSTRUCTOR(WS-CAN-SUB).
           MOVE ZERO
             TO WS-CAN-DROPPED(WS-CAN-SUB).
           MOVE ZERO
             TO WS-CAN-PURGED(WS-CAN-SUB).
      *
           GO TO 100-LOAD-CANCELLED.
      *
       120-CANCELLED-LOADED.
      *
           MOVE WS-CAN-COUNT                 TO WS-SECTION-COUNT.
      *
           IF WS-CAN-COUNT = ZERO
               MOVE NO-SECTIONS-LINE         TO PRINT-LINE
               WRITE PRINT-LINE
               GO TO 800-EOF
           END-IF.
      *
           GO TO 200-READ-ENROLLMENT.
      *
       200-READ-ENROLLMENT.
      *
           READ ENRFIL-FILE
               AT END
                   GO TO 400-PURGE-WAITLISTS
           END-READ.
      *
           IF NOT WS-ENRFIL-OK AND NOT WS-ENRFIL-EOF
               DISPLAY 'UUCANF2A - READ ENRFIL FAILED - STATUS '
                       WS-ENRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF ENR-TERM-CODE NOT = WS-TARGET-TERM
              OR NOT ENR-STATUS-ACTIVE
              OR ENR-SECTION-NO = SPACES
               GO TO 200-READ-ENROLLMENT
           END-IF.
      *
           PERFORM 250-FIND-SECTION THRU 250-FIND-EXIT.
      *
           IF NOT WS-SECTION-FOUND
               GO TO 200-READ-ENROLLMENT
           END-IF.
      *
           GO TO 300-DROP-ENROLLMENT.
      *
       250-FIND-SECTION.
      *
           MOVE 'N'                         TO WS-SECTION-FOUND-SW.
           MOVE ZERO                        TO WS-CAN-SUB.
           GO TO 260-SCAN-SECTION.
      *
       260-SCAN-SECTION.
      *
           ADD 1                             TO WS-CAN-SUB.
      *
           IF WS-CAN-SUB > WS-CAN-COUNT
               GO TO 250-FIND-EXIT
           END-IF.
      *
           IF WS-CAN-COURSE-ID(WS-CAN-SUB) = ENR-COURSE-ID
              AND WS-CAN-SECTION-NO(WS-CAN-SUB) = ENR-SECTION-NO
               MOVE 'Y'                      TO WS-SECTION-FOUND-SW
               GO TO 250-FIND-EXIT
           END-IF.
      *
           GO TO 260-SCAN-SECTION.
      *
       250-FIND-EXIT.
           EXIT.
      *
       300-DROP-ENROLLMENT.
      * THE SECTION NO LONGER EXISTS - DROP THE ENROLLMENT WITH THE
      * SAME LAST-CHANGE STAMP AN ONLINE DROP LEAVES, THEN RECORD
      * THE CHANGE ON THE AUDIT TRAIL AND THE NOTIFICATION EXTRACT.
           MOVE 'D'                         TO ENR-STATUS.
           MOVE WS-RUN-DATE                 TO ENR-LAST-CHANGE-DATE.
           MOVE WS-RUN-TIME                 TO ENR-LAST-CHANGE-TIME.
           MOVE WS-BATCH-OPID               TO ENR-LAST-CHANGE-OPID.
      *
           REWRITE ENROLLMENT-RECORD.
      *
           IF NOT WS-ENRFIL-OK
               DISPLAY 'UUCANF2A - REWRITE ENRFIL FAILED - STATUS '
                       WS-ENRFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                     TO WS-CAN-DROPPED(WS-CAN-SUB).
           ADD 1                             TO WS-DROPPED-COUNT.
           ADD ENR-CREDIT-HOURS              TO WS-HOURS-RELEASED.
      *
           MOVE SPACES                      TO ENROLLMENT-AUDIT-RECORD.
           MOVE ENR-STUDENT-ID              TO EAU-STUDENT-ID.
           MOVE 'D'                         TO EAU-ACTION.
           MOVE 'A'                         TO EAU-BEFORE-STATUS.
           MOVE ENR-STATUS                  TO EAU-AFTER-STATUS.
           MOVE ZERO                        TO EAU-WTL-SEQUENCE-NO.
           MOVE ENR-CREDIT-HOURS            TO EAU-CREDIT-HOURS.
           MOVE ENR-COURSE-ID               TO EAU-COURSE-ID.
           MOVE ENR-TERM-CODE               TO EAU-TERM-CODE.
           MOVE ENR-SECTION-NO              TO EAU-SECTION-NO.
           PERFORM 600-WRITE-AUDIT THRU 600-AUDIT-EXIT.
      *
           MOVE SPACES                   TO CANCELLATION-EXTRACT-RECORD.
           MOVE ENR-STUDENT-ID              TO CAN-STUDENT-ID.
           MOVE ENR-COURSE-ID               TO CAN-COURSE-ID.
           MOVE ENR-TERM-CODE               TO CAN-TERM-CODE.
           MOVE ENR-SECTION-NO              TO CAN-SECTION-NO.
           MOVE 'D'                         TO CAN-ACTION.
           MOVE ENR-CREDIT-HOURS            TO CAN-CREDIT-HOURS.
           PERFORM 650-WRITE-EXTRACT THRU 650-EXTRACT-EXIT.
      *
           GO TO 200-READ-ENROLLMENT.
      *
       400-PURGE-WAITLISTS.
      * EVERY ENROLLMENT HAS BEEN SEEN - NOW EMPTY EACH CANCELLED
      * SECTION'S WAITLIST, LONGEST-WAITING STUDENT FIRST.
           MOVE ZERO                        TO WS-CAN-SUB.
           GO TO 410-NEXT-SECTION.
      *
       410-NEXT-SECTION.
      *
           ADD 1                             TO WS-CAN-SUB.
      *
           IF WS-CAN-SUB > WS-CAN-COUNT
               GO TO 500-UPDATE-SECTIONS
           END-IF.
      *
           MOVE WS-CAN-COURSE-ID(WS-CAN-SUB) TO WTL-COURSE-ID.
           MOVE WS-TARGET-TERM               TO WTL-TERM-CODE.
           MOVE WS-CAN-SECTION-NO(WS-CAN-SUB) TO WTL-SECTION-NO.
           MOVE ZERO                         TO WTL-SEQUENCE-NO.
      *
           START WTLFIL-FILE KEY IS NOT LESS THAN WTL-KEY
               INVALID KEY
                   GO TO 410-NEXT-SECTION
           END-START.
      *
           GO TO 420-READ-WAITLIST.
      *
       420-READ-WAITLIST.
      *
           READ WTLFIL-FILE NEXT RECORD
               AT END
                   GO TO 410-NEXT-SECTION
           END-READ.
      *
           IF NOT WS-WTLFIL-OK AND NOT WS-WTLFIL-EOF
               DISPLAY 'UUCANF2A - READ WTLFIL FAILED - STATUS '
                       WS-WTLFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF WTL-COURSE-ID NOT = WS-CAN-COURSE-ID(WS-CAN-SUB)
              OR WTL-TERM-CODE NOT = WS-TARGET-TERM
              OR WTL-SECTION-NO NOT = WS-CAN-SECTION-NO(WS-CAN-SUB)
               GO TO 410-NEXT-SECTION
           END-IF.
      *
           DELETE WTLFIL-FILE RECORD.
      *
           IF NOT WS-WTLFIL-OK
               DISPLAY 'UUCANF2A - DELETE WTLFIL FAILED - STATUS '
                       WS-WTLFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                     TO WS-CAN-PURGED(WS-CAN-SUB).
           ADD 1                             TO WS-PURGED-COUNT.
      *
           MOVE SPACES                      TO ENROLLMENT-AUDIT-RECORD.
           MOVE WTL-STUDENT-ID              TO EAU-STUDENT-ID.
           MOVE 'P'                         TO EAU-ACTION.
           MOVE WTL-SEQUENCE-NO             TO EAU-WTL-SEQUENCE-NO.
           MOVE ZERO                        TO EAU-CREDIT-HOURS.
           MOVE WTL-COURSE-ID               TO EAU-COURSE-ID.
           MOVE WTL-TERM-CODE               TO EAU-TERM-CODE.
           MOVE WTL-SECTION-NO              TO EAU-SECTION-NO.
           PERFORM 600-WRITE-AUDIT THRU 600-AUDIT-EXIT.
      *
           MOVE SPACES                   TO CANCELLATION-EXTRACT-RECORD.
           MOVE WTL-STUDENT-ID              TO CAN-STUDENT-ID.
           MOVE WTL-COURSE-ID               TO CAN-COURSE-ID.
           MOVE WTL-TERM-CODE               TO CAN-TERM-CODE.
           MOVE WTL-SECTION-NO              TO CAN-SECTION-NO.
           MOVE 'W'                         TO CAN-ACTION.
           MOVE ZERO                        TO CAN-CREDIT-HOURS.
           PERFORM 650-WRITE-EXTRACT THRU 650-EXTRACT-EXIT.
      *
           GO TO 420-READ-WAITLIST.
      *
       500-UPDATE-SECTIONS.
      * NOBODY IS LEFT IN A CANCELLED SECTION - ZERO ITS ENROLLED
      * COUNT SO THE SEAT FIGURES STOP SHOWING STUDENTS WHO ARE
      * GONE, AND PRINT WHAT WAS DONE TO IT.
           MOVE ZERO                        TO WS-CAN-SUB.
           GO TO 510-NEXT-SECTION.
      *
       510-NEXT-SECTION.
      *
           ADD 1                             TO WS-CAN-SUB.
      *
           IF WS-CAN-SUB > WS-CAN-COUNT
               GO TO 800-EOF
           END-IF.
      *
           MOVE WS-CAN-COURSE-ID(WS-CAN-SUB) TO CSE-COURSE-ID.
           MOVE WS-TARGET-TERM               TO CSE-TERM-CODE.
           MOVE WS-CAN-SECTION-NO(WS-CAN-SUB) TO CSE-SECTION-NO.
      *
           READ CSEFIL-FILE.
      *
           IF NOT WS-CSEFIL-OK
               DISPLAY 'UUCANF2A - READ CSEFIL FAILED - STATUS '
                       WS-CSEFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF CSE-ENROLLED-COUNT NOT = ZERO
               MOVE ZERO                     TO CSE-ENROLLED-COUNT
               MOVE WS-RUN-DATE              TO CSE-LAST-CHANGE-DATE
               MOVE WS-RUN-TIME              TO CSE-LAST-CHANGE-TIME
               MOVE WS-BATCH-OPID            TO CSE-LAST-CHANGE-OPID
               REWRITE COURSE-SECTION-RECORD
               IF NOT WS-CSEFIL-OK
                   DISPLAY 'UUCANF2A - REWRITE CSEFIL FAILED - STATUS '
                           WS-CSEFIL-STATUS
                   GO TO 900-ABEND
               END-IF
           END-IF.
      *
           MOVE WS-CAN-COURSE-ID(WS-CAN-SUB)  TO DL-COURSE-ID.
           MOVE WS-CAN-SECTION-NO(WS-CAN-SUB) TO DL-SECTION-NO.
           MOVE WS-CAN-INSTRUCTOR(WS-CAN-SUB) TO DL-INSTRUCTOR.
           MOVE WS-CAN-DROPPED(WS-CAN-SUB)    TO DL-DROPPED.
           MOVE WS-CAN-PURGED(WS-CAN-SUB)     TO DL-PURGED.
           MOVE DETAIL-LINE                   TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 510-NEXT-SECTION.
      *
       600-WRITE-AUDIT.
      * THE CALLER HAS FILLED IN THE STUDENT, SECTION AND ACTION -
      * STAMP THE RUN AND WRITE THE BEFORE/AFTER RECORD.
           MOVE WS-BATCH-TIMESTAMP          TO EAU-TIMESTAMP.
           MOVE WS-RUN-DATE                 TO EAU-ACTION-DATE.
           MOVE WS-RUN-TIME                 TO EAU-ACTION-TIME.
           MOVE WS-BATCH-OPID               TO EAU-OPERATOR-ID.
           MOVE 'UUCANF2A'                  TO EAU-SOURCE-PGM.
      *
           WRITE ENROLLMENT-AUDIT-RECORD.
      *
           IF NOT WS-ENRAUD-OK
               DISPLAY 'UUCANF2A - WRITE ENRAUD FAILED - STATUS '
                       WS-ENRAUD-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-BATCH-TIMESTAMP.
           ADD 1                             TO WS-AUDIT-COUNT.
      *
           GO TO 600-AUDIT-EXIT.
      *
       600-AUDIT-EXIT.
           EXIT.
      *
       650-WRITE-EXTRACT.
      *
           WRITE CANCELLATION-EXTRACT-RECORD.
      *
           IF NOT WS-CANEXT-OK
               DISPLAY 'UUCANF2A - WRITE CANEXT FAILED - STATUS '
                       WS-CANEXT-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-EXTRACT-COUNT.
      *
           GO TO 650-EXTRACT-EXIT.
      *
       650-EXTRACT-EXIT.
           EXIT.
      *
       800-EOF.
      *
           MOVE WS-SECTION-COUNT             TO TL1-COUNT.
           MOVE TOTAL-LINE-1                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-DROPPED-COUNT             TO TL2-COUNT.
           MOVE TOTAL-LINE-2                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-HOURS-RELEASED            TO TL3-COUNT.
           MOVE TOTAL-LINE-3                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PURGED-COUNT              TO TL4-COUNT.
           MOVE TOTAL-LINE-4                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-AUDIT-COUNT               TO TL5-COUNT.
           MOVE TOTAL-LINE-5                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-EXTRACT-COUNT             TO TL6-COUNT.
           MOVE TOTAL-LINE-6                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           CLOSE CSEFIL-FILE.
           CLOSE ENRFIL-FILE.
           CLOSE WTLFIL-FILE.
           CLOSE ENRAUD-FILE.
           CLOSE CANEXT-FILE.
           CLOSE REPCAN-FILE.
      *
           DISPLAY 'UUCANF2A - CANCELLED SECTIONS:    '
                   WS-SECTION-COUNT.
           DISPLAY 'UUCANF2A - ENROLLMENTS DROPPED:   '
                   WS-DROPPED-COUNT.
           DISPLAY 'UUCANF2A - WAITLIST PURGED:       '
                   WS-PURGED-COUNT.
           DISPLAY 'UUCANF2A - AUDIT RECORDS WRITTEN: '
                   WS-AUDIT-COUNT.
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
       END PROGRAM UUCANF2A.
