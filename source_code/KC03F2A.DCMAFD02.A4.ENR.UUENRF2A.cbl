      *                 UNQUALIFIED STUDENT WITH NO CHECK AT ALL.
      *                 ONLY QUALIFIED OR EXPLICITLY OVERRIDDEN
      *                 STUDENTS EVER REACH WTLFIL.
      *10/15/2026  TN   350-CHECK-STUDENT NOW ALSO BROWSES THE STUDENT'S
      *                 REGISTRATION HOLDS (HLDFIL) IN THE NEW 352-
      *                 CHECK-HOLDS - ANY HOLD WHOSE EFFECTIVE DATE
      *                 HAS ARRIVED AND THAT HAS NOT BEEN RELEASED
      *                 REFUSES THE ENROLLMENT, NAMING THE HOLD TYPE
      *                 AND PLACING OFFICE ON THE SCREEN.  THERE IS NO
      *                 OVERRIDE - THE OFFICE RELEASES THE HOLD
      *                 THROUGH UUHLDF2A.
      *10/15/2026  TN   ONCE THE PREREQUISITES PASS, THE NEW 384-CHECK-
      *                 SCHEDULE BROWSES THE STUDENT'S OTHER ACTIVE
      *                 ENROLLMENTS FOR THE SAME TERM.  A SECTION
      *                 MEETING ON A SHARED DAY AT AN OVERLAPPING TIME
      *                 IS A CONFLICT, AND THE TERM'S CREDIT HOURS
      *                 INCLUDING THE NEW COURSE MAY NOT EXCEED THE
      *                 TERM'S CEILING ON TRMFIL (THE LOWER PROBATION
      *                 CEILING FOR A STUDENT ON PROBATION).  EITHER
      *                 ONE REJECTS THE ENROLLMENT OR WAITLIST REQUEST
      *                 UNLESS AN ADMINISTRATOR-ROLE OPERATOR KEYS Y
      *                 IN THE NEW SCHEDULE OVERRIDE FIELD; THE
      *                 OVERRIDE IS RECORDED ON ENR-OVERRIDE-SW (OR
      *                 WTL-OVERRIDE-SW FOR A WAITLIST POSITION).
      *10/15/2026  TN   EVERY REFUSAL IN 090-NOT-AUTHORIZED IS NOW
      *                 WRITTEN TO THE SECURITY VIOLATION FILE
      *                 (VIOFIL) BY THE NEW 095-LOG-VIOLATION -
      *                 OPERATOR, TERMINAL, PROGRAM, MENU CHOICE,
      *                 TIME AND WHY (UNKNOWN OPERATOR, INACTIVE
      *                 RECORD OR ROLE TOO LOW) - FOR THE NIGHTLY
      *                 UUVIOF2A REPORT AND AUTOMATIC REVOKE.
      *                 A REFUSED SCHEDULE OVERRIDE IN
      *                 384-CHECK-SCHEDULE IS LOGGED THE SAME
      *                 WAY.
      *10/15/2026  TN   095-LOG-VIOLATION NOW ALSO REVOKES THE
      *                 OPERATOR ON SECFIL, WITH A SECAUD RECORD,
      *                 THE MOMENT THEIR VIOLATIONS SINCE MIDNIGHT
      *                 PASS THE DAILY LIMIT ON THE VIOFIL CONTROL
      *                 RECORD.  ITS FILE REQUESTS NOW CARRY RESP SO
      *                 THAT NO FILE CONDITION CAN ABEND THE TASK.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY PRQFIL.
      *
       COPY SECFIL.
      *
       COPY VIOFIL.
      *
       COPY SECAUD.
      *
       COPY HLDFIL.
      *
       01 WS-ABSTIME                        PIC S9(15) COMP-3.
       01 WS-OPERATOR-ID                    PIC X(08).
       01 WS-DENIAL-REASON                  PIC X(01) VALUE 'R'.
       01 WS-RESP                           PIC S9(8) COMP.
       01 WS-VIO-LIMIT                      PIC 9(03).
       01 WS-VIO-COUNT                      PIC 9(04).
       01 WS-VIO-DAY-START                  PIC S9(15) COMP-3.
       01 WS-VIO-BROWSE-KEY.
           05  WS-VIO-BROWSE-OPERATOR       PIC X(08).
           05  WS-VIO-BROWSE-TIME           PIC S9(15) COMP-3.
       01 WS-TODAY-DATE                     PIC 9(08).
      *
      * BROWSE POSITIONS FOR THE PREREQUISITE CHECK - ONE OVER THE
           05  WS-ENB-STUDENT-ID            PIC X(09).
           05  WS-ENB-COURSE-ID             PIC X(06).
           05  WS-ENB-TERM-CODE             PIC X(06).
      *
      *
      * BROWSE POSITION OVER THE STUDENT'S REGISTRATION HOLDS.
       01 WS-HLD-BROWSE-KEY.
           05  WS-HLB-STUDENT-ID            PIC X(09).
           05  WS-HLB-HOLD-TYPE             PIC X(02).
      *
      * BROWSE POSITION OVER ALL OF THE STUDENT'S ENROLLMENTS FOR
      * THE SCHEDULE CHECK.
       01 WS-SCH-BROWSE-KEY.
           05  WS-SCB-STUDENT-ID            PIC X(09).
           05  WS-SCB-COURSE-ID             PIC X(06).
           05  WS-SCB-TERM-CODE             PIC X(06).
      *
      * THE SECTION BEING ENROLLED INTO IS HELD UNDER UPDATE SINCE
      * 372-CHECK-SECTION.  THE SCHEDULE CHECK READS THE STUDENT'S
      * OTHER SECTIONS INTO THE SAME RECORD AREA, SO THE HELD IMAGE
      * IS SAVED HERE AND PUT BACK BEFORE IT IS REWRITTEN.
       01 WS-HELD-SECTION                   PIC X(91).
      *
      * MEETING TIMES ARE 'HHMM-HHMM'.  ANYTHING ELSE (TBA, BLANK)
      * CANNOT BE COMPARED AND NEVER COUNTS AS A CONFLICT.
       01 WS-NEW-DAYS                       PIC X(07).
       01 WS-NEW-TIME                       PIC X(11).
       01 WS-NEW-TIME-R REDEFINES WS-NEW-TIME.
           05  WS-NEW-START                 PIC 9(04).
           05  WS-NEW-DASH                  PIC X(01).
           05  WS-NEW-END                   PIC 9(04).
           05  FILLER                       PIC X(02).
       01 WS-OTH-TIME                       PIC X(11).
       01 WS-OTH-TIME-R REDEFINES WS-OTH-TIME.
           05  WS-OTH-START                 PIC 9(04).
           05  WS-OTH-DASH                  PIC X(01).
           05  WS-OTH-END                   PIC 9(04).
           05  FILLER                       PIC X(02).
       01 WS-DAY-SUB                        PIC S9(4) COMP.
       01 WS-DAY-TALLY                      PIC S9(4) COMP.
      *
       01 WS-TERM-CREDITS                   PIC 9(03).
       01 WS-CREDIT-LIMIT                   PIC 9(03).
       01 WS-CONFLICT-COURSE                PIC X(06).
       01 WS-CONFLICT-SECTION               PIC X(02).
      *
       01 WS-CHECK-TIMES-SW                 PIC X(01) VALUE 'N'.
           88  WS-CHECK-TIMES                   VALUE 'Y'.
       01 WS-TIME-CONFLICT-SW               PIC X(01) VALUE 'N'.
           88  WS-TIME-CONFLICT                 VALUE 'Y'.
       01 WS-OVERLOAD-SW                    PIC X(01) VALUE 'N'.
           88  WS-OVERLOAD                      VALUE 'Y'.
      *
      * WHAT THE SCHEDULE OVERRIDE WAS USED FOR - CARRIED ONTO
      * ENR-OVERRIDE-SW OR WTL-OVERRIDE-SW.
       01 WS-OVERRIDE-CODE                  PIC X(01) VALUE SPACE.
      *
       01 WS-PREREQ-MET-SW                  PIC X(01) VALUE 'N'.
           88  WS-PREREQ-MET                    VALUE 'Y'.
      *
       060-UNKNOWN-OPERATOR.
           MOVE 'I'                         TO SEC-ROLE.
           MOVE 'U'                         TO WS-DENIAL-REASON.
           GO TO 070-ROLE-CHECKED.
      *
       065-CHECK-ACTIVE.
              OR WS-TODAY-DATE < SEC-EFFECTIVE-DATE
              OR WS-TODAY-DATE > SEC-EXPIRY-DATE
               MOVE 'I'                      TO SEC-ROLE
               MOVE 'I'                      TO WS-DENIAL-REASON
           END-IF.
      *
           GO TO 070-ROLE-CHECKED.
           MOVE 'X'                         TO CA-FUNCTION-CODE.
           MOVE SPACES                      TO CA-STUDENT-ID.
           MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO CA-MESSAGE.
      *
           PERFORM 095-LOG-VIOLATION THRU 095-LOG-EXIT.
      *
           EXEC CICS
               XCTL PROGRAM('UUMENF2A')
           END-EXEC.
      *
           GOBACK.
      *
       095-LOG-VIOLATION.
      * EVERY REFUSAL GOES ON THE SECURITY VIOLATION FILE, AND AN
      * OPERATOR WHO PASSES THE DAILY LIMIT IS REVOKED THERE AND
      * THEN.  NOTHING HERE MAY ABEND IN FRONT OF THE OPERATOR - THE
      * REFUSAL ITSELF STILL STANDS - SO EVERY FILE REQUEST CARRIES
      * RESP AND ANY FAILURE SIMPLY ENDS THE LOGGING.  RESP ALSO
      * LEAVES THE CALLER'S HANDLE CONDITION SETTINGS AS THEY WERE.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           MOVE SPACES                      TO VIOLATION-RECORD.
           MOVE SEC-OPERATOR-ID             TO VIO-OPERATOR-ID.
           MOVE WS-ABSTIME                  TO VIO-TIMESTAMP.
           MOVE EIBTRMID                    TO VIO-TERMINAL-ID.
           MOVE 'UUENRF2A'                  TO VIO-PROGRAM.
           MOVE EIBTRNID                    TO VIO-TRANSID.
           MOVE '05'                        TO VIO-MENU-CHOICE.
           MOVE WS-DENIAL-REASON            TO VIO-REASON.
      *
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(VIO-DATE)
                          TIME(VIO-TIME)
           END-EXEC.
      *
           EXEC CICS
               WRITE FILE('VIOFIL')
                     FROM(VIOLATION-RECORD)
                     RIDFLD(VIO-KEY)
                     RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 095-LOG-EXIT
           END-IF.
      *
      * AN OPERATOR NOT ON THE SECURITY FILE HAS NOTHING TO REVOKE.
           IF VIO-REASON-UNKNOWN
               GO TO 095-LOG-EXIT
           END-IF.
      *
           GO TO 096-CHECK-LIMIT.
      *
       096-CHECK-LIMIT.
      * THE DAILY LIMIT IS ON THE VIOFIL CONTROL RECORD (KEY ALL
      * LOW-VALUES), SET BY UUVIOF2A.  NO CONTROL RECORD, OR A
      * LIMIT OF ZERO, MEANS NO AUTOMATIC REVOKE.
           MOVE LOW-VALUES                  TO VIO-KEY.
      *
           EXEC CICS
               READ FILE('VIOFIL')
                    INTO(VIOLATION-RECORD)
                    RIDFLD(VIO-KEY)
                    RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 095-LOG-EXIT
           END-IF.
      *
           IF VIO-CTL-DAILY-LIMIT NOT NUMERIC
              OR VIO-CTL-DAILY-LIMIT = ZERO
               GO TO 095-LOG-EXIT
           END-IF.
      *
           MOVE VIO-CTL-DAILY-LIMIT         TO WS-VIO-LIMIT.
      *
      * ABSTIME COUNTS MILLISECONDS, SO TODAY BEGAN AT THE LAST
      * WHOLE DAY'S WORTH OF THEM - THE BROWSE STARTS THERE.
           DIVIDE WS-ABSTIME BY 86400000
               GIVING WS-VIO-DAY-START.
           MULTIPLY 86400000                 BY WS-VIO-DAY-START.
      *
           MOVE SEC-OPERATOR-ID             TO WS-VIO-BROWSE-OPERATOR.
           MOVE WS-VIO-DAY-START            TO WS-VIO-BROWSE-TIME.
           MOVE ZERO                        TO WS-VIO-COUNT.
      *
           EXEC CICS
               STARTBR FILE('VIOFIL')
                       RIDFLD(WS-VIO-BROWSE-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 095-LOG-EXIT
           END-IF.
      *
           GO TO 097-COUNT-VIOLATIONS.
      *
       097-COUNT-VIOLATIONS.
      * COUNT THE OPERATOR'S RECORDS SINCE MIDNIGHT - THE ONE JUST
      * WRITTEN INCLUDED - STOPPING AS SOON AS THE LIMIT IS PASSED.
           EXEC CICS
               READNEXT FILE('VIOFIL')
                        INTO(VIOLATION-RECORD)
                        RIDFLD(WS-VIO-BROWSE-KEY)
                        RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 098-END-COUNT
           END-IF.
      *
           IF VIO-OPERATOR-ID NOT = SEC-OPERATOR-ID
               GO TO 098-END-COUNT
           END-IF.
      *
           ADD 1                             TO WS-VIO-COUNT.
      *
           IF WS-VIO-COUNT > WS-VIO-LIMIT
               GO TO 098-END-COUNT
           END-IF.
      *
           GO TO 097-COUNT-VIOLATIONS.
      *
       098-END-COUNT.
      *
           EXEC CICS
               ENDBR FILE('VIOFIL')
                     RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-VIO-COUNT NOT > WS-VIO-LIMIT
               GO TO 095-LOG-EXIT
           END-IF.
      *
           GO TO 099-REVOKE-OPERATOR.
      *
       099-REVOKE-OPERATOR.
      * OVER THE LIMIT.  AN OPERATOR SOMEONE HAS ALREADY REVOKED IS
      * LEFT AS THEY ARE.  OTHERWISE THE REVOKE FLAG IS SET, STAMPED
      * 'VIOLIMIT', AND THE AUDIT RECORD WRITTEN AFTER IT - THE SAME
      * ORDER UUSECF2A USES - CARRYING REASON 'V' AND THE COUNT.
           EXEC CICS
               READ FILE('SECFIL')
                    INTO(SECURITY-RECORD)
                    RIDFLD(SEC-OPERATOR-ID)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 095-LOG-EXIT
           END-IF.
      *
           IF SEC-REVOKED
               EXEC CICS
                   UNLOCK FILE('SECFIL')
                          RESP(WS-RESP)
               END-EXEC
               GO TO 095-LOG-EXIT
           END-IF.
      *
           MOVE SPACES                      TO SECURITY-AUDIT-RECORD.
           MOVE SEC-OPERATOR-ID             TO SAU-OPERATOR-ID.
           MOVE WS-ABSTIME                  TO SAU-TIMESTAMP.
           MOVE 'R'                         TO SAU-ACTION.
      *
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(SAU-ACTION-DATE)
                          TIME(SAU-ACTION-TIME)
           END-EXEC.
      *
           MOVE 'VIOLIMIT'                  TO SAU-CHANGED-BY.
           MOVE SEC-ROLE                    TO SAU-BEFORE-ROLE.
           MOVE SEC-ROLE                    TO SAU-AFTER-ROLE.
           MOVE SEC-EXPIRY-DATE             TO SAU-BEFORE-EXPIRY.
           MOVE SEC-EXPIRY-DATE             TO SAU-AFTER-EXPIRY.
           MOVE SEC-REVOKE-SW               TO SAU-BEFORE-REVOKE.
           MOVE 'Y'                         TO SAU-AFTER-REVOKE.
           MOVE 'V'                         TO SAU-REASON-CODE.
           MOVE WS-VIO-COUNT                TO SAU-VIOLATION-COUNT.
      *
           MOVE 'Y'                         TO SEC-REVOKE-SW.
           MOVE SAU-ACTION-DATE             TO SEC-LAST-CHANGE-DATE.
           MOVE SAU-ACTION-TIME             TO SEC-LAST-CHANGE-TIME.
           MOVE 'VIOLIMIT'                  TO SEC-LAST-CHANGE-OPID.
      *
           EXEC CICS
               REWRITE FILE('SECFIL')
                       FROM(SECURITY-RECORD)
                       RESP(WS-RESP)
           END-EXEC.
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 095-LOG-EXIT
           END-IF.
      *
           EXEC CICS
               WRITE FILE('SECAUD')
                     FROM(SECURITY-AUDIT-RECORD)
                     RIDFLD(SAU-KEY)
                     RESP(WS-RESP)
           END-EXEC.
      *
           GO TO 095-LOG-EXIT.
      *
       095-LOG-EXIT.
           EXIT.
      *
       100-FIRST-TIME.
      * FIRST TIME IN - SEND A BLANK ENROLLMENT SCREEN AND WAIT.
           GO TO 350-CHECK-STUDENT.
      *
       350-CHECK-STUDENT.
      * THE STUDENT MUST ALREADY BE ON THE MASTER FILE AND ACTIVE,
      * AND CLEAR OF REGISTRATION HOLDS, BEFORE AN ENROLLMENT CAN BE
      * ADDED FOR THEM.
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(360-STUDENT-NOTFND)
               MOVE 'STUDENT IS NOT ACTIVE - NOT ENROLLED' TO MSGO
               GO TO 750-REDISPLAY
           END-IF.
      *
           GO TO 352-CHECK-HOLDS.
      *
       352-CHECK-HOLDS.
      * BROWSE EVERY HOLD ON FILE FOR THE STUDENT.  A HOLD IS IN
      * EFFECT FROM ITS EFFECTIVE DATE UNTIL THE DAY BEFORE ITS
      * RELEASE DATE - A FUTURE-DATED HOLD OR A RELEASED ONE DOES
      * NOT STOP THE ENROLLMENT.  THE FIRST HOLD IN EFFECT ENDS
      * THE SCAN.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(370-CHECK-COURSE)
                   ENDFILE(354-HOLDS-DONE)
           END-EXEC.
      *
           MOVE STUIDI                      TO WS-HLB-STUDENT-ID.
           MOVE LOW-VALUES                  TO WS-HLB-HOLD-TYPE.
      *
           EXEC CICS
               STARTBR FILE('HLDFIL')
                       RIDFLD(WS-HLD-BROWSE-KEY)
                       GTEQ
           END-EXEC.
      *
           GO TO 353-READ-HOLD.
      *
       353-READ-HOLD.
      *
           EXEC CICS
               READNEXT FILE('HLDFIL')
                        INTO(REGISTRATION-HOLD-RECORD)
                        RIDFLD(WS-HLD-BROWSE-KEY)
           END-EXEC.
      *
           IF HLD-STUDENT-ID NOT = STUIDI
               GO TO 354-HOLDS-DONE
           END-IF.
      *
           IF HLD-EFFECTIVE-DATE NOT > WS-TODAY-DATE
              AND (HLD-NOT-RELEASED
                   OR HLD-RELEASE-DATE > WS-TODAY-DATE)
               GO TO 355-HOLD-IN-EFFECT
           END-IF.
      *
           GO TO 353-READ-HOLD.
      *
       354-HOLDS-DONE.
      * NO HOLD IN EFFECT - CLOSE THE BROWSE AND CARRY ON.
           EXEC CICS
               ENDBR FILE('HLDFIL')
           END-EXEC.
      *
           GO TO 370-CHECK-COURSE.
      *
       355-HOLD-IN-EFFECT.
      * NAME THE HOLD TYPE AND THE OFFICE THAT PLACED IT, SO THE
      * OPERATOR CAN SEND THE STUDENT TO THE RIGHT PLACE.
           EXEC CICS
               ENDBR FILE('HLDFIL')
           END-EXEC.
      *
           MOVE SPACES                      TO MSGO.
           MOVE 'REGISTRATION HOLD IN EFFECT - TYPE '
                                             TO MSGO(1:35).
           MOVE HLD-HOLD-TYPE                TO MSGO(36:2).
           MOVE ' OFFICE '                   TO MSGO(38:8).
           MOVE HLD-OFFICE                   TO MSGO(46:8).
           MOVE ' - NOT ENROLLED'            TO MSGO(54:15).
           GO TO 750-REDISPLAY.
      *
       360-STUDENT-NOTFND.
      * STUDENT ID NOT ON THE MASTER FILE - TELL THE OPERATOR, DO
           GO TO 382-PREREQS-PASSED.
      *
       382-PREREQS-PASSED.
      * THE STUDENT QUALIFIES (OR WAS OVERRIDDEN) - ON TO THE
      * SCHEDULE CHECK.
           GO TO 384-CHECK-SCHEDULE.
      *
       384-CHECK-SCHEDULE.
      * BROWSE ALL OF THE STUDENT'S ENROLLMENTS.  EVERY ACTIVE ONE
      * IN THE SAME TERM COUNTS TOWARD THE CREDIT LOAD, AND ITS
      * SECTION IS COMPARED WITH THE NEW ONE FOR A MEETING-TIME
      * CONFLICT.  THE SCHEDULE OVERRIDE IS AN ADMINISTRATOR'S
      * DECISION - A MAINTENANCE OPERATOR CANNOT USE IT, AND THE
      * ATTEMPT GOES ON THE SECURITY VIOLATION FILE LIKE ANY OTHER
      * REFUSAL.
           IF SOVRI = 'Y' AND NOT SEC-ROLE-ADMIN
               PERFORM 095-LOG-VIOLATION THRU 095-LOG-EXIT
               MOVE 'SCHEDULE OVERRIDE REQUIRES ADMINISTRATOR ROLE'
                 TO MSGO
               GO TO 750-REDISPLAY
           END-IF.
      *
           MOVE COURSE-SECTION-RECORD       TO WS-HELD-SECTION.
           MOVE CSE-MEETING-DAYS            TO WS-NEW-DAYS.
           MOVE CSE-MEETING-TIME            TO WS-NEW-TIME.
           MOVE ZERO                        TO WS-TERM-CREDITS.
           MOVE 'N'                         TO WS-TIME-CONFLICT-SW.
           MOVE 'N'                         TO WS-OVERLOAD-SW.
           MOVE SPACE                       TO WS-OVERRIDE-CODE.
      *
           MOVE 'N'                         TO WS-CHECK-TIMES-SW.
           IF WS-NEW-DAYS NOT = SPACES
              AND WS-NEW-START NUMERIC
              AND WS-NEW-DASH = '-'
              AND WS-NEW-END NUMERIC
               MOVE 'Y'                      TO WS-CHECK-TIMES-SW
           END-IF.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(386-SCHEDULE-SCANNED)
                   ENDFILE(385-END-SCHEDULE)
           END-EXEC.
      *
           MOVE STUIDI                      TO WS-SCB-STUDENT-ID.
           MOVE LOW-VALUES                  TO WS-SCB-COURSE-ID.
           MOVE LOW-VALUES                  TO WS-SCB-TERM-CODE.
      *
           EXEC CICS
               STARTBR FILE('ENRFIL')
                       RIDFLD(WS-SCH-BROWSE-KEY)
                       GTEQ
           END-EXEC.
      *
           GO TO 384-READ-ENROLLMENT.
      *
       384-READ-ENROLLMENT.
      * THE SECTION READ IN 387-CHECK-MEETING RE-POINTS THE HANDLE
      * CONDITION TARGETS, SO THEY ARE RESTORED BEFORE EVERY
      * READNEXT HERE.
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(385-END-SCHEDULE)
                   ENDFILE(385-END-SCHEDULE)
           END-EXEC.
      *
           EXEC CICS
               READNEXT FILE('ENRFIL')
                        INTO(ENROLLMENT-RECORD)
                        RIDFLD(WS-SCH-BROWSE-KEY)
           END-EXEC.
      *
           IF ENR-STUDENT-ID NOT = STUIDI
               GO TO 385-END-SCHEDULE
           END-IF.
      *
           IF ENR-TERM-CODE NOT = TERMI
              OR NOT ENR-STATUS-ACTIVE
              OR ENR-COURSE-ID = CRSIDI
               GO TO 384-READ-ENROLLMENT
           END-IF.
      *
           ADD ENR-CREDIT-HOURS              TO WS-TERM-CREDITS.
      *
           IF WS-CHECK-TIMES
              AND NOT WS-TIME-CONFLICT
              AND ENR-SECTION-NO NOT = SPACES
               PERFORM 387-CHECK-MEETING THRU 387-MEETING-EXIT
           END-IF.
      *
           GO TO 384-READ-ENROLLMENT.
      *
       385-END-SCHEDULE.
      *
           EXEC CICS
               ENDBR FILE('ENRFIL')
           END-EXEC.
      *
           GO TO 386-SCHEDULE-SCANNED.
      *
       386-SCHEDULE-SCANNED.
      * PUT BACK THE HELD SECTION, THEN WEIGH THE LOAD.  THE NEW
      * COURSE'S HOURS COME FROM THE CATALOG RECORD READ IN
      * 370-CHECK-COURSE.  A CEILING OF ZERO, OR ONE NEVER SET ON
      * AN OLDER TERM RECORD, MEANS NO CEILING; A STUDENT ON
      * PROBATION IS HELD TO THE PROBATION CEILING WHEN THE TERM
      * HAS ONE.
           MOVE WS-HELD-SECTION             TO COURSE-SECTION-RECORD.
      *
           ADD CRS-CREDIT-HOURS              TO WS-TERM-CREDITS.
      *
           MOVE ZERO                        TO WS-CREDIT-LIMIT.
           IF TRM-MAX-CREDITS NUMERIC
               MOVE TRM-MAX-CREDITS          TO WS-CREDIT-LIMIT
           END-IF.
      *
           IF STU-STANDING-PROBATION
              AND TRM-PROBATION-MAX-CREDITS NUMERIC
              AND TRM-PROBATION-MAX-CREDITS > ZERO
               MOVE TRM-PROBATION-MAX-CREDITS TO WS-CREDIT-LIMIT
           END-IF.
      *
           IF WS-CREDIT-LIMIT > ZERO
              AND WS-TERM-CREDITS > WS-CREDIT-LIMIT
               MOVE 'Y'                      TO WS-OVERLOAD-SW
           END-IF.
      *
           IF NOT WS-TIME-CONFLICT AND NOT WS-OVERLOAD
               GO TO 389-SCHEDULE-PASSED
           END-IF.
      *
           IF SOVRI = 'Y'
               GO TO 388-SCHEDULE-OVERRIDDEN
           END-IF.
      *
           MOVE SPACES                      TO MSGO.
      *
           IF WS-TIME-CONFLICT
               MOVE 'MEETING TIME CONFLICT WITH ' TO MSGO(1:27)
               MOVE WS-CONFLICT-COURSE       TO MSGO(28:6)
               MOVE ' SECTION '              TO MSGO(34:9)
               MOVE WS-CONFLICT-SECTION      TO MSGO(43:2)
               MOVE ' - KEY Y IN SCHED OVERRIDE'
                                             TO MSGO(45:26)
               GO TO 750-REDISPLAY
           END-IF.
      *
           MOVE 'CREDIT LOAD '              TO MSGO(1:12).
           MOVE WS-TERM-CREDITS             TO MSGO(13:3).
           MOVE ' EXCEEDS TERM LIMIT '      TO MSGO(16:20).
           MOVE WS-CREDIT-LIMIT             TO MSGO(36:3).
           MOVE ' - KEY Y IN SCHED OVERRIDE' TO MSGO(39:26).
           GO TO 750-REDISPLAY.
      *
       387-CHECK-MEETING.
      * READ THE OTHER ENROLLMENT'S SECTION (NOT FOR UPDATE).  A
      * SECTION NO LONGER ON FILE, OR WITH NO COMPARABLE MEETING
      * TIME, CANNOT CONFLICT.  THE TIMES OVERLAP WHEN EACH STARTS
      * BEFORE THE OTHER ENDS; THEN ANY DAY LETTER THE TWO SHARE
      * IS A CONFLICT.
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(387-MEETING-EXIT)
           END-EXEC.
      *
           MOVE ENR-COURSE-ID               TO CSE-COURSE-ID.
           MOVE ENR-TERM-CODE               TO CSE-TERM-CODE.
           MOVE ENR-SECTION-NO              TO CSE-SECTION-NO.
      *
           EXEC CICS
               READ FILE('CSEFIL')
                    INTO(COURSE-SECTION-RECORD)
                    RIDFLD(CSE-KEY)
           END-EXEC.
      *
           MOVE CSE-MEETING-TIME            TO WS-OTH-TIME.
      *
           IF WS-OTH-START NOT NUMERIC
              OR WS-OTH-DASH NOT = '-'
              OR WS-OTH-END NOT NUMERIC
               GO TO 387-MEETING-EXIT
           END-IF.
      *
           IF WS-NEW-START NOT < WS-OTH-END
              OR WS-OTH-START NOT < WS-NEW-END
               GO TO 387-MEETING-EXIT
           END-IF.
      *
           MOVE 1                           TO WS-DAY-SUB.
           GO TO 387-CHECK-DAY.
      *
       387-CHECK-DAY.
      *
           IF WS-DAY-SUB > 7
               GO TO 387-MEETING-EXIT
           END-IF.
      *
           IF WS-NEW-DAYS(WS-DAY-SUB:1) NOT = SPACE
               MOVE ZERO                     TO WS-DAY-TALLY
               INSPECT CSE-MEETING-DAYS TALLYING WS-DAY-TALLY
                   FOR ALL WS-NEW-DAYS(WS-DAY-SUB:1)
               IF WS-DAY-TALLY > ZERO
                   MOVE 'Y'                  TO WS-TIME-CONFLICT-SW
                   MOVE CSE-COURSE-ID        TO WS-CONFLICT-COURSE
                   MOVE CSE-SECTION-NO       TO WS-CONFLICT-SECTION
                   GO TO 387-MEETING-EXIT
               END-IF
           END-IF.
      *
           ADD 1                             TO WS-DAY-SUB.
           GO TO 387-CHECK-DAY.
      *
       387-MEETING-EXIT.
           EXIT.
      *
       388-SCHEDULE-OVERRIDDEN.
      * AN ADMINISTRATOR HAS APPROVED THE CONFLICT, THE OVERLOAD OR
      * BOTH - NOTE WHICH, SO THE ENROLLMENT (OR WAITLIST POSITION)
      * CARRIES THE EXCEPTION.
           IF WS-TIME-CONFLICT AND WS-OVERLOAD
               MOVE 'B'                      TO WS-OVERRIDE-CODE
           ELSE
               IF WS-TIME-CONFLICT
                   MOVE 'T'                  TO WS-OVERRIDE-CODE
               ELSE
                   MOVE 'L'                  TO WS-OVERRIDE-CODE
               END-IF
           END-IF.
      *
           GO TO 389-SCHEDULE-PASSED.
      *
       389-SCHEDULE-PASSED.
      * TAKE THE SEAT, OR THE WAITLIST POSITION WHEN THE SECTION
      * WAS FULL.
           IF WS-WAITLIST-REQUEST
               GO TO 390-ADD-WAITLIST
           END-IF.
           MOVE CSE-NEXT-WTL-SEQ            TO WTL-SEQUENCE-NO.
           MOVE STUIDI                      TO WTL-STUDENT-ID.
           MOVE WS-OPERATOR-ID              TO WTL-ADD-OPID.
           MOVE WS-OVERRIDE-CODE            TO WTL-OVERRIDE-SW.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
      * UUGPSF2A, NOT KEYED AT ENROLLMENT TIME.
           MOVE 'A'                         TO ENR-STATUS.
           MOVE WS-OPERATOR-ID              TO ENR-LAST-CHANGE-OPID.
           MOVE WS-OVERRIDE-CODE            TO ENR-OVERRIDE-SW.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
