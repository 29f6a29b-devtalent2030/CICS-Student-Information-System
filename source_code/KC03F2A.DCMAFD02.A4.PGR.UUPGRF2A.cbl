       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUPGRF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    PROGRAM REQUIREMENT MAINTENANCE TRANSACTION.  XCTL'D TO
      *    FROM UUMENF2A CHOICE 15 AND GATED BY THE MAINTENANCE ROLE.
      *    THE REGISTRAR KEEPS EACH PROGRAM OF STUDY'S GRADUATION
      *    REQUIREMENTS HERE - THE PROGRAM'S TOTAL CREDITS, ITS
      *    REQUIRED COURSES AND ITS ELECTIVE GROUPS (SEE PGRFIL FOR
      *    HOW THE KEY SHAPES THE RECORD).  OPERATOR KEYS A PROGRAM,
      *    GROUP AND COURSE; THE FIRST PASS READS THE REQUIREMENT
      *    UNDER UPDATE AND DISPLAYS IT FOR EDITING - A REQUIREMENT
      *    NOT ON FILE FLIPS THE SCREEN TO ADD MODE, SO ONE SCREEN
      *    COVERS ADDING AND CHANGING, THE SAME WAY UUHLDF2A COVERS
      *    HOLDS.  A REQUIREMENT IS NEVER DELETED - IT IS RETIRED BY
      *    SETTING ITS STATUS TO 'W', SO PAST AUDITS CAN STILL BE
      *    EXPLAINED.  A GROUP RECORD CANNOT BE ADDED BEFORE ITS
      *    PROGRAM TOTAL, NOR AN ELECTIVE COURSE BEFORE ITS GROUP
      *    HEADER.  UUDAUF2A AND UUGRAF2A READ THESE REQUIREMENTS.
      *    SAME READ-UPDATE / REWRITE CONCURRENCY CHECK AS UUSECF2A.
      *
      *MODIFICATION HISTORY
      *DATE        BY   DESCRIPTION
      *----------  ---  ----------------------------------------------
      *10/15/2026  TN   ORIGINAL PROGRAM.
      *10/15/2026  TN   EVERY REFUSAL IN 090-NOT-AUTHORIZED IS NOW
      *                 WRITTEN TO THE SECURITY VIOLATION FILE
      *                 (VIOFIL) BY THE NEW 095-LOG-VIOLATION -
      *                 OPERATOR, TERMINAL, PROGRAM, MENU CHOICE,
      *                 TIME AND WHY (UNKNOWN OPERATOR, INACTIVE
      *                 RECORD OR ROLE TOO LOW) - FOR THE NIGHTLY
      *                 UUVIOF2A REPORT AND AUTOMATIC REVOKE.
      *10/15/2026  TN   095-LOG-VIOLATION NOW ALSO REVOKES THE
      *                 OPERATOR ON SECFIL, WITH A SECAUD RECORD,
      *                 THE MOMENT THEIR VIOLATIONS SINCE MIDNIGHT
      *                 PASS THE DAILY LIMIT ON THE VIOFIL CONTROL
      *                 RECORD.  ITS FILE REQUESTS NOW CARRY RESP SO
      *                 THAT NO FILE CONDITION CAN ABEND THE TASK.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       COPY PGRSF2A.
      *
       COPY PGRFIL.
      *
       COPY CRSFIL.
      *
       COPY SECFIL.
      *
       COPY VIOFIL.
      *
       COPY SECAUD.
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
       01 WS-EDIT-MESSAGE                   PIC X(79).
      *
      * THE KEY AS KEYED - A BLANK GROUP OR COURSE COMES BACK FROM
      * THE TERMINAL AS LOW-VALUES AND IS TURNED INTO SPACES HERE,
      * SINCE SPACES ARE PART OF THE KEY ON FILE.
       01 WS-REQ-KEY.
           05 WS-KEY-PROGRAM                PIC X(06).
           05 WS-KEY-GROUP                  PIC X(02).
           05 WS-KEY-COURSE                 PIC X(06).
       01 WS-COURSE-TITLE                   PIC X(20).
      *
       01 WS-MIN-GRADE                      PIC X(02).
           88 WS-MIN-GRADE-VALID                VALUE 'A ' 'B '
                                                      'C ' 'D '.
       01 WS-MIN-CREDITS-X                  PIC X(03).
       01 WS-MIN-CREDITS REDEFINES WS-MIN-CREDITS-X
                                            PIC 9(03).
       01 WS-BEFORE-STATUS                  PIC X(01).
      *
       COPY STUCOMM.
      *
       LINKAGE SECTION.
      *
       COPY STUCOML.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
           INITIALIZE WS-COMMAREA.
      *
           GO TO 050-CHECK-ROLE.
      *
       050-CHECK-ROLE.
      * DEFENSE IN DEPTH - UUMENF2A ALREADY GATES CHOICE 15 TO THE
      * MAINTENANCE ROLE, BUT THIS TRANSACTION CAN BE STARTED
      * DIRECTLY BY TERMINAL ID, SO THE CHECK IS MADE AGAIN HERE.
      * AN OPERATOR NOT ON THE SECURITY FILE DEFAULTS TO INQUIRY-
      * ONLY, THE LEAST-PRIVILEGE ROLE.
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(060-UNKNOWN-OPERATOR)
           END-EXEC.
      *
           EXEC CICS
               ASSIGN OPERID(SEC-OPERATOR-ID)
           END-EXEC.
      *
           EXEC CICS
               READ FILE('SECFIL')
                    INTO(SECURITY-RECORD)
                    RIDFLD(SEC-OPERATOR-ID)
           END-EXEC.
      *
           GO TO 065-CHECK-ACTIVE.
      *
       060-UNKNOWN-OPERATOR.
           MOVE 'I'                         TO SEC-ROLE.
           MOVE 'U'                         TO WS-DENIAL-REASON.
           GO TO 070-ROLE-CHECKED.
      *
       065-CHECK-ACTIVE.
      * A REVOKED RECORD, OR ONE OUTSIDE ITS EFFECTIVE/EXPIRY
      * WINDOW, CARRIES NO PRIVILEGE NO MATTER WHAT ROLE IT NAMES -
      * A DEPARTED EMPLOYEE'S ACCESS ENDS ON THEIR LAST DAY.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.
      *
           IF SEC-REVOKED
              OR WS-TODAY-DATE < SEC-EFFECTIVE-DATE
              OR WS-TODAY-DATE > SEC-EXPIRY-DATE
               MOVE 'I'                      TO SEC-ROLE
               MOVE 'I'                      TO WS-DENIAL-REASON
           END-IF.
      *
           GO TO 070-ROLE-CHECKED.
      *
       070-ROLE-CHECKED.
           MOVE SEC-OPERATOR-ID              TO WS-OPERATOR-ID.
      *
           IF NOT SEC-ROLE-MAINTENANCE
               GO TO 090-NOT-AUTHORIZED
           END-IF.
      *
           IF EIBCALEN NOT = 0
               MOVE LK-FUNCTION-CODE         TO CA-FUNCTION-CODE
               MOVE LK-STUDENT-ID            TO CA-STUDENT-ID
               MOVE LK-MESSAGE               TO CA-MESSAGE
           END-IF.
      *
      * CA-FROM-MENU, NOT EIBCALEN, TELLS US THIS IS A FRESH CALL
      * FROM THE MENU - THE MENU ALWAYS PASSES THE FULL COMMAREA,
      * SO EIBCALEN IS NEVER ZERO ON THAT FIRST CALL.
           IF CA-FROM-MENU
               GO TO 100-FIRST-TIME
           END-IF.
      *
           EXEC CICS
               HANDLE CONDITION
                   MAPFAIL(100-FIRST-TIME)
           END-EXEC.
      *
           EXEC CICS
               RECEIVE MAP   ('PGRMF2A')
                       MAPSET('PGRSF2A')
           END-EXEC.
      *
           GO TO 300-CHECK-PHASE.
      *
       090-NOT-AUTHORIZED.
      * SIGNED-ON OPERATOR DOES NOT CARRY THE MAINTENANCE ROLE -
      * BACK TO THE MENU WITHOUT EVER DISPLAYING THE SCREEN.
           MOVE 'X'                         TO CA-FUNCTION-CODE.
           MOVE SPACES                      TO CA-STUDENT-ID.
           MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO CA-MESSAGE.
      *
           PERFORM 095-LOG-VIOLATION THRU 095-LOG-EXIT.
      *
           EXEC CICS
               XCTL PROGRAM('UUMENF2A')
                    COMMAREA(WS-COMMAREA)
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
           MOVE 'UUPGRF2A'                  TO VIO-PROGRAM.
           MOVE EIBTRNID                    TO VIO-TRANSID.
           MOVE '15'                        TO VIO-MENU-CHOICE.
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
      * FIRST TIME IN - SEND A BLANK SCREEN AND WAIT FOR A KEY TO
      * LOOK UP. CLEAR THE FROM-MENU MARKER SO THE NEXT TASK DOES
      * NOT COME BACK THROUGH HERE AGAIN.
           MOVE LOW-VALUES                  TO PGRMF2AO.
           MOVE 'L'                         TO MODEO.
           MOVE SPACES                      TO CA-FUNCTION-CODE.
      *
           EXEC CICS
               SEND MAP   ('PGRMF2A')
                    MAPSET('PGRSF2A')
                    ERASE
           END-EXEC.
      *
           EXEC CICS
               RETURN TRANSID('UF2O')
                      COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
       300-CHECK-PHASE.
      * A BLANK PROGRAM MEANS THE OPERATOR IS DONE - BACK TO THE
      * MENU.  THE GROUP AND COURSE DECIDE WHAT KIND OF RECORD IS
      * BEING KEPT, SO A KEY OF THE WRONG SHAPE IS REFUSED ON
      * EVERY PASS, NOT JUST THE LOOKUP.
           IF PROGI = SPACES OR PROGI = LOW-VALUES
               GO TO 900-RETURN-TO-MENU
           END-IF.
      *
           MOVE PROGI                       TO WS-KEY-PROGRAM.
           MOVE GRPI                        TO WS-KEY-GROUP.
           MOVE CRSIDI                      TO WS-KEY-COURSE.
           INSPECT WS-REQ-KEY REPLACING ALL LOW-VALUE BY SPACE.
      *
           IF WS-KEY-GROUP = SPACES AND WS-KEY-COURSE NOT = SPACES
               MOVE LOW-VALUES               TO PGRMF2AO
               MOVE 'L'                      TO MODEO
               MOVE -1                       TO CRSIDL
               MOVE 'PROGRAM TOTAL TAKES NO COURSE - LEAVE COURSE BLANK'
                 TO MSGO
               GO TO 800-REDISPLAY
           END-IF.
      *
           IF WS-KEY-GROUP = 'RQ' AND WS-KEY-COURSE = SPACES
               MOVE LOW-VALUES               TO PGRMF2AO
               MOVE 'L'                      TO MODEO
               MOVE -1                       TO CRSIDL
               MOVE 'REQUIRED GROUP RQ NEEDS A COURSE ID' TO MSGO
               GO TO 800-REDISPLAY
           END-IF.
      *
           IF MODEI = 'A'
               GO TO 550-ADD-REQUIREMENT
           END-IF.
      *
           IF MODEI = 'U'
               GO TO 600-REWRITE-REQUIREMENT
           END-IF.
      *
           GO TO 400-READ-FOR-UPDATE.
      *
       400-READ-FOR-UPDATE.
      * A COURSE REQUIREMENT MUST NAME A COURSE ON THE CATALOG -
      * ITS TITLE IS SHOWN SO THE OPERATOR CAN SEE THE RIGHT ONE
      * WAS KEYED.
           MOVE SPACES                      TO WS-COURSE-TITLE.
      *
           IF WS-KEY-COURSE = SPACES
               GO TO 430-READ-REQUIREMENT
           END-IF.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(420-COURSE-NOTFND)
           END-EXEC.
      *
           MOVE WS-KEY-COURSE               TO CRS-COURSE-ID.
      *
           EXEC CICS
               READ FILE('CRSFIL')
                    INTO(COURSE-CATALOG-RECORD)
                    RIDFLD(CRS-COURSE-ID)
           END-EXEC.
      *
           MOVE CRS-COURSE-TITLE            TO WS-COURSE-TITLE.
      *
           GO TO 430-READ-REQUIREMENT.
      *
       420-COURSE-NOTFND.
      * COURSE ID NOT ON THE CATALOG - TELL THE OPERATOR, DO NOT
      * ABEND.
           MOVE LOW-VALUES                  TO PGRMF2AO.
           MOVE 'L'                         TO MODEO.
           MOVE -1                          TO CRSIDL.
           MOVE 'COURSE ID NOT ON CATALOG' TO MSGO.
           GO TO 800-REDISPLAY.
      *
       430-READ-REQUIREMENT.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(460-SETUP-ADD)
           END-EXEC.
      *
           MOVE WS-REQ-KEY                  TO PGR-KEY.
      *
           EXEC CICS
               READ FILE('PGRFIL')
                    INTO(PROGRAM-REQUIREMENT-RECORD)
                    RIDFLD(PGR-KEY)
                    UPDATE
           END-EXEC.
      *
           GO TO 500-DISPLAY-FOR-EDIT.
      *
       460-SETUP-ADD.
      * REQUIREMENT NOT ON FILE - FLIP THE SCREEN TO ADD MODE SO
      * THE OPERATOR CAN KEY IT WITHOUT RE-ENTERING THE KEY.  A
      * NEW REQUIREMENT IS ACTIVE, AND A COURSE DEFAULTS TO ANY
      * PASSING GRADE.
           MOVE LOW-VALUES                  TO PGRMF2AO.
           MOVE WS-KEY-PROGRAM              TO PROGO.
           MOVE WS-KEY-GROUP                TO GRPO.
           MOVE WS-KEY-COURSE               TO CRSIDO.
           MOVE WS-COURSE-TITLE             TO CTITLO.
           MOVE 'A'                         TO STATO.
           MOVE 'A'                         TO MODEO.
      *
           IF WS-KEY-COURSE = SPACES
               MOVE -1                       TO MINCRL
           ELSE
               MOVE 'D '                     TO MINGRO
               MOVE -1                       TO MINGRL
           END-IF.
      *
           MOVE 'REQUIREMENT NOT ON FILE - KEY FIELDS AND PRESS ENTER'
             TO MSGO.
           GO TO 800-REDISPLAY.
      *
       500-DISPLAY-FOR-EDIT.
      *
           MOVE LOW-VALUES                  TO PGRMF2AO.
           PERFORM 510-FILL-SCREEN THRU 510-FILL-EXIT.
           MOVE WS-COURSE-TITLE             TO CTITLO.
           MOVE 'CHANGE THE FIELDS NEEDED AND PRESS ENTER' TO MSGO.
           GO TO 800-REDISPLAY.
      *
       510-FILL-SCREEN.
      * PAINT THE REQUIREMENT IN UPDATE MODE, WITH THE LAST-CHANGE
      * STAMP IN THE DARK FIELDS FOR THE CONCURRENCY CHECK.
           MOVE PGR-PROGRAM                 TO PROGO.
           MOVE PGR-GROUP                   TO GRPO.
           MOVE PGR-COURSE-ID               TO CRSIDO.
           MOVE PGR-MINIMUM-GRADE           TO MINGRO.
           MOVE PGR-MINIMUM-CREDITS         TO MINCRO.
           MOVE PGR-DESCRIPTION             TO DESCO.
           MOVE PGR-STATUS                  TO STATO.
           MOVE PGR-LAST-CHANGE-OPID        TO CHGBYO.
           MOVE PGR-LAST-CHANGE-DATE        TO OLDDTO.
           MOVE PGR-LAST-CHANGE-TIME        TO OLDTMO.
           MOVE 'U'                         TO MODEO.
           GO TO 510-FILL-EXIT.
      *
       510-FILL-EXIT.
           EXIT.
      *
       550-ADD-REQUIREMENT.
      * A NEW COURSE REQUIREMENT MUST NAME AN ACTIVE CATALOG
      * COURSE - SAME RULE UUCSEF2A APPLIES TO A NEW SECTION.
           IF WS-KEY-COURSE = SPACES
               GO TO 552-CHECK-PARENT
           END-IF.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(565-COURSE-NOTFND)
           END-EXEC.
      *
           MOVE WS-KEY-COURSE               TO CRS-COURSE-ID.
      *
           EXEC CICS
               READ FILE('CRSFIL')
                    INTO(COURSE-CATALOG-RECORD)
                    RIDFLD(CRS-COURSE-ID)
           END-EXEC.
      *
           IF NOT CRS-STATUS-ACTIVE
               MOVE 'COURSE IS NOT ACTIVE - REQUIREMENT NOT ADDED'
                 TO WS-EDIT-MESSAGE
               GO TO 570-ADD-EDIT-FAILED
           END-IF.
      *
           GO TO 552-CHECK-PARENT.
      *
       552-CHECK-PARENT.
      * A GROUP RECORD NEEDS ITS PROGRAM TOTAL ON FILE FIRST, AND
      * AN ELECTIVE COURSE NEEDS ITS GROUP HEADER, SO THE AUDIT
      * NEVER MEETS A REQUIREMENT IT CANNOT PLACE.
           IF WS-KEY-GROUP = SPACES
               GO TO 558-EDIT-AND-WRITE
           END-IF.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(554-TOTAL-MISSING)
           END-EXEC.
      *
           MOVE WS-KEY-PROGRAM              TO PGR-PROGRAM.
           MOVE SPACES                      TO PGR-GROUP.
           MOVE SPACES                      TO PGR-COURSE-ID.
      *
           EXEC CICS
               READ FILE('PGRFIL')
                    INTO(PROGRAM-REQUIREMENT-RECORD)
                    RIDFLD(PGR-KEY)
           END-EXEC.
      *
           IF WS-KEY-GROUP = 'RQ' OR WS-KEY-COURSE = SPACES
               GO TO 558-EDIT-AND-WRITE
           END-IF.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(556-HEADER-MISSING)
           END-EXEC.
      *
           MOVE WS-KEY-PROGRAM              TO PGR-PROGRAM.
           MOVE WS-KEY-GROUP                TO PGR-GROUP.
           MOVE SPACES                      TO PGR-COURSE-ID.
      *
           EXEC CICS
               READ FILE('PGRFIL')
                    INTO(PROGRAM-REQUIREMENT-RECORD)
                    RIDFLD(PGR-KEY)
           END-EXEC.
      *
           GO TO 558-EDIT-AND-WRITE.
      *
       554-TOTAL-MISSING.
           MOVE 'ADD THE PROGRAM TOTAL (GROUP AND COURSE BLANK) FIRST'
             TO WS-EDIT-MESSAGE.
           GO TO 570-ADD-EDIT-FAILED.
      *
       556-HEADER-MISSING.
           MOVE 'ADD THE GROUP HEADER (COURSE BLANK) FIRST'
             TO WS-EDIT-MESSAGE.
           GO TO 570-ADD-EDIT-FAILED.
      *
       558-EDIT-AND-WRITE.
      *
           PERFORM 560-EDIT-FIELDS THRU 560-EDIT-EXIT.
      *
           IF WS-EDIT-MESSAGE NOT = SPACES
               GO TO 570-ADD-EDIT-FAILED
           END-IF.
      *
           MOVE SPACES                 TO PROGRAM-REQUIREMENT-RECORD.
           MOVE WS-REQ-KEY                  TO PGR-KEY.
           MOVE WS-MIN-GRADE                TO PGR-MINIMUM-GRADE.
           MOVE WS-MIN-CREDITS              TO PGR-MINIMUM-CREDITS.
           MOVE DESCI                       TO PGR-DESCRIPTION.
           MOVE STATI                       TO PGR-STATUS.
           MOVE WS-OPERATOR-ID              TO PGR-LAST-CHANGE-OPID.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(PGR-LAST-CHANGE-DATE)
                          TIME(PGR-LAST-CHANGE-TIME)
           END-EXEC.
      *
           EXEC CICS
               HANDLE CONDITION
                   DUPREC(580-DUPREC)
           END-EXEC.
      *
           EXEC CICS
               WRITE FILE('PGRFIL')
                     FROM(PROGRAM-REQUIREMENT-RECORD)
                     RIDFLD(PGR-KEY)
           END-EXEC.
      *
           GO TO 850-ADD-COMPLETE.
      *
       560-EDIT-FIELDS.
      * A COURSE RECORD CARRIES A MINIMUM GRADE (BLANK MEANS ANY
      * PASSING GRADE, D); A PROGRAM TOTAL OR GROUP HEADER CARRIES
      * A MINIMUM CREDIT COUNT INSTEAD.  THE FIELD THAT DOES NOT
      * APPLY IS IGNORED.  THE FIRST FAILING EDIT LEAVES ITS
      * MESSAGE FOR THE CALLER; A BLANK MESSAGE MEANS EVERY EDIT
      * PASSED.
           MOVE SPACES                      TO WS-EDIT-MESSAGE.
           MOVE SPACES                      TO WS-MIN-GRADE.
           MOVE ZEROS                       TO WS-MIN-CREDITS-X.
      *
           IF STATI NOT = 'A' AND STATI NOT = 'W'
               MOVE 'STATUS MUST BE A OR W'  TO WS-EDIT-MESSAGE
               GO TO 560-EDIT-EXIT
           END-IF.
      *
           IF WS-KEY-COURSE = SPACES
               GO TO 562-EDIT-CREDITS
           END-IF.
      *
           MOVE MINGRI                      TO WS-MIN-GRADE.
           INSPECT WS-MIN-GRADE REPLACING ALL LOW-VALUE BY SPACE.
      *
           IF WS-MIN-GRADE = SPACES
               MOVE 'D '                     TO WS-MIN-GRADE
           END-IF.
      *
           IF NOT WS-MIN-GRADE-VALID
               MOVE 'MINIMUM GRADE MUST BE A, B, C OR D'
                 TO WS-EDIT-MESSAGE
               GO TO 560-EDIT-EXIT
           END-IF.
      *
           GO TO 560-EDIT-EXIT.
      *
       562-EDIT-CREDITS.
      *
           MOVE MINCRI                      TO WS-MIN-CREDITS-X.
      *
           IF WS-MIN-CREDITS-X NOT NUMERIC
               MOVE 'MINIMUM CREDITS MUST BE NUMERIC'
                 TO WS-EDIT-MESSAGE
               GO TO 560-EDIT-EXIT
           END-IF.
      *
           IF WS-MIN-CREDITS = ZERO
               MOVE 'MINIMUM CREDITS MUST BE GREATER THAN ZERO'
                 TO WS-EDIT-MESSAGE
               GO TO 560-EDIT-EXIT
           END-IF.
      *
           GO TO 560-EDIT-EXIT.
      *
       560-EDIT-EXIT.
           EXIT.
      *
       565-COURSE-NOTFND.
      * COURSE ID NOT ON THE CATALOG - A PROGRAM CANNOT REQUIRE A
      * COURSE THAT DOES NOT EXIST.
           MOVE 'COURSE ID NOT ON CATALOG - REQUIREMENT NOT ADDED'
             TO WS-EDIT-MESSAGE.
           GO TO 570-ADD-EDIT-FAILED.
      *
       570-ADD-EDIT-FAILED.
      * AN EDIT FAILED ON THE ADD PASS - REPAINT THE KEYED FIELDS IN
      * ADD MODE WITH THE EDIT MESSAGE SO THE OPERATOR CAN CORRECT
      * AND RE-ENTER.
           MOVE LOW-VALUES                  TO PGRMF2AO.
           MOVE WS-KEY-PROGRAM              TO PROGO.
           MOVE WS-KEY-GROUP                TO GRPO.
           MOVE WS-KEY-COURSE               TO CRSIDO.
           MOVE 'A'                         TO MODEO.
           MOVE WS-EDIT-MESSAGE             TO MSGO.
           GO TO 800-REDISPLAY.
      *
       580-DUPREC.
      * ANOTHER SESSION ADDED THIS REQUIREMENT BETWEEN OUR LOOKUP
      * AND OUR ADD - TELL THE OPERATOR, DO NOT ABEND.
           MOVE LOW-VALUES                  TO PGRMF2AO.
           MOVE WS-KEY-PROGRAM              TO PROGO.
           MOVE WS-KEY-GROUP                TO GRPO.
           MOVE WS-KEY-COURSE               TO CRSIDO.
           MOVE 'L'                         TO MODEO.
           MOVE 'REQUIREMENT ALREADY ON FILE - LOOK IT UP AGAIN'
             TO MSGO.
           GO TO 800-REDISPLAY.
      *
       600-REWRITE-REQUIREMENT.
      *
           MOVE SPACES                      TO WS-COURSE-TITLE.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(460-SETUP-ADD)
           END-EXEC.
      *
           MOVE WS-REQ-KEY                  TO PGR-KEY.
      *
           EXEC CICS
               READ FILE('PGRFIL')
                    INTO(PROGRAM-REQUIREMENT-RECORD)
                    RIDFLD(PGR-KEY)
                    UPDATE
           END-EXEC.
      *
           IF PGR-LAST-CHANGE-DATE NOT = OLDDTI
              OR PGR-LAST-CHANGE-TIME NOT = OLDTMI
               GO TO 650-CONCURRENT-UPDATE
           END-IF.
      *
           PERFORM 560-EDIT-FIELDS THRU 560-EDIT-EXIT.
      *
           IF WS-EDIT-MESSAGE NOT = SPACES
               GO TO 620-EDIT-FAILED
           END-IF.
      *
           MOVE PGR-STATUS                  TO WS-BEFORE-STATUS.
           MOVE WS-MIN-GRADE                TO PGR-MINIMUM-GRADE.
           MOVE WS-MIN-CREDITS              TO PGR-MINIMUM-CREDITS.
           MOVE DESCI                       TO PGR-DESCRIPTION.
           MOVE STATI                       TO PGR-STATUS.
           MOVE WS-OPERATOR-ID              TO PGR-LAST-CHANGE-OPID.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(PGR-LAST-CHANGE-DATE)
                          TIME(PGR-LAST-CHANGE-TIME)
           END-EXEC.
      *
           EXEC CICS
               REWRITE FILE('PGRFIL')
                       FROM(PROGRAM-REQUIREMENT-RECORD)
           END-EXEC.
      *
           GO TO 860-UPDATE-COMPLETE.
      *
       620-EDIT-FAILED.
      * AN EDIT FAILED ON THE REWRITE PASS - REPAINT THE CURRENT
      * RECORD IN UPDATE MODE WITH THE EDIT MESSAGE SO THE
      * OPERATOR CAN CORRECT AND RE-ENTER WITHOUT A FRESH LOOKUP.
           MOVE LOW-VALUES                  TO PGRMF2AO.
           PERFORM 510-FILL-SCREEN THRU 510-FILL-EXIT.
           MOVE WS-EDIT-MESSAGE             TO MSGO.
           GO TO 800-REDISPLAY.
      *
       650-CONCURRENT-UPDATE.
      * SOMEONE ELSE CHANGED THIS REQUIREMENT SINCE WE READ IT FOR
      * DISPLAY - DISCARD OUR EDITS AND REFRESH THE SCREEN WITH THE
      * CURRENT RECORD SO THE OPERATOR CAN SEE WHAT CHANGED.
           MOVE LOW-VALUES                  TO PGRMF2AO.
           PERFORM 510-FILL-SCREEN THRU 510-FILL-EXIT.
           MOVE 'RECORD CHANGED BY ANOTHER USER - REVIEW AND RETRY'
             TO MSGO.
           GO TO 800-REDISPLAY.
      *
       800-REDISPLAY.
      *
           EXEC CICS
               SEND MAP   ('PGRMF2A')
                    MAPSET('PGRSF2A')
                    DATAONLY
                    CURSOR
           END-EXEC.
      *
           EXEC CICS
               RETURN TRANSID('UF2O')
                      COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
       850-ADD-COMPLETE.
      *
           INITIALIZE WS-COMMAREA.
           MOVE 'X'                         TO CA-FUNCTION-CODE.
           MOVE 'REQUIREMENT ADDED - '      TO CA-MESSAGE.
           MOVE PGR-PROGRAM         TO CA-MESSAGE(21:6).
           MOVE PGR-GROUP           TO CA-MESSAGE(28:2).
           MOVE PGR-COURSE-ID       TO CA-MESSAGE(31:6).
      *
           EXEC CICS
               XCTL PROGRAM('UUMENF2A')
                    COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
           GOBACK.
      *
       860-UPDATE-COMPLETE.
      *
           INITIALIZE WS-COMMAREA.
           MOVE 'X'                         TO CA-FUNCTION-CODE.
           IF PGR-STATUS-WITHDRAWN AND WS-BEFORE-STATUS NOT = 'W'
               MOVE 'REQUIREMENT RETIRED - ' TO CA-MESSAGE
               MOVE PGR-PROGRAM     TO CA-MESSAGE(23:6)
               MOVE PGR-GROUP       TO CA-MESSAGE(30:2)
               MOVE PGR-COURSE-ID   TO CA-MESSAGE(33:6)
           ELSE
               MOVE 'REQUIREMENT UPDATED - ' TO CA-MESSAGE
               MOVE PGR-PROGRAM     TO CA-MESSAGE(23:6)
               MOVE PGR-GROUP       TO CA-MESSAGE(30:2)
               MOVE PGR-COURSE-ID   TO CA-MESSAGE(33:6)
           END-IF.
      *
           EXEC CICS
               XCTL PROGRAM('UUMENF2A')
                    COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
           GOBACK.
      *
       900-RETURN-TO-MENU.
      *
           INITIALIZE WS-COMMAREA.
           MOVE 'X'                         TO CA-FUNCTION-CODE.
      *
           EXEC CICS
               XCTL PROGRAM('UUMENF2A')
                    COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
           GOBACK.
      *
       END PROGRAM UUPGRF2A.
