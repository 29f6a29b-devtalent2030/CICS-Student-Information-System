       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUHLDF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    REGISTRATION HOLD MAINTENANCE TRANSACTION.  XCTL'D TO FROM
      *    UUMENF2A CHOICE 14 AND GATED BY THE MAINTENANCE ROLE.  AN
      *    OFFICE THAT NEEDS A STUDENT STOPPED FROM REGISTERING - AN
      *    UNPAID BALANCE, A MISSING TRANSCRIPT, A CONDUCT MATTER -
      *    PLACES A HOLD HERE INSTEAD OF HAVING THE STUDENT
      *    INACTIVATED THROUGH UUDELF2A.  OPERATOR KEYS A STUDENT ID
      *    AND HOLD TYPE; THE FIRST PASS READS THE HOLD UNDER UPDATE
      *    AND DISPLAYS IT FOR EDITING - A HOLD NOT ON FILE FLIPS THE
      *    SCREEN TO ADD MODE, SO ONE SCREEN COVERS PLACING AND
      *    CHANGING A HOLD, THE SAME WAY UUSECF2A COVERS OPERATORS.
      *    A HOLD IS NEVER DELETED - IT IS RELEASED BY KEYING A
      *    RELEASE DATE, AND THE OPERATOR WHO PLACED IT AND THE ONE
      *    WHO RELEASED IT ARE BOTH KEPT ON THE RECORD.  UUENRF2A
      *    REFUSES AN ENROLLMENT WHILE ANY HOLD IS IN EFFECT.  SAME
      *    READ-UPDATE / REWRITE CONCURRENCY CHECK AS UUSECF2A.
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
      *10/15/2026  TN   550-ADD-HOLD NOW CHECKS THE HOLD TYPE AND
      *                 READS THE STUDENT MASTER AGAIN BEFORE THE
      *                 WRITE - THE KEY FIELDS CAN BE OVERTYPED ON THE
      *                 ADD SCREEN.  A HOLD NOT FOUND ON THE REWRITE
      *                 PASS NOW READS THE STUDENT FOR THE NEW KEY
      *                 (610-HOLD-NOTFND) BEFORE FLIPPING TO ADD MODE.
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
       COPY HLDSF2A.
      *
       COPY HLDFIL.
      *
       COPY STUMAS.
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
      * A BLANK RELEASE DATE IS KEYED AS "NOT RELEASED" - THE EDIT
      * TURNS IT INTO ZEROS HERE BEFORE THE NUMERIC CHECK.
       01 WS-RELEASE-DATE-X                 PIC X(08).
       01 WS-RELEASE-DATE REDEFINES WS-RELEASE-DATE-X
                                            PIC 9(08).
       01 WS-BEFORE-RELEASE                 PIC 9(08).
       01 WS-UPDATE-ACTION                  PIC X(01).
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
      * DEFENSE IN DEPTH - UUMENF2A ALREADY GATES CHOICE 14 TO THE
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
               RECEIVE MAP   ('HLDMF2A')
                       MAPSET('HLDSF2A')
           END-EXEC.
      *
           GO TO 300-CHECK-PHASE.
      *
       090-NOT-AUTHORIZED.
      * SIGNED-ON OPERATOR DOES NOT CARRY THE MAINTENANCE ROLE -
      * BACK TO THE MENU WITHOUT EVER DISPLAYING THE HOLD SCREEN.
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
           MOVE 'UUHLDF2A'                  TO VIO-PROGRAM.
           MOVE EIBTRNID                    TO VIO-TRANSID.
           MOVE '14'                        TO VIO-MENU-CHOICE.
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
      * FIRST TIME IN - SEND A BLANK SCREEN AND WAIT FOR A STUDENT
      * ID AND HOLD TYPE TO LOOK UP. CLEAR THE FROM-MENU MARKER SO
      * THE NEXT TASK DOES NOT COME BACK THROUGH HERE AGAIN.
           MOVE LOW-VALUES                  TO HLDMF2AO.
           MOVE 'L'                         TO MODEO.
           MOVE SPACES                      TO CA-FUNCTION-CODE.
      *
           EXEC CICS
               SEND MAP   ('HLDMF2A')
                    MAPSET('HLDSF2A')
                    ERASE
           END-EXEC.
      *
           EXEC CICS
               RETURN TRANSID('UF2N')
                      COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
       300-CHECK-PHASE.
      * A BLANK STUDENT ID MEANS THE OPERATOR IS DONE - BACK TO THE
      * MENU.  THE HOLD TYPE IS THE SECOND HALF OF THE KEY AND IS
      * ALWAYS REQUIRED.
           IF STUIDI = SPACES OR STUIDI = LOW-VALUES
               GO TO 900-RETURN-TO-MENU
           END-IF.
      *
           IF HTYPEI = SPACES OR HTYPEI = LOW-VALUES
               MOVE LOW-VALUES               TO HLDMF2AO
               MOVE 'L'                      TO MODEO
               MOVE -1                       TO HTYPEL
               MOVE 'HOLD TYPE IS REQUIRED'  TO MSGO
               GO TO 800-REDISPLAY
           END-IF.
      *
           IF MODEI = 'A'
               GO TO 550-ADD-HOLD
           END-IF.
      *
           IF MODEI = 'U'
               GO TO 600-REWRITE-HOLD
           END-IF.
      *
           GO TO 400-READ-FOR-UPDATE.
      *
       400-READ-FOR-UPDATE.
      * ONLY THE HOLD TYPES THE OFFICES HAVE AGREED ON MAY BE
      * PLACED, AND ONLY ON A STUDENT WHO IS ON THE MASTER FILE.
           MOVE HTYPEI                      TO HLD-HOLD-TYPE.
      *
           IF NOT HLD-TYPE-VALID
               MOVE LOW-VALUES               TO HLDMF2AO
               MOVE 'L'                      TO MODEO
               MOVE -1                       TO HTYPEL
               MOVE 'HOLD TYPE MUST BE FN, TR, CD, AD OR RG' TO MSGO
               GO TO 800-REDISPLAY
           END-IF.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(420-STUDENT-NOTFND)
           END-EXEC.
      *
           MOVE STUIDI                      TO STU-STUDENT-ID.
      *
           EXEC CICS
               READ FILE('STUMAS')
                    INTO(STUDENT-MASTER-RECORD)
                    RIDFLD(STU-STUDENT-ID)
           END-EXEC.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(460-SETUP-ADD)
           END-EXEC.
      *
           MOVE STUIDI                      TO HLD-STUDENT-ID.
           MOVE HTYPEI                      TO HLD-HOLD-TYPE.
      *
           EXEC CICS
               READ FILE('HLDFIL')
                    INTO(REGISTRATION-HOLD-RECORD)
                    RIDFLD(HLD-KEY)
                    UPDATE
           END-EXEC.
      *
           GO TO 500-DISPLAY-FOR-EDIT.
      *
       420-STUDENT-NOTFND.
      * STUDENT ID NOT ON THE MASTER FILE - TELL THE OPERATOR, DO
      * NOT ABEND.
           MOVE LOW-VALUES                  TO HLDMF2AO.
           MOVE 'L'                         TO MODEO.
           MOVE -1                          TO STUIDL.
           MOVE 'STUDENT ID NOT ON FILE - NO HOLD PLACED' TO MSGO.
           GO TO 800-REDISPLAY.
      *
       460-SETUP-ADD.
      * NO HOLD OF THIS TYPE ON FILE FOR THE STUDENT - FLIP THE
      * SCREEN TO ADD MODE SO THE OPERATOR CAN KEY THE NEW HOLD
      * WITHOUT RE-ENTERING THE KEY.  THE EFFECTIVE DATE DEFAULTS
      * TO TODAY.
           MOVE LOW-VALUES                  TO HLDMF2AO.
           MOVE STUIDI                      TO STUIDO.
           MOVE STU-LAST-NAME               TO SNAMEO.
           MOVE HTYPEI                      TO HTYPEO.
           MOVE WS-TODAY-DATE               TO EFFDTO.
           MOVE 'A'                         TO MODEO.
           MOVE -1                          TO OFFCL.
           MOVE 'HOLD NOT ON FILE - KEY FIELDS AND PRESS ENTER'
             TO MSGO.
           GO TO 800-REDISPLAY.
      *
       500-DISPLAY-FOR-EDIT.
      *
           MOVE LOW-VALUES                  TO HLDMF2AO.
           PERFORM 510-FILL-SCREEN THRU 510-FILL-EXIT.
           MOVE STU-LAST-NAME               TO SNAMEO.
           MOVE 'CHANGE THE FIELDS NEEDED AND PRESS ENTER' TO MSGO.
           GO TO 800-REDISPLAY.
      *
       510-FILL-SCREEN.
      * PAINT THE HOLD RECORD IN UPDATE MODE, WITH THE LAST-CHANGE
      * STAMP IN THE DARK FIELDS FOR THE CONCURRENCY CHECK.  AN
      * UNRELEASED HOLD SHOWS A BLANK RELEASE DATE.
           MOVE HLD-STUDENT-ID              TO STUIDO.
           MOVE HLD-HOLD-TYPE               TO HTYPEO.
           MOVE HLD-OFFICE                  TO OFFCO.
           MOVE HLD-REASON                  TO RSNO.
           MOVE HLD-EFFECTIVE-DATE          TO EFFDTO.
           IF HLD-NOT-RELEASED
               MOVE SPACES                   TO RELDTO
           ELSE
               MOVE HLD-RELEASE-DATE         TO RELDTO
           END-IF.
           MOVE HLD-PLACED-BY               TO PLCBYO.
           MOVE HLD-RELEASED-BY             TO RELBYO.
           MOVE HLD-LAST-CHANGE-DATE        TO OLDDTO.
           MOVE HLD-LAST-CHANGE-TIME        TO OLDTMO.
           MOVE 'U'                         TO MODEO.
           GO TO 510-FILL-EXIT.
      *
       510-FILL-EXIT.
           EXIT.
      *
       550-ADD-HOLD.
      * THE KEY FIELDS ARE STILL UNPROTECTED ON THE ADD SCREEN, SO
      * THE HOLD TYPE AND THE STUDENT ARE CHECKED AGAIN HERE BY THE
      * SAME RULES 400-READ-FOR-UPDATE APPLIES ON THE LOOKUP.
           MOVE HTYPEI                      TO HLD-HOLD-TYPE.
      *
           IF NOT HLD-TYPE-VALID
               MOVE LOW-VALUES               TO HLDMF2AO
               MOVE 'L'                      TO MODEO
               MOVE -1                       TO HTYPEL
               MOVE 'HOLD TYPE MUST BE FN, TR, CD, AD OR RG' TO MSGO
               GO TO 800-REDISPLAY
           END-IF.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(420-STUDENT-NOTFND)
           END-EXEC.
      *
           MOVE STUIDI                      TO STU-STUDENT-ID.
      *
           EXEC CICS
               READ FILE('STUMAS')
                    INTO(STUDENT-MASTER-RECORD)
                    RIDFLD(STU-STUDENT-ID)
           END-EXEC.
      *
           PERFORM 560-EDIT-FIELDS THRU 560-EDIT-EXIT.
      *
           IF WS-EDIT-MESSAGE NOT = SPACES
               MOVE LOW-VALUES               TO HLDMF2AO
               MOVE STUIDI                   TO STUIDO
               MOVE STU-LAST-NAME            TO SNAMEO
               MOVE HTYPEI                   TO HTYPEO
               MOVE 'A'                      TO MODEO
               MOVE WS-EDIT-MESSAGE          TO MSGO
               GO TO 800-REDISPLAY
           END-IF.
      *
           MOVE SPACES                      TO REGISTRATION-HOLD-RECORD.
           MOVE STUIDI                      TO HLD-STUDENT-ID.
           MOVE HTYPEI                      TO HLD-HOLD-TYPE.
           MOVE OFFCI                       TO HLD-OFFICE.
           MOVE RSNI                        TO HLD-REASON.
           MOVE EFFDTI                      TO HLD-EFFECTIVE-DATE.
           MOVE WS-RELEASE-DATE             TO HLD-RELEASE-DATE.
           MOVE WS-OPERATOR-ID              TO HLD-PLACED-BY.
      * A HOLD KEYED WITH ITS RELEASE DATE ALREADY KNOWN IS BOTH
      * PLACED AND RELEASED BY THE SAME OPERATOR.
           IF HLD-NOT-RELEASED
               MOVE SPACES                   TO HLD-RELEASED-BY
           ELSE
               MOVE WS-OPERATOR-ID           TO HLD-RELEASED-BY
           END-IF.
           MOVE WS-OPERATOR-ID              TO HLD-LAST-CHANGE-OPID.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(HLD-LAST-CHANGE-DATE)
                          TIME(HLD-LAST-CHANGE-TIME)
           END-EXEC.
      *
           EXEC CICS
               HANDLE CONDITION
                   DUPREC(580-DUPREC)
           END-EXEC.
      *
           EXEC CICS
               WRITE FILE('HLDFIL')
                     FROM(REGISTRATION-HOLD-RECORD)
                     RIDFLD(HLD-KEY)
           END-EXEC.
      *
           GO TO 850-ADD-COMPLETE.
      *
       560-EDIT-FIELDS.
      * OFFICE AND REASON ARE REQUIRED SO THE STUDENT CAN BE TOLD
      * WHO TO SEE AND WHY; THE DATES MUST BE WELL-FORMED AND THE
      * RELEASE, WHEN KEYED, MUST NOT PRECEDE THE EFFECTIVE DATE.
      * THE FIRST FAILING EDIT LEAVES ITS MESSAGE FOR THE CALLER; A
      * BLANK MESSAGE MEANS EVERY EDIT PASSED.
           MOVE SPACES                      TO WS-EDIT-MESSAGE.
      *
           MOVE RELDTI                      TO WS-RELEASE-DATE-X.
           IF RELDTI = SPACES OR RELDTI = LOW-VALUES
               MOVE ZEROS                    TO WS-RELEASE-DATE-X
           END-IF.
      *
           IF OFFCI = SPACES OR OFFCI = LOW-VALUES
               MOVE 'PLACING OFFICE IS REQUIRED' TO WS-EDIT-MESSAGE
               GO TO 560-EDIT-EXIT
           END-IF.
      *
           IF RSNI = SPACES OR RSNI = LOW-VALUES
               MOVE 'HOLD REASON IS REQUIRED' TO WS-EDIT-MESSAGE
               GO TO 560-EDIT-EXIT
           END-IF.
      *
           IF EFFDTI NOT NUMERIC
               MOVE 'EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD'
                 TO WS-EDIT-MESSAGE
               GO TO 560-EDIT-EXIT
           END-IF.
      *
           IF WS-RELEASE-DATE-X NOT NUMERIC
               MOVE 'RELEASE DATE MUST BE NUMERIC YYYYMMDD OR BLANK'
                 TO WS-EDIT-MESSAGE
               GO TO 560-EDIT-EXIT
           END-IF.
      *
           IF WS-RELEASE-DATE NOT = ZERO
              AND WS-RELEASE-DATE-X < EFFDTI
               MOVE 'RELEASE DATE MUST NOT PRECEDE EFFECTIVE DATE'
                 TO WS-EDIT-MESSAGE
               GO TO 560-EDIT-EXIT
           END-IF.
      *
           GO TO 560-EDIT-EXIT.
      *
       560-EDIT-EXIT.
           EXIT.
      *
       580-DUPREC.
      * ANOTHER SESSION PLACED THIS HOLD BETWEEN OUR LOOKUP AND OUR
      * ADD - TELL THE OPERATOR, DO NOT ABEND.
           MOVE LOW-VALUES                  TO HLDMF2AO.
           MOVE STUIDI                      TO STUIDO.
           MOVE HTYPEI                      TO HTYPEO.
           MOVE 'L'                         TO MODEO.
           MOVE 'HOLD ALREADY ON FILE - LOOK IT UP AGAIN' TO MSGO.
           GO TO 800-REDISPLAY.
      *
       600-REWRITE-HOLD.
      *
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(610-HOLD-NOTFND)
           END-EXEC.
      *
           MOVE STUIDI                      TO HLD-STUDENT-ID.
           MOVE HTYPEI                      TO HLD-HOLD-TYPE.
      *
           EXEC CICS
               READ FILE('HLDFIL')
                    INTO(REGISTRATION-HOLD-RECORD)
                    RIDFLD(HLD-KEY)
                    UPDATE
           END-EXEC.
      *
           IF HLD-LAST-CHANGE-DATE NOT = OLDDTI
              OR HLD-LAST-CHANGE-TIME NOT = OLDTMI
               GO TO 650-CONCURRENT-UPDATE
           END-IF.
      *
           PERFORM 560-EDIT-FIELDS THRU 560-EDIT-EXIT.
      *
           IF WS-EDIT-MESSAGE NOT = SPACES
               GO TO 620-EDIT-FAILED
           END-IF.
      *
      * A RELEASE DATE KEYED WHERE THERE WAS NONE IS A RELEASE; THE
      * OPERATOR WHO KEYS OR CHANGES THE RELEASE DATE IS THE ONE
      * WHO RELEASED THE HOLD.  BLANKING THE RELEASE DATE PUTS THE
      * HOLD BACK IN EFFECT AND CLEARS THE RELEASED-BY.
           MOVE HLD-RELEASE-DATE            TO WS-BEFORE-RELEASE.
      *
           IF WS-BEFORE-RELEASE = ZERO AND WS-RELEASE-DATE NOT = ZERO
               MOVE 'R'                      TO WS-UPDATE-ACTION
           ELSE
               MOVE 'U'                      TO WS-UPDATE-ACTION
           END-IF.
      *
           MOVE OFFCI                       TO HLD-OFFICE.
           MOVE RSNI                        TO HLD-REASON.
           MOVE EFFDTI                      TO HLD-EFFECTIVE-DATE.
           MOVE WS-RELEASE-DATE             TO HLD-RELEASE-DATE.
      *
           IF HLD-NOT-RELEASED
               MOVE SPACES                   TO HLD-RELEASED-BY
           ELSE
               IF HLD-RELEASE-DATE NOT = WS-BEFORE-RELEASE
                   MOVE WS-OPERATOR-ID       TO HLD-RELEASED-BY
               END-IF
           END-IF.
      *
           MOVE WS-OPERATOR-ID              TO HLD-LAST-CHANGE-OPID.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
      *
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(HLD-LAST-CHANGE-DATE)
                          TIME(HLD-LAST-CHANGE-TIME)
           END-EXEC.
      *
           EXEC CICS
               REWRITE FILE('HLDFIL')
                       FROM(REGISTRATION-HOLD-RECORD)
           END-EXEC.
      *
           GO TO 860-UPDATE-COMPLETE.
      *
       610-HOLD-NOTFND.
      * THE KEY WAS OVERTYPED TO A HOLD THAT IS NOT ON FILE - READ
      * THE STUDENT FOR THE NEW KEY, AS THE LOOKUP DOES, SO THE ADD
      * SCREEN SHOWS THE RIGHT NAME (OR REFUSES AN UNKNOWN STUDENT).
           EXEC CICS
               HANDLE CONDITION
                   NOTFND(420-STUDENT-NOTFND)
           END-EXEC.
      *
           MOVE STUIDI                      TO STU-STUDENT-ID.
      *
           EXEC CICS
               READ FILE('STUMAS')
                    INTO(STUDENT-MASTER-RECORD)
                    RIDFLD(STU-STUDENT-ID)
           END-EXEC.
      *
           GO TO 460-SETUP-ADD.
      *
       620-EDIT-FAILED.
      * AN EDIT FAILED ON THE REWRITE PASS - REPAINT THE CURRENT
      * RECORD IN UPDATE MODE WITH THE EDIT MESSAGE SO THE
      * OPERATOR CAN CORRECT AND RE-ENTER WITHOUT A FRESH LOOKUP.
           MOVE LOW-VALUES                  TO HLDMF2AO.
           PERFORM 510-FILL-SCREEN THRU 510-FILL-EXIT.
           MOVE WS-EDIT-MESSAGE             TO MSGO.
           GO TO 800-REDISPLAY.
      *
       650-CONCURRENT-UPDATE.
      * SOMEONE ELSE CHANGED THIS HOLD SINCE WE READ IT FOR DISPLAY
      * - DISCARD OUR EDITS AND REFRESH THE SCREEN WITH THE CURRENT
      * RECORD SO THE OPERATOR CAN SEE WHAT CHANGED.
           MOVE LOW-VALUES                  TO HLDMF2AO.
           PERFORM 510-FILL-SCREEN THRU 510-FILL-EXIT.
           MOVE 'RECORD CHANGED BY ANOTHER USER - REVIEW AND RETRY'
             TO MSGO.
           GO TO 800-REDISPLAY.
      *
       800-REDISPLAY.
      *
           EXEC CICS
               SEND MAP   ('HLDMF2A')
                    MAPSET('HLDSF2A')
                    DATAONLY
                    CURSOR
           END-EXEC.
      *
           EXEC CICS
               RETURN TRANSID('UF2N')
                      COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
       850-ADD-COMPLETE.
      *
           INITIALIZE WS-COMMAREA.
           MOVE 'X'                         TO CA-FUNCTION-CODE.
           MOVE 'HOLD PLACED - '             TO CA-MESSAGE.
           MOVE HLD-STUDENT-ID      TO CA-MESSAGE(15:9).
           MOVE HLD-HOLD-TYPE       TO CA-MESSAGE(25:2).
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
           IF WS-UPDATE-ACTION = 'R'
               MOVE 'HOLD RELEASED - '       TO CA-MESSAGE
               MOVE HLD-STUDENT-ID  TO CA-MESSAGE(17:9)
               MOVE HLD-HOLD-TYPE   TO CA-MESSAGE(27:2)
           ELSE
               MOVE 'HOLD UPDATED - '        TO CA-MESSAGE
               MOVE HLD-STUDENT-ID  TO CA-MESSAGE(16:9)
               MOVE HLD-HOLD-TYPE   TO CA-MESSAGE(26:2)
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
       END PROGRAM UUHLDF2A.
