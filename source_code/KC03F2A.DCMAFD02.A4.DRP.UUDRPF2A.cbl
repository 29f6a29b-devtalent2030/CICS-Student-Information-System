      *                 ONE OUTSIDE ITS EFFECTIVE/EXPIRY WINDOW ON
      *                 THE REWORKED SECFIL, IS TREATED AS
      *                 INQUIRY-ONLY IN THE NEW 065-CHECK-ACTIVE.
      *10/15/2026  TN   A STUDENT PROMOTED OFF THE WAITLIST CARRIES THE
      *                 SCHEDULE OVERRIDE GRANTED WHEN THEY WERE
      *                 QUEUED (WTL-OVERRIDE-SW) ONTO THE NEW
      *                 ENROLLMENT'S ENR-OVERRIDE-SW.
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
       COPY TRMFIL.
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
       01 WS-TODAY-TIME                     PIC 9(06).
      *
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
           MOVE 'UUDRPF2A'                  TO VIO-PROGRAM.
           MOVE EIBTRNID                    TO VIO-TRANSID.
           MOVE '07'                        TO VIO-MENU-CHOICE.
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
      * FIRST TIME IN - SEND A BLANK SCREEN AND WAIT FOR AN
           MOVE WS-DROP-DATE                TO ENR-LAST-CHANGE-DATE.
           MOVE WS-DROP-TIME                TO ENR-LAST-CHANGE-TIME.
           MOVE WS-OPERATOR-ID              TO ENR-LAST-CHANGE-OPID.
           MOVE WTL-OVERRIDE-SW             TO ENR-OVERRIDE-SW.
      *
           EXEC CICS
               HANDLE CONDITION
