      *                 STANDING ASSIGNED BY THE END-OF-TERM STANDING
      *                 RUN (UUASTF2A) AND THE TERM IT WAS ASSIGNED
      *                 FOR.  A STUDENT NOT YET JUDGED SHOWS BLANK.
      *10/15/2026  TN   500-DISPLAY-RECORD NOW FLAGS A REGISTRATION HOLD
      *                 IN EFFECT ON THE NEW HOLD FILE (HLDFIL) IN
      *                 THE HOLD FIELD - THE FIRST HOLD TYPE FOUND,
      *                 AND +MORE WHEN THERE IS MORE THAN ONE - IN
      *                 THE NEW 600-CHECK-HOLDS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY INQSF2A.
      *
       COPY STUMAS.
      *
       COPY HLDFIL.
      *
       01 WS-ABSTIME                        PIC S9(15) COMP-3.
       01 WS-TODAY-DATE                     PIC 9(08).
      *
      * BROWSE POSITION OVER THE STUDENT'S REGISTRATION HOLDS.
       01 WS-HLD-BROWSE-KEY.
           05  WS-HLB-STUDENT-ID            PIC X(09).
           05  WS-HLB-HOLD-TYPE             PIC X(02).
       01 WS-HOLD-COUNT                     PIC S9(04) COMP VALUE +0.
       01 WS-FIRST-HOLD-TYPE                PIC X(02).
      *
       01 WS-ERASE-SEND-SW                  PIC X(01) VALUE 'N'.
           88  WS-ERASE-SEND                    VALUE 'Y'.
               MOVE SPACES                   TO STNDO
           END-IF.
           MOVE STU-STANDING-TERM           TO STTRMO.
      *
           PERFORM 600-CHECK-HOLDS THRU 600-HOLD-EXIT.
      *
           MOVE SPACES                      TO MSGO.
           GO TO 800-REDISPLAY.
      *
       600-CHECK-HOLDS.
      * FLAG ANY REGISTRATION HOLD IN EFFECT SO THE FRONT COUNTER
      * SEES IT WITHOUT GOING TO THE HOLD SCREEN - THE FIRST HOLD
      * TYPE FOUND, AND +MORE WHEN THERE IS MORE THAN ONE.  SAME
      * IN-EFFECT TEST AS THE ENROLLMENT CHECK IN UUENRF2A.
           MOVE SPACES                      TO HOLDO.
           MOVE ZERO                        TO WS-HOLD-COUNT.
      *
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
                   NOTFND(600-HOLD-EXIT)
                   ENDFILE(602-END-HOLDS)
           END-EXEC.
      *
           MOVE STU-STUDENT-ID              TO WS-HLB-STUDENT-ID.
           MOVE LOW-VALUES                  TO WS-HLB-HOLD-TYPE.
      *
           EXEC CICS
               STARTBR FILE('HLDFIL')
                       RIDFLD(WS-HLD-BROWSE-KEY)
                       GTEQ
           END-EXEC.
      *
           GO TO 601-READ-HOLD.
      *
       601-READ-HOLD.
      *
           EXEC CICS
               READNEXT FILE('HLDFIL')
                        INTO(REGISTRATION-HOLD-RECORD)
                        RIDFLD(WS-HLD-BROWSE-KEY)
           END-EXEC.
      *
           IF HLD-STUDENT-ID NOT = STU-STUDENT-ID
               GO TO 602-END-HOLDS
           END-IF.
      *
           IF HLD-EFFECTIVE-DATE NOT > WS-TODAY-DATE
              AND (HLD-NOT-RELEASED
                   OR HLD-RELEASE-DATE > WS-TODAY-DATE)
               ADD 1                         TO WS-HOLD-COUNT
               IF WS-HOLD-COUNT = 1
                   MOVE 'REG HOLD - '        TO HOLDO(1:11)
                   MOVE HLD-HOLD-TYPE        TO WS-FIRST-HOLD-TYPE
                   MOVE HLD-HOLD-TYPE        TO HOLDO(12:2)
               ELSE
                   MOVE 'REG HOLDS - '       TO HOLDO(1:12)
                   MOVE WS-FIRST-HOLD-TYPE   TO HOLDO(13:2)
                   MOVE ' +MORE'             TO HOLDO(15:6)
                   GO TO 602-END-HOLDS
               END-IF
           END-IF.
      *
           GO TO 601-READ-HOLD.
      *
       602-END-HOLDS.
      *
           EXEC CICS
               ENDBR FILE('HLDFIL')
           END-EXEC.
      *
           GO TO 600-HOLD-EXIT.
      *
       600-HOLD-EXIT.
           EXIT.
      *
       800-REDISPLAY.
      *
