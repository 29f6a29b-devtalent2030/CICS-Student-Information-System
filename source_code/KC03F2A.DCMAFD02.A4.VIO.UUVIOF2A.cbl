       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUVIOF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    NIGHTLY SECURITY VIOLATION RUN.  EVERY SECFIL-GATED
      *    ONLINE PROGRAM (AND UUMENF2A ITSELF) WRITES A RECORD TO
      *    THE SECURITY VIOLATION FILE (VIOFIL) EACH TIME IT TURNS
      *    AN OPERATOR AWAY.  THIS RUN READS ONE DAY'S VIOLATIONS
      *    AND PRINTS THEM FOR THE SECURITY ADMINISTRATOR BY
      *    OPERATOR AND BY PROGRAM/MENU CHOICE WITHIN OPERATOR -
      *    HOW MANY, WHY (UNKNOWN OPERATOR, INACTIVE RECORD OR ROLE
      *    TOO LOW), THE FIRST AND LAST TIME AND THE LAST TERMINAL.
      *    THE DAILY LIMIT ITSELF IS ENFORCED ONLINE - THE PROGRAM
      *    THAT LOGS A VIOLATION COUNTS THE OPERATOR'S DAY SO FAR AND
      *    REVOKES THEM ON SECFIL THE MOMENT THEY PASS IT - SO THIS
      *    RUN ONLY REPORTS, SHOWING AGAINST EACH OPERATOR OVER THE
      *    LIMIT WHETHER THEIR ACCESS IS NOW REVOKED.  THE LIMIT IS
      *    KEPT ON THE VIOFIL CONTROL RECORD (KEY ALL LOW-VALUES).
      *    CARDIN CARD 1 COLUMNS 1-3, WHEN NOT BLANK, REPLACES IT -
      *    ZERO TURNS THE AUTOMATIC REVOKE OFF - AND COLUMNS 5-12
      *    CARRY AN OPTIONAL REPORT DATE (YYYYMMDD - BLANK MEANS THE
      *    RUN DATE).  RETURN CODE 8 WHEN ANY OPERATOR WAS OVER THE
      *    LIMIT.
      *
      *MODIFICATION HISTORY
      *DATE        BY   DESCRIPTION
      *----------  ---  ----------------------------------------------
      *10/15/2026  TN   ORIGINAL PROGRAM.
      *10/15/2026  TN   THE REVOKE NOW HAPPENS ONLINE AS THE LIMIT IS
      *                 PASSED, SO THIS RUN NO LONGER UPDATES SECFIL
      *                 OR WRITES SECAUD - IT REPORTS EACH OVER-LIMIT
      *                 OPERATOR AS REVOKED OR NOT.  THE LIMIT MOVES
      *                 FROM THE CARD TO THE VIOFIL CONTROL RECORD,
      *                 WHICH THE CARD NOW ONLY CHANGES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN-FILE ASSIGN TO CARDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDIN-STATUS.
      *
           SELECT VIOFIL-FILE ASSIGN TO VIOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIO-KEY
               FILE STATUS IS WS-VIOFIL-STATUS.
      *
           SELECT SECFIL-FILE ASSIGN TO SECFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-OPERATOR-ID
               FILE STATUS IS WS-SECFIL-STATUS.
      *
           SELECT REPVIO-FILE ASSIGN TO REPVIO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPVIO-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CARDIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-RECORD                      PIC X(80).
      *
       FD  VIOFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VIOFIL.
      *
       FD  SECFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECFIL.
      *
       FD  REPVIO-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CARDIN-STATUS                 PIC X(02) VALUE '00'.
           88  WS-CARDIN-OK                     VALUE '00'.
      *
       01  WS-VIOFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-VIOFIL-OK                     VALUE '00'.
           88  WS-VIOFIL-EOF                    VALUE '10'.
           88  WS-VIOFIL-NOTFND                 VALUE '23'.
      *
       01  WS-SECFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-SECFIL-OK                     VALUE '00'.
           88  WS-SECFIL-NOTFND                 VALUE '23'.
      *
       01  WS-REPVIO-STATUS                 PIC X(02) VALUE '00'.
           88  WS-REPVIO-OK                     VALUE '00'.
      *
      * MORE VIOLATIONS THAN THIS IN ONE DAY REVOKES THE OPERATOR -
      * FROM THE VIOFIL CONTROL RECORD.  ZERO MEANS NO LIMIT.
       01  WS-LIMIT                         PIC 9(03) VALUE ZERO.
       01  WS-NEW-LIMIT-SW                  PIC X(01) VALUE 'N'.
           88  WS-NEW-LIMIT                     VALUE 'Y'.
       01  WS-REPORT-DATE                   PIC 9(08) VALUE ZERO.
      *
      * THE OPERATOR WHOSE VIOLATIONS ARE BEING GATHERED - VIOFIL
      * IS KEYED OPERATOR FIRST, SO EACH OPERATOR'S DAY ARRIVES
      * TOGETHER AND IN TIME ORDER.
       01  WS-CUR-OPERATOR                  PIC X(08) VALUE SPACES.
       01  WS-OPR-COUNT                     PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-OPR-NAME                      PIC X(20) VALUE SPACES.
       01  WS-OPR-ACTION                    PIC X(40) VALUE SPACES.
       01  WS-SECFIL-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-SECFIL-FOUND                  VALUE 'Y'.
      *
      * ONE ENTRY PER PROGRAM AND MENU CHOICE THE CURRENT OPERATOR
      * WAS REFUSED, KEPT IN KEY ORDER FOR THE REPORT.  UUMENF2A
      * REFUSES BY MENU CHOICE, SO IT CAN OPEN SEVERAL ENTRIES.
       01  WS-PGM-MAX                       PIC S9(04) COMP VALUE +30.
       01  WS-PGM-COUNT                     PIC S9(04) COMP VALUE ZERO.
       01  WS-PGM-SUB                       PIC S9(04) COMP VALUE ZERO.
       01  WS-SHIFT-SUB                     PIC S9(04) COMP VALUE ZERO.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY                 OCCURS 30 TIMES.
               10  WS-PGM-KEY.
                   15  WS-PGM-NAME          PIC X(08).
                   15  WS-PGM-CHOICE        PIC X(02).
               10  WS-PGM-VIOLATIONS        PIC 9(07) COMP-3.
               10  WS-PGM-UNKNOWN           PIC 9(07) COMP-3.
               10  WS-PGM-INACTIVE          PIC 9(07) COMP-3.
               10  WS-PGM-ROLE              PIC 9(07) COMP-3.
               10  WS-PGM-FIRST-TIME        PIC 9(06).
               10  WS-PGM-LAST-TIME         PIC 9(06).
               10  WS-PGM-LAST-TERMINAL     PIC X(04).
      *
       01  WS-NEW-KEY.
           05  WS-NEW-NAME                  PIC X(08).
           05  WS-NEW-CHOICE                PIC X(02).
      *
       01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(06) VALUE ZERO.
       01  WS-TIME-RAW                      PIC 9(08) VALUE ZERO.
      *
       01  WS-READ-COUNT                    PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-DAY-COUNT                     PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-OPERATORS-COUNT               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-OVER-LIMIT-COUNT              PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NOT-REVOKED-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(40)
               VALUE 'KC03F2A SECURITY VIOLATION REPORT'.
           05  FILLER                       PIC X(40)
               VALUE 'FOR THE SECURITY ADMINISTRATOR'.
      *
       01  PARM-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(13)
               VALUE 'REPORT DATE: '.
           05  PL-REPORT-DATE               PIC 9(08).
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  FILLER                       PIC X(13)
               VALUE 'DAILY LIMIT: '.
           05  PL-LIMIT                     PIC ZZ9.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  PL-LIMIT-NOTE                PIC X(30) VALUE SPACES.
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(10)
               VALUE 'OPERATOR  '.
           05  FILLER                       PIC X(22)
               VALUE 'NAME                  '.
           05  FILLER                       PIC X(10)
               VALUE 'PROGRAM   '.
           05  FILLER                       PIC X(05)
               VALUE 'CH   '.
           05  FILLER                       PIC X(09)
               VALUE '  COUNT  '.
           05  FILLER                       PIC X(18)
               VALUE 'UNKN  INAC  ROLE  '.
           05  FILLER                       PIC X(20)
               VALUE 'FIRST   LAST    TERM'.
      *
       01  DETAIL-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  DL-OPERATOR-ID               PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-OPERATOR-NAME             PIC X(20).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-PROGRAM                   PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-CHOICE                    PIC X(02).
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  DL-COUNT                     PIC ZZZZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-UNKNOWN                   PIC ZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-INACTIVE                  PIC ZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-ROLE                      PIC ZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-FIRST-TIME                PIC 9(06).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-LAST-TIME                 PIC 9(06).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-TERMINAL                  PIC X(04).
      *
       01  OPERATOR-TOTAL-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(22)
               VALUE 'OPERATOR TOTAL        '.
           05  FILLER                       PIC X(15) VALUE SPACES.
           05  OTL-COUNT                    PIC ZZZZZZ9.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  OTL-ACTION                   PIC X(40).
      *
       01  NONE-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(41)
               VALUE 'NO SECURITY VIOLATIONS ON THE REPORT DATE'.
      *
       01  TOTAL-LINE-1.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'VIOLATION RECORDS READ:       '.
           05  TL1-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'VIOLATIONS ON REPORT DATE:    '.
           05  TL2-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-3.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'OPERATORS WITH VIOLATIONS:    '.
           05  TL3-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-4.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'OPERATORS OVER DAILY LIMIT:   '.
           05  TL4-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-5.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'OVER LIMIT BUT NOT REVOKED:   '.
           05  TL5-COUNT                    PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
           OPEN INPUT  CARDIN-FILE.
      *
           IF NOT WS-CARDIN-OK
               DISPLAY 'UUVIOF2A - OPEN CARDIN FAILED - STATUS '
                       WS-CARDIN-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           READ CARDIN-FILE
               AT END
                   DISPLAY 'UUVIOF2A - NO CONTROL CARD - ENDING'
                   GO TO 900-ABEND
           END-READ.
      *
      * A BLANK LIMIT LEAVES THE CONTROL RECORD AS IT IS.
           IF CARD-RECORD(1:3) NOT = SPACES
               IF CARD-RECORD(1:3) NOT NUMERIC
                   DISPLAY 'UUVIOF2A - BAD LIMIT CARD: '
                           CARD-RECORD(1:12)
                   GO TO 900-ABEND
               END-IF
               MOVE CARD-RECORD(1:3)         TO WS-LIMIT
               MOVE 'Y'                      TO WS-NEW-LIMIT-SW
           END-IF.
      *
           ACCEPT WS-RUN-DATE                FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW                FROM TIME.
           MOVE WS-TIME-RAW(1:6)             TO WS-RUN-TIME.
      *
      * A BLANK REPORT DATE MEANS TODAY - A RUN STARTED AFTER
      * MIDNIGHT NAMES THE DAY IT IS REPORTING ON.
           IF CARD-RECORD(5:8) = SPACES
               MOVE WS-RUN-DATE              TO WS-REPORT-DATE
           ELSE
               IF CARD-RECORD(5:8) NOT NUMERIC
                   DISPLAY 'UUVIOF2A - BAD REPORT DATE: '
                           CARD-RECORD(5:8)
                   GO TO 900-ABEND
               END-IF
               MOVE CARD-RECORD(5:8)         TO WS-REPORT-DATE
           END-IF.
      *
           CLOSE CARDIN-FILE.
      *
      * THE CONTROL RECORD IS ONLY UPDATED WHEN THE CARD CARRIES A
      * NEW LIMIT - OTHERWISE VIOFIL IS READ-ONLY TO THIS RUN.
           IF WS-NEW-LIMIT
               OPEN I-O    VIOFIL-FILE
           ELSE
               OPEN INPUT  VIOFIL-FILE
           END-IF.
      *
           IF NOT WS-VIOFIL-OK
               DISPLAY 'UUVIOF2A - OPEN VIOFIL FAILED - STATUS '
                       WS-VIOFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  SECFIL-FILE.
      *
           IF NOT WS-SECFIL-OK
               DISPLAY 'UUVIOF2A - OPEN SECFIL FAILED - STATUS '
                       WS-SECFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN OUTPUT REPVIO-FILE.
      *
           IF NOT WS-REPVIO-OK
               DISPLAY 'UUVIOF2A - OPEN REPVIO FAILED - STATUS '
                       WS-REPVIO-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF WS-NEW-LIMIT
               PERFORM 050-SET-LIMIT THRU 050-SET-EXIT
           ELSE
               PERFORM 060-READ-LIMIT THRU 060-READ-EXIT
           END-IF.
      *
           MOVE HEADING-LINE-1               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-REPORT-DATE               TO PL-REPORT-DATE.
           MOVE WS-LIMIT                     TO PL-LIMIT.
      *
           IF WS-LIMIT = ZERO
               MOVE 'NO AUTOMATIC REVOKE'    TO PL-LIMIT-NOTE
           END-IF.
      *
           IF WS-NEW-LIMIT
               MOVE 'LIMIT CHANGED BY THIS RUN'
                 TO PL-LIMIT-NOTE
           END-IF.
      *
           MOVE PARM-LINE                    TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COLUMN-HEADING-LINE          TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
      * POSITION PAST THE CONTROL RECORD TO THE FIRST VIOLATION.
           MOVE LOW-VALUES                  TO VIO-KEY.
      *
           START VIOFIL-FILE
               KEY IS GREATER THAN VIO-KEY.
      *
           IF WS-VIOFIL-NOTFND
               GO TO 800-EOF
           END-IF.
      *
           IF NOT WS-VIOFIL-OK
               DISPLAY 'UUVIOF2A - START VIOFIL FAILED - STATUS '
                       WS-VIOFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           GO TO 200-READ-VIOLATION.
      *
       050-SET-LIMIT.
      * THE CARD CARRIES A NEW DAILY LIMIT - REPLACE THE ONE ON THE
      * CONTROL RECORD, OR ADD THE CONTROL RECORD ON THE FIRST RUN.
           MOVE LOW-VALUES                  TO VIO-KEY.
      *
           READ VIOFIL-FILE.
      *
           IF NOT WS-VIOFIL-OK AND NOT WS-VIOFIL-NOTFND
               DISPLAY 'UUVIOF2A - READ VIOFIL CONTROL FAILED - '
                       'STATUS ' WS-VIOFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF WS-VIOFIL-NOTFND
               MOVE LOW-VALUES               TO VIOLATION-RECORD
               MOVE SPACES                   TO VIO-CONTROL
           END-IF.
      *
           MOVE WS-LIMIT                    TO VIO-CTL-DAILY-LIMIT.
           MOVE WS-RUN-DATE                 TO VIO-CTL-CHANGE-DATE.
           MOVE WS-RUN-TIME                 TO VIO-CTL-CHANGE-TIME.
      *
           IF WS-VIOFIL-NOTFND
               WRITE VIOLATION-RECORD
           ELSE
               REWRITE VIOLATION-RECORD
           END-IF.
      *
           IF NOT WS-VIOFIL-OK
               DISPLAY 'UUVIOF2A - WRITE VIOFIL CONTROL FAILED - '
                       'STATUS ' WS-VIOFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           DISPLAY 'UUVIOF2A - DAILY LIMIT SET TO    ' WS-LIMIT.
      *
           GO TO 050-SET-EXIT.
      *
       050-SET-EXIT.
           EXIT.
      *
       060-READ-LIMIT.
      * NO CONTROL RECORD YET MEANS NO LIMIT HAS EVER BEEN SET.
           MOVE LOW-VALUES                  TO VIO-KEY.
      *
           READ VIOFIL-FILE.
      *
           IF WS-VIOFIL-NOTFND
               MOVE ZERO                     TO WS-LIMIT
               GO TO 060-READ-EXIT
           END-IF.
      *
           IF NOT WS-VIOFIL-OK
               DISPLAY 'UUVIOF2A - READ VIOFIL CONTROL FAILED - '
                       'STATUS ' WS-VIOFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF VIO-CTL-DAILY-LIMIT NUMERIC
               MOVE VIO-CTL-DAILY-LIMIT      TO WS-LIMIT
           ELSE
               MOVE ZERO                     TO WS-LIMIT
           END-IF.
      *
           GO TO 060-READ-EXIT.
      *
       060-READ-EXIT.
           EXIT.
      *
       200-READ-VIOLATION.
      * ONLY THE REPORT DATE'S VIOLATIONS COUNT.  A CHANGE OF
      * OPERATOR CLOSES OFF THE PREVIOUS ONE'S DAY.
           READ VIOFIL-FILE NEXT RECORD
               AT END
                   GO TO 800-EOF
           END-READ.
      *
           IF NOT WS-VIOFIL-OK AND NOT WS-VIOFIL-EOF
               DISPLAY 'UUVIOF2A - READ VIOFIL FAILED - STATUS '
                       WS-VIOFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-READ-COUNT.
      *
           IF VIO-DATE NOT = WS-REPORT-DATE
               GO TO 200-READ-VIOLATION
           END-IF.
      *
           ADD 1                             TO WS-DAY-COUNT.
      *
           IF VIO-OPERATOR-ID NOT = WS-CUR-OPERATOR
               IF WS-OPR-COUNT > ZERO
                   PERFORM 500-FINISH-OPERATOR THRU 500-FINISH-EXIT
               END-IF
               MOVE VIO-OPERATOR-ID          TO WS-CUR-OPERATOR
               MOVE ZERO                     TO WS-OPR-COUNT
               MOVE ZERO                     TO WS-PGM-COUNT
           END-IF.
      *
           ADD 1                             TO WS-OPR-COUNT.
      *
           PERFORM 400-POST-PROGRAM THRU 400-POST-EXIT.
      *
           GO TO 200-READ-VIOLATION.
      *
       400-POST-PROGRAM.
      * ADD THE VIOLATION TO ITS PROGRAM/MENU CHOICE ENTRY, OPENING
      * A NEW ONE IN KEY ORDER WHEN THIS IS THE FIRST OF ITS KIND.
           MOVE VIO-PROGRAM                 TO WS-NEW-NAME.
           MOVE VIO-MENU-CHOICE             TO WS-NEW-CHOICE.
           MOVE ZERO                        TO WS-PGM-SUB.
           GO TO 410-SCAN-PROGRAM.
      *
       410-SCAN-PROGRAM.
      *
           ADD 1                             TO WS-PGM-SUB.
      *
           IF WS-PGM-SUB > WS-PGM-COUNT
               GO TO 420-OPEN-PROGRAM
           END-IF.
      *
           IF WS-PGM-KEY(WS-PGM-SUB) = WS-NEW-KEY
               GO TO 460-TALLY-PROGRAM
           END-IF.
      *
           IF WS-PGM-KEY(WS-PGM-SUB) > WS-NEW-KEY
               GO TO 420-OPEN-PROGRAM
           END-IF.
      *
           GO TO 410-SCAN-PROGRAM.
      *
       420-OPEN-PROGRAM.
      * WS-PGM-SUB IS WHERE THE NEW ENTRY BELONGS - MOVE
      * EVERYTHING FROM THERE UP ONE PLACE, LAST ENTRY FIRST.
           IF WS-PGM-COUNT NOT < WS-PGM-MAX
               DISPLAY 'UUVIOF2A - PROGRAM TABLE FULL FOR OPERATOR '
                       WS-CUR-OPERATOR
               GO TO 900-ABEND
           END-IF.
      *
           MOVE WS-PGM-COUNT                TO WS-SHIFT-SUB.
           GO TO 430-SHIFT-PROGRAM.
      *
       430-SHIFT-PROGRAM.
      *
           IF WS-SHIFT-SUB < WS-PGM-SUB
               GO TO 440-PLACE-PROGRAM
           END-IF.
      *
           MOVE WS-PGM-ENTRY(WS-SHIFT-SUB)
             TO WS-PGM-ENTRY(WS-SHIFT-SUB + 1).
           SUBTRACT 1                      FROM WS-SHIFT-SUB.
      *
           GO TO 430-SHIFT-PROGRAM.
      *
       440-PLACE-PROGRAM.
      *
           ADD 1                             TO WS-PGM-COUNT.
           MOVE WS-NEW-KEY             TO WS-PGM-KEY(WS-PGM-SUB).
           MOVE ZERO                   TO WS-PGM-VIOLATIONS(WS-PGM-SUB).
           MOVE ZERO                   TO WS-PGM-UNKNOWN(WS-PGM-SUB).
           MOVE ZERO                   TO WS-PGM-INACTIVE(WS-PGM-SUB).
           MOVE ZERO                   TO WS-PGM-ROLE(WS-PGM-SUB).
           MOVE VIO-TIME               TO WS-PGM-FIRST-TIME(WS-PGM-SUB).
      *
           GO TO 460-TALLY-PROGRAM.
      *
       460-TALLY-PROGRAM.
      * VIOFIL RUNS IN TIME ORDER WITHIN OPERATOR, SO THE LATEST
      * VIOLATION SEEN IS ALWAYS THE LAST ONE OF THE DAY SO FAR.
           ADD 1                  TO WS-PGM-VIOLATIONS(WS-PGM-SUB).
           MOVE VIO-TIME          TO WS-PGM-LAST-TIME(WS-PGM-SUB).
           MOVE VIO-TERMINAL-ID   TO WS-PGM-LAST-TERMINAL(WS-PGM-SUB).
      *
           IF VIO-REASON-UNKNOWN
               ADD 1              TO WS-PGM-UNKNOWN(WS-PGM-SUB)
           END-IF.
      *
           IF VIO-REASON-INACTIVE
               ADD 1              TO WS-PGM-INACTIVE(WS-PGM-SUB)
           END-IF.
      *
           IF VIO-REASON-ROLE
               ADD 1              TO WS-PGM-ROLE(WS-PGM-SUB)
           END-IF.
      *
           GO TO 400-POST-EXIT.
      *
       400-POST-EXIT.
           EXIT.
      *
       500-FINISH-OPERATOR.
      * THE OPERATOR'S DAY IS COMPLETE.  LOOK THEM UP ON THE
      * SECURITY FILE FOR THEIR NAME AND REVOKE FLAG, THEN PRINT
      * ONE LINE PER PROGRAM/MENU CHOICE AND THE OPERATOR'S TOTAL
      * WITH WHERE THEIR ACCESS STANDS.
           ADD 1                             TO WS-OPERATORS-COUNT.
           MOVE SPACES                       TO WS-OPR-ACTION.
      *
           MOVE WS-CUR-OPERATOR              TO SEC-OPERATOR-ID.
           READ SECFIL-FILE.
      *
           IF NOT WS-SECFIL-OK AND NOT WS-SECFIL-NOTFND
               DISPLAY 'UUVIOF2A - READ SECFIL FAILED - STATUS '
                       WS-SECFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF WS-SECFIL-OK
               MOVE 'Y'                      TO WS-SECFIL-FOUND-SW
               MOVE SEC-OPERATOR-NAME        TO WS-OPR-NAME
           ELSE
               MOVE 'N'                      TO WS-SECFIL-FOUND-SW
               MOVE '*NOT ON SECFIL*'        TO WS-OPR-NAME
           END-IF.
      *
           IF WS-LIMIT > ZERO
              AND WS-OPR-COUNT > WS-LIMIT
               ADD 1                         TO WS-OVER-LIMIT-COUNT
               PERFORM 550-CHECK-REVOKED THRU 550-CHECK-EXIT
           END-IF.
      *
           MOVE WS-CUR-OPERATOR              TO DL-OPERATOR-ID.
           MOVE WS-OPR-NAME                  TO DL-OPERATOR-NAME.
           MOVE ZERO                         TO WS-PGM-SUB.
           GO TO 510-PRINT-PROGRAM.
      *
       510-PRINT-PROGRAM.
      * THE OPERATOR ID AND NAME PRINT ON THE FIRST LINE ONLY.
           ADD 1                             TO WS-PGM-SUB.
      *
           IF WS-PGM-SUB > WS-PGM-COUNT
               GO TO 520-PRINT-OPERATOR-TOTAL
           END-IF.
      *
           MOVE WS-PGM-NAME(WS-PGM-SUB)      TO DL-PROGRAM.
           MOVE WS-PGM-CHOICE(WS-PGM-SUB)    TO DL-CHOICE.
           MOVE WS-PGM-VIOLATIONS(WS-PGM-SUB) TO DL-COUNT.
           MOVE WS-PGM-UNKNOWN(WS-PGM-SUB)   TO DL-UNKNOWN.
           MOVE WS-PGM-INACTIVE(WS-PGM-SUB)  TO DL-INACTIVE.
           MOVE WS-PGM-ROLE(WS-PGM-SUB)      TO DL-ROLE.
           MOVE WS-PGM-FIRST-TIME(WS-PGM-SUB) TO DL-FIRST-TIME.
           MOVE WS-PGM-LAST-TIME(WS-PGM-SUB) TO DL-LAST-TIME.
           MOVE WS-PGM-LAST-TERMINAL(WS-PGM-SUB)
             TO DL-TERMINAL.
           MOVE DETAIL-LINE                  TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           MOVE SPACES                       TO DL-OPERATOR-ID.
           MOVE SPACES                       TO DL-OPERATOR-NAME.
      *
           GO TO 510-PRINT-PROGRAM.
      *
       520-PRINT-OPERATOR-TOTAL.
      *
           MOVE WS-OPR-COUNT                 TO OTL-COUNT.
           MOVE WS-OPR-ACTION                TO OTL-ACTION.
           MOVE OPERATOR-TOTAL-LINE          TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES                       TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 500-FINISH-EXIT.
      *
       500-FINISH-EXIT.
           EXIT.
      *
       550-CHECK-REVOKED.
      * OVER THE DAILY LIMIT.  THE ONLINE CHECK WILL NORMALLY HAVE
      * REVOKED THEM ALREADY - ONE STILL ACTIVE (THE LIMIT WAS
      * LOWERED AFTER THE FACT, OR THE REVOKE COULD NOT BE MADE)
      * IS COUNTED SO THE SECURITY ADMINISTRATOR CAN ACT ON IT.
           IF NOT WS-SECFIL-FOUND
               MOVE 'OVER LIMIT - NOT ON SECURITY FILE'
                 TO WS-OPR-ACTION
               GO TO 550-CHECK-EXIT
           END-IF.
      *
           IF SEC-REVOKED
               MOVE 'OVER LIMIT - REVOKED'   TO WS-OPR-ACTION
               GO TO 550-CHECK-EXIT
           END-IF.
      *
           ADD 1                             TO WS-NOT-REVOKED-COUNT.
           MOVE 'OVER LIMIT - NOT REVOKED'   TO WS-OPR-ACTION.
      *
           GO TO 550-CHECK-EXIT.
      *
       550-CHECK-EXIT.
           EXIT.
      *
       800-EOF.
      *
           IF WS-OPR-COUNT > ZERO
               PERFORM 500-FINISH-OPERATOR THRU 500-FINISH-EXIT
           END-IF.
      *
           IF WS-DAY-COUNT = ZERO
               MOVE NONE-LINE                TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
      *
           MOVE WS-READ-COUNT                TO TL1-COUNT.
           MOVE TOTAL-LINE-1                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-DAY-COUNT                 TO TL2-COUNT.
           MOVE TOTAL-LINE-2                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-OPERATORS-COUNT           TO TL3-COUNT.
           MOVE TOTAL-LINE-3                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-OVER-LIMIT-COUNT          TO TL4-COUNT.
           MOVE TOTAL-LINE-4                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NOT-REVOKED-COUNT         TO TL5-COUNT.
           MOVE TOTAL-LINE-5                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           CLOSE VIOFIL-FILE.
           CLOSE SECFIL-FILE.
           CLOSE REPVIO-FILE.
      *
           DISPLAY 'UUVIOF2A - VIOLATIONS ON DATE:   '
                   WS-DAY-COUNT.
           DISPLAY 'UUVIOF2A - OPERATORS OVER LIMIT: '
                   WS-OVER-LIMIT-COUNT.
           DISPLAY 'UUVIOF2A - OVER, NOT REVOKED:    '
                   WS-NOT-REVOKED-COUNT.
      *
      * AN OPERATOR OVER THE LIMIT NEEDS THE SECURITY
      * ADMINISTRATOR'S ATTENTION, REVOKED OR NOT.
           IF WS-OVER-LIMIT-COUNT > ZERO
               MOVE 8                        TO RETURN-CODE
           END-IF.
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
       END PROGRAM UUVIOF2A.
