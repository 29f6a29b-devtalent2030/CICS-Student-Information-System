       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUSTAF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    STUDENT ACCOUNT STATEMENT RUN.  READS THE STUDENT ACCOUNT
      *    ENTRIES (ACTFIL) AS SORTED BY THE STASTU SORT STEP INTO
      *    STUDENT, POSTING DATE AND POSTING TIME ORDER (ACTSRT) AND
      *    PRINTS A PRINT-IMAGE STATEMENT PER STUDENT IN THE STYLE
      *    OF THE UUBILF2A INVOICE - EVERY ENTRY ON THE ACCOUNT
      *    (CHARGES, DROP REVERSALS, FIXED FEES, PAYMENTS, WAIVERS AND
      *    REFUNDS) WITH A RUNNING BALANCE, THE BALANCE DUE, AND THE
      *    OPEN BALANCE AGED INTO CURRENT, 30, 60 AND 90+ DAY
      *    BUCKETS AS OF THE RUN DATE.  CREDITS ARE TAKEN AGAINST THE
      *    OLDEST DEBITS FIRST, SO THE OPEN BALANCE IS MADE UP OF THE
      *    NEWEST DEBITS - IT IS AGED BY FILLING THE CURRENT BUCKET
      *    FROM THE DEBITS POSTED IN THE LAST 30 DAYS, THEN THE 30
      *    DAY BUCKET, AND SO ON, WITH WHATEVER IS LEFT OVER IN 90+.
      *    A STUDENT WITH A CREDIT OR ZERO BALANCE HAS NOTHING TO
      *    AGE.  CONTROL TOTALS (STATEMENTS, ENTRIES, BALANCE DUE AND
      *    EACH AGING BUCKET) PRINT AT THE END AND DISPLAY FOR THE
      *    BURSAR'S RECEIVABLES SHEET.
      *
      *MODIFICATION HISTORY
      *DATE        BY   DESCRIPTION
      *----------  ---  ----------------------------------------------
      *10/15/2026  TN   ORIGINAL PROGRAM.
      *10/15/2026  TN   THE ENTRIES NOW COME FROM THE SORTED EXTRACT
      *                 ACTSRT (STUDENT, ACT-BILL-DATE, ACT-BILL-TIME)
      *                 INSTEAD OF ACTFIL IN KEY ORDER, SO THE RUNNING
      *                 BALANCE IS CHRONOLOGICAL AND A RECEIPT NO
      *                 LONGER PRINTS AHEAD OF THE CHARGE IT PAYS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTSRT-FILE ASSIGN TO ACTSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTSRT-STATUS.
      *
           SELECT STUMAS-FILE ASSIGN TO STUMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-STUDENT-ID
               FILE STATUS IS WS-STUMAS-STATUS.
      *
           SELECT REPSTA-FILE ASSIGN TO REPSTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPSTA-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACTSRT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY ACTFIL.
      *
       FD  STUMAS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAS.
      *
       FD  REPSTA-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-ACTSRT-STATUS                 PIC X(02) VALUE '00'.
           88  WS-ACTSRT-OK                     VALUE '00'.
           88  WS-ACTSRT-EOF                    VALUE '10'.
      *
       01  WS-STUMAS-STATUS                 PIC X(02) VALUE '00'.
           88  WS-STUMAS-OK                     VALUE '00'.
           88  WS-STUMAS-NOTFND                 VALUE '23'.
      *
       01  WS-REPSTA-STATUS                 PIC X(02) VALUE '00'.
           88  WS-REPSTA-OK                     VALUE '00'.
      *
       01  WS-CURRENT-STUDENT               PIC X(09) VALUE LOW-VALUES.
       01  WS-STATEMENT-OPEN-SW             PIC X(01) VALUE 'N'.
           88  WS-STATEMENT-OPEN                VALUE 'Y'.
      *
       01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01  WS-RUN-DAYS                      PIC 9(07) VALUE ZERO.
       01  WS-ENTRY-AGE                     PIC S9(07) VALUE ZERO.
      *
      * THE STUDENT'S RUNNING BALANCE AND THEIR DEBITS SUMMED BY AGE.
       01  WS-RUNNING-BALANCE               PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
       01  WS-DEBIT-CURRENT                 PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
       01  WS-DEBIT-30                      PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
       01  WS-DEBIT-60                      PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
      *
      * THE OPEN BALANCE SPREAD ACROSS THE BUCKETS, NEWEST FIRST.
       01  WS-AGE-REMAINING                 PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
       01  WS-AGE-CURRENT                   PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
       01  WS-AGE-30                        PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
       01  WS-AGE-60                        PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
       01  WS-AGE-90                        PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
      *
       01  WS-STATEMENTS-PRINTED            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-ENTRIES-LISTED                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NOMASTER-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-TOTAL-BALANCE                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-TOTAL-CURRENT                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-TOTAL-30                      PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-TOTAL-60                      PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-TOTAL-90                      PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(30)
               VALUE 'KC03F2A STUDENT ACCOUNT STMT'.
           05  FILLER                       PIC X(06) VALUE 'DATE: '.
           05  HL1-RUN-DATE                 PIC 9(08).
      *
       01  HEADING-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(12)
               VALUE 'STUDENT ID: '.
           05  HL2-STUDENT-ID               PIC X(09).
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  HL2-LAST-NAME                PIC X(20).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  HL2-FIRST-NAME               PIC X(15).
      *
       01  HEADING-LINE-3.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(12)
               VALUE 'PROGRAM:    '.
           05  HL3-PROGRAM                  PIC X(06).
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(09)
               VALUE '  TERM   '.
           05  FILLER                       PIC X(08)
               VALUE 'REF     '.
           05  FILLER                       PIC X(21)
               VALUE 'DESCRIPTION          '.
           05  FILLER                       PIC X(10)
               VALUE 'POSTED    '.
           05  FILLER                       PIC X(14)
               VALUE '       AMOUNT '.
           05  FILLER                       PIC X(15)
               VALUE '       BALANCE '.
      *
       01  DETAIL-LINE.
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  DL-TERM-CODE                 PIC X(06).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  DL-REFERENCE                 PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  DL-DESCRIPTION               PIC X(20).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  DL-POSTED-DATE               PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  DL-AMOUNT                    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  DL-BALANCE                   PIC ZZ,ZZZ,ZZ9.99-.
      *
       01  BALANCE-DUE-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(35)
               VALUE 'BALANCE DUE                        '.
           05  FILLER                       PIC X(27) VALUE SPACES.
           05  BDL-AMOUNT                   PIC ZZ,ZZZ,ZZ9.99-.
      *
       01  AGING-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(16)
               VALUE '         CURRENT'.
           05  FILLER                       PIC X(16)
               VALUE '         30 DAYS'.
           05  FILLER                       PIC X(16)
               VALUE '         60 DAYS'.
           05  FILLER                       PIC X(16)
               VALUE '        90+ DAYS'.
      *
       01  AGING-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  AGL-CURRENT                  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  AGL-30                       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  AGL-60                       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  AGL-90                       PIC ZZ,ZZZ,ZZ9.99-.
      *
       01  TOTALS-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(40)
               VALUE 'KC03F2A ACCOUNT STATEMENT CONTROL TOTALS'.
      *
       01  TOTAL-LINE-1.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'STATEMENTS PRINTED:           '.
           05  TL1-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'ACCOUNT ENTRIES LISTED:       '.
           05  TL2-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-3.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'NET BALANCE ON ALL ACCOUNTS:  '.
           05  TL3-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-4.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'OPEN BALANCE - CURRENT:       '.
           05  TL4-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-5.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'OPEN BALANCE - 30 DAYS:       '.
           05  TL5-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-6.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'OPEN BALANCE - 60 DAYS:       '.
           05  TL6-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-7.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'OPEN BALANCE - 90+ DAYS:      '.
           05  TL7-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-8.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'ACCOUNTS NOT ON MASTER:       '.
           05  TL8-COUNT                    PIC ZZZZZZ9.
      *
       01  BLANK-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(132) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
           ACCEPT WS-RUN-DATE                FROM DATE YYYYMMDD.
      *
      * ENTRY AGES ARE COUNTED IN DAYS, SO THE RUN DATE IS TURNED
      * INTO A DAY NUMBER ONCE HERE AND EACH POSTING DATE AGAINST IT.
           COMPUTE WS-RUN-DAYS
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *
           GO TO 100-OPEN-FILES.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT  ACTSRT-FILE.
      *
           IF NOT WS-ACTSRT-OK
               DISPLAY 'UUSTAF2A - OPEN ACTSRT FAILED - STATUS '
                       WS-ACTSRT-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  STUMAS-FILE.
      *
           IF NOT WS-STUMAS-OK
               DISPLAY 'UUSTAF2A - OPEN STUMAS FAILED - STATUS '
                       WS-STUMAS-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN OUTPUT REPSTA-FILE.
      *
           IF NOT WS-REPSTA-OK
               DISPLAY 'UUSTAF2A - OPEN REPSTA FAILED - STATUS '
                       WS-REPSTA-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           GO TO 200-READ-ACCOUNT.
      *
       200-READ-ACCOUNT.
      * EACH STUDENT'S ENTRIES ARRIVE TOGETHER AND IN THE ORDER THEY
      * WERE POSTED, SO THE RUNNING BALANCE READS AS THE ACCOUNT
      * ACTUALLY MOVED.
           READ ACTSRT-FILE
               AT END
                   GO TO 600-LAST-STUDENT
           END-READ.
      *
           IF NOT WS-ACTSRT-OK AND NOT WS-ACTSRT-EOF
               DISPLAY 'UUSTAF2A - READ ACTSRT FAILED - STATUS '
                       WS-ACTSRT-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF ACT-STUDENT-ID NOT = WS-CURRENT-STUDENT
               PERFORM 500-CLOSE-STATEMENT THRU 500-CLOSE-EXIT
               MOVE ACT-STUDENT-ID           TO WS-CURRENT-STUDENT
               PERFORM 380-OPEN-STATEMENT THRU 380-OPEN-EXIT
           END-IF.
      *
           PERFORM 400-LIST-ENTRY THRU 400-LIST-EXIT.
      *
           GO TO 200-READ-ACCOUNT.
      *
       380-OPEN-STATEMENT.
      * A NEW STUDENT GROUP - START THEIR STATEMENT PAGE.  A STUDENT
      * MISSING FROM THE MASTER STILL GETS A STATEMENT, WITH THE
      * NAME LEFT BLANK, SO THE BALANCE IS NOT HIDDEN.
           ADD 1                             TO WS-STATEMENTS-PRINTED.
           MOVE 'Y'                         TO WS-STATEMENT-OPEN-SW.
           MOVE ZERO                        TO WS-RUNNING-BALANCE.
           MOVE ZERO                        TO WS-DEBIT-CURRENT.
           MOVE ZERO                        TO WS-DEBIT-30.
           MOVE ZERO                        TO WS-DEBIT-60.
      *
           MOVE WS-CURRENT-STUDENT          TO STU-STUDENT-ID.
      *
           READ STUMAS-FILE.
      *
           IF NOT WS-STUMAS-OK AND NOT WS-STUMAS-NOTFND
               DISPLAY 'UUSTAF2A - READ STUMAS FAILED - STATUS '
                       WS-STUMAS-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           MOVE WS-RUN-DATE                 TO HL1-RUN-DATE.
           MOVE HEADING-LINE-1              TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           MOVE WS-CURRENT-STUDENT          TO HL2-STUDENT-ID.
           IF WS-STUMAS-OK
               MOVE STU-LAST-NAME            TO HL2-LAST-NAME
               MOVE STU-FIRST-NAME           TO HL2-FIRST-NAME
               MOVE STU-PROGRAM-OF-STUDY     TO HL3-PROGRAM
           ELSE
               ADD 1                         TO WS-NOMASTER-COUNT
               MOVE SPACES                   TO HL2-LAST-NAME
               MOVE SPACES                   TO HL2-FIRST-NAME
               MOVE SPACES                   TO HL3-PROGRAM
           END-IF.
           MOVE HEADING-LINE-2              TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE HEADING-LINE-3              TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           MOVE BLANK-LINE                  TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COLUMN-HEADING-LINE         TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 380-OPEN-EXIT.
      *
       380-OPEN-EXIT.
           EXIT.
      *
       400-LIST-ENTRY.
      * ONE STATEMENT LINE PER ACCOUNT ENTRY.  A DEBIT (ANY ENTRY
      * THAT RAISES THE BALANCE) IS ALSO SUMMED INTO ITS AGE BUCKET
      * FOR THE AGING AT THE FOOT OF THE STATEMENT.
           ADD ACT-AMOUNT                    TO WS-RUNNING-BALANCE.
           ADD 1                             TO WS-ENTRIES-LISTED.
      *
           MOVE ACT-TERM-CODE               TO DL-TERM-CODE.
           MOVE ACT-COURSE-ID               TO DL-REFERENCE.
           MOVE ACT-BILL-DATE               TO DL-POSTED-DATE.
           MOVE ACT-AMOUNT                  TO DL-AMOUNT.
           MOVE WS-RUNNING-BALANCE          TO DL-BALANCE.
      *
           EVALUATE TRUE
               WHEN ACT-TYPE-CHARGE
                   MOVE 'TUITION CHARGE'     TO DL-DESCRIPTION
               WHEN ACT-TYPE-REVERSAL
                   MOVE 'DROP REVERSAL'      TO DL-DESCRIPTION
               WHEN ACT-TYPE-FIXED-FEE
                   MOVE 'TERM FIXED FEE'     TO DL-DESCRIPTION
               WHEN ACT-TYPE-PAYMENT
                   MOVE 'PAYMENT RECEIVED'   TO DL-DESCRIPTION
               WHEN ACT-TYPE-WAIVER
                   MOVE 'WAIVER'             TO DL-DESCRIPTION
               WHEN ACT-TYPE-REFUND
                   MOVE 'REFUND ISSUED'      TO DL-DESCRIPTION
               WHEN OTHER
                   MOVE 'ACCOUNT ADJUSTMENT' TO DL-DESCRIPTION
           END-EVALUATE.
      *
           MOVE DETAIL-LINE                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           IF ACT-AMOUNT NOT > ZERO
               GO TO 400-LIST-EXIT
           END-IF.
      *
      * A POSTING DATE THAT IS NOT A DATE CANNOT BE AGED - IT IS
      * TREATED AS CURRENT RATHER THAN DROPPED FROM THE AGING.
           IF ACT-BILL-DATE NOT NUMERIC
              OR ACT-BILL-DATE < 16010101
               MOVE ZERO                     TO WS-ENTRY-AGE
           ELSE
               COMPUTE WS-ENTRY-AGE = WS-RUN-DAYS
                   - FUNCTION INTEGER-OF-DATE(ACT-BILL-DATE)
           END-IF.
      *
           IF WS-ENTRY-AGE < 30
               ADD ACT-AMOUNT                TO WS-DEBIT-CURRENT
           ELSE
               IF WS-ENTRY-AGE < 60
                   ADD ACT-AMOUNT            TO WS-DEBIT-30
               ELSE
                   IF WS-ENTRY-AGE < 90
                       ADD ACT-AMOUNT        TO WS-DEBIT-60
                   END-IF
               END-IF
           END-IF.
      *
           GO TO 400-LIST-EXIT.
      *
       400-LIST-EXIT.
           EXIT.
      *
       500-CLOSE-STATEMENT.
      * FINISH THE PREVIOUS STUDENT'S STATEMENT - THE BALANCE DUE,
      * THEN THE AGING.  THE OPEN BALANCE IS FILLED INTO THE NEWEST
      * BUCKET FIRST, UP TO WHAT WAS DEBITED IN THAT AGE RANGE;
      * WHATEVER IS STILL UNACCOUNTED FOR IS 90+ DAYS OLD.
           IF NOT WS-STATEMENT-OPEN
               GO TO 500-CLOSE-EXIT
           END-IF.
      *
           MOVE ZERO                        TO WS-AGE-CURRENT.
           MOVE ZERO                        TO WS-AGE-30.
           MOVE ZERO                        TO WS-AGE-60.
           MOVE ZERO                        TO WS-AGE-90.
      *
           IF WS-RUNNING-BALANCE NOT > ZERO
               GO TO 520-PRINT-TOTAL
           END-IF.
      *
           MOVE WS-RUNNING-BALANCE          TO WS-AGE-REMAINING.
      *
           IF WS-AGE-REMAINING > WS-DEBIT-CURRENT
               MOVE WS-DEBIT-CURRENT         TO WS-AGE-CURRENT
           ELSE
               MOVE WS-AGE-REMAINING         TO WS-AGE-CURRENT
           END-IF.
           SUBTRACT WS-AGE-CURRENT          FROM WS-AGE-REMAINING.
      *
           IF WS-AGE-REMAINING > WS-DEBIT-30
               MOVE WS-DEBIT-30              TO WS-AGE-30
           ELSE
               MOVE WS-AGE-REMAINING         TO WS-AGE-30
           END-IF.
           SUBTRACT WS-AGE-30               FROM WS-AGE-REMAINING.
      *
           IF WS-AGE-REMAINING > WS-DEBIT-60
               MOVE WS-DEBIT-60              TO WS-AGE-60
           ELSE
               MOVE WS-AGE-REMAINING         TO WS-AGE-60
           END-IF.
           SUBTRACT WS-AGE-60               FROM WS-AGE-REMAINING.
      *
           MOVE WS-AGE-REMAINING            TO WS-AGE-90.
      *
           GO TO 520-PRINT-TOTAL.
      *
       520-PRINT-TOTAL.
      *
           MOVE BLANK-LINE                  TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-RUNNING-BALANCE          TO BDL-AMOUNT.
           MOVE BALANCE-DUE-LINE            TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           MOVE BLANK-LINE                  TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE AGING-HEADING-LINE          TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-AGE-CURRENT              TO AGL-CURRENT.
           MOVE WS-AGE-30                   TO AGL-30.
           MOVE WS-AGE-60                   TO AGL-60.
           MOVE WS-AGE-90                   TO AGL-90.
           MOVE AGING-LINE                  TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           ADD WS-RUNNING-BALANCE            TO WS-TOTAL-BALANCE.
           ADD WS-AGE-CURRENT                TO WS-TOTAL-CURRENT.
           ADD WS-AGE-30                     TO WS-TOTAL-30.
           ADD WS-AGE-60                     TO WS-TOTAL-60.
           ADD WS-AGE-90                     TO WS-TOTAL-90.
      *
           MOVE 'N'                         TO WS-STATEMENT-OPEN-SW.
      *
           GO TO 500-CLOSE-EXIT.
      *
       500-CLOSE-EXIT.
           EXIT.
      *
       600-LAST-STUDENT.
      *
           PERFORM 500-CLOSE-STATEMENT THRU 500-CLOSE-EXIT.
      *
           GO TO 700-TOTALS.
      *
       700-TOTALS.
      *
           MOVE TOTALS-HEADING-LINE          TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-STATEMENTS-PRINTED        TO TL1-COUNT.
           MOVE TOTAL-LINE-1                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-ENTRIES-LISTED            TO TL2-COUNT.
           MOVE TOTAL-LINE-2                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TOTAL-BALANCE             TO TL3-AMOUNT.
           MOVE TOTAL-LINE-3                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TOTAL-CURRENT             TO TL4-AMOUNT.
           MOVE TOTAL-LINE-4                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TOTAL-30                  TO TL5-AMOUNT.
           MOVE TOTAL-LINE-5                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TOTAL-60                  TO TL6-AMOUNT.
           MOVE TOTAL-LINE-6                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TOTAL-90                  TO TL7-AMOUNT.
           MOVE TOTAL-LINE-7                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NOMASTER-COUNT            TO TL8-COUNT.
           MOVE TOTAL-LINE-8                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           CLOSE ACTSRT-FILE.
           CLOSE STUMAS-FILE.
           CLOSE REPSTA-FILE.
      *
           DISPLAY 'UUSTAF2A - STATEMENTS PRINTED: '
                   WS-STATEMENTS-PRINTED.
           DISPLAY 'UUSTAF2A - ENTRIES LISTED:     '
                   WS-ENTRIES-LISTED.
           DISPLAY 'UUSTAF2A - NET BALANCE:        '
                   WS-TOTAL-BALANCE.
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
       END PROGRAM UUSTAF2A.
