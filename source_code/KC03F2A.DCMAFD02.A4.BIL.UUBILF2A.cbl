      *DATE        BY   DESCRIPTION
      *----------  ---  ----------------------------------------------
      *09/02/2026  TN   ORIGINAL PROGRAM.
      *10/15/2026  TN   EVERY ENTRY WRITTEN NOW CARRIES ACT-FEE-CODE -
      *                 THE FEE SCHEDULE RECORD THAT PRICED IT (THE
      *                 PROGRAM OF STUDY, OR THE COURSE'S DEPARTMENT
      *                 ON THE FALLBACK; A REVERSAL CARRIES ITS
      *                 CHARGE'S) - FOR THE GENERAL LEDGER INTERFACE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WS-PROG-RATE-FOUND               VALUE 'Y'.
      *
       01  WS-PROG-RATE                     PIC 9(05)V99 VALUE ZERO.
       01  WS-PROG-FEE-CODE                 PIC X(06) VALUE SPACES.
       01  WS-USE-FEE-CODE                  PIC X(06) VALUE SPACES.
       01  WS-CHARGE-FEE-CODE               PIC X(06) VALUE SPACES.
       01  WS-PROG-FIXED-FEE                PIC 9(05)V99 VALUE ZERO.
       01  WS-USE-RATE                      PIC 9(05)V99 VALUE ZERO.
       01  WS-LINE-AMOUNT                   PIC S9(09)V99 COMP-3
           MOVE 'N'                         TO WS-PROG-RATE-SW.
           MOVE ZERO                        TO WS-PROG-RATE.
           MOVE ZERO                        TO WS-PROG-FIXED-FEE.
           MOVE SPACES                      TO WS-PROG-FEE-CODE.
      *
           MOVE WS-CURRENT-STUDENT          TO STU-STUDENT-ID.
      *
               MOVE 'Y'                      TO WS-PROG-RATE-SW
               MOVE FEE-RATE-PER-CREDIT      TO WS-PROG-RATE
               MOVE FEE-TERM-FIXED-FEE       TO WS-PROG-FIXED-FEE
               MOVE FEE-CODE                 TO WS-PROG-FEE-CODE
           ELSE
               IF NOT WS-FEEFIL-NOTFND
                   DISPLAY 'UUBILF2A - READ FEEFIL FAILED - STATUS '
      * CORRECTED AND THE RUN REPEATED.
           IF WS-PROG-RATE-FOUND
               MOVE WS-PROG-RATE             TO WS-USE-RATE
               MOVE WS-PROG-FEE-CODE         TO WS-USE-FEE-CODE
           ELSE
               MOVE CRS-DEPARTMENT           TO FEE-CODE
               READ FEEFIL-FILE
               IF WS-FEEFIL-OK
                   MOVE FEE-RATE-PER-CREDIT  TO WS-USE-RATE
                   MOVE FEE-CODE             TO WS-USE-FEE-CODE
               ELSE
                   IF WS-FEEFIL-NOTFND
                       ADD 1                 TO WS-NOT-PRICED
           MOVE WS-RUN-DATE                 TO ACT-BILL-DATE.
           MOVE WS-RUN-TIME                 TO ACT-BILL-TIME.
           MOVE 'BILLRUN '                  TO ACT-SOURCE.
           MOVE WS-USE-FEE-CODE             TO ACT-FEE-CODE.
      *
           WRITE STUDENT-ACCOUNT-RECORD.
      *
           MOVE ACT-AMOUNT                  TO WS-CHARGE-AMOUNT.
           MOVE ACT-CREDIT-HOURS            TO WS-CHARGE-HOURS.
           MOVE ACT-RATE                    TO WS-CHARGE-RATE.
           MOVE ACT-FEE-CODE                TO WS-CHARGE-FEE-CODE.
      *
           MOVE 'R'                         TO ACT-ENTRY-TYPE.
      *
           MOVE WS-RUN-DATE                 TO ACT-BILL-DATE.
           MOVE WS-RUN-TIME                 TO ACT-BILL-TIME.
           MOVE 'BILLRUN '                  TO ACT-SOURCE.
           MOVE WS-CHARGE-FEE-CODE          TO ACT-FEE-CODE.
      *
           WRITE STUDENT-ACCOUNT-RECORD.
      *
           MOVE WS-RUN-DATE                 TO ACT-BILL-DATE.
           MOVE WS-RUN-TIME                 TO ACT-BILL-TIME.
           MOVE 'BILLRUN '                  TO ACT-SOURCE.
           MOVE WS-PROG-FEE-CODE            TO ACT-FEE-CODE.
      *
           WRITE STUDENT-ACCOUNT-RECORD.
      *
