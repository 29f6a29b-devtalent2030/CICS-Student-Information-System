       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUPAYF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    DAILY CASH RECEIPTS POSTING.  READS THE CASHIER'S OFFICE
      *    RECEIPT FILE (CSHTRAN) AND POSTS EACH PAYMENT, WAIVER AND
      *    REFUND TO THE STUDENT ACCOUNT FILE (ACTFIL) AS A NEW
      *    ENTRY - PAYMENTS AND WAIVERS AS NEGATIVE AMOUNTS, REFUNDS
      *    AS POSITIVE - UNDER THE RECEIPT NUMBER, SO THE SUM OF A
      *    STUDENT'S ENTRIES STAYS THE BALANCE OWED.  A RECEIPT IS
      *    REJECTED TO THE EXCEPTION LISTING WHEN ITS STUDENT IS NOT
      *    ON THE STUDENT MASTER, WHEN THE STUDENT'S ACCOUNT CARRIES
      *    NO ENTRIES FOR THE RECEIPT'S TERM (NO OPEN TERM TO POST
      *    AGAINST), OR WHEN THE TYPE OR AMOUNT IS NOT VALID.  A
      *    RECEIPT ALREADY ON THE ACCOUNT IS SKIPPED, SO THE RUN CAN
      *    BE REPEATED.  THE CASHIER'S DEPOSIT TOTALS RECORD AT THE
      *    END OF THE FILE IS BALANCED AGAINST THE RECEIPTS READ,
      *    TYPE BY TYPE, ON THE BALANCING REPORT; AN OUT-OF-BALANCE
      *    RUN (OR ONE WITH NO DEPOSIT TOTALS) ENDS WITH RC=8 SO THE
      *    SCHEDULER CAN HOLD THE DOWNSTREAM STEPS.
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
           SELECT CSHTRAN-FILE ASSIGN TO CSHTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSHTRAN-STATUS.
      *
           SELECT STUMAS-FILE ASSIGN TO STUMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-STUDENT-ID
               FILE STATUS IS WS-STUMAS-STATUS.
      *
           SELECT ACTFIL-FILE ASSIGN TO ACTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-KEY
               FILE STATUS IS WS-ACTFIL-STATUS.
      *
           SELECT REPPAY-FILE ASSIGN TO REPPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPPAY-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CSHTRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CSHTRAN.
      *
       FD  STUMAS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAS.
      *
       FD  ACTFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACTFIL.
      *
       FD  REPPAY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CSHTRAN-STATUS                PIC X(02) VALUE '00'.
           88  WS-CSHTRAN-OK                    VALUE '00'.
           88  WS-CSHTRAN-EOF                   VALUE '10'.
      *
       01  WS-STUMAS-STATUS                 PIC X(02) VALUE '00'.
           88  WS-STUMAS-OK                     VALUE '00'.
           88  WS-STUMAS-NOTFND                 VALUE '23'.
      *
       01  WS-ACTFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-ACTFIL-OK                     VALUE '00'.
           88  WS-ACTFIL-EOF                    VALUE '10'.
           88  WS-ACTFIL-NOTFND                 VALUE '23'.
      *
       01  WS-REPPAY-STATUS                 PIC X(02) VALUE '00'.
           88  WS-REPPAY-OK                     VALUE '00'.
      *
       01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(06) VALUE ZERO.
       01  WS-TIME-RAW                      PIC 9(08) VALUE ZERO.
      *
       01  WS-DEPOSIT-SW                    PIC X(01) VALUE 'N'.
           88  WS-HAVE-DEPOSIT                  VALUE 'Y'.
       01  WS-BALANCED-SW                   PIC X(01) VALUE 'Y'.
           88  WS-BALANCED                      VALUE 'Y'.
      *
       01  WS-POST-AMOUNT                   PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
      *
      * WHAT CAME IN ON THE FILE, BY RECEIPT TYPE - BALANCED AGAINST
      * THE CASHIER'S DEPOSIT TOTALS WHETHER OR NOT EACH RECEIPT
      * POSTED.
       01  WS-FILE-PAY-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-FILE-PAY-AMOUNT               PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-FILE-WVR-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-FILE-WVR-AMOUNT               PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-FILE-REF-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-FILE-REF-AMOUNT               PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
      *
       01  WS-DEP-PAY-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-DEP-PAY-AMOUNT                PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-DEP-WVR-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-DEP-WVR-AMOUNT                PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-DEP-REF-COUNT                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-DEP-REF-AMOUNT                PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
      *
       01  WS-RECEIPTS-READ                 PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-POSTED-COUNT                  PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-POSTED-AMOUNT                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-REJECT-COUNT                  PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-ALREADY-POSTED                PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(40)
               VALUE 'KC03F2A CASH RECEIPTS EXCEPTION LISTING'.
           05  FILLER                       PIC X(10)
               VALUE 'RUN DATE: '.
           05  HL1-RUN-DATE                 PIC 9(08).
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(11)
               VALUE 'STUDENT ID '.
           05  FILLER                       PIC X(08)
               VALUE 'TERM    '.
           05  FILLER                       PIC X(09)
               VALUE 'RECEIPT  '.
           05  FILLER                       PIC X(05)
               VALUE 'TYPE '.
           05  FILLER                       PIC X(15)
               VALUE '        AMOUNT '.
           05  FILLER                       PIC X(30)
               VALUE 'REASON'.
      *
       01  EXCEPTION-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  EXL-STUDENT-ID               PIC X(09).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EXL-TERM-CODE                PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EXL-RECEIPT-NO               PIC X(06).
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  EXL-RECEIPT-TYPE             PIC X(01).
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  EXL-AMOUNT                   PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  EXL-REASON                   PIC X(30).
      *
       01  BALANCE-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(40)
               VALUE 'KC03F2A CASH RECEIPTS BALANCING REPORT'.
           05  FILLER                       PIC X(10)
               VALUE 'RUN DATE: '.
           05  BHL-RUN-DATE                 PIC 9(08).
      *
       01  BALANCE-COLUMN-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(12)
               VALUE 'RECEIPTS    '.
           05  FILLER                       PIC X(09)
               VALUE '  ON FILE'.
           05  FILLER                       PIC X(19)
               VALUE '     FILE DOLLARS  '.
           05  FILLER                       PIC X(09)
               VALUE '  DEPOSIT'.
           05  FILLER                       PIC X(19)
               VALUE '  DEPOSIT DOLLARS  '.
           05  FILLER                       PIC X(18)
               VALUE '        DIFFERENCE'.
      *
       01  BALANCE-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  BAL-LABEL                    PIC X(12).
           05  BAL-FILE-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  BAL-FILE-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  BAL-DEP-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  BAL-DEP-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  BAL-DIFFERENCE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  BALANCE-RESULT-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  BRL-RESULT                   PIC X(50).
      *
       01  TOTAL-LINE-1.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'RECEIPTS READ:                '.
           05  TL1-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'RECEIPTS POSTED:              '.
           05  TL2-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-3.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'NET DOLLARS POSTED TO ACCOUNT:'.
           05  TL3-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-4.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'ALREADY ON ACCOUNT - SKIPPED: '.
           05  TL4-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-5.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'RECEIPTS REJECTED:            '.
           05  TL5-COUNT                    PIC ZZZZZZ9.
      *
       01  BLANK-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(132) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
           OPEN INPUT  CSHTRAN-FILE.
      *
           IF NOT WS-CSHTRAN-OK
               DISPLAY 'UUPAYF2A - OPEN CSHTRAN FAILED - STATUS '
                       WS-CSHTRAN-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  STUMAS-FILE.
      *
           IF NOT WS-STUMAS-OK
               DISPLAY 'UUPAYF2A - OPEN STUMAS FAILED - STATUS '
                       WS-STUMAS-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN I-O    ACTFIL-FILE.
      *
           IF NOT WS-ACTFIL-OK
               DISPLAY 'UUPAYF2A - OPEN ACTFIL FAILED - STATUS '
                       WS-ACTFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN OUTPUT REPPAY-FILE.
      *
           IF NOT WS-REPPAY-OK
               DISPLAY 'UUPAYF2A - OPEN REPPAY FAILED - STATUS '
                       WS-REPPAY-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ACCEPT WS-RUN-DATE                FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW                FROM TIME.
           MOVE WS-TIME-RAW(1:6)             TO WS-RUN-TIME.
      *
           MOVE WS-RUN-DATE                  TO HL1-RUN-DATE.
           MOVE HEADING-LINE-1               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COLUMN-HEADING-LINE          TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 200-READ-RECEIPT.
      *
       200-READ-RECEIPT.
      *
           READ CSHTRAN-FILE
               AT END
                   GO TO 800-EOF
           END-READ.
      *
           IF NOT WS-CSHTRAN-OK AND NOT WS-CSHTRAN-EOF
               DISPLAY 'UUPAYF2A - READ CSHTRAN FAILED - STATUS '
                       WS-CSHTRAN-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF CSH-TYPE-DEPOSIT
               GO TO 250-DEPOSIT-TOTALS
           END-IF.
      *
           ADD 1                             TO WS-RECEIPTS-READ.
      *
           IF NOT CSH-TYPE-RECEIPT
               MOVE 'UNKNOWN RECORD TYPE'    TO EXL-REASON
               GO TO 700-REJECT-RECEIPT
           END-IF.
      *
           IF NOT CSH-RECEIPT-TYPE-VALID
               MOVE 'INVALID RECEIPT TYPE'   TO EXL-REASON
               GO TO 700-REJECT-RECEIPT
           END-IF.
      *
           IF CSH-AMOUNT NOT NUMERIC
               MOVE 'INVALID AMOUNT'         TO EXL-REASON
               GO TO 700-REJECT-RECEIPT
           END-IF.
      *
      * A VALID RECEIPT COUNTS TOWARD THE FILE TOTALS BEFORE ANY
      * ACCOUNT EDIT - THE CASHIER TOOK THE MONEY EITHER WAY, AND A
      * RECEIPT THAT DOES NOT POST STILL HAS TO BALANCE THE DEPOSIT.
           IF CSH-PAYMENT
               ADD 1                         TO WS-FILE-PAY-COUNT
               ADD CSH-AMOUNT                TO WS-FILE-PAY-AMOUNT
           END-IF.
           IF CSH-WAIVER
               ADD 1                         TO WS-FILE-WVR-COUNT
               ADD CSH-AMOUNT                TO WS-FILE-WVR-AMOUNT
           END-IF.
           IF CSH-REFUND
               ADD 1                         TO WS-FILE-REF-COUNT
               ADD CSH-AMOUNT                TO WS-FILE-REF-AMOUNT
           END-IF.
      *
           IF CSH-AMOUNT = ZERO
               MOVE 'ZERO AMOUNT'            TO EXL-REASON
               GO TO 700-REJECT-RECEIPT
           END-IF.
      *
           IF CSH-RECEIPT-NO = SPACES
               MOVE 'RECEIPT NUMBER MISSING' TO EXL-REASON
               GO TO 700-REJECT-RECEIPT
           END-IF.
      *
           GO TO 300-CHECK-STUDENT.
      *
       250-DEPOSIT-TOTALS.
      * THE CASHIER'S DEPOSIT TOTALS - ONE PER FILE.  A SECOND ONE
      * MEANS TWO DAYS' FILES WERE CONCATENATED; THE TOTALS ARE
      * ADDED SO THE COMBINED FILE STILL BALANCES.
           IF CSH-DEP-PAY-COUNT NOT NUMERIC
              OR CSH-DEP-PAY-AMOUNT NOT NUMERIC
              OR CSH-DEP-WVR-COUNT NOT NUMERIC
              OR CSH-DEP-WVR-AMOUNT NOT NUMERIC
              OR CSH-DEP-REF-COUNT NOT NUMERIC
              OR CSH-DEP-REF-AMOUNT NOT NUMERIC
               DISPLAY 'UUPAYF2A - BAD DEPOSIT TOTALS RECORD'
               GO TO 900-ABEND
           END-IF.
      *
           MOVE 'Y'                         TO WS-DEPOSIT-SW.
           ADD CSH-DEP-PAY-COUNT             TO WS-DEP-PAY-COUNT.
           ADD CSH-DEP-PAY-AMOUNT            TO WS-DEP-PAY-AMOUNT.
           ADD CSH-DEP-WVR-COUNT             TO WS-DEP-WVR-COUNT.
           ADD CSH-DEP-WVR-AMOUNT            TO WS-DEP-WVR-AMOUNT.
           ADD CSH-DEP-REF-COUNT             TO WS-DEP-REF-COUNT.
           ADD CSH-DEP-REF-AMOUNT            TO WS-DEP-REF-AMOUNT.
      *
           GO TO 200-READ-RECEIPT.
      *
       300-CHECK-STUDENT.
      *
           MOVE CSH-STUDENT-ID              TO STU-STUDENT-ID.
      *
           READ STUMAS-FILE.
      *
           IF WS-STUMAS-NOTFND
               MOVE 'STUDENT NOT ON MASTER'  TO EXL-REASON
               GO TO 700-REJECT-RECEIPT
           END-IF.
      *
           IF NOT WS-STUMAS-OK
               DISPLAY 'UUPAYF2A - READ STUMAS FAILED - STATUS '
                       WS-STUMAS-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           GO TO 350-CHECK-TERM.
      *
       350-CHECK-TERM.
      * THE RECEIPT MUST POST AGAINST A TERM THE STUDENT'S ACCOUNT
      * ALREADY CARRIES - POSITION ON THE FIRST ENTRY FOR THE
      * STUDENT AND TERM.  NO SUCH ENTRY MEANS THE TERM HAS NEVER
      * BEEN BILLED AND THE MONEY HAS NOTHING TO APPLY TO.
           MOVE LOW-VALUES                  TO ACT-KEY.
           MOVE CSH-STUDENT-ID              TO ACT-STUDENT-ID.
           MOVE CSH-TERM-CODE               TO ACT-TERM-CODE.
      *
           START ACTFIL-FILE KEY IS NOT LESS THAN ACT-KEY
               INVALID KEY
                   MOVE 'NO OPEN TERM ON ACCOUNT' TO EXL-REASON
                   GO TO 700-REJECT-RECEIPT
           END-START.
      *
           READ ACTFIL-FILE NEXT RECORD
               AT END
                   MOVE 'NO OPEN TERM ON ACCOUNT' TO EXL-REASON
                   GO TO 700-REJECT-RECEIPT
           END-READ.
      *
           IF NOT WS-ACTFIL-OK
               DISPLAY 'UUPAYF2A - READ ACTFIL NEXT FAILED - STATUS '
                       WS-ACTFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF ACT-STUDENT-ID NOT = CSH-STUDENT-ID
              OR ACT-TERM-CODE NOT = CSH-TERM-CODE
               MOVE 'NO OPEN TERM ON ACCOUNT' TO EXL-REASON
               GO TO 700-REJECT-RECEIPT
           END-IF.
      *
           GO TO 400-POST-RECEIPT.
      *
       400-POST-RECEIPT.
      * A RECEIPT ALREADY ON THE ACCOUNT WAS POSTED BY AN EARLIER
      * RUN OF THE SAME FILE - SKIP IT RATHER THAN DOUBLE THE MONEY.
           MOVE CSH-STUDENT-ID              TO ACT-STUDENT-ID.
           MOVE CSH-TERM-CODE               TO ACT-TERM-CODE.
           MOVE CSH-RECEIPT-NO              TO ACT-COURSE-ID.
           MOVE CSH-RECEIPT-TYPE            TO ACT-ENTRY-TYPE.
      *
           READ ACTFIL-FILE.
      *
           IF WS-ACTFIL-OK
               ADD 1                         TO WS-ALREADY-POSTED
               GO TO 200-READ-RECEIPT
           END-IF.
      *
           IF NOT WS-ACTFIL-NOTFND
               DISPLAY 'UUPAYF2A - READ ACTFIL FAILED - STATUS '
                       WS-ACTFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
      * MONEY IN (A PAYMENT) AND MONEY FORGIVEN (A WAIVER) LOWER THE
      * BALANCE OWED; MONEY PAID BACK OUT (A REFUND) RAISES IT.
           IF CSH-REFUND
               MOVE CSH-AMOUNT               TO WS-POST-AMOUNT
           ELSE
               COMPUTE WS-POST-AMOUNT = 0 - CSH-AMOUNT
           END-IF.
      *
           MOVE SPACES                      TO STUDENT-ACCOUNT-RECORD.
           MOVE CSH-STUDENT-ID              TO ACT-STUDENT-ID.
           MOVE CSH-TERM-CODE               TO ACT-TERM-CODE.
           MOVE CSH-RECEIPT-NO              TO ACT-COURSE-ID.
           MOVE CSH-RECEIPT-TYPE            TO ACT-ENTRY-TYPE.
           MOVE ZERO                        TO ACT-CREDIT-HOURS.
           MOVE ZERO                        TO ACT-RATE.
           MOVE WS-POST-AMOUNT              TO ACT-AMOUNT.
           MOVE WS-RUN-DATE                 TO ACT-BILL-DATE.
           MOVE WS-RUN-TIME                 TO ACT-BILL-TIME.
           MOVE 'CASHRCT '                  TO ACT-SOURCE.
      *
           WRITE STUDENT-ACCOUNT-RECORD.
      *
           IF NOT WS-ACTFIL-OK
               DISPLAY 'UUPAYF2A - WRITE ACTFIL FAILED - STATUS '
                       WS-ACTFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-POSTED-COUNT.
           ADD WS-POST-AMOUNT                TO WS-POSTED-AMOUNT.
      *
           GO TO 200-READ-RECEIPT.
      *
       700-REJECT-RECEIPT.
      *
           MOVE CSH-STUDENT-ID               TO EXL-STUDENT-ID.
           MOVE CSH-TERM-CODE                TO EXL-TERM-CODE.
           MOVE CSH-RECEIPT-NO               TO EXL-RECEIPT-NO.
           MOVE CSH-RECEIPT-TYPE             TO EXL-RECEIPT-TYPE.
           IF CSH-AMOUNT NUMERIC
               MOVE CSH-AMOUNT               TO EXL-AMOUNT
           ELSE
               MOVE ZERO                     TO EXL-AMOUNT
           END-IF.
           MOVE EXCEPTION-LINE               TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           ADD 1                             TO WS-REJECT-COUNT.
      *
           GO TO 200-READ-RECEIPT.
      *
       800-EOF.
      * BALANCE THE FILE AGAINST THE DEPOSIT, TYPE BY TYPE.  ANY
      * DIFFERENCE IN COUNT OR DOLLARS PUTS THE RUN OUT OF BALANCE.
           MOVE WS-RUN-DATE                  TO BHL-RUN-DATE.
           MOVE BALANCE-HEADING-LINE         TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE BLANK-LINE                   TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE BALANCE-COLUMN-LINE          TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           IF NOT WS-HAVE-DEPOSIT
               MOVE 'N'                      TO WS-BALANCED-SW
           END-IF.
      *
           MOVE 'PAYMENTS    '               TO BAL-LABEL.
           MOVE WS-FILE-PAY-COUNT            TO BAL-FILE-COUNT.
           MOVE WS-FILE-PAY-AMOUNT           TO BAL-FILE-AMOUNT.
           MOVE WS-DEP-PAY-COUNT             TO BAL-DEP-COUNT.
           MOVE WS-DEP-PAY-AMOUNT            TO BAL-DEP-AMOUNT.
           COMPUTE BAL-DIFFERENCE
               = WS-FILE-PAY-AMOUNT - WS-DEP-PAY-AMOUNT.
           MOVE BALANCE-LINE                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-FILE-PAY-COUNT NOT = WS-DEP-PAY-COUNT
              OR WS-FILE-PAY-AMOUNT NOT = WS-DEP-PAY-AMOUNT
               MOVE 'N'                      TO WS-BALANCED-SW
           END-IF.
      *
           MOVE 'WAIVERS     '               TO BAL-LABEL.
           MOVE WS-FILE-WVR-COUNT            TO BAL-FILE-COUNT.
           MOVE WS-FILE-WVR-AMOUNT           TO BAL-FILE-AMOUNT.
           MOVE WS-DEP-WVR-COUNT             TO BAL-DEP-COUNT.
           MOVE WS-DEP-WVR-AMOUNT            TO BAL-DEP-AMOUNT.
           COMPUTE BAL-DIFFERENCE
               = WS-FILE-WVR-AMOUNT - WS-DEP-WVR-AMOUNT.
           MOVE BALANCE-LINE                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-FILE-WVR-COUNT NOT = WS-DEP-WVR-COUNT
              OR WS-FILE-WVR-AMOUNT NOT = WS-DEP-WVR-AMOUNT
               MOVE 'N'                      TO WS-BALANCED-SW
           END-IF.
      *
           MOVE 'REFUNDS     '               TO BAL-LABEL.
           MOVE WS-FILE-REF-COUNT            TO BAL-FILE-COUNT.
           MOVE WS-FILE-REF-AMOUNT           TO BAL-FILE-AMOUNT.
           MOVE WS-DEP-REF-COUNT             TO BAL-DEP-COUNT.
           MOVE WS-DEP-REF-AMOUNT            TO BAL-DEP-AMOUNT.
           COMPUTE BAL-DIFFERENCE
               = WS-FILE-REF-AMOUNT - WS-DEP-REF-AMOUNT.
           MOVE BALANCE-LINE                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-FILE-REF-COUNT NOT = WS-DEP-REF-COUNT
              OR WS-FILE-REF-AMOUNT NOT = WS-DEP-REF-AMOUNT
               MOVE 'N'                      TO WS-BALANCED-SW
           END-IF.
      *
           MOVE BLANK-LINE                   TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF NOT WS-HAVE-DEPOSIT
               MOVE '*** NO DEPOSIT TOTALS RECORD ON FILE ***'
                 TO BRL-RESULT
           ELSE
               IF WS-BALANCED
                   MOVE 'RECEIPTS BALANCE TO DEPOSIT'
                     TO BRL-RESULT
               ELSE
                   MOVE '*** RECEIPTS OUT OF BALANCE WITH DEPOSIT ***'
                     TO BRL-RESULT
               END-IF
           END-IF.
           MOVE BALANCE-RESULT-LINE          TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           MOVE BLANK-LINE                   TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-RECEIPTS-READ             TO TL1-COUNT.
           MOVE TOTAL-LINE-1                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-POSTED-COUNT              TO TL2-COUNT.
           MOVE TOTAL-LINE-2                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-POSTED-AMOUNT             TO TL3-AMOUNT.
           MOVE TOTAL-LINE-3                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-ALREADY-POSTED            TO TL4-COUNT.
           MOVE TOTAL-LINE-4                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-REJECT-COUNT              TO TL5-COUNT.
           MOVE TOTAL-LINE-5                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           CLOSE CSHTRAN-FILE.
           CLOSE STUMAS-FILE.
           CLOSE ACTFIL-FILE.
           CLOSE REPPAY-FILE.
      *
           DISPLAY 'UUPAYF2A - RECEIPTS READ:     ' WS-RECEIPTS-READ.
           DISPLAY 'UUPAYF2A - RECEIPTS POSTED:   ' WS-POSTED-COUNT.
           DISPLAY 'UUPAYF2A - ALREADY POSTED:    ' WS-ALREADY-POSTED.
           DISPLAY 'UUPAYF2A - RECEIPTS REJECTED: ' WS-REJECT-COUNT.
      *
           IF NOT WS-BALANCED
               DISPLAY 'UUPAYF2A - RECEIPTS OUT OF BALANCE WITH '
                       'DEPOSIT'
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
       END PROGRAM UUPAYF2A.
