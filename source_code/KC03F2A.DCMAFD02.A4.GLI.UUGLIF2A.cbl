       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUGLIF2A.
       AUTHOR. TALENT NTOTA.
       DATE-WRITTEN. 10/15/2026.
      *PROGRAM DESCRIPTION:
      *    GENERAL LEDGER INTERFACE FOR TERM BILLING.  READS THE
      *    STUDENT ACCOUNT FILE AND PICKS UP EVERY BILLING ENTRY -
      *    TUITION CHARGE ('C'), DROP REVERSAL ('R') AND TERM FIXED
      *    FEE ('F') - WRITTEN BY UUBILF2A SINCE THE LAST INTERFACE
      *    RUN.  "SINCE" IS THE ENTRY'S BILL DATE AND TIME AGAINST
      *    THE HIGH-WATER MARK KEPT ON THE ONE-RECORD CONTROL FILE
      *    GLCHKP, SO A RERUN FINDS NOTHING NEW AND NEVER POSTS THE
      *    SAME ENTRY TWICE.  CASH RECEIPTS (P/W/D) ARE NOT BILLING
      *    AND ARE NOT SENT.  THE ENTRIES ARE SUMMARIZED BY ENTRY
      *    TYPE AND FEE CODE (THE PROGRAM OR DEPARTMENT FEE RECORD
      *    THAT PRICED THEM) AND EACH SUMMARY IS POSTED AS A DEBIT
      *    LINE AND A CREDIT LINE TO THE ACCOUNTS ON THE GLMAP
      *    MAPPING CARDS:
      *      COLUMN  1     ENTRY TYPE (C, R OR F)
      *      COLUMNS 3-8   FEE CODE - BLANK IS THE DEFAULT FOR THE
      *                    ENTRY TYPE, USED WHEN NO CARD NAMES THE
      *                    FEE CODE
      *      COLUMNS 10-19 ACCOUNT TO DEBIT  (10 DIGITS)
      *      COLUMNS 21-30 ACCOUNT TO CREDIT (10 DIGITS)
      *      COLUMNS 32-61 JOURNAL LINE DESCRIPTION
      *    THE CARD NAMES THE ACCOUNTS FOR THE ENTRY TYPE'S NORMAL
      *    DIRECTION - A CHARGE OR FEE DEBITS RECEIVABLES AND
      *    CREDITS REVENUE, A REVERSAL DEBITS REVENUE AND CREDITS
      *    RECEIVABLES - SO EVERY AMOUNT ON THE JOURNAL IS POSITIVE.
      *    A SUMMARY THAT NETS THE OTHER WAY HAS ITS SIDES SWAPPED.
      *    IF ANY SUMMARY HAS NO MAPPING THE RUN ENDS WITH NO
      *    JOURNAL WRITTEN AND THE MARK LEFT WHERE IT WAS.  THE
      *    JOURNAL (GLJSF2A) CARRIES A HEADER AND A TRAILER WITH
      *    RECORD COUNTS, DEBIT AND CREDIT TOTALS AND AN ACCOUNT
      *    NUMBER HASH.  THE REPGLI BALANCING REPORT LISTS EACH
      *    SUMMARY AND, FOR EACH BILLING RUN WHOSE ENTRIES ARE IN
      *    THE BATCH, THE SAME CONTROL TOTALS UUBILF2A PRINTED FOR
      *    IT, SO FINANCE CAN TIE THE BATCH BACK TO THE REPBIL
      *    CONTROL PAGES.
      *
      *MODIFICATION HISTORY
      *DATE        BY   DESCRIPTION
      *----------  ---  ----------------------------------------------
      *10/15/2026  TN   ORIGINAL PROGRAM.
      *10/15/2026  TN   050-READ-CONTROL NOW TAKES ONLY A MISSING
      *                 (STATUS 05) OR EMPTY GLCHKP AS "NOTHING SENT" -
      *                 ANY OTHER OPEN OR READ FAILURE ENDS THE RUN
      *                 INSTEAD OF POSTING ALL OF ACTFIL AGAIN.
      *10/15/2026  TN   560-PRINT-SUMMARY NOW PRINTS THE ACCOUNTS AS
      *                 POSTED (WS-POST-DEBIT/WS-POST-CREDIT) SO A
      *                 SWAPPED SUMMARY ON REPGLI AGREES WITH GLJRNL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
      *
           SELECT ACTFIL-FILE ASSIGN TO ACTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACT-KEY
               FILE STATUS IS WS-ACTFIL-STATUS.
      *
           SELECT OPTIONAL GLCHKP-FILE ASSIGN TO GLCHKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCHKP-STATUS.
      *
           SELECT GLJRNL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
      *
           SELECT REPGLI-FILE ASSIGN TO REPGLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPGLI-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAP-CARD.
           05  MC-ENTRY-TYPE               PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-FEE-CODE                 PIC X(06).
           05  FILLER                      PIC X(01).
           05  MC-DEBIT-ACCOUNT            PIC X(10).
           05  FILLER                      PIC X(01).
           05  MC-CREDIT-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(01).
           05  MC-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(19).
      *
       FD  ACTFIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACTFIL.
      *
       FD  GLCHKP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GL-CONTROL-RECORD.
           05  GLC-LAST-STAMP.
               10  GLC-LAST-DATE           PIC 9(08).
               10  GLC-LAST-TIME           PIC 9(06).
           05  GLC-LAST-BATCH-NO           PIC 9(05).
           05  GLC-RUN-DATE                PIC 9(08).
           05  GLC-RUN-TIME                PIC 9(06).
           05  GLC-DETAIL-COUNT            PIC 9(07).
           05  GLC-DEBIT-TOTAL             PIC 9(11)V99.
           05  FILLER                      PIC X(27).
      *
       FD  GLJRNL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY GLJSF2A.
      *
       FD  REPGLI-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRINT-LINE                       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-GLMAP-STATUS                  PIC X(02) VALUE '00'.
           88  WS-GLMAP-OK                      VALUE '00'.
      *
       01  WS-ACTFIL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-ACTFIL-OK                     VALUE '00'.
           88  WS-ACTFIL-EOF                    VALUE '10'.
      *
       01  WS-GLCHKP-STATUS                 PIC X(02) VALUE '00'.
           88  WS-GLCHKP-OK                     VALUE '00'.
           88  WS-GLCHKP-NOT-PRESENT            VALUE '05'.
      *
       01  WS-GLJRNL-STATUS                 PIC X(02) VALUE '00'.
           88  WS-GLJRNL-OK                     VALUE '00'.
      *
       01  WS-REPGLI-STATUS                 PIC X(02) VALUE '00'.
           88  WS-REPGLI-OK                     VALUE '00'.
      *
       01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(06) VALUE ZERO.
       01  WS-TIME-RAW                      PIC 9(08) VALUE ZERO.
      *
      * BILL DATE AND TIME SIDE BY SIDE COMPARE IN TIME ORDER - THE
      * MARK SENT LAST RUN, THE NEWEST ENTRY SENT THIS RUN, AND THE
      * ENTRY IN HAND.
       01  WS-LAST-STAMP.
           05  WS-LAST-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LAST-TIME                 PIC 9(06) VALUE ZERO.
       01  WS-HIGH-STAMP.
           05  WS-HIGH-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-HIGH-TIME                 PIC 9(06) VALUE ZERO.
       01  WS-ENTRY-STAMP.
           05  WS-ENTRY-DATE                PIC 9(08) VALUE ZERO.
           05  WS-ENTRY-TIME                PIC 9(06) VALUE ZERO.
      *
       01  WS-BATCH-NO                      PIC 9(05) VALUE ZERO.
      *
      * GL ACCOUNT MAPPING, LOADED FROM THE GLMAP CARDS - A HUNDRED
      * CARDS COVERS EVERY PROGRAM AND DEPARTMENT THREE TIMES OVER.
       01  WS-MAP-MAX                       PIC S9(04) COMP VALUE +100.
       01  WS-MAP-COUNT                     PIC S9(04) COMP VALUE ZERO.
       01  WS-MAP-SUB                       PIC S9(04) COMP VALUE ZERO.
       01  WS-DEFAULT-SUB                   PIC S9(04) COMP VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY                 OCCURS 100 TIMES.
               10  WS-MAP-KEY.
                   15  WS-MAP-TYPE          PIC X(01).
                   15  WS-MAP-FEE-CODE      PIC X(06).
               10  WS-MAP-DEBIT             PIC 9(10).
               10  WS-MAP-CREDIT            PIC 9(10).
               10  WS-MAP-DESCRIPTION       PIC X(30).
      *
      * ONE LINE PER ENTRY TYPE AND FEE CODE, KEPT IN KEY ORDER SO
      * THE JOURNAL AND REPORT COME OUT SORTED.
       01  WS-SUM-MAX                       PIC S9(04) COMP VALUE +200.
       01  WS-SUM-COUNT                     PIC S9(04) COMP VALUE ZERO.
       01  WS-SUM-SUB                       PIC S9(04) COMP VALUE ZERO.
       01  WS-SHIFT-SUB                     PIC S9(04) COMP VALUE ZERO.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY                 OCCURS 200 TIMES.
               10  WS-SUM-KEY.
                   15  WS-SUM-TYPE          PIC X(01).
                   15  WS-SUM-FEE-CODE      PIC X(06).
               10  WS-SUM-ENTRIES           PIC 9(07) COMP-3.
               10  WS-SUM-AMOUNT            PIC S9(11)V99 COMP-3.
               10  WS-SUM-MAP-SUB           PIC S9(04) COMP.
       01  WS-NEW-KEY.
           05  WS-NEW-TYPE                  PIC X(01).
           05  WS-NEW-FEE-CODE              PIC X(06).
      *
      * ONE LINE PER BILLING RUN (BILL DATE AND TIME) WITH ENTRIES
      * IN THIS BATCH, IN TIME ORDER, CARRYING THE SAME CONTROL
      * TOTALS UUBILF2A PRINTS.
       01  WS-BRN-MAX                       PIC S9(04) COMP VALUE +50.
       01  WS-BRN-COUNT                     PIC S9(04) COMP VALUE ZERO.
       01  WS-BRN-SUB                       PIC S9(04) COMP VALUE ZERO.
       01  WS-BRN-TABLE.
           05  WS-BRN-ENTRY                 OCCURS 50 TIMES.
               10  WS-BRN-STAMP.
                   15  WS-BRN-DATE          PIC 9(08).
                   15  WS-BRN-TIME          PIC 9(06).
               10  WS-BRN-CHG-COUNT         PIC 9(07) COMP-3.
               10  WS-BRN-CHG-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-BRN-REV-COUNT         PIC 9(07) COMP-3.
               10  WS-BRN-REV-AMOUNT        PIC S9(11)V99 COMP-3.
      *
       01  WS-POST-AMOUNT                   PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-POST-DEBIT                    PIC 9(10) VALUE ZERO.
       01  WS-POST-CREDIT                   PIC 9(10) VALUE ZERO.
       01  WS-SUM-NOTE                      PIC X(30) VALUE SPACES.
      *
       01  WS-SELECTED-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-SENT-BEFORE-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-UNMAPPED-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NET-AMOUNT                    PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-CHARGED-TOTAL                 PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-REVERSED-TOTAL                PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
       01  WS-LINE-NO                       PIC 9(05) VALUE ZERO.
       01  WS-DETAIL-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-RECORD-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-DEBIT-TOTAL                   PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL                  PIC 9(11)V99 VALUE ZERO.
       01  WS-ACCOUNT-HASH                  PIC 9(15) VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(40)
               VALUE 'KC03F2A GENERAL LEDGER INTERFACE'.
           05  FILLER                       PIC X(07) VALUE 'BATCH: '.
           05  HL1-BATCH-NO                 PIC 9(05).
      *
       01  RANGE-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(21)
               VALUE 'ENTRIES BILLED AFTER '.
           05  RL-FROM-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RL-FROM-TIME                 PIC 9(06).
           05  FILLER                       PIC X(09)
               VALUE ' THROUGH '.
           05  RL-THRU-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RL-THRU-TIME                 PIC 9(06).
      *
       01  COLUMN-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  FILLER                       PIC X(05)
               VALUE 'TYPE '.
           05  FILLER                       PIC X(09)
               VALUE 'FEE CODE '.
           05  FILLER                       PIC X(09)
               VALUE ' ENTRIES '.
           05  FILLER                       PIC X(20)
               VALUE '          NET AMOUNT'.
           05  FILLER                       PIC X(12)
               VALUE '  DEBIT ACCT'.
           05  FILLER                       PIC X(12)
               VALUE ' CREDIT ACCT'.
           05  FILLER                       PIC X(06)
               VALUE '  NOTE'.
      *
       01  SUMMARY-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  SL-TYPE                      PIC X(01).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  SL-FEE-CODE                  PIC X(06).
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  SL-ENTRIES                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  SL-AMOUNT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  SL-DEBIT                     PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  SL-CREDIT                    PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  SL-NOTE                      PIC X(30).
      *
       01  RUN-HEADING-LINE.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  FILLER                       PIC X(50)
               VALUE 'BILLING RUN CONTROL TOTALS IN THIS BATCH'.
      *
       01  RUN-COLUMN-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(17)
               VALUE 'BILL DATE  TIME  '.
           05  FILLER                       PIC X(12)
               VALUE ' ENROLLMENTS'.
           05  FILLER                       PIC X(20)
               VALUE '     DOLLARS CHARGED'.
           05  FILLER                       PIC X(12)
               VALUE '   REVERSALS'.
           05  FILLER                       PIC X(20)
               VALUE '    DOLLARS REVERSED'.
      *
       01  RUN-LINE.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  RNL-DATE                     PIC 9(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RNL-TIME                     PIC 9(06).
           05  FILLER                       PIC X(06) VALUE SPACES.
           05  RNL-CHG-COUNT                PIC ZZZZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RNL-CHG-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(05) VALUE SPACES.
           05  RNL-REV-COUNT                PIC ZZZZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RNL-REV-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-1.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  FILLER                       PIC X(30)
               VALUE 'ENTRIES IN THIS BATCH:        '.
           05  TL1-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-2.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'ENTRIES SENT ON EARLIER RUNS: '.
           05  TL2-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-3.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'DOLLARS CHARGED:              '.
           05  TL3-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-4.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'DOLLARS REVERSED:             '.
           05  TL4-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-5.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'NET BILLED:                   '.
           05  TL5-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-6.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'JOURNAL RECORDS WRITTEN:      '.
           05  TL6-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-7.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'JOURNAL DETAIL LINES:         '.
           05  TL7-COUNT                    PIC ZZZZZZ9.
      *
       01  TOTAL-LINE-8.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'JOURNAL DEBITS:               '.
           05  TL8-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-9.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'JOURNAL CREDITS:              '.
           05  TL9-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  TOTAL-LINE-10.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'ACCOUNT NUMBER HASH TOTAL:    '.
           05  TL10-HASH                    PIC 9(15).
      *
       01  TOTAL-LINE-11.
           05  FILLER                       PIC X(01) VALUE ' '.
           05  FILLER                       PIC X(30)
               VALUE 'SUMMARIES WITH NO GL MAPPING: '.
           05  TL11-COUNT                   PIC ZZZZZZ9.
      *
       01  BALANCE-LINE.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  BL-TEXT                      PIC X(60).
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
           ACCEPT WS-RUN-DATE                FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW                FROM TIME.
           MOVE WS-TIME-RAW(1:6)             TO WS-RUN-TIME.
      *
           GO TO 050-READ-CONTROL.
      *
       050-READ-CONTROL.
      * THE CONTROL RECORD CARRIES THE BILL STAMP OF THE NEWEST
      * ENTRY ALREADY SENT AND THE LAST BATCH NUMBER USED.  THE
      * FILE IS OPTIONAL - NO FILE OR AN EMPTY ONE MEANS NOTHING
      * HAS EVER BEEN SENT, SO EVERY BILLING ENTRY ON FILE GOES IN
      * BATCH 1.  ONLY THOSE TWO CASES MEAN THAT - A CONTROL FILE
      * THAT IS THERE BUT WILL NOT OPEN OR READ CLEANLY ENDS THE
      * RUN, BECAUSE TREATING IT AS "NOTHING SENT" WOULD POST THE
      * WHOLE FILE TO THE LEDGER A SECOND TIME.
           OPEN INPUT  GLCHKP-FILE.
      *
           IF WS-GLCHKP-NOT-PRESENT
               CLOSE GLCHKP-FILE
               GO TO 070-CONTROL-READ
           END-IF.
      *
           IF NOT WS-GLCHKP-OK
               DISPLAY 'UUGLIF2A - OPEN GLCHKP FAILED - STATUS '
                       WS-GLCHKP-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           READ GLCHKP-FILE
               AT END
                   CLOSE GLCHKP-FILE
                   GO TO 070-CONTROL-READ
           END-READ.
      *
           IF NOT WS-GLCHKP-OK
               DISPLAY 'UUGLIF2A - READ GLCHKP FAILED - STATUS '
                       WS-GLCHKP-STATUS
               CLOSE GLCHKP-FILE
               GO TO 900-ABEND
           END-IF.
      *
      * A DAMAGED CONTROL RECORD MUST NOT BE READ AS "NOTHING SENT"
      * - THAT WOULD POST THE WHOLE FILE A SECOND TIME.
           IF GLC-LAST-STAMP NOT NUMERIC
              OR GLC-LAST-BATCH-NO NOT NUMERIC
               DISPLAY 'UUGLIF2A - GLCHKP CONTROL RECORD IS NOT '
                       'NUMERIC - ENDING'
               CLOSE GLCHKP-FILE
               GO TO 900-ABEND
           END-IF.
      *
           MOVE GLC-LAST-STAMP              TO WS-LAST-STAMP.
           MOVE GLC-LAST-BATCH-NO           TO WS-BATCH-NO.
      *
           CLOSE GLCHKP-FILE.
           GO TO 070-CONTROL-READ.
      *
       070-CONTROL-READ.
      *
           ADD 1                             TO WS-BATCH-NO.
           MOVE WS-LAST-STAMP               TO WS-HIGH-STAMP.
      *
           OPEN INPUT  GLMAP-FILE.
      *
           IF NOT WS-GLMAP-OK
               DISPLAY 'UUGLIF2A - OPEN GLMAP FAILED - STATUS '
                       WS-GLMAP-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           GO TO 100-LOAD-MAP.
      *
       100-LOAD-MAP.
      *
           READ GLMAP-FILE
               AT END
                   GO TO 150-MAP-LOADED
           END-READ.
      *
           IF MAP-CARD = SPACES
               GO TO 100-LOAD-MAP
           END-IF.
      *
           IF MC-ENTRY-TYPE NOT = 'C' AND MC-ENTRY-TYPE NOT = 'R'
              AND MC-ENTRY-TYPE NOT = 'F'
               DISPLAY 'UUGLIF2A - BAD ENTRY TYPE ON GLMAP CARD: '
                       MAP-CARD(1:30)
               GO TO 900-ABEND
           END-IF.
      *
           IF MC-DEBIT-ACCOUNT NOT NUMERIC
              OR MC-CREDIT-ACCOUNT NOT NUMERIC
               DISPLAY 'UUGLIF2A - BAD ACCOUNT ON GLMAP CARD: '
                       MAP-CARD(1:30)
               GO TO 900-ABEND
           END-IF.
      *
           MOVE MC-ENTRY-TYPE               TO WS-NEW-TYPE.
           MOVE MC-FEE-CODE                 TO WS-NEW-FEE-CODE.
           MOVE ZERO                        TO WS-MAP-SUB.
           GO TO 110-CHECK-DUPLICATE.
      *
       110-CHECK-DUPLICATE.
      * TWO CARDS FOR THE SAME TYPE AND FEE CODE WOULD MAKE THE
      * POSTING DEPEND ON CARD ORDER - REFUSE THE DECK.
           ADD 1                             TO WS-MAP-SUB.
      *
           IF WS-MAP-SUB > WS-MAP-COUNT
               GO TO 120-ADD-MAP
           END-IF.
      *
           IF WS-MAP-KEY(WS-MAP-SUB) = WS-NEW-KEY
               DISPLAY 'UUGLIF2A - DUPLICATE GLMAP CARD: '
                       MAP-CARD(1:30)
               GO TO 900-ABEND
           END-IF.
      *
           GO TO 110-CHECK-DUPLICATE.
      *
       120-ADD-MAP.
      *
           IF WS-MAP-COUNT NOT < WS-MAP-MAX
               DISPLAY 'UUGLIF2A - GLMAP TABLE FULL'
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-MAP-COUNT.
           MOVE WS-MAP-COUNT                 TO WS-MAP-SUB.
           MOVE WS-NEW-KEY             TO WS-MAP-KEY(WS-MAP-SUB).
           MOVE MC-DEBIT-ACCOUNT       TO WS-MAP-DEBIT(WS-MAP-SUB).
           MOVE MC-CREDIT-ACCOUNT      TO WS-MAP-CREDIT(WS-MAP-SUB).
           MOVE MC-DESCRIPTION
             TO WS-MAP-DESCRIPTION(WS-MAP-SUB).
      *
           GO TO 100-LOAD-MAP.
      *
       150-MAP-LOADED.
      *
           CLOSE GLMAP-FILE.
      *
           IF WS-MAP-COUNT = ZERO
               DISPLAY 'UUGLIF2A - NO GLMAP CARDS - ENDING'
               GO TO 900-ABEND
           END-IF.
      *
           OPEN INPUT  ACTFIL-FILE.
      *
           IF NOT WS-ACTFIL-OK
               DISPLAY 'UUGLIF2A - OPEN ACTFIL FAILED - STATUS '
                       WS-ACTFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           OPEN OUTPUT REPGLI-FILE.
      *
           IF NOT WS-REPGLI-OK
               DISPLAY 'UUGLIF2A - OPEN REPGLI FAILED - STATUS '
                       WS-REPGLI-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           GO TO 200-READ-ACCOUNT.
      *
       200-READ-ACCOUNT.
      *
           READ ACTFIL-FILE
               AT END
                   GO TO 300-RESOLVE-MAPPING
           END-READ.
      *
           IF NOT WS-ACTFIL-OK
               DISPLAY 'UUGLIF2A - READ ACTFIL FAILED - STATUS '
                       WS-ACTFIL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           IF NOT ACT-TYPE-CHARGE AND NOT ACT-TYPE-REVERSAL
              AND NOT ACT-TYPE-FIXED-FEE
               GO TO 200-READ-ACCOUNT
           END-IF.
      *
           MOVE ACT-BILL-DATE               TO WS-ENTRY-DATE.
           MOVE ACT-BILL-TIME               TO WS-ENTRY-TIME.
      *
           IF WS-ENTRY-STAMP NOT > WS-LAST-STAMP
               ADD 1                         TO WS-SENT-BEFORE-COUNT
               GO TO 200-READ-ACCOUNT
           END-IF.
      *
           ADD 1                             TO WS-SELECTED-COUNT.
           ADD ACT-AMOUNT                    TO WS-NET-AMOUNT.
      *
           IF WS-ENTRY-STAMP > WS-HIGH-STAMP
               MOVE WS-ENTRY-STAMP           TO WS-HIGH-STAMP
           END-IF.
      *
           PERFORM 400-POST-SUMMARY THRU 400-POST-EXIT.
           PERFORM 450-POST-BILLING-RUN THRU 450-POST-EXIT.
      *
           GO TO 200-READ-ACCOUNT.
      *
       300-RESOLVE-MAPPING.
      * EVERY SUMMARY MUST FIND ITS ACCOUNTS BEFORE A SINGLE
      * JOURNAL RECORD IS WRITTEN - FINANCE CANNOT TAKE HALF A
      * BATCH.
           CLOSE ACTFIL-FILE.
      *
           MOVE WS-BATCH-NO                 TO HL1-BATCH-NO.
           MOVE HEADING-LINE-1              TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LAST-DATE                TO RL-FROM-DATE.
           MOVE WS-LAST-TIME                TO RL-FROM-TIME.
           MOVE WS-HIGH-DATE                TO RL-THRU-DATE.
           MOVE WS-HIGH-TIME                TO RL-THRU-TIME.
           MOVE RANGE-LINE                  TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE COLUMN-HEADING-LINE         TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           MOVE ZERO                        TO WS-SUM-SUB.
           GO TO 310-NEXT-MAPPING.
      *
       310-NEXT-MAPPING.
      *
           ADD 1                             TO WS-SUM-SUB.
      *
           IF WS-SUM-SUB > WS-SUM-COUNT
               GO TO 320-MAPPING-RESOLVED
           END-IF.
      *
           PERFORM 480-FIND-MAP THRU 480-FIND-EXIT.
      *
           IF WS-SUM-MAP-SUB(WS-SUM-SUB) = ZERO
               ADD 1                         TO WS-UNMAPPED-COUNT
           END-IF.
      *
           GO TO 310-NEXT-MAPPING.
      *
       320-MAPPING-RESOLVED.
      *
           IF WS-UNMAPPED-COUNT = ZERO
               GO TO 500-WRITE-JOURNAL
           END-IF.
      *
           GO TO 350-MAPPING-FAILED.
      *
       350-MAPPING-FAILED.
      * LIST EVERY SUMMARY, FLAGGING THE UNMAPPED ONES, SO THE
      * GLMAP DECK CAN BE CORRECTED AND THE RUN REPEATED.  NO
      * JOURNAL IS WRITTEN AND THE CONTROL FILE IS NOT TOUCHED, SO
      * THE REPEAT PICKS UP THE SAME ENTRIES UNDER THE SAME BATCH
      * NUMBER.
           MOVE ZERO                        TO WS-SUM-SUB.
           GO TO 360-LIST-SUMMARY.
      *
       360-LIST-SUMMARY.
      *
           ADD 1                             TO WS-SUM-SUB.
      *
           IF WS-SUM-SUB > WS-SUM-COUNT
               GO TO 370-FAILED-TOTALS
           END-IF.
      *
           IF WS-SUM-MAP-SUB(WS-SUM-SUB) = ZERO
               MOVE 'NO GL MAPPING - NOT SENT'  TO WS-SUM-NOTE
           ELSE
               MOVE SPACES                   TO WS-SUM-NOTE
               MOVE WS-SUM-MAP-SUB(WS-SUM-SUB) TO WS-MAP-SUB
               MOVE WS-MAP-DEBIT(WS-MAP-SUB)   TO WS-POST-DEBIT
               MOVE WS-MAP-CREDIT(WS-MAP-SUB)  TO WS-POST-CREDIT
           END-IF.
      *
           PERFORM 560-PRINT-SUMMARY THRU 560-PRINT-EXIT.
      *
           GO TO 360-LIST-SUMMARY.
      *
       370-FAILED-TOTALS.
      *
           MOVE WS-UNMAPPED-COUNT            TO TL11-COUNT.
           MOVE TOTAL-LINE-11                TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'NO JOURNAL WRITTEN - CORRECT GLMAP AND RERUN'
             TO BL-TEXT.
           MOVE BALANCE-LINE                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           CLOSE REPGLI-FILE.
      *
           DISPLAY 'UUGLIF2A - SUMMARIES WITH NO GL MAPPING: '
                   WS-UNMAPPED-COUNT.
           DISPLAY 'UUGLIF2A - NO JOURNAL WRITTEN - ENDING'.
      *
           GO TO 900-ABEND.
      *
       400-POST-SUMMARY.
      * ADD THE ENTRY TO ITS TYPE/FEE CODE SUMMARY, OPENING A NEW
      * ONE IN KEY ORDER WHEN THIS IS THE FIRST OF ITS KIND.
           MOVE ACT-ENTRY-TYPE              TO WS-NEW-TYPE.
           MOVE ACT-FEE-CODE                TO WS-NEW-FEE-CODE.
           MOVE ZERO                        TO WS-SUM-SUB.
           GO TO 410-SCAN-SUMMARY.
      *
       410-SCAN-SUMMARY.
      *
           ADD 1                             TO WS-SUM-SUB.
      *
           IF WS-SUM-SUB > WS-SUM-COUNT
               GO TO 420-OPEN-SUMMARY
           END-IF.
      *
           IF WS-SUM-KEY(WS-SUM-SUB) = WS-NEW-KEY
               ADD 1                 TO WS-SUM-ENTRIES(WS-SUM-SUB)
               ADD ACT-AMOUNT        TO WS-SUM-AMOUNT(WS-SUM-SUB)
               GO TO 400-POST-EXIT
           END-IF.
      *
           IF WS-SUM-KEY(WS-SUM-SUB) > WS-NEW-KEY
               GO TO 420-OPEN-SUMMARY
           END-IF.
      *
           GO TO 410-SCAN-SUMMARY.
      *
       420-OPEN-SUMMARY.
      * WS-SUM-SUB IS WHERE THE NEW SUMMARY BELONGS - MOVE
      * EVERYTHING FROM THERE UP ONE PLACE, LAST ENTRY FIRST.
           IF WS-SUM-COUNT NOT < WS-SUM-MAX
               DISPLAY 'UUGLIF2A - SUMMARY TABLE FULL'
               GO TO 900-ABEND
           END-IF.
      *
           MOVE WS-SUM-COUNT                TO WS-SHIFT-SUB.
           GO TO 430-SHIFT-SUMMARY.
      *
       430-SHIFT-SUMMARY.
      *
           IF WS-SHIFT-SUB < WS-SUM-SUB
               GO TO 440-PLACE-SUMMARY
           END-IF.
      *
           MOVE WS-SUM-ENTRY(WS-SHIFT-SUB)
             TO WS-SUM-ENTRY(WS-SHIFT-SUB + 1).
           SUBTRACT 1                      FROM WS-SHIFT-SUB.
      *
           GO TO 430-SHIFT-SUMMARY.
      *
       440-PLACE-SUMMARY.
      *
           ADD 1                             TO WS-SUM-COUNT.
           MOVE WS-NEW-KEY             TO WS-SUM-KEY(WS-SUM-SUB).
           MOVE 1                      TO WS-SUM-ENTRIES(WS-SUM-SUB).
           MOVE ACT-AMOUNT             TO WS-SUM-AMOUNT(WS-SUM-SUB).
           MOVE ZERO                   TO WS-SUM-MAP-SUB(WS-SUM-SUB).
      *
           GO TO 400-POST-EXIT.
      *
       400-POST-EXIT.
           EXIT.
      *
       450-POST-BILLING-RUN.
      * ADD THE ENTRY TO ITS BILLING RUN'S CONTROL TOTALS, COUNTED
      * THE WAY UUBILF2A COUNTS THEM - ENROLLMENTS CHARGED ARE THE
      * 'C' ENTRIES, DOLLARS CHARGED INCLUDE THE FIXED FEES.
           MOVE ZERO                        TO WS-BRN-SUB.
           GO TO 455-SCAN-RUN.
      *
       455-SCAN-RUN.
      *
           ADD 1                             TO WS-BRN-SUB.
      *
           IF WS-BRN-SUB > WS-BRN-COUNT
               GO TO 460-OPEN-RUN
           END-IF.
      *
           IF WS-BRN-STAMP(WS-BRN-SUB) = WS-ENTRY-STAMP
               GO TO 470-ADD-TO-RUN
           END-IF.
      *
           IF WS-BRN-STAMP(WS-BRN-SUB) > WS-ENTRY-STAMP
               GO TO 460-OPEN-RUN
           END-IF.
      *
           GO TO 455-SCAN-RUN.
      *
       460-OPEN-RUN.
      *
           IF WS-BRN-COUNT NOT < WS-BRN-MAX
               DISPLAY 'UUGLIF2A - BILLING RUN TABLE FULL'
               GO TO 900-ABEND
           END-IF.
      *
           MOVE WS-BRN-COUNT                TO WS-SHIFT-SUB.
           GO TO 465-SHIFT-RUN.
      *
       465-SHIFT-RUN.
      *
           IF WS-SHIFT-SUB < WS-BRN-SUB
               GO TO 468-PLACE-RUN
           END-IF.
      *
           MOVE WS-BRN-ENTRY(WS-SHIFT-SUB)
             TO WS-BRN-ENTRY(WS-SHIFT-SUB + 1).
           SUBTRACT 1                      FROM WS-SHIFT-SUB.
      *
           GO TO 465-SHIFT-RUN.
      *
       468-PLACE-RUN.
      *
           ADD 1                             TO WS-BRN-COUNT.
           MOVE WS-ENTRY-STAMP         TO WS-BRN-STAMP(WS-BRN-SUB).
           MOVE ZERO                TO WS-BRN-CHG-COUNT(WS-BRN-SUB).
           MOVE ZERO                TO WS-BRN-CHG-AMOUNT(WS-BRN-SUB).
           MOVE ZERO                TO WS-BRN-REV-COUNT(WS-BRN-SUB).
           MOVE ZERO                TO WS-BRN-REV-AMOUNT(WS-BRN-SUB).
      *
           GO TO 470-ADD-TO-RUN.
      *
       470-ADD-TO-RUN.
      *
           IF ACT-TYPE-REVERSAL
               ADD 1                TO WS-BRN-REV-COUNT(WS-BRN-SUB)
               ADD ACT-AMOUNT       TO WS-BRN-REV-AMOUNT(WS-BRN-SUB)
               ADD ACT-AMOUNT       TO WS-REVERSED-TOTAL
               GO TO 450-POST-EXIT
           END-IF.
      *
           IF ACT-TYPE-CHARGE
               ADD 1                TO WS-BRN-CHG-COUNT(WS-BRN-SUB)
           END-IF.
      *
           ADD ACT-AMOUNT           TO WS-BRN-CHG-AMOUNT(WS-BRN-SUB).
           ADD ACT-AMOUNT           TO WS-CHARGED-TOTAL.
      *
           GO TO 450-POST-EXIT.
      *
       450-POST-EXIT.
           EXIT.
      *
       480-FIND-MAP.
      * A CARD FOR THE SUMMARY'S OWN FEE CODE WINS; FAILING THAT,
      * THE ENTRY TYPE'S DEFAULT CARD (BLANK FEE CODE).  ZERO LEFT
      * IN WS-SUM-MAP-SUB MEANS NEITHER IS ON THE DECK.
           MOVE ZERO                        TO WS-MAP-SUB.
           MOVE ZERO                        TO WS-DEFAULT-SUB.
           GO TO 485-SCAN-MAP.
      *
       485-SCAN-MAP.
      *
           ADD 1                             TO WS-MAP-SUB.
      *
           IF WS-MAP-SUB > WS-MAP-COUNT
               MOVE WS-DEFAULT-SUB   TO WS-SUM-MAP-SUB(WS-SUM-SUB)
               GO TO 480-FIND-EXIT
           END-IF.
      *
           IF WS-MAP-TYPE(WS-MAP-SUB) NOT = WS-SUM-TYPE(WS-SUM-SUB)
               GO TO 485-SCAN-MAP
           END-IF.
      *
           IF WS-MAP-FEE-CODE(WS-MAP-SUB)
                                       = WS-SUM-FEE-CODE(WS-SUM-SUB)
               MOVE WS-MAP-SUB       TO WS-SUM-MAP-SUB(WS-SUM-SUB)
               GO TO 480-FIND-EXIT
           END-IF.
      *
           IF WS-MAP-FEE-CODE(WS-MAP-SUB) = SPACES
               MOVE WS-MAP-SUB               TO WS-DEFAULT-SUB
           END-IF.
      *
           GO TO 485-SCAN-MAP.
      *
       480-FIND-EXIT.
           EXIT.
      *
       500-WRITE-JOURNAL.
      *
           OPEN OUTPUT GLJRNL-FILE.
      *
           IF NOT WS-GLJRNL-OK
               DISPLAY 'UUGLIF2A - OPEN GLJRNL FAILED - STATUS '
                       WS-GLJRNL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           MOVE SPACES                      TO GL-JOURNAL-RECORD.
           MOVE 'H'                         TO GLJ-RECORD-TYPE.
           MOVE WS-BATCH-NO                 TO GLJ-H-BATCH-NO.
           MOVE 'KC03F2A '                  TO GLJ-H-SOURCE.
           MOVE WS-RUN-DATE                 TO GLJ-H-RUN-DATE.
           MOVE WS-RUN-TIME                 TO GLJ-H-RUN-TIME.
           MOVE WS-LAST-STAMP               TO GLJ-H-FROM-STAMP.
           MOVE WS-HIGH-STAMP               TO GLJ-H-THRU-STAMP.
           PERFORM 590-WRITE-JOURNAL-RECORD THRU 590-WRITE-EXIT.
      *
           MOVE ZERO                        TO WS-SUM-SUB.
           GO TO 510-NEXT-SUMMARY.
      *
       510-NEXT-SUMMARY.
      *
           ADD 1                             TO WS-SUM-SUB.
      *
           IF WS-SUM-SUB > WS-SUM-COUNT
               GO TO 550-WRITE-TRAILER
           END-IF.
      *
           MOVE WS-SUM-MAP-SUB(WS-SUM-SUB)  TO WS-MAP-SUB.
           MOVE WS-MAP-DEBIT(WS-MAP-SUB)    TO WS-POST-DEBIT.
           MOVE WS-MAP-CREDIT(WS-MAP-SUB)   TO WS-POST-CREDIT.
      *
           IF WS-SUM-AMOUNT(WS-SUM-SUB) = ZERO
               MOVE 'NETS TO ZERO - NOTHING POSTED' TO WS-SUM-NOTE
               PERFORM 560-PRINT-SUMMARY THRU 560-PRINT-EXIT
               GO TO 510-NEXT-SUMMARY
           END-IF.
      *
      * CHARGES AND FEES NORMALLY NET POSITIVE, REVERSALS NEGATIVE -
      * THE CARD'S ACCOUNTS APPLY AS KEYED IN THAT CASE AND ARE
      * SWAPPED OTHERWISE.  THE AMOUNT POSTED IS ALWAYS POSITIVE.
           MOVE WS-SUM-AMOUNT(WS-SUM-SUB)   TO WS-POST-AMOUNT.
           MOVE SPACES                      TO WS-SUM-NOTE.
      *
           IF WS-SUM-TYPE(WS-SUM-SUB) = 'R'
               COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT
           END-IF.
      *
           IF WS-POST-AMOUNT < ZERO
               COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT
               MOVE WS-MAP-CREDIT(WS-MAP-SUB) TO WS-POST-DEBIT
               MOVE WS-MAP-DEBIT(WS-MAP-SUB)  TO WS-POST-CREDIT
               MOVE 'NETS AGAINST NORMAL - SWAPPED' TO WS-SUM-NOTE
           END-IF.
      *
           MOVE SPACES                      TO GL-JOURNAL-RECORD.
           MOVE 'D'                         TO GLJ-RECORD-TYPE.
           MOVE WS-BATCH-NO                 TO GLJ-BATCH-NO.
           MOVE WS-POST-DEBIT               TO GLJ-ACCOUNT.
           MOVE 'D'                         TO GLJ-DEBIT-CREDIT.
           MOVE WS-POST-AMOUNT              TO GLJ-AMOUNT.
           PERFORM 580-WRITE-DETAIL THRU 580-DETAIL-EXIT.
           ADD WS-POST-AMOUNT                TO WS-DEBIT-TOTAL.
      *
           MOVE SPACES                      TO GL-JOURNAL-RECORD.
           MOVE 'D'                         TO GLJ-RECORD-TYPE.
           MOVE WS-BATCH-NO                 TO GLJ-BATCH-NO.
           MOVE WS-POST-CREDIT              TO GLJ-ACCOUNT.
           MOVE 'C'                         TO GLJ-DEBIT-CREDIT.
           MOVE WS-POST-AMOUNT              TO GLJ-AMOUNT.
           PERFORM 580-WRITE-DETAIL THRU 580-DETAIL-EXIT.
           ADD WS-POST-AMOUNT                TO WS-CREDIT-TOTAL.
      *
           PERFORM 560-PRINT-SUMMARY THRU 560-PRINT-EXIT.
      *
           GO TO 510-NEXT-SUMMARY.
      *
       550-WRITE-TRAILER.
      * THE TRAILER COUNTS ITSELF AND THE HEADER IN THE RECORD
      * COUNT.
           MOVE SPACES                      TO GL-JOURNAL-RECORD.
           MOVE 'T'                         TO GLJ-RECORD-TYPE.
           MOVE WS-BATCH-NO                 TO GLJ-T-BATCH-NO.
           COMPUTE GLJ-T-RECORD-COUNT = WS-RECORD-COUNT + 1.
           MOVE WS-DETAIL-COUNT             TO GLJ-T-DETAIL-COUNT.
           MOVE WS-DEBIT-TOTAL              TO GLJ-T-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL             TO GLJ-T-CREDIT-TOTAL.
           MOVE WS-ACCOUNT-HASH             TO GLJ-T-ACCOUNT-HASH.
           PERFORM 590-WRITE-JOURNAL-RECORD THRU 590-WRITE-EXIT.
      *
           CLOSE GLJRNL-FILE.
      *
           GO TO 600-UPDATE-CONTROL.
      *
       560-PRINT-SUMMARY.
      * ONE REPORT LINE FOR THE SUMMARY AT WS-SUM-SUB, WITH THE
      * NOTE THE CALLER LEFT IN WS-SUM-NOTE.  THE ACCOUNTS ARE THE
      * ONES THE CALLER LEFT IN WS-POST-DEBIT/WS-POST-CREDIT - AFTER
      * ANY SWAP - SO THE LINE AGREES WITH THE JOURNAL DETAIL.
           MOVE WS-SUM-TYPE(WS-SUM-SUB)     TO SL-TYPE.
           MOVE WS-SUM-FEE-CODE(WS-SUM-SUB) TO SL-FEE-CODE.
           MOVE WS-SUM-ENTRIES(WS-SUM-SUB)  TO SL-ENTRIES.
           MOVE WS-SUM-AMOUNT(WS-SUM-SUB)   TO SL-AMOUNT.
           MOVE WS-SUM-NOTE                 TO SL-NOTE.
      *
           IF WS-SUM-MAP-SUB(WS-SUM-SUB) = ZERO
               MOVE SPACES                   TO SL-DEBIT
               MOVE SPACES                   TO SL-CREDIT
           ELSE
               MOVE WS-POST-DEBIT            TO SL-DEBIT
               MOVE WS-POST-CREDIT           TO SL-CREDIT
           END-IF.
      *
           MOVE SUMMARY-LINE                TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 560-PRINT-EXIT.
      *
       560-PRINT-EXIT.
           EXIT.
      *
       580-WRITE-DETAIL.
      * FILL IN WHAT EVERY DETAIL LINE CARRIES FROM ITS SUMMARY AND
      * MAPPING CARD, THEN WRITE IT.
           ADD 1                             TO WS-LINE-NO.
           ADD 1                             TO WS-DETAIL-COUNT.
           ADD GLJ-ACCOUNT                   TO WS-ACCOUNT-HASH.
      *
           MOVE WS-LINE-NO                  TO GLJ-LINE-NO.
           MOVE WS-SUM-TYPE(WS-SUM-SUB)     TO GLJ-ENTRY-TYPE.
           MOVE WS-SUM-FEE-CODE(WS-SUM-SUB) TO GLJ-FEE-CODE.
           MOVE WS-SUM-ENTRIES(WS-SUM-SUB)  TO GLJ-ENTRY-COUNT.
           MOVE WS-MAP-DESCRIPTION(WS-MAP-SUB) TO GLJ-DESCRIPTION.
           MOVE WS-RUN-DATE                 TO GLJ-POSTING-DATE.
      *
           PERFORM 590-WRITE-JOURNAL-RECORD THRU 590-WRITE-EXIT.
      *
           GO TO 580-DETAIL-EXIT.
      *
       580-DETAIL-EXIT.
           EXIT.
      *
       590-WRITE-JOURNAL-RECORD.
      *
           WRITE GL-JOURNAL-RECORD.
      *
           IF NOT WS-GLJRNL-OK
               DISPLAY 'UUGLIF2A - WRITE GLJRNL FAILED - STATUS '
                       WS-GLJRNL-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           ADD 1                             TO WS-RECORD-COUNT.
      *
           GO TO 590-WRITE-EXIT.
      *
       590-WRITE-EXIT.
           EXIT.
      *
       600-UPDATE-CONTROL.
      * THE JOURNAL IS COMPLETE - ONLY NOW MOVE THE MARK UP TO THE
      * NEWEST ENTRY SENT.  THE ONE-RECORD CONTROL FILE IS
      * REWRITTEN IN FULL - OPEN OUTPUT TRUNCATES, ONE WRITE, CLOSE.
           OPEN OUTPUT GLCHKP-FILE.
      *
           IF NOT WS-GLCHKP-OK
               DISPLAY 'UUGLIF2A - OPEN GLCHKP FAILED - STATUS '
                       WS-GLCHKP-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           MOVE SPACES                      TO GL-CONTROL-RECORD.
           MOVE WS-HIGH-STAMP               TO GLC-LAST-STAMP.
           MOVE WS-BATCH-NO                 TO GLC-LAST-BATCH-NO.
           MOVE WS-RUN-DATE                 TO GLC-RUN-DATE.
           MOVE WS-RUN-TIME                 TO GLC-RUN-TIME.
           MOVE WS-DETAIL-COUNT             TO GLC-DETAIL-COUNT.
           MOVE WS-DEBIT-TOTAL              TO GLC-DEBIT-TOTAL.
      *
           WRITE GL-CONTROL-RECORD.
      *
           IF NOT WS-GLCHKP-OK
               DISPLAY 'UUGLIF2A - WRITE GLCHKP FAILED - STATUS '
                       WS-GLCHKP-STATUS
               GO TO 900-ABEND
           END-IF.
      *
           CLOSE GLCHKP-FILE.
      *
           GO TO 700-TOTALS.
      *
       700-TOTALS.
      *
           MOVE RUN-HEADING-LINE             TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE RUN-COLUMN-LINE              TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           MOVE ZERO                        TO WS-BRN-SUB.
           GO TO 710-NEXT-RUN.
      *
       710-NEXT-RUN.
      *
           ADD 1                             TO WS-BRN-SUB.
      *
           IF WS-BRN-SUB > WS-BRN-COUNT
               GO TO 720-GRAND-TOTALS
           END-IF.
      *
           MOVE WS-BRN-DATE(WS-BRN-SUB)      TO RNL-DATE.
           MOVE WS-BRN-TIME(WS-BRN-SUB)      TO RNL-TIME.
           MOVE WS-BRN-CHG-COUNT(WS-BRN-SUB) TO RNL-CHG-COUNT.
           MOVE WS-BRN-CHG-AMOUNT(WS-BRN-SUB) TO RNL-CHG-AMOUNT.
           MOVE WS-BRN-REV-COUNT(WS-BRN-SUB) TO RNL-REV-COUNT.
           MOVE WS-BRN-REV-AMOUNT(WS-BRN-SUB) TO RNL-REV-AMOUNT.
           MOVE RUN-LINE                     TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           GO TO 710-NEXT-RUN.
      *
       720-GRAND-TOTALS.
      *
           MOVE WS-SELECTED-COUNT            TO TL1-COUNT.
           MOVE TOTAL-LINE-1                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-SENT-BEFORE-COUNT         TO TL2-COUNT.
           MOVE TOTAL-LINE-2                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CHARGED-TOTAL             TO TL3-AMOUNT.
           MOVE TOTAL-LINE-3                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-REVERSED-TOTAL            TO TL4-AMOUNT.
           MOVE TOTAL-LINE-4                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NET-AMOUNT                TO TL5-AMOUNT.
           MOVE TOTAL-LINE-5                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-RECORD-COUNT              TO TL6-COUNT.
           MOVE TOTAL-LINE-6                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-DETAIL-COUNT              TO TL7-COUNT.
           MOVE TOTAL-LINE-7                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-DEBIT-TOTAL               TO TL8-AMOUNT.
           MOVE TOTAL-LINE-8                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CREDIT-TOTAL              TO TL9-AMOUNT.
           MOVE TOTAL-LINE-9                 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-ACCOUNT-HASH              TO TL10-HASH.
           MOVE TOTAL-LINE-10                TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
      * DEBITS MUST EQUAL CREDITS, AND EACH BILLING RUN'S CHARGES
      * LESS ITS REVERSALS MUST ADD BACK TO THE NET BILLED.
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
              AND WS-CHARGED-TOTAL + WS-REVERSED-TOTAL = WS-NET-AMOUNT
               MOVE 'BATCH IN BALANCE' TO BL-TEXT
           ELSE
               MOVE 'BATCH OUT OF BALANCE - DO NOT RELEASE TO FINANCE'
                 TO BL-TEXT
               MOVE 8                        TO RETURN-CODE
           END-IF.
           MOVE BALANCE-LINE                 TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           CLOSE REPGLI-FILE.
      *
           DISPLAY 'UUGLIF2A - BATCH NUMBER:        ' WS-BATCH-NO.
           DISPLAY 'UUGLIF2A - ENTRIES SENT:        '
                   WS-SELECTED-COUNT.
           DISPLAY 'UUGLIF2A - JOURNAL DETAIL LINES: '
                   WS-DETAIL-COUNT.
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
       END PROGRAM UUGLIF2A.
