       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPRUN.

      * Balance-driven sweeps. SCHEDRUN moves a fixed amount on a
      * fixed frequency; the arrangements in sweeps.txt move whatever
      * tonight's closing balances call for instead:
      *   - T, target balance: whatever the source account has
      *     available above the target moves to the destination
      *     (CHK down to its target, the excess into SAV);
      *   - O, overdraft top-up: when the destination's available
      *     funds are below the floor, the source funds it back up
      *     to the floor (SAV topping CHK up).
      * Available funds are the balance less the hold at 24-36, the
      * same figure a withdrawal is checked against. A move smaller
      * than the arrangement's minimum sweep is not made. Nothing is
      * posted here: each move is a TRF line in the IN-RECORD layout
      * written to its own dated batch file, input_YYYYMMDD_sweep.txt,
      * which BANKING's dated-input sweep posts and retires exactly
      * like SCHEDRUN's input_YYYYMMDD_sched.txt. Run it in
      * eod_steps.txt after the day's posting so it sees the closing
      * balances.
      * An arrangement is skipped - and says why on the sweep report,
      * sweep_report.txt - when either account is missing, frozen or
      * closed, when the two are held in different currencies (the
      * target, floor and minimum are single amounts, and the TRF
      * line is keyed in the source's currency), or when an
      * overdraft top-up's source has less than the minimum sweep
      * available. Moves generated earlier in the same run are
      * applied to the in-memory balances, so two arrangements
      * drawing on one account never spend the same money twice.
      * Each arrangement's last-run date is rewritten through
      * sweeps.tmp plus one mv, the way SCHEDRUN keeps schedule.txt,
      * so running the step twice in a day does not sweep twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SWEEP-FILE ASSIGN TO "sweeps.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-TMP-FILE ASSIGN TO "sweeps.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OUT-FILE ASSIGN TO DYNAMIC OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "sweep_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

      * 1-6 source account / 7-12 destination account / 13 type (T
      * target balance, O overdraft top-up) / 14-26 target (T) or
      * floor (O) / 27-39 minimum sweep amount / 40-47 last-run date
      * YYYYMMDD (ZERO or blank means never run).
       FD SWEEP-FILE.
       01 SWEEP-RECORD          PIC X(47).

       FD SWEEP-TMP-FILE.
       01 SWEEP-TMP-RECORD      PIC X(47).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C/F
                                               *> 24-36: hold amount
                                               *> 86-88: currency

       FD OUT-FILE.
       01 OUT-RECORD            PIC X(41).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       77 OUT-FILE-NAME          PIC X(40) VALUE SPACES.
       77 RUN-DATE               PIC 9(8).

      * Closing balances, loaded once and kept current as moves are
      * generated. Sized to BANKING's own account table, so every
      * account it can hold can be swept.
       01 ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 100000 TIMES.
               10 AT-ACCOUNT      PIC 9(6).
               10 AT-STATUS       PIC X.
               10 AT-BALANCE      PIC S9(10)V99.
               10 AT-HOLD         PIC 9(10)V99.
               10 AT-CURRENCY     PIC X(3).
       77 ACCT-COUNT             PIC 9(6) VALUE ZERO.
       77 ACCT-IDX               PIC 9(6).
       77 SEARCH-ACCOUNT         PIC 9(6).
       77 FOUND-SLOT             PIC 9(6).
       77 SOURCE-SLOT            PIC 9(6).
       77 DEST-SLOT              PIC 9(6).

       77 SWEEP-SOURCE           PIC 9(6).
       77 SWEEP-DEST             PIC 9(6).
       77 SWEEP-TYPE             PIC X.
       77 SWEEP-LEVEL            PIC 9(10)V99.
       77 SWEEP-MINIMUM          PIC 9(10)V99.
       77 SWEEP-LAST-RUN         PIC X(8).

       77 SOURCE-AVAILABLE       PIC S9(10)V99.
       77 DEST-AVAILABLE         PIC S9(10)V99.
       77 SWEEP-AMOUNT           PIC S9(10)V99.
       77 FORMATTED-AMOUNT       PIC 9(10).99.
       77 SKIP-REASON            PIC X(30).
       77 SWEEP-OUTCOME          PIC X(30).

      * The generated batch file is only opened (and so only created)
      * once a first move needs writing, as in SCHEDRUN.
       77 OUT-FILE-OPENED        PIC X VALUE "N".
       77 MOVED-COUNT            PIC 9(9) VALUE ZERO.
       77 SKIPPED-COUNT          PIC 9(9) VALUE ZERO.
       77 MOVED-TOTAL            PIC 9(12)V99 VALUE ZERO.
       77 PRINT-AMOUNT           PIC Z(9)9.99.
       77 PRINT-TOTAL            PIC Z(11)9.99.
       77 REPORT-MOVED-COUNT     PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-SKIPPED-COUNT   PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM BUILD-OUT-FILE-NAME
           PERFORM LOAD-ACCOUNT-TABLE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM RUN-SWEEP-ARRANGEMENTS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           MOVE MOVED-COUNT TO REPORT-MOVED-COUNT
           MOVE SKIPPED-COUNT TO REPORT-SKIPPED-COUNT
           DISPLAY "Sweeps: " FUNCTION TRIM(REPORT-MOVED-COUNT)
               " transfer(s) generated into "
               FUNCTION TRIM(OUT-FILE-NAME) ", "
               FUNCTION TRIM(REPORT-SKIPPED-COUNT) " skipped"
           STOP RUN.

       BUILD-OUT-FILE-NAME.
           MOVE SPACES TO OUT-FILE-NAME
           STRING "input_" DELIMITED SIZE
                  RUN-DATE DELIMITED SIZE
                  "_sweep.txt" DELIMITED SIZE
                  INTO OUT-FILE-NAME.

       LOAD-ACCOUNT-TABLE.
           MOVE ZERO TO ACCT-COUNT
           OPEN INPUT ACC-FILE
           PERFORM FOREVER
               READ ACC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACC-RECORD-RAW(1:6) IS NUMERIC
                               AND ACCT-COUNT < 100000
                           ADD 1 TO ACCT-COUNT
                           MOVE ACC-RECORD-RAW(1:6)
                               TO AT-ACCOUNT(ACCT-COUNT)
                           MOVE ACC-RECORD-RAW(23:1)
                               TO AT-STATUS(ACCT-COUNT)
                           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13))
                               TO AT-BALANCE(ACCT-COUNT)
                           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(24:13))
                               TO AT-HOLD(ACCT-COUNT)
                           MOVE ACC-RECORD-RAW(86:3)
                               TO AT-CURRENCY(ACCT-COUNT)
                           IF AT-CURRENCY(ACCT-COUNT) = SPACES
                               MOVE "RAI" TO AT-CURRENCY(ACCT-COUNT)
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE ACC-FILE.

      * Single pass over sweeps.txt, the same read-and-rewrite shape
      * SCHEDRUN's GENERATE-DUE-TRANSFERS uses over schedule.txt:
      * every row is copied through to sweeps.tmp, with today's date
      * written back into the rows that ran.
       RUN-SWEEP-ARRANGEMENTS.
           OPEN INPUT SWEEP-FILE
           OPEN OUTPUT SWEEP-TMP-FILE
           PERFORM FOREVER
               READ SWEEP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SWEEP-RECORD NOT = SPACES
                           PERFORM PARSE-SWEEP-LINE
                           IF SWEEP-LAST-RUN NOT = RUN-DATE
                               PERFORM EVALUATE-ONE-SWEEP
                               MOVE RUN-DATE TO SWEEP-RECORD(40:8)
                           END-IF
                       END-IF
                       WRITE SWEEP-TMP-RECORD FROM SWEEP-RECORD
           END-PERFORM
           CLOSE SWEEP-FILE
           CLOSE SWEEP-TMP-FILE
           IF OUT-FILE-OPENED = "Y"
               CLOSE OUT-FILE
           END-IF
      * As in SCHEDRUN: if the last-run dates never land, a rerun
      * would generate every sweep again and the batch double-posts.
           CALL "SYSTEM" USING "mv sweeps.tmp sweeps.txt"
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: COULD NOT REWRITE sweeps.txt - "
                   "RERUNNING WOULD DOUBLE-GENERATE TODAY'S SWEEPS"
               MOVE 1 TO RETURN-CODE
           END-IF.

       PARSE-SWEEP-LINE.
           MOVE SPACES TO SKIP-REASON
           MOVE ZERO TO SWEEP-AMOUNT
           MOVE SWEEP-RECORD(13:1) TO SWEEP-TYPE
           MOVE SWEEP-RECORD(40:8) TO SWEEP-LAST-RUN
           IF SWEEP-RECORD(1:6) IS NOT NUMERIC
                   OR SWEEP-RECORD(7:6) IS NOT NUMERIC
               MOVE "MALFORMED ARRANGEMENT" TO SKIP-REASON
               MOVE ZERO TO SWEEP-SOURCE SWEEP-DEST
           ELSE
               MOVE SWEEP-RECORD(1:6) TO SWEEP-SOURCE
               MOVE SWEEP-RECORD(7:6) TO SWEEP-DEST
           END-IF
           IF FUNCTION TEST-NUMVAL(SWEEP-RECORD(14:13)) = 0
               MOVE FUNCTION NUMVAL(SWEEP-RECORD(14:13))
                   TO SWEEP-LEVEL
           ELSE
               MOVE "MALFORMED ARRANGEMENT" TO SKIP-REASON
               MOVE ZERO TO SWEEP-LEVEL
           END-IF
           IF SWEEP-RECORD(27:13) = SPACES
               MOVE ZERO TO SWEEP-MINIMUM
           ELSE IF FUNCTION TEST-NUMVAL(SWEEP-RECORD(27:13)) = 0
               MOVE FUNCTION NUMVAL(SWEEP-RECORD(27:13))
                   TO SWEEP-MINIMUM
           ELSE
               MOVE "MALFORMED ARRANGEMENT" TO SKIP-REASON
               MOVE ZERO TO SWEEP-MINIMUM
           END-IF
           END-IF.

      * Works out the move one arrangement calls for, or why it
      * cannot be made, and reports either way.
       EVALUATE-ONE-SWEEP.
           IF SKIP-REASON = SPACES
               MOVE SWEEP-SOURCE TO SEARCH-ACCOUNT
               PERFORM FIND-ACCOUNT-SLOT
               MOVE FOUND-SLOT TO SOURCE-SLOT
               MOVE SWEEP-DEST TO SEARCH-ACCOUNT
               PERFORM FIND-ACCOUNT-SLOT
               MOVE FOUND-SLOT TO DEST-SLOT
               IF SOURCE-SLOT = ZERO OR DEST-SLOT = ZERO
                   MOVE "ACCOUNT NOT FOUND" TO SKIP-REASON
               ELSE IF AT-STATUS(SOURCE-SLOT) = "C"
                       OR AT-STATUS(DEST-SLOT) = "C"
                   MOVE "ACCOUNT CLOSED" TO SKIP-REASON
               ELSE IF AT-STATUS(SOURCE-SLOT) = "F"
                       OR AT-STATUS(DEST-SLOT) = "F"
                   MOVE "ACCOUNT FROZEN" TO SKIP-REASON
               ELSE IF AT-CURRENCY(SOURCE-SLOT)
                       NOT = AT-CURRENCY(DEST-SLOT)
                   MOVE "CURRENCIES DIFFER" TO SKIP-REASON
               ELSE IF SWEEP-TYPE = "T"
                   PERFORM SIZE-TARGET-SWEEP
               ELSE IF SWEEP-TYPE = "O"
                   PERFORM SIZE-TOPUP-SWEEP
               ELSE
                   MOVE "UNKNOWN SWEEP TYPE" TO SKIP-REASON
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF SKIP-REASON NOT = SPACES
               ADD 1 TO SKIPPED-COUNT
               MOVE "SKIPPED: " TO SWEEP-OUTCOME
               MOVE SKIP-REASON TO SWEEP-OUTCOME(10:21)
               PERFORM WRITE-SWEEP-LINE
           ELSE IF SWEEP-AMOUNT > ZERO
               PERFORM WRITE-GENERATED-TRANSFER
               SUBTRACT SWEEP-AMOUNT FROM AT-BALANCE(SOURCE-SLOT)
               ADD SWEEP-AMOUNT TO AT-BALANCE(DEST-SLOT)
               ADD 1 TO MOVED-COUNT
               ADD SWEEP-AMOUNT TO MOVED-TOTAL
               MOVE "MOVED" TO SWEEP-OUTCOME
               PERFORM WRITE-SWEEP-LINE
           END-IF
           END-IF.

      * Everything the source has available above the target. An
      * excess below the minimum sweep stays where it is - that is
      * not a skip, there is simply nothing worth moving tonight.
       SIZE-TARGET-SWEEP.
           COMPUTE SOURCE-AVAILABLE = AT-BALANCE(SOURCE-SLOT)
               - AT-HOLD(SOURCE-SLOT)
           COMPUTE SWEEP-AMOUNT = SOURCE-AVAILABLE - SWEEP-LEVEL
           IF SWEEP-AMOUNT < SWEEP-MINIMUM OR SWEEP-AMOUNT NOT > ZERO
               MOVE ZERO TO SWEEP-AMOUNT
           END-IF.

      * The destination's shortfall below the floor, paid from what
      * the source has available. A source that cannot fund even
      * the minimum sweep is short of funds; one that can fund part
      * of the shortfall sends what it has.
       SIZE-TOPUP-SWEEP.
           COMPUTE DEST-AVAILABLE = AT-BALANCE(DEST-SLOT)
               - AT-HOLD(DEST-SLOT)
           COMPUTE SOURCE-AVAILABLE = AT-BALANCE(SOURCE-SLOT)
               - AT-HOLD(SOURCE-SLOT)
           COMPUTE SWEEP-AMOUNT = SWEEP-LEVEL - DEST-AVAILABLE
           IF SWEEP-AMOUNT NOT > ZERO
               MOVE ZERO TO SWEEP-AMOUNT
           ELSE
               IF SWEEP-AMOUNT < SWEEP-MINIMUM
                   MOVE SWEEP-MINIMUM TO SWEEP-AMOUNT
               END-IF
               IF SWEEP-AMOUNT > SOURCE-AVAILABLE
                   MOVE SOURCE-AVAILABLE TO SWEEP-AMOUNT
               END-IF
               IF SWEEP-AMOUNT NOT > ZERO
                       OR SWEEP-AMOUNT < SWEEP-MINIMUM
                   MOVE ZERO TO SWEEP-AMOUNT
                   MOVE "SHORT OF FUNDS" TO SKIP-REASON
               END-IF
           END-IF.

       FIND-ACCOUNT-SLOT.
           MOVE ZERO TO FOUND-SLOT
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               IF AT-ACCOUNT(ACCT-IDX) = SEARCH-ACCOUNT
                   MOVE ACCT-IDX TO FOUND-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-GENERATED-TRANSFER.
           IF OUT-FILE-OPENED = "N"
               OPEN EXTEND OUT-FILE
               MOVE "Y" TO OUT-FILE-OPENED
           END-IF
           MOVE SWEEP-AMOUNT TO FORMATTED-AMOUNT
           MOVE SPACES TO OUT-RECORD
           MOVE SWEEP-SOURCE TO OUT-RECORD(1:6)
           MOVE "TRF" TO OUT-RECORD(7:3)
           MOVE FORMATTED-AMOUNT TO OUT-RECORD(10:13)
           MOVE SWEEP-DEST TO OUT-RECORD(23:6)
           WRITE OUT-RECORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "SWEEP REPORT - " DELIMITED SIZE
                  RUN-DATE DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "SOURCE DEST   TYPE        AMOUNT  OUTCOME"
                  DELIMITED SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-SWEEP-LINE.
           MOVE SWEEP-AMOUNT TO PRINT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING SWEEP-RECORD(1:6) DELIMITED SIZE
                  " " DELIMITED SIZE
                  SWEEP-RECORD(7:6) DELIMITED SIZE
                  " " DELIMITED SIZE
                  SWEEP-TYPE DELIMITED SIZE
                  "    " DELIMITED SIZE
                  PRINT-AMOUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  SWEEP-OUTCOME DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE MOVED-COUNT TO REPORT-MOVED-COUNT
           MOVE SKIPPED-COUNT TO REPORT-SKIPPED-COUNT
           MOVE MOVED-TOTAL TO PRINT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MOVED: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-MOVED-COUNT) DELIMITED SIZE
                  "   TOTAL: " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-TOTAL) DELIMITED SIZE
                  "   SKIPPED: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-SKIPPED-COUNT) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      * The processing date is the bank's business date off
      * businessdate.txt, not the machine clock, so a close that
      * runs past midnight still works the day it is closing. With
      * no control file the machine date stands in.
       LOAD-BUSINESS-DATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BUSINESS-DATE-RECORD(1:8) IS NUMERIC
                       MOVE BUSINESS-DATE-RECORD(1:8) TO RUN-DATE
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.
