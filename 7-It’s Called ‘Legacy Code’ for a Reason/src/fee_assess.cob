      * it should. Invoking with the single argument FORCE skips
      * that gate (the month guard still applies) for a catch-up
      * run.
      * The schedule is in Rai. An account held in another currency
      * (86-88, blank is Rai) has its waiver floor and fees turned
      * into its own currency - Rai times that currency's units per
      * Rai off fxrates.txt, the rate table BANKING uses - before
      * the average is compared or a fee generated, since the FEE
      * record posts in the account's currency. A currency with no
      * rate there is not assessed and is listed as NO RATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEE-SCHED-FILE ASSIGN TO "feeschedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FX-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

      * Per-product fee schedule, one line per product code:
      *    1-3   product code
      *    4-16  monthly maintenance fee
       01 FEE-SCHED-RECORD      PIC X(42).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C/F
                                               *> 24-36: hold amount
                                               *> 37-42: customer id
                                               *> 43-45: product code

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD        PIC X(120).

      * One line per LEDGARCH archive (see the INDEX-FILE FD there
      * for the field positions): archive name plus the account, date
       01 INDEX-RECORD          PIC X(68).

       FD ARCH-FILE.
       01 ARCH-RECORD           PIC X(120).

       FD OUT-FILE.
       01 OUT-RECORD            PIC X(80).
       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD        PIC X(8).

       FD FX-FILE.
       01 FX-RECORD             PIC X(20).     *> 1-3 currency code
                                               *> 4-20 units per Rai

       WORKING-STORAGE SECTION.
       77 ARGUMENT               PIC X(20) VALUE SPACES.

       77 ACC-BALANCE            PIC S9(10)V99.
       77 ACC-STATUS             PIC X.
       77 ACC-PRODUCT            PIC X(3).
       77 ACC-CURRENCY           PIC X(3).

      * Units per Rai off fxrates.txt, the same table BANKING loads.
       01 FX-TABLE.
           05 FX-ENTRY OCCURS 20 TIMES.
               10 FX-CURRENCY    PIC X(3).
               10 FX-RATE        PIC 9(11)V99999.
       77 FX-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       77 FX-IDX                 PIC 9(3).
      * The schedule line restated in the account's own currency;
      * ACCT-FX-RATE is ZERO when no usable rate was found.
       77 ACCT-FX-RATE           PIC 9(11)V99999.
       77 ACCT-MAINT-FEE         PIC 9(10)V99.
       77 ACCT-BELOW-MIN-FEE     PIC 9(10)V99.
       77 ACCT-WAIVE-FLOOR       PIC 9(10)V99.

      * MONTH-TO-DATE AVERAGE BALANCE - one signed delta bucket per
      * day of the month, filled off the ledger, then walked

      * The ledger line whose delta is being bucketed, wherever it
      * was read from - an archive or the live txnlog.txt.
       77 LEDGER-LINE            PIC X(120).
       77 LOG-ACCOUNT-CHK        PIC 9(6).
       77 LOG-DATE-CHK           PIC 9(8).
       77 LOG-DAY-CHK            PIC 9(2).

       77 ASSESSED-COUNT         PIC 9(9) VALUE ZERO.
       77 WAIVED-COUNT           PIC 9(9) VALUE ZERO.
       77 NO-RATE-COUNT          PIC 9(9) VALUE ZERO.
       77 REPORT-ASSESSED-COUNT  PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-WAIVED-COUNT    PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-NO-RATE-COUNT   PIC ZZZ,ZZZ,ZZ9.
       77 PRINT-AVERAGE          PIC -(9)9.99.
       77 PRINT-FEE              PIC Z(9)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           ACCEPT ARGUMENT FROM COMMAND-LINE
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM FIND-LAST-BUSINESS-DAY-OF-MONTH
                   " missing) - nothing assessed"
               STOP RUN
           END-IF
           PERFORM LOAD-FX-RATES
           MOVE RUN-DATE TO MONTH-START
           MOVE 01 TO MONTH-START(7:2)
           MOVE RUN-DATE(7:2) TO DAYS-ELAPSED
           END-PERFORM
           CLOSE FEE-SCHED-FILE.

      * Same load-once read of fxrates.txt as BANKING's
      * LOAD-FX-RATES.
       LOAD-FX-RATES.
           MOVE ZERO TO FX-TABLE-COUNT
           OPEN INPUT FX-FILE
           PERFORM FOREVER
               READ FX-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FX-TABLE-COUNT < 20
                           ADD 1 TO FX-TABLE-COUNT
                           MOVE FX-RECORD(1:3)
                               TO FX-CURRENCY(FX-TABLE-COUNT)
                           MOVE FUNCTION NUMVAL(FX-RECORD(4:17))
                               TO FX-RATE(FX-TABLE-COUNT)
                       END-IF
           END-PERFORM
           CLOSE FX-FILE.

       BUILD-OUT-FILE-NAME.
           MOVE SPACES TO OUT-FILE-NAME
           STRING "input_" DELIMITED SIZE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT PROD CCY AVG-BALANCE    FEE         RESULT"
                  DELIMITED SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

                           TO ACC-BALANCE
                       MOVE ACC-RECORD-RAW(23:1) TO ACC-STATUS
                       MOVE ACC-RECORD-RAW(43:3) TO ACC-PRODUCT
                       MOVE ACC-RECORD-RAW(86:3) TO ACC-CURRENCY
                       IF ACC-CURRENCY = SPACES
                           MOVE "RAI" TO ACC-CURRENCY
                       END-IF
                       IF ACC-STATUS = "O"
                           PERFORM FIND-FEE-ENTRY
                           IF FEE-ENTRY-FOUND = "Y"
           END-PERFORM.

       ASSESS-ONE-ACCOUNT.
           PERFORM CONVERT-FEE-SCHEDULE
           IF ACCT-FX-RATE = ZERO
               ADD 1 TO NO-RATE-COUNT
               PERFORM WRITE-NO-RATE-LINE
           ELSE
               PERFORM COMPUTE-MONTH-AVERAGE
               MOVE "N" TO FEE-WAIVED
               MOVE ZERO TO FEE-OWED
               IF AVERAGE-BALANCE >= ACCT-WAIVE-FLOOR
                   MOVE "Y" TO FEE-WAIVED
                   ADD 1 TO WAIVED-COUNT
               ELSE
                   COMPUTE FEE-OWED = ACCT-MAINT-FEE
                       + ACCT-BELOW-MIN-FEE
               END-IF
               IF FEE-WAIVED = "N" AND FEE-OWED > ZERO
                   PERFORM WRITE-GENERATED-FEE
                   ADD 1 TO ASSESSED-COUNT
               END-IF
               PERFORM WRITE-ASSESSMENT-LINE
           END-IF.

      * Restates the account's schedule line in its own currency:
      * Rai times the currency's units per Rai, the inverse of the
      * division EODREPORT uses to value a balance in Rai. Rai (or
      * blank) goes across at 1. No rate on fxrates.txt, or a
      * converted figure too large to hold, leaves ACCT-FX-RATE at
      * ZERO and the account unassessed.
       CONVERT-FEE-SCHEDULE.
           MOVE ZERO TO ACCT-FX-RATE
           IF ACC-CURRENCY = "RAI"
               MOVE 1 TO ACCT-FX-RATE
           ELSE
               PERFORM VARYING FX-IDX FROM 1 BY 1
                       UNTIL FX-IDX > FX-TABLE-COUNT
                   IF FX-CURRENCY(FX-IDX) = ACC-CURRENCY
                           AND FX-RATE(FX-IDX) > ZERO
                       MOVE FX-RATE(FX-IDX) TO ACCT-FX-RATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF ACCT-FX-RATE NOT = ZERO
               COMPUTE ACCT-WAIVE-FLOOR ROUNDED =
                   FEE-WAIVE-FLOOR(FEE-ENTRY-IDX) * ACCT-FX-RATE
                   ON SIZE ERROR
                       MOVE ZERO TO ACCT-FX-RATE
               END-COMPUTE
               COMPUTE ACCT-MAINT-FEE ROUNDED =
                   FEE-MAINT(FEE-ENTRY-IDX) * ACCT-FX-RATE
                   ON SIZE ERROR
                       MOVE ZERO TO ACCT-FX-RATE
               END-COMPUTE
               COMPUTE ACCT-BELOW-MIN-FEE ROUNDED =
                   FEE-BELOW-MIN(FEE-ENTRY-IDX) * ACCT-FX-RATE
                   ON SIZE ERROR
                       MOVE ZERO TO ACCT-FX-RATE
               END-COMPUTE
           END-IF.

      * Replays the month's ledger deltas for ACC-ACCOUNT into one
      * bucket per day, derives the start-of-month balance by backing
                      "  " DELIMITED SIZE
                      ACC-PRODUCT DELIMITED SIZE
                      "  " DELIMITED SIZE
                      ACC-CURRENCY DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-AVERAGE) DELIMITED SIZE
                      "  -  WAIVED" DELIMITED SIZE
                      INTO REPORT-RECORD
                      "  " DELIMITED SIZE
                      ACC-PRODUCT DELIMITED SIZE
                      "  " DELIMITED SIZE
                      ACC-CURRENCY DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-AVERAGE) DELIMITED SIZE
                      "  " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-FEE) DELIMITED SIZE
           END-IF
           WRITE REPORT-RECORD.

       WRITE-NO-RATE-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING ACC-ACCOUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  ACC-PRODUCT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  ACC-CURRENCY DELIMITED SIZE
                  "  -  NO RATE - NOT ASSESSED" DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE ASSESSED-COUNT TO REPORT-ASSESSED-COUNT
           MOVE WAIVED-COUNT TO REPORT-WAIVED-COUNT
                  "   WAIVED: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-WAIVED-COUNT) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NO-RATE-COUNT > ZERO
               MOVE NO-RATE-COUNT TO REPORT-NO-RATE-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "NOT ASSESSED - NO RATE ON FXRATES.TXT: "
                      DELIMITED SIZE
                      FUNCTION TRIM(REPORT-NO-RATE-COUNT)
                      DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

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
