       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSVC.

      * Daily loan-servicing run, the same stand-alone shape as
      * TDPMATURE: walks loans.txt - the loan master, one line per
      * LON account - under ACCOUNTS-LOCK with accounts.txt loaded
      * into a table, and for each loan:
      *   - a new loan (status N) is disbursed: the LON row goes
      *     from zero to minus the principal (the customer owes it)
      *     and the linked CHK account is credited, an LND ledger
      *     entry on each side. An installment left at zero on the
      *     master is worked out here as the level annuity payment
      *     for the principal, rate and term;
      *   - an active loan (status A) whose next due date has
      *     arrived has the installment collected from the linked
      *     CHK account, split into its two ledger entries on that
      *     account - LNI for the month's interest on the
      *     outstanding principal, LNP for the rest - with a
      *     matching LNP on the LON row bringing what is owed back
      *     toward zero. A loan several installments behind is
      *     collected oldest first for as long as the CHK account
      *     can pay; the last installment takes only what is left
      *     and closes the LON row (status P on the master);
      *   - a loan and CHK account held in different currencies
      *     are never netted against each other unconverted: the
      *     loan is not disbursed (reported for review) and an
      *     installment is left unpaid, aged like any other;
      *   - an installment the CHK account cannot cover (available
      *     funds being balance less hold plus any overdraft limit,
      *     exactly as PRECHECK-TRANSFER counts them) is left
      *     unpaid: the next due date stays on the oldest unpaid
      *     installment, so its age in days is simply today less
      *     that date. Every loan still behind after the run is
      *     listed on loan_delinquency_report.txt in its 1-29, 30,
      *     60 or 90-day arrears bucket.
      * Every posting is listed on loan_service_report.txt for the
      * branch. accounts.txt is stored through the usual temp.txt-
      * plus-backup swap and loans.txt through the same tmp-file-
      * plus-mv rewrite SCHEDRUN uses on schedule.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TMP-FILE ASSIGN TO "temp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOAN-FILE ASSIGN TO "loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-TMP-FILE ASSIGN TO "loans.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-SEQ-FILE ASSIGN TO "txnlog.seq"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "loan_service_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARREARS-FILE ASSIGN TO
               "loan_delinquency_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C/F
                                               *> 24-36: hold amount
                                               *> 37-42: customer id
                                               *> 43-45: product code
                                               *> 73-85: overdraft lim
                                               *> 86-88: currency

       FD TMP-FILE.
       01 TMP-RECORD            PIC X(88).

      * The loan master, one line per LON account:
      *    1-6   loan account (its LON row in accounts.txt)
      *    7-19  original principal          9(10).99
      *   20-26  annual interest rate        9.99999 (0.12000 = 12%)
      *   27-29  term in months
      *   30-42  installment amount          9(10).99 (zero = work
      *                                      it out at disbursement)
      *   43-50  next due date               YYYYMMDD (oldest unpaid)
      *   51-56  linked CHK account the installment is taken from
      *   57     status N new / A active / P paid off
      *   58-70  outstanding principal       9(10).99
      *   71-73  installments paid
      *   74-75  payment day of the month (01-31)
       FD LOAN-FILE.
       01 LOAN-RECORD           PIC X(80).

       FD LOAN-TMP-FILE.
       01 LOAN-TMP-RECORD       PIC X(80).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD        PIC X(120).

       FD TXN-SEQ-FILE.
       01 TXN-SEQ-RECORD        PIC 9(10).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(80).

       FD ARREARS-FILE.
       01 ARREARS-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 RUN-DATE-INT           PIC 9(8).

      * In-memory account master, the same one-load one-store shape
      * TDPMATURE uses, because every installment touches two rows
      * that can sit anywhere in the file.
       01 ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 100000 TIMES.
               10 ACCT-REC      PIC X(88).
       77 ACCT-COUNT             PIC 9(6) VALUE ZERO.
       77 ACCT-IDX               PIC 9(6).
       77 ACCT-SLOT              PIC 9(6) VALUE ZERO.
       77 ACCT-FOUND             PIC X VALUE "N".
       77 SEARCH-ACCT-NO         PIC 9(6).
       77 TABLE-DIRTY            PIC X VALUE "N".

      * The loan line being serviced, parsed off LOAN-RECORD.
       77 LOAN-ACCOUNT           PIC 9(6).
       77 LOAN-PRINCIPAL         PIC 9(10)V99.
       77 LOAN-RATE              PIC 9V99999.
       77 LOAN-TERM              PIC 9(3).
       77 LOAN-INSTALLMENT       PIC 9(10)V99.
       77 LOAN-NEXT-DUE          PIC 9(8).
       77 LOAN-CHK-ACCOUNT       PIC 9(6).
       77 LOAN-STATUS            PIC X.
       77 LOAN-OUTSTANDING       PIC 9(10)V99.
       77 LOAN-PAID-COUNT        PIC 9(3).
       77 LOAN-PAY-DAY           PIC 9(2).
       77 LOAN-LINE-OK           PIC X VALUE "Y".

      * Both table slots an installment touches: the LON row and
      * the CHK row it is paid from.
       77 LOAN-SLOT              PIC 9(6) VALUE ZERO.
       77 CHK-SLOT               PIC 9(6) VALUE ZERO.
       77 LOAN-ROW-BALANCE       PIC S9(10)V99.
       77 CHK-BALANCE            PIC S9(10)V99.
       77 CHK-HOLD               PIC S9(10)V99.
       77 CHK-OD-LIMIT           PIC S9(10)V99.
       77 CHK-AVAILABLE          PIC S9(11)V99.
      * Both rows' currencies, blank read as RAI.
       77 LOAN-CURRENCY          PIC X(3).
       77 CHK-CURRENCY           PIC X(3).
       77 SKIP-REASON            PIC X(40).

       77 MONTHLY-RATE           PIC 9V9(9).
       77 ANNUITY-FACTOR         PIC 9(3)V9(9).
       77 INTEREST-PART          PIC 9(10)V99.
       77 PRINCIPAL-PART         PIC 9(10)V99.
       77 COLLECT-AMOUNT         PIC 9(10)V99.
       77 COLLECT-OK             PIC X VALUE "N".

      * Due-date arithmetic: the next due date is always the loan's
      * payment day in the following month, pulled back to the
      * month's last day when that month is shorter (a 31st loan
      * pays on the 30th in April and the 28th or 29th in February,
      * then goes back to the 31st in May).
       77 DUE-WORK               PIC 9(8).
       77 DUE-YEAR               PIC 9(4).
       77 DUE-MONTH              PIC 9(2).
       77 DUE-DAY                PIC 9(2).
       77 MONTH-FIRST            PIC 9(8).
       77 MONTH-LAST             PIC 9(8).
       77 MONTH-END-INT          PIC 9(8).

       77 DAYS-PAST-DUE          PIC 9(5).
       77 OLDEST-DUE             PIC 9(8).
       77 OVERDUE-COUNT          PIC 9(3).
       77 OVERDUE-AMOUNT         PIC 9(10)V99.
       77 AGING-BUCKET           PIC X(5).

       77 FORMATTED-AMOUNT       PIC 9(10).99.
      * Same signed 13-byte rendering BANKING's FORMAT-BALANCE-FIELD
      * gives balance and accrual fields: zero-padded when zero or
      * positive, leading minus when not.
       77 BALANCE-TO-FORMAT      PIC S9(10)V99.
       77 SIGNED-AMOUNT          PIC -9(9).99.
       77 BALANCE-FIELD-TEXT     PIC X(13).
       77 MAX-BALANCE            PIC 9(10)V99 VALUE 9999999999.99.

      * LEDGER WRITING - the same fixed-width entry TDPMATURE's
      * WRITE-LEDGER-ENTRY writes, sequence from txnlog.seq under
      * the lock held for the whole run.
       77 LOG-SEQ-NO             PIC 9(10).
       77 LOG-ACCOUNT            PIC 9(6).
       77 LOG-ACTION             PIC X(3).
       77 LOG-AMOUNT             PIC 9(10)V99.
       77 BALANCE-BEFORE         PIC S9(10)V99.
       77 BALANCE-AFTER          PIC S9(10)V99.
       77 LOG-AMOUNT-OUT         PIC 9(10).99.
      * Ledger 101-103 currency and 104-119 cross rate, as BANKING's
      * LOG-TRANSACTION writes them. Both rows of a serviced loan
      * share a currency, so the rate is always zero.
       77 LOG-FX-RATE-OUT        PIC 9(6).9(9) VALUE ZERO.

       77 DISBURSED-COUNT        PIC 9(9) VALUE ZERO.
       77 COLLECTED-COUNT        PIC 9(9) VALUE ZERO.
       77 PAID-OFF-COUNT         PIC 9(9) VALUE ZERO.
       77 MISSED-COUNT           PIC 9(9) VALUE ZERO.
       77 REVIEW-COUNT           PIC 9(9) VALUE ZERO.
       77 INTEREST-TOTAL         PIC 9(12)V99 VALUE ZERO.
       77 PRINCIPAL-TOTAL        PIC 9(12)V99 VALUE ZERO.
       77 BUCKET-1-COUNT         PIC 9(9) VALUE ZERO.
       77 BUCKET-30-COUNT        PIC 9(9) VALUE ZERO.
       77 BUCKET-60-COUNT        PIC 9(9) VALUE ZERO.
       77 BUCKET-90-COUNT        PIC 9(9) VALUE ZERO.
       77 BUCKET-1-AMOUNT        PIC 9(12)V99 VALUE ZERO.
       77 BUCKET-30-AMOUNT       PIC 9(12)V99 VALUE ZERO.
       77 BUCKET-60-AMOUNT       PIC 9(12)V99 VALUE ZERO.
       77 BUCKET-90-AMOUNT       PIC 9(12)V99 VALUE ZERO.
       77 REPORT-COUNT-1         PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-COUNT-2         PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-COUNT-3         PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-COUNT-4         PIC ZZZ,ZZZ,ZZ9.
       77 PRINT-AMOUNT           PIC Z(9)9.99.
       77 PRINT-AMOUNT-2         PIC Z(9)9.99.
       77 PRINT-TOTAL            PIC Z(11)9.99.
       77 PRINT-DAYS             PIC ZZZZ9.
       77 PRINT-OVERDUE          PIC ZZ9.

       77 REPLACE-FAILED         PIC X VALUE "N".
       77 REPLACE-FAILED-AT-RELEASE PIC X VALUE "N".
       77 LOAN-REWRITE-FAILED    PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT ARREARS-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM SERVICE-ALL-LOANS
           PERFORM STORE-ACCOUNT-TABLE
      * The loan master is only swapped in once the postings it
      * records are safely in accounts.txt - the other way round, a
      * failed store would leave loans.txt saying installments were
      * taken that no balance reflects.
           IF REPLACE-FAILED = "Y"
               CALL "SYSTEM" USING "rm -f loans.tmp"
           ELSE
               PERFORM REPLACE-LOAN-FILE
           END-IF
           MOVE REPLACE-FAILED TO REPLACE-FAILED-AT-RELEASE
           PERFORM RELEASE-ACCOUNTS-LOCK
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           CLOSE ARREARS-FILE
           IF REPLACE-FAILED-AT-RELEASE = "Y"
               DISPLAY "ERROR: FAILED TO REPLACE ACCOUNTS FILE"
               MOVE 1 TO RETURN-CODE
           ELSE IF LOAN-REWRITE-FAILED = "Y"
               DISPLAY "ERROR: COULD NOT REWRITE loans.txt - "
                   "RERUNNING WOULD COLLECT TODAY'S INSTALLMENTS TWICE"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Loan servicing written to "
                   "loan_service_report.txt"
           END-IF
           END-IF
           STOP RUN.

      * Same mkdir-based mutual exclusion as BANKING's own
      * ACQUIRE-ACCOUNTS-LOCK/RELEASE-ACCOUNTS-LOCK, so a servicing
      * run can never race a posting or the accrual cycle.
       ACQUIRE-ACCOUNTS-LOCK.
           PERFORM FOREVER
               CALL "SYSTEM" USING "mkdir accounts.lock 2>/dev/null"
               IF RETURN-CODE = 0
                   EXIT PERFORM
               END-IF
               CALL "SYSTEM" USING
                   "find accounts.lock -maxdepth 0 -mmin +1 -delete"
               CALL "SYSTEM" USING "sleep 1"
           END-PERFORM.

       RELEASE-ACCOUNTS-LOCK.
           CALL "SYSTEM" USING "rmdir accounts.lock".

       LOAD-ACCOUNT-TABLE.
           MOVE ZERO TO ACCT-COUNT
           MOVE "N" TO TABLE-DIRTY
           OPEN INPUT ACC-FILE
           PERFORM FOREVER
               READ ACC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO ACCT-COUNT
                       MOVE ACC-RECORD-RAW TO ACCT-REC(ACCT-COUNT)
           END-PERFORM
           CLOSE ACC-FILE.

      * Same backup-then-swap shape as TDPMATURE's own
      * STORE-ACCOUNT-TABLE, skipped entirely when nothing posted.
       STORE-ACCOUNT-TABLE.
           MOVE "N" TO REPLACE-FAILED
           IF TABLE-DIRTY = "Y"
               OPEN OUTPUT TMP-FILE
               PERFORM VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > ACCT-COUNT
                   WRITE TMP-RECORD FROM ACCT-REC(ACCT-IDX)
               END-PERFORM
               CLOSE TMP-FILE
               CALL "SYSTEM" USING "cp accounts.txt accounts.txt.bak"
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO REPLACE-FAILED
               ELSE
                   CALL "SYSTEM" USING "mv temp.txt accounts.txt"
                   IF RETURN-CODE NOT = 0
                       MOVE "Y" TO REPLACE-FAILED
                   END-IF
               END-IF
           END-IF.

       REPLACE-LOAN-FILE.
           MOVE "N" TO LOAN-REWRITE-FAILED
           CALL "SYSTEM" USING "mv loans.tmp loans.txt"
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO LOAN-REWRITE-FAILED
           END-IF.

       SEARCH-ACCOUNT-TABLE.
           MOVE "N" TO ACCT-FOUND
           MOVE ZERO TO ACCT-SLOT
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               IF ACCT-REC(ACCT-IDX)(1:6) IS NUMERIC
                       AND FUNCTION NUMVAL(ACCT-REC(ACCT-IDX)(1:6))
                           = SEARCH-ACCT-NO
                   MOVE "Y" TO ACCT-FOUND
                   MOVE ACCT-IDX TO ACCT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Single pass over loans.txt, the same read-and-rewrite shape
      * SCHEDRUN uses over schedule.txt: every line, serviced or
      * not, is copied through to loans.tmp so the rewrite never
      * loses a loan. A line that does not parse is copied through
      * untouched and reported for the branch.
       SERVICE-ALL-LOANS.
           OPEN INPUT LOAN-FILE
           OPEN OUTPUT LOAN-TMP-FILE
           PERFORM FOREVER
               READ LOAN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PARSE-LOAN-LINE
                       IF LOAN-LINE-OK = "N"
                           MOVE "LOAN LINE UNREADABLE" TO SKIP-REASON
                           PERFORM WRITE-REVIEW-LINE
                       ELSE
                           PERFORM SERVICE-ONE-LOAN
                           PERFORM REBUILD-LOAN-LINE
                       END-IF
                       WRITE LOAN-TMP-RECORD FROM LOAN-RECORD
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE LOAN-TMP-FILE.

       PARSE-LOAN-LINE.
           MOVE "Y" TO LOAN-LINE-OK
           IF LOAN-RECORD(1:6) NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(LOAN-RECORD(7:13)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(LOAN-RECORD(20:7)) NOT = 0
                   OR LOAN-RECORD(27:3) NOT NUMERIC
                   OR LOAN-RECORD(51:6) NOT NUMERIC
               MOVE "N" TO LOAN-LINE-OK
           ELSE
               MOVE LOAN-RECORD(1:6) TO LOAN-ACCOUNT
               MOVE FUNCTION NUMVAL(LOAN-RECORD(7:13))
                   TO LOAN-PRINCIPAL
               MOVE FUNCTION NUMVAL(LOAN-RECORD(20:7)) TO LOAN-RATE
               MOVE LOAN-RECORD(27:3) TO LOAN-TERM
               IF FUNCTION TEST-NUMVAL(LOAN-RECORD(30:13)) = 0
                   MOVE FUNCTION NUMVAL(LOAN-RECORD(30:13))
                       TO LOAN-INSTALLMENT
               ELSE
                   MOVE ZERO TO LOAN-INSTALLMENT
               END-IF
               IF LOAN-RECORD(43:8) IS NUMERIC
                   MOVE LOAN-RECORD(43:8) TO LOAN-NEXT-DUE
               ELSE
                   MOVE ZERO TO LOAN-NEXT-DUE
               END-IF
               MOVE LOAN-RECORD(51:6) TO LOAN-CHK-ACCOUNT
               MOVE LOAN-RECORD(57:1) TO LOAN-STATUS
               IF FUNCTION TEST-NUMVAL(LOAN-RECORD(58:13)) = 0
                   MOVE FUNCTION NUMVAL(LOAN-RECORD(58:13))
                       TO LOAN-OUTSTANDING
               ELSE
                   MOVE ZERO TO LOAN-OUTSTANDING
               END-IF
               IF LOAN-RECORD(71:3) IS NUMERIC
                   MOVE LOAN-RECORD(71:3) TO LOAN-PAID-COUNT
               ELSE
                   MOVE ZERO TO LOAN-PAID-COUNT
               END-IF
               IF LOAN-RECORD(74:2) IS NUMERIC
                   MOVE LOAN-RECORD(74:2) TO LOAN-PAY-DAY
               ELSE
                   MOVE ZERO TO LOAN-PAY-DAY
               END-IF
               IF LOAN-TERM = ZERO OR LOAN-PRINCIPAL = ZERO
                   MOVE "N" TO LOAN-LINE-OK
               END-IF
           END-IF.

      * Writes the serviced loan's fields back over the line that is
      * about to be copied to loans.tmp.
       REBUILD-LOAN-LINE.
           MOVE LOAN-INSTALLMENT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LOAN-RECORD(30:13)
           MOVE LOAN-NEXT-DUE TO LOAN-RECORD(43:8)
           MOVE LOAN-STATUS TO LOAN-RECORD(57:1)
           MOVE LOAN-OUTSTANDING TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LOAN-RECORD(58:13)
           MOVE LOAN-PAID-COUNT TO LOAN-RECORD(71:3)
           MOVE LOAN-PAY-DAY TO LOAN-RECORD(74:2).

      * A loan whose LON row or CHK account cannot be found is left
      * exactly as it is and reported - disbursing into, or
      * collecting from, an account that isn't there would post
      * one leg of a pair with nowhere to put the other.
       SERVICE-ONE-LOAN.
           PERFORM LOCATE-LOAN-ACCOUNTS
           IF SKIP-REASON NOT = SPACES
               PERFORM WRITE-REVIEW-LINE
           ELSE
               EVALUATE LOAN-STATUS
                   WHEN "N"
                       PERFORM DISBURSE-LOAN
                   WHEN "A"
                       PERFORM COLLECT-DUE-INSTALLMENTS
                       PERFORM AGE-ARREARS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOCATE-LOAN-ACCOUNTS.
           MOVE SPACES TO SKIP-REASON
           IF LOAN-STATUS = "P"
               CONTINUE
           ELSE
               MOVE LOAN-ACCOUNT TO SEARCH-ACCT-NO
               PERFORM SEARCH-ACCOUNT-TABLE
               MOVE ACCT-SLOT TO LOAN-SLOT
               IF ACCT-FOUND = "N"
                   MOVE "LON ACCOUNT NOT FOUND" TO SKIP-REASON
               ELSE IF ACCT-REC(LOAN-SLOT)(43:3) NOT = "LON"
                   MOVE "ACCOUNT IS NOT A LON PRODUCT" TO SKIP-REASON
               ELSE IF ACCT-REC(LOAN-SLOT)(23:1) NOT = "O"
                   MOVE "LON ACCOUNT NOT OPEN" TO SKIP-REASON
               ELSE
                   MOVE LOAN-CHK-ACCOUNT TO SEARCH-ACCT-NO
                   PERFORM SEARCH-ACCOUNT-TABLE
                   MOVE ACCT-SLOT TO CHK-SLOT
                   IF ACCT-FOUND = "N"
                           OR LOAN-CHK-ACCOUNT = LOAN-ACCOUNT
                       MOVE "LINKED CHK ACCOUNT NOT FOUND"
                           TO SKIP-REASON
                   ELSE IF ACCT-REC(CHK-SLOT)(43:3) NOT = "CHK"
                       MOVE "LINKED ACCOUNT NOT A CHK" TO SKIP-REASON
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF SKIP-REASON NOT = SPACES
               ADD 1 TO REVIEW-COUNT
           END-IF.

      * Pays the principal out to the CHK account and books the debt
      * on the LON row, then stamps the master with the installment
      * and first due date. A LON row already carrying a balance has
      * been disbursed by hand at some point and is reported rather
      * than paid out a second time.
       DISBURSE-LOAN.
           PERFORM READ-LOAN-ROWS
           IF LOAN-ROW-BALANCE NOT = ZERO
               MOVE "LON ACCOUNT ALREADY HAS A BALANCE" TO SKIP-REASON
               ADD 1 TO REVIEW-COUNT
               PERFORM WRITE-REVIEW-LINE
           ELSE IF ACCT-REC(CHK-SLOT)(23:1) NOT = "O"
               MOVE "LINKED CHK ACCOUNT NOT OPEN" TO SKIP-REASON
               ADD 1 TO REVIEW-COUNT
               PERFORM WRITE-REVIEW-LINE
           ELSE IF CHK-CURRENCY NOT = LOAN-CURRENCY
               MOVE "LINKED CHK IN ANOTHER CURRENCY" TO SKIP-REASON
               ADD 1 TO REVIEW-COUNT
               PERFORM WRITE-REVIEW-LINE
           ELSE
               IF LOAN-INSTALLMENT = ZERO
                   PERFORM COMPUTE-INSTALLMENT
               END-IF

               MOVE LOAN-ROW-BALANCE TO BALANCE-BEFORE
               SUBTRACT LOAN-PRINCIPAL FROM LOAN-ROW-BALANCE
               MOVE LOAN-ROW-BALANCE TO BALANCE-AFTER
               MOVE LOAN-ACCOUNT TO LOG-ACCOUNT
               MOVE "LND" TO LOG-ACTION
               MOVE LOAN-PRINCIPAL TO LOG-AMOUNT
               PERFORM WRITE-LEDGER-ENTRY

               MOVE CHK-BALANCE TO BALANCE-BEFORE
               ADD LOAN-PRINCIPAL TO CHK-BALANCE
                   ON SIZE ERROR
                       MOVE MAX-BALANCE TO CHK-BALANCE
               END-ADD
               MOVE CHK-BALANCE TO BALANCE-AFTER
               MOVE LOAN-CHK-ACCOUNT TO LOG-ACCOUNT
               MOVE "LND" TO LOG-ACTION
               MOVE LOAN-PRINCIPAL TO LOG-AMOUNT
               PERFORM WRITE-LEDGER-ENTRY

               MOVE "LND" TO LOG-ACTION
               PERFORM REWRITE-LOAN-ROWS

               MOVE "A" TO LOAN-STATUS
               MOVE LOAN-PRINCIPAL TO LOAN-OUTSTANDING
               MOVE ZERO TO LOAN-PAID-COUNT
      * No first due date on the master: one month from today, on
      * today's day of the month.
               IF LOAN-NEXT-DUE = ZERO
                   MOVE RUN-DATE TO LOAN-NEXT-DUE
                   IF LOAN-PAY-DAY = ZERO
                       MOVE RUN-DATE(7:2) TO LOAN-PAY-DAY
                   END-IF
                   PERFORM ADVANCE-DUE-DATE
               END-IF
               IF LOAN-PAY-DAY = ZERO
                   MOVE LOAN-NEXT-DUE(7:2) TO LOAN-PAY-DAY
               END-IF
               ADD 1 TO DISBURSED-COUNT
               PERFORM WRITE-DISBURSED-LINE
           END-IF
           END-IF
           END-IF.

      * Level monthly payment on the annuity formula
      *     P * r / (1 - (1 + r) ** -n)
      * with r the annual rate over twelve; an interest-free loan
      * simply splits the principal evenly over the term.
       COMPUTE-INSTALLMENT.
           COMPUTE MONTHLY-RATE = LOAN-RATE / 12
           IF MONTHLY-RATE = ZERO
               COMPUTE LOAN-INSTALLMENT ROUNDED =
                   LOAN-PRINCIPAL / LOAN-TERM
           ELSE
               COMPUTE ANNUITY-FACTOR =
                   1 - ((1 + MONTHLY-RATE) ** (ZERO - LOAN-TERM))
               COMPUTE LOAN-INSTALLMENT ROUNDED =
                   LOAN-PRINCIPAL * MONTHLY-RATE / ANNUITY-FACTOR
                   ON SIZE ERROR
                       MOVE LOAN-PRINCIPAL TO LOAN-INSTALLMENT
               END-COMPUTE
           END-IF.

      * Oldest unpaid installment first, for as long as installments
      * are due and the CHK account can pay them. The first one the
      * account cannot cover stops the loop - a later installment
      * is never taken ahead of an earlier one.
       COLLECT-DUE-INSTALLMENTS.
           PERFORM FOREVER
               IF LOAN-STATUS NOT = "A"
                       OR LOAN-NEXT-DUE = ZERO
                       OR LOAN-NEXT-DUE > RUN-DATE
                   EXIT PERFORM
               END-IF
               PERFORM COLLECT-ONE-INSTALLMENT
               IF COLLECT-OK = "N"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * One month's interest on what is still owed, the rest of the
      * installment off the principal. The final installment (or an
      * installment larger than what is left) takes only the
      * outstanding principal plus its interest.
       COLLECT-ONE-INSTALLMENT.
           MOVE "N" TO COLLECT-OK
           PERFORM READ-LOAN-ROWS
           COMPUTE INTEREST-PART ROUNDED =
               LOAN-OUTSTANDING * LOAN-RATE / 12
           IF LOAN-INSTALLMENT > INTEREST-PART
               COMPUTE PRINCIPAL-PART =
                   LOAN-INSTALLMENT - INTEREST-PART
           ELSE
               MOVE ZERO TO PRINCIPAL-PART
           END-IF
           IF PRINCIPAL-PART > LOAN-OUTSTANDING
                   OR LOAN-PAID-COUNT + 1 >= LOAN-TERM
               MOVE LOAN-OUTSTANDING TO PRINCIPAL-PART
           END-IF
           COMPUTE COLLECT-AMOUNT = INTEREST-PART + PRINCIPAL-PART
           COMPUTE CHK-AVAILABLE =
               CHK-BALANCE - CHK-HOLD + CHK-OD-LIMIT
           IF ACCT-REC(CHK-SLOT)(23:1) NOT = "O"
               MOVE "LINKED CHK ACCOUNT NOT OPEN" TO SKIP-REASON
               PERFORM WRITE-MISSED-LINE
           ELSE IF CHK-CURRENCY NOT = LOAN-CURRENCY
               MOVE "LINKED CHK IN ANOTHER CURRENCY" TO SKIP-REASON
               PERFORM WRITE-MISSED-LINE
           ELSE IF COLLECT-AMOUNT > CHK-AVAILABLE
               MOVE "INSUFFICIENT FUNDS IN CHK" TO SKIP-REASON
               PERFORM WRITE-MISSED-LINE
           ELSE
               PERFORM POST-INSTALLMENT
               MOVE "Y" TO COLLECT-OK
           END-IF
           END-IF
           END-IF.

      * Three ledger entries per installment: LNI and LNP off the
      * CHK account (so its statement shows the split), and the LNP
      * credit that brings the LON row's debt down by the principal
      * part.
       POST-INSTALLMENT.
           IF INTEREST-PART > ZERO
               MOVE CHK-BALANCE TO BALANCE-BEFORE
               SUBTRACT INTEREST-PART FROM CHK-BALANCE
               MOVE CHK-BALANCE TO BALANCE-AFTER
               MOVE LOAN-CHK-ACCOUNT TO LOG-ACCOUNT
               MOVE "LNI" TO LOG-ACTION
               MOVE INTEREST-PART TO LOG-AMOUNT
               PERFORM WRITE-LEDGER-ENTRY
           END-IF
           IF PRINCIPAL-PART > ZERO
               MOVE CHK-BALANCE TO BALANCE-BEFORE
               SUBTRACT PRINCIPAL-PART FROM CHK-BALANCE
               MOVE CHK-BALANCE TO BALANCE-AFTER
               MOVE LOAN-CHK-ACCOUNT TO LOG-ACCOUNT
               MOVE "LNP" TO LOG-ACTION
               MOVE PRINCIPAL-PART TO LOG-AMOUNT
               PERFORM WRITE-LEDGER-ENTRY

               MOVE LOAN-ROW-BALANCE TO BALANCE-BEFORE
               ADD PRINCIPAL-PART TO LOAN-ROW-BALANCE
               MOVE LOAN-ROW-BALANCE TO BALANCE-AFTER
               MOVE LOAN-ACCOUNT TO LOG-ACCOUNT
               MOVE "LNP" TO LOG-ACTION
               MOVE PRINCIPAL-PART TO LOG-AMOUNT
               PERFORM WRITE-LEDGER-ENTRY
           END-IF

           SUBTRACT PRINCIPAL-PART FROM LOAN-OUTSTANDING
           ADD 1 TO LOAN-PAID-COUNT
           ADD 1 TO COLLECTED-COUNT
           ADD INTEREST-PART TO INTEREST-TOTAL
           ADD PRINCIPAL-PART TO PRINCIPAL-TOTAL
           PERFORM WRITE-COLLECTED-LINE
      * Paid off: the LON row is closed (its balance is back to
      * zero) and the master stops asking for installments.
           IF LOAN-OUTSTANDING = ZERO
               MOVE "P" TO LOAN-STATUS
               MOVE ZERO TO LOAN-NEXT-DUE
               MOVE "C" TO ACCT-REC(LOAN-SLOT)(23:1)
               ADD 1 TO PAID-OFF-COUNT
               PERFORM WRITE-PAID-OFF-LINE
           ELSE
               PERFORM ADVANCE-DUE-DATE
           END-IF
           MOVE "LNP" TO LOG-ACTION
           PERFORM REWRITE-LOAN-ROWS.

       READ-LOAN-ROWS.
           MOVE FUNCTION NUMVAL(ACCT-REC(LOAN-SLOT)(10:13))
               TO LOAN-ROW-BALANCE
           MOVE FUNCTION NUMVAL(ACCT-REC(CHK-SLOT)(10:13))
               TO CHK-BALANCE
           MOVE FUNCTION NUMVAL(ACCT-REC(CHK-SLOT)(24:13))
               TO CHK-HOLD
           IF ACCT-REC(CHK-SLOT)(73:13) = SPACES
               MOVE ZERO TO CHK-OD-LIMIT
           ELSE
               MOVE FUNCTION NUMVAL(ACCT-REC(CHK-SLOT)(73:13))
                   TO CHK-OD-LIMIT
           END-IF
           MOVE ACCT-REC(LOAN-SLOT)(86:3) TO LOAN-CURRENCY
           IF LOAN-CURRENCY = SPACES
               MOVE "RAI" TO LOAN-CURRENCY
           END-IF
           MOVE ACCT-REC(CHK-SLOT)(86:3) TO CHK-CURRENCY
           IF CHK-CURRENCY = SPACES
               MOVE "RAI" TO CHK-CURRENCY
           END-IF.

      * Writes both balances back into their own table slots, with
      * the last action stamped in 7-9 the way every posting path
      * leaves it.
       REWRITE-LOAN-ROWS.
           MOVE LOAN-ROW-BALANCE TO BALANCE-TO-FORMAT
           PERFORM FORMAT-BALANCE-FIELD
           MOVE BALANCE-FIELD-TEXT TO ACCT-REC(LOAN-SLOT)(10:13)
           MOVE LOG-ACTION TO ACCT-REC(LOAN-SLOT)(7:3)
           MOVE CHK-BALANCE TO BALANCE-TO-FORMAT
           PERFORM FORMAT-BALANCE-FIELD
           MOVE BALANCE-FIELD-TEXT TO ACCT-REC(CHK-SLOT)(10:13)
           MOVE LOG-ACTION TO ACCT-REC(CHK-SLOT)(7:3)
           MOVE "Y" TO TABLE-DIRTY.

       ADVANCE-DUE-DATE.
           MOVE LOAN-NEXT-DUE TO DUE-WORK
           MOVE DUE-WORK(1:4) TO DUE-YEAR
           MOVE DUE-WORK(5:2) TO DUE-MONTH
           IF DUE-MONTH = 12
               ADD 1 TO DUE-YEAR
               MOVE 1 TO DUE-MONTH
           ELSE
               ADD 1 TO DUE-MONTH
           END-IF
           MOVE LOAN-PAY-DAY TO DUE-DAY
           IF DUE-DAY = ZERO
               MOVE DUE-WORK(7:2) TO DUE-DAY
           END-IF
           PERFORM FIND-MONTH-LAST-DAY
           IF DUE-DAY > MONTH-LAST(7:2)
               MOVE MONTH-LAST(7:2) TO DUE-DAY
           END-IF
           MOVE DUE-YEAR TO DUE-WORK(1:4)
           MOVE DUE-MONTH TO DUE-WORK(5:2)
           MOVE DUE-DAY TO DUE-WORK(7:2)
           MOVE DUE-WORK TO LOAN-NEXT-DUE.

      * The month's last day is the day before the first of the
      * following month - the same arithmetic BANKING's
      * FIND-LAST-BUSINESS-DAY-OF-MONTH starts from.
       FIND-MONTH-LAST-DAY.
           MOVE DUE-YEAR TO MONTH-FIRST(1:4)
           MOVE DUE-MONTH TO MONTH-FIRST(5:2)
           MOVE 01 TO MONTH-FIRST(7:2)
           IF DUE-MONTH = 12
               COMPUTE MONTH-FIRST = MONTH-FIRST + 10000 - 1100
           ELSE
               ADD 100 TO MONTH-FIRST
           END-IF
           COMPUTE MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(MONTH-FIRST) - 1
           COMPUTE MONTH-LAST = FUNCTION DATE-OF-INTEGER(MONTH-END-INT).

      * A loan still behind after collection: its oldest unpaid due
      * date sets the age, and every due date from there up to
      * today counts as one installment in arrears.
       AGE-ARREARS.
           IF LOAN-STATUS = "A" AND LOAN-NEXT-DUE NOT = ZERO
                   AND LOAN-NEXT-DUE <= RUN-DATE
               ADD 1 TO MISSED-COUNT
               COMPUTE DAYS-PAST-DUE = RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(LOAN-NEXT-DUE)
               PERFORM COUNT-OVERDUE-INSTALLMENTS
               COMPUTE OVERDUE-AMOUNT =
                   LOAN-INSTALLMENT * OVERDUE-COUNT
                   ON SIZE ERROR
                       MOVE MAX-BALANCE TO OVERDUE-AMOUNT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN DAYS-PAST-DUE >= 90
                       MOVE "90+" TO AGING-BUCKET
                       ADD 1 TO BUCKET-90-COUNT
                       ADD OVERDUE-AMOUNT TO BUCKET-90-AMOUNT
                   WHEN DAYS-PAST-DUE >= 60
                       MOVE "60" TO AGING-BUCKET
                       ADD 1 TO BUCKET-60-COUNT
                       ADD OVERDUE-AMOUNT TO BUCKET-60-AMOUNT
                   WHEN DAYS-PAST-DUE >= 30
                       MOVE "30" TO AGING-BUCKET
                       ADD 1 TO BUCKET-30-COUNT
                       ADD OVERDUE-AMOUNT TO BUCKET-30-AMOUNT
                   WHEN OTHER
                       MOVE "1-29" TO AGING-BUCKET
                       ADD 1 TO BUCKET-1-COUNT
                       ADD OVERDUE-AMOUNT TO BUCKET-1-AMOUNT
               END-EVALUATE
               PERFORM WRITE-ARREARS-LINE
           END-IF.

      * Steps the due date forward a month at a time from the oldest
      * unpaid one, then puts the oldest back for the rewrite of the
      * master. Never counts past the installments actually left on
      * the term.
       COUNT-OVERDUE-INSTALLMENTS.
           MOVE ZERO TO OVERDUE-COUNT
           MOVE LOAN-NEXT-DUE TO OLDEST-DUE
           PERFORM FOREVER
               IF LOAN-NEXT-DUE > RUN-DATE
                       OR LOAN-PAID-COUNT + OVERDUE-COUNT >= LOAN-TERM
                   EXIT PERFORM
               END-IF
               ADD 1 TO OVERDUE-COUNT
               PERFORM ADVANCE-DUE-DATE
           END-PERFORM
           MOVE OLDEST-DUE TO LOAN-NEXT-DUE.

      * Same fixed-width ledger line LOG-TRANSACTION writes (see the
      * field positions there), appended under the same lock.
       WRITE-LEDGER-ENTRY.
           PERFORM NEXT-LOG-SEQ
           MOVE LOG-AMOUNT TO LOG-AMOUNT-OUT
           MOVE SPACES TO TXN-LOG-RECORD
           MOVE LOG-SEQ-NO TO TXN-LOG-RECORD(1:10)
           MOVE RUN-DATE TO TXN-LOG-RECORD(11:8)
           MOVE LOG-ACCOUNT TO TXN-LOG-RECORD(19:6)
           MOVE LOG-ACTION TO TXN-LOG-RECORD(25:3)
           MOVE LOG-AMOUNT-OUT TO TXN-LOG-RECORD(28:13)
           MOVE BALANCE-BEFORE TO BALANCE-TO-FORMAT
           PERFORM FORMAT-BALANCE-FIELD
           MOVE BALANCE-FIELD-TEXT TO TXN-LOG-RECORD(41:13)
           MOVE BALANCE-AFTER TO BALANCE-TO-FORMAT
           PERFORM FORMAT-BALANCE-FIELD
           MOVE BALANCE-FIELD-TEXT TO TXN-LOG-RECORD(54:13)
           MOVE ZEROES TO TXN-LOG-RECORD(67:10)
           MOVE "SYSTEM" TO TXN-LOG-RECORD(77:8)
           MOVE "L" TO TXN-LOG-RECORD(85:1)
           MOVE LOAN-CURRENCY TO TXN-LOG-RECORD(101:3)
           MOVE LOG-FX-RATE-OUT TO TXN-LOG-RECORD(104:16)
           OPEN EXTEND TXN-LOG-FILE
           WRITE TXN-LOG-RECORD
           CLOSE TXN-LOG-FILE.

      * Renders one signed balance amount into the 13-byte fixed
      * field form, exactly as BANKING's own FORMAT-BALANCE-FIELD
      * does.
       FORMAT-BALANCE-FIELD.
           IF BALANCE-TO-FORMAT < ZERO
               MOVE BALANCE-TO-FORMAT TO SIGNED-AMOUNT
               MOVE SIGNED-AMOUNT TO BALANCE-FIELD-TEXT
           ELSE
               MOVE BALANCE-TO-FORMAT TO FORMATTED-AMOUNT
               MOVE FORMATTED-AMOUNT TO BALANCE-FIELD-TEXT
           END-IF.

       NEXT-LOG-SEQ.
           MOVE ZERO TO LOG-SEQ-NO
           OPEN INPUT TXN-SEQ-FILE
           READ TXN-SEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TXN-SEQ-RECORD TO LOG-SEQ-NO
           END-READ
           CLOSE TXN-SEQ-FILE
           ADD 1 TO LOG-SEQ-NO
           MOVE LOG-SEQ-NO TO TXN-SEQ-RECORD
           OPEN OUTPUT TXN-SEQ-FILE
           WRITE TXN-SEQ-RECORD
           CLOSE TXN-SEQ-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "LOAN SERVICING REPORT - " DELIMITED SIZE
                  RUN-DATE DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "LOAN   CHK    INTEREST      PRINCIPAL     RESULT"
                  DELIMITED SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO ARREARS-RECORD
           STRING "LOAN DELINQUENCY REPORT - " DELIMITED SIZE
                  RUN-DATE DELIMITED SIZE
                  INTO ARREARS-RECORD
           WRITE ARREARS-RECORD
           MOVE SPACES TO ARREARS-RECORD
           WRITE ARREARS-RECORD
           MOVE SPACES TO ARREARS-RECORD
           STRING "LOAN   CHK    OLDEST-DUE DAYS  INST  OVERDUE"
                  DELIMITED SIZE
                  "       BUCKET" DELIMITED SIZE
                  INTO ARREARS-RECORD
           WRITE ARREARS-RECORD.

       WRITE-DISBURSED-LINE.
           MOVE LOAN-PRINCIPAL TO PRINT-AMOUNT
           MOVE LOAN-INSTALLMENT TO PRINT-AMOUNT-2
           MOVE SPACES TO REPORT-RECORD
           STRING LOAN-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  LOAN-CHK-ACCOUNT DELIMITED SIZE
                  " DISBURSED " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-AMOUNT) DELIMITED SIZE
                  " - INSTALLMENT " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-AMOUNT-2) DELIMITED SIZE
                  " FIRST DUE " DELIMITED SIZE
                  LOAN-NEXT-DUE DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-COLLECTED-LINE.
           MOVE INTEREST-PART TO PRINT-AMOUNT
           MOVE PRINCIPAL-PART TO PRINT-AMOUNT-2
           MOVE SPACES TO REPORT-RECORD
           STRING LOAN-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  LOAN-CHK-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-AMOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-AMOUNT-2 DELIMITED SIZE
                  " PAID - DUE " DELIMITED SIZE
                  LOAN-NEXT-DUE DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-PAID-OFF-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING LOAN-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  LOAN-CHK-ACCOUNT DELIMITED SIZE
                  " LOAN PAID OFF - LON ACCOUNT CLOSED"
                      DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-MISSED-LINE.
           MOVE COLLECT-AMOUNT TO PRINT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING LOAN-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  LOAN-CHK-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-AMOUNT) DELIMITED SIZE
                  " DUE " DELIMITED SIZE
                  LOAN-NEXT-DUE DELIMITED SIZE
                  " UNPAID - " DELIMITED SIZE
                  FUNCTION TRIM(SKIP-REASON) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REVIEW-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING LOAN-RECORD(1:6) DELIMITED SIZE
                  " " DELIMITED SIZE
                  LOAN-RECORD(51:6) DELIMITED SIZE
                  " NOT SERVICED - " DELIMITED SIZE
                  FUNCTION TRIM(SKIP-REASON) DELIMITED SIZE
                  ", REVIEW" DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-ARREARS-LINE.
           MOVE DAYS-PAST-DUE TO PRINT-DAYS
           MOVE OVERDUE-COUNT TO PRINT-OVERDUE
           MOVE OVERDUE-AMOUNT TO PRINT-AMOUNT
           MOVE SPACES TO ARREARS-RECORD
           STRING LOAN-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  LOAN-CHK-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  LOAN-NEXT-DUE DELIMITED SIZE
                  "   " DELIMITED SIZE
                  PRINT-DAYS DELIMITED SIZE
                  "  " DELIMITED SIZE
                  PRINT-OVERDUE DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-AMOUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  AGING-BUCKET DELIMITED SIZE
                  INTO ARREARS-RECORD
           WRITE ARREARS-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE DISBURSED-COUNT TO REPORT-COUNT-1
           MOVE COLLECTED-COUNT TO REPORT-COUNT-2
           MOVE PAID-OFF-COUNT TO REPORT-COUNT-3
           MOVE REVIEW-COUNT TO REPORT-COUNT-4
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "DISBURSED: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-COUNT-1) DELIMITED SIZE
                  "   INSTALLMENTS: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-COUNT-2) DELIMITED SIZE
                  "   PAID OFF: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-COUNT-3) DELIMITED SIZE
                  "   REVIEW: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-COUNT-4) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE INTEREST-TOTAL TO PRINT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "INTEREST COLLECTED:  " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-TOTAL) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PRINCIPAL-TOTAL TO PRINT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "PRINCIPAL COLLECTED: " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-TOTAL) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO ARREARS-RECORD
           WRITE ARREARS-RECORD
           MOVE BUCKET-1-COUNT TO REPORT-COUNT-1
           MOVE BUCKET-1-AMOUNT TO PRINT-TOTAL
           MOVE "1-29" TO AGING-BUCKET
           PERFORM WRITE-BUCKET-TOTAL
           MOVE BUCKET-30-COUNT TO REPORT-COUNT-1
           MOVE BUCKET-30-AMOUNT TO PRINT-TOTAL
           MOVE "30" TO AGING-BUCKET
           PERFORM WRITE-BUCKET-TOTAL
           MOVE BUCKET-60-COUNT TO REPORT-COUNT-1
           MOVE BUCKET-60-AMOUNT TO PRINT-TOTAL
           MOVE "60" TO AGING-BUCKET
           PERFORM WRITE-BUCKET-TOTAL
           MOVE BUCKET-90-COUNT TO REPORT-COUNT-1
           MOVE BUCKET-90-AMOUNT TO PRINT-TOTAL
           MOVE "90+" TO AGING-BUCKET
           PERFORM WRITE-BUCKET-TOTAL
           MOVE MISSED-COUNT TO REPORT-COUNT-1
           MOVE SPACES TO ARREARS-RECORD
           STRING "LOANS IN ARREARS: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-COUNT-1) DELIMITED SIZE
                  INTO ARREARS-RECORD
           WRITE ARREARS-RECORD.

       WRITE-BUCKET-TOTAL.
           MOVE SPACES TO ARREARS-RECORD
           STRING "BUCKET " DELIMITED SIZE
                  AGING-BUCKET DELIMITED SIZE
                  " LOANS: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-COUNT-1) DELIMITED SIZE
                  "   OVERDUE: " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-TOTAL) DELIMITED SIZE
                  INTO ARREARS-RECORD
           WRITE ARREARS-RECORD.

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
