      * archive_threshold.txt, schedule.txt, customers.txt, and the
      * newer feeschedule.txt, tdpterms.txt, debitrate.txt,
      * settlement_account.txt, aggregate_threshold.txt,
      * dormancy.txt and holidays.txt, plus withholding_rate.txt
      * and acctrel.txt, insured_limit.txt, sweeps.txt,
      * card_hold_days.txt, operators.txt, cashdiff_account.txt,
      * purge_retention.txt, notify_days.txt, businessdate.txt,
      * loans.txt and fxreval.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO DYNAMIC CTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "preflight_report.txt"
       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

      * Every control file here is line oriented and at most 84
      * bytes wide; the per-file checks substring what they need,
      * the same positional addressing the loaders use.
       FD CTL-FILE.
       01 CTL-RECORD            PIC X(84).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).
       77 KEY-DUPLICATE          PIC X VALUE "N".
       77 KEY-CHECK              PIC X(13).

      * Currencies fxrates.txt carries a usable rate for, kept from
      * CHECK-FX-FILE so the files that name a currency can be held
      * to it.
       01 FX-CODE-TABLE.
           05 FX-GOOD-CODE OCCURS 100 TIMES PIC X(3).
       77 FX-CODE-COUNT          PIC 9(3) VALUE ZERO.
       77 FX-CODE-IDX            PIC 9(3).
       77 FX-CODE-FOUND          PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM CHECK-RATES-FILE
           PERFORM CHECK-PRODUCTS-FILE
           PERFORM CHECK-FX-FILE
           PERFORM CHECK-FXREVAL-FILE
           PERFORM CHECK-MINBAL-FILE
           PERFORM CHECK-APPROVAL-THRESHOLD-FILE
           PERFORM CHECK-WATCH-THRESHOLD-FILE
           PERFORM CHECK-INSURED-LIMIT-FILE
           PERFORM CHECK-ARCHIVE-THRESHOLD-FILE
           PERFORM CHECK-SCHEDULE-FILE
           PERFORM CHECK-LOANS-FILE
           PERFORM CHECK-SWEEPS-FILE
           PERFORM CHECK-CARD-HOLD-DAYS-FILE
           PERFORM CHECK-OPERATORS-FILE
           PERFORM CHECK-CUSTOMERS-FILE
           PERFORM CHECK-RELATIONSHIP-FILE
           PERFORM CHECK-FEE-SCHEDULE-FILE
           PERFORM CHECK-TDP-TERMS-FILE
           PERFORM CHECK-DEBIT-RATE-FILE
           PERFORM CHECK-WHT-RATE-FILE
           PERFORM CHECK-SETTLEMENT-FILE
           PERFORM CHECK-CASHDIFF-FILE
           PERFORM CHECK-AGG-THRESHOLD-FILE
           PERFORM CHECK-DORMANCY-FILE
           PERFORM CHECK-PURGE-RETENTION-FILE
           PERFORM CHECK-NOTIFY-DAYS-FILE
           PERFORM CHECK-HOLIDAYS-FILE
           PERFORM CHECK-BUSINESS-DATE-FILE
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           MOVE ERROR-COUNT TO REPORT-ERROR-COUNT
                               MOVE "FX RATE NOT POSITIVE"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           ELSE IF CTL-RECORD(1:3) NOT = SPACES
                                   AND FX-CODE-COUNT < 100
                               ADD 1 TO FX-CODE-COUNT
                               MOVE CTL-RECORD(1:3)
                                   TO FX-GOOD-CODE(FX-CODE-COUNT)
                           END-IF
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

      * ------------------------------------------------------------
      * fxreval.txt: 1-3 currency, 4-11 date revalued, then the
      * position and Rai value before (12-27, 28-43) and after
      * (44-59, 60-75) that revaluation. GLEXPORT values each line's
      * currency off fxrates.txt, so a currency with no usable rate
      * there could never be revalued; a line it cannot read back
      * would book a month-end against a zero carried position.
       CHECK-FXREVAL-FILE.
           MOVE "fxreval.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       MOVE "N" TO FX-CODE-FOUND
                       PERFORM VARYING FX-CODE-IDX FROM 1 BY 1
                               UNTIL FX-CODE-IDX > FX-CODE-COUNT
                           IF FX-GOOD-CODE(FX-CODE-IDX)
                                   = CTL-RECORD(1:3)
                               MOVE "Y" TO FX-CODE-FOUND
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF FX-CODE-FOUND = "N"
                           MOVE "CURRENCY HAS NO RATE IN FXRATES.TXT"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE
                           MOVE SPACES TO KEY-CHECK
                           MOVE CTL-RECORD(1:3) TO KEY-CHECK(1:3)
                           PERFORM CHECK-DUPLICATE-KEY
                           IF KEY-DUPLICATE = "Y"
                               MOVE "DUPLICATE CURRENCY CODE"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           END-IF
                       END-IF
                       IF CTL-RECORD(4:8) IS NOT NUMERIC
                           MOVE "MALFORMED REVALUATION DATE"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE IF FUNCTION TEST-DATE-YYYYMMDD(
                               FUNCTION NUMVAL(CTL-RECORD(4:8))) NOT = 0
                           MOVE "MALFORMED REVALUATION DATE"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
                       END-IF
                       IF FUNCTION TEST-NUMVAL(
                                   CTL-RECORD(12:16)) NOT = 0
                               OR FUNCTION TEST-NUMVAL(
                                   CTL-RECORD(28:16)) NOT = 0
                               OR FUNCTION TEST-NUMVAL(
                                   CTL-RECORD(44:16)) NOT = 0
                               OR FUNCTION TEST-NUMVAL(
                                   CTL-RECORD(60:16)) NOT = 0
                           MOVE "MALFORMED CARRIED POSITION"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

           MOVE "watch_threshold.txt" TO CTL-FILE-NAME
           PERFORM CHECK-ONE-AMOUNT-FILE.

      * insured_limit.txt (INSCOVER): the insured amount per
      * depositor per ownership category. Zero would report every
      * deposit uninsured, so unlike the other knobs it must be
      * positive.
       CHECK-INSURED-LIMIT-FILE.
           MOVE "insured_limit.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       IF FUNCTION TEST-NUMVAL(CTL-RECORD(1:13))
                               NOT = 0
                           MOVE "MALFORMED INSURED LIMIT"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE
                           MOVE FUNCTION NUMVAL(CTL-RECORD(1:13))
                               TO WORK-AMOUNT
                           IF WORK-AMOUNT NOT > ZERO
                               MOVE "INSURED LIMIT NOT POSITIVE"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           END-IF
                       END-IF
                       IF CTL-LINE-NO > 1
                           MOVE "MORE THAN ONE LINE" TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

       CHECK-ARCHIVE-THRESHOLD-FILE.
           MOVE "archive_threshold.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           END-PERFORM
           CLOSE CTL-FILE.

      * purge_retention.txt (ACCTPURGE): days an account must have
      * been closed before it may leave accounts.txt. Zero would purge
      * an account the day it closes, before its last statement.
       CHECK-PURGE-RETENTION-FILE.
           MOVE "purge_retention.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       IF FUNCTION TEST-NUMVAL(CTL-RECORD(1:5))
                               NOT = 0
                           MOVE "MALFORMED RETENTION DAYS"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE IF FUNCTION NUMVAL(CTL-RECORD(1:5))
                               NOT > 0
                           MOVE "RETENTION DAYS MUST BE POSITIVE"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

      * notify_days.txt (CUSTNOTIFY): 1-5 days ahead of a maturity
      * and 6-10 days ahead of the dormancy freeze the customer is
      * told. Either may be left blank for its default.
       CHECK-NOTIFY-DAYS-FILE.
           MOVE "notify_days.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       IF CTL-RECORD(1:5) NOT = SPACES
                               AND FUNCTION TEST-NUMVAL(CTL-RECORD(1:5))
                                   NOT = 0
                           MOVE "MALFORMED MATURITY NOTICE DAYS"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
                       IF CTL-RECORD(6:5) NOT = SPACES
                               AND FUNCTION TEST-NUMVAL(CTL-RECORD(6:5))
                                   NOT = 0
                           MOVE "MALFORMED DORMANCY NOTICE DAYS"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

      * card_hold_days.txt (CARDAUTH): days an approved card hold
      * stays before the EXPIRE run releases it.
       CHECK-CARD-HOLD-DAYS-FILE.
           MOVE "card_hold_days.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       IF FUNCTION TEST-NUMVAL(CTL-RECORD(1:5))
                               NOT = 0
                           MOVE "MALFORMED DAY THRESHOLD"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

      * operators.txt (OPERMAINT): R role / O operator / L limit
      * lines. A key listed twice means BANKING's teller sign-on
      * reads whichever comes first; a status other than A or D
      * leaves the operator unable to sign on at all.
       CHECK-OPERATORS-FILE.
           MOVE "operators.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       MOVE SPACES TO KEY-CHECK
                       EVALUATE CTL-RECORD(1:1)
                           WHEN "R"
                               MOVE CTL-RECORD(1:9) TO KEY-CHECK
                           WHEN "O"
                               MOVE CTL-RECORD(1:9) TO KEY-CHECK
                               IF CTL-RECORD(18:1) NOT = "A"
                                       AND CTL-RECORD(18:1) NOT = "D"
                                   MOVE "UNKNOWN OPERATOR STATUS"
                                       TO PROBLEM-TEXT
                                   PERFORM REPORT-BAD-LINE
                               END-IF
                           WHEN "L"
                               MOVE CTL-RECORD(1:12) TO KEY-CHECK
                               IF FUNCTION TEST-NUMVAL(
                                       CTL-RECORD(13:13)) NOT = 0
                                   MOVE "MALFORMED LIMIT AMOUNT"
                                       TO PROBLEM-TEXT
                                   PERFORM REPORT-BAD-LINE
                               END-IF
                           WHEN OTHER
                               MOVE "UNKNOWN LINE KIND"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                       END-EVALUATE
                       IF KEY-CHECK NOT = SPACES
                           PERFORM CHECK-DUPLICATE-KEY
                           IF KEY-DUPLICATE = "Y"
                               MOVE "DUPLICATE OPERATOR LINE"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

       CHECK-DEBIT-RATE-FILE.
           MOVE "debitrate.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           END-PERFORM
           CLOSE CTL-FILE.

      * withholding_rate.txt: the standard withholding-tax rate on
      * credit interest, 1-7 9V99999, same shape as debitrate.txt.
       CHECK-WHT-RATE-FILE.
           MOVE "withholding_rate.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       PERFORM CHECK-RATE-FIELD-1
           END-PERFORM
           CLOSE CTL-FILE.

       CHECK-RATE-FIELD-1.
           IF FUNCTION TEST-NUMVAL(CTL-RECORD(1:7)) NOT = 0
               MOVE "MALFORMED RATE" TO PROBLEM-TEXT
           END-PERFORM
           CLOSE CTL-FILE.

      * TILLBAL's cash-difference account, the same single-line
      * shape as settlement_account.txt.
       CHECK-CASHDIFF-FILE.
           MOVE "cashdiff_account.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       IF CTL-RECORD(1:6) IS NOT NUMERIC
                           MOVE "MALFORMED ACCOUNT NUMBER"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

       CHECK-AGG-THRESHOLD-FILE.
           MOVE "aggregate_threshold.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           END-PERFORM
           CLOSE CTL-FILE.

      * ------------------------------------------------------------
      * loans.txt: 1-6 loan account and 51-56 the CHK account the
      * installment comes from, both 6 digits (the loan account
      * unique); 7-19 principal positive; 20-26 annual rate under
      * 1.00000; 27-29 term above zero; 43-50 next due date a real
      * date, or blank/zero before disbursement and after payoff;
      * 57 status N, A or P. LOANSVC skips a line it cannot parse,
      * so a bad one here is a loan that silently stops servicing.
       CHECK-LOANS-FILE.
           MOVE "loans.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       IF CTL-RECORD(1:6) IS NOT NUMERIC
                               OR CTL-RECORD(51:6) IS NOT NUMERIC
                           MOVE "MALFORMED LOAN/LINKED ACCOUNT"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE
                           MOVE SPACES TO KEY-CHECK
                           MOVE CTL-RECORD(1:6) TO KEY-CHECK(1:6)
                           PERFORM CHECK-DUPLICATE-KEY
                           IF KEY-DUPLICATE = "Y"
                               MOVE "DUPLICATE LOAN ACCOUNT"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           END-IF
                       END-IF
                       IF FUNCTION TEST-NUMVAL(CTL-RECORD(7:13))
                               NOT = 0
                           MOVE "MALFORMED PRINCIPAL" TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE
                           MOVE FUNCTION NUMVAL(CTL-RECORD(7:13))
                               TO WORK-AMOUNT
                           IF WORK-AMOUNT <= ZERO
                               MOVE "PRINCIPAL NOT POSITIVE"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           END-IF
                       END-IF
                       IF FUNCTION TEST-NUMVAL(CTL-RECORD(20:7))
                               NOT = 0
                           MOVE "MALFORMED RATE" TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE
                           MOVE FUNCTION NUMVAL(CTL-RECORD(20:7))
                               TO WORK-RATE
                           IF WORK-RATE >= 1
                               MOVE "RATE OUT OF RANGE (>= 100 PCT)"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           END-IF
                       END-IF
                       IF CTL-RECORD(27:3) IS NOT NUMERIC
                           MOVE "MALFORMED TERM" TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE IF CTL-RECORD(27:3) = "000"
                           MOVE "TERM NOT POSITIVE" TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
                       END-IF
                       IF CTL-RECORD(43:8) NOT = SPACES
                               AND CTL-RECORD(43:8) NOT = ZEROES
                           IF CTL-RECORD(43:8) IS NOT NUMERIC
                               MOVE "MALFORMED NEXT DUE DATE"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(CTL-RECORD(43:8)))
                                   NOT = 0
                               MOVE "MALFORMED NEXT DUE DATE"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           END-IF
                           END-IF
                       END-IF
                       IF CTL-RECORD(57:1) NOT = "N"
                               AND CTL-RECORD(57:1) NOT = "A"
                               AND CTL-RECORD(57:1) NOT = "P"
                           MOVE "UNKNOWN LOAN STATUS" TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

      * ------------------------------------------------------------
      * customers.txt: 1-6 id (unique - the duplicate id is how two
      * accounts got linked to the wrong person), 7-36 name, 57
      * withholding-tax status (blank, T taxable or E exempt), 58-64
      * the customer's own withholding rate (blank = standard).
       CHECK-CUSTOMERS-FILE.
           MOVE "customers.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
                           MOVE "BLANK NAME" TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
                       IF CTL-RECORD(57:1) NOT = SPACE
                               AND CTL-RECORD(57:1) NOT = "T"
                               AND CTL-RECORD(57:1) NOT = "E"
                           MOVE "UNKNOWN TAX STATUS" TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
                       IF CTL-RECORD(58:7) NOT = SPACES
                           IF FUNCTION TEST-NUMVAL(CTL-RECORD(58:7))
                                   NOT = 0
                               MOVE "MALFORMED WITHHOLDING RATE"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           ELSE
                               MOVE FUNCTION NUMVAL(CTL-RECORD(58:7))
                                   TO WORK-RATE
                               IF WORK-RATE >= 1
                                   MOVE "RATE OUT OF RANGE (>= 100 PCT)"
                                       TO PROBLEM-TEXT
                                   PERFORM REPORT-BAD-LINE
                               END-IF
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

      * ------------------------------------------------------------
      * sweeps.txt (SWEEPRUN): 1-6 source, 7-12 destination, 13 type
      * T/O, 14-26 target or floor, 27-39 minimum sweep. A sweep
      * from an account into itself moves nothing and is a typo.
       CHECK-SWEEPS-FILE.
           MOVE "sweeps.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       IF CTL-RECORD(1:6) IS NOT NUMERIC
                               OR CTL-RECORD(7:6) IS NOT NUMERIC
                           MOVE "MALFORMED ACCOUNT NUMBER"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE IF CTL-RECORD(1:6) = CTL-RECORD(7:6)
                           MOVE "SOURCE AND DESTINATION ARE THE SAME"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
                       END-IF
                       IF CTL-RECORD(13:1) NOT = "T"
                               AND CTL-RECORD(13:1) NOT = "O"
                           MOVE "UNKNOWN SWEEP TYPE" TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
                       IF FUNCTION TEST-NUMVAL(CTL-RECORD(14:13))
                               NOT = 0
                           MOVE "MALFORMED TARGET/FLOOR AMOUNT"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
                       IF CTL-RECORD(27:13) NOT = SPACES
                               AND FUNCTION TEST-NUMVAL(
                                   CTL-RECORD(27:13)) NOT = 0
                           MOVE "MALFORMED MINIMUM SWEEP"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

      * ------------------------------------------------------------
      * acctrel.txt (RELMAINT): 1-6 account, 7-12 customer id, 13
      * role P/J/S/A. One line per account-and-customer pair - a
      * pair listed twice gives the customer two roles at once.
       CHECK-RELATIONSHIP-FILE.
           MOVE "acctrel.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       IF CTL-RECORD(1:6) IS NOT NUMERIC
                           MOVE "MALFORMED ACCOUNT NUMBER"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE IF CTL-RECORD(7:6) IS NOT NUMERIC
                           MOVE "MALFORMED CUSTOMER ID"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE
                           MOVE SPACES TO KEY-CHECK
                           MOVE CTL-RECORD(1:12) TO KEY-CHECK(1:12)
                           PERFORM CHECK-DUPLICATE-KEY
                           IF KEY-DUPLICATE = "Y"
                               MOVE "DUPLICATE ACCOUNT/CUSTOMER PAIR"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           END-IF
                       END-IF
                       END-IF
                       IF CTL-RECORD(13:1) NOT = "P"
                               AND CTL-RECORD(13:1) NOT = "J"
                               AND CTL-RECORD(13:1) NOT = "S"
                               AND CTL-RECORD(13:1) NOT = "A"
                           MOVE "UNKNOWN ROLE" TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

           END-PERFORM
           CLOSE CTL-FILE.

      * ------------------------------------------------------------
      * businessdate.txt: a single line, 1-8 a real YYYYMMDD business
      * date and 9-12 the posting cutoff HHMM (blank for none).
      * Every program takes "today" from it, so a bad date here
      * would misdate the whole run.
       CHECK-BUSINESS-DATE-FILE.
           MOVE "businessdate.txt" TO CTL-FILE-NAME
           PERFORM START-FILE-CHECK
           OPEN INPUT CTL-FILE
           PERFORM FOREVER
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CTL-LINE-NO
                       IF CTL-LINE-NO > 1
                           MOVE "MORE THAN ONE BUSINESS DATE LINE"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE IF CTL-RECORD(1:8) IS NOT NUMERIC
                           MOVE "MALFORMED BUSINESS DATE"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       ELSE IF FUNCTION TEST-DATE-YYYYMMDD(
                               FUNCTION NUMVAL(CTL-RECORD(1:8))) NOT = 0
                           MOVE "MALFORMED BUSINESS DATE"
                               TO PROBLEM-TEXT
                           PERFORM REPORT-BAD-LINE
                       END-IF
                       END-IF
                       END-IF
                       IF CTL-LINE-NO = 1
                               AND CTL-RECORD(9:4) NOT = SPACES
                           IF CTL-RECORD(9:4) IS NOT NUMERIC
                                   OR CTL-RECORD(9:2) > "23"
                                   OR CTL-RECORD(11:2) > "59"
                               MOVE "MALFORMED POSTING CUTOFF TIME"
                                   TO PROBLEM-TEXT
                               PERFORM REPORT-BAD-LINE
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE CTL-FILE.

      * ------------------------------------------------------------
      * holidays.txt: one plausible YYYYMMDD per line.
       CHECK-HOLIDAYS-FILE.
                  FUNCTION TRIM(REPORT-ERROR-COUNT) DELIMITED SIZE
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
