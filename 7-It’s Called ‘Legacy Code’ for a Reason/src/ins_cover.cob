       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCOVER.

      * Deposit insurance coverage report. Every open deposit account
      * in accounts.txt is grouped by the customer who owns it and by
      * ownership category, single or joint, and each customer's
      * deposits in a category - balance plus interest accrued but
      * not yet capitalized (46-58) - are set against the insured
      * limit per depositor in insured_limit.txt, showing the insured
      * and the uninsured part.
      *   - A single account is one only its primary owner (37-42)
      *     owns. An account that acctrel.txt also gives one or more
      *     joint owners (role J, RELMAINT's file) is joint, and each
      *     owner - primary included - is counted for an equal share
      *     of it in their own joint category. Signatories and powers
      *     of attorney own nothing and are not counted.
      *   - Each category is insured separately, up to the limit.
      *   - Overdrawn balances are not deposits and count as zero;
      *     closed accounts and LOANSVC's LON rows are left out.
      *   - An account with no customer linked is reported under
      *     customer 000000 so nothing on the books goes uncounted.
      * The grand totals at the end are by product code (43-45): an
      * account's insured part is its owners' insured fraction of
      * their category applied to their share of it, so the product
      * lines add back to the bank total.
      * The insured limit is a Rai amount, so every deposit is taken
      * at its Rai equivalent - an account held in another currency
      * (86-88) is divided by its units-per-Rai rate off fxrates.txt,
      * as EODREPORT values balances - and every amount on the
      * report is in Rai. A currency fxrates.txt has no rate for is
      * counted at par and the report says how many accounts that
      * was.
      * A missing insured_limit.txt reports every deposit as
      * uninsured rather than guessing a limit - PREFLIGHT checks
      * the file before the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REL-FILE ASSIGN TO "acctrel.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIMIT-FILE ASSIGN TO "insured_limit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FX-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "deposit_insurance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C
                                               *> 37-42: customer id
                                               *> 43-45: product code
                                               *> 46-58: accrued
                                               *> 86-88: currency
                                               *> (blank = Rai)

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(64).     *> 1-6 cust id
                                               *> 7-36 name

       FD REL-FILE.
       01 REL-RECORD            PIC X(13).     *> 1-6 account
                                               *> 7-12 cust id
                                               *> 13 role P/J/S/A

      * Single line: the insured limit per depositor per ownership
      * category, 1-13, the same one-amount shape as
      * approval_threshold.txt.
       FD LIMIT-FILE.
       01 LIMIT-RECORD          PIC X(13).

       FD FX-FILE.
       01 FX-RECORD             PIC X(20).     *> 1-3 currency code
                                               *> 4-20 units per Rai

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 INSURED-LIMIT          PIC 9(10)V99 VALUE ZERO.
       77 LIMIT-FOUND            PIC X VALUE "N".

      * Open deposit accounts, loaded once for the two passes, sized
      * to BANKING's own account table. AT-DEPOSIT is the Rai
      * equivalent.
       01 ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 100000 TIMES.
               10 AT-ACCOUNT      PIC 9(6).
               10 AT-CUST-ID      PIC 9(6).
               10 AT-PRODUCT      PIC X(3).
               10 AT-DEPOSIT      PIC 9(12)V99.
               10 AT-OWNERS       PIC 9(3).
       77 ACCT-COUNT             PIC 9(6) VALUE ZERO.
       77 ACCT-IDX               PIC 9(6).

      * Units per Rai off fxrates.txt, the same table BANKING loads.
       01 FX-TABLE.
           05 FX-ENTRY OCCURS 20 TIMES.
               10 FX-CURRENCY    PIC X(3).
               10 FX-RATE        PIC 9(11)V99999.
       77 FX-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       77 FX-IDX                 PIC 9(3).
       77 ACC-CURRENCY           PIC X(3).
       77 ACC-FX-RATE            PIC 9(11)V99999.
       77 NO-RATE-COUNT          PIC 9(9) VALUE ZERO.

      * Joint-owner rows from acctrel.txt.
       01 JOINT-TABLE.
           05 JOINT-ENTRY OCCURS 10000 TIMES.
               10 JT-ACCOUNT      PIC 9(6).
               10 JT-CUST-ID      PIC 9(6).
       77 JOINT-COUNT            PIC 9(5) VALUE ZERO.
       77 JOINT-IDX              PIC 9(5).

       01 CUST-TABLE.
           05 CUST-ENTRY OCCURS 10000 TIMES.
               10 CT-CUST-ID      PIC 9(6).
               10 CT-NAME         PIC X(30).
       77 CUST-COUNT             PIC 9(5) VALUE ZERO.
       77 CUST-IDX               PIC 9(5).

      * One row per depositor, in the order first met, with both
      * ownership categories side by side.
       01 COVER-TABLE.
           05 COVER-ENTRY OCCURS 100000 TIMES.
               10 CV-CUST-ID      PIC 9(6).
               10 CV-SINGLE       PIC 9(12)V99.
               10 CV-SINGLE-INS   PIC 9(12)V99.
               10 CV-JOINT        PIC 9(12)V99.
               10 CV-JOINT-INS    PIC 9(12)V99.
       77 COVER-COUNT            PIC 9(6) VALUE ZERO.
       77 COVER-IDX              PIC 9(6).
       77 COVER-SLOT             PIC 9(6).
       77 SEARCH-CUST-NO         PIC 9(6).

      * Grand totals by product code.
       01 PRODUCT-TABLE.
           05 PRODUCT-ENTRY OCCURS 50 TIMES.
               10 PT-PRODUCT      PIC X(3).
               10 PT-ACCOUNTS     PIC 9(9).
               10 PT-DEPOSITS     PIC 9(12)V99.
               10 PT-INSURED      PIC 9(12)V99.
       77 PRODUCT-COUNT          PIC 9(3) VALUE ZERO.
       77 PRODUCT-IDX            PIC 9(3).
       77 PRODUCT-SLOT           PIC 9(3).

       77 ACC-BALANCE            PIC S9(10)V99.
       77 ACC-ACCRUED            PIC S9(10)V99.
       77 ACC-DEPOSIT            PIC S9(12)V99.
       77 OWNER-SHARE            PIC 9(12)V99.
       77 SHARE-INSURED          PIC 9(12)V99.
       77 ACCT-INSURED           PIC 9(12)V99.
       77 CATEGORY-TOTAL         PIC 9(12)V99.
       77 CATEGORY-INSURED       PIC 9(12)V99.
       77 CATEGORY-TEXT          PIC X(8).
       77 CUST-NAME              PIC X(30).

       77 TOTAL-DEPOSITS         PIC 9(13)V99 VALUE ZERO.
       77 TOTAL-INSURED          PIC 9(13)V99 VALUE ZERO.
       77 TOTAL-UNINSURED        PIC 9(13)V99 VALUE ZERO.
       77 UNINSURED-AMOUNT       PIC 9(12)V99.

       77 PRINT-AMOUNT-1         PIC Z(11)9.99.
       77 PRINT-AMOUNT-2         PIC Z(11)9.99.
       77 PRINT-AMOUNT-3         PIC Z(11)9.99.
       77 REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-INSURED-LIMIT
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-CUSTOMER-NAMES
           PERFORM LOAD-JOINT-OWNERS
           PERFORM LOAD-DEPOSIT-ACCOUNTS
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               PERFORM ADD-ACCOUNT-TO-DEPOSITORS
           END-PERFORM
           PERFORM VARYING COVER-IDX FROM 1 BY 1
                   UNTIL COVER-IDX > COVER-COUNT
               PERFORM APPLY-INSURED-LIMIT
           END-PERFORM
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               PERFORM ADD-ACCOUNT-TO-PRODUCTS
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING COVER-IDX FROM 1 BY 1
                   UNTIL COVER-IDX > COVER-COUNT
               PERFORM WRITE-DEPOSITOR-LINES
           END-PERFORM
           PERFORM WRITE-PRODUCT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "Deposit insurance report written to "
               "deposit_insurance_report.txt"
           IF LIMIT-FOUND = "N"
               DISPLAY "WARNING: NO insured_limit.txt - ALL DEPOSITS "
                   "REPORTED AS UNINSURED"
           END-IF
           IF NO-RATE-COUNT > ZERO
               DISPLAY "WARNING: ACCOUNT(S) WITH NO FX RATE COUNTED "
                   "AT PAR - SEE REPORT"
           END-IF
           STOP RUN.

       LOAD-INSURED-LIMIT.
           OPEN INPUT LIMIT-FILE
           READ LIMIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION NUMVAL(LIMIT-RECORD(1:13))
                       TO INSURED-LIMIT
                   MOVE "Y" TO LIMIT-FOUND
           END-READ
           CLOSE LIMIT-FILE.

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

       LOAD-CUSTOMER-NAMES.
           MOVE ZERO TO CUST-COUNT
           OPEN INPUT CUST-FILE
           PERFORM FOREVER
               READ CUST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CUST-RECORD(1:6) IS NUMERIC
                               AND CUST-COUNT < 10000
                           ADD 1 TO CUST-COUNT
                           MOVE CUST-RECORD(1:6)
                               TO CT-CUST-ID(CUST-COUNT)
                           MOVE CUST-RECORD(7:30)
                               TO CT-NAME(CUST-COUNT)
                       END-IF
           END-PERFORM
           CLOSE CUST-FILE.

       LOAD-JOINT-OWNERS.
           MOVE ZERO TO JOINT-COUNT
           OPEN INPUT REL-FILE
           PERFORM FOREVER
               READ REL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF REL-RECORD(13:1) = "J"
                               AND REL-RECORD(1:6) IS NUMERIC
                               AND REL-RECORD(7:6) IS NUMERIC
                               AND JOINT-COUNT < 10000
                           ADD 1 TO JOINT-COUNT
                           MOVE REL-RECORD(1:6)
                               TO JT-ACCOUNT(JOINT-COUNT)
                           MOVE REL-RECORD(7:6)
                               TO JT-CUST-ID(JOINT-COUNT)
                       END-IF
           END-PERFORM
           CLOSE REL-FILE.

      * Open deposit accounts only, each with the deposit amount the
      * insurance counts and how many owners share it.
       LOAD-DEPOSIT-ACCOUNTS.
           MOVE ZERO TO ACCT-COUNT
           OPEN INPUT ACC-FILE
           PERFORM FOREVER
               READ ACC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACC-RECORD-RAW(23:1) NOT = "C"
                               AND ACC-RECORD-RAW(43:3) NOT = "LON"
                               AND ACC-RECORD-RAW(1:6) IS NUMERIC
                               AND ACCT-COUNT < 100000
                           PERFORM LOAD-ONE-ACCOUNT
                       END-IF
           END-PERFORM
           CLOSE ACC-FILE.

       LOAD-ONE-ACCOUNT.
           ADD 1 TO ACCT-COUNT
           MOVE ACC-RECORD-RAW(1:6) TO AT-ACCOUNT(ACCT-COUNT)
           IF ACC-RECORD-RAW(37:6) IS NUMERIC
               MOVE ACC-RECORD-RAW(37:6) TO AT-CUST-ID(ACCT-COUNT)
           ELSE
               MOVE ZERO TO AT-CUST-ID(ACCT-COUNT)
           END-IF
           MOVE ACC-RECORD-RAW(43:3) TO AT-PRODUCT(ACCT-COUNT)
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13)) TO ACC-BALANCE
           IF ACC-RECORD-RAW(46:13) = SPACES
               MOVE ZERO TO ACC-ACCRUED
           ELSE
               MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(46:13))
                   TO ACC-ACCRUED
           END-IF
           COMPUTE ACC-DEPOSIT = ACC-BALANCE + ACC-ACCRUED
           IF ACC-DEPOSIT < ZERO
               MOVE ZERO TO ACC-DEPOSIT
           END-IF
           PERFORM CONVERT-DEPOSIT-TO-RAI
           MOVE ACC-DEPOSIT TO AT-DEPOSIT(ACCT-COUNT)
           MOVE 1 TO AT-OWNERS(ACCT-COUNT)
           PERFORM VARYING JOINT-IDX FROM 1 BY 1
                   UNTIL JOINT-IDX > JOINT-COUNT
               IF JT-ACCOUNT(JOINT-IDX) = AT-ACCOUNT(ACCT-COUNT)
                       AND JT-CUST-ID(JOINT-IDX)
                           NOT = AT-CUST-ID(ACCT-COUNT)
                   ADD 1 TO AT-OWNERS(ACCT-COUNT)
               END-IF
           END-PERFORM.

      * The deposit's Rai equivalent, the way EODREPORT's
      * ADD-TO-CURRENCY-TOTAL values a balance: divided by the
      * currency's units per Rai, at par when fxrates.txt has no
      * rate for it.
       CONVERT-DEPOSIT-TO-RAI.
           MOVE ACC-RECORD-RAW(86:3) TO ACC-CURRENCY
           IF ACC-CURRENCY NOT = SPACES AND ACC-CURRENCY NOT = "RAI"
               MOVE ZERO TO ACC-FX-RATE
               PERFORM VARYING FX-IDX FROM 1 BY 1
                       UNTIL FX-IDX > FX-TABLE-COUNT
                   IF FX-CURRENCY(FX-IDX) = ACC-CURRENCY
                           AND FX-RATE(FX-IDX) > ZERO
                       MOVE FX-RATE(FX-IDX) TO ACC-FX-RATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ACC-FX-RATE = ZERO
                   ADD 1 TO NO-RATE-COUNT
               ELSE
                   COMPUTE ACC-DEPOSIT ROUNDED =
                       ACC-DEPOSIT / ACC-FX-RATE
                       ON SIZE ERROR
                           ADD 1 TO NO-RATE-COUNT
                   END-COMPUTE
               END-IF
           END-IF.

      * First pass: each owner's share into their category.
       ADD-ACCOUNT-TO-DEPOSITORS.
           MOVE AT-CUST-ID(ACCT-IDX) TO SEARCH-CUST-NO
           PERFORM FIND-DEPOSITOR
           IF AT-OWNERS(ACCT-IDX) = 1
               ADD AT-DEPOSIT(ACCT-IDX) TO CV-SINGLE(COVER-SLOT)
           ELSE
               COMPUTE OWNER-SHARE ROUNDED =
                   AT-DEPOSIT(ACCT-IDX) / AT-OWNERS(ACCT-IDX)
               ADD OWNER-SHARE TO CV-JOINT(COVER-SLOT)
               PERFORM VARYING JOINT-IDX FROM 1 BY 1
                       UNTIL JOINT-IDX > JOINT-COUNT
                   IF JT-ACCOUNT(JOINT-IDX) = AT-ACCOUNT(ACCT-IDX)
                           AND JT-CUST-ID(JOINT-IDX)
                               NOT = AT-CUST-ID(ACCT-IDX)
                       MOVE JT-CUST-ID(JOINT-IDX) TO SEARCH-CUST-NO
                       PERFORM FIND-DEPOSITOR
                       ADD OWNER-SHARE TO CV-JOINT(COVER-SLOT)
                   END-IF
               END-PERFORM
           END-IF.

       FIND-DEPOSITOR.
           MOVE ZERO TO COVER-SLOT
           PERFORM VARYING COVER-IDX FROM 1 BY 1
                   UNTIL COVER-IDX > COVER-COUNT
               IF CV-CUST-ID(COVER-IDX) = SEARCH-CUST-NO
                   MOVE COVER-IDX TO COVER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF COVER-SLOT = ZERO
               ADD 1 TO COVER-COUNT
               MOVE SEARCH-CUST-NO TO CV-CUST-ID(COVER-COUNT)
               MOVE ZERO TO CV-SINGLE(COVER-COUNT)
               MOVE ZERO TO CV-SINGLE-INS(COVER-COUNT)
               MOVE ZERO TO CV-JOINT(COVER-COUNT)
               MOVE ZERO TO CV-JOINT-INS(COVER-COUNT)
               MOVE COVER-COUNT TO COVER-SLOT
           END-IF.

       APPLY-INSURED-LIMIT.
           IF CV-SINGLE(COVER-IDX) > INSURED-LIMIT
               MOVE INSURED-LIMIT TO CV-SINGLE-INS(COVER-IDX)
           ELSE
               MOVE CV-SINGLE(COVER-IDX) TO CV-SINGLE-INS(COVER-IDX)
           END-IF
           IF CV-JOINT(COVER-IDX) > INSURED-LIMIT
               MOVE INSURED-LIMIT TO CV-JOINT-INS(COVER-IDX)
           ELSE
               MOVE CV-JOINT(COVER-IDX) TO CV-JOINT-INS(COVER-IDX)
           END-IF.

      * Second pass: the account's insured part, owner by owner, at
      * the fraction of that owner's category the limit covers.
       ADD-ACCOUNT-TO-PRODUCTS.
           MOVE ZERO TO ACCT-INSURED
           MOVE AT-CUST-ID(ACCT-IDX) TO SEARCH-CUST-NO
           PERFORM FIND-DEPOSITOR
           IF AT-OWNERS(ACCT-IDX) = 1
               MOVE AT-DEPOSIT(ACCT-IDX) TO OWNER-SHARE
               MOVE CV-SINGLE(COVER-SLOT) TO CATEGORY-TOTAL
               MOVE CV-SINGLE-INS(COVER-SLOT) TO CATEGORY-INSURED
               PERFORM ADD-SHARE-INSURED
           ELSE
               COMPUTE OWNER-SHARE ROUNDED =
                   AT-DEPOSIT(ACCT-IDX) / AT-OWNERS(ACCT-IDX)
               MOVE CV-JOINT(COVER-SLOT) TO CATEGORY-TOTAL
               MOVE CV-JOINT-INS(COVER-SLOT) TO CATEGORY-INSURED
               PERFORM ADD-SHARE-INSURED
               PERFORM VARYING JOINT-IDX FROM 1 BY 1
                       UNTIL JOINT-IDX > JOINT-COUNT
                   IF JT-ACCOUNT(JOINT-IDX) = AT-ACCOUNT(ACCT-IDX)
                           AND JT-CUST-ID(JOINT-IDX)
                               NOT = AT-CUST-ID(ACCT-IDX)
                       MOVE JT-CUST-ID(JOINT-IDX) TO SEARCH-CUST-NO
                       PERFORM FIND-DEPOSITOR
                       MOVE CV-JOINT(COVER-SLOT) TO CATEGORY-TOTAL
                       MOVE CV-JOINT-INS(COVER-SLOT)
                           TO CATEGORY-INSURED
                       PERFORM ADD-SHARE-INSURED
                   END-IF
               END-PERFORM
           END-IF
           IF ACCT-INSURED > AT-DEPOSIT(ACCT-IDX)
               MOVE AT-DEPOSIT(ACCT-IDX) TO ACCT-INSURED
           END-IF
           PERFORM FIND-PRODUCT
           ADD 1 TO PT-ACCOUNTS(PRODUCT-SLOT)
           ADD AT-DEPOSIT(ACCT-IDX) TO PT-DEPOSITS(PRODUCT-SLOT)
           ADD ACCT-INSURED TO PT-INSURED(PRODUCT-SLOT).

       ADD-SHARE-INSURED.
           IF CATEGORY-TOTAL > ZERO
               COMPUTE SHARE-INSURED ROUNDED =
                   OWNER-SHARE * CATEGORY-INSURED / CATEGORY-TOTAL
               ADD SHARE-INSURED TO ACCT-INSURED
           END-IF.

       FIND-PRODUCT.
           MOVE ZERO TO PRODUCT-SLOT
           PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
                   UNTIL PRODUCT-IDX > PRODUCT-COUNT
               IF PT-PRODUCT(PRODUCT-IDX) = AT-PRODUCT(ACCT-IDX)
                   MOVE PRODUCT-IDX TO PRODUCT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PRODUCT-SLOT = ZERO
               IF PRODUCT-COUNT < 50
                   ADD 1 TO PRODUCT-COUNT
               END-IF
               MOVE PRODUCT-COUNT TO PRODUCT-SLOT
               MOVE AT-PRODUCT(ACCT-IDX) TO PT-PRODUCT(PRODUCT-SLOT)
               MOVE ZERO TO PT-ACCOUNTS(PRODUCT-SLOT)
               MOVE ZERO TO PT-DEPOSITS(PRODUCT-SLOT)
               MOVE ZERO TO PT-INSURED(PRODUCT-SLOT)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "DEPOSIT INSURANCE COVERAGE - " DELIMITED SIZE
                  RUN-DATE DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE INSURED-LIMIT TO PRINT-AMOUNT-1
           MOVE SPACES TO REPORT-RECORD
           STRING "INSURED LIMIT PER DEPOSITOR PER CATEGORY: "
                      DELIMITED SIZE
                  FUNCTION TRIM(PRINT-AMOUNT-1) DELIMITED SIZE
                  "  (ALL AMOUNTS IN RAI)" DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NO-RATE-COUNT > ZERO
               MOVE NO-RATE-COUNT TO REPORT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING FUNCTION TRIM(REPORT-COUNT) DELIMITED SIZE
                      " ACCOUNT(S) IN A CURRENCY WITH NO FX RATE"
                          DELIMITED SIZE
                      " COUNTED AT PAR - REVIEW" DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CUSTOMER NAME                          CATEGORY "
                  "       DEPOSITS         INSURED       UNINSURED"
                  DELIMITED SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-DEPOSITOR-LINES.
           MOVE SPACES TO CUST-NAME
           IF CV-CUST-ID(COVER-IDX) = ZERO
               MOVE "(NO CUSTOMER LINKED)" TO CUST-NAME
           ELSE
               MOVE "(NOT ON CUSTOMER MASTER)" TO CUST-NAME
               PERFORM VARYING CUST-IDX FROM 1 BY 1
                       UNTIL CUST-IDX > CUST-COUNT
                   IF CT-CUST-ID(CUST-IDX) = CV-CUST-ID(COVER-IDX)
                       MOVE CT-NAME(CUST-IDX) TO CUST-NAME
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF CV-SINGLE(COVER-IDX) > ZERO
               MOVE "SINGLE" TO CATEGORY-TEXT
               MOVE CV-SINGLE(COVER-IDX) TO CATEGORY-TOTAL
               MOVE CV-SINGLE-INS(COVER-IDX) TO CATEGORY-INSURED
               PERFORM WRITE-CATEGORY-LINE
           END-IF
           IF CV-JOINT(COVER-IDX) > ZERO
               MOVE "JOINT" TO CATEGORY-TEXT
               MOVE CV-JOINT(COVER-IDX) TO CATEGORY-TOTAL
               MOVE CV-JOINT-INS(COVER-IDX) TO CATEGORY-INSURED
               PERFORM WRITE-CATEGORY-LINE
           END-IF.

       WRITE-CATEGORY-LINE.
           COMPUTE UNINSURED-AMOUNT = CATEGORY-TOTAL - CATEGORY-INSURED
           MOVE CATEGORY-TOTAL TO PRINT-AMOUNT-1
           MOVE CATEGORY-INSURED TO PRINT-AMOUNT-2
           MOVE UNINSURED-AMOUNT TO PRINT-AMOUNT-3
           MOVE SPACES TO REPORT-RECORD
           STRING CV-CUST-ID(COVER-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  CUST-NAME DELIMITED SIZE
                  "  " DELIMITED SIZE
                  CATEGORY-TEXT DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-AMOUNT-1 DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-AMOUNT-2 DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-AMOUNT-3 DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-PRODUCT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTALS BY PRODUCT" DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "PRODUCT         ACCOUNTS " DELIMITED SIZE
                  "       DEPOSITS         INSURED       UNINSURED"
                  DELIMITED SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
                   UNTIL PRODUCT-IDX > PRODUCT-COUNT
               ADD PT-DEPOSITS(PRODUCT-IDX) TO TOTAL-DEPOSITS
               ADD PT-INSURED(PRODUCT-IDX) TO TOTAL-INSURED
               COMPUTE UNINSURED-AMOUNT = PT-DEPOSITS(PRODUCT-IDX)
                   - PT-INSURED(PRODUCT-IDX)
               MOVE PT-ACCOUNTS(PRODUCT-IDX) TO REPORT-COUNT
               MOVE PT-DEPOSITS(PRODUCT-IDX) TO PRINT-AMOUNT-1
               MOVE PT-INSURED(PRODUCT-IDX) TO PRINT-AMOUNT-2
               MOVE UNINSURED-AMOUNT TO PRINT-AMOUNT-3
               MOVE SPACES TO REPORT-RECORD
               STRING PT-PRODUCT(PRODUCT-IDX) DELIMITED SIZE
                      "        " DELIMITED SIZE
                      REPORT-COUNT DELIMITED SIZE
                      " " DELIMITED SIZE
                      PRINT-AMOUNT-1 DELIMITED SIZE
                      " " DELIMITED SIZE
                      PRINT-AMOUNT-2 DELIMITED SIZE
                      " " DELIMITED SIZE
                      PRINT-AMOUNT-3 DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           COMPUTE TOTAL-UNINSURED = TOTAL-DEPOSITS - TOTAL-INSURED
           MOVE ACCT-COUNT TO REPORT-COUNT
           MOVE TOTAL-DEPOSITS TO PRINT-AMOUNT-1
           MOVE TOTAL-INSURED TO PRINT-AMOUNT-2
           MOVE TOTAL-UNINSURED TO PRINT-AMOUNT-3
           MOVE SPACES TO REPORT-RECORD
           STRING "ALL" DELIMITED SIZE
                  "        " DELIMITED SIZE
                  REPORT-COUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-AMOUNT-1 DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-AMOUNT-2 DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-AMOUNT-3 DELIMITED SIZE
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
