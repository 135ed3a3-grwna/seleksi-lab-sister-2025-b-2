       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.

      * Year-end withholding-tax certificates. One certificate per
      * customer showing, for the calendar year, the gross credit
      * interest we paid them, the withholding tax we took off it
      * and the net that actually reached their accounts - the
      * figures they need for their own return and we need to match
      * what was remitted. Everything comes from the ledger: the INT
      * entries BANKING's capitalization and TDPMATURE's maturity
      * post (credit interest only - a negative INT delta is debit
      * interest collected, not income paid), and the WHT entries
      * posted straight after them. Archives LEDGARCH has rolled
      * over are read first, any whose txnlog_index.txt date range
      * overlaps the year, then the live txnlog.txt, the same walk
      * GLEXPORT and RECONCILE do. Accounts are tied to customers
      * through accounts.txt positions 37-42 and named from
      * customers.txt, the way CUSTRPT does it; accounts ACCTPURGE
      * has moved to closed_accounts.txt are tied the same way off
      * their saved row, so interest paid on an account closed and
      * purged since still reaches its owner's certificate.
      * Every amount is certified in Rai: a ledger line in another
      * currency (101-103, or the account's own 86-88 where an older
      * line left it blank) is divided by that currency's units per
      * Rai off fxrates.txt, the rate table BANKING uses. A currency
      * with no rate there is taken at par and counted in a warning.
      * Invoked as:
      *     tax_cert [YEAR-YYYY]
      * with the year defaulting to the current one; the usual run
      * is early January for the year just ended. Certificates go to
      * tax_certificates_YYYY.txt; a customer with no interest in the
      * year gets none.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO "txnlog_index.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO DYNAMIC ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "closed_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FX-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-FILE ASSIGN TO DYNAMIC CERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD        PIC X(120).

      * One line per LEDGARCH archive (see the INDEX-FILE FD there
      * for the field positions): archive name plus the account, date
      * and sequence ranges it holds.
       FD INDEX-FILE.
       01 INDEX-RECORD          PIC X(68).

       FD ARCH-FILE.
       01 ARCH-RECORD           PIC X(120).

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(64).     *> 1-6 cust id
                                               *> 7-36 name
                                               *> 57 tax status

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 1-6 account
                                               *> 37-42: customer id
                                               *> 86-88: currency

       FD HISTORY-FILE.
       01 HISTORY-RECORD        PIC X(104).    *> 1-88: account row
                                               *> 89-96: close date
                                               *> 97-104: purge date

       FD FX-FILE.
       01 FX-RECORD             PIC X(20).     *> 1-3 currency code
                                               *> 4-20 units per Rai

       FD CERT-FILE.
       01 CERT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 ARG-YEAR               PIC X(20) VALUE SPACES.
       77 CERT-YEAR              PIC 9(4).
       77 YEAR-START             PIC 9(8).
       77 YEAR-END               PIC 9(8).
       77 CERT-FILE-NAME         PIC X(40) VALUE SPACES.
       77 ARCH-FILE-NAME         PIC X(40) VALUE SPACES.

       77 IDX-DATE-MIN           PIC 9(8).
       77 IDX-DATE-MAX           PIC 9(8).

      * The ledger line being totalled, wherever it was read from.
       77 LEDGER-LINE            PIC X(120).
       77 LOG-DATE-IN            PIC 9(8).
       77 LOG-ACCOUNT-IN         PIC 9(6).
       77 LOG-ACTION             PIC X(3).
       77 LOG-BEFORE-IN          PIC S9(10)V99.
       77 LOG-AFTER-IN           PIC S9(10)V99.
       77 LOG-DELTA              PIC S9(10)V99.
       77 LOG-CURRENCY-IN        PIC X(3).

      * Units per Rai off fxrates.txt, the same table BANKING loads.
       01 FX-TABLE.
           05 FX-ENTRY OCCURS 20 TIMES.
               10 FX-CURRENCY    PIC X(3).
               10 FX-RATE        PIC 9(11)V99999.
       77 FX-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       77 FX-IDX                 PIC 9(3).
       77 LINE-FX-RATE           PIC 9(11)V99999.
       77 NO-RATE-COUNT          PIC 9(9) VALUE ZERO.

      * One row per customer, in customers.txt order, accumulating
      * the year's gross interest and tax withheld.
       01 CERT-TABLE.
           05 CERT-ENTRY OCCURS 10000 TIMES.
               10 CERT-CUST-ID    PIC 9(6).
               10 CERT-CUST-NAME  PIC X(30).
               10 CERT-TAX-STATUS PIC X.
               10 CERT-GROSS      PIC 9(10)V99.
               10 CERT-TAX        PIC 9(10)V99.
       77 CERT-COUNT             PIC 9(5) VALUE ZERO.
       77 CERT-IDX               PIC 9(5).
       77 CERT-SLOT              PIC 9(5).
       77 CERT-NET               PIC S9(10)V99.

      * Account number to customer row and account currency, from
      * accounts.txt and closed_accounts.txt, sized to BANKING's own
      * account table plus the purged history.
       01 ACCT-MAP-TABLE.
           05 ACCT-MAP-ENTRY OCCURS 200000 TIMES.
               10 MAP-ACCOUNT     PIC 9(6).
               10 MAP-CERT-SLOT   PIC 9(5).
               10 MAP-CURRENCY    PIC X(3).
       77 ACCT-MAP-COUNT         PIC 9(6) VALUE ZERO.
       77 ACCT-MAP-IDX           PIC 9(6).
       77 SEARCH-CUST-NO         PIC 9(6).
       77 MAP-ROW                PIC X(88).

       77 UNLINKED-COUNT         PIC 9(9) VALUE ZERO.
       77 CERTS-WRITTEN          PIC 9(9) VALUE ZERO.
       77 TOTAL-GROSS            PIC 9(12)V99 VALUE ZERO.
       77 TOTAL-TAX              PIC 9(12)V99 VALUE ZERO.

       77 PRINT-AMOUNT           PIC Z(9)9.99.
       77 PRINT-TOTAL            PIC Z(11)9.99.
       77 REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM READ-ARGUMENTS
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM SCAN-ARCHIVED-LEDGERS
           OPEN INPUT TXN-LOG-FILE
           PERFORM FOREVER
               READ TXN-LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE TXN-LOG-RECORD TO LEDGER-LINE
                       PERFORM TOTAL-LEDGER-LINE
           END-PERFORM
           CLOSE TXN-LOG-FILE
           OPEN OUTPUT CERT-FILE
           PERFORM VARYING CERT-IDX FROM 1 BY 1
                   UNTIL CERT-IDX > CERT-COUNT
               IF CERT-GROSS(CERT-IDX) > ZERO
                       OR CERT-TAX(CERT-IDX) > ZERO
                   PERFORM WRITE-CERTIFICATE
               END-IF
           END-PERFORM
           PERFORM WRITE-RUN-TOTALS
           CLOSE CERT-FILE
           MOVE CERTS-WRITTEN TO REPORT-COUNT
           DISPLAY "Tax certificates for " CERT-YEAR ": "
               FUNCTION TRIM(REPORT-COUNT) " written to "
               FUNCTION TRIM(CERT-FILE-NAME)
           IF UNLINKED-COUNT > ZERO
               MOVE UNLINKED-COUNT TO REPORT-COUNT
               DISPLAY "WARNING: " FUNCTION TRIM(REPORT-COUNT)
                   " INTEREST ENTRIES ON ACCOUNTS WITH NO CUSTOMER"
                   " - NOT CERTIFIED"
           END-IF
           IF NO-RATE-COUNT > ZERO
               MOVE NO-RATE-COUNT TO REPORT-COUNT
               DISPLAY "WARNING: " FUNCTION TRIM(REPORT-COUNT)
                   " ENTRIES IN A CURRENCY WITH NO FX RATE"
                   " - CERTIFIED AT PAR"
           END-IF
           STOP RUN.

       READ-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-YEAR FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-YEAR
           END-ACCEPT
           IF ARG-YEAR(1:4) IS NUMERIC
               MOVE ARG-YEAR(1:4) TO CERT-YEAR
           ELSE
               MOVE RUN-DATE(1:4) TO CERT-YEAR
           END-IF
           COMPUTE YEAR-START = CERT-YEAR * 10000 + 0101
           COMPUTE YEAR-END = CERT-YEAR * 10000 + 1231
           MOVE SPACES TO CERT-FILE-NAME
           STRING "tax_certificates_" DELIMITED SIZE
                  CERT-YEAR DELIMITED SIZE
                  ".txt" DELIMITED SIZE
                  INTO CERT-FILE-NAME.

       LOAD-CUSTOMERS.
           MOVE ZERO TO CERT-COUNT
           OPEN INPUT CUST-FILE
           PERFORM FOREVER
               READ CUST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CUST-RECORD(1:6) IS NUMERIC
                               AND CERT-COUNT < 10000
                           ADD 1 TO CERT-COUNT
                           MOVE CUST-RECORD(1:6)
                               TO CERT-CUST-ID(CERT-COUNT)
                           MOVE CUST-RECORD(7:30)
                               TO CERT-CUST-NAME(CERT-COUNT)
                           MOVE CUST-RECORD(57:1)
                               TO CERT-TAX-STATUS(CERT-COUNT)
                           MOVE ZERO TO CERT-GROSS(CERT-COUNT)
                           MOVE ZERO TO CERT-TAX(CERT-COUNT)
                       END-IF
           END-PERFORM
           CLOSE CUST-FILE.

      * Each account is tied to its customer's row once, up front,
      * so the ledger pass is a table lookup per line. An account
      * whose customer id is missing from customers.txt still gets
      * a row of its own, so its interest is certified rather than
      * silently dropped. Live accounts first, then the purged ones.
       LOAD-ACCOUNT-MAP.
           MOVE ZERO TO ACCT-MAP-COUNT
           OPEN INPUT ACC-FILE
           PERFORM FOREVER
               READ ACC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ACC-RECORD-RAW TO MAP-ROW
                       PERFORM MAP-ONE-ACCOUNT
           END-PERFORM
           CLOSE ACC-FILE
           OPEN INPUT HISTORY-FILE
           PERFORM FOREVER
               READ HISTORY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE HISTORY-RECORD(1:88) TO MAP-ROW
                       PERFORM MAP-ONE-ACCOUNT
           END-PERFORM
           CLOSE HISTORY-FILE.

       MAP-ONE-ACCOUNT.
           IF MAP-ROW(1:6) IS NUMERIC
                   AND MAP-ROW(37:6) IS NUMERIC
                   AND ACCT-MAP-COUNT < 200000
               MOVE MAP-ROW(37:6) TO SEARCH-CUST-NO
               PERFORM FIND-CUSTOMER-ROW
               ADD 1 TO ACCT-MAP-COUNT
               MOVE MAP-ROW(1:6) TO MAP-ACCOUNT(ACCT-MAP-COUNT)
               MOVE CERT-SLOT TO MAP-CERT-SLOT(ACCT-MAP-COUNT)
               MOVE MAP-ROW(86:3) TO MAP-CURRENCY(ACCT-MAP-COUNT)
           END-IF.

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

       FIND-CUSTOMER-ROW.
           MOVE ZERO TO CERT-SLOT
           PERFORM VARYING CERT-IDX FROM 1 BY 1
                   UNTIL CERT-IDX > CERT-COUNT
               IF CERT-CUST-ID(CERT-IDX) = SEARCH-CUST-NO
                   MOVE CERT-IDX TO CERT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CERT-SLOT = ZERO AND CERT-COUNT < 10000
               ADD 1 TO CERT-COUNT
               MOVE SEARCH-CUST-NO TO CERT-CUST-ID(CERT-COUNT)
               MOVE "(NOT ON CUSTOMER MASTER)"
                   TO CERT-CUST-NAME(CERT-COUNT)
               MOVE SPACE TO CERT-TAX-STATUS(CERT-COUNT)
               MOVE ZERO TO CERT-GROSS(CERT-COUNT)
               MOVE ZERO TO CERT-TAX(CERT-COUNT)
               MOVE CERT-COUNT TO CERT-SLOT
           END-IF.

      * Same index walk as GLEXPORT's SCAN-ARCHIVED-LEDGERS, but an
      * archive is read when its date range overlaps the year at
      * all rather than covering a single day.
       SCAN-ARCHIVED-LEDGERS.
           OPEN INPUT INDEX-FILE
           PERFORM FOREVER
               READ INDEX-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE INDEX-RECORD(33:8) TO IDX-DATE-MIN
                       MOVE INDEX-RECORD(41:8) TO IDX-DATE-MAX
                       IF IDX-DATE-MIN <= YEAR-END
                               AND IDX-DATE-MAX >= YEAR-START
                           MOVE INDEX-RECORD(1:20) TO ARCH-FILE-NAME
                           PERFORM SCAN-ONE-ARCHIVE
                       END-IF
           END-PERFORM
           CLOSE INDEX-FILE.

       SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCH-FILE
           PERFORM FOREVER
               READ ARCH-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCH-RECORD TO LEDGER-LINE
                       PERFORM TOTAL-LEDGER-LINE
           END-PERFORM
           CLOSE ARCH-FILE.

      * Only credit interest and the tax taken off it count: an INT
      * that raised the balance is gross income paid, a WHT that
      * lowered it is tax withheld.
       TOTAL-LEDGER-LINE.
           MOVE LEDGER-LINE(25:3) TO LOG-ACTION
           IF (LOG-ACTION = "INT" OR LOG-ACTION = "WHT")
                   AND LEDGER-LINE(11:8) IS NUMERIC
                   AND LEDGER-LINE(19:6) IS NUMERIC
               MOVE LEDGER-LINE(11:8) TO LOG-DATE-IN
               IF LOG-DATE-IN >= YEAR-START
                       AND LOG-DATE-IN <= YEAR-END
                   MOVE LEDGER-LINE(19:6) TO LOG-ACCOUNT-IN
                   MOVE FUNCTION NUMVAL(LEDGER-LINE(41:13))
                       TO LOG-BEFORE-IN
                   MOVE FUNCTION NUMVAL(LEDGER-LINE(54:13))
                       TO LOG-AFTER-IN
                   COMPUTE LOG-DELTA = LOG-AFTER-IN - LOG-BEFORE-IN
                   MOVE LEDGER-LINE(101:3) TO LOG-CURRENCY-IN
                   PERFORM CREDIT-CUSTOMER-ROW
               END-IF
           END-IF.

       CREDIT-CUSTOMER-ROW.
           MOVE ZERO TO CERT-SLOT
           PERFORM VARYING ACCT-MAP-IDX FROM 1 BY 1
                   UNTIL ACCT-MAP-IDX > ACCT-MAP-COUNT
               IF MAP-ACCOUNT(ACCT-MAP-IDX) = LOG-ACCOUNT-IN
                   MOVE MAP-CERT-SLOT(ACCT-MAP-IDX) TO CERT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CERT-SLOT NOT = ZERO
               IF LOG-CURRENCY-IN = SPACES
                   MOVE MAP-CURRENCY(ACCT-MAP-IDX) TO LOG-CURRENCY-IN
               END-IF
               PERFORM CONVERT-DELTA-TO-RAI
           END-IF
           IF CERT-SLOT = ZERO
               ADD 1 TO UNLINKED-COUNT
           ELSE IF LOG-ACTION = "INT" AND LOG-DELTA > ZERO
               ADD LOG-DELTA TO CERT-GROSS(CERT-SLOT)
           ELSE IF LOG-ACTION = "WHT" AND LOG-DELTA < ZERO
               SUBTRACT LOG-DELTA FROM CERT-TAX(CERT-SLOT)
           END-IF
           END-IF
           END-IF.

      * The line's Rai equivalent: divided by its currency's units
      * per Rai, the way EODREPORT values a balance; at par when
      * fxrates.txt has no rate for it.
       CONVERT-DELTA-TO-RAI.
           IF LOG-CURRENCY-IN NOT = SPACES
                   AND LOG-CURRENCY-IN NOT = "RAI"
               MOVE ZERO TO LINE-FX-RATE
               PERFORM VARYING FX-IDX FROM 1 BY 1
                       UNTIL FX-IDX > FX-TABLE-COUNT
                   IF FX-CURRENCY(FX-IDX) = LOG-CURRENCY-IN
                           AND FX-RATE(FX-IDX) > ZERO
                       MOVE FX-RATE(FX-IDX) TO LINE-FX-RATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF LINE-FX-RATE = ZERO
                   ADD 1 TO NO-RATE-COUNT
               ELSE
                   COMPUTE LOG-DELTA ROUNDED =
                       LOG-DELTA / LINE-FX-RATE
                       ON SIZE ERROR
                           ADD 1 TO NO-RATE-COUNT
                   END-COMPUTE
               END-IF
           END-IF.

       WRITE-CERTIFICATE.
           ADD 1 TO CERTS-WRITTEN
           ADD CERT-GROSS(CERT-IDX) TO TOTAL-GROSS
           ADD CERT-TAX(CERT-IDX) TO TOTAL-TAX
           COMPUTE CERT-NET = CERT-GROSS(CERT-IDX) - CERT-TAX(CERT-IDX)
           MOVE ALL "=" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "WITHHOLDING TAX CERTIFICATE - TAX YEAR "
                      DELIMITED SIZE
                  CERT-YEAR DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "CUSTOMER: " DELIMITED SIZE
                  CERT-CUST-ID(CERT-IDX) DELIMITED SIZE
                  "  " DELIMITED SIZE
                  CERT-CUST-NAME(CERT-IDX) DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           IF CERT-TAX-STATUS(CERT-IDX) = "E"
               MOVE "TAX STATUS: EXEMPT" TO CERT-RECORD
           ELSE
               MOVE "TAX STATUS: TAXABLE" TO CERT-RECORD
           END-IF
           WRITE CERT-RECORD
           MOVE "AMOUNTS IN RAI" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE CERT-GROSS(CERT-IDX) TO PRINT-AMOUNT
           MOVE SPACES TO CERT-RECORD
           STRING "GROSS INTEREST PAID    " DELIMITED SIZE
                  PRINT-AMOUNT DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE CERT-TAX(CERT-IDX) TO PRINT-AMOUNT
           MOVE SPACES TO CERT-RECORD
           STRING "TAX WITHHELD           " DELIMITED SIZE
                  PRINT-AMOUNT DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE CERT-NET TO PRINT-AMOUNT
           MOVE SPACES TO CERT-RECORD
           STRING "NET INTEREST CREDITED  " DELIMITED SIZE
                  PRINT-AMOUNT DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD.

      * Bank-wide totals, to tie back to the year's TAX PAYABLE
      * credits in the GL feed.
       WRITE-RUN-TOTALS.
           MOVE ALL "=" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE CERTS-WRITTEN TO REPORT-COUNT
           MOVE SPACES TO CERT-RECORD
           STRING "CERTIFICATES ISSUED    " DELIMITED SIZE
                  REPORT-COUNT DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE TOTAL-GROSS TO PRINT-TOTAL
           MOVE SPACES TO CERT-RECORD
           STRING "TOTAL GROSS INTEREST   " DELIMITED SIZE
                  PRINT-TOTAL DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE TOTAL-TAX TO PRINT-TOTAL
           MOVE SPACES TO CERT-RECORD
           STRING "TOTAL TAX WITHHELD     " DELIMITED SIZE
                  PRINT-TOTAL DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD.

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
