      * arrived, settles the deposit per its product's tdpterms.txt
      * disposition:
      *   - any accrued interest is capitalized first, as its own INT
      *     ledger entry, so the customer is paid through maturity,
      *     with withholding tax taken off credit interest as a WHT
      *     entry exactly as BANKING's month-end capitalization
      *     does;
      *   - disposition P with a linked payout account (67-72) pays
      *     principal plus interest across as a TRF pair - both legs
      *     get proper ledger entries - and closes the emptied
      *     deposit;
      *   - disposition R (or a P with no usable payout account -
      *     missing, not open, or held in another currency than the
      *     deposit - which is reported for the branch to fix) rolls
      *     the deposit over: a fresh maturity date one term out, at
      *     whatever rate products.txt carries next time the accrual
      *     runs - "the current rate" needs no action here.
      * Because a payout credits a second account that may sit
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
           SELECT REPORT-FILE ASSIGN TO "tdp_maturity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WHT-RATE-FILE ASSIGN TO
               "withholding_rate.txt"
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
                                               *> 46-58: accrued int
                                               *> 59-66: maturity date
                                               *> 67-72: payout acct
                                               *> 86-88: currency

       FD TMP-FILE.
       01 TMP-RECORD            PIC X(88).

      * Same layout BANKING's TDP-TERMS-FILE documents: product,
      * term days, disposition P/R.
       01 TDP-TERMS-RECORD      PIC X(9).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD        PIC X(120).

       FD TXN-SEQ-FILE.
       01 TXN-SEQ-RECORD        PIC 9(10).
       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(80).

      * Same customer layout BANKING's CUST-FILE documents; only the
      * id and the withholding-tax fields (57 status, 58-64 rate)
      * are used here.
       FD CUST-FILE.
       01 CUST-RECORD           PIC X(64).

       FD WHT-RATE-FILE.
       01 WHT-RATE-RECORD       PIC X(7).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).

      * rows that can sit anywhere in the file.
       01 ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 100000 TIMES.
               10 ACCT-REC      PIC X(88).
       77 ACCT-COUNT             PIC 9(6) VALUE ZERO.
       77 ACCT-IDX               PIC 9(6).
       77 SETTLE-IDX             PIC 9(6).
       77 ACC-MATURITY           PIC X(8).
       77 ACC-MATURITY-NUM       PIC 9(8).
       77 ACC-LINK-ACCT          PIC X(6).
       77 ACC-CUST-ID            PIC X(6).
       77 LINK-ACCOUNT           PIC 9(6).
       77 LINK-BALANCE           PIC S9(10)V99.
       77 LINK-STATUS            PIC X.
      * Account currencies, blank read as RAI. A payout only goes to
      * an account in the deposit's own currency - the maturity run
      * has no rate table and converts nothing.
       77 ACC-CURRENCY           PIC X(3).
       77 LINK-CURRENCY          PIC X(3).

       77 PAYOUT-AMOUNT          PIC 9(10)V99.
       77 MATURITY-DATE-INT      PIC 9(8).
       77 BALANCE-BEFORE         PIC S9(10)V99.
       77 BALANCE-AFTER          PIC S9(10)V99.
       77 LOG-AMOUNT-OUT         PIC 9(10).99.
      * Ledger 101-103 currency and 104-119 cross rate, as BANKING's
      * LOG-TRANSACTION writes them; nothing here is cross-currency,
      * so the rate is always zero.
       77 LOG-CURRENCY           PIC X(3).
       77 LOG-FX-RATE-OUT        PIC 9(6).9(9) VALUE ZERO.

       77 MATURED-COUNT          PIC 9(9) VALUE ZERO.
       77 PAID-COUNT             PIC 9(9) VALUE ZERO.
       77 REPORT-ROLLED-COUNT    PIC ZZZ,ZZZ,ZZ9.
       77 PRINT-AMOUNT           PIC Z(9)9.99.

      * Withholding tax on the interest capitalized at maturity -
      * the same customer table and standard rate BANKING's
      * LOAD-CUSTOMER-TAX-TABLE/LOAD-WITHHOLDING-RATE build.
       01 CUST-TAX-TABLE.
           05 CUST-TAX-ENTRY OCCURS 10000 TIMES.
               10 CTX-CUST-ID     PIC X(6).
               10 CTX-STATUS      PIC X.
               10 CTX-RATE-GIVEN  PIC X.
               10 CTX-RATE        PIC 9V99999.
       77 CUST-TAX-COUNT         PIC 9(5) VALUE ZERO.
       77 CUST-TAX-IDX           PIC 9(5).
       77 STANDARD-WHT-RATE      PIC 9V99999 VALUE ZERO.
       77 WHT-RATE               PIC 9V99999.
       77 WHT-AMOUNT             PIC 9(10)V99.

       77 REPLACE-FAILED         PIC X VALUE "N".
       77 REPLACE-FAILED-AT-RELEASE PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-TDP-TERMS
           PERFORM LOAD-WITHHOLDING-RATE
           PERFORM LOAD-CUSTOMER-TAX-TABLE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM ACQUIRE-ACCOUNTS-LOCK
                   TO ACC-ACCRUED
           END-IF
           MOVE ACC-RECORD-RAW(59:8) TO ACC-MATURITY
           MOVE ACC-RECORD-RAW(67:6) TO ACC-LINK-ACCT
           MOVE ACC-RECORD-RAW(37:6) TO ACC-CUST-ID
           MOVE ACC-RECORD-RAW(86:3) TO ACC-CURRENCY
           IF ACC-CURRENCY = SPACES
               MOVE "RAI" TO ACC-CURRENCY
           END-IF.

      * One matured deposit: capitalize what's accrued (a negative
      * accrual is debit interest and settles DOWNWARD - the INT
                   MOVE ACC-ACCRUED TO LOG-AMOUNT
               END-IF
               PERFORM WRITE-LEDGER-ENTRY
               IF ACC-ACCRUED > ZERO
                   PERFORM WITHHOLD-TAX-AT-MATURITY
               END-IF
               MOVE ZERO TO ACC-ACCRUED
           END-IF.

      * The WHT entry straight after the INT it is levied on, the
      * same way BANKING's WITHHOLD-TAX-ON-INTEREST posts it.
       WITHHOLD-TAX-AT-MATURITY.
           PERFORM FIND-WITHHOLDING-RATE
           COMPUTE WHT-AMOUNT ROUNDED = ACC-ACCRUED * WHT-RATE
           IF WHT-AMOUNT > ZERO
               MOVE ACC-BALANCE TO BALANCE-BEFORE
               SUBTRACT WHT-AMOUNT FROM ACC-BALANCE
               MOVE ACC-BALANCE TO BALANCE-AFTER
               MOVE ACC-ACCOUNT TO LOG-ACCOUNT
               MOVE "WHT" TO LOG-ACTION
               MOVE WHT-AMOUNT TO LOG-AMOUNT
               PERFORM WRITE-LEDGER-ENTRY
           END-IF.

       FIND-WITHHOLDING-RATE.
           MOVE STANDARD-WHT-RATE TO WHT-RATE
           PERFORM VARYING CUST-TAX-IDX FROM 1 BY 1
                   UNTIL CUST-TAX-IDX > CUST-TAX-COUNT
               IF CTX-CUST-ID(CUST-TAX-IDX) = ACC-CUST-ID
                   IF CTX-STATUS(CUST-TAX-IDX) = "E"
                       MOVE ZERO TO WHT-RATE
                   ELSE IF CTX-RATE-GIVEN(CUST-TAX-IDX) = "Y"
                       MOVE CTX-RATE(CUST-TAX-IDX) TO WHT-RATE
                   END-IF
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-CUSTOMER-TAX-TABLE.
           MOVE ZERO TO CUST-TAX-COUNT
           OPEN INPUT CUST-FILE
           PERFORM FOREVER
               READ CUST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CUST-RECORD(1:6) IS NUMERIC
                               AND CUST-TAX-COUNT < 10000
                           ADD 1 TO CUST-TAX-COUNT
                           MOVE CUST-RECORD(1:6)
                               TO CTX-CUST-ID(CUST-TAX-COUNT)
                           MOVE CUST-RECORD(57:1)
                               TO CTX-STATUS(CUST-TAX-COUNT)
                           IF CUST-RECORD(58:7) NOT = SPACES
                                   AND FUNCTION TEST-NUMVAL(
                                       CUST-RECORD(58:7)) = 0
                               MOVE "Y"
                                   TO CTX-RATE-GIVEN(CUST-TAX-COUNT)
                               MOVE FUNCTION NUMVAL(CUST-RECORD(58:7))
                                   TO CTX-RATE(CUST-TAX-COUNT)
                           ELSE
                               MOVE "N"
                                   TO CTX-RATE-GIVEN(CUST-TAX-COUNT)
                               MOVE ZERO TO CTX-RATE(CUST-TAX-COUNT)
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE CUST-FILE.

       LOAD-WITHHOLDING-RATE.
           OPEN INPUT WHT-RATE-FILE
           READ WHT-RATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION NUMVAL(WHT-RATE-RECORD(1:7))
                       TO STANDARD-WHT-RATE
           END-READ
           CLOSE WHT-RATE-FILE.

      * Pays principal plus capitalized interest across to the
      * linked account as a TRF pair and closes the emptied deposit.
      * A linked account that is missing, not open, or the deposit
      * the credit would be written there and then overwritten by
      * the closed, zeroed row - the principal would simply vanish)
      * can't take the money - the deposit rolls over instead and
      * the branch is told, rather than the funds going nowhere. So
      * does a linked account held in another currency: crediting
      * the deposit's amount there unconverted would pay the wrong
      * sum.
      * The same self-transfer rule PRECHECK-TRANSFER applies to a
      * TRF.
       PAY-OUT-DEPOSIT.
               PERFORM ROLL-OVER-DEPOSIT
           ELSE
               MOVE ACCT-REC(ACCT-SLOT)(23:1) TO LINK-STATUS
               MOVE ACCT-REC(ACCT-SLOT)(86:3) TO LINK-CURRENCY
               IF LINK-CURRENCY = SPACES
                   MOVE "RAI" TO LINK-CURRENCY
               END-IF
               IF LINK-STATUS NOT = "O"
                   PERFORM WRITE-BAD-LINK-LINE
                   PERFORM ROLL-OVER-DEPOSIT
               ELSE IF LINK-CURRENCY NOT = ACC-CURRENCY
                   PERFORM WRITE-CURRENCY-LINK-LINE
                   PERFORM ROLL-OVER-DEPOSIT
               ELSE
                   MOVE ACC-BALANCE TO PAYOUT-AMOUNT

                   ADD 1 TO PAID-COUNT
                   PERFORM WRITE-PAYOUT-LINE
               END-IF
               END-IF
           END-IF.

      * One more term from today, at whatever rate products.txt
           MOVE ZEROES TO TXN-LOG-RECORD(67:10)
           MOVE "SYSTEM" TO TXN-LOG-RECORD(77:8)
           MOVE "M" TO TXN-LOG-RECORD(85:1)
           MOVE ACC-CURRENCY TO LOG-CURRENCY
           MOVE LOG-CURRENCY TO TXN-LOG-RECORD(101:3)
           MOVE LOG-FX-RATE-OUT TO TXN-LOG-RECORD(104:16)
           OPEN EXTEND TXN-LOG-FILE
           WRITE TXN-LOG-RECORD
           CLOSE TXN-LOG-FILE.
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-CURRENCY-LINK-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING ACC-ACCOUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  ACC-PRODUCT DELIMITED SIZE
                  "  PAYOUT ACCOUNT " DELIMITED SIZE
                  ACC-LINK-ACCT DELIMITED SIZE
                  " IN " DELIMITED SIZE
                  LINK-CURRENCY DELIMITED SIZE
                  " NOT " DELIMITED SIZE
                  ACC-CURRENCY DELIMITED SIZE
                  " - ROLLED OVER, REVIEW" DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE MATURED-COUNT TO REPORT-MATURED-COUNT
           MOVE PAID-COUNT TO REPORT-PAID-COUNT
                  FUNCTION TRIM(REPORT-ROLLED-COUNT) DELIMITED SIZE
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
