       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXPORT.

      * Reads the ledger and totals one day's DEP/WDR/CHQ/TRF/INT/REV
      * postings into debit/credit lines for the general ledger, the
      * same stand-alone-reader shape as EODREPORT/RECONCILE/STMTPRINT.
      * Invoked as:
      * credit the deposits-liability account it was added to); a
      * reversal moves the liability back whichever way its own
      * delta says.
      * LOANSVC's entries carry the loan book: a disbursement (LND)
      * is a new loan-principal asset on the LON row (debit) paid
      * into the borrower's CHK (credit deposits liability); an
      * installment's principal (LNP) comes off the CHK (debit
      * deposits liability) and off the loan asset (credit loan
      * principal); its interest (LNI) comes off the CHK (debit
      * deposits liability) as loan interest income (credit). Which
      * leg is which is told by the delta's sign, the same way REV
      * is bucketed.
      * Withholding tax taken off capitalized interest (WHT, from
      * BANKING's month-end capitalization and TDPMATURE) comes off
      * the customer's deposit (debit deposits liability) and is
      * owed to the tax authority until remitted (credit tax
      * payable).
      * Till differences TILLBAL posts to the cash-difference account
      * (CSD) are kept off the deposits lines altogether: a till
      * found over is a credit to cash over/short, a till found short
      * a debit to it, told apart by the delta's sign.
      * Every ledger line is in its account's own currency, so the
      * feed is written one block per currency - Rai first, then each
      * foreign currency held or posted - and every line carries its
      * Rai equivalent at the fxrates.txt rate. A ledger line without
      * a currency (101-103 blank) is in its account's currency, as
      * accounts.txt 86-88 has it.
      * On the month's last business day the foreign-currency
      * deposit positions are revalued at that day's rate. The Rai
      * value they were last carried at, plus the day's movements
      * since then at today's rate, is compared with the position at
      * today's rate: a liability grown in Rai terms is an FX loss
      * (DR FX REVAL LOSS, CR DEPOSITS LIABILITY), one shrunk a gain
      * (DR DEPOSITS LIABILITY, CR FX REVAL GAIN). What each position
      * was carried at is kept in fxreval.txt (one line per currency:
      * 1-3 code, 4-11 date revalued, 12-27 position and 28-43 Rai
      * value before that revaluation, 44-59 position and 60-75 Rai
      * value after it) so a rerun of the same month-end books the
      * same entry again instead of nothing.
      * A LON row's balance is loan principal, an asset, not a
      * deposit, so it is kept out of the deposit position and the
      * loan book stays at the Rai value it was booked at; its
      * ledger lines are still placed in their currency's block.

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
           SELECT OPTIONAL ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FX-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FXREVAL-FILE ASSIGN TO "fxreval.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FXREVAL-TMP-FILE ASSIGN TO "fxreval.tmp"
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
       01 INDEX-RECORD          PIC X(68).

       FD ARCH-FILE.
       01 ARCH-RECORD           PIC X(120).

       FD GL-FILE.
       01 GL-RECORD             PIC X(80).
       01 SETTLE-RECORD         PIC X(6).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 86-88: currency
                                               *> (blank = Rai)

       FD FX-FILE.
       01 FX-RECORD             PIC X(20).     *> 1-3 currency code
                                               *> 4-20 units per Rai

      * One holiday per line, YYYYMMDD - the same ops-maintained
      * calendar SCHEDRUN and FEEASSESS read.
       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD        PIC X(8).

       FD FXREVAL-FILE.
       01 FXREVAL-RECORD        PIC X(75).

       FD FXREVAL-TMP-FILE.
       01 FXREVAL-TMP-RECORD    PIC X(75).

       WORKING-STORAGE SECTION.
       77 SETTLEMENT-ACCOUNT     PIC 9(6) VALUE ZERO.
       77 SETTLE-BALANCE         PIC S9(10)V99 VALUE ZERO.
       77 SETTLE-CURRENCY        PIC X(3) VALUE "RAI".
       77 ACC-ACCOUNT-CHK        PIC 9(6).
       77 ARCH-FILE-NAME         PIC X(40) VALUE SPACES.

      * The ledger line being bucketed, wherever it was read from -
      * an archive or the live txnlog.txt - so PARSE-LEDGER-LINE
      * serves both scans.
       77 LEDGER-LINE            PIC X(120).

       77 IDX-DATE-MIN           PIC 9(8).
       77 IDX-DATE-MAX           PIC 9(8).
       77 LOG-BEFORE-IN          PIC S9(10)V99.
       77 LOG-AFTER-IN           PIC S9(10)V99.
       77 LOG-DELTA              PIC S9(10)V99.
       77 LOG-CURRENCY           PIC X(3).
       77 LOG-ACCOUNT-CHK        PIC 9(6).

      * Units per Rai off fxrates.txt, the same table BANKING loads.
       01 FX-TABLE.
           05 FX-ENTRY OCCURS 20 TIMES.
               10 FX-CURRENCY    PIC X(3).
               10 FX-RATE        PIC 9(11)V99999.
       77 FX-TABLE-COUNT         PIC 9(3) VALUE ZERO.
       77 FX-IDX                 PIC 9(3).

      * Accounts held in a currency other than Rai, so a ledger line
      * with no currency of its own can be placed by its account.
       01 FOREIGN-ACCT-TABLE.
           05 FOREIGN-ACCT-ENTRY OCCURS 100000 TIMES.
               10 FOREIGN-ACCT-NO   PIC 9(6).
               10 FOREIGN-ACCT-CCY  PIC X(3).
       77 FOREIGN-COUNT     PIC 9(6) VALUE ZERO.
       77 FOREIGN-IDX       PIC 9(6).

      * One feed block per currency; Rai is always the first. The
      * position is the total of every account balance held in the
      * currency, for the month-end revaluation.
       01 CCY-TABLE.
           05 CCY-ENTRY OCCURS 21 TIMES.
               10 CCY-CODE       PIC X(3).
               10 CCY-RATE       PIC 9(11)V99999.
               10 CCY-RATE-FOUND PIC X.
               10 CCY-POSITION   PIC S9(13)V99.
       77 CCY-TABLE-COUNT        PIC 9(3) VALUE ZERO.
       77 CCY-IDX                PIC 9(3).
       77 CCY-FIND-IDX           PIC 9(3).
       77 CCY-TO-FIND            PIC X(3).
       77 CURRENT-CCY            PIC X(3).
       77 CURRENT-RATE           PIC 9(11)V99999.
       77 PRINT-RATE             PIC Z(10)9.99999.

      * BUSINESS-DAY CALENDAR - same weekend-plus-holidays test as
      * FEEASSESS, so the revaluation lands on the same month-end
      * day the fee run does.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-DATE OCCURS 100 TIMES PIC 9(8).
       77 HOLIDAY-COUNT          PIC 9(3) VALUE ZERO.
       77 HOLIDAY-IDX            PIC 9(3).
       77 CHECK-DATE             PIC 9(8).
       77 CHECK-DATE-INT         PIC 9(8).
       77 CHECK-DOW              PIC 9.
       77 IS-BUSINESS-DAY        PIC X.
       77 MONTH-END-INT          PIC 9(8).
       77 NEXT-MONTH-FIRST       PIC 9(8).
       77 LAST-BUSINESS-DATE     PIC 9(8).

      * fxreval.txt, loaded whole and written back whole.
       01 REVAL-TABLE.
           05 REVAL-ENTRY OCCURS 20 TIMES.
               10 REVAL-CCY          PIC X(3).
               10 REVAL-DATE         PIC 9(8).
               10 REVAL-POS-BEFORE   PIC S9(13)V99.
               10 REVAL-RAI-BEFORE   PIC S9(13)V99.
               10 REVAL-POS-AFTER    PIC S9(13)V99.
               10 REVAL-RAI-AFTER    PIC S9(13)V99.
       77 REVAL-COUNT            PIC 9(3) VALUE ZERO.
       77 REVAL-IDX              PIC 9(3).
       77 PRIOR-POSITION         PIC S9(13)V99.
       77 PRIOR-RAI              PIC S9(13)V99.
       77 BOOKED-RAI             PIC S9(13)V99.
       77 REVALUED-RAI           PIC S9(13)V99.
       77 REVAL-DIFFERENCE       PIC S9(13)V99.
       77 REVAL-FIELD-OUT        PIC -9(12).99.
       77 REVAL-WRITTEN          PIC X VALUE "N".

      * Running totals, one pair of debit/credit accumulators per
      * ledger line this export produces.
      * shrinks (DR) and interest income grows (CR).
       77 DEBIT-INT-DEBIT        PIC 9(12)V99 VALUE ZERO.
       77 INTEREST-INCOME-CREDIT PIC 9(12)V99 VALUE ZERO.
      * Loan book, from LOANSVC's LND/LNP/LNI entries.
       77 LOAN-DISBURSED-DEBIT   PIC 9(12)V99 VALUE ZERO.
       77 LOAN-PAYOUT-CREDIT     PIC 9(12)V99 VALUE ZERO.
       77 LOAN-REPAID-DEBIT      PIC 9(12)V99 VALUE ZERO.
       77 LOAN-REPAID-CREDIT     PIC 9(12)V99 VALUE ZERO.
       77 LOAN-INT-DEBIT         PIC 9(12)V99 VALUE ZERO.
       77 LOAN-INT-INCOME-CREDIT PIC 9(12)V99 VALUE ZERO.
      * Withholding tax held back from credit interest.
       77 TAX-WITHHELD-DEBIT     PIC 9(12)V99 VALUE ZERO.
       77 TAX-PAYABLE-CREDIT     PIC 9(12)V99 VALUE ZERO.
      * Teller till over/short, from TILLBAL's CSD entries.
       77 CASH-OVER-CREDIT       PIC 9(12)V99 VALUE ZERO.
       77 CASH-SHORT-DEBIT       PIC 9(12)V99 VALUE ZERO.
       77 ENTRY-COUNT            PIC 9(9) VALUE ZERO.

       77 PRINT-AMOUNT           PIC Z(10)9.99.
       77 PRINT-RAI-AMOUNT       PIC Z(10)9.99.
       77 GL-LINE-RAI            PIC 9(12)V99.
       77 REPORT-ENTRY-COUNT     PIC ZZZ,ZZZ,ZZ9.
       77 RUN-DATE                PIC 9(8).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM READ-ARGUMENTS
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-ACCOUNT-CURRENCIES
           PERFORM LOAD-SETTLEMENT-BALANCE
           OPEN OUTPUT GL-FILE
           PERFORM WRITE-REPORT-HEADER
      * The Rai pass also registers any further currency a ledger
      * line turns up, so the loop picks those up as it goes.
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-TABLE-COUNT
               PERFORM EXPORT-ONE-CURRENCY
           END-PERFORM
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM FIND-LAST-BUSINESS-DAY-OF-MONTH
           IF EXPORT-DATE = LAST-BUSINESS-DATE
               PERFORM REVALUE-FOREIGN-POSITIONS
           END-IF
           PERFORM WRITE-FEED-TRAILER
           CLOSE GL-FILE
           DISPLAY "GL export written to glexport.txt"
           STOP RUN.
           STRING "GENERAL LEDGER FEED - " DELIMITED SIZE
                  EXPORT-DATE DELIMITED SIZE
                  INTO GL-RECORD
           WRITE GL-RECORD.

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
           CLOSE FX-FILE
           MOVE 1 TO CCY-TABLE-COUNT
           MOVE "RAI" TO CCY-CODE(1)
           MOVE 1 TO CCY-RATE(1)
           MOVE "Y" TO CCY-RATE-FOUND(1)
           MOVE ZERO TO CCY-POSITION(1).

      * One pass over accounts.txt: every foreign-currency account
      * goes into FOREIGN-ACCT-TABLE, and every deposit balance -
      * anything but a LON row - into its currency's position.
       LOAD-ACCOUNT-CURRENCIES.
           MOVE ZERO TO FOREIGN-COUNT
           OPEN INPUT ACC-FILE
           PERFORM FOREVER
               READ ACC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACC-RECORD-RAW(1:6) IS NUMERIC
                           MOVE ACC-RECORD-RAW(86:3) TO CCY-TO-FIND
                           IF CCY-TO-FIND = SPACES
                               MOVE "RAI" TO CCY-TO-FIND
                           END-IF
                           PERFORM FIND-OR-ADD-CURRENCY
                           IF ACC-RECORD-RAW(43:3) NOT = "LON"
                               ADD FUNCTION
                                   NUMVAL(ACC-RECORD-RAW(10:13))
                                   TO CCY-POSITION(CCY-FIND-IDX)
                           END-IF
                           IF CCY-TO-FIND NOT = "RAI"
                                   AND FOREIGN-COUNT < 100000
                               ADD 1 TO FOREIGN-COUNT
                               MOVE ACC-RECORD-RAW(1:6)
                                   TO FOREIGN-ACCT-NO(FOREIGN-COUNT)
                               MOVE CCY-TO-FIND
                                   TO FOREIGN-ACCT-CCY(FOREIGN-COUNT)
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE ACC-FILE.

      * Leaves CCY-FIND-IDX on CCY-TO-FIND's line, opening a new one
      * (with its rate off FX-TABLE) the first time a currency is
      * seen. A currency with no rate is still reported, at par.
       FIND-OR-ADD-CURRENCY.
           PERFORM VARYING CCY-FIND-IDX FROM 1 BY 1
                   UNTIL CCY-FIND-IDX > CCY-TABLE-COUNT
               IF CCY-CODE(CCY-FIND-IDX) = CCY-TO-FIND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CCY-FIND-IDX > CCY-TABLE-COUNT
               IF CCY-TABLE-COUNT < 21
                   ADD 1 TO CCY-TABLE-COUNT
               END-IF
               MOVE CCY-TABLE-COUNT TO CCY-FIND-IDX
               MOVE CCY-TO-FIND TO CCY-CODE(CCY-FIND-IDX)
               MOVE 1 TO CCY-RATE(CCY-FIND-IDX)
               MOVE "N" TO CCY-RATE-FOUND(CCY-FIND-IDX)
               MOVE ZERO TO CCY-POSITION(CCY-FIND-IDX)
               PERFORM VARYING FX-IDX FROM 1 BY 1
                       UNTIL FX-IDX > FX-TABLE-COUNT
                   IF FX-CURRENCY(FX-IDX) = CCY-TO-FIND
                           AND FX-RATE(FX-IDX) > ZERO
                       MOVE FX-RATE(FX-IDX) TO CCY-RATE(CCY-FIND-IDX)
                       MOVE "Y" TO CCY-RATE-FOUND(CCY-FIND-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * One block of the feed: the day's postings in CCY-IDX's
      * currency, totalled and written exactly as a single-currency
      * feed always was, with the Rai equivalent beside each line.
       EXPORT-ONE-CURRENCY.
           MOVE CCY-CODE(CCY-IDX) TO CURRENT-CCY
           MOVE CCY-RATE(CCY-IDX) TO CURRENT-RATE
           PERFORM RESET-TOTALS
           MOVE CURRENT-RATE TO PRINT-RATE
           MOVE SPACES TO GL-RECORD
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           STRING "CURRENCY: " DELIMITED SIZE
                  CURRENT-CCY DELIMITED SIZE
                  "   UNITS PER RAI: " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-RATE) DELIMITED SIZE
                  INTO GL-RECORD
           IF CCY-RATE-FOUND(CCY-IDX) = "N"
               MOVE "NO FX RATE - RAI COLUMN AT PAR" TO GL-RECORD(41:30)
           END-IF
           WRITE GL-RECORD
           PERFORM WRITE-COLUMN-HEADER
           PERFORM TOTAL-LEDGER
           PERFORM WRITE-GL-LINES.

       WRITE-COLUMN-HEADER.
           MOVE SPACES TO GL-RECORD
           STRING "ACCOUNT              DR/CR          AMOUNT"
                      DELIMITED SIZE
                  "  RAI EQUIVALENT" DELIMITED SIZE
                  INTO GL-RECORD
           WRITE GL-RECORD.

       RESET-TOTALS.
           MOVE ZERO TO DEPOSITS-CREDIT
           MOVE ZERO TO WITHDRAWALS-DEBIT
           MOVE ZERO TO TRANSFERS-IN-CREDIT
           MOVE ZERO TO TRANSFERS-OUT-DEBIT
           MOVE ZERO TO INTEREST-EXPENSE-DEBIT
           MOVE ZERO TO INTEREST-CREDIT
           MOVE ZERO TO FEES-DEBIT
           MOVE ZERO TO FEE-INCOME-CREDIT
           MOVE ZERO TO DEBIT-INT-DEBIT
           MOVE ZERO TO INTEREST-INCOME-CREDIT
           MOVE ZERO TO LOAN-DISBURSED-DEBIT
           MOVE ZERO TO LOAN-PAYOUT-CREDIT
           MOVE ZERO TO LOAN-REPAID-DEBIT
           MOVE ZERO TO LOAN-REPAID-CREDIT
           MOVE ZERO TO LOAN-INT-DEBIT
           MOVE ZERO TO LOAN-INT-INCOME-CREDIT
           MOVE ZERO TO TAX-WITHHELD-DEBIT
           MOVE ZERO TO TAX-PAYABLE-CREDIT
           MOVE ZERO TO CASH-OVER-CREDIT
           MOVE ZERO TO CASH-SHORT-DEBIT.

      * Walks the archives whose advertised date range covers
      * EXPORT-DATE first, then the live txnlog.txt - the same
      * read-every-line shape STMTPRINT's SCAN-LEDGER-FOR-ACCOUNT
       TOTAL-LEDGER-LINE.
           PERFORM PARSE-LEDGER-LINE
           IF LOG-DATE-IN = EXPORT-DATE
               PERFORM FIND-LINE-CURRENCY
               IF LOG-CURRENCY = CURRENT-CCY
                   ADD 1 TO ENTRY-COUNT
                   PERFORM BUCKET-ENTRY
               END-IF
           END-IF.

      * The line's own currency if it carries one, otherwise its
      * account's. Any currency not yet in CCY-TABLE is added, so a
      * later pass exports it.
       FIND-LINE-CURRENCY.
           MOVE LEDGER-LINE(101:3) TO LOG-CURRENCY
           IF LOG-CURRENCY = SPACES
               MOVE "RAI" TO LOG-CURRENCY
               IF LEDGER-LINE(19:6) IS NUMERIC
                   MOVE LEDGER-LINE(19:6) TO LOG-ACCOUNT-CHK
                   PERFORM VARYING FOREIGN-IDX FROM 1 BY 1
                           UNTIL FOREIGN-IDX > FOREIGN-COUNT
                       IF FOREIGN-ACCT-NO(FOREIGN-IDX)
                               = LOG-ACCOUNT-CHK
                           MOVE FOREIGN-ACCT-CCY(FOREIGN-IDX)
                               TO LOG-CURRENCY
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF LOG-CURRENCY NOT = "RAI"
               MOVE LOG-CURRENCY TO CCY-TO-FIND
               PERFORM FIND-OR-ADD-CURRENCY
           END-IF.

       PARSE-LEDGER-LINE.
                       SUBTRACT LOG-DELTA FROM WITHDRAWALS-DEBIT
                   END-IF
               WHEN "WDR"
               WHEN "CHQ"
                   IF LOG-DELTA < ZERO
                       SUBTRACT LOG-DELTA FROM WITHDRAWALS-DEBIT
                   ELSE
                   ELSE
                       SUBTRACT LOG-DELTA FROM WITHDRAWALS-DEBIT
                   END-IF
               WHEN "LND"
                   IF LOG-DELTA < ZERO
                       SUBTRACT LOG-DELTA FROM LOAN-DISBURSED-DEBIT
                   ELSE
                       ADD LOG-DELTA TO LOAN-PAYOUT-CREDIT
                   END-IF
               WHEN "LNP"
                   IF LOG-DELTA < ZERO
                       SUBTRACT LOG-DELTA FROM LOAN-REPAID-DEBIT
                   ELSE
                       ADD LOG-DELTA TO LOAN-REPAID-CREDIT
                   END-IF
               WHEN "LNI"
                   IF LOG-DELTA < ZERO
                       SUBTRACT LOG-DELTA FROM LOAN-INT-DEBIT
                       SUBTRACT LOG-DELTA FROM LOAN-INT-INCOME-CREDIT
                   END-IF
               WHEN "WHT"
                   IF LOG-DELTA < ZERO
                       SUBTRACT LOG-DELTA FROM TAX-WITHHELD-DEBIT
                       SUBTRACT LOG-DELTA FROM TAX-PAYABLE-CREDIT
                   END-IF
               WHEN "CSD"
                   IF LOG-DELTA > ZERO
                       ADD LOG-DELTA TO CASH-OVER-CREDIT
                   ELSE
                       SUBTRACT LOG-DELTA FROM CASH-SHORT-DEBIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE INTEREST-INCOME-CREDIT TO GL-LINE-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "LOAN PRINCIPAL" TO GL-LINE-NAME
           MOVE "DR" TO GL-LINE-SIDE
           MOVE LOAN-DISBURSED-DEBIT TO GL-LINE-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "DEPOSITS LIABILITY" TO GL-LINE-NAME
           MOVE "CR" TO GL-LINE-SIDE
           MOVE LOAN-PAYOUT-CREDIT TO GL-LINE-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "DEPOSITS LIABILITY" TO GL-LINE-NAME
           MOVE "DR" TO GL-LINE-SIDE
           MOVE LOAN-REPAID-DEBIT TO GL-LINE-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "LOAN PRINCIPAL" TO GL-LINE-NAME
           MOVE "CR" TO GL-LINE-SIDE
           MOVE LOAN-REPAID-CREDIT TO GL-LINE-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "DEPOSITS LIABILITY" TO GL-LINE-NAME
           MOVE "DR" TO GL-LINE-SIDE
           MOVE LOAN-INT-DEBIT TO GL-LINE-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "LOAN INTEREST INCOME" TO GL-LINE-NAME
           MOVE "CR" TO GL-LINE-SIDE
           MOVE LOAN-INT-INCOME-CREDIT TO GL-LINE-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "DEPOSITS LIABILITY" TO GL-LINE-NAME
           MOVE "DR" TO GL-LINE-SIDE
           MOVE TAX-WITHHELD-DEBIT TO GL-LINE-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "TAX PAYABLE" TO GL-LINE-NAME
           MOVE "CR" TO GL-LINE-SIDE
           MOVE TAX-PAYABLE-CREDIT TO GL-LINE-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "CASH OVER/SHORT" TO GL-LINE-NAME
           MOVE "CR" TO GL-LINE-SIDE
           MOVE CASH-OVER-CREDIT TO GL-LINE-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "CASH OVER/SHORT" TO GL-LINE-NAME
           MOVE "DR" TO GL-LINE-SIDE
           MOVE CASH-SHORT-DEBIT TO GL-LINE-AMOUNT
           PERFORM WRITE-GL-LINE

      * In-flight interbank money: the suspense account's live
      * balance, so the receiving side of the feed can see what is
      * still between banks. Only written when a suspense account is
      * configured at all, in the block of its own currency.
           IF SETTLEMENT-ACCOUNT NOT = ZERO
                   AND SETTLE-CURRENCY = CURRENT-CCY
               MOVE "SETTLEMENT SUSPENSE" TO GL-LINE-NAME
               MOVE "CR" TO GL-LINE-SIDE
               MOVE SETTLE-BALANCE TO GL-LINE-AMOUNT
               PERFORM WRITE-GL-LINE
           END-IF.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO GL-RECORD
           WRITE GL-RECORD
           MOVE ENTRY-COUNT TO REPORT-ENTRY-COUNT
                                   MOVE FUNCTION NUMVAL(
                                       ACC-RECORD-RAW(10:13))
                                       TO SETTLE-BALANCE
                                   IF ACC-RECORD-RAW(86:3)
                                           NOT = SPACES
                                       MOVE ACC-RECORD-RAW(86:3)
                                           TO SETTLE-CURRENCY
                                   END-IF
                                   EXIT PERFORM
                               END-IF
                           END-IF
               CLOSE ACC-FILE
           END-IF.

      * Amount and Rai equivalent are written full width so the two
      * columns line up down every currency block.
       WRITE-GL-LINE.
           COMPUTE GL-LINE-RAI ROUNDED = GL-LINE-AMOUNT / CURRENT-RATE
               ON SIZE ERROR
                   MOVE GL-LINE-AMOUNT TO GL-LINE-RAI
           END-COMPUTE
           MOVE GL-LINE-AMOUNT TO PRINT-AMOUNT
           MOVE GL-LINE-RAI TO PRINT-RAI-AMOUNT
           MOVE SPACES TO GL-RECORD
           STRING GL-LINE-NAME DELIMITED SIZE
                  " " DELIMITED SIZE
                  GL-LINE-SIDE DELIMITED SIZE
                  "     " DELIMITED SIZE
                  PRINT-AMOUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  PRINT-RAI-AMOUNT DELIMITED SIZE
                  INTO GL-RECORD
           WRITE GL-RECORD.

      * Month-end revaluation of every foreign-currency position that
      * has a rate, in Rai; then fxreval.txt is rewritten with what
      * each position is now carried at.
       REVALUE-FOREIGN-POSITIONS.
           PERFORM LOAD-REVALUATION-STATE
           MOVE "RAI" TO CURRENT-CCY
           MOVE 1 TO CURRENT-RATE
           MOVE SPACES TO GL-RECORD
           WRITE GL-RECORD
           MOVE "MONTH-END FX REVALUATION (RAI)" TO GL-RECORD
           WRITE GL-RECORD
           PERFORM WRITE-COLUMN-HEADER
           PERFORM VARYING CCY-IDX FROM 2 BY 1
                   UNTIL CCY-IDX > CCY-TABLE-COUNT
               IF CCY-RATE-FOUND(CCY-IDX) = "Y"
                   PERFORM REVALUE-ONE-POSITION
               END-IF
           END-PERFORM
           PERFORM STORE-REVALUATION-STATE.

       LOAD-REVALUATION-STATE.
           MOVE ZERO TO REVAL-COUNT
           OPEN INPUT FXREVAL-FILE
           PERFORM FOREVER
               READ FXREVAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FXREVAL-RECORD(4:8) IS NUMERIC
                               AND REVAL-COUNT < 20
                           ADD 1 TO REVAL-COUNT
                           MOVE FXREVAL-RECORD(1:3)
                               TO REVAL-CCY(REVAL-COUNT)
                           MOVE FXREVAL-RECORD(4:8)
                               TO REVAL-DATE(REVAL-COUNT)
                           MOVE FUNCTION NUMVAL(FXREVAL-RECORD(12:16))
                               TO REVAL-POS-BEFORE(REVAL-COUNT)
                           MOVE FUNCTION NUMVAL(FXREVAL-RECORD(28:16))
                               TO REVAL-RAI-BEFORE(REVAL-COUNT)
                           MOVE FUNCTION NUMVAL(FXREVAL-RECORD(44:16))
                               TO REVAL-POS-AFTER(REVAL-COUNT)
                           MOVE FUNCTION NUMVAL(FXREVAL-RECORD(60:16))
                               TO REVAL-RAI-AFTER(REVAL-COUNT)
                       END-IF
           END-PERFORM
           CLOSE FXREVAL-FILE.

      * What the position was last carried at, plus its movements
      * since at today's rate, against the whole position at today's
      * rate. A currency never revalued before starts from nothing,
      * so its first revaluation books no difference. A rerun on the
      * same export date starts again from the values that date's
      * first run started from.
       REVALUE-ONE-POSITION.
           MOVE ZERO TO PRIOR-POSITION
           MOVE ZERO TO PRIOR-RAI
           PERFORM VARYING REVAL-IDX FROM 1 BY 1
                   UNTIL REVAL-IDX > REVAL-COUNT
               IF REVAL-CCY(REVAL-IDX) = CCY-CODE(CCY-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF REVAL-IDX > REVAL-COUNT
               IF REVAL-COUNT < 20
                   ADD 1 TO REVAL-COUNT
                   MOVE REVAL-COUNT TO REVAL-IDX
                   MOVE CCY-CODE(CCY-IDX) TO REVAL-CCY(REVAL-IDX)
                   MOVE ZERO TO REVAL-DATE(REVAL-IDX)
                   MOVE ZERO TO REVAL-POS-AFTER(REVAL-IDX)
                   MOVE ZERO TO REVAL-RAI-AFTER(REVAL-IDX)
               END-IF
           ELSE IF REVAL-DATE(REVAL-IDX) = EXPORT-DATE
               MOVE REVAL-POS-BEFORE(REVAL-IDX) TO PRIOR-POSITION
               MOVE REVAL-RAI-BEFORE(REVAL-IDX) TO PRIOR-RAI
           ELSE
               MOVE REVAL-POS-AFTER(REVAL-IDX) TO PRIOR-POSITION
               MOVE REVAL-RAI-AFTER(REVAL-IDX) TO PRIOR-RAI
           END-IF
           END-IF
           COMPUTE BOOKED-RAI = CCY-POSITION(CCY-IDX) - PRIOR-POSITION
           COMPUTE BOOKED-RAI ROUNDED = BOOKED-RAI / CCY-RATE(CCY-IDX)
           ADD PRIOR-RAI TO BOOKED-RAI
           COMPUTE REVALUED-RAI ROUNDED =
               CCY-POSITION(CCY-IDX) / CCY-RATE(CCY-IDX)
           COMPUTE REVAL-DIFFERENCE = REVALUED-RAI - BOOKED-RAI
           IF REVAL-IDX NOT > REVAL-COUNT
               MOVE PRIOR-POSITION TO REVAL-POS-BEFORE(REVAL-IDX)
               MOVE PRIOR-RAI TO REVAL-RAI-BEFORE(REVAL-IDX)
               MOVE EXPORT-DATE TO REVAL-DATE(REVAL-IDX)
               MOVE CCY-POSITION(CCY-IDX) TO REVAL-POS-AFTER(REVAL-IDX)
               MOVE REVALUED-RAI TO REVAL-RAI-AFTER(REVAL-IDX)
           END-IF
           IF REVAL-DIFFERENCE > ZERO
               MOVE SPACES TO GL-LINE-NAME
               STRING "FX REVAL LOSS " DELIMITED SIZE
                      CCY-CODE(CCY-IDX) DELIMITED SIZE
                      INTO GL-LINE-NAME
               MOVE "DR" TO GL-LINE-SIDE
               MOVE REVAL-DIFFERENCE TO GL-LINE-AMOUNT
               PERFORM WRITE-GL-LINE
               MOVE "DEPOSITS LIABILITY" TO GL-LINE-NAME
               MOVE "CR" TO GL-LINE-SIDE
               PERFORM WRITE-GL-LINE
           END-IF
           IF REVAL-DIFFERENCE < ZERO
               COMPUTE GL-LINE-AMOUNT = ZERO - REVAL-DIFFERENCE
               MOVE "DEPOSITS LIABILITY" TO GL-LINE-NAME
               MOVE "DR" TO GL-LINE-SIDE
               PERFORM WRITE-GL-LINE
               MOVE SPACES TO GL-LINE-NAME
               STRING "FX REVAL GAIN " DELIMITED SIZE
                      CCY-CODE(CCY-IDX) DELIMITED SIZE
                      INTO GL-LINE-NAME
               MOVE "CR" TO GL-LINE-SIDE
               PERFORM WRITE-GL-LINE
           END-IF.

      * Written to fxreval.tmp and moved over fxreval.txt, the same
      * write-then-swap BANKING uses for accounts.txt, so a failure
      * part-way never leaves a half-written state file.
       STORE-REVALUATION-STATE.
           OPEN OUTPUT FXREVAL-TMP-FILE
           PERFORM VARYING REVAL-IDX FROM 1 BY 1
                   UNTIL REVAL-IDX > REVAL-COUNT
               MOVE SPACES TO FXREVAL-TMP-RECORD
               MOVE REVAL-CCY(REVAL-IDX) TO FXREVAL-TMP-RECORD(1:3)
               MOVE REVAL-DATE(REVAL-IDX) TO FXREVAL-TMP-RECORD(4:8)
               MOVE REVAL-POS-BEFORE(REVAL-IDX) TO REVAL-FIELD-OUT
               MOVE REVAL-FIELD-OUT TO FXREVAL-TMP-RECORD(12:16)
               MOVE REVAL-RAI-BEFORE(REVAL-IDX) TO REVAL-FIELD-OUT
               MOVE REVAL-FIELD-OUT TO FXREVAL-TMP-RECORD(28:16)
               MOVE REVAL-POS-AFTER(REVAL-IDX) TO REVAL-FIELD-OUT
               MOVE REVAL-FIELD-OUT TO FXREVAL-TMP-RECORD(44:16)
               MOVE REVAL-RAI-AFTER(REVAL-IDX) TO REVAL-FIELD-OUT
               MOVE REVAL-FIELD-OUT TO FXREVAL-TMP-RECORD(60:16)
               WRITE FXREVAL-TMP-RECORD
           END-PERFORM
           CLOSE FXREVAL-TMP-FILE
           CALL "SYSTEM" USING "mv fxreval.tmp fxreval.txt"
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: FAILED TO REPLACE fxreval.txt"
               MOVE 1 TO RETURN-CODE
           END-IF.

      * The month's last calendar day is the day before the first of
      * the next month; rolled back off weekends and holidays it is
      * the day month-end processing belongs on - FEEASSESS's own
      * month-end test, taken from the export date.
       FIND-LAST-BUSINESS-DAY-OF-MONTH.
           MOVE EXPORT-DATE TO NEXT-MONTH-FIRST
           MOVE 01 TO NEXT-MONTH-FIRST(7:2)
           IF NEXT-MONTH-FIRST(5:2) = "12"
               COMPUTE NEXT-MONTH-FIRST =
                   NEXT-MONTH-FIRST + 10000 - 1100
           ELSE
               ADD 100 TO NEXT-MONTH-FIRST
           END-IF
           COMPUTE MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-FIRST) - 1
           PERFORM FOREVER
               MOVE MONTH-END-INT TO CHECK-DATE-INT
               COMPUTE CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(MONTH-END-INT)
               PERFORM CHECK-BUSINESS-DAY
               IF IS-BUSINESS-DAY = "Y"
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM MONTH-END-INT
           END-PERFORM
           MOVE CHECK-DATE TO LAST-BUSINESS-DATE.

       LOAD-HOLIDAY-CALENDAR.
           MOVE ZERO TO HOLIDAY-COUNT
           OPEN INPUT HOLIDAY-FILE
           PERFORM FOREVER
               READ HOLIDAY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HOLIDAY-RECORD IS NUMERIC
                               AND HOLIDAY-COUNT < 100
                           ADD 1 TO HOLIDAY-COUNT
                           MOVE HOLIDAY-RECORD
                               TO HOLIDAY-DATE(HOLIDAY-COUNT)
                       END-IF
           END-PERFORM
           CLOSE HOLIDAY-FILE.

      * Same weekend-plus-holidays test as SCHEDRUN's: day 1 of the
      * INTEGER-OF-DATE scale was a Monday, so MOD 7 gives Saturday
      * 6 and Sunday 0.
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO IS-BUSINESS-DAY
           COMPUTE CHECK-DOW = FUNCTION MOD(CHECK-DATE-INT, 7)
           IF CHECK-DOW = 6 OR CHECK-DOW = 0
               MOVE "N" TO IS-BUSINESS-DAY
           ELSE
               PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                       UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                   IF HOLIDAY-DATE(HOLIDAY-IDX) = CHECK-DATE
                       MOVE "N" TO IS-BUSINESS-DAY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
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
