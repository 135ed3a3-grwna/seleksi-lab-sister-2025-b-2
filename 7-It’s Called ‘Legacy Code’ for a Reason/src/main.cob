               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-TMP-FILE ASSIGN TO "pending.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TILL-JOURNAL-FILE ASSIGN TO "tilljournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-SEQ-FILE ASSIGN TO "pending.seq"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRODUCTS-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WATCH-FILE ASSIGN TO "watchlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "closed_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKVAL-FILE
               ASSIGN TO "backvalue_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WHT-RATE-FILE ASSIGN TO
               "withholding_rate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHEQUE-FILE ASSIGN TO "cheques.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
                                               *> 72-77: linked payout
                                               *> account (NEW of a
                                               *> term product only)
                                               *> 78-80: currency the
                                               *> new account is held
                                               *> in (NEW only; blank
                                               *> means Rai)

      * One input file name per line, written by BUILD-BATCH-LIST (an
      * ls of the dated input_YYYYMMDD.txt files waiting in the run
       01 BATCH-LIST-RECORD     PIC X(40).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C
                                               *> 24-36: hold amount
                                               *> (HLD/RLS; reserved,
                                               *> not yet withdrawable)
                                               *> sign - every reader
                                               *> parses it through
                                               *> FUNCTION NUMVAL
                                               *> 86-88: currency the
                                               *> account is held in
                                               *> (code from
                                               *> fxrates.txt; blank
                                               *> means Rai)

       FD TMP-FILE.
       01 TMP-RECORD            PIC X(88).

       FD OUT-FILE.
       01 OUT-RECORD            PIC X(80).
      * address it by substring the same way ACC-RECORD-RAW is
      * addressed, instead of re-parsing free text.
       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD        PIC X(120).

       FD RATES-FILE.
       01 RATES-RECORD          PIC X(20).     *> 1-13 min balance
      *   43-50  DATE (YYYYMMDD)
      *   51-56  BENEFICIARY BANK CODE (XTR only)
      *   57-70  SUBMITTER REFERENCE carried from the held record
      *   71-78  MAKER - operator who raised it (blank on old lines)
       FD PENDING-FILE.
       01 PENDING-RECORD        PIC X(78).

       FD PENDING-TMP-FILE.
       01 PENDING-TMP-RECORD    PIC X(78).

      * Operator master, maintained by OPERMAINT. Three record kinds,
      * told apart by position 1:
      *   R  role:      2-9 role, 10-84 up to twenty-five 3-letter
      *                 actions the role may key
      *   O  operator:  2-9 operator id, 10-17 role, 18 status
      *                 (A active / D disabled), 19-48 name
      *   L  limit:     2-9 operator id, 10-12 action, 13-25 most
      *                 that operator may key for it, 9(10).99
      * An action with no L line for the operator is capped only by
      * what the role allows.
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD       PIC X(84).

      * Teller cash drawer journal - every physical cash movement
      * through the drawer, one line each:
      *    1-8   date YYYYMMDD - the business day it was keyed on
      *    9-16  operator id
      *   17-19  event: OPN opening float, VBY cash bought from the
      *          vault, VSL cash sold back to the vault, CIN cash
      *          taken in by a teller DEP, COT cash paid out by a
      *          teller WDR, CNT cash counted at close, DIF
      *          over/short posted (TILLBAL)
      *   20-32  amount 9(10).99 - the drawer holds Rai, so a
      *          CIN/COT against a foreign-currency account carries
      *          the Rai equivalent of the keyed amount
      *   33-38  time HHMMSS
       FD TILL-JOURNAL-FILE.
       01 TILL-JOURNAL-RECORD   PIC X(38).

      * Single line holding the last pending-approval id handed out.
       FD PENDING-SEQ-FILE.

      * Ops-maintained customer master, read-only here - the same
      * layout CUSTRPT reads (1-6 customer id, 7-36 name, 37-56
      * contact) plus CUSTMAINT's withholding-tax fields (57 tax
      * status T taxable / E exempt / blank standard, 58-64 the
      * customer's own rate 9V99999). Consulted by PRECHECK-LINK so
      * LNK can only link an account to a customer that actually
      * exists, and by CAPITALIZE-INTEREST for the tax to withhold.
       FD CUST-FILE.
       01 CUST-RECORD           PIC X(64).

      * Compliance watch feed: one line per cleared DEP/WDR/TRF over
      * WATCH-THRESHOLD, in the same fixed-width layout as txnlog.txt
      * so the fraud team's tooling can parse both the same way -
      * the full 120 bytes, currency (101-103) and cross rate
      * (104-119) included, so a foreign-currency alert is not read
      * as Rai. Append-only, separate from txnlog.txt/errorlog.txt.
       FD WATCH-FILE.
       01 WATCH-RECORD          PIC X(120).

      * ACCTPURGE's closed-account history: 1-88 the account row as
      * it last stood, 89-96 close date, 97-104 purge date. Read only
      * to keep a purged account number from being opened again.
       FD HISTORY-FILE.
       01 HISTORY-RECORD        PIC X(104).

      * Back-valuation report: one line per interest adjustment a
      * back-valued DEP/WDR/TRF/REV made to an account's accrual,
      * keyed by the ledger sequence of the entry that caused it.
      * Append-only like watchlist.txt; REPLAY-BACKVALUE-ADJUSTMENTS
      * also reads it back on restart, so the columns are fixed.
      *    1-10  ledger sequence of the back-valued entry
      *   12-17  account
      *   19-21  action
      *   23-30  value date
      *   32-39  posting date
      *   41-44  days adjusted (value date to last accrual)
      *   46-58  balance the accrual ran on
      *   60-72  balance it should have run on
      *   74-86  adjustment to accrued interest (signed)
      *   88-100 accrued interest after the adjustment
       FD BACKVAL-FILE.
       01 BACKVAL-RECORD        PIC X(100).

      * Single line recording how far a batch posting run has got, so
      * a run killed mid-file resumes at the first unposted record
       01 INDEX-RECORD          PIC X(68).

       FD ARCH-FILE.
       01 ARCH-RECORD           PIC X(120).

      * Single line holding the last date the daily accrual ran, so
      * the daemon's 23-second loop (or an extra manual invocation)
       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD        PIC X(8).

      * The bank's processing-date control, one line, kept by EODRUN
      * (which advances it as the last step of a clean close):
      *    1-8   current business date (YYYYMMDD)
      *    9-12  posting cutoff (HHMM, blank = no cutoff)
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

      * Single line carrying the standard withholding-tax rate
      * (9V99999) for a customer with no rate of their own, same
      * one-knob file shape as DEBIT-RATE-FILE.
       FD WHT-RATE-FILE.
       01 WHT-RATE-RECORD       PIC X(7).

      * The cheque register, appended to and never rewritten. CHQMAINT
      * records each book issued (B), BANKING each cheque it pays (P)
      * and each stop-payment it takes (S); CHQRPT reports from it.
       FD CHEQUE-FILE.
       01 CHEQUE-RECORD         PIC X(66).     *> 1: kind B/P/S
                                               *> 2-7: account
                                               *> 8-13: first serial
                                               *> (B) / cheque no
                                               *> (P, S)
                                               *> 14-19: last serial
                                               *> (B only)
                                               *> 20-27: date issued
                                               *> / paid / stop taken
                                               *> 28-40: amount paid
                                               *> (P only)
                                               *> 41-50: ledger seq
                                               *> (P only)
                                               *> 51-58: stop expiry
                                               *> YYYYMMDD (S only)
                                               *> 59-66: operator

       WORKING-STORAGE SECTION.
       77 IN-ACCOUNT            PIC 9(6).
       77 IN-ACTION             PIC X(3).
       77 ACC-OD-LIMIT           PIC 9(10)V99.
       77 TMP-OD-LIMIT           PIC 9(10)V99.
       77 SRC-OD-LIMIT-CHK       PIC 9(10)V99.

      * ACCOUNT CURRENCY - every amount on the row (balance, hold,
      * accrued, overdraft limit) and every DEP/WDR/FEE against it is
      * in this currency. Blank is Rai, the way every account was
      * held before foreign-currency accounts were offered.
       77 ACC-CURRENCY           PIC X(3).
       77 IN-ACCT-CURRENCY       PIC X(3) VALUE SPACES.
      * A balance (or accrued-interest) field is 13 characters
      * whichever way it is signed: positive keeps the historical
      * zero-padded form, negative takes a leading minus - NUMVAL
      * substring addressing used everywhere else still applies.
       01 ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 100000 TIMES.
               10 ACCT-REC      PIC X(88).
       77 ACCT-COUNT            PIC 9(6) VALUE ZERO.
       77 ACCT-IDX              PIC 9(6).
      * Slot the last SEARCH-ACCOUNT-TABLE call landed on; ZERO when
       77 TABLE-DIRTY           PIC X VALUE "N".
      * The updated row APPLY-ACTION/APPLY-TRANSFER-CREDIT build
      * before it is moved back over the account's table slot.
       77 ACCT-WORK-REC         PIC X(88).

      * POSTING CHECKPOINT/RESTART - the fields mirrored into
      * posting.checkpoint after every posted record. CKPT-PRESENT
      * being re-applied to the account table, wherever it was read
      * from (an archive or the live txnlog.txt).
       77 ARCH-FILE-NAME        PIC X(40) VALUE SPACES.
       77 RPL-LINE              PIC X(120).
       77 RPL-SEQ               PIC 9(10).
       77 RPL-ACCOUNT           PIC 9(6).
       77 RPL-ACTION            PIC X(3).
       77 LOG-DATE-OUT          PIC 9(8).
      * Set by APPLY-ACTION's REV branch before LOG-TRANSACTION runs
      * so the new REV entry carries a back-link to the posting it
      * reverses; the CHQ branch sets it to the cheque number paid.
      * ZERO for every other ledger entry.
       77 LOG-REF-SEQ           PIC 9(10) VALUE ZERO.
      * WHO and over WHICH channel - stamped on every ledger entry
      * (positions 77-85) so audit can tell a teller posting from a
      * Saved around an approval re-drive, which posts over channel
      * "A" whatever channel the APR record itself arrived on.
       77 SAVED-LOG-CHANNEL     PIC X.
       77 SAVED-LOG-OPERATOR    PIC X(8).
       77 TELLER-OPERATOR-RAW   PIC X(8) VALUE SPACES.
       77 SCHED-NAME-COUNT      PIC 9(3) VALUE ZERO.

       77 SRC-BALANCE-CHECK     PIC S9(10)V99.
       77 SRC-HOLD-CHECK        PIC 9(10)V99.
       77 SRC-PRODUCT-CHK       PIC X(3).
      * A TRF between accounts held in different currencies credits
      * the destination with the amount converted at the cross rate
      * (destination units per source unit, both off fxrates.txt);
      * same-currency transfers keep a rate of zero and credit the
      * amount as keyed.
       77 SRC-CURRENCY-CHK      PIC X(3).
       77 DEST-CURRENCY-CHK     PIC X(3).
       77 SRC-FX-RATE-CHK       PIC 9(11)V99999.
       77 TRF-FX-RATE           PIC 9(6)V9(9).
       77 TRF-CREDIT-AMOUNT     PIC 9(10)V99.
       77 SAVED-TRF-AMOUNT      PIC 9(10)V99.

      * LNK - PRECHECK-LINK looks the named customer id up in
      * customers.txt before APPLY-ACTION links it, the same
       77 CUST-ID-CHK           PIC 9(6).
       77 TRF-OK                PIC X VALUE "N".
       77 TRF-REASON            PIC X(30).

      * CHQ (cheque debit) / STP (stop payment) - the cheque number
      * rides in the destination slot (23-28), so a CHQ parked for
      * approval keeps it in pending.txt's own destination column;
      * an STP's expiry date rides in the value-date slot. Both are
      * checked against cheques.txt by PRECHECK-CHEQUE before the
      * account is touched, the same way PRECHECK-TRANSFER vets a
      * TRF's destination.
       77 CHEQUE-NO             PIC 9(6).
       77 CHQ-ACCOUNT           PIC 9(6).
       77 CHQ-OK                PIC X VALUE "N".
       77 CHQ-REASON            PIC X(40).
       77 CHQ-ISSUED            PIC X VALUE "N".
       77 CHQ-PAID              PIC X VALUE "N".
       77 CHQ-STOPPED           PIC X VALUE "N".
       77 CHQ-FIRST             PIC 9(6).
       77 CHQ-LAST              PIC 9(6).
       77 CHQ-STOP-UNTIL        PIC 9(8).
       77 CHQ-DATE              PIC 9(8).
       77 CHQ-AMOUNT            PIC 9(10)V99.
       77 CHQ-SEQ               PIC 9(10).
       77 CHQ-OPERATOR          PIC X(8).
       77 STOP-EXPIRY           PIC 9(8).
       77 STOP-DEFAULT-DAYS     PIC 9(3) VALUE 180.
       77 LOG-ACCOUNT           PIC 9(6).

      * APR (approve) / REV (reverse) - both name a prior record by a
       77 REF-IDX               PIC 9(6).
       77 IN-VALUE-DATE         PIC 9(8) VALUE ZERO.
       77 TODAY-DATE            PIC 9(8).

      * PROCESSING DATE - "today" for every posting, pending entry,
      * till day and accrual comes off businessdate.txt, not the
      * machine clock, so a close that runs past midnight still
      * books under the day being closed. POSTING-CUTOFF is the
      * file's HHMM cutoff (CUTOFF-SET "N" when none is given);
      * NEXT-BUSINESS-DATE is the value date a teller or batch
      * record arriving after it is given.
       77 BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       77 NEXT-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
       77 POSTING-CUTOFF        PIC 9(4) VALUE ZERO.
       77 CUTOFF-SET            PIC X VALUE "N".
       77 PAST-CUTOFF           PIC X VALUE "N".
       77 CLOCK-DATE            PIC 9(8).
       77 CLOCK-TIME            PIC 9(8).
       77 PURGED-ACCOUNT-FOUND  PIC X VALUE "N".

      * BACK-VALUATION - a DEP/WDR/TRF/REV posted under a past value
      * date moved the balance on days the daily accrual has already
      * run for. The accrual those days should have earned (or
      * charged) on the moved balance, less what it did on the old
      * one, goes onto the accrued-interest field for the next
      * capitalization to pay or recover.
       77 BACKVAL-DUE           PIC X VALUE "N".
       77 BACKVAL-FROM-DAY      PIC 9(8).
       77 BACKVAL-TO-DAY        PIC 9(8).
       77 BACKVAL-DAYS          PIC 9(4).
       77 BACKVAL-BALANCE       PIC S9(10)V99.
       77 BACKVAL-DAILY         PIC S9(10)V99.
       77 BACKVAL-DAILY-BEFORE  PIC S9(10)V99.
       77 BACKVAL-DAILY-AFTER   PIC S9(10)V99.
       77 BACKVAL-ADJUSTMENT    PIC S9(10)V99.
       77 BACKVAL-SAVED-BALANCE PIC S9(10)V99.
       77 BACKVAL-BEFORE        PIC S9(10)V99.
       77 BACKVAL-AFTER         PIC S9(10)V99.
       77 BACKVAL-ACCRUED       PIC S9(10)V99.
       77 BACKVAL-ACCOUNT       PIC X(6).
       77 BACKVAL-SEQ           PIC 9(10).
      * Newest IDX-DATE-MAX across txnlog_index.txt, loaded once per
      * run by LOAD-ARCHIVE-CUTOFF; ZERO when nothing was ever
      * archived, which disables the lower guard entirely.
       77 TELLER-VALUE-DATE-RAW PIC X(8) VALUE SPACES.
       77 TELLER-BANK-RAW       PIC X(6) VALUE SPACES.
       77 TELLER-LINK-RAW       PIC X(6) VALUE SPACES.
       77 TELLER-CURRENCY-RAW   PIC X(3) VALUE SPACES.
       77 TELLER-SUBMIT-RAW     PIC X(14) VALUE SPACES.

      * OPERATOR ENTITLEMENTS (teller mode) - operators.txt is
      * reloaded before every console entry, so disabling an id or
      * cutting a limit takes effect on that teller's next entry, not
      * their next sign-on.
       01 OPER-TABLE.
           05 OPER-ENTRY OCCURS 2000 TIMES.
               10 OPER-ROW      PIC X(84).
       77 OPER-COUNT            PIC 9(4) VALUE ZERO.
       77 OPER-IDX              PIC 9(4).
       77 OPER-FOUND            PIC X VALUE "N".
       77 OPER-ROLE             PIC X(8).
       77 OPER-STATUS           PIC X.
       77 OPER-ACTIONS          PIC X(75).
       77 OPER-ROLE-FOUND       PIC X VALUE "N".
       77 OPER-ACTION-IDX       PIC 99.
       77 OPER-ACTION-ALLOWED   PIC X VALUE "N".
       77 OPER-LIMIT            PIC 9(10)V99.
       77 OPER-LIMIT-FOUND      PIC X VALUE "N".
       77 OPER-LIMIT-ACTION     PIC X(3).
       77 OPER-LIMIT-AMOUNT     PIC 9(10)V99.
       77 OPER-REFUSAL          PIC X(60) VALUE SPACES.
       77 OPER-LIMIT-OUT        PIC Z(9)9.99.

      * TELLER CASH DRAWER - tilljournal.txt events keyed at the
      * console; TILLBAL balances them against the teller's own
      * channel-T DEP/WDR ledger entries.
       77 TILL-DATE             PIC 9(8).
       77 TILL-TIME             PIC 9(8).
       77 TILL-FLOAT-FOUND      PIC X VALUE "N".
       77 TILL-FLOAT-RAW        PIC X(13) VALUE SPACES.
       77 TILL-EVENT            PIC X(3).
       77 TILL-AMOUNT           PIC 9(10)V99.

      * MAKER-CHECKER (DEP/WDR/TRF over APPROVAL-THRESHOLD)
      * Overridden by LOAD-APPROVAL-THRESHOLD from
      * approval_threshold.txt when present, same override pattern as
       77 PEND-BANK-CHK         PIC X(6).
       77 PEND-SUBMIT-REF-CHK   PIC X(14).
       77 PEND-STATUS-CHK       PIC X.
       77 PEND-MAKER-CHK        PIC X(8).

      * REV (reverse) - PRECHECK-REVERSAL reads the original posting
      * straight out of txnlog.txt by LOG-SEQ/LOG-ACCOUNT, same fields
       77 CAPITALIZE-FORCED   PIC X VALUE "N".
       77 ACCRUAL-LAST-DATE   PIC 9(8) VALUE ZERO.
       77 ACCRUAL-RUN-DATE    PIC 9(8).
       77 ACCRUAL-DAY-INT     PIC 9(8).
       77 ACCRUAL-END-INT     PIC 9(8).
       77 CAP-LAST-MONTH      PIC X(6) VALUE SPACES.
       77 CAPITALIZED-COUNT   PIC 9(9) VALUE ZERO.

      * WITHHOLDING TAX on capitalized credit interest - each
      * customer's tax status and own rate, loaded once per
      * capitalization run from customers.txt. A customer with no
      * rate of their own (and an account linked to no customer)
      * is taxed at STANDARD-WHT-RATE, overridden from
      * withholding_rate.txt; with no file it is zero and interest
      * posts gross exactly as it always did.
       01 CUST-TAX-TABLE.
           05 CUST-TAX-ENTRY OCCURS 10000 TIMES.
               10 CTX-CUST-ID     PIC 9(6).
               10 CTX-STATUS      PIC X.
               10 CTX-RATE-GIVEN  PIC X.
               10 CTX-RATE        PIC 9V99999.
       77 CUST-TAX-COUNT      PIC 9(5) VALUE ZERO.
       77 CUST-TAX-IDX        PIC 9(5).
       77 STANDARD-WHT-RATE   PIC 9V99999 VALUE ZERO.
       77 WHT-RATE            PIC 9V99999.
       77 WHT-AMOUNT          PIC 9(10)V99.
       77 WITHHELD-COUNT      PIC 9(9) VALUE ZERO.

      * BUSINESS-DAY CALENDAR (for the capitalization gate) - same
      * weekend-plus-holidays test SCHEDRUN's CHECK-BUSINESS-DAY
      * makes.
       77 IN-CURRENCY         PIC X(3).
       77 OUT-CURRENCY        PIC X(3).
       77 SELECTED-FX-RATE    PIC 9(11)V99999.
      * FIND-CURRENCY-RATE - units of RATE-CURRENCY per Rai; Rai
      * itself (blank or "RAI") is always 1. An amount's Rai
      * equivalent is the amount divided by this rate.
       77 RATE-CURRENCY       PIC X(3).
       77 CURRENCY-RATE       PIC 9(11)V99999.
       77 CURRENCY-RATE-FOUND PIC X VALUE "N".
       77 IN-AMOUNT-RAI       PIC 9(12)V99.
       77 RAI-BALANCE         PIC S9(12)V99.
      * Currency and cross rate stamped on the ledger line at 101-119
      * - set by whichever paragraph builds the posting, cleared
      * again once LOG-TRANSACTION has written it.
       77 LOG-CURRENCY        PIC X(3) VALUE SPACES.
       77 LOG-FX-RATE         PIC 9(6)V9(9) VALUE ZERO.
       77 LOG-FX-RATE-OUT     PIC 9(6).9(9).

      * WHOLE-LEDGER LISTING (LST)
       77 LIST-BALANCE-OUT    PIC Z(9)9.99.
           
       MAIN.
           ACCEPT ARGUMENT FROM COMMAND-LINE.
           PERFORM LOAD-BUSINESS-DATE.

           IF ARGUMENT = "--apply-interest"
               SET INTEREST-MODE-ACTIVE TO TRUE
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-MINIMUM-BALANCE
           PERFORM LOAD-PRODUCT-RULES
           PERFORM LOAD-INTEREST-RATES
           PERFORM LOAD-DEBIT-RATE
           PERFORM LOAD-APPROVAL-THRESHOLD
           PERFORM LOAD-WATCH-THRESHOLD
           PERFORM LOAD-ARCHIVE-CUTOFF
               END-IF
           END-IF.

      * A file SCHEDRUN, FEEASSESS, INCLEAR, SWEEPRUN or DDCOLLECT
      * generated posts over the scheduled channel; everything else that
      * arrives as a file is the plain batch channel. The generated
      * names all carry a distinguishing suffix before .txt.
       SET-BATCH-CHANNEL.
           MOVE "BATCH" TO LOG-OPERATOR-ID
           MOVE "B" TO LOG-CHANNEL
               FOR ALL "_fees"
           INSPECT IN-FILE-NAME TALLYING SCHED-NAME-COUNT
               FOR ALL "_inclear"
           INSPECT IN-FILE-NAME TALLYING SCHED-NAME-COUNT
               FOR ALL "_sweep"
           INSPECT IN-FILE-NAME TALLYING SCHED-NAME-COUNT
               FOR ALL "_ddebit"
           IF SCHED-NAME-COUNT NOT = ZERO
               MOVE "SYSTEM" TO LOG-OPERATOR-ID
               MOVE "S" TO LOG-CHANNEL
      * are parsed and posted through PROCESS-ONE-TRANSACTION exactly
      * the way a batch record is - a console-posted DEP is no
      * different from one that arrived in input.txt. Entering 000000
      * as the account ends the session. The teller id must be an
      * active operator on operators.txt, and every entry is held to
      * that operator's role and limits (CHECK-OPERATOR-ENTITLEMENT).
       TELLER-MAIN.
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-MINIMUM-BALANCE
           PERFORM LOAD-PRODUCT-RULES
           PERFORM LOAD-INTEREST-RATES
           PERFORM LOAD-DEBIT-RATE
           PERFORM LOAD-APPROVAL-THRESHOLD
           PERFORM LOAD-WATCH-THRESHOLD
           PERFORM LOAD-ARCHIVE-CUTOFF
           PERFORM LOAD-TDP-TERMS
           DISPLAY "TELLER ID: " WITH NO ADVANCING
           ACCEPT TELLER-OPERATOR-RAW FROM CONSOLE
           MOVE TELLER-OPERATOR-RAW TO LOG-OPERATOR-ID
      * Only an active id on operators.txt whose role is defined
      * gets a session at all - a blank or mistyped id no longer
      * signs on as a generic TELLER.
           PERFORM CHECK-OPERATOR-SIGN-ON
           IF OPER-REFUSAL NOT = SPACES
               DISPLAY "SIGN-ON REFUSED: " FUNCTION TRIM(OPER-REFUSAL)
               PERFORM LOG-SIGN-ON-REFUSAL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-TELLER-DRAWER
           MOVE "T" TO LOG-CHANNEL
           DISPLAY "TELLER MODE - ENTER ACCOUNT 000000 TO EXIT"
      * One lock/load/store cycle per console entry, not per session -
               IF IN-ACCOUNT-RAW = "000000"
                   EXIT PERFORM
               END-IF
      * A session can outlive the close that advances the date, so
      * each entry takes the business date fresh.
               PERFORM LOAD-BUSINESS-DATE
               PERFORM PARSE-INPUT-FIELDS
               IF IN-ACTION = "VBY" OR IN-ACTION = "VSL"
                       OR IN-ACTION = "CNT"
                   PERFORM TELLER-DRAWER-ENTRY
               ELSE
                   PERFORM ACQUIRE-ACCOUNTS-LOCK
                   PERFORM LOAD-ACCOUNT-TABLE
                   PERFORM PROCESS-ONE-TRANSACTION
                   PERFORM STORE-ACCOUNT-TABLE
                   PERFORM RELEASE-ACCOUNTS-LOCK
               END-IF
               DISPLAY FUNCTION TRIM(OUT-RECORD)
           END-PERFORM
           STOP RUN.

      * One console prompt per field, mirroring the slots READ-INPUT
      * pulls off a fixed-width IN-RECORD: account, action, amount,
      * and (TRF/LNK only) destination/customer id. A drawer entry
      * (VBY/VSL/CNT) takes any account number other than 000000 and
      * ignores it.
       TELLER-READ-ENTRY.
           DISPLAY "ACCOUNT (000000 TO EXIT): "
               WITH NO ADVANCING
           ACCEPT IN-ACCOUNT-RAW FROM CONSOLE
           IF IN-ACCOUNT-RAW NOT = "000000"
               DISPLAY "ACTION (NEW/DEP/WDR/FEE/BAL/TRF/XTR/LNK/CLS"
                       "/HLD/RLS/ODL/UFZ/LST/APR/REV/CHQ/STP"
                       " - DRAWER VBY/VSL/CNT): "
                   WITH NO ADVANCING
               ACCEPT IN-ACTION FROM CONSOLE
               DISPLAY "AMOUNT: " WITH NO ADVANCING
               ACCEPT IN-AMOUNT-RAW FROM CONSOLE
           END-IF
      * A drawer entry is cash between the teller and the vault, not
      * a posting - it needs no account details, so the remaining
      * prompts are skipped.
           IF IN-ACCOUNT-RAW NOT = "000000"
                   AND (IN-ACTION = "VBY" OR IN-ACTION = "VSL"
                        OR IN-ACTION = "CNT")
               MOVE SPACES TO IN-DEST-ACCOUNT-RAW
               MOVE SPACES TO IN-REF-SEQ-RAW
               MOVE SPACES TO IN-VALUE-DATE-RAW
               MOVE SPACES TO IN-XTR-BANK
               MOVE SPACES TO IN-LINK-ACCT
               MOVE SPACES TO IN-SUBMIT-REF
               MOVE SPACES TO IN-CURRENCY
               MOVE SPACES TO IN-ACCT-CURRENCY
           ELSE IF IN-ACCOUNT-RAW NOT = "000000"
               DISPLAY "DEST ACCOUNT / CUSTOMER ID / CHEQUE NO"
                       " (BLANK IF N/A): "
                   WITH NO ADVANCING
               ACCEPT TELLER-DEST-RAW FROM CONSOLE
               MOVE TELLER-DEST-RAW TO IN-DEST-ACCOUNT-RAW
                   WITH NO ADVANCING
               ACCEPT TELLER-REF-RAW FROM CONSOLE
               MOVE TELLER-REF-RAW TO IN-REF-SEQ-RAW
               DISPLAY "VALUE DATE YYYYMMDD (BLANK = TODAY;"
                       " STP: EXPIRY DATE): "
                   WITH NO ADVANCING
               ACCEPT TELLER-VALUE-DATE-RAW FROM CONSOLE
               MOVE TELLER-VALUE-DATE-RAW TO IN-VALUE-DATE-RAW
                   WITH NO ADVANCING
               ACCEPT TELLER-LINK-RAW FROM CONSOLE
               MOVE TELLER-LINK-RAW TO IN-LINK-ACCT
               DISPLAY "ACCOUNT CURRENCY (NEW ONLY, BLANK = RAI): "
                   WITH NO ADVANCING
               ACCEPT TELLER-CURRENCY-RAW FROM CONSOLE
               MOVE TELLER-CURRENCY-RAW TO IN-ACCT-CURRENCY
               DISPLAY "SUBMITTER REF (BLANK = NO DUP CHECK): "
                   WITH NO ADVANCING
               ACCEPT TELLER-SUBMIT-RAW FROM CONSOLE
               MOVE TELLER-SUBMIT-RAW TO IN-SUBMIT-REF
               MOVE SPACES TO IN-CURRENCY
           END-IF
           END-IF.

      * The first sign-on of the day asks for the cash the drawer
      * starts with; a teller signing on again later the same day
      * already has a float on tilljournal.txt and is not asked
      * twice.
       OPEN-TELLER-DRAWER.
           MOVE BUSINESS-DATE TO TILL-DATE
           MOVE "N" TO TILL-FLOAT-FOUND
           OPEN INPUT TILL-JOURNAL-FILE
           PERFORM FOREVER
               READ TILL-JOURNAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TILL-JOURNAL-RECORD(1:8) = TILL-DATE
                               AND TILL-JOURNAL-RECORD(9:8)
                                   = LOG-OPERATOR-ID
                               AND TILL-JOURNAL-RECORD(17:3) = "OPN"
                           MOVE "Y" TO TILL-FLOAT-FOUND
                           EXIT PERFORM
                       END-IF
           END-PERFORM
           CLOSE TILL-JOURNAL-FILE
           IF TILL-FLOAT-FOUND = "N"
               PERFORM FOREVER
                   DISPLAY "OPENING FLOAT: " WITH NO ADVANCING
                   ACCEPT TILL-FLOAT-RAW FROM CONSOLE
                   IF TILL-FLOAT-RAW NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(TILL-FLOAT-RAW) = 0
                           AND FUNCTION NUMVAL(TILL-FLOAT-RAW)
                               NOT < ZERO
                       EXIT PERFORM
                   END-IF
                   DISPLAY "INVALID AMOUNT"
               END-PERFORM
               MOVE "OPN" TO TILL-EVENT
               MOVE FUNCTION NUMVAL(TILL-FLOAT-RAW) TO TILL-AMOUNT
               PERFORM WRITE-TILL-JOURNAL
           END-IF.

      * VBY/VSL/CNT keyed at the console: held to the same role and
      * limit checks as a posting, then journalled. A rejection goes
      * to errorlog.txt like any other.
       TELLER-DRAWER-ENTRY.
           MOVE "Y" TO VALID-INPUT
           MOVE SPACES TO REJECT-REASON
           IF IN-AMOUNT-RAW = SPACES
                   OR FUNCTION TEST-NUMVAL(IN-AMOUNT-RAW) NOT = 0
               MOVE "N" TO VALID-INPUT
               MOVE "REJECTED: INVALID AMOUNT" TO REJECT-REASON
           ELSE IF FUNCTION NUMVAL(IN-AMOUNT-RAW) < ZERO
               MOVE "N" TO VALID-INPUT
               MOVE "REJECTED: INVALID AMOUNT" TO REJECT-REASON
           ELSE IF IN-AMOUNT = ZERO AND IN-ACTION NOT = "CNT"
               MOVE "N" TO VALID-INPUT
               MOVE "REJECTED: INVALID AMOUNT" TO REJECT-REASON
           ELSE
               PERFORM CHECK-OPERATOR-ENTITLEMENT
           END-IF
           END-IF
           END-IF
           IF VALID-INPUT = "Y"
               MOVE IN-ACTION TO TILL-EVENT
               MOVE IN-AMOUNT TO TILL-AMOUNT
               PERFORM WRITE-TILL-JOURNAL
               EVALUATE IN-ACTION
                   WHEN "VBY"
                       MOVE "CASH BOUGHT FROM VAULT" TO OUT-RECORD
                   WHEN "VSL"
                       MOVE "CASH SOLD TO VAULT" TO OUT-RECORD
                   WHEN OTHER
                       MOVE "DRAWER COUNT RECORDED" TO OUT-RECORD
               END-EVALUATE
           ELSE
               MOVE REJECT-REASON TO OUT-RECORD
               PERFORM LOG-ERROR
           END-IF.

       WRITE-TILL-JOURNAL.
           MOVE BUSINESS-DATE TO TILL-DATE
           ACCEPT TILL-TIME FROM TIME
           MOVE SPACES TO TILL-JOURNAL-RECORD
           MOVE TILL-DATE TO TILL-JOURNAL-RECORD(1:8)
           MOVE LOG-OPERATOR-ID TO TILL-JOURNAL-RECORD(9:8)
           MOVE TILL-EVENT TO TILL-JOURNAL-RECORD(17:3)
           MOVE TILL-AMOUNT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO TILL-JOURNAL-RECORD(20:13)
           MOVE TILL-TIME(1:6) TO TILL-JOURNAL-RECORD(33:6)
           OPEN EXTEND TILL-JOURNAL-FILE
           WRITE TILL-JOURNAL-RECORD
           CLOSE TILL-JOURNAL-FILE.

      * Sign-on gate for teller mode: LOG-OPERATOR-ID must be an O
      * line on operators.txt, active, with a role that has an R
      * line. OPER-REFUSAL comes back blank when all of that holds,
      * else carries the reason.
       CHECK-OPERATOR-SIGN-ON.
           MOVE SPACES TO OPER-REFUSAL
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM FIND-OPERATOR
           IF LOG-OPERATOR-ID = SPACES OR OPER-FOUND = "N"
               MOVE "UNKNOWN OPERATOR ID" TO OPER-REFUSAL
           ELSE IF OPER-STATUS NOT = "A"
               MOVE "OPERATOR ID DISABLED" TO OPER-REFUSAL
           ELSE
               PERFORM FIND-OPERATOR-ROLE
               IF OPER-ROLE-FOUND = "N"
                   MOVE "OPERATOR ROLE NOT DEFINED" TO OPER-REFUSAL
               END-IF
           END-IF
           END-IF.

       LOG-SIGN-ON-REFUSAL.
           MOVE SPACES TO ERROR-LOG-RECORD
           STRING "SIGN-ON REFUSED " DELIMITED SIZE
                  FUNCTION TRIM(TELLER-OPERATOR-RAW) DELIMITED SIZE
                  ": " DELIMITED SIZE
                  FUNCTION TRIM(OPER-REFUSAL) DELIMITED SIZE
                  INTO ERROR-LOG-RECORD
           OPEN EXTEND ERROR-LOG-FILE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

       LOAD-OPERATOR-TABLE.
           MOVE ZERO TO OPER-COUNT
           OPEN INPUT OPERATOR-FILE
           PERFORM FOREVER
               READ OPERATOR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF OPERATOR-RECORD NOT = SPACES
                               AND OPER-COUNT < 2000
                           ADD 1 TO OPER-COUNT
                           MOVE OPERATOR-RECORD TO OPER-ROW(OPER-COUNT)
                       END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE.

       FIND-OPERATOR.
           MOVE "N" TO OPER-FOUND
           MOVE SPACES TO OPER-ROLE
           MOVE SPACE TO OPER-STATUS
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               IF OPER-ROW(OPER-IDX)(1:1) = "O"
                       AND OPER-ROW(OPER-IDX)(2:8) = LOG-OPERATOR-ID
                   MOVE "Y" TO OPER-FOUND
                   MOVE OPER-ROW(OPER-IDX)(10:8) TO OPER-ROLE
                   MOVE OPER-ROW(OPER-IDX)(18:1) TO OPER-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OPERATOR-ROLE.
           MOVE "N" TO OPER-ROLE-FOUND
           MOVE SPACES TO OPER-ACTIONS
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               IF OPER-ROW(OPER-IDX)(1:1) = "R"
                       AND OPER-ROW(OPER-IDX)(2:8) = OPER-ROLE
                   MOVE "Y" TO OPER-ROLE-FOUND
                   MOVE OPER-ROW(OPER-IDX)(10:75) TO OPER-ACTIONS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * OPER-LIMIT-FOUND/OPER-LIMIT for LOG-OPERATOR-ID and
      * OPER-LIMIT-ACTION.
       FIND-OPERATOR-LIMIT.
           MOVE "N" TO OPER-LIMIT-FOUND
           MOVE ZERO TO OPER-LIMIT
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               IF OPER-ROW(OPER-IDX)(1:1) = "L"
                       AND OPER-ROW(OPER-IDX)(2:8) = LOG-OPERATOR-ID
                       AND OPER-ROW(OPER-IDX)(10:3) = OPER-LIMIT-ACTION
                   MOVE "Y" TO OPER-LIMIT-FOUND
                   MOVE FUNCTION NUMVAL(OPER-ROW(OPER-IDX)(13:13))
                       TO OPER-LIMIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Teller-mode gate run on every entry before it posts: the
      * operator must still be signed-on material (re-checked, so a
      * mid-shift disable bites at once), the role must list IN-
      * ACTION, and the amount must sit within the operator's own
      * limit for it. APR and REV carry no amount of their own at
      * this point - their limit is checked against the pending
      * entry / original posting once those are read
      * (CHECK-OPERATOR-LIMIT from PROCESS-APPROVAL and the REV
      * branch). Anything refused becomes an ordinary rejection, so
      * FINALIZE puts the reason in errorlog.txt.
       CHECK-OPERATOR-ENTITLEMENT.
           PERFORM CHECK-OPERATOR-SIGN-ON
           IF OPER-REFUSAL = SPACES
               MOVE "N" TO OPER-ACTION-ALLOWED
               PERFORM VARYING OPER-ACTION-IDX FROM 1 BY 3
                       UNTIL OPER-ACTION-IDX > 73
                   IF OPER-ACTIONS(OPER-ACTION-IDX:3) = IN-ACTION
                       MOVE "Y" TO OPER-ACTION-ALLOWED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF OPER-ACTION-ALLOWED = "N"
                   STRING "ROLE " DELIMITED SIZE
                          FUNCTION TRIM(OPER-ROLE) DELIMITED SIZE
                          " NOT ENTITLED TO " DELIMITED SIZE
                          IN-ACTION DELIMITED SIZE
                          INTO OPER-REFUSAL
               ELSE IF IN-ACTION NOT = "APR" AND IN-ACTION NOT = "REV"
                   MOVE IN-ACTION TO OPER-LIMIT-ACTION
                   MOVE IN-AMOUNT TO OPER-LIMIT-AMOUNT
                   PERFORM CHECK-OPERATOR-LIMIT
               END-IF
               END-IF
           END-IF
           IF OPER-REFUSAL NOT = SPACES
               MOVE "N" TO VALID-INPUT
               MOVE SPACES TO REJECT-REASON
               STRING "REJECTED: OPERATOR " DELIMITED SIZE
                      FUNCTION TRIM(LOG-OPERATOR-ID) DELIMITED SIZE
                      " - " DELIMITED SIZE
                      FUNCTION TRIM(OPER-REFUSAL) DELIMITED SIZE
                      INTO REJECT-REASON
           END-IF.

      * OPER-REFUSAL set when OPER-LIMIT-AMOUNT is over the
      * operator's L line for OPER-LIMIT-ACTION.
       CHECK-OPERATOR-LIMIT.
           PERFORM FIND-OPERATOR-LIMIT
           IF OPER-LIMIT-FOUND = "Y"
                   AND OPER-LIMIT-AMOUNT > OPER-LIMIT
               MOVE OPER-LIMIT TO OPER-LIMIT-OUT
               MOVE SPACES TO OPER-REFUSAL
               STRING "OVER " DELIMITED SIZE
                      OPER-LIMIT-ACTION DELIMITED SIZE
                      " LIMIT OF " DELIMITED SIZE
                      FUNCTION TRIM(OPER-LIMIT-OUT) DELIMITED SIZE
                      INTO OPER-REFUSAL
           END-IF.

      * Reads IN-FILE once, end to end, before any record is posted.
                       MOVE TXN-LOG-RECORD TO RPL-LINE
                       PERFORM REPLAY-ONE-LEDGER-LINE
           END-PERFORM
           CLOSE TXN-LOG-FILE
           PERFORM REPLAY-BACKVALUE-ADJUSTMENTS.

      * The ledger lines above restore each balance, but a back-valued
      * entry also moved the accrual - that adjustment is on the
      * back-valuation report under the entry's own sequence, so the
      * same flush-point test decides whether the stored accounts.txt
      * already carries it.
       REPLAY-BACKVALUE-ADJUSTMENTS.
           OPEN INPUT BACKVAL-FILE
           PERFORM FOREVER
               READ BACKVAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF BACKVAL-RECORD(1:10) IS NUMERIC
                           MOVE BACKVAL-RECORD(1:10) TO BACKVAL-SEQ
                           IF BACKVAL-SEQ > CKPT-FLUSH-SEQ
                               PERFORM REPLAY-ONE-BACKVALUE-LINE
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE BACKVAL-FILE.

       REPLAY-ONE-BACKVALUE-LINE.
           MOVE BACKVAL-RECORD(12:6) TO BACKVAL-ACCOUNT
           IF BACKVAL-ACCOUNT IS NUMERIC
               MOVE BACKVAL-ACCOUNT TO SEARCH-ACCT-NO
               PERFORM SEARCH-ACCOUNT-TABLE
               IF ACCT-FOUND = "Y"
                   MOVE FUNCTION NUMVAL(BACKVAL-RECORD(88:13))
                       TO BALANCE-TO-FORMAT
                   PERFORM FORMAT-BALANCE-FIELD
                   MOVE BALANCE-FIELD-TEXT
                       TO ACCT-REC(ACCT-SLOT)(46:13)
                   MOVE "Y" TO TABLE-DIRTY
               END-IF
           END-IF.

       SCAN-ARCHIVES-FOR-REPLAY.
           OPEN INPUT INDEX-FILE
               PERFORM SEARCH-ACCOUNT-TABLE
               IF ACCT-FOUND = "Y"
                   PERFORM REPLAY-APPLY-TO-SLOT
                   IF RPL-ACTION = "CHQ"
                       PERFORM REPLAY-CHEQUE-PAID
                   END-IF
               ELSE
                   IF RPL-ACTION = "NEW"
      * The crashed run created this account after its last store.
      * Customer id and product aren't on the ledger line, but a NEW
      * forces an immediate store in PROCESS-RECORDS, so in practice
      * only the balance was ever at risk here. The currency is on
      * the line, and a balance without it would be misread.
                       ADD 1 TO ACCT-COUNT
                       MOVE SPACES TO ACCT-WORK-REC
                       MOVE RPL-ACCOUNT TO ACCT-WORK-REC(1:6)
                       MOVE ZERO TO ACCT-WORK-REC(37:6)
                       MOVE ZERO TO FORMATTED-AMOUNT
                       MOVE FORMATTED-AMOUNT TO ACCT-WORK-REC(46:13)
                       MOVE RPL-LINE(101:3) TO ACCT-WORK-REC(86:3)
                       MOVE ACCT-WORK-REC TO ACCT-REC(ACCT-COUNT)
                       MOVE "Y" TO TABLE-DIRTY
                   END-IF
               END-IF
           END-IF.

      * A cheque whose ledger line made it out before the crash but
      * whose paid line did not gets that line now - otherwise the
      * register would still show it unpaid and let it clear again.
       REPLAY-CHEQUE-PAID.
           MOVE RPL-ACCOUNT TO CHQ-ACCOUNT
           MOVE RPL-LINE(71:6) TO CHEQUE-NO
           PERFORM FIND-CHEQUE-STATUS
           IF CHQ-PAID = "N"
               MOVE RPL-LINE(11:8) TO CHQ-DATE
               MOVE RPL-AMOUNT TO CHQ-AMOUNT
               MOVE RPL-SEQ TO CHQ-SEQ
               MOVE RPL-LINE(77:8) TO CHQ-OPERATOR
               PERFORM WRITE-CHEQUE-PAID
           END-IF.

       REPLAY-APPLY-TO-SLOT.
           EVALUATE RPL-ACTION
               WHEN "DEP"
               WHEN "WDR"
               WHEN "CHQ"
               WHEN "FEE"
               WHEN "TRF"
               WHEN "XTR"
               WHEN "INT"
               WHEN "REV"
               WHEN "NEW"
               WHEN "LND"
               WHEN "LNI"
               WHEN "LNP"
               WHEN "WHT"
               WHEN "CSD"
                   MOVE RPL-AFTER TO BALANCE-TO-FORMAT
                   PERFORM FORMAT-BALANCE-FIELD
                   MOVE BALANCE-FIELD-TEXT
           MOVE IN-RECORD(50:14) TO IN-SUBMIT-REF
           MOVE IN-RECORD(66:6) TO IN-XTR-BANK
           MOVE IN-RECORD(72:6) TO IN-LINK-ACCT
           MOVE IN-RECORD(78:3) TO IN-ACCT-CURRENCY
           PERFORM PARSE-INPUT-FIELDS.

      * Converts the raw alphanumeric fields (however they were filled
                       TO REJECT-REASON
               END-IF
           END-IF
      * A LON row is the loan's own ledger account: it moves only by
      * LOANSVC's disbursement and installments, so a customer
      * posting against it - or a transfer into it - is refused
      * before it can be held for approval or posted.
           IF VALID-INPUT = "Y"
               PERFORM CHECK-LOAN-ACCOUNT
           END-IF
           IF VALID-INPUT = "Y" AND TELLER-MODE-ACTIVE
               PERFORM CHECK-OPERATOR-ENTITLEMENT
           END-IF
           IF VALID-INPUT = "Y"
               PERFORM FIND-AMOUNT-RAI-EQUIVALENT
           END-IF
           IF VALID-INPUT = "Y"
               IF IN-ACTION = "LST"
                   PERFORM LIST-ALL-ACCOUNTS
               ELSE IF IN-ACTION = "STP"
                   PERFORM TAKE-STOP-PAYMENT
               ELSE IF IN-ACTION = "APR"
                   PERFORM PROCESS-APPROVAL
               ELSE IF IN-ACTION = "REV"
                   PERFORM PRECHECK-REVERSAL
                   MOVE SPACES TO OPER-REFUSAL
                   IF TELLER-MODE-ACTIVE AND REV-TARGET-FOUND = "Y"
                       MOVE "REV" TO OPER-LIMIT-ACTION
                       MOVE REV-ORIG-AMOUNT TO OPER-LIMIT-AMOUNT
                       PERFORM CHECK-OPERATOR-LIMIT
                   END-IF
                   IF REV-TARGET-FOUND = "N"
                       MOVE "REJECTED: REVERSAL TARGET NOT FOUND"
                           TO OUT-RECORD
                           AND REV-ORIG-ACTION NOT = "TRF"
                       MOVE "REJECTED: ACTION NOT REVERSIBLE"
                           TO OUT-RECORD
                   ELSE IF OPER-REFUSAL NOT = SPACES
                       MOVE SPACES TO OUT-RECORD
                       STRING "REJECTED: OPERATOR " DELIMITED SIZE
                              FUNCTION TRIM(LOG-OPERATOR-ID)
                                  DELIMITED SIZE
                              " - " DELIMITED SIZE
                              FUNCTION TRIM(OPER-REFUSAL)
                                  DELIMITED SIZE
                              INTO OUT-RECORD
                   ELSE
                       MOVE REV-ORIG-AMOUNT TO IN-AMOUNT
                       PERFORM SCAN-ACCOUNTS
                   END-IF
               ELSE IF APPROVAL-BYPASS = "N"
                       AND (IN-ACTION = "DEP" OR IN-ACTION = "WDR"
                            OR IN-ACTION = "TRF" OR IN-ACTION = "XTR"
                            OR IN-ACTION = "CHQ")
                       AND IN-AMOUNT-RAI > APPROVAL-THRESHOLD
                   PERFORM CREATE-PENDING-APPROVAL
               ELSE
                   IF IN-ACTION = "TRF"
                   IF IN-ACTION = "LNK"
                       PERFORM PRECHECK-LINK
                   END-IF
                   IF IN-ACTION = "CHQ"
                       PERFORM PRECHECK-CHEQUE
                   END-IF
                   PERFORM SCAN-ACCOUNTS
                   IF MATCH-FOUND = "N"
                       IF IN-ACTION = "NEW"
           END-IF
           PERFORM FINALIZE.

      * Source row for every customer posting, destination row for a
      * TRF. An account not on the table is left for SCAN-ACCOUNTS
      * to report as not found, as before.
       CHECK-LOAN-ACCOUNT.
           IF IN-ACTION = "DEP" OR IN-ACTION = "WDR"
                   OR IN-ACTION = "TRF" OR IN-ACTION = "XTR"
                   OR IN-ACTION = "FEE" OR IN-ACTION = "CHQ"
                   OR IN-ACTION = "STP"
               MOVE IN-ACCOUNT TO SEARCH-ACCT-NO
               PERFORM SEARCH-ACCOUNT-TABLE
               IF ACCT-FOUND = "Y"
                       AND ACCT-REC(ACCT-SLOT)(43:3) = "LON"
                   MOVE "N" TO VALID-INPUT
               END-IF
           END-IF
           IF VALID-INPUT = "Y" AND IN-ACTION = "TRF"
               MOVE IN-DEST-ACCOUNT TO SEARCH-ACCT-NO
               PERFORM SEARCH-ACCOUNT-TABLE
               IF ACCT-FOUND = "Y"
                       AND ACCT-REC(ACCT-SLOT)(43:3) = "LON"
                   MOVE "N" TO VALID-INPUT
               END-IF
           END-IF
           IF VALID-INPUT = "N"
               MOVE SPACES TO REJECT-REASON
               STRING "REJECTED: LOAN ACCOUNT - SERVICED BY LOANSVC"
                   DELIMITED SIZE INTO REJECT-REASON
           END-IF.

      * Holds a DEP/WDR/TRF/XTR/CHQ whose amount is over APPROVAL-
      * THRESHOLD in pending.txt instead of posting it - accounts.txt/
      * txnlog.txt are untouched until a later APR run re-drives it
      * through the normal path below.
       CREATE-PENDING-APPROVAL.
           PERFORM NEXT-PENDING-SEQ
           IF FIRST-PENDING-THIS-RUN = ZERO
               MOVE PENDING-ID TO FIRST-PENDING-THIS-RUN
           END-IF
           MOVE BUSINESS-DATE TO PENDING-DATE-OUT
           MOVE SPACES TO PENDING-RECORD
           MOVE PENDING-ID      TO PENDING-RECORD(1:10)
           MOVE IN-ACCOUNT      TO PENDING-RECORD(11:6)
           MOVE PENDING-DATE-OUT TO PENDING-RECORD(43:8)
           MOVE IN-XTR-BANK     TO PENDING-RECORD(51:6)
           MOVE IN-SUBMIT-REF   TO PENDING-RECORD(57:14)
           MOVE LOG-OPERATOR-ID TO PENDING-RECORD(71:8)
           OPEN EXTEND PENDING-FILE
           WRITE PENDING-RECORD
           CLOSE PENDING-FILE
      * PRECHECK-TRANSFER/SCAN-ACCOUNTS path a same-amount transaction
      * under the threshold would have taken, then marks the pending
      * entry approved so it cannot be replayed by a second APR.
      * In teller mode the approving operator must not be the one
      * who raised the entry, and the entry's amount must sit within
      * the approver's own APR limit. Batch APRs have no individual
      * operator to compare - they keep relying on FIRST-PENDING-
      * THIS-RUN's separate-run rule.
       PROCESS-APPROVAL.
           PERFORM FIND-PENDING-ENTRY
           MOVE SPACES TO OPER-REFUSAL
           IF PENDING-FOUND = "Y" AND TELLER-MODE-ACTIVE
               IF PEND-MAKER-CHK = LOG-OPERATOR-ID
                   MOVE "CANNOT APPROVE OWN ENTRY" TO OPER-REFUSAL
               ELSE
                   MOVE "APR" TO OPER-LIMIT-ACTION
                   MOVE FUNCTION NUMVAL(PEND-AMOUNT-TEXT)
                       TO OPER-LIMIT-AMOUNT
                   PERFORM CHECK-OPERATOR-LIMIT
               END-IF
           END-IF
           IF PENDING-FOUND = "N"
               MOVE "PENDING APPROVAL NOT FOUND" TO OUT-RECORD
           ELSE IF OPER-REFUSAL NOT = SPACES
               MOVE SPACES TO OUT-RECORD
               STRING "REJECTED: OPERATOR " DELIMITED SIZE
                      FUNCTION TRIM(LOG-OPERATOR-ID) DELIMITED SIZE
                      " - " DELIMITED SIZE
                      FUNCTION TRIM(OPER-REFUSAL) DELIMITED SIZE
                      INTO OUT-RECORD
           ELSE
               MOVE PEND-ACTION-CHK TO IN-ACTION
               MOVE FUNCTION NUMVAL(PEND-AMOUNT-TEXT) TO IN-AMOUNT
               IF IN-ACTION = "XTR"
                   PERFORM PRECHECK-EXTERNAL-TRANSFER
               END-IF
               IF IN-ACTION = "CHQ"
                   PERFORM PRECHECK-CHEQUE
               END-IF
               PERFORM SCAN-ACCOUNTS
               IF MATCH-FOUND = "N"
                   MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
      * the entry stays "P" and a later APR can clear it once the
      * obstacle is gone.
                   PERFORM MARK-PENDING-APPROVED
                   PERFORM WRITE-APPROVED-TILL-CASH
               END-IF
               MOVE "N" TO APPROVAL-BYPASS
               MOVE SAVED-LOG-CHANNEL TO LOG-CHANNEL
           END-IF
           END-IF.

      * A held DEP/WDR raised at the counter moves its cash through
      * the maker's drawer once the approval posts it - the re-drive
      * itself runs on channel "A", so the CIN/COT is written here,
      * in Rai, under the maker's id rather than the approver's.
      * Entries raised by a batch or system run have no drawer.
       WRITE-APPROVED-TILL-CASH.
           IF (IN-ACTION = "DEP" OR IN-ACTION = "WDR")
                   AND PEND-MAKER-CHK NOT = SPACES
                   AND PEND-MAKER-CHK NOT = "BATCH"
                   AND PEND-MAKER-CHK NOT = "SYSTEM"
               IF IN-ACTION = "DEP"
                   MOVE "CIN" TO TILL-EVENT
               ELSE
                   MOVE "COT" TO TILL-EVENT
               END-IF
               MOVE IN-AMOUNT-RAI TO TILL-AMOUNT
               MOVE LOG-OPERATOR-ID TO SAVED-LOG-OPERATOR
               MOVE PEND-MAKER-CHK TO LOG-OPERATOR-ID
               PERFORM WRITE-TILL-JOURNAL
               MOVE SAVED-LOG-OPERATOR TO LOG-OPERATOR-ID
           END-IF.

      * Single pass over pending.txt looking for PENDING-ID = IN-REF-
                           MOVE PENDING-RECORD(51:6) TO PEND-BANK-CHK
                           MOVE PENDING-RECORD(57:14)
                               TO PEND-SUBMIT-REF-CHK
                           MOVE PENDING-RECORD(71:8) TO PEND-MAKER-CHK
                           EXIT PERFORM
                       END-IF
           END-PERFORM
               CLOSE CUST-FILE
           END-IF.

      * Vets the cheque named on a CHQ or STP record against the
      * register before anything is posted: it has to fall inside a
      * book issued to this account, must not already have been paid,
      * and must not carry a stop-payment that is still in force.
       PRECHECK-CHEQUE.
           MOVE IN-ACCOUNT TO CHQ-ACCOUNT
           MOVE IN-DEST-ACCOUNT TO CHEQUE-NO
           PERFORM FIND-CHEQUE-STATUS
           IF CHQ-ISSUED = "N"
               MOVE "N" TO CHQ-OK
               MOVE "REJECTED: CHEQUE NOT ISSUED TO ACCOUNT"
                   TO CHQ-REASON
           ELSE IF CHQ-PAID = "Y"
               MOVE "N" TO CHQ-OK
               MOVE "REJECTED: CHEQUE ALREADY PAID" TO CHQ-REASON
           ELSE IF CHQ-STOPPED = "Y"
               MOVE "N" TO CHQ-OK
               MOVE "REJECTED: STOP PAYMENT ON CHEQUE" TO CHQ-REASON
           ELSE
               MOVE "Y" TO CHQ-OK
               MOVE SPACES TO CHQ-REASON
           END-IF
           END-IF
           END-IF.

      * Single pass over cheques.txt for CHQ-ACCOUNT's lines: a book
      * whose serial range covers CHEQUE-NO, a paid line for it, and
      * a stop on it expiring no earlier than the business date (a
      * lapsed stop no longer blocks payment).
       FIND-CHEQUE-STATUS.
           MOVE "N" TO CHQ-ISSUED
           MOVE "N" TO CHQ-PAID
           MOVE "N" TO CHQ-STOPPED
           OPEN INPUT CHEQUE-FILE
           PERFORM FOREVER
               READ CHEQUE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CHEQUE-RECORD(2:6) = CHQ-ACCOUNT
                               AND CHEQUE-RECORD(8:6) IS NUMERIC
                           MOVE CHEQUE-RECORD(8:6) TO CHQ-FIRST
                           EVALUATE CHEQUE-RECORD(1:1)
                               WHEN "B"
                                   IF CHEQUE-RECORD(14:6) IS NUMERIC
                                       MOVE CHEQUE-RECORD(14:6)
                                           TO CHQ-LAST
                                       IF CHEQUE-NO >= CHQ-FIRST
                                           AND CHEQUE-NO <= CHQ-LAST
                                           MOVE "Y" TO CHQ-ISSUED
                                       END-IF
                                   END-IF
                               WHEN "P"
                                   IF CHQ-FIRST = CHEQUE-NO
                                       MOVE "Y" TO CHQ-PAID
                                   END-IF
                               WHEN "S"
                                   IF CHQ-FIRST = CHEQUE-NO
                                       AND CHEQUE-RECORD(51:8)
                                           IS NUMERIC
                                       MOVE CHEQUE-RECORD(51:8)
                                           TO CHQ-STOP-UNTIL
                                       IF CHQ-STOP-UNTIL
                                           >= BUSINESS-DATE
                                           MOVE "Y" TO CHQ-STOPPED
                                       END-IF
                                   END-IF
                           END-EVALUATE
                       END-IF
           END-PERFORM
           CLOSE CHEQUE-FILE.

      * STP - records a stop-payment on one of the account's unpaid
      * cheques until STOP-EXPIRY. Nothing moves on the account and
      * nothing goes to the ledger; the register line is the whole
      * of it. A frozen account can still have a cheque stopped - a
      * stop only ever protects the customer.
       TAKE-STOP-PAYMENT.
           MOVE IN-ACCOUNT TO SEARCH-ACCT-NO
           PERFORM SEARCH-ACCOUNT-TABLE
           IF ACCT-FOUND = "N"
               MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
           ELSE IF ACCT-REC(ACCT-SLOT)(23:1) = "C"
               MOVE "ACCOUNT CLOSED" TO OUT-RECORD
           ELSE
               PERFORM PRECHECK-CHEQUE
               IF CHQ-STOPPED = "Y" AND CHQ-PAID = "N"
                   MOVE "REJECTED: STOP ALREADY IN FORCE"
                       TO OUT-RECORD
               ELSE IF CHQ-OK = "N"
                   MOVE CHQ-REASON TO OUT-RECORD
               ELSE
                   MOVE SPACES TO CHEQUE-RECORD
                   MOVE "S" TO CHEQUE-RECORD(1:1)
                   MOVE IN-ACCOUNT TO CHEQUE-RECORD(2:6)
                   MOVE CHEQUE-NO TO CHEQUE-RECORD(8:6)
                   MOVE BUSINESS-DATE TO CHEQUE-RECORD(20:8)
                   MOVE STOP-EXPIRY TO CHEQUE-RECORD(51:8)
                   MOVE LOG-OPERATOR-ID TO CHEQUE-RECORD(59:8)
                   OPEN EXTEND CHEQUE-FILE
                   WRITE CHEQUE-RECORD
                   CLOSE CHEQUE-FILE
                   MOVE "STOP PAYMENT RECORDED" TO OUT-RECORD
               END-IF
               END-IF
           END-IF
           END-IF.

      * Appends the paid line for a cheque just posted (or, on crash
      * replay, one whose ledger line got written but not its paid
      * line) so the same serial can never be paid twice.
       WRITE-CHEQUE-PAID.
           MOVE SPACES TO CHEQUE-RECORD
           MOVE "P" TO CHEQUE-RECORD(1:1)
           MOVE CHQ-ACCOUNT TO CHEQUE-RECORD(2:6)
           MOVE CHEQUE-NO TO CHEQUE-RECORD(8:6)
           MOVE CHQ-DATE TO CHEQUE-RECORD(20:8)
           MOVE CHQ-AMOUNT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO CHEQUE-RECORD(28:13)
           MOVE CHQ-SEQ TO CHEQUE-RECORD(41:10)
           MOVE CHQ-OPERATOR TO CHEQUE-RECORD(59:8)
           OPEN EXTEND CHEQUE-FILE
           WRITE CHEQUE-RECORD
           CLOSE CHEQUE-FILE.

      * Single pass over txnlog.txt looking for the posting named by
      * IN-REF-SEQ against IN-ACCOUNT, and for any later REV entry
      * already pointing back at it. The direction of the reversal -
                   DELIMITED SIZE INTO REJECT-REASON
           ELSE
               EVALUATE IN-ACTION
      * An account can only be opened in Rai or in a currency
      * fxrates.txt carries a rate for - anything else could never
      * be converted, reported or revalued. Nor can it take the
      * number of an account ACCTPURGE moved to closed_accounts.txt:
      * the old account's ledger history is still there, and
      * statements and reconciliation would run the two together.
                   WHEN "NEW"
                       MOVE IN-ACCT-CURRENCY TO RATE-CURRENCY
                       PERFORM FIND-CURRENCY-RATE
                       PERFORM FIND-PURGED-ACCOUNT
                       IF CURRENCY-RATE-FOUND = "N"
                           MOVE "N" TO VALID-INPUT
                           STRING "REJECTED: UNKNOWN CURRENCY"
                               DELIMITED SIZE INTO REJECT-REASON
                       ELSE IF PURGED-ACCOUNT-FOUND = "Y"
                           MOVE "N" TO VALID-INPUT
                           STRING "REJECTED: ACCOUNT NUMBER PURGED"
                               DELIMITED SIZE INTO REJECT-REASON
                       END-IF
                       END-IF
                   WHEN "DEP"
                   WHEN "WDR"
                   WHEN "FEE"
                           STRING "REJECTED: MISSING BANK CODE"
                               DELIMITED SIZE INTO REJECT-REASON
                       END-IF
      * A cheque debit carries the cheque's serial in the destination
      * slot and must be for some actual amount; whether that serial
      * was issued to the account, is unpaid and is not stopped is
      * PRECHECK-CHEQUE's job once the record is known to be sound.
                   WHEN "CHQ"
                       IF IN-DEST-ACCOUNT-RAW IS NOT NUMERIC
                               OR IN-DEST-ACCOUNT = ZERO
                           MOVE "N" TO VALID-INPUT
                           STRING "REJECTED: INVALID CHEQUE NUMBER"
                               DELIMITED SIZE INTO REJECT-REASON
                       ELSE IF IN-AMOUNT = ZERO
                           MOVE "N" TO VALID-INPUT
                           STRING "REJECTED: INVALID AMOUNT"
                               DELIMITED SIZE INTO REJECT-REASON
                       END-IF
                       END-IF
      * A stop-payment's value-date slot is its expiry instead: left
      * blank it runs STOP-DEFAULT-DAYS past the business date, and
      * one given must be a real date after it. The slot is then
      * cleared so the value-date checks below don't read an expiry
      * as a posting date in the future.
                   WHEN "STP"
                       IF IN-DEST-ACCOUNT-RAW IS NOT NUMERIC
                               OR IN-DEST-ACCOUNT = ZERO
                           MOVE "N" TO VALID-INPUT
                           STRING "REJECTED: INVALID CHEQUE NUMBER"
                               DELIMITED SIZE INTO REJECT-REASON
                       ELSE IF IN-VALUE-DATE-RAW = SPACES
                           COMPUTE STOP-EXPIRY =
                               FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(
                                       BUSINESS-DATE)
                                   + STOP-DEFAULT-DAYS)
                       ELSE IF IN-VALUE-DATE-RAW IS NOT NUMERIC
                               OR FUNCTION TEST-DATE-YYYYMMDD(
                                   IN-VALUE-DATE) NOT = 0
                               OR IN-VALUE-DATE NOT > BUSINESS-DATE
                           MOVE "N" TO VALID-INPUT
                           STRING "REJECTED: INVALID STOP EXPIRY DATE"
                               DELIMITED SIZE INTO REJECT-REASON
                       ELSE
                           MOVE IN-VALUE-DATE TO STOP-EXPIRY
                       END-IF
                       END-IF
                       END-IF
                       MOVE ZERO TO IN-VALUE-DATE
                   WHEN "LNK"
                       IF IN-DEST-ACCOUNT-RAW IS NOT NUMERIC
                           MOVE "N" TO VALID-INPUT
      * an archive - GLEXPORT exported and closed those days long
      * ago, so a posting slipped under them would never be fed to
      * the general ledger.
           MOVE BUSINESS-DATE TO TODAY-DATE
           IF VALID-INPUT = "Y" AND IN-VALUE-DATE NOT = ZERO
               IF IN-VALUE-DATE > TODAY-DATE
                   MOVE "N" TO VALID-INPUT
                   STRING "REJECTED: VALUE DATE IN FUTURE"
                   STRING "REJECTED: VALUE DATE BEFORE ARCHIVE CUTOFF"
                       DELIMITED SIZE INTO REJECT-REASON
               END-IF
               END-IF
           END-IF
      * A teller or plain batch record arriving after the posting
      * cutoff belongs to the next business day: with no value date
      * of its own it is given that day's date, which LOG-TRANSACTION
      * then posts it under. Files the close itself generates (the
      * system channel) are part of the day being closed and are
      * never pushed forward; an explicit value date always stands.
           IF VALID-INPUT = "Y" AND IN-VALUE-DATE = ZERO
                   AND (LOG-CHANNEL = "T" OR LOG-CHANNEL = "B")
               PERFORM CHECK-POSTING-CUTOFF
               IF PAST-CUTOFF = "Y"
                   MOVE NEXT-BUSINESS-DATE TO IN-VALUE-DATE
               END-IF
           END-IF.

      * Reads accounts.txt into ACCOUNT-TABLE once, so the whole of
           ELSE
               MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(73:13))
                   TO ACC-OD-LIMIT
           END-IF
           MOVE ACC-RECORD-RAW(86:3) TO ACC-CURRENCY.

      * Renders one signed balance/accrual amount into the 13-byte
      * fixed field form: the historical zero-padded digits when the
       PRECHECK-TRANSFER.
           MOVE "N" TO SRC-FOUND-CHK
           MOVE "N" TO DEST-FOUND-CHK
           MOVE SPACES TO SRC-CURRENCY-CHK
           MOVE SPACES TO DEST-CURRENCY-CHK
           MOVE ZERO TO TRF-FX-RATE
           MOVE IN-AMOUNT TO TRF-CREDIT-AMOUNT
           MOVE IN-ACCOUNT TO SEARCH-ACCT-NO
           PERFORM SEARCH-ACCOUNT-TABLE
           IF ACCT-FOUND = "Y"
               MOVE FUNCTION NUMVAL(ACCT-REC(ACCT-SLOT)(24:13))
                   TO SRC-HOLD-CHECK
               MOVE ACCT-REC(ACCT-SLOT)(43:3) TO SRC-PRODUCT-CHK
               MOVE ACCT-REC(ACCT-SLOT)(86:3) TO SRC-CURRENCY-CHK
               IF ACCT-REC(ACCT-SLOT)(73:13) = SPACES
                   MOVE ZERO TO SRC-OD-LIMIT-CHK
               ELSE
           IF ACCT-FOUND = "Y"
               MOVE "Y" TO DEST-FOUND-CHK
               MOVE ACCT-REC(ACCT-SLOT)(23:1) TO DEST-STATUS
               MOVE ACCT-REC(ACCT-SLOT)(86:3) TO DEST-CURRENCY-CHK
           END-IF
           IF SRC-CURRENCY-CHK = SPACES
               MOVE "RAI" TO SRC-CURRENCY-CHK
           END-IF
           IF DEST-CURRENCY-CHK = SPACES
               MOVE "RAI" TO DEST-CURRENCY-CHK
           END-IF

           MOVE SRC-PRODUCT-CHK TO ACC-PRODUCT
           ELSE
               MOVE "Y" TO TRF-OK
               MOVE "TRANSFERRED" TO TRF-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF TRF-OK = "Y" AND SRC-CURRENCY-CHK NOT = DEST-CURRENCY-CHK
               PERFORM CONVERT-TRANSFER-AMOUNT
           END-IF.

      * Works out the destination leg of a cross-currency TRF: the
      * cross rate is destination units per Rai over source units per
      * Rai, and the credit is the keyed (source-currency) amount at
      * that rate. A currency fxrates.txt no longer carries refuses
      * the transfer rather than guess at a rate.
       CONVERT-TRANSFER-AMOUNT.
           MOVE SRC-CURRENCY-CHK TO RATE-CURRENCY
           PERFORM FIND-CURRENCY-RATE
           MOVE CURRENCY-RATE TO SRC-FX-RATE-CHK
           IF CURRENCY-RATE-FOUND = "Y"
               MOVE DEST-CURRENCY-CHK TO RATE-CURRENCY
               PERFORM FIND-CURRENCY-RATE
           END-IF
           IF CURRENCY-RATE-FOUND = "N"
               MOVE "N" TO TRF-OK
               MOVE "NO FX RATE FOR CURRENCY" TO TRF-REASON
           ELSE
               COMPUTE TRF-FX-RATE ROUNDED =
                   CURRENCY-RATE / SRC-FX-RATE-CHK
                   ON SIZE ERROR
                       MOVE ZERO TO TRF-FX-RATE
               END-COMPUTE
               COMPUTE TRF-CREDIT-AMOUNT ROUNDED =
                   IN-AMOUNT * TRF-FX-RATE
                   ON SIZE ERROR
                       MOVE ZERO TO TRF-FX-RATE
               END-COMPUTE
               IF TRF-FX-RATE = ZERO OR TRF-CREDIT-AMOUNT = ZERO
                   MOVE "N" TO TRF-OK
                   MOVE "CONVERTED AMOUNT OUT OF RANGE"
                       TO TRF-REASON
               END-IF
           END-IF.

      * An XTR is a TRF whose credit side is the settlement suspense
      * (and from there the ordinary TRF posting path) runs
      * unchanged. No configured suspense account means no XTR at
      * all - in-flight money with nowhere to sit would simply
      * vanish from the books. The clearing file carries one amount
      * and no currency, so an XTR is only sent from an account held
      * in the settlement account's own currency.
       PRECHECK-EXTERNAL-TRANSFER.
           MOVE IN-DEST-ACCOUNT TO XTR-BENEFICIARY
           IF SETTLEMENT-ACCOUNT = ZERO
           ELSE
               MOVE SETTLEMENT-ACCOUNT TO IN-DEST-ACCOUNT
               PERFORM PRECHECK-TRANSFER
               IF SRC-FOUND-CHK = "Y" AND DEST-FOUND-CHK = "Y"
                       AND SRC-CURRENCY-CHK NOT = DEST-CURRENCY-CHK
                   MOVE "N" TO TRF-OK
                   MOVE "NOT IN SETTLEMENT CURRENCY" TO TRF-REASON
               END-IF
           END-IF.

      * Appends the cleared XTR to the day's outgoing clearing file.
      * EXTEND, because every XTR of the day lands in the same dated
      * file - the other banks pick it up once per day.
       WRITE-OUTGOING-TRANSFER.
           MOVE BUSINESS-DATE TO OUTGOING-DATE
           MOVE SPACES TO OUTGOING-FILE-NAME
           STRING "outgoing_" DELIMITED SIZE
                  OUTGOING-DATE DELIMITED SIZE
                       SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                       MOVE "WITHDREW MONEY" TO OUT-RECORD
                   END-IF
      * A cheque pays out on WDR's funds and floor rules once
      * PRECHECK-CHEQUE has passed it; the ledger line carries the
      * cheque number in its reference column (67-76).
               WHEN "CHQ"
                   IF CHQ-OK NOT = "Y"
                       MOVE CHQ-REASON TO OUT-RECORD
                       MOVE "Y" TO SKIP-TXN-LOG
                   ELSE IF IN-AMOUNT >
                           TMP-BALANCE - TMP-HOLD + TMP-OD-LIMIT
                       MOVE "INSUFFICIENT FUNDS" TO OUT-RECORD
                       MOVE "Y" TO SKIP-TXN-LOG
                   ELSE IF TMP-OD-LIMIT = ZERO
                           AND TMP-BALANCE - IN-AMOUNT
                               < EFFECTIVE-MIN-BALANCE
                           AND TMP-BALANCE - IN-AMOUNT NOT = ZERO
                       MOVE "BELOW MINIMUM BALANCE" TO OUT-RECORD
                       MOVE "Y" TO SKIP-TXN-LOG
                   ELSE
                       SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                       MOVE "CHEQUE PAID" TO OUT-RECORD
                       MOVE CHEQUE-NO TO LOG-REF-SEQ
                   END-IF
                   END-IF
                   END-IF
      * A fee is a debit like WDR, but deliberately NOT held to the
      * minimum-balance floor - the floor stops a customer whittling
      * an account down, not the bank collecting what the schedule
                       SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                       MOVE "FEE CHARGED" TO OUT-RECORD
                   END-IF
      * A foreign-currency account asked for no particular currency
      * (or for its own) shows its balance as held; any other
      * request goes through the balance's Rai equivalent first.
               WHEN "BAL"
                   MOVE ACC-CURRENCY TO RATE-CURRENCY
                   PERFORM FIND-CURRENCY-RATE
                   IF ACC-CURRENCY NOT = SPACES
                           AND ACC-CURRENCY NOT = "RAI"
                           AND (IN-CURRENCY = SPACES
                                OR IN-CURRENCY = ACC-CURRENCY)
                       MOVE ACC-CURRENCY TO OUT-CURRENCY
                       MOVE 1 TO SELECTED-FX-RATE
                       MOVE 1 TO CURRENCY-RATE
                   ELSE
                       PERFORM FIND-FX-RATE
                   END-IF
                   COMPUTE RAI-BALANCE ROUNDED =
                       TMP-BALANCE / CURRENCY-RATE
                       ON SIZE ERROR
                           MOVE TMP-BALANCE TO RAI-BALANCE
                   END-COMPUTE
                   MOVE SPACES TO OUT-RECORD
                   MOVE "BALANCE: " TO BALANCE-TEXT
                   COMPUTE IDR-BALANCE = RAI-BALANCE * SELECTED-FX-RATE
                       ON SIZE ERROR
                           MOVE MAX-IDR-BALANCE TO IDR-BALANCE
                   END-COMPUTE
           END-EVALUATE
           END-IF

           MOVE "N" TO BACKVAL-DUE
           IF SKIP-TXN-LOG = "N"
                   AND (IN-ACTION = "DEP" OR IN-ACTION = "WDR"
                        OR IN-ACTION = "TRF" OR IN-ACTION = "REV"
                        OR IN-ACTION = "CHQ")
               MOVE TMP-BALANCE TO BACKVAL-AFTER
               PERFORM FIND-BACKVALUE-ADJUSTMENT
               IF BACKVAL-DUE = "Y"
                   ADD BACKVAL-ADJUSTMENT TO TMP-ACCRUED
                       ON SIZE ERROR
                           MOVE "N" TO BACKVAL-DUE
                   END-ADD
               END-IF
           END-IF

           MOVE SPACES TO ACCT-WORK-REC
           MOVE IN-ACCOUNT TO ACCT-WORK-REC(1:6)
           MOVE IN-ACTION  TO ACCT-WORK-REC(7:3)
           MOVE ACC-LINK-ACCT TO ACCT-WORK-REC(67:6)
           MOVE TMP-OD-LIMIT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO ACCT-WORK-REC(73:13)
           MOVE ACC-CURRENCY TO ACCT-WORK-REC(86:3)

           MOVE ACCT-WORK-REC TO ACCT-REC(ACCT-SLOT)
           IF TMP-BALANCE NOT = BALANCE-BEFORE
                   OR TMP-STATUS NOT = ACC-STATUS
                   OR TMP-HOLD NOT = ACC-HOLD
                   OR TMP-CUST-ID NOT = ACC-CUST-ID
                   OR TMP-ACCRUED NOT = ACC-ACCRUED
               MOVE "Y" TO UPDATED
           END-IF
           MOVE TMP-BALANCE TO BALANCE-AFTER
           MOVE IN-ACCOUNT TO LOG-ACCOUNT
           MOVE ACC-CURRENCY TO LOG-CURRENCY
           IF IN-ACTION = "TRF"
               MOVE TRF-FX-RATE TO LOG-FX-RATE
           ELSE
               MOVE ZERO TO LOG-FX-RATE
           END-IF
           IF SKIP-TXN-LOG = "N"
               PERFORM LOG-TRANSACTION
           END-IF
      * Counter cash goes on the drawer journal under the business
      * day it was keyed, whatever value date the ledger line took -
      * an entry pushed past the cutoff or back-valued is still cash
      * in today's drawer.
           IF SKIP-TXN-LOG = "N" AND LOG-CHANNEL = "T"
                   AND (IN-ACTION = "DEP" OR IN-ACTION = "WDR")
               IF IN-ACTION = "DEP"
                   MOVE "CIN" TO TILL-EVENT
               ELSE
                   MOVE "COT" TO TILL-EVENT
               END-IF
               MOVE IN-AMOUNT-RAI TO TILL-AMOUNT
               PERFORM WRITE-TILL-JOURNAL
           END-IF
           IF SKIP-TXN-LOG = "N" AND IN-ACTION = "CHQ"
               MOVE IN-ACCOUNT TO CHQ-ACCOUNT
               MOVE LOG-DATE-OUT TO CHQ-DATE
               MOVE IN-AMOUNT TO CHQ-AMOUNT
               MOVE LOG-SEQ-NO TO CHQ-SEQ
               MOVE LOG-OPERATOR-ID TO CHQ-OPERATOR
               PERFORM WRITE-CHEQUE-PAID
           END-IF
           IF BACKVAL-DUE = "Y"
               MOVE TMP-ACCRUED TO BACKVAL-ACCRUED
               PERFORM WRITE-BACKVALUE-LINE
           END-IF
      * The outgoing clearing line references the debit leg's ledger
      * sequence, which must be captured before the suspense credit
      * leg takes the next one.
       APPLY-TRANSFER-CREDIT.
           MOVE ACC-BALANCE TO TMP-BALANCE
           MOVE ACC-BALANCE TO BALANCE-BEFORE
           MOVE ACC-ACCRUED TO TMP-ACCRUED
           MOVE "N" TO BACKVAL-DUE
           IF TRF-OK = "Y"
               ADD TRF-CREDIT-AMOUNT TO TMP-BALANCE
                   ON SIZE ERROR
                        MOVE MAX-BALANCE TO TMP-BALANCE
               END-ADD
               MOVE "N" TO SKIP-TXN-LOG
      * The credit side of a back-valued TRF earns from the value
      * date just as the debit side stops earning from it.
               IF IN-ACTION = "TRF"
                   MOVE TMP-BALANCE TO BACKVAL-AFTER
                   PERFORM FIND-BACKVALUE-ADJUSTMENT
                   IF BACKVAL-DUE = "Y"
                       ADD BACKVAL-ADJUSTMENT TO TMP-ACCRUED
                           ON SIZE ERROR
                               MOVE "N" TO BACKVAL-DUE
                       END-ADD
                   END-IF
               END-IF
           ELSE
               MOVE "Y" TO SKIP-TXN-LOG
           END-IF
           MOVE FORMATTED-AMOUNT TO ACCT-WORK-REC(24:13)
           MOVE ACC-CUST-ID TO ACCT-WORK-REC(37:6)
           MOVE ACC-PRODUCT TO ACCT-WORK-REC(43:3)
           MOVE TMP-ACCRUED TO BALANCE-TO-FORMAT
           PERFORM FORMAT-BALANCE-FIELD
           MOVE BALANCE-FIELD-TEXT TO ACCT-WORK-REC(46:13)
           MOVE ACC-MATURITY TO ACCT-WORK-REC(59:8)
           MOVE ACC-LINK-ACCT TO ACCT-WORK-REC(67:6)
           MOVE ACC-OD-LIMIT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO ACCT-WORK-REC(73:13)
           MOVE ACC-CURRENCY TO ACCT-WORK-REC(86:3)

           MOVE ACCT-WORK-REC TO ACCT-REC(ACCT-SLOT)
           IF TMP-BALANCE NOT = BALANCE-BEFORE
           END-IF
           MOVE TMP-BALANCE TO BALANCE-AFTER
           MOVE IN-DEST-ACCOUNT TO LOG-ACCOUNT
      * The credit leg is logged in the destination's own currency:
      * its amount is the converted one, so the ledger's amount and
      * BEFORE/AFTER agree, with the cross rate alongside.
           MOVE ACC-CURRENCY TO LOG-CURRENCY
           MOVE TRF-FX-RATE TO LOG-FX-RATE
           IF SKIP-TXN-LOG = "N"
               MOVE IN-AMOUNT TO SAVED-TRF-AMOUNT
               MOVE TRF-CREDIT-AMOUNT TO IN-AMOUNT
               PERFORM LOG-TRANSACTION
               MOVE SAVED-TRF-AMOUNT TO IN-AMOUNT
           END-IF
           IF BACKVAL-DUE = "Y"
               MOVE TMP-ACCRUED TO BACKVAL-ACCRUED
               PERFORM WRITE-BACKVALUE-LINE
           END-IF.

      * A NEW line's currency slot doubles as the product code for the
           MOVE FORMATTED-AMOUNT TO ACCT-WORK-REC(46:13)
           MOVE ZERO TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO ACCT-WORK-REC(73:13)
           MOVE IN-ACCT-CURRENCY TO ACCT-WORK-REC(86:3)

      * A product with a tdpterms.txt line is a term deposit: the
      * new record is stamped with its maturity date (today plus the
           MOVE IN-CURRENCY TO ACC-PRODUCT
           PERFORM FIND-TERM-ENTRY
           IF TERM-ENTRY-FOUND = "Y"
               MOVE BUSINESS-DATE TO TODAY-DATE
               COMPUTE MATURITY-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                   + TERM-DAYS-FOUND
           MOVE ZERO TO BALANCE-BEFORE
           MOVE IN-AMOUNT TO BALANCE-AFTER
           MOVE IN-ACCOUNT TO LOG-ACCOUNT
           MOVE IN-ACCT-CURRENCY TO LOG-CURRENCY
           PERFORM LOG-TRANSACTION.

      * Appends one line to the permanent transaction ledger so a
      *   28-40  LOG-AMOUNT-OUT
      *   41-53  LOG-BEFORE-OUT
      *   54-66  LOG-AFTER-OUT
      *   67-76  LOG-REF-SEQ       (REV: reversed seq; CHQ: cheque
      *                             number; ZERO otherwise)
      *   77-84  LOG-OPERATOR-ID   (teller id in teller mode,
      *                             BATCH/SYSTEM otherwise)
      *   85     LOG-CHANNEL       (B batch file, T teller console,
      *                             S scheduled/generated batch,
      *                             A approval re-drive,
      *                             I interest capitalization,
      *                             M maturity run,
      *                             C card network,
      *                             L loan servicing)
      *   86-99  IN-SUBMIT-REF     (submitter reference; blank when
      *                             none was sent)
      *   100    reserved
      *  101-103 LOG-CURRENCY      (currency the amount and BEFORE/
      *                             AFTER are in - the account's own;
      *                             blank on older lines means Rai)
      *  104-119 LOG-FX-RATE-OUT   (cross rate of a cross-currency
      *                             TRF, destination units per source
      *                             unit, on both legs; zero otherwise)
       LOG-TRANSACTION.
           PERFORM NEXT-LOG-SEQ
      * An input record carrying a value date posts under THAT date -
           IF IN-VALUE-DATE NOT = ZERO
               MOVE IN-VALUE-DATE TO LOG-DATE-OUT
           ELSE
               MOVE BUSINESS-DATE TO LOG-DATE-OUT
           END-IF
           MOVE IN-AMOUNT      TO LOG-AMOUNT-OUT
           MOVE SPACES TO TXN-LOG-RECORD
           MOVE LOG-OPERATOR-ID TO TXN-LOG-RECORD(77:8)
           MOVE LOG-CHANNEL    TO TXN-LOG-RECORD(85:1)
           MOVE IN-SUBMIT-REF  TO TXN-LOG-RECORD(86:14)
           IF LOG-CURRENCY = SPACES
               MOVE "RAI" TO LOG-CURRENCY
           END-IF
           MOVE LOG-CURRENCY   TO TXN-LOG-RECORD(101:3)
           MOVE LOG-FX-RATE    TO LOG-FX-RATE-OUT
           MOVE LOG-FX-RATE-OUT TO TXN-LOG-RECORD(104:16)
           OPEN EXTEND TXN-LOG-FILE
           WRITE TXN-LOG-RECORD
           CLOSE TXN-LOG-FILE
               ADD 1 TO REF-COUNT
               MOVE IN-SUBMIT-REF TO REF-VALUE(REF-COUNT)
           END-IF
      * The watch threshold is a Rai figure, so a foreign-currency
      * leg is compared on its Rai equivalent.
           MOVE LOG-CURRENCY TO RATE-CURRENCY
           PERFORM FIND-CURRENCY-RATE
           COMPUTE IN-AMOUNT-RAI ROUNDED = IN-AMOUNT / CURRENCY-RATE
               ON SIZE ERROR
                   MOVE IN-AMOUNT TO IN-AMOUNT-RAI
           END-COMPUTE
           IF (IN-ACTION = "DEP" OR IN-ACTION = "WDR"
                   OR IN-ACTION = "TRF" OR IN-ACTION = "XTR"
                   OR IN-ACTION = "CHQ")
                   AND IN-AMOUNT-RAI > WATCH-THRESHOLD
               PERFORM WRITE-WATCH-ALERT
           END-IF
           MOVE SPACES TO LOG-CURRENCY
           MOVE ZERO TO LOG-FX-RATE
           MOVE ZERO TO LOG-REF-SEQ.

      * Mirrors the ledger line just written onto the compliance
           WRITE WATCH-RECORD
           CLOSE WATCH-FILE.

       FIND-PURGED-ACCOUNT.
           MOVE "N" TO PURGED-ACCOUNT-FOUND
           OPEN INPUT HISTORY-FILE
           PERFORM FOREVER
               READ HISTORY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HISTORY-RECORD(1:6) = IN-ACCOUNT-RAW
                           MOVE "Y" TO PURGED-ACCOUNT-FOUND
                           EXIT PERFORM
                       END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

      * Works out what a back-valued posting owes the accrual. The
      * days in question run from the value date to the last day the
      * daily accrual has actually run for (interest.lastaccrual),
      * never past yesterday - from the posting date on, the accrual
      * sees the new balance by itself. Each day is re-priced exactly
      * as ACCRUE-ONE-DAY prices it, once on the balance it ran on
      * (BALANCE-BEFORE) and once on the balance it should have run
      * on (BACKVAL-AFTER), so a deposit that lifts the account into
      * a better bracket, or a withdrawal that tips it into
      * overdraft, is adjusted at the tier and product rule that
      * actually governed those days. The movement is taken to have
      * stood alone over the gap - later postings in the same days
      * already accrued on their own balances.
       FIND-BACKVALUE-ADJUSTMENT.
           MOVE "N" TO BACKVAL-DUE
           MOVE ZERO TO BACKVAL-ADJUSTMENT
           MOVE ZERO TO BACKVAL-DAYS
           IF IN-VALUE-DATE NOT = ZERO AND IN-VALUE-DATE < TODAY-DATE
               PERFORM READ-ACCRUAL-MARK
               IF ACCRUAL-LAST-DATE NOT < IN-VALUE-DATE
                   COMPUTE BACKVAL-FROM-DAY =
                       FUNCTION INTEGER-OF-DATE(IN-VALUE-DATE)
                   COMPUTE BACKVAL-TO-DAY =
                       FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1
                   IF FUNCTION INTEGER-OF-DATE(ACCRUAL-LAST-DATE)
                           < BACKVAL-TO-DAY
                       COMPUTE BACKVAL-TO-DAY =
                           FUNCTION INTEGER-OF-DATE(ACCRUAL-LAST-DATE)
                   END-IF
                   COMPUTE BACKVAL-DAYS =
                       BACKVAL-TO-DAY - BACKVAL-FROM-DAY + 1
                   MOVE BALANCE-BEFORE TO BACKVAL-BEFORE
                   MOVE BACKVAL-BEFORE TO BACKVAL-BALANCE
                   PERFORM FIND-BACKVALUE-DAILY-INTEREST
                   MOVE BACKVAL-DAILY TO BACKVAL-DAILY-BEFORE
                   MOVE BACKVAL-AFTER TO BACKVAL-BALANCE
                   PERFORM FIND-BACKVALUE-DAILY-INTEREST
                   MOVE BACKVAL-DAILY TO BACKVAL-DAILY-AFTER
                   COMPUTE BACKVAL-ADJUSTMENT =
                       (BACKVAL-DAILY-AFTER - BACKVAL-DAILY-BEFORE)
                           * BACKVAL-DAYS
                       ON SIZE ERROR
                           MOVE ZERO TO BACKVAL-ADJUSTMENT
                   END-COMPUTE
                   IF BACKVAL-ADJUSTMENT NOT = ZERO
                       MOVE "Y" TO BACKVAL-DUE
                   END-IF
               END-IF
           END-IF.

      * One day's accrual on BACKVAL-BALANCE for the current account,
      * by the same rules (and the same truncation to the cent) as
      * ACCRUE-ONE-DAY: nothing on a closed or LON row, debit
      * interest off the accrual when overdrawn, otherwise the
      * product's own rate or the balance bracket.
       FIND-BACKVALUE-DAILY-INTEREST.
           MOVE ZERO TO BACKVAL-DAILY
           IF ACCOUNT-IS-CLOSED OR ACC-PRODUCT = "LON"
               CONTINUE
           ELSE IF BACKVAL-BALANCE < ZERO
               COMPUTE INTEREST-AMOUNT =
                   (ZERO - BACKVAL-BALANCE) * DEBIT-INTEREST-RATE
               COMPUTE BACKVAL-DAILY = ZERO - INTEREST-AMOUNT
           ELSE
               MOVE ACC-BALANCE TO BACKVAL-SAVED-BALANCE
               MOVE BACKVAL-BALANCE TO ACC-BALANCE
               PERFORM FIND-INTEREST-RATE
               MOVE BACKVAL-SAVED-BALANCE TO ACC-BALANCE
               COMPUTE INTEREST-AMOUNT =
                   BACKVAL-BALANCE * INTEREST-RATE
               MOVE INTEREST-AMOUNT TO BACKVAL-DAILY
           END-IF
           END-IF.

      * Called right after the entry's own LOG-TRANSACTION, so
      * LOG-SEQ-NO and LOG-ACCOUNT still name it.
       WRITE-BACKVALUE-LINE.
           MOVE SPACES TO BACKVAL-RECORD
           MOVE LOG-SEQ-NO TO BACKVAL-RECORD(1:10)
           MOVE LOG-ACCOUNT TO BACKVAL-RECORD(12:6)
           MOVE IN-ACTION TO BACKVAL-RECORD(19:3)
           MOVE IN-VALUE-DATE TO BACKVAL-RECORD(23:8)
           MOVE TODAY-DATE TO BACKVAL-RECORD(32:8)
           MOVE BACKVAL-DAYS TO BACKVAL-RECORD(41:4)
           MOVE BACKVAL-BEFORE TO BALANCE-TO-FORMAT
           PERFORM FORMAT-BALANCE-FIELD
           MOVE BALANCE-FIELD-TEXT TO BACKVAL-RECORD(46:13)
           MOVE BACKVAL-AFTER TO BALANCE-TO-FORMAT
           PERFORM FORMAT-BALANCE-FIELD
           MOVE BALANCE-FIELD-TEXT TO BACKVAL-RECORD(60:13)
           MOVE BACKVAL-ADJUSTMENT TO BALANCE-TO-FORMAT
           PERFORM FORMAT-BALANCE-FIELD
           MOVE BALANCE-FIELD-TEXT TO BACKVAL-RECORD(74:13)
           MOVE BACKVAL-ACCRUED TO BALANCE-TO-FORMAT
           PERFORM FORMAT-BALANCE-FIELD
           MOVE BALANCE-FIELD-TEXT TO BACKVAL-RECORD(88:13)
           OPEN EXTEND BACKVAL-FILE
           WRITE BACKVAL-RECORD
           CLOSE BACKVAL-FILE.

      * Hands out the next ledger sequence number. Always called with
      * ACCOUNTS-LOCK already held by the caller (PROCESS-ONE-INPUT-
      * FILE, TELLER-MAIN and CALCULATE-INTEREST-FOR-ALL-ACCOUNTS all
                   WHEN "ACCOUNT CLOSED SUCCESSFULLY"
                   WHEN "ACCOUNT LISTING WRITTEN"
                   WHEN "REVERSED"
                   WHEN "CHEQUE PAID"
                   WHEN "STOP PAYMENT RECORDED"
                   WHEN "HOLD PLACED"
                   WHEN "HOLD RELEASED"
                   WHEN "OVERDRAFT LIMIT SET"
      * exactly once however often the daemon loop (or an extra
      * manual invocation) comes around - pay no longer depends on
      * how often the daemon happened to run.
      * The business date only moves from one business day to the
      * next, but interest runs every calendar day: a run after a
      * weekend or holiday accrues each day it skipped, one day at a
      * time from the day after interest.lastaccrual through the
      * business date, with the marker written after each day so a
      * run stopped part way resumes at the first day not yet done.
      * With no marker yet, only the business date itself accrues.
       CALCULATE-INTEREST-FOR-ALL-ACCOUNTS.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM READ-ACCRUAL-MARK
           IF ACCRUAL-LAST-DATE NOT < BUSINESS-DATE
               DISPLAY "Interest already accrued for "
                   BUSINESS-DATE " - nothing to do"
           ELSE
               COMPUTE ACCRUAL-END-INT =
                   FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
               IF ACCRUAL-LAST-DATE = ZERO
                   MOVE ACCRUAL-END-INT TO ACCRUAL-DAY-INT
               ELSE
                   COMPUTE ACCRUAL-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(ACCRUAL-LAST-DATE)
                           + 1
               END-IF
               MOVE "N" TO REPLACE-FAILED
               PERFORM UNTIL ACCRUAL-DAY-INT > ACCRUAL-END-INT
                       OR REPLACE-FAILED = "Y"
                   COMPUTE ACCRUAL-RUN-DATE =
                       FUNCTION DATE-OF-INTEGER(ACCRUAL-DAY-INT)
                   DISPLAY "Accruing interest for " ACCRUAL-RUN-DATE
                   PERFORM ACCRUE-ONE-DAY
                   ADD 1 TO ACCRUAL-DAY-INT
               END-PERFORM
           END-IF.

       ACCRUE-ONE-DAY.
                   NOT AT END
                       PERFORM PARSE-ACCOUNT-FIELDS

      * A LON row's negative balance is the principal the customer
      * owes, not an overdraft - LOANSVC charges its interest with
      * each installment, so the accrual leaves it alone.
                       IF ACCOUNT-IS-CLOSED OR ACC-PRODUCT = "LON"
                           MOVE ZERO TO INTEREST-AMOUNT
                       ELSE IF ACC-BALANCE < ZERO
      * An overdrawn account pays the bank, not the other way
      * capitalization still lands where month-end processing
      * belongs - not on whatever day the cron happened to fire.
       CAPITALIZE-INTEREST.
           MOVE BUSINESS-DATE TO ACCRUAL-RUN-DATE
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM FIND-LAST-BUSINESS-DAY-OF-MONTH
           IF CAPITALIZE-FORCED = "N"
                   DISPLAY "Interest already capitalized for month "
                       ACCRUAL-RUN-DATE(1:6) " - nothing to do"
               ELSE
                   PERFORM LOAD-WITHHOLDING-RATE
                   PERFORM LOAD-CUSTOMER-TAX-TABLE
                   PERFORM CAPITALIZE-ALL-ACCOUNTS
               END-IF
           END-IF.
           END-PERFORM
           MOVE CHECK-DATE TO LAST-BUSINESS-DATE.

      * Reads businessdate.txt into BUSINESS-DATE and the posting
      * cutoff. A missing or unreadable file leaves the machine date
      * standing in and no cutoff, which is how the bank ran before
      * the control file existed. With a cutoff set, the next
      * business day off holidays.txt is worked out here once, for
      * the records that arrive after it.
       LOAD-BUSINESS-DATE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           MOVE "N" TO CUTOFF-SET
           MOVE ZERO TO POSTING-CUTOFF
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BUSINESS-DATE-RECORD(1:8) IS NUMERIC
                       MOVE BUSINESS-DATE-RECORD(1:8) TO BUSINESS-DATE
                   END-IF
                   IF BUSINESS-DATE-RECORD(9:4) IS NUMERIC
                       MOVE BUSINESS-DATE-RECORD(9:4) TO POSTING-CUTOFF
                       MOVE "Y" TO CUTOFF-SET
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           IF CUTOFF-SET = "Y"
               PERFORM LOAD-HOLIDAY-CALENDAR
               COMPUTE CHECK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
               PERFORM FOREVER
                   ADD 1 TO CHECK-DATE-INT
                   COMPUTE CHECK-DATE =
                       FUNCTION DATE-OF-INTEGER(CHECK-DATE-INT)
                   PERFORM CHECK-BUSINESS-DAY
                   IF IS-BUSINESS-DAY = "Y"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE CHECK-DATE TO NEXT-BUSINESS-DATE
           END-IF.

      * A record has arrived after cutoff when the clock has passed
      * the cutoff on the business date itself, or has already run
      * on into a later calendar day the close has not yet caught up
      * with.
       CHECK-POSTING-CUTOFF.
           MOVE "N" TO PAST-CUTOFF
           IF CUTOFF-SET = "Y"
               ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
               ACCEPT CLOCK-TIME FROM TIME
               IF CLOCK-DATE > BUSINESS-DATE
                   MOVE "Y" TO PAST-CUTOFF
               ELSE IF CLOCK-DATE = BUSINESS-DATE
                       AND CLOCK-TIME(1:4) NOT < POSTING-CUTOFF
                   MOVE "Y" TO PAST-CUTOFF
               END-IF
               END-IF
           END-IF.

      * Reads holidays.txt once, the same load-once shape as every
      * other calendar/threshold load here.
       LOAD-HOLIDAY-CALENDAR.
                           END-ADD
                           MOVE ACC-BALANCE TO BALANCE-AFTER
                           MOVE ACC-ACCOUNT TO LOG-ACCOUNT
                           MOVE ACC-CURRENCY TO LOG-CURRENCY
                           MOVE "INT" TO IN-ACTION
                           IF ACC-ACCRUED < ZERO
                               COMPUTE IN-AMOUNT = ZERO - ACC-ACCRUED
                               MOVE ACC-ACCRUED TO IN-AMOUNT
                           END-IF
                           PERFORM LOG-TRANSACTION
                           MOVE "INT" TO ACC-RECORD-RAW(7:3)
                           IF ACC-ACCRUED > ZERO
                               PERFORM WITHHOLD-TAX-ON-INTEREST
                           END-IF
                           MOVE ACC-BALANCE TO BALANCE-TO-FORMAT
                           PERFORM FORMAT-BALANCE-FIELD
                           MOVE BALANCE-FIELD-TEXT
                           MOVE ZERO TO FORMATTED-AMOUNT
                           MOVE FORMATTED-AMOUNT
                               TO ACC-RECORD-RAW(46:13)
                           ADD 1 TO CAPITALIZED-COUNT
                       END-IF
                       WRITE TMP-RECORD FROM ACC-RECORD-RAW
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "Capitalized interest on " CAPITALIZED-COUNT
               " account(s), tax withheld on " WITHHELD-COUNT ".".

      * Tax on credit interest just capitalized, posted as its own
      * WHT ledger entry straight after the INT it is levied on so
      * the statement shows gross, tax and net, and GLEXPORT can
      * carry the withheld total to tax payable. Debit interest
      * (a negative accrual) is the customer paying, not being paid,
      * and is never taxed; an exempt customer is posted gross.
       WITHHOLD-TAX-ON-INTEREST.
           PERFORM FIND-WITHHOLDING-RATE
           COMPUTE WHT-AMOUNT ROUNDED = ACC-ACCRUED * WHT-RATE
           IF WHT-AMOUNT > ZERO
               MOVE ACC-BALANCE TO BALANCE-BEFORE
               SUBTRACT WHT-AMOUNT FROM ACC-BALANCE
               MOVE ACC-BALANCE TO BALANCE-AFTER
               MOVE ACC-ACCOUNT TO LOG-ACCOUNT
               MOVE ACC-CURRENCY TO LOG-CURRENCY
               MOVE "WHT" TO IN-ACTION
               MOVE WHT-AMOUNT TO IN-AMOUNT
               PERFORM LOG-TRANSACTION
               MOVE "WHT" TO ACC-RECORD-RAW(7:3)
               ADD 1 TO WITHHELD-COUNT
           END-IF.

      * The account's customer decides the rate: exempt pays none,
      * a customer with a rate of their own pays that, everyone else
      * (including an account linked to no customer at all) pays
      * the standard rate.
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

      * Reads each customer's tax status and rate out of
      * customers.txt once per capitalization run, the same
      * load-once shape as LOAD-PRODUCT-RULES.
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

       READ-CAP-MARK.
           MOVE SPACES TO CAP-LAST-MONTH
           END-READ
           CLOSE DEBIT-RATE-FILE.

      * Reads the standard withholding-tax rate from
      * withholding_rate.txt, so finance can retune it without a
      * recompile the same way DEBIT-INTEREST-RATE is retuned. A
      * missing or empty file leaves STANDARD-WHT-RATE at zero.
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

      * Reads the maker-checker amount threshold from
      * approval_threshold.txt, so ops can retune it without a
      * recompile the same way MINIMUM-BALANCE is retuned. A missing
           END-PERFORM
           CLOSE INDEX-FILE.

      * Units of RATE-CURRENCY per Rai off the loaded FX-TABLE. Rai
      * (blank or "RAI") is 1 by definition; a code with no positive
      * rate in fxrates.txt comes back not found, rate 1, so a caller
      * that only wants a Rai equivalent degrades to the old
      * assume-Rai figure instead of dividing by zero.
       FIND-CURRENCY-RATE.
           MOVE 1 TO CURRENCY-RATE
           IF RATE-CURRENCY = SPACES OR RATE-CURRENCY = "RAI"
               MOVE "Y" TO CURRENCY-RATE-FOUND
           ELSE
               MOVE "N" TO CURRENCY-RATE-FOUND
               PERFORM VARYING FX-IDX FROM 1 BY 1
                       UNTIL FX-IDX > FX-TABLE-COUNT
                   IF FX-CURRENCY(FX-IDX) = RATE-CURRENCY
                           AND FX-RATE(FX-IDX) > ZERO
                       MOVE "Y" TO CURRENCY-RATE-FOUND
                       MOVE FX-RATE(FX-IDX) TO CURRENCY-RATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * The Rai equivalent of the keyed amount, which is in the
      * currency of the account it is keyed against. APPROVAL-
      * THRESHOLD is a Rai figure, so a foreign-currency amount is
      * held for approval on what it is worth, not on its face
      * value. An account not (yet) on file counts as Rai.
       FIND-AMOUNT-RAI-EQUIVALENT.
           MOVE SPACES TO RATE-CURRENCY
           MOVE IN-ACCOUNT TO SEARCH-ACCT-NO
           PERFORM SEARCH-ACCOUNT-TABLE
           IF ACCT-FOUND = "Y"
               MOVE ACCT-REC(ACCT-SLOT)(86:3) TO RATE-CURRENCY
           END-IF
           PERFORM FIND-CURRENCY-RATE
           COMPUTE IN-AMOUNT-RAI ROUNDED = IN-AMOUNT / CURRENCY-RATE
               ON SIZE ERROR
                   MOVE IN-AMOUNT TO IN-AMOUNT-RAI
           END-COMPUTE.

      * Picks the exchange rate for the currency named on the input
      * record. An unrecognized or blank currency code falls back to
      * the original IDR conversion so old input files keep working.
