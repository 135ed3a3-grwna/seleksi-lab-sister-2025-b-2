      * FOR-ALL-ACCOUNTS both rewrite accounts.txt independently of
      * the ledger, so this is the one place the two are ever checked
      * against each other.
      * Every ledger line is in its account's own currency, so each
      * account ties out in that currency; the summary then totals
      * balances and differences per currency, with the Rai
      * equivalent of each at the fxrates.txt rate.
      * Accounts ACCTPURGE has moved to closed_accounts.txt are tied
      * out too, against the row as it stood when purged (always a
      * zero balance), so an audit query on an old account still
      * gets an answer; a purged account that no longer ties is
      * reported as a discrepancy marked PURGED. They are counted
      * apart and stay out of the per-currency totals, which cover
      * the live master only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO DYNAMIC ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "closed_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "reconcile_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FX-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C
                                               *> 24-36: hold amount
                                               *> 37-42: customer id
                                               *> 43-45: product code
                                               *> 86-88: currency
                                               *> (blank = Rai)

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD        PIC X(120).

      * One line per LEDGARCH archive (see the INDEX-FILE FD there
      * for the field positions): archive name plus the account, date
       01 INDEX-RECORD          PIC X(68).

       FD ARCH-FILE.
       01 ARCH-RECORD           PIC X(120).

      * ACCTPURGE's closed-account history (see the header there).
       FD HISTORY-FILE.
       01 HISTORY-RECORD        PIC X(104).    *> 1-88: account row
                                               *> 89-96: close date
                                               *> 97-104: purge date

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(80).

       FD FX-FILE.
       01 FX-RECORD             PIC X(20).     *> 1-3 currency code
                                               *> 4-20 units per Rai

       WORKING-STORAGE SECTION.
       77 ARCH-FILE-NAME        PIC X(40) VALUE SPACES.

      * The ledger line whose delta is being summed, wherever it was
      * read from - an archive or the live txnlog.txt - so
      * SUM-LEDGER-LINE serves both scans.
       77 LEDGER-LINE           PIC X(120).

       77 IDX-ACCOUNT-MIN       PIC 9(6).
       77 IDX-ACCOUNT-MAX       PIC 9(6).
       77 ACC-ACCOUNT           PIC 9(6).
       77 ACC-BALANCE           PIC S9(10)V99.
       77 ACC-STATUS            PIC X.
       77 ACC-CURRENCY          PIC X(3).

       01 FX-TABLE.
           05 FX-ENTRY OCCURS 20 TIMES.
               10 FX-CURRENCY    PIC X(3).
               10 FX-RATE        PIC 9(11)V99999.
       77 FX-TABLE-COUNT        PIC 9(3) VALUE ZERO.
       77 FX-IDX                PIC 9(3).

      * Per-currency control totals for the summary.
       01 CCY-TABLE.
           05 CCY-ENTRY OCCURS 21 TIMES.
               10 CCY-CODE       PIC X(3).
               10 CCY-COUNT      PIC 9(9).
               10 CCY-BALANCE    PIC S9(15)V99.
               10 CCY-DIFFERENCE PIC S9(15)V99.
               10 CCY-RATE       PIC 9(11)V99999.
               10 CCY-RATE-FOUND PIC X.
       77 CCY-TABLE-COUNT       PIC 9(3) VALUE ZERO.
       77 CCY-IDX               PIC 9(3).
       77 CCY-RAI-BALANCE       PIC S9(15)V99.
       77 REPORT-CCY-COUNT      PIC ZZZ,ZZZ,ZZ9.
       77 DISPLAY-CCY-BALANCE   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 DISPLAY-CCY-DIFF      PIC -ZZZ,ZZZ,ZZ9.99.
       77 DISPLAY-CCY-RAI       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       77 LOG-ACCOUNT-CHK       PIC 9(6).
       77 LOG-BEFORE-TEXT       PIC X(13).

       77 ACCOUNT-COUNT         PIC 9(9) VALUE ZERO.
       77 DISCREPANCY-COUNT     PIC 9(9) VALUE ZERO.
       77 PURGED-COUNT          PIC 9(9) VALUE ZERO.
       77 DISCREPANCY-MARK      PIC X(8) VALUE SPACES.
       77 REPORT-PURGED-COUNT   PIC ZZZ,ZZZ,ZZ9.

       77 PRINT-ACC-BALANCE     PIC -(9)9.99.
       77 PRINT-LEDGER-BALANCE  PIC -(9)9.99.
       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-FX-RATES
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM RECONCILE-ACCOUNTS
           PERFORM RECONCILE-PURGED-ACCOUNTS
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Reconciliation written to reconcile_report.txt"
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT LEDGER-BALANCE   ACC-BALANCE    "
                  "DIFFERENCE    CCY" DELIMITED SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

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
           MOVE ZERO TO CCY-COUNT(1)
           MOVE ZERO TO CCY-BALANCE(1)
           MOVE ZERO TO CCY-DIFFERENCE(1)
           MOVE 1 TO CCY-RATE(1)
           MOVE "Y" TO CCY-RATE-FOUND(1).

      * Single pass over accounts.txt, the same way EODREPORT's
      * SCAN-ACCOUNTS-FOR-REPORT reads it. Every account is replayed
      * against the whole of txnlog.txt in turn.
                       MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13))
                           TO ACC-BALANCE
                       MOVE ACC-RECORD-RAW(23:1) TO ACC-STATUS
                       MOVE ACC-RECORD-RAW(86:3) TO ACC-CURRENCY
                       IF ACC-CURRENCY = SPACES
                           MOVE "RAI" TO ACC-CURRENCY
                       END-IF
                       ADD 1 TO ACCOUNT-COUNT
                       PERFORM COMPUTE-LEDGER-BALANCE
                       PERFORM COMPARE-AND-REPORT
               ADD LOG-DELTA TO LEDGER-BALANCE
           END-IF.

      * The same replay for every row in closed_accounts.txt, against
      * the balance it was purged with.
       RECONCILE-PURGED-ACCOUNTS.
           OPEN INPUT HISTORY-FILE
           PERFORM FOREVER
               READ HISTORY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HISTORY-RECORD(1:6) IS NUMERIC
                           MOVE HISTORY-RECORD(1:6) TO ACC-ACCOUNT
                           MOVE FUNCTION NUMVAL(HISTORY-RECORD(10:13))
                               TO ACC-BALANCE
                           MOVE HISTORY-RECORD(86:3) TO ACC-CURRENCY
                           IF ACC-CURRENCY = SPACES
                               MOVE "RAI" TO ACC-CURRENCY
                           END-IF
                           ADD 1 TO PURGED-COUNT
                           PERFORM COMPUTE-LEDGER-BALANCE
                           COMPUTE DIFFERENCE =
                               ACC-BALANCE - LEDGER-BALANCE
                           IF DIFFERENCE NOT = ZERO
                               ADD 1 TO DISCREPANCY-COUNT
                               MOVE "  PURGED" TO DISCREPANCY-MARK
                               PERFORM WRITE-DISCREPANCY-LINE
                               MOVE SPACES TO DISCREPANCY-MARK
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       COMPARE-AND-REPORT.
           COMPUTE DIFFERENCE = ACC-BALANCE - LEDGER-BALANCE
           PERFORM ADD-TO-CURRENCY-TOTAL
           IF DIFFERENCE NOT = ZERO
               ADD 1 TO DISCREPANCY-COUNT
               PERFORM WRITE-DISCREPANCY-LINE
           END-IF.

      * Finds (or opens) the account's currency line and adds the
      * account's balance and difference to it. A currency with no
      * rate in fxrates.txt shows NO FX RATE in place of its Rai
      * equivalent.
       ADD-TO-CURRENCY-TOTAL.
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-TABLE-COUNT
               IF CCY-CODE(CCY-IDX) = ACC-CURRENCY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CCY-IDX > CCY-TABLE-COUNT
               IF CCY-TABLE-COUNT < 21
                   ADD 1 TO CCY-TABLE-COUNT
               END-IF
               MOVE CCY-TABLE-COUNT TO CCY-IDX
               MOVE ACC-CURRENCY TO CCY-CODE(CCY-IDX)
               MOVE ZERO TO CCY-COUNT(CCY-IDX)
               MOVE ZERO TO CCY-BALANCE(CCY-IDX)
               MOVE ZERO TO CCY-DIFFERENCE(CCY-IDX)
               MOVE 1 TO CCY-RATE(CCY-IDX)
               MOVE "N" TO CCY-RATE-FOUND(CCY-IDX)
               PERFORM VARYING FX-IDX FROM 1 BY 1
                       UNTIL FX-IDX > FX-TABLE-COUNT
                   IF FX-CURRENCY(FX-IDX) = ACC-CURRENCY
                           AND FX-RATE(FX-IDX) > ZERO
                       MOVE FX-RATE(FX-IDX) TO CCY-RATE(CCY-IDX)
                       MOVE "Y" TO CCY-RATE-FOUND(CCY-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO CCY-COUNT(CCY-IDX)
           ADD ACC-BALANCE TO CCY-BALANCE(CCY-IDX)
           ADD DIFFERENCE TO CCY-DIFFERENCE(CCY-IDX).

       WRITE-DISCREPANCY-LINE.
           MOVE LEDGER-BALANCE TO PRINT-LEDGER-BALANCE
           MOVE ACC-BALANCE TO PRINT-ACC-BALANCE
                  FUNCTION TRIM(PRINT-ACC-BALANCE) DELIMITED SIZE
                  "    " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-DIFFERENCE) DELIMITED SIZE
                  "    " DELIMITED SIZE
                  ACC-CURRENCY DELIMITED SIZE
                  DISCREPANCY-MARK DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

                  FUNCTION TRIM(REPORT-DISCREPANCY-COUNT)
                      DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PURGED-COUNT TO REPORT-PURGED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "PURGED ACCOUNTS CHECKED: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-PURGED-COUNT) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TOTALS BY CURRENCY (RAI EQUIVALENT OF BALANCE):"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CCY     ACCOUNTS              BALANCE"
                      DELIMITED SIZE
                  "       DIFFERENCE       RAI EQUIVALENT"
                      DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-TABLE-COUNT
               PERFORM WRITE-CURRENCY-LINE
           END-PERFORM.

       WRITE-CURRENCY-LINE.
           COMPUTE CCY-RAI-BALANCE ROUNDED =
               CCY-BALANCE(CCY-IDX) / CCY-RATE(CCY-IDX)
               ON SIZE ERROR
                   MOVE CCY-BALANCE(CCY-IDX) TO CCY-RAI-BALANCE
           END-COMPUTE
           MOVE CCY-COUNT(CCY-IDX) TO REPORT-CCY-COUNT
           MOVE CCY-BALANCE(CCY-IDX) TO DISPLAY-CCY-BALANCE
           MOVE CCY-DIFFERENCE(CCY-IDX) TO DISPLAY-CCY-DIFF
           MOVE CCY-RAI-BALANCE TO DISPLAY-CCY-RAI
           MOVE SPACES TO REPORT-RECORD
           STRING CCY-CODE(CCY-IDX) DELIMITED SIZE
                  "  " DELIMITED SIZE
                  REPORT-CCY-COUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  DISPLAY-CCY-BALANCE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  DISPLAY-CCY-DIFF DELIMITED SIZE
                  "  " DELIMITED SIZE
                  DISPLAY-CCY-RAI DELIMITED SIZE
                  INTO REPORT-RECORD
           IF CCY-RATE-FOUND(CCY-IDX) = "N"
               MOVE "NO FX RATE" TO REPORT-RECORD(66:10)
           END-IF
           WRITE REPORT-RECORD.
