       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQRPT.

      * Paid/unpaid cheque report, straight off the cheque register
      * (cheques.txt - CHQMAINT's books, BANKING's paid and stop-
      * payment lines). For each account holding a cheque book it
      * lists every book issued with its serial range and issue date,
      * then every leaf of it as PAID (date paid, amount and the
      * ledger sequence it posted under), STOPPED (with the date the
      * stop runs to) or UNPAID; a leaf whose stop has lapsed is
      * UNPAID again and says when the stop ran out. Each account
      * closes with its counts and the total paid; the run closes
      * with the same figures for every account reported.
      * Invoked as:
      *     chq_report [ACCOUNT]
      * where ACCOUNT (6 digits) narrows the report to one account;
      * without it every account on the register is reported. The
      * report goes to cheque_report.txt. Amounts are in the
      * account's own currency, as they are on the ledger: each
      * account's section names its currency off accounts.txt
      * (86-88, blank is Rai; an account no longer on file counts
      * as Rai), and the run's total paid is given per currency.
      * A register line that does not fit its in-memory table is
      * counted, and the report then closes with a REGISTER
      * TRUNCATED line and the run ends with return code 1 - a paid
      * or stopped leaf missing from the tables would otherwise show
      * as UNPAID with nothing to say so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHEQUE-FILE ASSIGN TO "cheques.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "cheque_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

      * The cheque register (see the CHEQUE-FILE FD in CHQMAINT for
      * the field positions).
       FD CHEQUE-FILE.
       01 CHEQUE-RECORD         PIC X(66).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 86-88: currency

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       77 RUN-DATE              PIC 9(8).
       77 ARG-ACCOUNT           PIC X(20) VALUE SPACES.
       77 REQ-ACCOUNT           PIC X(6) VALUE SPACES.

      * The register, split by kind. Books keep register order, so an
      * account's books come out in the order they were issued.
       01 BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 20000 TIMES.
               10 BOOK-ACCOUNT  PIC X(6).
               10 BOOK-FIRST    PIC 9(6).
               10 BOOK-LAST     PIC 9(6).
               10 BOOK-DATE     PIC X(8).
       77 BOOK-COUNT            PIC 9(5) VALUE ZERO.
       77 BOOK-IDX              PIC 9(5).

       01 PAID-TABLE.
           05 PAID-ENTRY OCCURS 100000 TIMES.
               10 PAID-ACCOUNT  PIC X(6).
               10 PAID-CHEQUE   PIC 9(6).
               10 PAID-DATE     PIC X(8).
               10 PAID-AMOUNT   PIC 9(10)V99.
               10 PAID-SEQ      PIC X(10).
       77 PAID-COUNT            PIC 9(6) VALUE ZERO.
       77 PAID-IDX              PIC 9(6).
       77 PAID-SLOT             PIC 9(6).

      * Only the latest stop on a leaf counts - a fresh stop taken
      * after an earlier one lapsed replaces it.
       01 STOP-TABLE.
           05 STOP-ENTRY OCCURS 20000 TIMES.
               10 STOP-ACCOUNT  PIC X(6).
               10 STOP-CHEQUE   PIC 9(6).
               10 STOP-EXPIRY   PIC 9(8).
       77 STOP-COUNT            PIC 9(5) VALUE ZERO.
       77 STOP-IDX              PIC 9(5).
       77 STOP-SLOT             PIC 9(5).

      * Distinct accounts with a book, in order of first issue, each
      * with the currency it is held in.
       01 ACCOUNT-LIST.
           05 LIST-ENTRY OCCURS 20000 TIMES.
               10 LIST-ACCOUNT  PIC X(6).
               10 LIST-CURRENCY PIC X(3).
       77 LIST-COUNT            PIC 9(5) VALUE ZERO.
       77 LIST-IDX              PIC 9(5).
       77 LIST-FOUND            PIC X VALUE "N".
       77 TRUNCATED-COUNT       PIC 9(7) VALUE ZERO.

       77 CUR-ACCOUNT           PIC X(6).
       77 CUR-CHEQUE            PIC 9(6).
       77 CUR-CURRENCY          PIC X(3).

       77 ACCT-BOOKS            PIC 9(7).
       77 ACCT-LEAVES           PIC 9(7).
       77 ACCT-PAID             PIC 9(7).
       77 ACCT-STOPPED          PIC 9(7).
       77 ACCT-UNPAID           PIC 9(7).
       77 ACCT-PAID-AMOUNT      PIC 9(12)V99.
       77 TOTAL-ACCOUNTS        PIC 9(7) VALUE ZERO.
       77 TOTAL-BOOKS           PIC 9(7) VALUE ZERO.
       77 TOTAL-LEAVES          PIC 9(7) VALUE ZERO.
       77 TOTAL-PAID            PIC 9(7) VALUE ZERO.
       77 TOTAL-STOPPED         PIC 9(7) VALUE ZERO.
       77 TOTAL-UNPAID          PIC 9(7) VALUE ZERO.
      * The run's total paid, one row per currency in first-seen
      * order.
       01 CCY-TOTAL-TABLE.
           05 CCY-TOTAL-ENTRY OCCURS 50 TIMES.
               10 CCY-CODE      PIC X(3).
               10 CCY-PAID-AMOUNT PIC 9(12)V99.
       77 CCY-COUNT             PIC 9(3) VALUE ZERO.
       77 CCY-IDX               PIC 9(3).
       77 CCY-SLOT              PIC 9(3).
      * Currency WRITE-COUNT-LINE prints its total paid in; blank
      * leaves the total off the line.
       77 COUNT-LINE-CURRENCY   PIC X(3).

       77 PRINT-DATE            PIC 9(4)/99/99.
       77 PRINT-AMOUNT          PIC Z(9)9.99.
       77 PRINT-TOTAL-AMOUNT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 PRINT-COUNT-1         PIC Z(6)9.
       77 PRINT-COUNT-2         PIC Z(6)9.
       77 PRINT-COUNT-3         PIC Z(6)9.
       77 PRINT-COUNT-4         PIC Z(6)9.
       77 PRINT-COUNT-5         PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM READ-ARGUMENTS
           PERFORM LOAD-CHEQUE-REGISTER
           PERFORM LOAD-ACCOUNT-CURRENCIES
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING LIST-IDX FROM 1 BY 1
                   UNTIL LIST-IDX > LIST-COUNT
               MOVE LIST-ACCOUNT(LIST-IDX) TO CUR-ACCOUNT
               MOVE LIST-CURRENCY(LIST-IDX) TO CUR-CURRENCY
               PERFORM REPORT-ONE-ACCOUNT
           END-PERFORM
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           DISPLAY "Cheque report written to cheque_report.txt"
           IF TRUNCATED-COUNT > ZERO
               MOVE TRUNCATED-COUNT TO PRINT-COUNT-1
               DISPLAY "ERROR: " FUNCTION TRIM(PRINT-COUNT-1)
                   " REGISTER LINES DID NOT FIT - REPORT INCOMPLETE"
               MOVE 1 TO RETURN-CODE
           END-IF
           IF REQ-ACCOUNT NOT = SPACES AND LIST-COUNT = ZERO
               DISPLAY "NO CHEQUE BOOK ISSUED TO ACCOUNT " REQ-ACCOUNT
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

      * ACCOUNT is optional - left off, every account is reported.
       READ-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-ACCOUNT FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-ACCOUNT
           END-ACCEPT
           IF ARG-ACCOUNT NOT = SPACES
               IF ARG-ACCOUNT(1:6) IS NUMERIC
                       AND ARG-ACCOUNT(7:14) = SPACES
                   MOVE ARG-ACCOUNT(1:6) TO REQ-ACCOUNT
               ELSE
                   DISPLAY "USAGE: chq_report [ACCOUNT]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * One pass over the register sorting each line into its table;
      * lines for other accounts are dropped when one was asked for.
       LOAD-CHEQUE-REGISTER.
           OPEN INPUT CHEQUE-FILE
           PERFORM FOREVER
               READ CHEQUE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CHEQUE-RECORD(8:6) IS NUMERIC
                               AND (REQ-ACCOUNT = SPACES
                                    OR CHEQUE-RECORD(2:6)
                                        = REQ-ACCOUNT)
                           PERFORM LOAD-ONE-REGISTER-LINE
                       END-IF
           END-PERFORM
           CLOSE CHEQUE-FILE.

       LOAD-ONE-REGISTER-LINE.
           EVALUATE CHEQUE-RECORD(1:1)
               WHEN "B"
                   IF CHEQUE-RECORD(14:6) IS NUMERIC
                           AND BOOK-COUNT NOT < 20000
                       ADD 1 TO TRUNCATED-COUNT
                   ELSE IF CHEQUE-RECORD(14:6) IS NUMERIC
                       ADD 1 TO BOOK-COUNT
                       MOVE CHEQUE-RECORD(2:6)
                           TO BOOK-ACCOUNT(BOOK-COUNT)
                       MOVE CHEQUE-RECORD(8:6)
                           TO BOOK-FIRST(BOOK-COUNT)
                       MOVE CHEQUE-RECORD(14:6)
                           TO BOOK-LAST(BOOK-COUNT)
                       MOVE CHEQUE-RECORD(20:8)
                           TO BOOK-DATE(BOOK-COUNT)
                       PERFORM ADD-TO-ACCOUNT-LIST
                   END-IF
                   END-IF
               WHEN "P"
                   IF PAID-COUNT NOT < 100000
                       ADD 1 TO TRUNCATED-COUNT
                   ELSE
                       ADD 1 TO PAID-COUNT
                       MOVE CHEQUE-RECORD(2:6)
                           TO PAID-ACCOUNT(PAID-COUNT)
                       MOVE CHEQUE-RECORD(8:6)
                           TO PAID-CHEQUE(PAID-COUNT)
                       MOVE CHEQUE-RECORD(20:8)
                           TO PAID-DATE(PAID-COUNT)
                       MOVE FUNCTION NUMVAL(CHEQUE-RECORD(28:13))
                           TO PAID-AMOUNT(PAID-COUNT)
                       MOVE CHEQUE-RECORD(41:10)
                           TO PAID-SEQ(PAID-COUNT)
                   END-IF
               WHEN "S"
                   IF CHEQUE-RECORD(51:8) IS NUMERIC
                       PERFORM LOAD-STOP-LINE
                   END-IF
           END-EVALUATE.

       LOAD-STOP-LINE.
           MOVE CHEQUE-RECORD(2:6) TO CUR-ACCOUNT
           MOVE CHEQUE-RECORD(8:6) TO CUR-CHEQUE
           PERFORM FIND-STOP
           IF STOP-SLOT = ZERO AND STOP-COUNT < 20000
               ADD 1 TO STOP-COUNT
               MOVE STOP-COUNT TO STOP-SLOT
               MOVE CUR-ACCOUNT TO STOP-ACCOUNT(STOP-SLOT)
               MOVE CUR-CHEQUE TO STOP-CHEQUE(STOP-SLOT)
           END-IF
           IF STOP-SLOT NOT = ZERO
               MOVE CHEQUE-RECORD(51:8) TO STOP-EXPIRY(STOP-SLOT)
           ELSE
               ADD 1 TO TRUNCATED-COUNT
           END-IF.

       ADD-TO-ACCOUNT-LIST.
           MOVE "N" TO LIST-FOUND
           PERFORM VARYING LIST-IDX FROM 1 BY 1
                   UNTIL LIST-IDX > LIST-COUNT
               IF LIST-ACCOUNT(LIST-IDX) = CHEQUE-RECORD(2:6)
                   MOVE "Y" TO LIST-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LIST-FOUND = "N" AND LIST-COUNT < 20000
               ADD 1 TO LIST-COUNT
               MOVE CHEQUE-RECORD(2:6) TO LIST-ACCOUNT(LIST-COUNT)
               MOVE "RAI" TO LIST-CURRENCY(LIST-COUNT)
           ELSE IF LIST-FOUND = "N"
               ADD 1 TO TRUNCATED-COUNT
           END-IF
           END-IF.

      * One pass over accounts.txt picking up the currency of every
      * account on ACCOUNT-LIST.
       LOAD-ACCOUNT-CURRENCIES.
           IF LIST-COUNT > ZERO
               OPEN INPUT ACC-FILE
               PERFORM FOREVER
                   READ ACC-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ACC-RECORD-RAW(86:3) NOT = SPACES
                               PERFORM NOTE-ACCOUNT-CURRENCY
                           END-IF
               END-PERFORM
               CLOSE ACC-FILE
           END-IF.

       NOTE-ACCOUNT-CURRENCY.
           PERFORM VARYING LIST-IDX FROM 1 BY 1
                   UNTIL LIST-IDX > LIST-COUNT
               IF LIST-ACCOUNT(LIST-IDX) = ACC-RECORD-RAW(1:6)
                   MOVE ACC-RECORD-RAW(86:3) TO LIST-CURRENCY(LIST-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-PAID.
           MOVE ZERO TO PAID-SLOT
           PERFORM VARYING PAID-IDX FROM 1 BY 1
                   UNTIL PAID-IDX > PAID-COUNT
               IF PAID-ACCOUNT(PAID-IDX) = CUR-ACCOUNT
                       AND PAID-CHEQUE(PAID-IDX) = CUR-CHEQUE
                   MOVE PAID-IDX TO PAID-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-STOP.
           MOVE ZERO TO STOP-SLOT
           PERFORM VARYING STOP-IDX FROM 1 BY 1
                   UNTIL STOP-IDX > STOP-COUNT
               IF STOP-ACCOUNT(STOP-IDX) = CUR-ACCOUNT
                       AND STOP-CHEQUE(STOP-IDX) = CUR-CHEQUE
                   MOVE STOP-IDX TO STOP-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           MOVE RUN-DATE TO PRINT-DATE
           STRING "CHEQUE REGISTER REPORT AS OF " DELIMITED SIZE
                  PRINT-DATE DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF REQ-ACCOUNT = SPACES
               MOVE "ACCOUNTS: ALL" TO REPORT-RECORD
           ELSE
               STRING "ACCOUNT: " DELIMITED SIZE
                      REQ-ACCOUNT DELIMITED SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

       REPORT-ONE-ACCOUNT.
           MOVE ZERO TO ACCT-BOOKS
           MOVE ZERO TO ACCT-LEAVES
           MOVE ZERO TO ACCT-PAID
           MOVE ZERO TO ACCT-STOPPED
           MOVE ZERO TO ACCT-UNPAID
           MOVE ZERO TO ACCT-PAID-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT " DELIMITED SIZE
                  CUR-ACCOUNT DELIMITED SIZE
                  "  CURRENCY " DELIMITED SIZE
                  CUR-CURRENCY DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING BOOK-IDX FROM 1 BY 1
                   UNTIL BOOK-IDX > BOOK-COUNT
               IF BOOK-ACCOUNT(BOOK-IDX) = CUR-ACCOUNT
                   PERFORM REPORT-ONE-BOOK
               END-IF
           END-PERFORM
           MOVE ACCT-BOOKS TO PRINT-COUNT-1
           MOVE ACCT-LEAVES TO PRINT-COUNT-2
           MOVE ACCT-PAID TO PRINT-COUNT-3
           MOVE ACCT-STOPPED TO PRINT-COUNT-4
           MOVE ACCT-UNPAID TO PRINT-COUNT-5
           MOVE ACCT-PAID-AMOUNT TO PRINT-TOTAL-AMOUNT
           MOVE CUR-CURRENCY TO COUNT-LINE-CURRENCY
           PERFORM WRITE-COUNT-LINE
           ADD 1 TO TOTAL-ACCOUNTS
           ADD ACCT-BOOKS TO TOTAL-BOOKS
           ADD ACCT-LEAVES TO TOTAL-LEAVES
           ADD ACCT-PAID TO TOTAL-PAID
           ADD ACCT-STOPPED TO TOTAL-STOPPED
           ADD ACCT-UNPAID TO TOTAL-UNPAID
           PERFORM ADD-TO-CURRENCY-TOTAL.

      * Finds (or opens) CUR-CURRENCY's row in CCY-TOTAL-TABLE and
      * adds the account's total paid to it.
       ADD-TO-CURRENCY-TOTAL.
           MOVE ZERO TO CCY-SLOT
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-COUNT
               IF CCY-CODE(CCY-IDX) = CUR-CURRENCY
                   MOVE CCY-IDX TO CCY-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CCY-SLOT = ZERO AND CCY-COUNT < 50
               ADD 1 TO CCY-COUNT
               MOVE CCY-COUNT TO CCY-SLOT
               MOVE CUR-CURRENCY TO CCY-CODE(CCY-SLOT)
               MOVE ZERO TO CCY-PAID-AMOUNT(CCY-SLOT)
           END-IF
           IF CCY-SLOT NOT = ZERO
               ADD ACCT-PAID-AMOUNT TO CCY-PAID-AMOUNT(CCY-SLOT)
           END-IF.

       REPORT-ONE-BOOK.
           ADD 1 TO ACCT-BOOKS
           MOVE SPACES TO REPORT-RECORD
           MOVE BOOK-DATE(BOOK-IDX) TO PRINT-DATE
           STRING "  BOOK " DELIMITED SIZE
                  BOOK-FIRST(BOOK-IDX) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  BOOK-LAST(BOOK-IDX) DELIMITED SIZE
                  " ISSUED " DELIMITED SIZE
                  PRINT-DATE DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING CUR-CHEQUE FROM BOOK-FIRST(BOOK-IDX) BY 1
                   UNTIL CUR-CHEQUE > BOOK-LAST(BOOK-IDX)
               PERFORM REPORT-ONE-CHEQUE
               IF CUR-CHEQUE = 999999
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REPORT-ONE-CHEQUE.
           ADD 1 TO ACCT-LEAVES
           PERFORM FIND-PAID
           PERFORM FIND-STOP
           MOVE SPACES TO REPORT-RECORD
           IF PAID-SLOT NOT = ZERO
               ADD 1 TO ACCT-PAID
               ADD PAID-AMOUNT(PAID-SLOT) TO ACCT-PAID-AMOUNT
               MOVE PAID-DATE(PAID-SLOT) TO PRINT-DATE
               MOVE PAID-AMOUNT(PAID-SLOT) TO PRINT-AMOUNT
               STRING "    " DELIMITED SIZE
                      CUR-CHEQUE DELIMITED SIZE
                      "  PAID     " DELIMITED SIZE
                      PRINT-DATE DELIMITED SIZE
                      "  " DELIMITED SIZE
                      PRINT-AMOUNT DELIMITED SIZE
                      "  SEQ " DELIMITED SIZE
                      PAID-SEQ(PAID-SLOT) DELIMITED SIZE
                      INTO REPORT-RECORD
           ELSE IF STOP-SLOT NOT = ZERO
                   AND STOP-EXPIRY(STOP-SLOT) >= RUN-DATE
               ADD 1 TO ACCT-STOPPED
               MOVE STOP-EXPIRY(STOP-SLOT) TO PRINT-DATE
               STRING "    " DELIMITED SIZE
                      CUR-CHEQUE DELIMITED SIZE
                      "  STOPPED  UNTIL " DELIMITED SIZE
                      PRINT-DATE DELIMITED SIZE
                      INTO REPORT-RECORD
           ELSE IF STOP-SLOT NOT = ZERO
               ADD 1 TO ACCT-UNPAID
               MOVE STOP-EXPIRY(STOP-SLOT) TO PRINT-DATE
               STRING "    " DELIMITED SIZE
                      CUR-CHEQUE DELIMITED SIZE
                      "  UNPAID   STOP EXPIRED " DELIMITED SIZE
                      PRINT-DATE DELIMITED SIZE
                      INTO REPORT-RECORD
           ELSE
               ADD 1 TO ACCT-UNPAID
               STRING "    " DELIMITED SIZE
                      CUR-CHEQUE DELIMITED SIZE
                      "  UNPAID" DELIMITED SIZE
                      INTO REPORT-RECORD
           END-IF
           END-IF
           END-IF
           WRITE REPORT-RECORD.

      * BOOKS / LEAVES / PAID / STOPPED / UNPAID counts, shared by
      * each account's closing line and the run's; an account's line
      * carries its total paid in COUNT-LINE-CURRENCY as well.
       WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-RECORD
           IF COUNT-LINE-CURRENCY = SPACES
               STRING "  BOOKS " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-COUNT-1) DELIMITED SIZE
                      "  LEAVES " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-COUNT-2) DELIMITED SIZE
                      "  PAID " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-COUNT-3) DELIMITED SIZE
                      "  STOPPED " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-COUNT-4) DELIMITED SIZE
                      "  UNPAID " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-COUNT-5) DELIMITED SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "  BOOKS " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-COUNT-1) DELIMITED SIZE
                      "  LEAVES " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-COUNT-2) DELIMITED SIZE
                      "  PAID " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-COUNT-3) DELIMITED SIZE
                      "  STOPPED " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-COUNT-4) DELIMITED SIZE
                      "  UNPAID " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-COUNT-5) DELIMITED SIZE
                      "  TOTAL PAID " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-TOTAL-AMOUNT) DELIMITED SIZE
                      " " DELIMITED SIZE
                      COUNT-LINE-CURRENCY DELIMITED SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE TOTAL-ACCOUNTS TO PRINT-COUNT-1
           STRING "ACCOUNTS REPORTED: " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-COUNT-1) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE TOTAL-BOOKS TO PRINT-COUNT-1
           MOVE TOTAL-LEAVES TO PRINT-COUNT-2
           MOVE TOTAL-PAID TO PRINT-COUNT-3
           MOVE TOTAL-STOPPED TO PRINT-COUNT-4
           MOVE TOTAL-UNPAID TO PRINT-COUNT-5
           MOVE SPACES TO COUNT-LINE-CURRENCY
           PERFORM WRITE-COUNT-LINE
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-COUNT
               MOVE CCY-PAID-AMOUNT(CCY-IDX) TO PRINT-TOTAL-AMOUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  TOTAL PAID " DELIMITED SIZE
                      CCY-CODE(CCY-IDX) DELIMITED SIZE
                      ": " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-TOTAL-AMOUNT) DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF TRUNCATED-COUNT > ZERO
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE TRUNCATED-COUNT TO PRINT-COUNT-1
               MOVE SPACES TO REPORT-RECORD
               STRING "REGISTER TRUNCATED - REPORT INCOMPLETE: "
                          DELIMITED SIZE
                      FUNCTION TRIM(PRINT-COUNT-1) DELIMITED SIZE
                      " LINE(S) NOT LOADED" DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      * The business date off businessdate.txt, or the machine date
      * when there is no control file - what a stop's expiry is
      * judged against, as BANKING judges it.
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
