      * maintained reference data (CUST-ID 6 / NAME 30 / CONTACT 20)
      * the same way rates.txt, fxrates.txt and minbalance.txt are -
      * CUSTRPT only ever reads it, never writes it.
      * Accounts the customer shares are listed too: acctrel.txt
      * (RELMAINT's file) names every further owner, signatory and
      * power of attorney on an account, so a joint account appears
      * on each owner's statement with that customer's role beside
      * it. Only what the customer owns - as primary or joint owner
      * - counts towards the total; a signatory or attorney sees the
      * account listed but it is not theirs.
      * Each account is shown in its own currency (86-88, blank is
      * Rai), so the total is kept per currency - one TOTAL BALANCE
      * line for each currency the customer owns money in - rather
      * than adding dollars to Rai.
      * Accounts ACCTPURGE has moved to closed_accounts.txt are listed
      * after the totals, with their close and purge dates, so an
      * old relationship can still be traced; they hold nothing and
      * count towards nothing.
      * Every direct debit mandate still in force on an account
      * listed - active in MANDMAINT's mandates.txt and not yet
      * expired - is listed after the totals with its biller,
      * maximum and expiry, so the branch can answer "who can take
      * money from my account" and take a revocation on the spot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REL-FILE ASSIGN TO "acctrel.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "closed_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MANDATE-FILE ASSIGN TO "mandates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-FILE ASSIGN TO DYNAMIC STMT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(64).     *> 1-6 cust id
                                               *> 7-36 name
                                               *> 37-56 contact

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C
                                               *> 24-36: hold amount
                                               *> 37-42: customer id
                                               *> 43-45: product code
                                               *> 86-88: currency

       FD REL-FILE.
       01 REL-RECORD            PIC X(13).     *> 1-6 account
                                               *> 7-12 cust id
                                               *> 13 role P/J/S/A

      * ACCTPURGE's closed-account history (see the header there).
       FD HISTORY-FILE.
       01 HISTORY-RECORD        PIC X(104).    *> 1-88: account row
                                               *> 89-96: close date
                                               *> 97-104: purge date

      * MANDMAINT's mandate file (see the MANDATE-FILE FD there).
       FD MANDATE-FILE.
       01 MANDATE-RECORD        PIC X(46).     *> 1-6 account
                                               *> 7-16 biller id
                                               *> 17-29 maximum
                                               *> 30-37 expiry
                                               *> 38 status A/R

       FD STMT-FILE.
       01 STMT-RECORD           PIC X(100).
       77 ACC-HOLD              PIC 9(10)V99.
       77 ACC-STATUS            PIC X.
       77 ACC-CUST-ID-CHK       PIC 9(6).
       77 ACC-CURRENCY          PIC X(3).

      * The requested customer's relationship rows, loaded once.
       01 REL-TABLE.
           05 REL-ENTRY OCCURS 1000 TIMES.
               10 REL-ACCOUNT   PIC 9(6).
               10 REL-ROLE      PIC X.
       77 REL-COUNT             PIC 9(5) VALUE ZERO.
       77 REL-IDX               PIC 9(5).
       77 REL-CUST-ID-CHK       PIC 9(6).
       77 ACC-ROLE              PIC X.
       77 ROLE-TEXT             PIC X(16).

       77 PRINT-BALANCE         PIC -(9)9.99.
       77 PRINT-HOLD            PIC Z(9)9.99.
       77 PRINT-AVAILABLE       PIC -(9)9.99.
       77 PRINT-TOTAL           PIC -(9)9.99.
       77 AVAILABLE-BALANCE     PIC S9(10)V99.
      * Owned balances totalled per currency, in first-seen order.
       01 CCY-TOTAL-TABLE.
           05 CCY-TOTAL-ENTRY OCCURS 50 TIMES.
               10 CCY-CODE      PIC X(3).
               10 CCY-TOTAL     PIC S9(12)V99.
       77 CCY-COUNT             PIC 9(3) VALUE ZERO.
       77 CCY-IDX               PIC 9(3).
       77 CCY-SLOT              PIC 9(3).
       77 ACCOUNT-COUNT         PIC 9(9) VALUE ZERO.
       77 REPORT-ACCOUNT-COUNT  PIC ZZZ,ZZZ,ZZ9.
       77 PURGED-COUNT          PIC 9(9) VALUE ZERO.

      * Every account listed on the statement, so the mandate pass
      * can tell which mandates belong to this customer.
       01 LISTED-TABLE.
           05 LISTED-ACCOUNT OCCURS 1000 TIMES PIC X(6).
       77 LISTED-COUNT          PIC 9(5) VALUE ZERO.
       77 LISTED-IDX            PIC 9(5).
       77 LISTED-FOUND          PIC X VALUE "N".
       77 RUN-DATE              PIC 9(8).
       77 MANDATE-EXPIRY        PIC 9(8).
       77 MANDATE-COUNT         PIC 9(9) VALUE ZERO.
       77 MANDATE-MAX           PIC 9(10)V99.
       77 PRINT-MANDATE-MAX     PIC Z(9)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM READ-ARGUMENTS
           PERFORM FIND-CUSTOMER
           PERFORM LOAD-CUSTOMER-RELATIONSHIPS
           PERFORM BUILD-STATEMENT-FILE-NAME
           PERFORM WRITE-STATEMENT-HEADER
           PERFORM SCAN-ACCOUNTS-FOR-CUSTOMER
           PERFORM WRITE-STATEMENT-FOOTER
           PERFORM SCAN-MANDATES-FOR-CUSTOMER
           PERFORM SCAN-HISTORY-FOR-CUSTOMER
           CLOSE STMT-FILE
           DISPLAY "Statement written to " FUNCTION TRIM(STMT-FILE-NAME)
           STOP RUN.
           END-PERFORM
           CLOSE CUST-FILE.

       LOAD-CUSTOMER-RELATIONSHIPS.
           MOVE ZERO TO REL-COUNT
           OPEN INPUT REL-FILE
           PERFORM FOREVER
               READ REL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF REL-RECORD(1:6) IS NUMERIC
                               AND REL-RECORD(7:6) IS NUMERIC
                               AND REL-COUNT < 1000
                           MOVE REL-RECORD(7:6) TO REL-CUST-ID-CHK
                           IF REL-CUST-ID-CHK = REQ-CUST-ID
                               ADD 1 TO REL-COUNT
                               MOVE REL-RECORD(1:6)
                                   TO REL-ACCOUNT(REL-COUNT)
                               MOVE REL-RECORD(13:1)
                                   TO REL-ROLE(REL-COUNT)
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE REL-FILE.

       BUILD-STATEMENT-FILE-NAME.
           MOVE SPACES TO STMT-FILE-NAME
           STRING "custstmt_" DELIMITED SIZE
           MOVE SPACES TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE SPACES TO STMT-RECORD
           STRING "ACCOUNT STATUS CCY BALANCE     HOLD            "
                  "AVAILABLE       ROLE"
                  DELIMITED SIZE INTO STMT-RECORD
           WRITE STMT-RECORD.

      * Single pass over accounts.txt, the same way PROCESS-RECORDS
      * and CALCULATE-INTEREST-FOR-ALL-ACCOUNTS in BANKING read it,
      * keeping only the accounts linked to REQ-CUST-ID - either
      * through 37-42 (always the primary owner) or through a
      * relationship row.
       SCAN-ACCOUNTS-FOR-CUSTOMER.
           OPEN INPUT ACC-FILE
           PERFORM FOREVER
                       MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(24:13))
                           TO ACC-HOLD
                       MOVE ACC-RECORD-RAW(37:6) TO ACC-CUST-ID-CHK
                       MOVE ACC-RECORD-RAW(86:3) TO ACC-CURRENCY
                       IF ACC-CURRENCY = SPACES
                           MOVE "RAI" TO ACC-CURRENCY
                       END-IF
                       MOVE SPACE TO ACC-ROLE
                       IF ACC-CUST-ID-CHK = REQ-CUST-ID
                           MOVE "P" TO ACC-ROLE
                       ELSE
                           PERFORM FIND-ACCOUNT-ROLE
                       END-IF
                       IF ACC-ROLE NOT = SPACE
                           PERFORM WRITE-ACCOUNT-LINE
                       END-IF
           END-PERFORM
           CLOSE ACC-FILE.

       FIND-ACCOUNT-ROLE.
           PERFORM VARYING REL-IDX FROM 1 BY 1
                   UNTIL REL-IDX > REL-COUNT
               IF REL-ACCOUNT(REL-IDX) = ACC-ACCOUNT
                   MOVE REL-ROLE(REL-IDX) TO ACC-ROLE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-ACCOUNT-LINE.
           ADD 1 TO ACCOUNT-COUNT
           IF LISTED-COUNT < 1000
               ADD 1 TO LISTED-COUNT
               MOVE ACC-RECORD-RAW(1:6) TO LISTED-ACCOUNT(LISTED-COUNT)
           END-IF
           EVALUATE ACC-ROLE
               WHEN "P"
                   MOVE "PRIMARY" TO ROLE-TEXT
               WHEN "J"
                   MOVE "JOINT OWNER" TO ROLE-TEXT
               WHEN "S"
                   MOVE "SIGNATORY" TO ROLE-TEXT
               WHEN "A"
                   MOVE "POWER OF ATTORNEY" TO ROLE-TEXT
               WHEN OTHER
                   MOVE ACC-ROLE TO ROLE-TEXT
           END-EVALUATE
           IF ACC-ROLE = "P" OR ACC-ROLE = "J"
               PERFORM ADD-TO-CURRENCY-TOTAL
           END-IF
           COMPUTE AVAILABLE-BALANCE = ACC-BALANCE - ACC-HOLD
           MOVE ACC-BALANCE TO PRINT-BALANCE
           MOVE ACC-HOLD TO PRINT-HOLD
           STRING ACC-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  ACC-STATUS DELIMITED SIZE
                  "       " DELIMITED SIZE
                  ACC-CURRENCY DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-BALANCE) DELIMITED SIZE
                  "    " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-HOLD) DELIMITED SIZE
                  "    " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-AVAILABLE) DELIMITED SIZE
                  "    " DELIMITED SIZE
                  FUNCTION TRIM(ROLE-TEXT) DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD.

      * Finds (or opens) ACC-CURRENCY's row in CCY-TOTAL-TABLE and
      * adds the account's balance to it.
       ADD-TO-CURRENCY-TOTAL.
           MOVE ZERO TO CCY-SLOT
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-COUNT
               IF CCY-CODE(CCY-IDX) = ACC-CURRENCY
                   MOVE CCY-IDX TO CCY-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CCY-SLOT = ZERO AND CCY-COUNT < 50
               ADD 1 TO CCY-COUNT
               MOVE CCY-COUNT TO CCY-SLOT
               MOVE ACC-CURRENCY TO CCY-CODE(CCY-SLOT)
               MOVE ZERO TO CCY-TOTAL(CCY-SLOT)
           END-IF
           IF CCY-SLOT NOT = ZERO
               ADD ACC-BALANCE TO CCY-TOTAL(CCY-SLOT)
           END-IF.

       WRITE-STATEMENT-FOOTER.
           MOVE ACCOUNT-COUNT TO REPORT-ACCOUNT-COUNT
           MOVE SPACES TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE SPACES TO STMT-RECORD
           STRING "ACCOUNTS: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-ACCOUNT-COUNT) DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD
           IF CCY-COUNT = ZERO
               MOVE ZERO TO PRINT-TOTAL
               MOVE SPACES TO STMT-RECORD
               STRING "TOTAL BALANCE: " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-TOTAL) DELIMITED SIZE
                      INTO STMT-RECORD
               WRITE STMT-RECORD
           END-IF
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-COUNT
               MOVE CCY-TOTAL(CCY-IDX) TO PRINT-TOTAL
               MOVE SPACES TO STMT-RECORD
               STRING "TOTAL BALANCE " DELIMITED SIZE
                      CCY-CODE(CCY-IDX) DELIMITED SIZE
                      ": " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-TOTAL) DELIMITED SIZE
                      INTO STMT-RECORD
               WRITE STMT-RECORD
           END-PERFORM.

      * Single pass over mandates.txt for the active, unexpired
      * mandates on any account the statement listed.
       SCAN-MANDATES-FOR-CUSTOMER.
           OPEN INPUT MANDATE-FILE
           PERFORM FOREVER
               READ MANDATE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ZERO TO MANDATE-EXPIRY
                       IF MANDATE-RECORD(30:8) IS NUMERIC
                           MOVE MANDATE-RECORD(30:8) TO MANDATE-EXPIRY
                       END-IF
                       IF MANDATE-RECORD(38:1) = "A"
                               AND MANDATE-EXPIRY NOT < RUN-DATE
                           PERFORM FIND-LISTED-ACCOUNT
                           IF LISTED-FOUND = "Y"
                               PERFORM WRITE-MANDATE-LINE
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE MANDATE-FILE.

       FIND-LISTED-ACCOUNT.
           MOVE "N" TO LISTED-FOUND
           PERFORM VARYING LISTED-IDX FROM 1 BY 1
                   UNTIL LISTED-IDX > LISTED-COUNT
               IF LISTED-ACCOUNT(LISTED-IDX) = MANDATE-RECORD(1:6)
                   MOVE "Y" TO LISTED-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-MANDATE-LINE.
           IF MANDATE-COUNT = ZERO
               MOVE SPACES TO STMT-RECORD
               WRITE STMT-RECORD
               MOVE "ACTIVE DIRECT DEBIT MANDATES:" TO STMT-RECORD
               WRITE STMT-RECORD
               MOVE "ACCOUNT BILLER     MAXIMUM         EXPIRES"
                   TO STMT-RECORD
               WRITE STMT-RECORD
           END-IF
           ADD 1 TO MANDATE-COUNT
           MOVE FUNCTION NUMVAL(MANDATE-RECORD(17:13)) TO MANDATE-MAX
           MOVE MANDATE-MAX TO PRINT-MANDATE-MAX
           MOVE SPACES TO STMT-RECORD
           STRING MANDATE-RECORD(1:6) DELIMITED SIZE
                  " " DELIMITED SIZE
                  MANDATE-RECORD(7:10) DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-MANDATE-MAX DELIMITED SIZE
                  "    " DELIMITED SIZE
                  MANDATE-RECORD(30:8) DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD.

      * Same customer/relationship match as SCAN-ACCOUNTS-FOR-
      * CUSTOMER, over the rows ACCTPURGE moved out of accounts.txt.
       SCAN-HISTORY-FOR-CUSTOMER.
           OPEN INPUT HISTORY-FILE
           PERFORM FOREVER
               READ HISTORY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE HISTORY-RECORD(1:6) TO ACC-ACCOUNT
                       MOVE HISTORY-RECORD(37:6) TO ACC-CUST-ID-CHK
                       MOVE SPACE TO ACC-ROLE
                       IF ACC-CUST-ID-CHK = REQ-CUST-ID
                           MOVE "P" TO ACC-ROLE
                       ELSE
                           PERFORM FIND-ACCOUNT-ROLE
                       END-IF
                       IF ACC-ROLE NOT = SPACE
                           PERFORM WRITE-PURGED-ACCOUNT-LINE
                       END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       WRITE-PURGED-ACCOUNT-LINE.
           IF PURGED-COUNT = ZERO
               MOVE SPACES TO STMT-RECORD
               WRITE STMT-RECORD
               MOVE "CLOSED ACCOUNTS PURGED TO HISTORY:" TO STMT-RECORD
               WRITE STMT-RECORD
               MOVE "ACCOUNT CLOSED   PURGED   ROLE" TO STMT-RECORD
               WRITE STMT-RECORD
           END-IF
           ADD 1 TO PURGED-COUNT
           EVALUATE ACC-ROLE
               WHEN "P"
                   MOVE "PRIMARY" TO ROLE-TEXT
               WHEN "J"
                   MOVE "JOINT OWNER" TO ROLE-TEXT
               WHEN "S"
                   MOVE "SIGNATORY" TO ROLE-TEXT
               WHEN "A"
                   MOVE "POWER OF ATTORNEY" TO ROLE-TEXT
               WHEN OTHER
                   MOVE ACC-ROLE TO ROLE-TEXT
           END-EVALUATE
           MOVE SPACES TO STMT-RECORD
           STRING ACC-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  HISTORY-RECORD(89:8) DELIMITED SIZE
                  " " DELIMITED SIZE
                  HISTORY-RECORD(97:8) DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(ROLE-TEXT) DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD.

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
