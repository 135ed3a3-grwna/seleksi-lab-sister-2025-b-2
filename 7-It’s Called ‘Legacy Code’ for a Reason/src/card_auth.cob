       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDAUTH.

      * ATM/POS card authorization interface. The card network's
      * files are handled here directly instead of being keyed in as
      * HLD lines, and every hold it places is kept individually in
      * cardholds.txt with its own authorization id and expiry, so
      * the lump sum at ACC-RECORD-RAW 24-36 can always be traced
      * back to the authorizations that make it up.
      * Invoked as:
      *     card_auth            - the intraday run
      *     card_auth EXPIRE     - the daily expiry step (eod_steps)
      * The intraday run takes, when present:
      *   - cardsettle.txt, the network's settlements, first: each
      *     one releases its own hold (RLS for exactly the amount
      *     held) and posts the settled amount as a WDR, which may
      *     differ from what was authorized. A settlement that
      *     arrives after its hold expired still posts the WDR - the
      *     merchant has been paid - but has nothing left to
      *     release. One with no authorization behind it, or for a
      *     hold already settled, is refused and reported;
      *   - cardauth_req.txt, the authorization requests: each is
      *     checked against available funds - balance less holds
      *     plus any overdraft limit (73-85), the same figure
      *     PRECHECK-TRANSFER uses - approved ones are placed on
      *     hold at once (an HLD ledger entry) so the next request
      *     sees them, and every request gets a line in
      *     cardauth_resp.txt with its response code:
      *         00 approved          51 insufficient funds
      *         14 no such account   62 account frozen or closed
      *         13 invalid amount    94 duplicate authorization id
      *         96 hold table full
      *     An approved hold expires card_hold_days.txt days after
      *     today (7 when the file is missing).
      * The EXPIRE run releases every open hold whose expiry date has
      * passed (an RLS entry each) so a merchant who never settles
      * does not tie up the customer's money for good.
      * Everything runs under ACCOUNTS-LOCK with accounts.txt loaded
      * into a table, the LOANSVC shape; ledger entries carry
      * operator CARDNET, channel C, and the authorization id in the
      * submitter reference (86-99). The processed network files
      * are renamed .done, and cardholds.txt is rewritten through
      * cardholds.tmp plus one mv only after accounts.txt stored.
      * What was done goes to card_auth_report.txt (intraday) or
      * card_expiry_report.txt (EXPIRE).
      * A settled or expired hold stays in cardholds.txt for
      * HOLD-RETENTION-DAYS after it closed - long enough for a late
      * settlement to find it and a reused authorization id to be
      * caught - and is then dropped on the next rewrite. Should the
      * file still hold more lines than the in-memory table, the run
      * stops before anything is posted: rewriting it would lose the
      * detail of the holds that did not fit.

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
           SELECT OPTIONAL REQUEST-FILE ASSIGN TO "cardauth_req.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESPONSE-FILE ASSIGN TO "cardauth_resp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SETTLE-FILE ASSIGN TO "cardsettle.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "cardholds.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-TMP-FILE ASSIGN TO "cardholds.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-DAYS-FILE ASSIGN TO
               "card_hold_days.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-SEQ-FILE ASSIGN TO "txnlog.seq"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C/F
                                               *> 24-36: hold amount
                                               *> 73-85: overdraft lim

       FD TMP-FILE.
       01 TMP-RECORD            PIC X(88).

      * Authorization request from the card network:
      *    1-12  authorization id (the network's, unique)
      *   13-18  account
      *   19-31  amount 9(10).99
      *   32     source A ATM / P POS
      *   33-47  terminal or merchant id
       FD REQUEST-FILE.
       01 REQUEST-RECORD        PIC X(47).

      * Response back to the network: 1-12 authorization id, 13-18
      * account, 19-20 response code, 21-28 hold expiry date
      * (approvals only), 29-60 reason text.
       FD RESPONSE-FILE.
       01 RESPONSE-RECORD       PIC X(60).

      * Settlement from the card network: 1-12 authorization id,
      * 13-18 account, 19-31 settled amount 9(10).99.
       FD SETTLE-FILE.
       01 SETTLE-RECORD         PIC X(31).

      * One line per authorization ever approved:
      *    1-12  authorization id
      *   13-18  account
      *   19-31  amount held 9(10).99
      *   32-39  authorized date YYYYMMDD
      *   40-47  expiry date YYYYMMDD
      *   48     status O open / S settled / E expired
      *   49-56  date settled or expired
      *   57-71  terminal or merchant id
       FD HOLD-FILE.
       01 HOLD-RECORD           PIC X(71).

       FD HOLD-TMP-FILE.
       01 HOLD-TMP-RECORD       PIC X(71).

      * Single line: days an approved hold stays before it expires.
       FD HOLD-DAYS-FILE.
       01 HOLD-DAYS-RECORD      PIC X(5).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD        PIC X(120).

       FD TXN-SEQ-FILE.
       01 TXN-SEQ-RECORD        PIC 9(10).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 RUN-DATE-INT           PIC 9(8).
       77 ARG-MODE               PIC X(20) VALUE SPACES.
       77 RUN-MODE               PIC X VALUE "A".
           88 EXPIRY-RUN         VALUE "E".
       77 REPORT-FILE-NAME       PIC X(40) VALUE SPACES.
       77 SHELL-COMMAND          PIC X(100).
       77 HOLD-DAYS              PIC 9(5) VALUE 7.
       77 EXPIRY-DATE            PIC 9(8).

      * In-memory account master, the LOANSVC shape.
       01 ACCOUNT-TABLE.
           05 ACCT-ENTRY OCCURS 100000 TIMES.
               10 ACCT-REC      PIC X(88).
       77 ACCT-COUNT             PIC 9(6) VALUE ZERO.
       77 ACCT-IDX               PIC 9(6).
       77 ACCT-SLOT              PIC 9(6) VALUE ZERO.
       77 ACCT-FOUND             PIC X VALUE "N".
       77 SEARCH-ACCT-NO         PIC 9(6).
       77 TABLE-DIRTY            PIC X VALUE "N".

      * In-memory hold detail, loaded once and stored once.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 20000 TIMES.
               10 HOLD-ROW      PIC X(71).
       77 HOLD-COUNT             PIC 9(5) VALUE ZERO.
       77 HOLD-IDX               PIC 9(5).
       77 HOLD-SLOT              PIC 9(5) VALUE ZERO.
       77 HOLDS-CHANGED          PIC X VALUE "N".
       77 HOLD-OVERFLOW          PIC X VALUE "N".
       77 HOLD-RETENTION-DAYS    PIC 9(5) VALUE 90.
       77 HOLD-PRUNE-DATE        PIC 9(8).

       77 AUTH-ID                PIC X(12).
       77 AUTH-ACCOUNT-RAW       PIC X(6).
       77 AUTH-AMOUNT            PIC 9(10)V99.
       77 AUTH-TERMINAL          PIC X(15).
       77 RESPONSE-CODE          PIC X(2).
       77 RESPONSE-TEXT          PIC X(32).

       77 ACC-BALANCE            PIC S9(10)V99.
       77 ACC-HOLD               PIC S9(10)V99.
       77 ACC-OD-LIMIT           PIC S9(10)V99.
       77 ACC-AVAILABLE          PIC S9(11)V99.
       77 HELD-AMOUNT            PIC 9(10)V99.
       77 SETTLE-OUTCOME         PIC X(32).

       77 FORMATTED-AMOUNT       PIC 9(10).99.
      * Same signed 13-byte rendering BANKING's FORMAT-BALANCE-FIELD
      * gives balance fields.
       77 BALANCE-TO-FORMAT      PIC S9(10)V99.
       77 SIGNED-AMOUNT          PIC -9(9).99.
       77 BALANCE-FIELD-TEXT     PIC X(13).

      * LEDGER WRITING - the same fixed-width entry LOANSVC's
      * WRITE-LEDGER-ENTRY writes, sequence from txnlog.seq under
      * the lock held for the whole run.
       77 LOG-SEQ-NO             PIC 9(10).
       77 LOG-ACCOUNT            PIC 9(6).
       77 LOG-ACTION             PIC X(3).
       77 LOG-AMOUNT             PIC 9(10)V99.
       77 BALANCE-BEFORE         PIC S9(10)V99.
       77 BALANCE-AFTER          PIC S9(10)V99.
       77 LOG-AMOUNT-OUT         PIC 9(10).99.

       77 APPROVED-COUNT         PIC 9(9) VALUE ZERO.
       77 DECLINED-COUNT         PIC 9(9) VALUE ZERO.
       77 SETTLED-COUNT          PIC 9(9) VALUE ZERO.
       77 SETTLE-REFUSED-COUNT   PIC 9(9) VALUE ZERO.
       77 EXPIRED-COUNT          PIC 9(9) VALUE ZERO.
       77 EXPIRED-TOTAL          PIC 9(12)V99 VALUE ZERO.
       77 REQUESTS-READ          PIC X VALUE "N".
       77 SETTLEMENTS-READ       PIC X VALUE "N".
       77 PRINT-AMOUNT           PIC Z(9)9.99.
       77 PRINT-AMOUNT-2         PIC Z(9)9.99.
       77 PRINT-TOTAL            PIC Z(11)9.99.
       77 REPORT-COUNT-1         PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-COUNT-2         PIC ZZZ,ZZZ,ZZ9.

       77 REPLACE-FAILED         PIC X VALUE "N".
       77 REPLACE-FAILED-AT-RELEASE PIC X VALUE "N".
       77 HOLD-REWRITE-FAILED    PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           PERFORM READ-ARGUMENTS
           PERFORM LOAD-HOLD-DAYS
           COMPUTE EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               RUN-DATE-INT + HOLD-DAYS)
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-HOLD-TABLE
           IF HOLD-OVERFLOW = "Y"
               PERFORM RELEASE-ACCOUNTS-LOCK
               MOVE "cardholds.txt EXCEEDS HOLD TABLE - NOTHING DONE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY "ERROR: cardholds.txt HAS MORE THAN 20000 "
                   "LINES - NOTHING PROCESSED, NETWORK FILES LEFT "
                   "IN PLACE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF EXPIRY-RUN
               PERFORM EXPIRE-OLD-HOLDS
           ELSE
               PERFORM PROCESS-SETTLEMENTS
               PERFORM PROCESS-AUTH-REQUESTS
           END-IF
           PERFORM STORE-ACCOUNT-TABLE
      * The hold detail is only swapped in once the ledger postings
      * it records are safely in accounts.txt - the other way round
      * a failed store would leave cardholds.txt describing holds no
      * hold field carries.
           IF REPLACE-FAILED = "N" AND HOLDS-CHANGED = "Y"
               PERFORM STORE-HOLD-TABLE
           END-IF
           MOVE REPLACE-FAILED TO REPLACE-FAILED-AT-RELEASE
           PERFORM RELEASE-ACCOUNTS-LOCK
           IF REPLACE-FAILED-AT-RELEASE = "N"
               IF SETTLEMENTS-READ = "Y"
                   MOVE "cardsettle.txt" TO SHELL-COMMAND
                   PERFORM RETIRE-NETWORK-FILE
               END-IF
               IF REQUESTS-READ = "Y"
                   MOVE "cardauth_req.txt" TO SHELL-COMMAND
                   PERFORM RETIRE-NETWORK-FILE
               END-IF
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           IF REPLACE-FAILED-AT-RELEASE = "Y"
               DISPLAY "ERROR: FAILED TO REPLACE ACCOUNTS FILE"
               MOVE 1 TO RETURN-CODE
           ELSE IF HOLD-REWRITE-FAILED = "Y"
               DISPLAY "ERROR: COULD NOT REWRITE cardholds.txt - "
                   "HOLD DETAIL NO LONGER MATCHES accounts.txt"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Card processing written to "
                   FUNCTION TRIM(REPORT-FILE-NAME)
           END-IF
           END-IF
           STOP RUN.

       READ-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-MODE
           END-ACCEPT
           IF ARG-MODE(1:6) = "EXPIRE"
               MOVE "E" TO RUN-MODE
               MOVE "card_expiry_report.txt" TO REPORT-FILE-NAME
           ELSE
               MOVE "A" TO RUN-MODE
               MOVE "card_auth_report.txt" TO REPORT-FILE-NAME
           END-IF.

       LOAD-HOLD-DAYS.
           OPEN INPUT HOLD-DAYS-FILE
           READ HOLD-DAYS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TEST-NUMVAL(HOLD-DAYS-RECORD) = 0
                       MOVE FUNCTION NUMVAL(HOLD-DAYS-RECORD)
                           TO HOLD-DAYS
                   END-IF
           END-READ
           CLOSE HOLD-DAYS-FILE.

      * Same mkdir-based mutual exclusion as BANKING's own
      * ACQUIRE-ACCOUNTS-LOCK/RELEASE-ACCOUNTS-LOCK.
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

      * Same backup-then-swap shape as LOANSVC's own
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

      * A settled or expired line closed before the retention
      * cutoff is left out of the table, and HOLDS-CHANGED makes
      * sure the rewrite then drops it from the file.
       LOAD-HOLD-TABLE.
           MOVE ZERO TO HOLD-COUNT
           COMPUTE HOLD-PRUNE-DATE = FUNCTION DATE-OF-INTEGER(
               RUN-DATE-INT - HOLD-RETENTION-DAYS)
           OPEN INPUT HOLD-FILE
           PERFORM FOREVER
               READ HOLD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HOLD-RECORD = SPACES
                           CONTINUE
                       ELSE IF (HOLD-RECORD(48:1) = "S"
                                OR HOLD-RECORD(48:1) = "E")
                               AND HOLD-RECORD(49:8) IS NUMERIC
                               AND HOLD-RECORD(49:8)
                                   < HOLD-PRUNE-DATE
                           MOVE "Y" TO HOLDS-CHANGED
                       ELSE IF HOLD-COUNT < 20000
                           ADD 1 TO HOLD-COUNT
                           MOVE HOLD-RECORD TO HOLD-ROW(HOLD-COUNT)
                       ELSE
                           MOVE "Y" TO HOLD-OVERFLOW
                           EXIT PERFORM
                       END-IF
                       END-IF
                       END-IF
           END-PERFORM
           CLOSE HOLD-FILE.

      * cardholds.tmp plus one mv, as SCHEDRUN rewrites schedule.txt.
       STORE-HOLD-TABLE.
           MOVE "N" TO HOLD-REWRITE-FAILED
           OPEN OUTPUT HOLD-TMP-FILE
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               WRITE HOLD-TMP-RECORD FROM HOLD-ROW(HOLD-IDX)
           END-PERFORM
           CLOSE HOLD-TMP-FILE
           CALL "SYSTEM" USING "mv cardholds.tmp cardholds.txt"
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO HOLD-REWRITE-FAILED
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

       SEARCH-HOLD-TABLE.
           MOVE ZERO TO HOLD-SLOT
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               IF HOLD-ROW(HOLD-IDX)(1:12) = AUTH-ID
                   MOVE HOLD-IDX TO HOLD-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       READ-ACCOUNT-FIGURES.
           MOVE FUNCTION NUMVAL(ACCT-REC(ACCT-SLOT)(10:13))
               TO ACC-BALANCE
           MOVE FUNCTION NUMVAL(ACCT-REC(ACCT-SLOT)(24:13))
               TO ACC-HOLD
           IF ACCT-REC(ACCT-SLOT)(73:13) = SPACES
               MOVE ZERO TO ACC-OD-LIMIT
           ELSE
               MOVE FUNCTION NUMVAL(ACCT-REC(ACCT-SLOT)(73:13))
                   TO ACC-OD-LIMIT
           END-IF.

      * ------------------------------------------------------------
      * AUTHORIZATIONS
       PROCESS-AUTH-REQUESTS.
           OPEN INPUT REQUEST-FILE
           OPEN OUTPUT RESPONSE-FILE
           PERFORM FOREVER
               READ REQUEST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "Y" TO REQUESTS-READ
                       IF REQUEST-RECORD NOT = SPACES
                           PERFORM AUTHORIZE-ONE-REQUEST
                       END-IF
           END-PERFORM
           CLOSE REQUEST-FILE
           CLOSE RESPONSE-FILE.

       AUTHORIZE-ONE-REQUEST.
           MOVE REQUEST-RECORD(1:12) TO AUTH-ID
           MOVE REQUEST-RECORD(13:6) TO AUTH-ACCOUNT-RAW
           MOVE REQUEST-RECORD(33:15) TO AUTH-TERMINAL
           MOVE "00" TO RESPONSE-CODE
           MOVE "APPROVED" TO RESPONSE-TEXT
           MOVE ZERO TO AUTH-AMOUNT
           PERFORM SEARCH-HOLD-TABLE
           IF AUTH-ID = SPACES OR HOLD-SLOT NOT = ZERO
               MOVE "94" TO RESPONSE-CODE
               MOVE "DUPLICATE AUTHORIZATION ID" TO RESPONSE-TEXT
           ELSE IF HOLD-COUNT NOT < 20000
               MOVE "96" TO RESPONSE-CODE
               MOVE "HOLD TABLE FULL" TO RESPONSE-TEXT
           ELSE IF FUNCTION TEST-NUMVAL(REQUEST-RECORD(19:13)) NOT = 0
               MOVE "13" TO RESPONSE-CODE
               MOVE "INVALID AMOUNT" TO RESPONSE-TEXT
           ELSE
               MOVE FUNCTION NUMVAL(REQUEST-RECORD(19:13))
                   TO AUTH-AMOUNT
               IF AUTH-AMOUNT NOT > ZERO
                   MOVE "13" TO RESPONSE-CODE
                   MOVE "INVALID AMOUNT" TO RESPONSE-TEXT
               ELSE IF AUTH-ACCOUNT-RAW IS NOT NUMERIC
                   MOVE "14" TO RESPONSE-CODE
                   MOVE "NO SUCH ACCOUNT" TO RESPONSE-TEXT
               ELSE
                   MOVE AUTH-ACCOUNT-RAW TO SEARCH-ACCT-NO
                   PERFORM SEARCH-ACCOUNT-TABLE
                   PERFORM CHECK-AUTH-ACCOUNT
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           IF RESPONSE-CODE = "00"
               PERFORM PLACE-CARD-HOLD
               ADD 1 TO APPROVED-COUNT
           ELSE
               ADD 1 TO DECLINED-COUNT
           END-IF
           PERFORM WRITE-AUTH-RESPONSE
           PERFORM WRITE-AUTH-LINE.

      * Account found, open, and with funds for the amount: balance
      * less what is already held, plus the agreed overdraft.
       CHECK-AUTH-ACCOUNT.
           IF ACCT-FOUND = "N"
                   OR ACCT-REC(ACCT-SLOT)(43:3) = "LON"
               MOVE "14" TO RESPONSE-CODE
               MOVE "NO SUCH ACCOUNT" TO RESPONSE-TEXT
           ELSE IF ACCT-REC(ACCT-SLOT)(23:1) = "C"
               MOVE "62" TO RESPONSE-CODE
               MOVE "ACCOUNT CLOSED" TO RESPONSE-TEXT
           ELSE IF ACCT-REC(ACCT-SLOT)(23:1) = "F"
               MOVE "62" TO RESPONSE-CODE
               MOVE "ACCOUNT FROZEN" TO RESPONSE-TEXT
           ELSE
               PERFORM READ-ACCOUNT-FIGURES
               COMPUTE ACC-AVAILABLE =
                   ACC-BALANCE - ACC-HOLD + ACC-OD-LIMIT
               IF AUTH-AMOUNT > ACC-AVAILABLE
                   MOVE "51" TO RESPONSE-CODE
                   MOVE "INSUFFICIENT FUNDS" TO RESPONSE-TEXT
               END-IF
           END-IF
           END-IF
           END-IF.

       PLACE-CARD-HOLD.
           ADD AUTH-AMOUNT TO ACC-HOLD
           MOVE ACC-HOLD TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO ACCT-REC(ACCT-SLOT)(24:13)
           MOVE "Y" TO TABLE-DIRTY
           MOVE SEARCH-ACCT-NO TO LOG-ACCOUNT
           MOVE "HLD" TO LOG-ACTION
           MOVE AUTH-AMOUNT TO LOG-AMOUNT
           MOVE ACC-BALANCE TO BALANCE-BEFORE
           MOVE ACC-BALANCE TO BALANCE-AFTER
           PERFORM WRITE-LEDGER-ENTRY
           ADD 1 TO HOLD-COUNT
           MOVE SPACES TO HOLD-ROW(HOLD-COUNT)
           MOVE AUTH-ID TO HOLD-ROW(HOLD-COUNT)(1:12)
           MOVE AUTH-ACCOUNT-RAW TO HOLD-ROW(HOLD-COUNT)(13:6)
           MOVE AUTH-AMOUNT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO HOLD-ROW(HOLD-COUNT)(19:13)
           MOVE RUN-DATE TO HOLD-ROW(HOLD-COUNT)(32:8)
           MOVE EXPIRY-DATE TO HOLD-ROW(HOLD-COUNT)(40:8)
           MOVE "O" TO HOLD-ROW(HOLD-COUNT)(48:1)
           MOVE AUTH-TERMINAL TO HOLD-ROW(HOLD-COUNT)(57:15)
           MOVE "Y" TO HOLDS-CHANGED.

       WRITE-AUTH-RESPONSE.
           MOVE SPACES TO RESPONSE-RECORD
           MOVE AUTH-ID TO RESPONSE-RECORD(1:12)
           MOVE AUTH-ACCOUNT-RAW TO RESPONSE-RECORD(13:6)
           MOVE RESPONSE-CODE TO RESPONSE-RECORD(19:2)
           IF RESPONSE-CODE = "00"
               MOVE EXPIRY-DATE TO RESPONSE-RECORD(21:8)
           END-IF
           MOVE RESPONSE-TEXT TO RESPONSE-RECORD(29:32)
           WRITE RESPONSE-RECORD.

      * ------------------------------------------------------------
      * SETTLEMENTS
       PROCESS-SETTLEMENTS.
           OPEN INPUT SETTLE-FILE
           PERFORM FOREVER
               READ SETTLE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE "Y" TO SETTLEMENTS-READ
                       IF SETTLE-RECORD NOT = SPACES
                           PERFORM SETTLE-ONE-AUTHORIZATION
                       END-IF
           END-PERFORM
           CLOSE SETTLE-FILE.

      * The settlement must name an authorization we approved, on
      * the same account, not already settled. Its own hold comes
      * off first, then the settled amount is debited.
       SETTLE-ONE-AUTHORIZATION.
           MOVE SETTLE-RECORD(1:12) TO AUTH-ID
           MOVE SETTLE-RECORD(13:6) TO AUTH-ACCOUNT-RAW
           MOVE ZERO TO AUTH-AMOUNT
           MOVE SPACES TO SETTLE-OUTCOME
           PERFORM SEARCH-HOLD-TABLE
           IF FUNCTION TEST-NUMVAL(SETTLE-RECORD(19:13)) NOT = 0
               MOVE "REFUSED: INVALID AMOUNT" TO SETTLE-OUTCOME
           ELSE IF HOLD-SLOT = ZERO
               MOVE "REFUSED: NO SUCH AUTHORIZATION" TO SETTLE-OUTCOME
           ELSE IF HOLD-ROW(HOLD-SLOT)(13:6) NOT = AUTH-ACCOUNT-RAW
               MOVE "REFUSED: ACCOUNT MISMATCH" TO SETTLE-OUTCOME
           ELSE IF HOLD-ROW(HOLD-SLOT)(48:1) = "S"
               MOVE "REFUSED: ALREADY SETTLED" TO SETTLE-OUTCOME
           ELSE
               MOVE FUNCTION NUMVAL(SETTLE-RECORD(19:13))
                   TO AUTH-AMOUNT
               MOVE AUTH-ACCOUNT-RAW TO SEARCH-ACCT-NO
               PERFORM SEARCH-ACCOUNT-TABLE
               IF ACCT-FOUND = "N"
                   MOVE "REFUSED: NO SUCH ACCOUNT" TO SETTLE-OUTCOME
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF SETTLE-OUTCOME = SPACES
               PERFORM READ-ACCOUNT-FIGURES
               IF HOLD-ROW(HOLD-SLOT)(48:1) = "O"
                   PERFORM RELEASE-CARD-HOLD
                   MOVE "SETTLED" TO SETTLE-OUTCOME
               ELSE
                   MOVE "SETTLED AFTER HOLD EXPIRED" TO SETTLE-OUTCOME
               END-IF
               MOVE ACC-BALANCE TO BALANCE-BEFORE
               SUBTRACT AUTH-AMOUNT FROM ACC-BALANCE
               MOVE ACC-BALANCE TO BALANCE-AFTER
               MOVE ACC-BALANCE TO BALANCE-TO-FORMAT
               PERFORM FORMAT-BALANCE-FIELD
               MOVE BALANCE-FIELD-TEXT TO ACCT-REC(ACCT-SLOT)(10:13)
               MOVE "Y" TO TABLE-DIRTY
               MOVE SEARCH-ACCT-NO TO LOG-ACCOUNT
               MOVE "WDR" TO LOG-ACTION
               MOVE AUTH-AMOUNT TO LOG-AMOUNT
               PERFORM WRITE-LEDGER-ENTRY
               MOVE "S" TO HOLD-ROW(HOLD-SLOT)(48:1)
               MOVE RUN-DATE TO HOLD-ROW(HOLD-SLOT)(49:8)
               MOVE "Y" TO HOLDS-CHANGED
               ADD 1 TO SETTLED-COUNT
           ELSE
               ADD 1 TO SETTLE-REFUSED-COUNT
           END-IF
           PERFORM WRITE-SETTLE-LINE.

      * Takes exactly this authorization's hold off the account's
      * lump-sum hold, logged as an RLS. ACCT-SLOT/ACC-HOLD/
      * ACC-BALANCE must already be read.
       RELEASE-CARD-HOLD.
           MOVE FUNCTION NUMVAL(HOLD-ROW(HOLD-SLOT)(19:13))
               TO HELD-AMOUNT
      * A hold field already lower than the authorization (an
      * operator RLS in between) can only give back what it has.
           IF HELD-AMOUNT > ACC-HOLD
               MOVE ACC-HOLD TO HELD-AMOUNT
           END-IF
           IF HELD-AMOUNT > ZERO
               SUBTRACT HELD-AMOUNT FROM ACC-HOLD
               MOVE ACC-HOLD TO FORMATTED-AMOUNT
               MOVE FORMATTED-AMOUNT TO ACCT-REC(ACCT-SLOT)(24:13)
               MOVE "Y" TO TABLE-DIRTY
               MOVE SEARCH-ACCT-NO TO LOG-ACCOUNT
               MOVE "RLS" TO LOG-ACTION
               MOVE HELD-AMOUNT TO LOG-AMOUNT
               MOVE ACC-BALANCE TO BALANCE-BEFORE
               MOVE ACC-BALANCE TO BALANCE-AFTER
               PERFORM WRITE-LEDGER-ENTRY
           END-IF.

      * ------------------------------------------------------------
      * EXPIRY
       EXPIRE-OLD-HOLDS.
           PERFORM VARYING HOLD-SLOT FROM 1 BY 1
                   UNTIL HOLD-SLOT > HOLD-COUNT
               IF HOLD-ROW(HOLD-SLOT)(48:1) = "O"
                       AND HOLD-ROW(HOLD-SLOT)(40:8) IS NUMERIC
                       AND HOLD-ROW(HOLD-SLOT)(40:8) < RUN-DATE
                   PERFORM EXPIRE-ONE-HOLD
               END-IF
           END-PERFORM.

       EXPIRE-ONE-HOLD.
           MOVE HOLD-ROW(HOLD-SLOT)(1:12) TO AUTH-ID
           MOVE HOLD-ROW(HOLD-SLOT)(13:6) TO AUTH-ACCOUNT-RAW
           MOVE ZERO TO HELD-AMOUNT
           IF AUTH-ACCOUNT-RAW IS NUMERIC
               MOVE AUTH-ACCOUNT-RAW TO SEARCH-ACCT-NO
               PERFORM SEARCH-ACCOUNT-TABLE
               IF ACCT-FOUND = "Y"
                   PERFORM READ-ACCOUNT-FIGURES
                   PERFORM RELEASE-CARD-HOLD
               END-IF
           END-IF
           MOVE "E" TO HOLD-ROW(HOLD-SLOT)(48:1)
           MOVE RUN-DATE TO HOLD-ROW(HOLD-SLOT)(49:8)
           MOVE "Y" TO HOLDS-CHANGED
           ADD 1 TO EXPIRED-COUNT
           ADD HELD-AMOUNT TO EXPIRED-TOTAL
           PERFORM WRITE-EXPIRY-LINE.

      * ------------------------------------------------------------
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
           MOVE "CARDNET" TO TXN-LOG-RECORD(77:8)
           MOVE "C" TO TXN-LOG-RECORD(85:1)
           MOVE AUTH-ID TO TXN-LOG-RECORD(86:12)
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

      * Renames a processed network file so a rerun never applies it
      * twice, the way RETIRE-INPUT-FILE retires a posted batch.
      * SHELL-COMMAND carries the file name in.
       RETIRE-NETWORK-FILE.
           MOVE SHELL-COMMAND TO REPORT-RECORD
           MOVE SPACES TO SHELL-COMMAND
           STRING "mv " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-RECORD) DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-RECORD) DELIMITED SIZE
                  ".done" DELIMITED SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: COULD NOT RETIRE "
                   FUNCTION TRIM(REPORT-RECORD)
                   " - REMOVE IT BEFORE THE NEXT RUN"
               MOVE 1 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           IF EXPIRY-RUN
               STRING "CARD HOLD EXPIRY REPORT - " DELIMITED SIZE
                      RUN-DATE DELIMITED SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "CARD AUTHORIZATION REPORT - " DELIMITED SIZE
                      RUN-DATE DELIMITED SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "AUTH-ID      ACCOUNT KIND        AMOUNT  RESULT"
                  DELIMITED SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-AUTH-LINE.
           MOVE AUTH-AMOUNT TO PRINT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING AUTH-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  AUTH-ACCOUNT-RAW DELIMITED SIZE
                  "  AUTH  " DELIMITED SIZE
                  PRINT-AMOUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  RESPONSE-CODE DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(RESPONSE-TEXT) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-SETTLE-LINE.
           MOVE AUTH-AMOUNT TO PRINT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING AUTH-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  AUTH-ACCOUNT-RAW DELIMITED SIZE
                  "  SETL  " DELIMITED SIZE
                  PRINT-AMOUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  FUNCTION TRIM(SETTLE-OUTCOME) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-EXPIRY-LINE.
           MOVE HELD-AMOUNT TO PRINT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING AUTH-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  AUTH-ACCOUNT-RAW DELIMITED SIZE
                  "  EXPD  " DELIMITED SIZE
                  PRINT-AMOUNT DELIMITED SIZE
                  "  RELEASED - AUTHORIZED " DELIMITED SIZE
                  HOLD-ROW(HOLD-SLOT)(32:8) DELIMITED SIZE
                  " EXPIRED " DELIMITED SIZE
                  HOLD-ROW(HOLD-SLOT)(40:8) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF EXPIRY-RUN
               MOVE EXPIRED-COUNT TO REPORT-COUNT-1
               MOVE EXPIRED-TOTAL TO PRINT-TOTAL
               STRING "HOLDS EXPIRED: " DELIMITED SIZE
                      FUNCTION TRIM(REPORT-COUNT-1) DELIMITED SIZE
                      "   RELEASED: " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-TOTAL) DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE APPROVED-COUNT TO REPORT-COUNT-1
               MOVE DECLINED-COUNT TO REPORT-COUNT-2
               STRING "AUTHORIZATIONS APPROVED: " DELIMITED SIZE
                      FUNCTION TRIM(REPORT-COUNT-1) DELIMITED SIZE
                      "   DECLINED: " DELIMITED SIZE
                      FUNCTION TRIM(REPORT-COUNT-2) DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SETTLED-COUNT TO REPORT-COUNT-1
               MOVE SETTLE-REFUSED-COUNT TO REPORT-COUNT-2
               MOVE SPACES TO REPORT-RECORD
               STRING "SETTLEMENTS POSTED: " DELIMITED SIZE
                      FUNCTION TRIM(REPORT-COUNT-1) DELIMITED SIZE
                      "   REFUSED: " DELIMITED SIZE
                      FUNCTION TRIM(REPORT-COUNT-2) DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
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
