       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNOTIFY.

      * Nightly customer notification feed for the SMS/email gateway.
      * Writes one line per event to notify_YYYYMMDD.txt, addressed
      * by the contact field of customers.txt (positions 37-56), for
      * four kinds of event:
      *   LOW / OVD - a posting that took the balance from at or
      *               above the account's minimum (its product's
      *               products.txt floor, else minbalance.txt, the
      *               same resolution FIND-PRODUCT-MIN-BALANCE makes)
      *               to below it; OVD when it went from zero or
      *               better into overdraft;
      *   DEB       - any single debit larger than the alert amount
      *               the customer chose;
      *   MAT       - a term deposit whose maturity date (59-66)
      *               falls within the next N days;
      *   DRM       - an open account within N days of the DORMSCAN
      *               freeze threshold (dormancy.txt), worked out off
      *               the same last-activity rule DORMSCAN applies,
      *               so the customer can act before it is frozen.
      * LOW, OVD and DEB come off the ledger postings made since the
      * last run: notify.lastseq holds the highest ledger sequence
      * already looked at, and archives LEDGARCH has rolled since are
      * found through txnlog_index.txt's sequence range. With no
      * marker yet (the first run) only today's postings are looked
      * at, so switching the feed on does not replay years of
      * history at the customers. MAT and DRM are checked against
      * every open account each night. Loan accounts (LON) get no
      * balance or debit alerts - their balance is what is owed.
      * Customers opt in or out per event type through CUSTMAINT's
      * NTF record (notify_prefs.txt); a customer with no preference
      * line gets LOW/OVD, MAT and DRM and no DEB, since there is no
      * alert amount to test against. notify_days.txt carries the two
      * lead times (1-5 maturity days, 6-10 dormancy days; 7 and 14
      * when missing). Every notification written is appended to
      * notify_sent.txt keyed by event, account and event key - the
      * ledger sequence for LOW/OVD/DEB, the maturity date for MAT,
      * the last-activity date for DRM - and an event already on that
      * log is never sent again, so a rerun of the same night, or the
      * same deposit still maturing tomorrow, produces nothing new.
      * An event for a customer with no contact on file is counted
      * but neither sent nor logged.
      * A MAT or DRM event can only come round again inside its lead
      * window, and a LOW/OVD/DEB one only while notify.lastseq has
      * not yet passed it, so a sent-log line older than the longer
      * lead time plus SENT-KEEP-MARGIN days can never match again:
      * those lines are dropped and notify_sent.txt rewritten through
      * notify_sent.tmp plus one mv before anything is sent. A log
      * still larger than the in-memory table stops the run before
      * anything is sent. If the table fills part way through a run,
      * nothing further is sent and notify.lastseq is left where it
      * was, so the next run picks up the rest - and skips what this
      * one did send, which is on the log.
      * The program only reads accounts.txt and the ledger; it
      * changes nothing on the book.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PREF-FILE ASSIGN TO "notify_prefs.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTIFY-DAYS-FILE ASSIGN TO "notify_days.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DORMANCY-FILE ASSIGN TO "dormancy.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MINBAL-FILE ASSIGN TO "minbalance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRODUCTS-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO "txnlog_index.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO DYNAMIC ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SENT-FILE ASSIGN TO "notify_sent.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENT-TMP-FILE ASSIGN TO "notify_sent.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LASTSEQ-FILE ASSIGN TO "notify.lastseq"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OUT-FILE ASSIGN TO DYNAMIC OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C/F
                                               *> 37-42: customer id
                                               *> 43-45: product code
                                               *> 59-66: maturity date

      * Same layout CUSTRPT reads: 1-6 id, 7-36 name, 37-56 contact.
       FD CUST-FILE.
       01 CUST-RECORD           PIC X(64).

      * CUSTMAINT's notification preferences (see the PREF-FILE FD
      * there): 1-6 customer, 7-10 Y/N flags LOW DEB MAT DRM, 11-23
      * large-debit alert amount.
       FD PREF-FILE.
       01 PREF-RECORD           PIC X(23).

      * 1-5 maturity lead days, 6-10 dormancy lead days.
       FD NOTIFY-DAYS-FILE.
       01 NOTIFY-DAYS-RECORD    PIC X(10).

       FD DORMANCY-FILE.
       01 DORMANCY-RECORD       PIC X(5).

       FD MINBAL-FILE.
       01 MINBAL-RECORD         PIC X(13).

       FD PRODUCTS-FILE.
       01 PRODUCTS-RECORD       PIC X(23).     *> 1-3 product code
                                               *> 4-16 minimum balance

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD        PIC X(120).

      * One line per LEDGARCH archive (see the INDEX-FILE FD there
      * for the field positions): archive name plus the account, date
      * and sequence ranges it holds.
       FD INDEX-FILE.
       01 INDEX-RECORD          PIC X(68).

       FD ARCH-FILE.
       01 ARCH-RECORD           PIC X(120).

      * One line per notification ever sent:
      *    1-3   event code
      *    4-9   account
      *   10-19  event key
      *   20-27  date sent
       FD SENT-FILE.
       01 SENT-RECORD           PIC X(27).

       FD SENT-TMP-FILE.
       01 SENT-TMP-RECORD       PIC X(27).

      * Highest ledger sequence already looked at.
       FD LASTSEQ-FILE.
       01 LASTSEQ-RECORD        PIC X(10).

      * Outbound gateway file, one notification per line:
      *    1-20  contact (customers.txt 37-56)
      *   21-26  customer id
      *   27-32  account
      *   33-35  event code LOW / OVD / DEB / MAT / DRM
      *   36-45  event key
      *   46-53  notification date
      *   54-66  amount - balance after (LOW/OVD), debit (DEB),
      *          current balance (MAT/DRM)
      *   67-120 message text
       FD OUT-FILE.
       01 OUT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 RUN-DATE-INT           PIC 9(8).
       77 OUT-FILE-NAME          PIC X(40) VALUE SPACES.
       77 ARCH-FILE-NAME         PIC X(40) VALUE SPACES.
      * The outbound file is only opened (and so only created) once
      * a first notification actually needs writing, same as
      * SCHEDRUN's generated batch file.
       77 OUT-FILE-OPENED        PIC X VALUE "N".

      * Overridden from notify_days.txt, dormancy.txt and
      * minbalance.txt when present.
       77 MATURITY-NOTICE-DAYS   PIC 9(5) VALUE 00007.
       77 DORMANCY-NOTICE-DAYS   PIC 9(5) VALUE 00014.
       77 DORMANCY-THRESHOLD-DAYS PIC 9(5) VALUE 00090.
       77 MINIMUM-BALANCE        PIC 9(10)V99 VALUE 0000050000.00.

       01 PRODUCT-TABLE.
           05 PRODUCT-ENTRY OCCURS 20 TIMES.
               10 PROD-CODE        PIC X(3).
               10 PROD-MIN-BALANCE PIC 9(10)V99.
       77 PRODUCT-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       77 PROD-IDX               PIC 9(3).
       77 EFFECTIVE-MIN-BALANCE  PIC 9(10)V99.

      * Account table, loaded once so a ledger posting can be tied
      * back to its account's customer and product.
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 100000 TIMES.
               10 ACCT-REC       PIC X(88).
       77 ACCT-COUNT             PIC 9(6) VALUE ZERO.
       77 ACCT-IDX               PIC 9(6).
       77 ACCT-SLOT              PIC 9(6).
       77 SCAN-IDX               PIC 9(6).

       01 CUST-TABLE.
           05 CUST-ENTRY OCCURS 10000 TIMES.
               10 CUST-ID        PIC X(6).
               10 CUST-CONTACT   PIC X(20).
       77 CUST-COUNT             PIC 9(5) VALUE ZERO.
       77 CUST-IDX               PIC 9(5).

       01 PREF-TABLE.
           05 PREF-ENTRY OCCURS 10000 TIMES.
               10 PREF-ROW       PIC X(23).
       77 PREF-COUNT             PIC 9(5) VALUE ZERO.
       77 PREF-IDX               PIC 9(5).

      * The preferences that apply to the account being looked at,
      * resolved by FIND-CUSTOMER-PREFERENCES.
       77 WANTS-LOW              PIC X.
       77 WANTS-DEB              PIC X.
       77 WANTS-MAT              PIC X.
       77 WANTS-DRM              PIC X.
       77 DEBIT-ALERT-AMOUNT     PIC 9(10)V99.

      * Everything already sent, keyed event + account + event key.
       01 SENT-TABLE.
           05 SENT-ENTRY OCCURS 100000 TIMES.
               10 SENT-KEY       PIC X(19).
               10 SENT-ON        PIC X(8).
       77 SENT-COUNT             PIC 9(6) VALUE ZERO.
       77 SENT-IDX               PIC 9(6).
       77 SENT-FOUND             PIC X VALUE "N".
       77 SENT-CHECK             PIC X(19).
       77 SENT-KEEP-MARGIN       PIC 9(5) VALUE 30.
       77 SENT-KEEP-DAYS         PIC 9(5).
       77 SENT-PRUNE-DATE        PIC 9(8).
       77 SENT-DROPPED           PIC 9(9) VALUE ZERO.
       77 SENT-OVERFLOW          PIC X VALUE "N".
       77 SENT-FULL-COUNT        PIC 9(9) VALUE ZERO.

       77 LAST-NOTIFIED-SEQ      PIC 9(10) VALUE ZERO.
       77 HIGH-SEQ               PIC 9(10) VALUE ZERO.
       77 LASTSEQ-PRESENT        PIC X VALUE "N".

       77 ACC-ACCOUNT            PIC 9(6).
       77 ACC-BALANCE            PIC S9(10)V99.
       77 ACC-STATUS             PIC X.
       77 ACC-CUST-ID            PIC X(6).
       77 ACC-PRODUCT            PIC X(3).
       77 ACC-MATURITY           PIC X(8).
       77 ACC-MATURITY-NUM       PIC 9(8).
       77 MATURITY-DATE-INT      PIC 9(8).
       77 DAYS-TO-MATURITY       PIC S9(8).

      * The ledger line being looked at, wherever it was read from -
      * an archive or the live txnlog.txt.
       77 LEDGER-LINE            PIC X(120).
       77 LOG-SEQ-CHK            PIC 9(10).
       77 LOG-ACCOUNT-CHK        PIC 9(6).
       77 LOG-ACTION-CHK         PIC X(3).
       77 LOG-DATE-CHK           PIC 9(8).
       77 LOG-BEFORE-IN          PIC S9(10)V99.
       77 LOG-AFTER-IN           PIC S9(10)V99.
       77 LOG-DEBIT              PIC S9(10)V99.

       77 IDX-ACCOUNT-MIN        PIC 9(6).
       77 IDX-ACCOUNT-MAX        PIC 9(6).
       77 IDX-DATE-MAX           PIC 9(8).
       77 IDX-SEQ-MAX            PIC 9(10).

      * DORMANCY - same last-activity rule as DORMSCAN.
       77 LAST-ACTIVITY-DATE     PIC 9(8).
       77 LAST-ACTIVITY-INT      PIC 9(8).
       77 NEW-POSTING-DATE       PIC 9(8).
       77 DAYS-IDLE              PIC S9(8).
       77 DORMANCY-WARN-FROM     PIC S9(8).
       77 DAYS-TO-FREEZE         PIC S9(8).
       77 PRINT-DAYS             PIC ZZZZ9.

      * The notification being written, filled in by whichever check
      * raised it before WRITE-NOTIFICATION is performed.
       77 EVENT-CODE             PIC X(3).
       77 EVENT-KEY              PIC X(10).
       77 EVENT-AMOUNT           PIC S9(10)V99.
       77 EVENT-TEXT             PIC X(54).
       77 EVENT-AMOUNT-OUT       PIC -9(9).99.
       77 EVENT-CONTACT          PIC X(20).

       77 LOW-COUNT              PIC 9(9) VALUE ZERO.
       77 OVD-COUNT              PIC 9(9) VALUE ZERO.
       77 DEB-COUNT              PIC 9(9) VALUE ZERO.
       77 MAT-COUNT              PIC 9(9) VALUE ZERO.
       77 DRM-COUNT              PIC 9(9) VALUE ZERO.
       77 DUPLICATE-COUNT        PIC 9(9) VALUE ZERO.
       77 NO-CONTACT-COUNT       PIC 9(9) VALUE ZERO.
       77 REPORT-COUNT           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           STRING "notify_" DELIMITED SIZE
                  RUN-DATE DELIMITED SIZE
                  ".txt" DELIMITED SIZE
                  INTO OUT-FILE-NAME
           PERFORM LOAD-NOTIFY-DAYS
           PERFORM LOAD-DORMANCY-THRESHOLD
           PERFORM LOAD-MINIMUM-BALANCE
           PERFORM LOAD-PRODUCT-RULES
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-PREFERENCE-TABLE
           PERFORM LOAD-SENT-LOG
           IF SENT-OVERFLOW = "Y"
               DISPLAY "ERROR: notify_sent.txt HAS MORE THAN 100000 "
                   "RECENT LINES - NOTHING SENT"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SENT-DROPPED > ZERO
               PERFORM STORE-SENT-LOG
           END-IF
           PERFORM READ-LAST-NOTIFIED-SEQ
           PERFORM LOAD-ACCOUNT-TABLE
           MOVE LAST-NOTIFIED-SEQ TO HIGH-SEQ
           OPEN EXTEND SENT-FILE
           PERFORM SCAN-ARCHIVES-FOR-EVENTS
           OPEN INPUT TXN-LOG-FILE
           PERFORM FOREVER
               READ TXN-LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE TXN-LOG-RECORD TO LEDGER-LINE
                       PERFORM CHECK-LEDGER-EVENT
           END-PERFORM
           CLOSE TXN-LOG-FILE
           PERFORM SCAN-ACCOUNTS-FOR-NOTICES
           CLOSE SENT-FILE
           IF OUT-FILE-OPENED = "Y"
               CLOSE OUT-FILE
           END-IF
           IF SENT-FULL-COUNT = ZERO
               PERFORM WRITE-LAST-NOTIFIED-SEQ
           END-IF
           PERFORM DISPLAY-RUN-SUMMARY
           IF SENT-FULL-COUNT > ZERO
               MOVE SENT-FULL-COUNT TO REPORT-COUNT
               DISPLAY "ERROR: SENT LOG FULL - "
                   FUNCTION TRIM(REPORT-COUNT)
                   " EVENTS HELD BACK FOR THE NEXT RUN"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

      * ------------------------------------------------------------
      * Control files, each falling back to its built-in default.
       LOAD-NOTIFY-DAYS.
           OPEN INPUT NOTIFY-DAYS-FILE
           READ NOTIFY-DAYS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF NOTIFY-DAYS-RECORD(1:5) NOT = SPACES
                       MOVE FUNCTION NUMVAL(NOTIFY-DAYS-RECORD(1:5))
                           TO MATURITY-NOTICE-DAYS
                   END-IF
                   IF NOTIFY-DAYS-RECORD(6:5) NOT = SPACES
                       MOVE FUNCTION NUMVAL(NOTIFY-DAYS-RECORD(6:5))
                           TO DORMANCY-NOTICE-DAYS
                   END-IF
           END-READ
           CLOSE NOTIFY-DAYS-FILE.

       LOAD-DORMANCY-THRESHOLD.
           OPEN INPUT DORMANCY-FILE
           READ DORMANCY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION NUMVAL(DORMANCY-RECORD(1:5))
                       TO DORMANCY-THRESHOLD-DAYS
           END-READ
           CLOSE DORMANCY-FILE.

       LOAD-MINIMUM-BALANCE.
           OPEN INPUT MINBAL-FILE
           READ MINBAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION NUMVAL(MINBAL-RECORD(1:13))
                       TO MINIMUM-BALANCE
           END-READ
           CLOSE MINBAL-FILE.

       LOAD-PRODUCT-RULES.
           MOVE ZERO TO PRODUCT-TABLE-COUNT
           OPEN INPUT PRODUCTS-FILE
           PERFORM FOREVER
               READ PRODUCTS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO PRODUCT-TABLE-COUNT
                       MOVE PRODUCTS-RECORD(1:3)
                           TO PROD-CODE(PRODUCT-TABLE-COUNT)
                       MOVE FUNCTION NUMVAL(PRODUCTS-RECORD(4:13))
                           TO PROD-MIN-BALANCE(PRODUCT-TABLE-COUNT)
           END-PERFORM
           CLOSE PRODUCTS-FILE.

       LOAD-CUSTOMER-TABLE.
           MOVE ZERO TO CUST-COUNT
           OPEN INPUT CUST-FILE
           PERFORM FOREVER
               READ CUST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO CUST-COUNT
                       MOVE CUST-RECORD(1:6) TO CUST-ID(CUST-COUNT)
                       MOVE CUST-RECORD(37:20)
                           TO CUST-CONTACT(CUST-COUNT)
           END-PERFORM
           CLOSE CUST-FILE.

       LOAD-PREFERENCE-TABLE.
           MOVE ZERO TO PREF-COUNT
           OPEN INPUT PREF-FILE
           PERFORM FOREVER
               READ PREF-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PREF-RECORD NOT = SPACES
                           ADD 1 TO PREF-COUNT
                           MOVE PREF-RECORD TO PREF-ROW(PREF-COUNT)
                       END-IF
           END-PERFORM
           CLOSE PREF-FILE.

      * Only lines sent inside the keep window are loaded; the rest
      * are counted so the log is rewritten without them.
       LOAD-SENT-LOG.
           MOVE ZERO TO SENT-COUNT
           IF MATURITY-NOTICE-DAYS > DORMANCY-NOTICE-DAYS
               COMPUTE SENT-KEEP-DAYS =
                   MATURITY-NOTICE-DAYS + SENT-KEEP-MARGIN
           ELSE
               COMPUTE SENT-KEEP-DAYS =
                   DORMANCY-NOTICE-DAYS + SENT-KEEP-MARGIN
           END-IF
           IF SENT-KEEP-DAYS < RUN-DATE-INT
               COMPUTE SENT-PRUNE-DATE = FUNCTION DATE-OF-INTEGER(
                   RUN-DATE-INT - SENT-KEEP-DAYS)
           ELSE
               MOVE ZERO TO SENT-PRUNE-DATE
           END-IF
           OPEN INPUT SENT-FILE
           PERFORM FOREVER
               READ SENT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SENT-RECORD = SPACES
                           CONTINUE
                       ELSE IF SENT-RECORD(20:8) IS NUMERIC
                               AND SENT-RECORD(20:8) < SENT-PRUNE-DATE
                           ADD 1 TO SENT-DROPPED
                       ELSE IF SENT-COUNT < 100000
                           ADD 1 TO SENT-COUNT
                           MOVE SENT-RECORD(1:19)
                               TO SENT-KEY(SENT-COUNT)
                           MOVE SENT-RECORD(20:8)
                               TO SENT-ON(SENT-COUNT)
                       ELSE
                           MOVE "Y" TO SENT-OVERFLOW
                           EXIT PERFORM
                       END-IF
                       END-IF
                       END-IF
           END-PERFORM
           CLOSE SENT-FILE.

      * notify_sent.tmp plus one mv, as CUSTMAINT rewrites
      * notify_prefs.txt. Should the swap fail the old lines simply
      * stay on file and are dropped again next run.
       STORE-SENT-LOG.
           OPEN OUTPUT SENT-TMP-FILE
           PERFORM VARYING SENT-IDX FROM 1 BY 1
                   UNTIL SENT-IDX > SENT-COUNT
               MOVE SPACES TO SENT-TMP-RECORD
               MOVE SENT-KEY(SENT-IDX) TO SENT-TMP-RECORD(1:19)
               MOVE SENT-ON(SENT-IDX) TO SENT-TMP-RECORD(20:8)
               WRITE SENT-TMP-RECORD
           END-PERFORM
           CLOSE SENT-TMP-FILE
           CALL "SYSTEM" USING "mv notify_sent.tmp notify_sent.txt"
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: COULD NOT REWRITE notify_sent.txt - "
                   "OLD LINES KEPT"
           END-IF.

       READ-LAST-NOTIFIED-SEQ.
           MOVE "N" TO LASTSEQ-PRESENT
           OPEN INPUT LASTSEQ-FILE
           READ LASTSEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LASTSEQ-RECORD IS NUMERIC
                       MOVE LASTSEQ-RECORD TO LAST-NOTIFIED-SEQ
                       MOVE "Y" TO LASTSEQ-PRESENT
                   END-IF
           END-READ
           CLOSE LASTSEQ-FILE.

      * Written only after every event has gone out, so a run that
      * dies part way simply looks at the same postings again next
      * time - the sent log keeps that from doubling anything up.
       WRITE-LAST-NOTIFIED-SEQ.
           OPEN OUTPUT LASTSEQ-FILE
           MOVE HIGH-SEQ TO LASTSEQ-RECORD
           WRITE LASTSEQ-RECORD
           CLOSE LASTSEQ-FILE.

       LOAD-ACCOUNT-TABLE.
           MOVE ZERO TO ACCT-COUNT
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

       SEARCH-ACCOUNT-TABLE.
           MOVE ZERO TO ACCT-SLOT
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               IF ACCT-REC(ACCT-IDX)(1:6) = LEDGER-LINE(19:6)
                   MOVE ACCT-IDX TO ACCT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PARSE-ACCOUNT-FIELDS.
           MOVE ACC-RECORD-RAW(1:6) TO ACC-ACCOUNT
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13))
               TO ACC-BALANCE
           MOVE ACC-RECORD-RAW(23:1) TO ACC-STATUS
           MOVE ACC-RECORD-RAW(37:6) TO ACC-CUST-ID
           MOVE ACC-RECORD-RAW(43:3) TO ACC-PRODUCT
           MOVE ACC-RECORD-RAW(59:8) TO ACC-MATURITY.

      * The customer's own preference line when they have one, the
      * defaults (everything but DEB) when they don't. A flag left
      * blank on the line keeps that event's default.
       FIND-CUSTOMER-PREFERENCES.
           MOVE "Y" TO WANTS-LOW
           MOVE "N" TO WANTS-DEB
           MOVE "Y" TO WANTS-MAT
           MOVE "Y" TO WANTS-DRM
           MOVE ZERO TO DEBIT-ALERT-AMOUNT
           PERFORM VARYING PREF-IDX FROM 1 BY 1
                   UNTIL PREF-IDX > PREF-COUNT
               IF PREF-ROW(PREF-IDX)(1:6) = ACC-CUST-ID
                   IF PREF-ROW(PREF-IDX)(7:1) NOT = SPACE
                       MOVE PREF-ROW(PREF-IDX)(7:1) TO WANTS-LOW
                   END-IF
                   IF PREF-ROW(PREF-IDX)(8:1) NOT = SPACE
                       MOVE PREF-ROW(PREF-IDX)(8:1) TO WANTS-DEB
                   END-IF
                   IF PREF-ROW(PREF-IDX)(9:1) NOT = SPACE
                       MOVE PREF-ROW(PREF-IDX)(9:1) TO WANTS-MAT
                   END-IF
                   IF PREF-ROW(PREF-IDX)(10:1) NOT = SPACE
                       MOVE PREF-ROW(PREF-IDX)(10:1) TO WANTS-DRM
                   END-IF
                   IF PREF-ROW(PREF-IDX)(11:13) NOT = SPACES
                       MOVE FUNCTION NUMVAL(PREF-ROW(PREF-IDX)(11:13))
                           TO DEBIT-ALERT-AMOUNT
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DEBIT-ALERT-AMOUNT = ZERO
               MOVE "N" TO WANTS-DEB
           END-IF.

       FIND-PRODUCT-MIN-BALANCE.
           MOVE MINIMUM-BALANCE TO EFFECTIVE-MIN-BALANCE
           IF ACC-PRODUCT NOT = SPACES
               PERFORM VARYING PROD-IDX FROM 1 BY 1
                       UNTIL PROD-IDX > PRODUCT-TABLE-COUNT
                   IF PROD-CODE(PROD-IDX) = ACC-PRODUCT
                       MOVE PROD-MIN-BALANCE(PROD-IDX)
                           TO EFFECTIVE-MIN-BALANCE
                   END-IF
               END-PERFORM
           END-IF.

      * ------------------------------------------------------------
      * LEDGER EVENTS - LOW / OVD / DEB off the postings made since
      * the last run.
      * An archive only needs reading when LEDGARCH rolled postings
      * into it that this feed has not seen yet; on a first run, only
      * an archive reaching today can hold anything of interest.
       SCAN-ARCHIVES-FOR-EVENTS.
           OPEN INPUT INDEX-FILE
           PERFORM FOREVER
               READ INDEX-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE INDEX-RECORD(41:8) TO IDX-DATE-MAX
                       MOVE INDEX-RECORD(59:10) TO IDX-SEQ-MAX
                       IF (LASTSEQ-PRESENT = "Y"
                               AND IDX-SEQ-MAX > LAST-NOTIFIED-SEQ)
                           OR (LASTSEQ-PRESENT = "N"
                               AND IDX-DATE-MAX >= RUN-DATE)
                           MOVE INDEX-RECORD(1:20) TO ARCH-FILE-NAME
                           PERFORM SCAN-ONE-ARCHIVE-FOR-EVENTS
                       END-IF
           END-PERFORM
           CLOSE INDEX-FILE.

       SCAN-ONE-ARCHIVE-FOR-EVENTS.
           OPEN INPUT ARCH-FILE
           PERFORM FOREVER
               READ ARCH-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCH-RECORD TO LEDGER-LINE
                       PERFORM CHECK-LEDGER-EVENT
           END-PERFORM
           CLOSE ARCH-FILE.

      * A debit is any posting that left the balance lower than it
      * found it - WDR, the TRF/XTR debit leg, FEE, WHT, a REV of a
      * credit and the rest alike.
       CHECK-LEDGER-EVENT.
           IF LEDGER-LINE(1:10) IS NUMERIC
                   AND LEDGER-LINE(19:6) IS NUMERIC
               MOVE LEDGER-LINE(1:10) TO LOG-SEQ-CHK
               MOVE LEDGER-LINE(11:8) TO LOG-DATE-CHK
               IF LOG-SEQ-CHK > LAST-NOTIFIED-SEQ
                   IF LOG-SEQ-CHK > HIGH-SEQ
                       MOVE LOG-SEQ-CHK TO HIGH-SEQ
                   END-IF
                   IF LASTSEQ-PRESENT = "Y"
                           OR LOG-DATE-CHK = RUN-DATE
                       PERFORM CHECK-DEBIT-POSTING
                   END-IF
               END-IF
           END-IF.

       CHECK-DEBIT-POSTING.
           MOVE FUNCTION NUMVAL(LEDGER-LINE(41:13)) TO LOG-BEFORE-IN
           MOVE FUNCTION NUMVAL(LEDGER-LINE(54:13)) TO LOG-AFTER-IN
           MOVE ZERO TO ACCT-SLOT
           IF LOG-AFTER-IN < LOG-BEFORE-IN
               PERFORM SEARCH-ACCOUNT-TABLE
           END-IF
           IF ACCT-SLOT NOT = ZERO
               MOVE ACCT-REC(ACCT-SLOT) TO ACC-RECORD-RAW
               PERFORM PARSE-ACCOUNT-FIELDS
               IF ACC-PRODUCT NOT = "LON"
                   PERFORM FIND-CUSTOMER-PREFERENCES
                   MOVE LEDGER-LINE(25:3) TO LOG-ACTION-CHK
                   MOVE LEDGER-LINE(1:10) TO EVENT-KEY
                   IF WANTS-LOW = "Y"
                       PERFORM CHECK-LOW-BALANCE-EVENT
                   END-IF
                   IF WANTS-DEB = "Y"
                       PERFORM CHECK-LARGE-DEBIT-EVENT
                   END-IF
               END-IF
           END-IF.

       CHECK-LARGE-DEBIT-EVENT.
           COMPUTE LOG-DEBIT = LOG-BEFORE-IN - LOG-AFTER-IN
           IF LOG-DEBIT > DEBIT-ALERT-AMOUNT
               MOVE "DEB" TO EVENT-CODE
               MOVE LOG-DEBIT TO EVENT-AMOUNT
               MOVE SPACES TO EVENT-TEXT
               STRING LOG-ACTION-CHK DELIMITED SIZE
                      " DEBIT OVER YOUR ALERT AMOUNT"
                          DELIMITED SIZE
                      INTO EVENT-TEXT
               PERFORM WRITE-NOTIFICATION
           END-IF.

      * Only the posting that crosses the line raises anything - an
      * account already below its minimum is not told again on every
      * further debit. Going into overdraft is the one message sent
      * when a single posting crosses both lines.
       CHECK-LOW-BALANCE-EVENT.
           IF LOG-AFTER-IN < ZERO AND LOG-BEFORE-IN NOT < ZERO
               MOVE "OVD" TO EVENT-CODE
               MOVE LOG-AFTER-IN TO EVENT-AMOUNT
               MOVE "ACCOUNT IS NOW OVERDRAWN" TO EVENT-TEXT
               PERFORM WRITE-NOTIFICATION
           ELSE
               PERFORM FIND-PRODUCT-MIN-BALANCE
               IF LOG-AFTER-IN < EFFECTIVE-MIN-BALANCE
                       AND LOG-BEFORE-IN NOT < EFFECTIVE-MIN-BALANCE
                   MOVE "LOW" TO EVENT-CODE
                   MOVE LOG-AFTER-IN TO EVENT-AMOUNT
                   MOVE "BALANCE HAS FALLEN BELOW THE ACCOUNT MINIMUM"
                       TO EVENT-TEXT
                   PERFORM WRITE-NOTIFICATION
               END-IF
           END-IF.

      * ------------------------------------------------------------
      * ACCOUNT NOTICES - MAT / DRM for every open account.
       SCAN-ACCOUNTS-FOR-NOTICES.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > ACCT-COUNT
               MOVE ACCT-REC(SCAN-IDX) TO ACC-RECORD-RAW
               PERFORM PARSE-ACCOUNT-FIELDS
               IF ACC-STATUS = "O"
                   PERFORM FIND-CUSTOMER-PREFERENCES
                   IF WANTS-MAT = "Y"
                       PERFORM CHECK-MATURITY-NOTICE
                   END-IF
                   IF WANTS-DRM = "Y"
                       PERFORM CHECK-DORMANCY-NOTICE
                   END-IF
               END-IF
           END-PERFORM.

      * Maturing from tomorrow through N days out - a deposit
      * maturing today is TDPMATURE's business tonight, and its
      * settlement is reported there.
       CHECK-MATURITY-NOTICE.
           MOVE ZERO TO DAYS-TO-MATURITY
           IF ACC-MATURITY IS NUMERIC
               MOVE ACC-MATURITY TO ACC-MATURITY-NUM
               IF ACC-MATURITY-NUM NOT = ZERO
                   COMPUTE MATURITY-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(ACC-MATURITY-NUM)
                   COMPUTE DAYS-TO-MATURITY =
                       MATURITY-DATE-INT - RUN-DATE-INT
               END-IF
           END-IF
           IF DAYS-TO-MATURITY > ZERO
                   AND DAYS-TO-MATURITY <= MATURITY-NOTICE-DAYS
               MOVE "MAT" TO EVENT-CODE
               MOVE ACC-MATURITY TO EVENT-KEY
               MOVE ACC-BALANCE TO EVENT-AMOUNT
               MOVE SPACES TO EVENT-TEXT
               STRING "TERM DEPOSIT MATURES ON " DELIMITED SIZE
                      ACC-MATURITY DELIMITED SIZE
                      INTO EVENT-TEXT
               PERFORM WRITE-NOTIFICATION
           END-IF.

      * Idle for at least (threshold - N) days but not yet the full
      * threshold DORMSCAN freezes at. Keyed on the last-activity
      * date, so an account that is used, then falls idle again, is
      * warned again. An account with no ledger trace is left alone,
      * as DORMSCAN leaves it unfrozen.
       CHECK-DORMANCY-NOTICE.
           MOVE ZERO TO LAST-ACTIVITY-DATE
           PERFORM FIND-CUSTOMER-CONTACT
           IF EVENT-CONTACT NOT = SPACES
               PERFORM FIND-LAST-ACTIVITY-DATE
           END-IF
           IF LAST-ACTIVITY-DATE NOT = ZERO
               PERFORM CHECK-DAYS-TO-FREEZE
           END-IF.

       CHECK-DAYS-TO-FREEZE.
           COMPUTE LAST-ACTIVITY-INT =
               FUNCTION INTEGER-OF-DATE(LAST-ACTIVITY-DATE)
           COMPUTE DAYS-IDLE = RUN-DATE-INT - LAST-ACTIVITY-INT
           COMPUTE DORMANCY-WARN-FROM =
               DORMANCY-THRESHOLD-DAYS - DORMANCY-NOTICE-DAYS
           IF DAYS-IDLE >= DORMANCY-WARN-FROM
                   AND DAYS-IDLE < DORMANCY-THRESHOLD-DAYS
               COMPUTE DAYS-TO-FREEZE =
                   DORMANCY-THRESHOLD-DAYS - DAYS-IDLE
               MOVE DAYS-TO-FREEZE TO PRINT-DAYS
               MOVE "DRM" TO EVENT-CODE
               MOVE LAST-ACTIVITY-DATE TO EVENT-KEY
               MOVE ACC-BALANCE TO EVENT-AMOUNT
               MOVE SPACES TO EVENT-TEXT
               STRING "NO ACTIVITY SINCE " DELIMITED SIZE
                      LAST-ACTIVITY-DATE DELIMITED SIZE
                      " - FREEZES IN " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-DAYS) DELIMITED SIZE
                      " DAYS" DELIMITED SIZE
                      INTO EVENT-TEXT
               PERFORM WRITE-NOTIFICATION
           END-IF.

      * Same archived-plus-live full scan and the same qualifying
      * actions as DORMSCAN's FIND-LAST-ACTIVITY-DATE, so the warning
      * and the freeze can never disagree about when an account
      * last moved.
       FIND-LAST-ACTIVITY-DATE.
           MOVE ZERO TO LAST-ACTIVITY-DATE
           MOVE ZERO TO NEW-POSTING-DATE
           PERFORM SCAN-ARCHIVES-FOR-ACTIVITY
           OPEN INPUT TXN-LOG-FILE
           PERFORM FOREVER
               READ TXN-LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE TXN-LOG-RECORD TO LEDGER-LINE
                       PERFORM NOTE-ACTIVITY-LINE
           END-PERFORM
           CLOSE TXN-LOG-FILE
           IF LAST-ACTIVITY-DATE = ZERO
               MOVE NEW-POSTING-DATE TO LAST-ACTIVITY-DATE
           END-IF.

       SCAN-ARCHIVES-FOR-ACTIVITY.
           OPEN INPUT INDEX-FILE
           PERFORM FOREVER
               READ INDEX-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE INDEX-RECORD(21:6) TO IDX-ACCOUNT-MIN
                       MOVE INDEX-RECORD(27:6) TO IDX-ACCOUNT-MAX
                       IF ACC-ACCOUNT >= IDX-ACCOUNT-MIN
                               AND ACC-ACCOUNT <= IDX-ACCOUNT-MAX
                           MOVE INDEX-RECORD(1:20) TO ARCH-FILE-NAME
                           PERFORM SCAN-ONE-ARCHIVE-FOR-ACTIVITY
                       END-IF
           END-PERFORM
           CLOSE INDEX-FILE.

       SCAN-ONE-ARCHIVE-FOR-ACTIVITY.
           OPEN INPUT ARCH-FILE
           PERFORM FOREVER
               READ ARCH-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCH-RECORD TO LEDGER-LINE
                       PERFORM NOTE-ACTIVITY-LINE
           END-PERFORM
           CLOSE ARCH-FILE.

       NOTE-ACTIVITY-LINE.
           MOVE LEDGER-LINE(19:6) TO LOG-ACCOUNT-CHK
           IF LOG-ACCOUNT-CHK = ACC-ACCOUNT
               MOVE LEDGER-LINE(25:3) TO LOG-ACTION-CHK
               MOVE LEDGER-LINE(11:8) TO LOG-DATE-CHK
               EVALUATE LOG-ACTION-CHK
                   WHEN "DEP"
                   WHEN "WDR"
                   WHEN "CHQ"
                   WHEN "TRF"
                   WHEN "XTR"
                   WHEN "INT"
                   WHEN "LND"
                   WHEN "LNI"
                   WHEN "LNP"
                       IF LOG-DATE-CHK > LAST-ACTIVITY-DATE
                           MOVE LOG-DATE-CHK TO LAST-ACTIVITY-DATE
                       END-IF
                   WHEN "NEW"
                       MOVE LOG-DATE-CHK TO NEW-POSTING-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * ------------------------------------------------------------
      * OUTPUT
       FIND-CUSTOMER-CONTACT.
           MOVE SPACES TO EVENT-CONTACT
           IF ACC-CUST-ID IS NUMERIC AND ACC-CUST-ID NOT = "000000"
               PERFORM VARYING CUST-IDX FROM 1 BY 1
                       UNTIL CUST-IDX > CUST-COUNT
                   IF CUST-ID(CUST-IDX) = ACC-CUST-ID
                       MOVE CUST-CONTACT(CUST-IDX) TO EVENT-CONTACT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * Writes the event the caller set up unless it is already on
      * the sent log, then logs it so it never goes out again.
       WRITE-NOTIFICATION.
           PERFORM FIND-CUSTOMER-CONTACT
           IF EVENT-CONTACT = SPACES
               ADD 1 TO NO-CONTACT-COUNT
           ELSE
               PERFORM SEND-IF-NOT-ALREADY-SENT
           END-IF.

       SEND-IF-NOT-ALREADY-SENT.
           MOVE SPACES TO SENT-CHECK
           MOVE EVENT-CODE TO SENT-CHECK(1:3)
           MOVE ACC-ACCOUNT TO SENT-CHECK(4:6)
           MOVE EVENT-KEY TO SENT-CHECK(10:10)
           MOVE "N" TO SENT-FOUND
           PERFORM VARYING SENT-IDX FROM 1 BY 1
                   UNTIL SENT-IDX > SENT-COUNT
               IF SENT-KEY(SENT-IDX) = SENT-CHECK
                   MOVE "Y" TO SENT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SENT-FOUND = "Y"
               ADD 1 TO DUPLICATE-COUNT
           ELSE IF SENT-COUNT NOT < 100000
               ADD 1 TO SENT-FULL-COUNT
           ELSE
               PERFORM WRITE-NOTIFICATION-LINE
           END-IF
           END-IF.

       WRITE-NOTIFICATION-LINE.
           IF OUT-FILE-OPENED = "N"
               OPEN EXTEND OUT-FILE
               MOVE "Y" TO OUT-FILE-OPENED
           END-IF
           MOVE EVENT-AMOUNT TO EVENT-AMOUNT-OUT
           MOVE SPACES TO OUT-RECORD
           MOVE EVENT-CONTACT TO OUT-RECORD(1:20)
           MOVE ACC-CUST-ID TO OUT-RECORD(21:6)
           MOVE ACC-ACCOUNT TO OUT-RECORD(27:6)
           MOVE EVENT-CODE TO OUT-RECORD(33:3)
           MOVE EVENT-KEY TO OUT-RECORD(36:10)
           MOVE RUN-DATE TO OUT-RECORD(46:8)
           MOVE EVENT-AMOUNT-OUT TO OUT-RECORD(54:13)
           MOVE EVENT-TEXT TO OUT-RECORD(67:54)
           WRITE OUT-RECORD
           MOVE SPACES TO SENT-RECORD
           MOVE SENT-CHECK TO SENT-RECORD(1:19)
           MOVE RUN-DATE TO SENT-RECORD(20:8)
           WRITE SENT-RECORD
           ADD 1 TO SENT-COUNT
           MOVE SENT-CHECK TO SENT-KEY(SENT-COUNT)
           MOVE RUN-DATE TO SENT-ON(SENT-COUNT)
           EVALUATE EVENT-CODE
               WHEN "LOW"
                   ADD 1 TO LOW-COUNT
               WHEN "OVD"
                   ADD 1 TO OVD-COUNT
               WHEN "DEB"
                   ADD 1 TO DEB-COUNT
               WHEN "MAT"
                   ADD 1 TO MAT-COUNT
               WHEN "DRM"
                   ADD 1 TO DRM-COUNT
           END-EVALUATE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "Customer notifications for " RUN-DATE
               " written to " FUNCTION TRIM(OUT-FILE-NAME)
           MOVE LOW-COUNT TO REPORT-COUNT
           DISPLAY "  BELOW MINIMUM:     " REPORT-COUNT
           MOVE OVD-COUNT TO REPORT-COUNT
           DISPLAY "  OVERDRAWN:         " REPORT-COUNT
           MOVE DEB-COUNT TO REPORT-COUNT
           DISPLAY "  LARGE DEBIT:       " REPORT-COUNT
           MOVE MAT-COUNT TO REPORT-COUNT
           DISPLAY "  MATURING:          " REPORT-COUNT
           MOVE DRM-COUNT TO REPORT-COUNT
           DISPLAY "  DORMANCY WARNING:  " REPORT-COUNT
           MOVE DUPLICATE-COUNT TO REPORT-COUNT
           DISPLAY "  ALREADY SENT:      " REPORT-COUNT
           MOVE NO-CONTACT-COUNT TO REPORT-COUNT
           DISPLAY "  NO CONTACT ON FILE:" REPORT-COUNT.

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
