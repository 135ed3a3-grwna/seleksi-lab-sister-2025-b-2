       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPURGE.

      * Periodic purge of long-closed accounts out of accounts.txt.
      * A CLS only flips the status byte to "C", so without this the
      * row stays in accounts.txt for good - loaded into BANKING's
      * account table and rewritten by every accrual, capitalization,
      * DORMSCAN and TDPMATURE pass. Each closed row is dated by its
      * account's latest CLS posting, found across the whole ledger
      * history (the archives through txnlog_index.txt, then the
      * live txnlog.txt - the per-account full-scan shape DORMSCAN's
      * FIND-LAST-ACTIVITY-DATE uses), and a row closed at least the
      * retention period in purge_retention.txt (days, default 365)
      * is moved to closed_accounts.txt. A row still carrying a
      * balance, a hold or accrued interest, or named (as account or
      * destination) by a pending.txt entry awaiting approval, stays
      * put whatever its age, and so does a closed row with no CLS on
      * the ledger at all - there is nothing to date it by.
      * Runs under accounts.lock with the same tmp-file/backup/mv
      * rewrite DORMSCAN uses. Each purged row is appended to the
      * history file BEFORE accounts.txt is swapped, and a row the
      * history already holds is never appended twice - so a run that
      * dies between the two steps is simply rerun, and nothing is
      * ever in neither file. purge_report.txt lists every row purged
      * or kept back past its retention, with control totals (count,
      * balance, hold, accrued) before, purged and after, and whether
      * before = purged + after.
      * STMTPRINT, CUSTRPT and RECONCILE fall back to the history file
      * for an account accounts.txt no longer holds, and BANKING
      * refuses a NEW that would reuse a purged account number.
      * closed_accounts.txt layout:
      *     1-88   the account row exactly as it last stood
      *    89-96   close date (the CLS posting's ledger date)
      *    97-104  purge date

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
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "closed_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO "txnlog_index.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO DYNAMIC ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETENTION-FILE
               ASSIGN TO "purge_retention.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "purge_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 10-22: balance
                                               *> 23: status O/C/F
                                               *> 24-36: hold amount
                                               *> 46-58: accrued

       FD TMP-FILE.
       01 TMP-RECORD             PIC X(88).

       FD HISTORY-FILE.
       01 HISTORY-RECORD         PIC X(104).   *> 1-88: account row
                                               *> 89-96: close date
                                               *> 97-104: purge date

      * Same layout as BANKING's PENDING-FILE: 11-16 account, 33-38
      * destination account, 42 status (P = awaiting approval).
       FD PENDING-FILE.
       01 PENDING-RECORD         PIC X(78).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD         PIC X(120).

      * One line per LEDGARCH archive (see the INDEX-FILE FD there
      * for the field positions): archive name plus the account, date
      * and sequence ranges it holds.
       FD INDEX-FILE.
       01 INDEX-RECORD           PIC X(68).

       FD ARCH-FILE.
       01 ARCH-RECORD            PIC X(120).

      * Single line carrying the retention period in days, same file
      * shape as DORMSCAN's dormancy.txt.
       FD RETENTION-FILE.
       01 RETENTION-RECORD       PIC X(5).

       FD REPORT-FILE.
       01 REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
      * Overridden by LOAD-RETENTION-PERIOD from purge_retention.txt
      * when that file is present.
       77 RETENTION-DAYS          PIC 9(5) VALUE 00365.

       77 RUN-DATE                PIC 9(8).
       77 RUN-DATE-INT            PIC 9(8).
       77 CLOSE-DATE              PIC 9(8).
       77 CLOSE-DATE-INT          PIC 9(8).
       77 DAYS-CLOSED             PIC S9(8).

       77 ACC-ACCOUNT             PIC 9(6).
       77 ACC-BALANCE             PIC S9(10)V99.
       77 ACC-STATUS              PIC X.
       77 ACC-HOLD                PIC 9(10)V99.
       77 ACC-ACCRUED             PIC S9(10)V99.
       77 PURGE-ACCOUNT           PIC X VALUE "N".
       77 KEEP-REASON             PIC X(30) VALUE SPACES.

       77 LOG-ACCOUNT-CHK         PIC 9(6).
       77 LOG-DATE-CHK            PIC 9(8).

       77 ARCH-FILE-NAME          PIC X(40) VALUE SPACES.

      * The ledger line being checked for a CLS, wherever it was read
      * from - an archive or the live txnlog.txt.
       77 LEDGER-LINE             PIC X(120).

       77 IDX-ACCOUNT-MIN         PIC 9(6).
       77 IDX-ACCOUNT-MAX         PIC 9(6).

      * Accounts (and TRF destinations) named by a pending.txt entry
      * still awaiting approval, loaded once. A CHQ's destination
      * slot holds a cheque number, not an account, and is skipped.
       01 PENDING-TABLE.
           05 PENDING-ACCOUNT OCCURS 10000 TIMES PIC X(6).
       77 PENDING-COUNT           PIC 9(5) VALUE ZERO.
       77 PENDING-IDX             PIC 9(5).
       77 PENDING-FOUND           PIC X VALUE "N".

      * Account numbers closed_accounts.txt already holds, so a rerun
      * after an interrupted swap never appends a row twice.
       01 HISTORY-TABLE.
           05 HISTORY-ACCOUNT OCCURS 100000 TIMES PIC X(6).
       77 HISTORY-COUNT           PIC 9(6) VALUE ZERO.
       77 HISTORY-IDX             PIC 9(6).
       77 HISTORY-FOUND           PIC X VALUE "N".

      * CONTROL TOTALS - every row read (BEFORE), every row moved to
      * the history file (PURGED) and every row written back (AFTER).
       77 BEFORE-COUNT            PIC 9(9) VALUE ZERO.
       77 BEFORE-BALANCE          PIC S9(13)V99 VALUE ZERO.
       77 BEFORE-HOLD             PIC S9(13)V99 VALUE ZERO.
       77 BEFORE-ACCRUED          PIC S9(13)V99 VALUE ZERO.
       77 PURGED-COUNT            PIC 9(9) VALUE ZERO.
       77 PURGED-BALANCE          PIC S9(13)V99 VALUE ZERO.
       77 PURGED-HOLD             PIC S9(13)V99 VALUE ZERO.
       77 PURGED-ACCRUED          PIC S9(13)V99 VALUE ZERO.
       77 AFTER-COUNT             PIC 9(9) VALUE ZERO.
       77 AFTER-BALANCE           PIC S9(13)V99 VALUE ZERO.
       77 AFTER-HOLD              PIC S9(13)V99 VALUE ZERO.
       77 AFTER-ACCRUED           PIC S9(13)V99 VALUE ZERO.
       77 KEPT-COUNT              PIC 9(9) VALUE ZERO.
       77 TOTALS-AGREE            PIC X VALUE "Y".

       77 TOTAL-LABEL             PIC X(7).
       77 TOTAL-COUNT             PIC 9(9).
       77 TOTAL-BALANCE           PIC S9(13)V99.
       77 TOTAL-HOLD              PIC S9(13)V99.
       77 TOTAL-ACCRUED           PIC S9(13)V99.
       77 REPORT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-AMOUNT           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 REPORT-DAYS             PIC ZZZ,ZZ9.
       77 REPORT-RETENTION        PIC ZZ,ZZ9.

       77 REPLACE-FAILED          PIC X VALUE "N".
       77 HISTORY-WRITTEN         PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           PERFORM LOAD-RETENTION-PERIOD
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-PENDING-ACCOUNTS
           PERFORM LOAD-HISTORY-ACCOUNTS
           PERFORM SCAN-AND-PURGE-ACCOUNTS
           PERFORM RELEASE-ACCOUNTS-LOCK
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           IF REPLACE-FAILED = "Y"
               DISPLAY "ERROR: FAILED TO REPLACE ACCOUNTS FILE"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Account purge written to purge_report.txt"
           END-IF
           STOP RUN.

       LOAD-RETENTION-PERIOD.
           OPEN INPUT RETENTION-FILE
           READ RETENTION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION NUMVAL(RETENTION-RECORD(1:5))
                       TO RETENTION-DAYS
           END-READ
           CLOSE RETENTION-FILE.

      * Same mkdir-based mutual exclusion as BANKING's own
      * ACQUIRE-ACCOUNTS-LOCK/RELEASE-ACCOUNTS-LOCK. pending.txt is
      * read under it too, so an APR run cannot re-drive an entry
      * against a row this pass is about to remove.
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

       WRITE-REPORT-HEADER.
           MOVE RETENTION-DAYS TO REPORT-RETENTION
           MOVE SPACES TO REPORT-RECORD
           STRING "CLOSED ACCOUNT PURGE REPORT - " DELIMITED SIZE
                  RUN-DATE DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RETENTION AFTER CLOSE: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-RETENTION) DELIMITED SIZE
                  " DAYS" DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT CLOSED   DAYS-CLOSED  ACTION"
                  DELIMITED SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       LOAD-PENDING-ACCOUNTS.
           MOVE ZERO TO PENDING-COUNT
           OPEN INPUT PENDING-FILE
           PERFORM FOREVER
               READ PENDING-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PENDING-RECORD(42:1) = "P"
                               AND PENDING-COUNT < 9999
                           ADD 1 TO PENDING-COUNT
                           MOVE PENDING-RECORD(11:6)
                               TO PENDING-ACCOUNT(PENDING-COUNT)
                           IF PENDING-RECORD(33:6) IS NUMERIC
                                   AND PENDING-RECORD(17:3) NOT = "CHQ"
                               ADD 1 TO PENDING-COUNT
                               MOVE PENDING-RECORD(33:6)
                                   TO PENDING-ACCOUNT(PENDING-COUNT)
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

       LOAD-HISTORY-ACCOUNTS.
           MOVE ZERO TO HISTORY-COUNT
           OPEN INPUT HISTORY-FILE
           PERFORM FOREVER
               READ HISTORY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HISTORY-COUNT < 100000
                           ADD 1 TO HISTORY-COUNT
                           MOVE HISTORY-RECORD(1:6)
                               TO HISTORY-ACCOUNT(HISTORY-COUNT)
                       END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

      * Single pass over accounts.txt through TMP-FILE, the way
      * DORMSCAN's SCAN-AND-FREEZE-ACCOUNTS reads and rewrites it.
      * Only a closed row is ever a candidate; every other row is
      * copied straight across.
       SCAN-AND-PURGE-ACCOUNTS.
           OPEN INPUT ACC-FILE
           OPEN OUTPUT TMP-FILE
           PERFORM FOREVER
               READ ACC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PARSE-ACCOUNT-FIELDS
                       ADD 1 TO BEFORE-COUNT
                       ADD ACC-BALANCE TO BEFORE-BALANCE
                       ADD ACC-HOLD TO BEFORE-HOLD
                       ADD ACC-ACCRUED TO BEFORE-ACCRUED
                       MOVE "N" TO PURGE-ACCOUNT
                       IF ACC-STATUS = "C"
                           PERFORM CHECK-PURGE-CANDIDATE
                       END-IF
                       IF PURGE-ACCOUNT = "Y"
                           PERFORM MOVE-ROW-TO-HISTORY
                       ELSE
                           WRITE TMP-RECORD FROM ACC-RECORD-RAW
                           ADD 1 TO AFTER-COUNT
                           ADD ACC-BALANCE TO AFTER-BALANCE
                           ADD ACC-HOLD TO AFTER-HOLD
                           ADD ACC-ACCRUED TO AFTER-ACCRUED
                       END-IF
           END-PERFORM
           CLOSE ACC-FILE
           CLOSE TMP-FILE
           IF HISTORY-WRITTEN = "Y"
               CLOSE HISTORY-FILE
           END-IF
      * Nothing purged means nothing to swap - accounts.txt is left
      * exactly as it was rather than rewritten for no change.
           IF PURGED-COUNT > ZERO
               PERFORM REPLACE-ACCOUNTS-FILE
           END-IF.

      * A record written before the accrual field existed has spaces
      * there - that is simply "nothing accrued".
       PARSE-ACCOUNT-FIELDS.
           MOVE ACC-RECORD-RAW(1:6) TO ACC-ACCOUNT
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13)) TO ACC-BALANCE
           MOVE ACC-RECORD-RAW(23:1) TO ACC-STATUS
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(24:13)) TO ACC-HOLD
           IF ACC-RECORD-RAW(46:13) = SPACES
               MOVE ZERO TO ACC-ACCRUED
           ELSE
               MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(46:13))
                   TO ACC-ACCRUED
           END-IF.

      * Dates the closed row off its CLS posting and, once it is past
      * retention, holds it back for anything still outstanding on
      * it. A row still inside its retention period is neither
      * purged nor reported.
       CHECK-PURGE-CANDIDATE.
           PERFORM FIND-CLOSE-DATE
           MOVE SPACES TO KEEP-REASON
           MOVE ZERO TO DAYS-CLOSED
           IF CLOSE-DATE = ZERO
               MOVE "KEPT - NO CLS ON LEDGER" TO KEEP-REASON
           ELSE
               COMPUTE CLOSE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(CLOSE-DATE)
               COMPUTE DAYS-CLOSED = RUN-DATE-INT - CLOSE-DATE-INT
           END-IF
           IF CLOSE-DATE NOT = ZERO
                   AND DAYS-CLOSED >= RETENTION-DAYS
               PERFORM FIND-PENDING-ACCOUNT
               IF ACC-BALANCE NOT = ZERO
                   MOVE "KEPT - BALANCE" TO KEEP-REASON
               ELSE IF ACC-HOLD NOT = ZERO
                   MOVE "KEPT - FUNDS ON HOLD" TO KEEP-REASON
               ELSE IF ACC-ACCRUED NOT = ZERO
                   MOVE "KEPT - ACCRUED INTEREST" TO KEEP-REASON
               ELSE IF PENDING-FOUND = "Y"
                   MOVE "KEPT - PENDING APPROVAL" TO KEEP-REASON
               ELSE
                   MOVE "Y" TO PURGE-ACCOUNT
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF KEEP-REASON NOT = SPACES
               ADD 1 TO KEPT-COUNT
               PERFORM WRITE-ACCOUNT-LINE
           END-IF.

      * Latest CLS posting for ACC-ACCOUNT across the archives whose
      * account range holds it and the live txnlog.txt - an account
      * reopened and closed again dates from its last close.
       FIND-CLOSE-DATE.
           MOVE ZERO TO CLOSE-DATE
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
                           PERFORM SCAN-ONE-ARCHIVE
                       END-IF
           END-PERFORM
           CLOSE INDEX-FILE
           OPEN INPUT TXN-LOG-FILE
           PERFORM FOREVER
               READ TXN-LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE TXN-LOG-RECORD TO LEDGER-LINE
                       PERFORM NOTE-CLOSE-LINE
           END-PERFORM
           CLOSE TXN-LOG-FILE.

       SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCH-FILE
           PERFORM FOREVER
               READ ARCH-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCH-RECORD TO LEDGER-LINE
                       PERFORM NOTE-CLOSE-LINE
           END-PERFORM
           CLOSE ARCH-FILE.

       NOTE-CLOSE-LINE.
           IF LEDGER-LINE(19:6) IS NUMERIC
                   AND LEDGER-LINE(25:3) = "CLS"
                   AND LEDGER-LINE(11:8) IS NUMERIC
               MOVE LEDGER-LINE(19:6) TO LOG-ACCOUNT-CHK
               IF LOG-ACCOUNT-CHK = ACC-ACCOUNT
                   MOVE LEDGER-LINE(11:8) TO LOG-DATE-CHK
                   IF LOG-DATE-CHK > CLOSE-DATE
                       MOVE LOG-DATE-CHK TO CLOSE-DATE
                   END-IF
               END-IF
           END-IF.

       FIND-PENDING-ACCOUNT.
           MOVE "N" TO PENDING-FOUND
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               IF PENDING-ACCOUNT(PENDING-IDX) = ACC-RECORD-RAW(1:6)
                   MOVE "Y" TO PENDING-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-HISTORY-ACCOUNT.
           MOVE "N" TO HISTORY-FOUND
           PERFORM VARYING HISTORY-IDX FROM 1 BY 1
                   UNTIL HISTORY-IDX > HISTORY-COUNT
               IF HISTORY-ACCOUNT(HISTORY-IDX) = ACC-RECORD-RAW(1:6)
                   MOVE "Y" TO HISTORY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The history line goes out before accounts.txt is swapped, so
      * a purged row is always in one file or the other.
       MOVE-ROW-TO-HISTORY.
           PERFORM FIND-HISTORY-ACCOUNT
           IF HISTORY-FOUND = "N"
               IF HISTORY-WRITTEN = "N"
                   OPEN EXTEND HISTORY-FILE
                   MOVE "Y" TO HISTORY-WRITTEN
               END-IF
               MOVE SPACES TO HISTORY-RECORD
               MOVE ACC-RECORD-RAW TO HISTORY-RECORD(1:88)
               MOVE CLOSE-DATE TO HISTORY-RECORD(89:8)
               MOVE RUN-DATE TO HISTORY-RECORD(97:8)
               WRITE HISTORY-RECORD
           END-IF
           ADD 1 TO PURGED-COUNT
           ADD ACC-BALANCE TO PURGED-BALANCE
           ADD ACC-HOLD TO PURGED-HOLD
           ADD ACC-ACCRUED TO PURGED-ACCRUED
           MOVE "PURGED TO HISTORY" TO KEEP-REASON
           PERFORM WRITE-ACCOUNT-LINE.

       WRITE-ACCOUNT-LINE.
           MOVE DAYS-CLOSED TO REPORT-DAYS
           MOVE SPACES TO REPORT-RECORD
           STRING ACC-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  CLOSE-DATE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  REPORT-DAYS DELIMITED SIZE
                  "      " DELIMITED SIZE
                  FUNCTION TRIM(KEEP-REASON) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      * Same backup-then-swap shape as BANKING's own REPLACE-ACCOUNTS-
      * FILE.
       REPLACE-ACCOUNTS-FILE.
           MOVE "N" TO REPLACE-FAILED
           CALL "SYSTEM" USING "cp accounts.txt accounts.txt.bak"
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO REPLACE-FAILED
           ELSE
               CALL "SYSTEM" USING "mv temp.txt accounts.txt"
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO REPLACE-FAILED
               END-IF
           END-IF.

      * Before must equal purged plus after on every total - a purged
      * row carries no money by construction, so the balance, hold
      * and accrued totals come through the purge unchanged.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "CONTROL TOTALS:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "          ACCOUNTS             BALANCE"
                  "                HOLD             ACCRUED"
                  DELIMITED SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BEFORE" TO TOTAL-LABEL
           MOVE BEFORE-COUNT TO TOTAL-COUNT
           MOVE BEFORE-BALANCE TO TOTAL-BALANCE
           MOVE BEFORE-HOLD TO TOTAL-HOLD
           MOVE BEFORE-ACCRUED TO TOTAL-ACCRUED
           PERFORM WRITE-TOTAL-LINES
           MOVE "PURGED" TO TOTAL-LABEL
           MOVE PURGED-COUNT TO TOTAL-COUNT
           MOVE PURGED-BALANCE TO TOTAL-BALANCE
           MOVE PURGED-HOLD TO TOTAL-HOLD
           MOVE PURGED-ACCRUED TO TOTAL-ACCRUED
           PERFORM WRITE-TOTAL-LINES
           MOVE "AFTER" TO TOTAL-LABEL
           MOVE AFTER-COUNT TO TOTAL-COUNT
           MOVE AFTER-BALANCE TO TOTAL-BALANCE
           MOVE AFTER-HOLD TO TOTAL-HOLD
           MOVE AFTER-ACCRUED TO TOTAL-ACCRUED
           PERFORM WRITE-TOTAL-LINES
           IF BEFORE-COUNT NOT = PURGED-COUNT + AFTER-COUNT
                   OR BEFORE-BALANCE NOT = PURGED-BALANCE
                                           + AFTER-BALANCE
                   OR BEFORE-HOLD NOT = PURGED-HOLD + AFTER-HOLD
                   OR BEFORE-ACCRUED NOT = PURGED-ACCRUED
                                           + AFTER-ACCRUED
               MOVE "N" TO TOTALS-AGREE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE KEPT-COUNT TO REPORT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "KEPT PAST RETENTION: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-COUNT) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF TOTALS-AGREE = "Y"
               MOVE "CONTROL TOTALS AGREE: BEFORE = PURGED + AFTER"
                   TO REPORT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT AGREE ***"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           IF REPLACE-FAILED = "Y"
               MOVE "*** ACCOUNTS FILE NOT REPLACED - RERUN ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO REPORT-RECORD
           MOVE TOTAL-LABEL TO REPORT-RECORD(1:7)
           MOVE TOTAL-COUNT TO REPORT-COUNT
           MOVE REPORT-COUNT TO REPORT-RECORD(8:11)
           MOVE TOTAL-BALANCE TO REPORT-AMOUNT
           MOVE REPORT-AMOUNT TO REPORT-RECORD(19:20)
           MOVE TOTAL-HOLD TO REPORT-AMOUNT
           MOVE REPORT-AMOUNT TO REPORT-RECORD(39:20)
           MOVE TOTAL-ACCRUED TO REPORT-AMOUNT
           MOVE REPORT-AMOUNT TO REPORT-RECORD(59:20)
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
