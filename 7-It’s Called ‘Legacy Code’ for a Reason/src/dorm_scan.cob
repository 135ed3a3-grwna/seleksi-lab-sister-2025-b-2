       PROGRAM-ID. DORMSCAN.

      * For every open account in accounts.txt, finds the most recent
      * DEP/WDR/CHQ/TRF/INT (or LOANSVC LND/LNI/LNP) posting for that
      * account across its whole
      * ledger history - the archives LEDGARCH has rolled over (found
      * through txnlog_index.txt, the same way STMTPRINT finds them)
      * and the live txnlog.txt (the same per-account full-scan shape
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TMP-FILE ASSIGN TO "temp.txt"
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

       FD TMP-FILE.
       01 TMP-RECORD             PIC X(88).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD        PIC X(120).

      * One line per LEDGARCH archive (see the INDEX-FILE FD there
      * for the field positions): archive name plus the account, date
       01 INDEX-RECORD          PIC X(68).

       FD ARCH-FILE.
       01 ARCH-RECORD           PIC X(120).

      * Single line carrying the dormancy threshold in days, same file
      * shape as MINBAL-FILE/APPROVAL-THRESHOLD-FILE in BANKING.
      * The ledger line being checked for activity, wherever it was
      * read from - an archive or the live txnlog.txt - so
      * NOTE-ACTIVITY-LINE serves both scans.
       77 LEDGER-LINE             PIC X(120).

       77 IDX-ACCOUNT-MIN         PIC 9(6).
       77 IDX-ACCOUNT-MAX         PIC 9(6).
       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-DORMANCY-THRESHOLD
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
      * Replays the whole of ACC-ACCOUNT's ledger history - archived
      * and live, the same per-account full-scan shape RECONCILE's
      * COMPUTE-LEDGER-BALANCE already uses - keeping the latest date
      * among DEP/WDR/CHQ/TRF/INT postings and, separately, the
      * account's own NEW posting date as a fallback floor for an
      * account that's never had a qualifying activity. Archives
      * matter here: after a LEDGARCH rollover an account's entire
      * trace may live in the archives, and trusting only the live
      * ledger would freeze every account without a post-rollover
      * posting.
       FIND-LAST-ACTIVITY-DATE.
           MOVE ZERO TO LAST-ACTIVITY-DATE
           MOVE ZERO TO NEW-POSTING-DATE
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
                  FUNCTION TRIM(REPORT-FROZEN-COUNT) DELIMITED SIZE
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
