       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO "txnlog_index.txt"
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

      * Single line: 1-13 daily aggregate threshold, 14-26 rolling
      * weekly aggregate threshold.
       FD AGG-THRESHOLD-FILE.
       01 AGG-THRESHOLD-RECORD  PIC X(26).

      * Same 120-byte fixed layout the per-transaction feed uses, so
      * the fraud team's tooling parses both the same way. The
      * aggregate is in the account's own currency, stamped at
      * 101-103 when the ledger carried one (blank = the account's).
       FD WATCH-FILE.
       01 WATCH-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
      * Defaults stand in for a missing aggregate_threshold.txt -

      * The ledger line being totalled, wherever it was read from -
      * an archive or the live txnlog.txt.
       77 LEDGER-LINE            PIC X(120).
       77 LOG-ACCOUNT-IN         PIC 9(6).
       77 LOG-ACTION-IN          PIC X(3).
       77 LOG-DATE-IN            PIC 9(8).
               10 AGG-ACCOUNT    PIC 9(6).
               10 AGG-DATE       PIC 9(8).
               10 AGG-TOTAL      PIC 9(12)V99.
               10 AGG-CURRENCY   PIC X(3).
       77 AGG-TABLE-COUNT        PIC 9(5) VALUE ZERO.
       77 AGG-IDX                PIC 9(5).
       77 AGG-SLOT               PIC 9(5).
       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM READ-ARGUMENTS
           COMPUTE SCAN-DATE-INT = FUNCTION INTEGER-OF-DATE(SCAN-DATE)
           COMPUTE WINDOW-START-INT = SCAN-DATE-INT - 6
           END-PERFORM
           CLOSE ARCH-FILE.

      * Only cleared customer movements count - DEP/WDR/TRF, the
      * external XTR and cheques paid (CHQ). Interest, fees and the
      * rest are bank-generated and say nothing about what the
      * customer is structuring.
       TALLY-LEDGER-LINE.
           MOVE LEDGER-LINE(25:3) TO LOG-ACTION-IN
           IF LOG-ACTION-IN = "DEP" OR LOG-ACTION-IN = "WDR"
                   OR LOG-ACTION-IN = "TRF" OR LOG-ACTION-IN = "XTR"
                   OR LOG-ACTION-IN = "CHQ"
               MOVE LEDGER-LINE(11:8) TO LOG-DATE-IN
               IF LOG-DATE-IN >= WINDOW-START-DATE
                       AND LOG-DATE-IN <= SCAN-DATE
                       TO LOG-AMOUNT-IN
                   PERFORM FIND-AGG-SLOT
                   ADD LOG-AMOUNT-IN TO AGG-TOTAL(AGG-SLOT)
                   IF LEDGER-LINE(101:3) NOT = SPACES
                       MOVE LEDGER-LINE(101:3)
                           TO AGG-CURRENCY(AGG-SLOT)
                   END-IF
               END-IF
           END-IF.

               MOVE LOG-ACCOUNT-IN TO AGG-ACCOUNT(AGG-SLOT)
               MOVE LOG-DATE-IN TO AGG-DATE(AGG-SLOT)
               MOVE ZERO TO AGG-TOTAL(AGG-SLOT)
               MOVE SPACES TO AGG-CURRENCY(AGG-SLOT)
           END-IF.

      * Only SCAN-DATE's own day buckets alert here - the earlier
           MOVE "AGD" TO WATCH-RECORD(25:3)
           MOVE ALERT-AMOUNT TO ALERT-AMOUNT-OUT
           MOVE ALERT-AMOUNT-OUT TO WATCH-RECORD(28:13)
           MOVE AGG-CURRENCY(AGG-IDX) TO WATCH-RECORD(101:3)
           PERFORM APPEND-WATCH-LINE.

       WRITE-WEEKLY-ALERT.
           MOVE "AGW" TO WATCH-RECORD(25:3)
           MOVE ALERT-AMOUNT TO ALERT-AMOUNT-OUT
           MOVE ALERT-AMOUNT-OUT TO WATCH-RECORD(28:13)
           MOVE AGG-CURRENCY(AGG-IDX) TO WATCH-RECORD(101:3)
           PERFORM APPEND-WATCH-LINE.

       APPEND-WATCH-LINE.
           OPEN EXTEND WATCH-FILE
           WRITE WATCH-RECORD
           CLOSE WATCH-FILE.

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
