      * live in which archive, and only the archives whose ranges
      * overlap the request are scanned - ahead of the live
      * txnlog.txt, so statement lines stay in sequence order.
      * An account ACCTPURGE has since moved out of accounts.txt is
      * still found: the ledger lines are all still there, and the
      * footer takes the close and purge dates off
      * closed_accounts.txt in place of the accrual.
      * The REF column shows the reversed entry's sequence on a REV
      * line and "CHEQUE nnnnnn" on a cheque debit (CHQ), so the
      * customer can match each one to the cheque they wrote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "closed_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD        PIC X(120).

      * One line per LEDGARCH archive (see the INDEX-FILE FD there
      * for the field positions): archive name plus the account, date
       01 INDEX-RECORD          PIC X(68).

       FD ARCH-FILE.
       01 ARCH-RECORD           PIC X(120).

       FD STMT-FILE.
       01 STMT-RECORD           PIC X(100).
      * daily accrual maintains, so the statement can show "interest
      * accrued to date" alongside the posted history.
       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).

      * ACCTPURGE's closed-account history (see the header there).
       FD HISTORY-FILE.
       01 HISTORY-RECORD        PIC X(104).    *> 1-88: account row
                                               *> 89-96: close date
                                               *> 97-104: purge date

       WORKING-STORAGE SECTION.
       77 ACC-ACCOUNT-CHK       PIC 9(6).
       77 ACC-ACCRUED           PIC S9(10)V99 VALUE ZERO.
       77 PRINT-ACCRUED         PIC -(9)9.99.
       77 ACC-FOUND             PIC X VALUE "N".
       77 PURGED-FOUND          PIC X VALUE "N".
       77 PURGED-CLOSE-DATE     PIC X(8) VALUE SPACES.
       77 PURGED-DATE           PIC X(8) VALUE SPACES.
       77 STMT-FILE-NAME        PIC X(40) VALUE SPACES.
       77 ARCH-FILE-NAME        PIC X(40) VALUE SPACES.

      * The ledger line being parsed, wherever it was read from - the
      * live txnlog.txt or an archive file - so PARSE-LEDGER-LINE
      * serves both scans.
       77 LEDGER-LINE           PIC X(120).

       77 IDX-ACCOUNT-MIN       PIC 9(6).
       77 IDX-ACCOUNT-MAX       PIC 9(6).
       77 PRINT-DATE            PIC 9(4)/99/99.
       77 PRINT-SEQ             PIC Z(9)9.
       77 PRINT-REF             PIC Z(9)9.
       77 PRINT-REF-TEXT        PIC X(20).

       77 LINE-COUNT            PIC 9(9) VALUE ZERO.
       77 NET-MOVEMENT          PIC S9(10)V99 VALUE ZERO.
           MOVE LOG-BEFORE-IN TO PRINT-BEFORE
           MOVE LOG-AFTER-IN TO PRINT-AFTER
           MOVE LOG-REF-SEQ-IN TO PRINT-REF
           MOVE SPACES TO PRINT-REF-TEXT
           IF LOG-ACTION = "CHQ"
               STRING "CHEQUE " DELIMITED SIZE
                      LEDGER-LINE(71:6) DELIMITED SIZE
                      INTO PRINT-REF-TEXT
           ELSE
               MOVE FUNCTION TRIM(PRINT-REF) TO PRINT-REF-TEXT
           END-IF
           MOVE SPACES TO STMT-RECORD
           STRING PRINT-SEQ DELIMITED SIZE
                  " " DELIMITED SIZE
                  "    " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-AFTER) DELIMITED SIZE
                  "    " DELIMITED SIZE
                  FUNCTION TRIM(PRINT-REF-TEXT) DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD.

                  INTO STMT-RECORD
           WRITE STMT-RECORD
           PERFORM FIND-ACCRUED-INTEREST
           IF ACC-FOUND = "N"
               PERFORM FIND-PURGED-ACCOUNT
           END-IF
           IF PURGED-FOUND = "Y"
               MOVE SPACES TO STMT-RECORD
               STRING "ACCOUNT CLOSED " DELIMITED SIZE
                      PURGED-CLOSE-DATE DELIMITED SIZE
                      " - PURGED TO HISTORY " DELIMITED SIZE
                      PURGED-DATE DELIMITED SIZE
                      INTO STMT-RECORD
               WRITE STMT-RECORD
           ELSE
               MOVE ACC-ACCRUED TO PRINT-ACCRUED
               MOVE SPACES TO STMT-RECORD
               STRING "INTEREST ACCRUED TO DATE: " DELIMITED SIZE
                      FUNCTION TRIM(PRINT-ACCRUED) DELIMITED SIZE
                      INTO STMT-RECORD
               WRITE STMT-RECORD
           END-IF.

      * Single pass over accounts.txt for REQ-ACCOUNT's accrued
      * interest, the same read-every-line shape CUSTRPT's
                           MOVE ACC-RECORD-RAW(1:6)
                               TO ACC-ACCOUNT-CHK
                           IF ACC-ACCOUNT-CHK = REQ-ACCOUNT
                               MOVE "Y" TO ACC-FOUND
                               IF ACC-RECORD-RAW(46:13) NOT = SPACES
                                   MOVE FUNCTION NUMVAL(
                                       ACC-RECORD-RAW(46:13))
                       END-IF
           END-PERFORM
           CLOSE ACC-FILE.

      * An account no longer in accounts.txt may have been purged to
      * closed_accounts.txt - nothing is accrued on a purged row, so
      * the footer shows when it closed and left the master instead.
       FIND-PURGED-ACCOUNT.
           MOVE "N" TO PURGED-FOUND
           OPEN INPUT HISTORY-FILE
           PERFORM FOREVER
               READ HISTORY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HISTORY-RECORD(1:6) IS NUMERIC
                           MOVE HISTORY-RECORD(1:6)
                               TO ACC-ACCOUNT-CHK
                           IF ACC-ACCOUNT-CHK = REQ-ACCOUNT
                               MOVE "Y" TO PURGED-FOUND
                               MOVE HISTORY-RECORD(89:8)
                                   TO PURGED-CLOSE-DATE
                               MOVE HISTORY-RECORD(97:8)
                                   TO PURGED-DATE
                               EXIT PERFORM
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.
