       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILLBAL.

      * End-of-shift till balancing. For every teller with a drawer
      * on the day it works out the cash the drawer should hold:
      *     opening float (OPN)
      *   + cash bought from the vault (VBY)
      *   - cash sold back to the vault (VSL)
      *   + cash taken in   - the teller's own DEP entries (CIN)
      *   - cash paid out   - the teller's own WDR entries (COT)
      * and sets it against the count the teller keyed at close
      * (CNT, the last one of the day if recounted). All of it comes
      * from tilljournal.txt, which BANKING's teller mode writes -
      * the CIN/COT lines as each counter DEP/WDR posts, dated by
      * the business day it was keyed on. The ledger's own date is
      * the value date, which the posting cutoff or a back-valued
      * entry moves off the day the cash crossed the counter, so the
      * drawer is not balanced off the ledger.
      * Invoked as:
      *     till_balance [DATE-YYYYMMDD]
      * with the date defaulting to today.
      * Each till is listed on till_balance_report.txt as BALANCED,
      * OVER or SHORT (or NOT COUNTED when no CNT was keyed). An
      * over or short is posted to the cash-difference account named
      * in cashdiff_account.txt - a CSD ledger entry for the
      * difference, credit when over, debit when short, carrying the
      * teller's id and channel S - so it reaches GLEXPORT's CASH
      * OVER/SHORT lines. The posting runs under ACCOUNTS-LOCK with
      * accounts.txt loaded into a table, the LOANSVC shape, and is
      * marked on tilljournal.txt with a DIF line so a rerun for the
      * same day lists the difference again but never posts it twice.
      * With no cashdiff_account.txt the report is still written and
      * the differences are flagged NOT POSTED. The same happens when
      * the named account cannot take the posting - closed, frozen,
      * a loan, or held in a currency other than Rai (the drawer
      * counts Rai) - with the reason on the summary.

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
           SELECT OPTIONAL TILL-JOURNAL-FILE ASSIGN TO "tilljournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASHDIFF-FILE ASSIGN TO
               "cashdiff_account.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-LOG-FILE ASSIGN TO "txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TXN-SEQ-FILE ASSIGN TO "txnlog.seq"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "till_balance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).

       FD TMP-FILE.
       01 TMP-RECORD            PIC X(88).

      * Same layout BANKING's TILL-JOURNAL-FILE writes: 1-8 date,
      * 9-16 operator, 17-19 event OPN/VBY/VSL/CIN/COT/CNT/DIF,
      * 20-32 amount 9(10).99, 33-38 time.
       FD TILL-JOURNAL-FILE.
       01 TILL-JOURNAL-RECORD   PIC X(38).

      * Single line: the account over/short is posted to, the same
      * shape as settlement_account.txt.
       FD CASHDIFF-FILE.
       01 CASHDIFF-RECORD       PIC X(6).

       FD TXN-LOG-FILE.
       01 TXN-LOG-RECORD        PIC X(120).

       FD TXN-SEQ-FILE.
       01 TXN-SEQ-RECORD        PIC 9(10).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 RUN-TIME               PIC 9(8).
       77 ARG-DATE               PIC X(20) VALUE SPACES.
       77 TILL-DATE              PIC 9(8).
       77 CASHDIFF-ACCOUNT       PIC 9(6) VALUE ZERO.
       77 CASHDIFF-REFUSAL       PIC X(20) VALUE SPACES.

      * One row per teller seen in the day's journal.
       01 TILL-TABLE.
           05 TILL-ENTRY OCCURS 500 TIMES.
               10 TILL-OPERATOR     PIC X(8).
               10 TILL-FLOAT        PIC 9(10)V99.
               10 TILL-VAULT-IN     PIC 9(10)V99.
               10 TILL-VAULT-OUT    PIC 9(10)V99.
               10 TILL-CASH-IN      PIC 9(10)V99.
               10 TILL-CASH-OUT     PIC 9(10)V99.
               10 TILL-COUNTED      PIC 9(10)V99.
               10 TILL-COUNT-SEEN   PIC X.
               10 TILL-DIF-POSTED   PIC X.
               10 TILL-EXPECTED     PIC S9(11)V99.
               10 TILL-DIFFERENCE   PIC S9(11)V99.
               10 TILL-STATUS       PIC X(22).
       77 TILL-COUNT             PIC 9(4) VALUE ZERO.
       77 TILL-IDX               PIC 9(4).
       77 TILL-SLOT              PIC 9(4) VALUE ZERO.
       77 FIND-OPERATOR          PIC X(8).
       77 JOURNAL-AMOUNT         PIC 9(10)V99.
       77 POST-PENDING-COUNT     PIC 9(4) VALUE ZERO.

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
       77 ACC-BALANCE            PIC S9(10)V99.

       77 FORMATTED-AMOUNT       PIC 9(10).99.
       77 BALANCE-TO-FORMAT      PIC S9(10)V99.
       77 SIGNED-AMOUNT          PIC -9(9).99.
       77 BALANCE-FIELD-TEXT     PIC X(13).

       77 LOG-SEQ-NO             PIC 9(10).
       77 LOG-ACCOUNT            PIC 9(6).
       77 LOG-ACTION             PIC X(3).
       77 LOG-AMOUNT             PIC 9(10)V99.
       77 LOG-OPERATOR-ID        PIC X(8).
       77 BALANCE-BEFORE         PIC S9(10)V99.
       77 BALANCE-AFTER          PIC S9(10)V99.
       77 LOG-AMOUNT-OUT         PIC 9(10).99.

       77 REPLACE-FAILED         PIC X VALUE "N".
       77 REPLACE-FAILED-AT-RELEASE PIC X VALUE "N".

       77 PRINT-FLOAT            PIC Z(8)9.99.
       77 PRINT-VAULT            PIC -Z(8)9.99.
       77 PRINT-CASH-IN          PIC Z(8)9.99.
       77 PRINT-CASH-OUT         PIC Z(8)9.99.
       77 PRINT-EXPECTED         PIC -Z(8)9.99.
       77 PRINT-COUNTED          PIC Z(8)9.99.
       77 PRINT-DIFFERENCE       PIC -Z(8)9.99.
       77 VAULT-NET              PIC S9(11)V99.
       77 OVER-COUNT             PIC 9(9) VALUE ZERO.
       77 SHORT-COUNT            PIC 9(9) VALUE ZERO.
       77 REPORT-COUNT-1         PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-COUNT-2         PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-COUNT-3         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM READ-ARGUMENTS
           PERFORM LOAD-CASHDIFF-ACCOUNT
           PERFORM LOAD-TILL-JOURNAL
           PERFORM BALANCE-ALL-TILLS
           IF POST-PENDING-COUNT > ZERO AND CASHDIFF-ACCOUNT NOT = ZERO
               PERFORM POST-CASH-DIFFERENCES
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING TILL-IDX FROM 1 BY 1
                   UNTIL TILL-IDX > TILL-COUNT
               PERFORM WRITE-TILL-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           IF REPLACE-FAILED-AT-RELEASE = "Y"
               DISPLAY "ERROR: FAILED TO REPLACE ACCOUNTS FILE - "
                   "CASH DIFFERENCES NOT POSTED"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Till balancing written to "
                   "till_balance_report.txt"
           END-IF
           STOP RUN.

       READ-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-DATE
           END-ACCEPT
           IF ARG-DATE(1:8) IS NUMERIC
               MOVE ARG-DATE(1:8) TO TILL-DATE
           ELSE
               MOVE RUN-DATE TO TILL-DATE
           END-IF.

       LOAD-CASHDIFF-ACCOUNT.
           MOVE ZERO TO CASHDIFF-ACCOUNT
           OPEN INPUT CASHDIFF-FILE
           READ CASHDIFF-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CASHDIFF-RECORD IS NUMERIC
                       MOVE CASHDIFF-RECORD TO CASHDIFF-ACCOUNT
                   END-IF
           END-READ
           CLOSE CASHDIFF-FILE.

       LOAD-TILL-JOURNAL.
           MOVE ZERO TO TILL-COUNT
           OPEN INPUT TILL-JOURNAL-FILE
           PERFORM FOREVER
               READ TILL-JOURNAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TILL-JOURNAL-RECORD(1:8) = TILL-DATE
                           PERFORM NOTE-JOURNAL-LINE
                       END-IF
           END-PERFORM
           CLOSE TILL-JOURNAL-FILE.

       NOTE-JOURNAL-LINE.
           MOVE TILL-JOURNAL-RECORD(9:8) TO FIND-OPERATOR
           PERFORM FIND-OR-ADD-TILL
           IF TILL-SLOT NOT = ZERO
               MOVE FUNCTION NUMVAL(TILL-JOURNAL-RECORD(20:13))
                   TO JOURNAL-AMOUNT
               EVALUATE TILL-JOURNAL-RECORD(17:3)
                   WHEN "OPN"
                       ADD JOURNAL-AMOUNT TO TILL-FLOAT(TILL-SLOT)
                   WHEN "VBY"
                       ADD JOURNAL-AMOUNT TO TILL-VAULT-IN(TILL-SLOT)
                   WHEN "VSL"
                       ADD JOURNAL-AMOUNT TO TILL-VAULT-OUT(TILL-SLOT)
                   WHEN "CIN"
                       ADD JOURNAL-AMOUNT TO TILL-CASH-IN(TILL-SLOT)
                   WHEN "COT"
                       ADD JOURNAL-AMOUNT TO TILL-CASH-OUT(TILL-SLOT)
                   WHEN "CNT"
                       MOVE JOURNAL-AMOUNT TO TILL-COUNTED(TILL-SLOT)
                       MOVE "Y" TO TILL-COUNT-SEEN(TILL-SLOT)
                   WHEN "DIF"
                       MOVE "Y" TO TILL-DIF-POSTED(TILL-SLOT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * TILL-SLOT for FIND-OPERATOR, adding a zeroed row the first
      * time a teller is seen; ZERO only if the table is full.
       FIND-OR-ADD-TILL.
           MOVE ZERO TO TILL-SLOT
           PERFORM VARYING TILL-IDX FROM 1 BY 1
                   UNTIL TILL-IDX > TILL-COUNT
               IF TILL-OPERATOR(TILL-IDX) = FIND-OPERATOR
                   MOVE TILL-IDX TO TILL-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TILL-SLOT = ZERO AND TILL-COUNT < 500
               ADD 1 TO TILL-COUNT
               MOVE TILL-COUNT TO TILL-SLOT
               MOVE FIND-OPERATOR TO TILL-OPERATOR(TILL-SLOT)
               MOVE ZERO TO TILL-FLOAT(TILL-SLOT)
               MOVE ZERO TO TILL-VAULT-IN(TILL-SLOT)
               MOVE ZERO TO TILL-VAULT-OUT(TILL-SLOT)
               MOVE ZERO TO TILL-CASH-IN(TILL-SLOT)
               MOVE ZERO TO TILL-CASH-OUT(TILL-SLOT)
               MOVE ZERO TO TILL-COUNTED(TILL-SLOT)
               MOVE "N" TO TILL-COUNT-SEEN(TILL-SLOT)
               MOVE "N" TO TILL-DIF-POSTED(TILL-SLOT)
           END-IF.

       BALANCE-ALL-TILLS.
           PERFORM VARYING TILL-IDX FROM 1 BY 1
                   UNTIL TILL-IDX > TILL-COUNT
               COMPUTE TILL-EXPECTED(TILL-IDX) =
                   TILL-FLOAT(TILL-IDX) + TILL-VAULT-IN(TILL-IDX)
                   - TILL-VAULT-OUT(TILL-IDX) + TILL-CASH-IN(TILL-IDX)
                   - TILL-CASH-OUT(TILL-IDX)
               IF TILL-COUNT-SEEN(TILL-IDX) = "N"
                   MOVE ZERO TO TILL-DIFFERENCE(TILL-IDX)
                   MOVE "NOT COUNTED" TO TILL-STATUS(TILL-IDX)
               ELSE
                   COMPUTE TILL-DIFFERENCE(TILL-IDX) =
                       TILL-COUNTED(TILL-IDX) - TILL-EXPECTED(TILL-IDX)
                   IF TILL-DIFFERENCE(TILL-IDX) = ZERO
                       MOVE "BALANCED" TO TILL-STATUS(TILL-IDX)
                   ELSE
                       IF TILL-DIFFERENCE(TILL-IDX) > ZERO
                           MOVE "OVER" TO TILL-STATUS(TILL-IDX)
                           ADD 1 TO OVER-COUNT
                       ELSE
                           MOVE "SHORT" TO TILL-STATUS(TILL-IDX)
                           ADD 1 TO SHORT-COUNT
                       END-IF
                       IF TILL-DIF-POSTED(TILL-IDX) = "Y"
                           MOVE "ALREADY POSTED"
                               TO TILL-STATUS(TILL-IDX)(7:16)
                       ELSE IF CASHDIFF-ACCOUNT = ZERO
                           MOVE "NOT POSTED"
                               TO TILL-STATUS(TILL-IDX)(7:16)
                       ELSE
                           ADD 1 TO POST-PENDING-COUNT
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * ------------------------------------------------------------
      * POSTING - one CSD per unposted over/short, all under one
      * hold of ACCOUNTS-LOCK.
       POST-CASH-DIFFERENCES.
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM LOAD-ACCOUNT-TABLE
           MOVE CASHDIFF-ACCOUNT TO SEARCH-ACCT-NO
           PERFORM SEARCH-ACCOUNT-TABLE
           PERFORM CHECK-CASHDIFF-ACCOUNT
           IF ACCT-FOUND = "Y" AND CASHDIFF-REFUSAL = SPACES
               PERFORM VARYING TILL-IDX FROM 1 BY 1
                       UNTIL TILL-IDX > TILL-COUNT
                   IF TILL-COUNT-SEEN(TILL-IDX) = "Y"
                           AND TILL-DIFFERENCE(TILL-IDX) NOT = ZERO
                           AND TILL-DIF-POSTED(TILL-IDX) = "N"
                       PERFORM POST-ONE-DIFFERENCE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM STORE-ACCOUNT-TABLE
           MOVE REPLACE-FAILED TO REPLACE-FAILED-AT-RELEASE
      * The DIF marks only go down once the postings they record are
      * safely in accounts.txt.
           IF REPLACE-FAILED = "N"
               PERFORM VARYING TILL-IDX FROM 1 BY 1
                       UNTIL TILL-IDX > TILL-COUNT
                   IF TILL-DIF-POSTED(TILL-IDX) = "P"
                       PERFORM WRITE-DIF-MARK
                   END-IF
               END-PERFORM
           END-IF
           PERFORM RELEASE-ACCOUNTS-LOCK
           IF ACCT-FOUND = "N"
               PERFORM VARYING TILL-IDX FROM 1 BY 1
                       UNTIL TILL-IDX > TILL-COUNT
                   IF TILL-COUNT-SEEN(TILL-IDX) = "Y"
                           AND TILL-DIFFERENCE(TILL-IDX) NOT = ZERO
                           AND TILL-DIF-POSTED(TILL-IDX) = "N"
                       MOVE "NO DIFF ACCOUNT"
                           TO TILL-STATUS(TILL-IDX)(7:16)
                   END-IF
               END-PERFORM
           ELSE IF CASHDIFF-REFUSAL NOT = SPACES
               PERFORM VARYING TILL-IDX FROM 1 BY 1
                       UNTIL TILL-IDX > TILL-COUNT
                   IF TILL-COUNT-SEEN(TILL-IDX) = "Y"
                           AND TILL-DIFFERENCE(TILL-IDX) NOT = ZERO
                           AND TILL-DIF-POSTED(TILL-IDX) = "N"
                       MOVE "NOT POSTED"
                           TO TILL-STATUS(TILL-IDX)(7:16)
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

      * The cash-difference account has to be able to take a Rai
      * posting: open, not a loan, and in Rai (blank is Rai). A
      * CSD against anything else would put the drawer's over/short
      * into the wrong currency or a book BANKING would refuse.
      * CASHDIFF-REFUSAL comes back blank when the account will do.
       CHECK-CASHDIFF-ACCOUNT.
           MOVE SPACES TO CASHDIFF-REFUSAL
           IF ACCT-FOUND = "Y"
               IF ACCT-REC(ACCT-SLOT)(23:1) = "C"
                   MOVE "IS CLOSED" TO CASHDIFF-REFUSAL
               ELSE IF ACCT-REC(ACCT-SLOT)(23:1) = "F"
                   MOVE "IS FROZEN" TO CASHDIFF-REFUSAL
               ELSE IF ACCT-REC(ACCT-SLOT)(43:3) = "LON"
                   MOVE "IS A LOAN ACCOUNT" TO CASHDIFF-REFUSAL
               ELSE IF ACCT-REC(ACCT-SLOT)(86:3) NOT = SPACES
                       AND ACCT-REC(ACCT-SLOT)(86:3) NOT = "RAI"
                   MOVE "IS NOT A RAI ACCOUNT" TO CASHDIFF-REFUSAL
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       POST-ONE-DIFFERENCE.
           MOVE FUNCTION NUMVAL(ACCT-REC(ACCT-SLOT)(10:13))
               TO ACC-BALANCE
           MOVE ACC-BALANCE TO BALANCE-BEFORE
           ADD TILL-DIFFERENCE(TILL-IDX) TO ACC-BALANCE
           MOVE ACC-BALANCE TO BALANCE-AFTER
           MOVE ACC-BALANCE TO BALANCE-TO-FORMAT
           PERFORM FORMAT-BALANCE-FIELD
           MOVE BALANCE-FIELD-TEXT TO ACCT-REC(ACCT-SLOT)(10:13)
           MOVE "Y" TO TABLE-DIRTY
           MOVE CASHDIFF-ACCOUNT TO LOG-ACCOUNT
           MOVE "CSD" TO LOG-ACTION
           IF TILL-DIFFERENCE(TILL-IDX) < ZERO
               COMPUTE LOG-AMOUNT = ZERO - TILL-DIFFERENCE(TILL-IDX)
           ELSE
               MOVE TILL-DIFFERENCE(TILL-IDX) TO LOG-AMOUNT
           END-IF
           MOVE TILL-OPERATOR(TILL-IDX) TO LOG-OPERATOR-ID
           PERFORM WRITE-LEDGER-ENTRY
           MOVE "P" TO TILL-DIF-POSTED(TILL-IDX)
           MOVE "POSTED" TO TILL-STATUS(TILL-IDX)(7:16).

       WRITE-DIF-MARK.
           ACCEPT RUN-TIME FROM TIME
           MOVE SPACES TO TILL-JOURNAL-RECORD
           MOVE TILL-DATE TO TILL-JOURNAL-RECORD(1:8)
           MOVE TILL-OPERATOR(TILL-IDX) TO TILL-JOURNAL-RECORD(9:8)
           MOVE "DIF" TO TILL-JOURNAL-RECORD(17:3)
           IF TILL-DIFFERENCE(TILL-IDX) < ZERO
               COMPUTE LOG-AMOUNT = ZERO - TILL-DIFFERENCE(TILL-IDX)
           ELSE
               MOVE TILL-DIFFERENCE(TILL-IDX) TO LOG-AMOUNT
           END-IF
           MOVE LOG-AMOUNT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO TILL-JOURNAL-RECORD(20:13)
           MOVE RUN-TIME(1:6) TO TILL-JOURNAL-RECORD(33:6)
           OPEN EXTEND TILL-JOURNAL-FILE
           WRITE TILL-JOURNAL-RECORD
           CLOSE TILL-JOURNAL-FILE.

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
           MOVE LOG-OPERATOR-ID TO TXN-LOG-RECORD(77:8)
           MOVE "S" TO TXN-LOG-RECORD(85:1)
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

      * ------------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "TILL BALANCING REPORT - " DELIMITED SIZE
                  TILL-DATE DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "OPERATOR        FLOAT    VAULT NET      CASH IN"
                  DELIMITED SIZE
                  "     CASH OUT     EXPECTED      COUNTED"
                  DELIMITED SIZE
                  "   DIFFERENCE  STATUS" DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-TILL-LINE.
           MOVE TILL-FLOAT(TILL-IDX) TO PRINT-FLOAT
           COMPUTE VAULT-NET =
               TILL-VAULT-IN(TILL-IDX) - TILL-VAULT-OUT(TILL-IDX)
           MOVE VAULT-NET TO PRINT-VAULT
           MOVE TILL-CASH-IN(TILL-IDX) TO PRINT-CASH-IN
           MOVE TILL-CASH-OUT(TILL-IDX) TO PRINT-CASH-OUT
           MOVE TILL-EXPECTED(TILL-IDX) TO PRINT-EXPECTED
           MOVE TILL-COUNTED(TILL-IDX) TO PRINT-COUNTED
           MOVE TILL-DIFFERENCE(TILL-IDX) TO PRINT-DIFFERENCE
           MOVE SPACES TO REPORT-RECORD
           STRING TILL-OPERATOR(TILL-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-FLOAT DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-VAULT DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-CASH-IN DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-CASH-OUT DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-EXPECTED DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-COUNTED DELIMITED SIZE
                  " " DELIMITED SIZE
                  PRINT-DIFFERENCE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  TILL-STATUS(TILL-IDX) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE TILL-COUNT TO REPORT-COUNT-1
           MOVE OVER-COUNT TO REPORT-COUNT-2
           MOVE SHORT-COUNT TO REPORT-COUNT-3
           MOVE SPACES TO REPORT-RECORD
           STRING "TILLS: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-COUNT-1) DELIMITED SIZE
                  "   OVER: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-COUNT-2) DELIMITED SIZE
                  "   SHORT: " DELIMITED SIZE
                  FUNCTION TRIM(REPORT-COUNT-3) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF CASHDIFF-REFUSAL NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "CASH DIFFERENCES NOT POSTED - ACCOUNT "
                      DELIMITED SIZE
                      CASHDIFF-ACCOUNT DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM(CASHDIFF-REFUSAL) DELIMITED SIZE
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
