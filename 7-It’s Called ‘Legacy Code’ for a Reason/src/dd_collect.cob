       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCOLLECT.

      * Incoming direct debit collection, the debit-side twin of
      * INCLEAR. Reads the day's collection file the billers send us
      * (ddcollect_YYYYMMDD.txt) and checks every item against
      * mandates.txt (MANDMAINT's file) and the account it names. An
      * item that passes becomes a TRF from the customer's account to
      * the settlement suspense account, written in the standard
      * IN-RECORD layout into its own dated batch file
      * (input_YYYYMMDD_ddebit.txt) for BANKING's dated-input sweep
      * to post through the normal validation path, with the
      * biller's own reference as the submitter reference so the
      * collection is traceable on the ledger and can never post
      * twice. The settlement process pays the billers out of
      * suspense, exactly as it funds INCLEAR's credits into it.
      * An item that fails is never posted: it goes back to the
      * biller on ddreturn_YYYYMMDD.txt with a reason code -
      *   NM  no active mandate for that account and biller (never
      *       set up, revoked by the customer, or expired)
      *   OM  over the mandate's maximum amount
      *   AC  account closed, frozen or not on file
      *   NF  short of funds - the same available-balance, overdraft
      *       and minimum-balance rules BANKING's own TRF applies
      *   IR  invalid item (account or amount unreadable)
      * Funds are checked against a running balance per account, so
      * two collections against the same account in one file cannot
      * both pass on money only one of them can have. Invoked as:
      *     dd_collect [DATE-YYYYMMDD]
      * with the date defaulting to today. A processed collection
      * file is renamed .done the way INCLEAR retires its incoming
      * file, so a rerun can never collect the same items twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COLLECT-FILE ASSIGN TO
               DYNAMIC COLLECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OUT-FILE ASSIGN TO DYNAMIC OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETURN-FILE ASSIGN TO
               DYNAMIC RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SETTLE-FILE ASSIGN TO
               "settlement_account.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MANDATE-FILE ASSIGN TO "mandates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MINBAL-FILE ASSIGN TO "minbalance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRODUCTS-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

      * One line per collection item from a biller:
      *    1-10  biller id
      *   11-16  account to debit (ours)
      *   17-29  amount
      *   30-37  due date (YYYYMMDD)
      *   38-51  biller's own reference
       FD COLLECT-FILE.
       01 COLLECT-RECORD        PIC X(51).

       FD OUT-FILE.
       01 OUT-RECORD            PIC X(80).

      * The returned item as received, then why:
      *    1-51  the collection item
      *   52-53  reason code NM / OM / AC / NF / IR
      *   54-93  reason text
       FD RETURN-FILE.
       01 RETURN-RECORD         PIC X(93).

      * Single line naming the settlement suspense account, the same
      * file BANKING's LOAD-SETTLEMENT-ACCOUNT reads.
       FD SETTLE-FILE.
       01 SETTLE-RECORD         PIC X(6).

      * MANDMAINT's mandate file (see the MANDATE-FILE FD there):
      * 1-6 account, 7-16 biller, 17-29 maximum, 30-37 expiry,
      * 38 status A/R.
       FD MANDATE-FILE.
       01 MANDATE-RECORD        PIC X(46).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 10-22: balance
                                               *> 23: status O/C/F
                                               *> 24-36: hold amount
                                               *> 43-45: product code
                                               *> 73-85: OD limit

       FD MINBAL-FILE.
       01 MINBAL-RECORD         PIC X(13).

       FD PRODUCTS-FILE.
       01 PRODUCTS-RECORD       PIC X(23).     *> 1-3 product code
                                               *> 4-16 minimum balance

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 ARG-DATE               PIC X(20) VALUE SPACES.
       77 COLLECT-DATE           PIC 9(8).

       77 COLLECT-FILE-NAME      PIC X(40) VALUE SPACES.
       77 OUT-FILE-NAME          PIC X(40) VALUE SPACES.
       77 RETURN-FILE-NAME       PIC X(40) VALUE SPACES.
       77 SHELL-COMMAND          PIC X(100).
      * Each output is only opened (and so only created) once a first
      * line actually needs writing, same as INCLEAR.
       77 OUT-FILE-OPENED        PIC X VALUE "N".
       77 RETURN-FILE-OPENED     PIC X VALUE "N".

       77 SETTLEMENT-ACCOUNT     PIC 9(6) VALUE ZERO.
      * Overridden by LOAD-MINIMUM-BALANCE from minbalance.txt when
      * present, same default as BANKING's own.
       77 MINIMUM-BALANCE        PIC 9(10)V99 VALUE 0000050000.00.

       01 PRODUCT-TABLE.
           05 PRODUCT-ENTRY OCCURS 20 TIMES.
               10 PROD-CODE        PIC X(3).
               10 PROD-MIN-BALANCE PIC 9(10)V99.
       77 PRODUCT-TABLE-COUNT    PIC 9(3) VALUE ZERO.
       77 PROD-IDX               PIC 9(3).
       77 EFFECTIVE-MIN-BALANCE  PIC 9(10)V99.

       01 MANDATE-TABLE.
           05 MANDATE-ENTRY OCCURS 10000 TIMES.
               10 MANDATE-ROW    PIC X(46).
       77 MANDATE-COUNT          PIC 9(5) VALUE ZERO.
       77 MANDATE-IDX            PIC 9(5).
       77 MANDATE-SLOT           PIC 9(5).
       77 MANDATE-MAX            PIC 9(10)V99.
       77 MANDATE-EXPIRY         PIC 9(8).

      * Account table, loaded once; ACCT-RUNNING carries the balance
      * left after every collection already accepted this run.
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 100000 TIMES.
               10 ACCT-REC       PIC X(88).
               10 ACCT-RUNNING   PIC S9(10)V99.
       77 ACCT-COUNT             PIC 9(6) VALUE ZERO.
       77 ACCT-IDX               PIC 9(6).
       77 ACCT-SLOT              PIC 9(6).

       77 ACC-STATUS             PIC X.
       77 ACC-HOLD               PIC S9(10)V99.
       77 ACC-PRODUCT            PIC X(3).
       77 ACC-OD-LIMIT           PIC S9(10)V99.

       77 DD-BILLER              PIC X(10).
       77 DD-ACCOUNT             PIC X(6).
       77 DD-AMOUNT-TEXT         PIC X(13).
       77 DD-AMOUNT              PIC S9(10)V99.
       77 DD-REFERENCE           PIC X(14).
       77 DD-AMOUNT-OUT          PIC 9(10).99.
       77 RETURN-CODE-OUT        PIC X(2).
       77 RETURN-TEXT            PIC X(40).

       77 GENERATED-COUNT        PIC 9(9) VALUE ZERO.
       77 RETURNED-COUNT         PIC 9(9) VALUE ZERO.
       77 REPORT-GENERATED-COUNT PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-RETURNED-COUNT  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM READ-ARGUMENTS
           PERFORM LOAD-SETTLEMENT-ACCOUNT
           IF SETTLEMENT-ACCOUNT = ZERO
               DISPLAY "ERROR: NO SETTLEMENT ACCOUNT CONFIGURED - "
                   "CANNOT COLLECT DIRECT DEBITS"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUILD-FILE-NAMES
           PERFORM LOAD-MINIMUM-BALANCE
           PERFORM LOAD-PRODUCT-RULES
           PERFORM LOAD-MANDATE-TABLE
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM PROCESS-COLLECTION-ITEMS
           IF OUT-FILE-OPENED = "Y"
               CLOSE OUT-FILE
           END-IF
           IF RETURN-FILE-OPENED = "Y"
               CLOSE RETURN-FILE
           END-IF
           IF GENERATED-COUNT > ZERO OR RETURNED-COUNT > ZERO
               PERFORM RETIRE-COLLECT-FILE
           END-IF
           MOVE GENERATED-COUNT TO REPORT-GENERATED-COUNT
           MOVE RETURNED-COUNT TO REPORT-RETURNED-COUNT
           DISPLAY "Generated " FUNCTION TRIM(REPORT-GENERATED-COUNT)
               " direct debit(s) into "
               FUNCTION TRIM(OUT-FILE-NAME) ", returned "
               FUNCTION TRIM(REPORT-RETURNED-COUNT) " to "
               FUNCTION TRIM(RETURN-FILE-NAME)
           STOP RUN.

      * An optional date argument picks which day's collection file
      * to process, the same way INCLEAR takes its date.
       READ-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ARG-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO ARG-DATE
           END-ACCEPT
           IF ARG-DATE(1:8) IS NUMERIC
               MOVE ARG-DATE(1:8) TO COLLECT-DATE
           ELSE
               MOVE RUN-DATE TO COLLECT-DATE
           END-IF.

       LOAD-SETTLEMENT-ACCOUNT.
           MOVE ZERO TO SETTLEMENT-ACCOUNT
           OPEN INPUT SETTLE-FILE
           READ SETTLE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SETTLE-RECORD IS NUMERIC
                       MOVE SETTLE-RECORD TO SETTLEMENT-ACCOUNT
                   END-IF
           END-READ
           CLOSE SETTLE-FILE.

       BUILD-FILE-NAMES.
           MOVE SPACES TO COLLECT-FILE-NAME
           STRING "ddcollect_" DELIMITED SIZE
                  COLLECT-DATE DELIMITED SIZE
                  ".txt" DELIMITED SIZE
                  INTO COLLECT-FILE-NAME
           MOVE SPACES TO OUT-FILE-NAME
           STRING "input_" DELIMITED SIZE
                  COLLECT-DATE DELIMITED SIZE
                  "_ddebit.txt" DELIMITED SIZE
                  INTO OUT-FILE-NAME
           MOVE SPACES TO RETURN-FILE-NAME
           STRING "ddreturn_" DELIMITED SIZE
                  COLLECT-DATE DELIMITED SIZE
                  ".txt" DELIMITED SIZE
                  INTO RETURN-FILE-NAME.

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

       LOAD-MANDATE-TABLE.
           MOVE ZERO TO MANDATE-COUNT
           OPEN INPUT MANDATE-FILE
           PERFORM FOREVER
               READ MANDATE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MANDATE-RECORD NOT = SPACES
                               AND MANDATE-COUNT < 10000
                           ADD 1 TO MANDATE-COUNT
                           MOVE MANDATE-RECORD
                               TO MANDATE-ROW(MANDATE-COUNT)
                       END-IF
           END-PERFORM
           CLOSE MANDATE-FILE.

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
                       MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13))
                           TO ACCT-RUNNING(ACCT-COUNT)
           END-PERFORM
           CLOSE ACC-FILE.

      * Single pass over the collection file. Every line either
      * becomes a posting or goes back to its biller - nothing is
      * dropped silently.
       PROCESS-COLLECTION-ITEMS.
           OPEN INPUT COLLECT-FILE
           PERFORM FOREVER
               READ COLLECT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF COLLECT-RECORD NOT = SPACES
                           PERFORM CHECK-ONE-COLLECTION
                       END-IF
           END-PERFORM
           CLOSE COLLECT-FILE.

       CHECK-ONE-COLLECTION.
           MOVE COLLECT-RECORD(1:10) TO DD-BILLER
           MOVE COLLECT-RECORD(11:6) TO DD-ACCOUNT
           MOVE COLLECT-RECORD(17:13) TO DD-AMOUNT-TEXT
           MOVE COLLECT-RECORD(38:14) TO DD-REFERENCE
           MOVE SPACES TO RETURN-CODE-OUT
           MOVE ZERO TO DD-AMOUNT
           IF DD-ACCOUNT IS NOT NUMERIC OR DD-BILLER = SPACES
                   OR FUNCTION TEST-NUMVAL(DD-AMOUNT-TEXT) NOT = 0
               MOVE "IR" TO RETURN-CODE-OUT
               MOVE "INVALID ITEM" TO RETURN-TEXT
           ELSE
               MOVE FUNCTION NUMVAL(DD-AMOUNT-TEXT) TO DD-AMOUNT
               IF DD-AMOUNT NOT > ZERO
                   MOVE "IR" TO RETURN-CODE-OUT
                   MOVE "INVALID ITEM" TO RETURN-TEXT
               ELSE
                   PERFORM CHECK-AGAINST-MANDATE
               END-IF
           END-IF
           IF RETURN-CODE-OUT = SPACES
               PERFORM CHECK-AGAINST-ACCOUNT
           END-IF
           IF RETURN-CODE-OUT = SPACES
               PERFORM WRITE-GENERATED-DEBIT
           ELSE
               PERFORM WRITE-RETURNED-ITEM
           END-IF.

      * The pair's active mandate, if it has one. A revoked line or
      * an expiry before the collection date is no mandate at all.
       CHECK-AGAINST-MANDATE.
           MOVE ZERO TO MANDATE-SLOT
           PERFORM VARYING MANDATE-IDX FROM 1 BY 1
                   UNTIL MANDATE-IDX > MANDATE-COUNT
               IF MANDATE-ROW(MANDATE-IDX)(1:6) = DD-ACCOUNT
                       AND MANDATE-ROW(MANDATE-IDX)(7:10) = DD-BILLER
                       AND MANDATE-ROW(MANDATE-IDX)(38:1) = "A"
                   MOVE MANDATE-IDX TO MANDATE-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MANDATE-SLOT NOT = ZERO
               MOVE FUNCTION NUMVAL(MANDATE-ROW(MANDATE-SLOT)(17:13))
                   TO MANDATE-MAX
               MOVE ZERO TO MANDATE-EXPIRY
               IF MANDATE-ROW(MANDATE-SLOT)(30:8) IS NUMERIC
                   MOVE MANDATE-ROW(MANDATE-SLOT)(30:8)
                       TO MANDATE-EXPIRY
               END-IF
           END-IF
           IF MANDATE-SLOT = ZERO
               MOVE "NM" TO RETURN-CODE-OUT
               MOVE "NO ACTIVE MANDATE" TO RETURN-TEXT
           ELSE IF MANDATE-EXPIRY < COLLECT-DATE
               MOVE "NM" TO RETURN-CODE-OUT
               MOVE "MANDATE EXPIRED" TO RETURN-TEXT
           ELSE IF DD-AMOUNT > MANDATE-MAX
               MOVE "OM" TO RETURN-CODE-OUT
               MOVE "OVER MANDATE MAXIMUM" TO RETURN-TEXT
           END-IF
           END-IF
           END-IF.

      * The same closed/frozen and funds rules BANKING's
      * PRECHECK-TRANSFER applies to a TRF's source, run against the
      * balance left after this file's earlier collections.
       CHECK-AGAINST-ACCOUNT.
           MOVE ZERO TO ACCT-SLOT
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               IF ACCT-REC(ACCT-IDX)(1:6) = DD-ACCOUNT
                   MOVE ACCT-IDX TO ACCT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ACCT-SLOT = ZERO
               MOVE "AC" TO RETURN-CODE-OUT
               MOVE "ACCOUNT NOT FOUND" TO RETURN-TEXT
           ELSE
               MOVE ACCT-REC(ACCT-SLOT)(23:1) TO ACC-STATUS
               MOVE FUNCTION NUMVAL(ACCT-REC(ACCT-SLOT)(24:13))
                   TO ACC-HOLD
               MOVE ACCT-REC(ACCT-SLOT)(43:3) TO ACC-PRODUCT
               MOVE ZERO TO ACC-OD-LIMIT
               IF ACCT-REC(ACCT-SLOT)(73:13) NOT = SPACES
                   MOVE FUNCTION NUMVAL(ACCT-REC(ACCT-SLOT)(73:13))
                       TO ACC-OD-LIMIT
               END-IF
               PERFORM FIND-PRODUCT-MIN-BALANCE
               IF ACC-STATUS = "C"
                   MOVE "AC" TO RETURN-CODE-OUT
                   MOVE "ACCOUNT CLOSED" TO RETURN-TEXT
               ELSE IF ACC-STATUS = "F"
                   MOVE "AC" TO RETURN-CODE-OUT
                   MOVE "ACCOUNT FROZEN" TO RETURN-TEXT
               ELSE IF DD-AMOUNT > ACCT-RUNNING(ACCT-SLOT) - ACC-HOLD
                       + ACC-OD-LIMIT
                   MOVE "NF" TO RETURN-CODE-OUT
                   MOVE "INSUFFICIENT FUNDS" TO RETURN-TEXT
               ELSE IF ACC-OD-LIMIT = ZERO
                       AND ACCT-RUNNING(ACCT-SLOT) - DD-AMOUNT
                           < EFFECTIVE-MIN-BALANCE
                       AND ACCT-RUNNING(ACCT-SLOT) - DD-AMOUNT
                           NOT = ZERO
                   MOVE "NF" TO RETURN-CODE-OUT
                   MOVE "BELOW MINIMUM BALANCE" TO RETURN-TEXT
               END-IF
               END-IF
               END-IF
               END-IF
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

      * One TRF from the customer to the suspense account, in the
      * standard IN-RECORD layout. OUTPUT, not EXTEND, for the same
      * reason INCLEAR's WRITE-GENERATED-CREDIT gives: a rerun after
      * a crash must rebuild the batch, not append to a partial one.
       WRITE-GENERATED-DEBIT.
           IF OUT-FILE-OPENED = "N"
               OPEN OUTPUT OUT-FILE
               MOVE "Y" TO OUT-FILE-OPENED
           END-IF
           SUBTRACT DD-AMOUNT FROM ACCT-RUNNING(ACCT-SLOT)
           MOVE DD-AMOUNT TO DD-AMOUNT-OUT
           MOVE SPACES TO OUT-RECORD
           MOVE DD-ACCOUNT TO OUT-RECORD(1:6)
           MOVE "TRF" TO OUT-RECORD(7:3)
           MOVE DD-AMOUNT-OUT TO OUT-RECORD(10:13)
           MOVE SETTLEMENT-ACCOUNT TO OUT-RECORD(23:6)
           MOVE DD-REFERENCE TO OUT-RECORD(50:14)
           WRITE OUT-RECORD
           ADD 1 TO GENERATED-COUNT.

       WRITE-RETURNED-ITEM.
           IF RETURN-FILE-OPENED = "N"
               OPEN OUTPUT RETURN-FILE
               MOVE "Y" TO RETURN-FILE-OPENED
           END-IF
           MOVE SPACES TO RETURN-RECORD
           MOVE COLLECT-RECORD TO RETURN-RECORD(1:51)
           MOVE RETURN-CODE-OUT TO RETURN-RECORD(52:2)
           MOVE RETURN-TEXT TO RETURN-RECORD(54:40)
           WRITE RETURN-RECORD
           ADD 1 TO RETURNED-COUNT.

      * Renames the processed collection file out of the way the
      * same way INCLEAR's RETIRE-INCOMING-FILE does, so a rerun can
      * never take the same money twice.
       RETIRE-COLLECT-FILE.
           MOVE SPACES TO SHELL-COMMAND
           STRING "mv " DELIMITED SIZE
                  FUNCTION TRIM(COLLECT-FILE-NAME) DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(COLLECT-FILE-NAME) DELIMITED SIZE
                  ".done" DELIMITED SIZE
                  INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: COULD NOT RETIRE "
                   FUNCTION TRIM(COLLECT-FILE-NAME)
                   " - REMOVE IT BEFORE THE NEXT RUN OR THE DEBITS"
                   " WILL GENERATE TWICE"
               MOVE 1 TO RETURN-CODE
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
