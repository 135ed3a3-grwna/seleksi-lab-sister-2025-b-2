               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "eod_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FX-FILE ASSIGN TO "fxrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C
                                               *> 24-36: hold amount
                                               *> 37-42: customer id
                                               *> 43-45: product code
                                               *> 86-88: currency
                                               *> (blank = Rai)

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(80).

       FD FX-FILE.
       01 FX-RECORD             PIC X(20).     *> 1-3 currency code
                                               *> 4-20 units per Rai

       WORKING-STORAGE SECTION.
       77 ACC-ACCOUNT           PIC 9(6).
       77 ACC-BALANCE           PIC S9(10)V99.
       77 ACC-STATUS            PIC X.
           88 ACCOUNT-IS-CLOSED VALUE "C".
       77 ACC-CURRENCY          PIC X(3).
       77 ACC-RAI-BALANCE       PIC S9(12)V99.

      * Units per Rai off fxrates.txt, the same table BANKING loads.
       01 FX-TABLE.
           05 FX-ENTRY OCCURS 20 TIMES.
               10 FX-CURRENCY    PIC X(3).
               10 FX-RATE        PIC 9(11)V99999.
       77 FX-TABLE-COUNT        PIC 9(3) VALUE ZERO.
       77 FX-IDX                PIC 9(3).

      * Open-account balances by the currency they are held in, with
      * each currency's Rai equivalent at today's rate. Rai itself is
      * always the first line.
       01 CCY-TABLE.
           05 CCY-ENTRY OCCURS 21 TIMES.
               10 CCY-CODE       PIC X(3).
               10 CCY-COUNT      PIC 9(9).
               10 CCY-BALANCE    PIC S9(15)V99.
               10 CCY-RATE       PIC 9(11)V99999.
               10 CCY-RATE-FOUND PIC X.
       77 CCY-TABLE-COUNT       PIC 9(3) VALUE ZERO.
       77 CCY-IDX               PIC 9(3).
       77 CCY-RAI-BALANCE       PIC S9(15)V99.

       77 ACCOUNT-COUNT         PIC 9(9) VALUE ZERO.
       77 CLOSED-COUNT          PIC 9(9) VALUE ZERO.
       77 OVERDRAWN-COUNT       PIC 9(9) VALUE ZERO.

      * TOP-5 LARGEST BALANCES (open accounts only), kept sorted
      * highest-first by RANK-BALANCE as ACC-FILE is scanned once.
      * Ranked on Rai equivalent, so a foreign-currency balance ranks
      * on what it is worth; each entry prints in its own currency.
       01 TOP-TABLE.
           05 TOP-ENTRY OCCURS 5 TIMES.
               10 TOP-ACCOUNT    PIC 9(6).
               10 TOP-BALANCE    PIC 9(12)V99.
               10 TOP-OWN-BALANCE PIC 9(10)V99.
               10 TOP-CURRENCY   PIC X(3).
       77 TOP-IDX               PIC 9(2).
       77 INSERT-IDX            PIC 9(2).
       77 SWAP-ACCOUNT          PIC 9(6).
       77 SWAP-BALANCE          PIC 9(12)V99.
       77 SWAP-OWN-BALANCE      PIC 9(10)V99.
       77 SWAP-CURRENCY         PIC X(3).

       77 DISPLAY-TOTAL       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 REPORT-OVERDRAWN-COUNT PIC ZZZ,ZZZ,ZZ9.
       77 DISPLAY-TOP         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 REPORT-ACCOUNT-COUNT PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-CLOSED-COUNT PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-CCY-COUNT    PIC ZZZ,ZZZ,ZZ9.
       77 DISPLAY-CCY-BALANCE PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 DISPLAY-CCY-RAI     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALIZE-REPORT
           PERFORM LOAD-FX-RATES
           PERFORM SCAN-ACCOUNTS-FOR-REPORT
           PERFORM WRITE-REPORT
           STOP RUN.
           PERFORM VARYING TOP-IDX FROM 1 BY 1 UNTIL TOP-IDX > 5
               MOVE ZERO TO TOP-ACCOUNT(TOP-IDX)
               MOVE ZERO TO TOP-BALANCE(TOP-IDX)
               MOVE ZERO TO TOP-OWN-BALANCE(TOP-IDX)
               MOVE SPACES TO TOP-CURRENCY(TOP-IDX)
           END-PERFORM
           MOVE 1 TO CCY-TABLE-COUNT
           MOVE "RAI" TO CCY-CODE(1)
           MOVE ZERO TO CCY-COUNT(1)
           MOVE ZERO TO CCY-BALANCE(1)
           MOVE 1 TO CCY-RATE(1)
           MOVE "Y" TO CCY-RATE-FOUND(1).

      * Same load-once read of fxrates.txt as BANKING's
      * LOAD-FX-RATES.
       LOAD-FX-RATES.
           MOVE ZERO TO FX-TABLE-COUNT
           OPEN INPUT FX-FILE
           PERFORM FOREVER
               READ FX-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FX-TABLE-COUNT < 20
                           ADD 1 TO FX-TABLE-COUNT
                           MOVE FX-RECORD(1:3)
                               TO FX-CURRENCY(FX-TABLE-COUNT)
                           MOVE FUNCTION NUMVAL(FX-RECORD(4:17))
                               TO FX-RATE(FX-TABLE-COUNT)
                       END-IF
           END-PERFORM
           CLOSE FX-FILE.

      * Single pass over accounts.txt, the same way PROCESS-RECORDS
      * and CALCULATE-INTEREST-FOR-ALL-ACCOUNTS in BANKING read it.
                       MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13))
                           TO ACC-BALANCE
                       MOVE ACC-RECORD-RAW(23:1) TO ACC-STATUS
                       MOVE ACC-RECORD-RAW(86:3) TO ACC-CURRENCY
                       IF ACC-CURRENCY = SPACES
                           MOVE "RAI" TO ACC-CURRENCY
                       END-IF
                       ADD 1 TO ACCOUNT-COUNT
                       IF ACCOUNT-IS-CLOSED
                           ADD 1 TO CLOSED-COUNT
                       ELSE
                           PERFORM ADD-TO-CURRENCY-TOTAL
                           ADD ACC-RAI-BALANCE TO TOTAL-BALANCE
                           IF ACC-BALANCE < ZERO
                               ADD 1 TO OVERDRAWN-COUNT
                           END-IF
           END-PERFORM
           CLOSE ACC-FILE.

      * Finds (or opens) the account's currency line, adds the
      * balance to it, and leaves the balance's Rai equivalent in
      * ACC-RAI-BALANCE. A currency fxrates.txt has no rate for is
      * still totalled on its own line, which shows NO FX RATE in
      * place of a Rai equivalent, and counts at par in the
      * bank-wide total.
       ADD-TO-CURRENCY-TOTAL.
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-TABLE-COUNT
               IF CCY-CODE(CCY-IDX) = ACC-CURRENCY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CCY-IDX > CCY-TABLE-COUNT
               IF CCY-TABLE-COUNT < 21
                   ADD 1 TO CCY-TABLE-COUNT
               END-IF
               MOVE CCY-TABLE-COUNT TO CCY-IDX
               MOVE ACC-CURRENCY TO CCY-CODE(CCY-IDX)
               MOVE ZERO TO CCY-COUNT(CCY-IDX)
               MOVE ZERO TO CCY-BALANCE(CCY-IDX)
               MOVE 1 TO CCY-RATE(CCY-IDX)
               MOVE "N" TO CCY-RATE-FOUND(CCY-IDX)
               PERFORM VARYING FX-IDX FROM 1 BY 1
                       UNTIL FX-IDX > FX-TABLE-COUNT
                   IF FX-CURRENCY(FX-IDX) = ACC-CURRENCY
                           AND FX-RATE(FX-IDX) > ZERO
                       MOVE FX-RATE(FX-IDX) TO CCY-RATE(CCY-IDX)
                       MOVE "Y" TO CCY-RATE-FOUND(CCY-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO CCY-COUNT(CCY-IDX)
           ADD ACC-BALANCE TO CCY-BALANCE(CCY-IDX)
           COMPUTE ACC-RAI-BALANCE ROUNDED =
               ACC-BALANCE / CCY-RATE(CCY-IDX)
               ON SIZE ERROR
                   MOVE ACC-BALANCE TO ACC-RAI-BALANCE
           END-COMPUTE.

      * Keeps TOP-TABLE sorted highest-first by bubbling a balance
      * that beats the current lowest entry up into its place.
       RANK-BALANCE.
           IF ACC-RAI-BALANCE > TOP-BALANCE(5)
               MOVE ACC-ACCOUNT TO TOP-ACCOUNT(5)
               MOVE ACC-RAI-BALANCE TO TOP-BALANCE(5)
               MOVE ACC-BALANCE TO TOP-OWN-BALANCE(5)
               MOVE ACC-CURRENCY TO TOP-CURRENCY(5)
               PERFORM VARYING INSERT-IDX FROM 5 BY -1
                       UNTIL INSERT-IDX = 1
                   IF TOP-BALANCE(INSERT-IDX) >
       SWAP-TOP-ENTRIES.
           MOVE TOP-ACCOUNT(INSERT-IDX) TO SWAP-ACCOUNT
           MOVE TOP-BALANCE(INSERT-IDX) TO SWAP-BALANCE
           MOVE TOP-OWN-BALANCE(INSERT-IDX) TO SWAP-OWN-BALANCE
           MOVE TOP-CURRENCY(INSERT-IDX) TO SWAP-CURRENCY
           MOVE TOP-ACCOUNT(INSERT-IDX - 1) TO TOP-ACCOUNT(INSERT-IDX)
           MOVE TOP-BALANCE(INSERT-IDX - 1) TO TOP-BALANCE(INSERT-IDX)
           MOVE TOP-OWN-BALANCE(INSERT-IDX - 1)
               TO TOP-OWN-BALANCE(INSERT-IDX)
           MOVE TOP-CURRENCY(INSERT-IDX - 1) TO TOP-CURRENCY(INSERT-IDX)
           MOVE SWAP-ACCOUNT TO TOP-ACCOUNT(INSERT-IDX - 1)
           MOVE SWAP-BALANCE TO TOP-BALANCE(INSERT-IDX - 1)
           MOVE SWAP-OWN-BALANCE TO TOP-OWN-BALANCE(INSERT-IDX - 1)
           MOVE SWAP-CURRENCY TO TOP-CURRENCY(INSERT-IDX - 1).

      * Writes the management report: account counts, bank-wide
      * total (Rai equivalent), open balances by currency, and the
      * largest open-account balances.
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE


           MOVE TOTAL-BALANCE TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL BALANCE (RAI EQUIVALENT): " DELIMITED SIZE
                  FUNCTION TRIM(DISPLAY-TOTAL) DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "BALANCES BY CURRENCY:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CCY     ACCOUNTS              BALANCE"
                      DELIMITED SIZE
                  "       RAI EQUIVALENT" DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-TABLE-COUNT
               PERFORM WRITE-CURRENCY-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "LARGEST BALANCES:" TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING TOP-IDX FROM 1 BY 1 UNTIL TOP-IDX > 5
               IF TOP-ACCOUNT(TOP-IDX) NOT = ZERO
                   MOVE TOP-OWN-BALANCE(TOP-IDX) TO DISPLAY-TOP
                   MOVE SPACES TO REPORT-RECORD
                   STRING TOP-ACCOUNT(TOP-IDX) DELIMITED SIZE
                          " - " DELIMITED SIZE
                          FUNCTION TRIM(DISPLAY-TOP) DELIMITED SIZE
                          " " DELIMITED SIZE
                          TOP-CURRENCY(TOP-IDX) DELIMITED SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF

           CLOSE REPORT-FILE
           DISPLAY "End-of-day report written to eod_report.txt".

       WRITE-CURRENCY-LINE.
           COMPUTE CCY-RAI-BALANCE ROUNDED =
               CCY-BALANCE(CCY-IDX) / CCY-RATE(CCY-IDX)
               ON SIZE ERROR
                   MOVE CCY-BALANCE(CCY-IDX) TO CCY-RAI-BALANCE
           END-COMPUTE
           MOVE CCY-COUNT(CCY-IDX) TO REPORT-CCY-COUNT
           MOVE CCY-BALANCE(CCY-IDX) TO DISPLAY-CCY-BALANCE
           MOVE CCY-RAI-BALANCE TO DISPLAY-CCY-RAI
           MOVE SPACES TO REPORT-RECORD
           STRING CCY-CODE(CCY-IDX) DELIMITED SIZE
                  "  " DELIMITED SIZE
                  REPORT-CCY-COUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  DISPLAY-CCY-BALANCE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  DISPLAY-CCY-RAI DELIMITED SIZE
                  INTO REPORT-RECORD
           IF CCY-RATE-FOUND(CCY-IDX) = "N"
               MOVE "NO FX RATE" TO REPORT-RECORD(49:10)
           END-IF
           WRITE REPORT-RECORD.
