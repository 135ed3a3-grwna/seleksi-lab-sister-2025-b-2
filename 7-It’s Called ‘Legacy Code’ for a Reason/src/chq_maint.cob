       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQMAINT.

      * Cheque book issuance. Each ISS record in chqmaint.txt issues
      * one book of cheques against an account and records it in the
      * cheque register, cheques.txt, as a B line carrying the serial
      * range and the business date it was issued on - the range
      * BANKING's CHQ debit checks every presented cheque against.
      * The account must be on accounts.txt, open (not closed, not
      * frozen) and a CHK account - no other product carries a
      * cheque facility. The book is 25 leaves unless the record says
      * otherwise (at most 100); the first serial may be given, else
      * it follows on from the highest serial the account has been
      * issued so far (000001 for a first book). A range overlapping
      * any earlier book of the same account is refused, so a serial
      * always names exactly one leaf. Rejected lines are skipped
      * while the rest of the batch applies, the way MANDMAINT does.
      * The register is only ever appended to - BANKING adds paid and
      * stop-payment lines to the same file as it posts - so books
      * are written with OPEN EXTEND rather than swapped through a
      * .tmp file. Every issue and every rejection goes to
      * custaudit.txt tagged CHQ, and a processed chqmaint.txt is
      * renamed .done. A register holding more books than the
      * in-memory table stops the run before anything is issued -
      * the overlap check and the serial numbering would otherwise
      * not see every book - and an ISS once the table is full is
      * rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-FILE ASSIGN TO "chqmaint.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHEQUE-FILE ASSIGN TO "cheques.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "custaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * One maintenance record per line:
      *    1-3   action (ISS)
      *    4-9   account
      *   10-12  number of leaves (001-100, blank = 25)
      *   13-18  first serial (blank = next after the account's last)
       FD MAINT-FILE.
       01 MAINT-RECORD          PIC X(18).

      * cheques.txt - the register BANKING and CHQRPT read:
      *    1     kind B book / P paid / S stop payment
      *    2-7   account
      *    8-13  first serial (B) / cheque number (P, S)
      *   14-19  last serial (B)
      *   20-27  date issued / paid / stop taken
      *   28-40  amount paid (P)
      *   41-50  ledger seq (P)
      *   51-58  stop expiry (S)
      *   59-66  operator
       FD CHEQUE-FILE.
       01 CHEQUE-RECORD         PIC X(66).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C/F
                                               *> 43-45: product

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(120).

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 RUN-TIME               PIC 9(8).
      * The bank's business date - what a book is dated by. The
      * audit stamp keeps the clock.
       77 BUSINESS-DATE          PIC 9(8).
       77 STAMP-TEXT             PIC X(18).
       77 SHELL-COMMAND          PIC X(100).

      * Every book already on the register (B lines only), loaded
      * once; a book issued by this run joins it, so two ISS lines
      * for the same account in one batch number on from each other.
       01 BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 20000 TIMES.
               10 BOOK-ACCOUNT   PIC X(6).
               10 BOOK-FIRST     PIC 9(6).
               10 BOOK-LAST      PIC 9(6).
       77 BOOK-COUNT             PIC 9(5) VALUE ZERO.
       77 BOOK-IDX               PIC 9(5).
       77 BOOK-OVERFLOW          PIC X VALUE "N".

       77 MAINT-ACTION           PIC X(3).
       77 MAINT-ACCOUNT-RAW      PIC X(6).
       77 MAINT-LEAVES-RAW       PIC X(3).
       77 MAINT-FIRST-RAW        PIC X(6).
       77 MAINT-LEAVES           PIC 9(3).
       77 DEFAULT-LEAVES         PIC 9(3) VALUE 25.
       77 MAX-LEAVES             PIC 9(3) VALUE 100.
       77 NEW-FIRST              PIC 9(7).
       77 NEW-LAST               PIC 9(7).
       77 HIGHEST-SERIAL         PIC 9(6).
       77 REJECT-REASON          PIC X(40).
       77 RECORD-OK              PIC X VALUE "Y".

      * Y open, C closed, F frozen, N not on file.
       77 ACCOUNT-FOUND          PIC X VALUE "N".
       77 ACCOUNT-PRODUCT        PIC X(3).

       77 APPLIED-COUNT          PIC 9(9) VALUE ZERO.
       77 REJECTED-COUNT         PIC 9(9) VALUE ZERO.
       77 REPORT-APPLIED-COUNT   PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-REJECTED-COUNT  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-BOOK-TABLE
           IF BOOK-OVERFLOW = "Y"
               DISPLAY "ERROR: cheques.txt HAS MORE THAN 20000 BOOKS"
                   " - NOTHING ISSUED, chqmaint.txt LEFT IN PLACE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-FILE
           PERFORM FOREVER
               READ MAINT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MAINT-RECORD NOT = SPACES
                           PERFORM APPLY-ONE-MAINT-RECORD
                       END-IF
           END-PERFORM
           CLOSE MAINT-FILE
           IF APPLIED-COUNT > ZERO OR REJECTED-COUNT > ZERO
               PERFORM RETIRE-MAINT-FILE
           END-IF
           MOVE APPLIED-COUNT TO REPORT-APPLIED-COUNT
           MOVE REJECTED-COUNT TO REPORT-REJECTED-COUNT
           DISPLAY "Cheque book issuance: "
               FUNCTION TRIM(REPORT-APPLIED-COUNT) " issued, "
               FUNCTION TRIM(REPORT-REJECTED-COUNT) " rejected"
           IF REJECTED-COUNT > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-BOOK-TABLE.
           MOVE ZERO TO BOOK-COUNT
           OPEN INPUT CHEQUE-FILE
           PERFORM FOREVER
               READ CHEQUE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CHEQUE-RECORD(1:1) = "B"
                               AND CHEQUE-RECORD(8:6) IS NUMERIC
                               AND CHEQUE-RECORD(14:6) IS NUMERIC
                           IF BOOK-COUNT < 20000
                               ADD 1 TO BOOK-COUNT
                               MOVE CHEQUE-RECORD(2:6)
                                   TO BOOK-ACCOUNT(BOOK-COUNT)
                               MOVE CHEQUE-RECORD(8:6)
                                   TO BOOK-FIRST(BOOK-COUNT)
                               MOVE CHEQUE-RECORD(14:6)
                                   TO BOOK-LAST(BOOK-COUNT)
                           ELSE
                               MOVE "Y" TO BOOK-OVERFLOW
                               EXIT PERFORM
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE CHEQUE-FILE.

       APPLY-ONE-MAINT-RECORD.
           MOVE MAINT-RECORD(1:3) TO MAINT-ACTION
           MOVE MAINT-RECORD(4:6) TO MAINT-ACCOUNT-RAW
           MOVE MAINT-RECORD(10:3) TO MAINT-LEAVES-RAW
           MOVE MAINT-RECORD(13:6) TO MAINT-FIRST-RAW
           PERFORM VALIDATE-MAINT-RECORD
           IF RECORD-OK = "Y"
               PERFORM ISSUE-CHEQUE-BOOK
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-REJECT-AUDIT
           END-IF.

      * Everything that must hold before a book goes on the register.
      * NEW-FIRST/NEW-LAST are wide enough to hold a range running
      * past 999999, which is refused rather than wrapped.
       VALIDATE-MAINT-RECORD.
           MOVE "Y" TO RECORD-OK
           MOVE SPACES TO REJECT-REASON
           IF MAINT-ACTION NOT = "ISS"
               MOVE "N" TO RECORD-OK
               MOVE "UNKNOWN ACTION" TO REJECT-REASON
           ELSE IF BOOK-COUNT NOT < 20000
               MOVE "N" TO RECORD-OK
               MOVE "CHEQUE BOOK TABLE FULL" TO REJECT-REASON
           ELSE IF MAINT-ACCOUNT-RAW IS NOT NUMERIC
               MOVE "N" TO RECORD-OK
               MOVE "INVALID ACCOUNT NUMBER" TO REJECT-REASON
           ELSE IF MAINT-LEAVES-RAW NOT = SPACES
                   AND MAINT-LEAVES-RAW IS NOT NUMERIC
               MOVE "N" TO RECORD-OK
               MOVE "INVALID NUMBER OF LEAVES" TO REJECT-REASON
           ELSE IF MAINT-FIRST-RAW NOT = SPACES
                   AND MAINT-FIRST-RAW IS NOT NUMERIC
               MOVE "N" TO RECORD-OK
               MOVE "INVALID FIRST SERIAL" TO REJECT-REASON
           ELSE
               PERFORM FIND-ACCOUNT
               PERFORM WORK-OUT-SERIAL-RANGE
               IF ACCOUNT-FOUND = "N"
                   MOVE "N" TO RECORD-OK
                   MOVE "ACCOUNT NOT FOUND" TO REJECT-REASON
               ELSE IF ACCOUNT-FOUND = "C"
                   MOVE "N" TO RECORD-OK
                   MOVE "ACCOUNT CLOSED" TO REJECT-REASON
               ELSE IF ACCOUNT-FOUND = "F"
                   MOVE "N" TO RECORD-OK
                   MOVE "ACCOUNT FROZEN - DORMANT" TO REJECT-REASON
               ELSE IF ACCOUNT-PRODUCT NOT = "CHK"
                   MOVE "N" TO RECORD-OK
                   MOVE "PRODUCT HAS NO CHEQUE FACILITY"
                       TO REJECT-REASON
               ELSE IF MAINT-LEAVES = ZERO
                       OR MAINT-LEAVES > MAX-LEAVES
                   MOVE "N" TO RECORD-OK
                   MOVE "INVALID NUMBER OF LEAVES" TO REJECT-REASON
               ELSE IF NEW-FIRST = ZERO OR NEW-LAST > 999999
                   MOVE "N" TO RECORD-OK
                   MOVE "SERIAL RANGE OUT OF BOUNDS" TO REJECT-REASON
               ELSE
                   PERFORM CHECK-BOOK-OVERLAP
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       WORK-OUT-SERIAL-RANGE.
           IF MAINT-LEAVES-RAW = SPACES
               MOVE DEFAULT-LEAVES TO MAINT-LEAVES
           ELSE
               MOVE MAINT-LEAVES-RAW TO MAINT-LEAVES
           END-IF
           IF MAINT-FIRST-RAW = SPACES
               MOVE ZERO TO HIGHEST-SERIAL
               PERFORM VARYING BOOK-IDX FROM 1 BY 1
                       UNTIL BOOK-IDX > BOOK-COUNT
                   IF BOOK-ACCOUNT(BOOK-IDX) = MAINT-ACCOUNT-RAW
                           AND BOOK-LAST(BOOK-IDX) > HIGHEST-SERIAL
                       MOVE BOOK-LAST(BOOK-IDX) TO HIGHEST-SERIAL
                   END-IF
               END-PERFORM
               COMPUTE NEW-FIRST = HIGHEST-SERIAL + 1
           ELSE
               MOVE MAINT-FIRST-RAW TO NEW-FIRST
           END-IF
           COMPUTE NEW-LAST = NEW-FIRST + MAINT-LEAVES - 1.

       CHECK-BOOK-OVERLAP.
           PERFORM VARYING BOOK-IDX FROM 1 BY 1
                   UNTIL BOOK-IDX > BOOK-COUNT
               IF BOOK-ACCOUNT(BOOK-IDX) = MAINT-ACCOUNT-RAW
                       AND NEW-FIRST <= BOOK-LAST(BOOK-IDX)
                       AND NEW-LAST >= BOOK-FIRST(BOOK-IDX)
                   MOVE "N" TO RECORD-OK
                   MOVE "SERIALS OVERLAP AN ISSUED BOOK"
                       TO REJECT-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ACCOUNT.
           MOVE "N" TO ACCOUNT-FOUND
           MOVE SPACES TO ACCOUNT-PRODUCT
           OPEN INPUT ACC-FILE
           PERFORM FOREVER
               READ ACC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACC-RECORD-RAW(1:6) = MAINT-ACCOUNT-RAW
                           MOVE ACC-RECORD-RAW(43:3) TO ACCOUNT-PRODUCT
                           IF ACC-RECORD-RAW(23:1) = "C"
                               MOVE "C" TO ACCOUNT-FOUND
                           ELSE IF ACC-RECORD-RAW(23:1) = "F"
                               MOVE "F" TO ACCOUNT-FOUND
                           ELSE
                               MOVE "Y" TO ACCOUNT-FOUND
                           END-IF
                           END-IF
                           EXIT PERFORM
                       END-IF
           END-PERFORM
           CLOSE ACC-FILE.

       ISSUE-CHEQUE-BOOK.
           MOVE SPACES TO CHEQUE-RECORD
           MOVE "B" TO CHEQUE-RECORD(1:1)
           MOVE MAINT-ACCOUNT-RAW TO CHEQUE-RECORD(2:6)
           MOVE NEW-FIRST(2:6) TO CHEQUE-RECORD(8:6)
           MOVE NEW-LAST(2:6) TO CHEQUE-RECORD(14:6)
           MOVE BUSINESS-DATE TO CHEQUE-RECORD(20:8)
           MOVE "CHQMAINT" TO CHEQUE-RECORD(59:8)
           OPEN EXTEND CHEQUE-FILE
           WRITE CHEQUE-RECORD
           CLOSE CHEQUE-FILE
           ADD 1 TO BOOK-COUNT
           MOVE MAINT-ACCOUNT-RAW TO BOOK-ACCOUNT(BOOK-COUNT)
           MOVE NEW-FIRST TO BOOK-FIRST(BOOK-COUNT)
           MOVE NEW-LAST TO BOOK-LAST(BOOK-COUNT)
           PERFORM WRITE-CHANGE-AUDIT.

       BUILD-TIME-STAMP.
           ACCEPT RUN-TIME FROM TIME
           MOVE SPACES TO STAMP-TEXT
           STRING RUN-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  RUN-TIME(1:2) DELIMITED SIZE
                  ":" DELIMITED SIZE
                  RUN-TIME(3:2) DELIMITED SIZE
                  ":" DELIMITED SIZE
                  RUN-TIME(5:2) DELIMITED SIZE
                  INTO STAMP-TEXT.

      * One custaudit.txt line per book issued, tagged CHQ.
       WRITE-CHANGE-AUDIT.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO AUDIT-RECORD
           STRING STAMP-TEXT DELIMITED SIZE
                  " CHQ ISS " DELIMITED SIZE
                  MAINT-ACCOUNT-RAW DELIMITED SIZE
                  " SERIALS [" DELIMITED SIZE
                  NEW-FIRST(2:6) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  NEW-LAST(2:6) DELIMITED SIZE
                  "] ISSUED [" DELIMITED SIZE
                  BUSINESS-DATE DELIMITED SIZE
                  "]" DELIMITED SIZE
                  INTO AUDIT-RECORD
           PERFORM APPEND-AUDIT-LINE.

       WRITE-REJECT-AUDIT.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO AUDIT-RECORD
           STRING STAMP-TEXT DELIMITED SIZE
                  " REJECTED CHQ " DELIMITED SIZE
                  MAINT-ACTION DELIMITED SIZE
                  " " DELIMITED SIZE
                  MAINT-ACCOUNT-RAW DELIMITED SIZE
                  ": " DELIMITED SIZE
                  FUNCTION TRIM(REJECT-REASON) DELIMITED SIZE
                  INTO AUDIT-RECORD
           PERFORM APPEND-AUDIT-LINE.

       APPEND-AUDIT-LINE.
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

      * Renames the processed batch out of the way so a rerun never
      * issues the same books twice, same as MANDMAINT's.
       RETIRE-MAINT-FILE.
           MOVE SPACES TO SHELL-COMMAND
           STRING "mv chqmaint.txt chqmaint.txt.done"
               DELIMITED SIZE INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: COULD NOT RETIRE chqmaint.txt - "
                   "REMOVE IT BEFORE THE NEXT RUN"
               MOVE 1 TO RETURN-CODE
           END-IF.

      * The business date off businessdate.txt, or the machine date
      * when there is no control file.
       LOAD-BUSINESS-DATE.
           MOVE RUN-DATE TO BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BUSINESS-DATE-RECORD(1:8) IS NUMERIC
                       MOVE BUSINESS-DATE-RECORD(1:8) TO BUSINESS-DATE
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.
