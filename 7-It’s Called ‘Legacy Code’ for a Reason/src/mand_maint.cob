       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMAINT.

      * Direct debit mandate maintenance. A customer authorizes a
      * biller - a utility, an insurer - to collect from one of their
      * accounts up to a maximum amount per collection until an
      * expiry date; DDCOLLECT checks every incoming collection
      * against what is recorded here. Changes arrive as a batch of
      * ADD/UPD/REV records in mandmaint.txt and are validated one by
      * one the way RELMAINT validates relmaint.txt: the account must
      * be on accounts.txt and not closed, the biller id must be
      * given, the maximum must be a positive amount and the expiry a
      * real date not already past. An ADD of a pair that already has
      * an active mandate, and an UPD/REV of a pair that doesn't, are
      * refused. REV is the customer revoking the mandate: the line
      * stays on file with status R and the revocation date, so
      * "when did they cancel it" keeps its answer, and DDCOLLECT
      * returns anything the biller still sends. A fresh ADD for a
      * revoked pair replaces the revoked line. Rejected lines are
      * skipped while the rest of the batch applies; the file is
      * rewritten through mandates.tmp plus one mv, every change and
      * every rejection goes to custaudit.txt tagged DDM beside
      * CUSTMAINT's and RELMAINT's own lines, and a processed
      * mandmaint.txt is renamed .done. As in RELMAINT, a
      * mandates.txt longer than the in-memory table stops the run
      * before anything is applied, and an ADD that needs a new line
      * once the table is full is rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-FILE ASSIGN TO "mandmaint.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MANDATE-FILE ASSIGN TO "mandates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANDATE-TMP-FILE ASSIGN TO "mandates.tmp"
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
      *    1-3   action (ADD / UPD / REV)
      *    4-9   account
      *   10-19  biller id
      *   20-32  maximum amount per collection (ADD/UPD)
      *   33-40  expiry date YYYYMMDD (ADD/UPD)
       FD MAINT-FILE.
       01 MAINT-RECORD          PIC X(40).

      * mandates.txt - the layout DDCOLLECT and CUSTRPT read:
      *    1-6   account
      *    7-16  biller id
      *   17-29  maximum amount per collection
      *   30-37  expiry date YYYYMMDD
      *   38     status A active / R revoked
      *   39-46  date set up, or date revoked
       FD MANDATE-FILE.
       01 MANDATE-RECORD        PIC X(46).

       FD MANDATE-TMP-FILE.
       01 MANDATE-TMP-RECORD    PIC X(46).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C/F

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(120).

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 RUN-TIME               PIC 9(8).
      * The bank's business date - what expiry is judged against and
      * what a mandate is dated by. The audit stamp keeps the clock.
       77 BUSINESS-DATE          PIC 9(8).
       77 STAMP-TEXT             PIC X(18).
       77 SHELL-COMMAND          PIC X(100).

      * In-memory mandate file, loaded once and stored once, the same
      * shape RELMAINT's REL-TABLE has.
       01 MANDATE-TABLE.
           05 MANDATE-ENTRY OCCURS 10000 TIMES.
               10 MANDATE-ROW   PIC X(46).
       77 MANDATE-COUNT          PIC 9(5) VALUE ZERO.
       77 MANDATE-IDX            PIC 9(5).
       77 MANDATE-SLOT           PIC 9(5) VALUE ZERO.
      * Y - an active mandate for the pair; R - only a revoked one;
      * N - none at all.
       77 MANDATE-FOUND          PIC X VALUE "N".
       77 MANDATE-OVERFLOW       PIC X VALUE "N".

       77 MAINT-ACTION           PIC X(3).
       77 MAINT-ACCOUNT-RAW      PIC X(6).
       77 MAINT-BILLER           PIC X(10).
       77 MAINT-MAX-RAW          PIC X(13).
       77 MAINT-EXPIRY-RAW       PIC X(8).
       77 MAINT-EXPIRY           PIC 9(8).
       77 WORK-AMOUNT            PIC S9(10)V99.
       77 MAINT-MAX-OUT          PIC 9(10).99.
       77 REJECT-REASON          PIC X(40).
       77 RECORD-OK              PIC X VALUE "Y".

       77 ACCOUNT-FOUND          PIC X VALUE "N".

       77 APPLIED-COUNT          PIC 9(9) VALUE ZERO.
       77 REJECTED-COUNT         PIC 9(9) VALUE ZERO.
       77 CHANGES-MADE           PIC X VALUE "N".
       77 SWAP-FAILED            PIC X VALUE "N".
       77 REPORT-APPLIED-COUNT   PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-REJECTED-COUNT  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-MANDATE-TABLE
           IF MANDATE-OVERFLOW = "Y"
               DISPLAY "ERROR: mandates.txt HAS MORE THAN 10000 LINES"
                   " - NOTHING APPLIED, mandmaint.txt LEFT IN PLACE"
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
           IF CHANGES-MADE = "Y"
               PERFORM STORE-MANDATE-TABLE
           END-IF
           IF SWAP-FAILED = "N"
                   AND (APPLIED-COUNT > ZERO
                        OR REJECTED-COUNT > ZERO)
               PERFORM RETIRE-MAINT-FILE
           END-IF
           MOVE APPLIED-COUNT TO REPORT-APPLIED-COUNT
           MOVE REJECTED-COUNT TO REPORT-REJECTED-COUNT
           DISPLAY "Mandate maintenance: "
               FUNCTION TRIM(REPORT-APPLIED-COUNT) " applied, "
               FUNCTION TRIM(REPORT-REJECTED-COUNT) " rejected"
           IF REJECTED-COUNT > ZERO OR SWAP-FAILED = "Y"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-MANDATE-TABLE.
           MOVE ZERO TO MANDATE-COUNT
           OPEN INPUT MANDATE-FILE
           PERFORM FOREVER
               READ MANDATE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MANDATE-RECORD NOT = SPACES
                           IF MANDATE-COUNT < 10000
                               ADD 1 TO MANDATE-COUNT
                               MOVE MANDATE-RECORD
                                   TO MANDATE-ROW(MANDATE-COUNT)
                           ELSE
                               MOVE "Y" TO MANDATE-OVERFLOW
                               EXIT PERFORM
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE MANDATE-FILE.

      * mandates.tmp plus one mv, the same swap RELMAINT's
      * STORE-RELATIONSHIP-TABLE does.
       STORE-MANDATE-TABLE.
           MOVE "N" TO SWAP-FAILED
           OPEN OUTPUT MANDATE-TMP-FILE
           PERFORM VARYING MANDATE-IDX FROM 1 BY 1
                   UNTIL MANDATE-IDX > MANDATE-COUNT
               WRITE MANDATE-TMP-RECORD FROM MANDATE-ROW(MANDATE-IDX)
           END-PERFORM
           CLOSE MANDATE-TMP-FILE
           CALL "SYSTEM" USING "mv mandates.tmp mandates.txt"
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO SWAP-FAILED
               DISPLAY "ERROR: COULD NOT REWRITE mandates.txt - "
                   "FILE UNCHANGED, RERUN AFTER FIXING"
           END-IF.

       APPLY-ONE-MAINT-RECORD.
           MOVE MAINT-RECORD(1:3) TO MAINT-ACTION
           MOVE MAINT-RECORD(4:6) TO MAINT-ACCOUNT-RAW
           MOVE MAINT-RECORD(10:10) TO MAINT-BILLER
           MOVE MAINT-RECORD(20:13) TO MAINT-MAX-RAW
           MOVE MAINT-RECORD(33:8) TO MAINT-EXPIRY-RAW
           PERFORM VALIDATE-MAINT-RECORD
           IF RECORD-OK = "Y"
               EVALUATE MAINT-ACTION
                   WHEN "ADD"
                       PERFORM ADD-MANDATE
                   WHEN "UPD"
                       PERFORM UPDATE-MANDATE
                   WHEN "REV"
                       PERFORM REVOKE-MANDATE
               END-EVALUATE
               ADD 1 TO APPLIED-COUNT
               MOVE "Y" TO CHANGES-MADE
           ELSE
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-REJECT-AUDIT
           END-IF.

      * Everything that must hold before mandates.txt is touched. A
      * REV only needs the active mandate to exist - a customer must
      * still be able to cancel against an account since frozen.
       VALIDATE-MAINT-RECORD.
           MOVE "Y" TO RECORD-OK
           MOVE SPACES TO REJECT-REASON
           IF MAINT-ACCOUNT-RAW IS NOT NUMERIC
               MOVE "N" TO RECORD-OK
               MOVE "INVALID ACCOUNT NUMBER" TO REJECT-REASON
           ELSE IF MAINT-BILLER = SPACES
               MOVE "N" TO RECORD-OK
               MOVE "MISSING BILLER ID" TO REJECT-REASON
           ELSE
               PERFORM SEARCH-MANDATE-TABLE
               EVALUATE MAINT-ACTION
                   WHEN "ADD"
                       IF MANDATE-FOUND = "Y"
                           MOVE "N" TO RECORD-OK
                           MOVE "MANDATE ALREADY ACTIVE"
                               TO REJECT-REASON
                       ELSE IF MANDATE-FOUND = "N"
                               AND MANDATE-COUNT NOT < 10000
                           MOVE "N" TO RECORD-OK
                           MOVE "MANDATE TABLE FULL" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-MANDATE-TERMS
                       END-IF
                       END-IF
                   WHEN "UPD"
                       IF MANDATE-FOUND NOT = "Y"
                           MOVE "N" TO RECORD-OK
                           MOVE "NO ACTIVE MANDATE" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-MANDATE-TERMS
                       END-IF
                   WHEN "REV"
                       IF MANDATE-FOUND NOT = "Y"
                           MOVE "N" TO RECORD-OK
                           MOVE "NO ACTIVE MANDATE" TO REJECT-REASON
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO RECORD-OK
                       MOVE "UNKNOWN ACTION" TO REJECT-REASON
               END-EVALUATE
           END-IF
           END-IF.

      * ADD and UPD both (re)state the terms, so both need an
      * account still open, a positive maximum and an expiry that is
      * a real date and not already behind us.
       VALIDATE-MANDATE-TERMS.
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND = "N"
               MOVE "N" TO RECORD-OK
               MOVE "ACCOUNT NOT FOUND" TO REJECT-REASON
           ELSE IF ACCOUNT-FOUND = "C"
               MOVE "N" TO RECORD-OK
               MOVE "ACCOUNT CLOSED" TO REJECT-REASON
           ELSE IF FUNCTION TEST-NUMVAL(MAINT-MAX-RAW) NOT = 0
               MOVE "N" TO RECORD-OK
               MOVE "MALFORMED MAXIMUM AMOUNT" TO REJECT-REASON
           ELSE
               MOVE FUNCTION NUMVAL(MAINT-MAX-RAW) TO WORK-AMOUNT
               IF WORK-AMOUNT NOT > ZERO
                   MOVE "N" TO RECORD-OK
                   MOVE "MAXIMUM AMOUNT MUST BE POSITIVE"
                       TO REJECT-REASON
               ELSE IF MAINT-EXPIRY-RAW IS NOT NUMERIC
                   MOVE "N" TO RECORD-OK
                   MOVE "INVALID EXPIRY DATE" TO REJECT-REASON
               ELSE
                   MOVE MAINT-EXPIRY-RAW TO MAINT-EXPIRY
                   IF FUNCTION TEST-DATE-YYYYMMDD(MAINT-EXPIRY)
                           NOT = 0
                       MOVE "N" TO RECORD-OK
                       MOVE "INVALID EXPIRY DATE" TO REJECT-REASON
                   ELSE IF MAINT-EXPIRY < BUSINESS-DATE
                       MOVE "N" TO RECORD-OK
                       MOVE "EXPIRY DATE ALREADY PAST"
                           TO REJECT-REASON
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      * MANDATE-SLOT points at the pair's active line when there is
      * one, else at its revoked line, so an ADD can reuse it.
       SEARCH-MANDATE-TABLE.
           MOVE "N" TO MANDATE-FOUND
           MOVE ZERO TO MANDATE-SLOT
           PERFORM VARYING MANDATE-IDX FROM 1 BY 1
                   UNTIL MANDATE-IDX > MANDATE-COUNT
               IF MANDATE-ROW(MANDATE-IDX)(1:6) = MAINT-ACCOUNT-RAW
                       AND MANDATE-ROW(MANDATE-IDX)(7:10)
                           = MAINT-BILLER
                   MOVE MANDATE-IDX TO MANDATE-SLOT
                   IF MANDATE-ROW(MANDATE-IDX)(38:1) = "A"
                       MOVE "Y" TO MANDATE-FOUND
                       EXIT PERFORM
                   ELSE
                       MOVE "R" TO MANDATE-FOUND
                   END-IF
               END-IF
           END-PERFORM.

      * ACCOUNT-FOUND comes back Y (open or frozen), C (closed) or N.
       FIND-ACCOUNT.
           MOVE "N" TO ACCOUNT-FOUND
           OPEN INPUT ACC-FILE
           PERFORM FOREVER
               READ ACC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACC-RECORD-RAW(1:6) = MAINT-ACCOUNT-RAW
                           IF ACC-RECORD-RAW(23:1) = "C"
                               MOVE "C" TO ACCOUNT-FOUND
                           ELSE
                               MOVE "Y" TO ACCOUNT-FOUND
                           END-IF
                           EXIT PERFORM
                       END-IF
           END-PERFORM
           CLOSE ACC-FILE.

       ADD-MANDATE.
           IF MANDATE-SLOT = ZERO
               ADD 1 TO MANDATE-COUNT
               MOVE MANDATE-COUNT TO MANDATE-SLOT
           END-IF
           MOVE SPACES TO MANDATE-ROW(MANDATE-SLOT)
           MOVE MAINT-ACCOUNT-RAW TO MANDATE-ROW(MANDATE-SLOT)(1:6)
           MOVE MAINT-BILLER TO MANDATE-ROW(MANDATE-SLOT)(7:10)
           PERFORM SET-MANDATE-TERMS
           MOVE "A" TO MANDATE-ROW(MANDATE-SLOT)(38:1)
           MOVE BUSINESS-DATE TO MANDATE-ROW(MANDATE-SLOT)(39:8)
           PERFORM WRITE-CHANGE-AUDIT.

       UPDATE-MANDATE.
           PERFORM WRITE-CHANGE-AUDIT
           PERFORM SET-MANDATE-TERMS.

       SET-MANDATE-TERMS.
           MOVE WORK-AMOUNT TO MAINT-MAX-OUT
           MOVE MAINT-MAX-OUT TO MANDATE-ROW(MANDATE-SLOT)(17:13)
           MOVE MAINT-EXPIRY TO MANDATE-ROW(MANDATE-SLOT)(30:8).

       REVOKE-MANDATE.
           PERFORM WRITE-CHANGE-AUDIT
           MOVE "R" TO MANDATE-ROW(MANDATE-SLOT)(38:1)
           MOVE BUSINESS-DATE TO MANDATE-ROW(MANDATE-SLOT)(39:8).

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

      * One custaudit.txt line per applied change, tagged DDM. UPD
      * and REV show the terms the mandate had before, taken from
      * the table before the change lands.
       WRITE-CHANGE-AUDIT.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO AUDIT-RECORD
           EVALUATE MAINT-ACTION
               WHEN "ADD"
                   STRING STAMP-TEXT DELIMITED SIZE
                          " DDM ADD " DELIMITED SIZE
                          MAINT-ACCOUNT-RAW DELIMITED SIZE
                          " " DELIMITED SIZE
                          MAINT-BILLER DELIMITED SIZE
                          " MAX [" DELIMITED SIZE
                          FUNCTION TRIM(MAINT-MAX-RAW) DELIMITED SIZE
                          "] EXPIRES [" DELIMITED SIZE
                          MAINT-EXPIRY-RAW DELIMITED SIZE
                          "]" DELIMITED SIZE
                          INTO AUDIT-RECORD
               WHEN "UPD"
                   STRING STAMP-TEXT DELIMITED SIZE
                          " DDM UPD " DELIMITED SIZE
                          MAINT-ACCOUNT-RAW DELIMITED SIZE
                          " " DELIMITED SIZE
                          MAINT-BILLER DELIMITED SIZE
                          " WAS [" DELIMITED SIZE
                          FUNCTION TRIM(
                              MANDATE-ROW(MANDATE-SLOT)(17:13))
                              DELIMITED SIZE
                          " " DELIMITED SIZE
                          MANDATE-ROW(MANDATE-SLOT)(30:8)
                              DELIMITED SIZE
                          "] NOW [" DELIMITED SIZE
                          FUNCTION TRIM(MAINT-MAX-RAW) DELIMITED SIZE
                          " " DELIMITED SIZE
                          MAINT-EXPIRY-RAW DELIMITED SIZE
                          "]" DELIMITED SIZE
                          INTO AUDIT-RECORD
               WHEN OTHER
                   STRING STAMP-TEXT DELIMITED SIZE
                          " DDM REV " DELIMITED SIZE
                          MAINT-ACCOUNT-RAW DELIMITED SIZE
                          " " DELIMITED SIZE
                          MAINT-BILLER DELIMITED SIZE
                          " REVOKED BY CUSTOMER" DELIMITED SIZE
                          INTO AUDIT-RECORD
           END-EVALUATE
           PERFORM APPEND-AUDIT-LINE.

       WRITE-REJECT-AUDIT.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO AUDIT-RECORD
           STRING STAMP-TEXT DELIMITED SIZE
                  " REJECTED DDM " DELIMITED SIZE
                  MAINT-ACTION DELIMITED SIZE
                  " " DELIMITED SIZE
                  MAINT-ACCOUNT-RAW DELIMITED SIZE
                  " " DELIMITED SIZE
                  MAINT-BILLER DELIMITED SIZE
                  ": " DELIMITED SIZE
                  FUNCTION TRIM(REJECT-REASON) DELIMITED SIZE
                  INTO AUDIT-RECORD
           PERFORM APPEND-AUDIT-LINE.

       APPEND-AUDIT-LINE.
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

      * Renames the processed batch out of the way so a rerun never
      * re-applies it, same as RELMAINT's RETIRE-MAINT-FILE.
       RETIRE-MAINT-FILE.
           MOVE SPACES TO SHELL-COMMAND
           STRING "mv mandmaint.txt mandmaint.txt.done"
               DELIMITED SIZE INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: COULD NOT RETIRE mandmaint.txt - "
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
