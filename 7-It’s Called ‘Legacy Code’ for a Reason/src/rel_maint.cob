       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMAINT.

      * Account-relationship maintenance. accounts.txt positions
      * 37-42 can name only one customer, so a joint account held by
      * a couple or by company directors records everyone else in
      * acctrel.txt: one line per account and customer, each with a
      * role - P primary, J joint owner, S authorized signatory or
      * A power of attorney. Changes arrive as a batch of ADD/UPD/
      * DEL records in relmaint.txt and are validated one by one the
      * way CUSTMAINT validates custmaint.txt: the account must be on
      * accounts.txt and the customer on customers.txt, the role
      * must be one of the four, an ADD of a pair already linked and
      * an UPD/DEL of a pair that isn't are refused, and a P role may
      * only name the customer the account row itself carries in
      * 37-42 - the primary owner is never two different people.
      * Rejected lines are skipped while the rest of the batch
      * applies; the file is rewritten through acctrel.tmp plus one
      * mv, every change and every rejection goes to custaudit.txt
      * beside CUSTMAINT's own lines, and a processed relmaint.txt
      * is renamed .done. An acctrel.txt longer than the in-memory
      * table stops the run before anything is applied - rewriting
      * it would drop the rows that did not fit - and an ADD once
      * the table is full is rejected like any other bad line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-FILE ASSIGN TO "relmaint.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REL-FILE ASSIGN TO "acctrel.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-TMP-FILE ASSIGN TO "acctrel.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "custaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * One maintenance record per line:
      *    1-3   action (ADD / UPD / DEL)
      *    4-9   account
      *   10-15  customer id
      *   16     role (P / J / S / A; ADD/UPD)
       FD MAINT-FILE.
       01 MAINT-RECORD          PIC X(16).

      * acctrel.txt: 1-6 account, 7-12 customer id, 13 role - the
      * layout CUSTRPT, CUSTMAINT and PREFLIGHT read.
       FD REL-FILE.
       01 REL-RECORD            PIC X(13).

       FD REL-TMP-FILE.
       01 REL-TMP-RECORD        PIC X(13).

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(64).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 23: status O/C
                                               *> 37-42: customer id

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 RUN-TIME               PIC 9(8).
       77 STAMP-TEXT             PIC X(18).
       77 SHELL-COMMAND          PIC X(100).

      * In-memory relationship file, loaded once and stored once,
      * the same shape CUSTMAINT's CUST-TABLE has. A deleted row is
      * LOW-VALUES and simply not written out.
       01 REL-TABLE.
           05 REL-ENTRY OCCURS 10000 TIMES.
               10 REL-ROW       PIC X(13).
       77 REL-COUNT              PIC 9(5) VALUE ZERO.
       77 REL-IDX                PIC 9(5).
       77 REL-SLOT               PIC 9(5) VALUE ZERO.
       77 REL-FOUND              PIC X VALUE "N".
       77 REL-OVERFLOW           PIC X VALUE "N".

       77 MAINT-ACTION           PIC X(3).
       77 MAINT-ACCOUNT-RAW      PIC X(6).
       77 MAINT-CUST-RAW         PIC X(6).
       77 MAINT-ROLE             PIC X.
       77 REJECT-REASON          PIC X(40).
       77 RECORD-OK              PIC X VALUE "Y".

       77 ACCOUNT-FOUND          PIC X VALUE "N".
       77 ACCOUNT-OWNER          PIC X(6).
       77 CUSTOMER-FOUND         PIC X VALUE "N".

       77 APPLIED-COUNT          PIC 9(9) VALUE ZERO.
       77 REJECTED-COUNT         PIC 9(9) VALUE ZERO.
       77 CHANGES-MADE           PIC X VALUE "N".
       77 SWAP-FAILED            PIC X VALUE "N".
       77 REPORT-APPLIED-COUNT   PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-REJECTED-COUNT  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RELATIONSHIP-TABLE
           IF REL-OVERFLOW = "Y"
               DISPLAY "ERROR: acctrel.txt HAS MORE THAN 10000 LINES"
                   " - NOTHING APPLIED, relmaint.txt LEFT IN PLACE"
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
               PERFORM STORE-RELATIONSHIP-TABLE
           END-IF
           IF SWAP-FAILED = "N"
                   AND (APPLIED-COUNT > ZERO
                        OR REJECTED-COUNT > ZERO)
               PERFORM RETIRE-MAINT-FILE
           END-IF
           MOVE APPLIED-COUNT TO REPORT-APPLIED-COUNT
           MOVE REJECTED-COUNT TO REPORT-REJECTED-COUNT
           DISPLAY "Relationship maintenance: "
               FUNCTION TRIM(REPORT-APPLIED-COUNT) " applied, "
               FUNCTION TRIM(REPORT-REJECTED-COUNT) " rejected"
           IF REJECTED-COUNT > ZERO OR SWAP-FAILED = "Y"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RELATIONSHIP-TABLE.
           MOVE ZERO TO REL-COUNT
           OPEN INPUT REL-FILE
           PERFORM FOREVER
               READ REL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF REL-RECORD NOT = SPACES
                           IF REL-COUNT < 10000
                               ADD 1 TO REL-COUNT
                               MOVE REL-RECORD TO REL-ROW(REL-COUNT)
                           ELSE
                               MOVE "Y" TO REL-OVERFLOW
                               EXIT PERFORM
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE REL-FILE.

      * acctrel.tmp plus one mv, the same swap CUSTMAINT's
      * STORE-CUSTOMER-TABLE does.
       STORE-RELATIONSHIP-TABLE.
           MOVE "N" TO SWAP-FAILED
           OPEN OUTPUT REL-TMP-FILE
           PERFORM VARYING REL-IDX FROM 1 BY 1
                   UNTIL REL-IDX > REL-COUNT
               IF REL-ROW(REL-IDX) NOT = LOW-VALUES
                   WRITE REL-TMP-RECORD FROM REL-ROW(REL-IDX)
               END-IF
           END-PERFORM
           CLOSE REL-TMP-FILE
           CALL "SYSTEM" USING "mv acctrel.tmp acctrel.txt"
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO SWAP-FAILED
               DISPLAY "ERROR: COULD NOT REWRITE acctrel.txt - "
                   "FILE UNCHANGED, RERUN AFTER FIXING"
           END-IF.

       APPLY-ONE-MAINT-RECORD.
           MOVE MAINT-RECORD(1:3) TO MAINT-ACTION
           MOVE MAINT-RECORD(4:6) TO MAINT-ACCOUNT-RAW
           MOVE MAINT-RECORD(10:6) TO MAINT-CUST-RAW
           MOVE MAINT-RECORD(16:1) TO MAINT-ROLE
           PERFORM VALIDATE-MAINT-RECORD
           IF RECORD-OK = "Y"
               EVALUATE MAINT-ACTION
                   WHEN "ADD"
                       PERFORM ADD-RELATIONSHIP
                   WHEN "UPD"
                       PERFORM UPDATE-RELATIONSHIP
                   WHEN "DEL"
                       PERFORM DELETE-RELATIONSHIP
               END-EVALUATE
               ADD 1 TO APPLIED-COUNT
               MOVE "Y" TO CHANGES-MADE
           ELSE
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-REJECT-AUDIT
           END-IF.

      * Everything that must hold before acctrel.txt is touched. A
      * DEL only needs the pair to exist - it must still be possible
      * to unlink a customer from an account that has since closed.
       VALIDATE-MAINT-RECORD.
           MOVE "Y" TO RECORD-OK
           MOVE SPACES TO REJECT-REASON
           IF MAINT-ACCOUNT-RAW IS NOT NUMERIC
               MOVE "N" TO RECORD-OK
               MOVE "INVALID ACCOUNT NUMBER" TO REJECT-REASON
           ELSE IF MAINT-CUST-RAW IS NOT NUMERIC
               MOVE "N" TO RECORD-OK
               MOVE "INVALID CUSTOMER ID" TO REJECT-REASON
           ELSE
               PERFORM SEARCH-RELATIONSHIP-TABLE
               EVALUATE MAINT-ACTION
                   WHEN "ADD"
                       IF REL-FOUND = "Y"
                           MOVE "N" TO RECORD-OK
                           MOVE "RELATIONSHIP ALREADY EXISTS"
                               TO REJECT-REASON
                       ELSE IF REL-COUNT NOT < 10000
                           MOVE "N" TO RECORD-OK
                           MOVE "RELATIONSHIP TABLE FULL"
                               TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-LINK-PARTIES
                       END-IF
                       END-IF
                   WHEN "UPD"
                       IF REL-FOUND = "N"
                           MOVE "N" TO RECORD-OK
                           MOVE "RELATIONSHIP NOT FOUND"
                               TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-LINK-PARTIES
                       END-IF
                   WHEN "DEL"
                       IF REL-FOUND = "N"
                           MOVE "N" TO RECORD-OK
                           MOVE "RELATIONSHIP NOT FOUND"
                               TO REJECT-REASON
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO RECORD-OK
                       MOVE "UNKNOWN ACTION" TO REJECT-REASON
               END-EVALUATE
           END-IF
           END-IF.

      * ADD and UPD both (re)state a role, so both need a known
      * role, an open account, a customer on the master and - for
      * P - the account row's own customer.
       VALIDATE-LINK-PARTIES.
           IF MAINT-ROLE NOT = "P" AND MAINT-ROLE NOT = "J"
                   AND MAINT-ROLE NOT = "S" AND MAINT-ROLE NOT = "A"
               MOVE "N" TO RECORD-OK
               MOVE "UNKNOWN ROLE" TO REJECT-REASON
           ELSE
               PERFORM FIND-ACCOUNT
               IF ACCOUNT-FOUND = "N"
                   MOVE "N" TO RECORD-OK
                   MOVE "ACCOUNT NOT FOUND" TO REJECT-REASON
               ELSE IF ACCOUNT-FOUND = "C"
                   MOVE "N" TO RECORD-OK
                   MOVE "ACCOUNT CLOSED" TO REJECT-REASON
               ELSE
                   PERFORM FIND-CUSTOMER
                   IF CUSTOMER-FOUND = "N"
                       MOVE "N" TO RECORD-OK
                       MOVE "CUSTOMER NOT FOUND" TO REJECT-REASON
                   ELSE IF MAINT-ROLE = "P"
                           AND ACCOUNT-OWNER NOT = MAINT-CUST-RAW
                       MOVE "N" TO RECORD-OK
                       MOVE "PRIMARY MUST BE ACCOUNT'S OWN CUSTOMER"
                           TO REJECT-REASON
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       SEARCH-RELATIONSHIP-TABLE.
           MOVE "N" TO REL-FOUND
           MOVE ZERO TO REL-SLOT
           PERFORM VARYING REL-IDX FROM 1 BY 1
                   UNTIL REL-IDX > REL-COUNT
               IF REL-ROW(REL-IDX)(1:6) = MAINT-ACCOUNT-RAW
                       AND REL-ROW(REL-IDX)(7:6) = MAINT-CUST-RAW
                   MOVE "Y" TO REL-FOUND
                   MOVE REL-IDX TO REL-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * ACCOUNT-FOUND comes back Y (open), C (closed) or N.
       FIND-ACCOUNT.
           MOVE "N" TO ACCOUNT-FOUND
           MOVE SPACES TO ACCOUNT-OWNER
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
                           MOVE ACC-RECORD-RAW(37:6) TO ACCOUNT-OWNER
                           EXIT PERFORM
                       END-IF
           END-PERFORM
           CLOSE ACC-FILE.

       FIND-CUSTOMER.
           MOVE "N" TO CUSTOMER-FOUND
           OPEN INPUT CUST-FILE
           PERFORM FOREVER
               READ CUST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CUST-RECORD(1:6) = MAINT-CUST-RAW
                           MOVE "Y" TO CUSTOMER-FOUND
                           EXIT PERFORM
                       END-IF
           END-PERFORM
           CLOSE CUST-FILE.

       ADD-RELATIONSHIP.
           ADD 1 TO REL-COUNT
           MOVE SPACES TO REL-ROW(REL-COUNT)
           MOVE MAINT-ACCOUNT-RAW TO REL-ROW(REL-COUNT)(1:6)
           MOVE MAINT-CUST-RAW TO REL-ROW(REL-COUNT)(7:6)
           MOVE MAINT-ROLE TO REL-ROW(REL-COUNT)(13:1)
           PERFORM WRITE-CHANGE-AUDIT.

       UPDATE-RELATIONSHIP.
           PERFORM WRITE-CHANGE-AUDIT
           MOVE MAINT-ROLE TO REL-ROW(REL-SLOT)(13:1).

       DELETE-RELATIONSHIP.
           PERFORM WRITE-CHANGE-AUDIT
           MOVE LOW-VALUES TO REL-ROW(REL-SLOT).

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

      * One custaudit.txt line per applied change, tagged REL so
      * relationship changes read apart from CUSTMAINT's own. UPD
      * and DEL show the role the pair had before, taken from the
      * table before the change lands.
       WRITE-CHANGE-AUDIT.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO AUDIT-RECORD
           EVALUATE MAINT-ACTION
               WHEN "ADD"
                   STRING STAMP-TEXT DELIMITED SIZE
                          " REL ADD " DELIMITED SIZE
                          MAINT-ACCOUNT-RAW DELIMITED SIZE
                          " " DELIMITED SIZE
                          MAINT-CUST-RAW DELIMITED SIZE
                          " ROLE [" DELIMITED SIZE
                          MAINT-ROLE DELIMITED SIZE
                          "]" DELIMITED SIZE
                          INTO AUDIT-RECORD
               WHEN "UPD"
                   STRING STAMP-TEXT DELIMITED SIZE
                          " REL UPD " DELIMITED SIZE
                          MAINT-ACCOUNT-RAW DELIMITED SIZE
                          " " DELIMITED SIZE
                          MAINT-CUST-RAW DELIMITED SIZE
                          " ROLE WAS [" DELIMITED SIZE
                          REL-ROW(REL-SLOT)(13:1) DELIMITED SIZE
                          "] NOW [" DELIMITED SIZE
                          MAINT-ROLE DELIMITED SIZE
                          "]" DELIMITED SIZE
                          INTO AUDIT-RECORD
               WHEN OTHER
                   STRING STAMP-TEXT DELIMITED SIZE
                          " REL DEL " DELIMITED SIZE
                          MAINT-ACCOUNT-RAW DELIMITED SIZE
                          " " DELIMITED SIZE
                          MAINT-CUST-RAW DELIMITED SIZE
                          " ROLE [" DELIMITED SIZE
                          REL-ROW(REL-SLOT)(13:1) DELIMITED SIZE
                          "]" DELIMITED SIZE
                          INTO AUDIT-RECORD
           END-EVALUATE
           PERFORM APPEND-AUDIT-LINE.

       WRITE-REJECT-AUDIT.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO AUDIT-RECORD
           STRING STAMP-TEXT DELIMITED SIZE
                  " REJECTED REL " DELIMITED SIZE
                  MAINT-ACTION DELIMITED SIZE
                  " " DELIMITED SIZE
                  MAINT-ACCOUNT-RAW DELIMITED SIZE
                  " " DELIMITED SIZE
                  MAINT-CUST-RAW DELIMITED SIZE
                  ": " DELIMITED SIZE
                  FUNCTION TRIM(REJECT-REASON) DELIMITED SIZE
                  INTO AUDIT-RECORD
           PERFORM APPEND-AUDIT-LINE.

       APPEND-AUDIT-LINE.
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

      * Renames the processed batch out of the way so a rerun never
      * re-applies it, same as CUSTMAINT's RETIRE-MAINT-FILE.
       RETIRE-MAINT-FILE.
           MOVE SPACES TO SHELL-COMMAND
           STRING "mv relmaint.txt relmaint.txt.done"
               DELIMITED SIZE INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: COULD NOT RETIRE relmaint.txt - "
                   "REMOVE IT BEFORE THE NEXT RUN"
               MOVE 1 TO RETURN-CODE
           END-IF.
