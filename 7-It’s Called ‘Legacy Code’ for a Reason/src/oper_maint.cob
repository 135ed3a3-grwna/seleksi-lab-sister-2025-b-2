       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMAINT.

      * Operator master maintenance. operators.txt decides who may
      * sign on to BANKING's teller mode, which actions each role may
      * key and how much each operator may key per action, so it is
      * never edited by hand: changes arrive as a batch of ADD/UPD/
      * DEL records in opermaint.txt, each carrying the full
      * operators.txt line it adds, replaces or removes, and each
      * validated the way CUSTMAINT validates custmaint.txt:
      *   - R role lines may list only actions BANKING knows;
      *   - O operator lines need a role that has an R line and a
      *     status of A (active) or D (disabled) - an operator who
      *     leaves is disabled, not deleted, so their ledger entries
      *     keep resolving to a name;
      *   - L limit lines need an existing operator, a known action
      *     and a numeric amount;
      *   - an ADD of a line already there and an UPD/DEL of one
      *     that isn't are refused, as is a DEL of a role some
      *     operator still holds or of an operator who still has
      *     limit lines.
      * Rejected lines are skipped while the rest of the batch
      * applies; the master is rewritten through operators.tmp plus
      * one mv, every change (with the line as it was and as it is
      * now) and every rejection gets a date-and-time-stamped line in
      * operaudit.txt, the same shape custaudit.txt has, and a
      * processed opermaint.txt is renamed .done. As in RELMAINT, an
      * operators.txt longer than the in-memory table stops the run
      * before anything is applied, and an ADD once the table is full
      * is rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-FILE ASSIGN TO "opermaint.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-TMP-FILE ASSIGN TO "operators.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "operaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * One maintenance record per line:
      *    1-3   action (ADD / UPD / DEL)
      *    4-87  the operators.txt line (for DEL only its key - kind
      *          and id, plus action on an L line - is needed)
       FD MAINT-FILE.
       01 MAINT-RECORD          PIC X(87).

      * Same layout BANKING's OPERATOR-FILE reads:
      *   R  2-9 role, 10-84 up to twenty-five 3-letter actions
      *   O  2-9 operator id, 10-17 role, 18 status A/D, 19-48 name
      *   L  2-9 operator id, 10-12 action, 13-25 limit 9(10).99
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD       PIC X(84).

       FD OPERATOR-TMP-FILE.
       01 OPERATOR-TMP-RECORD   PIC X(84).

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(220).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 RUN-TIME               PIC 9(8).
       77 STAMP-TEXT             PIC X(18).
       77 SHELL-COMMAND          PIC X(100).

      * Every action BANKING's teller prompt accepts, three bytes
      * each - what an R line may grant and an L line may limit.
      * VBY/VSL/CNT are the cash drawer entries; CHQ pays a cheque
      * and STP takes a stop-payment on one.
       01 KNOWN-ACTIONS.
           05 FILLER             PIC X(57) VALUE
           "NEWDEPWDRFEEBALTRFXTRLNKCLSHLDRLSODLUFZLSTAPRREVVBYVSLCNT".
           05 FILLER             PIC X(18) VALUE "CHQSTP".

      * In-memory operator master, loaded once and stored once, the
      * same shape RELMAINT's REL-TABLE has. A deleted row is
      * LOW-VALUES and simply not written out.
       01 OPER-TABLE.
           05 OPER-ENTRY OCCURS 2000 TIMES.
               10 OPER-ROW      PIC X(84).
       77 OPER-COUNT             PIC 9(4) VALUE ZERO.
       77 OPER-IDX               PIC 9(4).
       77 OPER-SLOT              PIC 9(4) VALUE ZERO.
       77 OPER-FOUND             PIC X VALUE "N".
       77 OPER-OVERFLOW          PIC X VALUE "N".

       77 MAINT-ACTION           PIC X(3).
       77 MAINT-IMAGE            PIC X(84).
       77 MAINT-KIND             PIC X.
       77 MAINT-ID               PIC X(8).
       77 MAINT-KEY              PIC X(12).
       77 MAINT-KEY-LEN          PIC 99.
       77 ACTION-TO-CHECK        PIC X(3).
       77 ACTION-IDX             PIC 99.
       77 SLOT-IDX               PIC 99.
       77 ACTION-KNOWN           PIC X VALUE "N".
       77 ROLE-TO-FIND           PIC X(8).
       77 ROLE-IN-USE            PIC X VALUE "N".
       77 ROW-FOUND              PIC X VALUE "N".
       77 REJECT-REASON          PIC X(40).
       77 RECORD-OK              PIC X VALUE "Y".

       77 APPLIED-COUNT          PIC 9(9) VALUE ZERO.
       77 REJECTED-COUNT         PIC 9(9) VALUE ZERO.
       77 CHANGES-MADE           PIC X VALUE "N".
       77 SWAP-FAILED            PIC X VALUE "N".
       77 REPORT-APPLIED-COUNT   PIC ZZZ,ZZZ,ZZ9.
       77 REPORT-REJECTED-COUNT  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-OPERATOR-TABLE
           IF OPER-OVERFLOW = "Y"
               DISPLAY "ERROR: operators.txt HAS MORE THAN 2000 LINES"
                   " - NOTHING APPLIED, opermaint.txt LEFT IN PLACE"
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
               PERFORM STORE-OPERATOR-TABLE
           END-IF
           IF SWAP-FAILED = "N"
                   AND (APPLIED-COUNT > ZERO
                        OR REJECTED-COUNT > ZERO)
               PERFORM RETIRE-MAINT-FILE
           END-IF
           MOVE APPLIED-COUNT TO REPORT-APPLIED-COUNT
           MOVE REJECTED-COUNT TO REPORT-REJECTED-COUNT
           DISPLAY "Operator maintenance: "
               FUNCTION TRIM(REPORT-APPLIED-COUNT) " applied, "
               FUNCTION TRIM(REPORT-REJECTED-COUNT) " rejected"
           IF REJECTED-COUNT > ZERO OR SWAP-FAILED = "Y"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-OPERATOR-TABLE.
           MOVE ZERO TO OPER-COUNT
           OPEN INPUT OPERATOR-FILE
           PERFORM FOREVER
               READ OPERATOR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF OPERATOR-RECORD NOT = SPACES
                           IF OPER-COUNT < 2000
                               ADD 1 TO OPER-COUNT
                               MOVE OPERATOR-RECORD
                                   TO OPER-ROW(OPER-COUNT)
                           ELSE
                               MOVE "Y" TO OPER-OVERFLOW
                               EXIT PERFORM
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE.

      * operators.tmp plus one mv, the same swap RELMAINT's
      * STORE-RELATIONSHIP-TABLE does.
       STORE-OPERATOR-TABLE.
           MOVE "N" TO SWAP-FAILED
           OPEN OUTPUT OPERATOR-TMP-FILE
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               IF OPER-ROW(OPER-IDX) NOT = LOW-VALUES
                   WRITE OPERATOR-TMP-RECORD FROM OPER-ROW(OPER-IDX)
               END-IF
           END-PERFORM
           CLOSE OPERATOR-TMP-FILE
           CALL "SYSTEM" USING "mv operators.tmp operators.txt"
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO SWAP-FAILED
               DISPLAY "ERROR: COULD NOT REWRITE operators.txt - "
                   "FILE UNCHANGED, RERUN AFTER FIXING"
           END-IF.

       APPLY-ONE-MAINT-RECORD.
           MOVE MAINT-RECORD(1:3) TO MAINT-ACTION
           MOVE MAINT-RECORD(4:84) TO MAINT-IMAGE
           MOVE MAINT-IMAGE(1:1) TO MAINT-KIND
           MOVE MAINT-IMAGE(2:8) TO MAINT-ID
           MOVE SPACES TO MAINT-KEY
           IF MAINT-KIND = "L"
               MOVE 12 TO MAINT-KEY-LEN
           ELSE
               MOVE 9 TO MAINT-KEY-LEN
           END-IF
           MOVE MAINT-IMAGE(1:MAINT-KEY-LEN) TO MAINT-KEY
           PERFORM VALIDATE-MAINT-RECORD
           IF RECORD-OK = "Y"
               EVALUATE MAINT-ACTION
                   WHEN "ADD"
                       PERFORM ADD-OPERATOR-LINE
                   WHEN "UPD"
                       PERFORM UPDATE-OPERATOR-LINE
                   WHEN "DEL"
                       PERFORM DELETE-OPERATOR-LINE
               END-EVALUATE
               ADD 1 TO APPLIED-COUNT
               MOVE "Y" TO CHANGES-MADE
           ELSE
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-REJECT-AUDIT
           END-IF.

      * Everything that must hold before operators.txt is touched.
       VALIDATE-MAINT-RECORD.
           MOVE "Y" TO RECORD-OK
           MOVE SPACES TO REJECT-REASON
           IF MAINT-KIND NOT = "R" AND MAINT-KIND NOT = "O"
                   AND MAINT-KIND NOT = "L"
               MOVE "N" TO RECORD-OK
               MOVE "UNKNOWN LINE KIND" TO REJECT-REASON
           ELSE IF MAINT-ID = SPACES
               MOVE "N" TO RECORD-OK
               MOVE "MISSING ROLE OR OPERATOR ID" TO REJECT-REASON
           ELSE
               PERFORM SEARCH-OPERATOR-TABLE
               EVALUATE MAINT-ACTION
                   WHEN "ADD"
                       IF OPER-FOUND = "Y"
                           MOVE "N" TO RECORD-OK
                           MOVE "LINE ALREADY EXISTS" TO REJECT-REASON
                       ELSE IF OPER-COUNT NOT < 2000
                           MOVE "N" TO RECORD-OK
                           MOVE "OPERATOR TABLE FULL" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-LINE-CONTENT
                       END-IF
                       END-IF
                   WHEN "UPD"
                       IF OPER-FOUND = "N"
                           MOVE "N" TO RECORD-OK
                           MOVE "LINE NOT FOUND" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-LINE-CONTENT
                       END-IF
                   WHEN "DEL"
                       IF OPER-FOUND = "N"
                           MOVE "N" TO RECORD-OK
                           MOVE "LINE NOT FOUND" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-DELETE
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO RECORD-OK
                       MOVE "UNKNOWN ACTION" TO REJECT-REASON
               END-EVALUATE
           END-IF
           END-IF.

      * ADD and UPD both state the whole line, so both need it
      * internally consistent and pointing at things that exist.
       VALIDATE-LINE-CONTENT.
           EVALUATE MAINT-KIND
               WHEN "R"
                   PERFORM VARYING SLOT-IDX FROM 10 BY 3
                           UNTIL SLOT-IDX > 82
                       MOVE MAINT-IMAGE(SLOT-IDX:3) TO ACTION-TO-CHECK
                       IF ACTION-TO-CHECK NOT = SPACES
                           PERFORM CHECK-ACTION-KNOWN
                           IF ACTION-KNOWN = "N"
                               MOVE "N" TO RECORD-OK
                               STRING "UNKNOWN ACTION " DELIMITED SIZE
                                      ACTION-TO-CHECK DELIMITED SIZE
                                      INTO REJECT-REASON
                               EXIT PERFORM
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN "O"
                   IF MAINT-IMAGE(18:1) NOT = "A"
                           AND MAINT-IMAGE(18:1) NOT = "D"
                       MOVE "N" TO RECORD-OK
                       MOVE "STATUS MUST BE A OR D" TO REJECT-REASON
                   ELSE
                       PERFORM FIND-ROLE-LINE
                       IF ROW-FOUND = "N"
                           MOVE "N" TO RECORD-OK
                           MOVE "ROLE NOT DEFINED" TO REJECT-REASON
                       END-IF
                   END-IF
               WHEN "L"
                   MOVE MAINT-IMAGE(10:3) TO ACTION-TO-CHECK
                   PERFORM CHECK-ACTION-KNOWN
                   IF ACTION-KNOWN = "N"
                       MOVE "N" TO RECORD-OK
                       MOVE "UNKNOWN ACTION" TO REJECT-REASON
                   ELSE IF FUNCTION TEST-NUMVAL(MAINT-IMAGE(13:13))
                           NOT = 0
                       MOVE "N" TO RECORD-OK
                       MOVE "MALFORMED LIMIT AMOUNT" TO REJECT-REASON
                   ELSE
                       PERFORM FIND-OPERATOR-LINE
                       IF ROW-FOUND = "N"
                           MOVE "N" TO RECORD-OK
                           MOVE "OPERATOR NOT FOUND" TO REJECT-REASON
                       END-IF
                   END-IF
                   END-IF
           END-EVALUATE.

      * A role still held by an operator, or an operator who still
      * has limit lines, would leave dangling references behind.
       VALIDATE-DELETE.
           MOVE "N" TO ROLE-IN-USE
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               IF MAINT-KIND = "R"
                       AND OPER-ROW(OPER-IDX)(1:1) = "O"
                       AND OPER-ROW(OPER-IDX)(10:8) = MAINT-ID
                   MOVE "Y" TO ROLE-IN-USE
                   MOVE "ROLE STILL HELD BY AN OPERATOR"
                       TO REJECT-REASON
                   EXIT PERFORM
               END-IF
               IF MAINT-KIND = "O"
                       AND OPER-ROW(OPER-IDX)(1:1) = "L"
                       AND OPER-ROW(OPER-IDX)(2:8) = MAINT-ID
                   MOVE "Y" TO ROLE-IN-USE
                   MOVE "OPERATOR STILL HAS LIMIT LINES"
                       TO REJECT-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROLE-IN-USE = "Y"
               MOVE "N" TO RECORD-OK
           END-IF.

       CHECK-ACTION-KNOWN.
           MOVE "N" TO ACTION-KNOWN
           PERFORM VARYING ACTION-IDX FROM 1 BY 3
                   UNTIL ACTION-IDX > 73
               IF KNOWN-ACTIONS(ACTION-IDX:3) = ACTION-TO-CHECK
                       AND ACTION-TO-CHECK NOT = SPACES
                   MOVE "Y" TO ACTION-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SEARCH-OPERATOR-TABLE.
           MOVE "N" TO OPER-FOUND
           MOVE ZERO TO OPER-SLOT
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               IF OPER-ROW(OPER-IDX)(1:MAINT-KEY-LEN) = MAINT-KEY
                   MOVE "Y" TO OPER-FOUND
                   MOVE OPER-IDX TO OPER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * ROW-FOUND Y/N for the R line naming the O line's role.
       FIND-ROLE-LINE.
           MOVE "N" TO ROW-FOUND
           MOVE MAINT-IMAGE(10:8) TO ROLE-TO-FIND
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               IF OPER-ROW(OPER-IDX)(1:1) = "R"
                       AND OPER-ROW(OPER-IDX)(2:8) = ROLE-TO-FIND
                   MOVE "Y" TO ROW-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * ROW-FOUND Y/N for the O line an L line belongs to.
       FIND-OPERATOR-LINE.
           MOVE "N" TO ROW-FOUND
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               IF OPER-ROW(OPER-IDX)(1:1) = "O"
                       AND OPER-ROW(OPER-IDX)(2:8) = MAINT-ID
                   MOVE "Y" TO ROW-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-OPERATOR-LINE.
           ADD 1 TO OPER-COUNT
           MOVE MAINT-IMAGE TO OPER-ROW(OPER-COUNT)
           MOVE OPER-COUNT TO OPER-SLOT
           PERFORM WRITE-CHANGE-AUDIT.

       UPDATE-OPERATOR-LINE.
           PERFORM WRITE-CHANGE-AUDIT
           MOVE MAINT-IMAGE TO OPER-ROW(OPER-SLOT).

       DELETE-OPERATOR-LINE.
           PERFORM WRITE-CHANGE-AUDIT
           MOVE LOW-VALUES TO OPER-ROW(OPER-SLOT).

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

      * One operaudit.txt line per applied change, tagged OPR. UPD
      * and DEL show the line as it was, taken from the table before
      * the change lands.
       WRITE-CHANGE-AUDIT.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO AUDIT-RECORD
           EVALUATE MAINT-ACTION
               WHEN "ADD"
                   STRING STAMP-TEXT DELIMITED SIZE
                          " OPR ADD [" DELIMITED SIZE
                          FUNCTION TRIM(MAINT-IMAGE TRAILING)
                              DELIMITED SIZE
                          "]" DELIMITED SIZE
                          INTO AUDIT-RECORD
               WHEN "UPD"
                   STRING STAMP-TEXT DELIMITED SIZE
                          " OPR UPD WAS [" DELIMITED SIZE
                          FUNCTION TRIM(OPER-ROW(OPER-SLOT) TRAILING)
                              DELIMITED SIZE
                          "] NOW [" DELIMITED SIZE
                          FUNCTION TRIM(MAINT-IMAGE TRAILING)
                              DELIMITED SIZE
                          "]" DELIMITED SIZE
                          INTO AUDIT-RECORD
               WHEN OTHER
                   STRING STAMP-TEXT DELIMITED SIZE
                          " OPR DEL [" DELIMITED SIZE
                          FUNCTION TRIM(OPER-ROW(OPER-SLOT) TRAILING)
                              DELIMITED SIZE
                          "]" DELIMITED SIZE
                          INTO AUDIT-RECORD
           END-EVALUATE
           PERFORM APPEND-AUDIT-LINE.

       WRITE-REJECT-AUDIT.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO AUDIT-RECORD
           STRING STAMP-TEXT DELIMITED SIZE
                  " REJECTED OPR " DELIMITED SIZE
                  MAINT-ACTION DELIMITED SIZE
                  " " DELIMITED SIZE
                  MAINT-KEY DELIMITED SIZE
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
           STRING "mv opermaint.txt opermaint.txt.done"
               DELIMITED SIZE INTO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: COULD NOT RETIRE opermaint.txt - "
                   "REMOVE IT BEFORE THE NEXT RUN"
               MOVE 1 TO RETURN-CODE
           END-IF.
