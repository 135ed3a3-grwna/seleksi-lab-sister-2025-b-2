      * custaudit.txt - "who changed this name and when" is one grep
      * away. A processed custmaint.txt is renamed .done the way
      * RETIRE-INPUT-FILE retires a posted batch file.
      * Each customer also carries a withholding-tax status (T
      * taxable, E exempt, blank = taxable) and an optional own rate
      * that BANKING's interest capitalization withholds at instead
      * of the standard withholding_rate.txt rate. An UPD that leaves
      * both tax fields blank keeps the customer's existing ones; one
      * that supplies either replaces both, and the change gets its
      * own WAS/NOW audit line.
      * A DEL is also refused while acctrel.txt still links the
      * customer to any account - as joint owner, signatory or power
      * of attorney - not just when an account row's 37-42 names
      * them; RELMAINT has to unlink them first.
      * An NTF record sets the customer's notification preferences
      * in notify_prefs.txt, the file CUSTNOTIFY reads: a Y/N opt-in
      * for each event type the nightly feed sends, plus the amount
      * a single debit must exceed before the customer is told about
      * it. The preferences file is rewritten through notify_prefs.tmp
      * plus one mv, the same as the master, and a DEL drops the
      * customer's preference line along with the customer. A
      * notify_prefs.txt longer than the in-memory table stops the
      * run before anything is applied, since rewriting it would
      * drop the lines that did not fit, and an NTF that needs a new
      * line once the table is full is rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REL-FILE ASSIGN TO "acctrel.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "custaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PREF-FILE ASSIGN TO "notify_prefs.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREF-TMP-FILE ASSIGN TO "notify_prefs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    4-9   customer id
      *   10-39  name    (ADD/UPD)
      *   40-59  contact (ADD/UPD)
      *   60     withholding-tax status (blank / T / E)
      *   61-67  own withholding rate 9V99999 (blank = standard)
      * An NTF record reuses the space after the id differently:
      *   10-13  opt-in flags Y/N - low balance or overdraft, large
      *          debit, term deposit maturity, dormancy warning
      *   14-26  large-debit alert amount (required when the
      *          large-debit flag is Y)
       FD MAINT-FILE.
       01 MAINT-RECORD          PIC X(67).

      * Same layout CUSTRPT and PRECHECK-LINK read: 1-6 id, 7-36
      * name, 37-56 contact, 57 tax status, 58-64 own tax rate.
       FD CUST-FILE.
       01 CUST-RECORD           PIC X(64).

       FD CUST-TMP-FILE.
       01 CUST-TMP-RECORD       PIC X(64).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        PIC X(88).     *> 37-42: customer id

      * RELMAINT's account-relationship file: 1-6 account, 7-12
      * customer id, 13 role.
       FD REL-FILE.
       01 REL-RECORD            PIC X(13).

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(120).

      * Notification preferences, one line per customer who has
      * set any:
      *    1-6   customer id
      *    7     low balance / overdraft   Y/N
      *    8     large debit               Y/N
      *    9     term deposit maturity     Y/N
      *   10     dormancy warning          Y/N
      *   11-23  large-debit alert amount
       FD PREF-FILE.
       01 PREF-RECORD           PIC X(23).

       FD PREF-TMP-FILE.
       01 PREF-TMP-RECORD       PIC X(23).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 RUN-TIME               PIC 9(8).
      * same one-load one-store shape BANKING's account table uses.
       01 CUST-TABLE.
           05 CUST-ENTRY OCCURS 10000 TIMES.
               10 CUST-ROW      PIC X(64).
       77 CUST-COUNT             PIC 9(5) VALUE ZERO.
       77 CUST-IDX               PIC 9(5).
       77 CUST-SLOT              PIC 9(5) VALUE ZERO.
       77 MAINT-ID               PIC 9(6).
       77 MAINT-NAME             PIC X(30).
       77 MAINT-CONTACT          PIC X(20).
       77 MAINT-TAX-STATUS       PIC X.
       77 MAINT-TAX-RATE         PIC X(7).
       77 WORK-TAX-RATE          PIC 9(5)V99999.
       77 MAINT-NTF-FLAGS        PIC X(4).
       77 MAINT-NTF-AMOUNT       PIC X(13).
       77 WORK-NTF-AMOUNT        PIC 9(10)V99.
       77 NTF-FLAG-IDX           PIC 9.
       77 REJECT-REASON          PIC X(40).
       77 RECORD-OK              PIC X VALUE "Y".

       77 ACC-CUST-ID-CHK        PIC 9(6).
       77 CUST-REFERENCED        PIC X VALUE "N".

      * Notification preferences, loaded and stored the same
      * one-load one-store way as the customer table.
       01 PREF-TABLE.
           05 PREF-ENTRY OCCURS 10000 TIMES.
               10 PREF-ROW      PIC X(23).
       77 PREF-COUNT             PIC 9(5) VALUE ZERO.
       77 PREF-IDX               PIC 9(5).
       77 PREF-SLOT              PIC 9(5) VALUE ZERO.
       77 PREFS-CHANGED          PIC X VALUE "N".
       77 PREF-OVERFLOW          PIC X VALUE "N".
       77 OLD-PREF-TEXT          PIC X(17).
       77 CUST-RELATED           PIC X VALUE "N".

       77 APPLIED-COUNT          PIC 9(9) VALUE ZERO.
       77 REJECTED-COUNT         PIC 9(9) VALUE ZERO.
       77 CHANGES-MADE           PIC X VALUE "N".
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-PREFERENCE-TABLE
           IF PREF-OVERFLOW = "Y"
               DISPLAY "ERROR: notify_prefs.txt HAS MORE THAN 10000"
                   " LINES - NOTHING APPLIED, custmaint.txt LEFT IN"
                   " PLACE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-FILE
           PERFORM FOREVER
               READ MAINT-FILE
           IF CHANGES-MADE = "Y"
               PERFORM STORE-CUSTOMER-TABLE
           END-IF
           IF PREFS-CHANGED = "Y" AND SWAP-FAILED = "N"
               PERFORM STORE-PREFERENCE-TABLE
           END-IF
           IF SWAP-FAILED = "N"
                   AND (APPLIED-COUNT > ZERO
                        OR REJECTED-COUNT > ZERO)
                   "MASTER UNCHANGED, RERUN AFTER FIXING"
           END-IF.

       LOAD-PREFERENCE-TABLE.
           MOVE ZERO TO PREF-COUNT
           OPEN INPUT PREF-FILE
           PERFORM FOREVER
               READ PREF-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PREF-RECORD NOT = SPACES
                           IF PREF-COUNT < 10000
                               ADD 1 TO PREF-COUNT
                               MOVE PREF-RECORD TO PREF-ROW(PREF-COUNT)
                           ELSE
                               MOVE "Y" TO PREF-OVERFLOW
                               EXIT PERFORM
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE PREF-FILE.

      * Same tmp-plus-mv swap as STORE-CUSTOMER-TABLE; a dropped
      * preference line is LOW-VALUES in the table.
       STORE-PREFERENCE-TABLE.
           OPEN OUTPUT PREF-TMP-FILE
           PERFORM VARYING PREF-IDX FROM 1 BY 1
                   UNTIL PREF-IDX > PREF-COUNT
               IF PREF-ROW(PREF-IDX) NOT = LOW-VALUES
                   WRITE PREF-TMP-RECORD FROM PREF-ROW(PREF-IDX)
               END-IF
           END-PERFORM
           CLOSE PREF-TMP-FILE
           CALL "SYSTEM" USING
               "mv notify_prefs.tmp notify_prefs.txt"
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO SWAP-FAILED
               DISPLAY "ERROR: COULD NOT REWRITE notify_prefs.txt - "
                   "PREFERENCES UNCHANGED, RERUN AFTER FIXING"
           END-IF.

       APPLY-ONE-MAINT-RECORD.
           MOVE MAINT-RECORD(1:3) TO MAINT-ACTION
           MOVE MAINT-RECORD(4:6) TO MAINT-ID-RAW
           MOVE MAINT-RECORD(10:30) TO MAINT-NAME
           MOVE MAINT-RECORD(40:20) TO MAINT-CONTACT
           MOVE MAINT-RECORD(60:1) TO MAINT-TAX-STATUS
           MOVE MAINT-RECORD(61:7) TO MAINT-TAX-RATE
           MOVE MAINT-RECORD(10:4) TO MAINT-NTF-FLAGS
           MOVE MAINT-RECORD(14:13) TO MAINT-NTF-AMOUNT
           PERFORM VALIDATE-MAINT-RECORD
           IF RECORD-OK = "Y"
               EVALUATE MAINT-ACTION
                       PERFORM UPDATE-CUSTOMER
                   WHEN "DEL"
                       PERFORM DELETE-CUSTOMER
                   WHEN "NTF"
                       PERFORM SET-NOTIFY-PREFERENCES
               END-EVALUATE
               ADD 1 TO APPLIED-COUNT
               IF MAINT-ACTION NOT = "NTF"
                   MOVE "Y" TO CHANGES-MADE
               END-IF
           ELSE
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-REJECT-AUDIT
                       ELSE IF MAINT-NAME = SPACES
                           MOVE "N" TO RECORD-OK
                           MOVE "MISSING NAME" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-TAX-FIELDS
                       END-IF
                       END-IF
                   WHEN "UPD"
                       IF CUST-FOUND = "N"
                       ELSE IF MAINT-NAME = SPACES
                           MOVE "N" TO RECORD-OK
                           MOVE "MISSING NAME" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-TAX-FIELDS
                       END-IF
                       END-IF
                   WHEN "DEL"
                       IF CUST-FOUND = "N"
                               MOVE "N" TO RECORD-OK
                               MOVE "ACCOUNTS STILL LINKED"
                                   TO REJECT-REASON
                           ELSE
                               PERFORM CHECK-CUSTOMER-RELATED
                               IF CUST-RELATED = "Y"
                                   MOVE "N" TO RECORD-OK
                                   MOVE "STILL JOINT OWNER OR SIGNATORY"
                                       TO REJECT-REASON
                               END-IF
                           END-IF
                       END-IF
                   WHEN "NTF"
                       IF CUST-FOUND = "N"
                           MOVE "N" TO RECORD-OK
                           MOVE "CUSTOMER NOT FOUND" TO REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-NOTIFY-FIELDS
                           IF RECORD-OK = "Y"
                               PERFORM SEARCH-PREFERENCE-TABLE
                               IF PREF-SLOT = ZERO
                                       AND PREF-COUNT NOT < 10000
                                   MOVE "N" TO RECORD-OK
                                   MOVE "PREFERENCE TABLE FULL"
                                       TO REJECT-REASON
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
               END-EVALUATE
           END-IF.

      * Every flag must be an explicit Y or N, and a large-debit
      * opt-in is meaningless without the amount it fires over.
       VALIDATE-NOTIFY-FIELDS.
           PERFORM VARYING NTF-FLAG-IDX FROM 1 BY 1
                   UNTIL NTF-FLAG-IDX > 4
               IF MAINT-NTF-FLAGS(NTF-FLAG-IDX:1) NOT = "Y"
                       AND MAINT-NTF-FLAGS(NTF-FLAG-IDX:1) NOT = "N"
                   MOVE "N" TO RECORD-OK
                   MOVE "NOTIFICATION FLAGS MUST BE Y OR N"
                       TO REJECT-REASON
               END-IF
           END-PERFORM
           MOVE ZERO TO WORK-NTF-AMOUNT
           IF RECORD-OK = "Y" AND MAINT-NTF-AMOUNT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(MAINT-NTF-AMOUNT) NOT = 0
                   MOVE "N" TO RECORD-OK
                   MOVE "MALFORMED ALERT AMOUNT" TO REJECT-REASON
               ELSE
                   MOVE FUNCTION NUMVAL(MAINT-NTF-AMOUNT)
                       TO WORK-NTF-AMOUNT
               END-IF
           END-IF
           IF RECORD-OK = "Y" AND MAINT-NTF-FLAGS(2:1) = "Y"
                   AND WORK-NTF-AMOUNT = ZERO
               MOVE "N" TO RECORD-OK
               MOVE "LARGE-DEBIT ALERT NEEDS AN AMOUNT"
                   TO REJECT-REASON
           END-IF.

      * Status must be one BANKING understands, and a rate, when
      * given, must read the way LOAD-CUSTOMER-TAX-TABLE will read it
      * and stay under 100 per cent.
       VALIDATE-TAX-FIELDS.
           IF MAINT-TAX-STATUS NOT = SPACE
                   AND MAINT-TAX-STATUS NOT = "T"
                   AND MAINT-TAX-STATUS NOT = "E"
               MOVE "N" TO RECORD-OK
               MOVE "UNKNOWN TAX STATUS" TO REJECT-REASON
           ELSE IF MAINT-TAX-RATE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(MAINT-TAX-RATE) NOT = 0
                   MOVE "N" TO RECORD-OK
                   MOVE "MALFORMED WITHHOLDING RATE" TO REJECT-REASON
               ELSE
                   MOVE FUNCTION NUMVAL(MAINT-TAX-RATE)
                       TO WORK-TAX-RATE
                   IF FUNCTION NUMVAL(MAINT-TAX-RATE) < 0
                           OR WORK-TAX-RATE >= 1
                       MOVE "N" TO RECORD-OK
                       MOVE "WITHHOLDING RATE OUT OF RANGE"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           END-IF.

       SEARCH-CUSTOMER-TABLE.
           MOVE "N" TO CUST-FOUND
           MOVE ZERO TO CUST-SLOT
           END-PERFORM
           CLOSE ACC-FILE.

      * Same single pass over acctrel.txt for any relationship row
      * naming MAINT-ID.
       CHECK-CUSTOMER-RELATED.
           MOVE "N" TO CUST-RELATED
           OPEN INPUT REL-FILE
           PERFORM FOREVER
               READ REL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF REL-RECORD(7:6) IS NUMERIC
                           MOVE REL-RECORD(7:6) TO ACC-CUST-ID-CHK
                           IF ACC-CUST-ID-CHK = MAINT-ID
                               MOVE "Y" TO CUST-RELATED
                               EXIT PERFORM
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE REL-FILE.

       ADD-CUSTOMER.
           ADD 1 TO CUST-COUNT
           MOVE SPACES TO CUST-ROW(CUST-COUNT)
           MOVE MAINT-ID TO CUST-ROW(CUST-COUNT)(1:6)
           MOVE MAINT-NAME TO CUST-ROW(CUST-COUNT)(7:30)
           MOVE MAINT-CONTACT TO CUST-ROW(CUST-COUNT)(37:20)
           MOVE MAINT-TAX-STATUS TO CUST-ROW(CUST-COUNT)(57:1)
           MOVE MAINT-TAX-RATE TO CUST-ROW(CUST-COUNT)(58:7)
           PERFORM WRITE-CHANGE-AUDIT.

       UPDATE-CUSTOMER.
           PERFORM WRITE-CHANGE-AUDIT
           MOVE MAINT-NAME TO CUST-ROW(CUST-SLOT)(7:30)
           MOVE MAINT-CONTACT TO CUST-ROW(CUST-SLOT)(37:20)
           IF MAINT-TAX-STATUS NOT = SPACE
                   OR MAINT-TAX-RATE NOT = SPACES
               PERFORM WRITE-TAX-CHANGE-AUDIT
               MOVE MAINT-TAX-STATUS TO CUST-ROW(CUST-SLOT)(57:1)
               MOVE MAINT-TAX-RATE TO CUST-ROW(CUST-SLOT)(58:7)
           END-IF.

       DELETE-CUSTOMER.
           PERFORM WRITE-CHANGE-AUDIT
           MOVE LOW-VALUES TO CUST-ROW(CUST-SLOT)
           PERFORM SEARCH-PREFERENCE-TABLE
           IF PREF-SLOT NOT = ZERO
               MOVE LOW-VALUES TO PREF-ROW(PREF-SLOT)
               MOVE "Y" TO PREFS-CHANGED
           END-IF.

      * Replaces the customer's preference line, or adds one the
      * first time they set any.
       SET-NOTIFY-PREFERENCES.
           PERFORM SEARCH-PREFERENCE-TABLE
           IF PREF-SLOT = ZERO
               MOVE "(DEFAULTS)" TO OLD-PREF-TEXT
               ADD 1 TO PREF-COUNT
               MOVE PREF-COUNT TO PREF-SLOT
           ELSE
               MOVE PREF-ROW(PREF-SLOT)(7:17) TO OLD-PREF-TEXT
           END-IF
           MOVE SPACES TO PREF-ROW(PREF-SLOT)
           MOVE MAINT-ID TO PREF-ROW(PREF-SLOT)(1:6)
           MOVE MAINT-NTF-FLAGS TO PREF-ROW(PREF-SLOT)(7:4)
           MOVE MAINT-NTF-AMOUNT TO PREF-ROW(PREF-SLOT)(11:13)
           MOVE "Y" TO PREFS-CHANGED
           PERFORM WRITE-NOTIFY-CHANGE-AUDIT.

       SEARCH-PREFERENCE-TABLE.
           MOVE ZERO TO PREF-SLOT
           PERFORM VARYING PREF-IDX FROM 1 BY 1
                   UNTIL PREF-IDX > PREF-COUNT
               IF PREF-ROW(PREF-IDX)(1:6) IS NUMERIC
                       AND FUNCTION NUMVAL(PREF-ROW(PREF-IDX)(1:6))
                           = MAINT-ID
                   MOVE PREF-IDX TO PREF-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUILD-TIME-STAMP.
           ACCEPT RUN-TIME FROM TIME
           END-EVALUATE
           PERFORM APPEND-AUDIT-LINE.

      * The tax fields' before and after, on their own line so the
      * name audit above stays the shape it always was.
       WRITE-TAX-CHANGE-AUDIT.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO AUDIT-RECORD
           STRING STAMP-TEXT DELIMITED SIZE
                  " UPD " DELIMITED SIZE
                  MAINT-ID DELIMITED SIZE
                  " TAX WAS [" DELIMITED SIZE
                  CUST-ROW(CUST-SLOT)(57:8) DELIMITED SIZE
                  "] NOW [" DELIMITED SIZE
                  MAINT-TAX-STATUS DELIMITED SIZE
                  MAINT-TAX-RATE DELIMITED SIZE
                  "]" DELIMITED SIZE
                  INTO AUDIT-RECORD
           PERFORM APPEND-AUDIT-LINE.

       WRITE-NOTIFY-CHANGE-AUDIT.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO AUDIT-RECORD
           STRING STAMP-TEXT DELIMITED SIZE
                  " NTF " DELIMITED SIZE
                  MAINT-ID DELIMITED SIZE
                  " WAS [" DELIMITED SIZE
                  OLD-PREF-TEXT DELIMITED SIZE
                  "] NOW [" DELIMITED SIZE
                  MAINT-NTF-FLAGS DELIMITED SIZE
                  MAINT-NTF-AMOUNT DELIMITED SIZE
                  "]" DELIMITED SIZE
                  INTO AUDIT-RECORD
           PERFORM APPEND-AUDIT-LINE.

       WRITE-REJECT-AUDIT.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO AUDIT-RECORD
