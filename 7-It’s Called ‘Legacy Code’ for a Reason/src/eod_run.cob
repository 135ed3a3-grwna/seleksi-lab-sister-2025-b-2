      * finish and exit status is appended to eod_runlog.txt with a
      * date-and-time stamp, so morning shift can see exactly which
      * step last night died on without digging through cron mail.
      *
      * The last act of a clean close is to advance the bank's
      * business date in businessdate.txt to the next business day
      * (weekends and holidays.txt skipped), so every program run
      * after it works the new day whatever the machine clock says.
      * The advance is refused - logged, and EODRUN exits non-zero -
      * when a step failed, or when posting.checkpoint is still on
      * disk (BANKING died mid-file and the day's postings are not
      * all in); the business date then stays on the day that still
      * needs closing. The cutoff time in 9-12 is carried across
      * unchanged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "eod_runlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-TMP-FILE ASSIGN TO "businessdate.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO
               "posting.checkpoint"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD        PIC X(120).

      * The bank's processing-date control, one line:
      *    1-8   current business date (YYYYMMDD)
      *    9-12  posting cutoff (HHMM, blank = no cutoff)
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

       FD BUSINESS-DATE-TMP-FILE.
       01 BUSINESS-DATE-TMP-RECORD PIC X(12).

      * One holiday per line, YYYYMMDD - the calendar SCHEDRUN and
      * FEEASSESS read.
       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD        PIC X(8).

      * Only its presence matters here: BANKING removes it once a
      * file is fully posted.
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD     PIC X(69).

       WORKING-STORAGE SECTION.
       77 RUN-DATE               PIC 9(8).
       77 RUN-TIME               PIC 9(8).
       77 STEPS-RUN              PIC 9(3) VALUE ZERO.
       77 DISPLAY-RC             PIC -(8)9.

      * BUSINESS-DATE ADVANCE
       77 BUSINESS-DATE          PIC 9(8).
       77 NEW-BUSINESS-DATE      PIC 9(8).
       77 POSTING-CUTOFF-TEXT    PIC X(4) VALUE SPACES.
       77 CHECKPOINT-PRESENT     PIC X VALUE "N".
       77 ADVANCE-REFUSAL        PIC X(40) VALUE SPACES.
       77 DATE-ADVANCED          PIC X VALUE "N".

      * BUSINESS-DAY CALENDAR - same weekend-plus-holidays test
      * SCHEDRUN's CHECK-BUSINESS-DAY makes.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-DATE OCCURS 100 TIMES PIC 9(8).
       77 HOLIDAY-COUNT          PIC 9(3) VALUE ZERO.
       77 HOLIDAY-IDX            PIC 9(3).
       77 CHECK-DATE             PIC 9(8).
       77 CHECK-DATE-INT         PIC 9(8).
       77 CHECK-DOW              PIC 9.
       77 IS-BUSINESS-DAY        PIC X.

       PROCEDURE DIVISION.

       MAIN.
                       END-IF
           END-PERFORM
           CLOSE STEPS-FILE
           IF STEPS-RUN NOT = ZERO
               PERFORM ADVANCE-BUSINESS-DATE
           END-IF
           PERFORM WRITE-RUN-FOOTER
           IF CHAIN-FAILED = "Y"
               DISPLAY "EOD CHAIN STOPPED AT STEP " STEP-NUMBER
                       " STEP(S) RUN"
               END-IF
           END-IF
           IF DATE-ADVANCED = "Y"
               DISPLAY "BUSINESS DATE ADVANCED TO " NEW-BUSINESS-DATE
           END-IF
           IF ADVANCE-REFUSAL NOT = SPACES
               DISPLAY "BUSINESS DATE NOT ADVANCED - "
                   FUNCTION TRIM(ADVANCE-REFUSAL)
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

      * One step: log that it is starting (so a step that hangs or
                  RUN-TIME(5:2) DELIMITED SIZE
                  INTO STAMP-TEXT.

      * The close's last step. A chain that stopped short, or a
      * posting.checkpoint BANKING has not cleared, means the day is
      * not closed - the date stays put and the refusal is logged.
      * Otherwise the date moves to the next business day after the
      * current one, written to a .tmp and moved over the live file
      * so a crash mid-write never leaves the control file empty.
       ADVANCE-BUSINESS-DATE.
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-POSTING-CHECKPOINT
           IF CHAIN-FAILED = "Y"
               MOVE "A STEP FAILED" TO ADVANCE-REFUSAL
           ELSE IF CHECKPOINT-PRESENT = "Y"
               MOVE "posting.checkpoint IS PRESENT"
                   TO ADVANCE-REFUSAL
           END-IF
           END-IF
           IF ADVANCE-REFUSAL = SPACES
               PERFORM FIND-NEXT-BUSINESS-DAY
               OPEN OUTPUT BUSINESS-DATE-TMP-FILE
               MOVE SPACES TO BUSINESS-DATE-TMP-RECORD
               MOVE NEW-BUSINESS-DATE TO BUSINESS-DATE-TMP-RECORD(1:8)
               MOVE POSTING-CUTOFF-TEXT
                   TO BUSINESS-DATE-TMP-RECORD(9:4)
               WRITE BUSINESS-DATE-TMP-RECORD
               CLOSE BUSINESS-DATE-TMP-FILE
               CALL "SYSTEM" USING
                   "mv businessdate.tmp businessdate.txt"
               IF RETURN-CODE NOT = 0
                   MOVE "COULD NOT REPLACE businessdate.txt"
                       TO ADVANCE-REFUSAL
               ELSE
                   MOVE "Y" TO DATE-ADVANCED
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-IF
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           IF DATE-ADVANCED = "Y"
               STRING STAMP-TEXT DELIMITED SIZE
                      " BUSINESS DATE " DELIMITED SIZE
                      BUSINESS-DATE DELIMITED SIZE
                      " ADVANCED TO " DELIMITED SIZE
                      NEW-BUSINESS-DATE DELIMITED SIZE
                      INTO RUN-LOG-RECORD
           ELSE
               STRING STAMP-TEXT DELIMITED SIZE
                      " BUSINESS DATE " DELIMITED SIZE
                      BUSINESS-DATE DELIMITED SIZE
                      " NOT ADVANCED - " DELIMITED SIZE
                      FUNCTION TRIM(ADVANCE-REFUSAL) DELIMITED SIZE
                      INTO RUN-LOG-RECORD
           END-IF
           PERFORM APPEND-RUN-LOG.

      * The current business date, or the machine date when there is
      * no control file yet - the first advance then creates it.
       READ-BUSINESS-DATE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO POSTING-CUTOFF-TEXT
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BUSINESS-DATE-RECORD(1:8) IS NUMERIC
                       MOVE BUSINESS-DATE-RECORD(1:8) TO BUSINESS-DATE
                   END-IF
                   MOVE BUSINESS-DATE-RECORD(9:4) TO POSTING-CUTOFF-TEXT
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       CHECK-POSTING-CHECKPOINT.
           MOVE "N" TO CHECKPOINT-PRESENT
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO CHECKPOINT-PRESENT
           END-READ
           CLOSE CHECKPOINT-FILE.

       FIND-NEXT-BUSINESS-DAY.
           PERFORM LOAD-HOLIDAY-CALENDAR
           COMPUTE CHECK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
           PERFORM FOREVER
               ADD 1 TO CHECK-DATE-INT
               COMPUTE CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(CHECK-DATE-INT)
               PERFORM CHECK-BUSINESS-DAY
               IF IS-BUSINESS-DAY = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE CHECK-DATE TO NEW-BUSINESS-DATE.

       LOAD-HOLIDAY-CALENDAR.
           MOVE ZERO TO HOLIDAY-COUNT
           OPEN INPUT HOLIDAY-FILE
           PERFORM FOREVER
               READ HOLIDAY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HOLIDAY-RECORD IS NUMERIC
                               AND HOLIDAY-COUNT < 100
                           ADD 1 TO HOLIDAY-COUNT
                           MOVE HOLIDAY-RECORD
                               TO HOLIDAY-DATE(HOLIDAY-COUNT)
                       END-IF
           END-PERFORM
           CLOSE HOLIDAY-FILE.

      * Day 1 of the INTEGER-OF-DATE scale was a Monday, so MOD 7
      * gives Saturday 6 and Sunday 0.
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO IS-BUSINESS-DAY
           COMPUTE CHECK-DOW = FUNCTION MOD(CHECK-DATE-INT, 7)
           IF CHECK-DOW = 6 OR CHECK-DOW = 0
               MOVE "N" TO IS-BUSINESS-DAY
           ELSE
               PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                       UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                   IF HOLIDAY-DATE(HOLIDAY-IDX) = CHECK-DATE
                       MOVE "N" TO IS-BUSINESS-DAY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-RUN-HEADER.
           PERFORM BUILD-TIME-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
