       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "businessdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-TMP-FILE ASSIGN TO "schedule.tmp"
       DATA DIVISION.
       FILE SECTION.

      * Business-date control (1-8 YYYYMMDD), advanced by EODRUN.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD  PIC X(12).

      * 1-6 account / 7-12 destination / 13-25 amount / 26 frequency
      * (D daily, W weekly, M monthly) / 27-34 last-run-date YYYYMMDD
      * (ZERO means never run) / 35 roll rule for a due date landing
       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-HOLIDAY-CALENDAR
           COMPUTE CHECK-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           MOVE RUN-DATE TO CHECK-DATE
           MOVE SCHED-AMOUNT-TEXT TO OUT-RECORD(10:13)
           MOVE SCHED-DEST TO OUT-RECORD(23:6)
           WRITE OUT-RECORD.

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
