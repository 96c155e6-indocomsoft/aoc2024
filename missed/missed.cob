       IDENTIFICATION DIVISION.
       PROGRAM-ID. MissedRun.
       AUTHOR. JULIUS PUTRA TANU SETIAJI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Missed-run check: lays the shop calendar (see SHOPCAL.CPY)
      *> over the run-control feed and reports every job and date the
      *> calendar expected but that has no ENDED record, with how many
      *> days old each gap is, plus every run made on a date the
      *> calendar did not schedule. A day the stream never started at
      *> all leaves nothing on RUN.CONTROL for StreamStatus or
      *> BatchWindow to notice; the calendar is what says it should
      *> have.
           SELECT OPTIONAL calendar-file ASSIGN DYNAMIC calendar-dsn
           LINE SEQUENTIAL.
           SELECT OPTIONAL run-control-file ASSIGN DYNAMIC
           run-control-dsn LINE SEQUENTIAL.
           SELECT report-file ASSIGN DYNAMIC report-dsn
           LINE SEQUENTIAL.
      *> Shared lineage manifest (see LINEAGE.CPY): one entry per
      *> dataset this run took figures from or put figures into,
      *> appended at end of job, so a day's figures can be traced
      *> back to the physical datasets they actually came from.
           SELECT OPTIONAL lineage-file ASSIGN DYNAMIC lineage-dsn
           LINE SEQUENTIAL.
      *> Any line dataset the run used, reopened by name once it is
      *> closed to count its records for the manifest.
           SELECT OPTIONAL lineage-count-file ASSIGN DYNAMIC
           lineage-entry-dsn LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD calendar-file.
           COPY "SHOPCAL.CPY".
       FD run-control-file.
           COPY "RUNCTL.CPY".
       FD report-file.
       01 report-line PIC X(132).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 file-eof PIC X.
       01 calendar-read PIC 9(9) VALUE 0.
       01 run-control-read PIC 9(9) VALUE 0.
       01 missed-count PIC 9(6) VALUE 0.
       01 unscheduled-count PIC 9(6) VALUE 0.
       01 totals-display PIC Z(9)9.

      *> The calendar, held whole, with each row's expected flag
      *> already resolved from its day type where the row left it
      *> blank.
       01 calendar-count PIC 9(4) VALUE 0.
       01 calendar-table.
           05 calendar-entry OCCURS 2000.
               10 ct-date PIC X(10).
               10 ct-job-id PIC X(10).
               10 ct-day-type PIC X(8).
               10 ct-expected PIC X.
       01 c PIC 9(4).
       01 cx PIC 9(4).

      *> Jobs under watch: the three stream jobs an ALL row covers,
      *> followed by any other job the calendar names on a row of its
      *> own (the master maintenance jobs, say).
       01 stream-job-ids.
           05 FILLER PIC X(10) VALUE "AOCDAY1".
           05 FILLER PIC X(10) VALUE "AOCDAY2".
           05 FILLER PIC X(10) VALUE "AOCDAY3".
       01 stream-job-list REDEFINES stream-job-ids.
           05 stream-job-id PIC X(10) OCCURS 3.
       01 sj PIC 9(1).
       01 watch-job-count PIC 9(2) VALUE 0.
       01 watch-job-table.
           05 watch-job-id PIC X(10) OCCURS 20.
       01 wj PIC 9(2).
       01 wj-found PIC X.

      *> What actually ran: one slot per job and date inside the
      *> checked window, noting whether it started and whether it
      *> ended.
       01 ran-count PIC 9(4) VALUE 0.
       01 ran-table.
           05 ran-entry OCCURS 3000.
               10 rn-job-id PIC X(10).
               10 rn-date PIC X(10).
               10 rn-started PIC X.
               10 rn-ended PIC X.
       01 r PIC 9(4).
       01 ran-found PIC X.
       01 ran-index PIC 9(4).

      *> Calendar look-up for one job and date: whether the calendar
      *> has anything to say, and if so what.
       01 look-date PIC X(10).
       01 look-job-id PIC X(10).
       01 look-found PIC X.
       01 look-own-row PIC X.
       01 look-expected PIC X.
       01 look-day-type PIC X(8).

      *> Checked window and gap-age fields. The window runs from the
      *> calendar's first date (or MISSED_FROM_DATE) through
      *> yesterday (or MISSED_THROUGH_DATE) - today's jobs may well
      *> still be running. Dates are ISO text and compare as text.
       01 from-date-env PIC X(10).
       01 from-date PIC X(10).
       01 through-date-env PIC X(10).
       01 through-date PIC X(10).
       01 today-iso PIC X(10).
       01 today-number PIC 9(7).
       01 date-work-text PIC X(8).
       01 date-work-number REDEFINES date-work-text PIC 9(8).
       01 yesterday-yyyymmdd.
           05 yesterday-yyyy PIC 9(4).
           05 yesterday-mm PIC 9(2).
           05 yesterday-dd PIC 9(2).
       01 yesterday-number REDEFINES yesterday-yyyymmdd PIC 9(8).
       01 gap-age PIC 9(5).
       01 gap-age-display PIC Z(4)9.
       01 judge-job-id PIC X(10).
       01 judge-expected PIC X.
       01 judge-day-type PIC X(8).
       01 miss-text PIC X(20).
       01 section-count PIC 9(6).

      *> Dataset-name overrides, read once per run; unset means take
      *> the historical default name.
       01 calendar-dsn PIC X(80) VALUE "SHOP.CALENDAR".
       01 run-control-dsn PIC X(80) VALUE "RUN.CONTROL".
       01 report-dsn PIC X(80) VALUE "MISSED.RPT".

      *> Report heading and run-stamp fields
       01 run-date-fields.
         05 run-date-yyyy PIC 9(4).
         05 run-date-mm PIC 9(2).
         05 run-date-dd PIC 9(2).
       01 run-date-number REDEFINES run-date-fields PIC 9(8).
       01 run-date-display.
         05 run-date-display-mm PIC 9(2).
         05 FILLER PIC X VALUE "/".
         05 run-date-display-dd PIC 9(2).
         05 FILLER PIC X VALUE "/".
         05 run-date-display-yyyy PIC 9(4).

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "MISSED".
       01 lineage-run-date PIC X(10).
       01 lineage-start-time PIC X(6).
       01 lineage-time-text PIC X(8).
       01 lineage-date-fields.
         05 lineage-date-yyyy PIC 9(4).
         05 lineage-date-mm PIC 9(2).
         05 lineage-date-dd PIC 9(2).
       01 lineage-role PIC X(12).
       01 lineage-entry-dsn PIC X(80).
       01 lineage-mode PIC X(6).
       01 lineage-count PIC 9(9).
       01 lineage-origin PIC X.
       01 lineage-count-eof PIC X.

       PROCEDURE DIVISION.
           PERFORM NOTE-LINEAGE-START.
           MOVE SPACES TO calendar-dsn.
           ACCEPT calendar-dsn FROM ENVIRONMENT "SHOP_CALENDAR_DSN".
           IF calendar-dsn = SPACES
             MOVE "SHOP.CALENDAR" TO calendar-dsn
           END-IF.
           MOVE SPACES TO run-control-dsn.
           ACCEPT run-control-dsn FROM ENVIRONMENT "RUN_CONTROL_DSN".
           IF run-control-dsn = SPACES
             MOVE "RUN.CONTROL" TO run-control-dsn
           END-IF.
           MOVE SPACES TO report-dsn.
           ACCEPT report-dsn FROM ENVIRONMENT "MISSED_RPT_DSN".
           IF report-dsn = SPACES
             MOVE "MISSED.RPT" TO report-dsn
           END-IF.
           PERFORM SET-RUN-DATES.
           PERFORM LOAD-SHOP-CALENDAR.
           MOVE SPACES TO from-date-env.
           ACCEPT from-date-env FROM ENVIRONMENT "MISSED_FROM_DATE".
           IF from-date-env NOT = SPACES
             MOVE from-date-env TO from-date
           END-IF.
           MOVE SPACES TO through-date-env.
           ACCEPT through-date-env FROM ENVIRONMENT
               "MISSED_THROUGH_DATE".
           IF through-date-env NOT = SPACES
             MOVE through-date-env TO through-date
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           IF calendar-count = 0
             MOVE SPACES TO report-line
             WRITE report-line
             MOVE "NO SHOP CALENDAR ON FILE - NOTHING TO CHECK" TO
               report-line
             WRITE report-line
             CLOSE report-file
             PERFORM DISPLAY-CONTROL-TOTALS
             PERFORM WRITE-LINEAGE-RECORDS
             MOVE 4 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM LOAD-RUNS-IN-WINDOW.
           PERFORM LIST-MISSED-RUNS.
           PERFORM LIST-UNSCHEDULED-RUNS.
           CLOSE report-file.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF missed-count > 0 OR unscheduled-count > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Today in ISO and as a day number for gap ages, and yesterday
      *> as the default end of the checked window, both off the
      *> proleptic day count so month and year boundaries need no
      *> special handling.
       SET-RUN-DATES.
           ACCEPT run-date-fields FROM DATE YYYYMMDD.
           MOVE run-date-mm TO run-date-display-mm.
           MOVE run-date-dd TO run-date-display-dd.
           MOVE run-date-yyyy TO run-date-display-yyyy.
           MOVE SPACES TO today-iso.
           STRING run-date-yyyy "-" run-date-mm "-" run-date-dd
             INTO today-iso.
           COMPUTE today-number =
               FUNCTION INTEGER-OF-DATE(run-date-number).
           COMPUTE yesterday-number =
               FUNCTION DATE-OF-INTEGER(today-number - 1).
           MOVE SPACES TO through-date.
           STRING yesterday-yyyy "-" yesterday-mm "-" yesterday-dd
             INTO through-date.
           MOVE SPACES TO from-date.

      *> Loads the calendar whole. More rows than the table holds is
      *> a calendar this job was not sized for, and it abends rather
      *> than check half of it. The earliest date on file is the
      *> default start of the window - before the calendar existed
      *> there is nothing to check against.
       LOAD-SHOP-CALENDAR.
           MOVE 3 TO watch-job-count.
           PERFORM VARYING sj FROM 1 BY 1 UNTIL sj > 3
             MOVE stream-job-id(sj) TO watch-job-id(sj)
           END-PERFORM.
           MOVE 'N' TO file-eof.
           OPEN INPUT calendar-file.
           PERFORM UNTIL file-eof = 'Y'
             READ calendar-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 ADD 1 TO calendar-read
                 IF calendar-count >= 2000
                   DISPLAY "MORE THAN 2000 SHOP CALENDAR ROWS - "
                     "ABENDING"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO calendar-count
                 MOVE sc-date TO ct-date(calendar-count)
                 MOVE sc-job-id TO ct-job-id(calendar-count)
                 MOVE sc-day-type TO ct-day-type(calendar-count)
                 MOVE sc-expected TO ct-expected(calendar-count)
                 IF sc-expected NOT = 'Y' AND sc-expected NOT = 'N'
                   IF sc-day-type = "HOLIDAY"
                     MOVE 'N' TO ct-expected(calendar-count)
                   ELSE
                     MOVE 'Y' TO ct-expected(calendar-count)
                   END-IF
                 END-IF
                 IF from-date = SPACES OR sc-date < from-date
                   MOVE sc-date TO from-date
                 END-IF
                 IF sc-job-id NOT = "ALL"
                   PERFORM NOTE-WATCH-JOB
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE calendar-file.

       NOTE-WATCH-JOB.
           MOVE 'N' TO wj-found.
           PERFORM VARYING wj FROM 1 BY 1 UNTIL wj > watch-job-count
             IF watch-job-id(wj) = sc-job-id
               MOVE 'Y' TO wj-found
             END-IF
           END-PERFORM.
           IF wj-found = 'N' AND watch-job-count < 20
             ADD 1 TO watch-job-count
             MOVE sc-job-id TO watch-job-id(watch-job-count)
           END-IF.

      *> Folds every STARTED and ENDED record inside the window for a
      *> watched job into its job-and-date slot. Anything else on the
      *> feed (FrontEndEdit's STAGED counts) is not a run.
       LOAD-RUNS-IN-WINDOW.
           MOVE 'N' TO file-eof.
           OPEN INPUT run-control-file.
           PERFORM UNTIL file-eof = 'Y'
             READ run-control-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 ADD 1 TO run-control-read
                 IF (rc-status = "STARTED" OR rc-status = "ENDED")
                     AND rc-run-date >= from-date
                     AND rc-run-date <= through-date
                   MOVE 'N' TO wj-found
                   PERFORM VARYING wj FROM 1 BY 1
                       UNTIL wj > watch-job-count
                     IF watch-job-id(wj) = rc-job-id
                       MOVE 'Y' TO wj-found
                     END-IF
                   END-PERFORM
                   IF wj-found = 'Y'
                     PERFORM FOLD-ONE-RUN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE run-control-file.

       FOLD-ONE-RUN.
           MOVE rc-job-id TO judge-job-id.
           MOVE rc-run-date TO look-date.
           PERFORM FIND-RAN-ENTRY.
           IF ran-found = 'N'
             IF ran-count >= 3000
               DISPLAY "MORE THAN 3000 JOB-DAYS IN CHECKED WINDOW - "
                 "ABENDING"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO ran-count
             MOVE ran-count TO ran-index
             MOVE rc-job-id TO rn-job-id(ran-index)
             MOVE rc-run-date TO rn-date(ran-index)
             MOVE 'N' TO rn-started(ran-index)
             MOVE 'N' TO rn-ended(ran-index)
           END-IF.
           IF rc-status = "STARTED"
             MOVE 'Y' TO rn-started(ran-index)
           ELSE
             MOVE 'Y' TO rn-ended(ran-index)
           END-IF.

       FIND-RAN-ENTRY.
           MOVE 'N' TO ran-found.
           PERFORM VARYING r FROM 1 BY 1
               UNTIL r > ran-count OR ran-found = 'Y'
             IF rn-job-id(r) = judge-job-id AND rn-date(r) = look-date
               MOVE 'Y' TO ran-found
               MOVE r TO ran-index
             END-IF
           END-PERFORM.

      *> The calendar's word on one job and date: the job's own row
      *> if it has one, else the ALL row when the job is a stream
      *> job, else nothing.
       LOOK-UP-CALENDAR.
           MOVE 'N' TO look-found.
           MOVE 'N' TO look-own-row.
           MOVE SPACES TO look-expected.
           MOVE SPACES TO look-day-type.
           PERFORM VARYING cx FROM 1 BY 1
               UNTIL cx > calendar-count OR look-own-row = 'Y'
             IF ct-date(cx) = look-date
               IF ct-job-id(cx) = look-job-id
                 MOVE 'Y' TO look-found
                 MOVE 'Y' TO look-own-row
                 MOVE ct-expected(cx) TO look-expected
                 MOVE ct-day-type(cx) TO look-day-type
               ELSE
                 IF ct-job-id(cx) = "ALL" AND
                     (look-job-id = stream-job-id(1) OR
                     look-job-id = stream-job-id(2) OR
                     look-job-id = stream-job-id(3))
                   MOVE 'Y' TO look-found
                   MOVE ct-expected(cx) TO look-expected
                   MOVE ct-day-type(cx) TO look-day-type
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      *> Walks the calendar in file order. An ALL row stands for
      *> each stream job that has no row of its own that day; a job
      *> row stands for itself.
       LIST-MISSED-RUNS.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "EXPECTED RUNS WITH NO ENDED RECORD" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           MOVE "JOB" TO report-line(3:3).
           MOVE "DATE" TO report-line(14:4).
           MOVE "DAY TYPE" TO report-line(26:8).
           MOVE "AGE (DAYS)" TO report-line(35:10).
           MOVE "STATE" TO report-line(47:5).
           WRITE report-line.
           MOVE 0 TO section-count.
           PERFORM VARYING c FROM 1 BY 1 UNTIL c > calendar-count
             IF ct-date(c) >= from-date AND ct-date(c) <= through-date
               IF ct-job-id(c) = "ALL"
                 PERFORM VARYING sj FROM 1 BY 1 UNTIL sj > 3
                   MOVE ct-date(c) TO look-date
                   MOVE stream-job-id(sj) TO look-job-id
                   PERFORM LOOK-UP-CALENDAR
                   IF look-own-row = 'N'
                     MOVE stream-job-id(sj) TO judge-job-id
                     PERFORM JUDGE-EXPECTED-RUN
                   END-IF
                 END-PERFORM
               ELSE
                 MOVE ct-date(c) TO look-date
                 MOVE ct-job-id(c) TO judge-job-id
                 PERFORM JUDGE-EXPECTED-RUN
               END-IF
             END-IF
           END-PERFORM.
           IF section-count = 0
             MOVE "  NONE" TO report-line
             WRITE report-line
           END-IF.

      *> One expected job-day: a missed run is one the calendar
      *> expected and RUN.CONTROL has no ENDED for - never started
      *> at all, or started and never finished.
       JUDGE-EXPECTED-RUN.
           IF ct-expected(c) NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-RAN-ENTRY.
           IF ran-found = 'Y'
             IF rn-ended(ran-index) = 'Y'
               EXIT PARAGRAPH
             END-IF
             MOVE "STARTED, NO ENDED" TO miss-text
           ELSE
             MOVE "NEVER STARTED" TO miss-text
           END-IF.
           ADD 1 TO missed-count.
           ADD 1 TO section-count.
           PERFORM COMPUTE-GAP-AGE.
           MOVE SPACES TO report-line.
           MOVE judge-job-id TO report-line(3:10).
           MOVE look-date TO report-line(14:10).
           MOVE ct-day-type(c) TO report-line(26:8).
           MOVE gap-age-display TO report-line(40:5).
           MOVE miss-text TO report-line(47:20).
           WRITE report-line.

       COMPUTE-GAP-AGE.
           MOVE 0 TO gap-age.
           MOVE SPACES TO date-work-text.
           STRING look-date(1:4) look-date(6:2) look-date(9:2)
             DELIMITED BY SIZE INTO date-work-text.
           IF date-work-text IS NUMERIC
             IF FUNCTION TEST-DATE-YYYYMMDD(date-work-number) = 0
               COMPUTE gap-age = today-number -
                   FUNCTION INTEGER-OF-DATE(date-work-number)
             END-IF
           END-IF.
           MOVE gap-age TO gap-age-display.

      *> Every job-day that ran inside the window on a date the
      *> calendar did not expect it: a holiday, a day marked not
      *> expected, or a date the calendar does not carry at all.
       LIST-UNSCHEDULED-RUNS.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "RUNS ON DATES THE CALENDAR DID NOT SCHEDULE" TO
             report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           MOVE "JOB" TO report-line(3:3).
           MOVE "DATE" TO report-line(14:4).
           MOVE "CALENDAR SAYS" TO report-line(26:13).
           WRITE report-line.
           MOVE 0 TO section-count.
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > ran-count
             MOVE rn-date(r) TO look-date
             MOVE rn-job-id(r) TO look-job-id
             PERFORM LOOK-UP-CALENDAR
             IF look-found = 'N' OR look-expected = 'N'
               ADD 1 TO unscheduled-count
               ADD 1 TO section-count
               MOVE SPACES TO report-line
               MOVE rn-job-id(r) TO report-line(3:10)
               MOVE rn-date(r) TO report-line(14:10)
               IF look-found = 'N'
                 MOVE "NOT ON CALENDAR" TO report-line(26:15)
               ELSE
                 STRING FUNCTION TRIM(look-day-type)
                   " - JOB NOT EXPECTED"
                   DELIMITED BY SIZE INTO report-line(26:)
               END-IF
               WRITE report-line
             END-IF
           END-PERFORM.
           IF section-count = 0
             MOVE "  NONE" TO report-line
             WRITE report-line
           END-IF.

       WRITE-REPORT-HEADING.
           OPEN OUTPUT report-file.
           MOVE "MISSED-RUN CHECK AGAINST THE SHOP CALENDAR" TO
             report-line.
           WRITE report-line.
           MOVE "PROGRAM: MissedRun" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN DATE: " run-date-display
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "SHOP CALENDAR: " calendar-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN-CONTROL FILE: " run-control-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           IF calendar-count > 0
             MOVE SPACES TO report-line
             STRING "CHECKED WINDOW: " from-date " THROUGH "
               through-date
               INTO report-line
             WRITE report-line
           END-IF.

      *> Standard end-of-job reconciliation trailer, in the same
      *> format as the daily batch jobs.
       DISPLAY-CONTROL-TOTALS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTROL TOTALS - MISSEDRUN".
           MOVE calendar-read TO totals-display.
           DISPLAY "  CALENDAR ROWS READ .......: "
             FUNCTION TRIM(totals-display).
           MOVE run-control-read TO totals-display.
           DISPLAY "  RUN-CONTROL RECORDS READ .: "
             FUNCTION TRIM(totals-display).
           MOVE missed-count TO totals-display.
           DISPLAY "  MISSED RUNS ..............: "
             FUNCTION TRIM(totals-display).
           MOVE unscheduled-count TO totals-display.
           DISPLAY "  UNSCHEDULED RUNS .........: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: the shop calendar and the
      *> run-control feed it checked against each other, and its
      *> report.
       WRITE-LINEAGE-RECORDS.
           MOVE "INPUT" TO lineage-mode.
           IF calendar-read > 0
             MOVE "CALENDAR" TO lineage-role
             MOVE calendar-dsn TO lineage-entry-dsn
             MOVE calendar-read TO lineage-count
             MOVE 'Y' TO lineage-origin
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE 'N' TO lineage-origin.
           IF run-control-read > 0
             MOVE "RUN-CONTROL" TO lineage-role
             MOVE run-control-dsn TO lineage-entry-dsn
             MOVE run-control-read TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE "REPORT" TO lineage-role.
           MOVE report-dsn TO lineage-entry-dsn.
           MOVE "OUTPUT" TO lineage-mode.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.

      *> Stamps this run's date and start time for its lineage
      *> entries and picks up the manifest's dataset name.
       NOTE-LINEAGE-START.
           ACCEPT lineage-date-fields FROM DATE YYYYMMDD.
           MOVE SPACES TO lineage-run-date.
           STRING lineage-date-yyyy "-" lineage-date-mm "-"
             lineage-date-dd INTO lineage-run-date.
           ACCEPT lineage-time-text FROM TIME.
           MOVE lineage-time-text(1:6) TO lineage-start-time.
           MOVE SPACES TO lineage-dsn.
           ACCEPT lineage-dsn FROM ENVIRONMENT "LINEAGE_DSN".
           IF lineage-dsn = SPACES
             MOVE "STREAM.LINEAGE" TO lineage-dsn
           END-IF.

      *> Counts the records of the line dataset named in
      *> lineage-entry-dsn into lineage-count, for a dataset the run
      *> wrote whole or read through without a count of its own.
       COUNT-LINEAGE-RECORDS.
           MOVE 0 TO lineage-count.
           MOVE 'N' TO lineage-count-eof.
           OPEN INPUT lineage-count-file.
           PERFORM UNTIL lineage-count-eof = 'Y'
             READ lineage-count-file
               AT END MOVE 'Y' TO lineage-count-eof
               NOT AT END ADD 1 TO lineage-count
             END-READ
           END-PERFORM.
           CLOSE lineage-count-file.

      *> Appends one manifest entry from the lineage fields, probing
      *> on the first entry whether the manifest is there yet, the
      *> same way the run-control dataset is appended.
       APPEND-LINEAGE-RECORD.
           IF lineage-exists = SPACE
             MOVE 'N' TO lineage-exists
             OPEN INPUT lineage-file
             READ lineage-file
               AT END CONTINUE
               NOT AT END MOVE 'Y' TO lineage-exists
             END-READ
             CLOSE lineage-file
           END-IF.
           MOVE SPACES TO lineage-record.
           MOVE lineage-job-id TO ln-job-id.
           MOVE lineage-run-date TO ln-run-date.
           MOVE lineage-start-time TO ln-start-time.
           MOVE lineage-role TO ln-role.
           MOVE lineage-mode TO ln-open-mode.
           MOVE lineage-count TO ln-record-count.
           MOVE lineage-origin TO ln-origin.
           MOVE lineage-entry-dsn(1:60) TO ln-dsn.
           IF lineage-exists = 'Y'
             OPEN EXTEND lineage-file
           ELSE
             OPEN OUTPUT lineage-file
             MOVE 'Y' TO lineage-exists
           END-IF.
           WRITE lineage-record.
           CLOSE lineage-file.
