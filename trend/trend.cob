      *> flag waiting in TREND.RPT until somebody reads it at 9 a.m.
           SELECT anomaly-file ASSIGN DYNAMIC anomaly-dsn
           LINE SEQUENTIAL.
      *> Shop calendar (see SHOPCAL.CPY). A run made on a day the
      *> calendar does not expect the job - a catch-up or a rerun on
      *> a holiday or other shut day - is rarely a normal day's
      *> volume, so it is shown and marked but neither judged nor
      *> allowed into the trailing average the later runs are judged
      *> against. No calendar means no holidays.
           SELECT OPTIONAL calendar-file ASSIGN DYNAMIC calendar-dsn
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
           05 an-trailing-avg PIC 9(18).
           05 FILLER PIC X.
           05 an-deviation-pct PIC 9(5).
       FD calendar-file.
           COPY "SHOPCAL.CPY".
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 summary-file-eof PIC X VALUE 'N'.
               10 st-run-entry OCCURS 30.
                   15 st-run-date PIC X(10).
                   15 st-value PIC 9(18).
                   15 st-run-holiday PIC X.
       01 j PIC 9(3).
       01 k PIC 9(2).
       01 m PIC 9(2).
       01 series-found PIC X.

      *> Shop-calendar rows, held whole. A job's own row for a date
      *> overrides the ALL row, so the holiday answer for a run can
      *> only be given once every row for the date has been seen.
       01 calendar-file-eof PIC X VALUE 'N'.
       01 calendar-count PIC 9(4) VALUE 0.
       01 calendar-dropped-count PIC 9(9) VALUE 0.
       01 calendar-table.
           05 calendar-entry OCCURS 2000.
               10 ct-date PIC X(10).
               10 ct-job-id PIC X(10).
               10 ct-expected PIC X.
       01 cx PIC 9(4).
       01 calendar-own-row PIC X.
       01 calendar-expected PIC X.
       01 calendar-job-id PIC X(10).
       01 holiday-runs-skipped PIC 9(9) VALUE 0.

      *> Trailing-average work fields: the average is taken over the
      *> runs already in the window ahead of the run being judged, so
      *> the run under inspection never dilutes its own baseline.
       01 daily-summary-dsn PIC X(80) VALUE "DAILY.SUMMARY".
       01 report-dsn PIC X(80) VALUE "TREND.RPT".
       01 anomaly-dsn PIC X(80) VALUE "TREND.ANOMALY".
       01 calendar-dsn PIC X(80) VALUE "SHOP.CALENDAR".

      *> Report heading and run-stamp fields
       01 run-date-fields.
         05 FILLER PIC X VALUE "/".
         05 run-date-display-yyyy PIC 9(4).

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "TREND".
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
           MOVE SPACES TO daily-summary-dsn.
           ACCEPT daily-summary-dsn FROM ENVIRONMENT
               "DAILY_SUMMARY_DSN".
           IF anomaly-dsn = SPACES
             MOVE "TREND.ANOMALY" TO anomaly-dsn
           END-IF.
           MOVE SPACES TO calendar-dsn.
           ACCEPT calendar-dsn FROM ENVIRONMENT "SHOP_CALENDAR_DSN".
           IF calendar-dsn = SPACES
             MOVE "SHOP.CALENDAR" TO calendar-dsn
           END-IF.
           PERFORM LOAD-SHOP-CALENDAR.
           PERFORM LOAD-SUMMARY-HISTORY.
           OPEN OUTPUT anomaly-file.
           PERFORM WRITE-TREND-REPORT.
           CLOSE anomaly-file.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           STOP RUN.

      *> Loads the shop calendar. Rows beyond the table are counted
      *> and reported rather than abending the trend run - a missed
      *> holiday only costs a noisier average.
       LOAD-SHOP-CALENDAR.
           OPEN INPUT calendar-file.
           PERFORM UNTIL calendar-file-eof = 'Y'
             READ calendar-file
               AT END MOVE 'Y' TO calendar-file-eof
               NOT AT END
                 IF calendar-count >= 2000
                   ADD 1 TO calendar-dropped-count
                 ELSE
                   ADD 1 TO calendar-count
                   MOVE sc-date TO ct-date(calendar-count)
                   MOVE sc-job-id TO ct-job-id(calendar-count)
                   MOVE sc-expected TO ct-expected(calendar-count)
                   IF sc-expected NOT = 'Y' AND sc-expected NOT = 'N'
                     IF sc-day-type = "HOLIDAY"
                       MOVE 'N' TO ct-expected(calendar-count)
                     ELSE
                       MOVE 'Y' TO ct-expected(calendar-count)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE calendar-file.

      *> Reads the whole accumulated feed once, fanning each record
      *> out to its series' window slot. Only the last run-window
      *> runs per series are retained; everything older has already
               COMPUTE m = k + 1
               MOVE st-run-date(j, m) TO st-run-date(j, k)
               MOVE st-value(j, m) TO st-value(j, k)
               MOVE st-run-holiday(j, m) TO st-run-holiday(j, k)
             END-PERFORM
           END-IF.
           MOVE st-run-count(j) TO k.
           MOVE ds-run-date TO st-run-date(j, k).
           MOVE ds-metric-value TO st-value(j, k).
           PERFORM LOOK-UP-HOLIDAY.

      *> Marks run k of series j as a holiday run when the calendar
      *> does not expect its job to run that date: the job's own row
      *> if there is one, else the ALL row. A row's expected flag
      *> decides, a blank one taking the day type's answer (a HOLIDAY
      *> is not expected), the same rule MissedRun and FrontEndEdit
      *> apply. The per-unit A2- series and the per-dump A3- series
      *> are published by AOCDAY2 and AOCDAY3 and so follow those
      *> jobs' calendar rows.
       LOOK-UP-HOLIDAY.
           MOVE 'N' TO st-run-holiday(j, k).
           MOVE 'N' TO calendar-own-row.
           MOVE 'Y' TO calendar-expected.
           MOVE ds-job-id TO calendar-job-id.
           IF ds-job-id(1:3) = "A2-"
             MOVE "AOCDAY2" TO calendar-job-id
           END-IF.
           IF ds-job-id(1:3) = "A3-"
             MOVE "AOCDAY3" TO calendar-job-id
           END-IF.
           PERFORM VARYING cx FROM 1 BY 1
               UNTIL cx > calendar-count OR calendar-own-row = 'Y'
             IF ct-date(cx) = ds-run-date
               IF ct-job-id(cx) = calendar-job-id
                 MOVE 'Y' TO calendar-own-row
                 MOVE ct-expected(cx) TO calendar-expected
               ELSE
                 IF ct-job-id(cx) = "ALL"
                   MOVE ct-expected(cx) TO calendar-expected
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF calendar-expected = 'N'
             MOVE 'Y' TO st-run-holiday(j, k)
           END-IF.

      *> Writes the headed trend report: per series, the retained
      *> runs in order with day-over-day deltas, flagging any run
             " PCT MOVE FROM TRAILING AVERAGE"
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "SHOP CALENDAR: " calendar-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           IF calendar-dropped-count > 0
             MOVE calendar-dropped-count TO count-display
             MOVE SPACES TO report-line
             STRING "WARNING: "
               FUNCTION TRIM(count-display)
               " SHOP CALENDAR ROWS BEYOND TABLE CAPACITY WERE "
               "IGNORED"
               INTO report-line
             WRITE report-line
           END-IF.
           IF series-dropped-count > 0
             MOVE series-dropped-count TO count-display
             MOVE SPACES TO report-line
      *> is never used as a baseline: any nonzero value would be an
      *> infinite-percent move, which is exactly the sort of
      *> first-run noise the window exists to keep out of the
      *> anomaly count. Holiday runs are marked and passed over, and
      *> are left out of the trailing average, so the run after a
      *> holiday is judged against business days only.
       CHECK-SERIES-ANOMALY.
           IF st-run-holiday(j, k) = 'Y'
             ADD 1 TO holiday-runs-skipped
             MOVE " HOLIDAY" TO alert-flags
             EXIT PARAGRAPH
           END-IF.
           IF k < 2
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO trailing-sum.
           MOVE 0 TO trailing-count.
           PERFORM VARYING m FROM 1 BY 1 UNTIL m >= k
             IF st-run-holiday(j, m) NOT = 'Y'
               ADD st-value(j, m) TO trailing-sum
               ADD 1 TO trailing-count
             END-IF
           END-PERFORM.
           IF trailing-count = 0
             EXIT PARAGRAPH
           END-IF.
           COMPUTE trailing-average = trailing-sum / trailing-count.
           IF trailing-average = 0
             EXIT PARAGRAPH
           MOVE anomaly-records-written TO totals-display.
           DISPLAY "  ANOMALY RECORDS WRITTEN ..: "
             FUNCTION TRIM(totals-display).
           MOVE holiday-runs-skipped TO totals-display.
           DISPLAY "  HOLIDAY RUNS NOT JUDGED ..: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: the summary history and the
      *> shop calendar it judged, the report and the anomaly file.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           MOVE "INPUT" TO lineage-mode.
           MOVE "DAILY-SUMM" TO lineage-role.
           MOVE daily-summary-dsn TO lineage-entry-dsn.
           MOVE records-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           IF calendar-count + calendar-dropped-count > 0
             MOVE 'Y' TO lineage-origin
             MOVE "CALENDAR" TO lineage-role
             MOVE calendar-dsn TO lineage-entry-dsn
             COMPUTE lineage-count =
                 calendar-count + calendar-dropped-count
             PERFORM APPEND-LINEAGE-RECORD
             MOVE 'N' TO lineage-origin
           END-IF.
           MOVE "OUTPUT" TO lineage-mode.
           MOVE "REPORT" TO lineage-role.
           MOVE report-dsn TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "ANOMALIES" TO lineage-role.
           MOVE anomaly-dsn TO lineage-entry-dsn.
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
