       IDENTIFICATION DIVISION.
       PROGRAM-ID. StagingRecon.
       AUTHOR. JULIUS PUTRA TANU SETIAJI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> End-to-end record-count reconciliation: FrontEndEdit proves
      *> a transmission agrees with its own trailer, and each daily
      *> job balances its own control totals, but only this step
      *> proves the job read the dataset FrontEndEdit staged. For
      *> each feed it compares the STAGED count FrontEndEdit left on
      *> the run-control feed with the count the matching job
      *> published to the daily summary - AOCDay1's pairs plus
      *> rejects, AOCDay2's lines read, AOCDay3's dump lines
      *> processed - so a swapped or truncated staging dataset, or a
      *> job pointed at the wrong input DSN, shows up as an
      *> out-of-balance line instead of two sides that each balance.
           SELECT OPTIONAL run-control-file ASSIGN DYNAMIC
           run-control-dsn LINE SEQUENTIAL.
           SELECT OPTIONAL daily-summary-file ASSIGN DYNAMIC
           daily-summary-dsn LINE SEQUENTIAL.
      *> Operator-maintained feed map: one row per feed ID naming
      *> the daily job that reads that feed's staging dataset.
      *> Absent file means each job's feed carries the job's own ID,
      *> the same way AlertMonitor falls back to built-in thresholds.
      *> On a day AOCDay3 runs a manifest of several dumps, each
      *> feed is mapped to its dump's A3-<tag> series instead, so it
      *> is balanced against that dump's lines processed and not the
      *> job-wide total of every dump.
           SELECT OPTIONAL feed-map-file ASSIGN TO "RECON.FEEDS"
           LINE SEQUENTIAL.
           SELECT report-file ASSIGN DYNAMIC report-dsn
           LINE SEQUENTIAL.
      *> Machine-readable result, one record per feed, rewritten each
      *> pass; AlertMonitor raises a breach for every out-of-balance
      *> feed on it.
           SELECT result-file ASSIGN DYNAMIC result-dsn
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
       FD run-control-file.
           COPY "RUNCTL.CPY".
       FD daily-summary-file.
           COPY "DLYSUM.CPY".
       FD feed-map-file.
       01 feed-map-record.
           05 fm-feed-id PIC X(10).
           05 FILLER PIC X.
           05 fm-job-id PIC X(10).
       FD report-file.
       01 report-line PIC X(132).
       FD result-file.
       01 recon-result-record.
           05 rr-run-date PIC X(10).
           05 FILLER PIC X.
           05 rr-feed-id PIC X(10).
           05 FILLER PIC X.
           05 rr-job-id PIC X(10).
           05 FILLER PIC X.
           05 rr-staged-count PIC 9(9).
           05 FILLER PIC X.
           05 rr-job-count PIC 9(9).
           05 FILLER PIC X.
           05 rr-status PIC X(12).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 file-eof PIC X.
       01 feed-map-loaded PIC X VALUE 'N'.
       01 run-control-read PIC 9(9) VALUE 0.
       01 summary-read PIC 9(9) VALUE 0.
       01 balanced-count PIC 9(4) VALUE 0.
       01 out-of-balance-count PIC 9(4) VALUE 0.
       01 totals-display PIC Z(9)9.

      *> One slot per feed: its job, the latest STAGED record for the
      *> reconciled date, and the job's own figures for that date.
      *> A rerun appends a second set of figures; the later one is
      *> the one that stands, the same rule the trend report uses.
       01 feed-count PIC 9(2) VALUE 0.
       01 feed-table.
           05 feed-entry OCCURS 20.
               10 ft-feed-id PIC X(10).
               10 ft-job-id PIC X(10).
               10 ft-staged-seen PIC X.
               10 ft-staged-count PIC 9(9).
               10 ft-business-date PIC X(10).
               10 ft-job-ended PIC X.
               10 ft-count-a-seen PIC X.
               10 ft-count-a PIC 9(9).
               10 ft-count-b-seen PIC X.
               10 ft-count-b PIC 9(9).
               10 ft-job-count PIC 9(9).
               10 ft-status PIC X(12).
       01 f PIC 9(2).
       01 difference-value PIC S9(9).
       01 difference-display PIC -(9)9.
       01 staged-display PIC Z(8)9.
       01 job-count-display PIC Z(8)9.
       01 status-text PIC X(40).

      *> Run controls: the run date being reconciled (default today,
      *> ISO text like the feeds' own dates).
       01 recon-date-env PIC X(10).
       01 recon-date PIC X(10).
       01 run-date-fields.
         05 run-date-yyyy PIC 9(4).
         05 run-date-mm PIC 9(2).
         05 run-date-dd PIC 9(2).
       01 run-date-display.
         05 run-date-display-mm PIC 9(2).
         05 FILLER PIC X VALUE "/".
         05 run-date-display-dd PIC 9(2).
         05 FILLER PIC X VALUE "/".
         05 run-date-display-yyyy PIC 9(4).

      *> Dataset-name overrides, read once per run; unset means take
      *> the historical default name.
       01 run-control-dsn PIC X(80) VALUE "RUN.CONTROL".
       01 daily-summary-dsn PIC X(80) VALUE "DAILY.SUMMARY".
       01 report-dsn PIC X(80) VALUE "RECON.RPT".
       01 result-dsn PIC X(80) VALUE "RECON.RESULT".

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "RECON".
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
           MOVE SPACES TO run-control-dsn.
           ACCEPT run-control-dsn FROM ENVIRONMENT "RUN_CONTROL_DSN".
           IF run-control-dsn = SPACES
             MOVE "RUN.CONTROL" TO run-control-dsn
           END-IF.
           MOVE SPACES TO daily-summary-dsn.
           ACCEPT daily-summary-dsn FROM ENVIRONMENT
               "DAILY_SUMMARY_DSN".
           IF daily-summary-dsn = SPACES
             MOVE "DAILY.SUMMARY" TO daily-summary-dsn
           END-IF.
           MOVE SPACES TO report-dsn.
           ACCEPT report-dsn FROM ENVIRONMENT "RECON_RPT_DSN".
           IF report-dsn = SPACES
             MOVE "RECON.RPT" TO report-dsn
           END-IF.
           MOVE SPACES TO result-dsn.
           ACCEPT result-dsn FROM ENVIRONMENT "RECON_RESULT_DSN".
           IF result-dsn = SPACES
             MOVE "RECON.RESULT" TO result-dsn
           END-IF.
           ACCEPT run-date-fields FROM DATE YYYYMMDD.
           MOVE run-date-mm TO run-date-display-mm.
           MOVE run-date-dd TO run-date-display-dd.
           MOVE run-date-yyyy TO run-date-display-yyyy.
           MOVE SPACES TO recon-date-env.
           ACCEPT recon-date-env FROM ENVIRONMENT "RECON_DATE".
           IF recon-date-env = SPACES
             MOVE SPACES TO recon-date
             STRING run-date-yyyy "-" run-date-mm "-" run-date-dd
               INTO recon-date
           ELSE
             MOVE recon-date-env TO recon-date
           END-IF.
           PERFORM LOAD-FEED-MAP.
           PERFORM GATHER-STAGED-COUNTS.
           PERFORM GATHER-JOB-COUNTS.
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > feed-count
             PERFORM JUDGE-ONE-FEED
           END-PERFORM.
           PERFORM WRITE-RECON-REPORT.
           PERFORM WRITE-RECON-RESULT.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF out-of-balance-count > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Built-in map first - each daily job's feed under the job's
      *> own ID - then RECON.FEEDS replaces it wholesale when one is
      *> supplied.
       LOAD-FEED-MAP.
           MOVE 3 TO feed-count.
           MOVE "AOCDAY1" TO ft-feed-id(1).
           MOVE "AOCDAY1" TO ft-job-id(1).
           MOVE "AOCDAY2" TO ft-feed-id(2).
           MOVE "AOCDAY2" TO ft-job-id(2).
           MOVE "AOCDAY3" TO ft-feed-id(3).
           MOVE "AOCDAY3" TO ft-job-id(3).
           MOVE 'N' TO file-eof.
           OPEN INPUT feed-map-file.
           READ feed-map-file
             AT END MOVE 'Y' TO file-eof
           END-READ.
           IF file-eof = 'N'
             MOVE 'Y' TO feed-map-loaded
             MOVE 0 TO feed-count
             PERFORM UNTIL file-eof = 'Y' OR feed-count >= 20
               ADD 1 TO feed-count
               MOVE fm-feed-id TO ft-feed-id(feed-count)
               MOVE fm-job-id TO ft-job-id(feed-count)
               READ feed-map-file
                 AT END MOVE 'Y' TO file-eof
               END-READ
             END-PERFORM
           END-IF.
           CLOSE feed-map-file.
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > feed-count
             MOVE 'N' TO ft-staged-seen(f)
             MOVE 0 TO ft-staged-count(f)
             MOVE SPACES TO ft-business-date(f)
             MOVE 'N' TO ft-job-ended(f)
             MOVE 'N' TO ft-count-a-seen(f)
             MOVE 0 TO ft-count-a(f)
             MOVE 'N' TO ft-count-b-seen(f)
             MOVE 0 TO ft-count-b(f)
             MOVE 0 TO ft-job-count(f)
             MOVE SPACES TO ft-status(f)
           END-PERFORM.

      *> One pass over the run-control feed for the reconciled date:
      *> the latest STAGED count per feed, and whether each feed's
      *> job has an ENDED record at all (AOCDay3's, for a feed mapped
      *> to an A3- dump series).
       GATHER-STAGED-COUNTS.
           MOVE 'N' TO file-eof.
           OPEN INPUT run-control-file.
           PERFORM UNTIL file-eof = 'Y'
             READ run-control-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 ADD 1 TO run-control-read
                 IF rc-run-date = recon-date
                   PERFORM VARYING f FROM 1 BY 1 UNTIL f > feed-count
                     IF rc-job-id = "EDIT" AND rc-status = "STAGED"
                         AND rc-feed-id = ft-feed-id(f)
                       MOVE 'Y' TO ft-staged-seen(f)
                       MOVE rc-total-1 TO ft-staged-count(f)
                       MOVE rc-business-date TO ft-business-date(f)
                     END-IF
                     IF (rc-job-id = ft-job-id(f) OR
                         (ft-job-id(f)(1:3) = "A3-" AND
                         rc-job-id = "AOCDAY3")) AND
                         rc-status = "ENDED"
                       MOVE 'Y' TO ft-job-ended(f)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE run-control-file.

      *> One pass over the daily summary for the reconciled date,
      *> picking up the count metric(s) each job publishes for its
      *> input: AOCDay1 splits its lines between accepted pairs and
      *> rejects, so it takes two metrics; the others take one.
       GATHER-JOB-COUNTS.
           MOVE 'N' TO file-eof.
           OPEN INPUT daily-summary-file.
           PERFORM UNTIL file-eof = 'Y'
             READ daily-summary-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 ADD 1 TO summary-read
                 IF ds-run-date = recon-date
                   PERFORM VARYING f FROM 1 BY 1 UNTIL f > feed-count
                     IF ds-job-id = ft-job-id(f)
                       PERFORM FOLD-ONE-JOB-METRIC
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE daily-summary-file.

       FOLD-ONE-JOB-METRIC.
           EVALUATE TRUE
             WHEN ft-job-id(f) = "AOCDAY1" AND ds-metric-id = "PAIRS"
               MOVE 'Y' TO ft-count-a-seen(f)
               MOVE ds-metric-value TO ft-count-a(f)
             WHEN ft-job-id(f) = "AOCDAY1" AND
                 ds-metric-id = "REJECTED"
               MOVE 'Y' TO ft-count-b-seen(f)
               MOVE ds-metric-value TO ft-count-b(f)
             WHEN ft-job-id(f) = "AOCDAY2" AND
                 ds-metric-id = "LINES-READ"
               MOVE 'Y' TO ft-count-a-seen(f)
               MOVE 'Y' TO ft-count-b-seen(f)
               MOVE ds-metric-value TO ft-count-a(f)
             WHEN (ft-job-id(f) = "AOCDAY3" OR
                 ft-job-id(f)(1:3) = "A3-") AND
                 ds-metric-id = "LINES-PROC"
               MOVE 'Y' TO ft-count-a-seen(f)
               MOVE 'Y' TO ft-count-b-seen(f)
               MOVE ds-metric-value TO ft-count-a(f)
           END-EVALUATE.

      *> A feed with neither a staged count nor a job run had no
      *> activity that day and is neither balanced nor not. Every
      *> other combination short of both counts present and equal is
      *> out of balance: staged but the job never ended, the job ran
      *> with nothing staged, or a job whose count is missing.
       JUDGE-ONE-FEED.
           COMPUTE ft-job-count(f) = ft-count-a(f) + ft-count-b(f).
           EVALUATE TRUE
             WHEN ft-staged-seen(f) = 'N' AND ft-job-ended(f) = 'N'
               MOVE "NO-ACTIVITY" TO ft-status(f)
             WHEN ft-staged-seen(f) = 'N'
               MOVE "NO-STAGED" TO ft-status(f)
               ADD 1 TO out-of-balance-count
             WHEN ft-job-ended(f) = 'N'
               MOVE "JOB-NOT-RUN" TO ft-status(f)
               ADD 1 TO out-of-balance-count
             WHEN ft-count-a-seen(f) = 'N' OR ft-count-b-seen(f) = 'N'
               MOVE "NO-JOB-COUNT" TO ft-status(f)
               ADD 1 TO out-of-balance-count
             WHEN ft-job-count(f) = ft-staged-count(f)
               MOVE "BALANCED" TO ft-status(f)
               ADD 1 TO balanced-count
             WHEN OTHER
               MOVE "OUT-OF-BAL" TO ft-status(f)
               ADD 1 TO out-of-balance-count
           END-EVALUATE.

       WRITE-RECON-REPORT.
           OPEN OUTPUT report-file.
           MOVE "STAGING RECORD-COUNT RECONCILIATION" TO report-line.
           WRITE report-line.
           MOVE "PROGRAM: StagingRecon" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN DATE: " run-date-display
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RECONCILED DATE: " recon-date
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN-CONTROL FILE: " run-control-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "DAILY SUMMARY: " daily-summary-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "FEED       JOB        BUSINESS DATE  STAGED  "
             & "JOB COUNT  DIFFERENCE  DISPOSITION" TO report-line.
           WRITE report-line.
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > feed-count
             PERFORM WRITE-ONE-FEED-LINE
           END-PERFORM.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF out-of-balance-count = 0
             MOVE "RESULT: BALANCED - EVERY STAGED FEED WAS READ IN "
               & "FULL" TO report-line
           ELSE
             MOVE out-of-balance-count TO totals-display
             STRING "RESULT: OUT OF BALANCE - "
               FUNCTION TRIM(totals-display)
               " FEED(S) DO NOT AGREE WITH STAGING"
               INTO report-line
           END-IF.
           WRITE report-line.
           CLOSE report-file.

       WRITE-ONE-FEED-LINE.
           MOVE ft-staged-count(f) TO staged-display.
           MOVE ft-job-count(f) TO job-count-display.
           COMPUTE difference-value = ft-job-count(f) -
               ft-staged-count(f).
           MOVE difference-value TO difference-display.
           EVALUATE ft-status(f)
             WHEN "BALANCED"
               MOVE "BALANCED" TO status-text
             WHEN "OUT-OF-BAL"
               MOVE "OUT OF BALANCE" TO status-text
             WHEN "NO-STAGED"
               MOVE "OUT OF BALANCE - NOTHING STAGED" TO status-text
             WHEN "JOB-NOT-RUN"
               MOVE "OUT OF BALANCE - JOB HAS NO ENDED" TO status-text
             WHEN "NO-JOB-COUNT"
               MOVE "OUT OF BALANCE - JOB COUNT MISSING"
                 TO status-text
             WHEN OTHER
               MOVE "NO ACTIVITY" TO status-text
           END-EVALUATE.
           MOVE SPACES TO report-line.
           STRING ft-feed-id(f) " " ft-job-id(f) " "
             ft-business-date(f) "  " staged-display "  "
             job-count-display "  " difference-display "  "
             FUNCTION TRIM(status-text)
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.

       WRITE-RECON-RESULT.
           OPEN OUTPUT result-file.
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > feed-count
             MOVE SPACES TO recon-result-record
             MOVE recon-date TO rr-run-date
             MOVE ft-feed-id(f) TO rr-feed-id
             MOVE ft-job-id(f) TO rr-job-id
             MOVE ft-staged-count(f) TO rr-staged-count
             MOVE ft-job-count(f) TO rr-job-count
             MOVE ft-status(f) TO rr-status
             WRITE recon-result-record
           END-PERFORM.
           CLOSE result-file.

      *> Standard end-of-job reconciliation trailer, in the same
      *> format as the daily batch jobs.
       DISPLAY-CONTROL-TOTALS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTROL TOTALS - STAGINGRECON".
           MOVE run-control-read TO totals-display.
           DISPLAY "  RUN-CONTROL RECORDS READ .: "
             FUNCTION TRIM(totals-display).
           MOVE summary-read TO totals-display.
           DISPLAY "  SUMMARY RECORDS READ .....: "
             FUNCTION TRIM(totals-display).
           MOVE balanced-count TO totals-display.
           DISPLAY "  FEEDS BALANCED ...........: "
             FUNCTION TRIM(totals-display).
           MOVE out-of-balance-count TO totals-display.
           DISPLAY "  FEEDS OUT OF BALANCE .....: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: the run-control and summary
      *> feeds it balanced, the feed map when one was supplied, and
      *> the report and result file it produced.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           MOVE "INPUT" TO lineage-mode.
           MOVE "RUN-CONTROL" TO lineage-role.
           MOVE run-control-dsn TO lineage-entry-dsn.
           MOVE run-control-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "DAILY-SUMM" TO lineage-role.
           MOVE daily-summary-dsn TO lineage-entry-dsn.
           MOVE summary-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           IF feed-map-loaded = 'Y'
             MOVE "FEED-MAP" TO lineage-role
             MOVE "RECON.FEEDS" TO lineage-entry-dsn
             MOVE feed-count TO lineage-count
             MOVE 'Y' TO lineage-origin
             PERFORM APPEND-LINEAGE-RECORD
             MOVE 'N' TO lineage-origin
           END-IF.
           MOVE "OUTPUT" TO lineage-mode.
           MOVE "REPORT" TO lineage-role.
           MOVE report-dsn TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "RESULT" TO lineage-role.
           MOVE result-dsn TO lineage-entry-dsn.
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
