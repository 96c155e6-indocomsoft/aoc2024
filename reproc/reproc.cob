       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReprocessCompare.
       AUTHOR. JULIUS PUTRA TANU SETIAJI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Reprocessing comparison: once ArchiveRestore has brought a
      *> past day back and the jobs have been re-run, sets what was
      *> originally reported for that day against what the re-run
      *> produced, so no restated figure reaches a corrected
      *> month-end statement without someone explaining it and
      *> signing for it. The original side is the day's archived
      *> summary records and its RUN.CONTROL ENDED totals; the
      *> re-run side is the summary records and ENDED totals the
      *> re-run left under its own run date. The archived AOCDay1
      *> exception listing and AOCDay3 transaction log are matched
      *> record by record against the live ones the re-run rewrote,
      *> and every entry that appeared or disappeared is listed.
           SELECT OPTIONAL summary-file ASSIGN DYNAMIC summary-dsn
           LINE SEQUENTIAL.
           SELECT OPTIONAL run-control-file ASSIGN DYNAMIC
           run-control-dsn LINE SEQUENTIAL.
           SELECT report-file ASSIGN DYNAMIC report-dsn
           LINE SEQUENTIAL.
      *> The exception listing in both its archived and live forms,
      *> record sequential as AOCDay1 writes it, each sorted into a
      *> work file so the two can be matched in one pass.
           SELECT OPTIONAL old-exception-file ASSIGN DYNAMIC
           old-exception-dsn ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL new-exception-file ASSIGN TO "AOCDAY1.EXC"
           ORGANIZATION SEQUENTIAL.
           SELECT exception-sort-file ASSIGN TO "REPROC.WK1".
           SELECT sorted-old-exception-file ASSIGN TO "REPROC.SX1"
           ORGANIZATION SEQUENTIAL.
           SELECT sorted-new-exception-file ASSIGN TO "REPROC.SX2"
           ORGANIZATION SEQUENTIAL.
      *> The transaction log likewise, line sequential.
           SELECT OPTIONAL old-log-file ASSIGN DYNAMIC old-log-dsn
           LINE SEQUENTIAL.
           SELECT OPTIONAL new-log-file ASSIGN DYNAMIC log-dsn
           LINE SEQUENTIAL.
           SELECT log-sort-file ASSIGN TO "REPROC.WK2".
           SELECT sorted-old-log-file ASSIGN TO "REPROC.SL1"
           ORGANIZATION SEQUENTIAL.
           SELECT sorted-new-log-file ASSIGN TO "REPROC.SL2"
           ORGANIZATION SEQUENTIAL.
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
       FD summary-file.
           COPY "DLYSUM.CPY".
       FD run-control-file.
           COPY "RUNCTL.CPY".
       FD report-file.
       01 report-line PIC X(132).
       FD old-exception-file.
       01 old-exception-record PIC X(15).
       FD new-exception-file.
       01 new-exception-record PIC X(15).

       SD exception-sort-file.
       01 exception-sort-record.
           05 es-row-number PIC 9(9).
           05 es-location-id PIC 9(6).

       FD sorted-old-exception-file.
       01 sorted-old-exception-record.
           05 xo-row-number PIC 9(9).
           05 xo-location-id PIC 9(6).

       FD sorted-new-exception-file.
       01 sorted-new-exception-record.
           05 xn-row-number PIC 9(9).
           05 xn-location-id PIC 9(6).

       FD old-log-file.
       01 old-log-record PIC X(150).
       FD new-log-file.
       01 new-log-record PIC X(150).

       SD log-sort-file.
       01 log-sort-record.
           05 lq-text PIC X(150).

       FD sorted-old-log-file.
       01 sorted-old-log-record.
           05 lo-text PIC X(150).

       FD sorted-new-log-file.
       01 sorted-new-log-record.
           05 lw-text PIC X(150).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 file-eof PIC X.
       01 old-summary-read PIC 9(9) VALUE 0.
       01 new-summary-read PIC 9(9) VALUE 0.
       01 summary-legacy-skipped PIC 9(9) VALUE 0.
       01 run-control-read PIC 9(9) VALUE 0.
       01 restated-count PIC 9(4) VALUE 0.
       01 totals-display PIC Z(9)9.

      *> One slot per summary series (job id or A2- unit, metric id)
      *> seen on either side, in the order first met - original side
      *> first - with the figure each side reported. A date carrying
      *> more than one run of a job takes the last record written,
      *> as StreamVerify does for ENDED totals. A restated series
      *> carries its reference number on the sign-off list.
       01 series-count PIC 9(3) VALUE 0.
       01 series-table.
           05 series-entry OCCURS 300.
               10 sr-job-id PIC X(10).
               10 sr-metric-id PIC X(12).
               10 sr-old-seen PIC X.
               10 sr-old-value PIC 9(18).
               10 sr-new-seen PIC X.
               10 sr-new-value PIC 9(18).
               10 sr-listed PIC X.
               10 sr-ref PIC 9(4).
       01 sr PIC 9(3).
       01 sx PIC 9(3).
       01 series-found PIC X.
       01 summary-side PIC X.
       01 series-difference PIC S9(18).

      *> One slot per job with an ENDED record on either date, with
      *> the last ENDED totals and end time on each side.
       01 job-count PIC 9(2) VALUE 0.
       01 job-table.
           05 job-entry OCCURS 50.
               10 jr-job-id PIC X(10).
               10 jr-old-seen PIC X.
               10 jr-old-time PIC X(6).
               10 jr-old-total PIC 9(38) OCCURS 2.
               10 jr-new-seen PIC X.
               10 jr-new-time PIC X(6).
               10 jr-new-total PIC 9(38) OCCURS 2.
               10 jr-ref PIC 9(4) OCCURS 2.
       01 jr PIC 9(2).
       01 tt PIC 9(1).
       01 job-found PIC X.
       01 total-difference PIC S9(38).

      *> Record-by-record comparison of the two listings: whether
      *> each side is on file, the records read from each, the
      *> entries matched, appeared and disappeared, and the
      *> reference number a changed listing is signed off under.
       01 old-exception-present PIC X.
       01 new-exception-present PIC X.
       01 old-exception-eof PIC X.
       01 new-exception-eof PIC X.
       01 old-exception-read PIC 9(9) VALUE 0.
       01 new-exception-read PIC 9(9) VALUE 0.
       01 exception-matched PIC 9(9) VALUE 0.
       01 exception-appeared PIC 9(9) VALUE 0.
       01 exception-disappeared PIC 9(9) VALUE 0.
       01 exception-ref PIC 9(4) VALUE 0.
       01 old-log-present PIC X.
       01 new-log-present PIC X.
       01 old-log-eof PIC X.
       01 new-log-eof PIC X.
       01 old-log-ready PIC X.
       01 new-log-ready PIC X.
       01 old-log-read PIC 9(9) VALUE 0.
       01 new-log-read PIC 9(9) VALUE 0.
       01 log-matched PIC 9(9) VALUE 0.
       01 log-appeared PIC 9(9) VALUE 0.
       01 log-disappeared PIC 9(9) VALUE 0.
       01 log-ref PIC 9(4) VALUE 0.
       01 compare-result PIC X.

      *> Report edit fields
       01 value-display PIC Z(17)9.
       01 difference-display PIC -(18)9.
       01 total-display PIC Z(37)9.
       01 total-difference-display PIC -(38)9.
       01 row-display PIC Z(8)9.
       01 ref-display PIC 9(4).
       01 old-text PIC X(40).
       01 new-text PIC X(40).
       01 difference-text PIC X(40).
       01 restated-text PIC X(20).
       01 section-count PIC 9(6).
       01 r PIC 9(4).
       01 ref-found PIC X.

      *> The reprocessed date (REPROC_DATE, YYYYMMDD, required) and
      *> the date the re-run was made under (REPROC_RERUN_DATE,
      *> default today), each as the archive stamps it and as the
      *> feeds carry it.
       01 date-env PIC X(10).
       01 date-work-text PIC X(8).
       01 date-work-number REDEFINES date-work-text PIC 9(8).
       01 original-date-text PIC X(8).
       01 original-date-iso PIC X(10).
       01 rerun-date-text PIC X(8).
       01 rerun-date-iso PIC X(10).

      *> Dataset-name overrides, read once per run; unset means take
      *> the historical default name each producing job uses. The
      *> archive names are built the way DailyArchive stamps them.
       01 daily-summary-dsn PIC X(80) VALUE "DAILY.SUMMARY".
       01 run-control-dsn PIC X(80) VALUE "RUN.CONTROL".
       01 log-dsn PIC X(80) VALUE "AOCDAY3.LOG".
       01 report-dsn PIC X(80) VALUE "REPROC.RPT".
       01 summary-dsn PIC X(80).
       01 old-summary-dsn PIC X(80).
       01 old-exception-dsn PIC X(80).
       01 old-log-dsn PIC X(80).

      *> Report heading and run-stamp fields
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

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "REPROC".
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
           IF daily-summary-dsn = SPACES
             MOVE "DAILY.SUMMARY" TO daily-summary-dsn
           END-IF.
           MOVE SPACES TO run-control-dsn.
           ACCEPT run-control-dsn FROM ENVIRONMENT "RUN_CONTROL_DSN".
           IF run-control-dsn = SPACES
             MOVE "RUN.CONTROL" TO run-control-dsn
           END-IF.
           MOVE SPACES TO log-dsn.
           ACCEPT log-dsn FROM ENVIRONMENT "AOCDAY3_LOG_DSN".
           IF log-dsn = SPACES
             MOVE "AOCDAY3.LOG" TO log-dsn
           END-IF.
           MOVE SPACES TO report-dsn.
           ACCEPT report-dsn FROM ENVIRONMENT "REPROC_RPT_DSN".
           IF report-dsn = SPACES
             MOVE "REPROC.RPT" TO report-dsn
           END-IF.
           ACCEPT run-date-fields FROM DATE YYYYMMDD.
           MOVE run-date-mm TO run-date-display-mm.
           MOVE run-date-dd TO run-date-display-dd.
           MOVE run-date-yyyy TO run-date-display-yyyy.
           MOVE SPACES TO date-env.
           ACCEPT date-env FROM ENVIRONMENT "REPROC_DATE".
           MOVE date-env(1:8) TO date-work-text.
           IF date-work-text IS NOT NUMERIC OR
               date-env(9:2) NOT = SPACES
             DISPLAY "REPROCESSCOMPARE: SET REPROC_DATE=YYYYMMDD TO "
               "NAME THE REPROCESSED DAY"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(date-work-number) NOT = 0
             DISPLAY "REPROCESSCOMPARE: SET REPROC_DATE=YYYYMMDD TO "
               "NAME THE REPROCESSED DAY"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE date-work-text TO original-date-text.
           MOVE run-date-fields TO rerun-date-text.
           MOVE SPACES TO date-env.
           ACCEPT date-env FROM ENVIRONMENT "REPROC_RERUN_DATE".
           IF date-env NOT = SPACES
             MOVE date-env(1:8) TO date-work-text
             IF date-work-text IS NOT NUMERIC OR
                 date-env(9:2) NOT = SPACES
               DISPLAY "REPROCESSCOMPARE: SET REPROC_RERUN_DATE="
                 "YYYYMMDD TO NAME THE DAY THE RE-RUN WAS MADE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD(date-work-number) NOT = 0
               DISPLAY "REPROCESSCOMPARE: SET REPROC_RERUN_DATE="
                 "YYYYMMDD TO NAME THE DAY THE RE-RUN WAS MADE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE date-work-text TO rerun-date-text
           END-IF.
           MOVE SPACES TO original-date-iso.
           STRING original-date-text(1:4) "-" original-date-text(5:2)
             "-" original-date-text(7:2) INTO original-date-iso.
           MOVE SPACES TO rerun-date-iso.
           STRING rerun-date-text(1:4) "-" rerun-date-text(5:2)
             "-" rerun-date-text(7:2) INTO rerun-date-iso.
           MOVE SPACES TO old-summary-dsn.
           STRING "DAILY.SUMMARY.D" original-date-text
             INTO old-summary-dsn.
           MOVE SPACES TO old-exception-dsn.
           STRING "AOCDAY1.EXC.D" original-date-text
             INTO old-exception-dsn.
           MOVE SPACES TO old-log-dsn.
           STRING "AOCDAY3.LOG.D" original-date-text
             INTO old-log-dsn.
           PERFORM LOAD-SUMMARY-SERIES.
           PERFORM LOAD-ENDED-TOTALS.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM LIST-SUMMARY-COMPARISON.
           PERFORM LIST-RUN-CONTROL-COMPARISON.
           PERFORM COMPARE-EXCEPTION-LISTINGS.
           PERFORM COMPARE-TRANSACTION-LOGS.
           PERFORM WRITE-SIGN-OFF-SECTION.
           CLOSE report-file.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF restated-count > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> The archived summary records for the reprocessed day, then
      *> the live feed's records under the re-run date. Records
      *> still in the old two-metric shape cannot be set against a
      *> per-metric figure and are skipped, counted.
       LOAD-SUMMARY-SERIES.
           MOVE old-summary-dsn TO summary-dsn.
           MOVE 'O' TO summary-side.
           MOVE 'N' TO file-eof.
           OPEN INPUT summary-file.
           PERFORM UNTIL file-eof = 'Y'
             READ summary-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 IF ds-run-date = original-date-iso
                   ADD 1 TO old-summary-read
                   PERFORM NOTE-SUMMARY-RECORD
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE summary-file.
           MOVE daily-summary-dsn TO summary-dsn.
           MOVE 'N' TO summary-side.
           MOVE 'N' TO file-eof.
           OPEN INPUT summary-file.
           PERFORM UNTIL file-eof = 'Y'
             READ summary-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 IF ds-run-date = rerun-date-iso
                   ADD 1 TO new-summary-read
                   PERFORM NOTE-SUMMARY-RECORD
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE summary-file.

       NOTE-SUMMARY-RECORD.
           IF ds-metric-value IS NOT NUMERIC
             ADD 1 TO summary-legacy-skipped
             EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO series-found.
           PERFORM VARYING sr FROM 1 BY 1
               UNTIL sr > series-count OR series-found = 'Y'
             IF sr-job-id(sr) = ds-job-id AND
                 sr-metric-id(sr) = ds-metric-id
               MOVE 'Y' TO series-found
               MOVE sr TO sx
             END-IF
           END-PERFORM.
           IF series-found = 'N'
             IF series-count >= 300
               DISPLAY "MORE THAN 300 SUMMARY SERIES TO COMPARE - "
                 "ABENDING"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO series-count
             MOVE series-count TO sx
             MOVE ds-job-id TO sr-job-id(sx)
             MOVE ds-metric-id TO sr-metric-id(sx)
             MOVE 'N' TO sr-old-seen(sx)
             MOVE 0 TO sr-old-value(sx)
             MOVE 'N' TO sr-new-seen(sx)
             MOVE 0 TO sr-new-value(sx)
             MOVE 'N' TO sr-listed(sx)
             MOVE 0 TO sr-ref(sx)
           END-IF.
           IF summary-side = 'O'
             MOVE 'Y' TO sr-old-seen(sx)
             MOVE ds-metric-value TO sr-old-value(sx)
           ELSE
             MOVE 'Y' TO sr-new-seen(sx)
             MOVE ds-metric-value TO sr-new-value(sx)
           END-IF.

      *> The last ENDED record per job on each date - the feed is
      *> append-only, so the last one is the run whose figures stood.
       LOAD-ENDED-TOTALS.
           MOVE 'N' TO file-eof.
           OPEN INPUT run-control-file.
           PERFORM UNTIL file-eof = 'Y'
             READ run-control-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 ADD 1 TO run-control-read
                 IF rc-status = "ENDED" AND
                     (rc-run-date = original-date-iso OR
                     rc-run-date = rerun-date-iso)
                   PERFORM NOTE-ENDED-RECORD
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE run-control-file.

       NOTE-ENDED-RECORD.
           MOVE 'N' TO job-found.
           PERFORM VARYING jr FROM 1 BY 1
               UNTIL jr > job-count OR job-found = 'Y'
             IF jr-job-id(jr) = rc-job-id
               MOVE 'Y' TO job-found
             END-IF
           END-PERFORM.
           IF job-found = 'Y'
             SUBTRACT 1 FROM jr
           ELSE
             IF job-count >= 50
               DISPLAY "MORE THAN 50 JOBS TO COMPARE - ABENDING"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO job-count
             MOVE job-count TO jr
             MOVE rc-job-id TO jr-job-id(jr)
             MOVE 'N' TO jr-old-seen(jr)
             MOVE 'N' TO jr-new-seen(jr)
             MOVE SPACES TO jr-old-time(jr)
             MOVE SPACES TO jr-new-time(jr)
             MOVE 0 TO jr-old-total(jr, 1)
             MOVE 0 TO jr-old-total(jr, 2)
             MOVE 0 TO jr-new-total(jr, 1)
             MOVE 0 TO jr-new-total(jr, 2)
             MOVE 0 TO jr-ref(jr, 1)
             MOVE 0 TO jr-ref(jr, 2)
           END-IF.
      *> A re-run made the same day as the run it restates is both
      *> sides at once; the comparison is then of the day with
      *> itself, and shows nothing restated.
           IF rc-run-date = original-date-iso
             MOVE 'Y' TO jr-old-seen(jr)
             MOVE rc-time TO jr-old-time(jr)
             MOVE rc-total-1 TO jr-old-total(jr, 1)
             MOVE rc-total-2 TO jr-old-total(jr, 2)
           END-IF.
           IF rc-run-date = rerun-date-iso
             MOVE 'Y' TO jr-new-seen(jr)
             MOVE rc-time TO jr-new-time(jr)
             MOVE rc-total-1 TO jr-new-total(jr, 1)
             MOVE rc-total-2 TO jr-new-total(jr, 2)
           END-IF.

      *> Every series, grouped under its job or reactor unit in the
      *> order first met: original figure, re-run figure and the
      *> difference. A figure that moved, or that only one side
      *> reported, is restated and gets its reference number.
       LIST-SUMMARY-COMPARISON.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "DAILY SUMMARY METRICS - ORIGINAL AGAINST RE-RUN" TO
             report-line.
           WRITE report-line.
           IF series-count = 0
             MOVE "  NO SUMMARY RECORDS ON EITHER SIDE" TO report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING sr FROM 1 BY 1 UNTIL sr > series-count
             IF sr-listed(sr) = 'N'
               MOVE SPACES TO report-line
               WRITE report-line
               MOVE SPACES TO report-line
               IF sr-job-id(sr)(1:3) = "A2-"
                 STRING "  UNIT SERIES " sr-job-id(sr)
                   DELIMITED BY SIZE INTO report-line
               ELSE
                 STRING "  JOB " sr-job-id(sr)
                   DELIMITED BY SIZE INTO report-line
               END-IF
               WRITE report-line
               MOVE SPACES TO report-line
               MOVE "METRIC" TO report-line(5:6)
               MOVE "ORIGINAL" TO report-line(28:8)
               MOVE "RE-RUN" TO report-line(50:6)
               MOVE "DIFFERENCE" TO report-line(66:10)
               WRITE report-line
               PERFORM VARYING sx FROM sr BY 1 UNTIL sx > series-count
                 IF sr-job-id(sx) = sr-job-id(sr)
                   MOVE 'Y' TO sr-listed(sx)
                   PERFORM WRITE-SERIES-LINE
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       WRITE-SERIES-LINE.
           MOVE SPACES TO report-line.
           MOVE sr-metric-id(sx) TO report-line(5:12).
           IF sr-old-seen(sx) = 'Y'
             MOVE sr-old-value(sx) TO value-display
             MOVE value-display TO report-line(18:18)
           ELSE
             MOVE "NOT REPORTED" TO report-line(24:12)
           END-IF.
           IF sr-new-seen(sx) = 'Y'
             MOVE sr-new-value(sx) TO value-display
             MOVE value-display TO report-line(38:18)
           ELSE
             MOVE "NOT REPORTED" TO report-line(44:12)
           END-IF.
           MOVE SPACES TO restated-text.
           IF sr-old-seen(sx) = 'Y' AND sr-new-seen(sx) = 'Y'
             COMPUTE series-difference =
                 sr-new-value(sx) - sr-old-value(sx)
             MOVE series-difference TO difference-display
             MOVE difference-display TO report-line(57:19)
             IF series-difference NOT = 0
               PERFORM NOTE-SERIES-RESTATED
             END-IF
           ELSE
             PERFORM NOTE-SERIES-RESTATED
           END-IF.
           MOVE restated-text TO report-line(78:20).
           WRITE report-line.

       NOTE-SERIES-RESTATED.
           ADD 1 TO restated-count.
           MOVE restated-count TO sr-ref(sx).
           MOVE restated-count TO ref-display.
           STRING "RESTATED R" ref-display
             DELIMITED BY SIZE INTO restated-text.

      *> The ENDED totals per job. They run to 38 digits, so each
      *> total takes three lines: original, re-run, difference.
       LIST-RUN-CONTROL-COMPARISON.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "RUN-CONTROL ENDED TOTALS - ORIGINAL AGAINST RE-RUN" TO
             report-line.
           WRITE report-line.
           IF job-count = 0
             MOVE "  NO ENDED RECORDS ON EITHER DATE" TO report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING jr FROM 1 BY 1 UNTIL jr > job-count
             MOVE SPACES TO report-line
             WRITE report-line
             MOVE SPACES TO report-line
             STRING "  JOB " jr-job-id(jr) DELIMITED BY SIZE
               INTO report-line
             IF jr-old-seen(jr) = 'Y'
               STRING "ORIGINAL ENDED " jr-old-time(jr)
                 DELIMITED BY SIZE INTO report-line(20:)
             ELSE
               MOVE "NO ORIGINAL ENDED RECORD" TO report-line(20:24)
             END-IF
             IF jr-new-seen(jr) = 'Y'
               STRING "RE-RUN ENDED " jr-new-time(jr)
                 DELIMITED BY SIZE INTO report-line(48:)
             ELSE
               MOVE "NOT RE-RUN" TO report-line(48:10)
             END-IF
             WRITE report-line
             PERFORM VARYING tt FROM 1 BY 1 UNTIL tt > 2
               PERFORM WRITE-TOTAL-LINES
             END-PERFORM
           END-PERFORM.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO report-line.
           STRING "TOTAL-" tt DELIMITED BY SIZE
             INTO report-line(5:).
           MOVE "ORIGINAL" TO report-line(14:8).
           IF jr-old-seen(jr) = 'Y'
             MOVE jr-old-total(jr, tt) TO total-display
             MOVE total-display TO report-line(26:38)
           ELSE
             MOVE "NOT REPORTED" TO report-line(52:12)
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           MOVE "RE-RUN" TO report-line(14:6).
           IF jr-new-seen(jr) = 'Y'
             MOVE jr-new-total(jr, tt) TO total-display
             MOVE total-display TO report-line(26:38)
           ELSE
             MOVE "NOT REPORTED" TO report-line(52:12)
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           MOVE "DIFFERENCE" TO report-line(14:10).
           IF jr-old-seen(jr) = 'Y' AND jr-new-seen(jr) = 'Y'
             COMPUTE total-difference =
                 jr-new-total(jr, tt) - jr-old-total(jr, tt)
             MOVE total-difference TO total-difference-display
             MOVE total-difference-display TO report-line(25:39)
             IF total-difference NOT = 0
               PERFORM NOTE-TOTAL-RESTATED
             END-IF
           ELSE
             PERFORM NOTE-TOTAL-RESTATED
           END-IF.
           WRITE report-line.

       NOTE-TOTAL-RESTATED.
           ADD 1 TO restated-count.
           MOVE restated-count TO jr-ref(jr, tt).
           MOVE restated-count TO ref-display.
           STRING "RESTATED R" ref-display
             DELIMITED BY SIZE INTO report-line(66:).

      *> The archived exception listing against the live one the
      *> re-run wrote, both sorted by location ID and input row and
      *> matched in one pass. A side not on file counts as empty, so
      *> a listing the re-run no longer writes shows every entry as
      *> disappeared.
       COMPARE-EXCEPTION-LISTINGS.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "AOCDAY1 EXCEPTION LISTING - ENTRIES APPEARED OR "
             & "DISAPPEARED" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  ORIGINAL: " old-exception-dsn(1:60)
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE "  RE-RUN:   AOCDAY1.EXC" TO report-line.
           WRITE report-line.
           MOVE 'N' TO old-exception-present.
           OPEN INPUT old-exception-file.
           READ old-exception-file
             AT END CONTINUE
             NOT AT END MOVE 'Y' TO old-exception-present
           END-READ.
           CLOSE old-exception-file.
           MOVE 'N' TO new-exception-present.
           OPEN INPUT new-exception-file.
           READ new-exception-file
             AT END CONTINUE
             NOT AT END MOVE 'Y' TO new-exception-present
           END-READ.
           CLOSE new-exception-file.
           MOVE 'Y' TO old-exception-eof.
           MOVE 'Y' TO new-exception-eof.
           IF old-exception-present = 'Y'
             SORT exception-sort-file
               ON ASCENDING KEY es-location-id
               ON ASCENDING KEY es-row-number
               USING old-exception-file
               GIVING sorted-old-exception-file
             MOVE 'N' TO old-exception-eof
             OPEN INPUT sorted-old-exception-file
             PERFORM READ-OLD-EXCEPTION
           END-IF.
           IF new-exception-present = 'Y'
             SORT exception-sort-file
               ON ASCENDING KEY es-location-id
               ON ASCENDING KEY es-row-number
               USING new-exception-file
               GIVING sorted-new-exception-file
             MOVE 'N' TO new-exception-eof
             OPEN INPUT sorted-new-exception-file
             PERFORM READ-NEW-EXCEPTION
           END-IF.
           PERFORM UNTIL old-exception-eof = 'Y' AND
               new-exception-eof = 'Y'
             EVALUATE TRUE
               WHEN old-exception-eof = 'Y'
                 MOVE '>' TO compare-result
               WHEN new-exception-eof = 'Y'
                 MOVE '<' TO compare-result
               WHEN xo-location-id < xn-location-id
                 MOVE '<' TO compare-result
               WHEN xo-location-id > xn-location-id
                 MOVE '>' TO compare-result
               WHEN xo-row-number < xn-row-number
                 MOVE '<' TO compare-result
               WHEN xo-row-number > xn-row-number
                 MOVE '>' TO compare-result
               WHEN OTHER
                 MOVE '=' TO compare-result
             END-EVALUATE
             EVALUATE compare-result
               WHEN '<'
                 ADD 1 TO exception-disappeared
                 MOVE xo-row-number TO row-display
                 MOVE SPACES TO report-line
                 STRING "  DISAPPEARED  LOCATION " xo-location-id
                   "  INPUT ROW " row-display
                   DELIMITED BY SIZE INTO report-line
                 WRITE report-line
                 PERFORM READ-OLD-EXCEPTION
               WHEN '>'
                 ADD 1 TO exception-appeared
                 MOVE xn-row-number TO row-display
                 MOVE SPACES TO report-line
                 STRING "  APPEARED     LOCATION " xn-location-id
                   "  INPUT ROW " row-display
                   DELIMITED BY SIZE INTO report-line
                 WRITE report-line
                 PERFORM READ-NEW-EXCEPTION
               WHEN OTHER
                 ADD 1 TO exception-matched
                 PERFORM READ-OLD-EXCEPTION
                 PERFORM READ-NEW-EXCEPTION
             END-EVALUATE
           END-PERFORM.
           IF old-exception-present = 'Y'
             CLOSE sorted-old-exception-file
           END-IF.
           IF new-exception-present = 'Y'
             CLOSE sorted-new-exception-file
           END-IF.
           IF exception-appeared + exception-disappeared > 0
             ADD 1 TO restated-count
             MOVE restated-count TO exception-ref
           END-IF.
           MOVE SPACES TO report-line.
           MOVE exception-matched TO row-display.
           STRING "  MATCHED: " FUNCTION TRIM(row-display)
             DELIMITED BY SIZE INTO report-line.
           MOVE exception-appeared TO row-display.
           STRING "  APPEARED: " FUNCTION TRIM(row-display)
             DELIMITED BY SIZE INTO report-line(25:).
           MOVE exception-disappeared TO row-display.
           STRING "  DISAPPEARED: " FUNCTION TRIM(row-display)
             DELIMITED BY SIZE INTO report-line(45:).
           IF exception-ref > 0
             MOVE exception-ref TO ref-display
             STRING "RESTATED R" ref-display
               DELIMITED BY SIZE INTO report-line(78:)
           END-IF.
           WRITE report-line.

       READ-OLD-EXCEPTION.
           READ sorted-old-exception-file
             AT END MOVE 'Y' TO old-exception-eof
             NOT AT END ADD 1 TO old-exception-read
           END-READ.

       READ-NEW-EXCEPTION.
           READ sorted-new-exception-file
             AT END MOVE 'Y' TO new-exception-eof
             NOT AT END ADD 1 TO new-exception-read
           END-READ.

      *> The archived transaction log against the live one, both
      *> sorted line for line and matched the same way. Blank
      *> spacing lines are read past rather than compared.
       COMPARE-TRANSACTION-LOGS.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "AOCDAY3 TRANSACTION LOG - ENTRIES APPEARED OR "
             & "DISAPPEARED" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  ORIGINAL: " old-log-dsn(1:60)
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  RE-RUN:   " log-dsn(1:60)
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE 'N' TO old-log-present.
           OPEN INPUT old-log-file.
           READ old-log-file
             AT END CONTINUE
             NOT AT END MOVE 'Y' TO old-log-present
           END-READ.
           CLOSE old-log-file.
           MOVE 'N' TO new-log-present.
           OPEN INPUT new-log-file.
           READ new-log-file
             AT END CONTINUE
             NOT AT END MOVE 'Y' TO new-log-present
           END-READ.
           CLOSE new-log-file.
           MOVE 'Y' TO old-log-eof.
           MOVE 'Y' TO new-log-eof.
           IF old-log-present = 'Y'
             SORT log-sort-file
               ON ASCENDING KEY lq-text
               USING old-log-file
               GIVING sorted-old-log-file
             MOVE 'N' TO old-log-eof
             OPEN INPUT sorted-old-log-file
             PERFORM READ-OLD-LOG
           END-IF.
           IF new-log-present = 'Y'
             SORT log-sort-file
               ON ASCENDING KEY lq-text
               USING new-log-file
               GIVING sorted-new-log-file
             MOVE 'N' TO new-log-eof
             OPEN INPUT sorted-new-log-file
             PERFORM READ-NEW-LOG
           END-IF.
           PERFORM UNTIL old-log-eof = 'Y' AND new-log-eof = 'Y'
             EVALUATE TRUE
               WHEN old-log-eof = 'Y'
                 MOVE '>' TO compare-result
               WHEN new-log-eof = 'Y'
                 MOVE '<' TO compare-result
               WHEN lo-text < lw-text
                 MOVE '<' TO compare-result
               WHEN lo-text > lw-text
                 MOVE '>' TO compare-result
               WHEN OTHER
                 MOVE '=' TO compare-result
             END-EVALUATE
             EVALUATE compare-result
               WHEN '<'
                 ADD 1 TO log-disappeared
                 MOVE SPACES TO report-line
                 STRING "  DISAPPEARED  " lo-text(1:115)
                   DELIMITED BY SIZE INTO report-line
                 WRITE report-line
                 PERFORM READ-OLD-LOG
               WHEN '>'
                 ADD 1 TO log-appeared
                 MOVE SPACES TO report-line
                 STRING "  APPEARED     " lw-text(1:115)
                   DELIMITED BY SIZE INTO report-line
                 WRITE report-line
                 PERFORM READ-NEW-LOG
               WHEN OTHER
                 ADD 1 TO log-matched
                 PERFORM READ-OLD-LOG
                 PERFORM READ-NEW-LOG
             END-EVALUATE
           END-PERFORM.
           IF old-log-present = 'Y'
             CLOSE sorted-old-log-file
           END-IF.
           IF new-log-present = 'Y'
             CLOSE sorted-new-log-file
           END-IF.
           IF log-appeared + log-disappeared > 0
             ADD 1 TO restated-count
             MOVE restated-count TO log-ref
           END-IF.
           MOVE SPACES TO report-line.
           MOVE log-matched TO row-display.
           STRING "  MATCHED: " FUNCTION TRIM(row-display)
             DELIMITED BY SIZE INTO report-line.
           MOVE log-appeared TO row-display.
           STRING "  APPEARED: " FUNCTION TRIM(row-display)
             DELIMITED BY SIZE INTO report-line(25:).
           MOVE log-disappeared TO row-display.
           STRING "  DISAPPEARED: " FUNCTION TRIM(row-display)
             DELIMITED BY SIZE INTO report-line(45:).
           IF log-ref > 0
             MOVE log-ref TO ref-display
             STRING "RESTATED R" ref-display
               DELIMITED BY SIZE INTO report-line(78:)
           END-IF.
           WRITE report-line.

       READ-OLD-LOG.
           MOVE 'N' TO old-log-ready.
           PERFORM UNTIL old-log-eof = 'Y' OR old-log-ready = 'Y'
             READ sorted-old-log-file
               AT END MOVE 'Y' TO old-log-eof
               NOT AT END
                 ADD 1 TO old-log-read
                 IF lo-text NOT = SPACES
                   MOVE 'Y' TO old-log-ready
                 END-IF
             END-READ
           END-PERFORM.

       READ-NEW-LOG.
           MOVE 'N' TO new-log-ready.
           PERFORM UNTIL new-log-eof = 'Y' OR new-log-ready = 'Y'
             READ sorted-new-log-file
               AT END MOVE 'Y' TO new-log-eof
               NOT AT END
                 ADD 1 TO new-log-read
                 IF lw-text NOT = SPACES
                   MOVE 'Y' TO new-log-ready
                 END-IF
             END-READ
           END-PERFORM.

      *> One entry per restated figure or changed listing, in
      *> reference order, each with room for the explanation and the
      *> initials of whoever gives it, then the sign-off block the
      *> corrected month-end statement is released against.
       WRITE-SIGN-OFF-SECTION.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "RESTATED FIGURES - EXPLANATION AND SIGN-OFF" TO
             report-line.
           WRITE report-line.
           IF restated-count = 0
             MOVE "  NOTHING RESTATED - NO EXPLANATION REQUIRED" TO
               report-line
             WRITE report-line
           END-IF.
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > restated-count
             PERFORM WRITE-ONE-EXPLANATION
           END-PERFORM.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "  PREPARED BY: ______________________________  DATE: "
             & "__________" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "  REVIEWED BY: ______________________________  DATE: "
             & "__________" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "  APPROVED FOR CORRECTED MONTH-END STATEMENT: "
             & "______________________________  DATE: __________" TO
             report-line.
           WRITE report-line.

       WRITE-ONE-EXPLANATION.
           MOVE r TO ref-display.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 'N' TO ref-found.
           PERFORM VARYING sx FROM 1 BY 1
               UNTIL sx > series-count OR ref-found = 'Y'
             IF sr-ref(sx) = r
               MOVE 'Y' TO ref-found
               PERFORM SET-SERIES-FIGURE-TEXT
               MOVE SPACES TO report-line
               STRING "  R" ref-display "  DAILY SUMMARY  "
                 sr-job-id(sx) " " sr-metric-id(sx)
                 DELIMITED BY SIZE INTO report-line
               WRITE report-line
               PERFORM WRITE-FIGURE-TEXT-LINE
             END-IF
           END-PERFORM.
           PERFORM VARYING jr FROM 1 BY 1
               UNTIL jr > job-count OR ref-found = 'Y'
             PERFORM VARYING tt FROM 1 BY 1 UNTIL tt > 2
               IF jr-ref(jr, tt) = r
                 MOVE 'Y' TO ref-found
                 PERFORM SET-TOTAL-FIGURE-TEXT
                 MOVE SPACES TO report-line
                 STRING "  R" ref-display "  RUN-CONTROL    "
                   jr-job-id(jr) " ENDED TOTAL-" tt
                   DELIMITED BY SIZE INTO report-line
                 WRITE report-line
                 PERFORM WRITE-FIGURE-TEXT-LINE
               END-IF
             END-PERFORM
           END-PERFORM.
           IF exception-ref = r
             MOVE exception-appeared TO row-display
             MOVE SPACES TO report-line
             STRING "  R" ref-display "  AOCDAY1 EXCEPTION LISTING  "
               "APPEARED " FUNCTION TRIM(row-display)
               DELIMITED BY SIZE INTO report-line
             MOVE exception-disappeared TO row-display
             STRING "  DISAPPEARED " FUNCTION TRIM(row-display)
               DELIMITED BY SIZE INTO report-line(55:)
             WRITE report-line
           END-IF.
           IF log-ref = r
             MOVE log-appeared TO row-display
             MOVE SPACES TO report-line
             STRING "  R" ref-display "  AOCDAY3 TRANSACTION LOG    "
               "APPEARED " FUNCTION TRIM(row-display)
               DELIMITED BY SIZE INTO report-line
             MOVE log-disappeared TO row-display
             STRING "  DISAPPEARED " FUNCTION TRIM(row-display)
               DELIMITED BY SIZE INTO report-line(55:)
             WRITE report-line
           END-IF.
           MOVE "        EXPLANATION: ______________________________"
             & "______________________________  INITIALS: ______" TO
             report-line.
           WRITE report-line.

       SET-SERIES-FIGURE-TEXT.
           MOVE "NOT REPORTED" TO old-text.
           MOVE "NOT REPORTED" TO new-text.
           MOVE SPACES TO difference-text.
           IF sr-old-seen(sx) = 'Y'
             MOVE sr-old-value(sx) TO value-display
             MOVE FUNCTION TRIM(value-display) TO old-text
           END-IF.
           IF sr-new-seen(sx) = 'Y'
             MOVE sr-new-value(sx) TO value-display
             MOVE FUNCTION TRIM(value-display) TO new-text
           END-IF.
           IF sr-old-seen(sx) = 'Y' AND sr-new-seen(sx) = 'Y'
             COMPUTE series-difference =
                 sr-new-value(sx) - sr-old-value(sx)
             MOVE series-difference TO difference-display
             MOVE FUNCTION TRIM(difference-display) TO difference-text
           END-IF.

       SET-TOTAL-FIGURE-TEXT.
           MOVE "NOT REPORTED" TO old-text.
           MOVE "NOT REPORTED" TO new-text.
           MOVE SPACES TO difference-text.
           IF jr-old-seen(jr) = 'Y'
             MOVE jr-old-total(jr, tt) TO total-display
             MOVE FUNCTION TRIM(total-display) TO old-text
           END-IF.
           IF jr-new-seen(jr) = 'Y'
             MOVE jr-new-total(jr, tt) TO total-display
             MOVE FUNCTION TRIM(total-display) TO new-text
           END-IF.
           IF jr-old-seen(jr) = 'Y' AND jr-new-seen(jr) = 'Y'
             COMPUTE total-difference =
                 jr-new-total(jr, tt) - jr-old-total(jr, tt)
             MOVE total-difference TO total-difference-display
             MOVE FUNCTION TRIM(total-difference-display) TO
               difference-text
           END-IF.

       WRITE-FIGURE-TEXT-LINE.
           MOVE SPACES TO report-line.
           IF difference-text = SPACES
             STRING "        ORIGINAL " FUNCTION TRIM(old-text)
               "  RE-RUN " FUNCTION TRIM(new-text)
               DELIMITED BY SIZE INTO report-line
           ELSE
             STRING "        ORIGINAL " FUNCTION TRIM(old-text)
               "  RE-RUN " FUNCTION TRIM(new-text)
               "  DIFFERENCE " FUNCTION TRIM(difference-text)
               DELIMITED BY SIZE INTO report-line
           END-IF.
           WRITE report-line.

       WRITE-REPORT-HEADING.
           OPEN OUTPUT report-file.
           MOVE "REPROCESSING COMPARISON - ORIGINAL AGAINST RE-RUN" TO
             report-line.
           WRITE report-line.
           MOVE "PROGRAM: ReprocessCompare" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN DATE: " run-date-display
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "REPROCESSED DAY: " original-date-iso
             "   RE-RUN MADE ON: " rerun-date-iso
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "ORIGINAL SUMMARY: " old-summary-dsn(1:60)
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RE-RUN SUMMARY: " daily-summary-dsn(1:60)
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN-CONTROL FILE: " run-control-dsn(1:60)
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.

      *> Standard end-of-job reconciliation trailer, in the same
      *> format as the daily batch jobs.
       DISPLAY-CONTROL-TOTALS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTROL TOTALS - REPROCESSCOMPARE".
           MOVE old-summary-read TO totals-display.
           DISPLAY "  ORIGINAL SUMMARY RECORDS .: "
             FUNCTION TRIM(totals-display).
           MOVE new-summary-read TO totals-display.
           DISPLAY "  RE-RUN SUMMARY RECORDS ...: "
             FUNCTION TRIM(totals-display).
           MOVE summary-legacy-skipped TO totals-display.
           DISPLAY "  OLD-SHAPE RECORDS SKIPPED : "
             FUNCTION TRIM(totals-display).
           MOVE run-control-read TO totals-display.
           DISPLAY "  RUN-CONTROL RECORDS READ .: "
             FUNCTION TRIM(totals-display).
           MOVE series-count TO totals-display.
           DISPLAY "  SUMMARY SERIES COMPARED ..: "
             FUNCTION TRIM(totals-display).
           MOVE job-count TO totals-display.
           DISPLAY "  JOBS COMPARED ............: "
             FUNCTION TRIM(totals-display).
           MOVE exception-appeared TO totals-display.
           DISPLAY "  EXCEPTIONS APPEARED ......: "
             FUNCTION TRIM(totals-display).
           MOVE exception-disappeared TO totals-display.
           DISPLAY "  EXCEPTIONS DISAPPEARED ...: "
             FUNCTION TRIM(totals-display).
           MOVE log-appeared TO totals-display.
           DISPLAY "  LOG ENTRIES APPEARED .....: "
             FUNCTION TRIM(totals-display).
           MOVE log-disappeared TO totals-display.
           DISPLAY "  LOG ENTRIES DISAPPEARED ..: "
             FUNCTION TRIM(totals-display).
           MOVE restated-count TO totals-display.
           DISPLAY "  RESTATED FOR SIGN-OFF ....: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: both sides of each comparison
      *> - the archived summary, exception listing and transaction
      *> log against the live ones the re-run left - the run-control
      *> feed, and the report. The sort work files are not entered.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           MOVE "INPUT" TO lineage-mode.
           MOVE "DAILY-SUMM" TO lineage-role.
           MOVE old-summary-dsn TO lineage-entry-dsn.
           MOVE old-summary-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE daily-summary-dsn TO lineage-entry-dsn.
           MOVE new-summary-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "RUN-CONTROL" TO lineage-role.
           MOVE run-control-dsn TO lineage-entry-dsn.
           MOVE run-control-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "EXCEPTIONS" TO lineage-role.
           IF old-exception-present = 'Y'
             MOVE old-exception-dsn TO lineage-entry-dsn
             MOVE old-exception-read TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF new-exception-present = 'Y'
             MOVE "AOCDAY1.EXC" TO lineage-entry-dsn
             MOVE new-exception-read TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE "TRANS-LOG" TO lineage-role.
           IF old-log-present = 'Y'
             MOVE old-log-dsn TO lineage-entry-dsn
             MOVE old-log-read TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF new-log-present = 'Y'
             MOVE log-dsn TO lineage-entry-dsn
             MOVE new-log-read TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE "OUTPUT" TO lineage-mode.
           MOVE "REPORT" TO lineage-role.
           MOVE report-dsn TO lineage-entry-dsn.
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
