       IDENTIFICATION DIVISION.
       PROGRAM-ID. LineageReport.
       AUTHOR. JULIUS PUTRA TANU SETIAJI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Lineage report: rebuilds, for one run date, which physical
      *> datasets that day's figures came from. Every step the
      *> manifest (see LINEAGE.CPY) holds for the date is listed in
      *> start order with each dataset it read traced to the step
      *> that wrote it - that day or an earlier one - and then each
      *> stream endpoint (DAILY.SUMMARY, OPER.ALERTS, the archive
      *> catalog) is traced back through every step that fed it to
      *> the datasets supplied into the stream. A step that read a
      *> dataset no earlier step wrote, and that was not supplied
      *> from outside, is flagged: its figures came from somewhere
      *> the stream cannot account for.
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
       FD report-file.
       01 report-line PIC X(132).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 file-eof PIC X.
       01 manifest-rows-read PIC 9(9) VALUE 0.
       01 reads-traced PIC 9(6) VALUE 0.
       01 supplied-count PIC 9(6) VALUE 0.
       01 flagged-count PIC 9(6) VALUE 0.
       01 totals-display PIC Z(9)9.

      *> Every manifest entry for the reported date, in manifest
      *> order, with the run it belongs to and - for a read - where
      *> the dataset came from: S supplied into the stream, T written
      *> earlier the same day (by step sp-from-step), P written on an
      *> earlier date, Z nothing read, N no earlier writer found.
       01 step-count PIC 9(4) VALUE 0.
       01 step-table.
           05 step-entry OCCURS 2000.
               10 sp-job-id PIC X(10).
               10 sp-start-time PIC X(6).
               10 sp-role PIC X(12).
               10 sp-mode PIC X(6).
               10 sp-count PIC 9(9).
               10 sp-origin PIC X.
               10 sp-dsn PIC X(60).
               10 sp-run PIC 9(3).
               10 sp-source PIC X.
               10 sp-from-step PIC 9(4).
               10 sp-from-job-id PIC X(10).
               10 sp-from-date PIC X(10).
               10 sp-from-time PIC X(6).
       01 s PIC 9(4).
       01 sx PIC 9(4).
       01 best-step PIC 9(4).

      *> The runs of the reported date - a job and the time it
      *> started - and the order they are listed in, earliest start
      *> first.
       01 run-count PIC 9(3) VALUE 0.
       01 run-table.
           05 run-entry OCCURS 300.
               10 ru-job-id PIC X(10).
               10 ru-start-time PIC X(6).
               10 ru-listed PIC X.
               10 ru-reached PIC X.
       01 run-order-table.
           05 run-order PIC 9(3) OCCURS 300.
       01 r PIC 9(3).
       01 rx PIC 9(3).
       01 ro PIC 9(3).
       01 next-run PIC 9(3).
       01 run-found PIC X.
       01 run-changed PIC X.

      *> The latest write to each dataset before the reported date,
      *> for reads of a dataset an earlier day's run left behind (a
      *> master, the summary history, yesterday's watchlist).
       01 prior-count PIC 9(4) VALUE 0.
       01 prior-table.
           05 prior-entry OCCURS 2000.
               10 pw-dsn PIC X(60).
               10 pw-job-id PIC X(10).
               10 pw-date PIC X(10).
               10 pw-time PIC X(6).
       01 pw PIC 9(4).
       01 prior-found PIC X.

      *> Stream endpoints, by the role their writers enter them
      *> under.
       01 endpoint-roles.
           05 FILLER PIC X(12) VALUE "DAILY-SUMM".
           05 FILLER PIC X(12) VALUE "ALERTS".
           05 FILLER PIC X(12) VALUE "CATALOG".
       01 endpoint-list REDEFINES endpoint-roles.
           05 endpoint-role PIC X(12) OCCURS 3.
       01 ep PIC 9(1).
       01 section-count PIC 9(6).
       01 step-reads PIC 9(4).
       01 step-flags PIC 9(4).
       01 count-display PIC Z(8)9.
       01 small-display PIC Z(3)9.
       01 source-text PIC X(38).

      *> Reported date: LINEAGE_RUN_DATE (YYYY-MM-DD), default today.
       01 target-date-env PIC X(10).
       01 target-date PIC X(10).
       01 date-work-text PIC X(8).
       01 date-work-number REDEFINES date-work-text PIC 9(8).

      *> Dataset-name overrides, read once per run; unset means take
      *> the historical default name.
       01 report-dsn PIC X(80) VALUE "LINEAGE.RPT".

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
       01 lineage-job-id PIC X(10) VALUE "LINEAGE".
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
           MOVE SPACES TO report-dsn.
           ACCEPT report-dsn FROM ENVIRONMENT "LINEAGE_RPT_DSN".
           IF report-dsn = SPACES
             MOVE "LINEAGE.RPT" TO report-dsn
           END-IF.
           ACCEPT run-date-fields FROM DATE YYYYMMDD.
           MOVE run-date-mm TO run-date-display-mm.
           MOVE run-date-dd TO run-date-display-dd.
           MOVE run-date-yyyy TO run-date-display-yyyy.
           MOVE SPACES TO target-date.
           STRING run-date-yyyy "-" run-date-mm "-" run-date-dd
             INTO target-date.
           MOVE SPACES TO target-date-env.
           ACCEPT target-date-env FROM ENVIRONMENT "LINEAGE_RUN_DATE".
           IF target-date-env NOT = SPACES
             MOVE SPACES TO date-work-text
             STRING target-date-env(1:4) target-date-env(6:2)
               target-date-env(9:2) DELIMITED BY SIZE
               INTO date-work-text
             IF target-date-env(5:1) NOT = "-" OR
                 target-date-env(8:1) NOT = "-" OR
                 date-work-text IS NOT NUMERIC
               DISPLAY "LINEAGEREPORT: SET LINEAGE_RUN_DATE=YYYY-MM-DD "
                 "TO NAME THE RUN DATE TO TRACE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD(date-work-number) NOT = 0
               DISPLAY "LINEAGEREPORT: SET LINEAGE_RUN_DATE=YYYY-MM-DD "
                 "TO NAME THE RUN DATE TO TRACE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE target-date-env TO target-date
           END-IF.
           PERFORM LOAD-LINEAGE-MANIFEST.
           PERFORM RESOLVE-READ-SOURCES.
           PERFORM ORDER-RUNS-BY-START.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM LIST-STEPS-IN-ORDER.
           PERFORM VARYING ep FROM 1 BY 1 UNTIL ep > 3
             PERFORM TRACE-ONE-ENDPOINT
           END-PERFORM.
           CLOSE report-file.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF flagged-count > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> One pass over the manifest: the reported date's entries are
      *> held whole, and every write from an earlier date is folded
      *> into the latest-writer table. Later dates play no part. More
      *> entries than the tables hold is a manifest this job was not
      *> sized for, and it abends rather than trace half a day.
       LOAD-LINEAGE-MANIFEST.
           MOVE 'N' TO file-eof.
           OPEN INPUT lineage-file.
           PERFORM UNTIL file-eof = 'Y'
             READ lineage-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 ADD 1 TO manifest-rows-read
                 IF ln-run-date = target-date
                   PERFORM NOTE-STEP-ENTRY
                 ELSE
                   IF ln-run-date < target-date AND
                       ln-open-mode NOT = "INPUT"
                     PERFORM NOTE-PRIOR-WRITER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE lineage-file.

       NOTE-STEP-ENTRY.
           IF step-count >= 2000
             DISPLAY "MORE THAN 2000 LINEAGE ENTRIES FOR ONE RUN DATE"
               " - ABENDING"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO step-count.
           MOVE ln-job-id TO sp-job-id(step-count).
           MOVE ln-start-time TO sp-start-time(step-count).
           MOVE ln-role TO sp-role(step-count).
           MOVE ln-open-mode TO sp-mode(step-count).
           MOVE ln-record-count TO sp-count(step-count).
           MOVE ln-origin TO sp-origin(step-count).
           MOVE ln-dsn TO sp-dsn(step-count).
           MOVE SPACE TO sp-source(step-count).
           MOVE 0 TO sp-from-step(step-count).
           MOVE SPACES TO sp-from-job-id(step-count).
           MOVE SPACES TO sp-from-date(step-count).
           MOVE SPACES TO sp-from-time(step-count).
           MOVE 'N' TO run-found.
           PERFORM VARYING r FROM 1 BY 1
               UNTIL r > run-count OR run-found = 'Y'
             IF ru-job-id(r) = ln-job-id AND
                 ru-start-time(r) = ln-start-time
               MOVE 'Y' TO run-found
               MOVE r TO sp-run(step-count)
             END-IF
           END-PERFORM.
           IF run-found = 'N'
             IF run-count >= 300
               DISPLAY "MORE THAN 300 RUNS ON ONE RUN DATE - ABENDING"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO run-count
             MOVE ln-job-id TO ru-job-id(run-count)
             MOVE ln-start-time TO ru-start-time(run-count)
             MOVE 'N' TO ru-listed(run-count)
             MOVE 'N' TO ru-reached(run-count)
             MOVE run-count TO sp-run(step-count)
           END-IF.

      *> Keeps the latest write to a dataset from before the reported
      *> date. Dates and times are ISO text and compare as text.
       NOTE-PRIOR-WRITER.
           MOVE 'N' TO prior-found.
           PERFORM VARYING pw FROM 1 BY 1
               UNTIL pw > prior-count OR prior-found = 'Y'
             IF pw-dsn(pw) = ln-dsn
               MOVE 'Y' TO prior-found
               IF ln-run-date > pw-date(pw) OR
                   (ln-run-date = pw-date(pw) AND
                   ln-start-time > pw-time(pw))
                 MOVE ln-job-id TO pw-job-id(pw)
                 MOVE ln-run-date TO pw-date(pw)
                 MOVE ln-start-time TO pw-time(pw)
               END-IF
             END-IF
           END-PERFORM.
           IF prior-found = 'N'
             IF prior-count >= 2000
               DISPLAY "MORE THAN 2000 DATASETS WRITTEN BEFORE THE "
                 "RUN DATE - ABENDING"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO prior-count
             MOVE ln-dsn TO pw-dsn(prior-count)
             MOVE ln-job-id TO pw-job-id(prior-count)
             MOVE ln-run-date TO pw-date(prior-count)
             MOVE ln-start-time TO pw-time(prior-count)
           END-IF.

      *> Traces every read. A dataset supplied from outside needs no
      *> writer, and a read that found nothing took no figures from
      *> anywhere. Otherwise the writer is the latest other run that
      *> day that wrote the same dataset and started no later than
      *> the reader, or failing that the latest writer on an earlier
      *> date; with neither, the read is flagged.
       RESOLVE-READ-SOURCES.
           PERFORM VARYING s FROM 1 BY 1 UNTIL s > step-count
             IF sp-mode(s) = "INPUT"
               ADD 1 TO reads-traced
               PERFORM RESOLVE-ONE-READ
             END-IF
           END-PERFORM.

       RESOLVE-ONE-READ.
           IF sp-origin(s) = 'Y'
             MOVE 'S' TO sp-source(s)
             ADD 1 TO supplied-count
             EXIT PARAGRAPH
           END-IF.
           IF sp-count(s) = 0
             MOVE 'Z' TO sp-source(s)
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO best-step.
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > step-count
             IF sp-dsn(sx) = sp-dsn(s) AND
                 sp-mode(sx) NOT = "INPUT" AND
                 sp-run(sx) NOT = sp-run(s) AND
                 sp-start-time(sx) <= sp-start-time(s)
               IF best-step = 0
                 MOVE sx TO best-step
               ELSE
                 IF sp-start-time(sx) >= sp-start-time(best-step)
                   MOVE sx TO best-step
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF best-step > 0
             MOVE 'T' TO sp-source(s)
             MOVE best-step TO sp-from-step(s)
             MOVE sp-job-id(best-step) TO sp-from-job-id(s)
             MOVE target-date TO sp-from-date(s)
             MOVE sp-start-time(best-step) TO sp-from-time(s)
             EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO prior-found.
           PERFORM VARYING pw FROM 1 BY 1
               UNTIL pw > prior-count OR prior-found = 'Y'
             IF pw-dsn(pw) = sp-dsn(s)
               MOVE 'Y' TO prior-found
               MOVE 'P' TO sp-source(s)
               MOVE pw-job-id(pw) TO sp-from-job-id(s)
               MOVE pw-date(pw) TO sp-from-date(s)
               MOVE pw-time(pw) TO sp-from-time(s)
             END-IF
           END-PERFORM.
           IF prior-found = 'N'
             MOVE 'N' TO sp-source(s)
             ADD 1 TO flagged-count
           END-IF.

      *> Lists the runs earliest start first; two runs started in the
      *> same second are taken by job name.
       ORDER-RUNS-BY-START.
           PERFORM VARYING ro FROM 1 BY 1 UNTIL ro > run-count
             MOVE 0 TO next-run
             PERFORM VARYING r FROM 1 BY 1 UNTIL r > run-count
               IF ru-listed(r) = 'N'
                 IF next-run = 0
                   MOVE r TO next-run
                 ELSE
                   IF ru-start-time(r) < ru-start-time(next-run) OR
                       (ru-start-time(r) = ru-start-time(next-run)
                       AND ru-job-id(r) < ru-job-id(next-run))
                     MOVE r TO next-run
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             MOVE 'Y' TO ru-listed(next-run)
             MOVE next-run TO run-order(ro)
           END-PERFORM.

      *> Every step of the day with every dataset it entered, reads
      *> shown with where their figures came from.
       LIST-STEPS-IN-ORDER.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "STEPS IN START ORDER" TO report-line.
           WRITE report-line.
           IF run-count = 0
             MOVE "  NO LINEAGE ENTRIES FOR THIS RUN DATE" TO
               report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ro FROM 1 BY 1 UNTIL ro > run-count
             MOVE run-order(ro) TO r
             MOVE SPACES TO report-line
             WRITE report-line
             MOVE SPACES TO report-line
             STRING "  JOB " ru-job-id(r) " STARTED "
               ru-start-time(r)
               DELIMITED BY SIZE INTO report-line
             WRITE report-line
             MOVE SPACES TO report-line
             MOVE "ROLE" TO report-line(5:4)
             MOVE "MODE" TO report-line(18:4)
             MOVE "RECORDS" TO report-line(28:7)
             MOVE "DATASET" TO report-line(37:7)
             MOVE "FIGURES FROM" TO report-line(95:12)
             WRITE report-line
             PERFORM VARYING s FROM 1 BY 1 UNTIL s > step-count
               IF sp-run(s) = r
                 PERFORM WRITE-STEP-LINE
               END-IF
             END-PERFORM
           END-PERFORM.

       WRITE-STEP-LINE.
           PERFORM SET-SOURCE-TEXT.
           MOVE sp-count(s) TO count-display.
           MOVE SPACES TO report-line.
           MOVE sp-role(s) TO report-line(5:12).
           MOVE sp-mode(s) TO report-line(18:6).
           MOVE count-display TO report-line(26:9).
           MOVE sp-dsn(s) TO report-line(37:57).
           MOVE source-text TO report-line(95:38).
           WRITE report-line.

       SET-SOURCE-TEXT.
           MOVE SPACES TO source-text.
           EVALUATE sp-source(s)
             WHEN 'S'
               MOVE "SUPPLIED INTO STREAM" TO source-text
             WHEN 'Z'
               MOVE "NOTHING READ" TO source-text
             WHEN 'T'
               STRING sp-from-job-id(s) " " sp-from-date(s) " "
                 sp-from-time(s)
                 DELIMITED BY SIZE INTO source-text
             WHEN 'P'
               STRING sp-from-job-id(s) " " sp-from-date(s) " "
                 sp-from-time(s)
                 DELIMITED BY SIZE INTO source-text
             WHEN 'N'
               MOVE "** NO EARLIER WRITER **" TO source-text
           END-EVALUATE.

      *> One endpoint: the runs that wrote it that day, then every
      *> run upstream of them - each run reached pulls in the runs
      *> that wrote what it read, until no more are added - and the
      *> datasets the chain starts from: those supplied into the
      *> stream, those left by an earlier day, and any flagged read.
       TRACE-ONE-ENDPOINT.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "ENDPOINT: " endpoint-role(ep)
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > run-count
             MOVE 'N' TO ru-reached(r)
           END-PERFORM.
           MOVE 0 TO section-count.
           PERFORM VARYING s FROM 1 BY 1 UNTIL s > step-count
             IF sp-role(s) = endpoint-role(ep) AND
                 sp-mode(s) NOT = "INPUT"
               ADD 1 TO section-count
               MOVE 'Y' TO ru-reached(sp-run(s))
               MOVE sp-count(s) TO count-display
               MOVE SPACES TO report-line
               STRING "  WRITTEN BY " sp-job-id(s) " "
                 sp-start-time(s) " " sp-mode(s) " "
                 count-display " RECORDS TO "
                 sp-dsn(s) DELIMITED BY SIZE INTO report-line
               WRITE report-line
             END-IF
           END-PERFORM.
           IF section-count = 0
             MOVE "  NOT WRITTEN ON THIS RUN DATE" TO report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO run-changed.
           PERFORM UNTIL run-changed = 'N'
             MOVE 'N' TO run-changed
             PERFORM VARYING s FROM 1 BY 1 UNTIL s > step-count
               IF sp-source(s) = 'T'
                 IF ru-reached(sp-run(s)) = 'Y'
                   MOVE sp-from-step(s) TO sx
                   IF ru-reached(sp-run(sx)) = 'N'
                     MOVE 'Y' TO ru-reached(sp-run(sx))
                     MOVE 'Y' TO run-changed
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM.
           MOVE "  STEPS IN THE CHAIN, IN START ORDER:" TO report-line.
           WRITE report-line.
           PERFORM VARYING ro FROM 1 BY 1 UNTIL ro > run-count
             MOVE run-order(ro) TO r
             IF ru-reached(r) = 'Y'
               MOVE 0 TO step-reads
               MOVE 0 TO step-flags
               PERFORM VARYING s FROM 1 BY 1 UNTIL s > step-count
                 IF sp-run(s) = r AND sp-mode(s) = "INPUT"
                   ADD 1 TO step-reads
                   IF sp-source(s) = 'N'
                     ADD 1 TO step-flags
                   END-IF
                 END-IF
               END-PERFORM
               MOVE SPACES TO report-line
               MOVE ru-job-id(r) TO report-line(5:10)
               MOVE ru-start-time(r) TO report-line(16:6)
               MOVE step-reads TO small-display
               STRING FUNCTION TRIM(small-display) " READS"
                 DELIMITED BY SIZE INTO report-line(24:)
               IF step-flags > 0
                 MOVE step-flags TO small-display
                 STRING FUNCTION TRIM(small-display)
                   " WITH NO EARLIER WRITER"
                   DELIMITED BY SIZE INTO report-line(36:)
               END-IF
               WRITE report-line
             END-IF
           END-PERFORM.
           MOVE "  WHERE THE CHAIN STARTS:" TO report-line.
           WRITE report-line.
           MOVE 0 TO section-count.
           PERFORM VARYING s FROM 1 BY 1 UNTIL s > step-count
             IF ru-reached(sp-run(s)) = 'Y' AND
                 (sp-source(s) = 'S' OR sp-source(s) = 'P' OR
                 sp-source(s) = 'N')
               ADD 1 TO section-count
               PERFORM SET-SOURCE-TEXT
               MOVE SPACES TO report-line
               MOVE sp-job-id(s) TO report-line(5:10)
               MOVE sp-role(s) TO report-line(16:12)
               MOVE sp-dsn(s) TO report-line(29:60)
               MOVE source-text TO report-line(90:38)
               WRITE report-line
             END-IF
           END-PERFORM.
           IF section-count = 0
             MOVE "    NONE" TO report-line
             WRITE report-line
           END-IF.

       WRITE-REPORT-HEADING.
           OPEN OUTPUT report-file.
           MOVE "DATASET LINEAGE BY RUN DATE" TO report-line.
           WRITE report-line.
           MOVE "PROGRAM: LineageReport" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN DATE: " run-date-display
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "LINEAGE MANIFEST: " lineage-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "LINEAGE FOR RUN DATE: " target-date
             INTO report-line.
           WRITE report-line.

      *> Standard end-of-job reconciliation trailer, in the same
      *> format as the daily batch jobs.
       DISPLAY-CONTROL-TOTALS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTROL TOTALS - LINEAGEREPORT".
           MOVE manifest-rows-read TO totals-display.
           DISPLAY "  MANIFEST ENTRIES READ ....: "
             FUNCTION TRIM(totals-display).
           MOVE step-count TO totals-display.
           DISPLAY "  ENTRIES FOR RUN DATE .....: "
             FUNCTION TRIM(totals-display).
           MOVE run-count TO totals-display.
           DISPLAY "  RUNS ON RUN DATE .........: "
             FUNCTION TRIM(totals-display).
           MOVE reads-traced TO totals-display.
           DISPLAY "  READS TRACED .............: "
             FUNCTION TRIM(totals-display).
           MOVE supplied-count TO totals-display.
           DISPLAY "  SUPPLIED INTO STREAM .....: "
             FUNCTION TRIM(totals-display).
           MOVE flagged-count TO totals-display.
           DISPLAY "  READS WITH NO WRITER .....: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entry for this run: the report. The manifest it
      *> traces is where the entries go, not a dataset of the stream.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
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
