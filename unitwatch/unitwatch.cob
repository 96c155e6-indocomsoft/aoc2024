       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnitWatch.
       AUTHOR. JULIUS PUTRA TANU SETIAJI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Reads the per-unit history AOCDay2 appends at the end of
      *> every run (see UNITHIST.CPY) and builds the engineering
      *> watchlist: reactor units whose safe rate has sat below the
      *> floor for several reporting days running, units leaning
      *> harder on the Problem Dampener week over week, and units
      *> that have simply stopped transmitting. The same question
      *> engineering used to answer by paging back through weeks of
      *> AOCDAY2.RPT by hand.
           SELECT OPTIONAL history-file ASSIGN DYNAMIC history-dsn
           LINE SEQUENTIAL.
      *> The watchlist itself, rebuilt whole every run: one row per
      *> unit and reason. AOCDay2 reads it to mark the audit lines of
      *> listed units.
           SELECT watchlist-file ASSIGN DYNAMIC watchlist-dsn
           LINE SEQUENTIAL.
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
       FD history-file.
           COPY "UNITHIST.CPY".
       FD watchlist-file.
       01 watchlist-record.
           05 wl-unit-id PIC X(10).
           05 FILLER PIC X.
           05 wl-reason PIC X(10).
           05 FILLER PIC X.
           05 wl-as-of-date PIC X(10).
       FD report-file.
       01 report-line PIC X(132).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 history-file-eof PIC X VALUE 'N'.
       01 records-read PIC 9(9) VALUE 0.
       01 records-skipped PIC 9(9) VALUE 0.
       01 watchlist-rows PIC 9(9) VALUE 0.
       01 totals-display PIC Z(9)9.

      *> Watch criteria, each overridable per run; unset or not
      *> numeric means take the default. A run of low days counts
      *> only days the unit actually reported; a day with nothing
      *> judged (every report rejected or an exception) neither
      *> extends nor breaks the run.
       01 low-days-env PIC X(10).
       01 low-days PIC 9(2) VALUE 3.
       01 safe-floor-env PIC X(10).
       01 safe-floor-pct PIC 9(3) VALUE 90.
       01 rise-weeks-env PIC X(10).
       01 rise-weeks PIC 9 VALUE 2.
       01 silent-runs-env PIC X(10).
       01 silent-runs PIC 9(2) VALUE 3.

      *> The latest run date on the history anchors every window: the
      *> day table covers the eight weeks ending on it, and the
      *> distinct-run-date table the most recent thirty run dates.
      *> Dates are ISO text and compare as text.
       01 latest-run-date PIC X(10) VALUE SPACES.
       01 latest-day-number PIC 9(7).
       01 window-start-iso PIC X(10).
       01 window-start-yyyymmdd.
           05 window-start-yyyy PIC 9(4).
           05 window-start-mm PIC 9(2).
           05 window-start-dd PIC 9(2).
       01 window-start-number REDEFINES window-start-yyyymmdd
           PIC 9(8).
       01 date-work-text PIC X(8).
       01 date-work-number REDEFINES date-work-text PIC 9(8).
       01 day-offset PIC 9(7).
       01 run-date-count PIC 9(2) VALUE 0.
       01 run-date-table-area.
           05 run-date-entry OCCURS 30.
               10 rd-date PIC X(10).
       01 rx PIC 9(2).
       01 run-date-found PIC X.
       01 silent-threshold-date PIC X(10).

      *> One slot per unit ever seen on the history, each carrying the
      *> last date the unit sent anything, the master status on its
      *> latest record, and its day-by-day tallies for the window -
      *> day 1 is the latest run date, day 56 eight weeks back.
       01 watch-unit-count PIC 9(2) VALUE 0.
       01 watch-unit-area.
           05 watch-unit-entry OCCURS 60.
               10 wu-unit-id PIC X(10).
               10 wu-last-sent-date PIC X(10).
               10 wu-status-date PIC X(10).
               10 wu-master-status PIC X.
               10 wu-low-flag PIC X.
               10 wu-rise-flag PIC X.
               10 wu-silent-flag PIC X.
               10 wu-low-days PIC 9(2).
               10 wu-latest-safe-pct PIC 9(3)V99.
               10 wu-day OCCURS 56.
                   15 wd-present PIC X.
                   15 wd-strict-count PIC 9(6).
                   15 wd-damp-count PIC 9(6).
                   15 wd-judged-count PIC 9(6).
               10 wu-week-pct PIC 9(3)V99 OCCURS 8.
       01 u PIC 9(2).
       01 unit-index PIC 9(2).
       01 unit-found PIC X.
       01 d PIC 9(2).
       01 w PIC 9.
       01 day-slot PIC 9(2).
       01 judged-work PIC S9(7).
       01 safe-pct PIC 9(3)V99.
       01 low-run-ended PIC X.
       01 week-strict-sum PIC 9(9).
       01 week-damp-sum PIC 9(9).
       01 week-has-data PIC X.
       01 weeks-rising PIC X.
       01 pct-display PIC ZZ9.99.
       01 figure-display PIC Z(8)9.
       01 week-pct-text PIC X(80).
       01 week-pct-pointer PIC 9(3).
       01 section-count PIC 9(2).
       01 watch-reason PIC X(10).

      *> Dataset-name overrides, read once per run; unset means take
      *> the historical default name. History and watchlist names are
      *> the same overrides AOCDay2 honors.
       01 history-dsn PIC X(80) VALUE "AOCDAY2.UNITHIST".
       01 watchlist-dsn PIC X(80) VALUE "AOCDAY2.WATCHLIST".
       01 report-dsn PIC X(80) VALUE "UNITWATCH.RPT".

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
       01 lineage-job-id PIC X(10) VALUE "UNITWATCH".
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
           MOVE SPACES TO history-dsn.
           ACCEPT history-dsn FROM ENVIRONMENT "AOCDAY2_UNITHIST_DSN".
           IF history-dsn = SPACES
             MOVE "AOCDAY2.UNITHIST" TO history-dsn
           END-IF.
           MOVE SPACES TO watchlist-dsn.
           ACCEPT watchlist-dsn FROM ENVIRONMENT
               "AOCDAY2_WATCHLIST_DSN".
           IF watchlist-dsn = SPACES
             MOVE "AOCDAY2.WATCHLIST" TO watchlist-dsn
           END-IF.
           MOVE SPACES TO report-dsn.
           ACCEPT report-dsn FROM ENVIRONMENT "UNITWATCH_RPT_DSN".
           IF report-dsn = SPACES
             MOVE "UNITWATCH.RPT" TO report-dsn
           END-IF.
           PERFORM READ-WATCH-CRITERIA.
           PERFORM SCAN-HISTORY-FOR-UNITS.
           IF latest-run-date NOT = SPACES
             PERFORM SET-HISTORY-WINDOW
             PERFORM LOAD-HISTORY-WINDOW
             PERFORM VARYING u FROM 1 BY 1 UNTIL u > watch-unit-count
               PERFORM EVALUATE-LOW-SAFE-RATE
               PERFORM EVALUATE-DAMPENER-TREND
               PERFORM EVALUATE-SILENCE
             END-PERFORM
           END-IF.
           PERFORM WRITE-WATCHLIST-FILE.
           PERFORM WRITE-WATCH-REPORT.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           STOP RUN.

       READ-WATCH-CRITERIA.
           MOVE SPACES TO low-days-env.
           ACCEPT low-days-env FROM ENVIRONMENT "WATCH_LOW_DAYS".
           IF FUNCTION TRIM(low-days-env) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(low-days-env))
               TO low-days
           END-IF.
           IF low-days = 0
             MOVE 3 TO low-days
           END-IF.
           MOVE SPACES TO safe-floor-env.
           ACCEPT safe-floor-env FROM ENVIRONMENT
               "WATCH_SAFE_FLOOR_PCT".
           IF FUNCTION TRIM(safe-floor-env) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(safe-floor-env))
               TO safe-floor-pct
           END-IF.
           IF safe-floor-pct = 0 OR safe-floor-pct > 100
             MOVE 90 TO safe-floor-pct
           END-IF.
      *> The day table holds eight weeks, so at most seven rising
      *> steps can be judged.
           MOVE SPACES TO rise-weeks-env.
           ACCEPT rise-weeks-env FROM ENVIRONMENT "WATCH_RISE_WEEKS".
           IF FUNCTION TRIM(rise-weeks-env) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(rise-weeks-env))
               TO rise-weeks
           END-IF.
           IF rise-weeks = 0 OR rise-weeks > 7
             MOVE 2 TO rise-weeks
           END-IF.
           MOVE SPACES TO silent-runs-env.
           ACCEPT silent-runs-env FROM ENVIRONMENT "WATCH_SILENT_RUNS".
           IF FUNCTION TRIM(silent-runs-env) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(silent-runs-env))
               TO silent-runs
           END-IF.
           IF silent-runs = 0 OR silent-runs > 30
             MOVE 3 TO silent-runs
           END-IF.

      *> First pass: every unit ever seen, its last transmitting date
      *> and latest master status, the latest run date on file, and
      *> the most recent distinct run dates. A record whose run date
      *> is not a real date was not written by AOCDay2 and is skipped
      *> and counted.
       SCAN-HISTORY-FOR-UNITS.
           OPEN INPUT history-file.
           PERFORM UNTIL history-file-eof = 'Y'
             READ history-file
               AT END MOVE 'Y' TO history-file-eof
               NOT AT END
                 ADD 1 TO records-read
                 PERFORM CHECK-HISTORY-DATE
                 IF date-work-text = SPACES
                   ADD 1 TO records-skipped
                 ELSE
                   PERFORM FIND-WATCH-UNIT-SLOT
                   PERFORM NOTE-UNIT-LATEST-FIGURES
                   PERFORM NOTE-RUN-DATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE history-file.

      *> Leaves the record's run date as YYYYMMDD in date-work-text,
      *> or spaces if it is not a valid ISO date.
       CHECK-HISTORY-DATE.
           MOVE SPACES TO date-work-text.
           IF uh-run-date(5:1) = "-" AND uh-run-date(8:1) = "-"
             STRING uh-run-date(1:4) uh-run-date(6:2)
               uh-run-date(9:2) DELIMITED BY SIZE
               INTO date-work-text
             IF date-work-text IS NOT NUMERIC
               MOVE SPACES TO date-work-text
             ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(date-work-number)
                   NOT = 0
                 MOVE SPACES TO date-work-text
               END-IF
             END-IF
           END-IF.

      *> Finds (or creates) the slot for the unit on the current
      *> record. More than sixty distinct units on the history is
      *> well past any fleet this job was sized for, and it abends
      *> rather than leave units off the watchlist unseen.
       FIND-WATCH-UNIT-SLOT.
           MOVE 'N' TO unit-found.
           PERFORM VARYING u FROM 1 BY 1
               UNTIL u > watch-unit-count OR unit-found = 'Y'
             IF wu-unit-id(u) = uh-unit-id
               MOVE 'Y' TO unit-found
             END-IF
           END-PERFORM.
           IF unit-found = 'Y'
             COMPUTE unit-index = u - 1
           ELSE
             IF watch-unit-count >= 60
               DISPLAY
                 "MORE THAN 60 REACTOR UNITS ON UNIT HISTORY - ABENDING"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO watch-unit-count
             MOVE watch-unit-count TO unit-index
             MOVE uh-unit-id TO wu-unit-id(unit-index)
             MOVE SPACES TO wu-last-sent-date(unit-index)
             MOVE SPACES TO wu-status-date(unit-index)
             MOVE SPACES TO wu-master-status(unit-index)
             MOVE 'N' TO wu-low-flag(unit-index)
             MOVE 'N' TO wu-rise-flag(unit-index)
             MOVE 'N' TO wu-silent-flag(unit-index)
             MOVE 0 TO wu-low-days(unit-index)
             MOVE 0 TO wu-latest-safe-pct(unit-index)
             PERFORM VARYING d FROM 1 BY 1 UNTIL d > 56
               MOVE 'N' TO wd-present(unit-index, d)
               MOVE 0 TO wd-strict-count(unit-index, d)
               MOVE 0 TO wd-damp-count(unit-index, d)
               MOVE 0 TO wd-judged-count(unit-index, d)
             END-PERFORM
           END-IF.

      *> A reprocessed older day can be appended after newer ones, so
      *> "latest" is by date, not by position; on the same date the
      *> later record wins.
       NOTE-UNIT-LATEST-FIGURES.
           IF uh-run-date >= wu-status-date(unit-index)
             MOVE uh-run-date TO wu-status-date(unit-index)
             MOVE uh-master-status TO wu-master-status(unit-index)
           END-IF.
           IF uh-read-count > 0 AND
               uh-run-date > wu-last-sent-date(unit-index)
             MOVE uh-run-date TO wu-last-sent-date(unit-index)
           END-IF.
           IF uh-run-date > latest-run-date
             MOVE uh-run-date TO latest-run-date
           END-IF.

      *> Keeps the most recent thirty distinct run dates in ascending
      *> order, dropping the oldest when a newer one arrives.
       NOTE-RUN-DATE.
           MOVE 'N' TO run-date-found.
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > run-date-count
             IF rd-date(rx) = uh-run-date
               MOVE 'Y' TO run-date-found
             END-IF
           END-PERFORM.
           IF run-date-found = 'N'
             IF run-date-count >= 30
               IF uh-run-date < rd-date(1)
                 MOVE 'Y' TO run-date-found
               ELSE
                 PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > 29
                   MOVE rd-date(rx + 1) TO rd-date(rx)
                 END-PERFORM
                 MOVE 29 TO run-date-count
               END-IF
             END-IF
           END-IF.
           IF run-date-found = 'N'
             MOVE run-date-count TO rx
             PERFORM UNTIL rx = 0
               IF rd-date(rx) < uh-run-date
                 EXIT PERFORM
               END-IF
               MOVE rd-date(rx) TO rd-date(rx + 1)
               SUBTRACT 1 FROM rx
             END-PERFORM
             MOVE uh-run-date TO rd-date(rx + 1)
             ADD 1 TO run-date-count
           END-IF.

      *> The eight-week window ending on the latest run date, off the
      *> proleptic day count so month and year boundaries need no
      *> special handling.
       SET-HISTORY-WINDOW.
           MOVE SPACES TO date-work-text.
           STRING latest-run-date(1:4) latest-run-date(6:2)
             latest-run-date(9:2) DELIMITED BY SIZE
             INTO date-work-text.
           COMPUTE latest-day-number =
               FUNCTION INTEGER-OF-DATE(date-work-number).
           COMPUTE window-start-number = FUNCTION DATE-OF-INTEGER
               (latest-day-number - 55).
           MOVE SPACES TO window-start-iso.
           STRING window-start-yyyy "-" window-start-mm "-"
             window-start-dd INTO window-start-iso.

      *> Second pass: each unit's daily tallies inside the window,
      *> placed by how many days before the latest run date they
      *> fall. A same-day rerun overwrites the earlier figures.
       LOAD-HISTORY-WINDOW.
           MOVE 'N' TO history-file-eof.
           OPEN INPUT history-file.
           PERFORM UNTIL history-file-eof = 'Y'
             READ history-file
               AT END MOVE 'Y' TO history-file-eof
               NOT AT END
                 PERFORM CHECK-HISTORY-DATE
                 IF date-work-text NOT = SPACES AND
                     uh-run-date >= window-start-iso
                   PERFORM FIND-WATCH-UNIT-SLOT
                   PERFORM PLACE-HISTORY-DAY
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE history-file.

       PLACE-HISTORY-DAY.
           COMPUTE day-offset = latest-day-number -
               FUNCTION INTEGER-OF-DATE(date-work-number).
           COMPUTE day-slot = day-offset + 1.
           MOVE 'Y' TO wd-present(unit-index, day-slot).
           MOVE uh-strict-count
             TO wd-strict-count(unit-index, day-slot).
           MOVE uh-damp-count
             TO wd-damp-count(unit-index, day-slot).
           COMPUTE judged-work = uh-read-count - uh-reject-count
               - uh-exception-count.
           IF judged-work < 0
             MOVE 0 TO judged-work
           END-IF.
           MOVE judged-work TO wd-judged-count(unit-index, day-slot).

      *> Walks back from the latest day counting reporting days whose
      *> safe rate (strict plus dampened over everything judged) is
      *> below the floor, stopping at the first day at or above it.
       EVALUATE-LOW-SAFE-RATE.
           MOVE 'N' TO low-run-ended.
           MOVE 0 TO wu-low-days(u).
           PERFORM VARYING d FROM 1 BY 1
               UNTIL d > 56 OR low-run-ended = 'Y'
             IF wd-present(u, d) = 'Y' AND wd-judged-count(u, d) > 0
               COMPUTE safe-pct ROUNDED =
                   (wd-strict-count(u, d) + wd-damp-count(u, d)) * 100
                   / wd-judged-count(u, d)
               IF wu-low-days(u) = 0
                 MOVE safe-pct TO wu-latest-safe-pct(u)
               END-IF
               IF safe-pct < safe-floor-pct
                 ADD 1 TO wu-low-days(u)
               ELSE
                 MOVE 'Y' TO low-run-ended
               END-IF
             END-IF
           END-PERFORM.
           IF wu-low-days(u) >= low-days
             MOVE 'Y' TO wu-low-flag(u)
           END-IF.

      *> Dampener dependence per week - dampened passes as a share of
      *> all safe passes - for the latest week and the weeks before
      *> it. Flagged when each week is strictly higher than the week
      *> before, for the configured number of steps; a week with no
      *> safe passes breaks the chain.
       EVALUATE-DAMPENER-TREND.
           MOVE 'Y' TO weeks-rising.
           PERFORM VARYING w FROM 1 BY 1 UNTIL w > rise-weeks + 1
             MOVE 0 TO week-strict-sum
             MOVE 0 TO week-damp-sum
             MOVE 'N' TO week-has-data
             PERFORM VARYING d FROM 1 BY 1 UNTIL d > 7
               COMPUTE day-slot = (w - 1) * 7 + d
               IF wd-present(u, day-slot) = 'Y'
                 ADD wd-strict-count(u, day-slot) TO week-strict-sum
                 ADD wd-damp-count(u, day-slot) TO week-damp-sum
               END-IF
             END-PERFORM
             MOVE 0 TO wu-week-pct(u, w)
             IF week-strict-sum + week-damp-sum > 0
               MOVE 'Y' TO week-has-data
               COMPUTE wu-week-pct(u, w) ROUNDED = week-damp-sum * 100
                   / (week-strict-sum + week-damp-sum)
             END-IF
             IF week-has-data = 'N'
               MOVE 'N' TO weeks-rising
             END-IF
             IF w > 1
               IF wu-week-pct(u, w - 1) NOT > wu-week-pct(u, w)
                 MOVE 'N' TO weeks-rising
               END-IF
             END-IF
           END-PERFORM.
           IF weeks-rising = 'Y'
             MOVE 'Y' TO wu-rise-flag(u)
           END-IF.

      *> A unit has stopped transmitting when it sent nothing on any
      *> of the most recent run dates. A decommissioned unit is
      *> expected to be silent and is not listed.
       EVALUATE-SILENCE.
           IF run-date-count >= silent-runs
             COMPUTE rx = run-date-count - silent-runs + 1
             MOVE rd-date(rx) TO silent-threshold-date
             IF wu-last-sent-date(u) < silent-threshold-date AND
                 wu-master-status(u) NOT = 'D'
               MOVE 'Y' TO wu-silent-flag(u)
             END-IF
           END-IF.

      *> Rebuilt whole each run, so a unit that recovers drops off.
       WRITE-WATCHLIST-FILE.
           OPEN OUTPUT watchlist-file.
           PERFORM VARYING u FROM 1 BY 1 UNTIL u > watch-unit-count
             IF wu-low-flag(u) = 'Y'
               MOVE "LOW-SAFE" TO watch-reason
               PERFORM WRITE-WATCHLIST-ROW
             END-IF
             IF wu-rise-flag(u) = 'Y'
               MOVE "DAMP-RISE" TO watch-reason
               PERFORM WRITE-WATCHLIST-ROW
             END-IF
             IF wu-silent-flag(u) = 'Y'
               MOVE "SILENT" TO watch-reason
               PERFORM WRITE-WATCHLIST-ROW
             END-IF
           END-PERFORM.
           CLOSE watchlist-file.

       WRITE-WATCHLIST-ROW.
           MOVE SPACES TO watchlist-record.
           MOVE wu-unit-id(u) TO wl-unit-id.
           MOVE watch-reason TO wl-reason.
           MOVE latest-run-date TO wl-as-of-date.
           WRITE watchlist-record.
           ADD 1 TO watchlist-rows.

      *> Writes the headed watchlist report: the criteria in force,
      *> then one section per reason.
       WRITE-WATCH-REPORT.
           ACCEPT run-date-fields FROM DATE YYYYMMDD.
           MOVE run-date-mm TO run-date-display-mm.
           MOVE run-date-dd TO run-date-display-dd.
           MOVE run-date-yyyy TO run-date-display-yyyy.
           OPEN OUTPUT report-file.
           MOVE "REACTOR UNIT WATCHLIST REPORT" TO report-line.
           WRITE report-line.
           MOVE "PROGRAM: UnitWatch" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN DATE: " run-date-display
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "UNIT HISTORY: " history-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "WATCHLIST: " watchlist-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           IF latest-run-date = SPACES
             MOVE SPACES TO report-line
             WRITE report-line
             MOVE "NO UNIT HISTORY ON FILE" TO report-line
             WRITE report-line
             CLOSE report-file
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO report-line.
           STRING "LATEST RUN DATE ON HISTORY: " latest-run-date
             "  WINDOW FROM: " window-start-iso
             INTO report-line.
           WRITE report-line.
           MOVE safe-floor-pct TO figure-display.
           MOVE SPACES TO report-line.
           STRING "SAFE-RATE FLOOR: " FUNCTION TRIM(figure-display)
             "%" INTO report-line.
           WRITE report-line.
           MOVE low-days TO figure-display.
           MOVE SPACES TO report-line.
           STRING "REPORTING DAYS BELOW FLOOR TO LIST: "
             FUNCTION TRIM(figure-display) INTO report-line.
           WRITE report-line.
           MOVE rise-weeks TO figure-display.
           MOVE SPACES TO report-line.
           STRING "WEEKS OF RISING DAMPENER SHARE TO LIST: "
             FUNCTION TRIM(figure-display) INTO report-line.
           WRITE report-line.
           MOVE silent-runs TO figure-display.
           MOVE SPACES TO report-line.
           STRING "SILENT RUN DATES TO LIST: "
             FUNCTION TRIM(figure-display) INTO report-line.
           WRITE report-line.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "SAFE RATE BELOW FLOOR" TO report-line.
           WRITE report-line.
           MOVE 0 TO section-count.
           PERFORM VARYING u FROM 1 BY 1 UNTIL u > watch-unit-count
             IF wu-low-flag(u) = 'Y'
               ADD 1 TO section-count
               MOVE wu-low-days(u) TO figure-display
               MOVE wu-latest-safe-pct(u) TO pct-display
               MOVE SPACES TO report-line
               STRING "  UNIT: " wu-unit-id(u)
                 "  REPORTING DAYS BELOW FLOOR: "
                 FUNCTION TRIM(figure-display)
                 "  LATEST SAFE RATE: " FUNCTION TRIM(pct-display) "%"
                 INTO report-line
               WRITE report-line
             END-IF
           END-PERFORM.
           IF section-count = 0
             MOVE "  NONE" TO report-line
             WRITE report-line
           END-IF.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "DAMPENER SHARE RISING WEEK OVER WEEK" TO report-line.
           WRITE report-line.
           MOVE 0 TO section-count.
           PERFORM VARYING u FROM 1 BY 1 UNTIL u > watch-unit-count
             IF wu-rise-flag(u) = 'Y'
               ADD 1 TO section-count
               PERFORM FORMAT-WEEK-PERCENTS
               MOVE SPACES TO report-line
               STRING "  UNIT: " wu-unit-id(u)
                 "  DAMPENED SHARE BY WEEK, OLDEST FIRST:"
                 week-pct-text
                 INTO report-line
               WRITE report-line
             END-IF
           END-PERFORM.
           IF section-count = 0
             MOVE "  NONE" TO report-line
             WRITE report-line
           END-IF.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "STOPPED TRANSMITTING" TO report-line.
           WRITE report-line.
           MOVE 0 TO section-count.
           PERFORM VARYING u FROM 1 BY 1 UNTIL u > watch-unit-count
             IF wu-silent-flag(u) = 'Y'
               ADD 1 TO section-count
               MOVE SPACES TO report-line
               IF wu-last-sent-date(u) = SPACES
                 STRING "  UNIT: " wu-unit-id(u)
                   "  LAST TRANSMITTED: NEVER"
                   "  MASTER STATUS: " wu-master-status(u)
                   INTO report-line
               ELSE
                 STRING "  UNIT: " wu-unit-id(u)
                   "  LAST TRANSMITTED: " wu-last-sent-date(u)
                   "  MASTER STATUS: " wu-master-status(u)
                   INTO report-line
               END-IF
               WRITE report-line
             END-IF
           END-PERFORM.
           IF section-count = 0
             MOVE "  NONE" TO report-line
             WRITE report-line
           END-IF.
           CLOSE report-file.

       FORMAT-WEEK-PERCENTS.
           MOVE SPACES TO week-pct-text.
           MOVE 1 TO week-pct-pointer.
           COMPUTE w = rise-weeks + 1.
           PERFORM UNTIL w = 0
             MOVE wu-week-pct(u, w) TO pct-display
             STRING " " FUNCTION TRIM(pct-display) "%"
               DELIMITED BY SIZE
               INTO week-pct-text WITH POINTER week-pct-pointer
             SUBTRACT 1 FROM w
           END-PERFORM.

      *> Standard end-of-job reconciliation trailer, in the same
      *> format as the daily batch jobs.
       DISPLAY-CONTROL-TOTALS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTROL TOTALS - UNITWATCH".
           MOVE records-read TO totals-display.
           DISPLAY "  RECORDS READ .............: "
             FUNCTION TRIM(totals-display).
           MOVE records-skipped TO totals-display.
           DISPLAY "  RECORDS REJECTED/SKIPPED ..: "
             FUNCTION TRIM(totals-display).
           MOVE watch-unit-count TO totals-display.
           DISPLAY "  DISTINCT UNITS ...........: "
             FUNCTION TRIM(totals-display).
           MOVE watchlist-rows TO totals-display.
           DISPLAY "  WATCHLIST ROWS WRITTEN ...: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: the unit history judged, the
      *> watchlist AOCDay2 picks up next run, and the report.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           MOVE "INPUT" TO lineage-mode.
           MOVE "UNIT-HISTORY" TO lineage-role.
           MOVE history-dsn TO lineage-entry-dsn.
           MOVE records-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "OUTPUT" TO lineage-mode.
           MOVE "WATCHLIST" TO lineage-role.
           MOVE watchlist-dsn TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
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
