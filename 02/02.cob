      *> in flight.
           SELECT OPTIONAL run-control-file ASSIGN DYNAMIC
           run-control-dsn LINE SEQUENTIAL.
      *> Override authorization register (see AUTHREG.CPY): an
      *> OPER_RERUN rerun of a day already ENDED, or a resume from a
      *> stale checkpoint, goes ahead only against a supervisor's
      *> unexpired grant, claimed by marking it USED; rewritten
      *> through its temp copy the way the archive catalog is.
           SELECT OPTIONAL auth-register-file ASSIGN DYNAMIC
           auth-register-dsn LINE SEQUENTIAL.
           SELECT auth-register-temp-file ASSIGN TO "AUTH.REGTMP"
           LINE SEQUENTIAL.
      *> Per-reactor-model step-tolerance parameters, so engineering
      *> can certify a new model's safe step range without a
      *> recompile.
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY um-unit-id.
      *> Persistent per-unit history (see UNITHIST.CPY): one record
      *> per unit per run, appended at end of job so the per-unit
      *> tallies outlive the run and UnitWatch can look across days
      *> and weeks.
           SELECT OPTIONAL unit-history-file ASSIGN DYNAMIC
           unit-history-dsn LINE SEQUENTIAL.
      *> The watchlist UnitWatch last produced: one row per unit and
      *> reason. A unit on it has its audit lines marked, so the
      *> engineer reading a failed report knows the unit already has
      *> a history.
           SELECT OPTIONAL watchlist-file ASSIGN DYNAMIC
           watchlist-dsn LINE SEQUENTIAL.
      *> Regulatory filing extract: a fixed-layout record per safety
      *> report, between a header naming the facility and reporting
      *> period and a trailer whose counts tie back to this run's
      *> RUN.CONTROL ENDED totals, so the quarterly filing is built
      *> from these files instead of being retyped off the audit
      *> trail's free text. Each run holds only that day's reports;
      *> DailyArchive keeps every day's file as AOCDAY2.FILING.D<date>
      *> for the quarter's filing to be assembled from.
           SELECT OPTIONAL filing-file ASSIGN DYNAMIC filing-dsn
           LINE SEQUENTIAL.
      *> Scratch copy used to drop any filing records a restart would
      *> otherwise duplicate (see TRUNCATE-FILING-FILE).
           SELECT OPTIONAL filing-temp-file ASSIGN TO
           "AOCDAY2.FILTMP" LINE SEQUENTIAL.
      *> Checkpoint so a large report batch can resume after an abend
      *> instead of rerunning the whole file from line one.
           SELECT OPTIONAL checkpoint-file ASSIGN TO "AOCDAY2.CKPT"
      *> up from, instead of a cancel and a crash-restart.
           SELECT OPTIONAL quiesce-request-file ASSIGN DYNAMIC
           quiesce-request-dsn LINE SEQUENTIAL.
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
           COPY "DLYSUM.CPY".
       FD run-control-file.
           COPY "RUNCTL.CPY".
       FD auth-register-file.
           COPY "AUTHREG.CPY".
       FD auth-register-temp-file.
       01 auth-register-temp-record PIC X(91).
       FD model-control-file.
       01 model-control-record.
           05 mc-model-id PIC X(10).
           05 ckpt-input-dsn PIC X(80).
       FD quiesce-request-file.
       01 stop-request-record PIC X(10).
       FD unit-history-file.
           COPY "UNITHIST.CPY".
       FD watchlist-file.
       01 watchlist-record.
           05 wl-unit-id PIC X(10).
           05 FILLER PIC X.
           05 wl-reason PIC X(10).
           05 FILLER PIC X.
           05 wl-as-of-date PIC X(10).
      *> Filing records are told apart by their first byte: H for the
      *> one header, D for each report, T for the one trailer.
       FD filing-file.
       01 filing-header-record.
           05 fh-record-type PIC X.
           05 FILLER PIC X.
           05 fh-facility-id PIC X(10).
           05 FILLER PIC X.
           05 fh-period-id PIC X(7).
           05 FILLER PIC X.
           05 fh-period-start PIC X(10).
           05 FILLER PIC X.
           05 fh-period-end PIC X(10).
           05 FILLER PIC X.
           05 fh-run-date PIC X(10).
           05 FILLER PIC X.
           05 fh-job-id PIC X(10).
      *> One per report. The band is the min/max step the report was
      *> actually validated under (zeros when it never was: rejected
      *> and exception lines). Strict and dampened dispositions are
      *> PASS, FAIL or N/A. The failure category is the strict
      *> check's verdict, the same one TALLY-FAILURE-CATEGORY counts;
      *> it is also carried on a dampened pass, since that is what
      *> the dampener repaired. The unit flag is the master's word on
      *> the unit: IN SERVICE, DECOMMISSIONED, UNKNOWN UNIT, NOT
      *> CHECKED (no master this run), or RUN DEFAULT for a bare-
      *> levels line that carried no unit token.
       01 filing-detail-record.
           05 fd-record-type PIC X.
           05 FILLER PIC X.
           05 fd-line-number PIC 9(6).
           05 FILLER PIC X.
           05 fd-unit-id PIC X(10).
           05 FILLER PIC X.
           05 fd-certified-model PIC X(10).
           05 FILLER PIC X.
           05 fd-min-step PIC 9(2).
           05 FILLER PIC X.
           05 fd-max-step PIC 9(2).
           05 FILLER PIC X.
           05 fd-strict-disposition PIC X(4).
           05 FILLER PIC X.
           05 fd-damp-disposition PIC X(4).
           05 FILLER PIC X.
           05 fd-final-disposition PIC X(10).
           05 FILLER PIC X.
           05 fd-fail-category PIC X(20).
           05 FILLER PIC X.
           05 fd-fail-position PIC 9(2).
           05 FILLER PIC X.
           05 fd-unit-flag PIC X(14).
           05 FILLER PIC X.
           05 fd-removed-levels PIC X(60).
      *> ft-safe-strict and ft-safe-total are the figures written to
      *> RUN.CONTROL ENDED as rc-total-1 and rc-total-2; the detail
      *> count is every report in the feed, and the five disposition
      *> counts add back up to it.
       01 filing-trailer-record.
           05 ft-record-type PIC X.
           05 FILLER PIC X.
           05 ft-run-date PIC X(10).
           05 FILLER PIC X.
           05 ft-detail-count PIC 9(9).
           05 FILLER PIC X.
           05 ft-safe-strict PIC 9(9).
           05 FILLER PIC X.
           05 ft-safe-dampened PIC 9(9).
           05 FILLER PIC X.
           05 ft-safe-total PIC 9(9).
           05 FILLER PIC X.
           05 ft-unsafe-count PIC 9(9).
           05 FILLER PIC X.
           05 ft-rejected-count PIC 9(9).
           05 FILLER PIC X.
           05 ft-unknown-count PIC 9(9).
           05 FILLER PIC X.
           05 ft-decomm-count PIC 9(9).
       FD filing-temp-file.
       01 filing-temp-line PIC X(200).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(1000).
       WORKING-STORAGE SECTION.
       01 input-file-eof PIC X VALUE 'N'.
       01 number-container.
               10 ut-reject-count PIC 9(6).
               10 ut-exception-count PIC 9(6).
               10 ut-master-status PIC X.
               10 ut-on-watchlist PIC X.
               10 ut-certified-model PIC X(10).
       01 u PIC 9(2).
       01 unit-index PIC 9(2).
       01 unit-found PIC X.
      *> before). The two exception tallies feed the control totals.
       01 unit-master-dsn PIC X(80) VALUE "AOCDAY2.UNITMST".
       01 unit-master-available PIC X VALUE 'N'.
       01 unit-master-lookups PIC 9(9) VALUE 0.
       01 unknown-unit-count PIC 9(6) VALUE 0.
       01 decommissioned-count PIC 9(6) VALUE 0.
       01 line-is-exception PIC X.
       01 unit-exc-display PIC Z(5)9.

      *> Unit history and watchlist fields. The watchlist is loaded
      *> once at start; a unit is marked the moment its tally slot is
      *> created. Units beyond the table are simply not marked - the
      *> marker is a courtesy to the reader, not a control.
       01 unit-history-dsn PIC X(80) VALUE "AOCDAY2.UNITHIST".
       01 unit-history-exists PIC X.
       01 watchlist-dsn PIC X(80) VALUE "AOCDAY2.WATCHLIST".
       01 watchlist-eof PIC X.
       01 watch-count PIC 9(3) VALUE 0.
       01 watch-table-area.
           05 watch-entry OCCURS 100.
               10 wt-unit-id PIC X(10).
       01 wx PIC 9(3).
       01 watch-marker PIC X(7).

      *> Regulatory filing fields. The facility id is operations'
      *> to set per run; the reporting period is the calendar
      *> quarter the run date falls in.
       01 filing-dsn PIC X(80) VALUE "AOCDAY2.FILING".
       01 facility-id PIC X(10).
       01 filing-quarter PIC 9.
       01 filing-start-mm PIC 9(2).
       01 filing-end-mm PIC 9(2).
       01 filing-end-dd PIC 9(2).
       01 filing-kept-count PIC 9(6).
       01 filing-trunc-eof PIC X.

      *> Dataset-name overrides, read once per run; unset means take
      *> the historical default name.
       01 input-dsn PIC X(80) VALUE "input".
       01 summary-job-id PIC X(10).
       01 summary-metric-id PIC X(12).
       01 summary-metric-value PIC 9(18).
       01 summary-rows-written PIC 9(4) VALUE 0.

      *> Clean-feed work fields: whether the line being processed
      *> carried its own unit id (so the clean record preserves the
       01 day1-last-status PIC X(7).
       01 run-date-iso PIC X(10).
       01 run-time-text PIC X(8).
       01 own-resume-authorizer PIC X(8).
       01 resume-stale-env PIC X(10).

      *> Override authorization claim: the job and override type
      *> being claimed, whether a grant was found, and the
      *> supervisor and reason code it carried (the supervisor is
      *> what this run's run-control records are stamped with).
       01 auth-register-dsn PIC X(80) VALUE "AUTH.REGISTER".
       01 auth-register-eof PIC X.
       01 auth-job-id PIC X(10).
       01 auth-override-type PIC X(10).
       01 auth-granted PIC X VALUE 'N'.
       01 auth-operator-id PIC X(8) VALUE SPACES.
       01 auth-reason-code PIC X(4) VALUE SPACES.
       01 auth-time-text PIC X(8).
       01 auth-now-stamp.
         05 auth-now-date PIC X(10).
         05 auth-now-time PIC X(6).
       01 auth-expiry-stamp.
         05 auth-expiry-date PIC X(10).
         05 auth-expiry-time PIC X(6).

      *> Run-date stamp for the daily-summary feed.
       01 run-date-fields.
       01 fail-parse-head PIC X(40).
       01 fail-parse-tail PIC X(10).

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "AOCDAY2".
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
       MAIN-PROCEDURE.
         PERFORM NOTE-LINEAGE-START.
         PERFORM VARYING fp FROM 1 BY 1 UNTIL fp > 20
           MOVE 0 TO fail-position-count(fp)
         END-PERFORM.
           MOVE "AOCDAY2.UNITMST" TO unit-master-dsn
         END-IF.
         PERFORM PROBE-UNIT-MASTER.
         MOVE SPACES TO unit-history-dsn.
         ACCEPT unit-history-dsn FROM ENVIRONMENT
             "AOCDAY2_UNITHIST_DSN".
         IF unit-history-dsn = SPACES
           MOVE "AOCDAY2.UNITHIST" TO unit-history-dsn
         END-IF.
         MOVE SPACES TO watchlist-dsn.
         ACCEPT watchlist-dsn FROM ENVIRONMENT "AOCDAY2_WATCHLIST_DSN".
         IF watchlist-dsn = SPACES
           MOVE "AOCDAY2.WATCHLIST" TO watchlist-dsn
         END-IF.
         PERFORM LOAD-WATCHLIST.
         MOVE SPACES TO filing-dsn.
         ACCEPT filing-dsn FROM ENVIRONMENT "AOCDAY2_FILING_DSN".
         IF filing-dsn = SPACES
           MOVE "AOCDAY2.FILING" TO filing-dsn
         END-IF.
         MOVE SPACES TO facility-id.
         ACCEPT facility-id FROM ENVIRONMENT "AOCDAY2_FACILITY_ID".
         IF facility-id = SPACES
           MOVE "UNASSIGNED" TO facility-id
         END-IF.
         MOVE SPACES TO daily-summary-dsn.
         ACCEPT daily-summary-dsn FROM ENVIRONMENT "DAILY_SUMMARY_DSN".
         IF daily-summary-dsn = SPACES
           OPEN EXTEND audit-file
           PERFORM TRUNCATE-CLEAN-FILE
           OPEN EXTEND clean-file
           PERFORM TRUNCATE-FILING-FILE
           OPEN EXTEND filing-file
         ELSE
           OPEN OUTPUT audit-file
           OPEN OUTPUT clean-file
           OPEN OUTPUT filing-file
           PERFORM WRITE-FILING-HEADER
         END-IF.
         PERFORM UNTIL input-file-eof = 'Y'
           READ input-file
                         ADD 1 TO ut-damp-count(unit-index)
                     END-EVALUATE
                 END-EVALUATE
                 PERFORM WRITE-FILING-DETAIL
                 PERFORM WRITE-AUDIT-RECORD
                 IF sim-band-count > 0 AND line-rejected = 'N'
                     AND line-is-exception = 'N'
         COMPUTE result = result + result-with-dampener.
         MOVE result TO result-display.
         DISPLAY FUNCTION TRIM(result-display).
         PERFORM WRITE-FILING-TRAILER.
         CLOSE filing-file.
         PERFORM DISPLAY-CONTROL-TOTALS.
         PERFORM WRITE-DAILY-SUMMARY.
         PERFORM WRITE-UNIT-HISTORY.
         IF sim-band-count > 0
           PERFORM WRITE-SIMULATION-GRID
         END-IF.
         PERFORM WRITE-RUN-CONTROL-ENDED.
         PERFORM WRITE-LINEAGE-RECORDS.
         STOP RUN.

      *> Decides whether this job should be running at all: scans the
         MOVE SPACES TO rerun-flag-env.
         ACCEPT rerun-flag-env FROM ENVIRONMENT "OPER_RERUN".
         MOVE 0 TO own-ended-count.
         MOVE SPACES TO own-resume-authorizer.
         MOVE SPACES TO day1-last-status.
         MOVE 'N' TO run-control-exists.
         MOVE 'N' TO run-control-eof.
                 EVALUATE TRUE
                   WHEN rc-job-id = "AOCDAY2" AND rc-status = "ENDED"
                     ADD 1 TO own-ended-count
                     MOVE SPACES TO own-resume-authorizer
                   WHEN rc-job-id = "AOCDAY2"
                     MOVE rc-authorized-by TO own-resume-authorizer
                   WHEN rc-job-id = "AOCDAY1"
                     MOVE rc-status TO day1-last-status
                 END-EVALUATE
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
      *> The grant is claimed only once nothing else stands in the
      *> run's way, so a refused run never spends one.
         IF own-ended-count > 0
           PERFORM AUTHORIZE-RERUN
         END-IF.

      *> A rerun of a day that already ENDED is an override: it goes
      *> ahead only against a RERUN grant claimed from the override
      *> register. A restart of an authorized rerun that abended
      *> carries on under the grant its STARTED record was stamped
      *> with, the way any abend restart carries on.
       AUTHORIZE-RERUN.
         IF own-resume-authorizer NOT = SPACES
           MOVE own-resume-authorizer TO auth-operator-id
           DISPLAY "AOCDAY2 RESUMING RERUN AUTHORIZED BY "
             auth-operator-id
           EXIT PARAGRAPH
         END-IF.
         MOVE "AOCDAY2" TO auth-job-id.
         MOVE "RERUN" TO auth-override-type.
         PERFORM CLAIM-AUTHORIZATION.
         IF auth-granted = 'N'
           DISPLAY "AOCDAY2 RERUN REFUSED - NO UNEXPIRED RERUN "
             "AUTHORIZATION FOR " run-date-iso " ON "
             FUNCTION TRIM(auth-register-dsn)
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
         DISPLAY "AOCDAY2 RERUN AUTHORIZED BY " auth-operator-id
           " REASON " auth-reason-code.

       WRITE-RUN-CONTROL-STARTED.
         MOVE SPACES TO run-control-record.
         MOVE 0 TO rc-total-2.
         ACCEPT run-time-text FROM TIME.
         MOVE run-time-text(1:6) TO rc-time.
         MOVE auth-operator-id TO rc-authorized-by.
         PERFORM APPEND-RUN-CONTROL-RECORD.

       WRITE-RUN-CONTROL-ENDED.
         MOVE result TO rc-total-2.
         ACCEPT run-time-text FROM TIME.
         MOVE run-time-text(1:6) TO rc-time.
         MOVE auth-operator-id TO rc-authorized-by.
         PERFORM APPEND-RUN-CONTROL-RECORD.

       APPEND-RUN-CONTROL-RECORD.
         WRITE run-control-record.
         CLOSE run-control-file.

      *> Claims a supervisor's grant from the override register for
      *> auth-job-id and auth-override-type on today's run date: the
      *> first open row whose expiry has not yet passed is marked
      *> USED with this moment's date and time, and its operator
      *> becomes the authorizer. With no such row the override is
      *> refused, and the attempt is added to the register as a
      *> REFUSED row so the monthly authorization report lists it.
      *> Rewritten through the temp copy, the same two passes the
      *> archive catalog uses.
       CLAIM-AUTHORIZATION.
         MOVE SPACES TO auth-register-dsn.
         ACCEPT auth-register-dsn FROM ENVIRONMENT
             "AUTH_REGISTER_DSN".
         IF auth-register-dsn = SPACES
           MOVE "AUTH.REGISTER" TO auth-register-dsn
         END-IF.
         MOVE 'N' TO auth-granted.
         MOVE run-date-iso TO auth-now-date.
         ACCEPT auth-time-text FROM TIME.
         MOVE auth-time-text(1:6) TO auth-now-time.
         MOVE 'N' TO auth-register-eof.
         OPEN INPUT auth-register-file.
         OPEN OUTPUT auth-register-temp-file.
         PERFORM UNTIL auth-register-eof = 'Y'
           READ auth-register-file
             AT END MOVE 'Y' TO auth-register-eof
             NOT AT END
               IF auth-granted = 'N' AND au-status = SPACES
                   AND au-job-id = auth-job-id
                   AND au-run-date = run-date-iso
                   AND au-override-type = auth-override-type
                   AND au-expiry-date NOT = SPACES
                 MOVE au-expiry-date TO auth-expiry-date
                 MOVE au-expiry-time TO auth-expiry-time
                 IF auth-expiry-time = SPACES
                   MOVE "235959" TO auth-expiry-time
                 END-IF
                 IF auth-expiry-stamp NOT < auth-now-stamp
                   MOVE 'Y' TO auth-granted
                   MOVE au-operator-id TO auth-operator-id
                   MOVE au-reason-code TO auth-reason-code
                   MOVE "USED" TO au-status
                   MOVE auth-now-date TO au-used-date
                   MOVE auth-now-time TO au-used-time
                 END-IF
               END-IF
               MOVE auth-register-record TO auth-register-temp-record
               WRITE auth-register-temp-record
           END-READ
         END-PERFORM.
         IF auth-granted = 'N'
           MOVE SPACES TO auth-register-record
           MOVE auth-job-id TO au-job-id
           MOVE run-date-iso TO au-run-date
           MOVE auth-override-type TO au-override-type
           MOVE "REFUSED" TO au-status
           MOVE auth-now-date TO au-used-date
           MOVE auth-now-time TO au-used-time
           MOVE auth-register-record TO auth-register-temp-record
           WRITE auth-register-temp-record
         END-IF.
         CLOSE auth-register-file.
         CLOSE auth-register-temp-file.
         OPEN OUTPUT auth-register-file.
         OPEN INPUT auth-register-temp-file.
         MOVE 'N' TO auth-register-eof.
         PERFORM UNTIL auth-register-eof = 'Y'
           READ auth-register-temp-file
             AT END MOVE 'Y' TO auth-register-eof
             NOT AT END
               MOVE auth-register-temp-record TO auth-register-record
               WRITE auth-register-record
           END-READ
         END-PERFORM.
         CLOSE auth-register-file.
         CLOSE auth-register-temp-file.

      *> Polls the operator stop-request dataset. Any record naming
      *> this job (or ALL) requests a quiesce; anything else on the
      *> file is some other job's business and is ignored.
         CLOSE input-file.
         CLOSE audit-file.
         CLOSE clean-file.
         CLOSE filing-file.
         MOVE line-number TO totals-display.
         DISPLAY "AOCDAY2 QUIESCED BY OPERATOR REQUEST AFTER LINE "
           FUNCTION TRIM(totals-display).
           FUNCTION TRIM(ckpt-input-dsn).
         DISPLAY "  THIS RUN IS " run-date-iso " AGAINST "
           FUNCTION TRIM(input-dsn).
         MOVE SPACES TO resume-stale-env.
         ACCEPT resume-stale-env FROM ENVIRONMENT "OPER_RESUME_STALE".
         IF resume-stale-env(1:1) = 'Y'
           MOVE "AOCDAY2" TO auth-job-id
           MOVE "STALECKPT" TO auth-override-type
           PERFORM CLAIM-AUTHORIZATION
           IF auth-granted = 'Y'
             DISPLAY "  RESUMING ANYWAY - AUTHORIZED BY "
               auth-operator-id " REASON " auth-reason-code
             EXIT PARAGRAPH
           END-IF
           DISPLAY "  OPER_RESUME_STALE REFUSED - NO UNEXPIRED "
             "STALECKPT AUTHORIZATION FOR " run-date-iso
         END-IF.
         DISPLAY "  CLEAR AOCDAY2.CKPT TO START FRESH, OR RESTORE "
           "THE MATCHING INPUT TO RESUME".
         DISPLAY "  (OR RESUME WITH OPER_RESUME_STALE=Y UNDER A "
           "STALECKPT AUTHORIZATION)".
         CLOSE checkpoint-file.
         MOVE 8 TO RETURN-CODE.
         STOP RUN.
         CLOSE clean-file.
         CLOSE clean-temp-file.

      *> Same protection for the filing extract, whose detail record
      *> is likewise written before the audit line: keep the header
      *> and the first resume-line-number details, one per report the
      *> audit trail accounts for. A trailer left by a run that
      *> abended after writing it goes too; this run writes its own.
       TRUNCATE-FILING-FILE.
         MOVE 0 TO filing-kept-count.
         MOVE 'N' TO filing-trunc-eof.
         OPEN INPUT filing-file.
         OPEN OUTPUT filing-temp-file.
         PERFORM UNTIL filing-trunc-eof = 'Y'
             OR filing-kept-count > resume-line-number
           READ filing-file
             AT END MOVE 'Y' TO filing-trunc-eof
             NOT AT END
               IF fd-record-type NOT = "T"
                 MOVE filing-detail-record TO filing-temp-line
                 WRITE filing-temp-line
                 ADD 1 TO filing-kept-count
               END-IF
           END-READ
         END-PERFORM.
         CLOSE filing-file.
         CLOSE filing-temp-file.
         OPEN OUTPUT filing-file.
         OPEN INPUT filing-temp-file.
         MOVE 'N' TO filing-trunc-eof.
         PERFORM UNTIL filing-trunc-eof = 'Y'
           READ filing-temp-file
             AT END MOVE 'Y' TO filing-trunc-eof
             NOT AT END
               MOVE filing-temp-line TO filing-detail-record
               WRITE filing-detail-record
           END-READ
         END-PERFORM.
         CLOSE filing-file.
         CLOSE filing-temp-file.

      *> Saves progress every checkpoint-interval lines, so operations
      *> has a record of roughly how far a run got; what it holds is
      *> advisory only, since COUNT-EXISTING-AUDIT-RECORDS is what
      *> the unit master was on hand - the unknown-unit and
      *> decommissioned-unit exception counts, so the figures the
      *> morning questions are about reach the trend report instead
      *> of living only in SYSOUT. The lines-read count goes too, for
      *> the staging reconciliation to balance against FrontEndEdit.
       WRITE-DAILY-SUMMARY.
         ACCEPT run-date-fields FROM DATE YYYYMMDD.
         MOVE 'N' TO summary-file-exists.
         MOVE "REJECTED" TO summary-metric-id.
         MOVE rejected-count TO summary-metric-value.
         PERFORM APPEND-SUMMARY-METRIC.
         MOVE "LINES-READ" TO summary-metric-id.
         MOVE line-number TO summary-metric-value.
         PERFORM APPEND-SUMMARY-METRIC.
         IF unit-master-available = 'Y'
           MOVE "UNKNOWN-UNIT" TO summary-metric-id
           MOVE unknown-unit-count TO summary-metric-value
         MOVE summary-metric-id TO ds-metric-id.
         MOVE summary-metric-value TO ds-metric-value.
         WRITE daily-summary-record.
         ADD 1 TO summary-rows-written.

      *> Validates one report under the band its own reactor unit is
      *> certified for: the unit's row in the model table when it
      *> Writes one audit-trail line for the report just processed.
      *> The unit id is written at fixed width so the restart logic
      *> can take it straight off the line.
      *> A watchlisted unit gets a WATCH marker between the unit id
      *> and the levels, clear of the fixed-width unit id and of the
      *> STATUS text the restart logic reads back.
       WRITE-AUDIT-RECORD.
         PERFORM FORMAT-LEVELS-TEXT.
         MOVE SPACES TO watch-marker.
         IF ut-on-watchlist(unit-index) = 'Y'
           MOVE "  WATCH" TO watch-marker
         END-IF.
         MOVE SPACES TO audit-line.
         STRING "LINE " line-number
           "  UNIT: " current-unit-id
           watch-marker DELIMITED BY SIZE
           "  LEVELS: " FUNCTION TRIM(levels-text)
           "  STATUS: " FUNCTION TRIM(line-status)
           INTO audit-line.
         WRITE audit-line.

      *> The filing header: facility, the calendar quarter the run
      *> date falls in, and the run date itself.
       WRITE-FILING-HEADER.
         COMPUTE filing-quarter = (run-date-mm - 1) / 3 + 1.
         COMPUTE filing-start-mm = (filing-quarter - 1) * 3 + 1.
         COMPUTE filing-end-mm = filing-start-mm + 2.
         IF filing-end-mm = 3 OR filing-end-mm = 12
           MOVE 31 TO filing-end-dd
         ELSE
           MOVE 30 TO filing-end-dd
         END-IF.
         MOVE SPACES TO filing-header-record.
         MOVE "H" TO fh-record-type.
         MOVE facility-id TO fh-facility-id.
         STRING run-date-yyyy "-Q" filing-quarter
           DELIMITED BY SIZE INTO fh-period-id.
         STRING run-date-yyyy "-" filing-start-mm "-01"
           DELIMITED BY SIZE INTO fh-period-start.
         STRING run-date-yyyy "-" filing-end-mm "-" filing-end-dd
           DELIMITED BY SIZE INTO fh-period-end.
         MOVE run-date-iso TO fh-run-date.
         MOVE "AOCDAY2" TO fh-job-id.
         WRITE filing-header-record.

      *> One filing record for the report just disposed of, built
      *> from the same line status the audit line carries. Written
      *> ahead of the audit line, as the clean record is.
       WRITE-FILING-DETAIL.
         MOVE SPACES TO filing-detail-record.
         MOVE "D" TO fd-record-type.
         MOVE line-number TO fd-line-number.
         MOVE current-unit-id TO fd-unit-id.
         MOVE ut-certified-model(unit-index) TO fd-certified-model.
         MOVE 0 TO fd-min-step.
         MOVE 0 TO fd-max-step.
         MOVE 0 TO fd-fail-position.
         MOVE "N/A" TO fd-strict-disposition.
         MOVE "N/A" TO fd-damp-disposition.
         EVALUATE TRUE
           WHEN line-rejected = 'Y'
             MOVE "REJECTED" TO fd-final-disposition
           WHEN line-is-exception = 'Y'
             MOVE "EXCEPTION" TO fd-final-disposition
           WHEN line-status(1:16) = "PASS - FIRST TRY"
             MOVE line-min-step TO fd-min-step
             MOVE line-max-step TO fd-max-step
             MOVE "PASS" TO fd-strict-disposition
             MOVE "SAFE" TO fd-final-disposition
           WHEN line-status(1:15) = "PASS - DAMPENED"
             MOVE line-min-step TO fd-min-step
             MOVE line-max-step TO fd-max-step
             MOVE "FAIL" TO fd-strict-disposition
             MOVE "PASS" TO fd-damp-disposition
             MOVE "SAFE" TO fd-final-disposition
             MOVE strict-fail-reason TO fd-fail-category
             MOVE strict-fail-position TO fd-fail-position
             MOVE removed-levels-text TO fd-removed-levels
           WHEN OTHER
             MOVE line-min-step TO fd-min-step
             MOVE line-max-step TO fd-max-step
             MOVE "FAIL" TO fd-strict-disposition
             MOVE "FAIL" TO fd-damp-disposition
             MOVE "UNSAFE" TO fd-final-disposition
             MOVE strict-fail-reason TO fd-fail-category
             MOVE strict-fail-position TO fd-fail-position
         END-EVALUATE.
         IF line-had-unit = 'N'
           MOVE "RUN DEFAULT" TO fd-unit-flag
         ELSE
           EVALUATE ut-master-status(unit-index)
             WHEN 'A'
               MOVE "IN SERVICE" TO fd-unit-flag
             WHEN 'D'
               MOVE "DECOMMISSIONED" TO fd-unit-flag
             WHEN 'U'
               MOVE "UNKNOWN UNIT" TO fd-unit-flag
             WHEN OTHER
               MOVE "NOT CHECKED" TO fd-unit-flag
           END-EVALUATE
         END-IF.
         WRITE filing-detail-record.

      *> The filing trailer, written once the run's totals are final
      *> (result by now holds strict plus dampened passes). Every
      *> report is exactly one of safe, unsafe, rejected or an
      *> exception, so the unsafe count is what is left over.
       WRITE-FILING-TRAILER.
         MOVE SPACES TO filing-trailer-record.
         MOVE "T" TO ft-record-type.
         MOVE run-date-iso TO ft-run-date.
         MOVE line-number TO ft-detail-count.
         MOVE strict-safe-count TO ft-safe-strict.
         COMPUTE ft-safe-dampened = result - strict-safe-count.
         MOVE result TO ft-safe-total.
         COMPUTE ft-unsafe-count = line-number - result
             - rejected-count - unknown-unit-count
             - decommissioned-count.
         MOVE rejected-count TO ft-rejected-count.
         MOVE unknown-unit-count TO ft-unknown-count.
         MOVE decommissioned-count TO ft-decomm-count.
         WRITE filing-trailer-record.

      *> Finds (or creates) the tally slot for the unit the current
      *> line belongs to. More distinct units than the table holds
      *> means the transmission is not what this job was built for,
           MOVE 0 TO ut-reject-count(unit-index)
           MOVE 0 TO ut-exception-count(unit-index)
           PERFORM LOOK-UP-UNIT-MASTER
           MOVE 'N' TO ut-on-watchlist(unit-index)
           PERFORM VARYING wx FROM 1 BY 1 UNTIL wx > watch-count
             IF wt-unit-id(wx) = current-unit-id
               MOVE 'Y' TO ut-on-watchlist(unit-index)
             END-IF
           END-PERFORM
         END-IF.

      *> Loads the unit IDs on UnitWatch's latest watchlist. A unit
      *> listed for several reasons appears once per reason, which
      *> does no harm here. An absent file leaves no unit marked.
       LOAD-WATCHLIST.
         MOVE 0 TO watch-count.
         MOVE 'N' TO watchlist-eof.
         OPEN INPUT watchlist-file.
         PERFORM UNTIL watchlist-eof = 'Y' OR watch-count >= 100
           READ watchlist-file
             AT END MOVE 'Y' TO watchlist-eof
             NOT AT END
               ADD 1 TO watch-count
               MOVE wl-unit-id TO wt-unit-id(watch-count)
           END-READ
         END-PERFORM.
         CLOSE watchlist-file.

      *> Appends one history record per unit seen this run. On a
      *> restart the unit tallies were rebuilt from the audit trail,
      *> so the record covers the whole day, not just the lines after
      *> the resume point.
       WRITE-UNIT-HISTORY.
         MOVE 'N' TO unit-history-exists.
         OPEN INPUT unit-history-file.
         READ unit-history-file
           AT END CONTINUE
           NOT AT END MOVE 'Y' TO unit-history-exists
         END-READ.
         CLOSE unit-history-file.
         IF unit-history-exists = 'Y'
           OPEN EXTEND unit-history-file
         ELSE
           OPEN OUTPUT unit-history-file
         END-IF.
         PERFORM VARYING u FROM 1 BY 1 UNTIL u > unit-count
           MOVE SPACES TO unit-history-record
           MOVE run-date-iso TO uh-run-date
           MOVE ut-unit-id(u) TO uh-unit-id
           MOVE ut-read-count(u) TO uh-read-count
           MOVE ut-strict-count(u) TO uh-strict-count
           MOVE ut-damp-count(u) TO uh-damp-count
           MOVE ut-reject-count(u) TO uh-reject-count
           MOVE ut-exception-count(u) TO uh-exception-count
           MOVE ut-master-status(u) TO uh-master-status
           WRITE unit-history-record
         END-PERFORM.
         CLOSE unit-history-file.

      *> Decides whether the reactor-unit master can be used this
      *> run: the SELECT is OPTIONAL, so an absent dataset opens
      *> cleanly and simply has no first record to read - the same
      *> at the very worst, against one line's worth of work saved on
      *> every later reading from the same unit.
       LOOK-UP-UNIT-MASTER.
         MOVE SPACES TO ut-certified-model(unit-index).
         IF unit-master-available = 'N'
           MOVE SPACE TO ut-master-status(unit-index)
         ELSE
           MOVE current-unit-id TO um-unit-id
           ADD 1 TO unit-master-lookups
           OPEN INPUT unit-master-file
           READ unit-master-file
             INVALID KEY
               MOVE 'U' TO ut-master-status(unit-index)
             NOT INVALID KEY
               MOVE um-certified-model TO
                 ut-certified-model(unit-index)
               IF um-status = 'D'
                 MOVE 'D' TO ut-master-status(unit-index)
               ELSE
           CLOSE unit-master-file
         END-IF.

      *> Lineage entries for this run: the reactor readings it read,
      *> the model, band, watchlist and unit-master tables it
      *> consulted, and the audit trail, clean feed, filing extract,
      *> simulation grid, unit history, summary rows and run-control
      *> records it produced. A restart extends the audit trail,
      *> clean feed and filing extract it resumed, and they are
      *> entered with all the records they hold at the end.
       WRITE-LINEAGE-RECORDS.
         MOVE 'N' TO lineage-origin.
         MOVE "INPUT" TO lineage-role.
         MOVE input-dsn TO lineage-entry-dsn.
         MOVE "INPUT" TO lineage-mode.
         MOVE line-number TO lineage-count.
         PERFORM APPEND-LINEAGE-RECORD.
         IF model-count > 0
           MOVE "MODELS" TO lineage-role
           MOVE "AOCDAY2.MODELS" TO lineage-entry-dsn
           MOVE "INPUT" TO lineage-mode
           MOVE model-count TO lineage-count
           MOVE 'Y' TO lineage-origin
           PERFORM APPEND-LINEAGE-RECORD
           MOVE 'N' TO lineage-origin
         END-IF.
         IF sim-band-count > 0
           MOVE "SIM-BANDS" TO lineage-role
           MOVE "AOCDAY2.BANDS" TO lineage-entry-dsn
           MOVE "INPUT" TO lineage-mode
           MOVE sim-band-count TO lineage-count
           MOVE 'Y' TO lineage-origin
           PERFORM APPEND-LINEAGE-RECORD
           MOVE 'N' TO lineage-origin
         END-IF.
         IF watch-count > 0
           MOVE "WATCHLIST" TO lineage-role
           MOVE watchlist-dsn TO lineage-entry-dsn
           MOVE "INPUT" TO lineage-mode
           MOVE watch-count TO lineage-count
           PERFORM APPEND-LINEAGE-RECORD
         END-IF.
         IF unit-master-available = 'Y'
           MOVE "UNIT-MASTER" TO lineage-role
           MOVE unit-master-dsn TO lineage-entry-dsn
           MOVE "INPUT" TO lineage-mode
           MOVE unit-master-lookups TO lineage-count
           PERFORM APPEND-LINEAGE-RECORD
         END-IF.
         IF resume-line-number > 0
           MOVE "EXTEND" TO lineage-mode
         ELSE
           MOVE "OUTPUT" TO lineage-mode
         END-IF.
         MOVE "AUDIT" TO lineage-role.
         MOVE audit-dsn TO lineage-entry-dsn.
         PERFORM COUNT-LINEAGE-RECORDS.
         PERFORM APPEND-LINEAGE-RECORD.
         MOVE "CLEAN-FEED" TO lineage-role.
         MOVE clean-dsn TO lineage-entry-dsn.
         MOVE clean-records-written TO lineage-count.
         PERFORM APPEND-LINEAGE-RECORD.
         MOVE "FILING" TO lineage-role.
         MOVE filing-dsn TO lineage-entry-dsn.
         PERFORM COUNT-LINEAGE-RECORDS.
         PERFORM APPEND-LINEAGE-RECORD.
         IF sim-band-count > 0
           MOVE "SIM-REPORT" TO lineage-role
           MOVE sim-rpt-dsn TO lineage-entry-dsn
           MOVE "OUTPUT" TO lineage-mode
           PERFORM COUNT-LINEAGE-RECORDS
           PERFORM APPEND-LINEAGE-RECORD
         END-IF.
         MOVE "UNIT-HISTORY" TO lineage-role.
         MOVE unit-history-dsn TO lineage-entry-dsn.
         MOVE "EXTEND" TO lineage-mode.
         MOVE unit-count TO lineage-count.
         PERFORM APPEND-LINEAGE-RECORD.
         MOVE "DAILY-SUMM" TO lineage-role.
         MOVE daily-summary-dsn TO lineage-entry-dsn.
         MOVE summary-rows-written TO lineage-count.
         PERFORM APPEND-LINEAGE-RECORD.
         MOVE "RUN-CONTROL" TO lineage-role.
         MOVE run-control-dsn TO lineage-entry-dsn.
         MOVE 2 TO lineage-count.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. is-report-valid.
       AUTHOR. JULIUS PUTRA TANU SETIAJI.
