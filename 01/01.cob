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
      *> Keyed location master - site name, region code, and
      *> active/inactive status per location ID - so the exception
      *> listing can print what a bare six-digit ID actually is, and
      *> old one, both are folded onto the surviving ID as the pairs
      *> are split out, so a renumbering in flight stops flooding the
      *> exception listing with pairs that are not real mismatches.
      *> Each row carries the date it takes effect and the date it is
      *> retired, so a finished renumbering drops out on its own
      *> instead of waiting for someone to delete the row; XrefMaint
      *> collapses chains and reports loops and dead targets.
           SELECT OPTIONAL xref-control-file ASSIGN TO
           "AOCDAY1.XREF" LINE SEQUENTIAL.
      *> Per-run usage history of the cross-reference: one row per
      *> row in effect, with the number of IDs it remapped that run,
      *> appended at end of job so XrefMaint can name the rows that
      *> have translated nothing for weeks and should be retired.
           SELECT OPTIONAL xref-usage-file ASSIGN TO
           "AOCDAY1.XREFUSE" LINE SEQUENTIAL.
      *> LocMaint's permanent change history of the location master
      *> (see LOCHIST.CPY), read only in as-of mode: when a restored
      *> day is reprocessed, each location ID is resolved against the
      *> master as it stood on that day instead of as it stands now.
           SELECT OPTIONAL location-history-file ASSIGN DYNAMIC
           location-history-dsn LINE SEQUENTIAL.
      *> Work datasets used to reconcile the two location-ID lists
      *> without holding either list in working storage, so the job
      *> is no longer bounded by an in-memory table size.
           ORGANIZATION SEQUENTIAL.
           SELECT exception-work-file ASSIGN TO "AOCDAY1.EXC"
           ORGANIZATION SEQUENTIAL.
      *> Per-pair distance work file: one record per rank-aligned
      *> pair the total distance is summed over, carrying both IDs
      *> and the input line each came from, then ranked descending
      *> so the report can name the handful of pairs furthest apart
      *> - whether a jump in the total is every pair drifting a
      *> little or a few pairs wildly apart.
           SELECT distance-work-file ASSIGN TO "AOCDAY1.DIST"
           ORGANIZATION SEQUENTIAL.
           SELECT distance-sort-file ASSIGN TO "AOCDAY1.WK4".
           SELECT distance-ranked-file ASSIGN TO "AOCDAY1.DISTS"
           ORGANIZATION SEQUENTIAL.
      *> Distance band limits for the pair-distance distribution,
      *> one upper limit per row in ascending order; an absent or
      *> empty file leaves the standard bands standing. Pairs beyond
      *> the last limit fall in a closing open-ended band.
           SELECT OPTIONAL distance-band-file ASSIGN TO
           "AOCDAY1.DISTBAND" LINE SEQUENTIAL.
      *> Checkpoint so a large input file only has to be re-split into
      *> pairs once; the sort/merge passes that follow always run
      *> start-to-finish against the materialized work files, so a
      *> picks up from, instead of a cancel and a crash-restart.
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
       FD location-master-file.
       01 location-master-record.
           05 lm-location-id PIC 9(6).
           05 xc-old-id PIC 9(6).
           05 FILLER PIC X.
           05 xc-new-id PIC 9(6).
           05 FILLER PIC X.
           05 xc-effective-date PIC X(10).
           05 FILLER PIC X.
           05 xc-retire-date PIC X(10).
       FD location-history-file.
           COPY "LOCHIST.CPY".
       FD xref-usage-file.
       01 xref-usage-record.
           05 xu-run-date PIC X(10).
           05 FILLER PIC X.
           05 xu-old-id PIC 9(6).
           05 FILLER PIC X.
           05 xu-new-id PIC 9(6).
           05 FILLER PIC X.
           05 xu-use-count PIC 9(9).
      *> The checkpoint carries the run date and input dataset name
      *> the run was using, so a restart can prove the checkpoint
      *> belongs to the input it is about to resume against - a
           05 ew-row-number PIC 9(9).
           05 ew-location-id PIC 9(6).

       FD distance-work-file.
       01 distance-work-record.
           05 dw-distance PIC 9(6).
           05 dw-first-number PIC 9(6).
           05 dw-first-line PIC 9(9).
           05 dw-second-number PIC 9(6).
           05 dw-second-line PIC 9(9).

       SD distance-sort-file.
       01 distance-sort-record.
           05 dq-distance PIC 9(6).
           05 dq-first-number PIC 9(6).
           05 dq-first-line PIC 9(9).
           05 dq-second-number PIC 9(6).
           05 dq-second-line PIC 9(9).

       FD distance-ranked-file.
       01 distance-ranked-record.
           05 dk-distance PIC 9(6).
           05 dk-first-number PIC 9(6).
           05 dk-first-line PIC 9(9).
           05 dk-second-number PIC 9(6).
           05 dk-second-line PIC 9(9).

       FD distance-band-file.
       01 distance-band-record.
           05 dbf-upper-limit PIC X(6).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 input-file-eof PIC X VALUE 'N'.
       01 first-number PIC 9(6).
      *> two failure modes the analysts work differently.
       01 location-master-dsn PIC X(80) VALUE "AOCDAY1.LOCMST".
       01 master-available PIC X VALUE 'N'.
       01 master-lookups PIC 9(9) VALUE 0.
       01 master-id-found PIC X.
       01 master-status-tag PIC X(9).
       01 location-on-master PIC X.

      *> As-of mode (AOCDAY1_AS_OF_DATE, YYYYMMDD): the date whose
      *> view of the master the exception listing and region rollup
      *> should use. Every ID the change history mentions is resolved
      *> once, up front, into the table below - the state left by its
      *> latest change effective on or before that date, or failing
      *> that the before image of its earliest change after it (an ID
      *> first ADDed after that date did not exist yet). IDs the
      *> history never mentions have not changed since, so the
      *> current master still answers for them. The same date also
      *> decides which cross-reference rows are in effect.
       01 location-history-dsn PIC X(80) VALUE "AOCDAY1.LOCHIST".
       01 location-history-eof PIC X.
       01 history-rows-read PIC 9(9) VALUE 0.
       01 as-of-date-env PIC X(10).
       01 as-of-mode PIC X VALUE 'N'.
       01 as-of-date-iso PIC X(10).
       01 as-of-count PIC 9(4) VALUE 0.
       01 as-of-table-area.
           05 as-of-entry OCCURS 2000.
               10 ao-location-id PIC 9(6).
               10 ao-kind PIC X.
               10 ao-date PIC X(10).
               10 ao-present PIC X.
               10 ao-site-name PIC X(30).
               10 ao-region-code PIC X(4).
               10 ao-status PIC X.
       01 ax PIC 9(4).
       01 ao-found PIC X.
       01 ao-index PIC 9(4).

      *> Cross-reference table and remap tallies: the loaded old/new
      *> ID rows, how many times each row actually fired, and how
      *> many pairs had at least one side remapped - the numbers the
      *> report's translation section prints so an analyst can tell a
      *> renumbering in flight from a real mismatch.
      *> Rows are loaded only when in effect on the as-of date (today,
      *> as an ISO date to compare against the rows' own dates): a
      *> blank effective date means in effect from the start, a blank
      *> retirement date means never retired.
       01 xref-file-eof PIC X.
       01 xref-count PIC 9(3) VALUE 0.
       01 xref-not-in-effect-count PIC 9(9) VALUE 0.
       01 xref-as-of-date PIC X(10).
       01 xref-usage-exists PIC X.
       01 xref-table-area.
           05 xref-entry OCCURS 100.
               10 xt-old-id PIC 9(6).
       01 have-prior-snapshot PIC X.
       01 prior-totals-eof PIC X.
       01 prior-pairs-eof PIC X.
       01 prior-pairs-read PIC 9(9) VALUE 0.
       01 psf1-eof PIC X.
       01 psf2-eof PIC X.
       01 dl-today-key PIC 9(6).
       01 nomaster-score-share PIC 9(38) VALUE 0.
       01 share-display PIC Z(37)9.

      *> Pair-distance distribution: the band limits in force (from
      *> AOCDAY1.DISTBAND, or the standard decades), each band's pair
      *> count and distance subtotal - the subtotals foot to the total
      *> distance - plus the depth of the largest-distance listing
      *> (AOCDAY1_DIST_TOP_N, defaulting to the contribution ranking's
      *> depth) and the count of pairs whose two IDs the location
      *> master puts in different regions, usually a keying error at
      *> the branch.
       01 pair-distance PIC 9(6).
       01 distance-band-eof PIC X.
       01 band-rows-read PIC 9(4) VALUE 0.
       01 distance-band-count PIC 9(2) VALUE 0.
       01 distance-band-table.
           05 distance-band-entry OCCURS 21.
               10 bt-upper-limit PIC 9(6).
               10 bt-pair-count PIC 9(9).
               10 bt-distance-total PIC 9(38).
       01 bt PIC 9(2).
       01 bt-lower-limit PIC 9(7).
       01 bt-lower-display PIC Z(6)9.
       01 bt-upper-display PIC Z(5)9.
       01 distance-eof PIC X.
       01 distance-top-n-env PIC X(10).
       01 distance-top-n PIC 9(3).
       01 distance-listed PIC 9(3).
       01 distance-display PIC Z(5)9.
       01 cross-region-count PIC 9(9) VALUE 0.
       01 distance-unclassified-count PIC 9(9) VALUE 0.
       01 first-region-code PIC X(4).
       01 first-on-master PIC X.
       01 pair-side-label PIC X(6).
       01 pair-side-line PIC 9(9).

      *> End-of-job control-total trailer, in the same format as the
      *> other two daily batch jobs, so operations has one standard
      *> place to confirm the whole input file was consumed.
       01 summary-file-exists PIC X.
       01 summary-metric-id PIC X(12).
       01 summary-metric-value PIC 9(18).
       01 summary-rows-written PIC 9(4) VALUE 0.

      *> Run-control fields: today's date in the feed's own format,
      *> the operator rerun flag, and the count of ENDED records this
       01 own-ended-count PIC 9(4).
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

      *> Checkpoint/restart controls for the raw-input split phase:
      *> how often progress is saved, how many pairs the last
         05 FILLER PIC X VALUE "/".
         05 run-date-display-yyyy PIC 9(4).

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "AOCDAY1".
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
           MOVE SPACES TO input-dsn.
           ACCEPT input-dsn FROM ENVIRONMENT "AOCDAY1_INPUT_DSN".
           IF input-dsn = SPACES
           IF top-n = 0
             MOVE 10 TO top-n
           END-IF.
           MOVE SPACES TO distance-top-n-env.
           ACCEPT distance-top-n-env FROM ENVIRONMENT
               "AOCDAY1_DIST_TOP_N".
           MOVE top-n TO distance-top-n.
           IF FUNCTION TRIM(distance-top-n-env) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(distance-top-n-env))
               TO distance-top-n
           END-IF.
           IF distance-top-n = 0
             MOVE top-n TO distance-top-n
           END-IF.
           MOVE SPACES TO checkpoint-interval-env.
           ACCEPT checkpoint-interval-env FROM ENVIRONMENT
               "AOCDAY1_CHECKPOINT_INTERVAL".
           IF quiesce-poll-interval = 0
             MOVE 500 TO quiesce-poll-interval
           END-IF.
           MOVE SPACES TO location-history-dsn.
           ACCEPT location-history-dsn FROM ENVIRONMENT
               "AOCDAY1_LOCHIST_DSN".
           IF location-history-dsn = SPACES
             MOVE "AOCDAY1.LOCHIST" TO location-history-dsn
           END-IF.
           MOVE SPACES TO as-of-date-env.
           ACCEPT as-of-date-env FROM ENVIRONMENT "AOCDAY1_AS_OF_DATE".
           IF as-of-date-env NOT = SPACES
             IF as-of-date-env(1:8) IS NUMERIC
                 AND as-of-date-env(9:2) = SPACES
               MOVE 'Y' TO as-of-mode
               MOVE SPACES TO as-of-date-iso
               STRING as-of-date-env(1:4) "-" as-of-date-env(5:2) "-"
                 as-of-date-env(7:2) INTO as-of-date-iso
             ELSE
               DISPLAY "AOCDAY1_AS_OF_DATE MUST BE YYYYMMDD: "
                 as-of-date-env
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-DISTANCE-BANDS.
           IF as-of-mode = 'Y'
             PERFORM LOAD-AS-OF-MASTER-VIEW
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM WRITE-RUN-CONTROL-STARTED.
           PERFORM LOAD-CHECKPOINT.
           PERFORM WRITE-REPORT.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-DAILY-SUMMARY.
           IF xref-count > 0
             PERFORM WRITE-XREF-USAGE-HISTORY
           END-IF.
           IF delta-mode = 'Y'
             PERFORM SAVE-PRIOR-DAY-SNAPSHOT
           END-IF.
           PERFORM WRITE-RUN-CONTROL-ENDED.
           PERFORM WRITE-LINEAGE-RECORDS.
           STOP RUN.

      *> Decides whether this job should be running at all: scans the
           MOVE SPACES TO rerun-flag-env.
           ACCEPT rerun-flag-env FROM ENVIRONMENT "OPER_RERUN".
           MOVE 0 TO own-ended-count.
           MOVE SPACES TO own-resume-authorizer.
           MOVE 'N' TO run-control-exists.
           MOVE 'N' TO run-control-eof.
           OPEN INPUT run-control-file.
                 MOVE 'Y' TO run-control-exists
                 IF rc-run-date = run-date-iso
                     AND rc-job-id = "AOCDAY1"
                   IF rc-status = "ENDED"
                     ADD 1 TO own-ended-count
                     MOVE SPACES TO own-resume-authorizer
                   ELSE
                     MOVE rc-authorized-by TO own-resume-authorizer
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
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
             DISPLAY "AOCDAY1 RESUMING RERUN AUTHORIZED BY "
               auth-operator-id
             EXIT PARAGRAPH
           END-IF.
           MOVE "AOCDAY1" TO auth-job-id.
           MOVE "RERUN" TO auth-override-type.
           PERFORM CLAIM-AUTHORIZATION.
           IF auth-granted = 'N'
             DISPLAY "AOCDAY1 RERUN REFUSED - NO UNEXPIRED RERUN "
               "AUTHORIZATION FOR " run-date-iso " ON "
               FUNCTION TRIM(auth-register-dsn)
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "AOCDAY1 RERUN AUTHORIZED BY " auth-operator-id
             " REASON " auth-reason-code.

       WRITE-RUN-CONTROL-STARTED.
           MOVE SPACES TO run-control-record.
           MOVE 0 TO rc-total-2.
           ACCEPT run-time-text FROM TIME.
           MOVE run-time-text(1:6) TO rc-time.
           MOVE auth-operator-id TO rc-authorized-by.
           PERFORM APPEND-RUN-CONTROL-RECORD.

       WRITE-RUN-CONTROL-ENDED.
           MOVE similarity-score TO rc-total-2.
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

      *> Detects whether the raw-input split phase left an abend
      *> behind. The checkpoint record itself only says a prior run
      *> was in progress; it does not say how far that run actually
             FUNCTION TRIM(ckpt-input-dsn).
           DISPLAY "  THIS RUN IS " run-date-iso " AGAINST "
             FUNCTION TRIM(input-dsn).
           MOVE SPACES TO resume-stale-env.
           ACCEPT resume-stale-env FROM ENVIRONMENT "OPER_RESUME_STALE".
           IF resume-stale-env(1:1) = 'Y'
             MOVE "AOCDAY1" TO auth-job-id
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
           DISPLAY "  CLEAR AOCDAY1.CKPT TO START FRESH, OR RESTORE "
             "THE MATCHING INPUT TO RESUME".
           DISPLAY "  (OR RESUME WITH OPER_RESUME_STALE=Y UNDER A "
             "STALECKPT AUTHORIZATION)".
           CLOSE checkpoint-file.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
           MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *> Loads the old-to-new cross-reference rows in effect on the
      *> as-of date, when any were supplied. A row not yet effective
      *> or already retired is skipped (and counted for the report).
      *> An absent or empty file simply leaves translation off, the
      *> same way an absent model file leaves AOCDay2's default band
      *> standing.
       LOAD-XREF-TABLE.
           ACCEPT run-date-fields FROM DATE YYYYMMDD.
           MOVE SPACES TO xref-as-of-date.
           STRING run-date-yyyy "-" run-date-mm "-" run-date-dd
             INTO xref-as-of-date.
           IF as-of-mode = 'Y'
             MOVE as-of-date-iso TO xref-as-of-date
           END-IF.
           MOVE 0 TO xref-count.
           MOVE 0 TO xref-not-in-effect-count.
           MOVE 'N' TO xref-file-eof.
           OPEN INPUT xref-control-file.
           PERFORM UNTIL xref-file-eof = 'Y' OR xref-count >= 100
             READ xref-control-file
               AT END MOVE 'Y' TO xref-file-eof
               NOT AT END
                 IF (xc-effective-date = SPACES
                     OR xc-effective-date <= xref-as-of-date)
                     AND (xc-retire-date = SPACES
                     OR xc-retire-date > xref-as-of-date)
                   ADD 1 TO xref-count
                   MOVE xc-old-id TO xt-old-id(xref-count)
                   MOVE xc-new-id TO xt-new-id(xref-count)
                   MOVE 0 TO xt-use-count(xref-count)
                 ELSE
                   ADD 1 TO xref-not-in-effect-count
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE xref-control-file.

      *> PART ONE: sum the absolute distance between corresponding
      *> ranks of the two sorted lists.
      *> Each pair's distance is also banded and written to the
      *> distance work file for the report's distribution section.
       COMPUTE-TOTAL-DISTANCE.
           MOVE 'N' TO sf1-eof.
           MOVE 'N' TO sf2-eof.
           OPEN INPUT sorted-first-file.
           OPEN INPUT sorted-second-file.
           OPEN OUTPUT distance-work-file.
           PERFORM UNTIL sf1-eof = 'Y' OR sf2-eof = 'Y'
             READ sorted-first-file
               AT END MOVE 'Y' TO sf1-eof
               AT END MOVE 'Y' TO sf2-eof
             END-READ
             IF sf1-eof = 'N' AND sf2-eof = 'N'
               COMPUTE pair-distance =
                 FUNCTION ABS(sf1-first-number - sf2-second-number)
               ADD pair-distance TO difference-sum
               PERFORM NOTE-PAIR-DISTANCE
             END-IF
           END-PERFORM.
           CLOSE sorted-first-file.
           CLOSE sorted-second-file.
           CLOSE distance-work-file.
           MOVE difference-sum TO difference-sum-display.

      *> Drops the pair into the first band whose upper limit it does
      *> not exceed (the closing open-ended band when it exceeds them
      *> all) and writes its distance work record.
       NOTE-PAIR-DISTANCE.
           PERFORM VARYING bt FROM 1 BY 1
               UNTIL bt >= distance-band-count
                 OR pair-distance <= bt-upper-limit(bt)
             CONTINUE
           END-PERFORM.
           ADD 1 TO bt-pair-count(bt).
           ADD pair-distance TO bt-distance-total(bt).
           MOVE pair-distance TO dw-distance.
           MOVE sf1-first-number TO dw-first-number.
           MOVE sf1-line-number TO dw-first-line.
           MOVE sf2-second-number TO dw-second-number.
           MOVE sf2-line-number TO dw-second-line.
           WRITE distance-work-record.

      *> Loads the distance band limits. A limit that is not numeric
      *> or not above the one before it, or more limits than the
      *> table holds, abends the run - a mis-keyed band file would
      *> otherwise quietly misreport every band after it. The last
      *> slot is always the open-ended band above the highest limit.
       LOAD-DISTANCE-BANDS.
           MOVE 0 TO distance-band-count.
           MOVE 'N' TO distance-band-eof.
           OPEN INPUT distance-band-file.
           PERFORM UNTIL distance-band-eof = 'Y'
             READ distance-band-file
               AT END MOVE 'Y' TO distance-band-eof
               NOT AT END
                 ADD 1 TO band-rows-read
                 IF distance-band-record NOT = SPACES
                   PERFORM ADD-DISTANCE-BAND
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE distance-band-file.
           IF distance-band-count = 0
             MOVE 0 TO bt-upper-limit(1)
             MOVE 9 TO bt-upper-limit(2)
             MOVE 99 TO bt-upper-limit(3)
             MOVE 999 TO bt-upper-limit(4)
             MOVE 9999 TO bt-upper-limit(5)
             MOVE 99999 TO bt-upper-limit(6)
             MOVE 6 TO distance-band-count
           END-IF.
           ADD 1 TO distance-band-count.
           MOVE 999999 TO bt-upper-limit(distance-band-count).
           PERFORM VARYING bt FROM 1 BY 1
               UNTIL bt > distance-band-count
             MOVE 0 TO bt-pair-count(bt)
             MOVE 0 TO bt-distance-total(bt)
           END-PERFORM.

       ADD-DISTANCE-BAND.
           IF FUNCTION TRIM(dbf-upper-limit) IS NOT NUMERIC
             DISPLAY "AOCDAY1.DISTBAND LIMIT IS NOT NUMERIC: "
               distance-band-record
             CLOSE distance-band-file
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF distance-band-count >= 20
             DISPLAY "AOCDAY1.DISTBAND HAS MORE THAN 20 LIMITS"
             CLOSE distance-band-file
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO distance-band-count.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(dbf-upper-limit))
             TO bt-upper-limit(distance-band-count).
           IF distance-band-count > 1
             IF bt-upper-limit(distance-band-count) <=
                 bt-upper-limit(distance-band-count - 1)
               DISPLAY "AOCDAY1.DISTBAND LIMITS MUST ASCEND: "
                 distance-band-record
               CLOSE distance-band-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           IF bt-upper-limit(distance-band-count) = 999999
             DISPLAY "AOCDAY1.DISTBAND LIMIT 999999 IS THE OPEN BAND"
             CLOSE distance-band-file
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

      *> Collapses the sorted second-number list into one record per
      *> distinct location ID, carrying its occurrence count.
       BUILD-FREQUENCY-WORK-FILE.
           STRING "INPUT FILE: " source-file-name
             INTO report-line.
           WRITE report-line.
           IF as-of-mode = 'Y'
             MOVE SPACES TO report-line
             STRING "LOCATION MASTER AS OF: " as-of-date-iso
               " (FROM CHANGE HISTORY)"
               INTO report-line
             WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           END-IF.
           PERFORM WRITE-EXCEPTION-LISTING.
           PERFORM WRITE-CONTRIBUTION-RANKING.
           PERFORM WRITE-DISTANCE-DISTRIBUTION.
           PERFORM WRITE-REGION-ROLLUP.
           IF delta-mode = 'Y'
             PERFORM WRITE-DELTA-SECTION
               INTO report-line
             WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           STRING "  ROWS IN EFFECT AS OF " xref-as-of-date
             INTO report-line.
           WRITE report-line.
           IF xref-not-in-effect-count > 0
             MOVE xref-not-in-effect-count TO occur-display
             MOVE SPACES TO report-line
             STRING "  ROWS NOT YET EFFECTIVE OR RETIRED: "
               FUNCTION TRIM(occur-display)
               INTO report-line
             WRITE report-line
           END-IF.
           MOVE remapped-pairs-count TO occur-display.
           MOVE SPACES TO report-line.
           STRING "  PAIRS REMAPPED: " FUNCTION TRIM(occur-display)
               AT END MOVE 'Y' TO input-file-eof
               NOT AT END
                 MOVE ew-location-id TO lm-location-id
                 PERFORM LOOK-UP-LOCATION
                 IF location-on-master = 'N'
                     AND master-id-found = 'N'
                   ADD 1 TO unknown-id-count
                   MOVE SPACES TO report-line
                   STRING "    LINE " ew-row-number
                     "  LOCATION ID " ew-location-id
                     INTO report-line
                   WRITE report-line
                 END-IF
                 IF location-on-master = 'Y'
                     AND master-id-found = 'Y'
                   ADD 1 TO known-absent-count
                   IF lm-status = 'A'
                     MOVE SPACES TO master-status-tag
                   ELSE
                     MOVE " INACTIVE" TO master-status-tag
                   END-IF
                   MOVE SPACES TO report-line
                   STRING "    LINE " ew-row-number
                     " ID " ew-location-id
                     " " FUNCTION TRIM(lm-site-name)
                     " REGION " lm-region-code
                     master-status-tag
                     INTO report-line
                   WRITE report-line
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE exception-work-file.
             INTO report-line.
           WRITE report-line.

      *> PAIR-DISTANCE DISTRIBUTION report section: the pair count
      *> and distance subtotal per band, then the top-N pairs by
      *> distance, each with both IDs, the input line each came from
      *> and - when the location master is on hand - their site
      *> names and regions. The cross-region count is judged on each
      *> input line's own two IDs, not on the rank-aligned pairs,
      *> whose two sides usually come from different lines: a line
      *> keyed with IDs from two regions is the branch keying error
      *> the count is there to catch. A line with either ID off the
      *> master cannot be judged and is counted apart.
       WRITE-DISTANCE-DISTRIBUTION.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "PAIR-DISTANCE DISTRIBUTION" TO report-line.
           WRITE report-line.
           MOVE 0 TO bt-lower-limit.
           PERFORM VARYING bt FROM 1 BY 1
               UNTIL bt > distance-band-count
             MOVE bt-lower-limit TO bt-lower-display
             MOVE bt-upper-limit(bt) TO bt-upper-display
             MOVE bt-pair-count(bt) TO occur-display
             MOVE bt-distance-total(bt) TO share-display
             MOVE SPACES TO report-line
             IF bt = distance-band-count
               STRING "  " bt-lower-display " AND OVER"
                 "  PAIRS: " FUNCTION TRIM(occur-display)
                 "  DISTANCE: " FUNCTION TRIM(share-display)
                 INTO report-line
             ELSE
               STRING "  " bt-lower-display " - " bt-upper-display
                 "  PAIRS: " FUNCTION TRIM(occur-display)
                 "  DISTANCE: " FUNCTION TRIM(share-display)
                 INTO report-line
             END-IF
             WRITE report-line
             COMPUTE bt-lower-limit = bt-upper-limit(bt) + 1
           END-PERFORM.
           SORT distance-sort-file
             ON DESCENDING KEY dq-distance
             ON ASCENDING KEY dq-first-line
             USING distance-work-file
             GIVING distance-ranked-file.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE distance-top-n TO rank-display.
           MOVE SPACES TO report-line.
           STRING "  LARGEST-DISTANCE PAIRS (TOP "
             FUNCTION TRIM(rank-display) ")"
             INTO report-line.
           WRITE report-line.
           PERFORM PROBE-LOCATION-MASTER.
           IF master-available = 'Y'
             OPEN INPUT location-master-file
           ELSE
             MOVE "  (LOCATION MASTER NOT AVAILABLE - NO SITE NAMES " &
               "OR REGIONS)" TO report-line
             WRITE report-line
           END-IF.
           MOVE 0 TO distance-listed.
           MOVE 'N' TO distance-eof.
           OPEN INPUT distance-ranked-file.
           PERFORM UNTIL distance-eof = 'Y'
             READ distance-ranked-file
               AT END MOVE 'Y' TO distance-eof
               NOT AT END PERFORM JUDGE-RANKED-PAIR
             END-READ
           END-PERFORM.
           CLOSE distance-ranked-file.
           IF distance-listed = 0
             MOVE "    NONE - NO PAIRS" TO report-line
             WRITE report-line
           END-IF.
           IF master-available = 'N'
             EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-CROSS-REGION-LINES.
           CLOSE location-master-file.
           MOVE cross-region-count TO occur-display.
           MOVE SPACES TO report-line.
           STRING "  PAIRS WITH IDS IN DIFFERENT REGIONS: "
             FUNCTION TRIM(occur-display)
             INTO report-line.
           WRITE report-line.
           MOVE distance-unclassified-count TO occur-display.
           MOVE SPACES TO report-line.
           STRING "  PAIRS WITH AN ID NOT ON MASTER (NOT JUDGED): "
             FUNCTION TRIM(occur-display)
             INTO report-line.
           WRITE report-line.

      *> One ranked pair, listed while still inside the top N.
       JUDGE-RANKED-PAIR.
           IF distance-listed >= distance-top-n
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO distance-listed.
           MOVE distance-listed TO rank-display.
           MOVE dk-distance TO distance-display.
           MOVE SPACES TO report-line.
           STRING "  " rank-display ". DISTANCE: "
             FUNCTION TRIM(distance-display)
             INTO report-line.
           WRITE report-line.
           MOVE dk-first-number TO lm-location-id.
           MOVE dk-first-line TO pair-side-line.
           MOVE "LIST-1" TO pair-side-label.
           PERFORM WRITE-RANKED-PAIR-SIDE.
           MOVE dk-second-number TO lm-location-id.
           MOVE dk-second-line TO pair-side-line.
           MOVE "LIST-2" TO pair-side-label.
           PERFORM WRITE-RANKED-PAIR-SIDE.

      *> One pass over the pairs work file, judging each input line's
      *> two IDs against the master (as of the as-of date in as-of
      *> mode) for the cross-region count.
       COUNT-CROSS-REGION-LINES.
           MOVE 0 TO cross-region-count.
           MOVE 0 TO distance-unclassified-count.
           MOVE 'N' TO pairs-file-eof.
           OPEN INPUT pairs-file.
           PERFORM UNTIL pairs-file-eof = 'Y'
             READ pairs-file
               AT END MOVE 'Y' TO pairs-file-eof
               NOT AT END PERFORM JUDGE-INPUT-LINE-REGIONS
             END-READ
           END-PERFORM.
           CLOSE pairs-file.

       JUDGE-INPUT-LINE-REGIONS.
           MOVE pr-first-number TO lm-location-id.
           PERFORM LOOK-UP-LOCATION.
           MOVE location-on-master TO first-on-master.
           MOVE lm-region-code TO first-region-code.
           MOVE pr-second-number TO lm-location-id.
           PERFORM LOOK-UP-LOCATION.
           IF first-on-master = 'Y' AND location-on-master = 'Y'
             IF first-region-code NOT = lm-region-code
               ADD 1 TO cross-region-count
             END-IF
           ELSE
             ADD 1 TO distance-unclassified-count
           END-IF.

      *> One side of a listed pair: the ID, the input line it came
      *> from, and what the master says it is.
       WRITE-RANKED-PAIR-SIDE.
           MOVE SPACES TO report-line.
           IF master-available = 'N'
             STRING "       " pair-side-label
               " ID " lm-location-id
               " LINE " pair-side-line
               INTO report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           PERFORM LOOK-UP-LOCATION.
           IF location-on-master = 'Y'
             STRING "       " pair-side-label
               " ID " lm-location-id
               " LINE " pair-side-line
               " " FUNCTION TRIM(lm-site-name)
               " REGION " lm-region-code
               INTO report-line
           ELSE
             STRING "       " pair-side-label
               " ID " lm-location-id
               " LINE " pair-side-line
               " (NOT ON LOCATION MASTER)"
               INTO report-line
           END-IF.
           WRITE report-line.

      *> REGION ROLLUP report section: the per-region numbers the
      *> regional coordinators get chased for every week. Matched
      *> occurrences and each region's slice of the similarity score
           CLOSE exception-work-file.

       LOOK-UP-ROLLUP-REGION.
           PERFORM LOOK-UP-LOCATION.
           MOVE location-on-master TO rollup-id-on-master.

      *> Resolves the ID in lm-location-id to its master fields. In
      *> as-of mode an ID the change history mentions is answered
      *> from the as-of table (and counts as not on the master when
      *> it had not been added yet, or had already been deleted, on
      *> the as-of date); every other ID is a keyed read of the
      *> current master.
       LOOK-UP-LOCATION.
           MOVE 'N' TO ao-found.
           IF as-of-mode = 'Y'
             PERFORM FIND-AS-OF-ENTRY
           END-IF.
           IF ao-found = 'Y'
             IF ao-present(ao-index) = 'Y'
               MOVE 'Y' TO location-on-master
               MOVE ao-site-name(ao-index) TO lm-site-name
               MOVE ao-region-code(ao-index) TO lm-region-code
               MOVE ao-status(ao-index) TO lm-status
             ELSE
               MOVE 'N' TO location-on-master
             END-IF
           ELSE
             ADD 1 TO master-lookups
             READ location-master-file
               INVALID KEY MOVE 'N' TO location-on-master
               NOT INVALID KEY MOVE 'Y' TO location-on-master
             END-READ
           END-IF.

       FIND-AS-OF-ENTRY.
           MOVE 'N' TO ao-found.
           PERFORM VARYING ax FROM 1 BY 1
               UNTIL ax > as-of-count OR ao-found = 'Y'
             IF ao-location-id(ax) = lm-location-id
               MOVE 'Y' TO ao-found
               MOVE ax TO ao-index
             END-IF
           END-PERFORM.

      *> One pass over the change history, in the order LocMaint
      *> appended it, settling each ID's state as of the as-of date.
      *> A change effective on or before that date (kind 'A', its
      *> after image) beats any change after it; among those the
      *> latest effective date wins, and on a tie the later-keyed
      *> record, so a same-day correction stands. Failing that, the
      *> earliest change after the date (kind 'B', its before image)
      *> says what the site looked like until then. The table has to
      *> hold every ID the history mentions or the listing would be
      *> half as-of and half current, so an overflow abends before
      *> the run starts.
       LOAD-AS-OF-MASTER-VIEW.
           MOVE 0 TO as-of-count.
           MOVE 'N' TO location-history-eof.
           OPEN INPUT location-history-file.
           PERFORM UNTIL location-history-eof = 'Y'
             READ location-history-file
               AT END MOVE 'Y' TO location-history-eof
               NOT AT END
                 ADD 1 TO history-rows-read
                 PERFORM APPLY-HISTORY-TO-AS-OF-VIEW
             END-READ
           END-PERFORM.
           CLOSE location-history-file.

       APPLY-HISTORY-TO-AS-OF-VIEW.
           MOVE lh-location-id TO lm-location-id.
           PERFORM FIND-AS-OF-ENTRY.
           IF ao-found = 'N'
             IF as-of-count >= 2000
               DISPLAY "AOCDAY1 AS-OF TABLE FULL - MORE THAN 2000 "
                 "LOCATION IDS IN " FUNCTION TRIM(location-history-dsn)
               CLOSE location-history-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO as-of-count
             MOVE as-of-count TO ao-index
             MOVE lh-location-id TO ao-location-id(ao-index)
             MOVE SPACE TO ao-kind(ao-index)
             MOVE SPACES TO ao-date(ao-index)
           END-IF.
           IF lh-effective-date <= as-of-date-iso
             IF ao-kind(ao-index) = 'A'
                 AND ao-date(ao-index) > lh-effective-date
               EXIT PARAGRAPH
             END-IF
             MOVE 'A' TO ao-kind(ao-index)
             MOVE lh-effective-date TO ao-date(ao-index)
             IF FUNCTION TRIM(lh-action) = "DEL"
               MOVE 'N' TO ao-present(ao-index)
             ELSE
               MOVE 'Y' TO ao-present(ao-index)
               MOVE lh-after-site-name TO ao-site-name(ao-index)
               MOVE lh-after-region-code TO ao-region-code(ao-index)
               MOVE lh-after-status TO ao-status(ao-index)
             END-IF
           ELSE
             IF ao-kind(ao-index) = 'A'
               EXIT PARAGRAPH
             END-IF
             IF ao-kind(ao-index) = 'B'
                 AND ao-date(ao-index) <= lh-effective-date
               EXIT PARAGRAPH
             END-IF
             MOVE 'B' TO ao-kind(ao-index)
             MOVE lh-effective-date TO ao-date(ao-index)
             IF FUNCTION TRIM(lh-action) = "ADD"
               MOVE 'N' TO ao-present(ao-index)
             ELSE
               MOVE 'Y' TO ao-present(ao-index)
               MOVE lh-before-site-name TO ao-site-name(ao-index)
               MOVE lh-before-region-code TO ao-region-code(ao-index)
               MOVE lh-before-status TO ao-status(ao-index)
             END-IF
           END-IF.

      *> Finds (or creates) the rollup slot for the region the master
      *> lookup just left in lm-region-code. The rollup is a report
               AT END MOVE 'Y' TO psf1-eof
             END-READ
             IF psf1-eof = 'N'
               ADD 1 TO prior-pairs-read
               IF dl-prior-have-key = 'N' OR
                   psf1-first-number NOT = dl-prior-key
                 MOVE psf1-first-number TO dl-prior-key
      *> unmatched figures - split by master verdict when the
      *> location master was on hand - so the numbers the morning
      *> questions are about reach the trend report instead of
      *> living only in SYSOUT. The accepted-pair count goes too:
      *> pairs plus rejects is every line read, which the staging
      *> reconciliation balances against FrontEndEdit's count.
       WRITE-DAILY-SUMMARY.
           MOVE 'N' TO summary-file-exists.
           OPEN INPUT daily-summary-file.
           MOVE "REJECTED" TO summary-metric-id.
           MOVE rejected-line-count TO summary-metric-value.
           PERFORM APPEND-SUMMARY-METRIC.
           MOVE "PAIRS" TO summary-metric-id.
           MOVE pairs-count TO summary-metric-value.
           PERFORM APPEND-SUMMARY-METRIC.
           MOVE "UNMATCHED" TO summary-metric-id.
           MOVE unmatched-count TO summary-metric-value.
           PERFORM APPEND-SUMMARY-METRIC.
             MOVE "UNMATCH-UNKN" TO summary-metric-id
             MOVE unknown-id-count TO summary-metric-value
             PERFORM APPEND-SUMMARY-METRIC
             MOVE "XREGION-PRS" TO summary-metric-id
             MOVE cross-region-count TO summary-metric-value
             PERFORM APPEND-SUMMARY-METRIC
           END-IF.
           CLOSE daily-summary-file.

      *> Appends one usage row per cross-reference row in effect this
      *> run, zero-use rows included - a run in which a row fired
      *> nothing is exactly the evidence XrefMaint looks for.
       WRITE-XREF-USAGE-HISTORY.
           MOVE 'N' TO xref-usage-exists.
           OPEN INPUT xref-usage-file.
           READ xref-usage-file
             AT END CONTINUE
             NOT AT END MOVE 'Y' TO xref-usage-exists
           END-READ.
           CLOSE xref-usage-file.
           IF xref-usage-exists = 'Y'
             OPEN EXTEND xref-usage-file
           ELSE
             OPEN OUTPUT xref-usage-file
           END-IF.
           PERFORM VARYING xf FROM 1 BY 1 UNTIL xf > xref-count
             MOVE SPACES TO xref-usage-record
             MOVE run-date-iso TO xu-run-date
             MOVE xt-old-id(xf) TO xu-old-id
             MOVE xt-new-id(xf) TO xu-new-id
             MOVE xt-use-count(xf) TO xu-use-count
             WRITE xref-usage-record
           END-PERFORM.
           CLOSE xref-usage-file.

       APPEND-SUMMARY-METRIC.
           MOVE SPACES TO daily-summary-record.
           MOVE "AOCDAY1" TO ds-job-id.
           MOVE summary-metric-id TO ds-metric-id.
           MOVE summary-metric-value TO ds-metric-value.
           WRITE daily-summary-record.
           ADD 1 TO summary-rows-written.

      *> Lineage entries for this run: the location lists it read,
      *> the master, cross-reference, history and band tables it
      *> consulted, the work datasets it left for the archive and
      *> the next run, and the report, summary rows and run-control
      *> records it produced. Open modes follow what the run did: a
      *> restart extends the pairs and reject files it resumed, and
      *> they are entered with all the records they hold at the end.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           MOVE "INPUT" TO lineage-role.
           MOVE input-dsn TO lineage-entry-dsn.
           MOVE "INPUT" TO lineage-mode.
           MOVE input-line-number TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           IF master-available = 'Y'
             MOVE "LOC-MASTER" TO lineage-role
             MOVE location-master-dsn TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             MOVE master-lookups TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF xref-count > 0 OR xref-not-in-effect-count > 0
             MOVE "XREF" TO lineage-role
             MOVE "AOCDAY1.XREF" TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             COMPUTE lineage-count =
                 xref-count + xref-not-in-effect-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF as-of-mode = 'Y'
             MOVE "LOC-HISTORY" TO lineage-role
             MOVE location-history-dsn TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             MOVE history-rows-read TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF band-rows-read > 0
             MOVE "DIST-BANDS" TO lineage-role
             MOVE "AOCDAY1.DISTBAND" TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             MOVE band-rows-read TO lineage-count
             MOVE 'Y' TO lineage-origin
             PERFORM APPEND-LINEAGE-RECORD
             MOVE 'N' TO lineage-origin
           END-IF.
           IF have-prior-snapshot = 'Y'
             MOVE "PRIOR-TOTALS" TO lineage-role
             MOVE "AOCDAY1.PREVTOT" TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             MOVE 1 TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
             MOVE "PRIOR-PAIRS" TO lineage-role
             MOVE "AOCDAY1.PAIRS.PREV" TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             MOVE prior-pairs-read TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF resume-line-number > 0
             MOVE "EXTEND" TO lineage-mode
           ELSE
             MOVE "OUTPUT" TO lineage-mode
           END-IF.
           MOVE "PAIRS" TO lineage-role.
           MOVE "AOCDAY1.PAIRS" TO lineage-entry-dsn.
           MOVE pairs-count TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "REJECTS" TO lineage-role.
           MOVE "AOCDAY1.REJ" TO lineage-entry-dsn.
           MOVE rejected-line-count TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "EXCEPTIONS" TO lineage-role.
           MOVE "AOCDAY1.EXC" TO lineage-entry-dsn.
           MOVE "OUTPUT" TO lineage-mode.
           MOVE unmatched-count TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "REPORT" TO lineage-role.
           MOVE report-dsn TO lineage-entry-dsn.
           MOVE "OUTPUT" TO lineage-mode.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "DAILY-SUMM" TO lineage-role.
           MOVE daily-summary-dsn TO lineage-entry-dsn.
           MOVE "EXTEND" TO lineage-mode.
           MOVE summary-rows-written TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           IF xref-count > 0
             MOVE "XREF-USAGE" TO lineage-role
             MOVE "AOCDAY1.XREFUSE" TO lineage-entry-dsn
             MOVE "EXTEND" TO lineage-mode
             MOVE xref-count TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF delta-mode = 'Y'
             MOVE "PRIOR-PAIRS" TO lineage-role
             MOVE "AOCDAY1.PAIRS.PREV" TO lineage-entry-dsn
             MOVE "OUTPUT" TO lineage-mode
             MOVE pairs-count TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
             MOVE "PRIOR-TOTALS" TO lineage-role
             MOVE "AOCDAY1.PREVTOT" TO lineage-entry-dsn
             MOVE "OUTPUT" TO lineage-mode
             MOVE 1 TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE "RUN-CONTROL" TO lineage-role.
           MOVE run-control-dsn TO lineage-entry-dsn.
           MOVE "EXTEND" TO lineage-mode.
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
