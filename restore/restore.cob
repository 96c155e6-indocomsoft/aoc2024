      *> a reprocessing request is one job with a date parameter
      *> instead of half an hour of nervous hand-copying from names
      *> read out of the catalog. Refuses to overwrite a live file
      *> while today's stream shows any job STARTED with no ENDED,
      *> unless the operator forces it (RESTORE_FORCE=Y) under a
      *> supervisor's FORCE grant on the override register.
           SELECT OPTIONAL catalog-file ASSIGN TO "ARCHIVE.CATALOG"
           LINE SEQUENTIAL.
           SELECT OPTIONAL run-control-file ASSIGN DYNAMIC
           run-control-dsn LINE SEQUENTIAL.
      *> Override authorization register (see AUTHREG.CPY): a
      *> forced restore goes ahead only against a supervisor's
      *> unexpired grant, claimed by marking it USED; rewritten
      *> through its temp copy the way the archive catalog is.
           SELECT OPTIONAL auth-register-file ASSIGN DYNAMIC
           auth-register-dsn LINE SEQUENTIAL.
           SELECT auth-register-temp-file ASSIGN TO "AUTH.REGTMP"
           LINE SEQUENTIAL.
           SELECT report-file ASSIGN DYNAMIC report-dsn
           LINE SEQUENTIAL.
      *> One in/out pair per artifact shape, matching how
           LINE SEQUENTIAL.
           SELECT tlog-out-file ASSIGN DYNAMIC log-dsn
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
       FD catalog-file.
           COPY "ARCHCAT.CPY".
       FD run-control-file.
           COPY "RUNCTL.CPY".
       FD auth-register-file.
           COPY "AUTHREG.CPY".
       FD auth-register-temp-file.
       01 auth-register-temp-record PIC X(91).
       FD report-file.
       01 report-line PIC X(132).
       FD pairs-in-file.
       01 tlog-in-record PIC X(150).
       FD tlog-out-file.
       01 tlog-out-record PIC X(150).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 file-eof PIC X.
       01 artifacts-restored PIC 9(4) VALUE 0.
       01 artifacts-skipped PIC 9(4) VALUE 0.

      *> Each artifact copied back this run - the archive it came
      *> from, the live dataset it went to, the records copied and
      *> the role the producing job gives the live dataset - kept
      *> for the lineage manifest. A day's catalog rows are a
      *> handful; any past the table still restore, unrecorded.
       01 restore-role PIC X(12).
       01 restored-count PIC 9(2) VALUE 0.
       01 restored-table.
           05 restored-entry OCCURS 50.
               10 rt-role PIC X(12).
               10 rt-archive-dsn PIC X(60).
               10 rt-live-dsn PIC X(80).
               10 rt-count PIC 9(9).
       01 rt PIC 9(2).

      *> The requested archive date, as the catalog stamps it.
       01 restore-date-env PIC X(10).
       01 restore-date PIC 9(8).
       01 fj PIC 9(2).
       01 fj-found PIC X.
       01 stream-in-flight PIC X VALUE 'N'.
       01 force-flag-env PIC X(10).
       01 run-time-text PIC X(8).

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
       01 run-date-iso PIC X(10).
       01 run-date-fields.
         05 run-date-yyyy PIC 9(4).
       01 log-dsn PIC X(80) VALUE "AOCDAY3.LOG".
       01 restore-in-dsn PIC X(80).

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "RESTORE".
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
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE report-file.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF artifacts-restored = 0
             DISPLAY "ARCHIVERESTORE: NOTHING ON THE CATALOG FOR "
               restore-date-env
             END-READ
           END-PERFORM.
           CLOSE run-control-file.
           MOVE SPACES TO force-flag-env.
           ACCEPT force-flag-env FROM ENVIRONMENT "RESTORE_FORCE".
           PERFORM VARYING fj FROM 1 BY 1 UNTIL fj > flight-job-count
             IF fj-last-status(fj) = "STARTED"
               MOVE 'Y' TO stream-in-flight
               PERFORM REPORT-JOB-IN-FLIGHT
             END-IF
           END-PERFORM.
           IF stream-in-flight = 'Y'
             PERFORM AUTHORIZE-FORCED-RESTORE
           END-IF.

      *> A job in flight refuses the restore outright unless a force
      *> was asked for; with one, whether it goes ahead is decided by
      *> the grant, and only a missing grant is reported as refused.
       REPORT-JOB-IN-FLIGHT.
           IF force-flag-env(1:1) = 'Y'
             DISPLAY "ARCHIVERESTORE: STREAM IN FLIGHT - FORCE "
               "REQUESTED - " fj-job-id(fj)
               " SHOWS STARTED WITH NO ENDED FOR " run-date-iso
           ELSE
             DISPLAY "ARCHIVERESTORE REFUSED - " fj-job-id(fj)
               " SHOWS STARTED WITH NO ENDED FOR " run-date-iso
           END-IF.

      *> Restoring over a stream in flight is an override: only with
      *> RESTORE_FORCE=Y, and only against a FORCE grant claimed from
      *> the override register. A forced restore leaves its own
      *> FORCED record on the run-control feed, stamped with the
      *> supervisor who allowed it, beside the records of the jobs
      *> it was forced past.
       AUTHORIZE-FORCED-RESTORE.
           IF force-flag-env(1:1) NOT = 'Y'
             DISPLAY "  SET RESTORE_FORCE=Y UNDER A FORCE "
               "AUTHORIZATION TO RESTORE ANYWAY"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "RESTORE" TO auth-job-id.
           MOVE "FORCE" TO auth-override-type.
           PERFORM CLAIM-AUTHORIZATION.
           IF auth-granted = 'N'
             DISPLAY "ARCHIVERESTORE FORCE REFUSED - NO UNEXPIRED "
               "FORCE AUTHORIZATION FOR " run-date-iso " ON "
               FUNCTION TRIM(auth-register-dsn)
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "ARCHIVERESTORE FORCED - AUTHORIZED BY "
             auth-operator-id " REASON " auth-reason-code.
           MOVE SPACES TO run-control-record.
           MOVE "RESTORE" TO rc-job-id.
           MOVE run-date-iso TO rc-run-date.
           MOVE "FORCED" TO rc-status.
           MOVE 0 TO rc-total-1.
           MOVE 0 TO rc-total-2.
           ACCEPT run-time-text FROM TIME.
           MOVE run-time-text(1:6) TO rc-time.
           MOVE auth-operator-id TO rc-authorized-by.
           OPEN EXTEND run-control-file.
           WRITE run-control-record.
           CLOSE run-control-file.

       NOTE-JOB-LAST-STATUS.
           MOVE 'N' TO fj-found.
             MOVE rc-status TO fj-last-status(flight-job-count)
           END-IF.

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

      *> One pass over the catalog: every row stamped with the
      *> requested date is routed to its artifact's own copy
      *> paragraph by the dataset-name prefix DailyArchive stamped
                 " - SUMMARY HISTORY IS NOT RESTORED OVER THE LIVE "
                 "FEED" INTO report-line
               WRITE report-line
             WHEN ac-dataset-name(1:16) = "AOCDAY2.FILING.D"
               ADD 1 TO artifacts-skipped
               MOVE SPACES TO report-line
               STRING "SKIPPED " ac-dataset-name
                 " - FILING EXTRACT IS KEPT AS FILED, NOT RESTORED"
                 INTO report-line
               WRITE report-line
             WHEN OTHER
               ADD 1 TO artifacts-skipped
               MOVE SPACES TO report-line
           CLOSE pairs-in-file.
           CLOSE pairs-out-file.
           MOVE "AOCDAY1.PAIRS" TO restore-in-dsn.
           MOVE "PAIRS" TO restore-role.
           PERFORM NOTE-RESTORED-ARTIFACT.

       RESTORE-REJECT-FILE.
           CLOSE reject-in-file.
           CLOSE reject-out-file.
           MOVE "AOCDAY1.REJ" TO restore-in-dsn.
           MOVE "REJECTS" TO restore-role.
           PERFORM NOTE-RESTORED-ARTIFACT.

       RESTORE-EXCEPTION-FILE.
           CLOSE exception-in-file.
           CLOSE exception-out-file.
           MOVE "AOCDAY1.EXC" TO restore-in-dsn.
           MOVE "EXCEPTIONS" TO restore-role.
           PERFORM NOTE-RESTORED-ARTIFACT.

       RESTORE-AUDIT-TRAIL.
           CLOSE audit-in-file.
           CLOSE audit-out-file.
           MOVE audit-dsn TO restore-in-dsn.
           MOVE "AUDIT" TO restore-role.
           PERFORM NOTE-RESTORED-ARTIFACT.

       RESTORE-TRANSACTION-LOG.
           CLOSE tlog-in-file.
           CLOSE tlog-out-file.
           MOVE log-dsn TO restore-in-dsn.
           MOVE "TRANS-LOG" TO restore-role.
           PERFORM NOTE-RESTORED-ARTIFACT.

      *> restore-in-dsn is reloaded with the LIVE name by the copy
      *> archive-name arrow live-name.
       NOTE-RESTORED-ARTIFACT.
           ADD 1 TO artifacts-restored.
           IF restored-count < 50
             ADD 1 TO restored-count
             MOVE restore-role TO rt-role(restored-count)
             MOVE ac-dataset-name TO rt-archive-dsn(restored-count)
             MOVE restore-in-dsn TO rt-live-dsn(restored-count)
             MOVE copy-count TO rt-count(restored-count)
           END-IF.
           MOVE copy-count TO totals-display.
           MOVE SPACES TO report-line.
           STRING "RESTORED " FUNCTION TRIM(ac-dataset-name)
           STRING "ARCHIVE DATE REQUESTED: " restore-date-env
             INTO report-line.
           WRITE report-line.
           IF auth-granted = 'Y'
             MOVE SPACES TO report-line
             STRING "FORCED PAST A STREAM IN FLIGHT - AUTHORIZED BY "
               auth-operator-id " REASON " auth-reason-code
               INTO report-line
             WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.

           DISPLAY "  ARTIFACTS SKIPPED ........: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: the catalog it looked the day
      *> up on, each dated archive it copied from and the live
      *> dataset it copied it over (both entered under the role the
      *> producing job gives the live dataset), the report, and the
      *> FORCED run-control record when it was forced.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           MOVE "CATALOG" TO lineage-role.
           MOVE "ARCHIVE.CATALOG" TO lineage-entry-dsn.
           MOVE "INPUT" TO lineage-mode.
           MOVE catalog-rows-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           PERFORM VARYING rt FROM 1 BY 1 UNTIL rt > restored-count
             MOVE rt-role(rt) TO lineage-role
             MOVE rt-count(rt) TO lineage-count
             MOVE rt-archive-dsn(rt) TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             PERFORM APPEND-LINEAGE-RECORD
             MOVE rt-live-dsn(rt) TO lineage-entry-dsn
             MOVE "OUTPUT" TO lineage-mode
             PERFORM APPEND-LINEAGE-RECORD
           END-PERFORM.
           MOVE "REPORT" TO lineage-role.
           MOVE report-dsn TO lineage-entry-dsn.
           MOVE "OUTPUT" TO lineage-mode.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
           IF auth-granted = 'Y'
             MOVE "RUN-CONTROL" TO lineage-role
             MOVE run-control-dsn TO lineage-entry-dsn
             MOVE "EXTEND" TO lineage-mode
             MOVE 1 TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.

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
