      *> abend - cannot be applied a second time by accident.
           SELECT OPTIONAL run-control-file ASSIGN DYNAMIC
           run-control-dsn LINE SEQUENTIAL.
      *> Override authorization register (see AUTHREG.CPY): an
      *> OPER_RERUN rerun of a day already ENDED, or of one whose
      *> transactions may be half-applied, goes ahead only against a
      *> supervisor's unexpired grant, claimed by marking it USED;
      *> rewritten through its temp copy the way the archive catalog
      *> is.
           SELECT OPTIONAL auth-register-file ASSIGN DYNAMIC
           auth-register-dsn LINE SEQUENTIAL.
           SELECT auth-register-temp-file ASSIGN TO "AUTH.REGTMP"
           LINE SEQUENTIAL.
      *> Permanent change history (see LOCHIST.CPY): every applied
      *> transaction is appended with its effective date and the
      *> site's before and after fields, since the REWRITE in place
      *> leaves no other trace of what the master used to say once
      *> the day's report is gone.
           SELECT OPTIONAL location-history-file ASSIGN DYNAMIC
           location-history-dsn LINE SEQUENTIAL.
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
           05 tx-region-code PIC X(4).
           05 FILLER PIC X.
           05 tx-status PIC X.
      *> Date the change takes effect (YYYY-MM-DD); blank means the
      *> day it is applied. A backdated change is keyed here so the
      *> history carries the date it really applied from; a change
      *> dated after the run date is refused, to be keyed on or
      *> after the day it takes effect.
           05 FILLER PIC X.
           05 tx-effective-date PIC X(10).
       FD location-master-file.
       01 location-master-record.
           05 lm-location-id PIC 9(6).
       01 report-line PIC X(100).
       FD run-control-file.
           COPY "RUNCTL.CPY".
       FD auth-register-file.
           COPY "AUTHREG.CPY".
       FD auth-register-temp-file.
       01 auth-register-temp-record PIC X(91).
       FD location-history-file.
           COPY "LOCHIST.CPY".
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 transaction-file-eof PIC X VALUE 'N'.
       01 reject-reason PIC X(40).
       01 before-image PIC X(41).
       01 after-image PIC X(41).
       01 effective-date-iso PIC X(10).
       01 date-work-text PIC X(8).
       01 date-work-number REDEFINES date-work-text PIC 9(8).
       01 history-count PIC 9(9) VALUE 0.
       01 history-file-exists PIC X.

      *> Dataset-name overrides, read once per run; unset means take
      *> the historical default name. The master's override is the
       01 transaction-dsn PIC X(80) VALUE "LOCMST.TRANS".
       01 location-master-dsn PIC X(80) VALUE "AOCDAY1.LOCMST".
       01 report-dsn PIC X(80) VALUE "LOCMAINT.RPT".
       01 location-history-dsn PIC X(80) VALUE "AOCDAY1.LOCHIST".

      *> Run-control fields: today's date in the feed's own format,
      *> the operator rerun flag, and the latest status this job
       01 run-date-iso PIC X(10).
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

      *> Report heading and run-stamp fields
       01 run-date-fields.
         05 run-date-yyyy PIC 9(4).
         05 FILLER PIC X VALUE "/".
         05 run-date-display-yyyy PIC 9(4).

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "LOCMAINT".
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
           MOVE SPACES TO transaction-dsn.
           ACCEPT transaction-dsn FROM ENVIRONMENT "LOCMAINT_TRANS_DSN".
           IF transaction-dsn = SPACES
           IF run-control-dsn = SPACES
             MOVE "RUN.CONTROL" TO run-control-dsn
           END-IF.
           MOVE SPACES TO location-history-dsn.
           ACCEPT location-history-dsn FROM ENVIRONMENT
               "AOCDAY1_LOCHIST_DSN".
           IF location-history-dsn = SPACES
             MOVE "AOCDAY1.LOCHIST" TO location-history-dsn
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM WRITE-RUN-CONTROL-STARTED.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM OPEN-HISTORY-FOR-APPEND.
           OPEN I-O location-master-file.
           OPEN INPUT transaction-file.
           PERFORM UNTIL transaction-file-eof = 'Y'
           END-PERFORM.
           CLOSE transaction-file.
           CLOSE location-master-file.
           CLOSE location-history-file.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE report-file.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-RUN-CONTROL-ENDED.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF rejected-count > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF own-ended-count > 0 OR own-last-status = "STARTED"
             PERFORM AUTHORIZE-RERUN
           END-IF.

      *> A rerun over a day that already ENDED, or over one that may
      *> be half-applied, is an override: it goes ahead only against
      *> a RERUN grant claimed from the override register. With no
      *> checkpoint to carry an abended rerun forward, every rerun
      *> needs a grant of its own.
       AUTHORIZE-RERUN.
           MOVE "LOCMAINT" TO auth-job-id.
           MOVE "RERUN" TO auth-override-type.
           PERFORM CLAIM-AUTHORIZATION.
           IF auth-granted = 'N'
             DISPLAY "LOCMAINT RERUN REFUSED - NO UNEXPIRED RERUN "
               "AUTHORIZATION FOR " run-date-iso " ON "
               FUNCTION TRIM(auth-register-dsn)
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "LOCMAINT RERUN AUTHORIZED BY " auth-operator-id
             " REASON " auth-reason-code.

       WRITE-RUN-CONTROL-STARTED.
           MOVE SPACES TO run-control-record.
           MOVE 0 TO rc-total-2.
           ACCEPT run-time-text FROM TIME.
           MOVE run-time-text(1:6) TO rc-time.
           MOVE auth-operator-id TO rc-authorized-by.
           PERFORM APPEND-RUN-CONTROL-RECORD.

       WRITE-RUN-CONTROL-ENDED.
           MOVE rejected-count TO rc-total-2.
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

      *> Routes one transaction to its action's own paragraph. The
      *> location ID is validated here once - a non-numeric key could
      *> never match (or make) a master record, so it is rejected the
      *> same way an unknown action is, before any keyed I-O happens.
      *> A malformed effective date is refused at the same point, and
      *> so is one still in the future: the master is rewritten the
      *> moment a transaction applies, so a change dated ahead would
      *> reach AOCDay1 days before it takes effect and the history
      *> would disagree with the master until then.
       APPLY-ONE-TRANSACTION.
           MOVE 'N' TO tx-rejected.
           MOVE SPACES TO reject-reason.
           MOVE SPACES TO before-image.
           MOVE SPACES TO after-image.
           PERFORM RESOLVE-EFFECTIVE-DATE.
           IF tx-location-id-text IS NOT NUMERIC
             MOVE 'Y' TO tx-rejected
             MOVE "LOCATION ID IS NOT NUMERIC" TO reject-reason
           END-IF.
           IF tx-rejected = 'N' AND effective-date-iso = SPACES
             MOVE 'Y' TO tx-rejected
             MOVE "EFFECTIVE DATE IS NOT YYYY-MM-DD" TO reject-reason
           END-IF.
           IF tx-rejected = 'N' AND effective-date-iso > run-date-iso
             MOVE 'Y' TO tx-rejected
             MOVE "EFFECTIVE DATE IS IN THE FUTURE" TO reject-reason
           END-IF.
           IF tx-rejected = 'N'
             MOVE tx-location-id-text TO tx-location-id
             EVALUATE FUNCTION TRIM(tx-action)
               WHEN "ADD"
             ADD 1 TO rejected-count
           ELSE
             ADD 1 TO applied-count
             PERFORM APPEND-HISTORY-RECORD
           END-IF.
           PERFORM WRITE-TRANSACTION-REPORT-BLOCK.

             ADD 1 TO deact-count
           END-IF.

      *> A blank effective date means the change applies from today;
      *> anything else must be a real calendar date in YYYY-MM-DD
      *> form, since AOCDay1 compares these dates as text and a bad
      *> one would misplace the change. A malformed one leaves
      *> effective-date-iso blank and the transaction is rejected.
       RESOLVE-EFFECTIVE-DATE.
           MOVE SPACES TO effective-date-iso.
           IF tx-effective-date = SPACES
             MOVE run-date-iso TO effective-date-iso
           ELSE
             IF tx-effective-date(1:4) IS NUMERIC
                 AND tx-effective-date(5:1) = "-"
                 AND tx-effective-date(6:2) IS NUMERIC
                 AND tx-effective-date(8:1) = "-"
                 AND tx-effective-date(9:2) IS NUMERIC
               MOVE SPACES TO date-work-text
               STRING tx-effective-date(1:4) tx-effective-date(6:2)
                 tx-effective-date(9:2)
                 DELIMITED BY SIZE INTO date-work-text
               IF FUNCTION TEST-DATE-YYYYMMDD(date-work-number) = 0
                 MOVE tx-effective-date TO effective-date-iso
               END-IF
             END-IF
           END-IF.

      *> The history is append-only: probed for existence the same way
      *> the daily-summary feed is, then held open for the whole
      *> transaction file.
       OPEN-HISTORY-FOR-APPEND.
           MOVE 'N' TO history-file-exists.
           OPEN INPUT location-history-file.
           READ location-history-file
             AT END CONTINUE
             NOT AT END MOVE 'Y' TO history-file-exists
           END-READ.
           CLOSE location-history-file.
           IF history-file-exists = 'Y'
             OPEN EXTEND location-history-file
           ELSE
             OPEN OUTPUT location-history-file
           END-IF.

      *> One history record per applied transaction, built from the
      *> same before/after images the report prints. An ADD's before
      *> side and a DEL's after side stay blank.
       APPEND-HISTORY-RECORD.
           MOVE SPACES TO location-history-record.
           MOVE tx-location-id TO lh-location-id.
           MOVE effective-date-iso TO lh-effective-date.
           MOVE FUNCTION TRIM(tx-action) TO lh-action.
           IF before-image NOT = SPACES
             MOVE before-image(7:35) TO lh-before-image
           END-IF.
           IF after-image NOT = SPACES
               AND after-image NOT = "(RECORD DELETED)"
             MOVE after-image(7:35) TO lh-after-image
           END-IF.
           MOVE run-date-iso TO lh-applied-date.
           ACCEPT run-time-text FROM TIME.
           MOVE run-time-text(1:6) TO lh-applied-time.
           WRITE location-history-record.
           ADD 1 TO history-count.

       LOOK-UP-MASTER-RECORD.
           MOVE tx-location-id TO lm-location-id.
           READ location-master-file
             STRING "TRAN " FUNCTION TRIM(totals-display)
               "  " tx-action
               " ID " tx-location-id-text
               "  APPLIED  EFFECTIVE " effective-date-iso
               INTO report-line
           END-IF.
           WRITE report-line.
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "HISTORY FILE: " location-history-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

       WRITE-REPORT-SUMMARY.
           MOVE deact-count TO totals-display.
           DISPLAY "  DEACTIVATIONS APPLIED ....: "
             FUNCTION TRIM(totals-display).
           MOVE history-count TO totals-display.
           DISPLAY "  HISTORY RECORDS WRITTEN ..: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: the transaction file it
      *> applied, the master it updated in place (entered with the
      *> transactions that landed on it), and the history, report
      *> and run-control records it produced.
       WRITE-LINEAGE-RECORDS.
           MOVE "TRANSACTIONS" TO lineage-role.
           MOVE transaction-dsn TO lineage-entry-dsn.
           MOVE "INPUT" TO lineage-mode.
           MOVE transaction-count TO lineage-count.
           MOVE 'Y' TO lineage-origin.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE 'N' TO lineage-origin.
           MOVE "LOC-MASTER" TO lineage-role.
           MOVE location-master-dsn TO lineage-entry-dsn.
           MOVE "I-O" TO lineage-mode.
           MOVE applied-count TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "LOC-HISTORY" TO lineage-role.
           MOVE location-history-dsn TO lineage-entry-dsn.
           MOVE "EXTEND" TO lineage-mode.
           MOVE history-count TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "REPORT" TO lineage-role.
           MOVE report-dsn TO lineage-entry-dsn.
           MOVE "OUTPUT" TO lineage-mode.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
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
