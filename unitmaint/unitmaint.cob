       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnitMaint.
       AUTHOR. JULIUS PUTRA TANU SETIAJI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Transaction-driven maintenance for the keyed reactor-unit
      *> master AOCDay2 validates every unit token against: ADD a
      *> reactor that came online, CHG one that was re-described or
      *> recertified to another model, DECOMMISSION one that was
      *> taken out of service, DEL one that should never have been
      *> registered - the same way LocMaint keeps AOCDAY1.LOCMST,
      *> instead of rebuilding the master by hand.
           SELECT NOT OPTIONAL transaction-file ASSIGN DYNAMIC
           transaction-dsn LINE SEQUENTIAL.
      *> The same indexed master AOCDay2 reads, under the same dataset
      *> name and override, opened I-O here so each transaction lands
      *> as a keyed WRITE/REWRITE/DELETE.
           SELECT OPTIONAL unit-master-file ASSIGN DYNAMIC
           unit-master-dsn
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY um-unit-id.
      *> The reactor-model step-tolerance file AOCDay2 resolves its
      *> bands from. A unit may only be registered under a model that
      *> has a row here - a unit certified to an unlisted model would
      *> be validated by AOCDay2 under the run-level default band
      *> without anyone noticing.
           SELECT OPTIONAL model-control-file ASSIGN TO
           "AOCDAY2.MODELS" LINE SEQUENTIAL.
      *> Maintenance report: one block per transaction with its
      *> disposition and the full before/after master images.
           SELECT report-file ASSIGN DYNAMIC report-dsn
           LINE SEQUENTIAL.
      *> Shared run-control dataset (see RUNCTL.CPY): STARTED at open,
      *> ENDED with control totals at close, so a transaction file
      *> that already applied today - or only half-applied before an
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
       FD transaction-file.
       01 maint-transaction-record.
           05 tx-action PIC X(12).
           05 FILLER PIC X.
           05 tx-unit-id PIC X(10).
           05 FILLER PIC X.
           05 tx-description PIC X(30).
           05 FILLER PIC X.
           05 tx-certified-model PIC X(10).
           05 FILLER PIC X.
           05 tx-status PIC X.
       FD unit-master-file.
       01 unit-master-record.
           05 um-unit-id PIC X(10).
           05 um-description PIC X(30).
           05 um-certified-model PIC X(10).
           05 um-status PIC X.
       FD model-control-file.
       01 model-control-record.
           05 mc-model-id PIC X(10).
           05 FILLER PIC X.
           05 mc-min-step PIC 9(2).
           05 FILLER PIC X.
           05 mc-max-step PIC 9(2).
       FD report-file.
       01 report-line PIC X(100).
       FD run-control-file.
           COPY "RUNCTL.CPY".
       FD auth-register-file.
           COPY "AUTHREG.CPY".
       FD auth-register-temp-file.
       01 auth-register-temp-record PIC X(91).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 transaction-file-eof PIC X VALUE 'N'.
       01 transaction-count PIC 9(9) VALUE 0.
       01 applied-count PIC 9(9) VALUE 0.
       01 rejected-count PIC 9(9) VALUE 0.
       01 add-count PIC 9(9) VALUE 0.
       01 chg-count PIC 9(9) VALUE 0.
       01 del-count PIC 9(9) VALUE 0.
       01 decomm-count PIC 9(9) VALUE 0.
       01 totals-display PIC Z(9)9.

      *> Per-transaction work fields: the master image saved before
      *> the change (so the report's BEFORE line survives the
      *> REWRITE), and the lookup/disposition switches.
       01 master-id-found PIC X.
       01 tx-rejected PIC X.
       01 reject-reason PIC X(40).
       01 before-image PIC X(51).
       01 after-image PIC X(51).

      *> Certified models on file, loaded once at start. An absent
      *> model file leaves the table empty, so every ADD and every
      *> recertifying CHG is refused - there is no model a unit could
      *> safely be registered under.
       01 model-file-eof PIC X.
       01 model-found PIC X.
       01 model-count PIC 9(2) VALUE 0.
       01 model-dropped-count PIC 9(9) VALUE 0.
       01 model-table-area.
           05 model-entry OCCURS 50.
               10 mt-model-id PIC X(10).
       01 mx PIC 9(2).

      *> Dataset-name overrides, read once per run; unset means take
      *> the historical default name. The master's override is the
      *> same one AOCDay2 honors, so a test run against a copy of the
      *> master points both jobs at it consistently.
       01 transaction-dsn PIC X(80) VALUE "UNITMST.TRANS".
       01 unit-master-dsn PIC X(80) VALUE "AOCDAY2.UNITMST".
       01 report-dsn PIC X(80) VALUE "UNITMAINT.RPT".

      *> Run-control fields, as in LocMaint: a second run of a day
      *> that ENDED, or a rerun after a day that abended mid-apply,
      *> is refused unless the operator rerun flag is set.
       01 run-control-dsn PIC X(80) VALUE "RUN.CONTROL".
       01 run-control-eof PIC X.
       01 run-control-exists PIC X.
       01 rerun-flag-env PIC X(10).
       01 own-last-status PIC X(7).
       01 own-ended-count PIC 9(4).
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
       01 lineage-job-id PIC X(10) VALUE "UNITMAINT".
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
           ACCEPT transaction-dsn FROM ENVIRONMENT
               "UNITMAINT_TRANS_DSN".
           IF transaction-dsn = SPACES
             MOVE "UNITMST.TRANS" TO transaction-dsn
           END-IF.
           MOVE SPACES TO unit-master-dsn.
           ACCEPT unit-master-dsn FROM ENVIRONMENT
               "AOCDAY2_UNITMST_DSN".
           IF unit-master-dsn = SPACES
             MOVE "AOCDAY2.UNITMST" TO unit-master-dsn
           END-IF.
           MOVE SPACES TO report-dsn.
           ACCEPT report-dsn FROM ENVIRONMENT "UNITMAINT_RPT_DSN".
           IF report-dsn = SPACES
             MOVE "UNITMAINT.RPT" TO report-dsn
           END-IF.
           MOVE SPACES TO run-control-dsn.
           ACCEPT run-control-dsn FROM ENVIRONMENT "RUN_CONTROL_DSN".
           IF run-control-dsn = SPACES
             MOVE "RUN.CONTROL" TO run-control-dsn
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM WRITE-RUN-CONTROL-STARTED.
           PERFORM LOAD-CERTIFIED-MODELS.
           PERFORM WRITE-REPORT-HEADING.
           OPEN I-O unit-master-file.
           OPEN INPUT transaction-file.
           PERFORM UNTIL transaction-file-eof = 'Y'
             READ transaction-file
               AT END MOVE 'Y' TO transaction-file-eof
               NOT AT END
                 ADD 1 TO transaction-count
                 PERFORM APPLY-ONE-TRANSACTION
             END-READ
           END-PERFORM.
           CLOSE transaction-file.
           CLOSE unit-master-file.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE report-file.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-RUN-CONTROL-ENDED.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF rejected-count > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Decides whether this job should be running at all, on the
      *> same rules as LocMaint: today's ENDED, or a latest own record
      *> of STARTED, refuses the run unless the operator rerun flag is
      *> set.
       CHECK-RUN-CONTROL.
           ACCEPT run-date-fields FROM DATE YYYYMMDD.
           MOVE SPACES TO run-date-iso.
           STRING run-date-yyyy "-" run-date-mm "-" run-date-dd
             INTO run-date-iso.
           MOVE SPACES TO rerun-flag-env.
           ACCEPT rerun-flag-env FROM ENVIRONMENT "OPER_RERUN".
           MOVE 0 TO own-ended-count.
           MOVE SPACES TO own-last-status.
           MOVE 'N' TO run-control-exists.
           MOVE 'N' TO run-control-eof.
           OPEN INPUT run-control-file.
           PERFORM UNTIL run-control-eof = 'Y'
             READ run-control-file
               AT END MOVE 'Y' TO run-control-eof
               NOT AT END
                 MOVE 'Y' TO run-control-exists
                 IF rc-run-date = run-date-iso
                     AND rc-job-id = "UNITMAINT"
                   MOVE rc-status TO own-last-status
                   IF rc-status = "ENDED"
                     ADD 1 TO own-ended-count
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE run-control-file.
           IF own-ended-count > 0 AND rerun-flag-env(1:1) NOT = 'Y'
             DISPLAY "UNITMAINT ALREADY ENDED FOR " run-date-iso
               " - SET OPER_RERUN=Y TO RUN AGAIN"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF own-last-status = "STARTED"
               AND rerun-flag-env(1:1) NOT = 'Y'
             DISPLAY "UNITMAINT SHOWS STARTED WITH NO ENDED FOR "
               run-date-iso " - TRANSACTIONS MAY BE HALF-APPLIED; "
               "VERIFY THE MASTER AND SET OPER_RERUN=Y TO RUN AGAIN"
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
           MOVE "UNITMAINT" TO auth-job-id.
           MOVE "RERUN" TO auth-override-type.
           PERFORM CLAIM-AUTHORIZATION.
           IF auth-granted = 'N'
             DISPLAY "UNITMAINT RERUN REFUSED - NO UNEXPIRED RERUN "
               "AUTHORIZATION FOR " run-date-iso " ON "
               FUNCTION TRIM(auth-register-dsn)
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "UNITMAINT RERUN AUTHORIZED BY " auth-operator-id
             " REASON " auth-reason-code.

       WRITE-RUN-CONTROL-STARTED.
           MOVE SPACES TO run-control-record.
           MOVE "UNITMAINT" TO rc-job-id.
           MOVE run-date-iso TO rc-run-date.
           MOVE "STARTED" TO rc-status.
           MOVE 0 TO rc-total-1.
           MOVE 0 TO rc-total-2.
           ACCEPT run-time-text FROM TIME.
           MOVE run-time-text(1:6) TO rc-time.
           MOVE auth-operator-id TO rc-authorized-by.
           PERFORM APPEND-RUN-CONTROL-RECORD.

       WRITE-RUN-CONTROL-ENDED.
           MOVE SPACES TO run-control-record.
           MOVE "UNITMAINT" TO rc-job-id.
           MOVE run-date-iso TO rc-run-date.
           MOVE "ENDED" TO rc-status.
           MOVE applied-count TO rc-total-1.
           MOVE rejected-count TO rc-total-2.
           ACCEPT run-time-text FROM TIME.
           MOVE run-time-text(1:6) TO rc-time.
           MOVE auth-operator-id TO rc-authorized-by.
           PERFORM APPEND-RUN-CONTROL-RECORD.

       APPEND-RUN-CONTROL-RECORD.
           IF run-control-exists = 'Y'
             OPEN EXTEND run-control-file
           ELSE
             OPEN OUTPUT run-control-file
             MOVE 'Y' TO run-control-exists
           END-IF.
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

      *> Loads the model IDs from the model control file into the
      *> table the ADD/CHG edits search. Rows past the table size are
      *> counted and reported, not silently dropped, since a model
      *> that did not fit would make its units unregistrable.
       LOAD-CERTIFIED-MODELS.
           MOVE 'N' TO model-file-eof.
           MOVE 0 TO model-count.
           OPEN INPUT model-control-file.
           PERFORM UNTIL model-file-eof = 'Y'
             READ model-control-file
               AT END MOVE 'Y' TO model-file-eof
               NOT AT END
                 IF model-count < 50
                   ADD 1 TO model-count
                   MOVE mc-model-id TO mt-model-id(model-count)
                 ELSE
                   ADD 1 TO model-dropped-count
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE model-control-file.

      *> Routes one transaction to its action's own paragraph. A
      *> blank unit ID could never match (or make) a master record, so
      *> it is rejected the same way an unknown action is, before any
      *> keyed I-O happens.
       APPLY-ONE-TRANSACTION.
           MOVE 'N' TO tx-rejected.
           MOVE SPACES TO reject-reason.
           MOVE SPACES TO before-image.
           MOVE SPACES TO after-image.
           IF tx-unit-id = SPACES
             MOVE 'Y' TO tx-rejected
             MOVE "UNIT ID IS BLANK" TO reject-reason
           ELSE
             EVALUATE FUNCTION TRIM(tx-action)
               WHEN "ADD"
                 PERFORM APPLY-ADD-TRANSACTION
               WHEN "CHG"
                 PERFORM APPLY-CHG-TRANSACTION
               WHEN "DEL"
                 PERFORM APPLY-DEL-TRANSACTION
               WHEN "DECOMMISSION"
                 PERFORM APPLY-DECOMMISSION-TRANSACTION
               WHEN OTHER
                 MOVE 'Y' TO tx-rejected
                 MOVE "UNKNOWN ACTION" TO reject-reason
             END-EVALUATE
           END-IF.
           IF tx-rejected = 'Y'
             ADD 1 TO rejected-count
           ELSE
             ADD 1 TO applied-count
           END-IF.
           PERFORM WRITE-TRANSACTION-REPORT-BLOCK.

      *> An ADD must land on an unused key and name a model that is on
      *> the model control file; a blank model is refused outright,
      *> since it would leave AOCDay2 nothing to resolve the band from.
       APPLY-ADD-TRANSACTION.
           PERFORM LOOK-UP-MASTER-RECORD.
           IF master-id-found = 'Y'
             MOVE 'Y' TO tx-rejected
             MOVE "DUPLICATE ADD - ID ALREADY ON MASTER" TO
               reject-reason
             PERFORM SAVE-BEFORE-IMAGE
           ELSE
             PERFORM CHECK-CERTIFIED-MODEL
             IF model-found = 'N'
               MOVE 'Y' TO tx-rejected
               IF tx-certified-model = SPACES
                 MOVE "NO CERTIFIED MODEL GIVEN" TO reject-reason
               ELSE
                 MOVE "CERTIFIED MODEL NOT ON AOCDAY2.MODELS" TO
                   reject-reason
               END-IF
             ELSE
               MOVE tx-unit-id TO um-unit-id
               MOVE tx-description TO um-description
               MOVE tx-certified-model TO um-certified-model
               IF tx-status = SPACE
                 MOVE 'A' TO um-status
               ELSE
                 MOVE tx-status TO um-status
               END-IF
               WRITE unit-master-record
               PERFORM SAVE-AFTER-IMAGE
               ADD 1 TO add-count
             END-IF
           END-IF.

      *> A CHG replaces whichever fields the transaction actually
      *> carries; a blank field leaves the master's value standing. A
      *> recertification to another model is held to the same model
      *> file check as an ADD.
       APPLY-CHG-TRANSACTION.
           PERFORM LOOK-UP-MASTER-RECORD.
           IF master-id-found = 'N'
             MOVE 'Y' TO tx-rejected
             MOVE "CHANGE TO NONEXISTENT ID" TO reject-reason
           ELSE
             PERFORM SAVE-BEFORE-IMAGE
             MOVE 'Y' TO model-found
             IF tx-certified-model NOT = SPACES
               PERFORM CHECK-CERTIFIED-MODEL
             END-IF
             IF model-found = 'N'
               MOVE 'Y' TO tx-rejected
               MOVE "CERTIFIED MODEL NOT ON AOCDAY2.MODELS" TO
                 reject-reason
             ELSE
               IF tx-description NOT = SPACES
                 MOVE tx-description TO um-description
               END-IF
               IF tx-certified-model NOT = SPACES
                 MOVE tx-certified-model TO um-certified-model
               END-IF
               IF tx-status NOT = SPACE
                 MOVE tx-status TO um-status
               END-IF
               REWRITE unit-master-record
               PERFORM SAVE-AFTER-IMAGE
               ADD 1 TO chg-count
             END-IF
           END-IF.

       APPLY-DEL-TRANSACTION.
           PERFORM LOOK-UP-MASTER-RECORD.
           IF master-id-found = 'N'
             MOVE 'Y' TO tx-rejected
             MOVE "DELETE OF NONEXISTENT ID" TO reject-reason
           ELSE
             PERFORM SAVE-BEFORE-IMAGE
             DELETE unit-master-file
             MOVE "(RECORD DELETED)" TO after-image
             ADD 1 TO del-count
           END-IF.

      *> DECOMMISSION marks the unit 'D', the status AOCDay2 raises as
      *> a decommissioned-unit exception if the reactor keeps
      *> transmitting. The row is kept rather than deleted so those
      *> reports are still recognized as coming from a real unit.
       APPLY-DECOMMISSION-TRANSACTION.
           PERFORM LOOK-UP-MASTER-RECORD.
           IF master-id-found = 'N'
             MOVE 'Y' TO tx-rejected
             MOVE "DECOMMISSION OF NONEXISTENT ID" TO reject-reason
           ELSE
             PERFORM SAVE-BEFORE-IMAGE
             IF um-status = 'D'
               MOVE 'Y' TO tx-rejected
               MOVE "UNIT ALREADY DECOMMISSIONED" TO reject-reason
             ELSE
               MOVE 'D' TO um-status
               REWRITE unit-master-record
               PERFORM SAVE-AFTER-IMAGE
               ADD 1 TO decomm-count
             END-IF
           END-IF.

       LOOK-UP-MASTER-RECORD.
           MOVE tx-unit-id TO um-unit-id.
           READ unit-master-file
             INVALID KEY MOVE 'N' TO master-id-found
             NOT INVALID KEY MOVE 'Y' TO master-id-found
           END-READ.

       CHECK-CERTIFIED-MODEL.
           MOVE 'N' TO model-found.
           IF tx-certified-model NOT = SPACES
             PERFORM VARYING mx FROM 1 BY 1
                 UNTIL mx > model-count OR model-found = 'Y'
               IF mt-model-id(mx) = tx-certified-model
                 MOVE 'Y' TO model-found
               END-IF
             END-PERFORM
           END-IF.

      *> The before/after images are the master record verbatim, so
      *> the BEFORE line of a mistaken transaction is exactly the
      *> record to key back in.
       SAVE-BEFORE-IMAGE.
           MOVE unit-master-record TO before-image.

       SAVE-AFTER-IMAGE.
           MOVE unit-master-record TO after-image.

       WRITE-TRANSACTION-REPORT-BLOCK.
           MOVE transaction-count TO totals-display.
           MOVE SPACES TO report-line.
           IF tx-rejected = 'Y'
             STRING "TRAN " FUNCTION TRIM(totals-display)
               "  " tx-action
               " ID " tx-unit-id
               "  REJECTED - " FUNCTION TRIM(reject-reason)
               INTO report-line
           ELSE
             STRING "TRAN " FUNCTION TRIM(totals-display)
               "  " tx-action
               " ID " tx-unit-id
               "  APPLIED"
               INTO report-line
           END-IF.
           WRITE report-line.
           IF before-image NOT = SPACES
             MOVE SPACES TO report-line
             STRING "  BEFORE: " before-image
               INTO report-line
             WRITE report-line
           END-IF.
           IF after-image NOT = SPACES
             MOVE SPACES TO report-line
             STRING "  AFTER:  " after-image
               INTO report-line
             WRITE report-line
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE run-date-mm TO run-date-display-mm.
           MOVE run-date-dd TO run-date-display-dd.
           MOVE run-date-yyyy TO run-date-display-yyyy.
           OPEN OUTPUT report-file.
           MOVE "REACTOR UNIT MASTER MAINTENANCE REPORT" TO report-line.
           WRITE report-line.
           MOVE "PROGRAM: UnitMaint" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN DATE: " run-date-display
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "TRANSACTION FILE: " transaction-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "MASTER FILE: " unit-master-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           MOVE model-count TO totals-display.
           MOVE SPACES TO report-line.
           STRING "CERTIFIED MODELS ON FILE: "
             FUNCTION TRIM(totals-display)
             INTO report-line.
           WRITE report-line.
           IF model-dropped-count > 0
             MOVE model-dropped-count TO totals-display
             MOVE SPACES TO report-line
             STRING "MODEL ROWS NOT LOADED (TABLE FULL): "
               FUNCTION TRIM(totals-display)
               INTO report-line
             WRITE report-line
           END-IF.
           MOVE SPACES TO report-line.
           WRITE report-line.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE transaction-count TO totals-display.
           MOVE SPACES TO report-line.
           STRING "TRANSACTIONS READ: " FUNCTION TRIM(totals-display)
             INTO report-line.
           WRITE report-line.
           MOVE applied-count TO totals-display.
           MOVE SPACES TO report-line.
           STRING "TRANSACTIONS APPLIED: "
             FUNCTION TRIM(totals-display)
             INTO report-line.
           WRITE report-line.
           MOVE rejected-count TO totals-display.
           MOVE SPACES TO report-line.
           STRING "TRANSACTIONS REJECTED: "
             FUNCTION TRIM(totals-display)
             INTO report-line.
           WRITE report-line.

      *> Standard end-of-job reconciliation trailer, in the same
      *> format as the daily batch jobs.
       DISPLAY-CONTROL-TOTALS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTROL TOTALS - UNITMAINT".
           MOVE transaction-count TO totals-display.
           DISPLAY "  RECORDS READ .............: "
             FUNCTION TRIM(totals-display).
           MOVE rejected-count TO totals-display.
           DISPLAY "  RECORDS REJECTED/SKIPPED ..: "
             FUNCTION TRIM(totals-display).
           MOVE add-count TO totals-display.
           DISPLAY "  ADDS APPLIED .............: "
             FUNCTION TRIM(totals-display).
           MOVE chg-count TO totals-display.
           DISPLAY "  CHANGES APPLIED ..........: "
             FUNCTION TRIM(totals-display).
           MOVE del-count TO totals-display.
           DISPLAY "  DELETES APPLIED ..........: "
             FUNCTION TRIM(totals-display).
           MOVE decomm-count TO totals-display.
           DISPLAY "  DECOMMISSIONS APPLIED ....: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: the transaction file it
      *> applied, the certified-model table its edits checked
      *> against, the master it updated in place (entered with the
      *> transactions that landed on it), and the report and
      *> run-control records it produced.
       WRITE-LINEAGE-RECORDS.
           MOVE "TRANSACTIONS" TO lineage-role.
           MOVE transaction-dsn TO lineage-entry-dsn.
           MOVE "INPUT" TO lineage-mode.
           MOVE transaction-count TO lineage-count.
           MOVE 'Y' TO lineage-origin.
           PERFORM APPEND-LINEAGE-RECORD.
           IF model-count > 0
             MOVE "MODELS" TO lineage-role
             MOVE "AOCDAY2.MODELS" TO lineage-entry-dsn
             COMPUTE lineage-count = model-count + model-dropped-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE 'N' TO lineage-origin.
           MOVE "UNIT-MASTER" TO lineage-role.
           MOVE unit-master-dsn TO lineage-entry-dsn.
           MOVE "I-O" TO lineage-mode.
           MOVE applied-count TO lineage-count.
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
