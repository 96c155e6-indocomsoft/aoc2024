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
      *> Corruption-density map: the dump divided into fixed-size
      *> blocks by absolute position (the same cumulative-offset
      *> positions the transaction log carries), each scored by
      *> running.
           SELECT OPTIONAL checkpoint-file ASSIGN TO "AOCDAY3.CKPT"
           LINE SEQUENTIAL.
      *> Dump manifest: when AOCDAY3_MANIFEST_DSN names one, the run
      *> scans every dump listed on it instead of the single input
      *> dataset - one row per dump with the source system's tag,
      *> whether the do()/don't() gate carries over from the dump
      *> before or resets for this one, and the dump's dataset name -
      *> so a day with several systems dumped ends as one run with
      *> one set of totals instead of a string of OPER_RERUN=Y runs
      *> each overwriting the last.
           SELECT OPTIONAL manifest-file ASSIGN DYNAMIC manifest-dsn
           LINE SEQUENTIAL.
      *> Operator stop-request dataset, polled every few hundred
      *> records inside each part's read loop so a planned stop
      *> lands on a clean record boundary the existing resume logic
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
       FD opcode-control-file.
       01 opcode-control-record.
           05 oc-prefix PIC X(10).
           05 ckpt-run-date PIC X(10).
           05 FILLER PIC X.
           05 ckpt-input-dsn PIC X(80).
      *> Manifest entry the checkpoint was taken in (zero for a
      *> single-dump run). The stamped input dataset is that entry's
      *> dump.
           05 FILLER PIC X.
           05 ckpt-dump-index PIC 9(2).
      *> In manifest mode the checkpoint record is followed by one of
      *> these per dump already finished, so a restart can report the
      *> whole manifest without rescanning the dumps it had done.
       01 checkpoint-dump-record.
           05 cd-dump-index PIC 9(2).
           05 FILLER PIC X.
           05 cd-part-one-result PIC 9(10).
           05 FILLER PIC X.
           05 cd-part-two-result PIC 9(10).
           05 FILLER PIC X.
           05 cd-skipped-count PIC 9(9).
           05 FILLER PIC X.
           05 cd-disabled-chars PIC 9(9).
           05 FILLER PIC X.
           05 cd-recon-count PIC 9(9).
           05 FILLER PIC X.
           05 cd-lines-processed PIC 9(9).
           05 FILLER PIC X.
           05 cd-end-enabled PIC X.
       FD quiesce-request-file.
       01 stop-request-record PIC X(10).
       FD density-report-file.
       01 density-line PIC X(100).
       FD manifest-file.
       01 manifest-record.
           05 mf-source-tag PIC X(10).
           05 FILLER PIC X.
           05 mf-gate-mode PIC X(5).
           05 FILLER PIC X.
           05 mf-dump-dsn PIC X(80).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).
       WORKING-STORAGE SECTION.
       01 input-line-length PIC 9(6).
       01 i PIC 9(6).
           05 op-arity PIC 9(1).
           05 op-action PIC X(10).
       01 opcode-file-eof PIC X.
       01 opcode-file-loaded PIC X VALUE 'N'.
       01 opcode-count-exceeded PIC X VALUE 'N'.
       01 opcode-arity-invalid PIC X VALUE 'N'.
       01 opcode-action-invalid PIC X VALUE 'N'.
       01 recon-position PIC 9(9).
       01 recon-instr-text PIC X(40).
       01 recon-count PIC 9(9) VALUE 0.
       01 log-open-mode PIC X(6).
       01 recon-open-mode PIC X(6).
       01 recon-eof PIC X.
       01 recon-line-number-parsed PIC 9(6).

       01 log-dsn PIC X(80) VALUE "AOCDAY3.LOG".
       01 daily-summary-dsn PIC X(80) VALUE "DAILY.SUMMARY".
       01 summary-file-exists PIC X.
       01 summary-job-id PIC X(10).
       01 summary-metric-id PIC X(12).
       01 summary-metric-value PIC 9(18).
       01 summary-rows-written PIC 9(4) VALUE 0.

      *> Run-control fields: today's date in the feed's own format,
      *> the operator rerun flag, the count of ENDED records this job
       01 day2-last-status PIC X(7).
       01 run-date-iso PIC X(10).
       01 run-time-text PIC X(8).
       01 own-resume-authorizer PIC X(8).
       01 resume-stale-env PIC X(10).
       01 stale-resumable PIC X.

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
       01 stop-requested PIC X VALUE 'N'.
       01 records-since-poll PIC 9(9) VALUE 0.

      *> Manifest-mode fields: the manifest held whole, one slot per
      *> dump with its own totals as each finishes, the entry being
      *> scanned, and the gate state a dump's part two opens with -
      *> open, unless the entry says CARRY and the dump before it
      *> ended disabled. A restart picks up at the checkpointed entry
      *> (resume-dump-index); the log and reconstructed-program files
      *> mark each dump with a DUMP= header line so their restart
      *> truncation can tell one dump's records from the next.
       01 manifest-dsn PIC X(80).
       01 manifest-mode PIC X VALUE 'N'.
       01 manifest-eof PIC X.
       01 manifest-count PIC 9(2) VALUE 0.
       01 manifest-table.
           05 manifest-entry OCCURS 50.
               10 mt-source-tag PIC X(10).
               10 mt-gate-mode PIC X(5).
               10 mt-dump-dsn PIC X(80).
               10 mt-part-one-result PIC 9(10).
               10 mt-part-two-result PIC 9(10).
               10 mt-skipped-count PIC 9(9).
               10 mt-disabled-chars PIC 9(9).
               10 mt-recon-count PIC 9(9).
               10 mt-lines-processed PIC 9(9).
               10 mt-end-enabled PIC X.
       01 md PIC 9(2).
       01 mdx PIC 9(2).
       01 first-dump PIC 9(2).
       01 current-dump PIC 9(2) VALUE 0.
       01 resume-dump-index PIC 9(2) VALUE 0.
       01 checkpoint-found PIC X VALUE 'N'.
       01 gate-start-enabled PIC X VALUE 'Y'.
       01 gate-start-region PIC 9(9) VALUE 0.
       01 dump-recon-start PIC 9(9).
       01 recon-dump-kept PIC 9(9) VALUE 0.
       01 trunc-dump PIC 9(2).
       01 keep-line PIC X.
       01 manifest-block-total PIC 9(9) VALUE 0.
       01 dump-number-display PIC 99.
       01 dump-text PIC X(100).
       01 dump-fig1-display PIC Z(9)9.
       01 dump-fig2-display PIC Z(9)9.
       01 dump-fig3-display PIC Z(9)9.
       01 dump-fig4-display PIC Z(9)9.

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "AOCDAY3".
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
           MOVE SPACES TO input-dsn.
           ACCEPT input-dsn FROM ENVIRONMENT "AOCDAY3_INPUT_DSN".
           IF input-dsn = SPACES
           IF quiesce-poll-interval = 0
             MOVE 500 TO quiesce-poll-interval
           END-IF.
           MOVE SPACES TO manifest-dsn.
           ACCEPT manifest-dsn FROM ENVIRONMENT "AOCDAY3_MANIFEST_DSN".
           IF manifest-dsn NOT = SPACES
             MOVE 'Y' TO manifest-mode
             PERFORM LOAD-MANIFEST
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM WRITE-RUN-CONTROL-STARTED.
           PERFORM LOAD-CHECKPOINT.
      *> A manifest restart keeps everything the finished dumps wrote
      *> to both files, whichever part the checkpointed dump was in.
           MOVE "OUTPUT" TO log-open-mode.
           MOVE "OUTPUT" TO recon-open-mode.
           IF manifest-mode = 'Y'
             IF checkpoint-found = 'Y'
               PERFORM TRUNCATE-TRANSACTION-LOG
               OPEN EXTEND transaction-log-file
               PERFORM TRUNCATE-RECON-FILE
               OPEN EXTEND recon-file
               MOVE "EXTEND" TO log-open-mode
               MOVE "EXTEND" TO recon-open-mode
             ELSE
               OPEN OUTPUT transaction-log-file
               OPEN OUTPUT recon-file
             END-IF
           ELSE
             IF resume-part > 0
               PERFORM TRUNCATE-TRANSACTION-LOG
               OPEN EXTEND transaction-log-file
               MOVE "EXTEND" TO log-open-mode
             ELSE
               OPEN OUTPUT transaction-log-file
             END-IF
      *> The reconstructed program is only written during part two,
      *> so a restart still inside part one starts it fresh; a
      *> restart inside part two drops the records for the lines
      *> about to be rescanned, exactly as the transaction log does.
             IF resume-part = 2
               PERFORM TRUNCATE-RECON-FILE
               OPEN EXTEND recon-file
               MOVE "EXTEND" TO recon-open-mode
             ELSE
               OPEN OUTPUT recon-file
             END-IF
           END-IF.
           IF manifest-mode = 'Y'
             PERFORM PROCESS-MANIFEST
           ELSE
             PERFORM SCAN-ONE-DUMP
             PERFORM WRITE-DENSITY-REPORT
           END-IF.
           CLOSE transaction-log-file.
           CLOSE recon-file.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-DAILY-SUMMARY.
           PERFORM WRITE-RUN-CONTROL-ENDED.
           PERFORM WRITE-LINEAGE-RECORDS.
           STOP RUN.

      *> Both passes over one dump - part one's ungated total, then
      *> the gated part two - and the dump's gate timeline summary.
      *> A restart already inside part two takes part one's total
      *> from the checkpoint instead of rescanning for it.
       SCAN-ONE-DUMP.
           IF resume-part < 2
             PERFORM PART-ONE
             MOVE result TO part-one-result
           END-IF.
           PERFORM PART-TWO.
           PERFORM WRITE-GATE-TIMELINE-SUMMARY.

      *> Loads the manifest whole. An empty or absent manifest, more
      *> entries than the table holds, or a gate mode other than
      *> CARRY or RESET (blank means RESET) abends before the run is
      *> recorded as started - there is nothing sensible to scan.
       LOAD-MANIFEST.
           MOVE 0 TO manifest-count.
           MOVE 'N' TO manifest-eof.
           OPEN INPUT manifest-file.
           PERFORM UNTIL manifest-eof = 'Y'
             READ manifest-file
               AT END MOVE 'Y' TO manifest-eof
               NOT AT END
                 IF manifest-count >= 50
                   DISPLAY "AOCDAY3 MANIFEST HAS MORE THAN 50 DUMPS - "
                     "ABENDING"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 IF mf-gate-mode NOT = "CARRY" AND
                     mf-gate-mode NOT = "RESET" AND
                     mf-gate-mode NOT = SPACES
                   DISPLAY "AOCDAY3 MANIFEST GATE MODE " mf-gate-mode
                     " IS NOT CARRY OR RESET - ABENDING"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO manifest-count
                 MOVE manifest-count TO md
                 MOVE mf-source-tag TO mt-source-tag(md)
                 IF mt-source-tag(md) = SPACES
                   MOVE md TO dump-number-display
                   STRING "DUMP" dump-number-display
                     DELIMITED BY SIZE INTO mt-source-tag(md)
                 END-IF
                 MOVE mf-gate-mode TO mt-gate-mode(md)
                 IF mt-gate-mode(md) = SPACES
                   MOVE "RESET" TO mt-gate-mode(md)
                 END-IF
                 MOVE mf-dump-dsn TO mt-dump-dsn(md)
                 MOVE 0 TO mt-part-one-result(md)
                 MOVE 0 TO mt-part-two-result(md)
                 MOVE 0 TO mt-skipped-count(md)
                 MOVE 0 TO mt-disabled-chars(md)
                 MOVE 0 TO mt-recon-count(md)
                 MOVE 0 TO mt-lines-processed(md)
                 MOVE 'Y' TO mt-end-enabled(md)
             END-READ
           END-PERFORM.
           CLOSE manifest-file.
           IF manifest-count = 0
             DISPLAY "AOCDAY3 MANIFEST " FUNCTION TRIM(manifest-dsn)
               " HAS NO DUMPS - ABENDING"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

      *> Scans the manifest's dumps in order from the first one not
      *> yet finished, then rolls the per-dump totals up into the
      *> job-level fields the control totals, the daily summary and
      *> RUN.CONTROL ENDED report - so those carry the whole day.
       PROCESS-MANIFEST.
           PERFORM OPEN-DENSITY-REPORT.
           MOVE 1 TO first-dump.
           IF checkpoint-found = 'Y' AND resume-dump-index > 1
             MOVE resume-dump-index TO first-dump
             MOVE resume-dump-index TO dump-number-display
             MOVE SPACES TO density-line
             STRING "NOTE: RUN RESUMED AT DUMP " dump-number-display
               " - MAP COVERS THAT DUMP ONWARD"
               DELIMITED BY SIZE INTO density-line
             WRITE density-line
           END-IF.
           PERFORM VARYING md FROM first-dump BY 1
               UNTIL md > manifest-count
             PERFORM SCAN-MANIFEST-ENTRY
           END-PERFORM.
           CLOSE density-report-file.
           MOVE manifest-block-total TO density-block-count.
           MOVE 0 TO part-one-result.
           MOVE 0 TO result.
           MOVE 0 TO skipped-mul-count.
           MOVE 0 TO disabled-chars-total.
           MOVE 0 TO lines-processed.
           PERFORM VARYING md FROM 1 BY 1 UNTIL md > manifest-count
             ADD mt-part-one-result(md) TO part-one-result
             ADD mt-part-two-result(md) TO result
             ADD mt-skipped-count(md) TO skipped-mul-count
             ADD mt-disabled-chars(md) TO disabled-chars-total
             ADD mt-lines-processed(md) TO lines-processed
           END-PERFORM.
           PERFORM WRITE-MANIFEST-SUMMARY.

      *> One manifest entry. Only the dump a restart resumes inside
      *> keeps its resume point and its DUMP= header lines already on
      *> file; every other dump starts fresh and writes its own.
       SCAN-MANIFEST-ENTRY.
           MOVE md TO current-dump.
           MOVE mt-dump-dsn(md) TO input-dsn.
           IF md = resume-dump-index AND resume-part > 0
             COMPUTE dump-recon-start = recon-count - recon-dump-kept
           ELSE
             MOVE 0 TO resume-part
             MOVE 0 TO resume-lines-processed
             MOVE recon-count TO dump-recon-start
             PERFORM WRITE-DUMP-HEADER-LINES
           END-IF.
           MOVE 'Y' TO gate-start-enabled.
           MOVE 0 TO gate-start-region.
           IF mt-gate-mode(md) = "CARRY" AND md > 1
             COMPUTE mdx = md - 1
             IF mt-end-enabled(mdx) = 'N'
               MOVE 'N' TO gate-start-enabled
               MOVE 1 TO gate-start-region
             END-IF
           END-IF.
           PERFORM SCAN-ONE-DUMP.
           MOVE part-one-result TO mt-part-one-result(md).
           MOVE result TO mt-part-two-result(md).
           MOVE skipped-mul-count TO mt-skipped-count(md).
           MOVE disabled-chars-total TO mt-disabled-chars(md).
           COMPUTE mt-recon-count(md) = recon-count - dump-recon-start.
           MOVE lines-processed TO mt-lines-processed(md).
           MOVE enabled TO mt-end-enabled(md).
           MOVE SPACES TO density-line.
           WRITE density-line.
           MOVE md TO dump-number-display.
           MOVE SPACES TO density-line.
           STRING "DUMP " dump-number-display
             "  SOURCE: " mt-source-tag(md)
             "  DSN: " FUNCTION TRIM(mt-dump-dsn(md))
             DELIMITED BY SIZE INTO density-line.
           WRITE density-line.
           PERFORM WRITE-DENSITY-BLOCKS.
           ADD density-block-count TO manifest-block-total.
           PERFORM RESET-DENSITY-TABLE.
           MOVE 0 TO resume-part.
           MOVE 0 TO resume-lines-processed.
           IF md < manifest-count
             PERFORM WRITE-NEXT-DUMP-CHECKPOINT
           END-IF.

      *> Marks the start of a dump on the transaction log and the
      *> reconstructed program, so a reader (and the restart
      *> truncation) can tell which dump the LINE= records below it
      *> came from.
       WRITE-DUMP-HEADER-LINES.
           MOVE md TO dump-number-display.
           MOVE SPACES TO dump-text.
           STRING "DUMP=" dump-number-display
             " SOURCE=" FUNCTION TRIM(mt-source-tag(md))
             " GATE=" mt-gate-mode(md)
             " DSN=" FUNCTION TRIM(mt-dump-dsn(md))
             DELIMITED BY SIZE INTO dump-text.
           MOVE dump-text TO log-line.
           WRITE log-line.
           MOVE dump-text TO recon-line.
           WRITE recon-line.

      *> Per-dump and grand totals, appended to the transaction log
      *> after the last dump's gate timeline.
       WRITE-MANIFEST-SUMMARY.
           MOVE SPACES TO log-line.
           WRITE log-line.
           MOVE "MANIFEST SUMMARY" TO log-line.
           WRITE log-line.
           MOVE SPACES TO log-line.
           STRING "  DUMP SOURCE          PART ONE    PART TWO"
             "  DISABLED-CHR   RECON-RECS"
             DELIMITED BY SIZE INTO log-line.
           WRITE log-line.
           PERFORM VARYING md FROM 1 BY 1 UNTIL md > manifest-count
             MOVE md TO dump-number-display
             MOVE mt-part-one-result(md) TO dump-fig1-display
             MOVE mt-part-two-result(md) TO dump-fig2-display
             MOVE mt-disabled-chars(md) TO dump-fig3-display
             MOVE mt-recon-count(md) TO dump-fig4-display
             MOVE SPACES TO log-line
             STRING "  " dump-number-display "   " mt-source-tag(md)
               " " dump-fig1-display "  " dump-fig2-display
               "  " dump-fig3-display "  " dump-fig4-display
               DELIMITED BY SIZE INTO log-line
             WRITE log-line
           END-PERFORM.
           MOVE part-one-result TO dump-fig1-display.
           MOVE result TO dump-fig2-display.
           MOVE disabled-chars-total TO dump-fig3-display.
           MOVE recon-count TO dump-fig4-display.
           MOVE SPACES TO log-line.
           STRING "  GRAND TOTAL     "
             " " dump-fig1-display "  " dump-fig2-display
             "  " dump-fig3-display "  " dump-fig4-display
             DELIMITED BY SIZE INTO log-line.
           WRITE log-line.

      *> Decides whether this job should be running at all: scans the
      *> shared run-control dataset for today's records, refuses a
           MOVE SPACES TO rerun-flag-env.
           ACCEPT rerun-flag-env FROM ENVIRONMENT "OPER_RERUN".
           MOVE 0 TO own-ended-count.
           MOVE SPACES TO own-resume-authorizer.
           MOVE SPACES TO day1-last-status.
           MOVE SPACES TO day2-last-status.
           MOVE 'N' TO run-control-exists.
                   EVALUATE TRUE
                     WHEN rc-job-id = "AOCDAY3" AND rc-status = "ENDED"
                       ADD 1 TO own-ended-count
                       MOVE SPACES TO own-resume-authorizer
                     WHEN rc-job-id = "AOCDAY3"
                       MOVE rc-authorized-by TO own-resume-authorizer
                     WHEN rc-job-id = "AOCDAY1"
                       MOVE rc-status TO day1-last-status
                     WHEN rc-job-id = "AOCDAY2"
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
             DISPLAY "AOCDAY3 RESUMING RERUN AUTHORIZED BY "
               auth-operator-id
             EXIT PARAGRAPH
           END-IF.
           MOVE "AOCDAY3" TO auth-job-id.
           MOVE "RERUN" TO auth-override-type.
           PERFORM CLAIM-AUTHORIZATION.
           IF auth-granted = 'N'
             DISPLAY "AOCDAY3 RERUN REFUSED - NO UNEXPIRED RERUN "
               "AUTHORIZATION FOR " run-date-iso " ON "
               FUNCTION TRIM(auth-register-dsn)
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "AOCDAY3 RERUN AUTHORIZED BY " auth-operator-id
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

      *> Restores the checkpointed part, position, and accumulators
      *> from the last run so a rerun after an abend can resume there.
      *> Leaves resume-part at zero (a fresh run) when no checkpoint
           END-READ.
           IF checkpoint-file-eof = 'N'
             PERFORM VERIFY-CHECKPOINT-STAMP
             MOVE 'Y' TO checkpoint-found
             IF ckpt-dump-index IS NUMERIC
               MOVE ckpt-dump-index TO resume-dump-index
             END-IF
             MOVE ckpt-part TO resume-part
             MOVE ckpt-part-one-result TO resume-part-one-result
             MOVE ckpt-lines-processed TO resume-lines-processed
             MOVE ckpt-rescan-count TO resume-rescan-count
             MOVE ckpt-rescan-total TO resume-rescan-total
           END-IF.
           IF checkpoint-file-eof = 'N' AND manifest-mode = 'Y'
             PERFORM UNTIL checkpoint-file-eof = 'Y'
               READ checkpoint-file
                 AT END MOVE 'Y' TO checkpoint-file-eof
                 NOT AT END
                   IF cd-dump-index >= 1 AND
                       cd-dump-index <= manifest-count
                     MOVE cd-dump-index TO md
                     MOVE cd-part-one-result TO mt-part-one-result(md)
                     MOVE cd-part-two-result TO mt-part-two-result(md)
                     MOVE cd-skipped-count TO mt-skipped-count(md)
                     MOVE cd-disabled-chars TO mt-disabled-chars(md)
                     MOVE cd-recon-count TO mt-recon-count(md)
                     MOVE cd-lines-processed TO mt-lines-processed(md)
                     MOVE cd-end-enabled TO mt-end-enabled(md)
                   END-IF
               END-READ
             END-PERFORM
           END-IF.
           CLOSE checkpoint-file.

      *> Refuses to resume from a checkpoint not taken today against
      *> the matching dump back (honor it). A checkpoint from before
      *> the stamp existed carries blanks and is refused the same
      *> way - its provenance cannot be proven either.
      *> In manifest mode the dump to compare against is the
      *> manifest's entry at the checkpointed index; an index the
      *> manifest does not have (or a single-dump checkpoint) can
      *> only be stale. A single-dump run likewise refuses a
      *> manifest checkpoint. Those two cannot be resumed at all -
      *> there is no dump to resume into - so no authorization
      *> overrides them; a checkpoint that is only out of date can
      *> be resumed under a STALECKPT grant.
       VERIFY-CHECKPOINT-STAMP.
           MOVE 'Y' TO stale-resumable.
           IF manifest-mode = 'Y'
             IF ckpt-dump-index IS NUMERIC AND ckpt-dump-index >= 1
                 AND ckpt-dump-index <= manifest-count
               MOVE mt-dump-dsn(ckpt-dump-index) TO input-dsn
             ELSE
               MOVE manifest-dsn TO input-dsn
               MOVE 'N' TO stale-resumable
             END-IF
           ELSE
             IF ckpt-dump-index IS NUMERIC AND ckpt-dump-index > 0
               MOVE SPACES TO ckpt-run-date
               MOVE 'N' TO stale-resumable
             END-IF
           END-IF.
           IF ckpt-run-date = run-date-iso AND
               ckpt-input-dsn = input-dsn
             EXIT PARAGRAPH
             FUNCTION TRIM(ckpt-input-dsn).
           DISPLAY "  THIS RUN IS " run-date-iso " AGAINST "
             FUNCTION TRIM(input-dsn).
           IF stale-resumable = 'Y'
             MOVE SPACES TO resume-stale-env
             ACCEPT resume-stale-env FROM ENVIRONMENT
                 "OPER_RESUME_STALE"
             IF resume-stale-env(1:1) = 'Y'
               MOVE "AOCDAY3" TO auth-job-id
               MOVE "STALECKPT" TO auth-override-type
               PERFORM CLAIM-AUTHORIZATION
               IF auth-granted = 'Y'
                 DISPLAY "  RESUMING ANYWAY - AUTHORIZED BY "
                   auth-operator-id " REASON " auth-reason-code
                 EXIT PARAGRAPH
               END-IF
               DISPLAY "  OPER_RESUME_STALE REFUSED - NO UNEXPIRED "
                 "STALECKPT AUTHORIZATION FOR " run-date-iso
             END-IF
           END-IF.
           DISPLAY "  CLEAR AOCDAY3.CKPT TO START FRESH, OR RESTORE "
             "THE MATCHING INPUT TO RESUME".
           IF stale-resumable = 'Y'
             DISPLAY "  (OR RESUME WITH OPER_RESUME_STALE=Y UNDER A "
               "STALECKPT AUTHORIZATION)"
           END-IF.
           CLOSE checkpoint-file.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *> a line the restart is about to reprocess, before the main
      *> procedure re-opens the file EXTEND and resumes scanning.
       TRUNCATE-TRANSACTION-LOG.
           MOVE 0 TO trunc-dump.
           MOVE 'N' TO tlog-eof.
           OPEN INPUT transaction-log-file.
           OPEN OUTPUT transaction-log-temp-file.
             READ transaction-log-file
               AT END MOVE 'Y' TO tlog-eof
               NOT AT END
                 MOVE 'N' TO keep-line
                 IF manifest-mode = 'Y'
                   PERFORM JUDGE-MANIFEST-LOG-LINE
                 ELSE
                   PERFORM JUDGE-LOG-LINE
                 END-IF
                 IF keep-line = 'Y'
                   MOVE log-line TO log-temp-line
                   WRITE log-temp-line
                 END-IF
           CLOSE transaction-log-file.
           CLOSE transaction-log-temp-file.

       JUDGE-LOG-LINE.
           MOVE log-line(6:6) TO log-line-number-parsed.
           MOVE log-line(18:1) TO log-part-parsed.
           IF (log-part-parsed = 1 AND
               (resume-part = 2 OR
                log-line-number-parsed <= resume-lines-processed))
               OR
              (log-part-parsed = 2 AND
               log-line-number-parsed <= resume-lines-processed)
             MOVE 'Y' TO keep-line
           END-IF.

      *> Manifest mode: everything under a finished dump's DUMP=
      *> header stays; under the dump being resumed, the header and
      *> the LINE= records the single-dump rule keeps; nothing from a
      *> dump the restart has not reached, nor the resumed dump's
      *> summary lines, which it writes again.
       JUDGE-MANIFEST-LOG-LINE.
           IF log-line(1:5) = "DUMP="
             MOVE log-line(6:2) TO trunc-dump
           END-IF.
           EVALUATE TRUE
             WHEN trunc-dump < resume-dump-index
               MOVE 'Y' TO keep-line
             WHEN trunc-dump > resume-dump-index OR resume-part = 0
               CONTINUE
             WHEN log-line(1:5) = "DUMP="
               MOVE 'Y' TO keep-line
             WHEN log-line(1:5) = "LINE="
               PERFORM JUDGE-LOG-LINE
           END-EVALUATE.

      *> Marks the transition from part one to part two, so an abend
      *> early in part two still knows part one's already-final total
      *> instead of redoing it.
           MOVE 0 TO ckpt-rescan-total.
           MOVE run-date-iso TO ckpt-run-date.
           MOVE input-dsn TO ckpt-input-dsn.
           MOVE current-dump TO ckpt-dump-index.
           OPEN OUTPUT checkpoint-file.
           WRITE checkpoint-record.
           PERFORM WRITE-CHECKPOINT-DUMP-TOTALS.
           CLOSE checkpoint-file.

      *> Saves part one's progress every checkpoint-interval lines.
           MOVE 0 TO ckpt-rescan-total.
           MOVE run-date-iso TO ckpt-run-date.
           MOVE input-dsn TO ckpt-input-dsn.
           MOVE current-dump TO ckpt-dump-index.
           OPEN OUTPUT checkpoint-file.
           WRITE checkpoint-record.
           PERFORM WRITE-CHECKPOINT-DUMP-TOTALS.
           CLOSE checkpoint-file.

      *> Saves part two's progress every checkpoint-interval lines,
           MOVE rescan-mul-total TO ckpt-rescan-total.
           MOVE run-date-iso TO ckpt-run-date.
           MOVE input-dsn TO ckpt-input-dsn.
           MOVE current-dump TO ckpt-dump-index.
           OPEN OUTPUT checkpoint-file.
           WRITE checkpoint-record.
           PERFORM WRITE-CHECKPOINT-DUMP-TOTALS.
           CLOSE checkpoint-file.

      *> Between two manifest dumps: the next dump has not started,
      *> so a restart from here begins it fresh (part zero) with the
      *> finished dumps' totals in hand.
       WRITE-NEXT-DUMP-CHECKPOINT.
           MOVE SPACES TO checkpoint-record.
           MOVE 0 TO ckpt-part.
           MOVE 0 TO ckpt-part-one-result.
           MOVE 0 TO ckpt-lines-processed.
           MOVE 0 TO ckpt-cumulative-offset.
           MOVE 0 TO ckpt-result.
           MOVE 'Y' TO ckpt-enabled.
           MOVE 0 TO ckpt-skipped-count.
           MOVE 0 TO ckpt-skipped-total.
           MOVE 0 TO ckpt-disabled-chars.
           MOVE 0 TO ckpt-region-start.
           MOVE 0 TO ckpt-rescan-count.
           MOVE 0 TO ckpt-rescan-total.
           MOVE run-date-iso TO ckpt-run-date.
           COMPUTE ckpt-dump-index = md + 1.
           MOVE mt-dump-dsn(ckpt-dump-index) TO ckpt-input-dsn.
           OPEN OUTPUT checkpoint-file.
           WRITE checkpoint-record.
           PERFORM WRITE-CHECKPOINT-DUMP-TOTALS.
           CLOSE checkpoint-file.

      *> One record per manifest dump finished before the one the
      *> checkpoint record stands for.
       WRITE-CHECKPOINT-DUMP-TOTALS.
           IF manifest-mode = 'N'
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING mdx FROM 1 BY 1 UNTIL mdx >= ckpt-dump-index
             MOVE SPACES TO checkpoint-dump-record
             MOVE mdx TO cd-dump-index
             MOVE mt-part-one-result(mdx) TO cd-part-one-result
             MOVE mt-part-two-result(mdx) TO cd-part-two-result
             MOVE mt-skipped-count(mdx) TO cd-skipped-count
             MOVE mt-disabled-chars(mdx) TO cd-disabled-chars
             MOVE mt-recon-count(mdx) TO cd-recon-count
             MOVE mt-lines-processed(mdx) TO cd-lines-processed
             MOVE mt-end-enabled(mdx) TO cd-end-enabled
             WRITE checkpoint-dump-record
           END-PERFORM.

      *> Resets the checkpoint file once both parts complete
      *> normally, so the next run starts fresh instead of thinking
      *> it should resume partway through a new dump.
           MOVE density-block-count TO totals-display.
           DISPLAY "  DENSITY BLOCKS MAPPED ....: "
             FUNCTION TRIM(totals-display).
           IF manifest-mode = 'Y'
             DISPLAY "  PER-DUMP BREAKDOWN:"
             PERFORM VARYING md FROM 1 BY 1 UNTIL md > manifest-count
               MOVE md TO dump-number-display
               MOVE mt-part-one-result(md) TO dump-fig1-display
               MOVE mt-part-two-result(md) TO dump-fig2-display
               MOVE mt-disabled-chars(md) TO dump-fig3-display
               MOVE mt-recon-count(md) TO dump-fig4-display
               MOVE SPACES TO dump-text
               STRING "    DUMP " dump-number-display
                 " " mt-source-tag(md)
                 " PART1 " FUNCTION TRIM(dump-fig1-display)
                 "  PART2 " FUNCTION TRIM(dump-fig2-display)
                 "  DISABLED-CHR " FUNCTION TRIM(dump-fig3-display)
                 "  RECON " FUNCTION TRIM(dump-fig4-display)
                 DELIMITED BY SIZE INTO dump-text
               DISPLAY FUNCTION TRIM(dump-text)
             END-PERFORM
           END-IF.
           DISPLAY "------------------------------------------------".

      *> Appends this run's headline numbers to the shared daily-
      *> two pass totals plus the skipped-mul and disabled-character
      *> figures, so the numbers the morning questions are about
      *> reach the trend report instead of living only in SYSOUT.
      *> The dump lines processed go too, for the staging
      *> reconciliation to balance against FrontEndEdit's count.
       WRITE-DAILY-SUMMARY.
           ACCEPT run-date-fields FROM DATE YYYYMMDD.
           MOVE 'N' TO summary-file-exists.
           ELSE
             OPEN OUTPUT daily-summary-file
           END-IF.
           MOVE "AOCDAY3" TO summary-job-id.
           MOVE "PART1" TO summary-metric-id.
           MOVE part-one-result TO summary-metric-value.
           PERFORM APPEND-SUMMARY-METRIC.
           MOVE "DISABLED-CHR" TO summary-metric-id.
           MOVE disabled-chars-total TO summary-metric-value.
           PERFORM APPEND-SUMMARY-METRIC.
           MOVE "LINES-PROC" TO summary-metric-id.
           MOVE lines-processed TO summary-metric-value.
           PERFORM APPEND-SUMMARY-METRIC.
      *> In manifest mode, further records per dump under its own
      *> job id (A3- prefix plus the source tag), the way AOCDay2
      *> publishes its A2- unit series, so each source system's
      *> figures trend on their own - and each dump's lines
      *> processed can be balanced against the feed that staged it,
      *> where the job-wide LINES-PROC is every dump's together.
           IF manifest-mode = 'Y'
             PERFORM VARYING md FROM 1 BY 1 UNTIL md > manifest-count
               MOVE SPACES TO summary-job-id
               STRING "A3-" mt-source-tag(md)(1:7)
                 DELIMITED BY SIZE INTO summary-job-id
               MOVE "PART1" TO summary-metric-id
               MOVE mt-part-one-result(md) TO summary-metric-value
               PERFORM APPEND-SUMMARY-METRIC
               MOVE "PART2" TO summary-metric-id
               MOVE mt-part-two-result(md) TO summary-metric-value
               PERFORM APPEND-SUMMARY-METRIC
               MOVE "DISABLED-CHR" TO summary-metric-id
               MOVE mt-disabled-chars(md) TO summary-metric-value
               PERFORM APPEND-SUMMARY-METRIC
               MOVE "LINES-PROC" TO summary-metric-id
               MOVE mt-lines-processed(md) TO summary-metric-value
               PERFORM APPEND-SUMMARY-METRIC
             END-PERFORM
           END-IF.
           CLOSE daily-summary-file.

       APPEND-SUMMARY-METRIC.
           MOVE SPACES TO daily-summary-record.
           MOVE summary-job-id TO ds-job-id.
           STRING run-date-yyyy "-" run-date-mm "-" run-date-dd
             INTO ds-run-date.
           MOVE summary-metric-id TO ds-metric-id.
           MOVE summary-metric-value TO ds-metric-value.
           WRITE daily-summary-record.
           ADD 1 TO summary-rows-written.

       PART-ONE.
           MOVE 1 TO current-part.
             MOVE 0 TO result
             MOVE 0 TO cumulative-offset
             MOVE 0 TO lines-skipped
             MOVE gate-start-enabled TO enabled
             MOVE 0 TO skipped-mul-count
             MOVE 0 TO skipped-mul-total
             MOVE 0 TO disabled-chars-total
             MOVE gate-start-region TO disabled-region-start
             MOVE 0 TO rescan-mul-count
             MOVE 0 TO rescan-mul-total
           END-IF.
           CLOSE input-file.
           CLOSE transaction-log-file.
           CLOSE recon-file.
           IF manifest-mode = 'Y'
             CLOSE density-report-file
           END-IF.
           MOVE lines-processed TO totals-display.
           DISPLAY "AOCDAY3 QUIESCED BY OPERATOR REQUEST AFTER LINE "
             FUNCTION TRIM(totals-display).
      *> TRUNCATE-TRANSACTION-LOG uses; the records kept are counted
      *> so the control total still covers the whole run.
       TRUNCATE-RECON-FILE.
           MOVE 0 TO trunc-dump.
           MOVE 'N' TO recon-eof.
           OPEN INPUT recon-file.
           OPEN OUTPUT recon-temp-file.
             READ recon-file
               AT END MOVE 'Y' TO recon-eof
               NOT AT END
                 IF manifest-mode = 'Y'
                   PERFORM JUDGE-MANIFEST-RECON-LINE
                 ELSE
                   MOVE recon-line(6:6) TO recon-line-number-parsed
                   IF recon-line-number-parsed <= resume-lines-processed
                     MOVE recon-line TO recon-temp-line
                     WRITE recon-temp-line
                     ADD 1 TO recon-count
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE recon-file.
           CLOSE recon-temp-file.

      *> Manifest mode, by the same rule as JUDGE-MANIFEST-LOG-LINE;
      *> part-two records only, since nothing else is written here.
      *> The instructions kept for the dump being resumed are counted
      *> apart so its own recon total still covers the whole dump.
       JUDGE-MANIFEST-RECON-LINE.
           MOVE 'N' TO keep-line.
           IF recon-line(1:5) = "DUMP="
             MOVE recon-line(6:2) TO trunc-dump
           END-IF.
           EVALUATE TRUE
             WHEN trunc-dump < resume-dump-index
               MOVE 'Y' TO keep-line
             WHEN trunc-dump > resume-dump-index OR resume-part = 0
               CONTINUE
             WHEN recon-line(1:5) = "DUMP="
               MOVE 'Y' TO keep-line
             WHEN resume-part = 2
               MOVE recon-line(6:6) TO recon-line-number-parsed
               IF recon-line-number-parsed <= resume-lines-processed
                 MOVE 'Y' TO keep-line
                 ADD 1 TO recon-dump-kept
               END-IF
           END-EVALUATE.
           IF keep-line = 'Y'
             MOVE recon-line TO recon-temp-line
             WRITE recon-temp-line
             IF recon-line(1:5) = "LINE="
               ADD 1 TO recon-count
             END-IF
           END-IF.

      *> Gate timeline summary, appended to the transaction log once
      *> both parts are final (and so never seen by the restart
      *> truncation, which only runs while a checkpoint is live):
      *> covers those - and says so, the same way AOCDay2's
      *> simulation grid flags a resumed run.
       WRITE-DENSITY-REPORT.
           PERFORM OPEN-DENSITY-REPORT.
           PERFORM WRITE-DENSITY-BLOCKS.
           CLOSE density-report-file.

      *> In manifest mode the heading is written once and each dump
      *> gets its own section of blocks, positions counted from the
      *> start of that dump as its log records are.
       OPEN-DENSITY-REPORT.
           OPEN OUTPUT density-report-file.
           MOVE "CORRUPTION-DENSITY MAP" TO density-line.
           WRITE density-line.
           STRING "BLOCK SIZE (CHARS): " FUNCTION TRIM(totals-display)
             INTO density-line.
           WRITE density-line.

       WRITE-DENSITY-BLOCKS.
           IF resume-part = 2 AND resume-lines-processed > 0
             MOVE resume-lines-processed TO totals-display
             MOVE SPACES TO density-line
               INTO density-line
             WRITE density-line
           END-PERFORM.

       RESET-DENSITY-TABLE.
           PERFORM VARYING db FROM 1 BY 1 UNTIL db > 500
             MOVE 0 TO db-recognized(db)
             MOVE 0 TO db-unmatched(db)
             MOVE 0 TO db-disabled(db)
           END-PERFORM.
           MOVE 0 TO density-block-count.
           MOVE 'N' TO density-overflow.

      *> Builds the instruction table from the built-in defaults,
      *> then lets an AOCDAY3.OPCODES control file replace it
             AT END MOVE 'Y' TO opcode-file-eof
           END-READ.
           IF opcode-file-eof = 'N'
             MOVE 'Y' TO opcode-file-loaded
             MOVE 0 TO opcode-count
             PERFORM UNTIL (opcode-file-eof = 'Y')
                 OR (opcode-count-exceeded = 'Y')
               "AOCDAY3.OPCODES HAS AN UNSUPPORTED ACTION - ABENDING"
             STOP RUN
           END-IF.

      *> Lineage entries for this run: the dump or dumps it scanned,
      *> the manifest and opcode tables it was driven by, and the
      *> transaction log, reconstructed program, density map,
      *> summary rows and run-control records it produced. A restart
      *> extends the log and reconstructed program it resumed, and
      *> they are entered with all the records they hold at the end.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           MOVE "INPUT" TO lineage-mode.
           IF manifest-mode = 'Y'
             MOVE "MANIFEST" TO lineage-role
             MOVE manifest-dsn TO lineage-entry-dsn
             MOVE manifest-count TO lineage-count
             MOVE 'Y' TO lineage-origin
             PERFORM APPEND-LINEAGE-RECORD
             MOVE 'N' TO lineage-origin
             MOVE "DUMP" TO lineage-role
             PERFORM VARYING md FROM 1 BY 1 UNTIL md > manifest-count
               MOVE mt-dump-dsn(md) TO lineage-entry-dsn
               MOVE mt-lines-processed(md) TO lineage-count
               PERFORM APPEND-LINEAGE-RECORD
             END-PERFORM
           ELSE
             MOVE "INPUT" TO lineage-role
             MOVE input-dsn TO lineage-entry-dsn
             MOVE lines-processed TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF opcode-file-loaded = 'Y'
             MOVE "OPCODES" TO lineage-role
             MOVE "AOCDAY3.OPCODES" TO lineage-entry-dsn
             MOVE opcode-count TO lineage-count
             MOVE 'Y' TO lineage-origin
             PERFORM APPEND-LINEAGE-RECORD
             MOVE 'N' TO lineage-origin
           END-IF.
           MOVE "TRANS-LOG" TO lineage-role.
           MOVE log-dsn TO lineage-entry-dsn.
           MOVE log-open-mode TO lineage-mode.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "RECON" TO lineage-role.
           MOVE recon-dsn TO lineage-entry-dsn.
           MOVE recon-open-mode TO lineage-mode.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "DENSITY" TO lineage-role.
           MOVE density-dsn TO lineage-entry-dsn.
           MOVE "OUTPUT" TO lineage-mode.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "DAILY-SUMM" TO lineage-role.
           MOVE daily-summary-dsn TO lineage-entry-dsn.
           MOVE "EXTEND" TO lineage-mode.
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
