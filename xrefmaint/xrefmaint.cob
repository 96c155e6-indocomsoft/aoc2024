       IDENTIFICATION DIVISION.
       PROGRAM-ID. XrefMaint.
       AUTHOR. JULIUS PUTRA TANU SETIAJI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Maintenance and validation pass over AOCDay1's location-ID
      *> cross-reference. A site renumbered twice (A to B, then B to
      *> C) is collapsed so every row points straight at the final
      *> surviving ID; rows that point at each other, directly or
      *> round a longer ring, are rejected; and so is any row whose
      *> target is not an active site on the location master. Rows
      *> that have translated nothing for the last N AOCDay1 runs are
      *> listed, so a finished renumbering gets a retirement date
      *> instead of lingering for years.
           SELECT OPTIONAL xref-control-file ASSIGN TO
           "AOCDAY1.XREF" LINE SEQUENTIAL.
           SELECT xref-temp-file ASSIGN TO "AOCDAY1.XREFTMP"
           LINE SEQUENTIAL.
      *> Per-run usage history AOCDay1 appends at end of job - one row
      *> per cross-reference row in effect, with the IDs it remapped.
           SELECT OPTIONAL xref-usage-file ASSIGN TO
           "AOCDAY1.XREFUSE" LINE SEQUENTIAL.
      *> The same indexed master AOCDay1 and LocMaint use, under the
      *> same dataset name and override, read here only to prove each
      *> surviving target is a real, active site.
           SELECT OPTIONAL location-master-file ASSIGN DYNAMIC
           location-master-dsn
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY lm-location-id.
      *> Validation report: one line per cross-reference row with its
      *> disposition, the full row image of anything rejected (the
      *> row as it still stands on file, to be corrected there), and
      *> the stale row listing.
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
       FD xref-control-file.
       01 xref-control-record.
           05 xc-old-id PIC 9(6).
           05 FILLER PIC X.
           05 xc-new-id PIC 9(6).
           05 FILLER PIC X.
           05 xc-effective-date PIC X(10).
           05 FILLER PIC X.
           05 xc-retire-date PIC X(10).
       FD xref-temp-file.
       01 xref-temp-record PIC X(35).
       FD xref-usage-file.
       01 xref-usage-record.
           05 xu-run-date PIC X(10).
           05 FILLER PIC X.
           05 xu-old-id PIC 9(6).
           05 FILLER PIC X.
           05 xu-new-id PIC 9(6).
           05 FILLER PIC X.
           05 xu-use-count PIC 9(9).
       FD location-master-file.
       01 location-master-record.
           05 lm-location-id PIC 9(6).
           05 lm-site-name PIC X(30).
           05 lm-region-code PIC X(4).
           05 lm-status PIC X.
       FD report-file.
       01 report-line PIC X(100).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
      *> The whole cross-reference, held in the same 100 rows AOCDay1
      *> loads. Every row keeps its original image (for the report
      *> and the rewrite), the target it collapses to, and its
      *> disposition: K kept as is, C kept with a collapsed target,
      *> R retired (kept untouched for the record), X rejected.
       01 xref-file-eof PIC X.
       01 xref-count PIC 9(3) VALUE 0.
       01 xref-table-area.
           05 xref-entry OCCURS 100.
               10 xt-image PIC X(35).
               10 xt-old-id PIC 9(6).
               10 xt-new-id PIC 9(6).
               10 xt-final-id PIC 9(6).
               10 xt-effective-date PIC X(10).
               10 xt-retire-date PIC X(10).
               10 xt-live PIC X.
               10 xt-in-effect PIC X.
               10 xt-disposition PIC X.
               10 xt-reason PIC X(40).
               10 xt-use-total PIC 9(9).
       01 xf PIC 9(3).
       01 xg PIC 9(3).

      *> Chain-walk work fields: the ID the walk has reached, the ID
      *> the row may safely be collapsed to (the walk stops
      *> collapsing at the first link not yet in effect, so a future
      *> renumbering is not applied early), and the step count that
      *> proves a ring once it exceeds the number of rows.
       01 chain-id PIC 9(6).
       01 collapse-id PIC 9(6).
       01 chain-steps PIC 9(4).
       01 chain-done PIC X.
       01 chain-loop PIC X.
       01 chain-pending PIC X.
       01 link-found PIC X.

       01 kept-count PIC 9(9) VALUE 0.
       01 collapsed-count PIC 9(9) VALUE 0.
       01 retired-count PIC 9(9) VALUE 0.
       01 rejected-count PIC 9(9) VALUE 0.
       01 stale-count PIC 9(9) VALUE 0.
       01 totals-display PIC Z(9)9.

      *> Stale-row window: how many of the most recent AOCDay1 runs on
      *> the usage history a row must have been idle for, and the
      *> earliest run date inside that window. Until the history holds
      *> that many runs there is not enough evidence, and the listing
      *> says so rather than calling every row stale.
       01 stale-runs-env PIC X(10).
       01 stale-runs PIC 9(4) VALUE 30.
       01 usage-file-eof PIC X.
       01 usage-run-count PIC 9(6) VALUE 0.
       01 usage-run-index PIC 9(6).
       01 usage-last-date PIC X(10).
       01 window-start-date PIC X(10).

      *> Validate-only switch: when set, the report is produced but
      *> the cross-reference file is left exactly as it was.
       01 validate-only-env PIC X(10).
       01 validate-only PIC X VALUE 'N'.

       01 master-available PIC X VALUE 'N'.
       01 master-lookups PIC 9(9) VALUE 0.
       01 location-master-dsn PIC X(80) VALUE "AOCDAY1.LOCMST".
       01 report-dsn PIC X(80) VALUE "XREFMAINT.RPT".
       01 run-date-iso PIC X(10).

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
       01 lineage-job-id PIC X(10) VALUE "XREFMAINT".
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
           MOVE SPACES TO location-master-dsn.
           ACCEPT location-master-dsn FROM ENVIRONMENT
               "AOCDAY1_LOCMST_DSN".
           IF location-master-dsn = SPACES
             MOVE "AOCDAY1.LOCMST" TO location-master-dsn
           END-IF.
           MOVE SPACES TO report-dsn.
           ACCEPT report-dsn FROM ENVIRONMENT "XREFMAINT_RPT_DSN".
           IF report-dsn = SPACES
             MOVE "XREFMAINT.RPT" TO report-dsn
           END-IF.
           MOVE SPACES TO stale-runs-env.
           ACCEPT stale-runs-env FROM ENVIRONMENT
               "XREFMAINT_STALE_RUNS".
           IF FUNCTION TRIM(stale-runs-env) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(stale-runs-env))
               TO stale-runs
           END-IF.
           IF stale-runs = 0
             MOVE 30 TO stale-runs
           END-IF.
           MOVE SPACES TO validate-only-env.
           ACCEPT validate-only-env FROM ENVIRONMENT
               "XREFMAINT_VALIDATE_ONLY".
           IF validate-only-env(1:1) = 'Y'
             MOVE 'Y' TO validate-only
           END-IF.
           ACCEPT run-date-fields FROM DATE YYYYMMDD.
           MOVE SPACES TO run-date-iso.
           STRING run-date-yyyy "-" run-date-mm "-" run-date-dd
             INTO run-date-iso.
           PERFORM PROBE-LOCATION-MASTER.
           IF master-available = 'N'
             DISPLAY "XREFMAINT: LOCATION MASTER "
               FUNCTION TRIM(location-master-dsn)
               " NOT AVAILABLE - TARGETS CANNOT BE VALIDATED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM LOAD-XREF-ROWS.
           OPEN INPUT location-master-file.
           PERFORM VARYING xf FROM 1 BY 1 UNTIL xf > xref-count
             PERFORM VALIDATE-ONE-ROW
           END-PERFORM.
           CLOSE location-master-file.
           PERFORM ACCUMULATE-RECENT-USAGE.
           PERFORM WRITE-REPORT.
           IF validate-only = 'N'
             PERFORM REWRITE-XREF-FILE
           END-IF.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF rejected-count > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> The SELECT is OPTIONAL, so an absent master opens cleanly and
      *> simply has no first record - which here would reject every
      *> row, so the run is refused instead.
       PROBE-LOCATION-MASTER.
           MOVE 'N' TO master-available.
           OPEN INPUT location-master-file.
           READ location-master-file NEXT RECORD
             AT END CONTINUE
             NOT AT END MOVE 'Y' TO master-available
           END-READ.
           CLOSE location-master-file.

      *> Loads every row. Unlike AOCDay1, which can simply stop at
      *> its table size, this job rewrites the file, so a row that
      *> did not fit would be lost - an oversized file abends instead.
      *> A row is live unless its retirement date has passed, and in
      *> effect when it is live and its effective date has arrived.
       LOAD-XREF-ROWS.
           MOVE 0 TO xref-count.
           MOVE 'N' TO xref-file-eof.
           OPEN INPUT xref-control-file.
           PERFORM UNTIL xref-file-eof = 'Y'
             READ xref-control-file
               AT END MOVE 'Y' TO xref-file-eof
               NOT AT END
                 IF xref-count >= 100
                   DISPLAY "XREFMAINT: AOCDAY1.XREF HAS MORE THAN 100 "
                     "ROWS - AOCDAY1 CANNOT LOAD THEM ALL; RETIRE "
                     "ROWS AND RERUN"
                   CLOSE xref-control-file
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO xref-count
                 MOVE xref-control-record TO xt-image(xref-count)
                 MOVE xc-old-id TO xt-old-id(xref-count)
                 MOVE xc-new-id TO xt-new-id(xref-count)
                 MOVE xc-new-id TO xt-final-id(xref-count)
                 MOVE xc-effective-date TO
                   xt-effective-date(xref-count)
                 MOVE xc-retire-date TO xt-retire-date(xref-count)
                 MOVE SPACES TO xt-reason(xref-count)
                 MOVE 0 TO xt-use-total(xref-count)
                 MOVE 'Y' TO xt-live(xref-count)
                 MOVE 'Y' TO xt-in-effect(xref-count)
                 IF xc-retire-date NOT = SPACES
                     AND xc-retire-date <= run-date-iso
                   MOVE 'N' TO xt-live(xref-count)
                   MOVE 'N' TO xt-in-effect(xref-count)
                 END-IF
                 IF xc-effective-date NOT = SPACES
                     AND xc-effective-date > run-date-iso
                   MOVE 'N' TO xt-in-effect(xref-count)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE xref-control-file.

      *> Validates one row. Retired rows are left alone as history. A
      *> live row must not repeat an earlier live row's old ID (the
      *> translation would depend on file order), must reach a final
      *> ID without coming back round, and that final ID must be an
      *> active site on the master.
       VALIDATE-ONE-ROW.
           IF xt-live(xf) = 'N'
             MOVE 'R' TO xt-disposition(xf)
             ADD 1 TO retired-count
             EXIT PARAGRAPH
           END-IF.
           MOVE 'K' TO xt-disposition(xf).
           PERFORM VARYING xg FROM 1 BY 1 UNTIL xg >= xf
             IF xt-live(xg) = 'Y' AND xt-old-id(xg) = xt-old-id(xf)
               MOVE 'X' TO xt-disposition(xf)
               MOVE "DUPLICATE OLD ID - EARLIER ROW STANDS" TO
                 xt-reason(xf)
             END-IF
           END-PERFORM.
           IF xt-disposition(xf) = 'K'
             PERFORM WALK-XREF-CHAIN
             IF chain-loop = 'Y'
               MOVE 'X' TO xt-disposition(xf)
               MOVE "LOOP - CHAIN RETURNS ON ITSELF" TO xt-reason(xf)
             END-IF
           END-IF.
           IF xt-disposition(xf) = 'K'
             MOVE collapse-id TO lm-location-id
             ADD 1 TO master-lookups
             READ location-master-file
               INVALID KEY
                 MOVE 'X' TO xt-disposition(xf)
                 MOVE "TARGET NOT ON LOCATION MASTER" TO
                   xt-reason(xf)
               NOT INVALID KEY
                 IF lm-status NOT = 'A'
                   MOVE 'X' TO xt-disposition(xf)
                   MOVE "TARGET NOT ACTIVE ON LOCATION MASTER" TO
                     xt-reason(xf)
                 END-IF
             END-READ
           END-IF.
           IF xt-disposition(xf) = 'X'
             ADD 1 TO rejected-count
             EXIT PARAGRAPH
           END-IF.
           IF collapse-id NOT = xt-new-id(xf)
             MOVE 'C' TO xt-disposition(xf)
             MOVE collapse-id TO xt-final-id(xf)
             ADD 1 TO collapsed-count
           ELSE
             ADD 1 TO kept-count
           END-IF.

      *> Follows the row's target through any live row that renumbers
      *> it again. Reaching the row's own old ID, or taking more steps
      *> than there are rows, means a ring. The collapse target stops
      *> advancing at the first link that is not yet in effect.
       WALK-XREF-CHAIN.
           MOVE xt-new-id(xf) TO chain-id.
           MOVE xt-new-id(xf) TO collapse-id.
           MOVE 0 TO chain-steps.
           MOVE 'N' TO chain-done.
           MOVE 'N' TO chain-loop.
           MOVE 'N' TO chain-pending.
           IF xt-new-id(xf) = xt-old-id(xf)
             MOVE 'Y' TO chain-loop
             MOVE 'Y' TO chain-done
           END-IF.
           PERFORM UNTIL chain-done = 'Y'
             MOVE 'N' TO link-found
             PERFORM VARYING xg FROM 1 BY 1
                 UNTIL xg > xref-count OR link-found = 'Y'
               IF xt-live(xg) = 'Y' AND xt-old-id(xg) = chain-id
                 MOVE 'Y' TO link-found
                 MOVE xt-new-id(xg) TO chain-id
                 IF xt-in-effect(xg) = 'N'
                   MOVE 'Y' TO chain-pending
                 END-IF
                 IF chain-pending = 'N'
                   MOVE chain-id TO collapse-id
                 END-IF
               END-IF
             END-PERFORM
             ADD 1 TO chain-steps
             IF link-found = 'N'
               MOVE 'Y' TO chain-done
             ELSE
               IF chain-id = xt-old-id(xf) OR chain-steps > xref-count
                 MOVE 'Y' TO chain-loop
                 MOVE 'Y' TO chain-done
               END-IF
             END-IF
           END-PERFORM.

      *> Two passes over the usage history AOCDay1 appends in run
      *> order: the first counts the distinct runs on file, the second
      *> adds up each row's remaps over the most recent stale-runs of
      *> them. A rerun of the same day is one run, not two.
       ACCUMULATE-RECENT-USAGE.
           MOVE 0 TO usage-run-count.
           MOVE SPACES TO usage-last-date.
           MOVE SPACES TO window-start-date.
           MOVE 'N' TO usage-file-eof.
           OPEN INPUT xref-usage-file.
           PERFORM UNTIL usage-file-eof = 'Y'
             READ xref-usage-file
               AT END MOVE 'Y' TO usage-file-eof
               NOT AT END
                 IF xu-run-date NOT = usage-last-date
                   ADD 1 TO usage-run-count
                   MOVE xu-run-date TO usage-last-date
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE xref-usage-file.
           IF usage-run-count < stale-runs
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO usage-run-index.
           MOVE SPACES TO usage-last-date.
           MOVE 'N' TO usage-file-eof.
           OPEN INPUT xref-usage-file.
           PERFORM UNTIL usage-file-eof = 'Y'
             READ xref-usage-file
               AT END MOVE 'Y' TO usage-file-eof
               NOT AT END
                 IF xu-run-date NOT = usage-last-date
                   ADD 1 TO usage-run-index
                   MOVE xu-run-date TO usage-last-date
                   IF usage-run-index =
                       usage-run-count - stale-runs + 1
                     MOVE xu-run-date TO window-start-date
                   END-IF
                 END-IF
                 IF usage-run-index > usage-run-count - stale-runs
                   PERFORM VARYING xg FROM 1 BY 1
                       UNTIL xg > xref-count
                     IF xt-old-id(xg) = xu-old-id
                       ADD xu-use-count TO xt-use-total(xg)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE xref-usage-file.

      *> Puts the validated rows back through the temp copy, the same
      *> way DailyArchive rewrites its catalog: kept and retired rows
      *> verbatim, collapsed rows with their final target. Rejected
      *> rows go back exactly as keyed - their images and reasons are
      *> on the report to be corrected in place, rather than deleted
      *> from the production file and rekeyed from the report.
       REWRITE-XREF-FILE.
           OPEN OUTPUT xref-temp-file.
           PERFORM VARYING xf FROM 1 BY 1 UNTIL xf > xref-count
             MOVE xt-image(xf) TO xref-control-record
             IF xt-disposition(xf) NOT = 'X'
               MOVE xt-final-id(xf) TO xc-new-id
             END-IF
             MOVE xref-control-record TO xref-temp-record
             WRITE xref-temp-record
           END-PERFORM.
           CLOSE xref-temp-file.
           OPEN OUTPUT xref-control-file.
           OPEN INPUT xref-temp-file.
           MOVE 'N' TO xref-file-eof.
           PERFORM UNTIL xref-file-eof = 'Y'
             READ xref-temp-file
               AT END MOVE 'Y' TO xref-file-eof
               NOT AT END
                 MOVE xref-temp-record TO xref-control-record
                 WRITE xref-control-record
             END-READ
           END-PERFORM.
           CLOSE xref-temp-file.
           CLOSE xref-control-file.

       WRITE-REPORT.
           MOVE run-date-mm TO run-date-display-mm.
           MOVE run-date-dd TO run-date-display-dd.
           MOVE run-date-yyyy TO run-date-display-yyyy.
           OPEN OUTPUT report-file.
           MOVE "LOCATION-ID CROSS-REFERENCE VALIDATION REPORT" TO
             report-line.
           WRITE report-line.
           MOVE "PROGRAM: XrefMaint" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN DATE: " run-date-display
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "MASTER FILE: " location-master-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           IF validate-only = 'Y'
             MOVE "MODE: VALIDATE ONLY - AOCDAY1.XREF NOT REWRITTEN"
               TO report-line
           ELSE
             MOVE "MODE: UPDATE - AOCDAY1.XREF REWRITTEN" TO
               report-line
           END-IF.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "ROW DISPOSITIONS" TO report-line.
           WRITE report-line.
           IF xref-count = 0
             MOVE "  NONE - CROSS-REFERENCE IS EMPTY" TO report-line
             WRITE report-line
           END-IF.
           PERFORM VARYING xf FROM 1 BY 1 UNTIL xf > xref-count
             PERFORM WRITE-ROW-DISPOSITION
           END-PERFORM.
           PERFORM WRITE-STALE-ROW-LISTING.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE xref-count TO totals-display.
           MOVE SPACES TO report-line.
           STRING "ROWS READ: " FUNCTION TRIM(totals-display)
             INTO report-line.
           WRITE report-line.
           MOVE kept-count TO totals-display.
           MOVE SPACES TO report-line.
           STRING "ROWS KEPT: " FUNCTION TRIM(totals-display)
             INTO report-line.
           WRITE report-line.
           MOVE collapsed-count TO totals-display.
           MOVE SPACES TO report-line.
           STRING "CHAINS COLLAPSED: " FUNCTION TRIM(totals-display)
             INTO report-line.
           WRITE report-line.
           MOVE retired-count TO totals-display.
           MOVE SPACES TO report-line.
           STRING "ROWS RETIRED: " FUNCTION TRIM(totals-display)
             INTO report-line.
           WRITE report-line.
           MOVE rejected-count TO totals-display.
           MOVE SPACES TO report-line.
           STRING "ROWS REJECTED: " FUNCTION TRIM(totals-display)
             INTO report-line.
           WRITE report-line.
           CLOSE report-file.

       WRITE-ROW-DISPOSITION.
           MOVE xf TO totals-display.
           MOVE SPACES TO report-line.
           EVALUATE xt-disposition(xf)
             WHEN 'K'
               STRING "ROW " FUNCTION TRIM(totals-display)
                 "  OLD " xt-old-id(xf) " -> NEW " xt-new-id(xf)
                 "  KEPT"
                 INTO report-line
             WHEN 'C'
               STRING "ROW " FUNCTION TRIM(totals-display)
                 "  OLD " xt-old-id(xf) " -> NEW " xt-new-id(xf)
                 "  CHAIN COLLAPSED TO " xt-final-id(xf)
                 INTO report-line
             WHEN 'R'
               STRING "ROW " FUNCTION TRIM(totals-display)
                 "  OLD " xt-old-id(xf) " -> NEW " xt-new-id(xf)
                 "  RETIRED " xt-retire-date(xf)
                 INTO report-line
             WHEN OTHER
               STRING "ROW " FUNCTION TRIM(totals-display)
                 "  OLD " xt-old-id(xf) " -> NEW " xt-new-id(xf)
                 "  REJECTED - " FUNCTION TRIM(xt-reason(xf))
                 INTO report-line
           END-EVALUATE.
           WRITE report-line.
           IF xt-disposition(xf) = 'X'
             MOVE SPACES TO report-line
             STRING "  ROW IMAGE: " xt-image(xf)
               INTO report-line
             WRITE report-line
           END-IF.

      *> Rows still live that remapped nothing in any of the most
      *> recent stale-runs AOCDay1 runs - candidates for a retirement
      *> date. A row that took effect inside the window (or is still
      *> forward-dated) has not been in force long enough to judge.
       WRITE-STALE-ROW-LISTING.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE stale-runs TO totals-display.
           MOVE SPACES TO report-line.
           STRING "ROWS WITH NO TRANSLATIONS IN THE LAST "
             FUNCTION TRIM(totals-display) " AOCDAY1 RUNS"
             INTO report-line.
           WRITE report-line.
           IF usage-run-count < stale-runs
             MOVE usage-run-count TO totals-display
             MOVE SPACES TO report-line
             STRING "  (USAGE HISTORY HOLDS ONLY "
               FUNCTION TRIM(totals-display)
               " RUNS - NOT ENOUGH TO JUDGE)"
               INTO report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO report-line.
           STRING "  RUNS FROM " window-start-date
             " THROUGH " usage-last-date
             INTO report-line.
           WRITE report-line.
           PERFORM VARYING xf FROM 1 BY 1 UNTIL xf > xref-count
             IF (xt-disposition(xf) = 'K' OR xt-disposition(xf) = 'C')
                 AND xt-in-effect(xf) = 'Y'
                 AND xt-use-total(xf) = 0
                 AND (xt-effective-date(xf) = SPACES OR
                 xt-effective-date(xf) <= window-start-date)
               ADD 1 TO stale-count
               MOVE SPACES TO report-line
               STRING "  OLD " xt-old-id(xf) " -> NEW "
                 xt-final-id(xf) "  EFFECTIVE "
                 xt-effective-date(xf)
                 INTO report-line
               WRITE report-line
             END-IF
           END-PERFORM.
           IF stale-count = 0
             MOVE "  NONE" TO report-line
             WRITE report-line
           END-IF.

      *> Standard end-of-job reconciliation trailer, in the same
      *> format as the daily batch jobs.
       DISPLAY-CONTROL-TOTALS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTROL TOTALS - XREFMAINT".
           MOVE xref-count TO totals-display.
           DISPLAY "  RECORDS READ .............: "
             FUNCTION TRIM(totals-display).
           MOVE rejected-count TO totals-display.
           DISPLAY "  RECORDS REJECTED/SKIPPED ..: "
             FUNCTION TRIM(totals-display).
           MOVE collapsed-count TO totals-display.
           DISPLAY "  CHAINS COLLAPSED .........: "
             FUNCTION TRIM(totals-display).
           MOVE retired-count TO totals-display.
           DISPLAY "  ROWS RETIRED .............: "
             FUNCTION TRIM(totals-display).
           MOVE stale-count TO totals-display.
           DISPLAY "  STALE ROWS LISTED ........: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: the cross-reference rows it
      *> validated, the usage history and master it checked them
      *> against, the rewritten cross-reference - every row, rejected
      *> ones included (left out on a validate-only run, which does
      *> not touch it) - and the report.
       WRITE-LINEAGE-RECORDS.
           MOVE "XREF" TO lineage-role.
           MOVE "AOCDAY1.XREF" TO lineage-entry-dsn.
           MOVE "INPUT" TO lineage-mode.
           MOVE xref-count TO lineage-count.
           MOVE 'Y' TO lineage-origin.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE 'N' TO lineage-origin.
           MOVE "XREF-USAGE" TO lineage-role.
           MOVE "AOCDAY1.XREFUSE" TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           IF lineage-count > 0
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE "LOC-MASTER" TO lineage-role.
           MOVE location-master-dsn TO lineage-entry-dsn.
           MOVE master-lookups TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           IF validate-only = 'N'
             MOVE "XREF" TO lineage-role
             MOVE "AOCDAY1.XREF" TO lineage-entry-dsn
             MOVE "OUTPUT" TO lineage-mode
             MOVE xref-count TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE "REPORT" TO lineage-role.
           MOVE report-dsn TO lineage-entry-dsn.
           MOVE "OUTPUT" TO lineage-mode.
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
