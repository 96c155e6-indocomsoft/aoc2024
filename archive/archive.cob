       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Housekeeping job, run after a successful stream: rolls the
      *> run's work files, audit trail, regulatory filing extract,
      *> transaction log, and the day's daily-summary records into
      *> date-stamped archive datasets, purges archives past the
      *> retention period, and at month end consolidates the archived
      *> summary records into a statement - so the audit trail
      *> survives the next OPEN OUTPUT, DAILY.SUMMARY stops growing
      *> forever, and the transaction log from three Tuesdays ago is
      *> a catalog lookup instead of a shrug.
           SELECT OPTIONAL pairs-in-file ASSIGN TO "AOCDAY1.PAIRS"
           ORGANIZATION SEQUENTIAL.
           SELECT pairs-out-file ASSIGN DYNAMIC archive-out-dsn
           LINE SEQUENTIAL.
           SELECT audit-out-file ASSIGN DYNAMIC archive-out-dsn
           LINE SEQUENTIAL.
      *> AOCDay2 opens its filing extract OUTPUT on every fresh run,
      *> so each day's file is kept here until the quarterly filing
      *> is assembled from the dated copies.
           SELECT OPTIONAL filing-in-file ASSIGN DYNAMIC filing-dsn
           LINE SEQUENTIAL.
           SELECT filing-out-file ASSIGN DYNAMIC archive-out-dsn
           LINE SEQUENTIAL.
           SELECT OPTIONAL tlog-in-file ASSIGN DYNAMIC log-dsn
           LINE SEQUENTIAL.
           SELECT tlog-out-file ASSIGN DYNAMIC archive-out-dsn
           LINE SEQUENTIAL.
      *> Catalog of every archive dataset this job has created, one
      *> row per dataset with its archive date, so the purge pass
      *> knows what exists and the month-end pass knows what to read
      *> - and with the record count and content hash each dataset
      *> was written with, so ArchiveAudit can check it is still
      *> intact (see ARCHCAT.CPY).
           SELECT OPTIONAL catalog-file ASSIGN TO "ARCHIVE.CATALOG"
           LINE SEQUENTIAL.
           SELECT catalog-temp-file ASSIGN TO "ARCHIVE.CATTMP"
           ORGANIZATION SEQUENTIAL.
           SELECT statement-file ASSIGN DYNAMIC statement-dsn
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
       01 audit-in-record PIC X(200).
       FD audit-out-file.
       01 audit-out-record PIC X(200).
       FD filing-in-file.
       01 filing-in-record PIC X(200).
       FD filing-out-file.
       01 filing-out-record PIC X(200).
       FD tlog-in-file.
       01 tlog-in-record PIC X(150).
       FD tlog-out-file.
       FD summary-out-file.
       01 summary-out-record PIC X(53).
       FD catalog-file.
           COPY "ARCHCAT.CPY".
       FD catalog-temp-file.
       01 catalog-temp-record PIC X(90).
       FD purge-file.
       01 purge-record PIC X(80).
       FD statement-file.
       01 statement-line PIC X(132).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 copy-eof PIC X.
       01 catalog-rows-kept PIC 9(4) VALUE 0.
       01 summary-records-archived PIC 9(9) VALUE 0.
       01 summary-records-trimmed PIC 9(9) VALUE 0.
       01 summary-feed-read PIC 9(9) VALUE 0.
       01 summary-records-kept PIC 9(9) VALUE 0.
       01 catalog-rows-read PIC 9(4) VALUE 0.
      *> Records still in the old two-metric summary shape (their
      *> value field falls across old label text under the
      *> per-metric layout, so ds-metric-value fails a numeric
           05 new-row-entry OCCURS 10.
               10 nr-archive-date PIC 9(8).
               10 nr-dataset-name PIC X(60).
               10 nr-record-count PIC 9(9).
               10 nr-content-hash PIC 9(10).
               10 nr-already-cataloged PIC X.
               10 nr-role PIC X(12).
               10 nr-live-dsn PIC X(80).
       01 n PIC 9(2).
      *> The role the producing job gives the artifact being
      *> archived, and its live dataset (blank for the summary
      *> feed, whose whole-feed read is entered on its own).
       01 archive-role PIC X(12).
       01 archive-live-dsn PIC X(80).

      *> Content hash of the archive being written, folded one
      *> record at a time as it is copied (see ARCHCAT.CPY).
       01 content-hash PIC 9(10).
       01 hash-record PIC X(200).
       01 hash-length PIC 9(3).
       01 hash-position PIC 9(3).

      *> Month-end consolidation accumulators, one slot per (job id,
      *> metric id) series seen in the month's archived summary
      *> Dataset-name overrides, read once per run; unset means take
      *> the historical default name each producing job uses.
       01 audit-dsn PIC X(80) VALUE "AOCDAY2.RPT".
       01 filing-dsn PIC X(80) VALUE "AOCDAY2.FILING".
       01 log-dsn PIC X(80) VALUE "AOCDAY3.LOG".
       01 daily-summary-dsn PIC X(80) VALUE "DAILY.SUMMARY".
       01 summary-in-dsn PIC X(80).
       01 purge-dsn PIC X(80).
       01 statement-dsn PIC X(80) VALUE "MONTHEND.STMT".

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "ARCHIVE".
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
           MOVE SPACES TO audit-dsn.
           ACCEPT audit-dsn FROM ENVIRONMENT "AOCDAY2_RPT_DSN".
           IF audit-dsn = SPACES
             MOVE "AOCDAY2.RPT" TO audit-dsn
           END-IF.
           MOVE SPACES TO filing-dsn.
           ACCEPT filing-dsn FROM ENVIRONMENT "AOCDAY2_FILING_DSN".
           IF filing-dsn = SPACES
             MOVE "AOCDAY2.FILING" TO filing-dsn
           END-IF.
           MOVE SPACES TO log-dsn.
           ACCEPT log-dsn FROM ENVIRONMENT "AOCDAY3_LOG_DSN".
           IF log-dsn = SPACES
           PERFORM ARCHIVE-REJECT-FILE.
           PERFORM ARCHIVE-EXCEPTION-FILE.
           PERFORM ARCHIVE-AUDIT-TRAIL.
           PERFORM ARCHIVE-FILING-EXTRACT.
           PERFORM ARCHIVE-TRANSACTION-LOG.
           PERFORM ARCHIVE-TODAYS-SUMMARY-RECORDS.
           PERFORM PURGE-AND-REWRITE-CATALOG.
             PERFORM WRITE-MONTH-END-STATEMENT
           END-IF.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           STOP RUN.

      *> Today's date in the archive-stamp (D-suffix), ISO (the
           MOVE SPACES TO archive-out-dsn.
           STRING "AOCDAY1.PAIRS.D" today-date-text
             INTO archive-out-dsn.
           MOVE "PAIRS" TO archive-role.
           MOVE "AOCDAY1.PAIRS" TO archive-live-dsn.
           MOVE 'N' TO copy-eof.
           MOVE 0 TO copy-count.
           MOVE 0 TO content-hash.
           OPEN INPUT pairs-in-file.
           READ pairs-in-file
             AT END MOVE 'Y' TO copy-eof
             MOVE pairs-in-record TO pairs-out-record
             WRITE pairs-out-record
             ADD 1 TO copy-count
             MOVE pairs-out-record TO hash-record
             PERFORM FOLD-RECORD-INTO-HASH
             READ pairs-in-file
               AT END MOVE 'Y' TO copy-eof
             END-READ
           MOVE SPACES TO archive-out-dsn.
           STRING "AOCDAY1.REJ.D" today-date-text
             INTO archive-out-dsn.
           MOVE "REJECTS" TO archive-role.
           MOVE "AOCDAY1.REJ" TO archive-live-dsn.
           MOVE 'N' TO copy-eof.
           MOVE 0 TO copy-count.
           MOVE 0 TO content-hash.
           OPEN INPUT reject-in-file.
           READ reject-in-file
             AT END MOVE 'Y' TO copy-eof
             MOVE reject-in-record TO reject-out-record
             WRITE reject-out-record
             ADD 1 TO copy-count
             MOVE reject-out-record TO hash-record
             PERFORM FOLD-RECORD-INTO-HASH
             READ reject-in-file
               AT END MOVE 'Y' TO copy-eof
             END-READ
           MOVE SPACES TO archive-out-dsn.
           STRING "AOCDAY1.EXC.D" today-date-text
             INTO archive-out-dsn.
           MOVE "EXCEPTIONS" TO archive-role.
           MOVE "AOCDAY1.EXC" TO archive-live-dsn.
           MOVE 'N' TO copy-eof.
           MOVE 0 TO copy-count.
           MOVE 0 TO content-hash.
           OPEN INPUT exception-in-file.
           READ exception-in-file
             AT END MOVE 'Y' TO copy-eof
             MOVE exception-in-record TO exception-out-record
             WRITE exception-out-record
             ADD 1 TO copy-count
             MOVE exception-out-record TO hash-record
             PERFORM FOLD-RECORD-INTO-HASH
             READ exception-in-file
               AT END MOVE 'Y' TO copy-eof
             END-READ
           MOVE SPACES TO archive-out-dsn.
           STRING "AOCDAY2.RPT.D" today-date-text
             INTO archive-out-dsn.
           MOVE "AUDIT" TO archive-role.
           MOVE audit-dsn TO archive-live-dsn.
           MOVE 'N' TO copy-eof.
           MOVE 0 TO copy-count.
           MOVE 0 TO content-hash.
           OPEN INPUT audit-in-file.
           READ audit-in-file
             AT END MOVE 'Y' TO copy-eof
             MOVE audit-in-record TO audit-out-record
             WRITE audit-out-record
             ADD 1 TO copy-count
             MOVE audit-out-record TO hash-record
             PERFORM FOLD-RECORD-INTO-HASH
             READ audit-in-file
               AT END MOVE 'Y' TO copy-eof
             END-READ
           CLOSE audit-out-file.
           PERFORM NOTE-NEW-ARCHIVE.

       ARCHIVE-FILING-EXTRACT.
           MOVE SPACES TO archive-out-dsn.
           STRING "AOCDAY2.FILING.D" today-date-text
             INTO archive-out-dsn.
           MOVE "FILING" TO archive-role.
           MOVE filing-dsn TO archive-live-dsn.
           MOVE 'N' TO copy-eof.
           MOVE 0 TO copy-count.
           MOVE 0 TO content-hash.
           OPEN INPUT filing-in-file.
           READ filing-in-file
             AT END MOVE 'Y' TO copy-eof
           END-READ.
           IF copy-eof = 'Y'
             CLOSE filing-in-file
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT filing-out-file.
           PERFORM UNTIL copy-eof = 'Y'
             MOVE filing-in-record TO filing-out-record
             WRITE filing-out-record
             ADD 1 TO copy-count
             MOVE filing-out-record TO hash-record
             PERFORM FOLD-RECORD-INTO-HASH
             READ filing-in-file
               AT END MOVE 'Y' TO copy-eof
             END-READ
           END-PERFORM.
           CLOSE filing-in-file.
           CLOSE filing-out-file.
           PERFORM NOTE-NEW-ARCHIVE.

       ARCHIVE-TRANSACTION-LOG.
           MOVE SPACES TO archive-out-dsn.
           STRING "AOCDAY3.LOG.D" today-date-text
             INTO archive-out-dsn.
           MOVE "TRANS-LOG" TO archive-role.
           MOVE log-dsn TO archive-live-dsn.
           MOVE 'N' TO copy-eof.
           MOVE 0 TO copy-count.
           MOVE 0 TO content-hash.
           OPEN INPUT tlog-in-file.
           READ tlog-in-file
             AT END MOVE 'Y' TO copy-eof
             MOVE tlog-in-record TO tlog-out-record
             WRITE tlog-out-record
             ADD 1 TO copy-count
             MOVE tlog-out-record TO hash-record
             PERFORM FOLD-RECORD-INTO-HASH
             READ tlog-in-file
               AT END MOVE 'Y' TO copy-eof
             END-READ
           MOVE SPACES TO archive-out-dsn.
           STRING "DAILY.SUMMARY.D" today-date-text
             INTO archive-out-dsn.
           MOVE "DAILY-SUMM" TO archive-role.
           MOVE SPACES TO archive-live-dsn.
           MOVE daily-summary-dsn TO summary-in-dsn.
           MOVE 'N' TO copy-eof.
           MOVE 0 TO copy-count.
           MOVE 0 TO content-hash.
           MOVE 'N' TO summary-out-open.
           OPEN INPUT summary-in-file.
           PERFORM UNTIL copy-eof = 'Y'
             READ summary-in-file
               AT END MOVE 'Y' TO copy-eof
               NOT AT END
                 ADD 1 TO summary-feed-read
                 IF ds-run-date = today-iso
                   IF ds-metric-value IS NOT NUMERIC
                     ADD 1 TO summary-legacy-skipped
                     MOVE daily-summary-record TO summary-out-record
                     WRITE summary-out-record
                     ADD 1 TO copy-count
                     MOVE summary-out-record TO hash-record
                     PERFORM FOLD-RECORD-INTO-HASH
                   END-IF
                 END-IF
             END-READ
           MOVE today-yyyymmdd TO nr-archive-date(new-row-count).
           MOVE archive-out-dsn(1:60) TO
             nr-dataset-name(new-row-count).
           MOVE copy-count TO nr-record-count(new-row-count).
           MOVE content-hash TO nr-content-hash(new-row-count).
           MOVE 'N' TO nr-already-cataloged(new-row-count).
           MOVE archive-role TO nr-role(new-row-count).
           MOVE archive-live-dsn TO nr-live-dsn(new-row-count).

      *> Folds the record in hash-record into content-hash, by the
      *> rule ARCHCAT.CPY sets out and ArchiveAudit repeats.
       FOLD-RECORD-INTO-HASH.
           MOVE 0 TO hash-length.
           IF hash-record NOT = SPACES
             COMPUTE hash-length =
               FUNCTION LENGTH(FUNCTION TRIM(hash-record TRAILING))
           END-IF.
           PERFORM VARYING hash-position FROM 1 BY 1
               UNTIL hash-position > hash-length
             COMPUTE content-hash = FUNCTION MOD(content-hash * 31 +
               FUNCTION ORD(hash-record(hash-position:1)), 999999937)
           END-PERFORM.
           COMPUTE content-hash = FUNCTION MOD(content-hash * 31 +
             hash-length, 999999937).

      *> Rewrites the catalog in one pass: rows inside the retention
      *> period are kept, rows past it are dropped and their archive
      *> datasets emptied, and the rows for the archives this run
      *> just wrote are appended (unless a same-day rerun already
      *> cataloged them - the rerun has just rewritten those
      *> datasets, so the kept row takes this run's figures).
       PURGE-AND-REWRITE-CATALOG.
           MOVE 'N' TO catalog-eof.
           OPEN INPUT catalog-file.
             READ catalog-file
               AT END MOVE 'Y' TO catalog-eof
               NOT AT END
                 ADD 1 TO catalog-rows-read
                 IF ac-archive-date < cutoff-yyyymmdd
                   MOVE ac-dataset-name TO purge-dsn
                   OPEN OUTPUT purge-file
                     IF nr-archive-date(n) = ac-archive-date AND
                         nr-dataset-name(n) = ac-dataset-name
                       MOVE 'Y' TO nr-already-cataloged(n)
                       MOVE nr-record-count(n) TO ac-record-count
                       MOVE nr-content-hash(n) TO ac-content-hash
                     END-IF
                   END-PERFORM
                   MOVE catalog-record TO catalog-temp-record
               MOVE SPACES TO catalog-record
               MOVE nr-archive-date(n) TO ac-archive-date
               MOVE nr-dataset-name(n) TO ac-dataset-name
               MOVE nr-record-count(n) TO ac-record-count
               MOVE nr-content-hash(n) TO ac-content-hash
               WRITE catalog-record
               ADD 1 TO catalog-rows-kept
             END-IF
                   WHEN ds-run-date >= cutoff-iso
                     MOVE daily-summary-record TO summary-out-record
                     WRITE summary-out-record
                     ADD 1 TO summary-records-kept
                   WHEN OTHER
                     ADD 1 TO summary-records-trimmed
                 END-EVALUATE
           DISPLAY "  STMT RECORDS DROPPED .....: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: each live dataset it archived
      *> and the dated archive it copied it to (both under the role
      *> the producing job gives the live dataset), the summary feed
      *> it read and trimmed in place, the catalog it rewrote, and
      *> the month-end statement when one was built. The archives
      *> the purge pass empties are dated days long gone and are not
      *> entered.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           PERFORM VARYING n FROM 1 BY 1 UNTIL n > new-row-count
             MOVE nr-role(n) TO lineage-role
             IF nr-live-dsn(n) NOT = SPACES
               MOVE nr-live-dsn(n) TO lineage-entry-dsn
               MOVE "INPUT" TO lineage-mode
               MOVE nr-record-count(n) TO lineage-count
               PERFORM APPEND-LINEAGE-RECORD
             END-IF
             MOVE nr-dataset-name(n) TO lineage-entry-dsn
             MOVE "OUTPUT" TO lineage-mode
             MOVE nr-record-count(n) TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-PERFORM.
           MOVE "DAILY-SUMM" TO lineage-role.
           MOVE daily-summary-dsn TO lineage-entry-dsn.
           MOVE "INPUT" TO lineage-mode.
           MOVE summary-feed-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "OUTPUT" TO lineage-mode.
           MOVE summary-records-kept TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "CATALOG" TO lineage-role.
           MOVE "ARCHIVE.CATALOG" TO lineage-entry-dsn.
           MOVE "INPUT" TO lineage-mode.
           MOVE catalog-rows-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "OUTPUT" TO lineage-mode.
           MOVE catalog-rows-kept TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           IF month-end-env(1:1) = 'Y'
             MOVE "STATEMENT" TO lineage-role
             MOVE statement-dsn TO lineage-entry-dsn
             PERFORM COUNT-LINEAGE-RECORDS
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
