       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchiveAudit.
       AUTHOR. JULIUS PUTRA TANU SETIAJI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Scheduled archive integrity audit: walks ARCHIVE.CATALOG and
      *> proves every cataloged archive dataset is still there and
      *> still holds what DailyArchive wrote - the record count and
      *> content hash on its catalog row (see ARCHCAT.CPY) - then
      *> looks the other way round for archive datasets on disk that
      *> no catalog row names, and for catalog rows past the
      *> retention cutoff the purge pass should already have
      *> removed. ArchiveRestore trusts the catalog blindly; this is
      *> what finds a missing or truncated archive on the day it
      *> breaks instead of during a restore.
           SELECT OPTIONAL catalog-file ASSIGN TO "ARCHIVE.CATALOG"
           LINE SEQUENTIAL.
      *> One probe per archive shape, opened against each dataset
      *> name in turn, matching how DailyArchive wrote it: the
      *> AOCDay1 work files are record sequential, the audit trail,
      *> filing extract, transaction log and summary records line
      *> sequential. The file status is what tells a dataset that is
      *> not there at all (05 on an OPTIONAL open) from one that is
      *> there but empty.
           SELECT OPTIONAL pairs-probe-file ASSIGN DYNAMIC probe-dsn
           ORGANIZATION SEQUENTIAL
           FILE STATUS probe-status.
           SELECT OPTIONAL reject-probe-file ASSIGN DYNAMIC probe-dsn
           ORGANIZATION SEQUENTIAL
           FILE STATUS probe-status.
           SELECT OPTIONAL exception-probe-file ASSIGN DYNAMIC
           probe-dsn ORGANIZATION SEQUENTIAL
           FILE STATUS probe-status.
           SELECT OPTIONAL text-probe-file ASSIGN DYNAMIC probe-dsn
           LINE SEQUENTIAL
           FILE STATUS probe-status.
           SELECT report-file ASSIGN DYNAMIC report-dsn
           LINE SEQUENTIAL.
      *> Machine-readable result, one record per finding, rewritten
      *> each pass; AlertMonitor raises a breach for every record on
      *> it.
           SELECT result-file ASSIGN DYNAMIC result-dsn
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
       FD pairs-probe-file.
       01 pairs-probe-record PIC X(21).
       FD reject-probe-file.
       01 reject-probe-record PIC X(9).
       FD exception-probe-file.
       01 exception-probe-record PIC X(15).
       FD text-probe-file.
       01 text-probe-record PIC X(200).
       FD report-file.
       01 report-line PIC X(132).
       FD result-file.
       01 audit-result-record.
           05 ar-run-date PIC X(10).
           05 FILLER PIC X.
           05 ar-breach-key PIC X(20).
           05 FILLER PIC X.
           05 ar-finding PIC X(12).
           05 FILLER PIC X.
           05 ar-dataset-name PIC X(60).
           05 FILLER PIC X.
           05 ar-expected-count PIC 9(9).
           05 FILLER PIC X.
           05 ar-actual-count PIC 9(9).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 file-eof PIC X.
       01 probe-eof PIC X.
       01 probe-status PIC XX.
       01 catalog-rows-read PIC 9(9) VALUE 0.
       01 verified-count PIC 9(6) VALUE 0.
       01 unverified-count PIC 9(6) VALUE 0.
       01 failed-count PIC 9(6) VALUE 0.
       01 uncataloged-count PIC 9(6) VALUE 0.
       01 past-retention-count PIC 9(6) VALUE 0.
       01 unknown-type-count PIC 9(6) VALUE 0.
       01 probes-made PIC 9(9) VALUE 0.
       01 totals-display PIC Z(9)9.

      *> The archive shapes DailyArchive writes: the dataset-name
      *> prefix it stamps the date onto, the prefix's length, and
      *> the short tag the finding's breach key carries.
       01 archive-type-values.
           05 FILLER PIC X(16) VALUE "AOCDAY1.PAIRS.D".
           05 FILLER PIC 9(2) VALUE 15.
           05 FILLER PIC X(7) VALUE "PAIRS".
           05 FILLER PIC X(16) VALUE "AOCDAY1.REJ.D".
           05 FILLER PIC 9(2) VALUE 13.
           05 FILLER PIC X(7) VALUE "REJ".
           05 FILLER PIC X(16) VALUE "AOCDAY1.EXC.D".
           05 FILLER PIC 9(2) VALUE 13.
           05 FILLER PIC X(7) VALUE "EXC".
           05 FILLER PIC X(16) VALUE "AOCDAY2.RPT.D".
           05 FILLER PIC 9(2) VALUE 13.
           05 FILLER PIC X(7) VALUE "RPT".
           05 FILLER PIC X(16) VALUE "AOCDAY3.LOG.D".
           05 FILLER PIC 9(2) VALUE 13.
           05 FILLER PIC X(7) VALUE "LOG".
           05 FILLER PIC X(16) VALUE "DAILY.SUMMARY.D".
           05 FILLER PIC 9(2) VALUE 15.
           05 FILLER PIC X(7) VALUE "SUMMARY".
           05 FILLER PIC X(16) VALUE "AOCDAY2.FILING.D".
           05 FILLER PIC 9(2) VALUE 16.
           05 FILLER PIC X(7) VALUE "FILING".
       01 archive-type-table REDEFINES archive-type-values.
           05 archive-type-entry OCCURS 7.
               10 at-prefix PIC X(16).
               10 at-prefix-length PIC 9(2).
               10 at-tag PIC X(7).
       01 tp PIC 9(1).
       01 dataset-type PIC 9(1).

      *> Every catalog row's date and dataset name, held so the
      *> on-disk scan can tell a cataloged archive from a stray one.
       01 cataloged-count PIC 9(4) VALUE 0.
       01 cataloged-table.
           05 cataloged-entry OCCURS 3000.
               10 ce-archive-date PIC 9(8).
               10 ce-dataset-name PIC X(60).
       01 ce PIC 9(4).
       01 ce-found PIC X.

      *> What the probe found in the dataset named in probe-dsn, and
      *> its content hash by the rule ARCHCAT.CPY sets out.
       01 probe-dsn PIC X(80).
       01 probe-found PIC X.
       01 probe-count PIC 9(9).
       01 content-hash PIC 9(10).
       01 hash-record PIC X(200).
       01 hash-length PIC 9(3).
       01 hash-position PIC 9(3).

      *> The finding being written: its code, breach key, dataset
      *> and the counts the report and result carry.
       01 finding-code PIC X(12).
       01 finding-text PIC X(50).
       01 finding-dataset PIC X(60).
       01 finding-date PIC 9(8).
       01 finding-expected PIC 9(9).
       01 finding-actual PIC 9(9).
       01 expected-display PIC Z(8)9.
       01 actual-display PIC Z(8)9.

      *> Run dates: today, the retention cutoff DailyArchive purges
      *> to (same ARCHIVE_RETENTION_DAYS control), and how many days
      *> back the on-disk scan looks for uncataloged archives.
       01 today-yyyymmdd PIC 9(8).
       01 run-date-iso PIC X(10).
       01 cutoff-yyyymmdd PIC 9(8).
       01 scan-yyyymmdd PIC 9(8).
       01 scan-day-number PIC 9(8).
       01 scan-first-day-number PIC 9(8).
       01 retention-days-env PIC X(10).
       01 retention-days PIC 9(4) VALUE 90.
       01 scan-days-env PIC X(10).
       01 scan-days PIC 9(4) VALUE 366.
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

      *> Dataset-name overrides, read once per run; unset means take
      *> the historical default name.
       01 report-dsn PIC X(80) VALUE "ARCHAUDIT.RPT".
       01 result-dsn PIC X(80) VALUE "ARCHAUDIT.RESULT".

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "ARCHAUDIT".
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
           ACCEPT report-dsn FROM ENVIRONMENT "ARCHAUDIT_RPT_DSN".
           IF report-dsn = SPACES
             MOVE "ARCHAUDIT.RPT" TO report-dsn
           END-IF.
           MOVE SPACES TO result-dsn.
           ACCEPT result-dsn FROM ENVIRONMENT "ARCHAUDIT_RESULT_DSN".
           IF result-dsn = SPACES
             MOVE "ARCHAUDIT.RESULT" TO result-dsn
           END-IF.
           MOVE SPACES TO retention-days-env.
           ACCEPT retention-days-env FROM ENVIRONMENT
               "ARCHIVE_RETENTION_DAYS".
           MOVE 90 TO retention-days.
           IF FUNCTION TRIM(retention-days-env) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(retention-days-env))
               TO retention-days
           END-IF.
           IF retention-days = 0
             MOVE 90 TO retention-days
           END-IF.
           MOVE SPACES TO scan-days-env.
           ACCEPT scan-days-env FROM ENVIRONMENT "ARCHAUDIT_SCAN_DAYS".
           MOVE 366 TO scan-days.
           IF FUNCTION TRIM(scan-days-env) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(scan-days-env))
               TO scan-days
           END-IF.
           IF scan-days = 0
             MOVE 366 TO scan-days
           END-IF.
           ACCEPT run-date-fields FROM DATE YYYYMMDD.
           MOVE run-date-fields TO today-yyyymmdd.
           MOVE run-date-mm TO run-date-display-mm.
           MOVE run-date-dd TO run-date-display-dd.
           MOVE run-date-yyyy TO run-date-display-yyyy.
           MOVE SPACES TO run-date-iso.
           STRING run-date-yyyy "-" run-date-mm "-" run-date-dd
             INTO run-date-iso.
           COMPUTE cutoff-yyyymmdd = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(today-yyyymmdd) -
               retention-days).
           PERFORM WRITE-REPORT-HEADING.
           OPEN OUTPUT result-file.
           PERFORM AUDIT-CATALOG-ROWS.
           PERFORM SCAN-FOR-UNCATALOGED-ARCHIVES.
           CLOSE result-file.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE report-file.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF failed-count + uncataloged-count + past-retention-count
               > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-REPORT-HEADING.
           OPEN OUTPUT report-file.
           MOVE "ARCHIVE INTEGRITY AUDIT" TO report-line.
           WRITE report-line.
           MOVE "PROGRAM: ArchiveAudit" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN DATE: " run-date-display
             INTO report-line.
           WRITE report-line.
           MOVE retention-days TO totals-display.
           MOVE SPACES TO report-line.
           STRING "RETENTION: " FUNCTION TRIM(totals-display)
             " DAYS - CUTOFF " cutoff-yyyymmdd
             INTO report-line.
           WRITE report-line.
           MOVE scan-days TO totals-display.
           MOVE SPACES TO report-line.
           STRING "ON-DISK SCAN: " FUNCTION TRIM(totals-display)
             " DAYS BACK"
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "CATALOGED ARCHIVES" TO report-line.
           WRITE report-line.

      *> One pass over the catalog. A row inside retention has its
      *> dataset probed and judged against the row's own figures; a
      *> row past the cutoff is only reported - the purge should have
      *> dropped it, and whatever is left of its dataset is no
      *> longer promised to anyone.
       AUDIT-CATALOG-ROWS.
           MOVE 'N' TO file-eof.
           OPEN INPUT catalog-file.
           PERFORM UNTIL file-eof = 'Y'
             READ catalog-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 ADD 1 TO catalog-rows-read
                 PERFORM NOTE-CATALOGED-DATASET
                 IF ac-archive-date < cutoff-yyyymmdd
                   PERFORM REPORT-PAST-RETENTION-ROW
                 ELSE
                   PERFORM AUDIT-ONE-CATALOG-ROW
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE catalog-file.
           IF catalog-rows-read = 0
             MOVE "  NONE - ARCHIVE.CATALOG IS EMPTY OR ABSENT" TO
               report-line
             WRITE report-line
           END-IF.

       NOTE-CATALOGED-DATASET.
           IF cataloged-count >= 3000
             DISPLAY "ARCHIVEAUDIT CATALOG HAS MORE THAN 3000 ROWS - "
               "ABENDING"
             CLOSE catalog-file
             CLOSE result-file
             CLOSE report-file
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO cataloged-count.
           MOVE ac-archive-date TO ce-archive-date(cataloged-count).
           MOVE ac-dataset-name TO ce-dataset-name(cataloged-count).

       AUDIT-ONE-CATALOG-ROW.
           MOVE ac-dataset-name TO finding-dataset.
           MOVE ac-archive-date TO finding-date.
           PERFORM FIND-DATASET-TYPE.
           IF dataset-type = 0
             ADD 1 TO unknown-type-count
             MOVE SPACES TO report-line
             STRING "  " finding-dataset
               " NOT CHECKED - NOT AN ARCHIVE SHAPE THIS AUDIT KNOWS"
               INTO report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           MOVE ac-dataset-name TO probe-dsn.
           PERFORM PROBE-DATASET.
           MOVE 0 TO finding-expected.
           IF ac-record-count IS NUMERIC
             MOVE ac-record-count TO finding-expected
           END-IF.
           MOVE probe-count TO finding-actual.
           EVALUATE TRUE
             WHEN probe-found = 'N'
               MOVE "MISSING" TO finding-code
               MOVE "DATASET NOT FOUND" TO finding-text
             WHEN probe-count = 0
               MOVE "EMPTY" TO finding-code
               MOVE "DATASET HOLDS NO RECORDS" TO finding-text
             WHEN ac-record-count IS NOT NUMERIC OR
                 ac-content-hash IS NOT NUMERIC
               MOVE SPACES TO finding-code
               MOVE "PRESENT - NO FIGURES ON CATALOG ROW TO CHECK"
                 TO finding-text
             WHEN probe-count NOT = ac-record-count
               MOVE "COUNT-DIFF" TO finding-code
               MOVE "RECORD COUNT DIFFERS FROM CATALOG" TO finding-text
             WHEN content-hash NOT = ac-content-hash
               MOVE "HASH-DIFF" TO finding-code
               MOVE "CONTENT HASH DIFFERS FROM CATALOG" TO
                 finding-text
             WHEN OTHER
               MOVE SPACES TO finding-code
               MOVE "VERIFIED" TO finding-text
           END-EVALUATE.
           EVALUATE TRUE
             WHEN finding-code NOT = SPACES
               ADD 1 TO failed-count
               PERFORM WRITE-FINDING
             WHEN finding-text = "VERIFIED"
               ADD 1 TO verified-count
               PERFORM WRITE-CHECKED-LINE
             WHEN OTHER
               ADD 1 TO unverified-count
               PERFORM WRITE-CHECKED-LINE
           END-EVALUATE.

       REPORT-PAST-RETENTION-ROW.
           ADD 1 TO past-retention-count.
           MOVE ac-dataset-name TO finding-dataset.
           MOVE ac-archive-date TO finding-date.
           PERFORM FIND-DATASET-TYPE.
           MOVE "PAST-RETAIN" TO finding-code.
           MOVE "CATALOG ROW PAST RETENTION - PURGE MISSED IT" TO
             finding-text.
           MOVE 0 TO finding-expected.
           IF ac-record-count IS NUMERIC
             MOVE ac-record-count TO finding-expected
           END-IF.
           MOVE 0 TO finding-actual.
           PERFORM WRITE-FINDING.

      *> Works out which archive shape a dataset name belongs to from
      *> its prefix; zero when it matches none of them.
       FIND-DATASET-TYPE.
           MOVE 0 TO dataset-type.
           PERFORM VARYING tp FROM 1 BY 1
               UNTIL tp > 7 OR dataset-type > 0
             IF finding-dataset(1:at-prefix-length(tp)) =
                 at-prefix(tp)(1:at-prefix-length(tp))
               MOVE tp TO dataset-type
             END-IF
           END-PERFORM.

      *> The other direction: every dataset name DailyArchive would
      *> have stamped on each day of the scan window, for each
      *> archive shape, that no catalog row names is probed; one
      *> found holding records is an archive nobody can restore by
      *> date. An empty one is a purged archive and is left alone.
       SCAN-FOR-UNCATALOGED-ARCHIVES.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE "ARCHIVE DATASETS ON DISK WITH NO CATALOG ROW" TO
             report-line.
           WRITE report-line.
           COMPUTE scan-first-day-number =
             FUNCTION INTEGER-OF-DATE(today-yyyymmdd) - scan-days.
           PERFORM VARYING scan-day-number
               FROM FUNCTION INTEGER-OF-DATE(today-yyyymmdd) BY -1
               UNTIL scan-day-number < scan-first-day-number
             COMPUTE scan-yyyymmdd =
               FUNCTION DATE-OF-INTEGER(scan-day-number)
             PERFORM VARYING dataset-type FROM 1 BY 1
                 UNTIL dataset-type > 7
               PERFORM SCAN-ONE-CANDIDATE
             END-PERFORM
           END-PERFORM.
           IF uncataloged-count = 0
             MOVE "  NONE" TO report-line
             WRITE report-line
           END-IF.

       SCAN-ONE-CANDIDATE.
           MOVE SPACES TO finding-dataset.
           STRING at-prefix(dataset-type)(1:at-prefix-length
             (dataset-type)) scan-yyyymmdd
             DELIMITED BY SIZE INTO finding-dataset.
           MOVE 'N' TO ce-found.
           PERFORM VARYING ce FROM 1 BY 1
               UNTIL ce > cataloged-count OR ce-found = 'Y'
             IF ce-dataset-name(ce) = finding-dataset
               MOVE 'Y' TO ce-found
             END-IF
           END-PERFORM.
           IF ce-found = 'Y'
             EXIT PARAGRAPH
           END-IF.
           MOVE finding-dataset TO probe-dsn.
           PERFORM PROBE-DATASET.
           IF probe-found = 'N' OR probe-count = 0
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO uncataloged-count.
           MOVE scan-yyyymmdd TO finding-date.
           MOVE "UNCATALOGED" TO finding-code.
           MOVE "ON DISK WITH NO CATALOG ROW" TO finding-text.
           MOVE 0 TO finding-expected.
           MOVE probe-count TO finding-actual.
           PERFORM WRITE-FINDING.

      *> Reads the dataset in probe-dsn through the probe matching
      *> dataset-type, counting its records and folding each into
      *> the content hash.
       PROBE-DATASET.
           ADD 1 TO probes-made.
           MOVE 'Y' TO probe-found.
           MOVE 0 TO probe-count.
           MOVE 0 TO content-hash.
           MOVE 'N' TO probe-eof.
           EVALUATE dataset-type
             WHEN 1
               OPEN INPUT pairs-probe-file
               IF probe-status = "05"
                 MOVE 'N' TO probe-found
               END-IF
               PERFORM UNTIL probe-eof = 'Y'
                 READ pairs-probe-file
                   AT END MOVE 'Y' TO probe-eof
                   NOT AT END
                     MOVE pairs-probe-record TO hash-record
                     PERFORM FOLD-RECORD-INTO-HASH
                 END-READ
               END-PERFORM
               CLOSE pairs-probe-file
             WHEN 2
               OPEN INPUT reject-probe-file
               IF probe-status = "05"
                 MOVE 'N' TO probe-found
               END-IF
               PERFORM UNTIL probe-eof = 'Y'
                 READ reject-probe-file
                   AT END MOVE 'Y' TO probe-eof
                   NOT AT END
                     MOVE reject-probe-record TO hash-record
                     PERFORM FOLD-RECORD-INTO-HASH
                 END-READ
               END-PERFORM
               CLOSE reject-probe-file
             WHEN 3
               OPEN INPUT exception-probe-file
               IF probe-status = "05"
                 MOVE 'N' TO probe-found
               END-IF
               PERFORM UNTIL probe-eof = 'Y'
                 READ exception-probe-file
                   AT END MOVE 'Y' TO probe-eof
                   NOT AT END
                     MOVE exception-probe-record TO hash-record
                     PERFORM FOLD-RECORD-INTO-HASH
                 END-READ
               END-PERFORM
               CLOSE exception-probe-file
             WHEN OTHER
               OPEN INPUT text-probe-file
               IF probe-status = "05"
                 MOVE 'N' TO probe-found
               END-IF
               PERFORM UNTIL probe-eof = 'Y'
                 READ text-probe-file
                   AT END MOVE 'Y' TO probe-eof
                   NOT AT END
                     MOVE text-probe-record TO hash-record
                     PERFORM FOLD-RECORD-INTO-HASH
                 END-READ
               END-PERFORM
               CLOSE text-probe-file
           END-EVALUATE.

      *> Same rule DailyArchive hashes by (see ARCHCAT.CPY); the
      *> record count rides along.
       FOLD-RECORD-INTO-HASH.
           ADD 1 TO probe-count.
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

      *> A finding goes to both the report and the result feed. Its
      *> breach key - ARC-<shape>-<archive date> - is what
      *> AlertMonitor keys the alert history on, so an archive that
      *> stays broken builds its own escalation streak.
       WRITE-FINDING.
           MOVE finding-expected TO expected-display.
           MOVE finding-actual TO actual-display.
           MOVE SPACES TO report-line.
           STRING "  " finding-dataset(1:30) " " finding-code
             " " finding-text
             " CATALOG " expected-display " FOUND " actual-display
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           MOVE SPACES TO audit-result-record.
           MOVE run-date-iso TO ar-run-date.
           IF dataset-type = 0
             STRING "ARC-OTHER-" finding-date
               DELIMITED BY SIZE INTO ar-breach-key
           ELSE
             STRING "ARC-" FUNCTION TRIM(at-tag(dataset-type))
               "-" finding-date
               DELIMITED BY SIZE INTO ar-breach-key
           END-IF.
           MOVE finding-code TO ar-finding.
           MOVE finding-dataset TO ar-dataset-name.
           MOVE finding-expected TO ar-expected-count.
           MOVE finding-actual TO ar-actual-count.
           WRITE audit-result-record.

       WRITE-CHECKED-LINE.
           MOVE finding-actual TO actual-display.
           MOVE SPACES TO report-line.
           STRING "  " finding-dataset(1:30) " OK           "
             finding-text
             " RECORDS " actual-display
             DELIMITED BY SIZE INTO report-line.
           WRITE report-line.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF failed-count + uncataloged-count + past-retention-count
               = 0
             MOVE "RESULT: ARCHIVE INTACT - EVERY CATALOGED DATASET "
               & "IS PRESENT AND UNCHANGED" TO report-line
           ELSE
             COMPUTE totals-display = failed-count +
               uncataloged-count + past-retention-count
             STRING "RESULT: " FUNCTION TRIM(totals-display)
               " FINDING(S) - RAISED TO ALERTMONITOR"
               INTO report-line
           END-IF.
           WRITE report-line.

      *> Standard end-of-job reconciliation trailer, in the same
      *> format as the daily batch jobs.
       DISPLAY-CONTROL-TOTALS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTROL TOTALS - ARCHIVEAUDIT".
           MOVE catalog-rows-read TO totals-display.
           DISPLAY "  CATALOG ROWS READ ........: "
             FUNCTION TRIM(totals-display).
           MOVE verified-count TO totals-display.
           DISPLAY "  ARCHIVES VERIFIED ........: "
             FUNCTION TRIM(totals-display).
           MOVE unverified-count TO totals-display.
           DISPLAY "  PRESENT, NO FIGURES ......: "
             FUNCTION TRIM(totals-display).
           MOVE failed-count TO totals-display.
           DISPLAY "  ARCHIVES FAILED ..........: "
             FUNCTION TRIM(totals-display).
           MOVE past-retention-count TO totals-display.
           DISPLAY "  ROWS PAST RETENTION ......: "
             FUNCTION TRIM(totals-display).
           MOVE uncataloged-count TO totals-display.
           DISPLAY "  UNCATALOGED ON DISK ......: "
             FUNCTION TRIM(totals-display).
           MOVE unknown-type-count TO totals-display.
           DISPLAY "  ROWS NOT CHECKED .........: "
             FUNCTION TRIM(totals-display).
           MOVE probes-made TO totals-display.
           DISPLAY "  DATASETS PROBED ..........: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: the catalog it audited and
      *> the report and result file it produced. The archives it
      *> probed are the ones the catalog names, and each one's
      *> figures are on the report, so they are not entered one by
      *> one.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           MOVE "CATALOG" TO lineage-role.
           MOVE "ARCHIVE.CATALOG" TO lineage-entry-dsn.
           MOVE "INPUT" TO lineage-mode.
           MOVE catalog-rows-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "OUTPUT" TO lineage-mode.
           MOVE "REPORT" TO lineage-role.
           MOVE report-dsn TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "RESULT" TO lineage-role.
           MOVE result-dsn TO lineage-entry-dsn.
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
