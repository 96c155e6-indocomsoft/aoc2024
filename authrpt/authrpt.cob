       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuthReport.
       AUTHOR. JULIUS PUTRA TANU SETIAJI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Monthly override-authorization report for audit: every row
      *> on the override register (see AUTHREG.CPY) whose run date
      *> falls in the report month, in three lists - the overrides a
      *> job actually used and under whose grant, the grants nobody
      *> used (lapsed or still open), and the overrides a job was
      *> asked for with no grant on file and refused. The last list
      *> is the one audit asked for: it is the only trace left of
      *> someone trying to rerun, resume or force without a
      *> supervisor's say-so.
           SELECT OPTIONAL auth-register-file ASSIGN DYNAMIC
           auth-register-dsn LINE SEQUENTIAL.
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
       FD auth-register-file.
           COPY "AUTHREG.CPY".
       FD report-file.
       01 report-line PIC X(132).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 file-eof PIC X.
       01 register-rows-read PIC 9(9) VALUE 0.
       01 month-rows-count PIC 9(6) VALUE 0.
       01 used-count PIC 9(6) VALUE 0.
       01 unused-count PIC 9(6) VALUE 0.
       01 expired-count PIC 9(6) VALUE 0.
       01 refused-count PIC 9(6) VALUE 0.
       01 totals-display PIC Z(9)9.

      *> Which list a pass is writing, and the row's lapse state
      *> for the unused list.
       01 list-pass PIC X(8).
       01 row-in-list PIC X.
       01 lapse-text PIC X(9).
       01 now-stamp.
         05 now-date PIC X(10).
         05 now-time PIC X(6).
       01 expiry-stamp.
         05 expiry-date PIC X(10).
         05 expiry-time PIC X(6).
       01 time-text PIC X(8).

      *> The report month, YYYY-MM as the register's ISO run dates
      *> begin; AUTHRPT_MONTH=YYYYMM picks one, unset means the
      *> current month.
       01 report-month-env PIC X(10).
       01 report-month PIC X(7).
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
       01 auth-register-dsn PIC X(80) VALUE "AUTH.REGISTER".
       01 report-dsn PIC X(80) VALUE "AUTHRPT.RPT".

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "AUTHRPT".
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
           MOVE SPACES TO auth-register-dsn.
           ACCEPT auth-register-dsn FROM ENVIRONMENT
               "AUTH_REGISTER_DSN".
           IF auth-register-dsn = SPACES
             MOVE "AUTH.REGISTER" TO auth-register-dsn
           END-IF.
           MOVE SPACES TO report-dsn.
           ACCEPT report-dsn FROM ENVIRONMENT "AUTHRPT_RPT_DSN".
           IF report-dsn = SPACES
             MOVE "AUTHRPT.RPT" TO report-dsn
           END-IF.
           ACCEPT run-date-fields FROM DATE YYYYMMDD.
           MOVE run-date-mm TO run-date-display-mm.
           MOVE run-date-dd TO run-date-display-dd.
           MOVE run-date-yyyy TO run-date-display-yyyy.
           MOVE SPACES TO now-date.
           STRING run-date-yyyy "-" run-date-mm "-" run-date-dd
             INTO now-date.
           ACCEPT time-text FROM TIME.
           MOVE time-text(1:6) TO now-time.
           MOVE SPACES TO report-month.
           STRING run-date-yyyy "-" run-date-mm INTO report-month.
           MOVE SPACES TO report-month-env.
           ACCEPT report-month-env FROM ENVIRONMENT "AUTHRPT_MONTH".
           IF report-month-env NOT = SPACES
             IF FUNCTION TRIM(report-month-env) IS NOT NUMERIC
                 OR FUNCTION LENGTH(FUNCTION TRIM(report-month-env))
                 NOT = 6
               DISPLAY "AUTHREPORT: SET AUTHRPT_MONTH=YYYYMM TO NAME "
                 "THE MONTH TO REPORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE SPACES TO report-month
             STRING report-month-env(1:4) "-" report-month-env(5:2)
               INTO report-month
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "USED" TO list-pass.
           PERFORM WRITE-ONE-LIST.
           MOVE "UNUSED" TO list-pass.
           PERFORM WRITE-ONE-LIST.
           MOVE "REFUSED" TO list-pass.
           PERFORM WRITE-ONE-LIST.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE report-file.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF refused-count > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-REPORT-HEADING.
           OPEN OUTPUT report-file.
           MOVE "OVERRIDE AUTHORIZATION REPORT" TO report-line.
           WRITE report-line.
           MOVE "PROGRAM: AuthReport" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "RUN DATE: " run-date-display
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "REPORT MONTH: " report-month
             INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "REGISTER: " FUNCTION TRIM(auth-register-dsn)
             INTO report-line.
           WRITE report-line.

      *> One pass over the register per list, the rows kept in the
      *> order they were entered. A row whose status is neither
      *> USED nor REFUSED was never claimed, whatever was typed into
      *> it, so it goes on the unused list showing what it says.
       WRITE-ONE-LIST.
           MOVE SPACES TO report-line.
           WRITE report-line.
           EVALUATE list-pass
             WHEN "USED"
               MOVE "OVERRIDES USED" TO report-line
               WRITE report-line
               MOVE "  JOB        RUN DATE   TYPE       REASON "
                 & "AUTHORIZED BY  USED ON    AT" TO report-line
             WHEN "UNUSED"
               MOVE "AUTHORIZATIONS GRANTED BUT NOT USED" TO
                 report-line
               WRITE report-line
               MOVE "  JOB        RUN DATE   TYPE       REASON "
                 & "AUTHORIZED BY  EXPIRES    AT      STATE" TO
                 report-line
             WHEN OTHER
               MOVE "OVERRIDES ATTEMPTED WITHOUT AUTHORIZATION" TO
                 report-line
               WRITE report-line
               MOVE "  JOB        RUN DATE   TYPE       "
                 & "ATTEMPTED  AT" TO report-line
           END-EVALUATE.
           WRITE report-line.
           MOVE 'N' TO file-eof.
           MOVE 'N' TO row-in-list.
           OPEN INPUT auth-register-file.
           PERFORM UNTIL file-eof = 'Y'
             READ auth-register-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 IF list-pass = "USED"
                   ADD 1 TO register-rows-read
                 END-IF
                 IF au-run-date(1:7) = report-month
                   PERFORM LIST-ONE-ROW
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE auth-register-file.
           IF row-in-list = 'N'
             MOVE "  NONE" TO report-line
             WRITE report-line
           END-IF.

       LIST-ONE-ROW.
           EVALUATE TRUE
             WHEN au-status = "USED"
               IF list-pass NOT = "USED"
                 EXIT PARAGRAPH
               END-IF
               ADD 1 TO month-rows-count
               ADD 1 TO used-count
               MOVE SPACES TO report-line
               STRING "  " au-job-id " " au-run-date " "
                 au-override-type " " au-reason-code "   "
                 au-operator-id "       " au-used-date " "
                 au-used-time
                 DELIMITED BY SIZE INTO report-line
             WHEN au-status = "REFUSED"
               IF list-pass NOT = "REFUSED"
                 EXIT PARAGRAPH
               END-IF
               ADD 1 TO month-rows-count
               ADD 1 TO refused-count
               MOVE SPACES TO report-line
               STRING "  " au-job-id " " au-run-date " "
                 au-override-type " " au-used-date " " au-used-time
                 DELIMITED BY SIZE INTO report-line
             WHEN OTHER
               IF list-pass NOT = "UNUSED"
                 EXIT PARAGRAPH
               END-IF
               ADD 1 TO month-rows-count
               ADD 1 TO unused-count
               PERFORM SET-LAPSE-TEXT
               MOVE SPACES TO report-line
               STRING "  " au-job-id " " au-run-date " "
                 au-override-type " " au-reason-code "   "
                 au-operator-id "       " au-expiry-date " "
                 au-expiry-time "  " lapse-text
                 DELIMITED BY SIZE INTO report-line
           END-EVALUATE.
           MOVE 'Y' TO row-in-list.
           WRITE report-line.

      *> A grant lapses at its expiry (end of the expiry date when no
      *> time was given); one with no expiry at all could never have
      *> been claimed and says so.
       SET-LAPSE-TEXT.
           IF au-status NOT = SPACES
             MOVE au-status TO lapse-text
             EXIT PARAGRAPH
           END-IF.
           IF au-expiry-date = SPACES
             MOVE "NO EXPIRY" TO lapse-text
             EXIT PARAGRAPH
           END-IF.
           MOVE au-expiry-date TO expiry-date.
           MOVE au-expiry-time TO expiry-time.
           IF expiry-time = SPACES
             MOVE "235959" TO expiry-time
           END-IF.
           IF expiry-stamp < now-stamp
             MOVE "EXPIRED" TO lapse-text
             ADD 1 TO expired-count
           ELSE
             MOVE "OPEN" TO lapse-text
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           IF refused-count = 0
             MOVE "RESULT: NO OVERRIDE ATTEMPTED WITHOUT AUTHORIZATION"
               TO report-line
           ELSE
             MOVE refused-count TO totals-display
             STRING "RESULT: " FUNCTION TRIM(totals-display)
               " OVERRIDE(S) ATTEMPTED WITHOUT AUTHORIZATION"
               INTO report-line
           END-IF.
           WRITE report-line.

      *> Standard end-of-job reconciliation trailer, in the same
      *> format as the daily batch jobs.
       DISPLAY-CONTROL-TOTALS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTROL TOTALS - AUTHREPORT".
           MOVE register-rows-read TO totals-display.
           DISPLAY "  REGISTER ROWS READ .......: "
             FUNCTION TRIM(totals-display).
           MOVE month-rows-count TO totals-display.
           DISPLAY "  ROWS IN REPORT MONTH .....: "
             FUNCTION TRIM(totals-display).
           MOVE used-count TO totals-display.
           DISPLAY "  OVERRIDES USED ...........: "
             FUNCTION TRIM(totals-display).
           MOVE unused-count TO totals-display.
           DISPLAY "  GRANTS NOT USED ..........: "
             FUNCTION TRIM(totals-display).
           MOVE expired-count TO totals-display.
           DISPLAY "    OF WHICH EXPIRED .......: "
             FUNCTION TRIM(totals-display).
           MOVE refused-count TO totals-display.
           DISPLAY "  UNAUTHORIZED ATTEMPTS ....: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entry for this run: the report. The register it
      *> lists is override machinery and is not entered.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           MOVE "OUTPUT" TO lineage-mode.
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
