      *> replayed under the same action it was recovered under.
           SELECT OPTIONAL opcode-control-file ASSIGN TO
           "AOCDAY3.OPCODES" LINE SEQUENTIAL.
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
           05 oc-arity PIC 9(1).
           05 FILLER PIC X.
           05 oc-action PIC X(10).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 file-eof PIC X.
      *> Record-parse scratch fields.
       01 recon-instr-text PIC X(40).
       01 parse-discard-text PIC X(150).
       01 recon-gate-text PIC X(5).
       01 instr-prefix-text PIC X(12).
       01 operand-part-text PIC X(30).
       01 first-operand-text PIC X(12).
       01 recon-dsn PIC X(80) VALUE "AOCDAY3.RECON".
       01 log-dsn PIC X(80) VALUE "AOCDAY3.LOG".

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "VERIFY".
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
           MOVE SPACES TO recon-dsn.
           ACCEPT recon-dsn FROM ENVIRONMENT "AOCDAY3_RECON_DSN".
           IF recon-dsn = SPACES
           PERFORM READD-PART-ONE-FROM-LOG.
           PERFORM JUDGE-CROSS-FOOTS.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF mismatch-count > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
                 IF recon-line(1:5) = "LINE="
                   PERFORM REPLAY-ONE-RECON-RECORD
                 END-IF
                 IF recon-line(1:5) = "DUMP="
                   PERFORM REPLAY-DUMP-HEADER
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE recon-file.

      *> A manifest run's DUMP= header opens the next dump. The
      *> replayed gate follows AOCDay3's per-dump rule: a RESET dump
      *> starts with the gate open, a CARRY dump inherits the gate
      *> as the previous dump left it.
       REPLAY-DUMP-HEADER.
           MOVE SPACES TO recon-gate-text.
           UNSTRING recon-line DELIMITED BY "GATE="
               INTO parse-discard-text, recon-gate-text.
           IF recon-gate-text NOT = "CARRY"
             MOVE 'Y' TO enabled
           END-IF.

       REPLAY-ONE-RECON-RECORD.
           MOVE SPACES TO recon-instr-text.
           UNSTRING recon-line DELIMITED BY "INSTR="
           DISPLAY "  DISAGREEMENTS ............: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: the run-control feed the
      *> expected totals came from, the recon feed and transaction
      *> log replayed against them, and the opcode table when a site
      *> supplied one.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           MOVE "INPUT" TO lineage-mode.
           MOVE "RUN-CONTROL" TO lineage-role.
           MOVE run-control-dsn TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "RECON" TO lineage-role.
           MOVE recon-dsn TO lineage-entry-dsn.
           MOVE recon-records-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "TRANS-LOG" TO lineage-role.
           MOVE log-dsn TO lineage-entry-dsn.
           MOVE log-records-read TO lineage-count.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "OPCODES" TO lineage-role.
           MOVE "AOCDAY3.OPCODES" TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           IF lineage-count > 0
             MOVE 'Y' TO lineage-origin
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
