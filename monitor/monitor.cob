      *> keyed by metric and date, with its acknowledgment flag - so
      *> a breach that fires five nights running stops looking like a
      *> first-time breach, and there is a record of whether anyone
      *> ever looked at it, and which incident ticket dealt with it.
      *> Rewritten through the temp copy only to mark acknowledgments
      *> and ticket numbers; breaches themselves are only appended.
           SELECT OPTIONAL alert-history-file ASSIGN DYNAMIC
           history-dsn LINE SEQUENTIAL.
           SELECT alert-history-temp-file ASSIGN TO
      *> acknowledged, which is what stops the escalation clock.
           SELECT OPTIONAL ack-file ASSIGN DYNAMIC ack-dsn
           LINE SEQUENTIAL.
      *> StagingRecon's result feed: one record per feed with its
      *> staged and job-read counts and disposition. Every feed not
      *> balanced is a HIGH breach in its own right - a job that read
      *> something other than what was staged is never a judgment
      *> call for a threshold row.
           SELECT OPTIONAL recon-result-file ASSIGN DYNAMIC
           recon-result-dsn LINE SEQUENTIAL.
      *> ArchiveAudit's result feed: one record per archive finding
      *> - a cataloged dataset missing, emptied or changed, an
      *> archive on disk with no catalog row, a catalog row past
      *> retention - each already keyed for the alert history.
           SELECT OPTIONAL archive-audit-result-file ASSIGN DYNAMIC
           archive-audit-result-dsn LINE SEQUENTIAL.
      *> Outbound ticket interface, in the incident system's fixed
      *> layout, rewritten each stream: one record per breach. A
      *> metric with no open ticket opens one; a metric whose ticket
      *> is still open updates it instead of opening a duplicate,
      *> and one whose severity has risen past the ticket's asks for
      *> the priority to be raised. The metric and the run date the
      *> ticket was opened on are the correlation key the incident
      *> system hands back.
           SELECT ticket-file ASSIGN DYNAMIC ticket-dsn
           LINE SEQUENTIAL.
      *> Inbound return from the incident system: the ticket number
      *> it assigned to each correlation key, and the closure when
      *> the service desk closes one. A closed ticket acknowledges
      *> every history row it covered, exactly as an ALERT.ACKS row
      *> would.
           SELECT OPTIONAL ticket-return-file ASSIGN DYNAMIC
           ticket-return-dsn LINE SEQUENTIAL.
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
           05 hx-severity PIC X(4).
           05 FILLER PIC X.
           05 hx-ack PIC X.
           05 FILLER PIC X.
           05 hx-ticket-opened PIC X(10).
           05 FILLER PIC X.
           05 hx-ticket-number PIC X(12).
       FD alert-history-temp-file.
       01 alert-history-temp-record PIC X(62).
       FD ack-file.
       01 ack-record.
           05 ak-metric-id PIC X(20).
           05 an-trailing-avg PIC 9(18).
           05 FILLER PIC X.
           05 an-deviation-pct PIC 9(5).
       FD recon-result-file.
       01 recon-result-record.
           05 rr-run-date PIC X(10).
           05 FILLER PIC X.
           05 rr-feed-id PIC X(10).
           05 FILLER PIC X.
           05 rr-job-id PIC X(10).
           05 FILLER PIC X.
           05 rr-staged-count PIC 9(9).
           05 FILLER PIC X.
           05 rr-job-count PIC 9(9).
           05 FILLER PIC X.
           05 rr-status PIC X(12).
       FD archive-audit-result-file.
       01 archive-audit-result-record.
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
       FD ticket-file.
       01 ticket-record.
           05 tk-source PIC X(8).
           05 FILLER PIC X.
           05 tk-action PIC X(8).
           05 FILLER PIC X.
           05 tk-ticket-number PIC X(12).
           05 FILLER PIC X.
           05 tk-metric-id PIC X(20).
           05 FILLER PIC X.
           05 tk-opened-date PIC X(10).
           05 FILLER PIC X.
           05 tk-run-date PIC X(10).
           05 FILLER PIC X.
           05 tk-priority PIC X.
           05 FILLER PIC X.
           05 tk-severity PIC X(4).
           05 FILLER PIC X.
           05 tk-streak PIC 9(4).
           05 FILLER PIC X.
           05 tk-summary PIC X(120).
       FD ticket-return-file.
       01 ticket-return-record.
           05 tr-ticket-number PIC X(12).
           05 FILLER PIC X.
           05 tr-metric-id PIC X(20).
           05 FILLER PIC X.
           05 tr-opened-date PIC X(10).
           05 FILLER PIC X.
           05 tr-status PIC X(6).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 file-eof PIC X.
       01 threshold-file-loaded PIC X VALUE 'N'.
       01 history-rows-appended PIC 9(4) VALUE 0.
       01 totals-display PIC Z(9)9.

      *> Figures gathered from the three jobs' outputs. The reject
               10 bt-metric-id PIC X(20).
               10 bt-streak PIC 9(4).
               10 bt-text PIC X(120).
               10 bt-ticket-opened PIC X(10).
               10 bt-ticket-number PIC X(12).
               10 bt-ticket-severity PIC X(4).
               10 bt-ticket-action PIC X(8).
       01 b PIC 9(2).
       01 severity-pass PIC X(4).
       01 breach-metric-id PIC X(20) VALUE SPACES.
       01 history-dsn PIC X(80) VALUE "ALERT.HISTORY".
       01 ack-dsn PIC X(80) VALUE "ALERT.ACKS".
       01 anomaly-dsn PIC X(80) VALUE "TREND.ANOMALY".
       01 recon-result-dsn PIC X(80) VALUE "RECON.RESULT".
       01 recon-breach-count PIC 9(4) VALUE 0.
       01 archive-audit-result-dsn PIC X(80) VALUE "ARCHAUDIT.RESULT".
       01 archive-breach-count PIC 9(4) VALUE 0.
       01 ticket-dsn PIC X(80) VALUE "OPER.TICKETS".
       01 ticket-return-dsn PIC X(80) VALUE "ALERT.TICKET.RETURN".

      *> Trend-anomaly figures gathered from DailyTrend's feed, one
      *> slot per <job>-<metric> key. Only the record with the latest
       01 escalate-runs-env PIC X(10).
       01 escalate-runs PIC 9(2) VALUE 3.
       01 streak-display PIC Z(3)9.

      *> Ticket-interface work fields: the loaded return records, the
      *> incident-system priority (1 highest) for a severity, and
      *> what this stream sent and received.
       01 ticket-return-count PIC 9(2) VALUE 0.
       01 ticket-return-table.
           05 ticket-return-entry OCCURS 50.
               10 rt-ticket-number PIC X(12).
               10 rt-metric-id PIC X(20).
               10 rt-opened-date PIC X(10).
               10 rt-status PIC X(6).
       01 r PIC 9(2).
       01 ticket-priority PIC X.
       01 open-ticket-priority PIC X.
       01 tickets-numbered-count PIC 9(9) VALUE 0.
       01 tickets-closed-count PIC 9(9) VALUE 0.
       01 tickets-opened-count PIC 9(4) VALUE 0.
       01 tickets-updated-count PIC 9(4) VALUE 0.
       01 tickets-raised-count PIC 9(4) VALUE 0.
       01 run-date-iso PIC X(10).
       01 run-date-fields.
         05 run-date-yyyy PIC 9(4).
         05 run-date-mm PIC 9(2).
         05 run-date-dd PIC 9(2).

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "MONITOR".
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
           IF anomaly-dsn = SPACES
             MOVE "TREND.ANOMALY" TO anomaly-dsn
           END-IF.
           MOVE SPACES TO recon-result-dsn.
           ACCEPT recon-result-dsn FROM ENVIRONMENT "RECON_RESULT_DSN".
           IF recon-result-dsn = SPACES
             MOVE "RECON.RESULT" TO recon-result-dsn
           END-IF.
           MOVE SPACES TO archive-audit-result-dsn.
           ACCEPT archive-audit-result-dsn FROM ENVIRONMENT
               "ARCHAUDIT_RESULT_DSN".
           IF archive-audit-result-dsn = SPACES
             MOVE "ARCHAUDIT.RESULT" TO archive-audit-result-dsn
           END-IF.
           MOVE SPACES TO ticket-dsn.
           ACCEPT ticket-dsn FROM ENVIRONMENT "ALERT_TICKET_DSN".
           IF ticket-dsn = SPACES
             MOVE "OPER.TICKETS" TO ticket-dsn
           END-IF.
           MOVE SPACES TO ticket-return-dsn.
           ACCEPT ticket-return-dsn FROM ENVIRONMENT
               "ALERT_TICKET_RETURN_DSN".
           IF ticket-return-dsn = SPACES
             MOVE "ALERT.TICKET.RETURN" TO ticket-return-dsn
           END-IF.
           MOVE SPACES TO escalate-runs-env.
           ACCEPT escalate-runs-env FROM ENVIRONMENT
               "ALERT_ESCALATE_RUNS".
             INTO run-date-iso.
           PERFORM LOAD-THRESHOLD-TABLE.
           PERFORM LOAD-ACK-TRANSACTIONS.
           PERFORM LOAD-TICKET-RETURNS.
           PERFORM APPLY-ACKS-TO-HISTORY.
           PERFORM GATHER-DAY1-FIGURES.
           PERFORM GATHER-DAY2-FIGURES.
           PERFORM GATHER-DAY3-FIGURES.
           PERFORM GATHER-TREND-ANOMALIES.
           PERFORM JUDGE-ALL-THRESHOLDS.
           PERFORM JUDGE-RECON-RESULTS.
           PERFORM JUDGE-ARCHIVE-AUDIT-RESULTS.
           PERFORM ESCALATE-REPEAT-BREACHES.
           PERFORM FIND-OPEN-TICKETS.
           PERFORM WRITE-ALERT-FILE.
           PERFORM WRITE-TICKET-FILE.
           PERFORM APPEND-BREACHES-TO-HISTORY.
           PERFORM DISPLAY-CONTROL-TOTALS.
           PERFORM WRITE-LINEAGE-RECORDS.
           IF breach-count > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
             AT END MOVE 'Y' TO file-eof
           END-READ.
           IF file-eof = 'N'
             MOVE 'Y' TO threshold-file-loaded
             MOVE 0 TO threshold-count
             PERFORM UNTIL file-eof = 'Y' OR threshold-count >= 30
               ADD 1 TO threshold-count
             IF tt-metric-id(t)(1:7) = "AOCDAY1" OR
                 tt-metric-id(t)(1:7) = "AOCDAY2" OR
                 tt-metric-id(t)(1:7) = "AOCDAY3" OR
                 tt-metric-id(t)(1:3) = "A2-" OR
                 tt-metric-id(t)(1:3) = "A3-"
               MOVE 0 TO figure-value
             ELSE
               MOVE 'N' TO figure-known
             END-IF
           END-PERFORM.

      *> Queues a HIGH breach for every feed StagingRecon could not
      *> balance, keyed RECON-<feed> so a feed that stays out of
      *> balance builds its own escalation streak. A feed with no
      *> activity that day is not a breach.
       JUDGE-RECON-RESULTS.
           MOVE 'N' TO file-eof.
           OPEN INPUT recon-result-file.
           PERFORM UNTIL file-eof = 'Y'
             READ recon-result-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 IF rr-status NOT = "BALANCED" AND
                     rr-status NOT = "NO-ACTIVITY"
                   ADD 1 TO recon-breach-count
                   MOVE "HIGH" TO severity-pass
                   MOVE SPACES TO breach-metric-id
                   STRING "RECON-" FUNCTION TRIM(rr-feed-id)
                     INTO breach-metric-id
                   MOVE rr-staged-count TO limit-display
                   MOVE rr-job-count TO value-display
                   MOVE SPACES TO alert-line
                   STRING "RECON " FUNCTION TRIM(rr-feed-id)
                     " " rr-run-date " " FUNCTION TRIM(rr-status)
                     " - STAGED " FUNCTION TRIM(limit-display)
                     " BUT " FUNCTION TRIM(rr-job-id) " READ "
                     FUNCTION TRIM(value-display)
                     INTO alert-line
                   PERFORM QUEUE-BREACH
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE recon-result-file.

      *> Queues a breach for every archive finding ArchiveAudit
      *> made, keyed ARC-<shape>-<archive date> so an archive that
      *> stays broken builds its own escalation streak. Lost or
      *> altered archive data is HIGH; a stray uncataloged archive
      *> or a row the purge missed is housekeeping, MED.
       JUDGE-ARCHIVE-AUDIT-RESULTS.
           MOVE 'N' TO file-eof.
           OPEN INPUT archive-audit-result-file.
           PERFORM UNTIL file-eof = 'Y'
             READ archive-audit-result-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 ADD 1 TO archive-breach-count
                 IF ar-finding = "UNCATALOGED" OR
                     ar-finding = "PAST-RETAIN"
                   MOVE "MED" TO severity-pass
                 ELSE
                   MOVE "HIGH" TO severity-pass
                 END-IF
                 MOVE ar-breach-key TO breach-metric-id
                 MOVE ar-expected-count TO limit-display
                 MOVE ar-actual-count TO value-display
                 MOVE SPACES TO alert-line
                 STRING "ARCHIVE " FUNCTION TRIM(ar-dataset-name)
                   " " FUNCTION TRIM(ar-finding)
                   " - CATALOG " FUNCTION TRIM(limit-display)
                   " FOUND " FUNCTION TRIM(value-display)
                   INTO alert-line
                 PERFORM QUEUE-BREACH
             END-READ
           END-PERFORM.
           CLOSE archive-audit-result-file.

      *> A breach carries its metric ID so the escalation and history
      *> passes can key on it; the control-file housekeeping alerts
      *> (unknown metric, bad severity) queue with a blank metric and
           MOVE breach-metric-id TO bt-metric-id(breach-count).
           MOVE 0 TO bt-streak(breach-count).
           MOVE alert-line(1:120) TO bt-text(breach-count).
           MOVE SPACES TO bt-ticket-opened(breach-count).
           MOVE SPACES TO bt-ticket-number(breach-count).
           MOVE SPACES TO bt-ticket-severity(breach-count).
           MOVE SPACES TO bt-ticket-action(breach-count).

       LOAD-ACK-TRANSACTIONS.
           MOVE 0 TO ack-count.
           END-PERFORM.
           CLOSE ack-file.

       LOAD-TICKET-RETURNS.
           MOVE 0 TO ticket-return-count.
           MOVE 'N' TO file-eof.
           OPEN INPUT ticket-return-file.
           PERFORM UNTIL file-eof = 'Y' OR ticket-return-count >= 50
             READ ticket-return-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 ADD 1 TO ticket-return-count
                 MOVE tr-ticket-number TO
                   rt-ticket-number(ticket-return-count)
                 MOVE tr-metric-id TO rt-metric-id(ticket-return-count)
                 MOVE tr-opened-date TO
                   rt-opened-date(ticket-return-count)
                 MOVE tr-status TO rt-status(ticket-return-count)
             END-READ
           END-PERFORM.
           CLOSE ticket-return-file.

      *> Marks the acknowledged history rows, through the same
      *> two-pass temp-file copy the archive catalog uses. An ack
      *> with a blank date covers every row for its metric; one with
      *> a date covers that stream only. A ticket return covers every
      *> row of the ticket it names - the metric's rows opened on its
      *> correlation date - stamping the ticket number on them and,
      *> once the ticket is CLOSED, acknowledging them. Nothing else
      *> about the history is touched - the file stays append-only
      *> for breaches.
       APPLY-ACKS-TO-HISTORY.
           IF ack-count = 0 AND ticket-return-count = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO file-eof.
                     MOVE 'Y' TO history-row-matches-ack
                   END-IF
                 END-PERFORM
                 PERFORM VARYING r FROM 1 BY 1
                     UNTIL r > ticket-return-count
                   IF rt-metric-id(r) = hx-metric-id AND
                       rt-opened-date(r) = hx-ticket-opened AND
                       hx-ticket-opened NOT = SPACES AND
                       (hx-ticket-number = SPACES OR
                       hx-ticket-number = rt-ticket-number(r))
                     IF rt-ticket-number(r) NOT = SPACES AND
                         rt-ticket-number(r) NOT = hx-ticket-number
                       MOVE rt-ticket-number(r) TO hx-ticket-number
                       ADD 1 TO tickets-numbered-count
                     END-IF
                     IF rt-status(r) = "CLOSED" AND hx-ack NOT = 'Y'
                       MOVE 'Y' TO history-row-matches-ack
                       ADD 1 TO tickets-closed-count
                     END-IF
                   END-IF
                 END-PERFORM
                 IF history-row-matches-ack = 'Y' AND hx-ack NOT = 'Y'
                   MOVE 'Y' TO hx-ack
                   ADD 1 TO acks-applied-count
      *> escalation streak this history exists to build.
           OPEN OUTPUT ack-file.
           CLOSE ack-file.
           OPEN OUTPUT ticket-return-file.
           CLOSE ticket-return-file.

      *> One pass over the history, building each queued breach's
      *> trailing streak of unacknowledged rows: an unacked row for
             END-IF
           END-PERFORM.

      *> One more pass over the history, finding each queued
      *> breach's open ticket: the latest unacknowledged row for the
      *> metric that carries a ticket opening date. An acknowledged
      *> row - by ALERT.ACKS or a ticket closure - means whatever
      *> ticket came before it is done with, so a later breach opens
      *> a fresh one. The ticket's standing priority is the severity
      *> its latest row was written at.
       FIND-OPEN-TICKETS.
           IF breach-count = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO file-eof.
           OPEN INPUT alert-history-file.
           PERFORM UNTIL file-eof = 'Y'
             READ alert-history-file
               AT END MOVE 'Y' TO file-eof
               NOT AT END
                 PERFORM VARYING b FROM 1 BY 1 UNTIL b > breach-count
                   IF bt-metric-id(b) NOT = SPACES AND
                       bt-metric-id(b) = hx-metric-id
                     IF hx-ack = 'Y'
                       MOVE SPACES TO bt-ticket-opened(b)
                       MOVE SPACES TO bt-ticket-number(b)
                       MOVE SPACES TO bt-ticket-severity(b)
                     ELSE
                       IF hx-ticket-opened NOT = SPACES
                         MOVE hx-ticket-opened TO bt-ticket-opened(b)
                         MOVE hx-ticket-number TO bt-ticket-number(b)
                         MOVE hx-severity TO bt-ticket-severity(b)
                       END-IF
                     END-IF
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE alert-history-file.
           PERFORM VARYING b FROM 1 BY 1 UNTIL b > breach-count
             IF bt-metric-id(b) NOT = SPACES
               IF bt-ticket-opened(b) = SPACES
                 MOVE "OPEN" TO bt-ticket-action(b)
                 MOVE run-date-iso TO bt-ticket-opened(b)
               ELSE
                 MOVE bt-ticket-severity(b) TO severity-pass
                 PERFORM SET-TICKET-PRIORITY
                 MOVE ticket-priority TO open-ticket-priority
                 MOVE bt-severity(b) TO severity-pass
                 PERFORM SET-TICKET-PRIORITY
                 IF ticket-priority < open-ticket-priority
                   MOVE "ESCALATE" TO bt-ticket-action(b)
                 ELSE
                   MOVE "UPDATE" TO bt-ticket-action(b)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       SET-TICKET-PRIORITY.
           EVALUATE severity-pass
             WHEN "HIGH"
               MOVE "1" TO ticket-priority
             WHEN "MED"
               MOVE "2" TO ticket-priority
             WHEN OTHER
               MOVE "3" TO ticket-priority
           END-EVALUATE.

      *> Writes the outbound ticket file: one record per breach that
      *> carries a metric (the control-file housekeeping alerts are
      *> the operator's own business, not the service desk's), with
      *> the action FIND-OPEN-TICKETS settled on.
       WRITE-TICKET-FILE.
           OPEN OUTPUT ticket-file.
           PERFORM VARYING b FROM 1 BY 1 UNTIL b > breach-count
             IF bt-metric-id(b) NOT = SPACES
               MOVE SPACES TO ticket-record
               MOVE "ALERTMON" TO tk-source
               MOVE bt-ticket-action(b) TO tk-action
               MOVE bt-ticket-number(b) TO tk-ticket-number
               MOVE bt-metric-id(b) TO tk-metric-id
               MOVE bt-ticket-opened(b) TO tk-opened-date
               MOVE run-date-iso TO tk-run-date
               MOVE bt-severity(b) TO severity-pass
               PERFORM SET-TICKET-PRIORITY
               MOVE ticket-priority TO tk-priority
               MOVE bt-severity(b) TO tk-severity
               COMPUTE tk-streak = bt-streak(b) + 1
               MOVE bt-text(b) TO tk-summary
               WRITE ticket-record
               EVALUATE bt-ticket-action(b)
                 WHEN "OPEN"
                   ADD 1 TO tickets-opened-count
                 WHEN "ESCALATE"
                   ADD 1 TO tickets-raised-count
                 WHEN OTHER
                   ADD 1 TO tickets-updated-count
               END-EVALUATE
             END-IF
           END-PERFORM.
           CLOSE ticket-file.

      *> Appends today's breaches - at the severity they were finally
      *> written at - to the history, each unacknowledged until an
      *> operator says otherwise, and each carrying the ticket it was
      *> sent to: the opening date that correlates it and, once the
      *> incident system has returned one, the ticket number.
       APPEND-BREACHES-TO-HISTORY.
           IF breach-count = 0
             EXIT PARAGRAPH
               MOVE run-date-iso TO hx-run-date
               MOVE bt-severity(b) TO hx-severity
               MOVE 'N' TO hx-ack
               MOVE bt-ticket-opened(b) TO hx-ticket-opened
               MOVE bt-ticket-number(b) TO hx-ticket-number
               WRITE alert-history-record
               ADD 1 TO history-rows-appended
             END-IF
           END-PERFORM.
           CLOSE alert-history-file.
           MOVE day3-recovered-count TO totals-display.
           DISPLAY "  DAY3 RECOVERED INSTRS ....: "
             FUNCTION TRIM(totals-display).
           MOVE recon-breach-count TO totals-display.
           DISPLAY "  RECON FEEDS OUT OF BALANCE: "
             FUNCTION TRIM(totals-display).
           MOVE archive-breach-count TO totals-display.
           DISPLAY "  ARCHIVE AUDIT FINDINGS ...: "
             FUNCTION TRIM(totals-display).
           MOVE breach-count TO totals-display.
           DISPLAY "  THRESHOLD BREACHES .......: "
             FUNCTION TRIM(totals-display).
           MOVE escalated-count TO totals-display.
           DISPLAY "  ALERTS ESCALATED .........: "
             FUNCTION TRIM(totals-display).
           MOVE tickets-opened-count TO totals-display.
           DISPLAY "  TICKETS OPENED ...........: "
             FUNCTION TRIM(totals-display).
           MOVE tickets-updated-count TO totals-display.
           DISPLAY "  TICKETS UPDATED ..........: "
             FUNCTION TRIM(totals-display).
           MOVE tickets-raised-count TO totals-display.
           DISPLAY "  TICKET PRIORITIES RAISED .: "
             FUNCTION TRIM(totals-display).
           MOVE tickets-numbered-count TO totals-display.
           DISPLAY "  HISTORY ROWS NUMBERED ....: "
             FUNCTION TRIM(totals-display).
           MOVE tickets-closed-count TO totals-display.
           DISPLAY "  HISTORY ROWS CLOSED ......: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this run: the daily jobs' outputs it
      *> took its figures from and the result feeds it judged (each
      *> only when it had records), the threshold table and the
      *> acknowledgment and ticket-return transactions it applied -
      *> entered again as emptied once applied - the alert history
      *> it updated, and the alert and ticket files it produced. A
      *> history rewritten for acknowledgments is entered with the
      *> records it holds at the end, one only appended to with the
      *> rows appended.
       WRITE-LINEAGE-RECORDS.
           MOVE 'N' TO lineage-origin.
           MOVE "INPUT" TO lineage-mode.
           IF day1-pairs-count > 0
             MOVE "PAIRS" TO lineage-role
             MOVE "AOCDAY1.PAIRS" TO lineage-entry-dsn
             MOVE day1-pairs-count TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF day1-reject-count > 0
             MOVE "REJECTS" TO lineage-role
             MOVE "AOCDAY1.REJ" TO lineage-entry-dsn
             MOVE day1-reject-count TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF day1-unmatched-count > 0
             MOVE "EXCEPTIONS" TO lineage-role
             MOVE "AOCDAY1.EXC" TO lineage-entry-dsn
             MOVE day1-unmatched-count TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE "AUDIT" TO lineage-role.
           MOVE audit-dsn TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           IF lineage-count > 0
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE "TRANS-LOG" TO lineage-role.
           MOVE log-dsn TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           IF lineage-count > 0
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE "ANOMALIES" TO lineage-role.
           MOVE anomaly-dsn TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           IF lineage-count > 0
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE "RECON-RESULT" TO lineage-role.
           MOVE recon-result-dsn TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           IF lineage-count > 0
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE "AUDIT-RESULT" TO lineage-role.
           MOVE archive-audit-result-dsn TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           IF lineage-count > 0
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE 'Y' TO lineage-origin.
           IF threshold-file-loaded = 'Y'
             MOVE "THRESHOLDS" TO lineage-role
             MOVE "ALERT.THRESHOLDS" TO lineage-entry-dsn
             MOVE threshold-count TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF ack-count > 0
             MOVE "ACKS" TO lineage-role
             MOVE ack-dsn TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             MOVE ack-count TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF ticket-return-count > 0
             MOVE "TICKET-RETN" TO lineage-role
             MOVE ticket-return-dsn TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             MOVE ticket-return-count TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE 'N' TO lineage-origin.
           MOVE "OUTPUT" TO lineage-mode.
           MOVE 0 TO lineage-count.
           IF ack-count > 0 OR ticket-return-count > 0
             MOVE "ACKS" TO lineage-role
             MOVE ack-dsn TO lineage-entry-dsn
             PERFORM APPEND-LINEAGE-RECORD
             MOVE "TICKET-RETN" TO lineage-role
             MOVE ticket-return-dsn TO lineage-entry-dsn
             PERFORM APPEND-LINEAGE-RECORD
             MOVE "ALERT-HIST" TO lineage-role
             MOVE history-dsn TO lineage-entry-dsn
             PERFORM COUNT-LINEAGE-RECORDS
             PERFORM APPEND-LINEAGE-RECORD
           ELSE
             IF history-rows-appended > 0
               MOVE "ALERT-HIST" TO lineage-role
               MOVE history-dsn TO lineage-entry-dsn
               MOVE "EXTEND" TO lineage-mode
               MOVE history-rows-appended TO lineage-count
               PERFORM APPEND-LINEAGE-RECORD
             END-IF
           END-IF.
           MOVE "OUTPUT" TO lineage-mode.
           MOVE "ALERTS" TO lineage-role.
           MOVE alert-dsn TO lineage-entry-dsn.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "TICKETS" TO lineage-role.
           MOVE ticket-dsn TO lineage-entry-dsn.
           COMPUTE lineage-count = tickets-opened-count +
               tickets-updated-count + tickets-raised-count.
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
