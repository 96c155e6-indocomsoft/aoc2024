      *> non-displayable checks stand, as before.
           SELECT OPTIONAL rules-control-file ASSIGN TO
           "EDIT.RULES" LINE SEQUENTIAL.
      *> Shared run-control dataset (see RUNCTL.CPY): an accepted
      *> transmission leaves a STAGED record carrying its feed ID,
      *> business date, and the number of details staged, so the
      *> reconciliation step can prove the daily job that read the
      *> staging dataset read exactly that many.
           SELECT OPTIONAL run-control-file ASSIGN DYNAMIC
           run-control-dsn LINE SEQUENTIAL.
      *> Transmission register (see XMITREG.CPY): every accepted
      *> transmission is entered with its count and fingerprint, and
      *> each new one is compared against it - the same details
      *> arriving a second time, a business date the feed already
      *> delivered, or a date that skips or goes back past the feed's
      *> last accepted one is turned away, so yesterday's file under
      *> today's header cannot be processed twice.
           SELECT OPTIONAL transmission-register-file ASSIGN DYNAMIC
           xmit-register-dsn LINE SEQUENTIAL.
      *> Shop calendar (see SHOPCAL.CPY): the days the stream is not
      *> expected to run are the days a feed may legitimately skip.
           SELECT OPTIONAL calendar-file ASSIGN DYNAMIC calendar-dsn
           LINE SEQUENTIAL.
      *> Override authorization register (see AUTHREG.CPY): an
      *> EDIT_SEQUENCE_OVERRIDE run lets an out-of-sequence business
      *> date through only against a supervisor's unexpired SEQUENCE
      *> grant, claimed by marking it USED; rewritten through its
      *> temp copy the way the archive catalog is.
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
           05 er-rule-type PIC X(12).
           05 FILLER PIC X.
           05 er-rule-parm PIC 9(6).
       FD run-control-file.
           COPY "RUNCTL.CPY".
       FD transmission-register-file.
           COPY "XMITREG.CPY".
       FD calendar-file.
           COPY "SHOPCAL.CPY".
       FD auth-register-file.
           COPY "AUTHREG.CPY".
       FD auth-register-temp-file.
       01 auth-register-temp-record PIC X(91).
       FD lineage-file.
           COPY "LINEAGE.CPY".
       FD lineage-count-file.
       01 lineage-count-line PIC X(200).

       WORKING-STORAGE SECTION.
       01 input-line-length PIC 9(6).
       01 expected-feed-id PIC X(10).
       01 expected-business-date PIC X(10).

      *> Content fingerprint of this transmission's details, folded
      *> as each detail is read (clean or not - it is the content
      *> that arrived that is being fingerprinted).
       01 fingerprint PIC 9(10) VALUE 0.
       01 fingerprint-display PIC Z(9)9.
       01 fold-position PIC 9(6).
       01 fold-length PIC 9(6).

      *> Transmission register comparison: the register rows this
      *> transmission was judged against, held as they sit on file
      *> so the edit report can show each one - the feed's latest
      *> accepted business date, an earlier acceptance of this same
      *> date, and an earlier acceptance of these same details.
       01 xmit-register-eof PIC X.
       01 xmit-register-exists PIC X VALUE 'N'.
       01 xmit-register-read PIC 9(9) VALUE 0.
       01 register-checked PIC X VALUE 'N'.
       01 last-entry-found PIC X VALUE 'N'.
       01 last-entry-row PIC X(130).
       01 last-business-date PIC X(10).
       01 date-entry-found PIC X VALUE 'N'.
       01 date-entry-row PIC X(130).
       01 print-entry-found PIC X VALUE 'N'.
       01 print-entry-row PIC X(130).

      *> Business-date sequence check. Dates are ISO text; the gap
      *> between the feed's last accepted date and this one is
      *> counted off the proleptic day numbers, less the days the
      *> shop calendar says the stream does not run.
       01 date-work-text PIC X(8).
       01 date-work-number REDEFINES date-work-text PIC 9(8).
       01 iso-date-text PIC X(10).
       01 iso-date-number PIC 9(7).
       01 header-date-number PIC 9(7).
       01 last-date-number PIC 9(7).
       01 gap-days PIC 9(7).
       01 idle-days PIC 9(7).
       01 skipped-days PIC 9(7).
       01 sequence-break PIC X VALUE 'N'.
       01 sequence-text PIC X(100).
       01 calendar-eof PIC X.
       01 calendar-read PIC 9(9) VALUE 0.
       01 sequence-override-env PIC X.

      *> Override authorization claim: the job and override type
      *> being claimed, whether a grant was found, and the
      *> supervisor and reason code it carried (the supervisor is
      *> what the STAGED record and register row are stamped with).
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

      *> Dataset-name overrides, read once per run; the input has no
      *> sensible default since each feed arrives under its own name.
       01 input-dsn PIC X(80) VALUE "input".
       01 staging-dsn PIC X(80) VALUE "STAGING.DAT".
       01 report-dsn PIC X(80) VALUE "EDIT.RPT".
       01 run-control-dsn PIC X(80) VALUE "RUN.CONTROL".
       01 run-control-exists PIC X.
       01 xmit-register-dsn PIC X(80) VALUE "EDIT.XMITREG".
       01 calendar-dsn PIC X(80) VALUE "SHOP.CALENDAR".
       01 run-time-text PIC X(8).
       01 run-date-iso PIC X(10).

      *> Report heading and run-stamp fields
       01 run-date-fields.
         05 FILLER PIC X VALUE "/".
         05 run-date-display-yyyy PIC 9(4).

      *> Lineage manifest fields: the job name and start of this run,
      *> and the entry being added - its role, dataset, open mode,
      *> record count, and whether it came from outside the stream.
       01 lineage-dsn PIC X(80) VALUE "STREAM.LINEAGE".
       01 lineage-exists PIC X VALUE SPACE.
       01 lineage-job-id PIC X(10) VALUE "EDIT".
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
           MOVE SPACES TO input-dsn.
           ACCEPT input-dsn FROM ENVIRONMENT "EDIT_INPUT_DSN".
           IF input-dsn = SPACES
           MOVE SPACES TO expected-business-date.
           ACCEPT expected-business-date FROM ENVIRONMENT
               "EDIT_BUSINESS_DATE".
           MOVE SPACES TO run-control-dsn.
           ACCEPT run-control-dsn FROM ENVIRONMENT "RUN_CONTROL_DSN".
           IF run-control-dsn = SPACES
             MOVE "RUN.CONTROL" TO run-control-dsn
           END-IF.
           MOVE SPACES TO xmit-register-dsn.
           ACCEPT xmit-register-dsn FROM ENVIRONMENT
               "EDIT_XMIT_REGISTER_DSN".
           IF xmit-register-dsn = SPACES
             MOVE "EDIT.XMITREG" TO xmit-register-dsn
           END-IF.
           MOVE SPACES TO calendar-dsn.
           ACCEPT calendar-dsn FROM ENVIRONMENT "SHOP_CALENDAR_DSN".
           IF calendar-dsn = SPACES
             MOVE "SHOP.CALENDAR" TO calendar-dsn
           END-IF.
           MOVE SPACES TO sequence-override-env.
           ACCEPT sequence-override-env FROM ENVIRONMENT
               "EDIT_SEQUENCE_OVERRIDE".
           PERFORM LOAD-DETAIL-RULES.
           PERFORM WRITE-REPORT-HEADING.
           OPEN INPUT input-file.
           PERFORM EDIT-THE-TRANSMISSION.
           CLOSE input-file.
           CLOSE staging-file.
           PERFORM CHECK-TRANSMISSION-REGISTER.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE report-file.
           IF error-count = 0
             PERFORM WRITE-RUN-CONTROL-STAGED
             PERFORM APPEND-REGISTER-ENTRY
           END-IF.
           PERFORM WRITE-LINEAGE-RECORDS.
           PERFORM DISPLAY-CONTROL-TOTALS.
           IF error-count > 0
             MOVE 8 TO RETURN-CODE
      *> and reported but never staged.
       PROCESS-DETAIL-RECORD.
           ADD 1 TO details-read.
           PERFORM FOLD-DETAIL-INTO-FINGERPRINT.
           MOVE 'N' TO line-has-nondisplay.
           PERFORM VARYING i FROM 1 BY 1
               UNTIL i > pending-line-length
             END-IF
           END-IF.

      *> Folds the held detail into the transmission's fingerprint by
      *> the ARCHCAT.CPY content-hash rule: every character up to the
      *> last non-blank one, then the length that covered.
       FOLD-DETAIL-INTO-FINGERPRINT.
           MOVE pending-line-length TO fold-position.
           PERFORM UNTIL fold-position = 0
               OR pending-line(fold-position:1) NOT = SPACE
             SUBTRACT 1 FROM fold-position
           END-PERFORM.
           MOVE fold-position TO fold-length.
           PERFORM VARYING fold-position FROM 1 BY 1
               UNTIL fold-position > fold-length
             COMPUTE fingerprint = FUNCTION MOD(fingerprint * 31 +
               FUNCTION ORD(pending-line(fold-position:1)), 999999937)
           END-PERFORM.
           COMPUTE fingerprint = FUNCTION MOD(fingerprint * 31 +
             fold-length, 999999937).

      *> Judges one clean detail against every rule row carrying
      *> this transmission's feed ID. Each failed rule bumps its own
      *> rejection tally and logs its own report line - the sender
             PERFORM LOG-EDIT-ERROR
           END-IF.

      *> Judges the whole transmission against the register once its
      *> fingerprint is complete, and lists in the edit report every
      *> register row it was compared with. The same details already
      *> accepted (under any feed and date) and a business date this
      *> feed already delivered are rejections outright; a date that
      *> skips a run day or goes back past the feed's latest one is
      *> rejected unless a supervisor's SEQUENCE grant is claimed for
      *> it. A transmission that already failed on its own is not
      *> allowed to spend a grant.
       CHECK-TRANSMISSION-REGISTER.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "TRANSMISSION REGISTER CHECK: "
             xmit-register-dsn(1:60)
             INTO report-line.
           WRITE report-line.
           IF header-feed-id = SPACES OR header-business-date = SPACES
             MOVE "  NOT CHECKED - NO FEED ID AND BUSINESS DATE FROM A "
               & "VALID HEADER" TO report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO register-checked.
           MOVE details-read TO count-display.
           MOVE fingerprint TO fingerprint-display.
           MOVE SPACES TO report-line.
           STRING "  THIS TRANSMISSION: FEED " header-feed-id
             " DATE " header-business-date
             " DETAILS " FUNCTION TRIM(count-display)
             " FINGERPRINT " FUNCTION TRIM(fingerprint-display)
             INTO report-line.
           WRITE report-line.
           PERFORM READ-REGISTER-ENTRIES.
           IF print-entry-found = 'Y'
             MOVE "  SAME DETAILS ALREADY ACCEPTED AS:" TO report-line
             WRITE report-line
             MOVE SPACES TO report-line
             STRING "    " print-entry-row INTO report-line
             WRITE report-line
             MOVE "DETAILS MATCH A TRANSMISSION ALREADY ACCEPTED - "
               & "DUPLICATE TRANSMISSION" TO report-line
             PERFORM LOG-EDIT-ERROR
           END-IF.
           IF date-entry-found = 'Y'
             MOVE "  BUSINESS DATE ALREADY ACCEPTED AS:" TO report-line
             WRITE report-line
             MOVE SPACES TO report-line
             STRING "    " date-entry-row INTO report-line
             WRITE report-line
             MOVE SPACES TO report-line
             STRING "BUSINESS DATE " header-business-date
               " ALREADY ACCEPTED FOR FEED " header-feed-id
               INTO report-line
             PERFORM LOG-EDIT-ERROR
             EXIT PARAGRAPH
           END-IF.
           IF last-entry-found = 'N'
             MOVE "  NO EARLIER TRANSMISSION ON THE REGISTER FOR THIS "
               & "FEED" TO report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           MOVE "  LAST ACCEPTED FOR THIS FEED:" TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "    " last-entry-row INTO report-line.
           WRITE report-line.
           PERFORM JUDGE-BUSINESS-DATE-SEQUENCE.
           IF sequence-break = 'N'
             EXIT PARAGRAPH
           END-IF.
           IF sequence-override-env NOT = 'Y'
             MOVE sequence-text TO report-line
             PERFORM LOG-EDIT-ERROR
             MOVE "  (EDIT_SEQUENCE_OVERRIDE=Y WITH A SEQUENCE GRANT "
               & "ON THE AUTHORIZATION REGISTER ACCEPTS IT)"
               TO report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           IF error-count > 0
             MOVE sequence-text TO report-line
             PERFORM LOG-EDIT-ERROR
             MOVE "  (OVERRIDE NOT CLAIMED - TRANSMISSION FAILED OTHER "
               & "EDITS)" TO report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           MOVE "EDIT" TO auth-job-id.
           MOVE "SEQUENCE" TO auth-override-type.
           PERFORM CLAIM-AUTHORIZATION.
           IF auth-granted = 'N'
             MOVE sequence-text TO report-line
             PERFORM LOG-EDIT-ERROR
             MOVE SPACES TO report-line
             STRING "SEQUENCE OVERRIDE REFUSED - NO UNEXPIRED SEQUENCE "
               "AUTHORIZATION FOR " run-date-iso " ON "
               auth-register-dsn(1:40)
               INTO report-line
             PERFORM LOG-EDIT-ERROR
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO report-line.
           STRING "  " sequence-text INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "  OUT-OF-SEQUENCE DATE AUTHORIZED BY "
             auth-operator-id " REASON " auth-reason-code
             INTO report-line.
           WRITE report-line.

      *> One pass over the register, holding the rows this
      *> transmission is judged against: the first acceptance of the
      *> same details (an empty transmission has no content to
      *> match), the acceptance of this feed and date, and the feed's
      *> latest accepted business date.
       READ-REGISTER-ENTRIES.
           MOVE 'N' TO xmit-register-eof.
           OPEN INPUT transmission-register-file.
           PERFORM UNTIL xmit-register-eof = 'Y'
             READ transmission-register-file
               AT END MOVE 'Y' TO xmit-register-eof
               NOT AT END
                 ADD 1 TO xmit-register-read
                 MOVE 'Y' TO xmit-register-exists
                 IF details-read > 0 AND print-entry-found = 'N'
                     AND tg-fingerprint = fingerprint
                     AND tg-detail-count = details-read
                   MOVE 'Y' TO print-entry-found
                   MOVE transmission-register-record TO print-entry-row
                 END-IF
                 IF tg-feed-id = header-feed-id
                   IF tg-business-date = header-business-date
                       AND date-entry-found = 'N'
                     MOVE 'Y' TO date-entry-found
                     MOVE transmission-register-record TO
                       date-entry-row
                   END-IF
                   IF last-entry-found = 'N'
                       OR tg-business-date > last-business-date
                     MOVE 'Y' TO last-entry-found
                     MOVE tg-business-date TO last-business-date
                     MOVE transmission-register-record TO
                       last-entry-row
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE transmission-register-file.

      *> The header's business date against the feed's latest
      *> accepted one: earlier is going back; later by more than one
      *> day is a skip unless every day between is one the shop
      *> calendar says the stream does not run.
       JUDGE-BUSINESS-DATE-SEQUENCE.
           MOVE 'N' TO sequence-break.
           MOVE SPACES TO sequence-text.
           MOVE header-business-date TO iso-date-text.
           PERFORM CONVERT-ISO-DATE.
           MOVE iso-date-number TO header-date-number.
           IF header-date-number = 0
             MOVE SPACES TO report-line
             STRING "HEADER BUSINESS DATE " header-business-date
               " IS NOT YYYY-MM-DD - CANNOT BE SEQUENCED"
               INTO report-line
             PERFORM LOG-EDIT-ERROR
             EXIT PARAGRAPH
           END-IF.
           MOVE last-business-date TO iso-date-text.
           PERFORM CONVERT-ISO-DATE.
           MOVE iso-date-number TO last-date-number.
           IF last-date-number = 0
             MOVE "  LAST ACCEPTED DATE IS NOT YYYY-MM-DD - SEQUENCE "
               & "NOT JUDGED" TO report-line
             WRITE report-line
             EXIT PARAGRAPH
           END-IF.
           IF header-date-number < last-date-number
             MOVE 'Y' TO sequence-break
             STRING "BUSINESS DATE " header-business-date
               " GOES BACK PAST LAST ACCEPTED " last-business-date
               " FOR FEED " header-feed-id
               INTO sequence-text
             EXIT PARAGRAPH
           END-IF.
           COMPUTE gap-days = header-date-number - last-date-number - 1.
           IF gap-days = 0
             EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-IDLE-CALENDAR-DAYS.
           IF idle-days >= gap-days
             EXIT PARAGRAPH
           END-IF.
           COMPUTE skipped-days = gap-days - idle-days.
           MOVE skipped-days TO count-display.
           MOVE 'Y' TO sequence-break.
           STRING "BUSINESS DATE " header-business-date " SKIPS "
             FUNCTION TRIM(count-display) " RUN DAY(S) AFTER "
             last-business-date " FOR FEED " header-feed-id
             INTO sequence-text.

      *> Days strictly between the feed's last accepted date and this
      *> one on which the calendar's ALL row says the stream does not
      *> run - a holiday row, or any row marked not expected. With no
      *> calendar on file every day is a run day.
       COUNT-IDLE-CALENDAR-DAYS.
           MOVE 0 TO idle-days.
           MOVE 'N' TO calendar-eof.
           OPEN INPUT calendar-file.
           PERFORM UNTIL calendar-eof = 'Y'
             READ calendar-file
               AT END MOVE 'Y' TO calendar-eof
               NOT AT END
                 ADD 1 TO calendar-read
                 IF sc-job-id = "ALL"
                     AND sc-date > last-business-date
                     AND sc-date < header-business-date
                   IF sc-expected = 'N' OR
                       (sc-expected NOT = 'Y' AND
                        sc-day-type = "HOLIDAY")
                     ADD 1 TO idle-days
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE calendar-file.

      *> YYYY-MM-DD text in iso-date-text to its proleptic day
      *> number in iso-date-number; zero when it is not a real date.
       CONVERT-ISO-DATE.
           MOVE 0 TO iso-date-number.
           IF iso-date-text(1:4) IS NOT NUMERIC
               OR iso-date-text(5:1) NOT = "-"
               OR iso-date-text(6:2) IS NOT NUMERIC
               OR iso-date-text(8:1) NOT = "-"
               OR iso-date-text(9:2) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           STRING iso-date-text(1:4) iso-date-text(6:2)
             iso-date-text(9:2) INTO date-work-text.
           IF FUNCTION TEST-DATE-YYYYMMDD(date-work-number) NOT = 0
             EXIT PARAGRAPH
           END-IF.
           COMPUTE iso-date-number =
               FUNCTION INTEGER-OF-DATE(date-work-number).

       LOG-EDIT-ERROR-EMPTY.
           MOVE "INPUT FILE IS EMPTY - NO HEADER, DETAILS, OR TRAILER"
             TO report-line.
           MOVE run-date-mm TO run-date-display-mm.
           MOVE run-date-dd TO run-date-display-dd.
           MOVE run-date-yyyy TO run-date-display-yyyy.
           MOVE SPACES TO run-date-iso.
           STRING run-date-yyyy "-" run-date-mm "-" run-date-dd
             INTO run-date-iso.
           OPEN OUTPUT report-file.
           MOVE "FRONT-END EDIT REPORT" TO report-line.
           WRITE report-line.
               & "FROM THIS STAGING DATASET" TO report-line
           END-IF.
           WRITE report-line.
           IF error-count = 0
             MOVE SPACES TO report-line
             STRING "STAGED COUNT RECORDED ON: " run-control-dsn(1:60)
               INTO report-line
             WRITE report-line
             MOVE SPACES TO report-line
             STRING "ENTERED ON TRANSMISSION REGISTER: "
               xmit-register-dsn(1:60)
               INTO report-line
             WRITE report-line
           END-IF.

      *> Only an accepted transmission's count is recorded: a
      *> rejected staging dataset is not supposed to be run at all,
      *> and if a daily job reads it anyway the reconciliation finds
      *> no staged count for the feed and says so. A re-edit of the
      *> same feed appends a fresh record; the latest one counts.
       WRITE-RUN-CONTROL-STAGED.
           MOVE 'N' TO run-control-exists.
           OPEN INPUT run-control-file.
           READ run-control-file
             AT END CONTINUE
             NOT AT END MOVE 'Y' TO run-control-exists
           END-READ.
           CLOSE run-control-file.
           MOVE SPACES TO run-control-record.
           MOVE "EDIT" TO rc-job-id.
           MOVE run-date-iso TO rc-run-date.
           MOVE "STAGED" TO rc-status.
           MOVE details-staged TO rc-total-1.
           MOVE details-read TO rc-total-2.
           ACCEPT run-time-text FROM TIME.
           MOVE run-time-text(1:6) TO rc-time.
           MOVE header-feed-id TO rc-feed-id.
           MOVE header-business-date TO rc-business-date.
           MOVE auth-operator-id TO rc-authorized-by.
           IF run-control-exists = 'Y'
             OPEN EXTEND run-control-file
           ELSE
             OPEN OUTPUT run-control-file
           END-IF.
           WRITE run-control-record.
           CLOSE run-control-file.

      *> An accepted transmission is entered on the register, so the
      *> next one for the feed is sequenced after it and a second
      *> arrival of the same details is recognized.
       APPEND-REGISTER-ENTRY.
           MOVE SPACES TO transmission-register-record.
           MOVE header-feed-id TO tg-feed-id.
           MOVE header-business-date TO tg-business-date.
           MOVE details-read TO tg-detail-count.
           MOVE fingerprint TO tg-fingerprint.
           MOVE run-date-iso TO tg-accepted-date.
           MOVE rc-time TO tg-accepted-time.
           MOVE auth-operator-id TO tg-authorized-by.
           MOVE input-dsn(1:60) TO tg-input-dsn.
           IF xmit-register-exists = 'Y'
             OPEN EXTEND transmission-register-file
           ELSE
             OPEN OUTPUT transmission-register-file
           END-IF.
           WRITE transmission-register-record.
           CLOSE transmission-register-file.

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

      *> Standard end-of-job reconciliation trailer, in the same
      *> format as the daily batch jobs, so operations can confirm
           MOVE error-count TO totals-display.
           DISPLAY "  EDIT ERRORS ..............: "
             FUNCTION TRIM(totals-display).
           MOVE xmit-register-read TO totals-display.
           DISPLAY "  REGISTER ENTRIES READ ....: "
             FUNCTION TRIM(totals-display).
           DISPLAY "------------------------------------------------".

      *> Lineage entries for this edit: the transmission as it
      *> arrived (supplied from outside the stream), the staging
      *> dataset and report it produced, the control tables it
      *> consulted, and - for an accepted transmission - the STAGED
      *> record and register row it added.
       WRITE-LINEAGE-RECORDS.
           MOVE "TRANSMISSION" TO lineage-role.
           MOVE input-dsn TO lineage-entry-dsn.
           MOVE "INPUT" TO lineage-mode.
           MOVE records-read TO lineage-count.
           MOVE 'Y' TO lineage-origin.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "STAGING" TO lineage-role.
           MOVE staging-dsn TO lineage-entry-dsn.
           MOVE "OUTPUT" TO lineage-mode.
           MOVE details-staged TO lineage-count.
           MOVE 'N' TO lineage-origin.
           PERFORM APPEND-LINEAGE-RECORD.
           MOVE "REPORT" TO lineage-role.
           MOVE report-dsn TO lineage-entry-dsn.
           MOVE "OUTPUT" TO lineage-mode.
           PERFORM COUNT-LINEAGE-RECORDS.
           PERFORM APPEND-LINEAGE-RECORD.
           IF rule-count > 0
             MOVE "EDIT-RULES" TO lineage-role
             MOVE "EDIT.RULES" TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             MOVE rule-count TO lineage-count
             MOVE 'Y' TO lineage-origin
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF calendar-read > 0
             MOVE "CALENDAR" TO lineage-role
             MOVE calendar-dsn TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             MOVE calendar-read TO lineage-count
             MOVE 'Y' TO lineage-origin
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           MOVE 'N' TO lineage-origin.
           IF xmit-register-read > 0
             MOVE "XMIT-REG" TO lineage-role
             MOVE xmit-register-dsn TO lineage-entry-dsn
             MOVE "INPUT" TO lineage-mode
             MOVE xmit-register-read TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
           END-IF.
           IF error-count = 0
             MOVE "RUN-CONTROL" TO lineage-role
             MOVE run-control-dsn TO lineage-entry-dsn
             MOVE "EXTEND" TO lineage-mode
             MOVE 1 TO lineage-count
             PERFORM APPEND-LINEAGE-RECORD
             MOVE "XMIT-REG" TO lineage-role
             MOVE xmit-register-dsn TO lineage-entry-dsn
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
