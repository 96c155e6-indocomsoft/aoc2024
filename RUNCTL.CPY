      *> date. The checkpoint files tell a job where to resume; this
      *> feed tells it whether it should be running at all: a job
      *> refuses a second same-day run once its ENDED record exists
      *> (unless the operator rerun flag is set and a supervisor's
      *> grant is on the override register - see AUTHREG.CPY), and
      *> refuses to start while an earlier job in the stream shows
      *> STARTED with no matching ENDED.
       01 run-control-record.
           05 rc-job-id PIC X(10).
           05 FILLER PIC X.
      *> met. Records from before the stamp existed carry spaces and
      *> are reported as untimed rather than guessed at.
           05 rc-time PIC X(6).
      *> FrontEndEdit's STAGED records (job id EDIT) say which feed
      *> the staged count belongs to and which business date its
      *> header carried; the reconciliation step matches them to the
      *> job that read the staging dataset. The daily jobs' own
      *> records leave both blank.
           05 FILLER PIC X.
           05 rc-feed-id PIC X(10).
           05 FILLER PIC X.
           05 rc-business-date PIC X(10).
      *> The supervisor whose AUTH.REGISTER row let this run override
      *> a guard (an OPER_RERUN rerun, a stale-checkpoint resume, a
      *> forced restore); blank on an ordinary run.
           05 FILLER PIC X.
           05 rc-authorized-by PIC X(8).
