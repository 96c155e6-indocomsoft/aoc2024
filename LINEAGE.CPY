      *> Shared dataset lineage manifest row (STREAM.LINEAGE). Every
      *> program appends one row per dataset its figures came from or
      *> went to when it ends normally: the job, the run date and the
      *> time the run started (together they name the run), the
      *> logical role the dataset played in that job, the physical
      *> dataset name it was actually opened under after any
      *> environment override, how it was opened (INPUT, OUTPUT,
      *> EXTEND, I-O), and the records read from it or written to it
      *> - for a dataset the job rewrote whole, the records it holds
      *> afterwards; for a keyed master read at random, the lookups
      *> made. The origin flag is Y for a dataset supplied into the
      *> stream from outside it (a branch transmission, a control
      *> table or transaction file keyed by hand), which no step of
      *> the stream is expected to have written. Sort work files,
      *> scratch copies, checkpoints, stop requests and the override
      *> register are the jobs' own machinery and are not entered.
       01 lineage-record.
           05 ln-job-id PIC X(10).
           05 FILLER PIC X.
           05 ln-run-date PIC X(10).
           05 FILLER PIC X.
           05 ln-start-time PIC X(6).
           05 FILLER PIC X.
           05 ln-role PIC X(12).
           05 FILLER PIC X.
           05 ln-open-mode PIC X(6).
           05 FILLER PIC X.
           05 ln-record-count PIC 9(9).
           05 FILLER PIC X.
           05 ln-origin PIC X.
           05 FILLER PIC X.
           05 ln-dsn PIC X(60).
