      *> Shared override-authorization register row (AUTH.REGISTER).
      *> A supervisor enters one row per override granted: who is
      *> granting it, for which job and run date, what kind of
      *> override (RERUN past the run-control duplicate-run guard,
      *> STALECKPT to resume from a checkpoint stamped for another
      *> day or input, FORCE to restore while the stream shows a job
      *> in flight, SEQUENCE to let FrontEndEdit accept a business
      *> date out of sequence), the reason code, and when the grant
      *> lapses. The status is left blank. A job asked to override
      *> claims the first open, unexpired row that matches and marks
      *> it USED with the moment it did so; a job asked to override
      *> with no such row on file refuses, and adds a REFUSED row of
      *> its own recording the attempt. A blank expiry time means the
      *> grant runs to the end of its expiry date.
       01 auth-register-record.
           05 au-operator-id PIC X(8).
           05 FILLER PIC X.
           05 au-job-id PIC X(10).
           05 FILLER PIC X.
           05 au-run-date PIC X(10).
           05 FILLER PIC X.
           05 au-override-type PIC X(10).
           05 FILLER PIC X.
           05 au-reason-code PIC X(4).
           05 FILLER PIC X.
           05 au-expiry-date PIC X(10).
           05 FILLER PIC X.
           05 au-expiry-time PIC X(6).
           05 FILLER PIC X.
           05 au-status PIC X(8).
           05 FILLER PIC X.
           05 au-used-date PIC X(10).
           05 FILLER PIC X.
           05 au-used-time PIC X(6).
