      *> Shared reactor-unit history record layout: ONE RECORD PER
      *> UNIT PER AOCDay2 RUN, appended at end of job from the per-
      *> unit tallies that otherwise only live for the one run - how
      *> many reports the unit sent, how many passed strictly, how
      *> many only passed with the Problem Dampener, how many were
      *> rejected or taken as exceptions, and what the unit master
      *> said about the unit that day. UnitWatch reads the whole
      *> history to build the engineering watchlist. A same-day rerun
      *> appends a second set; the later record for a unit and date
      *> is the one that counts.
       01 unit-history-record.
           05 uh-run-date PIC X(10).
           05 FILLER PIC X.
           05 uh-unit-id PIC X(10).
           05 FILLER PIC X.
           05 uh-read-count PIC 9(6).
           05 FILLER PIC X.
           05 uh-strict-count PIC 9(6).
           05 FILLER PIC X.
           05 uh-damp-count PIC 9(6).
           05 FILLER PIC X.
           05 uh-reject-count PIC 9(6).
           05 FILLER PIC X.
           05 uh-exception-count PIC 9(6).
           05 FILLER PIC X.
           05 uh-master-status PIC X.
