      *> Shared shop-calendar record layout: which jobs the shop
      *> expects to run on which dates. RUN.CONTROL only records days
      *> a job actually ran, so a day the stream never started leaves
      *> no trace there; this dataset is the other half - the days it
      *> should have run. One row per date per job, where a job id of
      *> ALL covers the three daily stream jobs and a row naming a
      *> job overrides the ALL row for that job on that date.
       01 shop-calendar-record.
           05 sc-date PIC X(10).
           05 FILLER PIC X.
           05 sc-job-id PIC X(10).
           05 FILLER PIC X.
      *> BUSINESS (a normal run day), HOLIDAY (the shop is shut), or
      *> SPECIAL (an extra run on a day that is otherwise not one).
           05 sc-day-type PIC X(8).
           05 FILLER PIC X.
      *> Y or N; blank takes the day type's own answer - a business
      *> or special day expects the job, a holiday does not.
           05 sc-expected PIC X.
