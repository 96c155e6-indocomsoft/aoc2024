      *> Shared location-master change-history record layout. LocMaint
      *> appends one record for every transaction it applies to
      *> AOCDAY1.LOCMST - add, change, deactivate, delete - carrying
      *> the date the change takes effect and the site's fields both
      *> before and after it. The master itself is REWRITten in place,
      *> so this feed is the only lasting record of what a location ID
      *> meant on a given day: AOCDay1's as-of mode rebuilds a past
      *> day's view of the master from it when a restored day is
      *> reprocessed.
       01 location-history-record.
           05 lh-location-id PIC 9(6).
           05 FILLER PIC X.
           05 lh-effective-date PIC X(10).
           05 FILLER PIC X.
           05 lh-action PIC X(10).
           05 FILLER PIC X.
      *> An ADD has no before image and a DEL no after image; those
      *> sides are left as spaces, and the action says which.
           05 lh-before-image.
               10 lh-before-site-name PIC X(30).
               10 lh-before-region-code PIC X(4).
               10 lh-before-status PIC X.
           05 FILLER PIC X.
           05 lh-after-image.
               10 lh-after-site-name PIC X(30).
               10 lh-after-region-code PIC X(4).
               10 lh-after-status PIC X.
           05 FILLER PIC X.
      *> When the change was actually keyed in (run date and HHMMSS),
      *> as distinct from the date it takes effect, so a backdated
      *> correction is visible as one.
           05 lh-applied-date PIC X(10).
           05 FILLER PIC X.
           05 lh-applied-time PIC X(6).
