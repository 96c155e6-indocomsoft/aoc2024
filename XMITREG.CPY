      *> Shared transmission register row (EDIT.XMITREG): one row per
      *> transmission FrontEndEdit has accepted, keyed by feed ID and
      *> business date, with the details it carried and a content
      *> fingerprint of them - folded detail by detail by the rule
      *> ARCHCAT.CPY sets out for the archive content hash, so the
      *> same details in the same order always give the same figure
      *> whatever header and trailer they arrive under. The accepting
      *> run's date and time, the supervisor whose grant let an
      *> out-of-sequence date through (blank when none was needed),
      *> and the dataset the transmission arrived under complete the
      *> row. Rejected transmissions are never entered.
       01 transmission-register-record.
           05 tg-feed-id PIC X(10).
           05 FILLER PIC X.
           05 tg-business-date PIC X(10).
           05 FILLER PIC X.
           05 tg-detail-count PIC 9(9).
           05 FILLER PIC X.
           05 tg-fingerprint PIC 9(10).
           05 FILLER PIC X.
           05 tg-accepted-date PIC X(10).
           05 FILLER PIC X.
           05 tg-accepted-time PIC X(6).
           05 FILLER PIC X.
           05 tg-authorized-by PIC X(8).
           05 FILLER PIC X.
           05 tg-input-dsn PIC X(60).
