      *> Shared archive-catalog row layout (ARCHIVE.CATALOG): one row
      *> per dataset DailyArchive has archived, with the archive date
      *> it was stamped with and the figures it held when it was
      *> written - its record count and a content hash - so
      *> ArchiveAudit can prove the dataset still holds what was put
      *> there without waiting for a restore to find out. Rows
      *> written before the figures were kept carry blanks there.
      *> The content hash starts at zero and, record by record, folds
      *> in each character up to the record's last non-blank one and
      *> then that length, each step as (hash * 31 + value) modulo
      *> 999999937 - so a line-sequential record hashes the same
      *> whatever record area it is read back through.
       01 catalog-record.
           05 ac-archive-date PIC 9(8).
           05 FILLER PIC X.
           05 ac-dataset-name PIC X(60).
           05 FILLER PIC X.
           05 ac-record-count PIC 9(9).
           05 FILLER PIC X.
           05 ac-content-hash PIC 9(10).
