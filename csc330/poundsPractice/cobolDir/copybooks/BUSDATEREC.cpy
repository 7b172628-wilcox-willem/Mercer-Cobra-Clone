      *> The business date control record, kept in BUSDATE.DAT: the
      *> processing date every program stamps on what it writes, so a
      *> night that runs past midnight, or a rerun of yesterday's
      *> batch, still files its work under the right day. NightRun
      *> rolls it forward one day when a night's sequence completes;
      *> the rest of the record says when that last happened, from
      *> what date, and by which program.
       01  BusDateRecord.
           05  BusDateCurrent   PIC 9(8).
           05  BusDateRolledFrom PIC 9(8).
           05  BusDateRolledOn  PIC 9(8).
           05  BusDateRolledAt  PIC 9(8).
           05  BusDateRolledBy  PIC X(8).
