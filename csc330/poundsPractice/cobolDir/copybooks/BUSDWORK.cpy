      *> Working fields for the business date in copybooks/BUSDATE.
      *> BusinessDate holds the processing date once GetBusinessDate
      *> returns, and BusDateSource says where it came from: FILE
      *> (BUSDATE.DAT), OVERRIDE (the operator's BUSDATE setting for
      *> a rerun) or SYSTEM (no usable control record -- today's
      *> date, with a warning).
       01  BusinessDate     PIC 9(8)  VALUE ZERO.
       01  BusDateSource    PIC X(8)  VALUE SPACES.
       01  BusDateEnv       PIC X(8).
       01  BusDateFound     PIC X.
       01  BusDateValid     PIC X.
       01  BusDateCheck     PIC 9(8).
       01  BusDateSystem    PIC 9(8).
       01  BusDateMessage   PIC X(72).
      *> The incoming batch header's date and run id, moved in by the
      *> includer before it performs CheckBatchDate.
       01  BusDateHeader    PIC X(8).
       01  BusDateHeaderRun PIC X(8).
