      *> resolutions carry action INITCARD with the rank/suit given
      *> and the Face/SuitLabel resolved; GameMnt rule changes carry
      *> a GT- action with the rule image in AudDetail and zeroed
      *> card fields. CardInq's bad-map flags carry action BADMAP
      *> with the card fields and the operator's reason in AudDetail.
      *> AudOperId is the operator signed on to CardInq or GameMnt
      *> when the entry was written; batch entries have spaces there.
      *> Records older than the action field have spaces there and
      *> are InitCard resolutions by definition; records written
      *> while AudDetail was 16 bytes, or before AudOperId existed,
      *> read back space-padded to today's width.
       01  AuditRecord.
           05  AudDate          PIC 9(8).
           05  AudTime          PIC 9(8).
           05  AudRunId         PIC X(8).
           05  AudAction        PIC X(8).
           05  AudDetail        PIC X(24).
           05  AudOperId        PIC X(8).
