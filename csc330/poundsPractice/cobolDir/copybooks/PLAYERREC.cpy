      *> One roster entry per player. Read from PLAYERS.DAT by
      *> DealHand's LoadPlayers and maintained by PlayMnt. Status I
      *> is a player taken off the roster (kept so the id is never
      *> reused); anything else is active and eligible for a deal --
      *> records written before the status byte existed read back
      *> with a space there and are active.
       01  PlayerRecord.
           05  PlayRecId        PIC 9(3).
           05  PlayRecName      PIC X(20).
           05  PlayRecStatus    PIC X.
