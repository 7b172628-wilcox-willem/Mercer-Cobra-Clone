      *> One played card as a table's electronic shoe exports it to
      *> SHOEFEED.DAT: the shoe's own table/shoe id, the date and
      *> time the card came out of the shoe, and the card in the
      *> shoe's text code, left-justified -- rank 2-10, J, Q, K or A
      *> followed by suit D, C, H or S ("AS", "10H", "QD"), or JK1 /
      *> JK2 for the two jokers. Read by ShoeIn.
       01  ShoeFeedRecord.
           05  ShoeTableId      PIC X(8).
           05  ShoeDate         PIC X(8).
           05  ShoeTime         PIC X(6).
           05  ShoeCardCode     PIC X(4).
