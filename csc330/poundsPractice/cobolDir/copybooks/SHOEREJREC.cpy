      *> A shoe-feed card ShoeIn could not translate, as it came in,
      *> with the reason and the run id of the batch it was left out
      *> of. Written by ShoeIn to SHOEREJ.DAT.
       01  ShoeRejRecord.
           05  SRejTableId      PIC X(8).
           05  SRejDate         PIC X(8).
           05  SRejTime         PIC X(6).
           05  SRejCardCode     PIC X(4).
           05  SRejReason       PIC 9(2).
           05  SRejText         PIC X(32).
           05  SRejRunId        PIC X(8).
