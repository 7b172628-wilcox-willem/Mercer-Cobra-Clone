      *> DeckGen's deck: the fresh 54-card deck and the seeded shuffle
      *> that cuts it. COPY this into the PROCEDURE DIVISION of any
      *> program that has to cut or replay a DeckGen deck (DeckGen,
      *> ShufAud) -- one copy of the algorithm, so a replayed seed
      *> always gives back the deck DeckGen cut with it. The including
      *> program must also COPY DECKTBL into WORKING-STORAGE and move
      *> the seed to RandomSeed before it performs ShuffleDeck.
       BuildDeck.
      *> 52 standard cards: ranks 2-14 across suits 0-3.
           SET DeckIdx TO 1
           PERFORM VARYING BuildSuit FROM 0 BY 1 UNTIL BuildSuit > 3
               PERFORM VARYING BuildRank FROM 2 BY 1
                       UNTIL BuildRank > 14
                   MOVE BuildRank TO DeckRank(DeckIdx)
                   MOVE BuildSuit TO DeckSuit(DeckIdx)
                   SET DeckOrig(DeckIdx) TO DeckIdx
                   SET DeckIdx UP BY 1
               END-PERFORM
           END-PERFORM
      *> Two jokers, suit 4 ("R") and suit 5 ("B"), rank 15.
           MOVE 15 TO DeckRank(DeckIdx)
           MOVE 4  TO DeckSuit(DeckIdx)
           SET DeckOrig(DeckIdx) TO DeckIdx
           SET DeckIdx UP BY 1
           MOVE 15 TO DeckRank(DeckIdx)
           MOVE 5  TO DeckSuit(DeckIdx)
           SET DeckOrig(DeckIdx) TO DeckIdx.

       ShuffleDeck.
      *> Fisher-Yates, seeded once from RandomSeed so the same seed
      *> always reproduces the same shuffle.
           COMPUTE SwapWith = FUNCTION RANDOM(RandomSeed) * 1000
           PERFORM VARYING ShuffleCtr FROM DeckSize BY -1
                   UNTIL ShuffleCtr < 2
               MOVE ShuffleCtr TO RangeLimit
               COMPUTE RandomWork = FUNCTION RANDOM * 1000000
               COMPUTE SwapWith = FUNCTION MOD(RandomWork, RangeLimit)
               ADD 1 TO SwapWith
               MOVE DeckRank(ShuffleCtr) TO TempRank
               MOVE DeckSuit(ShuffleCtr) TO TempSuit
               MOVE DeckOrig(ShuffleCtr) TO TempOrig
               MOVE DeckRank(SwapWith)   TO DeckRank(ShuffleCtr)
               MOVE DeckSuit(SwapWith)   TO DeckSuit(ShuffleCtr)
               MOVE DeckOrig(SwapWith)   TO DeckOrig(ShuffleCtr)
               MOVE TempRank TO DeckRank(SwapWith)
               MOVE TempSuit TO DeckSuit(SwapWith)
               MOVE TempOrig TO DeckOrig(SwapWith)
           END-PERFORM.
