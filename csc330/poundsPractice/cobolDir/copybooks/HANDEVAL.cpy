      *> Shared poker-hand scoring: DealHand's category ladder
      *> (1 = high card up to 9 = straight flush) and the evaluator
      *> that puts a hand on it. COPY this into the PROCEDURE
      *> DIVISION of any program that scores hands the way DealHand
      *> does (DealHand, HandFair). The including program must also
      *> COPY PLAYERTBL and HANDWORK into WORKING-STORAGE and declare
      *> PlayerSub (PIC 9(2), the PlayerTable entry EvaluateHand
      *> scores); InitCategoryTexts must run once before CatText is
      *> used.
       InitCategoryTexts.
           MOVE 'HIGH CARD'       TO CatText(1)
           MOVE 'ONE PAIR'        TO CatText(2)
           MOVE 'TWO PAIR'        TO CatText(3)
           MOVE 'THREE OF A KIND' TO CatText(4)
           MOVE 'STRAIGHT'        TO CatText(5)
           MOVE 'FLUSH'           TO CatText(6)
           MOVE 'FULL HOUSE'      TO CatText(7)
           MOVE 'FOUR OF A KIND'  TO CatText(8)
           MOVE 'STRAIGHT FLUSH'  TO CatText(9).

      *> Scores the hand at PlayerSub: tallies the rank counts, checks
      *> for a flush (all one suit) and a straight (a consecutive run
      *> as long as the hand), and maps the pair/trip/quad mix onto
      *> the standard poker ladder. Aces are rank 14 and always high
      *> -- the ace-low wheel is not a straight here, same as every
      *> other place this system orders ranks.
       EvaluateHand.
           MOVE ZEROES TO RankCounts
           MOVE 0 TO PairCount TripCount QuadCount
           MOVE 'Y' TO IsFlush
           MOVE 'N' TO IsStraight
           MOVE 0 TO HandHighRank
           MOVE PlayCardSuit(PlayerSub, 1) TO EvalSuit

           PERFORM VARYING EvalCtr FROM 1 BY 1
                   UNTIL EvalCtr > PlayCardCount(PlayerSub)
               MOVE PlayCardRank(PlayerSub, EvalCtr) TO EvalRank
               ADD 1 TO RankCountEntry(EvalRank - 1)
               IF EvalRank > HandHighRank
                   MOVE EvalRank TO HandHighRank
               END-IF
               IF PlayCardSuit(PlayerSub, EvalCtr) NOT = EvalSuit
                   MOVE 'N' TO IsFlush
               END-IF
           END-PERFORM

           MOVE 0 TO RunLength
           PERFORM VARYING RankCtr FROM 1 BY 1 UNTIL RankCtr > 14
               IF RankCountEntry(RankCtr) = 1
                   ADD 1 TO RunLength
                   IF RunLength = PlayCardCount(PlayerSub)
                       MOVE 'Y' TO IsStraight
                   END-IF
               ELSE
                   MOVE 0 TO RunLength
               END-IF
           END-PERFORM

           PERFORM VARYING RankCtr FROM 1 BY 1 UNTIL RankCtr > 14
               IF RankCountEntry(RankCtr) = 2
                   ADD 1 TO PairCount
               END-IF
               IF RankCountEntry(RankCtr) = 3
                   ADD 1 TO TripCount
               END-IF
               IF RankCountEntry(RankCtr) > 3
                   ADD 1 TO QuadCount
               END-IF
           END-PERFORM

           IF IsStraight = 'Y' AND IsFlush = 'Y'
               MOVE 9 TO HandCategory
           ELSE
               IF QuadCount > 0
                   MOVE 8 TO HandCategory
               ELSE
                   IF TripCount > 0 AND PairCount > 0
                       MOVE 7 TO HandCategory
                   ELSE
                       IF IsFlush = 'Y'
                           MOVE 6 TO HandCategory
                       ELSE
                           IF IsStraight = 'Y'
                               MOVE 5 TO HandCategory
                           ELSE
                               IF TripCount > 0
                                   MOVE 4 TO HandCategory
                               ELSE
                                   IF PairCount > 1
                                       MOVE 3 TO HandCategory
                                   ELSE
                                       IF PairCount = 1
                                           MOVE 2 TO HandCategory
                                       ELSE
                                           MOVE 1 TO HandCategory
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE HandCategory TO PlayCategory(PlayerSub)
           MOVE HandHighRank TO PlayHighRank(PlayerSub).
