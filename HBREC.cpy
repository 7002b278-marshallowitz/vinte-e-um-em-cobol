      *> OPERATOR-ENTERED OPENING FLOAT (FUNDO), STAKES AND SIDE
      *> BETS COMING IN (APOSTA/SEGURO), HAND PAYOUTS GOING OUT
      *> (PAGAMENTO), AND THE TOURNAMENT FLOWS (TORNEIO/PREMIO).
      *> THE PARES PERFEITOS AND 21+3 SIDE BETS POST UNDER THEIR OWN
      *> TYPES - PARES/21MAIS3 '+' AS THE STAKE COMES IN, PAG-PARES/
      *> PAG-21M3 '-' AS A WINNER IS PAID - SO THEIR HOLD CAN BE
      *> PROVED APART FROM THE MAIN GAME'S.
      *> VINTEUM POSTS IT AS THE MONEY ACTUALLY MOVES; VINTEBNC
      *> PROVES ITS NET AGAINST THE GAMELOG HOLD AT CLOSE OF NIGHT,
      *> SO A SHORT DRAWER IS AN ARGUMENT BETWEEN TWO FILES INSTEAD
