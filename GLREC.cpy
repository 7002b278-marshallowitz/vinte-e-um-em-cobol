      *> COUNTERS (COUNTER NAME IN GL-PLAYER-ID, COUNT IN
      *> GL-AMOUNT). THE READERS KEY SESSION SEAMS OFF THESE LINES
      *> INSTEAD OF GUESSING FROM A BACKWARDS TIMESTAMP.
      *> CARTA LINES CARRY THE CARD'S SUIT (1 COPAS, 2 OUROS,
      *> 3 ESPADAS, 4 PAUS) IN GL-RESULT - OLDER LINES READ BACK AS
      *> A SPACE THERE. BARALHO LINES MARK THE SHOE: GL-RESULT 'A'
      *> WHEN A SHUFFLE OPENS ONE, 'F' WHEN IT RUNS DRY, 'R' WHEN A
      *> CHECKPOINT RESUME PICKS ONE BACK UP; THE RUN'S SEED IS IN
      *> GL-PLAYER-ID, THE SHOE SEQUENCE NUMBER IN GL-AMOUNT AND THE
      *> CARDS ALREADY DEALT FROM IT IN GL-RUNNING-TOTAL.
      *> CRUPIE LINES NAME THE CROUPIER DEALING (CÓDIGO IN
      *> GL-PLAYER-ID): GL-RESULT 'A' IN THE SESSION HEADER, 'T' AT
      *> A SHIFT CHANGE (GL-ROUND IS THE FIRST RODADA), 'R' WHEN A
      *> CHECKPOINT RESUME PICKS THE SHIFT BACK UP. INVALIDA LINES
      *> CARRY A HIT/STAY ANSWER THE TABLE COULDN'T READ - THE
      *> SEAT'S BAD ANSWERS SO FAR IN GL-AMOUNT, 'F' IN GL-RESULT
      *> ON THE ONE THAT FORCED THE STAND.
      *> PARES (PARES PERFEITOS) AND 21MAIS3 (21+3) LINES ARE THE
      *> SIDE BETS, ALWAYS GL-HAND 1: TAKEN WITH GL-RESULT SPACE AND
      *> THE STAKE IN GL-AMOUNT, SETTLED ON HAND 1'S SECOND CARD
      *> WITH THE PAYOUT (STAKE INCLUDED, 0 ON A LOSS) IN GL-AMOUNT
      *> AND THE OUTCOME IN GL-RESULT - PARES: M MISTO, C COR,
      *> P PERFEITO; 21MAIS3: N NAIPE, S SEQUÊNCIA, T TRINCA,
      *> Q SEQUÊNCIA DE NAIPE, R TRINCA DE NAIPE; L PERDEU.
      *> GL-TABLE-ID IS THE MESA THAT WROTE THE LINE (TABRULES
      *> "MESA", DEFAULT 01), SO TWO TABLES SHARING ONE GAMELOG CAN
      *> BE TOLD APART AND REPORTED SEPARATELY. LINES FROM BEFORE
