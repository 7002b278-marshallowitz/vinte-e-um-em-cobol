      *> THE NIGHTLY HOUSE REPORT MANAGEMENT ASKS FOR EVERY MORNING,
      *> BUILT FROM THE GAMELOG INSTEAD OF RECONSTRUCTED BY HAND:
      *> A SECTION PER JOGADOR WITH HANDS, RESULTS AND MONEY WON OR
      *> LOST; THE HOUSE'S DROP, PAYOUTS AND HOLD, WITH THE SIDE
      *> BETS (PARES PERFEITOS, 21+3) BROKEN OUT ON THEIR OWN SO THE
      *> MAIN GAME'S HOLD % IS THE MAIN GAME'S; AND A COUNT OF
      *> HOW OFTEN EACH RANK CAME OUT OF THE SHOE, SO A SKEPTICAL
      *> PLAYER CAN BE SHOWN THE SHUFFLE IS FAIR.
        PROGRAM-ID.     VINTEREP.
        01  TOTAL-PAYOUT            PIC 9(9)V99 VALUE 0.
        01  HOUSE-HOLD              PIC S9(9)V99 VALUE 0.
        01  HOLD-PCT                PIC S9(3)V99 VALUE 0.
      *> THE SIDE BETS' OWN DROP AND PAYOUT. A LUCKY NIGHT ON A
      *> 100 POR 1 BET CAN RUN THE HOLD % FAR PAST -100, HENCE THE
      *> WIDER PERCENT FIELD. SIDE-DROP/SIDE-PAYOUT CARRY ONE BET (OR
      *> THE TOTAL) INTO PRINT-SIDE-BET-LINES.
        01  PP-DROP                 PIC 9(9)V99 VALUE 0.
        01  PP-PAYOUT               PIC 9(9)V99 VALUE 0.
        01  T3-DROP                 PIC 9(9)V99 VALUE 0.
        01  T3-PAYOUT               PIC 9(9)V99 VALUE 0.
        01  SIDE-DROP               PIC 9(9)V99 VALUE 0.
        01  SIDE-PAYOUT             PIC 9(9)V99 VALUE 0.
        01  SIDE-HOLD               PIC S9(9)V99 VALUE 0.
        01  SIDE-HOLD-PCT           PIC S9(5)V99 VALUE 0.
      *> SESSIONS COUNTED OFF THE SESSAO/'A' BOUNDARY LINES VINTEUM
      *> WRITES - THE LIVE LOG CAN CARRY MORE THAN ONE SITTING.
        01  SESSION-COUNT           PIC 9(5)    VALUE 0.
        01  RL-HOLD-LINE.
            05  FILLER              PIC X(20)   VALUE "RETENCAO %".
            05  RL-HOLD-PCT         PIC +ZZ9.99.
        01  RL-SECTION-SIDE         PIC X(42)
            VALUE "----- APOSTAS LATERAIS -----".
        01  RL-SIDE-HEAD            PIC X(20)   VALUE SPACES.
        01  RL-SIDE-HOLD-LINE.
            05  FILLER              PIC X(20)   VALUE "  RETENCAO %".
            05  RL-SD-HOLD-PCT      PIC +ZZZZ9.99.
        01  RL-SESSION-LINE.
            05  FILLER              PIC X(20)   VALUE "SESSOES NO LOG".
            05  RL-SES-COUNT        PIC ZZZZ9.
            CLOSE GAME-LOG-FILE.
            PERFORM PRINT-PLAYER-SECTION.
            PERFORM PRINT-HOUSE-SECTION.
            PERFORM PRINT-SIDE-BET-SECTION.
            PERFORM PRINT-CARD-SECTION.
        PROGRAM-DONE.
            CLOSE REPORT-FILE.
            END-IF
            IF GL-EVENT-TYPE = "APOSTA" OR GL-EVENT-TYPE = "SEGURO"
                OR GL-EVENT-TYPE = "RESULTADO"
                OR GL-EVENT-TYPE = "PARES" OR GL-EVENT-TYPE = "21MAIS3"
                COMPUTE LOG-AMOUNT = FUNCTION NUMVAL(GL-AMOUNT)
            END-IF
            EVALUATE GL-EVENT-TYPE
                                ADD 1 TO RP-LOSSES(RP-FOUND-NUM)
                        END-EVALUATE
                    END-IF
      *> A SIDE BET IS THE JOGADOR'S MONEY LIKE ANY OTHER, BUT THE
      *> HOUSE KEEPS ITS DROP AND PAYOUT OUT OF THE MAIN GAME'S.
                WHEN "PARES"
                    PERFORM FIND-PLAYER-SLOT THRU FIND-PLAYER-SLOT-EXIT
                    IF RP-FOUND-NUM > 0
                        IF GL-RESULT = SPACE
                            ADD LOG-AMOUNT TO RP-STAKED(RP-FOUND-NUM)
                            ADD LOG-AMOUNT TO PP-DROP
                        ELSE
                            ADD LOG-AMOUNT TO RP-RETURNED(RP-FOUND-NUM)
                            ADD LOG-AMOUNT TO PP-PAYOUT
                        END-IF
                    END-IF
                WHEN "21MAIS3"
                    PERFORM FIND-PLAYER-SLOT THRU FIND-PLAYER-SLOT-EXIT
                    IF RP-FOUND-NUM > 0
                        IF GL-RESULT = SPACE
                            ADD LOG-AMOUNT TO RP-STAKED(RP-FOUND-NUM)
                            ADD LOG-AMOUNT TO T3-DROP
                        ELSE
                            ADD LOG-AMOUNT TO RP-RETURNED(RP-FOUND-NUM)
                            ADD LOG-AMOUNT TO T3-PAYOUT
                        END-IF
                    END-IF
            END-EVALUATE
            PERFORM READ-GAME-LOG.
        TALLY-LOG-RECORD-EXIT.
            WRITE REPORT-RECORD FROM RL-HOLD-LINE.
            MOVE SESSION-COUNT TO RL-SES-COUNT.
            WRITE REPORT-RECORD FROM RL-SESSION-LINE.
        PRINT-SIDE-BET-SECTION.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM RL-SECTION-SIDE.
            MOVE "PARES PERFEITOS"   TO RL-SIDE-HEAD.
            MOVE PP-DROP             TO SIDE-DROP.
            MOVE PP-PAYOUT           TO SIDE-PAYOUT.
            PERFORM PRINT-SIDE-BET-LINES.
            MOVE "21+3"              TO RL-SIDE-HEAD.
            MOVE T3-DROP             TO SIDE-DROP.
            MOVE T3-PAYOUT           TO SIDE-PAYOUT.
            PERFORM PRINT-SIDE-BET-LINES.
            MOVE "TOTAL LATERAIS"    TO RL-SIDE-HEAD.
            COMPUTE SIDE-DROP = PP-DROP + T3-DROP.
            COMPUTE SIDE-PAYOUT = PP-PAYOUT + T3-PAYOUT.
            PERFORM PRINT-SIDE-BET-LINES.
        PRINT-SIDE-BET-LINES.
      *> CALLER SETS RL-SIDE-HEAD, SIDE-DROP AND SIDE-PAYOUT.
            WRITE REPORT-RECORD FROM RL-SIDE-HEAD.
            MOVE "  ENTRADA (DROP)"  TO RL-HS-LABEL.
            MOVE SIDE-DROP           TO RL-HS-AMOUNT.
            WRITE REPORT-RECORD FROM RL-HOUSE-LINE.
            MOVE "  PAGAMENTOS"      TO RL-HS-LABEL.
            MOVE SIDE-PAYOUT         TO RL-HS-AMOUNT.
            WRITE REPORT-RECORD FROM RL-HOUSE-LINE.
            COMPUTE SIDE-HOLD = SIDE-DROP - SIDE-PAYOUT.
            MOVE "  RETENCAO (HOLD)" TO RL-HS-LABEL.
            MOVE SIDE-HOLD           TO RL-HS-AMOUNT.
            WRITE REPORT-RECORD FROM RL-HOUSE-LINE.
            IF SIDE-DROP > 0
                COMPUTE SIDE-HOLD-PCT ROUNDED =
                    (SIDE-HOLD / SIDE-DROP) * 100
            ELSE
                MOVE 0 TO SIDE-HOLD-PCT
            END-IF
            MOVE SIDE-HOLD-PCT TO RL-SD-HOLD-PCT.
            WRITE REPORT-RECORD FROM RL-SIDE-HOLD-LINE.
        PRINT-CARD-SECTION.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
