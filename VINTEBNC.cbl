      *> THE GAMELOG THE SAME WAY VINTEREP COMPUTES IT, FLAGGING
      *> ANY DIFFERENCE WITH RC=8. WHEN THE DRAWER IS SHORT, THE
      *> ARGUMENT IS BETWEEN TWO FILES INSTEAD OF A PENCIL AND A
      *> MEMORY. THE SIDE BETS (PARES PERFEITOS, 21+3) ARE PROVED ON
      *> THEIR OWN, EACH LEDGER NET AGAINST ITS OWN GAMELOG HOLD, SO
      *> THE MAIN GAME'S PROOF AND HOLD STAY THE MAIN GAME'S.
      *> AFTERWARDS THE CHECKED LEDGER ROLLS INTO THE DATED
      *> HBKARCH AND THE LIVE FILE IS TRIMMED, SO TOMORROW'S CHECK
      *> COVERS TOMORROW - THE TRIM ONLY HAPPENS WHEN EVERY ARCHIVE
      *> WRITE SUCCEEDED, THE WAY VINTEARC PROTECTS THE GAMELOG.
        COPY HBREC.
        FD  GAME-LOG-FILE.
        COPY GLREC.
        FD  BANK-ARCHIVE-FILE.
        COPY HAREC.
        WORKING-STORAGE SECTION.
      *> THE CLOSE'S RUN-CONTROL LEDGER (BATCHCTL), KEPT BY VINTECTL.
        COPY BTPARM.
        01  HB-FILE-STATUS          PIC X(02).
        01  GL-FILE-STATUS          PIC X(02).
        01  HA-FILE-STATUS          PIC X(02).
        01  LEDGER-NET              PIC S9(9)V99 VALUE 0.
        01  DRAWER-POSITION         PIC S9(9)V99 VALUE 0.
        01  BANK-LINE-COUNT         PIC 9(07)   VALUE 0.
        01  PP-RECEITA-TOTAL        PIC 9(9)V99 VALUE 0.
        01  PP-PAGAMENTO-TOTAL      PIC 9(9)V99 VALUE 0.
        01  PP-LEDGER-NET           PIC S9(9)V99 VALUE 0.
        01  T3-RECEITA-TOTAL        PIC 9(9)V99 VALUE 0.
        01  T3-PAGAMENTO-TOTAL      PIC 9(9)V99 VALUE 0.
        01  T3-LEDGER-NET           PIC S9(9)V99 VALUE 0.
      *> THE GAMELOG'S SIDE, COMPUTED THE SAME WAY VINTEREP DOES.
        01  TOTAL-DROP              PIC 9(9)V99 VALUE 0.
        01  TOTAL-PAYOUT            PIC 9(9)V99 VALUE 0.
        01  HOUSE-HOLD              PIC S9(9)V99 VALUE 0.
        01  PP-DROP                 PIC 9(9)V99 VALUE 0.
        01  PP-PAYOUT               PIC 9(9)V99 VALUE 0.
        01  PP-HOLD                 PIC S9(9)V99 VALUE 0.
        01  T3-DROP                 PIC 9(9)V99 VALUE 0.
        01  T3-PAYOUT               PIC 9(9)V99 VALUE 0.
        01  T3-HOLD                 PIC S9(9)V99 VALUE 0.
        01  EXCEPTION-COUNT         PIC 9(05)   VALUE 0.
        01  ARCHIVED-COUNT          PIC 9(07)   VALUE 0.
        01  ROLLOVER-FAIL-FLAG      PIC X       VALUE 'N'.
            88  ROLLOVER-FAILED                 VALUE 'Y'.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            MOVE SPACES TO BP-RUN-DATE.
            PERFORM OPEN-BATCH-STEP.
            MOVE BP-RUN-DATE TO RUN-DATE.
            DISPLAY "===== FECHAMENTO DO CAIXA DA CASA - DIA ",
                RUN-DATE, " =====".
            PERFORM TALLY-HOUSE-BANK.
            PERFORM TALLY-GAME-LOG.
            COMPUTE LEDGER-NET = RECEITA-TOTAL - PAGAMENTO-TOTAL.
            COMPUTE HOUSE-HOLD = TOTAL-DROP - TOTAL-PAYOUT.
            COMPUTE PP-LEDGER-NET = PP-RECEITA-TOTAL - PP-PAGAMENTO-TOTAL.
            COMPUTE T3-LEDGER-NET = T3-RECEITA-TOTAL - T3-PAGAMENTO-TOTAL.
            COMPUTE PP-HOLD = PP-DROP - PP-PAYOUT.
            COMPUTE T3-HOLD = T3-DROP - T3-PAYOUT.
            COMPUTE DRAWER-POSITION = FUNDO-TOTAL + RECEITA-TOTAL
                + TORNEIO-TOTAL - PAGAMENTO-TOTAL - PREMIO-TOTAL
                + PP-LEDGER-NET + T3-LEDGER-NET.
            DISPLAY "LEDGER DA CASA (HOUSEBNK):".
            DISPLAY "  FUNDO DE ABERTURA:  ", FUNDO-TOTAL.
            DISPLAY "  APOSTAS E SEGUROS:  ", RECEITA-TOTAL.
            DISPLAY "  ENTRADA (DROP):     ", TOTAL-DROP.
            DISPLAY "  PAGAMENTOS:         ", TOTAL-PAYOUT.
            DISPLAY "  RETENCAO (HOLD):    ", HOUSE-HOLD.
            DISPLAY "APOSTAS LATERAIS - PARES PERFEITOS:".
            DISPLAY "  LEDGER ENTROU:      ", PP-RECEITA-TOTAL.
            DISPLAY "  LEDGER PAGOU:       ", PP-PAGAMENTO-TOTAL.
            DISPLAY "  GAMELOG DROP:       ", PP-DROP.
            DISPLAY "  GAMELOG PAGOU:      ", PP-PAYOUT.
            DISPLAY "  RETENCAO (HOLD):    ", PP-HOLD.
            DISPLAY "APOSTAS LATERAIS - 21+3:".
            DISPLAY "  LEDGER ENTROU:      ", T3-RECEITA-TOTAL.
            DISPLAY "  LEDGER PAGOU:       ", T3-PAGAMENTO-TOTAL.
            DISPLAY "  GAMELOG DROP:       ", T3-DROP.
            DISPLAY "  GAMELOG PAGOU:      ", T3-PAYOUT.
            DISPLAY "  RETENCAO (HOLD):    ", T3-HOLD.
            IF NOT BANK-FILE-FOUND
                IF HOUSE-HOLD NOT = 0 OR PP-HOLD NOT = 0
                        OR T3-HOLD NOT = 0
                    ADD 1 TO EXCEPTION-COUNT
                    DISPLAY "EXCEÇÃO: O GAMELOG TEM RETENÇÃO MAS A",
                        " CASA NÃO TEM LEDGER (HOUSEBNK)."
                ELSE
                    DISPLAY "LEDGER DA CASA E GAMELOG CONFEREM."
                END-IF
                IF PP-LEDGER-NET NOT = PP-HOLD
                    ADD 1 TO EXCEPTION-COUNT
                    DISPLAY "EXCEÇÃO: PARES PERFEITOS NO LEDGER NÃO",
                        " BATE COM O GAMELOG."
                    DISPLAY "  LEDGER:  ", PP-LEDGER-NET
                    DISPLAY "  GAMELOG: ", PP-HOLD
                END-IF
                IF T3-LEDGER-NET NOT = T3-HOLD
                    ADD 1 TO EXCEPTION-COUNT
                    DISPLAY "EXCEÇÃO: 21+3 NO LEDGER NÃO BATE COM O",
                        " GAMELOG."
                    DISPLAY "  LEDGER:  ", T3-LEDGER-NET
                    DISPLAY "  GAMELOG: ", T3-HOLD
                END-IF
            END-IF
            IF BANK-FILE-FOUND
                PERFORM ARCHIVE-HOUSE-BANK
                MOVE 8 TO RETURN-CODE
            END-IF.
        PROGRAM-DONE.
            IF BP-STEP-MAY-RUN
                PERFORM CLOSE-BATCH-STEP
            END-IF
            STOP RUN.
        OPEN-BATCH-STEP.
      *> VINTECTL DECIDES WHETHER THIS STEP MAY RUN TONIGHT: ITS
      *> PREREQUISITES PASSED, IT HASN'T ALREADY, AND NO MESA STILL
      *> HAS A SESSAO OPEN. ALREADY DONE ENDS RC=4 SO A RESUBMITTED
      *> CLOSE WALKS PAST IT; ANY OTHER REFUSAL ENDS RC=8.
            MOVE 'A'        TO BP-FUNCTION.
            MOVE "VINTEBNC" TO BP-STEP.
            CALL "VINTECTL" USING BATCH-STEP-PARM.
            IF BP-STEP-ALREADY-DONE
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF
            IF NOT BP-STEP-MAY-RUN
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 0 TO RETURN-CODE.
        CLOSE-BATCH-STEP.
            MOVE RETURN-CODE TO BP-RETURN-CODE.
            MOVE BANK-LINE-COUNT TO BP-COUNT-READ.
            MOVE ARCHIVED-COUNT TO BP-COUNT-WRITTEN.
            MOVE EXCEPTION-COUNT TO BP-EXCEPTIONS.
            MOVE 'F'         TO BP-FUNCTION.
            CALL "VINTECTL" USING BATCH-STEP-PARM.
            MOVE BP-RETURN-CODE TO RETURN-CODE.
        TALLY-HOUSE-BANK.
            MOVE 'N' TO BANK-FOUND-FLAG.
            OPEN INPUT HOUSE-BANK-FILE.
                    ADD ENTRY-AMOUNT TO TORNEIO-TOTAL
                WHEN "PREMIO"
                    ADD ENTRY-AMOUNT TO PREMIO-TOTAL
                WHEN "PARES"
                    ADD ENTRY-AMOUNT TO PP-RECEITA-TOTAL
                WHEN "PAG-PARES"
                    ADD ENTRY-AMOUNT TO PP-PAGAMENTO-TOTAL
                WHEN "21MAIS3"
                    ADD ENTRY-AMOUNT TO T3-RECEITA-TOTAL
                WHEN "PAG-21M3"
                    ADD ENTRY-AMOUNT TO T3-PAGAMENTO-TOTAL
            END-EVALUATE
            PERFORM READ-HOUSE-BANK.
        TALLY-GAME-LOG.
        TALLY-LOG-RECORD.
      *> THE SAME DROP/PAYOUT RULES VINTEREP USES: APOSTA AND
      *> UNSETTLED SEGURO LINES ARE MONEY IN, RESULTADO AND SETTLED
      *> SEGURO LINES ARE MONEY OUT. A SIDE BET'S STAKE LINE (NO
      *> RESULT YET) IS ITS DROP AND ITS SETTLE LINE ITS PAYOUT,
      *> KEPT APART FROM THE MAIN GAME.
            EVALUATE GL-EVENT-TYPE
                WHEN "APOSTA"
                    COMPUTE LOG-AMOUNT = FUNCTION NUMVAL(GL-AMOUNT)
                WHEN "RESULTADO"
                    COMPUTE LOG-AMOUNT = FUNCTION NUMVAL(GL-AMOUNT)
                    ADD LOG-AMOUNT TO TOTAL-PAYOUT
                WHEN "PARES"
                    COMPUTE LOG-AMOUNT = FUNCTION NUMVAL(GL-AMOUNT)
                    IF GL-RESULT = SPACE
                        ADD LOG-AMOUNT TO PP-DROP
                    ELSE
                        ADD LOG-AMOUNT TO PP-PAYOUT
                    END-IF
                WHEN "21MAIS3"
                    COMPUTE LOG-AMOUNT = FUNCTION NUMVAL(GL-AMOUNT)
                    IF GL-RESULT = SPACE
                        ADD LOG-AMOUNT TO T3-DROP
                    ELSE
                        ADD LOG-AMOUNT TO T3-PAYOUT
                    END-IF
            END-EVALUATE
            PERFORM READ-GAME-LOG.
        ARCHIVE-HOUSE-BANK.
