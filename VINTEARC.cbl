            05  CR-FILLER-3         PIC X(01).
            05  CR-LAST-TS          PIC X(08).
        WORKING-STORAGE SECTION.
      *> THE CLOSE'S RUN-CONTROL LEDGER (BATCHCTL), KEPT BY VINTECTL.
        COPY BTPARM.
        01  GL-FILE-STATUS          PIC X(02).
        01  AR-FILE-STATUS          PIC X(02).
        01  CR-FILE-STATUS          PIC X(02).
        01  LAST-TIMESTAMP          PIC X(08)   VALUE SPACES.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            MOVE SPACES TO BP-RUN-DATE.
            PERFORM OPEN-BATCH-STEP.
            MOVE BP-RUN-DATE TO RUN-DATE.
            DISPLAY "===== ARQUIVAMENTO DO GAMELOG - DIA ", RUN-DATE,
                " =====".
            OPEN INPUT GAME-LOG-FILE.
                " LINHAS (", FIRST-TIMESTAMP, " A ", LAST-TIMESTAMP,
                "). GAMELOG ZERADO.".
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
            MOVE "VINTEARC" TO BP-STEP.
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
            MOVE ARCHIVED-COUNT TO BP-COUNT-READ.
            MOVE ARCHIVED-COUNT TO BP-COUNT-WRITTEN.
            MOVE 0 TO BP-EXCEPTIONS.
            MOVE 'F'         TO BP-FUNCTION.
            CALL "VINTECTL" USING BATCH-STEP-PARM.
            MOVE BP-RETURN-CODE TO RETURN-CODE.
        READ-GAME-LOG.
            READ GAME-LOG-FILE
                AT END MOVE 'Y' TO LOG-EOF-FLAG
