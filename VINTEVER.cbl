            05  CR-FILLER-3         PIC X(01).
            05  CR-LAST-TS          PIC X(08).
        WORKING-STORAGE SECTION.
      *> THE CLOSE'S RUN-CONTROL LEDGER (BATCHCTL), KEPT BY VINTECTL.
        COPY BTPARM.
        01  AR-FILE-STATUS          PIC X(02).
        01  CR-FILE-STATUS          PIC X(02).
        01  ARCHIVE-EOF-FLAG        PIC X       VALUE 'N'.
        01  NIGHTS-VERIFIED         PIC 9(05)   VALUE 0.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            MOVE SPACES TO BP-RUN-DATE.
            PERFORM OPEN-BATCH-STEP.
            DISPLAY "===== VERIFICACAO GAMEARCH X ARCCTL =====".
            PERFORM LOAD-CONTROL-TABLE.
            OPEN INPUT ARCHIVE-FILE.
                DISPLAY "GAMEARCH E ARCCTL CONFEREM SEM EXCEÇÕES."
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
            MOVE "VINTEVER" TO BP-STEP.
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
            MOVE NIGHTS-VERIFIED TO BP-COUNT-READ.
            MOVE 0 TO BP-COUNT-WRITTEN.
            MOVE EXCEPTION-COUNT TO BP-EXCEPTIONS.
            MOVE 'F'         TO BP-FUNCTION.
            CALL "VINTECTL" USING BATCH-STEP-PARM.
            MOVE BP-RETURN-CODE TO RETURN-CODE.
        LOAD-CONTROL-TABLE.
            OPEN INPUT ARCHIVE-CONTROL-FILE.
            IF CR-FILE-STATUS = "35"
