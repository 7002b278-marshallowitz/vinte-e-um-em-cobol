        COPY CTREC.
        FD  CASHIER-ARCHIVE-FILE.
        COPY CAREC.
        FD  CASHIER-CONTROL-FILE.
        COPY CCREC.
        FD  CASHIER-POSITION-FILE.
        COPY POREC.
        FD  CASHIER-FILE.
        COPY CBREC.
        WORKING-STORAGE SECTION.
      *> THE CLOSE'S RUN-CONTROL LEDGER (BATCHCTL), KEPT BY VINTECTL.
        COPY BTPARM.
        01  CT-FILE-STATUS          PIC X(02).
        01  CA-FILE-STATUS          PIC X(02).
        01  CC-FILE-STATUS          PIC X(02).
        01  RESGATE-TOTAL           PIC 9(9)V99 VALUE 0.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            MOVE SPACES TO BP-RUN-DATE.
            PERFORM OPEN-BATCH-STEP.
            MOVE BP-RUN-DATE TO RUN-DATE.
            DISPLAY "===== FECHAMENTO DO CAIXA - DIA ", RUN-DATE,
                " =====".
            OPEN INPUT CASHIER-TRANS-FILE.
            DISPLAY "FECHADAS ", ARCHIVED-COUNT, " LINHAS E ",
                SNAPSHOT-COUNT, " POSIÇÕES. CASHTRAN ZERADO.".
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
            MOVE "VINTEFCH" TO BP-STEP.
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
            MOVE SNAPSHOT-COUNT TO BP-COUNT-WRITTEN.
            MOVE 0 TO BP-EXCEPTIONS.
            MOVE 'F'         TO BP-FUNCTION.
            CALL "VINTECTL" USING BATCH-STEP-PARM.
            MOVE BP-RETURN-CODE TO RETURN-CODE.
        READ-CASHIER-TRANS.
            READ CASHIER-TRANS-FILE
                AT END MOVE 'Y' TO TRANS-EOF-FLAG
