        FD  MERGE-JOURNAL-FILE.
        COPY MJREC.
        WORKING-STORAGE SECTION.
      *> THE CLOSE'S RUN-CONTROL LEDGER (BATCHCTL), KEPT BY VINTECTL.
        COPY BTPARM.
        01  GL-FILE-STATUS          PIC X(02).
        01  AR-FILE-STATUS          PIC X(02).
        01  PS-FILE-STATUS          PIC X(02).
        01  SESSION-COUNT           PIC 9(05)   VALUE 0.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            MOVE SPACES TO BP-RUN-DATE.
            PERFORM OPEN-BATCH-STEP.
            DISPLAY "===== CONCILIACAO GAMELOG X PLAYERST =====".
            PERFORM LOAD-MERGE-JOURNAL.
            OPEN INPUT ARCHIVE-FILE.
                DISPLAY "GAMELOG E PLAYERST CONCILIADOS SEM EXCEÇÕES."
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
            MOVE "VINTEREC" TO BP-STEP.
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
            MOVE RECORD-COUNT TO BP-COUNT-READ.
            MOVE 0 TO BP-COUNT-WRITTEN.
            MOVE EXCEPTION-COUNT TO BP-EXCEPTIONS.
            MOVE 'F'         TO BP-FUNCTION.
            CALL "VINTECTL" USING BATCH-STEP-PARM.
            MOVE BP-RETURN-CODE TO RETURN-CODE.
        READ-GAME-LOG.
            READ GAME-LOG-FILE
                AT END MOVE 'Y' TO LOG-EOF-FLAG
                CONTINUE
            ELSE
                PERFORM READ-MERGE-JOURNAL
                PERFORM STORE-MERGE-RECORD THRU STORE-MERGE-RECORD-EXIT
                    UNTIL MERGE-AT-EOF
                CLOSE MERGE-JOURNAL-FILE
                IF MAP-COUNT > 0
                    DISPLAY "FUSÕES NO DIÁRIO (MERGELOG): ", MAP-COUNT
                AT END MOVE 'Y' TO MERGE-EOF-FLAG
            END-READ.
        STORE-MERGE-RECORD.
      *> THE INSCREVER AND DESATIVAR LINES SHARING THE JOURNAL MOVE
      *> NO COUNTERS - ONLY THE FUNDIR LINES FEED THE MAP.
            IF NOT MJ-IS-MERGE
                PERFORM READ-MERGE-JOURNAL
                GO TO STORE-MERGE-RECORD-EXIT
            END-IF
            IF MAP-COUNT < MAP-MAX
                ADD 1 TO MAP-COUNT
                MOVE MJ-FROM-ID TO MAP-FROM-ID(MAP-COUNT)
                END-IF
            END-IF
            PERFORM READ-MERGE-JOURNAL.
        STORE-MERGE-RECORD-EXIT.
            EXIT.
        REMAP-MERGED-ID.
      *> A LOGGED LINE UNDER A CÓDIGO THAT WAS LATER FUNDIDO COUNTS
      *> FOR THE CÓDIGO IT WAS FOLDED INTO - FOLLOWED HOP BY HOP SO
