  IDENTIFICATION DIVISION.
      *> THE NIGHTLY CLOSE'S GATEKEEPER. EVERY CLOSE STEP CALLS IT
      *> BEFORE TOUCHING A FILE AND AGAIN WHEN IT ENDS, AND IT KEEPS
      *> THE BATCHCTL LEDGER - ONE RECORD PER BUSINESS DATE AND STEP
      *> WITH START, END, RETURN CODE AND COUNTS - SO THE ORDER THE
      *> JCL COMMENTS DESCRIBE IS ENFORCED INSTEAD OF HOPED FOR. A
      *> STEP IS REFUSED WHEN:
      *>   - A STEP IT DEPENDS ON HAS NOT PASSED (ENDED BELOW RC=8)
      *>     FOR THE SAME DATE;
      *>   - IT ALREADY PASSED FOR THAT DATE (A RESUBMITTED JOB
      *>     SKIPS THE STEPS THAT ALREADY TRIMMED OR ROLLED THEIR
      *>     FILES AND PICKS UP AT THE ONE THAT FAILED);
      *>   - ANY MESA'S SESSAO IN THE LIVE GAMELOG HAS ITS 'A'
      *>     HEADER BUT NO 'F' TRAILER - A TABLE IS STILL DEALING, OR
      *>     DIED AND HAS NOT BEEN RESUMED.
      *> ONE ROUTINE FOR EVERY STEP, SO THE RULES CAN'T DRIFT
      *> BETWEEN PROGRAMS THE WAY A COPIED PARAGRAPH WOULD.
      *> A STEP THAT HANDS IN A BLANK DATE GETS THE CLOSE'S BUSINESS
      *> DATE BACK (RESOLVE-BUSINESS-DATE), NOT ITS OWN WALL CLOCK -
      *> A CLOSE THAT RUNS PAST MIDNIGHT STAYS ON ONE DATE.
        PROGRAM-ID.     VINTECTL.
        AUTHOR.         Marshallowitz.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BT-KEY
                FILE STATUS IS BT-FILE-STATUS.
            SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GL-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  BATCH-CONTROL-FILE.
        COPY BTREC.
        FD  GAME-LOG-FILE.
        COPY GLREC.
        WORKING-STORAGE SECTION.
        01  BT-FILE-STATUS          PIC X(02).
        01  GL-FILE-STATUS          PIC X(02).
        01  LOG-EOF-FLAG            PIC X       VALUE 'N'.
            88  LOG-AT-EOF                      VALUE 'Y'.
        01  STEP-RECORD-FOUND-FLAG  PIC X       VALUE 'N'.
            88  STEP-RECORD-FOUND               VALUE 'Y'.
        01  NOW-TIME                PIC X(08)   VALUE SPACES.
        01  REFUSAL-NOTE            PIC X(50)   VALUE SPACES.
        01  PRIOR-ATTEMPTS          PIC 9(02)   VALUE 0.
        01  LEDGER-EOF-FLAG         PIC X       VALUE 'N'.
            88  LEDGER-AT-EOF                   VALUE 'Y'.
        01  NIGHT-DATE              PIC X(08)   VALUE SPACES.
        01  ROLLED-DATE             PIC X(08)   VALUE SPACES.
        01  CHAIN-OPEN-FLAG         PIC X       VALUE 'N'.
            88  CHAIN-STILL-OPEN                VALUE 'Y'.
      *> EVERY STEP OF THE CLOSE, ACROSS ITS THREE JOBS. A ROLLED
      *> NIGHT KEEPS THE BUSINESS DATE UNTIL ALL OF THEM HAVE PASSED.
        01  CS-MAX                  PIC 9(2)    VALUE 10.
        01  CS-COUNT                PIC 9(2)    VALUE 0.
        01  CS-NUM                  PIC 9(2)    VALUE 0.
        01  CS-STEP                 PIC X(08)   OCCURS 10 TIMES VALUE SPACES.
      *> THE CHAIN. VINTEARC MAY ONLY TRIM THE GAMELOG ONCE THE
      *> PONTOS ARE ACCRUED AND THE CASA'S LEDGER AND THE HAND
      *> COUNTERS HAVE PROVED AGAINST IT; THE ARCHIVE PROOF AND THE
      *> SHOE AUDIT FOLLOW THE ROLLOVER; THE CASH LIST NEEDS THE DAY
      *> IN CSHARCH; THE GL JOURNAL NEEDS BOTH THE PROVED LEDGER IN
      *> HBKARCH AND THE DAY IN CSHARCH. VINTECXA AND VINTEFCH ONLY
      *> NEED CLOSED TABLES.
        01  PRQ-MAX                 PIC 9       VALUE 4.
        01  PRQ-COUNT               PIC 9       VALUE 0.
        01  PRQ-NUM                 PIC 9       VALUE 0.
        01  PRQ-STEP                PIC X(08)   OCCURS 4 TIMES VALUE SPACES.
      *> ONE SLOT PER MESA SEEN IN THE LIVE LOG - IS ITS LAST SESSAO
      *> STILL OPEN, AND SINCE WHEN.
        01  OS-MAX                  PIC 9(2)    VALUE 20.
        01  OS-COUNT                PIC 9(2)    VALUE 0.
        01  OS-NUM                  PIC 9(2)    VALUE 0.
        01  OS-FOUND-NUM            PIC 9(2)    VALUE 0.
        01  OS-TABLE-ID             PIC X(02)   OCCURS 20 TIMES VALUE SPACES.
        01  OS-OPEN-FLAG            PIC X       OCCURS 20 TIMES VALUE 'N'.
            88  OS-SESSION-OPEN                 VALUE 'Y'.
        01  OS-OPEN-DATE            PIC X(08)   OCCURS 20 TIMES VALUE SPACES.
        01  OS-OPEN-TIME            PIC X(08)   OCCURS 20 TIMES VALUE SPACES.
        LINKAGE SECTION.
        COPY BTPARM.
        PROCEDURE DIVISION USING BATCH-STEP-PARM.
        PROGRAM-BEGIN.
            MOVE 'N' TO BP-VERDICT.
            OPEN I-O BATCH-CONTROL-FILE.
            IF BT-FILE-STATUS = "35"
                OPEN OUTPUT BATCH-CONTROL-FILE
                CLOSE BATCH-CONTROL-FILE
                OPEN I-O BATCH-CONTROL-FILE
            END-IF
            IF BT-FILE-STATUS NOT = "00"
                DISPLAY "CONTROLE DO FECHAMENTO (BATCHCTL) NÃO ABRIU",
                    " (STATUS ", BT-FILE-STATUS, "). ", BP-STEP,
                    " NÃO RODA SEM ELE."
                GO TO PROGRAM-DONE
            END-IF
            IF BP-RUN-DATE = SPACES
                PERFORM RESOLVE-BUSINESS-DATE
            END-IF
            EVALUATE BP-FUNCTION
                WHEN 'A'
                    PERFORM START-STEP THRU START-STEP-EXIT
                WHEN 'F'
                    PERFORM END-STEP
            END-EVALUATE
            CLOSE BATCH-CONTROL-FILE.
        PROGRAM-DONE.
            MOVE 0 TO RETURN-CODE.
            GOBACK.
        RESOLVE-BUSINESS-DATE.
      *> WHILE THE NIGHT IS STILL IN THE LIVE GAMELOG IT IS DATED BY
      *> ITS EARLIEST SESSAO/'A' LINE. ONCE VINTEARC HAS ROLLED IT
      *> OUT, IT IS THE DATE THAT VINTEARC PASSED UNDER, FOR AS LONG
      *> AS ANY STEP OF THAT CLOSE HAS STILL NOT PASSED. ONLY WITH
      *> NEITHER - NO PLAY AND NOTHING PENDING - IS IT TODAY.
            MOVE SPACES TO NIGHT-DATE.
            PERFORM FIND-NIGHT-IN-LOG THRU FIND-NIGHT-IN-LOG-EXIT.
            IF NIGHT-DATE = SPACES
                PERFORM FIND-ROLLED-NIGHT
            END-IF
            IF NIGHT-DATE = SPACES
                MOVE FUNCTION CURRENT-DATE(1:8) TO NIGHT-DATE
            END-IF
            MOVE NIGHT-DATE TO BP-RUN-DATE.
        FIND-NIGHT-IN-LOG.
            MOVE 'N' TO LOG-EOF-FLAG.
            OPEN INPUT GAME-LOG-FILE.
            IF GL-FILE-STATUS NOT = "00"
                GO TO FIND-NIGHT-IN-LOG-EXIT
            END-IF
            PERFORM READ-GAME-LOG.
            PERFORM NOTE-NIGHT-LINE UNTIL LOG-AT-EOF.
            CLOSE GAME-LOG-FILE.
        FIND-NIGHT-IN-LOG-EXIT.
            EXIT.
        NOTE-NIGHT-LINE.
            IF GL-EVENT-TYPE = "SESSAO" AND GL-RESULT = 'A'
                IF NIGHT-DATE = SPACES OR GL-PLAYER-ID < NIGHT-DATE
                    MOVE GL-PLAYER-ID TO NIGHT-DATE
                END-IF
            END-IF
            PERFORM READ-GAME-LOG.
        FIND-ROLLED-NIGHT.
      *> THE LEDGER IS IN KEY ORDER, DATE FIRST - THE LAST VINTEARC
      *> THAT PASSED IS THE LATEST NIGHT ROLLED OUT OF THE LOG.
            MOVE SPACES TO ROLLED-DATE.
            MOVE 'N' TO LEDGER-EOF-FLAG.
            MOVE LOW-VALUES TO BT-KEY.
            START BATCH-CONTROL-FILE KEY >= BT-KEY
                INVALID KEY MOVE 'Y' TO LEDGER-EOF-FLAG
            END-START.
            PERFORM NOTE-ROLLED-NIGHT UNTIL LEDGER-AT-EOF.
            IF ROLLED-DATE NOT = SPACES
                PERFORM LOAD-CLOSE-STEPS
                MOVE 'N' TO CHAIN-OPEN-FLAG
                PERFORM CHECK-CLOSE-STEP VARYING CS-NUM FROM 1 BY 1
                    UNTIL CS-NUM > CS-COUNT OR CHAIN-STILL-OPEN
                IF CHAIN-STILL-OPEN
                    MOVE ROLLED-DATE TO NIGHT-DATE
                END-IF
            END-IF.
        NOTE-ROLLED-NIGHT.
            READ BATCH-CONTROL-FILE NEXT RECORD
                AT END MOVE 'Y' TO LEDGER-EOF-FLAG
                NOT AT END
                    IF BT-STEP = "VINTEARC" AND BT-STATUS = 'F'
                        AND BT-RETURN-CODE < 8
                        MOVE BT-RUN-DATE TO ROLLED-DATE
                    END-IF
            END-READ.
        LOAD-CLOSE-STEPS.
            MOVE "VINTEPTS" TO CS-STEP(1).
            MOVE "VINTEBNC" TO CS-STEP(2).
            MOVE "VINTECXA" TO CS-STEP(3).
            MOVE "VINTEREC" TO CS-STEP(4).
            MOVE "VINTEARC" TO CS-STEP(5).
            MOVE "VINTEVER" TO CS-STEP(6).
            MOVE "VINTEBAR" TO CS-STEP(7).
            MOVE "VINTEFCH" TO CS-STEP(8).
            MOVE "VINTECOA" TO CS-STEP(9).
            MOVE "VINTECTB" TO CS-STEP(10).
            MOVE 10 TO CS-COUNT.
        CHECK-CLOSE-STEP.
            MOVE ROLLED-DATE     TO BT-RUN-DATE.
            MOVE CS-STEP(CS-NUM) TO BT-STEP.
            READ BATCH-CONTROL-FILE
                INVALID KEY MOVE 'Y' TO CHAIN-OPEN-FLAG
                NOT INVALID KEY
                    IF BT-STATUS NOT = 'F' OR BT-RETURN-CODE >= 8
                        MOVE 'Y' TO CHAIN-OPEN-FLAG
                    END-IF
            END-READ.
        READ-STEP-RECORD.
            MOVE 'N' TO STEP-RECORD-FOUND-FLAG.
            MOVE BP-RUN-DATE TO BT-RUN-DATE.
            MOVE BP-STEP     TO BT-STEP.
            READ BATCH-CONTROL-FILE
                INVALID KEY MOVE 'N' TO STEP-RECORD-FOUND-FLAG
                NOT INVALID KEY MOVE 'Y' TO STEP-RECORD-FOUND-FLAG
            END-READ.
        START-STEP.
            MOVE SPACES TO REFUSAL-NOTE.
            MOVE FUNCTION CURRENT-DATE(9:8) TO NOW-TIME.
            PERFORM READ-STEP-RECORD.
            IF STEP-RECORD-FOUND
                AND BT-STATUS = 'F' AND BT-RETURN-CODE < 8
                DISPLAY BP-STEP, " JÁ CONCLUÍDO EM ", BP-RUN-DATE,
                    " (RC ", BT-RETURN-CODE, " ÀS ", BT-END-TIME,
                    "). PASSO PULADO."
                MOVE 'J' TO BP-VERDICT
                GO TO START-STEP-EXIT
            END-IF
            IF STEP-RECORD-FOUND AND BT-STATUS = 'I'
                DISPLAY "ATENÇÃO: A EXECUÇÃO ANTERIOR DE ", BP-STEP,
                    " (", BT-START-TIME, ") NÃO REGISTROU FIM.",
                    " CONFIRA OS ARQUIVOS DELA ANTES DE CONFIAR",
                    " NESTA."
            END-IF
            PERFORM LOAD-PREREQUISITES.
            PERFORM CHECK-PREREQUISITE VARYING PRQ-NUM FROM 1 BY 1
                UNTIL PRQ-NUM > PRQ-COUNT OR REFUSAL-NOTE NOT = SPACES.
            IF REFUSAL-NOTE = SPACES
                PERFORM CHECK-OPEN-SESSIONS THRU CHECK-OPEN-SESSIONS-EXIT
            END-IF
            IF REFUSAL-NOTE = SPACES
                MOVE 'S' TO BP-VERDICT
            ELSE
                DISPLAY BP-STEP, " RECUSADO: ", REFUSAL-NOTE
                MOVE 'N' TO BP-VERDICT
            END-IF
            PERFORM WRITE-STEP-START.
        START-STEP-EXIT.
            EXIT.
        LOAD-PREREQUISITES.
            MOVE 0 TO PRQ-COUNT.
            MOVE SPACES TO PRQ-STEP(1) PRQ-STEP(2) PRQ-STEP(3)
                PRQ-STEP(4).
            EVALUATE BP-STEP
                WHEN "VINTEARC"
                    MOVE "VINTEPTS" TO PRQ-STEP(1)
                    MOVE "VINTEBNC" TO PRQ-STEP(2)
                    MOVE "VINTEREC" TO PRQ-STEP(3)
                    MOVE 3 TO PRQ-COUNT
                WHEN "VINTEVER"
                    MOVE "VINTEARC" TO PRQ-STEP(1)
                    MOVE 1 TO PRQ-COUNT
                WHEN "VINTEBAR"
                    MOVE "VINTEVER" TO PRQ-STEP(1)
                    MOVE 1 TO PRQ-COUNT
                WHEN "VINTECOA"
                    MOVE "VINTEFCH" TO PRQ-STEP(1)
                    MOVE 1 TO PRQ-COUNT
                WHEN "VINTECTB"
                    MOVE "VINTEBNC" TO PRQ-STEP(1)
                    MOVE "VINTEFCH" TO PRQ-STEP(2)
                    MOVE 2 TO PRQ-COUNT
            END-EVALUATE.
        CHECK-PREREQUISITE.
            MOVE BP-RUN-DATE     TO BT-RUN-DATE.
            MOVE PRQ-STEP(PRQ-NUM) TO BT-STEP.
            READ BATCH-CONTROL-FILE
                INVALID KEY
                    STRING PRQ-STEP(PRQ-NUM) DELIMITED BY SPACE
                        " AINDA NÃO RODOU NESTA DATA."
                        DELIMITED BY SIZE INTO REFUSAL-NOTE
                NOT INVALID KEY
                    IF BT-STATUS NOT = 'F' OR BT-RETURN-CODE >= 8
                        STRING PRQ-STEP(PRQ-NUM) DELIMITED BY SPACE
                            " NÃO PASSOU NESTA DATA (SITUAÇÃO "
                            BT-STATUS " RC " BT-RETURN-CODE ")."
                            DELIMITED BY SIZE INTO REFUSAL-NOTE
                    END-IF
            END-READ.
        CHECK-OPEN-SESSIONS.
      *> THE LAST SESSAO LINE PER MESA DECIDES: AN 'A' NOT YET
      *> FOLLOWED BY AN 'F' IS A TABLE STILL DEALING. A CHECKPOINT
      *> RESUME WRITES NO NEW HEADER, ONLY THE TRAILER WHEN IT ENDS,
      *> SO A DROPPED-AND-RESUMED SESSION CLOSES CLEANLY HERE TOO.
            MOVE 0 TO OS-COUNT.
            MOVE 'N' TO LOG-EOF-FLAG.
            OPEN INPUT GAME-LOG-FILE.
            IF GL-FILE-STATUS NOT = "00"
                GO TO CHECK-OPEN-SESSIONS-EXIT
            END-IF
            PERFORM READ-GAME-LOG.
            PERFORM NOTE-SESSION-LINE UNTIL LOG-AT-EOF.
            CLOSE GAME-LOG-FILE.
            PERFORM FIND-OPEN-SESSION VARYING OS-NUM FROM 1 BY 1
                UNTIL OS-NUM > OS-COUNT OR REFUSAL-NOTE NOT = SPACES.
        CHECK-OPEN-SESSIONS-EXIT.
            EXIT.
        READ-GAME-LOG.
            READ GAME-LOG-FILE
                AT END MOVE 'Y' TO LOG-EOF-FLAG
            END-READ.
        NOTE-SESSION-LINE.
            IF GL-EVENT-TYPE = "SESSAO"
                PERFORM FIND-MESA-SLOT
                IF OS-FOUND-NUM > 0
                    IF GL-RESULT = 'A'
                        MOVE 'Y' TO OS-OPEN-FLAG(OS-FOUND-NUM)
                        MOVE GL-PLAYER-ID TO OS-OPEN-DATE(OS-FOUND-NUM)
                        MOVE GL-TIMESTAMP TO OS-OPEN-TIME(OS-FOUND-NUM)
                    END-IF
                    IF GL-RESULT = 'F'
                        MOVE 'N' TO OS-OPEN-FLAG(OS-FOUND-NUM)
                    END-IF
                END-IF
            END-IF
            PERFORM READ-GAME-LOG.
        FIND-MESA-SLOT.
            MOVE 0 TO OS-FOUND-NUM.
            PERFORM MATCH-MESA-SLOT VARYING OS-NUM FROM 1 BY 1
                UNTIL OS-NUM > OS-COUNT OR OS-FOUND-NUM > 0.
            IF OS-FOUND-NUM = 0
                IF OS-COUNT < OS-MAX
                    ADD 1 TO OS-COUNT
                    MOVE GL-TABLE-ID TO OS-TABLE-ID(OS-COUNT)
                    MOVE 'N' TO OS-OPEN-FLAG(OS-COUNT)
                    MOVE OS-COUNT TO OS-FOUND-NUM
                ELSE
                    MOVE "MESAS DEMAIS NO GAMELOG PARA CONFERIR AS SESSOES."
                        TO REFUSAL-NOTE
                END-IF
            END-IF.
        MATCH-MESA-SLOT.
            IF OS-TABLE-ID(OS-NUM) = GL-TABLE-ID
                MOVE OS-NUM TO OS-FOUND-NUM
            END-IF.
        FIND-OPEN-SESSION.
            IF OS-SESSION-OPEN(OS-NUM)
                STRING "MESA " OS-TABLE-ID(OS-NUM)
                    " COM SESSAO ABERTA DESDE " OS-OPEN-DATE(OS-NUM)
                    " " OS-OPEN-TIME(OS-NUM) "."
                    DELIMITED BY SIZE INTO REFUSAL-NOTE
            END-IF.
        WRITE-STEP-START.
      *> RE-READ: THE PREREQUISITE READS REUSED THE RECORD AREA.
            PERFORM READ-STEP-RECORD.
            MOVE 0 TO PRIOR-ATTEMPTS.
            IF STEP-RECORD-FOUND
                MOVE BT-ATTEMPTS TO PRIOR-ATTEMPTS
            END-IF
            MOVE BP-RUN-DATE    TO BT-RUN-DATE.
            MOVE BP-STEP        TO BT-STEP.
            MOVE NOW-TIME       TO BT-START-TIME.
            MOVE SPACES         TO BT-END-TIME.
            MOVE 0              TO BT-RETURN-CODE BT-COUNT-READ
                BT-COUNT-WRITTEN BT-EXCEPTIONS.
            IF PRIOR-ATTEMPTS < 99
                COMPUTE BT-ATTEMPTS = PRIOR-ATTEMPTS + 1
            END-IF
            IF BP-STEP-MAY-RUN
                MOVE 'I'        TO BT-STATUS
                MOVE SPACES     TO BT-NOTE
            ELSE
                MOVE 'R'        TO BT-STATUS
                MOVE NOW-TIME   TO BT-END-TIME
                MOVE 8          TO BT-RETURN-CODE
                MOVE REFUSAL-NOTE TO BT-NOTE
            END-IF
            IF STEP-RECORD-FOUND
                REWRITE BATCH-CONTROL-RECORD
                    INVALID KEY PERFORM REPORT-LEDGER-FAILURE
                END-REWRITE
            ELSE
                WRITE BATCH-CONTROL-RECORD
                    INVALID KEY PERFORM REPORT-LEDGER-FAILURE
                END-WRITE
            END-IF.
        REPORT-LEDGER-FAILURE.
      *> A STEP THE LEDGER CAN'T RECORD IS A STEP NOBODY CAN PROVE
      *> RAN - SO IT DOESN'T RUN.
            DISPLAY "NÃO CONSEGUI GRAVAR ", BP-STEP, " NO BATCHCTL",
                " (STATUS ", BT-FILE-STATUS, "). PASSO RECUSADO."
            MOVE 'N' TO BP-VERDICT.
        END-STEP.
            PERFORM READ-STEP-RECORD.
            IF NOT STEP-RECORD-FOUND
                MOVE BP-RUN-DATE TO BT-RUN-DATE
                MOVE BP-STEP     TO BT-STEP
                MOVE SPACES      TO BT-START-TIME BT-NOTE
                MOVE 1           TO BT-ATTEMPTS
            END-IF
            MOVE 'F'              TO BT-STATUS.
            MOVE FUNCTION CURRENT-DATE(9:8) TO BT-END-TIME.
            MOVE BP-RETURN-CODE   TO BT-RETURN-CODE.
            MOVE BP-COUNT-READ    TO BT-COUNT-READ.
            MOVE BP-COUNT-WRITTEN TO BT-COUNT-WRITTEN.
            MOVE BP-EXCEPTIONS    TO BT-EXCEPTIONS.
            IF STEP-RECORD-FOUND
                REWRITE BATCH-CONTROL-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                WRITE BATCH-CONTROL-RECORD
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF
            IF BT-FILE-STATUS NOT = "00"
                DISPLAY "NÃO CONSEGUI REGISTRAR O FIM DE ", BP-STEP,
                    " NO BATCHCTL (STATUS ", BT-FILE-STATUS, ").",
                    " O PRÓXIMO PASSO VAI RECUSAR."
            ELSE
                DISPLAY BP-STEP, " REGISTRADO NO BATCHCTL: ",
                    BP-RUN-DATE, " RC ", BP-RETURN-CODE, "."
            END-IF.
