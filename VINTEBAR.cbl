  IDENTIFICATION DIVISION.
      *> PROVES THE SHOE. VINTEREP'S RANK-FREQUENCY COUNT SAYS THE
      *> NIGHT'S CARDS LOOK ROUGHLY FAIR; IT CAN'T SAY THAT EACH SHOE
      *> WAS A REAL 52-CARD DECK, WHICH IS WHAT A PLAYER SHOUTING
      *> "BARALHO VICIADO" IS ACTUALLY ASKING. VINTEUM NOW WRITES A
      *> BARALHO LINE EVERY TIME IT SHUFFLES, ANOTHER WHEN THE SHOE
      *> RUNS DRY AND ANOTHER WHEN A CHECKPOINT RESUME PICKS ONE BACK
      *> UP, AND EVERY CARTA LINE CARRIES ITS SUIT. THIS STEP WALKS
      *> GAMEARCH AND THEN THE LIVE GAMELOG SHOE BY SHOE, PER MESA,
      *> SEAT AND DEALER CARDS TOGETHER, AND FLAGS:
      *>   - THE SAME RANK AND SUIT DEALT TWICE OUT OF ONE SHOE;
      *>   - MORE THAN 52 CARDS BETWEEN TWO SHUFFLES;
      *>   - A RESUME THAT CONTINUED A SHOE THE LOG NEVER OPENED.
      *> ANY EXCEPTION ENDS THE STEP WITH RC=8. CARTA LINES FROM
      *> BEFORE THE SUIT WENT INTO THE LOG ARE COUNTED AND SKIPPED -
      *> THERE IS NOTHING IN THEM TO PROVE.
        PROGRAM-ID.     VINTEBAR.
        AUTHOR.         Marshallowitz.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GL-FILE-STATUS.
            SELECT ARCHIVE-FILE ASSIGN TO "GAMEARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AR-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  GAME-LOG-FILE.
        COPY GLREC.
      *> A SHOE CAN OPEN ON A NIGHT VINTEARC HAS SINCE ROLLED AWAY
      *> AND BE RESUMED IN TONIGHT'S LIVE LOG, SO THE ARCHIVE IS READ
      *> FIRST AND THE WALK CARRIES STRAIGHT ON INTO THE LIVE FILE.
        FD  ARCHIVE-FILE.
        COPY ARCREC.
        WORKING-STORAGE SECTION.
      *> THE CLOSE'S RUN-CONTROL LEDGER (BATCHCTL), KEPT BY VINTECTL.
        COPY BTPARM.
        01  GL-FILE-STATUS          PIC X(02).
        01  AR-FILE-STATUS          PIC X(02).
        01  LOG-EOF-FLAG            PIC X       VALUE 'N'.
            88  LOG-AT-EOF                      VALUE 'Y'.
        01  ARCHIVE-EOF-FLAG        PIC X       VALUE 'N'.
            88  ARCHIVE-AT-EOF                  VALUE 'Y'.
      *> WHERE THE LINE IN HAND CAME FROM, FOR THE EXCEPTION TEXT -
      *> THE ARCHIVE'S RUN DATE, OR "VIVO" FOR THE LIVE GAMELOG.
        01  LINE-SOURCE             PIC X(08)   VALUE SPACES.
        01  LINE-SHOE-SEQ           PIC 9(07)   VALUE 0.
        01  LINE-SUIT               PIC 9       VALUE 0.
      *> ONE SLICE PER MESA SEEN IN THE LOG - TWO TABLES DEAL FROM
      *> TWO SHOES INTO ONE INTERLEAVED FILE, SO EACH KEEPS ITS OWN
      *> OPEN SHOE. SAME PARALLEL-TABLE SHAPE THE SEAT TABLES USE IN
      *> VINTEUM.
        01  MS-MAX                  PIC 9(2)    VALUE 20.
        01  MS-COUNT                PIC 9(2)    VALUE 0.
        01  MS-NUM                  PIC 9(2)    VALUE 0.
        01  MS-FOUND-NUM            PIC 9(2)    VALUE 0.
        01  MS-OVERFLOW-FLAG        PIC X       VALUE 'N'.
            88  MS-OVERFLOW-WARNED              VALUE 'Y'.
        01  MS-TABLE-ID             PIC X(02)   OCCURS 20 TIMES VALUE SPACES.
        01  MS-SHOE-OPEN            PIC X       OCCURS 20 TIMES VALUE 'N'.
            88  MS-SHOE-IS-OPEN                 VALUE 'Y'.
        01  MS-SHOE-SEED            PIC X(08)   OCCURS 20 TIMES VALUE SPACES.
        01  MS-SHOE-SEQ             PIC 9(07)   OCCURS 20 TIMES VALUE 0.
        01  MS-CARD-COUNT           PIC 9(03)   OCCURS 20 TIMES VALUE 0.
        01  MS-OVER-FLAG            PIC X       OCCURS 20 TIMES VALUE 'N'.
            88  MS-OVER-WARNED                  VALUE 'Y'.
        01  MS-STRAY-FLAG           PIC X       OCCURS 20 TIMES VALUE 'N'.
            88  MS-STRAY-WARNED                 VALUE 'Y'.
      *> THE CARDS THE OPEN SHOE HAS DEALT, IN ORDER - KEPT IN ORDER
      *> SO A RESUME CAN PUT BACK EXACTLY THE CARDS LOGGED AFTER THE
      *> CHECKPOINT WAS TAKEN.
        01  MS-DEALT-TABLE.
            05  MS-DEALT-MESA       OCCURS 20 TIMES.
                10  MS-DEALT-CARD   OCCURS 52 TIMES.
                    15  MS-DEALT-RANK   PIC 9(02).
                    15  MS-DEALT-SUIT   PIC 9(01).
        01  DEALT-NUM               PIC 9(03)   VALUE 0.
        01  DUP-FOUND-NUM           PIC 9(03)   VALUE 0.
        01  SUIT-NAME               PIC X(08)   VALUE SPACES.
        01  LINES-READ              PIC 9(07)   VALUE 0.
        01  CARDS-CHECKED           PIC 9(07)   VALUE 0.
        01  LEGACY-CARDS            PIC 9(07)   VALUE 0.
        01  CARDS-REWOUND           PIC 9(07)   VALUE 0.
        01  SHOES-OPENED            PIC 9(05)   VALUE 0.
        01  SHOES-CLOSED            PIC 9(05)   VALUE 0.
        01  SHOES-RESUMED           PIC 9(05)   VALUE 0.
        01  EXCEPTION-COUNT         PIC 9(05)   VALUE 0.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            MOVE SPACES TO BP-RUN-DATE.
            PERFORM OPEN-BATCH-STEP.
            DISPLAY "===== AUDITORIA DO BARALHO (GAMEARCH + GAMELOG) =====".
            OPEN INPUT ARCHIVE-FILE.
            IF AR-FILE-STATUS = "35"
                DISPLAY "SEM GAMEARCH. AUDITANDO SÓ O GAMELOG VIVO."
            ELSE
                PERFORM READ-ARCHIVE
                PERFORM CHECK-ARCHIVE-RECORD UNTIL ARCHIVE-AT-EOF
                CLOSE ARCHIVE-FILE
            END-IF
            OPEN INPUT GAME-LOG-FILE.
            IF GL-FILE-STATUS = "35"
                DISPLAY "SEM GAMELOG VIVO."
            ELSE
                MOVE "VIVO" TO LINE-SOURCE
                PERFORM READ-GAME-LOG
                PERFORM CHECK-LOG-RECORD UNTIL LOG-AT-EOF
                CLOSE GAME-LOG-FILE
            END-IF
            PERFORM SHOW-OPEN-SHOE VARYING MS-NUM FROM 1 BY 1
                UNTIL MS-NUM > MS-COUNT.
            DISPLAY "LINHAS LIDAS (ARQUIVO + VIVO): ", LINES-READ.
            DISPLAY "BARALHOS ABERTOS: ", SHOES-OPENED,
                " / ESGOTADOS: ", SHOES-CLOSED,
                " / RETOMADOS: ", SHOES-RESUMED.
            DISPLAY "CARTAS CONFERIDAS: ", CARDS-CHECKED,
                " / DEVOLVIDAS NA RETOMADA: ", CARDS-REWOUND.
            IF LEGACY-CARDS > 0
                DISPLAY "CARTAS SEM NAIPE (ANTERIORES À AUDITORIA): ",
                    LEGACY-CARDS
            END-IF
            IF EXCEPTION-COUNT > 0
                DISPLAY "EXCEÇÕES ENCONTRADAS: ", EXCEPTION-COUNT
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "TODOS OS BARALHOS CONFEREM SEM EXCEÇÕES."
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
            MOVE "VINTEBAR" TO BP-STEP.
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
            MOVE LINES-READ TO BP-COUNT-READ.
            MOVE 0 TO BP-COUNT-WRITTEN.
            MOVE EXCEPTION-COUNT TO BP-EXCEPTIONS.
            MOVE 'F'         TO BP-FUNCTION.
            CALL "VINTECTL" USING BATCH-STEP-PARM.
            MOVE BP-RETURN-CODE TO RETURN-CODE.
        READ-GAME-LOG.
            READ GAME-LOG-FILE
                AT END MOVE 'Y' TO LOG-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        READ-ARCHIVE.
            READ ARCHIVE-FILE
                AT END MOVE 'Y' TO ARCHIVE-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        CHECK-ARCHIVE-RECORD.
      *> AN ARCHIVED LINE IS THE SAME GAMELOG LINE BEHIND ITS DATE
      *> STAMP - DROP IT INTO THE LOG RECORD AND CHECK IT THE SAME
      *> WAY.
            MOVE AR-RUN-DATE TO LINE-SOURCE.
            MOVE AR-LOG-DATA TO GAME-LOG-RECORD.
            PERFORM CHECK-CURRENT-RECORD.
            PERFORM READ-ARCHIVE.
        CHECK-LOG-RECORD.
            PERFORM CHECK-CURRENT-RECORD.
            PERFORM READ-GAME-LOG.
        CHECK-CURRENT-RECORD.
            EVALUATE GL-EVENT-TYPE
                WHEN "BARALHO"
                    PERFORM FIND-MESA-SLOT
                    IF MS-FOUND-NUM > 0
                        COMPUTE LINE-SHOE-SEQ =
                            FUNCTION NUMVAL(GL-AMOUNT)
                        EVALUATE GL-RESULT
                            WHEN 'A'
                                PERFORM OPEN-SHOE
                            WHEN 'F'
                                PERFORM CLOSE-SHOE
                            WHEN 'R'
                                PERFORM RESUME-SHOE
                        END-EVALUATE
                    END-IF
                WHEN "CARTA"
                    IF GL-RESULT = SPACE
                        ADD 1 TO LEGACY-CARDS
                    ELSE
                        PERFORM FIND-MESA-SLOT
                        IF MS-FOUND-NUM > 0
                            PERFORM CHECK-CARD THRU CHECK-CARD-EXIT
                        END-IF
                    END-IF
            END-EVALUATE.
        OPEN-SHOE.
      *> A FRESH SHUFFLE. A SHOE STILL OPEN ON THIS MESA WAS LEFT
      *> PART-DEALT WHEN ITS RUN ENDED - NORMAL, NOT AN EXCEPTION.
            IF MS-SHOE-IS-OPEN(MS-FOUND-NUM)
                DISPLAY "MESA ", MS-TABLE-ID(MS-FOUND-NUM),
                    " BARALHO ", MS-SHOE-SEQ(MS-FOUND-NUM),
                    " (SEMENTE ", MS-SHOE-SEED(MS-FOUND-NUM),
                    ") DEIXADO COM ", MS-CARD-COUNT(MS-FOUND-NUM),
                    " CARTAS."
            END-IF
            ADD 1 TO SHOES-OPENED.
            MOVE 'Y'           TO MS-SHOE-OPEN(MS-FOUND-NUM).
            MOVE GL-PLAYER-ID  TO MS-SHOE-SEED(MS-FOUND-NUM).
            MOVE LINE-SHOE-SEQ TO MS-SHOE-SEQ(MS-FOUND-NUM).
            MOVE 0             TO MS-CARD-COUNT(MS-FOUND-NUM).
            MOVE 'N'           TO MS-OVER-FLAG(MS-FOUND-NUM).
            MOVE 'N'           TO MS-STRAY-FLAG(MS-FOUND-NUM).
        CLOSE-SHOE.
      *> THE SHOE RAN DRY - IT HAS TO BE THE ONE THIS MESA HAS OPEN,
      *> AND IT HAS TO HAVE DEALT EXACTLY THE 52 CARDS IT HELD.
            IF NOT MS-SHOE-IS-OPEN(MS-FOUND-NUM)
                OR MS-SHOE-SEED(MS-FOUND-NUM) NOT = GL-PLAYER-ID
                OR MS-SHOE-SEQ(MS-FOUND-NUM) NOT = LINE-SHOE-SEQ
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: ", LINE-SOURCE, " MESA ",
                    GL-TABLE-ID, " FECHOU O BARALHO ", LINE-SHOE-SEQ,
                    " (SEMENTE ", GL-PLAYER-ID,
                    ") QUE NÃO ESTAVA ABERTO NO LOG."
            ELSE
                ADD 1 TO SHOES-CLOSED
                IF MS-CARD-COUNT(MS-FOUND-NUM) NOT = 52
                    ADD 1 TO EXCEPTION-COUNT
                    DISPLAY "EXCEÇÃO: ", LINE-SOURCE, " MESA ",
                        GL-TABLE-ID, " BARALHO ", LINE-SHOE-SEQ,
                        " ESGOTOU COM ", MS-CARD-COUNT(MS-FOUND-NUM),
                        " CARTAS NO LOG, NÃO 52."
                ELSE
                    DISPLAY "MESA ", GL-TABLE-ID, " BARALHO ",
                        LINE-SHOE-SEQ, " (SEMENTE ", GL-PLAYER-ID,
                        "): 52 CARTAS, NENHUMA REPETIDA."
                END-IF
            END-IF
            MOVE 'N' TO MS-SHOE-OPEN(MS-FOUND-NUM).
        RESUME-SHOE.
      *> A CHECKPOINT RESUME NAMES THE SHOE IT PICKED BACK UP AND
      *> HOW MANY CARDS HAD COME OFF IT AT THE SNAPSHOT. THE SHOE
      *> MUST BE THE ONE THE LOG HAS OPEN ON THIS MESA - A RESUME
      *> INTO A SHOE THE LOG NEVER SHUFFLED IS EXACTLY THE HOLE
      *> THIS STEP EXISTS TO CATCH. CARDS LOGGED AFTER THE SNAPSHOT
      *> GO BACK INTO THE SHOE: THE RESUMED RUN DEALS THEM AGAIN.
            ADD 1 TO SHOES-RESUMED.
            IF NOT MS-SHOE-IS-OPEN(MS-FOUND-NUM)
                OR MS-SHOE-SEED(MS-FOUND-NUM) NOT = GL-PLAYER-ID
                OR MS-SHOE-SEQ(MS-FOUND-NUM) NOT = LINE-SHOE-SEQ
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: ", LINE-SOURCE, " MESA ",
                    GL-TABLE-ID, " RETOMOU O BARALHO ", LINE-SHOE-SEQ,
                    " (SEMENTE ", GL-PLAYER-ID,
                    ") QUE O LOG NUNCA ABRIU."
      *> CARRY ON AGAINST THE NAMED SHOE SO ITS LATER CARDS ARE
      *> STILL CHECKED FOR REPEATS - THE CARDS BEFORE THE SNAPSHOT
      *> ARE UNKNOWN, SO THE COUNT STARTS FROM WHAT IT CLAIMS.
                MOVE 'Y'           TO MS-SHOE-OPEN(MS-FOUND-NUM)
                MOVE GL-PLAYER-ID  TO MS-SHOE-SEED(MS-FOUND-NUM)
                MOVE LINE-SHOE-SEQ TO MS-SHOE-SEQ(MS-FOUND-NUM)
                MOVE 0             TO MS-CARD-COUNT(MS-FOUND-NUM)
                MOVE 'N'           TO MS-OVER-FLAG(MS-FOUND-NUM)
                MOVE 'N'           TO MS-STRAY-FLAG(MS-FOUND-NUM)
            ELSE
                IF GL-RUNNING-TOTAL > MS-CARD-COUNT(MS-FOUND-NUM)
                    ADD 1 TO EXCEPTION-COUNT
                    DISPLAY "EXCEÇÃO: ", LINE-SOURCE, " MESA ",
                        GL-TABLE-ID, " RETOMOU O BARALHO ",
                        LINE-SHOE-SEQ, " NA CARTA ", GL-RUNNING-TOTAL,
                        " MAS O LOG SÓ TEM ",
                        MS-CARD-COUNT(MS-FOUND-NUM), " CARTAS DELE."
                ELSE
                    COMPUTE CARDS-REWOUND = CARDS-REWOUND
                        + MS-CARD-COUNT(MS-FOUND-NUM) - GL-RUNNING-TOTAL
                    MOVE GL-RUNNING-TOTAL
                        TO MS-CARD-COUNT(MS-FOUND-NUM)
                    IF MS-CARD-COUNT(MS-FOUND-NUM) <= 52
                        MOVE 'N' TO MS-OVER-FLAG(MS-FOUND-NUM)
                    END-IF
                END-IF
            END-IF.
        CHECK-CARD.
            ADD 1 TO CARDS-CHECKED.
            IF NOT MS-SHOE-IS-OPEN(MS-FOUND-NUM)
                IF NOT MS-STRAY-WARNED(MS-FOUND-NUM)
                    ADD 1 TO EXCEPTION-COUNT
                    DISPLAY "EXCEÇÃO: ", LINE-SOURCE, " MESA ",
                        GL-TABLE-ID, " RODADA ", GL-ROUND,
                        " DEU CARTA SEM NENHUM BARALHO ABERTO NO LOG."
                    MOVE 'Y' TO MS-STRAY-FLAG(MS-FOUND-NUM)
                END-IF
                GO TO CHECK-CARD-EXIT
            END-IF
            IF GL-RESULT < '1' OR GL-RESULT > '4'
                OR GL-CARD-RANK < 1 OR GL-CARD-RANK > 13
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: ", LINE-SOURCE, " MESA ",
                    GL-TABLE-ID, " RODADA ", GL-ROUND,
                    " CARTA INVÁLIDA: RANK ", GL-CARD-RANK,
                    " NAIPE ", GL-RESULT
                GO TO CHECK-CARD-EXIT
            END-IF
            MOVE GL-RESULT TO LINE-SUIT.
            ADD 1 TO MS-CARD-COUNT(MS-FOUND-NUM).
            IF MS-CARD-COUNT(MS-FOUND-NUM) > 52
                IF NOT MS-OVER-WARNED(MS-FOUND-NUM)
                    ADD 1 TO EXCEPTION-COUNT
                    DISPLAY "EXCEÇÃO: ", LINE-SOURCE, " MESA ",
                        GL-TABLE-ID, " BARALHO ",
                        MS-SHOE-SEQ(MS-FOUND-NUM),
                        " DEU MAIS DE 52 CARTAS SEM EMBARALHAR",
                        " (RODADA ", GL-ROUND, ")."
                    MOVE 'Y' TO MS-OVER-FLAG(MS-FOUND-NUM)
                END-IF
                GO TO CHECK-CARD-EXIT
            END-IF
            MOVE 0 TO DUP-FOUND-NUM.
            PERFORM MATCH-DEALT-CARD VARYING DEALT-NUM FROM 1 BY 1
                UNTIL DEALT-NUM >= MS-CARD-COUNT(MS-FOUND-NUM)
                    OR DUP-FOUND-NUM > 0.
            IF DUP-FOUND-NUM > 0
                ADD 1 TO EXCEPTION-COUNT
                PERFORM NAME-SUIT
                DISPLAY "EXCEÇÃO: ", LINE-SOURCE, " MESA ",
                    GL-TABLE-ID, " BARALHO ",
                    MS-SHOE-SEQ(MS-FOUND-NUM), " DEU O RANK ",
                    GL-CARD-RANK, " DE ", SUIT-NAME, " DUAS VEZES",
                    " (CARTAS ", DUP-FOUND-NUM, " E ",
                    MS-CARD-COUNT(MS-FOUND-NUM), ", RODADA ",
                    GL-ROUND, ", ", GL-PLAYER-ID, ")."
            END-IF
            MOVE GL-CARD-RANK TO MS-DEALT-RANK(MS-FOUND-NUM,
                MS-CARD-COUNT(MS-FOUND-NUM)).
            MOVE LINE-SUIT TO MS-DEALT-SUIT(MS-FOUND-NUM,
                MS-CARD-COUNT(MS-FOUND-NUM)).
        CHECK-CARD-EXIT.
            EXIT.
        MATCH-DEALT-CARD.
            IF MS-DEALT-RANK(MS-FOUND-NUM, DEALT-NUM) = GL-CARD-RANK
                AND MS-DEALT-SUIT(MS-FOUND-NUM, DEALT-NUM) = LINE-SUIT
                MOVE DEALT-NUM TO DUP-FOUND-NUM
            END-IF.
        NAME-SUIT.
            EVALUATE LINE-SUIT
                WHEN 1 MOVE "COPAS"    TO SUIT-NAME
                WHEN 2 MOVE "OUROS"    TO SUIT-NAME
                WHEN 3 MOVE "ESPADAS"  TO SUIT-NAME
                WHEN 4 MOVE "PAUS"     TO SUIT-NAME
            END-EVALUATE.
        SHOW-OPEN-SHOE.
      *> THE SHOE EACH MESA IS STILL DEALING FROM - NOT AN
      *> EXCEPTION, JUST WHERE TONIGHT LEFT IT.
            IF MS-SHOE-IS-OPEN(MS-NUM)
                DISPLAY "MESA ", MS-TABLE-ID(MS-NUM), " BARALHO ",
                    MS-SHOE-SEQ(MS-NUM), " (SEMENTE ",
                    MS-SHOE-SEED(MS-NUM), ") EM USO COM ",
                    MS-CARD-COUNT(MS-NUM), " CARTAS DADAS."
            END-IF.
        FIND-MESA-SLOT.
            MOVE 0 TO MS-FOUND-NUM.
            PERFORM MATCH-MESA-SLOT VARYING MS-NUM FROM 1 BY 1
                UNTIL MS-NUM > MS-COUNT OR MS-FOUND-NUM > 0.
            IF MS-FOUND-NUM = 0
                IF MS-COUNT < MS-MAX
                    ADD 1 TO MS-COUNT
                    MOVE GL-TABLE-ID TO MS-TABLE-ID(MS-COUNT)
                    MOVE MS-COUNT TO MS-FOUND-NUM
                ELSE
                    IF NOT MS-OVERFLOW-WARNED
                        DISPLAY "MAIS DE ", MS-MAX, " MESAS NO LOG.",
                            " IGNORANDO AS EXCEDENTES."
                        MOVE 'Y' TO MS-OVERFLOW-FLAG
                        ADD 1 TO EXCEPTION-COUNT
                    END-IF
                END-IF
            END-IF.
        MATCH-MESA-SLOT.
            IF MS-TABLE-ID(MS-NUM) = GL-TABLE-ID
                MOVE MS-NUM TO MS-FOUND-NUM
            END-IF.
