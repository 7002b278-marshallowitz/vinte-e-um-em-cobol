        01  SESS-APOSTA-MIN         PIC 9(5)V99 VALUE 0.
        01  SESS-APOSTA-MAX         PIC 9(5)V99 VALUE 0.
        01  SESS-BANCA-INI          PIC 9(7)V99 VALUE 0.
      *> THE SIDE BETS' LIMITS AND PAY TABLES - ONLY LOGGED WHEN THE
      *> MESA OFFERED THEM, SO EACH SESSION STARTS THEM AT ZERO.
        01  SESS-PP-MIN             PIC 9(5)V99 VALUE 0.
        01  SESS-PP-MAX             PIC 9(5)V99 VALUE 0.
        01  SESS-PP-PAYS            PIC 9(3)    OCCURS 3 TIMES VALUE 0.
        01  SESS-T3-MIN             PIC 9(5)V99 VALUE 0.
        01  SESS-T3-MAX             PIC 9(5)V99 VALUE 0.
        01  SESS-T3-PAYS            PIC 9(3)    OCCURS 5 TIMES VALUE 0.
        01  SESS-RULE-AMOUNT        PIC 9(7)V99 VALUE 0.
        01  SESS-HAVE-RULES-FLAG    PIC X       VALUE 'N'.
            88  SESS-HAVE-RULES                 VALUE 'Y'.
        01  SESS-RULES-SHOWN-FLAG   PIC X       VALUE 'N'.
            88  SESS-RULES-SHOWN                VALUE 'Y'.
      *> THE CRUPIÊ DEALING, OFF THE LATEST CRUPIE LINE FOR THE
      *> MESA - A DISPUTED HAND NAMES WHO DEALT IT.
        01  SESS-DEALER-ID          PIC X(08)   VALUE SPACES.
        01  PLAYER-IN-ROUND-FLAG    PIC X       VALUE 'N'.
            88  PLAYER-IN-ROUND                 VALUE 'Y'.
        01  REPLAY-PASS             PIC 9       VALUE 0.
        01  ROUNDS-SHOWN            PIC 9(5)    VALUE 0.
        01  RANK-NAME               PIC X(8)    VALUE SPACES.
        01  RANK-EDIT               PIC Z9.
        01  SIDE-BET-NAME           PIC X(16)   VALUE SPACES.
        01  SIDE-BET-HAND           PIC X(20)   VALUE SPACES.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "===== REPLAY DE MÃO (GAMELOG) =====".
                    END-IF
                WHEN "REGRA"
                    PERFORM NOTE-SESSION-RULE
      *> A SHIFT CHANGE IS LOGGED AHEAD OF THE NEW CRUPIÊ'S FIRST
      *> RODADA, SO THE RODADA STILL BUFFERED IS THE OLD SHIFT'S -
      *> PLAY IT BACK UNDER THE OLD NAME FIRST. A RESUME REPEATS
      *> THE RODADA IN HAND AND DOESN'T SPLIT IT.
                WHEN "CRUPIE"
                    IF BUF-COUNT > 0 AND GL-ROUND NOT = BUF-ROUND
                        PERFORM REPLAY-BUFFERED-ROUND
                    END-IF
                    MOVE GL-PLAYER-ID TO SESS-DEALER-ID
                WHEN "CADEIRA"
                    CONTINUE
                WHEN "TOTAL"
                    CONTINUE
      *> THE SHOE MARKERS CARRY A SEED WHERE A CÓDIGO WOULD BE -
      *> NOT A HAND EVENT, AND NOT TO BE MISTAKEN FOR A JOGADOR.
                WHEN "BARALHO"
                    CONTINUE
                WHEN OTHER
                    PERFORM GATHER-HAND-RECORD
            END-EVALUATE
            EXIT.
        NOTE-SESSION-OPEN.
            MOVE GL-PLAYER-ID TO SESS-RUN-DATE.
            MOVE SPACES TO SESS-DEALER-ID.
            MOVE 'N' TO SESS-HAVE-RULES-FLAG.
            MOVE 'N' TO SESS-RULES-SHOWN-FLAG.
            MOVE 0 TO SESS-PP-MIN SESS-PP-MAX SESS-T3-MIN SESS-T3-MAX.
            MOVE 0 TO SESS-PP-PAYS(1) SESS-PP-PAYS(2) SESS-PP-PAYS(3).
            MOVE 0 TO SESS-T3-PAYS(1) SESS-T3-PAYS(2) SESS-T3-PAYS(3)
                SESS-T3-PAYS(4) SESS-T3-PAYS(5).
        NOTE-SESSION-RULE.
      *> GL-AMOUNT COMES OFF THE FILE IN ITS EDITED PRINT SHAPE -
      *> NUMVAL TURNS IT BACK INTO A NUMBER BEFORE IT'S KEPT.
                    MOVE SESS-RULE-AMOUNT TO SESS-APOSTA-MAX
                WHEN "BANCAINI"
                    MOVE SESS-RULE-AMOUNT TO SESS-BANCA-INI
                WHEN "PP-MIN"
                    MOVE SESS-RULE-AMOUNT TO SESS-PP-MIN
                WHEN "PP-MAX"
                    MOVE SESS-RULE-AMOUNT TO SESS-PP-MAX
                WHEN "PP-MISTO"
                    MOVE SESS-RULE-AMOUNT TO SESS-PP-PAYS(1)
                WHEN "PP-COR"
                    MOVE SESS-RULE-AMOUNT TO SESS-PP-PAYS(2)
                WHEN "PP-PERF"
                    MOVE SESS-RULE-AMOUNT TO SESS-PP-PAYS(3)
                WHEN "T3-MIN"
                    MOVE SESS-RULE-AMOUNT TO SESS-T3-MIN
                WHEN "T3-MAX"
                    MOVE SESS-RULE-AMOUNT TO SESS-T3-MAX
                WHEN "T3-NAIPE"
                    MOVE SESS-RULE-AMOUNT TO SESS-T3-PAYS(1)
                WHEN "T3-SEQ"
                    MOVE SESS-RULE-AMOUNT TO SESS-T3-PAYS(2)
                WHEN "T3-TRINC"
                    MOVE SESS-RULE-AMOUNT TO SESS-T3-PAYS(3)
                WHEN "T3-SQNAI"
                    MOVE SESS-RULE-AMOUNT TO SESS-T3-PAYS(4)
                WHEN "T3-TRNAI"
                    MOVE SESS-RULE-AMOUNT TO SESS-T3-PAYS(5)
            END-EVALUATE.
        GATHER-HAND-RECORD.
            PERFORM CHECK-RECORD-WANTED.
                END-IF
                ADD 1 TO ROUNDS-SHOWN
                DISPLAY " "
                IF SESS-DEALER-ID = SPACES
                    DISPLAY "----- RODADA ", BUF-ROUND, " DE ",
                        QUERY-PLAYER-ID, " -----"
                ELSE
                    DISPLAY "----- RODADA ", BUF-ROUND, " DE ",
                        QUERY-PLAYER-ID, " - CRUPIÊ ", SESS-DEALER-ID,
                        " -----"
                END-IF
                MOVE 'N' TO SPLIT-SEEN-FLAG
                PERFORM REPLAY-ONE-PASS THRU REPLAY-ONE-PASS-EXIT
                    VARYING REPLAY-PASS FROM 1 BY 1
            DISPLAY "  APOSTA MÍNIMA: ", SESS-APOSTA-MIN.
            DISPLAY "  APOSTA MÁXIMA: ", SESS-APOSTA-MAX.
            DISPLAY "  BANCA INICIAL: ", SESS-BANCA-INI.
            IF SESS-PP-MAX > 0
                DISPLAY "  PARES PERFEITOS: DE ", SESS-PP-MIN, " A ",
                    SESS-PP-MAX, " - PAGA (POR 1) MISTO ",
                    SESS-PP-PAYS(1), " COR ", SESS-PP-PAYS(2),
                    " PERFEITO ", SESS-PP-PAYS(3)
            END-IF.
            IF SESS-T3-MAX > 0
                DISPLAY "  21+3: DE ", SESS-T3-MIN, " A ", SESS-T3-MAX,
                    " - PAGA (POR 1) NAIPE ", SESS-T3-PAYS(1),
                    " SEQUÊNCIA ", SESS-T3-PAYS(2),
                    " TRINCA ", SESS-T3-PAYS(3),
                    " SEQ. NAIPE ", SESS-T3-PAYS(4),
                    " TRINCA NAIPE ", SESS-T3-PAYS(5)
            END-IF.
            MOVE 'Y' TO SESS-RULES-SHOWN-FLAG.
        SCAN-FOR-PLAYER.
            MOVE BUF-ENTRY(BUF-NUM) TO GAME-LOG-RECORD.
                            PERFORM NAME-RANK
                            DISPLAY "  PEGOU ", RANK-NAME,
                                " - FICOU COM ", GL-RUNNING-TOTAL
                        WHEN "INVALIDA"
                            PERFORM SHOW-BAD-INPUT-LINE
                        WHEN "PARES"
                            PERFORM SHOW-SIDE-BET-LINE
                        WHEN "21MAIS3"
                            PERFORM SHOW-SIDE-BET-LINE
                    END-EVALUATE
                END-IF
            END-IF.
        SHOW-SIDE-BET-LINE.
      *> A SIDE BET SETTLES ON THE SEAT'S SECOND CARD, SO BOTH ITS
      *> STAKE AND ITS RESULT BELONG IN THE HAND-1 PASS.
            IF GL-EVENT-TYPE = "PARES"
                MOVE "PARES PERFEITOS" TO SIDE-BET-NAME
            ELSE
                MOVE "21+3" TO SIDE-BET-NAME
            END-IF
            EVALUATE GL-RESULT
                WHEN SPACE
                    DISPLAY "  APOSTOU ", GL-AMOUNT, " NO ",
                        FUNCTION TRIM(SIDE-BET-NAME)
                WHEN 'L'
                    DISPLAY "  ", FUNCTION TRIM(SIDE-BET-NAME),
                        " PERDIDO."
                WHEN OTHER
                    EVALUATE GL-RESULT
                        WHEN 'M' MOVE "PAR MISTO" TO SIDE-BET-HAND
                        WHEN 'C' MOVE "PAR DA MESMA COR" TO SIDE-BET-HAND
                        WHEN 'P' MOVE "PAR PERFEITO" TO SIDE-BET-HAND
                        WHEN 'N' MOVE "NAIPE" TO SIDE-BET-HAND
                        WHEN 'S' MOVE "SEQUÊNCIA" TO SIDE-BET-HAND
                        WHEN 'T' MOVE "TRINCA" TO SIDE-BET-HAND
                        WHEN 'Q' MOVE "SEQUÊNCIA DE NAIPE" TO SIDE-BET-HAND
                        WHEN 'R' MOVE "TRINCA DE NAIPE" TO SIDE-BET-HAND
                        WHEN OTHER MOVE GL-RESULT TO SIDE-BET-HAND
                    END-EVALUATE
                    DISPLAY "  ", FUNCTION TRIM(SIDE-BET-NAME), ": ",
                        FUNCTION TRIM(SIDE-BET-HAND), " - PAGOU ",
                        GL-AMOUNT
            END-EVALUATE.
        SHOW-HAND-2-EVENT.
            IF GL-PLAYER-ID = QUERY-PLAYER-ID AND GL-HAND = 2
                EVALUATE GL-EVENT-TYPE
                        PERFORM NAME-RANK
                        DISPLAY "    PEGOU ", RANK-NAME,
                            " - FICOU COM ", GL-RUNNING-TOTAL
                    WHEN "INVALIDA"
                        PERFORM SHOW-BAD-INPUT-LINE
                END-EVALUATE
            END-IF.
        SHOW-BAD-INPUT-LINE.
            IF GL-RESULT = 'F'
                DISPLAY "  RESPOSTA INVÁLIDA NO ", GL-RUNNING-TOTAL,
                    " - A MÃO PAROU À FORÇA."
            ELSE
                DISPLAY "  RESPOSTA INVÁLIDA NO ", GL-RUNNING-TOTAL,
                    " - PERGUNTOU DE NOVO."
            END-IF.
        SHOW-DEALER-EVENT.
            IF GL-PLAYER-ID = "DEALER" AND GL-EVENT-TYPE = "CARTA"
                PERFORM NAME-RANK
                                " BATIDO (", GL-AMOUNT,
                                "). A CADEIRA LEVANTOU."
                        END-IF
                    WHEN "RECUSA"
                        EVALUATE GL-RESULT
                            WHEN 'E'
                                DISPLAY "  RECUSADO NA CADEIRA ",
                                    GL-HAND, ": AUTOEXCLUÍDO."
                            WHEN 'M'
                                DISPLAY "  RECUSADO NA CADEIRA ",
                                    GL-HAND, ": MENOR DE IDADE."
                            WHEN OTHER
                                DISPLAY "  RECUSADO NA CADEIRA ",
                                    GL-HAND, ": SEM IDENTIFICAÇÃO."
                        END-EVALUATE
                END-EVALUATE
            END-IF.
        SHOW-RESULT-LINE.
