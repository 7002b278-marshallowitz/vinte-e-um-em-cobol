  IDENTIFICATION DIVISION.
      *> A DRY RUN OF TONIGHT'S SCRIPTED VINTEUM DECK BEFORE ANY
      *> MONEY GOES ON THE FELT. THE TABLE READS ITS SYSIN ONE ANSWER
      *> PER PROMPT, AND WHICH PROMPTS COME DEPENDS ON THE FILES: A
      *> SEAT WITH NO CASHIER BALANCE IS ASKED FOR A BUY-IN, A CÓDIGO
      *> CLIENTES REFUSES IS ASKED FOR AGAIN, A SEAT WITH PONTOS IS
      *> ASKED S/N AT CASH-OUT, A SEAT OVER ITS LOSS LIMIT STANDS UP
      *> AND IS ASKED NOTHING MORE. ONE LINE MISSING AND EVERY ANSWER
      *> AFTER IT SHIFTS - WAGERS READ AS HIT/STAY, A ROUND COUNT READ
      *> AS A BUY-IN. THIS STEP READS THE PROPOSED DECK (ROTEIRO)
      *> WITH THE SAME TABRULES, CASHIER, COMPPTS, PLAYRLIM, PLAYERST,
      *> CLIENTES AND CHECKPNT THE TABLE WILL READ, AND WALKS THE
      *> DIALOGUE THE WAY VINTEUM WILL:
      *>   - THE SET-UP (SEATS, CÓDIGOS, CRUPIÊ, BUY-INS, RODADAS,
      *>     FUNDO, TORNEIO AND ITS TOP-UPS) LINE BY LINE, EXACTLY;
      *>   - THE PLAY, WHERE THE CARDS DECIDE HOW MANY V ANSWERS A
      *>     HAND TAKES AND WHETHER AN ACE ASKS FOR SEGURO, BY SHAPE:
      *>     EVERY SEAT'S HAND IS A WAGER, A SEGURO STAKE WHEN THE
      *>     DEALER SHOWS AN ACE, THEN AT LEAST ONE V/T/D/P - AND A
      *>     T WITH NO SPLIT CLOSES THE HAND FOR CERTAIN. WHEN THE
      *>     MESA OFFERS PARES PERFEITOS OR 21+3, EVERY WAGER IS
      *>     FOLLOWED BY ONE STAKE LINE PER SIDE BET OFFERED;
      *>   - THE CASH-OUT S/N ANSWERS FOR THE SEATS WITH PONTOS.
      *> WITH A LOSS LIMIT OR A TOURNAMENT AT THE MESA A SEAT MAY
      *> LEAVE MID-NIGHT, SO PAST THE FIRST RODADA ONLY WHAT MUST BE
      *> WRONG WHATEVER THE CARDS IS AN ERRO; WHAT ONLY MIGHT BE IS
      *> AN AVISO. A RESUME FROM CHECKPNT STARTS MID-HAND, SO THERE
      *> ONLY THE TYPE OF EACH LINE IS CHECKED.
      *> ANY ERRO ENDS THE STEP RC=8 AND VINTEUM.JCL BYPASSES THE
      *> TABLE; AVISOS ALONE END IT RC=4 AND THE TABLE PLAYS.
        PROGRAM-ID.     VINTEVAL.
        AUTHOR.         Marshallowitz.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DECK-FILE ASSIGN TO "ROTEIRO"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RT-FILE-STATUS.
            SELECT TABLE-RULES-FILE ASSIGN TO "TABRULES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TR-FILE-STATUS.
            SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPNT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CK-FILE-STATUS.
            SELECT CASHIER-FILE ASSIGN TO "CASHIER"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CB-PLAYER-ID
                FILE STATUS IS CB-FILE-STATUS.
            SELECT COMP-POINTS-FILE ASSIGN TO "COMPPTS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CP-PLAYER-ID
                FILE STATUS IS CP-FILE-STATUS.
            SELECT PLAYER-LIMITS-FILE ASSIGN TO "PLAYRLIM"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-PLAYER-ID
                FILE STATUS IS PL-FILE-STATUS.
            SELECT PLAYER-STATS-FILE ASSIGN TO "PLAYERST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PS-PLAYER-ID
                FILE STATUS IS PS-FILE-STATUS.
            SELECT CLIENT-FILE ASSIGN TO "CLIENTES"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CL-PLAYER-ID
                FILE STATUS IS CL-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
      *> THE DECK EXACTLY AS VINTEUM'S SYSIN WILL CARRY IT.
        FD  DECK-FILE.
        01  DECK-RECORD             PIC X(80).
        FD  TABLE-RULES-FILE.
        01  TABLE-RULES-RECORD      PIC X(80).
        FD  CHECKPOINT-FILE.
        COPY CKREC.
        FD  CASHIER-FILE.
        COPY CBREC.
        FD  COMP-POINTS-FILE.
        COPY CPREC.
        FD  PLAYER-LIMITS-FILE.
        COPY PLREC.
        FD  PLAYER-STATS-FILE.
        COPY PSREC.
        FD  CLIENT-FILE.
        COPY CLREC.
        WORKING-STORAGE SECTION.
        01  RT-FILE-STATUS          PIC X(02).
        01  TR-FILE-STATUS          PIC X(02).
        01  CK-FILE-STATUS          PIC X(02).
        01  CB-FILE-STATUS          PIC X(02).
        01  CP-FILE-STATUS          PIC X(02).
        01  PL-FILE-STATUS          PIC X(02).
        01  PS-FILE-STATUS          PIC X(02).
        01  CL-FILE-STATUS          PIC X(02).
        01  TR-EOF-FLAG             PIC X       VALUE 'N'.
            88  RULES-AT-EOF                    VALUE 'Y'.
        01  DECK-EOF-FLAG           PIC X       VALUE 'N'.
            88  DECK-AT-EOF                     VALUE 'Y'.
        01  CHECKPOINT-FOUND-FLAG   PIC X       VALUE 'N'.
            88  CHECKPOINT-IS-FOUND             VALUE 'Y'.
      *> THE TABRULES VALUES THAT SHAPE THE DIALOGUE, WITH VINTEUM'S
      *> OWN DEFAULTS AND RANGE CHECKS - THE REST OF THE RULES
      *> (PARADA, PAGA-VINTE, ...) CHANGE THE CARDS, NOT THE PROMPTS.
        01  RULE-KEYWORD            PIC X(14)   VALUE SPACES.
        01  RULE-VALUE              PIC X(20)   VALUE SPACES.
        01  RULE-NUMBER             PIC S9(5)   VALUE 0.
        01  RULE-AMOUNT             PIC S9(9)V99 VALUE 0.
        01  TABLE-ID                PIC X(02)   VALUE "01".
        01  TABLE-ID-NUM            PIC 9(02)   VALUE 0.
        01  TABLE-MIN-WAGER         PIC 9(5)V99 VALUE 1.00.
        01  TABLE-MAX-WAGER         PIC 9(5)V99 VALUE 99999.99.
        01  START-BANKROLL          PIC 9(7)V99 VALUE 1000.00.
        01  SEAT-COUNT-MAX          PIC 9       VALUE 6.
        01  ROUND-COUNT-MAX         PIC 9(03)   VALUE 999.
        01  COMP-POINT-VALUE        PIC 9(3)V99 VALUE 0.10.
        01  DEALER-SHIFT-PROMPT     PIC X       VALUE 'N'.
            88  DEALER-SHIFTS-ASKED             VALUE 'S'.
        01  PP-MIN-STAKE            PIC 9(5)V99 VALUE 0.
        01  PP-MAX-STAKE            PIC 9(5)V99 VALUE 0.
        01  T3-MIN-STAKE            PIC 9(5)V99 VALUE 0.
        01  T3-MAX-STAKE            PIC 9(5)V99 VALUE 0.
        01  MINIMUM-AGE             PIC 9(02)   VALUE 18.
        01  SEAT-BAD-INPUT-MAX      PIC 9       VALUE 3.
        01  RUN-DATE                PIC X(08)   VALUE SPACES.
        01  RUN-DATE-NUM            PIC 9(08)   VALUE 0.
        01  BIRTH-DATE-NUM          PIC 9(08)   VALUE 0.
        01  ADULT-DATE-NUM          PIC 9(08)   VALUE 0.
      *> THE DECK LINE IN HAND. DECK-ID IS THE FIRST 8 BYTES AS THEY
      *> STAND, THE WAY AN ACCEPT INTO A CÓDIGO TAKES THEM; DECK-TEXT
      *> IS THE LINE TRIMMED AND UPPER-CASED, THE WAY THE S/N AND
      *> V/T/D/P ANSWERS ARE READ. A LINE CAN BE HELD BACK SO THE
      *> NEXT PROMPT TRIES IT AGAIN.
        01  DECK-LINE-TOTAL         PIC 9(07)   VALUE 0.
        01  DECK-LINE-NUM           PIC 9(07)   VALUE 0.
        01  DECK-LINE-HELD-FLAG     PIC X       VALUE 'N'.
            88  DECK-LINE-IS-HELD               VALUE 'Y'.
        01  DECK-LINE-SHOWN-FLAG    PIC X       VALUE 'N'.
            88  DECK-LINE-WAS-SHOWN             VALUE 'Y'.
        01  DECK-ID                 PIC X(08)   VALUE SPACES.
        01  DECK-TEXT               PIC X(80)   VALUE SPACES.
        01  DECK-AMOUNT             PIC 9(9)V99 VALUE 0.
        01  DECK-LINE-KIND          PIC X       VALUE SPACE.
            88  LINE-IS-BLANK                   VALUE 'B'.
            88  LINE-IS-NUMBER                  VALUE 'N'.
            88  LINE-IS-PLAY                    VALUE 'J'.
            88  LINE-IS-YES-NO                  VALUE 'S'.
            88  LINE-IS-OTHER                   VALUE 'X'.
        01  CHAR-NUM                PIC 9(02)   VALUE 0.
        01  DIGIT-COUNT             PIC 9(02)   VALUE 0.
        01  POINT-COUNT             PIC 9(02)   VALUE 0.
        01  OTHER-COUNT             PIC 9(02)   VALUE 0.
        01  CHAR-SPACE-FLAG         PIC X       VALUE 'N'.
            88  CHAR-SPACE-SEEN                 VALUE 'Y'.
        01  PROMPT-NAME             PIC X(48)   VALUE SPACES.
        01  ERROR-COUNT             PIC 9(05)   VALUE 0.
        01  WARNING-COUNT           PIC 9(05)   VALUE 0.
        01  EXTRA-LINE-COUNT        PIC 9(07)   VALUE 0.
        01  SIMULATION-FLAG         PIC X       VALUE 'N'.
            88  SIMULATION-STOPPED              VALUE 'Y'.
      *> THE SEATS AS VINTEUM WILL SEE THEM - WHAT THE FILES SAY
      *> ABOUT EACH CÓDIGO, AND THE MONEY THE SET-UP PUTS IN FRONT
      *> OF IT.
        01  SEAT-COUNT              PIC 9       VALUE 0.
        01  SEAT-NUM                PIC 9(02)   VALUE 0.
        01  SEAT-ID-SCAN            PIC 9(02)   VALUE 0.
        01  SEAT-PLAYER-ID          PIC X(08)   OCCURS 6 TIMES VALUE SPACES.
        01  SEAT-ACTIVE             PIC X       OCCURS 6 TIMES VALUE 'N'.
        01  SEAT-BALANCE            PIC 9(7)V99 OCCURS 6 TIMES VALUE 0.
        01  SEAT-POINTS             PIC 9(7)V99 OCCURS 6 TIMES VALUE 0.
        01  SEAT-LOSS-LIMIT         PIC 9(7)V99 OCCURS 6 TIMES VALUE 0.
        01  SEAT-BUYIN-CAP          PIC 9(7)V99 OCCURS 6 TIMES VALUE 0.
        01  SEAT-BANKROLL           PIC 9(7)V99 OCCURS 6 TIMES VALUE 0.
        01  SEAT-SESSION-OPEN       PIC 9(7)V99 OCCURS 6 TIMES VALUE 0.
        01  SEAT-NIGHT-BUYINS       PIC 9(7)V99 OCCURS 6 TIMES VALUE 0.
        01  SEAT-ID-OK-FLAG         PIC X       VALUE 'N'.
            88  SEAT-ID-IS-OK                   VALUE 'Y'.
        01  SEAT-ID-TRY-COUNT       PIC 9       VALUE 0.
        01  REFUSAL-REASON          PIC X       VALUE SPACE.
        01  DEALER-ID               PIC X(08)   VALUE SPACES.
        01  DEALER-TRY-COUNT        PIC 9       VALUE 0.
        01  ROUND-COUNT             PIC 9(03)   VALUE 1.
        01  TOURNEY-MODE-FLAG       PIC X       VALUE 'N'.
            88  TOURNEY-IS-ON                   VALUE 'S'.
        01  TOURNEY-BUY-IN          PIC 9(5)V99 VALUE 0.
        01  BUY-IN-AMOUNT           PIC 9(7)V99 VALUE 0.
        01  LIMIT-HEADROOM          PIC S9(7)V99 VALUE 0.
        01  SEAT-NIGHT-LOSS         PIC S9(7)V99 VALUE 0.
        01  COMP-REDEEM-AMOUNT      PIC 9(7)V99 VALUE 0.
        01  REDEEM-COUNT            PIC 9       VALUE 0.
      *> 'Y' WHEN A SEAT CAN LEAVE THE MESA MID-NIGHT (A LOSS LIMIT
      *> OR A TOURNAMENT) - FROM THE SECOND RODADA ON, THE NUMBER OF
      *> HANDS PER RODADA IS THEN ONLY AN UPPER BOUND.
        01  SEATS-MAY-LEAVE-FLAG    PIC X       VALUE 'N'.
            88  SEATS-MAY-LEAVE                 VALUE 'Y'.
      *> THE PLAY, HAND BY HAND. PLAY-EXPECT IS THE NEXT PROMPT IN
      *> THE SHAPE OF A HAND: W THE WAGER, I A SEGURO STAKE OR THE
      *> FIRST ANSWER, L THE V/T/D/P ANSWERS, S THE SHIFT CHANGE
      *> BEFORE A RODADA, P A SIDE-BET STAKE RIGHT AFTER THE WAGER.
      *> THE DECK'S LAST LINES BELONG TO THE CASH-OUT WHEN A SEAT MAY
      *> LEAVE, SO THE PLAY STOPS AT PLAY-LAST-LINE.
        01  PLAY-OVER-FLAG          PIC X       VALUE 'N'.
            88  PLAY-IS-OVER                    VALUE 'Y'.
        01  PLAY-EXPECT             PIC X       VALUE 'W'.
            88  EXPECT-WAGER                    VALUE 'W'.
            88  EXPECT-INSURANCE                VALUE 'I'.
            88  EXPECT-ANSWER                   VALUE 'L'.
            88  EXPECT-SHIFT                    VALUE 'S'.
            88  EXPECT-SIDE-BET                 VALUE 'P'.
        01  PLAY-LAST-LINE          PIC 9(07)   VALUE 0.
        01  PLAY-LAST-CALC          PIC S9(07)  VALUE 0.
        01  PROMPT-DUE-FLAG         PIC X       VALUE 'N'.
            88  PROMPT-IS-DUE                   VALUE 'Y'.
        01  ROUND-NUM               PIC 9(03)   VALUE 1.
        01  ROUND-CERTAIN-FLAG      PIC X       VALUE 'Y'.
            88  ROUND-IS-CERTAIN                VALUE 'Y'.
        01  ROUND-SEATS             PIC 9       VALUE 0.
        01  ROUND-SEAT-LIST         PIC 9       OCCURS 6 TIMES VALUE 0.
      *> 'S' ONCE A SEAT THIS RODADA ANSWERED A SEGURO, 'N' ONCE ONE
      *> WENT STRAIGHT TO V/T/D/P - THE ACE IS THE SAME FOR EVERY SEAT.
        01  ROUND-ACE-FLAG          PIC X       VALUE SPACE.
        01  BLOCK-COUNT             PIC 9       VALUE 0.
        01  BLOCK-SEAT              PIC 9       VALUE 0.
        01  BLOCK-WAGER             PIC 9(7)V99 VALUE 0.
        01  INSURANCE-MAX           PIC 9(7)V99 VALUE 0.
      *> THE SIDE BETS STILL TO BE ASKED FOR THE HAND IN HAND - 'P'
      *> PARES PERFEITOS THEN 'T' 21+3, IN VINTEUM'S ORDER.
        01  SIDE-BET-NEXT           PIC X       VALUE SPACE.
        01  SIDE-BET-NAME           PIC X(16)   VALUE SPACES.
        01  SIDE-BET-MIN            PIC 9(5)V99 VALUE 0.
        01  SIDE-BET-MAX            PIC 9(5)V99 VALUE 0.
        01  ANSWER-COUNT            PIC 9(03)   VALUE 0.
        01  BAD-ANSWER-COUNT        PIC 9       VALUE 0.
        01  CARD-SEEN-FLAG          PIC X       VALUE 'N'.
        01  SPLIT-SEEN-FLAG         PIC X       VALUE 'N'.
        01  HAND-OVER-FLAG          PIC X       VALUE 'N'.
            88  HAND-IS-OVER                    VALUE 'Y'.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
            DISPLAY "===== CONFERÊNCIA DO ROTEIRO DO VINTEUM - ",
                RUN-DATE, " =====".
            PERFORM LOAD-TABLE-RULES.
            PERFORM COUNT-DECK-LINES.
            IF RT-FILE-STATUS NOT = "00" AND RT-FILE-STATUS NOT = "10"
                DISPLAY "ERRO: SEM ROTEIRO (STATUS ", RT-FILE-STATUS,
                    "). NÃO HÁ O QUE CONFERIR."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "LINHAS NO ROTEIRO: ", DECK-LINE-TOTAL.
            OPEN INPUT DECK-FILE.
            PERFORM CHECK-FOR-CHECKPOINT.
            IF CHECKPOINT-IS-FOUND
                PERFORM CHECK-RESUMED-DECK THRU CHECK-RESUMED-DECK-EXIT
            ELSE
                PERFORM CHECK-SETUP-DIALOGUE
                    THRU CHECK-SETUP-DIALOGUE-EXIT
                IF NOT SIMULATION-STOPPED
                    PERFORM START-PLAY
                    PERFORM CHECK-PLAY-LINE THRU CHECK-PLAY-LINE-EXIT
                        UNTIL PLAY-IS-OVER
                END-IF
            END-IF
            IF NOT SIMULATION-STOPPED
                PERFORM CHECK-CLOSING-LINES
            END-IF
            CLOSE DECK-FILE.
        PROGRAM-DONE.
            DISPLAY "===== RESUMO =====".
            DISPLAY "LINHAS CONFERIDAS: ", DECK-LINE-NUM.
            DISPLAY "ERROS: ", ERROR-COUNT.
            DISPLAY "AVISOS: ", WARNING-COUNT.
            IF ERROR-COUNT > 0
                DISPLAY "ROTEIRO RECUSADO. A MESA NÃO ABRE COM ELE."
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WARNING-COUNT > 0
                    DISPLAY "ROTEIRO ACEITO COM AVISOS."
                    MOVE 4 TO RETURN-CODE
                ELSE
                    DISPLAY "ROTEIRO ACEITO."
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
            STOP RUN.
        LOAD-TABLE-RULES.
      *> THE SAME "PALAVRA VALOR" LINES, THE SAME DEFAULTS AND THE
      *> SAME RANGE CHECKS AS VINTEUM'S OWN LOAD-TABLE-RULES, SO THE
      *> LIMITS CHECKED HERE ARE THE LIMITS THE TABLE WILL PLAY.
            OPEN INPUT TABLE-RULES-FILE.
            IF TR-FILE-STATUS = "35"
                DISPLAY "SEM TABRULES. CONFERINDO COM AS REGRAS PADRÃO."
            ELSE
                MOVE 'N' TO TR-EOF-FLAG
                PERFORM READ-TABLE-RULE
                PERFORM APPLY-TABLE-RULE UNTIL RULES-AT-EOF
                CLOSE TABLE-RULES-FILE
            END-IF
            IF TABLE-MIN-WAGER > TABLE-MAX-WAGER
                MOVE TABLE-MAX-WAGER TO TABLE-MIN-WAGER
            END-IF
            IF PP-MAX-STAKE > 0 AND PP-MIN-STAKE > PP-MAX-STAKE
                MOVE PP-MAX-STAKE TO PP-MIN-STAKE
            END-IF
            IF T3-MAX-STAKE > 0 AND T3-MIN-STAKE > T3-MAX-STAKE
                MOVE T3-MAX-STAKE TO T3-MIN-STAKE
            END-IF
            DISPLAY "REGRAS QUE DÃO FORMA AO ROTEIRO:".
            DISPLAY "  MESA: ", TABLE-ID.
            DISPLAY "  APOSTA MÍNIMA: ", TABLE-MIN-WAGER.
            DISPLAY "  APOSTA MÁXIMA: ", TABLE-MAX-WAGER.
            DISPLAY "  BANCA INICIAL: ", START-BANKROLL.
            DISPLAY "  CADEIRAS: ", SEAT-COUNT-MAX.
            DISPLAY "  RODADAS NO MÁXIMO: ", ROUND-COUNT-MAX.
            DISPLAY "  VALOR DO PONTO: ", COMP-POINT-VALUE.
            DISPLAY "  PERGUNTA TROCA DE CRUPIÊ (S/N): ",
                DEALER-SHIFT-PROMPT.
            IF PP-MAX-STAKE > 0
                DISPLAY "  PARES PERFEITOS: DE ", PP-MIN-STAKE, " A ",
                    PP-MAX-STAKE
            ELSE
                DISPLAY "  PARES PERFEITOS: NÃO OFERECIDO"
            END-IF
            IF T3-MAX-STAKE > 0
                DISPLAY "  21+3: DE ", T3-MIN-STAKE, " A ", T3-MAX-STAKE
            ELSE
                DISPLAY "  21+3: NÃO OFERECIDO"
            END-IF.
        READ-TABLE-RULE.
            READ TABLE-RULES-FILE
                AT END MOVE 'Y' TO TR-EOF-FLAG
            END-READ.
        APPLY-TABLE-RULE.
            MOVE SPACES TO RULE-KEYWORD RULE-VALUE.
            UNSTRING TABLE-RULES-RECORD DELIMITED BY ALL SPACE
                INTO RULE-KEYWORD RULE-VALUE.
            EVALUATE RULE-KEYWORD
                WHEN "TROCA-CRUPIE"
                    MOVE RULE-VALUE(1:1) TO DEALER-SHIFT-PROMPT
                WHEN "APOSTA-MIN"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT >= 0 AND RULE-AMOUNT <= 99999.99
                        MOVE RULE-AMOUNT TO TABLE-MIN-WAGER
                    END-IF
                WHEN "APOSTA-MAX"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT > 0 AND RULE-AMOUNT <= 99999.99
                        MOVE RULE-AMOUNT TO TABLE-MAX-WAGER
                    END-IF
                WHEN "BANCA-INICIAL"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT > 0 AND RULE-AMOUNT <= 9999999.99
                        MOVE RULE-AMOUNT TO START-BANKROLL
                    END-IF
                WHEN "PP-MIN"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT >= 0 AND RULE-AMOUNT <= 9999.99
                        MOVE RULE-AMOUNT TO PP-MIN-STAKE
                    END-IF
                WHEN "PP-MAX"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT >= 0 AND RULE-AMOUNT <= 9999.99
                        MOVE RULE-AMOUNT TO PP-MAX-STAKE
                    END-IF
                WHEN "T3-MIN"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT >= 0 AND RULE-AMOUNT <= 9999.99
                        MOVE RULE-AMOUNT TO T3-MIN-STAKE
                    END-IF
                WHEN "T3-MAX"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT >= 0 AND RULE-AMOUNT <= 9999.99
                        MOVE RULE-AMOUNT TO T3-MAX-STAKE
                    END-IF
                WHEN "CADEIRAS-MAX"
                    COMPUTE RULE-NUMBER = FUNCTION NUMVAL(RULE-VALUE)
                    EVALUATE TRUE
                        WHEN RULE-NUMBER > 6
                            MOVE 6 TO SEAT-COUNT-MAX
                        WHEN RULE-NUMBER < 1
                            CONTINUE
                        WHEN OTHER
                            MOVE RULE-NUMBER TO SEAT-COUNT-MAX
                    END-EVALUATE
                WHEN "MESA"
                    COMPUTE RULE-NUMBER = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-NUMBER >= 1 AND RULE-NUMBER <= 99
                        MOVE RULE-NUMBER TO TABLE-ID-NUM
                        MOVE TABLE-ID-NUM TO TABLE-ID
                    END-IF
                WHEN "VALOR-PONTO"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT >= 0 AND RULE-AMOUNT <= 999.99
                        MOVE RULE-AMOUNT TO COMP-POINT-VALUE
                    END-IF
                WHEN "RODADAS-MAX"
                    COMPUTE RULE-NUMBER = FUNCTION NUMVAL(RULE-VALUE)
                    EVALUATE TRUE
                        WHEN RULE-NUMBER > 999
                            MOVE 999 TO ROUND-COUNT-MAX
                        WHEN RULE-NUMBER < 1
                            CONTINUE
                        WHEN OTHER
                            MOVE RULE-NUMBER TO ROUND-COUNT-MAX
                    END-EVALUATE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM READ-TABLE-RULE.
        COUNT-DECK-LINES.
      *> ONE PASS TO COUNT THE LINES FIRST - WHEN A SEAT MAY LEAVE
      *> MID-NIGHT THE CASH-OUT ANSWERS ARE FOUND FROM THE BOTTOM.
            OPEN INPUT DECK-FILE.
            IF RT-FILE-STATUS = "00"
                MOVE 'N' TO DECK-EOF-FLAG
                PERFORM COUNT-ONE-DECK-LINE UNTIL DECK-AT-EOF
                CLOSE DECK-FILE
                MOVE 'N' TO DECK-EOF-FLAG
            END-IF.
        COUNT-ONE-DECK-LINE.
            READ DECK-FILE
                AT END MOVE 'Y' TO DECK-EOF-FLAG
                NOT AT END ADD 1 TO DECK-LINE-TOTAL
            END-READ.
        CHECK-FOR-CHECKPOINT.
      *> A SNAPSHOT IN CHECKPNT MEANS VINTEUM WILL RESUME A HAND, NOT
      *> OPEN A NIGHT - THE SAME TEST THE TABLE MAKES AT START-UP.
            MOVE 'N' TO CHECKPOINT-FOUND-FLAG.
            OPEN INPUT CHECKPOINT-FILE.
            IF CK-FILE-STATUS = "00"
                READ CHECKPOINT-FILE
                    AT END MOVE 'N' TO CHECKPOINT-FOUND-FLAG
                    NOT AT END MOVE 'Y' TO CHECKPOINT-FOUND-FLAG
                END-READ
                CLOSE CHECKPOINT-FILE
            END-IF.
        NEXT-DECK-LINE.
      *> A HELD LINE IS HANDED OUT AGAIN INSTEAD OF READING ON.
            IF DECK-LINE-IS-HELD
                MOVE 'N' TO DECK-LINE-HELD-FLAG
            ELSE
                READ DECK-FILE
                    AT END MOVE 'Y' TO DECK-EOF-FLAG
                    NOT AT END
                        ADD 1 TO DECK-LINE-NUM
                        MOVE 'N' TO DECK-LINE-SHOWN-FLAG
                        PERFORM CLASSIFY-DECK-LINE
                END-READ
            END-IF.
        HOLD-DECK-LINE.
            MOVE 'Y' TO DECK-LINE-HELD-FLAG.
        CLASSIFY-DECK-LINE.
      *> A VALUE IS DIGITS WITH AT MOST ONE DECIMAL POINT AND NOTHING
      *> ELSE ON THE LINE; V/T/D/P IS A HIT/STAY ANSWER; S OR N IS A
      *> YES/NO ANSWER. ANYTHING ELSE - A CÓDIGO, A TYPO - IS 'X'.
            MOVE DECK-RECORD(1:8) TO DECK-ID.
            MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(DECK-RECORD))
                TO DECK-TEXT.
            MOVE 0 TO DIGIT-COUNT POINT-COUNT OTHER-COUNT.
            MOVE 'N' TO CHAR-SPACE-FLAG.
            PERFORM SCAN-DECK-CHAR VARYING CHAR-NUM FROM 1 BY 1
                UNTIL CHAR-NUM > 80.
            MOVE 0 TO DECK-AMOUNT.
            EVALUATE TRUE
                WHEN DECK-TEXT = SPACES
                    MOVE 'B' TO DECK-LINE-KIND
                WHEN DIGIT-COUNT > 0 AND POINT-COUNT <= 1
                        AND OTHER-COUNT = 0
                    MOVE 'N' TO DECK-LINE-KIND
                    IF DIGIT-COUNT > 11
                        MOVE 999999999.99 TO DECK-AMOUNT
                    ELSE
                        COMPUTE DECK-AMOUNT = FUNCTION NUMVAL(DECK-TEXT)
                    END-IF
                WHEN DECK-TEXT = "V" OR DECK-TEXT = "T"
                        OR DECK-TEXT = "D" OR DECK-TEXT = "P"
                    MOVE 'J' TO DECK-LINE-KIND
                WHEN DECK-TEXT = "S" OR DECK-TEXT = "N"
                    MOVE 'S' TO DECK-LINE-KIND
                WHEN OTHER
                    MOVE 'X' TO DECK-LINE-KIND
            END-EVALUATE.
        SCAN-DECK-CHAR.
            IF DECK-TEXT(CHAR-NUM:1) = SPACE
                MOVE 'Y' TO CHAR-SPACE-FLAG
            ELSE
                IF CHAR-SPACE-SEEN
                    ADD 1 TO OTHER-COUNT
                ELSE
                    IF DECK-TEXT(CHAR-NUM:1) IS NUMERIC
                        ADD 1 TO DIGIT-COUNT
                    ELSE
                        IF DECK-TEXT(CHAR-NUM:1) = "."
                            ADD 1 TO POINT-COUNT
                        ELSE
                            ADD 1 TO OTHER-COUNT
                        END-IF
                    END-IF
                END-IF
            END-IF.
        SHOW-DECK-LINE.
      *> ONE LISTING LINE PER DECK LINE, AT MOST - THE MESSAGES FOR
      *> IT FOLLOW INDENTED.
            IF NOT DECK-LINE-WAS-SHOWN
                DISPLAY "LINHA ", DECK-LINE-NUM, ": ", DECK-RECORD(1:20),
                    " <- ", PROMPT-NAME
                MOVE 'Y' TO DECK-LINE-SHOWN-FLAG
            END-IF.
        NOTE-ERROR.
      *> CALLER DISPLAYS THE "    ERRO: ..." TEXT RIGHT AFTER.
            PERFORM SHOW-DECK-LINE.
            ADD 1 TO ERROR-COUNT.
        NOTE-WARNING.
      *> CALLER DISPLAYS THE "    AVISO: ..." TEXT RIGHT AFTER.
            PERFORM SHOW-DECK-LINE.
            ADD 1 TO WARNING-COUNT.
        NEXT-PROMPT-LINE.
      *> THE SET-UP PROMPTS ARE LISTED LINE BY LINE WHETHER OR NOT
      *> ANYTHING IS WRONG, SO THE OPERATOR SEES WHICH ANSWER WENT
      *> TO WHICH QUESTION. A DECK THAT ENDS HERE STOPS THE CHECK.
            PERFORM NEXT-DECK-LINE.
            IF DECK-AT-EOF
                ADD 1 TO ERROR-COUNT
                DISPLAY "ERRO: O ROTEIRO ACABOU ANTES DA PERGUNTA: ",
                    PROMPT-NAME
                MOVE 'Y' TO SIMULATION-FLAG
            ELSE
                PERFORM SHOW-DECK-LINE
            END-IF.
        CHECK-SETUP-DIALOGUE.
      *> A NIGHT OPENING FROM SCRATCH - VINTEUM'S PROMPTS IN ITS OWN
      *> ORDER, EACH CONSUMING ONE DECK LINE.
            MOVE "QUANTOS JOGADORES NA MESA" TO PROMPT-NAME.
            PERFORM NEXT-PROMPT-LINE.
            IF SIMULATION-STOPPED
                GO TO CHECK-SETUP-DIALOGUE-EXIT
            END-IF
            PERFORM CHECK-SEAT-COUNT.
            PERFORM SETUP-SEAT VARYING SEAT-NUM FROM 1 BY 1
                UNTIL SEAT-NUM > SEAT-COUNT OR SIMULATION-STOPPED.
            IF SIMULATION-STOPPED
                GO TO CHECK-SETUP-DIALOGUE-EXIT
            END-IF
            PERFORM GET-DEALER-ID.
            IF SIMULATION-STOPPED
                GO TO CHECK-SETUP-DIALOGUE-EXIT
            END-IF
            PERFORM CHECK-BUY-IN THRU CHECK-BUY-IN-EXIT
                VARYING SEAT-NUM FROM 1 BY 1
                UNTIL SEAT-NUM > SEAT-COUNT OR SIMULATION-STOPPED.
            IF SIMULATION-STOPPED
                GO TO CHECK-SETUP-DIALOGUE-EXIT
            END-IF
            MOVE "QUANTAS RODADAS" TO PROMPT-NAME.
            PERFORM NEXT-PROMPT-LINE.
            IF SIMULATION-STOPPED
                GO TO CHECK-SETUP-DIALOGUE-EXIT
            END-IF
            PERFORM CHECK-ROUND-COUNT.
            MOVE "FUNDO DE CAIXA DA CASA" TO PROMPT-NAME.
            PERFORM NEXT-PROMPT-LINE.
            IF SIMULATION-STOPPED
                GO TO CHECK-SETUP-DIALOGUE-EXIT
            END-IF
            IF NOT LINE-IS-NUMBER
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: AQUI O VINTEUM PEDE O FUNDO DE",
                    " CAIXA DA CASA - UM VALOR."
            END-IF
            MOVE "MODO TORNEIO (S/N)" TO PROMPT-NAME.
            PERFORM NEXT-PROMPT-LINE.
            IF SIMULATION-STOPPED
                GO TO CHECK-SETUP-DIALOGUE-EXIT
            END-IF
            IF DECK-TEXT = "S"
                MOVE 'S' TO TOURNEY-MODE-FLAG
            ELSE
                IF DECK-TEXT NOT = "N"
                    PERFORM NOTE-ERROR
                    DISPLAY "    ERRO: AQUI O VINTEUM PERGUNTA S OU N",
                        " PRO TORNEIO - E TOMA QUALQUER OUTRA COISA",
                        " COMO N."
                END-IF
            END-IF
            IF TOURNEY-IS-ON
                PERFORM CHECK-TOURNAMENT THRU CHECK-TOURNAMENT-EXIT
            END-IF.
        CHECK-SETUP-DIALOGUE-EXIT.
            EXIT.
        CHECK-SEAT-COUNT.
            IF LINE-IS-NUMBER AND POINT-COUNT = 0
                    AND DECK-AMOUNT >= 1
                    AND DECK-AMOUNT <= SEAT-COUNT-MAX
                MOVE DECK-AMOUNT TO SEAT-COUNT
            ELSE
                PERFORM NOTE-ERROR
                IF LINE-IS-NUMBER AND DECK-AMOUNT > SEAT-COUNT-MAX
                    MOVE SEAT-COUNT-MAX TO SEAT-COUNT
                ELSE
                    MOVE 1 TO SEAT-COUNT
                END-IF
                DISPLAY "    ERRO: ESPERAVA DE 1 A ", SEAT-COUNT-MAX,
                    " JOGADORES. CONFERINDO O RESTO COMO SE FOSSEM ",
                    SEAT-COUNT, "."
            END-IF.
        SETUP-SEAT.
            MOVE 'Y' TO SEAT-ACTIVE(SEAT-NUM).
            MOVE 'N' TO SEAT-ID-OK-FLAG.
            MOVE 0 TO SEAT-ID-TRY-COUNT.
            PERFORM ASK-SEAT-ID THRU ASK-SEAT-ID-EXIT
                UNTIL SEAT-ID-IS-OK OR SIMULATION-STOPPED.
            IF SEAT-ID-IS-OK
                PERFORM LOAD-SEAT-MASTERS
            END-IF.
        ASK-SEAT-ID.
      *> THE SAME GATES, IN THE SAME ORDER, AS VINTEUM'S GET-SEAT-ID:
      *> A REFUSED CÓDIGO COSTS A LINE AND THE SEAT IS ASKED AGAIN,
      *> SO EVERY LINE AFTER IT MOVES DOWN ONE - AND THE THIRD
      *> REFUSAL ENDS THE NIGHT.
            MOVE SPACES TO PROMPT-NAME.
            STRING "CÓDIGO DO JOGADOR NA CADEIRA " SEAT-NUM
                DELIMITED BY SIZE INTO PROMPT-NAME.
            PERFORM NEXT-PROMPT-LINE.
            IF SIMULATION-STOPPED
                GO TO ASK-SEAT-ID-EXIT
            END-IF
            MOVE 'Y' TO SEAT-ID-OK-FLAG.
            IF DECK-ID = SPACES
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: CÓDIGO EM BRANCO. O VINTEUM PERGUNTA",
                    " DE NOVO E O ROTEIRO DESCE UMA LINHA."
                GO TO ASK-SEAT-ID-REFUSED
            END-IF
            PERFORM CHECK-DUP-SEAT-ID VARYING SEAT-ID-SCAN FROM 1 BY 1
                UNTIL SEAT-ID-SCAN >= SEAT-NUM.
            IF NOT SEAT-ID-IS-OK
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: ", DECK-ID, " JÁ ESTÁ SENTADO NA",
                    " MESA. O VINTEUM PERGUNTA DE NOVO E O ROTEIRO",
                    " DESCE UMA LINHA."
                GO TO ASK-SEAT-ID-REFUSED
            END-IF
            PERFORM CHECK-SEAT-CLIENT THRU CHECK-SEAT-CLIENT-EXIT.
            IF NOT SEAT-ID-IS-OK
                GO TO ASK-SEAT-ID-REFUSED
            END-IF
            MOVE DECK-ID TO SEAT-PLAYER-ID(SEAT-NUM).
            PERFORM CHECK-SEAT-ENROLLED.
            GO TO ASK-SEAT-ID-EXIT.
        ASK-SEAT-ID-REFUSED.
            MOVE 'N' TO SEAT-ID-OK-FLAG.
            ADD 1 TO SEAT-ID-TRY-COUNT.
            IF SEAT-ID-TRY-COUNT >= SEAT-BAD-INPUT-MAX
                DISPLAY "    ERRO: TERCEIRO CÓDIGO RUIM NA CADEIRA - O",
                    " VINTEUM ENCERRA A NOITE AQUI COM RC=8."
                MOVE 'Y' TO SIMULATION-FLAG
            END-IF.
        ASK-SEAT-ID-EXIT.
            EXIT.
        CHECK-DUP-SEAT-ID.
            IF SEAT-PLAYER-ID(SEAT-ID-SCAN) = DECK-ID
                MOVE 'N' TO SEAT-ID-OK-FLAG
            END-IF.
        CHECK-SEAT-CLIENT.
      *> VINTEUM'S CHECK-SEAT-CLIENT, READ-ONLY: NO CLIENTES FILE,
      *> NO RECORD, AN EXCLUSION IN FORCE TONIGHT OR UNDER AGE ALL
      *> REFUSE THE SEAT.
            MOVE SPACE TO REFUSAL-REASON.
            OPEN INPUT CLIENT-FILE.
            IF CL-FILE-STATUS NOT = "00"
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: SEM O ARQUIVO CLIENTES O VINTEUM",
                    " RECUSA TODO CÓDIGO."
                MOVE 'N' TO SEAT-ID-OK-FLAG
                GO TO CHECK-SEAT-CLIENT-EXIT
            END-IF
            MOVE DECK-ID TO CL-PLAYER-ID.
            READ CLIENT-FILE
                INVALID KEY MOVE 'N' TO REFUSAL-REASON
            END-READ.
            CLOSE CLIENT-FILE.
            IF REFUSAL-REASON = 'N'
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: ", DECK-ID, " NÃO TEM IDENTIFICAÇÃO",
                    " NO CLIENTES. O VINTEUM RECUSA, PERGUNTA DE NOVO",
                    " E O ROTEIRO DESCE UMA LINHA."
                MOVE 'N' TO SEAT-ID-OK-FLAG
                GO TO CHECK-SEAT-CLIENT-EXIT
            END-IF
            IF CL-EXCL-STATUS = 'E'
                AND CL-EXCL-START <= RUN-DATE
                AND (CL-EXCL-END = SPACES OR CL-EXCL-END >= RUN-DATE)
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: ", DECK-ID, " ESTÁ AUTOEXCLUÍDO",
                    " DESDE ", CL-EXCL-START, ". O VINTEUM RECUSA."
                MOVE 'N' TO SEAT-ID-OK-FLAG
                GO TO CHECK-SEAT-CLIENT-EXIT
            END-IF
            MOVE RUN-DATE TO RUN-DATE-NUM.
            IF CL-BIRTH-DATE IS NUMERIC
                MOVE CL-BIRTH-DATE TO BIRTH-DATE-NUM
                COMPUTE ADULT-DATE-NUM =
                    BIRTH-DATE-NUM + MINIMUM-AGE * 10000
            ELSE
                MOVE 99999999 TO ADULT-DATE-NUM
            END-IF
            IF ADULT-DATE-NUM > RUN-DATE-NUM
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: ", DECK-ID, " NÃO TEM ", MINIMUM-AGE,
                    " ANOS (NASCIMENTO ", CL-BIRTH-DATE, ").",
                    " O VINTEUM RECUSA."
                MOVE 'N' TO SEAT-ID-OK-FLAG
            END-IF.
        CHECK-SEAT-CLIENT-EXIT.
            EXIT.
        CHECK-SEAT-ENROLLED.
      *> THE TABLE ONLY WARNS ABOUT A CÓDIGO MISSING FROM PLAYERST,
      *> BUT IN A PREPARED DECK IT IS ALMOST ALWAYS A TYPO - OR A
      *> LINE THAT SLID INTO THE CÓDIGO'S PLACE.
            OPEN INPUT PLAYER-STATS-FILE.
            IF PS-FILE-STATUS = "00"
                MOVE DECK-ID TO PS-PLAYER-ID
                READ PLAYER-STATS-FILE
                    INVALID KEY
                        PERFORM NOTE-ERROR
                        DISPLAY "    ERRO: ", DECK-ID, " NÃO ESTÁ NO",
                            " CADASTRO (PLAYERST). O VINTEMNT INSCREVE."
                    NOT INVALID KEY
                        IF PS-STATUS = 'I'
                            PERFORM NOTE-WARNING
                            DISPLAY "    AVISO: ", DECK-ID, " ESTÁ",
                                " DESATIVADO NO CADASTRO."
                        END-IF
                END-READ
                CLOSE PLAYER-STATS-FILE
            ELSE
                PERFORM NOTE-WARNING
                DISPLAY "    AVISO: CADASTRO (PLAYERST) AINDA NÃO",
                    " EXISTE."
            END-IF.
        LOAD-SEAT-MASTERS.
      *> WHAT DECIDES THE SEAT'S LATER PROMPTS: THE CASHIER BALANCE
      *> (NONE MEANS A BUY-IN LINE), THE PONTOS (A REDEEM S/N AT
      *> CASH-OUT), AND THE LIMITS (A CAPPED BUY-IN, A STAND-UP).
            MOVE 0 TO SEAT-BALANCE(SEAT-NUM) SEAT-POINTS(SEAT-NUM)
                SEAT-LOSS-LIMIT(SEAT-NUM) SEAT-BUYIN-CAP(SEAT-NUM).
            OPEN INPUT CASHIER-FILE.
            IF CB-FILE-STATUS = "00"
                MOVE SEAT-PLAYER-ID(SEAT-NUM) TO CB-PLAYER-ID
                READ CASHIER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CB-BALANCE TO SEAT-BALANCE(SEAT-NUM)
                END-READ
                CLOSE CASHIER-FILE
            END-IF
            OPEN INPUT COMP-POINTS-FILE.
            IF CP-FILE-STATUS = "00"
                MOVE SEAT-PLAYER-ID(SEAT-NUM) TO CP-PLAYER-ID
                READ COMP-POINTS-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CP-POINTS TO SEAT-POINTS(SEAT-NUM)
                END-READ
                CLOSE COMP-POINTS-FILE
            END-IF
            OPEN INPUT PLAYER-LIMITS-FILE.
            IF PL-FILE-STATUS = "00"
                MOVE SEAT-PLAYER-ID(SEAT-NUM) TO PL-PLAYER-ID
                READ PLAYER-LIMITS-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE PL-LOSS-LIMIT TO SEAT-LOSS-LIMIT(SEAT-NUM)
                        MOVE PL-BUYIN-CAP TO SEAT-BUYIN-CAP(SEAT-NUM)
                END-READ
                CLOSE PLAYER-LIMITS-FILE
            END-IF.
        GET-DEALER-ID.
            MOVE SPACES TO DEALER-ID.
            MOVE 0 TO DEALER-TRY-COUNT.
            PERFORM ASK-DEALER-ID THRU ASK-DEALER-ID-EXIT
                UNTIL DEALER-ID NOT = SPACES OR SIMULATION-STOPPED.
        ASK-DEALER-ID.
            MOVE "CÓDIGO DO CRUPIÊ" TO PROMPT-NAME.
            PERFORM NEXT-PROMPT-LINE.
            IF SIMULATION-STOPPED
                GO TO ASK-DEALER-ID-EXIT
            END-IF
            IF DECK-ID = SPACES
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: CRUPIÊ EM BRANCO. O VINTEUM PERGUNTA",
                    " DE NOVO E O ROTEIRO DESCE UMA LINHA."
                GO TO ASK-DEALER-ID-REFUSED
            END-IF
            MOVE 'Y' TO SEAT-ID-OK-FLAG.
            PERFORM CHECK-DEALER-NOT-SEATED VARYING SEAT-ID-SCAN
                FROM 1 BY 1 UNTIL SEAT-ID-SCAN > SEAT-COUNT.
            IF NOT SEAT-ID-IS-OK
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: ", DECK-ID, " ESTÁ SENTADO NA MESA E",
                    " NÃO PODE DAR AS CARTAS. O VINTEUM PERGUNTA DE",
                    " NOVO."
                GO TO ASK-DEALER-ID-REFUSED
            END-IF
      *> A CRUPIÊ CÓDIGO THAT READS AS A VALUE IS USUALLY THE ROUND
      *> COUNT OR A BUY-IN THAT MOVED UP A LINE.
            IF LINE-IS-NUMBER OR LINE-IS-PLAY
                PERFORM NOTE-WARNING
                DISPLAY "    AVISO: CRUPIÊ COM CARA DE RESPOSTA DE",
                    " JOGO - FALTA O CÓDIGO DO CRUPIÊ NO ROTEIRO?"
            END-IF
            MOVE DECK-ID TO DEALER-ID.
            GO TO ASK-DEALER-ID-EXIT.
        ASK-DEALER-ID-REFUSED.
            ADD 1 TO DEALER-TRY-COUNT.
            IF DEALER-TRY-COUNT >= SEAT-BAD-INPUT-MAX
                DISPLAY "    ERRO: TERCEIRO CRUPIÊ RUIM - O VINTEUM",
                    " ENCERRA A NOITE AQUI COM RC=8."
                MOVE 'Y' TO SIMULATION-FLAG
            END-IF.
        ASK-DEALER-ID-EXIT.
            EXIT.
        CHECK-DEALER-NOT-SEATED.
            IF SEAT-PLAYER-ID(SEAT-ID-SCAN) = DECK-ID
                MOVE 'N' TO SEAT-ID-OK-FLAG
            END-IF.
        CHECK-BUY-IN.
      *> VINTEUM'S RESTORE-BANKROLL: A CASHIER BALANCE COMES TO THE
      *> TABLE WITH NO PROMPT; NO BALANCE ASKS FOR A BUY-IN (0 = THE
      *> HOUSE DEFAULT), CUT TO WHAT THE TETO STILL ALLOWS.
            IF SEAT-BALANCE(SEAT-NUM) > 0
                MOVE SEAT-BALANCE(SEAT-NUM) TO SEAT-BANKROLL(SEAT-NUM)
                DISPLAY "    NOTA: ", SEAT-PLAYER-ID(SEAT-NUM),
                    " TEM SALDO NO CAIXA (", SEAT-BALANCE(SEAT-NUM),
                    ") - SEM LINHA DE COMPRA."
                GO TO CHECK-BUY-IN-OPEN
            END-IF
            IF SEAT-BUYIN-CAP(SEAT-NUM) > 0
                AND SEAT-NIGHT-BUYINS(SEAT-NUM) >=
                    SEAT-BUYIN-CAP(SEAT-NUM)
                MOVE 'N' TO SEAT-ACTIVE(SEAT-NUM)
                GO TO CHECK-BUY-IN-OPEN
            END-IF
            MOVE SPACES TO PROMPT-NAME.
            STRING "COMPRA DE FICHAS DE " DELIMITED BY SIZE
                SEAT-PLAYER-ID(SEAT-NUM) DELIMITED BY SPACE
                " (SEM SALDO)" DELIMITED BY SIZE INTO PROMPT-NAME.
            PERFORM NEXT-PROMPT-LINE.
            IF SIMULATION-STOPPED
                GO TO CHECK-BUY-IN-EXIT
            END-IF
            IF LINE-IS-NUMBER
                MOVE DECK-AMOUNT TO BUY-IN-AMOUNT
            ELSE
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: ", SEAT-PLAYER-ID(SEAT-NUM), " NÃO",
                    " TEM SALDO NO CAIXA E O VINTEUM PEDE A COMPRA DE",
                    " FICHAS AQUI (0 = COMPRA PADRÃO). FALTA A LINHA"
                DISPLAY "          DA COMPRA? TUDO DAQUI EM DIANTE SAI",
                    " DO LUGAR."
                MOVE 0 TO BUY-IN-AMOUNT
            END-IF
            IF BUY-IN-AMOUNT = 0
                MOVE START-BANKROLL TO BUY-IN-AMOUNT
            END-IF
            PERFORM CLAMP-BUY-IN-TO-CAP.
            MOVE BUY-IN-AMOUNT TO SEAT-BANKROLL(SEAT-NUM).
            ADD BUY-IN-AMOUNT TO SEAT-NIGHT-BUYINS(SEAT-NUM).
        CHECK-BUY-IN-OPEN.
            MOVE SEAT-BANKROLL(SEAT-NUM) TO SEAT-SESSION-OPEN(SEAT-NUM).
        CHECK-BUY-IN-EXIT.
            EXIT.
        CLAMP-BUY-IN-TO-CAP.
            IF SEAT-BUYIN-CAP(SEAT-NUM) > 0
                COMPUTE LIMIT-HEADROOM = SEAT-BUYIN-CAP(SEAT-NUM)
                    - SEAT-NIGHT-BUYINS(SEAT-NUM)
                IF LIMIT-HEADROOM < 0
                    MOVE 0 TO LIMIT-HEADROOM
                END-IF
                IF BUY-IN-AMOUNT > LIMIT-HEADROOM
                    MOVE LIMIT-HEADROOM TO BUY-IN-AMOUNT
                END-IF
            END-IF.
        CHECK-ROUND-COUNT.
            EVALUATE TRUE
                WHEN NOT LINE-IS-NUMBER OR POINT-COUNT > 0
                    PERFORM NOTE-ERROR
                    DISPLAY "    ERRO: AQUI O VINTEUM PEDE O NÚMERO DE",
                        " RODADAS (DE 1 A ", ROUND-COUNT-MAX, ")."
                    MOVE 1 TO ROUND-COUNT
                WHEN DECK-AMOUNT < 1
                    PERFORM NOTE-ERROR
                    DISPLAY "    ERRO: MENOS DE UMA RODADA - O VINTEUM",
                        " JOGA UMA SÓ."
                    MOVE 1 TO ROUND-COUNT
                WHEN DECK-AMOUNT > ROUND-COUNT-MAX
                    PERFORM NOTE-ERROR
                    DISPLAY "    ERRO: ACIMA DO RODADAS-MAX (",
                        ROUND-COUNT-MAX, ") - O VINTEUM CORTA E AS",
                        " LINHAS NÃO BATEM COM AS RODADAS."
                    MOVE ROUND-COUNT-MAX TO ROUND-COUNT
                WHEN OTHER
                    MOVE DECK-AMOUNT TO ROUND-COUNT
            END-EVALUATE.
        CHECK-TOURNAMENT.
      *> THE INSCRIÇÃO (0 = 100.00), THEN A TOP-UP BUY-IN FOR EACH
      *> SEAT THAT CAN'T COVER IT - VINTEUM'S SETUP-TOURNAMENT.
            MOVE "VALOR DA INSCRIÇÃO DO TORNEIO" TO PROMPT-NAME.
            PERFORM NEXT-PROMPT-LINE.
            IF SIMULATION-STOPPED
                GO TO CHECK-TOURNAMENT-EXIT
            END-IF
            IF LINE-IS-NUMBER
                MOVE DECK-AMOUNT TO TOURNEY-BUY-IN
            ELSE
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: AQUI O VINTEUM PEDE O VALOR DA",
                    " INSCRIÇÃO (0 = 100.00)."
                MOVE 0 TO TOURNEY-BUY-IN
            END-IF
            IF TOURNEY-BUY-IN = 0
                MOVE 100.00 TO TOURNEY-BUY-IN
            END-IF
            PERFORM CHECK-TOURNEY-TOP-UP THRU CHECK-TOURNEY-TOP-UP-EXIT
                VARYING SEAT-NUM FROM 1 BY 1
                UNTIL SEAT-NUM > SEAT-COUNT OR SIMULATION-STOPPED.
        CHECK-TOURNAMENT-EXIT.
            EXIT.
        CHECK-TOURNEY-TOP-UP.
            IF SEAT-BANKROLL(SEAT-NUM) >= TOURNEY-BUY-IN
                GO TO CHECK-TOURNEY-TOP-UP-PAY
            END-IF
            MOVE SPACES TO PROMPT-NAME.
            STRING "COMPRA PRA INSCRIÇÃO DE " DELIMITED BY SIZE
                SEAT-PLAYER-ID(SEAT-NUM) DELIMITED BY SPACE
                INTO PROMPT-NAME.
            PERFORM NEXT-PROMPT-LINE.
            IF SIMULATION-STOPPED
                GO TO CHECK-TOURNEY-TOP-UP-EXIT
            END-IF
            IF LINE-IS-NUMBER
                MOVE DECK-AMOUNT TO BUY-IN-AMOUNT
            ELSE
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: ", SEAT-PLAYER-ID(SEAT-NUM), " NÃO",
                    " COBRE A INSCRIÇÃO E O VINTEUM PEDE A COMPRA",
                    " AQUI. FALTA A LINHA DA COMPRA?"
                MOVE 0 TO BUY-IN-AMOUNT
            END-IF
            IF BUY-IN-AMOUNT = 0
                MOVE TOURNEY-BUY-IN TO BUY-IN-AMOUNT
            END-IF
            PERFORM CLAMP-BUY-IN-TO-CAP.
            ADD BUY-IN-AMOUNT TO SEAT-BANKROLL(SEAT-NUM).
            ADD BUY-IN-AMOUNT TO SEAT-SESSION-OPEN(SEAT-NUM).
            ADD BUY-IN-AMOUNT TO SEAT-NIGHT-BUYINS(SEAT-NUM).
        CHECK-TOURNEY-TOP-UP-PAY.
            IF SEAT-BANKROLL(SEAT-NUM) < TOURNEY-BUY-IN
                MOVE 0 TO SEAT-BANKROLL(SEAT-NUM)
            ELSE
                SUBTRACT TOURNEY-BUY-IN FROM SEAT-BANKROLL(SEAT-NUM)
            END-IF.
        CHECK-TOURNEY-TOP-UP-EXIT.
            EXIT.
        START-PLAY.
      *> BEFORE THE FIRST RODADA: WHICH SEATS STAND UP BEFORE THEIR
      *> FIRST ANTE (A TOURNAMENT INSCRIÇÃO CAN ALREADY REACH THE
      *> LOSS LIMIT), WHETHER A SEAT CAN LEAVE LATER, AND HOW MANY
      *> REDEEM ANSWERS CLOSE THE DECK.
            MOVE 0 TO ROUND-SEATS.
            PERFORM CHECK-FIRST-ROUND-SEAT VARYING SEAT-NUM FROM 1 BY 1
                UNTIL SEAT-NUM > SEAT-COUNT.
            IF TOURNEY-IS-ON
                MOVE 'Y' TO SEATS-MAY-LEAVE-FLAG
            END-IF
            PERFORM COUNT-REDEEM-SEAT.
            MOVE 1 TO ROUND-NUM.
            MOVE 'Y' TO ROUND-CERTAIN-FLAG.
            MOVE 0 TO BLOCK-COUNT.
            MOVE SPACE TO ROUND-ACE-FLAG.
            MOVE 'W' TO PLAY-EXPECT.
            MOVE 'N' TO PLAY-OVER-FLAG.
            DISPLAY "===== JOGO: ", ROUND-COUNT, " RODADA(S), ",
                ROUND-SEATS, " CADEIRA(S) NA PRIMEIRA =====".
            IF SEATS-MAY-LEAVE
                DISPLAY "    NOTA: COM LIMITE DE PERDA OU TORNEIO NA",
                    " MESA UMA CADEIRA PODE SAIR NO MEIO DA NOITE - DA"
                DISPLAY "          SEGUNDA RODADA EM DIANTE SÓ O QUE",
                    " ESTÁ ERRADO COM QUALQUER CARTA VIRA ERRO."
            END-IF
            IF REDEEM-COUNT > 0
                DISPLAY "    NOTA: ", REDEEM-COUNT, " CADEIRA(S) COM",
                    " PONTOS - O ROTEIRO FECHA COM UMA RESPOSTA S/N DE",
                    " RESGATE POR CADEIRA."
            END-IF.
        CHECK-FIRST-ROUND-SEAT.
            IF SEAT-ACTIVE(SEAT-NUM) = 'Y'
                    AND SEAT-LOSS-LIMIT(SEAT-NUM) > 0
                MOVE 'Y' TO SEATS-MAY-LEAVE-FLAG
                COMPUTE SEAT-NIGHT-LOSS = SEAT-SESSION-OPEN(SEAT-NUM)
                    - SEAT-BANKROLL(SEAT-NUM)
                IF SEAT-NIGHT-LOSS >= SEAT-LOSS-LIMIT(SEAT-NUM)
                    MOVE 'N' TO SEAT-ACTIVE(SEAT-NUM)
                    DISPLAY "    NOTA: ", SEAT-PLAYER-ID(SEAT-NUM),
                        " JÁ ESTÁ NO LIMITE DE PERDA E LEVANTA ANTES DA",
                        " PRIMEIRA APOSTA - SEM LINHAS DE JOGO."
                END-IF
            END-IF
            IF SEAT-ACTIVE(SEAT-NUM) = 'Y'
                ADD 1 TO ROUND-SEATS
                MOVE SEAT-NUM TO ROUND-SEAT-LIST(ROUND-SEATS)
            END-IF.
        COUNT-REDEEM-SEAT.
            MOVE 0 TO REDEEM-COUNT.
            PERFORM COUNT-ONE-REDEEM-SEAT VARYING SEAT-NUM FROM 1 BY 1
                UNTIL SEAT-NUM > SEAT-COUNT.
      *> WHEN THE NUMBER OF HANDS IS ONLY AN UPPER BOUND THE PLAY
      *> CAN'T TELL WHERE IT ENDS, SO THE REDEEM ANSWERS ARE TAKEN
      *> FROM THE BOTTOM OF THE DECK INSTEAD.
            IF SEATS-MAY-LEAVE
                COMPUTE PLAY-LAST-CALC = DECK-LINE-TOTAL - REDEEM-COUNT
                IF PLAY-LAST-CALC < DECK-LINE-NUM
                    MOVE DECK-LINE-NUM TO PLAY-LAST-LINE
                ELSE
                    MOVE PLAY-LAST-CALC TO PLAY-LAST-LINE
                END-IF
            ELSE
                MOVE DECK-LINE-TOTAL TO PLAY-LAST-LINE
            END-IF.
        COUNT-ONE-REDEEM-SEAT.
            IF SEAT-PLAYER-ID(SEAT-NUM) NOT = SPACES
                    AND SEAT-POINTS(SEAT-NUM) > 0
                COMPUTE COMP-REDEEM-AMOUNT ROUNDED =
                    SEAT-POINTS(SEAT-NUM) * COMP-POINT-VALUE
                IF COMP-REDEEM-AMOUNT > 0
                    ADD 1 TO REDEEM-COUNT
                END-IF
            END-IF.
        START-NEXT-ROUND.
            ADD 1 TO ROUND-NUM.
            MOVE 0 TO BLOCK-COUNT.
            MOVE SPACE TO ROUND-ACE-FLAG.
            IF SEATS-MAY-LEAVE
                MOVE 'N' TO ROUND-CERTAIN-FLAG
            END-IF.
        CHECK-PLAY-LINE.
            IF NOT DECK-LINE-IS-HELD
                    AND DECK-LINE-NUM >= PLAY-LAST-LINE
                PERFORM CHECK-PLAY-END
                MOVE 'Y' TO PLAY-OVER-FLAG
                GO TO CHECK-PLAY-LINE-EXIT
            END-IF
            PERFORM NEXT-DECK-LINE.
            EVALUATE TRUE
                WHEN EXPECT-WAGER
                    PERFORM CHECK-WAGER-SLOT THRU CHECK-WAGER-SLOT-EXIT
                WHEN EXPECT-INSURANCE
                    PERFORM CHECK-INSURANCE-SLOT
                WHEN EXPECT-ANSWER
                    PERFORM CHECK-ANSWER-SLOT THRU CHECK-ANSWER-SLOT-EXIT
                WHEN EXPECT-SHIFT
                    PERFORM CHECK-SHIFT-SLOT
                WHEN EXPECT-SIDE-BET
                    PERFORM CHECK-SIDE-BET-SLOT
                        THRU CHECK-SIDE-BET-SLOT-EXIT
            END-EVALUATE.
        CHECK-PLAY-LINE-EXIT.
            EXIT.
        CHECK-WAGER-SLOT.
      *> THE NEXT SEAT'S ANTE - OR, WITH EVERY SEAT OF THE RODADA
      *> DEALT, THE START OF THE NEXT RODADA (ITS SHIFT-CHANGE LINE
      *> FIRST WHEN TROCA-CRUPIE IS ON), OR THE END OF THE PLAY.
            IF BLOCK-COUNT >= ROUND-SEATS
                PERFORM HOLD-DECK-LINE
                IF ROUND-NUM >= ROUND-COUNT
                    MOVE 'Y' TO PLAY-OVER-FLAG
                    GO TO CHECK-WAGER-SLOT-EXIT
                END-IF
                PERFORM START-NEXT-ROUND
                IF DEALER-SHIFTS-ASKED
                    MOVE 'S' TO PLAY-EXPECT
                END-IF
                GO TO CHECK-WAGER-SLOT-EXIT
            END-IF
            IF ROUND-IS-CERTAIN
                MOVE ROUND-SEAT-LIST(BLOCK-COUNT + 1) TO BLOCK-SEAT
            ELSE
                MOVE 0 TO BLOCK-SEAT
            END-IF
            MOVE SPACES TO PROMPT-NAME.
            IF BLOCK-SEAT > 0
                STRING "APOSTA DE " DELIMITED BY SIZE
                    SEAT-PLAYER-ID(BLOCK-SEAT) DELIMITED BY SPACE
                    ", RODADA " ROUND-NUM DELIMITED BY SIZE
                    INTO PROMPT-NAME
            ELSE
                STRING "APOSTA, RODADA " ROUND-NUM DELIMITED BY SIZE
                    INTO PROMPT-NAME
            END-IF
            IF LINE-IS-NUMBER
                GO TO CHECK-WAGER-SLOT-TAKE
            END-IF
      *> A SEAT MAY HAVE LEFT, SO A RODADA CAN CLOSE EARLY - A
      *> LINE THAT IS NEITHER A VALUE NOR AN ANSWER IS THEN THE NEXT
      *> RODADA'S SHIFT-CHANGE LINE.
            IF NOT ROUND-IS-CERTAIN AND DEALER-SHIFTS-ASKED
                    AND BLOCK-COUNT > 0 AND NOT LINE-IS-PLAY
                PERFORM HOLD-DECK-LINE
                IF ROUND-NUM >= ROUND-COUNT
                    MOVE 'Y' TO PLAY-OVER-FLAG
                ELSE
                    PERFORM START-NEXT-ROUND
                    MOVE 'S' TO PLAY-EXPECT
                END-IF
                GO TO CHECK-WAGER-SLOT-EXIT
            END-IF
            PERFORM NOTE-ERROR.
            IF LINE-IS-PLAY
                DISPLAY "    ERRO: AQUI O VINTEUM PEDE A APOSTA (UM",
                    " VALOR) - A MÃO ANTERIOR JÁ TINHA PARADO. ESTA"
            ELSE
                DISPLAY "    ERRO: AQUI O VINTEUM PEDE A APOSTA (UM",
                    " VALOR) OU UMA V/T/D/P DA MÃO ANTERIOR. ESTA"
            END-IF
            DISPLAY "          LINHA VIRA A APOSTA MÍNIMA E O RESTO DO",
                " ROTEIRO SAI DO LUGAR."
            MOVE 0 TO DECK-AMOUNT.
            GO TO CHECK-WAGER-SLOT-OPEN.
        CHECK-WAGER-SLOT-TAKE.
            IF DECK-AMOUNT < TABLE-MIN-WAGER
                    OR DECK-AMOUNT > TABLE-MAX-WAGER
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: APOSTA FORA DA APOSTA-MIN/MAX (",
                    TABLE-MIN-WAGER, " A ", TABLE-MAX-WAGER, ")."
            END-IF.
        CHECK-WAGER-SLOT-OPEN.
      *> THE WAGER AS VINTEUM WILL TAKE IT - ON THE FIRST RODADA THE
      *> BANKROLL AND THE LOSS-LIMIT HEADROOM ARE KNOWN TOO, AND A
      *> ZERO WAGER MEANS NO SIDE-BET AND NO SEGURO PROMPTS.
            ADD 1 TO BLOCK-COUNT.
            MOVE DECK-AMOUNT TO BLOCK-WAGER.
            IF BLOCK-WAGER < TABLE-MIN-WAGER
                MOVE TABLE-MIN-WAGER TO BLOCK-WAGER
            END-IF
            IF BLOCK-WAGER > TABLE-MAX-WAGER
                MOVE TABLE-MAX-WAGER TO BLOCK-WAGER
            END-IF
            IF ROUND-NUM = 1 AND BLOCK-SEAT > 0
                PERFORM CLAMP-FIRST-WAGER
            END-IF
            MOVE 0 TO ANSWER-COUNT BAD-ANSWER-COUNT.
            MOVE 'N' TO CARD-SEEN-FLAG SPLIT-SEEN-FLAG HAND-OVER-FLAG.
            MOVE SPACE TO SIDE-BET-NEXT.
            IF BLOCK-WAGER > 0
                IF PP-MAX-STAKE > 0
                    MOVE 'P' TO SIDE-BET-NEXT
                ELSE
                    IF T3-MAX-STAKE > 0
                        MOVE 'T' TO SIDE-BET-NEXT
                    END-IF
                END-IF
            END-IF
            IF SIDE-BET-NEXT = SPACE
                MOVE 'I' TO PLAY-EXPECT
            ELSE
                MOVE 'P' TO PLAY-EXPECT
            END-IF.
        CHECK-WAGER-SLOT-EXIT.
            EXIT.
        CLAMP-FIRST-WAGER.
            IF BLOCK-WAGER > SEAT-BANKROLL(BLOCK-SEAT)
                MOVE SEAT-BANKROLL(BLOCK-SEAT) TO BLOCK-WAGER
                PERFORM NOTE-WARNING
                DISPLAY "    AVISO: A BANCA DE ", SEAT-PLAYER-ID(BLOCK-SEAT),
                    " (", SEAT-BANKROLL(BLOCK-SEAT), ") NÃO COBRE -",
                    " O VINTEUM APOSTA TUDO."
            END-IF
            IF SEAT-LOSS-LIMIT(BLOCK-SEAT) > 0
                COMPUTE LIMIT-HEADROOM = SEAT-LOSS-LIMIT(BLOCK-SEAT)
                    - (SEAT-SESSION-OPEN(BLOCK-SEAT)
                        - SEAT-BANKROLL(BLOCK-SEAT))
                IF LIMIT-HEADROOM < 0
                    MOVE 0 TO LIMIT-HEADROOM
                END-IF
                IF BLOCK-WAGER > LIMIT-HEADROOM
                    MOVE LIMIT-HEADROOM TO BLOCK-WAGER
                END-IF
            END-IF.
        CHECK-SIDE-BET-SLOT.
      *> ONE STAKE LINE PER SIDE BET THE MESA OFFERS, 0 TO DECLINE.
      *> VINTEUM ACCEPTS IT STRAIGHT INTO A VALUE, SO ANYTHING ELSE
      *> HERE IS A LINE OUT OF PLACE - UNLESS, PAST THE FIRST
      *> RODADA, THE SEAT WENT BROKE, WAGERED 0 AND WAS NEVER ASKED.
            IF SIDE-BET-NEXT = 'P'
                MOVE "PARES PERFEITOS" TO SIDE-BET-NAME
                MOVE PP-MIN-STAKE      TO SIDE-BET-MIN
                MOVE PP-MAX-STAKE      TO SIDE-BET-MAX
            ELSE
                MOVE "21+3"            TO SIDE-BET-NAME
                MOVE T3-MIN-STAKE      TO SIDE-BET-MIN
                MOVE T3-MAX-STAKE      TO SIDE-BET-MAX
            END-IF
            MOVE SPACES TO PROMPT-NAME.
            STRING FUNCTION TRIM(SIDE-BET-NAME) DELIMITED BY SIZE
                ", RODADA " ROUND-NUM DELIMITED BY SIZE
                INTO PROMPT-NAME.
            IF LINE-IS-NUMBER
                IF DECK-AMOUNT > SIDE-BET-MAX
                        OR (DECK-AMOUNT > 0 AND DECK-AMOUNT < SIDE-BET-MIN)
                    PERFORM NOTE-WARNING
                    DISPLAY "    AVISO: FORA DO MÍNIMO/MÁXIMO DO ",
                        FUNCTION TRIM(SIDE-BET-NAME), " (", SIDE-BET-MIN,
                        " A ", SIDE-BET-MAX, ") - O VINTEUM AJUSTA."
                END-IF
            ELSE
                IF ROUND-NUM = 1
                    PERFORM NOTE-ERROR
                    DISPLAY "    ERRO: AQUI O VINTEUM PEDE A APOSTA DO ",
                        FUNCTION TRIM(SIDE-BET-NAME), " (UM VALOR, 0",
                        " RECUSA). ESTA LINHA"
                    DISPLAY "          NÃO VIRA APOSTA E O RESTO DO",
                        " ROTEIRO SAI DO LUGAR."
                ELSE
                    PERFORM NOTE-WARNING
                    DISPLAY "    AVISO: FALTA A LINHA DO ",
                        FUNCTION TRIM(SIDE-BET-NAME), " - SÓ BATE SE A",
                        " CADEIRA ESTIVER SEM BANCA."
                    PERFORM HOLD-DECK-LINE
                    MOVE 'I' TO PLAY-EXPECT
                    GO TO CHECK-SIDE-BET-SLOT-EXIT
                END-IF
            END-IF
            IF SIDE-BET-NEXT = 'P' AND T3-MAX-STAKE > 0
                MOVE 'T' TO SIDE-BET-NEXT
            ELSE
                MOVE SPACE TO SIDE-BET-NEXT
                MOVE 'I' TO PLAY-EXPECT
            END-IF.
        CHECK-SIDE-BET-SLOT-EXIT.
            EXIT.
        CHECK-INSURANCE-SLOT.
      *> WITH AN ACE UP EVERY SEAT THAT WAGERED IS ASKED FOR SEGURO
      *> BEFORE ITS FIRST ANSWER - A VALUE HERE IS THAT STAKE. THE
      *> ACE IS THE SAME FOR EVERY SEAT OF THE RODADA, SO ONE SEAT
      *> WITH A STAKE AND ANOTHER WITHOUT MEANS A LINE IS MISSING
      *> (OR, PAST THE FIRST RODADA, A SEAT WENT BROKE AND WAGERED 0).
            MOVE 'L' TO PLAY-EXPECT.
            IF BLOCK-WAGER = 0
                PERFORM HOLD-DECK-LINE
            ELSE
                IF LINE-IS-NUMBER
                    MOVE "SEGURO (ÁS DO DEALER)" TO PROMPT-NAME
                    IF ROUND-IS-CERTAIN AND ROUND-ACE-FLAG = 'N'
                        PERFORM NOTE-INSURANCE-MISMATCH
                    END-IF
                    MOVE 'S' TO ROUND-ACE-FLAG
                    COMPUTE INSURANCE-MAX = BLOCK-WAGER / 2
                    IF DECK-AMOUNT > INSURANCE-MAX
                        PERFORM NOTE-WARNING
                        DISPLAY "    AVISO: SEGURO ACIMA DA METADE DA",
                            " APOSTA - O VINTEUM CORTA PRA ",
                            INSURANCE-MAX, "."
                    END-IF
                ELSE
                    IF LINE-IS-PLAY
                        MOVE "V/T/D/P" TO PROMPT-NAME
                        IF ROUND-IS-CERTAIN AND ROUND-ACE-FLAG = 'S'
                            PERFORM NOTE-INSURANCE-MISMATCH
                        END-IF
                        IF ROUND-ACE-FLAG = SPACE
                            MOVE 'N' TO ROUND-ACE-FLAG
                        END-IF
                    END-IF
                    PERFORM HOLD-DECK-LINE
                END-IF
            END-IF.
        NOTE-INSURANCE-MISMATCH.
            IF ROUND-NUM = 1
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: NA MESMA RODADA UMA CADEIRA TEM LINHA",
                    " DE SEGURO E OUTRA NÃO - O ÁS DO DEALER VALE PRA"
                DISPLAY "          TODAS. FALTA OU SOBRA UMA LINHA DE",
                    " SEGURO."
            ELSE
                PERFORM NOTE-WARNING
                DISPLAY "    AVISO: NA MESMA RODADA UMA CADEIRA TEM",
                    " LINHA DE SEGURO E OUTRA NÃO - SÓ BATE SE UMA"
                DISPLAY "          DELAS ESTIVER SEM BANCA."
            END-IF.
        CHECK-ANSWER-SLOT.
      *> THE HAND STARTS WITH NO CARDS, SO VINTEUM ALWAYS ASKS AT
      *> LEAST ONCE. A T WITH NO SPLIT IN THE HAND CLOSES IT FOR
      *> CERTAIN; A V OR A D MAY CLOSE IT TOO, DEPENDING ON THE CARD
      *> - THE HAND ENDS WHERE THE ANSWERS STOP.
            MOVE SPACES TO PROMPT-NAME.
            STRING "V/T/D/P, RODADA " ROUND-NUM DELIMITED BY SIZE
                INTO PROMPT-NAME.
            IF LINE-IS-PLAY
                IF HAND-IS-OVER
                    MOVE 'W' TO PLAY-EXPECT
                    PERFORM HOLD-DECK-LINE
                    GO TO CHECK-ANSWER-SLOT-EXIT
                END-IF
                ADD 1 TO ANSWER-COUNT
                EVALUATE DECK-TEXT
                    WHEN "V"
                        MOVE 'Y' TO CARD-SEEN-FLAG
                    WHEN "T"
                        IF SPLIT-SEEN-FLAG = 'N'
                            MOVE 'Y' TO HAND-OVER-FLAG
                        END-IF
                    WHEN "P"
                        IF CARD-SEEN-FLAG = 'Y'
                            MOVE 'Y' TO SPLIT-SEEN-FLAG
                        END-IF
                END-EVALUATE
                GO TO CHECK-ANSWER-SLOT-EXIT
            END-IF
            IF ANSWER-COUNT = 0
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: AQUI O VINTEUM PEDE V, T, D OU P.",
                    " ESTA LINHA CONTA COMO RESPOSTA INVÁLIDA."
                ADD 1 TO BAD-ANSWER-COUNT
                IF BAD-ANSWER-COUNT >= SEAT-BAD-INPUT-MAX
                    DISPLAY "    ERRO: TERCEIRA RESPOSTA INVÁLIDA - O",
                        " VINTEUM PARA A MÃO."
                    MOVE 1 TO ANSWER-COUNT
                    MOVE 'Y' TO HAND-OVER-FLAG
                END-IF
                GO TO CHECK-ANSWER-SLOT-EXIT
            END-IF
            MOVE 'W' TO PLAY-EXPECT.
            PERFORM HOLD-DECK-LINE.
        CHECK-ANSWER-SLOT-EXIT.
            EXIT.
        CHECK-SHIFT-SLOT.
      *> TROCA-CRUPIE S: ONE LINE BEFORE EVERY RODADA AFTER THE
      *> FIRST, A CÓDIGO OR A BLANK. A VALUE OR A V/T/D/P HERE WOULD
      *> BECOME THE NEW CRUPIÊ'S CÓDIGO.
            MOVE SPACES TO PROMPT-NAME.
            STRING "TROCA DE CRUPIÊ, RODADA " ROUND-NUM
                DELIMITED BY SIZE INTO PROMPT-NAME.
            IF LINE-IS-NUMBER OR LINE-IS-PLAY
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: ANTES DA RODADA O VINTEUM PERGUNTA",
                    " A TROCA DE CRUPIÊ (CÓDIGO OU BRANCO). ESTA LINHA"
                DISPLAY "          VIRARIA O CÓDIGO DO CRUPIÊ."
            ELSE
                IF DECK-ID NOT = SPACES
                    MOVE 'Y' TO SEAT-ID-OK-FLAG
                    PERFORM CHECK-DEALER-NOT-SEATED VARYING SEAT-ID-SCAN
                        FROM 1 BY 1 UNTIL SEAT-ID-SCAN > SEAT-COUNT
                    IF NOT SEAT-ID-IS-OK
                        PERFORM NOTE-WARNING
                        DISPLAY "    AVISO: ", DECK-ID, " ESTÁ SENTADO",
                            " NA MESA - O VINTEUM RECUSA A TROCA."
                    END-IF
                END-IF
            END-IF
            MOVE 'W' TO PLAY-EXPECT.
        CHECK-PLAY-END.
      *> THE PLAY'S LINES RAN OUT. IF A PROMPT IS STILL CERTAIN TO
      *> COME, VINTEUM WILL READ BLANKS FOR IT; WHEN A SEAT MAY HAVE
      *> LEFT, FEWER LINES CAN BE RIGHT.
            MOVE 'N' TO PROMPT-DUE-FLAG.
            EVALUATE TRUE
                WHEN EXPECT-SHIFT OR EXPECT-INSURANCE OR EXPECT-SIDE-BET
                    MOVE 'Y' TO PROMPT-DUE-FLAG
                WHEN EXPECT-ANSWER AND ANSWER-COUNT = 0
                    MOVE 'Y' TO PROMPT-DUE-FLAG
                WHEN BLOCK-COUNT < ROUND-SEATS
                    MOVE 'Y' TO PROMPT-DUE-FLAG
                WHEN ROUND-NUM < ROUND-COUNT
                        AND (ROUND-SEATS > 0 OR DEALER-SHIFTS-ASKED)
                    MOVE 'Y' TO PROMPT-DUE-FLAG
            END-EVALUATE
            IF PROMPT-IS-DUE
                IF ROUND-IS-CERTAIN
                    ADD 1 TO ERROR-COUNT
                    DISPLAY "ERRO: O ROTEIRO ACABA NA RODADA ", ROUND-NUM,
                        " DE ", ROUND-COUNT, " COM PERGUNTAS AINDA POR"
                    DISPLAY "      VIR - O VINTEUM LERIA BRANCOS DAÍ EM",
                        " DIANTE."
                ELSE
                    ADD 1 TO WARNING-COUNT
                    DISPLAY "AVISO: O ROTEIRO ACABA NA RODADA ", ROUND-NUM,
                        " DE ", ROUND-COUNT, ". SÓ BATE SE CADEIRAS"
                    DISPLAY "       SAÍREM PELO LIMITE DE PERDA OU O",
                        " TORNEIO ACABAR ANTES."
                END-IF
            END-IF.
        CHECK-RESUMED-DECK.
      *> A SNAPSHOT IN CHECKPNT: VINTEUM PICKS THE HAND BACK UP WITH
      *> NO SET-UP PROMPTS (ONLY THE CRUPIÊ, WHEN THE SNAPSHOT HAS
      *> NONE), AND THE FIRST ANSWERS BELONG TO A HAND ALREADY HALF
      *> PLAYED - SO FROM THERE ONLY THE TYPE OF EACH LINE IS CHECKED.
            IF CK-TABLE-ID NOT = TABLE-ID
                ADD 1 TO ERROR-COUNT
                DISPLAY "ERRO: O CHECKPNT É DA MESA ", CK-TABLE-ID,
                    ", NÃO DA MESA ", TABLE-ID, " - O VINTEUM PARA COM",
                    " RC=8 SEM LER O ROTEIRO."
                MOVE 'Y' TO SIMULATION-FLAG
                GO TO CHECK-RESUMED-DECK-EXIT
            END-IF
            ADD 1 TO WARNING-COUNT.
            DISPLAY "AVISO: O CHECKPNT TEM UMA MÃO EM ANDAMENTO (RODADA ",
                CK-ROUND-NUM, " DE ", CK-ROUND-COUNT, "). O VINTEUM".
            DISPLAY "       RETOMA SEM PERGUNTAR CADEIRAS NEM RODADAS E O",
                " ROTEIRO COMEÇA NO MEIO DA MÃO - SÓ O TIPO DE CADA".
            DISPLAY "       LINHA É CONFERIDO.".
            MOVE CK-SEAT-COUNT TO SEAT-COUNT.
            PERFORM RESTORE-RESUMED-SEAT VARYING SEAT-NUM FROM 1 BY 1
                UNTIL SEAT-NUM > SEAT-COUNT.
            IF CK-DEALER-ID = SPACES
                PERFORM GET-DEALER-ID
                IF SIMULATION-STOPPED
                    GO TO CHECK-RESUMED-DECK-EXIT
                END-IF
            END-IF
            MOVE 'Y' TO SEATS-MAY-LEAVE-FLAG.
            PERFORM COUNT-REDEEM-SEAT.
            PERFORM CHECK-RESUMED-LINE
                UNTIL DECK-LINE-NUM >= PLAY-LAST-LINE.
        CHECK-RESUMED-DECK-EXIT.
            EXIT.
        RESTORE-RESUMED-SEAT.
            MOVE CK-PLAYER-ID(SEAT-NUM) TO SEAT-PLAYER-ID(SEAT-NUM).
            MOVE CK-ACTIVE(SEAT-NUM) TO SEAT-ACTIVE(SEAT-NUM).
            IF SEAT-PLAYER-ID(SEAT-NUM) NOT = SPACES
                PERFORM LOAD-SEAT-MASTERS
            END-IF.
        CHECK-RESUMED-LINE.
            PERFORM NEXT-DECK-LINE.
            MOVE "JOGO RETOMADO" TO PROMPT-NAME.
            IF NOT LINE-IS-NUMBER AND NOT LINE-IS-PLAY
                    AND NOT DEALER-SHIFTS-ASKED
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: NO JOGO O VINTEUM SÓ PERGUNTA",
                    " APOSTA, APOSTAS LATERAIS, SEGURO (VALORES) E",
                    " V/T/D/P."
            END-IF.
        CHECK-CLOSING-LINES.
      *> AFTER THE LAST RODADA: THE REDEEM S/N ANSWERS, SEAT BY SEAT,
      *> AND NOTHING ELSE. WHEN THE PLAY STOPPED SHORT OF THE BOTTOM
      *> LINES, WHAT IS LEFT ABOVE THEM IS MORE THAN EVEN A FULL
      *> TABLE PLAYING EVERY RODADA WOULD BE ASKED.
            IF SEATS-MAY-LEAVE
                PERFORM CHECK-EXTRA-PLAY-LINE
                    UNTIL NOT DECK-LINE-IS-HELD
                        AND DECK-LINE-NUM >= PLAY-LAST-LINE
            END-IF
            PERFORM CHECK-REDEEM-SEAT THRU CHECK-REDEEM-SEAT-EXIT
                VARYING SEAT-NUM FROM 1 BY 1
                UNTIL SEAT-NUM > SEAT-COUNT.
            PERFORM CHECK-TRAILING-LINE UNTIL DECK-AT-EOF.
            IF EXTRA-LINE-COUNT > 0
                ADD 1 TO ERROR-COUNT
                DISPLAY "ERRO: ", EXTRA-LINE-COUNT, " LINHA(S) A MAIS",
                    " NO ROTEIRO - O VINTEUM NUNCA CHEGA A LÊ-LAS, E"
                DISPLAY "      SOBRAR LINHA QUER DIZER QUE ALGUMA",
                    " RESPOSTA ACIMA FOI PARAR NO LUGAR ERRADO."
            END-IF.
        CHECK-EXTRA-PLAY-LINE.
            PERFORM NEXT-DECK-LINE.
            PERFORM NOTE-EXTRA-LINE.
        CHECK-TRAILING-LINE.
            PERFORM NEXT-DECK-LINE.
            IF NOT DECK-AT-EOF
                PERFORM NOTE-EXTRA-LINE
            END-IF.
        NOTE-EXTRA-LINE.
      *> ONLY THE FIRST EXTRA LINE IS LISTED; THE REST ARE COUNTED.
            IF EXTRA-LINE-COUNT = 0
                MOVE "(NENHUMA - A NOITE JÁ ACABOU)" TO PROMPT-NAME
                PERFORM SHOW-DECK-LINE
            END-IF
            ADD 1 TO EXTRA-LINE-COUNT.
        CHECK-REDEEM-SEAT.
      *> VINTEUM'S OFFER-COMP-REDEEM AT CASH-OUT: ONE S/N PER SEAT
      *> WHOSE PONTOS ARE WORTH SOMETHING AT VALOR-PONTO.
            IF SEAT-PLAYER-ID(SEAT-NUM) = SPACES
                    OR SEAT-POINTS(SEAT-NUM) = 0
                GO TO CHECK-REDEEM-SEAT-EXIT
            END-IF
            COMPUTE COMP-REDEEM-AMOUNT ROUNDED =
                SEAT-POINTS(SEAT-NUM) * COMP-POINT-VALUE.
            IF COMP-REDEEM-AMOUNT = 0
                GO TO CHECK-REDEEM-SEAT-EXIT
            END-IF
            MOVE SPACES TO PROMPT-NAME.
            STRING "RESGATE DE PONTOS (S/N) DE " DELIMITED BY SIZE
                SEAT-PLAYER-ID(SEAT-NUM) DELIMITED BY SPACE
                INTO PROMPT-NAME.
            PERFORM NEXT-DECK-LINE.
            IF DECK-AT-EOF
                ADD 1 TO ERROR-COUNT
                DISPLAY "ERRO: FALTA A RESPOSTA S/N DO RESGATE DE PONTOS",
                    " DE ", SEAT-PLAYER-ID(SEAT-NUM), " NO FIM DO",
                    " ROTEIRO (", SEAT-POINTS(SEAT-NUM), " PONTOS)."
                GO TO CHECK-REDEEM-SEAT-EXIT
            END-IF
            PERFORM SHOW-DECK-LINE.
            IF NOT LINE-IS-YES-NO
                PERFORM NOTE-ERROR
                DISPLAY "    ERRO: AQUI O VINTEUM PERGUNTA S OU N PRO",
                    " RESGATE - E TOMA QUALQUER OUTRA COISA COMO N."
            END-IF.
        CHECK-REDEEM-SEAT-EXIT.
            EXIT.
