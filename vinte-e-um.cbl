            SELECT HOUSE-BANK-FILE ASSIGN TO "HOUSEBNK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HB-FILE-STATUS.
            SELECT CLIENT-FILE ASSIGN TO "CLIENTES"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CL-PLAYER-ID
                FILE STATUS IS CL-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  PLAYER-STATS-FILE.
      *> EACH CARD SO A DROPPED SESSION CAN PICK THE HAND BACK UP
      *> INSTEAD OF STARTING THE ROUND OVER.
        FD  CHECKPOINT-FILE.
        COPY CKREC.
      *> THE CASHIER'S LEDGER - ONE BALANCE PER PLAYER, SO WHAT A
      *> PLAYER WALKS OUT WITH TONIGHT IS WHAT HE SITS DOWN WITH
      *> TOMORROW INSTEAD OF THE TABLE MINTING HIM A FRESH BANKROLL.
      *> PLAYERS' MONEY, THIS ONE TRACKS THE DRAWER.
        FD  HOUSE-BANK-FILE.
        COPY HBREC.
      *> WHO THE CÓDIGO ACTUALLY IS - VINTEMNT KEEPS IT. THE TABLE
      *> READS IT AT SIT-DOWN AND REFUSES THE SEAT TO A CÓDIGO WITH
      *> NO RECORD, UNDER AGE, OR SELF-EXCLUDED.
        FD  CLIENT-FILE.
        COPY CLREC.
        WORKING-STORAGE SECTION.
        01  TR-FILE-STATUS          PIC X(02).
        01  TR-EOF-FLAG             PIC X       VALUE 'N'.
        01  SEAT-ID-SCAN            PIC 9       VALUE 1.
        01  SEAT-ID-TRY-COUNT       PIC 9       VALUE 0.
        01  SEAT-BAD-INPUT-COUNT    PIC 9       OCCURS 6 TIMES VALUE 0.
      *> THE CLIENTES GATE. A REFUSAL IS A LICENCE MATTER, NOT A
      *> WARNING: THE SEAT IS NOT TAKEN AND A RECUSA LINE GOES TO
      *> THE GAMELOG - 'N' NO IDENTITY ON FILE, 'M' UNDER AGE, 'E'
      *> SELF-EXCLUDED. SETUP RUNS BEFORE THE SESSION HEADER, SO
      *> THE REFUSALS WAIT HERE AND ARE LOGGED RIGHT AFTER IT.
        01  CL-FILE-STATUS          PIC X(02).
        01  MINIMUM-AGE             PIC 9(02)   VALUE 18.
        01  BIRTH-DATE-NUM          PIC 9(08)   VALUE 0.
        01  ADULT-DATE-NUM          PIC 9(08)   VALUE 0.
        01  RUN-DATE-NUM            PIC 9(08)   VALUE 0.
        01  REFUSAL-REASON          PIC X       VALUE SPACE.
        01  RF-MAX                  PIC 9(2)    VALUE 18.
        01  RF-COUNT                PIC 9(2)    VALUE 0.
        01  RF-NUM                  PIC 9(2)    VALUE 0.
        01  RF-PLAYER-ID            PIC X(08)   OCCURS 18 TIMES VALUE SPACES.
        01  RF-SEAT                 PIC 9       OCCURS 18 TIMES VALUE 0.
        01  RF-REASON               PIC X       OCCURS 18 TIMES VALUE SPACE.
        01  SEAT-BAD-INPUT-COUNT-2  PIC 9       OCCURS 6 TIMES VALUE 0.
        01  PS-FILE-STATUS          PIC X(02).
        01  STATS-RECORD-NEW-FLAG   PIC X       VALUE 'N'.
      *> DEALER'S FINISHED HAND IS A NATURAL.
        01  SEAT-INSURANCE          PIC 9(5)V99 OCCURS 6 TIMES VALUE 0.
        01  INSURANCE-MAX           PIC 9(5)V99 VALUE 0.
      *> THE DEAL'S SIDE BETS - PARES PERFEITOS ON THE SEAT'S FIRST
      *> TWO CARDS, 21+3 ON THOSE TWO AND THE DEALER'S UPCARD. TAKEN
      *> WITH THE ANTE, BEFORE THE SEAT'S FIRST CARD, AND SETTLED THE
      *> MOMENT ITS SECOND CARD LANDS (A HAND THAT STOPS ON ONE CARD
      *> LOSES THEM AT SETTLE-SEAT). EACH IS ONLY OFFERED WHEN
      *> TABRULES GIVES IT A MAXIMUM (PP-MAX / T3-MAX, 0 = NOT
      *> OFFERED). THE PAY TABLES ARE "N POR 1".
        01  PP-MIN-STAKE            PIC 9(5)V99 VALUE 0.
        01  PP-MAX-STAKE            PIC 9(5)V99 VALUE 0.
        01  PP-PAYS-MIXED           PIC 9(3)    VALUE 6.
        01  PP-PAYS-COLORED         PIC 9(3)    VALUE 12.
        01  PP-PAYS-PERFECT         PIC 9(3)    VALUE 25.
        01  T3-MIN-STAKE            PIC 9(5)V99 VALUE 0.
        01  T3-MAX-STAKE            PIC 9(5)V99 VALUE 0.
        01  T3-PAYS-FLUSH           PIC 9(3)    VALUE 5.
        01  T3-PAYS-STRAIGHT        PIC 9(3)    VALUE 10.
        01  T3-PAYS-TRIPS           PIC 9(3)    VALUE 30.
        01  T3-PAYS-STR-FLUSH       PIC 9(3)    VALUE 40.
        01  T3-PAYS-SUITED-TRIPS    PIC 9(3)    VALUE 100.
        01  SEAT-PP-STAKE           PIC 9(5)V99 OCCURS 6 TIMES VALUE 0.
        01  SEAT-T3-STAKE           PIC 9(5)V99 OCCURS 6 TIMES VALUE 0.
        01  SEAT-HAND1-CARDS        PIC 9       OCCURS 6 TIMES VALUE 0.
        01  SEAT-FIRST-RANK         PIC 9(2)    OCCURS 6 TIMES VALUE 0.
        01  SEAT-FIRST-SUIT         PIC 9       OCCURS 6 TIMES VALUE 0.
      *> ONE SIDE BET IN HAND - TAKE-SIDE-BET AND PAY-SIDE-BET WORK
      *> ON THESE SO THE TWO BETS SHARE ONE PROMPT AND ONE PAYOUT.
        01  SIDE-BET-EVENT          PIC X(10)   VALUE SPACES.
        01  SIDE-BET-PAY-TYPE       PIC X(10)   VALUE SPACES.
        01  SIDE-BET-NAME           PIC X(16)   VALUE SPACES.
        01  SIDE-BET-MIN            PIC 9(5)V99 VALUE 0.
        01  SIDE-BET-MAX            PIC 9(5)V99 VALUE 0.
        01  SIDE-BET-STAKE          PIC 9(5)V99 VALUE 0.
        01  SIDE-BET-PAYS           PIC 9(3)    VALUE 0.
        01  SIDE-BET-RESULT         PIC X       VALUE SPACE.
            88  SIDE-BET-LOST                   VALUE 'L'.
      *> THE CARDS A SIDE BET IS SETTLED ON: THE SEAT'S FIRST, THE
      *> SECOND JUST DEALT, AND THE UPCARD. SUITS 1-2 (COPAS, OUROS)
      *> ARE RED, 3-4 (ESPADAS, PAUS) BLACK. THE THREE RANKS ARE
      *> SORTED LOW TO HIGH TO LOOK FOR A SEQUENCE.
        01  SECOND-CARD-RANK        PIC 9(2)    VALUE 0.
        01  SECOND-CARD-SUIT        PIC 9       VALUE 0.
        01  DEALER-UPCARD-SUIT      PIC 9       VALUE 0.
        01  TRIO-RANK-LOW           PIC 9(2)    VALUE 0.
        01  TRIO-RANK-MID           PIC 9(2)    VALUE 0.
        01  TRIO-RANK-HIGH          PIC 9(2)    VALUE 0.
        01  TRIO-RANK-SWAP          PIC 9(2)    VALUE 0.
        01  TRIO-FLUSH-FLAG         PIC X       VALUE 'N'.
            88  TRIO-IS-FLUSH                   VALUE 'Y'.
        01  TRIO-STRAIGHT-FLAG      PIC X       VALUE 'N'.
            88  TRIO-IS-STRAIGHT                VALUE 'Y'.
        01  TRIO-TRIPS-FLAG         PIC X       VALUE 'N'.
            88  TRIO-IS-TRIPS                   VALUE 'Y'.
      *> FRESH MONEY PUT AT RISK - ANTE, DOBRA OR SPLIT STAKE -
      *> HANDED TO LOG-SEAT-STAKE SO THE GAMELOG CARRIES THE NIGHT'S
      *> WHOLE DROP, NOT JUST THE PAYOUTS.
        01  SHUFFLE-TEMP-RANK        PIC 9(2).
        01  SHUFFLE-TEMP-SUIT        PIC 9(1).
        01  SUIT-NAME                PIC X(8).
      *> EVERY SHUFFLE OPENS A NEW SHOE IN THE GAMELOG (A BARALHO
      *> LINE WITH ITS SEQUENCE NUMBER AND THE RUN'S SEED) AND A
      *> SHOE THAT RUNS DRY CLOSES ONE, SO VINTEBAR CAN PROVE FROM
      *> THE FILE THAT EACH SHOE DEALT A REAL 52-CARD DECK.
        01  SHOE-SEQ                 PIC 9(05)   VALUE 0.
        01  SHOE-SEED                PIC 9(08)   VALUE 0.
        01  SHOE-CARDS-DEALT         PIC 9(02)   VALUE 0.
        01  SHOE-EVENT               PIC X       VALUE SPACE.
      *> THE CRUPIÊ DEALING - ASKED AT START-UP, CARRIED IN THE
      *> CHECKPOINT, AND STAMPED INTO THE GAMELOG ON A CRUPIE LINE
      *> ('A' IN THE SESSION HEADER, 'T' AT A SHIFT CHANGE, 'R' WHEN
      *> A RESUME PICKS THE SHIFT BACK UP), SO EVERY RODADA TRACES
      *> TO WHOEVER DEALT IT. WITH TABRULES TROCA-CRUPIE S THE TABLE
      *> ASKS BEFORE EVERY RODADA AFTER THE FIRST WHETHER THE SHIFT
      *> CHANGED; A BLANK ANSWER KEEPS THE SAME CRUPIÊ. A CÓDIGO
      *> SEATED AT THE MESA MAY NOT DEAL IT.
        01  DEALER-ID                PIC X(08)   VALUE SPACES.
        01  DEALER-ANSWER            PIC X(08)   VALUE SPACES.
        01  DEALER-TRY-COUNT         PIC 9       VALUE 0.
        01  DEALER-EVENT             PIC X       VALUE SPACE.
        01  DEALER-SHIFT-PROMPT      PIC X       VALUE 'N'.
            88  DEALER-SHIFTS-ASKED              VALUE 'S'.
      *> A HIT/STAY ANSWER THE TABLE COULDN'T READ GOES TO THE LOG AS
      *> AN INVALIDA LINE - 'F' ON THE ONE THAT FORCED THE STAND -
      *> SO THE SHIFT REPORT CAN COUNT THEM.
        01  BAD-INPUT-HAND           PIC 9       VALUE 1.
        01  BAD-INPUT-COUNT          PIC 9       VALUE 0.
        01  BAD-INPUT-FORCED         PIC X       VALUE SPACE.

        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            IF CHECKPOINT-IS-FOUND
                DISPLAY "ACHEI UM JOGO EM ANDAMENTO. RETOMANDO A MÃO..."
                PERFORM RESTORE-CHECKPOINT
                PERFORM WRITE-SHOE-RESUME
      *> A SNAPSHOT FROM BEFORE THE CRUPIÊ WAS CHECKPOINTED COMES
      *> BACK BLANK - ASK, SO THE RESUMED SHIFT STILL HAS A NAME.
                IF DEALER-ID = SPACES
                    PERFORM GET-DEALER-ID
                END-IF
                MOVE 'R' TO DEALER-EVENT
                PERFORM LOG-DEALER-SHIFT
      *> LIMITS LIVE IN PLAYRLIM, NOT THE CHECKPOINT - RELOAD THEM
      *> SO A RESUMED SEAT PLAYS UNDER THE SAME TETO.
                PERFORM LOAD-SEAT-LIMITS VARYING SEAT-NUM FROM 1 BY 1
                END-IF
                PERFORM SETUP-SEAT VARYING SEAT-NUM FROM 1 BY 1
                    UNTIL SEAT-NUM > SEAT-COUNT
                PERFORM GET-DEALER-ID
      *> THE SESSION HEADER GOES OUT AS SOON AS THE ROSTER IS
      *> COMPLETE - BEFORE RESTORE-BANKROLL OR THE TOURNAMENT
      *> SETUP CAN PUT A BUY-IN REFUSAL (LIMITE LINE) IN THE LOG,
      *> SO NO HAND EVENT EVER LANDS OUTSIDE A SESSION BOUNDARY.
                PERFORM WRITE-SESSION-OPEN
                PERFORM LOG-SEAT-REFUSAL VARYING RF-NUM FROM 1 BY 1
                    UNTIL RF-NUM > RF-COUNT
                PERFORM RESTORE-BANKROLL VARYING SEAT-NUM FROM 1 BY 1
                    UNTIL SEAT-NUM > SEAT-COUNT
                DISPLAY "QUANTAS RODADAS TU QUER JOGAR (1-999)? "
        PLAY-ROUND.
      *> ONE HAND OF THE BATCH - PLAYED, TOTALED, AND CHECKPOINT-
      *> CLEARED BEFORE MOVING ON TO THE NEXT RODADA IN THE RUN.
      *> A SHIFT CHANGES BETWEEN RODADAS, NEVER MID-HAND - AND NOT
      *> ON THE RODADA A RESUME IS PICKING BACK UP.
            IF DEALER-SHIFTS-ASKED AND ROUND-NUM > 1
                    AND NOT GAME-IS-RESUMED
                PERFORM ASK-DEALER-SHIFT
            END-IF
            DISPLAY "===== RODADA ", ROUND-NUM, " DE ", ROUND-COUNT,
                " =====".
            PERFORM PLAY-GAME.
            MOVE "SESSAO"           TO GL-EVENT-TYPE.
            MOVE 'A'                TO GL-RESULT.
            PERFORM WRITE-GAME-LOG-RECORD.
            MOVE 'A'                TO DEALER-EVENT.
            PERFORM LOG-DEALER-SHIFT.
            PERFORM INIT-SESSION-LOG-LINE.
            MOVE "REGRA"            TO GL-EVENT-TYPE.
            MOVE "PARADA"           TO GL-PLAYER-ID.
            MOVE "BANCAINI"         TO GL-PLAYER-ID.
            MOVE START-BANKROLL     TO GL-AMOUNT.
            PERFORM WRITE-GAME-LOG-RECORD.
      *> A SIDE BET'S LIMITS AND PAY TABLE ONLY GO INTO THE HEADER
      *> WHEN THE MESA OFFERS IT.
            IF PP-MAX-STAKE > 0
                MOVE "PP-MIN"       TO GL-PLAYER-ID
                MOVE PP-MIN-STAKE   TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
                MOVE "PP-MAX"       TO GL-PLAYER-ID
                MOVE PP-MAX-STAKE   TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
                MOVE "PP-MISTO"     TO GL-PLAYER-ID
                MOVE PP-PAYS-MIXED  TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
                MOVE "PP-COR"       TO GL-PLAYER-ID
                MOVE PP-PAYS-COLORED TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
                MOVE "PP-PERF"      TO GL-PLAYER-ID
                MOVE PP-PAYS-PERFECT TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
            END-IF.
            IF T3-MAX-STAKE > 0
                MOVE "T3-MIN"       TO GL-PLAYER-ID
                MOVE T3-MIN-STAKE   TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
                MOVE "T3-MAX"       TO GL-PLAYER-ID
                MOVE T3-MAX-STAKE   TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
                MOVE "T3-NAIPE"     TO GL-PLAYER-ID
                MOVE T3-PAYS-FLUSH  TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
                MOVE "T3-SEQ"       TO GL-PLAYER-ID
                MOVE T3-PAYS-STRAIGHT TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
                MOVE "T3-TRINC"     TO GL-PLAYER-ID
                MOVE T3-PAYS-TRIPS  TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
                MOVE "T3-SQNAI"     TO GL-PLAYER-ID
                MOVE T3-PAYS-STR-FLUSH TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
                MOVE "T3-TRNAI"     TO GL-PLAYER-ID
                MOVE T3-PAYS-SUITED-TRIPS TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
            END-IF.
            PERFORM LOG-SESSION-SEAT VARYING SEAT-NUM FROM 1 BY 1
                UNTIL SEAT-NUM > SEAT-COUNT.
        LOG-DEALER-SHIFT.
      *> CALLER SETS DEALER-EVENT ('A' SESSION OPENED, 'T' SHIFT
      *> CHANGE, 'R' RESUMED). THE CRUPIÊ'S CÓDIGO RIDES IN
      *> GL-PLAYER-ID; GL-ROUND IS THE FIRST RODADA HE DEALS.
            PERFORM INIT-SESSION-LOG-LINE.
            MOVE DEALER-ID          TO GL-PLAYER-ID.
            MOVE "CRUPIE"           TO GL-EVENT-TYPE.
            MOVE DEALER-EVENT       TO GL-RESULT.
            PERFORM WRITE-GAME-LOG-RECORD.
        LOG-SESSION-SEAT.
            PERFORM INIT-SESSION-LOG-LINE.
            MOVE "CADEIRA"                TO GL-EVENT-TYPE.
            DISPLAY "  RODADAS NO MÁXIMO: ", ROUND-COUNT-MAX.
            DISPLAY "  PONTOS POR 100 APOSTADO: ", COMP-POINT-RATE.
            DISPLAY "  VALOR DO PONTO: ", COMP-POINT-VALUE.
            DISPLAY "  PERGUNTA TROCA DE CRUPIÊ (S/N): ",
                DEALER-SHIFT-PROMPT.
            IF PP-MAX-STAKE > 0 AND PP-MIN-STAKE > PP-MAX-STAKE
                DISPLAY "PP-MIN ACIMA DO PP-MAX. IGUALANDO."
                MOVE PP-MAX-STAKE TO PP-MIN-STAKE
            END-IF.
            IF T3-MAX-STAKE > 0 AND T3-MIN-STAKE > T3-MAX-STAKE
                DISPLAY "T3-MIN ACIMA DO T3-MAX. IGUALANDO."
                MOVE T3-MAX-STAKE TO T3-MIN-STAKE
            END-IF.
            IF PP-MAX-STAKE > 0
                DISPLAY "  PARES PERFEITOS: DE ", PP-MIN-STAKE, " A ",
                    PP-MAX-STAKE
                DISPLAY "    PAGA (POR 1) MISTO: ", PP-PAYS-MIXED,
                    "  COR: ", PP-PAYS-COLORED,
                    "  PERFEITO: ", PP-PAYS-PERFECT
            ELSE
                DISPLAY "  PARES PERFEITOS: NÃO OFERECIDO"
            END-IF.
            IF T3-MAX-STAKE > 0
                DISPLAY "  21+3: DE ", T3-MIN-STAKE, " A ", T3-MAX-STAKE
                DISPLAY "    PAGA (POR 1) NAIPE: ", T3-PAYS-FLUSH,
                    "  SEQUÊNCIA: ", T3-PAYS-STRAIGHT,
                    "  TRINCA: ", T3-PAYS-TRIPS
                DISPLAY "    SEQUÊNCIA DE NAIPE: ", T3-PAYS-STR-FLUSH,
                    "  TRINCA DE NAIPE: ", T3-PAYS-SUITED-TRIPS
            ELSE
                DISPLAY "  21+3: NÃO OFERECIDO"
            END-IF.
        READ-TABLE-RULE.
            READ TABLE-RULES-FILE
                AT END MOVE 'Y' TO TR-EOF-FLAG
                    END-IF
                WHEN "PUXA-SOFT-17"
                    MOVE RULE-VALUE(1:1) TO DEALER-HIT-SOFT-17
                WHEN "TROCA-CRUPIE"
                    MOVE RULE-VALUE(1:1) TO DEALER-SHIFT-PROMPT
                WHEN "PAGA-VINTE"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT <= 0 OR RULE-AMOUNT > 9.99
                        WHEN OTHER
                            MOVE RULE-NUMBER TO ROUND-COUNT-MAX
                    END-EVALUATE
                WHEN "PP-MIN"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT < 0 OR RULE-AMOUNT > 9999.99
                        DISPLAY "PP-MIN INVÁLIDO: ", RULE-VALUE,
                            ". MANTENDO ", PP-MIN-STAKE
                    ELSE
                        MOVE RULE-AMOUNT TO PP-MIN-STAKE
                    END-IF
                WHEN "PP-MAX"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT < 0 OR RULE-AMOUNT > 9999.99
                        DISPLAY "PP-MAX INVÁLIDO: ", RULE-VALUE,
                            ". MANTENDO ", PP-MAX-STAKE
                    ELSE
                        MOVE RULE-AMOUNT TO PP-MAX-STAKE
                    END-IF
                WHEN "T3-MIN"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT < 0 OR RULE-AMOUNT > 9999.99
                        DISPLAY "T3-MIN INVÁLIDO: ", RULE-VALUE,
                            ". MANTENDO ", T3-MIN-STAKE
                    ELSE
                        MOVE RULE-AMOUNT TO T3-MIN-STAKE
                    END-IF
                WHEN "T3-MAX"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT < 0 OR RULE-AMOUNT > 9999.99
                        DISPLAY "T3-MAX INVÁLIDO: ", RULE-VALUE,
                            ". MANTENDO ", T3-MAX-STAKE
                    ELSE
                        MOVE RULE-AMOUNT TO T3-MAX-STAKE
                    END-IF
                WHEN "PP-MISTO"
                WHEN "PP-COR"
                WHEN "PP-PERFEITO"
                WHEN "T3-NAIPE"
                WHEN "T3-SEQUENCIA"
                WHEN "T3-TRINCA"
                WHEN "T3-SEQ-NAIPE"
                WHEN "T3-TRI-NAIPE"
                    PERFORM APPLY-SIDE-BET-PAYS
                WHEN SPACES
                    CONTINUE
                WHEN OTHER
                        RULE-KEYWORD
            END-EVALUATE
            PERFORM READ-TABLE-RULE.
        APPLY-SIDE-BET-PAYS.
      *> THE EIGHT SIDE-BET PAY-TABLE KEYWORDS SHARE ONE RANGE -
      *> "N POR 1", FROM 1 TO 999 - SO THE CURRENT VALUE IS FETCHED
      *> INTO SIDE-BET-PAYS, CHECKED THERE AND PUT BACK.
            EVALUATE RULE-KEYWORD
                WHEN "PP-MISTO"     MOVE PP-PAYS-MIXED TO SIDE-BET-PAYS
                WHEN "PP-COR"       MOVE PP-PAYS-COLORED TO SIDE-BET-PAYS
                WHEN "PP-PERFEITO"  MOVE PP-PAYS-PERFECT TO SIDE-BET-PAYS
                WHEN "T3-NAIPE"     MOVE T3-PAYS-FLUSH TO SIDE-BET-PAYS
                WHEN "T3-SEQUENCIA" MOVE T3-PAYS-STRAIGHT TO SIDE-BET-PAYS
                WHEN "T3-TRINCA"    MOVE T3-PAYS-TRIPS TO SIDE-BET-PAYS
                WHEN "T3-SEQ-NAIPE" MOVE T3-PAYS-STR-FLUSH TO SIDE-BET-PAYS
                WHEN "T3-TRI-NAIPE"
                    MOVE T3-PAYS-SUITED-TRIPS TO SIDE-BET-PAYS
            END-EVALUATE.
            COMPUTE RULE-NUMBER = FUNCTION NUMVAL(RULE-VALUE).
            IF RULE-NUMBER < 1 OR RULE-NUMBER > 999
                DISPLAY FUNCTION TRIM(RULE-KEYWORD), " INVÁLIDO: ",
                    RULE-VALUE, ". MANTENDO ", SIDE-BET-PAYS
            ELSE
                MOVE RULE-NUMBER TO SIDE-BET-PAYS
            END-IF.
            EVALUATE RULE-KEYWORD
                WHEN "PP-MISTO"     MOVE SIDE-BET-PAYS TO PP-PAYS-MIXED
                WHEN "PP-COR"       MOVE SIDE-BET-PAYS TO PP-PAYS-COLORED
                WHEN "PP-PERFEITO"  MOVE SIDE-BET-PAYS TO PP-PAYS-PERFECT
                WHEN "T3-NAIPE"     MOVE SIDE-BET-PAYS TO T3-PAYS-FLUSH
                WHEN "T3-SEQUENCIA" MOVE SIDE-BET-PAYS TO T3-PAYS-STRAIGHT
                WHEN "T3-TRINCA"    MOVE SIDE-BET-PAYS TO T3-PAYS-TRIPS
                WHEN "T3-SEQ-NAIPE" MOVE SIDE-BET-PAYS TO T3-PAYS-STR-FLUSH
                WHEN "T3-TRI-NAIPE"
                    MOVE SIDE-BET-PAYS TO T3-PAYS-SUITED-TRIPS
            END-EVALUATE.
        SETUP-SEAT.
            MOVE 'Y' TO SEAT-ACTIVE(SEAT-NUM).
            MOVE 'N' TO SEAT-ID-OK-FLAG.
                IF NOT SEAT-ID-IS-OK
                    DISPLAY "ESSE CÓDIGO JÁ TÁ SENTADO NA MESA. DE NOVO."
                ELSE
                    PERFORM CHECK-SEAT-CLIENT THRU CHECK-SEAT-CLIENT-EXIT
                    IF SEAT-ID-IS-OK
                        PERFORM WARN-IF-NOT-ENROLLED
                    END-IF
                END-IF
            END-IF
      *> THE SAME THREE-STRIKE RULE THE HIT/STAY PROMPT USES - A
                IF SEAT-ID-TRY-COUNT >= SEAT-BAD-INPUT-MAX
                    DISPLAY "MUITAS TENTATIVAS RUINS NO CÓDIGO.",
                        " ENCERRANDO A NOITE."
      *> NO SESSION HEADER IS COMING - THE REFUSALS GO OUT NOW SO
      *> THE LOG STILL SHOWS WHO WAS TURNED AWAY.
                    PERFORM LOG-SEAT-REFUSAL VARYING RF-NUM FROM 1 BY 1
                        UNTIL RF-NUM > RF-COUNT
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
        GET-DEALER-ID.
            MOVE SPACES TO DEALER-ID.
            MOVE 0 TO DEALER-TRY-COUNT.
            PERFORM ASK-DEALER-ID UNTIL DEALER-ID NOT = SPACES.
        ASK-DEALER-ID.
            DISPLAY "CÓDIGO DO CRUPIÊ NA MESA: " WITH NO ADVANCING.
            ACCEPT DEALER-ANSWER.
            MOVE 'Y' TO SEAT-ID-OK-FLAG.
            IF DEALER-ANSWER = SPACES
                MOVE 'N' TO SEAT-ID-OK-FLAG
                DISPLAY "CRUPIÊ EM BRANCO NÃO VALE. DE NOVO."
            ELSE
                PERFORM CHECK-DEALER-NOT-SEATED VARYING SEAT-ID-SCAN
                    FROM 1 BY 1 UNTIL SEAT-ID-SCAN > SEAT-COUNT
                IF NOT SEAT-ID-IS-OK
                    DISPLAY "ESSE CÓDIGO TÁ SENTADO NA MESA - NÃO",
                        " PODE DAR AS CARTAS NELA. DE NOVO."
                END-IF
            END-IF
            IF SEAT-ID-IS-OK
                MOVE DEALER-ANSWER TO DEALER-ID
            ELSE
      *> THE SAME THREE-STRIKE RULE AS THE SEAT IDS, FOR THE SAME
      *> REASON: A DECK THAT RAN OUT OF LINES MUST FAIL THE JOB,
      *> NOT SPIN IT.
                ADD 1 TO DEALER-TRY-COUNT
                IF DEALER-TRY-COUNT >= SEAT-BAD-INPUT-MAX
                    DISPLAY "MUITAS TENTATIVAS RUINS NO CRUPIÊ.",
                        " ENCERRANDO A NOITE."
                    PERFORM LOG-SEAT-REFUSAL VARYING RF-NUM FROM 1 BY 1
                        UNTIL RF-NUM > RF-COUNT
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
        CHECK-DEALER-NOT-SEATED.
            IF SEAT-PLAYER-ID(SEAT-ID-SCAN) = DEALER-ANSWER
                MOVE 'N' TO SEAT-ID-OK-FLAG
            END-IF.
        ASK-DEALER-SHIFT.
      *> ONE LINE PER RODADA, ANSWERED OR NOT, SO A SCRIPTED DECK
      *> KEEPS ITS PLACE: A BLANK OR THE SAME CÓDIGO KEEPS THE
      *> SHIFT, AND A REFUSED CÓDIGO KEEPS IT TOO RATHER THAN ASK
      *> AGAIN.
            DISPLAY "TROCA DE CRUPIÊ? CÓDIGO DO NOVO (BRANCO = ",
                DEALER-ID, " CONTINUA): " WITH NO ADVANCING.
            ACCEPT DEALER-ANSWER.
            IF DEALER-ANSWER NOT = SPACES
                    AND DEALER-ANSWER NOT = DEALER-ID
                MOVE 'Y' TO SEAT-ID-OK-FLAG
                PERFORM CHECK-DEALER-NOT-SEATED VARYING SEAT-ID-SCAN
                    FROM 1 BY 1 UNTIL SEAT-ID-SCAN > SEAT-COUNT
                IF SEAT-ID-IS-OK
                    MOVE DEALER-ANSWER TO DEALER-ID
                    DISPLAY "CRUPIÊ ", DEALER-ID,
                        " ASSUME A MESA NA RODADA ", ROUND-NUM, "."
                    MOVE 'T' TO DEALER-EVENT
                    PERFORM LOG-DEALER-SHIFT
                ELSE
                    DISPLAY DEALER-ANSWER, " TÁ SENTADO NA MESA - NÃO",
                        " PODE DAR AS CARTAS. CONTINUA ", DEALER-ID, "."
                END-IF
            END-IF.
        CHECK-DUP-SEAT-ID.
            IF SEAT-PLAYER-ID(SEAT-ID-SCAN) = SEAT-PLAYER-ID(SEAT-NUM)
                MOVE 'N' TO SEAT-ID-OK-FLAG
            END-IF.
        CHECK-SEAT-CLIENT.
      *> NO CLIENTES FILE AT ALL MEANS NOBODY IS IDENTIFIED, SO
      *> NOBODY SITS. AN EXCLUSION IS IN FORCE FROM ITS START DATE
      *> THROUGH ITS END DATE (BLANK = INDEFINITE); THE AGE TEST
      *> IS THE BIRTH DATE PLUS MINIMUM-AGE YEARS AGAINST TONIGHT.
            MOVE SPACE TO REFUSAL-REASON.
            OPEN INPUT CLIENT-FILE.
            IF CL-FILE-STATUS NOT = "00"
                DISPLAY "RECUSADO: ARQUIVO DE CLIENTES (CLIENTES)",
                    " NÃO EXISTE. NINGUÉM SENTA SEM IDENTIFICAÇÃO."
                MOVE 'N' TO REFUSAL-REASON
                GO TO CHECK-SEAT-CLIENT-REFUSE
            END-IF
            MOVE SEAT-PLAYER-ID(SEAT-NUM) TO CL-PLAYER-ID.
            READ CLIENT-FILE
                INVALID KEY MOVE 'N' TO REFUSAL-REASON
            END-READ.
            CLOSE CLIENT-FILE.
            IF REFUSAL-REASON = 'N'
                DISPLAY "RECUSADO: ", SEAT-PLAYER-ID(SEAT-NUM),
                    " NÃO TEM IDENTIFICAÇÃO NO CLIENTES.",
                    " (O VINTEMNT REGISTRA.)"
                GO TO CHECK-SEAT-CLIENT-REFUSE
            END-IF
            IF CL-EXCL-STATUS = 'E'
                AND CL-EXCL-START <= RUN-DATE
                AND (CL-EXCL-END = SPACES OR CL-EXCL-END >= RUN-DATE)
                DISPLAY "RECUSADO: ", SEAT-PLAYER-ID(SEAT-NUM),
                    " ESTÁ AUTOEXCLUÍDO DESDE ", CL-EXCL-START, "."
                MOVE 'E' TO REFUSAL-REASON
                GO TO CHECK-SEAT-CLIENT-REFUSE
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
                DISPLAY "RECUSADO: ", SEAT-PLAYER-ID(SEAT-NUM),
                    " NÃO TEM ", MINIMUM-AGE, " ANOS (NASCIMENTO ",
                    CL-BIRTH-DATE, ")."
                MOVE 'M' TO REFUSAL-REASON
                GO TO CHECK-SEAT-CLIENT-REFUSE
            END-IF
            GO TO CHECK-SEAT-CLIENT-EXIT.
        CHECK-SEAT-CLIENT-REFUSE.
            MOVE 'N' TO SEAT-ID-OK-FLAG.
            IF RF-COUNT < RF-MAX
                ADD 1 TO RF-COUNT
                MOVE SEAT-PLAYER-ID(SEAT-NUM) TO RF-PLAYER-ID(RF-COUNT)
                MOVE SEAT-NUM                 TO RF-SEAT(RF-COUNT)
                MOVE REFUSAL-REASON           TO RF-REASON(RF-COUNT)
            END-IF
            MOVE SPACES TO SEAT-PLAYER-ID(SEAT-NUM).
        CHECK-SEAT-CLIENT-EXIT.
            EXIT.
        LOG-SEAT-REFUSAL.
      *> SAME SHAPE AS A LIMITE LINE: THE CÓDIGO, THE EVENT, THE
      *> REASON IN GL-RESULT - AND THE SEAT IT TRIED FOR IN GL-HAND.
            MOVE RF-PLAYER-ID(RF-NUM) TO GL-PLAYER-ID.
            MOVE "RECUSA"             TO GL-EVENT-TYPE.
            MOVE RF-SEAT(RF-NUM)      TO GL-HAND.
            MOVE 0                    TO GL-CARD-RANK.
            MOVE 0                    TO GL-RUNNING-TOTAL.
            MOVE RF-REASON(RF-NUM)    TO GL-RESULT.
            MOVE 0                    TO GL-AMOUNT.
            PERFORM WRITE-GAME-LOG-RECORD.
        WARN-IF-NOT-ENROLLED.
      *> A WARNING, NOT A GATE - THE TABLE STILL TAKES A STRANGER,
      *> BUT THE SYSOUT SAYS THE ID ISN'T IN THE CADASTRO SO A TYPO
                UNTIL CK-DECK-NUM > 52.
            MOVE CK-DECK-POSITION TO DECK-POSITION.
            MOVE CK-CARDS-REMAINING TO CARDS-REMAINING.
            MOVE CK-SHOE-SEQ TO SHOE-SEQ.
            MOVE CK-SHOE-SEED TO SHOE-SEED.
            MOVE CK-DEALER-ID TO DEALER-ID.
      *> A SNAPSHOT TAKEN BEFORE THE SIDE BETS WENT IN ENDS AT THE
      *> CRUPIÊ - ITS MISSING TAIL READS BACK NON-NUMERIC, WHICH
      *> MEANS NO SIDE BET WAS OPEN.
            IF CK-UPCARD-SUIT IS NUMERIC
                MOVE CK-UPCARD-SUIT TO DEALER-UPCARD-SUIT
            ELSE
                MOVE 0 TO DEALER-UPCARD-SUIT
            END-IF.
            PERFORM RESTORE-ONE-SIDE-ENTRY VARYING CK-SEAT-NUM
                FROM 1 BY 1 UNTIL CK-SEAT-NUM > SEAT-COUNT.
        RESTORE-ONE-SIDE-ENTRY.
            IF CK-PP-STAKE(CK-SEAT-NUM) IS NUMERIC
                    AND CK-T3-STAKE(CK-SEAT-NUM) IS NUMERIC
                    AND CK-HAND1-CARDS(CK-SEAT-NUM) IS NUMERIC
                    AND CK-FIRST-RANK(CK-SEAT-NUM) IS NUMERIC
                    AND CK-FIRST-SUIT(CK-SEAT-NUM) IS NUMERIC
                MOVE CK-PP-STAKE(CK-SEAT-NUM)
                    TO SEAT-PP-STAKE(CK-SEAT-NUM)
                MOVE CK-T3-STAKE(CK-SEAT-NUM)
                    TO SEAT-T3-STAKE(CK-SEAT-NUM)
                MOVE CK-HAND1-CARDS(CK-SEAT-NUM)
                    TO SEAT-HAND1-CARDS(CK-SEAT-NUM)
                MOVE CK-FIRST-RANK(CK-SEAT-NUM)
                    TO SEAT-FIRST-RANK(CK-SEAT-NUM)
                MOVE CK-FIRST-SUIT(CK-SEAT-NUM)
                    TO SEAT-FIRST-SUIT(CK-SEAT-NUM)
            ELSE
                MOVE 0 TO SEAT-PP-STAKE(CK-SEAT-NUM)
                MOVE 0 TO SEAT-T3-STAKE(CK-SEAT-NUM)
                MOVE 0 TO SEAT-HAND1-CARDS(CK-SEAT-NUM)
                MOVE 0 TO SEAT-FIRST-RANK(CK-SEAT-NUM)
                MOVE 0 TO SEAT-FIRST-SUIT(CK-SEAT-NUM)
            END-IF.
        RESTORE-ONE-CARD.
            MOVE CK-CARD-RANK(CK-DECK-NUM) TO CARD-RANK(CK-DECK-NUM).
            MOVE CK-CARD-SUIT(CK-DECK-NUM) TO CARD-SUIT(CK-DECK-NUM).
                UNTIL CK-DECK-NUM > 52.
            MOVE DECK-POSITION TO CK-DECK-POSITION.
            MOVE CARDS-REMAINING TO CK-CARDS-REMAINING.
            MOVE SHOE-SEQ TO CK-SHOE-SEQ.
            MOVE SHOE-SEED TO CK-SHOE-SEED.
            MOVE DEALER-ID TO CK-DEALER-ID.
            MOVE DEALER-UPCARD-SUIT TO CK-UPCARD-SUIT.
            PERFORM SAVE-ONE-SIDE-ENTRY VARYING CK-SEAT-NUM FROM 1 BY 1
                UNTIL CK-SEAT-NUM > SEAT-COUNT-MAX.
            WRITE CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.
        SAVE-ONE-SEAT.
            MOVE SEAT-SESSION-OPEN(CK-SEAT-NUM) TO CK-SESSION-OPEN(CK-SEAT-NUM).
            MOVE SEAT-FINISH-POS(CK-SEAT-NUM)   TO CK-FINISH-POS(CK-SEAT-NUM).
            MOVE SEAT-NIGHT-BUYINS(CK-SEAT-NUM) TO CK-NIGHT-BUYINS(CK-SEAT-NUM).
        SAVE-ONE-SIDE-ENTRY.
            MOVE SEAT-PP-STAKE(CK-SEAT-NUM)    TO CK-PP-STAKE(CK-SEAT-NUM).
            MOVE SEAT-T3-STAKE(CK-SEAT-NUM)    TO CK-T3-STAKE(CK-SEAT-NUM).
            MOVE SEAT-HAND1-CARDS(CK-SEAT-NUM) TO CK-HAND1-CARDS(CK-SEAT-NUM).
            MOVE SEAT-FIRST-RANK(CK-SEAT-NUM)  TO CK-FIRST-RANK(CK-SEAT-NUM).
            MOVE SEAT-FIRST-SUIT(CK-SEAT-NUM)  TO CK-FIRST-SUIT(CK-SEAT-NUM).
        SAVE-ONE-CARD.
            MOVE CARD-RANK(CK-DECK-NUM) TO CK-CARD-RANK(CK-DECK-NUM).
            MOVE CARD-SUIT(CK-DECK-NUM) TO CK-CARD-SUIT(CK-DECK-NUM).
                MOVE 0 TO DEALER-ACES
                MOVE 0 TO DEALER-CARD-COUNT
                MOVE 0 TO DEALER-UPCARD-RANK
                MOVE 0 TO DEALER-UPCARD-SUIT
                PERFORM DEAL-DEALER-UPCARD
            END-IF.
            MOVE 'N' TO DEALER-NATURAL-FLAG.
                    MOVE 0 TO SEAT-BAD-INPUT-COUNT(SEAT-NUM)
                    MOVE 0 TO SEAT-BAD-INPUT-COUNT-2(SEAT-NUM)
                    MOVE 0 TO SEAT-INSURANCE(SEAT-NUM)
                    MOVE 0 TO SEAT-PP-STAKE(SEAT-NUM)
                    MOVE 0 TO SEAT-T3-STAKE(SEAT-NUM)
                    MOVE 0 TO SEAT-HAND1-CARDS(SEAT-NUM)
                    MOVE 0 TO SEAT-FIRST-RANK(SEAT-NUM)
                    MOVE 0 TO SEAT-FIRST-SUIT(SEAT-NUM)
      *> THE LOSS LIMIT IS CHECKED BETWEEN HANDS, BEFORE FRESH
      *> MONEY GOES AT RISK - A SEAT THAT HIT IT STANDS UP HERE
      *> AND TAKES NO ANTE.
                    PERFORM CHECK-LOSS-LIMIT
                    IF SEAT-IS-ACTIVE(SEAT-NUM)
                        PERFORM TAKE-ANTE
                        IF SEAT-WAGER(SEAT-NUM) > 0
                            PERFORM OFFER-SIDE-BETS
                        END-IF
                        IF DEALER-UPCARD-RANK = 1
                                AND SEAT-WAGER(SEAT-NUM) > 0
                            PERFORM OFFER-INSURANCE
                        IF SEAT-BANKROLL(SEAT-NUM) < SEAT-WAGER(SEAT-NUM)
                            DISPLAY "BANCA INSUFICIENTE PRA DOBRAR."
                        ELSE
      *> AN EMPTY SHOE IS RESHUFFLED BEFORE ANY MONEY MOVES - ITS
      *> CHECKPOINT MUST NOT CATCH A DOUBLED WAGER ON A HAND THAT
      *> IS NOT YET DONE.
                            IF CARDS-REMAINING = 0
                                PERFORM RESHUFFLE-DECK
                            END-IF
                            MOVE SEAT-WAGER(SEAT-NUM) TO STAKE-AMOUNT
                            MOVE 1 TO STAKE-HAND
                            SUBTRACT SEAT-WAGER(SEAT-NUM)
                        END-IF
                    WHEN OTHER
                        ADD 1 TO SEAT-BAD-INPUT-COUNT(SEAT-NUM)
                        MOVE 1 TO BAD-INPUT-HAND
                        MOVE SEAT-BAD-INPUT-COUNT(SEAT-NUM)
                            TO BAD-INPUT-COUNT
                        IF SEAT-BAD-INPUT-COUNT(SEAT-NUM) >=
                                SEAT-BAD-INPUT-MAX
                            DISPLAY "MUITAS TENTATIVAS RUINS. PARANDO A MÃO."
                            MOVE 'Y' TO SEAT-DONE-FLAG(SEAT-NUM)
                            MOVE 'F' TO BAD-INPUT-FORCED
                        ELSE
                            DISPLAY 'NÃO DÁ. APERTE ENTER. V, T, D OU P'
                            MOVE SPACE TO BAD-INPUT-FORCED
                        END-IF
                        PERFORM LOG-BAD-INPUT
                END-EVALUATE
            ELSE
                IF HAND-BEST-TOTAL = 21
            MOVE 1                        TO GL-HAND.
            MOVE DEALT-RANK               TO GL-CARD-RANK.
            MOVE HAND-BEST-TOTAL          TO GL-RUNNING-TOTAL.
            MOVE DEALT-SUIT               TO GL-RESULT.
            MOVE 0                        TO GL-AMOUNT.
            PERFORM WRITE-GAME-LOG-RECORD.
            PERFORM COUNT-HAND1-CARD.
            PERFORM WRITE-CHECKPOINT.
        LOG-SEAT-DRAW-2.
            PERFORM EVAL-SEAT-HAND-2.
            MOVE 2                        TO GL-HAND.
            MOVE DEALT-RANK               TO GL-CARD-RANK.
            MOVE HAND-BEST-TOTAL          TO GL-RUNNING-TOTAL.
            MOVE DEALT-SUIT               TO GL-RESULT.
            MOVE 0                        TO GL-AMOUNT.
            PERFORM WRITE-GAME-LOG-RECORD.
            PERFORM WRITE-CHECKPOINT.
        LOG-BAD-INPUT.
      *> CALLER SETS BAD-INPUT-HAND, BAD-INPUT-COUNT (THE SEAT'S
      *> BAD ANSWERS SO FAR THIS HAND) AND BAD-INPUT-FORCED ('F'
      *> WHEN THIS ONE STOOD THE HAND). HAND-BEST-TOTAL STILL
      *> HOLDS THE TOTAL THE SEAT WAS ASKED ABOUT.
            MOVE SEAT-PLAYER-ID(SEAT-NUM) TO GL-PLAYER-ID.
            MOVE "INVALIDA"               TO GL-EVENT-TYPE.
            MOVE BAD-INPUT-HAND           TO GL-HAND.
            MOVE 0                        TO GL-CARD-RANK.
            MOVE HAND-BEST-TOTAL          TO GL-RUNNING-TOTAL.
            MOVE BAD-INPUT-FORCED         TO GL-RESULT.
            MOVE BAD-INPUT-COUNT          TO GL-AMOUNT.
            PERFORM WRITE-GAME-LOG-RECORD.
        LOG-SEAT-STAKE.
      *> CALLER PUTS THE FRESH MONEY AT RISK IN STAKE-AMOUNT AND THE
      *> HAND IT RIDES ON IN STAKE-HAND BEFORE PERFORMING THIS.
                        IF SEAT-BANKROLL(SEAT-NUM) < SEAT-WAGER-2(SEAT-NUM)
                            DISPLAY "BANCA INSUFICIENTE PRA DOBRAR."
                        ELSE
      *> AN EMPTY SHOE IS RESHUFFLED BEFORE ANY MONEY MOVES - ITS
      *> CHECKPOINT MUST NOT CATCH A DOUBLED WAGER ON A HAND THAT
      *> IS NOT YET DONE.
                            IF CARDS-REMAINING = 0
                                PERFORM RESHUFFLE-DECK
                            END-IF
                            MOVE SEAT-WAGER-2(SEAT-NUM) TO STAKE-AMOUNT
                            MOVE 2 TO STAKE-HAND
                            SUBTRACT SEAT-WAGER-2(SEAT-NUM)
                        END-IF
                    WHEN OTHER
                        ADD 1 TO SEAT-BAD-INPUT-COUNT-2(SEAT-NUM)
                        MOVE 2 TO BAD-INPUT-HAND
                        MOVE SEAT-BAD-INPUT-COUNT-2(SEAT-NUM)
                            TO BAD-INPUT-COUNT
                        IF SEAT-BAD-INPUT-COUNT-2(SEAT-NUM) >=
                                SEAT-BAD-INPUT-MAX
                            DISPLAY "MUITAS TENTATIVAS RUINS. PARANDO A MÃO."
                            MOVE 'Y' TO SEAT-DONE-FLAG-2(SEAT-NUM)
                            MOVE 'F' TO BAD-INPUT-FORCED
                        ELSE
                            DISPLAY 'NÃO DÁ. APERTE ENTER. V, T OU D'
                            MOVE SPACE TO BAD-INPUT-FORCED
                        END-IF
                        PERFORM LOG-BAD-INPUT
                END-EVALUATE
            ELSE
                IF HAND-BEST-TOTAL = 21
      *> ALREADY SETTLED - EVERYONE ELSE COMPARES AGAINST THE ONE
      *> DEALER HAND FOR THE WHOLE ROUND.
            IF SEAT-IS-ACTIVE(SEAT-NUM)
                IF SEAT-PP-STAKE(SEAT-NUM) > 0
                        OR SEAT-T3-STAKE(SEAT-NUM) > 0
                    PERFORM LOSE-OPEN-SIDE-BETS
                END-IF
                IF SEAT-INSURANCE(SEAT-NUM) > 0
                    PERFORM PAYOUT-INSURANCE
                END-IF
            MOVE 0                TO GL-HAND.
            MOVE DEALT-RANK       TO GL-CARD-RANK.
            MOVE HAND-BEST-TOTAL  TO GL-RUNNING-TOTAL.
            MOVE DEALT-SUIT       TO GL-RESULT.
            MOVE 0                TO GL-AMOUNT.
            PERFORM WRITE-GAME-LOG-RECORD.
        DEALER-PLAY.
      *> EVERY SEAT HAS FINISHED.
            PERFORM DEALER-DRAW-CARD.
            MOVE DEALT-RANK TO DEALER-UPCARD-RANK.
            MOVE DEALT-SUIT TO DEALER-UPCARD-SUIT.
            DISPLAY "O DEALER MOSTRA: ", RANDOM-VALUE.
            PERFORM WRITE-CHECKPOINT.
        OFFER-INSURANCE.
                PERFORM POST-HOUSE-BANK
            END-IF
            MOVE 0 TO SEAT-INSURANCE(SEAT-NUM).
        OFFER-SIDE-BETS.
      *> PARES PERFEITOS AND 21+3 GO DOWN WITH THE ANTE, BEFORE THE
      *> SEAT'S FIRST CARD. EACH STAKE IS SNAPSHOTTED AS SOON AS IT
      *> IS TAKEN (TAKE-SIDE-BET), SO A RESUMED HAND SETTLES IT ONCE,
      *> ON THE SAME CARDS, EVEN IF THE RUN DROPS AT THE NEXT PROMPT.
            IF PP-MAX-STAKE > 0
                MOVE "PARES"           TO SIDE-BET-EVENT
                MOVE "PARES PERFEITOS" TO SIDE-BET-NAME
                MOVE PP-MIN-STAKE      TO SIDE-BET-MIN
                MOVE PP-MAX-STAKE      TO SIDE-BET-MAX
                PERFORM TAKE-SIDE-BET
            END-IF.
            IF T3-MAX-STAKE > 0
                MOVE "21MAIS3"         TO SIDE-BET-EVENT
                MOVE "21+3"            TO SIDE-BET-NAME
                MOVE T3-MIN-STAKE      TO SIDE-BET-MIN
                MOVE T3-MAX-STAKE      TO SIDE-BET-MAX
                PERFORM TAKE-SIDE-BET
            END-IF.
        TAKE-SIDE-BET.
      *> CALLER SETS SIDE-BET-EVENT, SIDE-BET-NAME AND THE TABLE'S
      *> SIDE-BET-MIN/MAX; READS BACK THE STAKE TAKEN (0 = RECUSOU),
      *> ALREADY ON THE SEAT AND IN THE SNAPSHOT WHEN IT ISN'T 0.
      *> THE SAME CLAMPS AS THE ANTE - MÍNIMO, MÁXIMO, BANCA, LIMITE
      *> DE PERDA - EXCEPT THAT A ZERO STAYS A ZERO.
            DISPLAY FUNCTION TRIM(SIDE-BET-NAME), " DE ", SIDE-BET-MIN,
                " A ", SIDE-BET-MAX, " (0 PRA RECUSAR)? "
                WITH NO ADVANCING.
            ACCEPT SIDE-BET-STAKE.
            IF SIDE-BET-STAKE > 0 AND SIDE-BET-STAKE < SIDE-BET-MIN
                MOVE SIDE-BET-MIN TO SIDE-BET-STAKE
                DISPLAY "MÍNIMO DO ", FUNCTION TRIM(SIDE-BET-NAME), ": ",
                    SIDE-BET-STAKE
            END-IF.
            IF SIDE-BET-STAKE > SIDE-BET-MAX
                MOVE SIDE-BET-MAX TO SIDE-BET-STAKE
                DISPLAY "MÁXIMO DO ", FUNCTION TRIM(SIDE-BET-NAME), ": ",
                    SIDE-BET-STAKE
            END-IF.
            IF SIDE-BET-STAKE > SEAT-BANKROLL(SEAT-NUM)
                MOVE SEAT-BANKROLL(SEAT-NUM) TO SIDE-BET-STAKE
                DISPLAY "BANCA NÃO COBRE ESSA APOSTA. FICOU EM: ",
                    SIDE-BET-STAKE
            END-IF.
            IF SEAT-LOSS-LIMIT(SEAT-NUM) > 0
                COMPUTE LIMIT-HEADROOM = SEAT-LOSS-LIMIT(SEAT-NUM)
                    - (SEAT-SESSION-OPEN(SEAT-NUM)
                        - SEAT-BANKROLL(SEAT-NUM))
                IF LIMIT-HEADROOM < 0
                    MOVE 0 TO LIMIT-HEADROOM
                END-IF
                IF SIDE-BET-STAKE > LIMIT-HEADROOM
                    MOVE LIMIT-HEADROOM TO SIDE-BET-STAKE
                    DISPLAY "LIMITE DE PERDA DA NOITE. APOSTA",
                        " CORTADA PRA: ", SIDE-BET-STAKE
                END-IF
            END-IF.
            IF SIDE-BET-STAKE > 0
                SUBTRACT SIDE-BET-STAKE FROM SEAT-BANKROLL(SEAT-NUM)
                DISPLAY FUNCTION TRIM(SIDE-BET-NAME), " FEITO: ",
                    SIDE-BET-STAKE
                MOVE SEAT-PLAYER-ID(SEAT-NUM) TO GL-PLAYER-ID
                MOVE SIDE-BET-EVENT           TO GL-EVENT-TYPE
                MOVE 1                        TO GL-HAND
                MOVE 0                        TO GL-CARD-RANK
                MOVE 0                        TO GL-RUNNING-TOTAL
                MOVE SPACE                    TO GL-RESULT
                MOVE SIDE-BET-STAKE           TO GL-AMOUNT
                PERFORM WRITE-GAME-LOG-RECORD
                MOVE SIDE-BET-EVENT TO HOUSE-ENTRY-TYPE
                MOVE '+'            TO HOUSE-ENTRY-SIGN
                MOVE SIDE-BET-STAKE TO HOUSE-ENTRY-AMOUNT
                PERFORM POST-HOUSE-BANK
                IF SIDE-BET-EVENT = "PARES"
                    MOVE SIDE-BET-STAKE TO SEAT-PP-STAKE(SEAT-NUM)
                ELSE
                    MOVE SIDE-BET-STAKE TO SEAT-T3-STAKE(SEAT-NUM)
                END-IF
                PERFORM WRITE-CHECKPOINT
            END-IF.
        COUNT-HAND1-CARD.
      *> THE SIDE BETS LOOK AT THE FIRST TWO CARDS OF HAND 1 ONLY.
      *> THE FIRST IS KEPT (IT HAS TO SURVIVE A RESUME); THE SECOND
      *> SETTLES WHATEVER IS STILL OPEN, BEFORE THE SNAPSHOT THAT
      *> RECORDS IT.
            IF SEAT-HAND1-CARDS(SEAT-NUM) < 2
                ADD 1 TO SEAT-HAND1-CARDS(SEAT-NUM)
                IF SEAT-HAND1-CARDS(SEAT-NUM) = 1
                    MOVE DEALT-RANK TO SEAT-FIRST-RANK(SEAT-NUM)
                    MOVE DEALT-SUIT TO SEAT-FIRST-SUIT(SEAT-NUM)
                ELSE
                    MOVE DEALT-RANK TO SECOND-CARD-RANK
                    MOVE DEALT-SUIT TO SECOND-CARD-SUIT
                    IF SEAT-PP-STAKE(SEAT-NUM) > 0
                        PERFORM SETTLE-PAIR-BET
                    END-IF
                    IF SEAT-T3-STAKE(SEAT-NUM) > 0
                        PERFORM SETTLE-TRIO-BET
                    END-IF
                END-IF
            END-IF.
        SETTLE-PAIR-BET.
      *> PARES PERFEITOS: THE SAME RANK IN THE SAME SUIT IS A PERFECT
      *> PAIR, IN THE SAME COLOUR A COLOURED PAIR, OTHERWISE A MIXED
      *> PAIR. ANY TWO RANKS THAT DIFFER LOSE.
            MOVE 'L' TO SIDE-BET-RESULT.
            MOVE 0   TO SIDE-BET-PAYS.
            IF SEAT-FIRST-RANK(SEAT-NUM) = SECOND-CARD-RANK
                EVALUATE TRUE
                    WHEN SEAT-FIRST-SUIT(SEAT-NUM) = SECOND-CARD-SUIT
                        MOVE 'P' TO SIDE-BET-RESULT
                        MOVE PP-PAYS-PERFECT TO SIDE-BET-PAYS
                    WHEN SEAT-FIRST-SUIT(SEAT-NUM) < 3
                            AND SECOND-CARD-SUIT < 3
                        MOVE 'C' TO SIDE-BET-RESULT
                        MOVE PP-PAYS-COLORED TO SIDE-BET-PAYS
                    WHEN SEAT-FIRST-SUIT(SEAT-NUM) > 2
                            AND SECOND-CARD-SUIT > 2
                        MOVE 'C' TO SIDE-BET-RESULT
                        MOVE PP-PAYS-COLORED TO SIDE-BET-PAYS
                    WHEN OTHER
                        MOVE 'M' TO SIDE-BET-RESULT
                        MOVE PP-PAYS-MIXED TO SIDE-BET-PAYS
                END-EVALUATE
            END-IF.
            MOVE "PARES"           TO SIDE-BET-EVENT.
            MOVE "PAG-PARES"       TO SIDE-BET-PAY-TYPE.
            MOVE "PARES PERFEITOS" TO SIDE-BET-NAME.
            MOVE SEAT-PP-STAKE(SEAT-NUM) TO SIDE-BET-STAKE.
            PERFORM PAY-SIDE-BET.
            MOVE 0 TO SEAT-PP-STAKE(SEAT-NUM).
        SETTLE-TRIO-BET.
      *> 21+3: THE SEAT'S TWO CARDS AND THE DEALER'S UPCARD READ AS
      *> A THREE-CARD POKER HAND. BEST FIRST - TRINCA DE NAIPE,
      *> SEQUÊNCIA DE NAIPE, TRINCA, SEQUÊNCIA, NAIPE. THE ACE RUNS
      *> BOTH LOW (A-2-3) AND HIGH (Q-K-A).
            MOVE SEAT-FIRST-RANK(SEAT-NUM) TO TRIO-RANK-LOW.
            MOVE SECOND-CARD-RANK          TO TRIO-RANK-MID.
            MOVE DEALER-UPCARD-RANK        TO TRIO-RANK-HIGH.
            PERFORM SORT-TRIO-RANKS.
            MOVE 'N' TO TRIO-FLUSH-FLAG.
            MOVE 'N' TO TRIO-STRAIGHT-FLAG.
            MOVE 'N' TO TRIO-TRIPS-FLAG.
            IF SEAT-FIRST-SUIT(SEAT-NUM) = SECOND-CARD-SUIT
                    AND SECOND-CARD-SUIT = DEALER-UPCARD-SUIT
                MOVE 'Y' TO TRIO-FLUSH-FLAG
            END-IF.
            IF TRIO-RANK-LOW = TRIO-RANK-HIGH
                MOVE 'Y' TO TRIO-TRIPS-FLAG
            END-IF.
            IF TRIO-RANK-MID = TRIO-RANK-LOW + 1
                    AND TRIO-RANK-HIGH = TRIO-RANK-MID + 1
                MOVE 'Y' TO TRIO-STRAIGHT-FLAG
            END-IF.
            IF TRIO-RANK-LOW = 1 AND TRIO-RANK-MID = 12
                    AND TRIO-RANK-HIGH = 13
                MOVE 'Y' TO TRIO-STRAIGHT-FLAG
            END-IF.
            EVALUATE TRUE
                WHEN TRIO-IS-TRIPS AND TRIO-IS-FLUSH
                    MOVE 'R' TO SIDE-BET-RESULT
                    MOVE T3-PAYS-SUITED-TRIPS TO SIDE-BET-PAYS
                WHEN TRIO-IS-STRAIGHT AND TRIO-IS-FLUSH
                    MOVE 'Q' TO SIDE-BET-RESULT
                    MOVE T3-PAYS-STR-FLUSH TO SIDE-BET-PAYS
                WHEN TRIO-IS-TRIPS
                    MOVE 'T' TO SIDE-BET-RESULT
                    MOVE T3-PAYS-TRIPS TO SIDE-BET-PAYS
                WHEN TRIO-IS-STRAIGHT
                    MOVE 'S' TO SIDE-BET-RESULT
                    MOVE T3-PAYS-STRAIGHT TO SIDE-BET-PAYS
                WHEN TRIO-IS-FLUSH
                    MOVE 'N' TO SIDE-BET-RESULT
                    MOVE T3-PAYS-FLUSH TO SIDE-BET-PAYS
                WHEN OTHER
                    MOVE 'L' TO SIDE-BET-RESULT
                    MOVE 0 TO SIDE-BET-PAYS
            END-EVALUATE.
            MOVE "21MAIS3"   TO SIDE-BET-EVENT.
            MOVE "PAG-21M3"  TO SIDE-BET-PAY-TYPE.
            MOVE "21+3"      TO SIDE-BET-NAME.
            MOVE SEAT-T3-STAKE(SEAT-NUM) TO SIDE-BET-STAKE.
            PERFORM PAY-SIDE-BET.
            MOVE 0 TO SEAT-T3-STAKE(SEAT-NUM).
        SORT-TRIO-RANKS.
      *> THREE COMPARE-AND-SWAPS LEAVE LOW <= MID <= HIGH.
            IF TRIO-RANK-LOW > TRIO-RANK-MID
                MOVE TRIO-RANK-LOW  TO TRIO-RANK-SWAP
                MOVE TRIO-RANK-MID  TO TRIO-RANK-LOW
                MOVE TRIO-RANK-SWAP TO TRIO-RANK-MID
            END-IF.
            IF TRIO-RANK-MID > TRIO-RANK-HIGH
                MOVE TRIO-RANK-MID  TO TRIO-RANK-SWAP
                MOVE TRIO-RANK-HIGH TO TRIO-RANK-MID
                MOVE TRIO-RANK-SWAP TO TRIO-RANK-HIGH
            END-IF.
            IF TRIO-RANK-LOW > TRIO-RANK-MID
                MOVE TRIO-RANK-LOW  TO TRIO-RANK-SWAP
                MOVE TRIO-RANK-MID  TO TRIO-RANK-LOW
                MOVE TRIO-RANK-SWAP TO TRIO-RANK-MID
            END-IF.
        LOSE-OPEN-SIDE-BETS.
      *> A HAND 1 THAT STOOD OR DOUBLED BEFORE ITS SECOND CARD NEVER
      *> GAVE THE SIDE BETS THEIR CARDS - THEY GO TO THE HOUSE.
            MOVE 'L' TO SIDE-BET-RESULT.
            MOVE 0   TO SIDE-BET-PAYS.
            IF SEAT-PP-STAKE(SEAT-NUM) > 0
                MOVE "PARES"           TO SIDE-BET-EVENT
                MOVE "PAG-PARES"       TO SIDE-BET-PAY-TYPE
                MOVE "PARES PERFEITOS" TO SIDE-BET-NAME
                MOVE SEAT-PP-STAKE(SEAT-NUM) TO SIDE-BET-STAKE
                PERFORM PAY-SIDE-BET
                MOVE 0 TO SEAT-PP-STAKE(SEAT-NUM)
            END-IF.
            IF SEAT-T3-STAKE(SEAT-NUM) > 0
                MOVE "21MAIS3"   TO SIDE-BET-EVENT
                MOVE "PAG-21M3"  TO SIDE-BET-PAY-TYPE
                MOVE "21+3"      TO SIDE-BET-NAME
                MOVE SEAT-T3-STAKE(SEAT-NUM) TO SIDE-BET-STAKE
                PERFORM PAY-SIDE-BET
                MOVE 0 TO SEAT-T3-STAKE(SEAT-NUM)
            END-IF.
        PAY-SIDE-BET.
      *> CALLER SETS SIDE-BET-EVENT/PAY-TYPE/NAME, THE STAKE, THE
      *> RESULT CODE AND THE "N POR 1" IT PAYS. A WIN RETURNS THE
      *> STAKE PLUS N TIMES IT; THE SETTLE LINE CARRIES THE RESULT
      *> CODE AND WHAT WAS PAID (0 ON A LOSS), LIKE A SEGURO LINE.
            IF SIDE-BET-LOST
                MOVE 0 TO PAYOUT-AMOUNT
                DISPLAY SEAT-PLAYER-ID(SEAT-NUM), ": ",
                    FUNCTION TRIM(SIDE-BET-NAME), " PERDIDO: ",
                    SIDE-BET-STAKE
            ELSE
                COMPUTE PAYOUT-AMOUNT =
                    SIDE-BET-STAKE + (SIDE-BET-STAKE * SIDE-BET-PAYS)
                ADD PAYOUT-AMOUNT TO SEAT-BANKROLL(SEAT-NUM)
                DISPLAY SEAT-PLAYER-ID(SEAT-NUM), ": ",
                    FUNCTION TRIM(SIDE-BET-NAME), " PAGOU ",
                    SIDE-BET-PAYS, " POR 1: ", PAYOUT-AMOUNT
            END-IF.
            MOVE SEAT-PLAYER-ID(SEAT-NUM) TO GL-PLAYER-ID.
            MOVE SIDE-BET-EVENT           TO GL-EVENT-TYPE.
            MOVE 1                        TO GL-HAND.
            MOVE 0                        TO GL-CARD-RANK.
            MOVE 0                        TO GL-RUNNING-TOTAL.
            MOVE SIDE-BET-RESULT          TO GL-RESULT.
            MOVE PAYOUT-AMOUNT            TO GL-AMOUNT.
            PERFORM WRITE-GAME-LOG-RECORD.
            IF PAYOUT-AMOUNT > 0
                MOVE SIDE-BET-PAY-TYPE TO HOUSE-ENTRY-TYPE
                MOVE '-'               TO HOUSE-ENTRY-SIGN
                MOVE PAYOUT-AMOUNT     TO HOUSE-ENTRY-AMOUNT
                PERFORM POST-HOUSE-BANK
            END-IF.
        CHECK-DEALER-DONE.
      *> THE HOUSE RULE FOR THE DEALER'S DRAW: KEEP HITTING BELOW THE
      *> STAND NUMBER, AND KEEP HITTING A SOFT STAND-TOTAL TOO WHEN
                FROM 52 BY -1 UNTIL SHUFFLE-POSITION < 2.
            MOVE 1 TO DECK-POSITION.
            MOVE 52 TO CARDS-REMAINING.
            ADD 1 TO SHOE-SEQ.
            MOVE RANDOM-SEED TO SHOE-SEED.
            MOVE 'A' TO SHOE-EVENT.
            MOVE 0 TO SHOE-CARDS-DEALT.
            PERFORM WRITE-SHOE-LINE.
        SHUFFLE-ONE-CARD.
            COMPUTE SHUFFLE-SWAP-WITH =
                FUNCTION MOD(FUNCTION RANDOM * 1000, SHUFFLE-POSITION) + 1.
            MOVE SHUFFLE-TEMP-SUIT TO CARD-SUIT(SHUFFLE-SWAP-WITH).
        RESHUFFLE-DECK.
            DISPLAY "ACABOU O BARALHO. EMBARALHANDO DE NOVO...".
            MOVE 'F' TO SHOE-EVENT.
            COMPUTE SHOE-CARDS-DEALT = DECK-POSITION - 1.
            PERFORM WRITE-SHOE-LINE.
            PERFORM SHUFFLE-DECK.
      *> SNAPSHOT THE FRESH SHOE BEFORE THE CARD THAT CALLED FOR IT
      *> COMES OFF - A DROP FROM HERE ON RESUMES THE NEW SHOE, NOT
      *> THE EMPTY ONE THE LOG HAS ALREADY CLOSED.
            PERFORM WRITE-CHECKPOINT.
        WRITE-SHOE-RESUME.
      *> A RESUMED RUN SAYS WHICH SHOE IT PICKED BACK UP AND HOW
      *> MANY CARDS HAD COME OFF IT AT THE SNAPSHOT - ANY CARD THE
      *> LOG SHOWS PAST THAT POINT WAS NEVER SEEN BY THE CHECKPOINT
      *> AND GOES BACK TO THE SHOE TO BE DEALT AGAIN.
            MOVE 'R' TO SHOE-EVENT.
            COMPUTE SHOE-CARDS-DEALT = DECK-POSITION - 1.
            PERFORM WRITE-SHOE-LINE.
        WRITE-SHOE-LINE.
      *> CALLER SETS SHOE-EVENT ('A' OPENED, 'F' RAN DRY, 'R'
      *> RESUMED) AND SHOE-CARDS-DEALT. THE SEED RIDES IN
      *> GL-PLAYER-ID THE WAY THE SESSAO LINE CARRIES THE RUN DATE.
            PERFORM INIT-SESSION-LOG-LINE.
            MOVE SHOE-EVENT       TO GL-RESULT.
            MOVE SHOE-SEED        TO GL-PLAYER-ID.
            MOVE "BARALHO"        TO GL-EVENT-TYPE.
            MOVE SHOE-CARDS-DEALT TO GL-RUNNING-TOTAL.
            MOVE SHOE-SEQ         TO GL-AMOUNT.
            PERFORM WRITE-GAME-LOG-RECORD.
