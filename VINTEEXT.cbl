  IDENTIFICATION DIVISION.
      *> THE MONTHLY PLAYER STATEMENT - "MY MONTH" AT THE CAIXA
      *> WITHOUT RUNNING VINTETRD, READING CSHPOS AND CHECKING
      *> COMPPTS BY HAND. SYSIN CARRIES A PLAYER CÓDIGO (BLANK OR
      *> "ALL" FOR EVERYONE WITH A BALANCE OR ANY ACTIVITY IN THE
      *> MONTH) AND THE MONTH (AAAAMM). ONE PAGE PER PLAYER:
      *>   - OPENING CB-BALANCE: THE LAST CSHPOS SNAPSHOT BEFORE THE
      *>     MONTH; CLOSING: THE LAST ONE INSIDE IT;
      *>   - EVERY CSHARCH MOVEMENT OF THE MONTH, DATED;
      *>   - HANDS, STAKES, RETURNS AND LIQUIDO PER NIGHT OUT OF
      *>     GAMEARCH;
      *>   - PONTOS EARNED (PTSJRN, UNDER THE SESSION DATE PTSCTL
      *>     ACCRUED) AND REDEEMED (THE RESGATE LINES);
      *>   - THE PROOF: OPENING + COMPRAS + THE SITTINGS' LIQUIDO
      *>     MUST EQUAL CLOSING. SAQUE IS THE WALK-OUT BALANCE AND
      *>     TORNEIO, PREMIO AND RESGATE LAND IN THE BANKROLL, SO ALL
      *>     FOUR ARE ALREADY INSIDE THE SITTING'S LIQUIDO - LISTED,
      *>     NOT ADDED AGAIN.
      *> A PAGE THAT DOESN'T PROVE IS AN EXCEPTION AND THE STEP ENDS
      *> RC=8 - THAT STATEMENT DOES NOT GO ACROSS THE DESK. ONLY
      *> CLOSED DAYS ARE STATED: TODAY'S LIVE CASHTRAN JOINS THE
      *> STATEMENT ONCE VINTEFCH HAS ROLLED IT INTO CSHARCH.
        PROGRAM-ID.     VINTEEXT.
        AUTHOR.         Marshallowitz.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CASHIER-POSITION-FILE ASSIGN TO "CSHPOS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PO-FILE-STATUS.
            SELECT CASHIER-ARCHIVE-FILE ASSIGN TO "CSHARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CA-FILE-STATUS.
            SELECT ARCHIVE-FILE ASSIGN TO "GAMEARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AR-FILE-STATUS.
            SELECT POINTS-JOURNAL-FILE ASSIGN TO "PTSJRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PJ-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "EXTRATO"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASHIER-POSITION-FILE.
        COPY POREC.
        FD  CASHIER-ARCHIVE-FILE.
        COPY CAREC.
        FD  ARCHIVE-FILE.
        COPY ARCREC.
        FD  POINTS-JOURNAL-FILE.
        COPY PJREC.
        FD  REPORT-FILE.
        01  REPORT-RECORD           PIC X(100).
        WORKING-STORAGE SECTION.
        01  PO-FILE-STATUS          PIC X(02).
        01  CA-FILE-STATUS          PIC X(02).
        01  AR-FILE-STATUS          PIC X(02).
        01  PJ-FILE-STATUS          PIC X(02).
        01  RT-FILE-STATUS          PIC X(02).
        01  POSITION-EOF-FLAG       PIC X       VALUE 'N'.
            88  POSITION-AT-EOF                 VALUE 'Y'.
        01  CASH-EOF-FLAG           PIC X       VALUE 'N'.
            88  CASH-AT-EOF                     VALUE 'Y'.
        01  ARCHIVE-EOF-FLAG        PIC X       VALUE 'N'.
            88  ARCHIVE-AT-EOF                  VALUE 'Y'.
        01  JOURNAL-EOF-FLAG        PIC X       VALUE 'N'.
            88  JOURNAL-AT-EOF                  VALUE 'Y'.
      *> ARCHIVED LINES ARE THE SAME GAMELOG AND CASHTRAN LINES
      *> BEHIND THEIR DATE STAMPS - DECODED HERE THE WAY VINTETRD
      *> AND VINTECXA DO IT.
        COPY GLREC.
        COPY CTREC.
        01  STMT-PLAYER             PIC X(08)   VALUE SPACES.
        01  STMT-MONTH              PIC X(06)   VALUE SPACES.
        01  STMT-MONTH-NUM          PIC 9(06)   VALUE 0.
        01  STMT-ALL-FLAG           PIC X       VALUE 'N'.
            88  STMT-ALL-PLAYERS                VALUE 'Y'.
        01  MONTH-START             PIC X(08)   VALUE SPACES.
        01  MONTH-END               PIC X(08)   VALUE SPACES.
      *> THE TWO SNAPSHOTS THAT BRACKET THE MONTH - FOUND ON A FIRST
      *> PASS OVER CSHPOS, THEN READ ON A SECOND. A PLAYER ABSENT
      *> FROM A SNAPSHOT HAD NO CASHIER RECORD THAT DAY: ZERO.
        01  OPEN-SNAP-DATE          PIC X(08)   VALUE SPACES.
        01  CLOSE-SNAP-DATE         PIC X(08)   VALUE SPACES.
        01  SLOT-PLAYER-ID          PIC X(08)   VALUE SPACES.
        01  SLOT-AMOUNT             PIC 9(7)V99 VALUE 0.
        01  NIGHT-DAY               PIC 9(02)   VALUE 0.
      *> AMOUNTS COME OFF THE FILES IN THEIR EDITED PRINT SHAPE -
      *> NUMVAL TURNS THEM BACK INTO MONEY BEFORE ANY ARITHMETIC.
        01  LINE-AMOUNT             PIC 9(9)V99 VALUE 0.
      *> ONE SLICE PER PLAYER ON THE RUN, SAME PARALLEL-TABLE SHAPE
      *> THE SEAT TABLES USE IN VINTEUM, PLUS A NIGHT-OF-THE-MONTH
      *> GRID (DAY 1-31) PER PLAYER FOR THE PLAY SECTION.
        01  JG-MAX                  PIC 9(3)    VALUE 99.
        01  JG-COUNT                PIC 9(3)    VALUE 0.
        01  JG-NUM                  PIC 9(3)    VALUE 0.
        01  JG-FOUND-NUM            PIC 9(3)    VALUE 0.
        01  JG-OVERFLOW-FLAG        PIC X       VALUE 'N'.
            88  JG-OVERFLOW-WARNED              VALUE 'Y'.
        01  JG-PLAYER-ID            PIC X(08)   OCCURS 99 TIMES VALUE SPACES.
        01  JG-OPEN-BALANCE         PIC 9(7)V99 OCCURS 99 TIMES VALUE 0.
        01  JG-CLOSE-BALANCE        PIC 9(7)V99 OCCURS 99 TIMES VALUE 0.
        01  JG-COMPRA               PIC 9(9)V99 OCCURS 99 TIMES VALUE 0.
        01  JG-LIQUIDO              PIC S9(9)V99 OCCURS 99 TIMES VALUE 0.
        01  JG-RESGATE              PIC 9(9)V99 OCCURS 99 TIMES VALUE 0.
        01  JG-POINTS               PIC 9(7)V99 OCCURS 99 TIMES VALUE 0.
        01  JG-NIGHT-TABLE.
            05  JG-NIGHTS           OCCURS 99 TIMES.
                10  JG-NIGHT        OCCURS 31 TIMES.
                    15  JG-NT-HANDS     PIC 9(04).
                    15  JG-NT-STAKED    PIC 9(7)V99.
                    15  JG-NT-RETURNED  PIC 9(7)V99.
                    15  JG-NT-POINTS    PIC 9(7)V99.
      *> THE MONTH'S CAIXA MOVEMENTS, IN ARCHIVE ORDER (VINTEFCH
      *> APPENDS DAY BY DAY), EACH TIED TO ITS PLAYER'S SLOT.
        01  MV-MAX                  PIC 9(4)    VALUE 3000.
        01  MV-COUNT                PIC 9(4)    VALUE 0.
        01  MV-NUM                  PIC 9(4)    VALUE 0.
        01  MV-OVERFLOW-FLAG        PIC X       VALUE 'N'.
            88  MV-OVERFLOW-WARNED              VALUE 'Y'.
        01  MV-SLOT                 PIC 9(3)    OCCURS 3000 TIMES VALUE 0.
        01  MV-DATE                 PIC X(08)   OCCURS 3000 TIMES VALUE SPACES.
        01  MV-TIME                 PIC X(08)   OCCURS 3000 TIMES VALUE SPACES.
        01  MV-TABLE-ID             PIC X(02)   OCCURS 3000 TIMES VALUE SPACES.
        01  MV-TYPE                 PIC X(10)   OCCURS 3000 TIMES VALUE SPACES.
        01  MV-SIGN                 PIC X       OCCURS 3000 TIMES VALUE SPACE.
        01  MV-AMOUNT               PIC 9(7)V99 OCCURS 3000 TIMES VALUE 0.
        01  PAGE-MOVES              PIC 9(4)    VALUE 0.
        01  PAGE-NIGHTS             PIC 9(2)    VALUE 0.
        01  SIGNED-AMOUNT           PIC S9(9)V99 VALUE 0.
        01  NIGHT-NET               PIC S9(9)V99 VALUE 0.
        01  EXPECTED-CLOSE          PIC S9(9)V99 VALUE 0.
        01  CLOSE-DIFFERENCE        PIC S9(9)V99 VALUE 0.
        01  STATEMENTS-PRINTED      PIC 9(03)   VALUE 0.
        01  EXCEPTION-COUNT         PIC 9(05)   VALUE 0.
      *> THE PRINT LINES - EDITED FIELDS FILLED IN JUST BEFORE EACH
      *> WRITE ... FROM.
        01  ST-TITLE-LINE.
            05  FILLER              PIC X(40)
                VALUE "EXTRATO MENSAL - VINTE-E-UM".
            05  FILLER              PIC X(04)   VALUE "MES ".
            05  ST-TL-MONTH         PIC X(06).
        01  ST-PLAYER-LINE.
            05  FILLER              PIC X(09)   VALUE "JOGADOR: ".
            05  ST-PL-ID            PIC X(08).
        01  ST-BALANCE-LINE.
            05  ST-BL-LABEL         PIC X(20).
            05  FILLER              PIC X(09)   VALUE " (CSHPOS ".
            05  ST-BL-DATE          PIC X(08).
            05  FILLER              PIC X(02)   VALUE ") ".
            05  ST-BL-AMOUNT        PIC Z(8)9.99.
        01  ST-SECTION-MOVES        PIC X(50)
            VALUE "----- MOVIMENTOS NO CAIXA -----".
        01  ST-MOVE-HEAD            PIC X(70)
            VALUE "DATA     HORA     MESA TIPO               VALOR     NO SALDO".
        01  ST-MOVE-LINE.
            05  ST-MV-DATE          PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  ST-MV-TIME          PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  ST-MV-MESA          PIC X(02).
            05  FILLER              PIC X(03)   VALUE SPACES.
            05  ST-MV-TYPE          PIC X(10).
            05  ST-MV-AMOUNT        PIC +(8)9.99.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  ST-MV-EFFECT        PIC X(13).
        01  ST-MOVE-EFFECT          PIC +(8)9.99.
        01  ST-SECTION-NIGHTS       PIC X(50)
            VALUE "----- JOGO POR NOITE -----".
        01  ST-NIGHT-HEAD           PIC X(70)
            VALUE "NOITE     MAOS     APOSTADO    RETORNADO      LIQUIDO    PONTOS".
        01  ST-NIGHT-LINE.
            05  ST-NT-DATE          PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  ST-NT-HANDS         PIC ZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  ST-NT-STAKED        PIC Z(8)9.99.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  ST-NT-RETURNED      PIC Z(8)9.99.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  ST-NT-NET           PIC +(8)9.99.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  ST-NT-POINTS        PIC Z(6)9.99.
        01  ST-SECTION-POINTS       PIC X(50)
            VALUE "----- PONTOS DE CORTESIA -----".
        01  ST-POINTS-LINE.
            05  FILLER              PIC X(16)   VALUE "PONTOS GANHOS: ".
            05  ST-PT-EARNED        PIC Z(6)9.99.
            05  FILLER              PIC X(26)
                VALUE "   RESGATADOS NO CAIXA: ".
            05  ST-PT-REDEEMED      PIC Z(8)9.99.
        01  ST-SECTION-PROOF        PIC X(50)
            VALUE "----- CONFERENCIA DO SALDO -----".
        01  ST-PROOF-LINE.
            05  ST-PF-LABEL         PIC X(30).
            05  ST-PF-AMOUNT        PIC +(8)9.99.
        01  ST-NONE-LINE            PIC X(40)
            VALUE "  (NENHUM)".
        01  ST-TIES-LINE            PIC X(60)
            VALUE "SALDO CONFERE: ABERTURA + MOVIMENTOS = FECHAMENTO.".
        01  ST-NO-TIE-LINE          PIC X(60)
            VALUE "*** SALDO NAO CONFERE - NAO ENTREGAR ESTE EXTRATO ***".
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "JOGADOR (CÓDIGO, BRANCO OU ALL = TODOS): "
                WITH NO ADVANCING.
            ACCEPT STMT-PLAYER.
            DISPLAY "MÊS (AAAAMM): " WITH NO ADVANCING.
            ACCEPT STMT-MONTH.
            MOVE FUNCTION UPPER-CASE(STMT-PLAYER) TO STMT-PLAYER.
            IF STMT-PLAYER = SPACES OR STMT-PLAYER = "ALL"
                MOVE 'Y' TO STMT-ALL-FLAG
            END-IF
            IF STMT-MONTH NOT NUMERIC
                DISPLAY "MÊS INVÁLIDO: ", STMT-MONTH
                MOVE 8 TO RETURN-CODE
                GO TO PROGRAM-DONE
            END-IF
            MOVE STMT-MONTH TO STMT-MONTH-NUM.
            IF STMT-MONTH-NUM(5:2) < "01" OR STMT-MONTH-NUM(5:2) > "12"
                DISPLAY "MÊS INVÁLIDO: ", STMT-MONTH
                MOVE 8 TO RETURN-CODE
                GO TO PROGRAM-DONE
            END-IF
            STRING STMT-MONTH "01" DELIMITED BY SIZE INTO MONTH-START.
            STRING STMT-MONTH "31" DELIMITED BY SIZE INTO MONTH-END.
            INITIALIZE JG-NIGHT-TABLE.
            IF NOT STMT-ALL-PLAYERS
                MOVE 1 TO JG-COUNT
                MOVE STMT-PLAYER TO JG-PLAYER-ID(1)
            END-IF
            DISPLAY "===== EXTRATO MENSAL ", STMT-MONTH, " - ",
                STMT-PLAYER, " =====".
            PERFORM FIND-SNAPSHOT-DATES.
            PERFORM LOAD-SNAPSHOTS.
            PERFORM LOAD-MOVEMENTS.
            PERFORM LOAD-PLAY.
            PERFORM LOAD-POINTS.
            OPEN OUTPUT REPORT-FILE.
            IF JG-COUNT = 0
                MOVE STMT-MONTH TO ST-TL-MONTH
                WRITE REPORT-RECORD FROM ST-TITLE-LINE
                MOVE "NENHUM JOGADOR COM SALDO OU MOVIMENTO NO MES."
                    TO REPORT-RECORD
                WRITE REPORT-RECORD
            END-IF
            PERFORM PRINT-STATEMENT VARYING JG-NUM FROM 1 BY 1
                UNTIL JG-NUM > JG-COUNT.
            CLOSE REPORT-FILE.
            DISPLAY "EXTRATOS IMPRESSOS: ", STATEMENTS-PRINTED,
                ". GRAVADOS EM EXTRATO.".
            IF EXCEPTION-COUNT > 0
                DISPLAY "EXCEÇÕES ENCONTRADAS: ", EXCEPTION-COUNT
                MOVE 8 TO RETURN-CODE
            END-IF.
        PROGRAM-DONE.
            STOP RUN.
        FIND-SNAPSHOT-DATES.
      *> CSHPOS IS APPENDED CLOSE BY CLOSE, BUT A RERUN CAN PUT A
      *> DATE IN TWICE OR OUT OF ORDER - SO TAKE THE HIGHEST DATE
      *> ON EACH SIDE OF THE MONTH START RATHER THAN THE LAST ONE
      *> READ.
            MOVE 'N' TO POSITION-EOF-FLAG.
            OPEN INPUT CASHIER-POSITION-FILE.
            IF PO-FILE-STATUS = "35"
                DISPLAY "SEM CSHPOS. SALDOS DE ABERTURA E FECHAMENTO",
                    " ZERADOS."
            ELSE
                PERFORM READ-POSITION
                PERFORM NOTE-SNAPSHOT-DATE UNTIL POSITION-AT-EOF
                CLOSE CASHIER-POSITION-FILE
            END-IF
            DISPLAY "FOTO DE ABERTURA: ", OPEN-SNAP-DATE,
                " / DE FECHAMENTO: ", CLOSE-SNAP-DATE.
        NOTE-SNAPSHOT-DATE.
            IF PO-RUN-DATE < MONTH-START
                IF PO-RUN-DATE > OPEN-SNAP-DATE
                    OR OPEN-SNAP-DATE = SPACES
                    MOVE PO-RUN-DATE TO OPEN-SNAP-DATE
                END-IF
            ELSE
                IF PO-RUN-DATE <= MONTH-END
                    IF PO-RUN-DATE > CLOSE-SNAP-DATE
                        OR CLOSE-SNAP-DATE = SPACES
                        MOVE PO-RUN-DATE TO CLOSE-SNAP-DATE
                    END-IF
                END-IF
            END-IF
            PERFORM READ-POSITION.
        READ-POSITION.
            READ CASHIER-POSITION-FILE
                AT END MOVE 'Y' TO POSITION-EOF-FLAG
            END-READ.
        LOAD-SNAPSHOTS.
      *> A MONTH WITH NO CLOSE INSIDE IT CLOSES WHERE IT OPENED.
            IF CLOSE-SNAP-DATE = SPACES
                MOVE OPEN-SNAP-DATE TO CLOSE-SNAP-DATE
            END-IF
            MOVE 'N' TO POSITION-EOF-FLAG.
            OPEN INPUT CASHIER-POSITION-FILE.
            IF PO-FILE-STATUS NOT = "35"
                PERFORM READ-POSITION
                PERFORM TAKE-SNAPSHOT-LINE UNTIL POSITION-AT-EOF
                CLOSE CASHIER-POSITION-FILE
            END-IF.
        TAKE-SNAPSHOT-LINE.
            IF (PO-RUN-DATE = OPEN-SNAP-DATE
                OR PO-RUN-DATE = CLOSE-SNAP-DATE)
                AND PO-RUN-DATE NOT = SPACES
                COMPUTE SLOT-AMOUNT = FUNCTION NUMVAL(PO-BALANCE)
                MOVE PO-PLAYER-ID TO SLOT-PLAYER-ID
      *> ON AN ALL RUN A ZERO BALANCE ALONE EARNS NO PAGE - ONLY
      *> MONEY ON FILE OR ACTIVITY IN THE MONTH DOES.
                IF SLOT-AMOUNT > 0
                    PERFORM FIND-PLAYER-SLOT
                ELSE
                    PERFORM MATCH-EXISTING-SLOT
                END-IF
                IF JG-FOUND-NUM > 0
                    IF PO-RUN-DATE = OPEN-SNAP-DATE
                        MOVE SLOT-AMOUNT
                            TO JG-OPEN-BALANCE(JG-FOUND-NUM)
                    END-IF
                    IF PO-RUN-DATE = CLOSE-SNAP-DATE
                        MOVE SLOT-AMOUNT
                            TO JG-CLOSE-BALANCE(JG-FOUND-NUM)
                    END-IF
                END-IF
            END-IF
            PERFORM READ-POSITION.
        LOAD-MOVEMENTS.
            OPEN INPUT CASHIER-ARCHIVE-FILE.
            IF CA-FILE-STATUS = "35"
                DISPLAY "SEM CSHARCH. NENHUM MOVIMENTO NO CAIXA."
            ELSE
                PERFORM READ-CASHIER-ARCHIVE
                PERFORM TAKE-MOVEMENT UNTIL CASH-AT-EOF
                CLOSE CASHIER-ARCHIVE-FILE
            END-IF.
        READ-CASHIER-ARCHIVE.
            READ CASHIER-ARCHIVE-FILE
                AT END MOVE 'Y' TO CASH-EOF-FLAG
            END-READ.
        TAKE-MOVEMENT.
            IF CA-RUN-DATE >= MONTH-START AND CA-RUN-DATE <= MONTH-END
                MOVE CA-TRANS-DATA TO CASHIER-TRANS-RECORD
                MOVE CT-PLAYER-ID TO SLOT-PLAYER-ID
                PERFORM FIND-PLAYER-SLOT
                IF JG-FOUND-NUM > 0
                    PERFORM KEEP-MOVEMENT
                END-IF
            END-IF
            PERFORM READ-CASHIER-ARCHIVE.
        KEEP-MOVEMENT.
            COMPUTE LINE-AMOUNT = FUNCTION NUMVAL(CT-AMOUNT).
            EVALUATE CT-TRANS-TYPE
                WHEN "COMPRA"
                    ADD LINE-AMOUNT TO JG-COMPRA(JG-FOUND-NUM)
                WHEN "LIQUIDO"
                    IF CT-AMOUNT-SIGN = '-'
                        SUBTRACT LINE-AMOUNT
                            FROM JG-LIQUIDO(JG-FOUND-NUM)
                    ELSE
                        ADD LINE-AMOUNT TO JG-LIQUIDO(JG-FOUND-NUM)
                    END-IF
                WHEN "RESGATE"
                    ADD LINE-AMOUNT TO JG-RESGATE(JG-FOUND-NUM)
            END-EVALUATE
            IF MV-COUNT < MV-MAX
                ADD 1 TO MV-COUNT
                MOVE JG-FOUND-NUM   TO MV-SLOT(MV-COUNT)
                MOVE CA-RUN-DATE    TO MV-DATE(MV-COUNT)
                MOVE CT-TIMESTAMP   TO MV-TIME(MV-COUNT)
                MOVE CT-TABLE-ID    TO MV-TABLE-ID(MV-COUNT)
                MOVE CT-TRANS-TYPE  TO MV-TYPE(MV-COUNT)
                MOVE CT-AMOUNT-SIGN TO MV-SIGN(MV-COUNT)
                MOVE LINE-AMOUNT    TO MV-AMOUNT(MV-COUNT)
            ELSE
      *> THE TOTALS STILL COUNT THE LINE, SO THE PROOF HOLDS - BUT
      *> A STATEMENT MISSING LINES MUST NOT GO OUT.
                IF NOT MV-OVERFLOW-WARNED
                    DISPLAY "MAIS DE ", MV-MAX, " MOVIMENTOS NO MES.",
                        " OS EXCEDENTES NÃO SÃO LISTADOS."
                    MOVE 'Y' TO MV-OVERFLOW-FLAG
                    ADD 1 TO EXCEPTION-COUNT
                END-IF
            END-IF.
        LOAD-PLAY.
            OPEN INPUT ARCHIVE-FILE.
            IF AR-FILE-STATUS = "35"
                DISPLAY "SEM GAMEARCH. NENHUMA NOITE DE JOGO."
            ELSE
                PERFORM READ-ARCHIVE
                PERFORM TAKE-PLAY-LINE UNTIL ARCHIVE-AT-EOF
                CLOSE ARCHIVE-FILE
            END-IF.
        READ-ARCHIVE.
            READ ARCHIVE-FILE
                AT END MOVE 'Y' TO ARCHIVE-EOF-FLAG
            END-READ.
        TAKE-PLAY-LINE.
      *> THE SAME STAKE/RETURN RULES VINTETRD USES: APOSTA AND
      *> UNSETTLED SEGURO LINES ARE MONEY IN, RESULTADO AND SETTLED
      *> SEGURO LINES ARE MONEY OUT, ONE RESULTADO PER HAND. THE
      *> SIDE BETS (PARES, 21MAIS3) FOLLOW THE SEGURO RULE - THEY
      *> MOVE THE PLAYER'S LIQUIDO TOO, SO THE PROOF NEEDS THEM.
            IF AR-RUN-DATE >= MONTH-START AND AR-RUN-DATE <= MONTH-END
                MOVE AR-LOG-DATA TO GAME-LOG-RECORD
                IF GL-PLAYER-ID NOT = "DEALER"
                    AND (GL-EVENT-TYPE = "APOSTA"
                        OR GL-EVENT-TYPE = "SEGURO"
                        OR GL-EVENT-TYPE = "PARES"
                        OR GL-EVENT-TYPE = "21MAIS3"
                        OR GL-EVENT-TYPE = "RESULTADO")
                    MOVE GL-PLAYER-ID TO SLOT-PLAYER-ID
                    PERFORM FIND-PLAYER-SLOT
                    IF JG-FOUND-NUM > 0
                        MOVE AR-RUN-DATE(7:2) TO NIGHT-DAY
                        COMPUTE LINE-AMOUNT =
                            FUNCTION NUMVAL(GL-AMOUNT)
                        PERFORM TALLY-PLAY-LINE
                    END-IF
                END-IF
            END-IF
            PERFORM READ-ARCHIVE.
        TALLY-PLAY-LINE.
            EVALUATE TRUE
                WHEN GL-EVENT-TYPE = "APOSTA"
                    OR (GL-EVENT-TYPE = "SEGURO" AND GL-RESULT = SPACE)
                    OR (GL-EVENT-TYPE = "PARES" AND GL-RESULT = SPACE)
                    OR (GL-EVENT-TYPE = "21MAIS3" AND GL-RESULT = SPACE)
                    ADD LINE-AMOUNT
                        TO JG-NT-STAKED(JG-FOUND-NUM, NIGHT-DAY)
                WHEN GL-EVENT-TYPE = "RESULTADO"
                    ADD LINE-AMOUNT
                        TO JG-NT-RETURNED(JG-FOUND-NUM, NIGHT-DAY)
                    ADD 1 TO JG-NT-HANDS(JG-FOUND-NUM, NIGHT-DAY)
                WHEN OTHER
                    ADD LINE-AMOUNT
                        TO JG-NT-RETURNED(JG-FOUND-NUM, NIGHT-DAY)
            END-EVALUATE.
        LOAD-POINTS.
            OPEN INPUT POINTS-JOURNAL-FILE.
            IF PJ-FILE-STATUS = "35"
                DISPLAY "SEM PTSJRN. NENHUM PONTO ACUMULADO."
            ELSE
                PERFORM READ-POINTS-JOURNAL
                PERFORM TAKE-POINTS-LINE UNTIL JOURNAL-AT-EOF
                CLOSE POINTS-JOURNAL-FILE
            END-IF.
        READ-POINTS-JOURNAL.
            READ POINTS-JOURNAL-FILE
                AT END MOVE 'Y' TO JOURNAL-EOF-FLAG
            END-READ.
        TAKE-POINTS-LINE.
            IF PJ-RUN-DATE >= MONTH-START AND PJ-RUN-DATE <= MONTH-END
                MOVE PJ-PLAYER-ID TO SLOT-PLAYER-ID
                PERFORM FIND-PLAYER-SLOT
                IF JG-FOUND-NUM > 0
                    MOVE PJ-RUN-DATE(7:2) TO NIGHT-DAY
                    COMPUTE LINE-AMOUNT = FUNCTION NUMVAL(PJ-POINTS)
                    ADD LINE-AMOUNT TO JG-POINTS(JG-FOUND-NUM)
                    ADD LINE-AMOUNT
                        TO JG-NT-POINTS(JG-FOUND-NUM, NIGHT-DAY)
                END-IF
            END-IF
            PERFORM READ-POINTS-JOURNAL.
        FIND-PLAYER-SLOT.
      *> A SINGLE-PLAYER RUN ONLY EVER MATCHES ITS ONE SLOT; AN ALL
      *> RUN OPENS A SLOT FOR EVERY CÓDIGO IT MEETS.
            PERFORM MATCH-EXISTING-SLOT.
            IF JG-FOUND-NUM = 0 AND STMT-ALL-PLAYERS
                IF JG-COUNT < JG-MAX
                    ADD 1 TO JG-COUNT
                    MOVE SLOT-PLAYER-ID TO JG-PLAYER-ID(JG-COUNT)
                    MOVE JG-COUNT TO JG-FOUND-NUM
                ELSE
                    IF NOT JG-OVERFLOW-WARNED
                        DISPLAY "MAIS DE ", JG-MAX, " JOGADORES NO",
                            " MES. RODE OS EXCEDENTES UM A UM."
                        MOVE 'Y' TO JG-OVERFLOW-FLAG
                        ADD 1 TO EXCEPTION-COUNT
                    END-IF
                END-IF
            END-IF.
        MATCH-EXISTING-SLOT.
            MOVE 0 TO JG-FOUND-NUM.
            PERFORM MATCH-PLAYER-SLOT VARYING JG-NUM FROM 1 BY 1
                UNTIL JG-NUM > JG-COUNT OR JG-FOUND-NUM > 0.
        MATCH-PLAYER-SLOT.
            IF JG-PLAYER-ID(JG-NUM) = SLOT-PLAYER-ID
                MOVE JG-NUM TO JG-FOUND-NUM
            END-IF.
        PRINT-STATEMENT.
      *> ONE PAGE PER PLAYER - THE TITLE LINE THROWS THE PAGE.
            ADD 1 TO STATEMENTS-PRINTED.
            MOVE STMT-MONTH TO ST-TL-MONTH.
            WRITE REPORT-RECORD FROM ST-TITLE-LINE
                AFTER ADVANCING PAGE.
            MOVE JG-PLAYER-ID(JG-NUM) TO ST-PL-ID.
            WRITE REPORT-RECORD FROM ST-PLAYER-LINE.
            MOVE "SALDO DE ABERTURA"   TO ST-BL-LABEL.
            MOVE OPEN-SNAP-DATE        TO ST-BL-DATE.
            MOVE JG-OPEN-BALANCE(JG-NUM) TO ST-BL-AMOUNT.
            WRITE REPORT-RECORD FROM ST-BALANCE-LINE.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM ST-SECTION-MOVES.
            WRITE REPORT-RECORD FROM ST-MOVE-HEAD.
            MOVE 0 TO PAGE-MOVES.
            PERFORM PRINT-ONE-MOVE VARYING MV-NUM FROM 1 BY 1
                UNTIL MV-NUM > MV-COUNT.
            IF PAGE-MOVES = 0
                WRITE REPORT-RECORD FROM ST-NONE-LINE
            END-IF
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM ST-SECTION-NIGHTS.
            WRITE REPORT-RECORD FROM ST-NIGHT-HEAD.
            MOVE 0 TO PAGE-NIGHTS.
            PERFORM PRINT-ONE-NIGHT VARYING NIGHT-DAY FROM 1 BY 1
                UNTIL NIGHT-DAY > 31.
            IF PAGE-NIGHTS = 0
                WRITE REPORT-RECORD FROM ST-NONE-LINE
            END-IF
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM ST-SECTION-POINTS.
            MOVE JG-POINTS(JG-NUM)  TO ST-PT-EARNED.
            MOVE JG-RESGATE(JG-NUM) TO ST-PT-REDEEMED.
            WRITE REPORT-RECORD FROM ST-POINTS-LINE.
            PERFORM PRINT-PROOF.
        PRINT-ONE-MOVE.
            IF MV-SLOT(MV-NUM) = JG-NUM
                ADD 1 TO PAGE-MOVES
                MOVE MV-DATE(MV-NUM)     TO ST-MV-DATE
                MOVE MV-TIME(MV-NUM)     TO ST-MV-TIME
                MOVE MV-TABLE-ID(MV-NUM) TO ST-MV-MESA
                MOVE MV-TYPE(MV-NUM)     TO ST-MV-TYPE
                IF MV-SIGN(MV-NUM) = '-'
                    COMPUTE SIGNED-AMOUNT = 0 - MV-AMOUNT(MV-NUM)
                ELSE
                    MOVE MV-AMOUNT(MV-NUM) TO SIGNED-AMOUNT
                END-IF
                MOVE SIGNED-AMOUNT TO ST-MV-AMOUNT
      *> ONLY COMPRA AND LIQUIDO MOVE THE BALANCE; THE REST RODE
      *> INSIDE THE SITTING'S LIQUIDO.
                IF MV-TYPE(MV-NUM) = "COMPRA"
                    OR MV-TYPE(MV-NUM) = "LIQUIDO"
                    MOVE SIGNED-AMOUNT TO ST-MOVE-EFFECT
                    MOVE ST-MOVE-EFFECT TO ST-MV-EFFECT
                ELSE
                    MOVE SPACES TO ST-MV-EFFECT
                END-IF
                WRITE REPORT-RECORD FROM ST-MOVE-LINE
            END-IF.
        PRINT-ONE-NIGHT.
            IF JG-NT-HANDS(JG-NUM, NIGHT-DAY) > 0
                OR JG-NT-STAKED(JG-NUM, NIGHT-DAY) > 0
                OR JG-NT-POINTS(JG-NUM, NIGHT-DAY) > 0
                ADD 1 TO PAGE-NIGHTS
                MOVE MONTH-START TO ST-NT-DATE
                MOVE NIGHT-DAY TO ST-NT-DATE(7:2)
                MOVE JG-NT-HANDS(JG-NUM, NIGHT-DAY)    TO ST-NT-HANDS
                MOVE JG-NT-STAKED(JG-NUM, NIGHT-DAY)   TO ST-NT-STAKED
                MOVE JG-NT-RETURNED(JG-NUM, NIGHT-DAY)
                    TO ST-NT-RETURNED
                COMPUTE NIGHT-NET = JG-NT-RETURNED(JG-NUM, NIGHT-DAY)
                    - JG-NT-STAKED(JG-NUM, NIGHT-DAY)
                MOVE NIGHT-NET TO ST-NT-NET
                MOVE JG-NT-POINTS(JG-NUM, NIGHT-DAY)   TO ST-NT-POINTS
                WRITE REPORT-RECORD FROM ST-NIGHT-LINE
            END-IF.
        PRINT-PROOF.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM ST-SECTION-PROOF.
            MOVE "SALDO DE ABERTURA"       TO ST-PF-LABEL.
            MOVE JG-OPEN-BALANCE(JG-NUM)   TO ST-PF-AMOUNT.
            WRITE REPORT-RECORD FROM ST-PROOF-LINE.
            MOVE "+ COMPRAS"               TO ST-PF-LABEL.
            MOVE JG-COMPRA(JG-NUM)         TO ST-PF-AMOUNT.
            WRITE REPORT-RECORD FROM ST-PROOF-LINE.
            MOVE "+ LIQUIDO DAS SESSOES"   TO ST-PF-LABEL.
            MOVE JG-LIQUIDO(JG-NUM)        TO ST-PF-AMOUNT.
            WRITE REPORT-RECORD FROM ST-PROOF-LINE.
            COMPUTE EXPECTED-CLOSE = JG-OPEN-BALANCE(JG-NUM)
                + JG-COMPRA(JG-NUM) + JG-LIQUIDO(JG-NUM).
            MOVE "= SALDO ESPERADO"        TO ST-PF-LABEL.
            MOVE EXPECTED-CLOSE            TO ST-PF-AMOUNT.
            WRITE REPORT-RECORD FROM ST-PROOF-LINE.
            MOVE "SALDO DE FECHAMENTO"     TO ST-BL-LABEL.
            MOVE CLOSE-SNAP-DATE           TO ST-BL-DATE.
            MOVE JG-CLOSE-BALANCE(JG-NUM)  TO ST-BL-AMOUNT.
            WRITE REPORT-RECORD FROM ST-BALANCE-LINE.
            COMPUTE CLOSE-DIFFERENCE =
                JG-CLOSE-BALANCE(JG-NUM) - EXPECTED-CLOSE.
            IF CLOSE-DIFFERENCE = 0
                WRITE REPORT-RECORD FROM ST-TIES-LINE
            ELSE
                MOVE "DIFERENCA"           TO ST-PF-LABEL
                MOVE CLOSE-DIFFERENCE      TO ST-PF-AMOUNT
                WRITE REPORT-RECORD FROM ST-PROOF-LINE
                WRITE REPORT-RECORD FROM ST-NO-TIE-LINE
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: O EXTRATO DE ", JG-PLAYER-ID(JG-NUM),
                    " NÃO CONFERE. ESPERADO ", EXPECTED-CLOSE,
                    " / CSHPOS ", JG-CLOSE-BALANCE(JG-NUM)
            END-IF.
