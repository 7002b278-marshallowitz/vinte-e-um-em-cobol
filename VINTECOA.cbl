  IDENTIFICATION DIVISION.
      *> THE CASH-REPORTING LIST FOR THE COMPLIANCE OFFICER. VINTECXA
      *> PROVES THE CAIXA BALANCES; NOTHING TOLD US WHEN A PLAYER'S
      *> MONEY CROSSED THE REPORTING LIMIT, AND FIVE COMPRA LINES
      *> JUST UNDER IT ON ONE GAMING DAY, SPLIT ACROSS BOTH MESAS,
      *> LOOKED LIKE ANY OTHER NIGHT. THIS STEP READS THE DATED
      *> CSHARCH AND WHATEVER IS STILL IN THE LIVE CASHTRAN, ADDS UP
      *> EACH PLAYER'S COMPRA, SAQUE AND RESGATE FOR THE GAMING DAY
      *> AND OVER A ROLLING WINDOW ENDING ON IT, AND LISTS:
      *>   - EVERY PLAYER WHOSE DAY OR WINDOW TOTAL OF ONE MOVEMENT
      *>     TYPE REACHES THE TABRULES LIMITE-ESPECIE;
      *>   - EVERY PLAYER WITH MINIMO-ESTRUT OR MORE COMPRA LINES IN
      *>     THE WINDOW THAT EACH STAYED WITHIN FAIXA-ESTRUT PERCENT
      *>     BELOW THE LIMIT - THE FRACIONAMENTO PATTERN - WITH THE
      *>     LINES THEMSELVES.
      *> THE SAME FINDINGS GO OUT AS A FIXED-FORMAT EXTRACT (HEADER,
      *> ONE DETAIL PER FINDING, TRAILER) FOR THE REGULATOR. SYSIN
      *> CARRIES THE GAMING DAY (AAAAMMDD), BLANK FOR THE CLOSE'S
      *> OWN BUSINESS DATE.
        PROGRAM-ID.     VINTECOA.
        AUTHOR.         Marshallowitz.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CASHIER-TRANS-FILE ASSIGN TO "CASHTRAN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CT-FILE-STATUS.
            SELECT CASHIER-ARCHIVE-FILE ASSIGN TO "CSHARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CA-FILE-STATUS.
            SELECT TABLE-RULES-FILE ASSIGN TO "TABRULES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TR-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "RELCOAF"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RT-FILE-STATUS.
            SELECT EXTRACT-FILE ASSIGN TO "EXTCOAF"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EX-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASHIER-TRANS-FILE.
        COPY CTREC.
        FD  CASHIER-ARCHIVE-FILE.
        COPY CAREC.
        FD  TABLE-RULES-FILE.
        01  TABLE-RULES-RECORD      PIC X(80).
        FD  REPORT-FILE.
        01  REPORT-RECORD           PIC X(100).
      *> THE REGULATOR'S EXTRACT - ONE HEADER LINE, ONE DETAIL LINE
      *> PER FINDING, ONE TRAILER LINE WITH THE DETAIL COUNT AND THE
      *> SUM OF THE DETAIL AMOUNTS SO THE RECEIVING END CAN PROVE IT
      *> GOT THE WHOLE FILE. FIRST BYTE SAYS WHICH LAYOUT THE LINE
      *> IS. AMOUNTS IN THE SAME EDITED SHAPE THE HOUSE FILES USE.
        FD  EXTRACT-FILE.
        01  EXTRACT-HEADER-RECORD.
            05  EH-RECORD-TYPE      PIC X(01).
            05  EH-FILLER-1         PIC X(01).
            05  EH-GAMING-DAY       PIC X(08).
            05  EH-FILLER-2         PIC X(01).
            05  EH-WINDOW-FROM      PIC X(08).
            05  EH-FILLER-3         PIC X(01).
            05  EH-WINDOW-DAYS      PIC 9(03).
            05  EH-FILLER-4         PIC X(01).
            05  EH-LIMIT            PIC 9(09).99.
            05  EH-FILLER-5         PIC X(01).
            05  EH-BAND-FLOOR       PIC 9(09).99.
        01  EXTRACT-DETAIL-RECORD.
            05  ED-RECORD-TYPE      PIC X(01).
            05  ED-FILLER-1         PIC X(01).
            05  ED-PLAYER-ID        PIC X(08).
            05  ED-FILLER-2         PIC X(01).
            05  ED-REASON           PIC X(10).
            05  ED-FILLER-3         PIC X(01).
            05  ED-TRANS-TYPE       PIC X(10).
            05  ED-FILLER-4         PIC X(01).
            05  ED-DATE-FROM        PIC X(08).
            05  ED-FILLER-5         PIC X(01).
            05  ED-DATE-TO          PIC X(08).
            05  ED-FILLER-6         PIC X(01).
            05  ED-LINE-COUNT       PIC 9(05).
            05  ED-FILLER-7         PIC X(01).
            05  ED-AMOUNT           PIC 9(09).99.
        01  EXTRACT-TRAILER-RECORD.
            05  ET-RECORD-TYPE      PIC X(01).
            05  ET-FILLER-1         PIC X(01).
            05  ET-GAMING-DAY       PIC X(08).
            05  ET-FILLER-2         PIC X(01).
            05  ET-DETAIL-COUNT     PIC 9(07).
            05  ET-FILLER-3         PIC X(01).
            05  ET-AMOUNT-TOTAL     PIC 9(11).99.
        WORKING-STORAGE SECTION.
      *> THE CLOSE'S RUN-CONTROL LEDGER (BATCHCTL), KEPT BY VINTECTL.
        COPY BTPARM.
        01  CT-FILE-STATUS          PIC X(02).
        01  CA-FILE-STATUS          PIC X(02).
        01  TR-FILE-STATUS          PIC X(02).
        01  RT-FILE-STATUS          PIC X(02).
        01  EX-FILE-STATUS          PIC X(02).
        01  TRANS-EOF-FLAG          PIC X       VALUE 'N'.
            88  TRANS-AT-EOF                    VALUE 'Y'.
        01  ARCHIVE-EOF-FLAG        PIC X       VALUE 'N'.
            88  ARCHIVE-AT-EOF                  VALUE 'Y'.
        01  TR-EOF-FLAG             PIC X       VALUE 'N'.
            88  RULES-AT-EOF                    VALUE 'Y'.
        01  RULE-KEYWORD            PIC X(14)   VALUE SPACES.
        01  RULE-VALUE              PIC X(20)   VALUE SPACES.
        01  RULE-AMOUNT             PIC S9(9)V99 VALUE 0.
      *> THE REPORTING LIMIT FOR ONE MOVEMENT TYPE, SUMMED OVER THE
      *> GAMING DAY OR OVER THE WINDOW - TABRULES LIMITE-ESPECIE
      *> OVERRIDES THE COMPILED-IN DEFAULT.
        01  CASH-LIMIT              PIC 9(7)V99 VALUE 10000.00.
      *> HOW MANY GAMING DAYS THE ROLLING WINDOW COVERS, ENDING ON
      *> (AND INCLUDING) THE DAY REPORTED - TABRULES JANELA-DIAS.
        01  WINDOW-DAYS             PIC 9(3)    VALUE 7.
      *> A COMPRA WITHIN THIS MANY PERCENT BELOW THE LIMIT COUNTS AS
      *> "JUST UNDER" - TABRULES FAIXA-ESTRUT. MINIMO-ESTRUT OF THEM
      *> INSIDE THE WINDOW PUT THE PLAYER ON THE FRACIONAMENTO LIST.
        01  BAND-PERCENT            PIC 9(2)V99 VALUE 10.00.
        01  BAND-MIN-LINES          PIC 9(2)    VALUE 3.
        01  BAND-FLOOR              PIC 9(7)V99 VALUE 0.
      *> THE GAMING DAY BEING REPORTED AND THE WINDOW AROUND IT, AS
      *> AAAAMMDD AND AS INTEGER-OF-DATE DAY NUMBERS. LIVE CASHTRAN
      *> LINES CARRY NO DATE - THEY BELONG TO TODAY, THE DAY
      *> VINTEFCH WILL STAMP THEM WITH.
        01  RUN-DATE                PIC X(08)   VALUE SPACES.
        01  GAMING-DAY              PIC X(08)   VALUE SPACES.
        01  GAMING-DAY-NUM          PIC 9(08)   VALUE 0.
        01  GAMING-DAY-NUMBER       PIC 9(08)   VALUE 0.
        01  WINDOW-START-NUMBER     PIC 9(08)   VALUE 0.
        01  WINDOW-START-NUM        PIC 9(08)   VALUE 0.
        01  WINDOW-FROM             PIC X(08)   VALUE SPACES.
        01  LINE-DATE               PIC X(08)   VALUE SPACES.
        01  LINE-DATE-NUM           PIC 9(08)   VALUE 0.
        01  LINE-DAY-NUMBER         PIC 9(08)   VALUE 0.
        01  LINE-TYPE-NUM           PIC 9       VALUE 0.
      *> CT-AMOUNT COMES OFF THE FILE IN ITS EDITED PRINT SHAPE -
      *> NUMVAL TURNS IT BACK INTO MONEY BEFORE ANY ARITHMETIC.
        01  TRANS-AMOUNT            PIC 9(7)V99 VALUE 0.
      *> ONE SLICE PER PLAYER SEEN MOVING CASH IN THE WINDOW, SAME
      *> PARALLEL-TABLE SHAPE THE SEAT TABLES USE IN VINTEUM, WITH
      *> THE DAY AND WINDOW TOTALS HELD PER MOVEMENT TYPE
      *> (1 COMPRA, 2 SAQUE, 3 RESGATE). PLAYERS ARE SUMMED ACROSS
      *> EVERY MESA - SPLITTING BUY-INS BETWEEN TABLES IS EXACTLY
      *> WHAT THE LIST HAS TO SEE THROUGH.
        01  JG-MAX                  PIC 9(2)    VALUE 50.
        01  JG-COUNT                PIC 9(2)    VALUE 0.
        01  JG-NUM                  PIC 9(2)    VALUE 0.
        01  JG-FOUND-NUM            PIC 9(2)    VALUE 0.
        01  JG-OVERFLOW-FLAG        PIC X       VALUE 'N'.
            88  JG-OVERFLOW-WARNED              VALUE 'Y'.
        01  JG-PLAYER-ID            PIC X(08)   OCCURS 50 TIMES VALUE SPACES.
        01  JG-NEAR-LINES           PIC 9(03)   OCCURS 50 TIMES VALUE 0.
        01  JG-NEAR-AMOUNT          PIC 9(9)V99 OCCURS 50 TIMES VALUE 0.
        01  JG-LISTED-FLAG          PIC X       OCCURS 50 TIMES VALUE 'N'.
            88  JG-IS-LISTED                    VALUE 'Y'.
        01  JG-MOVE-TABLE.
            05  JG-MOVES            OCCURS 50 TIMES.
                10  JG-MOVE         OCCURS 3 TIMES.
                    15  JG-DAY-AMOUNT   PIC 9(9)V99.
                    15  JG-DAY-LINES    PIC 9(05).
                    15  JG-WIN-AMOUNT   PIC 9(9)V99.
                    15  JG-WIN-LINES    PIC 9(05).
        01  TP-NUM                  PIC 9       VALUE 0.
        01  TP-NAME                 PIC X(10)   VALUE SPACES.
      *> EVERY JUST-UNDER COMPRA IN THE WINDOW, KEPT SO THE LIST CAN
      *> SHOW THE OFFICER THE ACTUAL LINES - DAY, TIME, MESA, AMOUNT.
        01  SU-MAX                  PIC 9(3)    VALUE 300.
        01  SU-COUNT                PIC 9(3)    VALUE 0.
        01  SU-NUM                  PIC 9(3)    VALUE 0.
        01  SU-OVERFLOW-FLAG        PIC X       VALUE 'N'.
            88  SU-OVERFLOW-WARNED              VALUE 'Y'.
        01  SU-PLAYER-ID            PIC X(08)   OCCURS 300 TIMES VALUE SPACES.
        01  SU-DATE                 PIC X(08)   OCCURS 300 TIMES VALUE SPACES.
        01  SU-TIME                 PIC X(08)   OCCURS 300 TIMES VALUE SPACES.
        01  SU-TABLE-ID             PIC X(02)   OCCURS 300 TIMES VALUE SPACES.
        01  SU-AMOUNT               PIC 9(7)V99 OCCURS 300 TIMES VALUE 0.
      *> ONE FINDING ON ITS WAY TO THE LIST AND THE EXTRACT.
        01  FINDING-REASON          PIC X(10)   VALUE SPACES.
        01  FINDING-FROM            PIC X(08)   VALUE SPACES.
        01  FINDING-LINES           PIC 9(05)   VALUE 0.
        01  FINDING-AMOUNT          PIC 9(9)V99 VALUE 0.
        01  FINDING-COUNT           PIC 9(07)   VALUE 0.
        01  FINDING-TOTAL           PIC 9(11)V99 VALUE 0.
        01  FINDINGS-BEFORE         PIC 9(07)   VALUE 0.
        01  PLAYERS-LISTED          PIC 9(05)   VALUE 0.
        01  LINES-READ              PIC 9(07)   VALUE 0.
        01  LINES-IN-WINDOW         PIC 9(07)   VALUE 0.
        01  EXCEPTION-COUNT         PIC 9(05)   VALUE 0.
      *> THE PRINT LINES - EDITED FIELDS FILLED IN JUST BEFORE EACH
      *> WRITE ... FROM.
        01  RT-HEADER-LINE.
            05  FILLER              PIC X(40)
                VALUE "MOVIMENTOS EM ESPECIE - VINTE-E-UM     ".
            05  FILLER              PIC X(05)   VALUE "DIA ".
            05  RT-HD-DAY           PIC X(08).
            05  FILLER              PIC X(10)   VALUE "  JANELA ".
            05  RT-HD-FROM          PIC X(08).
            05  FILLER              PIC X(03)   VALUE " A ".
            05  RT-HD-TO            PIC X(08).
        01  RT-LIMIT-LINE.
            05  FILLER              PIC X(16)   VALUE "LIMITE ESPECIE: ".
            05  RT-LM-LIMIT         PIC Z(6)9.99.
            05  FILLER              PIC X(18)   VALUE "   FAIXA ABAIXO: ".
            05  RT-LM-FLOOR         PIC Z(6)9.99.
            05  FILLER              PIC X(14)   VALUE "   MIN LINHAS ".
            05  RT-LM-MIN           PIC Z9.
        01  RT-SECTION-LIMIT        PIC X(60)
            VALUE "----- ACIMA DO LIMITE: NO DIA E NA JANELA -----".
        01  RT-LIMIT-HEAD           PIC X(70)
            VALUE "JOGADOR  MOTIVO     TIPO       DE       A         LINHAS         VALOR".
        01  RT-FINDING-LINE.
            05  RT-FD-ID            PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RT-FD-REASON        PIC X(10).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RT-FD-TYPE          PIC X(10).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RT-FD-FROM          PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RT-FD-TO            PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RT-FD-LINES         PIC ZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RT-FD-AMOUNT        PIC Z(8)9.99.
        01  RT-SECTION-BAND         PIC X(60)
            VALUE "----- FRACIONAMENTO: COMPRAS LOGO ABAIXO DO LIMITE -----".
        01  RT-BAND-ENTRY-LINE.
            05  FILLER              PIC X(12)   VALUE SPACES.
            05  RT-BE-DATE          PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RT-BE-TIME          PIC X(08).
            05  FILLER              PIC X(07)   VALUE "  MESA ".
            05  RT-BE-MESA          PIC X(02).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RT-BE-AMOUNT        PIC Z(6)9.99.
        01  RT-NONE-LINE            PIC X(40)
            VALUE "  (NENHUM)".
        01  RT-TOTAL-LINE.
            05  FILLER              PIC X(20)   VALUE "OCORRENCIAS: ".
            05  RT-TT-COUNT         PIC ZZZZZZ9.
            05  FILLER              PIC X(14)   VALUE "   JOGADORES: ".
            05  RT-TT-PLAYERS       PIC ZZZZ9.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "DIA DE JOGO (AAAAMMDD, BRANCO=O DO FECHAMENTO): "
                WITH NO ADVANCING.
            ACCEPT GAMING-DAY.
            MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
            IF GAMING-DAY NOT = SPACES
                IF GAMING-DAY NOT NUMERIC
                    DISPLAY "DIA DE JOGO INVÁLIDO: ", GAMING-DAY
                    MOVE 8 TO RETURN-CODE
                    GO TO PROGRAM-DONE
                END-IF
                MOVE GAMING-DAY TO GAMING-DAY-NUM
                IF GAMING-DAY-NUM < 16010101
                    DISPLAY "DIA DE JOGO INVÁLIDO: ", GAMING-DAY
                    MOVE 8 TO RETURN-CODE
                    GO TO PROGRAM-DONE
                END-IF
            END-IF
      *> THE GAMING DAY IS THE LEDGER'S BUSINESS DATE - THE LIST
      *> NEEDS THAT DAY'S VINTEFCH CLOSE IN CSHARCH FIRST. A BLANK
      *> CARD TAKES THE DATE VINTECTL HAS THE CLOSE UNDER, SO A CLOSE
      *> THAT RAN PAST MIDNIGHT STILL LISTS ITS OWN DAY.
            MOVE GAMING-DAY TO BP-RUN-DATE.
            PERFORM OPEN-BATCH-STEP.
            MOVE BP-RUN-DATE TO GAMING-DAY.
            MOVE GAMING-DAY TO GAMING-DAY-NUM.
            PERFORM LOAD-CASH-RULES.
            COMPUTE GAMING-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(GAMING-DAY-NUM).
            COMPUTE WINDOW-START-NUMBER =
                GAMING-DAY-NUMBER - WINDOW-DAYS + 1.
            COMPUTE WINDOW-START-NUM =
                FUNCTION DATE-OF-INTEGER(WINDOW-START-NUMBER).
            MOVE WINDOW-START-NUM TO WINDOW-FROM.
            COMPUTE BAND-FLOOR ROUNDED =
                CASH-LIMIT * (100 - BAND-PERCENT) / 100.
            DISPLAY "===== MOVIMENTOS EM ESPECIE - DIA ", GAMING-DAY,
                " (JANELA ", WINDOW-FROM, " A ", GAMING-DAY, ") =====".
            OPEN INPUT CASHIER-ARCHIVE-FILE.
            IF CA-FILE-STATUS = "35"
                DISPLAY "SEM CSHARCH. LENDO SÓ O CASHTRAN VIVO."
            ELSE
                PERFORM READ-CASHIER-ARCHIVE
                PERFORM TALLY-ARCHIVE-RECORD UNTIL ARCHIVE-AT-EOF
                CLOSE CASHIER-ARCHIVE-FILE
            END-IF
            OPEN INPUT CASHIER-TRANS-FILE.
            IF CT-FILE-STATUS = "35"
                DISPLAY "SEM CASHTRAN VIVO."
            ELSE
                MOVE RUN-DATE TO LINE-DATE
                PERFORM READ-CASHIER-TRANS
                PERFORM TALLY-TRANS-RECORD UNTIL TRANS-AT-EOF
                CLOSE CASHIER-TRANS-FILE
            END-IF
            DISPLAY "MOVIMENTOS LIDOS (ARQUIVO + VIVO): ", LINES-READ,
                " / NA JANELA: ", LINES-IN-WINDOW.
            OPEN OUTPUT REPORT-FILE.
            OPEN OUTPUT EXTRACT-FILE.
            IF EX-FILE-STATUS NOT = "00"
                DISPLAY "NÃO CONSEGUI ABRIR O EXTCOAF (STATUS ",
                    EX-FILE-STATUS, ")."
                ADD 1 TO EXCEPTION-COUNT
            END-IF
            PERFORM WRITE-EXTRACT-HEADER.
            PERFORM PRINT-REPORT-HEADER.
            PERFORM PRINT-LIMIT-SECTION.
            PERFORM PRINT-BAND-SECTION.
            MOVE FINDING-COUNT  TO RT-TT-COUNT.
            MOVE PLAYERS-LISTED TO RT-TT-PLAYERS.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM RT-TOTAL-LINE.
            PERFORM WRITE-EXTRACT-TRAILER.
            CLOSE EXTRACT-FILE.
            CLOSE REPORT-FILE.
            DISPLAY "OCORRÊNCIAS: ", FINDING-COUNT, " / JOGADORES: ",
                PLAYERS-LISTED, ". LISTA EM RELCOAF, EXTRATO EM",
                " EXTCOAF.".
            IF EXCEPTION-COUNT > 0
                DISPLAY "EXCEÇÕES ENCONTRADAS: ", EXCEPTION-COUNT,
                    ". A LISTA PODE ESTAR INCOMPLETA."
                MOVE 8 TO RETURN-CODE
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
            MOVE "VINTECOA" TO BP-STEP.
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
            MOVE FINDING-COUNT TO BP-COUNT-WRITTEN.
            MOVE EXCEPTION-COUNT TO BP-EXCEPTIONS.
            MOVE 'F'         TO BP-FUNCTION.
            CALL "VINTECTL" USING BATCH-STEP-PARM.
            MOVE BP-RETURN-CODE TO RETURN-CODE.
        LOAD-CASH-RULES.
      *> THE SAME "PALAVRA VALOR" TABRULES THE TABLE READS - ONLY
      *> THE CASH-REPORTING KEYWORDS MATTER HERE.
            OPEN INPUT TABLE-RULES-FILE.
            IF TR-FILE-STATUS = "35"
                DISPLAY "SEM TABRULES. USANDO OS LIMITES PADRÃO."
            ELSE
                MOVE 'N' TO TR-EOF-FLAG
                PERFORM READ-TABLE-RULE
                PERFORM APPLY-TABLE-RULE UNTIL RULES-AT-EOF
                CLOSE TABLE-RULES-FILE
            END-IF
            DISPLAY "LIMITE-ESPECIE: ", CASH-LIMIT, " / JANELA-DIAS: ",
                WINDOW-DAYS, " / FAIXA-ESTRUT: ", BAND-PERCENT,
                " / MINIMO-ESTRUT: ", BAND-MIN-LINES.
        READ-TABLE-RULE.
            READ TABLE-RULES-FILE
                AT END MOVE 'Y' TO TR-EOF-FLAG
            END-READ.
        APPLY-TABLE-RULE.
            MOVE SPACES TO RULE-KEYWORD RULE-VALUE.
            UNSTRING TABLE-RULES-RECORD DELIMITED BY ALL SPACE
                INTO RULE-KEYWORD RULE-VALUE.
            EVALUATE RULE-KEYWORD
                WHEN "LIMITE-ESPECIE"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT < 1 OR RULE-AMOUNT > 9999999.99
                        DISPLAY "LIMITE-ESPECIE INVÁLIDO: ", RULE-VALUE,
                            ". MANTENDO ", CASH-LIMIT
                    ELSE
                        MOVE RULE-AMOUNT TO CASH-LIMIT
                    END-IF
                WHEN "JANELA-DIAS"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT < 1 OR RULE-AMOUNT > 366
                        DISPLAY "JANELA-DIAS INVÁLIDO: ", RULE-VALUE,
                            ". MANTENDO ", WINDOW-DAYS
                    ELSE
                        MOVE RULE-AMOUNT TO WINDOW-DAYS
                    END-IF
                WHEN "FAIXA-ESTRUT"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT <= 0 OR RULE-AMOUNT > 50
                        DISPLAY "FAIXA-ESTRUT INVÁLIDO: ", RULE-VALUE,
                            ". MANTENDO ", BAND-PERCENT
                    ELSE
                        MOVE RULE-AMOUNT TO BAND-PERCENT
                    END-IF
                WHEN "MINIMO-ESTRUT"
                    COMPUTE RULE-AMOUNT = FUNCTION NUMVAL(RULE-VALUE)
                    IF RULE-AMOUNT < 2 OR RULE-AMOUNT > 99
                        DISPLAY "MINIMO-ESTRUT INVÁLIDO: ", RULE-VALUE,
                            ". MANTENDO ", BAND-MIN-LINES
                    ELSE
                        MOVE RULE-AMOUNT TO BAND-MIN-LINES
                    END-IF
            END-EVALUATE
            PERFORM READ-TABLE-RULE.
        READ-CASHIER-TRANS.
            READ CASHIER-TRANS-FILE
                AT END MOVE 'Y' TO TRANS-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        READ-CASHIER-ARCHIVE.
            READ CASHIER-ARCHIVE-FILE
                AT END MOVE 'Y' TO ARCHIVE-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        TALLY-ARCHIVE-RECORD.
      *> AN ARCHIVED LINE IS THE SAME CASHTRAN LINE BEHIND ITS DATE
      *> STAMP - DROP IT INTO THE TRANS RECORD AND TALLY IT THE
      *> SAME WAY.
            MOVE CA-RUN-DATE TO LINE-DATE.
            MOVE CA-TRANS-DATA TO CASHIER-TRANS-RECORD.
            PERFORM TALLY-CURRENT-TRANS THRU TALLY-CURRENT-TRANS-EXIT.
            PERFORM READ-CASHIER-ARCHIVE.
        TALLY-TRANS-RECORD.
            PERFORM TALLY-CURRENT-TRANS THRU TALLY-CURRENT-TRANS-EXIT.
            PERFORM READ-CASHIER-TRANS.
        TALLY-CURRENT-TRANS.
      *> ONLY CASH CROSSING THE CAIXA COUNTS: COMPRA IN, SAQUE OUT,
      *> RESGATE (PONTOS PAID OUT AS MONEY). LIQUIDO IS THE PAPER
      *> TRAIL OF A SITTING'S NET AND TORNEIO/PREMIO MOVE TABLE
      *> MONEY - NONE OF THEM IS A CASH MOVEMENT.
            EVALUATE CT-TRANS-TYPE
                WHEN "COMPRA"   MOVE 1 TO LINE-TYPE-NUM
                WHEN "SAQUE"    MOVE 2 TO LINE-TYPE-NUM
                WHEN "RESGATE"  MOVE 3 TO LINE-TYPE-NUM
                WHEN OTHER      GO TO TALLY-CURRENT-TRANS-EXIT
            END-EVALUATE
            IF LINE-DATE NOT NUMERIC
                GO TO TALLY-CURRENT-TRANS-EXIT
            END-IF
            MOVE LINE-DATE TO LINE-DATE-NUM.
            IF LINE-DATE-NUM < 16010101
                GO TO TALLY-CURRENT-TRANS-EXIT
            END-IF
            COMPUTE LINE-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(LINE-DATE-NUM).
            IF LINE-DAY-NUMBER < WINDOW-START-NUMBER
                OR LINE-DAY-NUMBER > GAMING-DAY-NUMBER
                GO TO TALLY-CURRENT-TRANS-EXIT
            END-IF
            ADD 1 TO LINES-IN-WINDOW.
            PERFORM FIND-PLAYER-SLOT.
            IF JG-FOUND-NUM = 0
                GO TO TALLY-CURRENT-TRANS-EXIT
            END-IF
            COMPUTE TRANS-AMOUNT = FUNCTION NUMVAL(CT-AMOUNT).
            ADD TRANS-AMOUNT TO JG-WIN-AMOUNT(JG-FOUND-NUM, LINE-TYPE-NUM).
            ADD 1 TO JG-WIN-LINES(JG-FOUND-NUM, LINE-TYPE-NUM).
            IF LINE-DAY-NUMBER = GAMING-DAY-NUMBER
                ADD TRANS-AMOUNT
                    TO JG-DAY-AMOUNT(JG-FOUND-NUM, LINE-TYPE-NUM)
                ADD 1 TO JG-DAY-LINES(JG-FOUND-NUM, LINE-TYPE-NUM)
            END-IF
            IF LINE-TYPE-NUM = 1
                AND TRANS-AMOUNT >= BAND-FLOOR
                AND TRANS-AMOUNT < CASH-LIMIT
                ADD 1 TO JG-NEAR-LINES(JG-FOUND-NUM)
                ADD TRANS-AMOUNT TO JG-NEAR-AMOUNT(JG-FOUND-NUM)
                PERFORM KEEP-NEAR-LINE
            END-IF.
        TALLY-CURRENT-TRANS-EXIT.
            EXIT.
        KEEP-NEAR-LINE.
            IF SU-COUNT < SU-MAX
                ADD 1 TO SU-COUNT
                MOVE CT-PLAYER-ID TO SU-PLAYER-ID(SU-COUNT)
                MOVE LINE-DATE    TO SU-DATE(SU-COUNT)
                MOVE CT-TIMESTAMP TO SU-TIME(SU-COUNT)
                MOVE CT-TABLE-ID  TO SU-TABLE-ID(SU-COUNT)
                MOVE TRANS-AMOUNT TO SU-AMOUNT(SU-COUNT)
            ELSE
                IF NOT SU-OVERFLOW-WARNED
                    DISPLAY "MAIS DE ", SU-MAX, " COMPRAS NA FAIXA.",
                        " AS EXCEDENTES CONTAM MAS NÃO SÃO LISTADAS."
                    MOVE 'Y' TO SU-OVERFLOW-FLAG
                END-IF
            END-IF.
        FIND-PLAYER-SLOT.
            MOVE 0 TO JG-FOUND-NUM.
            PERFORM MATCH-PLAYER-SLOT VARYING JG-NUM FROM 1 BY 1
                UNTIL JG-NUM > JG-COUNT OR JG-FOUND-NUM > 0.
            IF JG-FOUND-NUM = 0
                IF JG-COUNT < JG-MAX
                    ADD 1 TO JG-COUNT
                    MOVE CT-PLAYER-ID TO JG-PLAYER-ID(JG-COUNT)
                    PERFORM CLEAR-PLAYER-MOVES VARYING TP-NUM FROM 1 BY 1
                        UNTIL TP-NUM > 3
                    MOVE JG-COUNT TO JG-FOUND-NUM
                ELSE
      *> A PLAYER LEFT OFF THIS LIST IS A REPORT WE MAY OWE AND
      *> DIDN'T FILE - THAT IS AN EXCEPTION, NOT A WARNING.
                    IF NOT JG-OVERFLOW-WARNED
                        DISPLAY "MAIS DE ", JG-MAX, " JOGADORES NA",
                            " JANELA. IGNORANDO OS EXCEDENTES."
                        MOVE 'Y' TO JG-OVERFLOW-FLAG
                        ADD 1 TO EXCEPTION-COUNT
                    END-IF
                END-IF
            END-IF.
        MATCH-PLAYER-SLOT.
            IF JG-PLAYER-ID(JG-NUM) = CT-PLAYER-ID
                MOVE JG-NUM TO JG-FOUND-NUM
            END-IF.
        CLEAR-PLAYER-MOVES.
            MOVE 0 TO JG-DAY-AMOUNT(JG-COUNT, TP-NUM)
                JG-DAY-LINES(JG-COUNT, TP-NUM)
                JG-WIN-AMOUNT(JG-COUNT, TP-NUM)
                JG-WIN-LINES(JG-COUNT, TP-NUM).
        NAME-MOVE-TYPE.
            EVALUATE TP-NUM
                WHEN 1 MOVE "COMPRA"   TO TP-NAME
                WHEN 2 MOVE "SAQUE"    TO TP-NAME
                WHEN 3 MOVE "RESGATE"  TO TP-NAME
            END-EVALUATE.
        PRINT-REPORT-HEADER.
            MOVE GAMING-DAY  TO RT-HD-DAY RT-HD-TO.
            MOVE WINDOW-FROM TO RT-HD-FROM.
            WRITE REPORT-RECORD FROM RT-HEADER-LINE.
            MOVE CASH-LIMIT     TO RT-LM-LIMIT.
            MOVE BAND-FLOOR     TO RT-LM-FLOOR.
            MOVE BAND-MIN-LINES TO RT-LM-MIN.
            WRITE REPORT-RECORD FROM RT-LIMIT-LINE.
        PRINT-LIMIT-SECTION.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM RT-SECTION-LIMIT.
            WRITE REPORT-RECORD FROM RT-LIMIT-HEAD.
            PERFORM CHECK-ONE-MOVE-TYPE VARYING JG-NUM FROM 1 BY 1
                UNTIL JG-NUM > JG-COUNT
                AFTER TP-NUM FROM 1 BY 1 UNTIL TP-NUM > 3.
            IF FINDING-COUNT = 0
                WRITE REPORT-RECORD FROM RT-NONE-LINE
            END-IF.
        CHECK-ONE-MOVE-TYPE.
      *> THE DAY FIRST, THEN THE WINDOW - A WINDOW TOTAL THAT IS
      *> JUST THE DAY'S OWN TOTAL OVER AGAIN (NOTHING ELSE IN THE
      *> WINDOW) ADDS NOTHING AND ISN'T LISTED TWICE.
            PERFORM NAME-MOVE-TYPE.
            IF JG-DAY-AMOUNT(JG-NUM, TP-NUM) >= CASH-LIMIT
                MOVE "DIA"      TO FINDING-REASON
                MOVE GAMING-DAY TO FINDING-FROM
                MOVE JG-DAY-LINES(JG-NUM, TP-NUM)  TO FINDING-LINES
                MOVE JG-DAY-AMOUNT(JG-NUM, TP-NUM) TO FINDING-AMOUNT
                PERFORM EMIT-FINDING
            END-IF
            IF JG-WIN-AMOUNT(JG-NUM, TP-NUM) >= CASH-LIMIT
                AND JG-WIN-LINES(JG-NUM, TP-NUM) >
                    JG-DAY-LINES(JG-NUM, TP-NUM)
                MOVE "JANELA"    TO FINDING-REASON
                MOVE WINDOW-FROM TO FINDING-FROM
                MOVE JG-WIN-LINES(JG-NUM, TP-NUM)  TO FINDING-LINES
                MOVE JG-WIN-AMOUNT(JG-NUM, TP-NUM) TO FINDING-AMOUNT
                PERFORM EMIT-FINDING
            END-IF.
        PRINT-BAND-SECTION.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM RT-SECTION-BAND.
            WRITE REPORT-RECORD FROM RT-LIMIT-HEAD.
            MOVE FINDING-COUNT TO FINDINGS-BEFORE.
            PERFORM CHECK-PLAYER-BAND VARYING JG-NUM FROM 1 BY 1
                UNTIL JG-NUM > JG-COUNT.
            IF FINDING-COUNT = FINDINGS-BEFORE
                WRITE REPORT-RECORD FROM RT-NONE-LINE
            END-IF.
        CHECK-PLAYER-BAND.
            IF JG-NEAR-LINES(JG-NUM) >= BAND-MIN-LINES
                MOVE 1 TO TP-NUM
                PERFORM NAME-MOVE-TYPE
                MOVE "FRACIONADO"   TO FINDING-REASON
                MOVE WINDOW-FROM    TO FINDING-FROM
                MOVE JG-NEAR-LINES(JG-NUM)  TO FINDING-LINES
                MOVE JG-NEAR-AMOUNT(JG-NUM) TO FINDING-AMOUNT
                PERFORM EMIT-FINDING
                PERFORM PRINT-NEAR-LINE VARYING SU-NUM FROM 1 BY 1
                    UNTIL SU-NUM > SU-COUNT
            END-IF.
        PRINT-NEAR-LINE.
            IF SU-PLAYER-ID(SU-NUM) = JG-PLAYER-ID(JG-NUM)
                MOVE SU-DATE(SU-NUM)     TO RT-BE-DATE
                MOVE SU-TIME(SU-NUM)     TO RT-BE-TIME
                MOVE SU-TABLE-ID(SU-NUM) TO RT-BE-MESA
                MOVE SU-AMOUNT(SU-NUM)   TO RT-BE-AMOUNT
                WRITE REPORT-RECORD FROM RT-BAND-ENTRY-LINE
            END-IF.
        EMIT-FINDING.
      *> ONE FINDING - A LINE ON THE LIST AND A DETAIL LINE IN THE
      *> EXTRACT, COUNTED AND SUMMED FOR THE TRAILER.
            IF NOT JG-IS-LISTED(JG-NUM)
                MOVE 'Y' TO JG-LISTED-FLAG(JG-NUM)
                ADD 1 TO PLAYERS-LISTED
            END-IF
            ADD 1 TO FINDING-COUNT.
            ADD FINDING-AMOUNT TO FINDING-TOTAL.
            MOVE JG-PLAYER-ID(JG-NUM) TO RT-FD-ID.
            MOVE FINDING-REASON       TO RT-FD-REASON.
            MOVE TP-NAME              TO RT-FD-TYPE.
            MOVE FINDING-FROM         TO RT-FD-FROM.
            MOVE GAMING-DAY           TO RT-FD-TO.
            MOVE FINDING-LINES        TO RT-FD-LINES.
            MOVE FINDING-AMOUNT       TO RT-FD-AMOUNT.
            WRITE REPORT-RECORD FROM RT-FINDING-LINE.
            MOVE SPACES               TO EXTRACT-DETAIL-RECORD.
            MOVE 'D'                  TO ED-RECORD-TYPE.
            MOVE JG-PLAYER-ID(JG-NUM) TO ED-PLAYER-ID.
            MOVE FINDING-REASON       TO ED-REASON.
            MOVE TP-NAME              TO ED-TRANS-TYPE.
            MOVE FINDING-FROM         TO ED-DATE-FROM.
            MOVE GAMING-DAY           TO ED-DATE-TO.
            MOVE FINDING-LINES        TO ED-LINE-COUNT.
            MOVE FINDING-AMOUNT       TO ED-AMOUNT.
            WRITE EXTRACT-DETAIL-RECORD.
            PERFORM CHECK-EXTRACT-WRITE.
        WRITE-EXTRACT-HEADER.
            MOVE SPACES       TO EXTRACT-HEADER-RECORD.
            MOVE 'H'          TO EH-RECORD-TYPE.
            MOVE GAMING-DAY   TO EH-GAMING-DAY.
            MOVE WINDOW-FROM  TO EH-WINDOW-FROM.
            MOVE WINDOW-DAYS  TO EH-WINDOW-DAYS.
            MOVE CASH-LIMIT   TO EH-LIMIT.
            MOVE BAND-FLOOR   TO EH-BAND-FLOOR.
            WRITE EXTRACT-HEADER-RECORD.
            PERFORM CHECK-EXTRACT-WRITE.
        WRITE-EXTRACT-TRAILER.
            MOVE SPACES        TO EXTRACT-TRAILER-RECORD.
            MOVE 'T'           TO ET-RECORD-TYPE.
            MOVE GAMING-DAY    TO ET-GAMING-DAY.
            MOVE FINDING-COUNT TO ET-DETAIL-COUNT.
            MOVE FINDING-TOTAL TO ET-AMOUNT-TOTAL.
            WRITE EXTRACT-TRAILER-RECORD.
            PERFORM CHECK-EXTRACT-WRITE.
        CHECK-EXTRACT-WRITE.
      *> A SHORT EXTRACT IS A FILING WE THINK WE MADE AND DIDN'T -
      *> ANY BAD WRITE FAILS THE STEP.
            IF EX-FILE-STATUS NOT = "00"
                DISPLAY "NÃO CONSEGUI GRAVAR O EXTCOAF (STATUS ",
                    EX-FILE-STATUS, ")."
                ADD 1 TO EXCEPTION-COUNT
            END-IF.
