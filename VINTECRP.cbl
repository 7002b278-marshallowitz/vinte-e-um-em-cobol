  IDENTIFICATION DIVISION.
      *> THE FLOOR MANAGER'S VIEW OF THE CRUPIÊS. WHEN ONE MESA'S
      *> HOLD SWINGS, THIS SAYS WHETHER IT FOLLOWED A CRUPIÊ OR THE
      *> NIGHT. VINTEUM NAMES THE CRUPIÊ ON A CRUPIE LINE IN THE
      *> SESSION HEADER AND AT EVERY SHIFT CHANGE, SO EVERY RODADA
      *> AFTER IT BELONGS TO THAT SHIFT UNTIL THE NEXT CRUPIE OR
      *> SESSAO/'F' LINE FOR THE SAME MESA. PER SHIFT AND PER
      *> CRUPIÊ THIS PRINTS RODADAS AND MAOS PER HOUR, DROP,
      *> PAYOUTS AND HOLD, DEALER BUSTS AND NATURALS, AND THE
      *> INVALID ANSWERS AND FORCED STANDS; THEN, PER CRUPIÊ AND
      *> JOGADOR, THE HOUSE'S HOLD ON THE PAIR AGAINST THE SAME
      *> JOGADOR'S HOLD WITH EVERY OTHER CRUPIÊ - A REGULAR WHO
      *> ONLY WINS AT ONE CRUPIÊ'S TABLE IS FLAGGED.
      *> READS GAMEARCH (DATED BY AR-RUN-DATE) AND THEN THE LIVE
      *> GAMELOG (DATED BY ITS SESSAO/'A' LINES), WHICH VINTEARC
      *> KEEPS DISJOINT. SYSIN CARRIES THE FIRST AND LAST DATE
      *> (AAAAMMDD, BLANK = NO BOUND) AND AN OPTIONAL CRUPIÊ
      *> CÓDIGO (BLANK = EVERY CRUPIÊ). LINES FROM BEFORE THE
      *> CRUPIE LINES WENT IN REPORT UNDER "????????".
        PROGRAM-ID.     VINTECRP.
        AUTHOR.         Marshallowitz.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ARCHIVE-FILE ASSIGN TO "GAMEARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AR-FILE-STATUS.
            SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GL-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "RELCRUP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  ARCHIVE-FILE.
        COPY ARCREC.
        FD  GAME-LOG-FILE.
        COPY GLREC.
        FD  REPORT-FILE.
        01  REPORT-RECORD           PIC X(100).
        WORKING-STORAGE SECTION.
        01  AR-FILE-STATUS          PIC X(02).
        01  GL-FILE-STATUS          PIC X(02).
        01  RT-FILE-STATUS          PIC X(02).
        01  ARCHIVE-EOF-FLAG        PIC X       VALUE 'N'.
            88  ARCHIVE-AT-EOF                  VALUE 'Y'.
        01  LOG-EOF-FLAG            PIC X       VALUE 'N'.
            88  LOG-AT-EOF                      VALUE 'Y'.
      *> 'A' WHILE THE ARCHIVE IS BEING READ, 'L' FOR THE LIVE LOG -
      *> THEY DATE THEIR LINES DIFFERENTLY.
        01  SOURCE-FLAG             PIC X       VALUE 'A'.
            88  READING-ARCHIVE                 VALUE 'A'.
        01  DATE-FROM               PIC X(08)   VALUE SPACES.
        01  DATE-TO                 PIC X(08)   VALUE SPACES.
        01  DEALER-FILTER           PIC X(08)   VALUE SPACES.
        01  LINE-DATE               PIC X(08)   VALUE SPACES.
        01  UNKNOWN-DEALER          PIC X(08)   VALUE "????????".
      *> GL-AMOUNT COMES OFF THE FILE IN ITS EDITED PRINT SHAPE -
      *> NUMVAL TURNS IT BACK INTO MONEY BEFORE ANY ARITHMETIC.
        01  LOG-AMOUNT              PIC 9(7)V99 VALUE 0.
        01  LINES-READ              PIC 9(07)   VALUE 0.
        01  LINES-IN-RANGE          PIC 9(07)   VALUE 0.
      *> ONE SLICE PER MESA SEEN: THE SHIFT ITS LINES ARE GOING TO,
      *> THE LIVE LOG'S SESSION DATE, AND THE DEALER'S HAND IN THE
      *> RODADA STILL OPEN - A RODADA IS COUNTED, AND ITS BUST OR
      *> NATURAL SCORED, WHEN THE NEXT ONE STARTS OR THE SHIFT ENDS.
        01  TB-MAX                  PIC 9(2)    VALUE 20.
        01  TB-COUNT                PIC 9(2)    VALUE 0.
        01  TB-NUM                  PIC 9(2)    VALUE 0.
        01  TB-FOUND-NUM            PIC 9(2)    VALUE 0.
        01  TB-OVERFLOW-FLAG        PIC X       VALUE 'N'.
            88  TB-OVERFLOW-WARNED              VALUE 'Y'.
        01  TB-TABLE-ID             PIC X(02)   OCCURS 20 TIMES VALUE SPACES.
        01  TB-SHIFT-NUM            PIC 9(3)    OCCURS 20 TIMES VALUE 0.
        01  TB-DATE                 PIC X(08)   OCCURS 20 TIMES VALUE SPACES.
        01  TB-ROUND                PIC 9(3)    OCCURS 20 TIMES VALUE 0.
        01  TB-DEALER-CARDS         PIC 9(2)    OCCURS 20 TIMES VALUE 0.
        01  TB-DEALER-TOTAL         PIC 9(2)    OCCURS 20 TIMES VALUE 0.
      *> ONE SLICE PER SHIFT - ONE CRUPIE LINE (OR, ON AN OLD LOG,
      *> THE FIRST HAND LINE OF A MESA WITH NO CRUPIÊ NAMED) TO THE
      *> NEXT.
        01  SH-MAX                  PIC 9(3)    VALUE 300.
        01  SH-COUNT                PIC 9(3)    VALUE 0.
        01  SH-NUM                  PIC 9(3)    VALUE 0.
        01  SH-OVERFLOW-FLAG        PIC X       VALUE 'N'.
            88  SH-OVERFLOW-WARNED              VALUE 'Y'.
        01  SH-DEALER-ID            PIC X(08)   OCCURS 300 TIMES VALUE SPACES.
        01  SH-DATE                 PIC X(08)   OCCURS 300 TIMES VALUE SPACES.
        01  SH-TABLE-ID             PIC X(02)   OCCURS 300 TIMES VALUE SPACES.
        01  SH-START-TS             PIC X(08)   OCCURS 300 TIMES VALUE SPACES.
        01  SH-END-TS               PIC X(08)   OCCURS 300 TIMES VALUE SPACES.
        01  SH-ROUNDS               PIC 9(5)    OCCURS 300 TIMES VALUE 0.
        01  SH-HANDS                PIC 9(5)    OCCURS 300 TIMES VALUE 0.
        01  SH-DROP                 PIC 9(9)V99 OCCURS 300 TIMES VALUE 0.
        01  SH-PAYOUT               PIC 9(9)V99 OCCURS 300 TIMES VALUE 0.
        01  SH-DEALER-BUSTS         PIC 9(5)    OCCURS 300 TIMES VALUE 0.
        01  SH-DEALER-NATURALS      PIC 9(5)    OCCURS 300 TIMES VALUE 0.
        01  SH-PLAYER-NATURALS      PIC 9(5)    OCCURS 300 TIMES VALUE 0.
        01  SH-BAD-INPUTS           PIC 9(5)    OCCURS 300 TIMES VALUE 0.
        01  SH-FORCED-STANDS        PIC 9(5)    OCCURS 300 TIMES VALUE 0.
      *> ONE SLICE PER CRUPIÊ SEEN, FOR THE TOTALS SECTION.
        01  CR-MAX                  PIC 9(2)    VALUE 50.
        01  CR-COUNT                PIC 9(2)    VALUE 0.
        01  CR-NUM                  PIC 9(2)    VALUE 0.
        01  CR-FOUND-NUM            PIC 9(2)    VALUE 0.
        01  CR-DEALER-ID            PIC X(08)   OCCURS 50 TIMES VALUE SPACES.
      *> ONE SLICE PER CRUPIÊ AND JOGADOR, AND ONE PER JOGADOR
      *> ACROSS EVERY CRUPIÊ - THE PAIR'S HOLD IS MEASURED AGAINST
      *> THE JOGADOR'S HOLD WITH EVERYONE ELSE.
        01  DP-MAX                  PIC 9(3)    VALUE 400.
        01  DP-COUNT                PIC 9(3)    VALUE 0.
        01  DP-NUM                  PIC 9(3)    VALUE 0.
        01  DP-FOUND-NUM            PIC 9(3)    VALUE 0.
        01  DP-OVERFLOW-FLAG        PIC X       VALUE 'N'.
            88  DP-OVERFLOW-WARNED              VALUE 'Y'.
        01  DP-DEALER-ID            PIC X(08)   OCCURS 400 TIMES VALUE SPACES.
        01  DP-PLAYER-ID            PIC X(08)   OCCURS 400 TIMES VALUE SPACES.
        01  DP-HANDS                PIC 9(5)    OCCURS 400 TIMES VALUE 0.
        01  DP-STAKED               PIC 9(9)V99 OCCURS 400 TIMES VALUE 0.
        01  DP-RETURNED             PIC 9(9)V99 OCCURS 400 TIMES VALUE 0.
        01  JG-MAX                  PIC 9(3)    VALUE 100.
        01  JG-COUNT                PIC 9(3)    VALUE 0.
        01  JG-NUM                  PIC 9(3)    VALUE 0.
        01  JG-FOUND-NUM            PIC 9(3)    VALUE 0.
        01  JG-OVERFLOW-FLAG        PIC X       VALUE 'N'.
            88  JG-OVERFLOW-WARNED              VALUE 'Y'.
        01  JG-PLAYER-ID            PIC X(08)   OCCURS 100 TIMES VALUE SPACES.
        01  JG-STAKED               PIC 9(9)V99 OCCURS 100 TIMES VALUE 0.
        01  JG-RETURNED             PIC 9(9)V99 OCCURS 100 TIMES VALUE 0.
      *> A PAIR IS FLAGGED WHEN IT HAS AT LEAST ALERT-MIN-HANDS MAOS
      *> AND THE HOUSE HOLDS ALERT-GAP-PCT POINTS OR MORE LESS ON IT
      *> THAN ON THE SAME JOGADOR AT EVERY OTHER CRUPIÊ.
        01  ALERT-MIN-HANDS         PIC 9(5)    VALUE 20.
        01  ALERT-GAP-PCT           PIC 9(3)V99 VALUE 10.00.
        01  ALERT-COUNT             PIC 9(5)    VALUE 0.
      *> ONE SHIFT'S (OR ONE CRUPIÊ'S) FIGURES, GATHERED HERE SO THE
      *> SAME PRINT PARAGRAPHS SERVE BOTH SECTIONS.
        01  ACC-SHIFTS              PIC 9(5)    VALUE 0.
        01  ACC-SECONDS             PIC 9(9)    VALUE 0.
        01  ACC-ROUNDS              PIC 9(7)    VALUE 0.
        01  ACC-HANDS               PIC 9(7)    VALUE 0.
        01  ACC-DROP                PIC 9(9)V99 VALUE 0.
        01  ACC-PAYOUT              PIC 9(9)V99 VALUE 0.
        01  ACC-DEALER-BUSTS        PIC 9(7)    VALUE 0.
        01  ACC-DEALER-NATURALS     PIC 9(7)    VALUE 0.
        01  ACC-PLAYER-NATURALS     PIC 9(7)    VALUE 0.
        01  ACC-BAD-INPUTS          PIC 9(7)    VALUE 0.
        01  ACC-FORCED-STANDS       PIC 9(7)    VALUE 0.
        01  ACC-HOLD                PIC S9(9)V99 VALUE 0.
        01  ACC-HOLD-PCT            PIC S9(3)V99 VALUE 0.
        01  ACC-MINUTES             PIC 9(7)    VALUE 0.
        01  ACC-HOURS               PIC 9(5)V9  VALUE 0.
        01  ROUNDS-PER-HOUR         PIC 9(4)V9  VALUE 0.
        01  HANDS-PER-HOUR          PIC 9(4)V9  VALUE 0.
      *> GL-TIMESTAMP IS HHMMSSCC. A SHIFT THAT ENDS "EARLIER" THAN
      *> IT STARTED RAN PAST MIDNIGHT.
        01  TS-WORK.
            05  TS-HH               PIC 9(2).
            05  TS-MM               PIC 9(2).
            05  TS-SS               PIC 9(2).
            05  TS-CC               PIC 9(2).
        01  START-SECONDS           PIC 9(6)    VALUE 0.
        01  END-SECONDS             PIC 9(6)    VALUE 0.
        01  SHIFT-SECONDS           PIC 9(6)    VALUE 0.
        01  PAIR-HOLD-PCT           PIC S9(3)V99 VALUE 0.
        01  OTHER-STAKED            PIC 9(9)V99 VALUE 0.
        01  OTHER-RETURNED          PIC 9(9)V99 VALUE 0.
        01  OTHER-HOLD-PCT          PIC S9(3)V99 VALUE 0.
        01  PAIR-GAP-PCT            PIC S9(3)V99 VALUE 0.
      *> THE PRINT LINES - EDITED FIELDS FILLED IN JUST BEFORE EACH
      *> WRITE ... FROM.
        01  RC-HEADER-LINE.
            05  FILLER              PIC X(32)
                VALUE "CRUPIES E TURNOS - VINTE-E-UM  ".
            05  FILLER              PIC X(03)   VALUE "DE ".
            05  RC-HD-FROM          PIC X(08).
            05  FILLER              PIC X(03)   VALUE " A ".
            05  RC-HD-TO            PIC X(08).
            05  FILLER              PIC X(10)   VALUE "  CRUPIE ".
            05  RC-HD-DEALER        PIC X(08).
        01  RC-SECTION-SHIFTS       PIC X(50)
            VALUE "----- POR TURNO -----".
        01  RC-SHIFT-HEAD           PIC X(80)
            VALUE "CRUPIE   DATA     ME INICIO   FIM      MINUTOS RODADAS  MAOS  ROD/H MAOS/H".
        01  RC-SHIFT-LINE.
            05  RC-SH-DEALER        PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-SH-DATE          PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-SH-TABLE         PIC X(02).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-SH-START         PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-SH-END           PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-SH-MINUTES       PIC ZZZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-SH-ROUNDS        PIC ZZZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-SH-HANDS         PIC ZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-SH-RPH           PIC ZZZ9.9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-SH-HPH           PIC ZZZ9.9.
        01  RC-SECTION-DEALERS      PIC X(50)
            VALUE "----- POR CRUPIE: TODOS OS TURNOS -----".
        01  RC-DEALER-HEAD          PIC X(80)
            VALUE "CRUPIE   TURNOS   HORAS RODADAS    MAOS  ROD/H MAOS/H".
        01  RC-DEALER-LINE.
            05  RC-CR-DEALER        PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-CR-SHIFTS        PIC ZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-CR-HOURS         PIC ZZZZ9.9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-CR-ROUNDS        PIC ZZZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-CR-HANDS         PIC ZZZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-CR-RPH           PIC ZZZ9.9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-CR-HPH           PIC ZZZ9.9.
      *> THE MONEY AND THE EVENTS, UNDER EACH SHIFT OR CRUPIÊ LINE.
        01  RC-MONEY-LINE.
            05  FILLER              PIC X(04)   VALUE SPACES.
            05  FILLER              PIC X(04)   VALUE "ENT ".
            05  RC-MN-DROP          PIC Z(7)9.99.
            05  FILLER              PIC X(05)   VALUE " PAG ".
            05  RC-MN-PAYOUT        PIC Z(7)9.99.
            05  FILLER              PIC X(06)   VALUE " RET% ".
            05  RC-MN-PCT           PIC +ZZ9.99.
            05  FILLER              PIC X(05)   VALUE " EST ".
            05  RC-MN-BUSTS         PIC ZZZ9.
            05  FILLER              PIC X(05)   VALUE " NAT ".
            05  RC-MN-NATURALS      PIC ZZZ9.
            05  FILLER              PIC X(04)   VALUE " BJ ".
            05  RC-MN-PLAYER-BJS    PIC ZZZ9.
            05  FILLER              PIC X(05)   VALUE " INV ".
            05  RC-MN-BAD           PIC ZZZ9.
            05  FILLER              PIC X(05)   VALUE " FOR ".
            05  RC-MN-FORCED        PIC ZZZ9.
        01  RC-LEGEND-LINE          PIC X(100)
            VALUE "    (ENT=DROP PAG=PAGAMENTOS EST=ESTOUROS DO CRUPIE NAT=NATURAIS DO CRUPIE BJ=DOS JOGADORES".
        01  RC-LEGEND-LINE-2        PIC X(100)
            VALUE "     INV=RESPOSTAS INVALIDAS FOR=MAOS PARADAS A FORCA)".
        01  RC-SECTION-PAIRS        PIC X(60)
            VALUE "----- CRUPIE X JOGADOR: RETENCAO DA CASA -----".
        01  RC-PAIR-HEAD            PIC X(90)
            VALUE "CRUPIE   JOGADOR   MAOS     APOSTADO    RETORNADO RET%CRUP RET%OUTROS".
        01  RC-PAIR-LINE.
            05  RC-DP-DEALER        PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-DP-PLAYER        PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-DP-HANDS         PIC ZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-DP-STAKED        PIC Z(8)9.99.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  RC-DP-RETURNED      PIC Z(8)9.99.
            05  FILLER              PIC X(02)   VALUE SPACES.
            05  RC-DP-PCT           PIC +ZZ9.99.
            05  FILLER              PIC X(04)   VALUE SPACES.
            05  RC-DP-OTHER-PCT     PIC X(07).
            05  FILLER              PIC X(02)   VALUE SPACES.
            05  RC-DP-ALERT         PIC X(07).
        01  RC-OTHER-PCT-EDIT       PIC +ZZ9.99.
        01  RC-ALERT-LINE.
            05  FILLER              PIC X(30)
                VALUE "PARES EM ALERTA (** VER) : ".
            05  RC-AL-COUNT         PIC ZZZZ9.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "DATA INICIAL (AAAAMMDD, BRANCO=TUDO): "
                WITH NO ADVANCING.
            ACCEPT DATE-FROM.
            DISPLAY "DATA FINAL (AAAAMMDD, BRANCO=TUDO): "
                WITH NO ADVANCING.
            ACCEPT DATE-TO.
            DISPLAY "CRUPIE (BRANCO=TODOS): " WITH NO ADVANCING.
            ACCEPT DEALER-FILTER.
            IF DATE-FROM = SPACES
                MOVE "00000000" TO DATE-FROM
            END-IF
            IF DATE-TO = SPACES
                MOVE "99999999" TO DATE-TO
            END-IF
            OPEN OUTPUT REPORT-FILE.
            MOVE DATE-FROM TO RC-HD-FROM.
            MOVE DATE-TO   TO RC-HD-TO.
            IF DEALER-FILTER = SPACES
                MOVE "TODOS"       TO RC-HD-DEALER
            ELSE
                MOVE DEALER-FILTER TO RC-HD-DEALER
            END-IF
            WRITE REPORT-RECORD FROM RC-HEADER-LINE.
            MOVE 'A' TO SOURCE-FLAG.
            OPEN INPUT ARCHIVE-FILE.
            IF AR-FILE-STATUS = "35"
                DISPLAY "SEM GAMEARCH. SÓ O GAMELOG VIVO ENTRA."
            ELSE
                PERFORM READ-ARCHIVE
                PERFORM TALLY-ARCHIVE-RECORD UNTIL ARCHIVE-AT-EOF
                CLOSE ARCHIVE-FILE
            END-IF
            PERFORM CLOSE-ALL-TABLES.
            MOVE 'L' TO SOURCE-FLAG.
            OPEN INPUT GAME-LOG-FILE.
            IF GL-FILE-STATUS = "35"
                DISPLAY "SEM GAMELOG VIVO. SÓ O ARQUIVO ENTRA."
            ELSE
                PERFORM READ-GAME-LOG
                PERFORM TALLY-LIVE-RECORD UNTIL LOG-AT-EOF
                CLOSE GAME-LOG-FILE
            END-IF
            PERFORM CLOSE-ALL-TABLES.
            DISPLAY "LINHAS LIDAS: ", LINES-READ,
                " / NO PERIODO: ", LINES-IN-RANGE,
                " / TURNOS: ", SH-COUNT.
            PERFORM PRINT-SHIFT-SECTION.
            PERFORM PRINT-DEALER-SECTION.
            PERFORM PRINT-PAIR-SECTION.
        PROGRAM-DONE.
            CLOSE REPORT-FILE.
            DISPLAY "RELATORIO DOS CRUPIES GRAVADO EM RELCRUP.".
            STOP RUN.
        READ-ARCHIVE.
            READ ARCHIVE-FILE
                AT END MOVE 'Y' TO ARCHIVE-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        READ-GAME-LOG.
            READ GAME-LOG-FILE
                AT END MOVE 'Y' TO LOG-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        TALLY-ARCHIVE-RECORD.
            MOVE AR-LOG-DATA TO GAME-LOG-RECORD.
            MOVE AR-RUN-DATE TO LINE-DATE.
            PERFORM TALLY-CURRENT-RECORD THRU TALLY-CURRENT-RECORD-EXIT.
            PERFORM READ-ARCHIVE.
        TALLY-LIVE-RECORD.
            PERFORM TALLY-CURRENT-RECORD THRU TALLY-CURRENT-RECORD-EXIT.
            PERFORM READ-GAME-LOG.
        TALLY-CURRENT-RECORD.
            PERFORM FIND-TABLE-SLOT.
            IF TB-FOUND-NUM = 0
                GO TO TALLY-CURRENT-RECORD-EXIT
            END-IF
      *> THE LIVE LOG HAS NO DATE STAMP - ITS LINES TAKE THE RUN
      *> DATE OFF THE LATEST SESSAO/'A' LINE FOR THEIR MESA.
            IF NOT READING-ARCHIVE
                IF GL-EVENT-TYPE = "SESSAO" AND GL-RESULT = 'A'
                    MOVE GL-PLAYER-ID TO TB-DATE(TB-FOUND-NUM)
                END-IF
                MOVE TB-DATE(TB-FOUND-NUM) TO LINE-DATE
            END-IF
            IF LINE-DATE < DATE-FROM OR LINE-DATE > DATE-TO
                GO TO TALLY-CURRENT-RECORD-EXIT
            END-IF
            ADD 1 TO LINES-IN-RANGE.
            EVALUATE GL-EVENT-TYPE
                WHEN "SESSAO"
                    PERFORM CLOSE-TABLE-ROUND
                    IF TB-SHIFT-NUM(TB-FOUND-NUM) > 0
                        MOVE TB-SHIFT-NUM(TB-FOUND-NUM) TO SH-NUM
                        MOVE GL-TIMESTAMP TO SH-END-TS(SH-NUM)
                    END-IF
                    MOVE 0 TO TB-SHIFT-NUM(TB-FOUND-NUM)
                WHEN "CRUPIE"
      *> A RESUME PICKS UP THE SAME RODADA - ITS DEALER HAND STAYS
      *> OPEN AND IS SCORED TO THE RESUMED SHIFT. A NEW SESSION OR
      *> A SHIFT CHANGE CLOSES THE RODADA BEFORE IT.
                    IF GL-RESULT NOT = 'R'
                        PERFORM CLOSE-TABLE-ROUND
                    END-IF
                    PERFORM OPEN-SHIFT
                WHEN "CARTA"
                WHEN "APOSTA"
                WHEN "SEGURO"
                WHEN "RESULTADO"
                WHEN "INVALIDA"
                    IF TB-SHIFT-NUM(TB-FOUND-NUM) = 0
                        PERFORM OPEN-UNKNOWN-SHIFT
                    END-IF
                    PERFORM TALLY-HAND-EVENT THRU TALLY-HAND-EVENT-EXIT
                WHEN OTHER
                    IF TB-SHIFT-NUM(TB-FOUND-NUM) > 0
                        MOVE TB-SHIFT-NUM(TB-FOUND-NUM) TO SH-NUM
                        MOVE GL-TIMESTAMP TO SH-END-TS(SH-NUM)
                    END-IF
            END-EVALUATE.
        TALLY-CURRENT-RECORD-EXIT.
            EXIT.
        TALLY-HAND-EVENT.
            MOVE TB-SHIFT-NUM(TB-FOUND-NUM) TO SH-NUM.
            IF SH-NUM = 0
                GO TO TALLY-HAND-EVENT-EXIT
            END-IF
            MOVE GL-TIMESTAMP TO SH-END-TS(SH-NUM).
            IF GL-EVENT-TYPE = "APOSTA" OR GL-EVENT-TYPE = "SEGURO"
                    OR GL-EVENT-TYPE = "RESULTADO"
                COMPUTE LOG-AMOUNT = FUNCTION NUMVAL(GL-AMOUNT)
            END-IF
      *> THE SAME DROP/PAYOUT RULES VINTEREP USES: APOSTA AND
      *> UNSETTLED SEGURO LINES ARE MONEY IN, RESULTADO AND
      *> SETTLED SEGURO LINES ARE MONEY OUT.
            EVALUATE GL-EVENT-TYPE
                WHEN "CARTA"
                    IF GL-PLAYER-ID = "DEALER"
                        PERFORM TALLY-DEALER-CARD
                    END-IF
                WHEN "APOSTA"
                    ADD LOG-AMOUNT TO SH-DROP(SH-NUM)
                    PERFORM FIND-PAIR-SLOT THRU FIND-PAIR-SLOT-EXIT
                    IF DP-FOUND-NUM > 0
                        ADD LOG-AMOUNT TO DP-STAKED(DP-FOUND-NUM)
                        ADD LOG-AMOUNT TO JG-STAKED(JG-FOUND-NUM)
                    END-IF
                WHEN "SEGURO"
                    PERFORM FIND-PAIR-SLOT THRU FIND-PAIR-SLOT-EXIT
                    IF GL-RESULT = SPACE
                        ADD LOG-AMOUNT TO SH-DROP(SH-NUM)
                        IF DP-FOUND-NUM > 0
                            ADD LOG-AMOUNT TO DP-STAKED(DP-FOUND-NUM)
                            ADD LOG-AMOUNT TO JG-STAKED(JG-FOUND-NUM)
                        END-IF
                    ELSE
                        ADD LOG-AMOUNT TO SH-PAYOUT(SH-NUM)
                        IF DP-FOUND-NUM > 0
                            ADD LOG-AMOUNT TO DP-RETURNED(DP-FOUND-NUM)
                            ADD LOG-AMOUNT TO JG-RETURNED(JG-FOUND-NUM)
                        END-IF
                    END-IF
                WHEN "RESULTADO"
                    ADD 1 TO SH-HANDS(SH-NUM)
                    ADD LOG-AMOUNT TO SH-PAYOUT(SH-NUM)
                    IF GL-RESULT = 'B'
                        ADD 1 TO SH-PLAYER-NATURALS(SH-NUM)
                    END-IF
                    PERFORM FIND-PAIR-SLOT THRU FIND-PAIR-SLOT-EXIT
                    IF DP-FOUND-NUM > 0
                        ADD 1 TO DP-HANDS(DP-FOUND-NUM)
                        ADD LOG-AMOUNT TO DP-RETURNED(DP-FOUND-NUM)
                        ADD LOG-AMOUNT TO JG-RETURNED(JG-FOUND-NUM)
                    END-IF
                WHEN "INVALIDA"
                    ADD 1 TO SH-BAD-INPUTS(SH-NUM)
                    IF GL-RESULT = 'F'
                        ADD 1 TO SH-FORCED-STANDS(SH-NUM)
                    END-IF
            END-EVALUATE.
        TALLY-HAND-EVENT-EXIT.
            EXIT.
        TALLY-DEALER-CARD.
      *> THE DEALER'S FIRST CARD OF A NEW RODADA CLOSES THE LAST
      *> ONE. GL-RUNNING-TOTAL IS THE DEALER'S BEST TOTAL AFTER
      *> THE CARD.
            IF TB-DEALER-CARDS(TB-FOUND-NUM) > 0
                    AND GL-ROUND NOT = TB-ROUND(TB-FOUND-NUM)
                PERFORM CLOSE-TABLE-ROUND
            END-IF
            MOVE GL-ROUND TO TB-ROUND(TB-FOUND-NUM).
            ADD 1 TO TB-DEALER-CARDS(TB-FOUND-NUM).
            MOVE GL-RUNNING-TOTAL TO TB-DEALER-TOTAL(TB-FOUND-NUM).
        CLOSE-TABLE-ROUND.
            IF TB-DEALER-CARDS(TB-FOUND-NUM) > 0
                    AND TB-SHIFT-NUM(TB-FOUND-NUM) > 0
                MOVE TB-SHIFT-NUM(TB-FOUND-NUM) TO SH-NUM
                ADD 1 TO SH-ROUNDS(SH-NUM)
                IF TB-DEALER-TOTAL(TB-FOUND-NUM) > 21
                    ADD 1 TO SH-DEALER-BUSTS(SH-NUM)
                END-IF
                IF TB-DEALER-CARDS(TB-FOUND-NUM) = 2
                        AND TB-DEALER-TOTAL(TB-FOUND-NUM) = 21
                    ADD 1 TO SH-DEALER-NATURALS(SH-NUM)
                END-IF
            END-IF
            MOVE 0 TO TB-DEALER-CARDS(TB-FOUND-NUM).
            MOVE 0 TO TB-DEALER-TOTAL(TB-FOUND-NUM).
        CLOSE-ALL-TABLES.
      *> THE END OF A FILE ENDS EVERY SHIFT STILL OPEN IN IT - THE
      *> LIVE LOG DOESN'T CONTINUE THE ARCHIVE'S LAST NIGHT.
            PERFORM CLOSE-ONE-TABLE VARYING TB-FOUND-NUM FROM 1 BY 1
                UNTIL TB-FOUND-NUM > TB-COUNT.
        CLOSE-ONE-TABLE.
            PERFORM CLOSE-TABLE-ROUND.
            MOVE 0 TO TB-SHIFT-NUM(TB-FOUND-NUM).
            MOVE SPACES TO TB-DATE(TB-FOUND-NUM).
        OPEN-SHIFT.
            MOVE 0 TO TB-SHIFT-NUM(TB-FOUND-NUM).
            IF SH-COUNT < SH-MAX
                ADD 1 TO SH-COUNT
                MOVE GL-PLAYER-ID  TO SH-DEALER-ID(SH-COUNT)
                MOVE LINE-DATE     TO SH-DATE(SH-COUNT)
                MOVE GL-TABLE-ID   TO SH-TABLE-ID(SH-COUNT)
                MOVE GL-TIMESTAMP  TO SH-START-TS(SH-COUNT)
                MOVE GL-TIMESTAMP  TO SH-END-TS(SH-COUNT)
                MOVE SH-COUNT      TO TB-SHIFT-NUM(TB-FOUND-NUM)
            ELSE
                IF NOT SH-OVERFLOW-WARNED
                    DISPLAY "MAIS DE ", SH-MAX, " TURNOS NO",
                        " PERIODO. IGNORANDO OS EXCEDENTES."
                    MOVE 'Y' TO SH-OVERFLOW-FLAG
                END-IF
            END-IF.
        OPEN-UNKNOWN-SHIFT.
      *> AN OLD LOG'S HAND LINE WITH NO CRUPIE LINE AHEAD OF IT -
      *> THE SHIFT IS STILL COUNTED, UNDER NO NAME.
            MOVE 0 TO TB-SHIFT-NUM(TB-FOUND-NUM).
            IF SH-COUNT < SH-MAX
                ADD 1 TO SH-COUNT
                MOVE UNKNOWN-DEALER TO SH-DEALER-ID(SH-COUNT)
                MOVE LINE-DATE     TO SH-DATE(SH-COUNT)
                MOVE GL-TABLE-ID   TO SH-TABLE-ID(SH-COUNT)
                MOVE GL-TIMESTAMP  TO SH-START-TS(SH-COUNT)
                MOVE GL-TIMESTAMP  TO SH-END-TS(SH-COUNT)
                MOVE SH-COUNT      TO TB-SHIFT-NUM(TB-FOUND-NUM)
            ELSE
                IF NOT SH-OVERFLOW-WARNED
                    DISPLAY "MAIS DE ", SH-MAX, " TURNOS NO",
                        " PERIODO. IGNORANDO OS EXCEDENTES."
                    MOVE 'Y' TO SH-OVERFLOW-FLAG
                END-IF
            END-IF.
        FIND-TABLE-SLOT.
            MOVE 0 TO TB-FOUND-NUM.
            PERFORM MATCH-TABLE-SLOT VARYING TB-NUM FROM 1 BY 1
                UNTIL TB-NUM > TB-COUNT OR TB-FOUND-NUM > 0.
            IF TB-FOUND-NUM = 0
                IF TB-COUNT < TB-MAX
                    ADD 1 TO TB-COUNT
                    MOVE GL-TABLE-ID TO TB-TABLE-ID(TB-COUNT)
                    MOVE TB-COUNT TO TB-FOUND-NUM
                ELSE
                    IF NOT TB-OVERFLOW-WARNED
                        DISPLAY "MAIS DE ", TB-MAX, " MESAS NO",
                            " LOG. IGNORANDO AS EXCEDENTES."
                        MOVE 'Y' TO TB-OVERFLOW-FLAG
                    END-IF
                END-IF
            END-IF.
        MATCH-TABLE-SLOT.
            IF TB-TABLE-ID(TB-NUM) = GL-TABLE-ID
                MOVE TB-NUM TO TB-FOUND-NUM
            END-IF.
        FIND-PAIR-SLOT.
      *> THE JOGADOR'S OVERALL SLOT FIRST - A PAIR IS ONLY KEPT
      *> WHEN ITS JOGADOR HAS ONE TO BE MEASURED AGAINST.
            MOVE 0 TO DP-FOUND-NUM.
            MOVE 0 TO JG-FOUND-NUM.
            PERFORM MATCH-PLAYER-SLOT VARYING JG-NUM FROM 1 BY 1
                UNTIL JG-NUM > JG-COUNT OR JG-FOUND-NUM > 0.
            IF JG-FOUND-NUM = 0
                IF JG-COUNT < JG-MAX
                    ADD 1 TO JG-COUNT
                    MOVE GL-PLAYER-ID TO JG-PLAYER-ID(JG-COUNT)
                    MOVE JG-COUNT TO JG-FOUND-NUM
                ELSE
                    IF NOT JG-OVERFLOW-WARNED
                        DISPLAY "MAIS DE ", JG-MAX, " JOGADORES NO",
                            " PERIODO. IGNORANDO OS EXCEDENTES."
                        MOVE 'Y' TO JG-OVERFLOW-FLAG
                    END-IF
                    GO TO FIND-PAIR-SLOT-EXIT
                END-IF
            END-IF
            PERFORM MATCH-PAIR-SLOT VARYING DP-NUM FROM 1 BY 1
                UNTIL DP-NUM > DP-COUNT OR DP-FOUND-NUM > 0.
            IF DP-FOUND-NUM = 0
                IF DP-COUNT < DP-MAX
                    ADD 1 TO DP-COUNT
                    MOVE SH-DEALER-ID(SH-NUM) TO DP-DEALER-ID(DP-COUNT)
                    MOVE GL-PLAYER-ID TO DP-PLAYER-ID(DP-COUNT)
                    MOVE DP-COUNT TO DP-FOUND-NUM
                ELSE
                    IF NOT DP-OVERFLOW-WARNED
                        DISPLAY "MAIS DE ", DP-MAX, " PARES CRUPIE X",
                            " JOGADOR. IGNORANDO OS EXCEDENTES."
                        MOVE 'Y' TO DP-OVERFLOW-FLAG
                    END-IF
                END-IF
            END-IF.
        FIND-PAIR-SLOT-EXIT.
            EXIT.
        MATCH-PLAYER-SLOT.
            IF JG-PLAYER-ID(JG-NUM) = GL-PLAYER-ID
                MOVE JG-NUM TO JG-FOUND-NUM
            END-IF.
        MATCH-PAIR-SLOT.
            IF DP-DEALER-ID(DP-NUM) = SH-DEALER-ID(SH-NUM)
                    AND DP-PLAYER-ID(DP-NUM) = GL-PLAYER-ID
                MOVE DP-NUM TO DP-FOUND-NUM
            END-IF.
        PRINT-SHIFT-SECTION.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM RC-SECTION-SHIFTS.
            WRITE REPORT-RECORD FROM RC-SHIFT-HEAD.
            WRITE REPORT-RECORD FROM RC-LEGEND-LINE.
            WRITE REPORT-RECORD FROM RC-LEGEND-LINE-2.
            PERFORM PRINT-ONE-SHIFT VARYING SH-NUM FROM 1 BY 1
                UNTIL SH-NUM > SH-COUNT.
        PRINT-ONE-SHIFT.
            IF DEALER-FILTER = SPACES
                    OR SH-DEALER-ID(SH-NUM) = DEALER-FILTER
                PERFORM CLEAR-ACCUMULATORS
                PERFORM ADD-SHIFT-TO-ACCUMULATORS
                PERFORM COMPUTE-RATES
                MOVE SH-DEALER-ID(SH-NUM) TO RC-SH-DEALER
                MOVE SH-DATE(SH-NUM)      TO RC-SH-DATE
                MOVE SH-TABLE-ID(SH-NUM)  TO RC-SH-TABLE
                MOVE SH-START-TS(SH-NUM)  TO RC-SH-START
                MOVE SH-END-TS(SH-NUM)    TO RC-SH-END
                MOVE ACC-MINUTES          TO RC-SH-MINUTES
                MOVE ACC-ROUNDS           TO RC-SH-ROUNDS
                MOVE ACC-HANDS            TO RC-SH-HANDS
                MOVE ROUNDS-PER-HOUR      TO RC-SH-RPH
                MOVE HANDS-PER-HOUR       TO RC-SH-HPH
                WRITE REPORT-RECORD FROM RC-SHIFT-LINE
                PERFORM PRINT-MONEY-LINE
            END-IF.
        PRINT-DEALER-SECTION.
      *> THE CRUPIÊ LIST IS BUILT HERE, IN THE ORDER THEIR FIRST
      *> SHIFT APPEARS, THEN EACH ONE'S SHIFTS ARE ADDED UP.
            PERFORM NOTE-SHIFT-DEALER VARYING SH-NUM FROM 1 BY 1
                UNTIL SH-NUM > SH-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM RC-SECTION-DEALERS.
            WRITE REPORT-RECORD FROM RC-DEALER-HEAD.
            PERFORM PRINT-ONE-DEALER VARYING CR-NUM FROM 1 BY 1
                UNTIL CR-NUM > CR-COUNT.
        NOTE-SHIFT-DEALER.
            MOVE 0 TO CR-FOUND-NUM.
            PERFORM MATCH-DEALER-SLOT VARYING CR-NUM FROM 1 BY 1
                UNTIL CR-NUM > CR-COUNT OR CR-FOUND-NUM > 0.
            IF CR-FOUND-NUM = 0 AND CR-COUNT < CR-MAX
                ADD 1 TO CR-COUNT
                MOVE SH-DEALER-ID(SH-NUM) TO CR-DEALER-ID(CR-COUNT)
            END-IF.
        MATCH-DEALER-SLOT.
            IF CR-DEALER-ID(CR-NUM) = SH-DEALER-ID(SH-NUM)
                MOVE CR-NUM TO CR-FOUND-NUM
            END-IF.
        PRINT-ONE-DEALER.
            IF DEALER-FILTER = SPACES
                    OR CR-DEALER-ID(CR-NUM) = DEALER-FILTER
                PERFORM CLEAR-ACCUMULATORS
                PERFORM ADD-DEALER-SHIFT VARYING SH-NUM FROM 1 BY 1
                    UNTIL SH-NUM > SH-COUNT
                PERFORM COMPUTE-RATES
                MOVE CR-DEALER-ID(CR-NUM) TO RC-CR-DEALER
                MOVE ACC-SHIFTS           TO RC-CR-SHIFTS
                MOVE ACC-HOURS            TO RC-CR-HOURS
                MOVE ACC-ROUNDS           TO RC-CR-ROUNDS
                MOVE ACC-HANDS            TO RC-CR-HANDS
                MOVE ROUNDS-PER-HOUR      TO RC-CR-RPH
                MOVE HANDS-PER-HOUR       TO RC-CR-HPH
                WRITE REPORT-RECORD FROM RC-DEALER-LINE
                PERFORM PRINT-MONEY-LINE
            END-IF.
        ADD-DEALER-SHIFT.
            IF SH-DEALER-ID(SH-NUM) = CR-DEALER-ID(CR-NUM)
                PERFORM ADD-SHIFT-TO-ACCUMULATORS
            END-IF.
        CLEAR-ACCUMULATORS.
            MOVE 0 TO ACC-SHIFTS ACC-SECONDS ACC-ROUNDS ACC-HANDS
                ACC-DROP ACC-PAYOUT ACC-DEALER-BUSTS
                ACC-DEALER-NATURALS ACC-PLAYER-NATURALS
                ACC-BAD-INPUTS ACC-FORCED-STANDS.
        ADD-SHIFT-TO-ACCUMULATORS.
            PERFORM COMPUTE-SHIFT-SECONDS THRU COMPUTE-SHIFT-SECONDS-EXIT.
            ADD 1                            TO ACC-SHIFTS.
            ADD SHIFT-SECONDS                TO ACC-SECONDS.
            ADD SH-ROUNDS(SH-NUM)            TO ACC-ROUNDS.
            ADD SH-HANDS(SH-NUM)             TO ACC-HANDS.
            ADD SH-DROP(SH-NUM)              TO ACC-DROP.
            ADD SH-PAYOUT(SH-NUM)            TO ACC-PAYOUT.
            ADD SH-DEALER-BUSTS(SH-NUM)      TO ACC-DEALER-BUSTS.
            ADD SH-DEALER-NATURALS(SH-NUM)   TO ACC-DEALER-NATURALS.
            ADD SH-PLAYER-NATURALS(SH-NUM)   TO ACC-PLAYER-NATURALS.
            ADD SH-BAD-INPUTS(SH-NUM)        TO ACC-BAD-INPUTS.
            ADD SH-FORCED-STANDS(SH-NUM)     TO ACC-FORCED-STANDS.
        COMPUTE-SHIFT-SECONDS.
            MOVE 0 TO SHIFT-SECONDS.
            MOVE SH-START-TS(SH-NUM) TO TS-WORK.
            IF TS-WORK IS NOT NUMERIC
                GO TO COMPUTE-SHIFT-SECONDS-EXIT
            END-IF
            COMPUTE START-SECONDS = TS-HH * 3600 + TS-MM * 60 + TS-SS.
            MOVE SH-END-TS(SH-NUM) TO TS-WORK.
            IF TS-WORK IS NOT NUMERIC
                GO TO COMPUTE-SHIFT-SECONDS-EXIT
            END-IF
            COMPUTE END-SECONDS = TS-HH * 3600 + TS-MM * 60 + TS-SS.
            IF END-SECONDS < START-SECONDS
                ADD 86400 TO END-SECONDS
            END-IF
            COMPUTE SHIFT-SECONDS = END-SECONDS - START-SECONDS.
        COMPUTE-SHIFT-SECONDS-EXIT.
            EXIT.
        COMPUTE-RATES.
      *> A SHIFT TOO SHORT TO TIME (ONE LINE, OR UNDER A SECOND)
      *> SHOWS NO RATE RATHER THAN AN ABSURD ONE.
            COMPUTE ACC-MINUTES = ACC-SECONDS / 60.
            COMPUTE ACC-HOURS ROUNDED = ACC-SECONDS / 3600.
            IF ACC-SECONDS > 0
                COMPUTE ROUNDS-PER-HOUR ROUNDED =
                    (ACC-ROUNDS * 3600) / ACC-SECONDS
                    ON SIZE ERROR MOVE 9999.9 TO ROUNDS-PER-HOUR
                END-COMPUTE
                COMPUTE HANDS-PER-HOUR ROUNDED =
                    (ACC-HANDS * 3600) / ACC-SECONDS
                    ON SIZE ERROR MOVE 9999.9 TO HANDS-PER-HOUR
                END-COMPUTE
            ELSE
                MOVE 0 TO ROUNDS-PER-HOUR
                MOVE 0 TO HANDS-PER-HOUR
            END-IF
            COMPUTE ACC-HOLD = ACC-DROP - ACC-PAYOUT.
            IF ACC-DROP > 0
                COMPUTE ACC-HOLD-PCT ROUNDED =
                    (ACC-HOLD / ACC-DROP) * 100
            ELSE
                MOVE 0 TO ACC-HOLD-PCT
            END-IF.
        PRINT-MONEY-LINE.
            MOVE ACC-DROP            TO RC-MN-DROP.
            MOVE ACC-PAYOUT          TO RC-MN-PAYOUT.
            MOVE ACC-HOLD-PCT        TO RC-MN-PCT.
            MOVE ACC-DEALER-BUSTS    TO RC-MN-BUSTS.
            MOVE ACC-DEALER-NATURALS TO RC-MN-NATURALS.
            MOVE ACC-PLAYER-NATURALS TO RC-MN-PLAYER-BJS.
            MOVE ACC-BAD-INPUTS      TO RC-MN-BAD.
            MOVE ACC-FORCED-STANDS   TO RC-MN-FORCED.
            WRITE REPORT-RECORD FROM RC-MONEY-LINE.
        PRINT-PAIR-SECTION.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM RC-SECTION-PAIRS.
            WRITE REPORT-RECORD FROM RC-PAIR-HEAD.
            PERFORM PRINT-ONE-PAIR THRU PRINT-ONE-PAIR-EXIT
                VARYING DP-NUM FROM 1 BY 1
                UNTIL DP-NUM > DP-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            MOVE ALERT-COUNT TO RC-AL-COUNT.
            WRITE REPORT-RECORD FROM RC-ALERT-LINE.
            IF ALERT-COUNT > 0
                DISPLAY "ATENÇÃO: ", ALERT-COUNT, " PAR(ES) CRUPIE X",
                    " JOGADOR EM ALERTA. VER RELCRUP."
            END-IF.
        PRINT-ONE-PAIR.
            IF DEALER-FILTER NOT = SPACES
                    AND DP-DEALER-ID(DP-NUM) NOT = DEALER-FILTER
                GO TO PRINT-ONE-PAIR-EXIT
            END-IF
            MOVE DP-DEALER-ID(DP-NUM) TO RC-DP-DEALER.
            MOVE DP-PLAYER-ID(DP-NUM) TO RC-DP-PLAYER.
            MOVE DP-HANDS(DP-NUM)     TO RC-DP-HANDS.
            MOVE DP-STAKED(DP-NUM)    TO RC-DP-STAKED.
            MOVE DP-RETURNED(DP-NUM)  TO RC-DP-RETURNED.
            MOVE SPACES TO RC-DP-OTHER-PCT RC-DP-ALERT.
            IF DP-STAKED(DP-NUM) > 0
                COMPUTE PAIR-HOLD-PCT ROUNDED =
                    ((DP-STAKED(DP-NUM) - DP-RETURNED(DP-NUM))
                        / DP-STAKED(DP-NUM)) * 100
                    ON SIZE ERROR MOVE -999.99 TO PAIR-HOLD-PCT
                END-COMPUTE
            ELSE
                MOVE 0 TO PAIR-HOLD-PCT
            END-IF
            MOVE PAIR-HOLD-PCT TO RC-DP-PCT.
      *> THE SAME JOGADOR WITH EVERY OTHER CRUPIÊ: THE JOGADOR'S
      *> OVERALL FIGURES LESS THIS PAIR'S.
            MOVE 0 TO JG-FOUND-NUM.
            PERFORM MATCH-PAIR-PLAYER VARYING JG-NUM FROM 1 BY 1
                UNTIL JG-NUM > JG-COUNT OR JG-FOUND-NUM > 0.
            IF JG-FOUND-NUM > 0
                COMPUTE OTHER-STAKED =
                    JG-STAKED(JG-FOUND-NUM) - DP-STAKED(DP-NUM)
                COMPUTE OTHER-RETURNED =
                    JG-RETURNED(JG-FOUND-NUM) - DP-RETURNED(DP-NUM)
                IF OTHER-STAKED > 0
                    COMPUTE OTHER-HOLD-PCT ROUNDED =
                        ((OTHER-STAKED - OTHER-RETURNED)
                            / OTHER-STAKED) * 100
                        ON SIZE ERROR MOVE -999.99 TO OTHER-HOLD-PCT
                    END-COMPUTE
                    MOVE OTHER-HOLD-PCT TO RC-OTHER-PCT-EDIT
                    MOVE RC-OTHER-PCT-EDIT TO RC-DP-OTHER-PCT
                    COMPUTE PAIR-GAP-PCT = OTHER-HOLD-PCT - PAIR-HOLD-PCT
                    IF DP-HANDS(DP-NUM) >= ALERT-MIN-HANDS
                            AND PAIR-GAP-PCT >= ALERT-GAP-PCT
                        MOVE "** VER" TO RC-DP-ALERT
                        ADD 1 TO ALERT-COUNT
                    END-IF
                END-IF
            END-IF
            WRITE REPORT-RECORD FROM RC-PAIR-LINE.
        PRINT-ONE-PAIR-EXIT.
            EXIT.
        MATCH-PAIR-PLAYER.
            IF JG-PLAYER-ID(JG-NUM) = DP-PLAYER-ID(DP-NUM)
                MOVE JG-NUM TO JG-FOUND-NUM
            END-IF.
