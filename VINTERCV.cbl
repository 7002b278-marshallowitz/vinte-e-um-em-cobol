  IDENTIFICATION DIVISION.
      *> REBUILDS ONE OF THE INDEXED MASTERS FROM THE JOURNALS WHEN
      *> ITS VSAM CLUSTER IS DAMAGED - UNTIL NOW THE ONLY WAY BACK
      *> WAS LAST WEEK'S BACKUP AND A PENCIL. SYSIN CARRIES THE
      *> MASTER (CASHIER, COMPPTS OR PLAYERST) AND THE BUSINESS DATE
      *> TO REBUILD IT TO (AAAAMMDD, BLANK FOR TODAY):
      *>   - CASHIER: THE NEWEST CSHPOS SNAPSHOT ON OR BEFORE THE
      *>     DATE, THEN EVERY LATER CSHARCH MOVEMENT UP TO IT - THE
      *>     SAQUE LINE SETS THE BALANCE, THE SAME RULE VINTECXA
      *>     PROVES WITH;
      *>   - COMPPTS: FROM ZERO, EVERY PTSJRN ACCRUAL UP TO THE DATE
      *>     SINCE THE PLAYER'S LAST RESGATE (THE REDEEM ZEROES THE
      *>     BALANCE; THE NIGHT'S ACCRUAL COMES AFTER IT AT THE
      *>     CLOSE);
      *>   - PLAYERST: FROM ZERO, THE RESULTADO LINES IN GAMEARCH
      *>     TALLIED THE WAY VINTEREC TALLIES THEM, A RECORD FOR
      *>     EVERY CÓDIGO THAT SAT DOWN (CADEIRA LINES), AND THE
      *>     MERGELOG CADASTRO LINES: FUNDIR REMAPS THE OLD CÓDIGO,
      *>     INSCREVER ENROLS, DESATIVAR FLAGS THE RECORD INACTIVE.
      *> WHEN THE DATE IS TODAY THE LIVE CASHTRAN / GAMELOG JOIN THE
      *> REPLAY - THEIR LINES BELONG TO TODAY, THE DAY THE CLOSE
      *> WILL STAMP THEM WITH. THE RESULT GOES TO A NEW COPY OF THE
      *> MASTER (NOVOMST), NEVER OVER THE CURRENT ONE, AND A LISTING
      *> (RELRECU) SHOWS EVERY RECORD WHERE THE TWO DISAGREE - THE
      *> OPERATOR DECIDES WHETHER TO SWAP THE NEW COPY IN. RC=0 THE
      *> COPY MATCHES THE CURRENT FILE, RC=4 IT DIFFERS OR RAISED
      *> AVISOS, RC=8 NOTHING USABLE WAS WRITTEN. NOT A CLOSE STEP:
      *> IT ONLY READS THE JOURNALS AND THE CURRENT MASTER, SO IT
      *> STAYS OUT OF BATCHCTL.
        PROGRAM-ID.     VINTERCV.
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
            SELECT CASHIER-TRANS-FILE ASSIGN TO "CASHTRAN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CT-FILE-STATUS.
            SELECT POINTS-JOURNAL-FILE ASSIGN TO "PTSJRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PJ-FILE-STATUS.
            SELECT ARCHIVE-FILE ASSIGN TO "GAMEARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AR-FILE-STATUS.
            SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GL-FILE-STATUS.
            SELECT MERGE-JOURNAL-FILE ASSIGN TO "MERGELOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MJ-FILE-STATUS.
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
            SELECT PLAYER-STATS-FILE ASSIGN TO "PLAYERST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PS-PLAYER-ID
                FILE STATUS IS PS-FILE-STATUS.
      *> THE NEW COPY - ONE DD, WHICHEVER MASTER IS BEING REBUILT,
      *> SO ONLY THE MATCHING SELECT IS EVER OPENED.
            SELECT NEW-CASHIER-FILE ASSIGN TO "NOVOMST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NC-PLAYER-ID
                FILE STATUS IS NM-FILE-STATUS.
            SELECT NEW-POINTS-FILE ASSIGN TO "NOVOMST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NP-PLAYER-ID
                FILE STATUS IS NM-FILE-STATUS.
            SELECT NEW-STATS-FILE ASSIGN TO "NOVOMST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NS-PLAYER-ID
                FILE STATUS IS NM-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "RELRECU"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASHIER-POSITION-FILE.
        COPY POREC.
        FD  CASHIER-ARCHIVE-FILE.
        COPY CAREC.
        FD  CASHIER-TRANS-FILE.
        COPY CTREC.
        FD  POINTS-JOURNAL-FILE.
        COPY PJREC.
        FD  ARCHIVE-FILE.
        COPY ARCREC.
        FD  GAME-LOG-FILE.
        COPY GLREC.
        FD  MERGE-JOURNAL-FILE.
        COPY MJREC.
        FD  CASHIER-FILE.
        COPY CBREC.
        FD  COMP-POINTS-FILE.
        COPY CPREC.
        FD  PLAYER-STATS-FILE.
        COPY PSREC.
      *> THE NEW COPIES ARE THE SAME SHARED LAYOUTS UNDER THEIR OWN
      *> NAMES, SO THE REBUILT RECORD CAN'T DRIFT FROM THE MASTER.
        FD  NEW-CASHIER-FILE.
        COPY CBREC REPLACING ==CASHIER-RECORD== BY ==NEW-CASHIER-RECORD==
            LEADING ==CB-== BY ==NC-==.
        FD  NEW-POINTS-FILE.
        COPY CPREC REPLACING ==COMP-POINTS-RECORD== BY ==NEW-POINTS-RECORD==
            LEADING ==CP-== BY ==NP-==.
        FD  NEW-STATS-FILE.
        COPY PSREC REPLACING ==PLAYER-STATS-RECORD== BY ==NEW-STATS-RECORD==
            LEADING ==PS-== BY ==NS-==.
        FD  REPORT-FILE.
        01  REPORT-RECORD           PIC X(100).
        WORKING-STORAGE SECTION.
        01  PO-FILE-STATUS          PIC X(02).
        01  CA-FILE-STATUS          PIC X(02).
        01  CT-FILE-STATUS          PIC X(02).
        01  PJ-FILE-STATUS          PIC X(02).
        01  AR-FILE-STATUS          PIC X(02).
        01  GL-FILE-STATUS          PIC X(02).
        01  MJ-FILE-STATUS          PIC X(02).
        01  CB-FILE-STATUS          PIC X(02).
        01  CP-FILE-STATUS          PIC X(02).
        01  PS-FILE-STATUS          PIC X(02).
        01  NM-FILE-STATUS          PIC X(02).
        01  RT-FILE-STATUS          PIC X(02).
        01  POSITION-EOF-FLAG       PIC X       VALUE 'N'.
            88  POSITION-AT-EOF                 VALUE 'Y'.
        01  CASH-EOF-FLAG           PIC X       VALUE 'N'.
            88  CASH-AT-EOF                     VALUE 'Y'.
        01  TRANS-EOF-FLAG          PIC X       VALUE 'N'.
            88  TRANS-AT-EOF                    VALUE 'Y'.
        01  JOURNAL-EOF-FLAG        PIC X       VALUE 'N'.
            88  JOURNAL-AT-EOF                  VALUE 'Y'.
        01  ARCHIVE-EOF-FLAG        PIC X       VALUE 'N'.
            88  ARCHIVE-AT-EOF                  VALUE 'Y'.
        01  LOG-EOF-FLAG            PIC X       VALUE 'N'.
            88  LOG-AT-EOF                      VALUE 'Y'.
        01  MERGE-EOF-FLAG          PIC X       VALUE 'N'.
            88  MERGE-AT-EOF                    VALUE 'Y'.
        01  SWEEP-EOF-FLAG          PIC X       VALUE 'N'.
            88  SWEEP-AT-EOF                    VALUE 'Y'.
      *> THE TWO SYSIN ANSWERS.
        01  RECOVER-MASTER          PIC X(08)   VALUE SPACES.
            88  RECOVER-CASHIER                 VALUE "CASHIER".
            88  RECOVER-POINTS                  VALUE "COMPPTS".
            88  RECOVER-STATS                   VALUE "PLAYERST".
        01  RECOVER-DATE            PIC X(08)   VALUE SPACES.
        01  RECOVER-DATE-NUM        PIC 9(08)   VALUE 0.
        01  RUN-DATE                PIC X(08)   VALUE SPACES.
      *> THE LIVE FILES HOLD TODAY'S LINES ONLY, SO THEY JOIN THE
      *> REPLAY ONLY WHEN THE REBUILD RUNS TO TODAY.
        01  LIVE-FLAG               PIC X       VALUE 'N'.
            88  LIVE-LINES-INCLUDED             VALUE 'Y'.
      *> THE CASHIER'S STARTING POINT - THE NEWEST CSHPOS DATE NOT
      *> AFTER THE REBUILD DATE, BLANK WHEN THERE IS NONE (START
      *> FROM ZERO). MOVEMENTS DATED AFTER IT ARE REPLAYED.
        01  SNAP-DATE               PIC X(08)   VALUE SPACES.
        01  REPLAY-FROM-DATE        PIC X(08)   VALUE SPACES.
        01  MOVE-DATE               PIC X(08)   VALUE SPACES.
        01  SLOT-PLAYER-ID          PIC X(08)   VALUE SPACES.
      *> AMOUNTS COME OFF THE JOURNALS IN THEIR EDITED PRINT SHAPE -
      *> NUMVAL TURNS THEM BACK INTO MONEY BEFORE ANY ARITHMETIC.
        01  LINE-AMOUNT             PIC 9(9)V99 VALUE 0.
        01  WORK-DATE-NUM           PIC 9(08)   VALUE 0.
        01  WORK-DAY-NUMBER         PIC 9(08)   VALUE 0.
      *> THE REBUILT MASTER, ONE SLICE PER CÓDIGO - SAME PARALLEL-
      *> TABLE SHAPE THE SEAT TABLES USE IN VINTEUM. RB-AMOUNT IS
      *> THE CASHIER BALANCE OR THE PONTOS, THE COUNTERS AND STATUS
      *> ARE PLAYERST'S. A FULL TABLE IS NOT A WARNING HERE: A
      *> MASTER MISSING PLAYERS IS NO MASTER, SO NOTHING IS WRITTEN.
        01  RB-MAX                  PIC 9(3)    VALUE 500.
        01  RB-COUNT                PIC 9(3)    VALUE 0.
        01  RB-NUM                  PIC 9(3)    VALUE 0.
        01  RB-FOUND-NUM            PIC 9(3)    VALUE 0.
        01  RB-OVERFLOW-FLAG        PIC X       VALUE 'N'.
            88  RB-OVERFLOW-WARNED              VALUE 'Y'.
        01  RB-PLAYER-ID            PIC X(08)   OCCURS 500 TIMES VALUE SPACES.
        01  RB-AMOUNT               PIC 9(7)V99 OCCURS 500 TIMES VALUE 0.
        01  RB-GAMES                PIC 9(05)   OCCURS 500 TIMES VALUE 0.
        01  RB-WINS                 PIC 9(05)   OCCURS 500 TIMES VALUE 0.
        01  RB-LOSSES               PIC 9(05)   OCCURS 500 TIMES VALUE 0.
        01  RB-BUSTS                PIC 9(05)   OCCURS 500 TIMES VALUE 0.
        01  RB-BLACKJACKS           PIC 9(05)   OCCURS 500 TIMES VALUE 0.
        01  RB-STATUS               PIC X(01)   OCCURS 500 TIMES VALUE 'A'.
        01  RB-SEEN-FLAG            PIC X       OCCURS 500 TIMES VALUE 'N'.
            88  RB-IN-CURRENT                   VALUE 'Y'.
        01  RB-DROP-FLAG            PIC X       OCCURS 500 TIMES VALUE 'N'.
            88  RB-MERGED-AWAY                  VALUE 'Y'.
      *> CASHIER: MONEY TAKEN TO THE TABLE (COMPRA, TORNEIO) WITH NO
      *> SAQUE AFTER IT - THE SITTING NEVER CLOSED AT THE CAIXA, SO
      *> THE LAST SAQUE IS ONLY THE BEST ANSWER THE JOURNAL HAS.
        01  RB-OPEN-FLAG            PIC X       OCCURS 500 TIMES VALUE 'N'.
            88  RB-SITTING-OPEN                 VALUE 'Y'.
        01  RB-OPEN-DATE            PIC X(08)   OCCURS 500 TIMES VALUE SPACES.
      *> COMPPTS: THE LAST RESGATE ON OR BEFORE THE DATE AND THE DAY
      *> BEFORE IT. A CLOSE THAT RAN PAST MIDNIGHT STAMPS THE
      *> RESGATE A DAY AFTER THE SESSION IT HAPPENED IN, SO PONTOS
      *> ACCRUED UNDER THE EVE ARE LEFT OUT AND FLAGGED FOR A LOOK.
        01  RB-RESGATE-DATE         PIC X(08)   OCCURS 500 TIMES VALUE SPACES.
        01  RB-RESGATE-EVE          PIC X(08)   OCCURS 500 TIMES VALUE SPACES.
        01  RB-EVE-FLAG             PIC X       OCCURS 500 TIMES VALUE 'N'.
            88  RB-EVE-POINTS-LEFT              VALUE 'Y'.
      *> PLAYERST: THE FUNDIR MAP, FOLLOWED HOP BY HOP THE WAY
      *> VINTEREC FOLLOWS IT. THE INSCREVER / DESATIVAR LINES NEED NO
      *> TABLE - THEY ARE APPLIED TO THE REBUILT SLOTS AS THEY ARE READ.
        01  MAP-MAX                 PIC 9(2)    VALUE 50.
        01  MAP-COUNT               PIC 9(2)    VALUE 0.
        01  MAP-NUM                 PIC 9(2)    VALUE 0.
        01  MAP-FROM-ID             PIC X(08)   OCCURS 50 TIMES VALUE SPACES.
        01  MAP-TO-ID               PIC X(08)   OCCURS 50 TIMES VALUE SPACES.
        01  MAP-HOPS                PIC 9(2)    VALUE 0.
        01  MAP-MAX-HOPS            PIC 9(2)    VALUE 10.
        01  MAP-HIT-FLAG            PIC X       VALUE 'N'.
            88  MAP-HOP-HIT                     VALUE 'Y'.
        01  CADASTRO-COUNT          PIC 9(05)   VALUE 0.
      *> THE CURRENT MASTER'S RECORD, WHICHEVER FILE IT CAME FROM.
        01  CUR-PLAYER-ID           PIC X(08)   VALUE SPACES.
        01  CUR-AMOUNT              PIC 9(7)V99 VALUE 0.
        01  CUR-GAMES               PIC 9(05)   VALUE 0.
        01  CUR-WINS                PIC 9(05)   VALUE 0.
        01  CUR-LOSSES              PIC 9(05)   VALUE 0.
        01  CUR-BUSTS               PIC 9(05)   VALUE 0.
        01  CUR-BLACKJACKS          PIC 9(05)   VALUE 0.
        01  CUR-STATUS              PIC X(01)   VALUE SPACE.
        01  SWEEP-STATUS            PIC X(02)   VALUE SPACES.
        01  CURRENT-BROKEN-FLAG     PIC X       VALUE 'N'.
            88  CURRENT-IS-BROKEN               VALUE 'Y'.
        01  LINES-READ              PIC 9(07)   VALUE 0.
        01  CURRENT-COUNT           PIC 9(05)   VALUE 0.
        01  SAME-COUNT              PIC 9(05)   VALUE 0.
        01  DIFFERENT-COUNT         PIC 9(05)   VALUE 0.
        01  CURRENT-ONLY-COUNT      PIC 9(05)   VALUE 0.
        01  REBUILD-ONLY-COUNT      PIC 9(05)   VALUE 0.
        01  RECORDS-WRITTEN         PIC 9(05)   VALUE 0.
        01  WARNING-COUNT           PIC 9(05)   VALUE 0.
        01  ERROR-COUNT             PIC 9(05)   VALUE 0.
      *> THE PRINT LINES - EDITED FIELDS FILLED IN JUST BEFORE EACH
      *> WRITE ... FROM.
        01  RV-TITLE-LINE.
            05  FILLER              PIC X(40)
                VALUE "RECUPERACAO DE MESTRE - VINTE-E-UM".
            05  FILLER              PIC X(07)   VALUE "MESTRE ".
            05  RV-TL-MASTER        PIC X(08).
            05  FILLER              PIC X(05)   VALUE " ATE ".
            05  RV-TL-DATE          PIC X(08).
        01  RV-START-LINE.
            05  FILLER              PIC X(18)   VALUE "PONTO DE PARTIDA: ".
            05  RV-SL-TEXT          PIC X(60)   VALUE SPACES.
        01  RV-SECTION-WARNINGS     PIC X(50)
            VALUE "----- AVISOS DA RECONSTRUCAO -----".
        01  RV-SECTION-DIFFS        PIC X(50)
            VALUE "----- DIFERENCAS CONTRA O MESTRE ATUAL -----".
        01  RV-SECTION-TOTALS       PIC X(50)
            VALUE "----- TOTAIS -----".
        01  RV-NONE-LINE            PIC X(40)
            VALUE "  (NENHUM)".
        01  RV-DETAIL-LINE.
            05  RV-DT-TAG           PIC X(20).
            05  RV-DT-ID            PIC X(08).
            05  FILLER              PIC X(02)   VALUE SPACES.
            05  RV-DT-SIDE          PIC X(14).
            05  RV-DT-VALUES        PIC X(56).
        01  RV-AMOUNT-VALUES.
            05  RV-AV-AMOUNT        PIC Z(6)9.99.
        01  RV-STATS-VALUES.
            05  FILLER              PIC X(06)   VALUE "JOGOS ".
            05  RV-SV-GAMES         PIC ZZZZ9.
            05  FILLER              PIC X(05)   VALUE " VIT ".
            05  RV-SV-WINS          PIC ZZZZ9.
            05  FILLER              PIC X(05)   VALUE " DER ".
            05  RV-SV-LOSSES        PIC ZZZZ9.
            05  FILLER              PIC X(05)   VALUE " EST ".
            05  RV-SV-BUSTS         PIC ZZZZ9.
            05  FILLER              PIC X(04)   VALUE " BJ ".
            05  RV-SV-BLACKJACKS    PIC ZZZZ9.
            05  FILLER              PIC X(04)   VALUE " ST ".
            05  RV-SV-STATUS        PIC X(01).
        01  RV-OPEN-TEXT.
            05  FILLER              PIC X(19)   VALUE "MOVIMENTO SEM SAQUE".
            05  FILLER              PIC X(07)   VALUE " DESDE ".
            05  RV-OT-DATE          PIC X(08).
            05  FILLER              PIC X(22)   VALUE " - VALE O ULTIMO SAQUE".
        01  RV-EVE-TEXT.
            05  FILLER              PIC X(10)   VALUE "PONTOS DE ".
            05  RV-ET-EVE           PIC X(08).
            05  FILLER              PIC X(14)   VALUE " FORA (RESGATE".
            05  FILLER              PIC X(01)   VALUE SPACE.
            05  RV-ET-RESGATE       PIC X(08).
            05  FILLER              PIC X(12)   VALUE ") - CONFERIR".
        01  RV-TOTAL-LINE.
            05  RV-TT-LABEL         PIC X(40).
            05  RV-TT-COUNT         PIC ZZZZ9.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "MESTRE (CASHIER, COMPPTS OU PLAYERST): "
                WITH NO ADVANCING.
            ACCEPT RECOVER-MASTER.
            DISPLAY "DATA (AAAAMMDD, BRANCO=HOJE): " WITH NO ADVANCING.
            ACCEPT RECOVER-DATE.
            MOVE FUNCTION UPPER-CASE(RECOVER-MASTER) TO RECOVER-MASTER.
            MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
            IF NOT RECOVER-CASHIER AND NOT RECOVER-POINTS
                AND NOT RECOVER-STATS
                DISPLAY "MESTRE INVÁLIDO: ", RECOVER-MASTER
                MOVE 8 TO RETURN-CODE
                GO TO PROGRAM-DONE
            END-IF
            IF RECOVER-DATE = SPACES
                MOVE RUN-DATE TO RECOVER-DATE
            END-IF
            IF RECOVER-DATE NOT NUMERIC
                DISPLAY "DATA INVÁLIDA: ", RECOVER-DATE
                MOVE 8 TO RETURN-CODE
                GO TO PROGRAM-DONE
            END-IF
            MOVE RECOVER-DATE TO RECOVER-DATE-NUM.
            IF RECOVER-DATE-NUM < 16010101
                OR FUNCTION TEST-DATE-YYYYMMDD(RECOVER-DATE-NUM) NOT = 0
                DISPLAY "DATA INVÁLIDA: ", RECOVER-DATE
                MOVE 8 TO RETURN-CODE
                GO TO PROGRAM-DONE
            END-IF
            IF RECOVER-DATE > RUN-DATE
                DISPLAY "DATA NO FUTURO: ", RECOVER-DATE
                MOVE 8 TO RETURN-CODE
                GO TO PROGRAM-DONE
            END-IF
            IF RECOVER-DATE = RUN-DATE
                MOVE 'Y' TO LIVE-FLAG
            END-IF
            DISPLAY "===== RECUPERAÇÃO DO ", FUNCTION TRIM(RECOVER-MASTER),
                " ATÉ ", RECOVER-DATE, " =====".
            OPEN OUTPUT REPORT-FILE.
            MOVE RECOVER-MASTER TO RV-TL-MASTER.
            MOVE RECOVER-DATE   TO RV-TL-DATE.
            WRITE REPORT-RECORD FROM RV-TITLE-LINE.
            EVALUATE TRUE
                WHEN RECOVER-CASHIER
                    PERFORM REBUILD-CASHIER
                WHEN RECOVER-POINTS
                    PERFORM REBUILD-POINTS
                WHEN RECOVER-STATS
                    PERFORM REBUILD-STATS
            END-EVALUATE
            WRITE REPORT-RECORD FROM RV-START-LINE.
            DISPLAY "LINHAS DE DIÁRIO LIDAS: ", LINES-READ.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM RV-SECTION-WARNINGS.
            PERFORM LIST-REBUILD-WARNINGS VARYING RB-NUM FROM 1 BY 1
                UNTIL RB-NUM > RB-COUNT.
            IF WARNING-COUNT = 0
                WRITE REPORT-RECORD FROM RV-NONE-LINE
            END-IF
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM RV-SECTION-DIFFS.
            PERFORM COMPARE-CURRENT-MASTER.
            PERFORM LIST-REBUILD-ONLY VARYING RB-NUM FROM 1 BY 1
                UNTIL RB-NUM > RB-COUNT.
            IF DIFFERENT-COUNT = 0 AND CURRENT-ONLY-COUNT = 0
                AND REBUILD-ONLY-COUNT = 0
                WRITE REPORT-RECORD FROM RV-NONE-LINE
            END-IF
            IF ERROR-COUNT = 0
                PERFORM WRITE-NEW-MASTER THRU WRITE-NEW-MASTER-EXIT
            END-IF
            PERFORM PRINT-TOTALS.
            CLOSE REPORT-FILE.
            EVALUATE TRUE
                WHEN ERROR-COUNT > 0
                    DISPLAY "ERROS: ", ERROR-COUNT, ". NOVA CÓPIA",
                        " (NOVOMST) NÃO SERVE - NÃO TROCAR O MESTRE."
                    MOVE 8 TO RETURN-CODE
                WHEN DIFFERENT-COUNT > 0 OR CURRENT-ONLY-COUNT > 0
                    OR REBUILD-ONLY-COUNT > 0 OR WARNING-COUNT > 0
                    OR CURRENT-IS-BROKEN
                    DISPLAY "NOVA CÓPIA GRAVADA (", RECORDS-WRITTEN,
                        " REGISTROS) COM DIFERENÇAS OU AVISOS.",
                        " CONFERIR O RELRECU ANTES DE TROCAR."
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    DISPLAY "NOVA CÓPIA GRAVADA (", RECORDS-WRITTEN,
                        " REGISTROS) E IGUAL AO MESTRE ATUAL."
            END-EVALUATE.
        PROGRAM-DONE.
            STOP RUN.
        REBUILD-CASHIER.
      *> CSHPOS IS APPENDED CLOSE BY CLOSE, BUT A RERUN CAN PUT A
      *> DATE IN TWICE OR OUT OF ORDER - SO TAKE THE HIGHEST DATE
      *> NOT AFTER THE REBUILD DATE RATHER THAN THE LAST ONE READ.
            MOVE 'N' TO POSITION-EOF-FLAG.
            OPEN INPUT CASHIER-POSITION-FILE.
            IF PO-FILE-STATUS = "35"
                DISPLAY "SEM CSHPOS. RECONSTRUINDO DO ZERO."
            ELSE
                PERFORM READ-POSITION
                PERFORM NOTE-SNAPSHOT-DATE UNTIL POSITION-AT-EOF
                CLOSE CASHIER-POSITION-FILE
            END-IF
            IF SNAP-DATE = SPACES
                MOVE "ZERO - NENHUMA FOTO CSHPOS ATE A DATA"
                    TO RV-SL-TEXT
            ELSE
                STRING "FOTO CSHPOS DE " SNAP-DATE
                    " + CSHARCH DEPOIS DELA" DELIMITED BY SIZE
                    INTO RV-SL-TEXT
                MOVE 'N' TO POSITION-EOF-FLAG
                OPEN INPUT CASHIER-POSITION-FILE
                PERFORM READ-POSITION
                PERFORM TAKE-SNAPSHOT-LINE UNTIL POSITION-AT-EOF
                CLOSE CASHIER-POSITION-FILE
            END-IF
            DISPLAY "FOTO DE PARTIDA (CSHPOS): ", SNAP-DATE.
            MOVE SNAP-DATE TO REPLAY-FROM-DATE.
            PERFORM REPLAY-CASH-MOVES.
        NOTE-SNAPSHOT-DATE.
            IF PO-RUN-DATE NOT > RECOVER-DATE
                IF PO-RUN-DATE > SNAP-DATE OR SNAP-DATE = SPACES
                    MOVE PO-RUN-DATE TO SNAP-DATE
                END-IF
            END-IF
            PERFORM READ-POSITION.
        READ-POSITION.
            READ CASHIER-POSITION-FILE
                AT END MOVE 'Y' TO POSITION-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        TAKE-SNAPSHOT-LINE.
            IF PO-RUN-DATE = SNAP-DATE
                MOVE PO-PLAYER-ID TO SLOT-PLAYER-ID
                PERFORM FIND-REBUILD-SLOT
                IF RB-FOUND-NUM > 0
                    COMPUTE RB-AMOUNT(RB-FOUND-NUM) =
                        FUNCTION NUMVAL(PO-BALANCE)
                END-IF
            END-IF
            PERFORM READ-POSITION.
        REPLAY-CASH-MOVES.
      *> THE CAIXA MOVEMENTS AFTER THE STARTING POINT, OLDEST FIRST:
      *> THE DATED ARCHIVE, THEN TODAY'S LIVE LEDGER.
            MOVE 'N' TO CASH-EOF-FLAG.
            OPEN INPUT CASHIER-ARCHIVE-FILE.
            IF CA-FILE-STATUS = "35"
                DISPLAY "SEM CSHARCH."
            ELSE
                PERFORM READ-CASHIER-ARCHIVE
                PERFORM TAKE-ARCHIVED-MOVE UNTIL CASH-AT-EOF
                CLOSE CASHIER-ARCHIVE-FILE
            END-IF
            IF LIVE-LINES-INCLUDED
                MOVE 'N' TO TRANS-EOF-FLAG
                OPEN INPUT CASHIER-TRANS-FILE
                IF CT-FILE-STATUS = "35"
                    DISPLAY "SEM CASHTRAN VIVO."
                ELSE
                    PERFORM READ-CASHIER-TRANS
                    PERFORM TAKE-LIVE-MOVE UNTIL TRANS-AT-EOF
                    CLOSE CASHIER-TRANS-FILE
                END-IF
            END-IF.
        READ-CASHIER-ARCHIVE.
            READ CASHIER-ARCHIVE-FILE
                AT END MOVE 'Y' TO CASH-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        TAKE-ARCHIVED-MOVE.
      *> AN ARCHIVED LINE IS THE SAME CASHTRAN LINE BEHIND ITS DATE
      *> STAMP - DROP IT INTO THE TRANS RECORD AND APPLY IT THE SAME
      *> WAY.
            IF CA-RUN-DATE > REPLAY-FROM-DATE
                AND CA-RUN-DATE NOT > RECOVER-DATE
                MOVE CA-RUN-DATE   TO MOVE-DATE
                MOVE CA-TRANS-DATA TO CASHIER-TRANS-RECORD
                PERFORM APPLY-CASH-MOVE
            END-IF
            PERFORM READ-CASHIER-ARCHIVE.
        READ-CASHIER-TRANS.
            READ CASHIER-TRANS-FILE
                AT END MOVE 'Y' TO TRANS-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        TAKE-LIVE-MOVE.
            MOVE RUN-DATE TO MOVE-DATE.
            PERFORM APPLY-CASH-MOVE.
            PERFORM READ-CASHIER-TRANS.
        APPLY-CASH-MOVE.
      *> CASHIER: THE SAQUE LINE REPLACES WHATEVER THE PLAYER TOOK
      *> TO THE TABLE WITH WHAT THEY WALKED BACK WITH; COMPRA,
      *> TORNEIO, PREMIO, LIQUIDO AND RESGATE DON'T CHANGE WHAT THE
      *> CAIXA HOLDS (VINTECXA'S RULE). COMPPTS: ONLY THE RESGATE
      *> MATTERS - IT ZEROED THE PONTOS THAT DAY.
            MOVE CT-PLAYER-ID TO SLOT-PLAYER-ID.
            EVALUATE TRUE
                WHEN RECOVER-CASHIER
                    PERFORM FIND-REBUILD-SLOT
                    IF RB-FOUND-NUM > 0
                        EVALUATE CT-TRANS-TYPE
                            WHEN "SAQUE"
                                COMPUTE RB-AMOUNT(RB-FOUND-NUM) =
                                    FUNCTION NUMVAL(CT-AMOUNT)
                                MOVE 'N' TO RB-OPEN-FLAG(RB-FOUND-NUM)
                            WHEN "COMPRA"
                            WHEN "TORNEIO"
                                IF NOT RB-SITTING-OPEN(RB-FOUND-NUM)
                                    MOVE 'Y'
                                        TO RB-OPEN-FLAG(RB-FOUND-NUM)
                                    MOVE MOVE-DATE
                                        TO RB-OPEN-DATE(RB-FOUND-NUM)
                                END-IF
                        END-EVALUATE
                    END-IF
                WHEN RECOVER-POINTS
                    IF CT-TRANS-TYPE = "RESGATE"
                        PERFORM FIND-REBUILD-SLOT
                        IF RB-FOUND-NUM > 0
                            MOVE MOVE-DATE
                                TO RB-RESGATE-DATE(RB-FOUND-NUM)
                            MOVE 0 TO RB-AMOUNT(RB-FOUND-NUM)
                        END-IF
                    END-IF
            END-EVALUATE.
        REBUILD-POINTS.
      *> THERE IS NO PONTOS SNAPSHOT - THE BALANCE IS EVERYTHING
      *> ACCRUED SINCE THE LAST RESGATE, SO FIND THE RESGATES FIRST
      *> AND THEN ADD THE JOURNAL UP.
            MOVE "ZERO - PTSJRN DESDE O ULTIMO RESGATE (CSHARCH)"
                TO RV-SL-TEXT.
            MOVE SPACES TO REPLAY-FROM-DATE.
            PERFORM REPLAY-CASH-MOVES.
            PERFORM NOTE-RESGATE-EVE VARYING RB-NUM FROM 1 BY 1
                UNTIL RB-NUM > RB-COUNT.
            MOVE 'N' TO JOURNAL-EOF-FLAG.
            OPEN INPUT POINTS-JOURNAL-FILE.
            IF PJ-FILE-STATUS = "35"
                DISPLAY "SEM PTSJRN. NENHUM PONTO A RECONSTRUIR."
            ELSE
                PERFORM READ-POINTS-JOURNAL
                PERFORM TAKE-POINTS-LINE UNTIL JOURNAL-AT-EOF
                CLOSE POINTS-JOURNAL-FILE
            END-IF.
        NOTE-RESGATE-EVE.
            IF RB-RESGATE-DATE(RB-NUM) IS NUMERIC
                MOVE RB-RESGATE-DATE(RB-NUM) TO WORK-DATE-NUM
                IF WORK-DATE-NUM > 16010101
                    COMPUTE WORK-DAY-NUMBER =
                        FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM) - 1
                    COMPUTE WORK-DATE-NUM =
                        FUNCTION DATE-OF-INTEGER(WORK-DAY-NUMBER)
                    MOVE WORK-DATE-NUM TO RB-RESGATE-EVE(RB-NUM)
                END-IF
            END-IF.
        READ-POINTS-JOURNAL.
            READ POINTS-JOURNAL-FILE
                AT END MOVE 'Y' TO JOURNAL-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        TAKE-POINTS-LINE.
            IF PJ-RUN-DATE NOT > RECOVER-DATE
                MOVE PJ-PLAYER-ID TO SLOT-PLAYER-ID
                PERFORM FIND-REBUILD-SLOT
                IF RB-FOUND-NUM > 0
                    IF PJ-RUN-DATE NOT < RB-RESGATE-DATE(RB-FOUND-NUM)
                        COMPUTE LINE-AMOUNT =
                            FUNCTION NUMVAL(PJ-POINTS)
                        ADD LINE-AMOUNT TO RB-AMOUNT(RB-FOUND-NUM)
                    END-IF
                    IF PJ-RUN-DATE = RB-RESGATE-EVE(RB-FOUND-NUM)
                        MOVE 'Y' TO RB-EVE-FLAG(RB-FOUND-NUM)
                    END-IF
                END-IF
            END-IF
            PERFORM READ-POINTS-JOURNAL.
        REBUILD-STATS.
      *> TWO PASSES OVER THE CADASTRO JOURNAL: THE FUNDIR MAP FIRST,
      *> SO IT IS IN PLACE BEFORE THE FIRST LOGGED HAND IS TALLIED;
      *> THE INSCREVER AND DESATIVAR LINES AFTER THE HANDS, STRAIGHT
      *> INTO THE REBUILT SLOTS.
            MOVE "ZERO - GAMEARCH + MERGELOG"
                TO RV-SL-TEXT.
            MOVE 'N' TO MERGE-EOF-FLAG.
            OPEN INPUT MERGE-JOURNAL-FILE.
            IF MJ-FILE-STATUS = "35"
                DISPLAY "SEM MERGELOG. NENHUMA FUSÃO, INSCRIÇÃO OU",
                    " DESATIVAÇÃO A APLICAR."
            ELSE
                PERFORM READ-MERGE-JOURNAL
                PERFORM STORE-JOURNAL-LINE UNTIL MERGE-AT-EOF
                CLOSE MERGE-JOURNAL-FILE
            END-IF
            MOVE 'N' TO ARCHIVE-EOF-FLAG.
            OPEN INPUT ARCHIVE-FILE.
            IF AR-FILE-STATUS = "35"
                DISPLAY "SEM GAMEARCH."
            ELSE
                PERFORM READ-ARCHIVE
                PERFORM TAKE-ARCHIVED-LINE UNTIL ARCHIVE-AT-EOF
                CLOSE ARCHIVE-FILE
            END-IF
            IF LIVE-LINES-INCLUDED
                MOVE 'N' TO LOG-EOF-FLAG
                OPEN INPUT GAME-LOG-FILE
                IF GL-FILE-STATUS = "35"
                    DISPLAY "SEM GAMELOG VIVO."
                ELSE
                    PERFORM READ-GAME-LOG
                    PERFORM TAKE-LIVE-LINE UNTIL LOG-AT-EOF
                    CLOSE GAME-LOG-FILE
                END-IF
            END-IF
            IF MJ-FILE-STATUS NOT = "35"
                MOVE 'N' TO MERGE-EOF-FLAG
                OPEN INPUT MERGE-JOURNAL-FILE
                PERFORM REREAD-MERGE-JOURNAL
                PERFORM APPLY-CADASTRO-LINE UNTIL MERGE-AT-EOF
                CLOSE MERGE-JOURNAL-FILE
            END-IF
            DISPLAY "FUSÕES APLICADAS: ", MAP-COUNT,
                " / INSCRIÇÕES E DESATIVAÇÕES: ", CADASTRO-COUNT.
            PERFORM DROP-MERGED-SLOT VARYING RB-NUM FROM 1 BY 1
                UNTIL RB-NUM > RB-COUNT.
        READ-MERGE-JOURNAL.
            READ MERGE-JOURNAL-FILE
                AT END MOVE 'Y' TO MERGE-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
      *> THE SECOND PASS - ITS LINES WERE ALREADY COUNTED ON THE FIRST.
        REREAD-MERGE-JOURNAL.
            READ MERGE-JOURNAL-FILE
                AT END MOVE 'Y' TO MERGE-EOF-FLAG
            END-READ.
        STORE-JOURNAL-LINE.
      *> ONLY WHAT HAD HAPPENED BY THE REBUILD DATE.
            IF MJ-RUN-DATE NOT > RECOVER-DATE AND MJ-IS-MERGE
                IF MAP-COUNT < MAP-MAX
                    ADD 1 TO MAP-COUNT
                    MOVE MJ-FROM-ID TO MAP-FROM-ID(MAP-COUNT)
                    MOVE MJ-TO-ID   TO MAP-TO-ID(MAP-COUNT)
                ELSE
                    DISPLAY "MAIS DE ", MAP-MAX, " FUSÕES NO",
                        " MERGELOG. NÃO DÁ PRA RECONSTRUIR."
                    ADD 1 TO ERROR-COUNT
                END-IF
            END-IF
            PERFORM READ-MERGE-JOURNAL.
        READ-ARCHIVE.
            READ ARCHIVE-FILE
                AT END MOVE 'Y' TO ARCHIVE-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        TAKE-ARCHIVED-LINE.
            IF AR-RUN-DATE NOT > RECOVER-DATE
                MOVE AR-LOG-DATA TO GAME-LOG-RECORD
                PERFORM TALLY-CURRENT-LINE
            END-IF
            PERFORM READ-ARCHIVE.
        READ-GAME-LOG.
            READ GAME-LOG-FILE
                AT END MOVE 'Y' TO LOG-EOF-FLAG
                NOT AT END ADD 1 TO LINES-READ
            END-READ.
        TAKE-LIVE-LINE.
            PERFORM TALLY-CURRENT-LINE.
            PERFORM READ-GAME-LOG.
        TALLY-CURRENT-LINE.
      *> VINTEUM WRITES A PLAYERST RECORD FOR EVERY SEAT AT THE END
      *> OF ITS RUN, HANDS OR NO HANDS - THE CADEIRA LINE IS THE
      *> PROOF THE CÓDIGO SAT DOWN. THE COUNTERS COME OFF THE
      *> RESULTADO LINES BY VINTEREC'S RULES.
            IF GL-EVENT-TYPE = "CADEIRA" AND GL-PLAYER-ID NOT = SPACES
                PERFORM REMAP-MERGED-ID
                MOVE GL-PLAYER-ID TO SLOT-PLAYER-ID
                PERFORM FIND-REBUILD-SLOT
            END-IF
            IF GL-EVENT-TYPE = "RESULTADO" AND GL-PLAYER-ID NOT = "DEALER"
                PERFORM REMAP-MERGED-ID
                MOVE GL-PLAYER-ID TO SLOT-PLAYER-ID
                PERFORM FIND-REBUILD-SLOT
                IF RB-FOUND-NUM > 0
                    ADD 1 TO RB-GAMES(RB-FOUND-NUM)
                    EVALUATE GL-RESULT
                        WHEN 'B'
                            ADD 1 TO RB-WINS(RB-FOUND-NUM)
                            ADD 1 TO RB-BLACKJACKS(RB-FOUND-NUM)
                        WHEN 'W'
                            ADD 1 TO RB-WINS(RB-FOUND-NUM)
                        WHEN 'X'
                            ADD 1 TO RB-BUSTS(RB-FOUND-NUM)
                            ADD 1 TO RB-LOSSES(RB-FOUND-NUM)
                        WHEN 'L'
                            ADD 1 TO RB-LOSSES(RB-FOUND-NUM)
                    END-EVALUATE
                END-IF
            END-IF.
        REMAP-MERGED-ID.
      *> A LOGGED LINE UNDER A CÓDIGO THAT WAS LATER FUNDIDO COUNTS
      *> FOR THE CÓDIGO IT WAS FOLDED INTO - FOLLOWED HOP BY HOP SO
      *> A CHAIN OF MERGES STILL LANDS ON THE SURVIVING ID.
            MOVE 0 TO MAP-HOPS.
            MOVE 'Y' TO MAP-HIT-FLAG.
            PERFORM REMAP-ONE-HOP
                UNTIL NOT MAP-HOP-HIT OR MAP-HOPS >= MAP-MAX-HOPS.
        REMAP-ONE-HOP.
            MOVE 'N' TO MAP-HIT-FLAG.
            PERFORM SCAN-MAP-SLOT VARYING MAP-NUM FROM 1 BY 1
                UNTIL MAP-NUM > MAP-COUNT OR MAP-HOP-HIT.
            ADD 1 TO MAP-HOPS.
        SCAN-MAP-SLOT.
            IF MAP-FROM-ID(MAP-NUM) = GL-PLAYER-ID
                MOVE MAP-TO-ID(MAP-NUM) TO GL-PLAYER-ID
                MOVE 'Y' TO MAP-HIT-FLAG
            END-IF.
        APPLY-CADASTRO-LINE.
      *> VINTEMNT ONLY JOURNALS AN INSCREVER OR DESATIVAR THAT
      *> WORKED, SO THE RECORD EXISTED THEN EVEN IF IT NEVER SAT
      *> DOWN. DESATIVAR HAS NO WAY BACK IN VINTEMNT.
            IF MJ-RUN-DATE NOT > RECOVER-DATE
                AND (MJ-IS-ENROLMENT OR MJ-IS-DEACTIVATION)
                ADD 1 TO CADASTRO-COUNT
                MOVE MJ-FROM-ID TO SLOT-PLAYER-ID
                PERFORM FIND-REBUILD-SLOT
                IF RB-FOUND-NUM > 0 AND MJ-IS-DEACTIVATION
                    MOVE 'I' TO RB-STATUS(RB-FOUND-NUM)
                END-IF
            END-IF
            PERFORM REREAD-MERGE-JOURNAL.
        DROP-MERGED-SLOT.
      *> FUNDIR DELETED THE OLD CÓDIGO'S RECORD. ITS HANDS ARE
      *> ALREADY REMAPPED, SO ONLY A SLOT AN INSCREVER OR DESATIVAR
      *> LINE OPENED UNDER THE OLD NAME CAN STILL BE HERE.
            MOVE RB-PLAYER-ID(RB-NUM) TO GL-PLAYER-ID.
            PERFORM REMAP-MERGED-ID.
            IF GL-PLAYER-ID NOT = RB-PLAYER-ID(RB-NUM)
                MOVE 'Y' TO RB-DROP-FLAG(RB-NUM)
            END-IF.
        FIND-REBUILD-SLOT.
            PERFORM LOOK-UP-REBUILD-SLOT.
            IF RB-FOUND-NUM = 0
                IF RB-COUNT < RB-MAX
                    ADD 1 TO RB-COUNT
                    MOVE SLOT-PLAYER-ID TO RB-PLAYER-ID(RB-COUNT)
                    MOVE RB-COUNT TO RB-FOUND-NUM
                ELSE
                    IF NOT RB-OVERFLOW-WARNED
                        DISPLAY "MAIS DE ", RB-MAX, " JOGADORES A",
                            " RECONSTRUIR. NÃO DÁ PRA GRAVAR A CÓPIA."
                        MOVE 'Y' TO RB-OVERFLOW-FLAG
                        ADD 1 TO ERROR-COUNT
                    END-IF
                END-IF
            END-IF.
        LOOK-UP-REBUILD-SLOT.
            MOVE 0 TO RB-FOUND-NUM.
            PERFORM MATCH-REBUILD-SLOT VARYING RB-NUM FROM 1 BY 1
                UNTIL RB-NUM > RB-COUNT OR RB-FOUND-NUM > 0.
        MATCH-REBUILD-SLOT.
            IF RB-PLAYER-ID(RB-NUM) = SLOT-PLAYER-ID
                MOVE RB-NUM TO RB-FOUND-NUM
            END-IF.
        LIST-REBUILD-WARNINGS.
      *> WHAT THE JOURNALS COULDN'T SETTLE ON THEIR OWN - THE VALUE
      *> IN THE NEW COPY IS THE JOURNAL'S BEST ANSWER, BUT SOMEONE
      *> SHOULD LOOK AT THESE BEFORE THE SWAP.
            IF RB-SITTING-OPEN(RB-NUM)
                MOVE RB-OPEN-DATE(RB-NUM) TO RV-OT-DATE
                MOVE RV-OPEN-TEXT TO RV-DT-VALUES
                PERFORM WRITE-WARNING-LINE
            END-IF
            IF RB-EVE-POINTS-LEFT(RB-NUM)
                MOVE RB-RESGATE-EVE(RB-NUM)  TO RV-ET-EVE
                MOVE RB-RESGATE-DATE(RB-NUM) TO RV-ET-RESGATE
                MOVE RV-EVE-TEXT TO RV-DT-VALUES
                PERFORM WRITE-WARNING-LINE
            END-IF.
        WRITE-WARNING-LINE.
            ADD 1 TO WARNING-COUNT.
            MOVE "AVISO"              TO RV-DT-TAG.
            MOVE RB-PLAYER-ID(RB-NUM) TO RV-DT-ID.
            MOVE SPACES               TO RV-DT-SIDE.
            WRITE REPORT-RECORD FROM RV-DETAIL-LINE.
        COMPARE-CURRENT-MASTER.
      *> THE CURRENT FILE IS THE ONE SUSPECTED OF DAMAGE - A MISSING
      *> OR UNREADABLE CLUSTER, OR A READ THAT FAILS PART WAY, IS
      *> REPORTED AND THE COMPARISON STOPS THERE; THE NEW COPY IS
      *> STILL WRITTEN. SAME KEYED WALK VINTEMNT'S LISTAR USES.
            MOVE 'N' TO SWEEP-EOF-FLAG.
            EVALUATE TRUE
                WHEN RECOVER-CASHIER
                    OPEN INPUT CASHIER-FILE
                    MOVE CB-FILE-STATUS TO SWEEP-STATUS
                WHEN RECOVER-POINTS
                    OPEN INPUT COMP-POINTS-FILE
                    MOVE CP-FILE-STATUS TO SWEEP-STATUS
                WHEN RECOVER-STATS
                    OPEN INPUT PLAYER-STATS-FILE
                    MOVE PS-FILE-STATUS TO SWEEP-STATUS
            END-EVALUATE
            IF SWEEP-STATUS NOT = "00"
                MOVE 'Y' TO CURRENT-BROKEN-FLAG
                DISPLAY "NÃO CONSEGUI ABRIR O ", FUNCTION TRIM(RECOVER-MASTER),
                    " ATUAL (STATUS ", SWEEP-STATUS, ")."
                MOVE SPACES TO REPORT-RECORD
                STRING "*** MESTRE ATUAL NAO ABRE (STATUS "
                    SWEEP-STATUS ") - SEM COMPARACAO ***"
                    DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
            ELSE
                EVALUATE TRUE
                    WHEN RECOVER-CASHIER
                        MOVE LOW-VALUES TO CB-PLAYER-ID
                        START CASHIER-FILE KEY >= CB-PLAYER-ID
                            INVALID KEY MOVE 'Y' TO SWEEP-EOF-FLAG
                        END-START
                    WHEN RECOVER-POINTS
                        MOVE LOW-VALUES TO CP-PLAYER-ID
                        START COMP-POINTS-FILE KEY >= CP-PLAYER-ID
                            INVALID KEY MOVE 'Y' TO SWEEP-EOF-FLAG
                        END-START
                    WHEN RECOVER-STATS
                        MOVE LOW-VALUES TO PS-PLAYER-ID
                        START PLAYER-STATS-FILE KEY >= PS-PLAYER-ID
                            INVALID KEY MOVE 'Y' TO SWEEP-EOF-FLAG
                        END-START
                END-EVALUATE
                PERFORM SWEEP-NEXT-RECORD UNTIL SWEEP-AT-EOF
                EVALUATE TRUE
                    WHEN RECOVER-CASHIER
                        CLOSE CASHIER-FILE
                    WHEN RECOVER-POINTS
                        CLOSE COMP-POINTS-FILE
                    WHEN RECOVER-STATS
                        CLOSE PLAYER-STATS-FILE
                END-EVALUATE
            END-IF.
        SWEEP-NEXT-RECORD.
            EVALUATE TRUE
                WHEN RECOVER-CASHIER
                    READ CASHIER-FILE NEXT RECORD
                        AT END MOVE 'Y' TO SWEEP-EOF-FLAG
                    END-READ
                    MOVE CB-FILE-STATUS TO SWEEP-STATUS
                    MOVE CB-PLAYER-ID   TO CUR-PLAYER-ID
                    MOVE CB-BALANCE     TO CUR-AMOUNT
                WHEN RECOVER-POINTS
                    READ COMP-POINTS-FILE NEXT RECORD
                        AT END MOVE 'Y' TO SWEEP-EOF-FLAG
                    END-READ
                    MOVE CP-FILE-STATUS TO SWEEP-STATUS
                    MOVE CP-PLAYER-ID   TO CUR-PLAYER-ID
                    MOVE CP-POINTS      TO CUR-AMOUNT
                WHEN RECOVER-STATS
                    READ PLAYER-STATS-FILE NEXT RECORD
                        AT END MOVE 'Y' TO SWEEP-EOF-FLAG
                    END-READ
                    MOVE PS-FILE-STATUS  TO SWEEP-STATUS
                    MOVE PS-PLAYER-ID    TO CUR-PLAYER-ID
                    MOVE PS-GAMES-PLAYED TO CUR-GAMES
                    MOVE PS-WINS         TO CUR-WINS
                    MOVE PS-LOSSES       TO CUR-LOSSES
                    MOVE PS-BUSTS        TO CUR-BUSTS
                    MOVE PS-BLACKJACKS   TO CUR-BLACKJACKS
                    MOVE PS-STATUS       TO CUR-STATUS
            END-EVALUATE
            IF NOT SWEEP-AT-EOF
                IF SWEEP-STATUS = "00"
                    ADD 1 TO CURRENT-COUNT
                    PERFORM COMPARE-CURRENT-RECORD
                ELSE
                    MOVE 'Y' TO SWEEP-EOF-FLAG
                    MOVE 'Y' TO CURRENT-BROKEN-FLAG
                    DISPLAY "LEITURA DO ", FUNCTION TRIM(RECOVER-MASTER),
                        " ATUAL",
                        " INTERROMPIDA (STATUS ", SWEEP-STATUS,
                        ") DEPOIS DE ", CURRENT-COUNT, " REGISTROS."
                    MOVE SPACES TO REPORT-RECORD
                    STRING "*** LEITURA DO MESTRE ATUAL INTERROMPIDA"
                        " (STATUS " SWEEP-STATUS ") - COMPARACAO"
                        " PARCIAL ***" DELIMITED BY SIZE
                        INTO REPORT-RECORD
                    WRITE REPORT-RECORD
                END-IF
            END-IF.
        COMPARE-CURRENT-RECORD.
            MOVE CUR-PLAYER-ID TO SLOT-PLAYER-ID.
            PERFORM LOOK-UP-REBUILD-SLOT.
            IF RB-FOUND-NUM > 0
                IF RB-MERGED-AWAY(RB-FOUND-NUM)
                    MOVE 0 TO RB-FOUND-NUM
                END-IF
            END-IF
            IF RB-FOUND-NUM = 0
                ADD 1 TO CURRENT-ONLY-COUNT
                MOVE "SO NO ATUAL" TO RV-DT-TAG
                PERFORM WRITE-CURRENT-SIDE
            ELSE
                MOVE 'Y' TO RB-SEEN-FLAG(RB-FOUND-NUM)
                IF (RECOVER-STATS
                    AND (CUR-GAMES NOT = RB-GAMES(RB-FOUND-NUM)
                        OR CUR-WINS NOT = RB-WINS(RB-FOUND-NUM)
                        OR CUR-LOSSES NOT = RB-LOSSES(RB-FOUND-NUM)
                        OR CUR-BUSTS NOT = RB-BUSTS(RB-FOUND-NUM)
                        OR CUR-BLACKJACKS
                            NOT = RB-BLACKJACKS(RB-FOUND-NUM)
                        OR CUR-STATUS NOT = RB-STATUS(RB-FOUND-NUM)))
                    OR (NOT RECOVER-STATS
                        AND CUR-AMOUNT NOT = RB-AMOUNT(RB-FOUND-NUM))
                    ADD 1 TO DIFFERENT-COUNT
                    MOVE "DIFERENTE" TO RV-DT-TAG
                    PERFORM WRITE-CURRENT-SIDE
                    MOVE SPACES TO RV-DT-TAG
                    MOVE RB-FOUND-NUM TO RB-NUM
                    PERFORM WRITE-REBUILT-SIDE
                ELSE
                    ADD 1 TO SAME-COUNT
                END-IF
            END-IF.
        LIST-REBUILD-ONLY.
            IF NOT RB-IN-CURRENT(RB-NUM) AND NOT RB-MERGED-AWAY(RB-NUM)
                ADD 1 TO REBUILD-ONLY-COUNT
                MOVE "SO NA RECONSTRUCAO" TO RV-DT-TAG
                PERFORM WRITE-REBUILT-SIDE
            END-IF.
        WRITE-CURRENT-SIDE.
            MOVE CUR-PLAYER-ID TO RV-DT-ID.
            MOVE "ATUAL:"      TO RV-DT-SIDE.
            IF RECOVER-STATS
                MOVE CUR-GAMES      TO RV-SV-GAMES
                MOVE CUR-WINS       TO RV-SV-WINS
                MOVE CUR-LOSSES     TO RV-SV-LOSSES
                MOVE CUR-BUSTS      TO RV-SV-BUSTS
                MOVE CUR-BLACKJACKS TO RV-SV-BLACKJACKS
                MOVE CUR-STATUS     TO RV-SV-STATUS
                MOVE RV-STATS-VALUES TO RV-DT-VALUES
            ELSE
                MOVE CUR-AMOUNT TO RV-AV-AMOUNT
                MOVE RV-AMOUNT-VALUES TO RV-DT-VALUES
            END-IF
            WRITE REPORT-RECORD FROM RV-DETAIL-LINE.
        WRITE-REBUILT-SIDE.
            MOVE RB-PLAYER-ID(RB-NUM) TO RV-DT-ID.
            MOVE "RECONSTRUIDO:"      TO RV-DT-SIDE.
            IF RECOVER-STATS
                MOVE RB-GAMES(RB-NUM)      TO RV-SV-GAMES
                MOVE RB-WINS(RB-NUM)       TO RV-SV-WINS
                MOVE RB-LOSSES(RB-NUM)     TO RV-SV-LOSSES
                MOVE RB-BUSTS(RB-NUM)      TO RV-SV-BUSTS
                MOVE RB-BLACKJACKS(RB-NUM) TO RV-SV-BLACKJACKS
                MOVE RB-STATUS(RB-NUM)     TO RV-SV-STATUS
                MOVE RV-STATS-VALUES TO RV-DT-VALUES
            ELSE
                MOVE RB-AMOUNT(RB-NUM) TO RV-AV-AMOUNT
                MOVE RV-AMOUNT-VALUES TO RV-DT-VALUES
            END-IF
            WRITE REPORT-RECORD FROM RV-DETAIL-LINE.
        WRITE-NEW-MASTER.
      *> NOVOMST MUST BE AN EMPTY CLUSTER, NEVER THE LIVE MASTER -
      *> THE SWAP IS THE OPERATOR'S CALL, AFTER READING THE LISTING.
            EVALUATE TRUE
                WHEN RECOVER-CASHIER
                    OPEN OUTPUT NEW-CASHIER-FILE
                WHEN RECOVER-POINTS
                    OPEN OUTPUT NEW-POINTS-FILE
                WHEN RECOVER-STATS
                    OPEN OUTPUT NEW-STATS-FILE
            END-EVALUATE
            IF NM-FILE-STATUS NOT = "00"
                DISPLAY "NÃO CONSEGUI ABRIR A NOVA CÓPIA (NOVOMST ",
                    NM-FILE-STATUS, ")."
                ADD 1 TO ERROR-COUNT
                GO TO WRITE-NEW-MASTER-EXIT
            END-IF
            PERFORM WRITE-NEW-RECORD VARYING RB-NUM FROM 1 BY 1
                UNTIL RB-NUM > RB-COUNT.
            EVALUATE TRUE
                WHEN RECOVER-CASHIER
                    CLOSE NEW-CASHIER-FILE
                WHEN RECOVER-POINTS
                    CLOSE NEW-POINTS-FILE
                WHEN RECOVER-STATS
                    CLOSE NEW-STATS-FILE
            END-EVALUATE.
        WRITE-NEW-MASTER-EXIT.
            EXIT.
        WRITE-NEW-RECORD.
            IF NOT RB-MERGED-AWAY(RB-NUM)
                EVALUATE TRUE
                    WHEN RECOVER-CASHIER
                        MOVE RB-PLAYER-ID(RB-NUM) TO NC-PLAYER-ID
                        MOVE RB-AMOUNT(RB-NUM)    TO NC-BALANCE
                        WRITE NEW-CASHIER-RECORD
                            INVALID KEY PERFORM NOTE-WRITE-FAILURE
                            NOT INVALID KEY ADD 1 TO RECORDS-WRITTEN
                        END-WRITE
                    WHEN RECOVER-POINTS
                        MOVE RB-PLAYER-ID(RB-NUM) TO NP-PLAYER-ID
                        MOVE RB-AMOUNT(RB-NUM)    TO NP-POINTS
                        WRITE NEW-POINTS-RECORD
                            INVALID KEY PERFORM NOTE-WRITE-FAILURE
                            NOT INVALID KEY ADD 1 TO RECORDS-WRITTEN
                        END-WRITE
                    WHEN RECOVER-STATS
                        MOVE RB-PLAYER-ID(RB-NUM)  TO NS-PLAYER-ID
                        MOVE RB-GAMES(RB-NUM)      TO NS-GAMES-PLAYED
                        MOVE RB-WINS(RB-NUM)       TO NS-WINS
                        MOVE RB-LOSSES(RB-NUM)     TO NS-LOSSES
                        MOVE RB-BUSTS(RB-NUM)      TO NS-BUSTS
                        MOVE RB-BLACKJACKS(RB-NUM) TO NS-BLACKJACKS
                        MOVE RB-STATUS(RB-NUM)     TO NS-STATUS
                        WRITE NEW-STATS-RECORD
                            INVALID KEY PERFORM NOTE-WRITE-FAILURE
                            NOT INVALID KEY ADD 1 TO RECORDS-WRITTEN
                        END-WRITE
                END-EVALUATE
            END-IF.
        NOTE-WRITE-FAILURE.
            ADD 1 TO ERROR-COUNT.
            DISPLAY "NÃO CONSEGUI GRAVAR ", RB-PLAYER-ID(RB-NUM),
                " NA NOVA CÓPIA (NOVOMST ", NM-FILE-STATUS, ").".
        PRINT-TOTALS.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM RV-SECTION-TOTALS.
            MOVE "REGISTROS NO MESTRE ATUAL:" TO RV-TT-LABEL.
            MOVE CURRENT-COUNT TO RV-TT-COUNT.
            WRITE REPORT-RECORD FROM RV-TOTAL-LINE.
            MOVE "REGISTROS GRAVADOS NA NOVA COPIA:" TO RV-TT-LABEL.
            MOVE RECORDS-WRITTEN TO RV-TT-COUNT.
            WRITE REPORT-RECORD FROM RV-TOTAL-LINE.
            MOVE "IGUAIS:" TO RV-TT-LABEL.
            MOVE SAME-COUNT TO RV-TT-COUNT.
            WRITE REPORT-RECORD FROM RV-TOTAL-LINE.
            MOVE "DIFERENTES:" TO RV-TT-LABEL.
            MOVE DIFFERENT-COUNT TO RV-TT-COUNT.
            WRITE REPORT-RECORD FROM RV-TOTAL-LINE.
            MOVE "SO NO ATUAL:" TO RV-TT-LABEL.
            MOVE CURRENT-ONLY-COUNT TO RV-TT-COUNT.
            WRITE REPORT-RECORD FROM RV-TOTAL-LINE.
            MOVE "SO NA RECONSTRUCAO:" TO RV-TT-LABEL.
            MOVE REBUILD-ONLY-COUNT TO RV-TT-COUNT.
            WRITE REPORT-RECORD FROM RV-TOTAL-LINE.
            MOVE "AVISOS:" TO RV-TT-LABEL.
            MOVE WARNING-COUNT TO RV-TT-COUNT.
            WRITE REPORT-RECORD FROM RV-TOTAL-LINE.
            IF ERROR-COUNT > 0
                MOVE "*** ERROS - NOVA COPIA NAO SERVE:" TO RV-TT-LABEL
                MOVE ERROR-COUNT TO RV-TT-COUNT
                WRITE REPORT-RECORD FROM RV-TOTAL-LINE
            END-IF
            DISPLAY "ATUAL: ", CURRENT-COUNT, " / IGUAIS: ", SAME-COUNT,
                " / DIFERENTES: ", DIFFERENT-COUNT, " / SÓ NO ATUAL: ",
                CURRENT-ONLY-COUNT, " / SÓ NA RECONSTRUÇÃO: ",
                REBUILD-ONLY-COUNT, " / AVISOS: ", WARNING-COUNT.
