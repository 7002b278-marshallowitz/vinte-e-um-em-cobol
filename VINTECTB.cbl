  IDENTIFICATION DIVISION.
      *> THE NIGHT'S NUMBERS FOR FINANCE AS A DOUBLE-ENTRY JOURNAL,
      *> INSTEAD OF SOMEONE RETYPING VINTEBNC'S AND VINTEFCH'S
      *> SYSOUT INTO THE ACCOUNTING SYSTEM. RUNS ONCE THE DAY IS
      *> CLOSED: READS THE DAY'S HBKARCH (THE CASA'S PROVED LEDGER)
      *> AND CSHARCH (THE CASHIER'S MOVEMENTS), PROVES CSHARCH
      *> AGAINST THE DAY'S CSHCTL CONTROL LINE AND THE TOURNAMENT
      *> FLOWS OF ONE FILE AGAINST THE OTHER, AND BUILDS ONE ENTRY
      *> PER MOVEMENT TYPE:
      *>   FUNDO      GAVETA     / TESOURARIA
      *>   APOSTA     FICHAS     / RECEITA      (THE DROP)
      *>   SEGURO     FICHAS     / RECEITA      (THE DROP)
      *>   PAGAMENTO  PAGAMENTOS / FICHAS
      *>   PARES      FICHAS     / RECEITA      (SIDE-BET DROP,
      *>   21MAIS3    FICHAS     / RECEITA       ONE ENTRY EACH)
      *>   PAG-PARES  PAGAMENTOS / FICHAS       (SIDE-BET PAYOUTS,
      *>   PAG-21M3   PAGAMENTOS / FICHAS        ONE ENTRY EACH)
      *>   COMPRA     CAIXA      / FICHAS       (PLAYER DEPOSIT)
      *>   TRAZIDO    DEPOSITOS  / FICHAS       (BALANCE TAKEN TO
      *>                                         THE MESA)
      *>   SAQUE      FICHAS     / DEPOSITOS    (WALK-OUT BALANCE
      *>                                         BACK AT THE CAIXA)
      *>   TORNEIO    FICHAS     / BOLAO
      *>   PREMIO     BOLAO      / FICHAS
      *>   RESGATE    CORTESIA   / FICHAS       (COMP EXPENSE)
      *> THE SAQUE LINE IS THE WALK-OUT BALANCE, NOT FRESH MONEY,
      *> SO THE BALANCE A PLAYER SAT DOWN WITH HAS TO GO TO THE MESA
      *> TOO: TRAZIDO = SAQUE - LIQUIDO - COMPRA, THE SAME PROOF
      *> VINTEEXT RUNS PER PLAYER. WITH EVERY SEAT CASHED OUT FICHAS
      *> NETS TO ZERO AND DEPOSITOS MOVES BY EXACTLY WHAT CASHIER
      *> MOVED. THE ACCOUNT NAMES ARE MAPPED TO FINANCE'S ACCOUNT
      *> NUMBERS THROUGH CONTASGL (CGREC). NOTHING IS WRITTEN AND
      *> THE STEP ENDS RC=8 WHEN AN ACCOUNT IS UNMAPPED, A MOVEMENT
      *> TYPE IS UNKNOWN, DEBITS DON'T EQUAL CREDITS, OR THE DAY'S
      *> CSHARCH DISAGREES WITH ITS CSHCTL LINE. SYSIN CARRIES THE
      *> BUSINESS DATE (AAAAMMDD), BLANK FOR THE CLOSE'S OWN.
        PROGRAM-ID.     VINTECTB.
        AUTHOR.         Marshallowitz.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BANK-ARCHIVE-FILE ASSIGN TO "HBKARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HA-FILE-STATUS.
            SELECT CASHIER-ARCHIVE-FILE ASSIGN TO "CSHARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CA-FILE-STATUS.
            SELECT CASHIER-CONTROL-FILE ASSIGN TO "CSHCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CC-FILE-STATUS.
            SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTASGL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CG-FILE-STATUS.
            SELECT JOURNAL-FILE ASSIGN TO "DIARIOGL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JN-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  BANK-ARCHIVE-FILE.
        COPY HAREC.
        FD  CASHIER-ARCHIVE-FILE.
        COPY CAREC.
        FD  CASHIER-CONTROL-FILE.
        COPY CCREC.
        FD  ACCOUNT-MAP-FILE.
        COPY CGREC.
        FD  JOURNAL-FILE.
        COPY JNREC.
        WORKING-STORAGE SECTION.
      *> THE CLOSE'S RUN-CONTROL LEDGER (BATCHCTL), KEPT BY VINTECTL.
        COPY BTPARM.
      *> THE ARCHIVED LINES ARE MOVED OUT OF THEIR DATED WRAPPERS
      *> INTO THE LIVE LAYOUTS BEFORE THEY ARE LOOKED AT.
        COPY HBREC.
        COPY CTREC.
        01  HA-FILE-STATUS          PIC X(02).
        01  CA-FILE-STATUS          PIC X(02).
        01  CC-FILE-STATUS          PIC X(02).
        01  CG-FILE-STATUS          PIC X(02).
        01  JN-FILE-STATUS          PIC X(02).
        01  BANK-EOF-FLAG           PIC X       VALUE 'N'.
            88  BANK-AT-EOF                     VALUE 'Y'.
        01  ARCHIVE-EOF-FLAG        PIC X       VALUE 'N'.
            88  ARCHIVE-AT-EOF                  VALUE 'Y'.
        01  CONTROL-EOF-FLAG        PIC X       VALUE 'N'.
            88  CONTROL-AT-EOF                  VALUE 'Y'.
        01  MAP-EOF-FLAG            PIC X       VALUE 'N'.
            88  MAP-AT-EOF                      VALUE 'Y'.
        01  BUSINESS-DATE           PIC X(08)   VALUE SPACES.
        01  EXCEPTION-COUNT         PIC 9(05)   VALUE 0.
        01  LINES-READ              PIC 9(07)   VALUE 0.
      *> THE EDITED AMOUNTS COME OFF THE FILES IN PRINT SHAPE -
      *> NUMVAL TURNS THEM BACK INTO MONEY BEFORE ANY ARITHMETIC.
        01  LINE-AMOUNT             PIC 9(7)V99 VALUE 0.
      *> THE CASA'S LEDGER FOR THE DAY (HBKARCH).
        01  HB-LINE-COUNT           PIC 9(07)   VALUE 0.
        01  HB-FUNDO-TOTAL          PIC 9(9)V99 VALUE 0.
        01  HB-APOSTA-TOTAL         PIC 9(9)V99 VALUE 0.
        01  HB-SEGURO-TOTAL         PIC 9(9)V99 VALUE 0.
        01  HB-PAGAMENTO-TOTAL      PIC 9(9)V99 VALUE 0.
        01  HB-PARES-TOTAL          PIC 9(9)V99 VALUE 0.
        01  HB-PAG-PARES-TOTAL      PIC 9(9)V99 VALUE 0.
        01  HB-21MAIS3-TOTAL        PIC 9(9)V99 VALUE 0.
        01  HB-PAG-21M3-TOTAL       PIC 9(9)V99 VALUE 0.
        01  HB-TORNEIO-TOTAL        PIC 9(9)V99 VALUE 0.
        01  HB-PREMIO-TOTAL         PIC 9(9)V99 VALUE 0.
      *> THE CASHIER'S MOVEMENTS FOR THE DAY (CSHARCH). THE LIQUIDO
      *> TOTAL IS KEPT BOTH WAYS: WITHOUT SIGN TO PROVE AGAINST
      *> CSHCTL, WITH SIGN FOR THE TRAZIDO ENTRY.
        01  CT-LINE-COUNT           PIC 9(07)   VALUE 0.
        01  CT-COMPRA-TOTAL         PIC 9(9)V99 VALUE 0.
        01  CT-SAQUE-TOTAL          PIC 9(9)V99 VALUE 0.
        01  CT-LIQUIDO-TOTAL        PIC 9(9)V99 VALUE 0.
        01  CT-LIQUIDO-NET          PIC S9(9)V99 VALUE 0.
        01  CT-TORNEIO-TOTAL        PIC 9(9)V99 VALUE 0.
        01  CT-PREMIO-TOTAL         PIC 9(9)V99 VALUE 0.
        01  CT-RESGATE-TOTAL        PIC 9(9)V99 VALUE 0.
      *> THE DAY'S CSHCTL LINE, AS VINTEFCH WROTE IT.
        01  CC-LINES-FOUND          PIC 9(03)   VALUE 0.
        01  CTL-RECORD-COUNT        PIC 9(07)   VALUE 0.
        01  CTL-COMPRA-TOTAL        PIC 9(9)V99 VALUE 0.
        01  CTL-SAQUE-TOTAL         PIC 9(9)V99 VALUE 0.
        01  CTL-LIQUIDO-TOTAL       PIC 9(9)V99 VALUE 0.
        01  CTL-TORNEIO-TOTAL       PIC 9(9)V99 VALUE 0.
        01  CTL-PREMIO-TOTAL        PIC 9(9)V99 VALUE 0.
        01  CTL-RESGATE-TOTAL       PIC 9(9)V99 VALUE 0.
      *> FINANCE'S ACCOUNT MAP, LOADED WHOLE.
        01  AM-MAX                  PIC 9(2)    VALUE 30.
        01  AM-COUNT                PIC 9(2)    VALUE 0.
        01  AM-NUM                  PIC 9(2)    VALUE 0.
        01  AM-FOUND-NUM            PIC 9(2)    VALUE 0.
        01  AM-ACCOUNT-KEY          PIC X(10)   OCCURS 30 TIMES VALUE SPACES.
        01  AM-ACCOUNT-NUMBER       PIC X(12)   OCCURS 30 TIMES VALUE SPACES.
        01  SEARCH-KEY              PIC X(10)   VALUE SPACES.
      *> THE DAY'S ENTRIES, ONE PER MOVEMENT TYPE THAT MOVED. A
      *> NEGATIVE AMOUNT (A TRAZIDO THAT CAME OUT BELOW ZERO) SWAPS
      *> ITS SIDES ON THE WAY IN SO EVERY ENTRY POSTS A POSITIVE
      *> AMOUNT.
        01  EN-MAX                  PIC 9(2)    VALUE 20.
        01  EN-COUNT                PIC 9(2)    VALUE 0.
        01  EN-NUM                  PIC 9(2)    VALUE 0.
        01  EN-ENTRY-TYPE           PIC X(10)   OCCURS 20 TIMES VALUE SPACES.
        01  EN-DEBIT-KEY            PIC X(10)   OCCURS 20 TIMES VALUE SPACES.
        01  EN-CREDIT-KEY           PIC X(10)   OCCURS 20 TIMES VALUE SPACES.
        01  EN-AMOUNT               PIC 9(9)V99 OCCURS 20 TIMES VALUE 0.
        01  EN-DESCRIPTION          PIC X(30)   OCCURS 20 TIMES VALUE SPACES.
        01  NEW-ENTRY-TYPE          PIC X(10)   VALUE SPACES.
        01  NEW-DEBIT-KEY           PIC X(10)   VALUE SPACES.
        01  NEW-CREDIT-KEY          PIC X(10)   VALUE SPACES.
        01  NEW-AMOUNT              PIC S9(9)V99 VALUE 0.
        01  NEW-DESCRIPTION         PIC X(30)   VALUE SPACES.
        01  TRAZIDO-AMOUNT          PIC S9(9)V99 VALUE 0.
      *> THE PROOF: DEBITS AND CREDITS ADDED UP SEPARATELY FROM THE
      *> ENTRIES' MAPPED SIDES, AND WHAT FICHAS IS LEFT HOLDING.
        01  DEBIT-TOTAL             PIC 9(11)V99 VALUE 0.
        01  CREDIT-TOTAL            PIC 9(11)V99 VALUE 0.
        01  FICHAS-NET              PIC S9(9)V99 VALUE 0.
        01  DETAIL-COUNT            PIC 9(07)   VALUE 0.
        01  ENTRY-SIDE              PIC X       VALUE SPACE.
        01  DEBIT-ACCOUNT           PIC X(12)   VALUE SPACES.
        01  CREDIT-ACCOUNT          PIC X(12)   VALUE SPACES.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "DIA DO FECHAMENTO (AAAAMMDD, BRANCO=O CORRENTE): "
                WITH NO ADVANCING.
            ACCEPT BUSINESS-DATE.
            IF BUSINESS-DATE NOT = SPACES AND BUSINESS-DATE NOT NUMERIC
                DISPLAY "DIA DO FECHAMENTO INVÁLIDO: ", BUSINESS-DATE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
      *> THE JOURNAL IS FOR A CLOSED DAY - VINTECTL HOLDS IT UNTIL
      *> THAT DAY'S VINTEBNC AND VINTEFCH HAVE BOTH PASSED. A BLANK
      *> CARD TAKES THE DATE VINTECTL HAS THE CLOSE UNDER.
            MOVE BUSINESS-DATE TO BP-RUN-DATE.
            PERFORM OPEN-BATCH-STEP.
            MOVE BP-RUN-DATE TO BUSINESS-DATE.
            DISPLAY "===== DIARIO CONTABIL - DIA ", BUSINESS-DATE,
                " =====".
            PERFORM LOAD-ACCOUNT-MAP.
            PERFORM TALLY-BANK-ARCHIVE.
            PERFORM TALLY-CASHIER-ARCHIVE.
            DISPLAY "LINHAS DO DIA: HBKARCH ", HB-LINE-COUNT,
                " / CSHARCH ", CT-LINE-COUNT.
            PERFORM CHECK-CASHIER-CONTROL THRU CHECK-CASHIER-CONTROL-EXIT.
            PERFORM CHECK-TOURNAMENT-FLOWS.
            PERFORM BUILD-ENTRIES.
            PERFORM PROVE-ENTRY VARYING EN-NUM FROM 1 BY 1
                UNTIL EN-NUM > EN-COUNT.
            DISPLAY "  TOTAL DEBITOS:  ", DEBIT-TOTAL.
            DISPLAY "  TOTAL CREDITOS: ", CREDIT-TOTAL.
            IF DEBIT-TOTAL NOT = CREDIT-TOTAL
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: DÉBITOS E CRÉDITOS NÃO BATEM."
            END-IF
      *> FICHAS LEFT HOLDING MONEY MEANS A SITTING NEVER CASHED OUT
      *> OR THE CASA'S LEDGER AND THE CASHIER DISAGREE ON THE GAME -
      *> THE JOURNAL STILL BALANCES AND SAYS SO TO FINANCE, BUT
      *> VINTECXA AND VINTEBNC ARE WHERE TO LOOK.
            IF FICHAS-NET NOT = 0
                DISPLAY "ATENÇÃO: FICHAS EM JOGO FECHAM O DIA COM ",
                    FICHAS-NET, " (DEVERIA SER ZERO). CONFIRA",
                    " VINTECXA E VINTEBNC."
            END-IF
            IF EXCEPTION-COUNT > 0
                DISPLAY "EXCEÇÕES: ", EXCEPTION-COUNT,
                    ". DIARIOGL NÃO FOI GRAVADO."
                MOVE 8 TO RETURN-CODE
                GO TO PROGRAM-DONE
            END-IF
            PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
            IF EXCEPTION-COUNT > 0
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "DIARIOGL GRAVADO: ", EN-COUNT,
                    " LANÇAMENTOS, ", DETAIL-COUNT, " LINHAS."
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
            MOVE "VINTECTB" TO BP-STEP.
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
            MOVE DETAIL-COUNT TO BP-COUNT-WRITTEN.
            MOVE EXCEPTION-COUNT TO BP-EXCEPTIONS.
            MOVE 'F'         TO BP-FUNCTION.
            CALL "VINTECTL" USING BATCH-STEP-PARM.
            MOVE BP-RETURN-CODE TO RETURN-CODE.
        LOAD-ACCOUNT-MAP.
            OPEN INPUT ACCOUNT-MAP-FILE.
            IF CG-FILE-STATUS NOT = "00"
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: SEM CONTASGL (STATUS ",
                    CG-FILE-STATUS, "). NENHUMA CONTA MAPEADA."
            ELSE
                PERFORM READ-ACCOUNT-MAP
                PERFORM NOTE-ACCOUNT-LINE UNTIL MAP-AT-EOF
                CLOSE ACCOUNT-MAP-FILE
                DISPLAY "CONTAS MAPEADAS: ", AM-COUNT
            END-IF.
        READ-ACCOUNT-MAP.
            READ ACCOUNT-MAP-FILE
                AT END MOVE 'Y' TO MAP-EOF-FLAG
            END-READ.
        NOTE-ACCOUNT-LINE.
            IF CG-ACCOUNT-KEY NOT = SPACES
                    AND CG-ACCOUNT-KEY(1:1) NOT = "*"
                IF AM-COUNT < AM-MAX
                    ADD 1 TO AM-COUNT
                    MOVE CG-ACCOUNT-KEY    TO AM-ACCOUNT-KEY(AM-COUNT)
                    MOVE CG-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER(AM-COUNT)
                ELSE
                    ADD 1 TO EXCEPTION-COUNT
                    DISPLAY "EXCEÇÃO: MAIS DE ", AM-MAX, " CONTAS NO",
                        " CONTASGL. ", CG-ACCOUNT-KEY, " FICOU DE FORA."
                END-IF
            END-IF
            PERFORM READ-ACCOUNT-MAP.
        TALLY-BANK-ARCHIVE.
            OPEN INPUT BANK-ARCHIVE-FILE.
            IF HA-FILE-STATUS = "35"
                DISPLAY "SEM HBKARCH. A CASA NÃO POSTOU LEDGER."
            ELSE
                PERFORM READ-BANK-ARCHIVE
                PERFORM TALLY-BANK-RECORD UNTIL BANK-AT-EOF
                CLOSE BANK-ARCHIVE-FILE
            END-IF.
        READ-BANK-ARCHIVE.
            READ BANK-ARCHIVE-FILE
                AT END MOVE 'Y' TO BANK-EOF-FLAG
            END-READ.
        TALLY-BANK-RECORD.
            IF HA-RUN-DATE = BUSINESS-DATE
                MOVE HA-BANK-DATA TO HOUSE-BANK-RECORD
                ADD 1 TO HB-LINE-COUNT
                ADD 1 TO LINES-READ
                COMPUTE LINE-AMOUNT = FUNCTION NUMVAL(HB-AMOUNT)
                EVALUATE HB-ENTRY-TYPE
                    WHEN "FUNDO"
                        ADD LINE-AMOUNT TO HB-FUNDO-TOTAL
                    WHEN "APOSTA"
                        ADD LINE-AMOUNT TO HB-APOSTA-TOTAL
                    WHEN "SEGURO"
                        ADD LINE-AMOUNT TO HB-SEGURO-TOTAL
                    WHEN "PAGAMENTO"
                        ADD LINE-AMOUNT TO HB-PAGAMENTO-TOTAL
                    WHEN "PARES"
                        ADD LINE-AMOUNT TO HB-PARES-TOTAL
                    WHEN "PAG-PARES"
                        ADD LINE-AMOUNT TO HB-PAG-PARES-TOTAL
                    WHEN "21MAIS3"
                        ADD LINE-AMOUNT TO HB-21MAIS3-TOTAL
                    WHEN "PAG-21M3"
                        ADD LINE-AMOUNT TO HB-PAG-21M3-TOTAL
                    WHEN "TORNEIO"
                        ADD LINE-AMOUNT TO HB-TORNEIO-TOTAL
                    WHEN "PREMIO"
                        ADD LINE-AMOUNT TO HB-PREMIO-TOTAL
                    WHEN OTHER
      *> A MOVEMENT THIS PROGRAM DOESN'T KNOW HOW TO BOOK WOULD
      *> LEAVE THE JOURNAL SHORT WITHOUT ANYONE NOTICING.
                        ADD 1 TO EXCEPTION-COUNT
                        DISPLAY "EXCEÇÃO: HBKARCH TEM UM LANÇAMENTO ",
                            HB-ENTRY-TYPE, " QUE O DIÁRIO NÃO SABE",
                            " CONTABILIZAR."
                END-EVALUATE
            END-IF
            PERFORM READ-BANK-ARCHIVE.
        TALLY-CASHIER-ARCHIVE.
            OPEN INPUT CASHIER-ARCHIVE-FILE.
            IF CA-FILE-STATUS = "35"
                DISPLAY "SEM CSHARCH. O CAIXA NÃO FECHOU NENHUM DIA."
            ELSE
                PERFORM READ-CASHIER-ARCHIVE
                PERFORM TALLY-CASHIER-RECORD UNTIL ARCHIVE-AT-EOF
                CLOSE CASHIER-ARCHIVE-FILE
            END-IF.
        READ-CASHIER-ARCHIVE.
            READ CASHIER-ARCHIVE-FILE
                AT END MOVE 'Y' TO ARCHIVE-EOF-FLAG
            END-READ.
        TALLY-CASHIER-RECORD.
            IF CA-RUN-DATE = BUSINESS-DATE
                MOVE CA-TRANS-DATA TO CASHIER-TRANS-RECORD
                ADD 1 TO CT-LINE-COUNT
                ADD 1 TO LINES-READ
                COMPUTE LINE-AMOUNT = FUNCTION NUMVAL(CT-AMOUNT)
                EVALUATE CT-TRANS-TYPE
                    WHEN "COMPRA"
                        ADD LINE-AMOUNT TO CT-COMPRA-TOTAL
                    WHEN "SAQUE"
                        ADD LINE-AMOUNT TO CT-SAQUE-TOTAL
                    WHEN "LIQUIDO"
                        ADD LINE-AMOUNT TO CT-LIQUIDO-TOTAL
                        IF CT-AMOUNT-SIGN = '-'
                            SUBTRACT LINE-AMOUNT FROM CT-LIQUIDO-NET
                        ELSE
                            ADD LINE-AMOUNT TO CT-LIQUIDO-NET
                        END-IF
                    WHEN "TORNEIO"
                        ADD LINE-AMOUNT TO CT-TORNEIO-TOTAL
                    WHEN "PREMIO"
                        ADD LINE-AMOUNT TO CT-PREMIO-TOTAL
                    WHEN "RESGATE"
                        ADD LINE-AMOUNT TO CT-RESGATE-TOTAL
                    WHEN OTHER
                        ADD 1 TO EXCEPTION-COUNT
                        DISPLAY "EXCEÇÃO: CSHARCH TEM UM MOVIMENTO ",
                            CT-TRANS-TYPE, " QUE O DIÁRIO NÃO SABE",
                            " CONTABILIZAR."
                END-EVALUATE
            END-IF
            PERFORM READ-CASHIER-ARCHIVE.
        CHECK-CASHIER-CONTROL.
      *> THE DAY'S CSHCTL LINE IS VINTEFCH'S WORD ON WHAT WENT INTO
      *> CSHARCH. A DAY WITH NO CASHIER MOVEMENT HAS NO LINE AND
      *> NEEDS NONE; A DAY WITH MOVEMENTS MUST HAVE EXACTLY ONE, AND
      *> IT MUST AGREE WITH THE ARCHIVE ON COUNT AND EVERY TOTAL.
            OPEN INPUT CASHIER-CONTROL-FILE.
            IF CC-FILE-STATUS = "00"
                PERFORM READ-CASHIER-CONTROL
                PERFORM FIND-CONTROL-LINE UNTIL CONTROL-AT-EOF
                CLOSE CASHIER-CONTROL-FILE
            END-IF
            IF CC-LINES-FOUND = 0
                IF CT-LINE-COUNT > 0
                    ADD 1 TO EXCEPTION-COUNT
                    DISPLAY "EXCEÇÃO: O CSHARCH TEM ", CT-LINE-COUNT,
                        " MOVIMENTOS DO DIA ", BUSINESS-DATE,
                        " MAS O CSHCTL NÃO TEM LINHA DE CONTROLE."
                ELSE
                    DISPLAY "SEM MOVIMENTO NO CAIXA NESTE DIA."
                END-IF
                GO TO CHECK-CASHIER-CONTROL-EXIT
            END-IF
            IF CC-LINES-FOUND > 1
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: O CSHCTL TEM ", CC-LINES-FOUND,
                    " LINHAS DE CONTROLE PARA O DIA ", BUSINESS-DATE,
                    " - O DIA PODE TER ENTRADO EM DOBRO NO CSHARCH."
                GO TO CHECK-CASHIER-CONTROL-EXIT
            END-IF
            IF CTL-RECORD-COUNT NOT = CT-LINE-COUNT
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: CSHCTL DIZ ", CTL-RECORD-COUNT,
                    " MOVIMENTOS, CSHARCH TEM ", CT-LINE-COUNT, "."
            END-IF
            IF CTL-COMPRA-TOTAL NOT = CT-COMPRA-TOTAL
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: COMPRA NÃO CONFERE. CSHCTL ",
                    CTL-COMPRA-TOTAL, " / CSHARCH ", CT-COMPRA-TOTAL
            END-IF
            IF CTL-SAQUE-TOTAL NOT = CT-SAQUE-TOTAL
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: SAQUE NÃO CONFERE. CSHCTL ",
                    CTL-SAQUE-TOTAL, " / CSHARCH ", CT-SAQUE-TOTAL
            END-IF
            IF CTL-LIQUIDO-TOTAL NOT = CT-LIQUIDO-TOTAL
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: LIQUIDO NÃO CONFERE. CSHCTL ",
                    CTL-LIQUIDO-TOTAL, " / CSHARCH ", CT-LIQUIDO-TOTAL
            END-IF
            IF CTL-TORNEIO-TOTAL NOT = CT-TORNEIO-TOTAL
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: TORNEIO NÃO CONFERE. CSHCTL ",
                    CTL-TORNEIO-TOTAL, " / CSHARCH ", CT-TORNEIO-TOTAL
            END-IF
            IF CTL-PREMIO-TOTAL NOT = CT-PREMIO-TOTAL
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: PREMIO NÃO CONFERE. CSHCTL ",
                    CTL-PREMIO-TOTAL, " / CSHARCH ", CT-PREMIO-TOTAL
            END-IF
            IF CTL-RESGATE-TOTAL NOT = CT-RESGATE-TOTAL
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: RESGATE NÃO CONFERE. CSHCTL ",
                    CTL-RESGATE-TOTAL, " / CSHARCH ", CT-RESGATE-TOTAL
            END-IF.
        CHECK-CASHIER-CONTROL-EXIT.
            EXIT.
        READ-CASHIER-CONTROL.
            READ CASHIER-CONTROL-FILE
                AT END MOVE 'Y' TO CONTROL-EOF-FLAG
            END-READ.
        FIND-CONTROL-LINE.
      *> THE MATCHING LINE'S FIGURES ARE TAKEN WHILE IT IS THE
      *> CURRENT RECORD - THE SCAN READS ON PAST IT TO EOF.
            IF CC-RUN-DATE = BUSINESS-DATE
                ADD 1 TO CC-LINES-FOUND
                MOVE CC-RECORD-COUNT TO CTL-RECORD-COUNT
                COMPUTE CTL-COMPRA-TOTAL =
                    FUNCTION NUMVAL(CC-COMPRA-TOTAL)
                COMPUTE CTL-SAQUE-TOTAL =
                    FUNCTION NUMVAL(CC-SAQUE-TOTAL)
                COMPUTE CTL-LIQUIDO-TOTAL =
                    FUNCTION NUMVAL(CC-LIQUIDO-TOTAL)
                COMPUTE CTL-TORNEIO-TOTAL =
                    FUNCTION NUMVAL(CC-TORNEIO-TOTAL)
                COMPUTE CTL-PREMIO-TOTAL =
                    FUNCTION NUMVAL(CC-PREMIO-TOTAL)
                COMPUTE CTL-RESGATE-TOTAL =
                    FUNCTION NUMVAL(CC-RESGATE-TOTAL)
            END-IF
            PERFORM READ-CASHIER-CONTROL.
        CHECK-TOURNAMENT-FLOWS.
      *> AN INSCRIÇÃO LEAVES THE PLAYER (CASHTRAN) AND ENTERS THE
      *> DRAWER (HOUSEBNK) IN THE SAME BREATH, AND A PRÊMIO THE
      *> OTHER WAY ROUND - THE TWO FILES MUST TELL THE SAME STORY
      *> BEFORE EITHER IS BOOKED.
            IF HB-TORNEIO-TOTAL NOT = CT-TORNEIO-TOTAL
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: TORNEIO NO HBKARCH ",
                    HB-TORNEIO-TOTAL, " / NO CSHARCH ",
                    CT-TORNEIO-TOTAL
            END-IF
            IF HB-PREMIO-TOTAL NOT = CT-PREMIO-TOTAL
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: PREMIO NO HBKARCH ",
                    HB-PREMIO-TOTAL, " / NO CSHARCH ", CT-PREMIO-TOTAL
            END-IF.
        BUILD-ENTRIES.
            MOVE "FUNDO"      TO NEW-ENTRY-TYPE.
            MOVE "GAVETA"     TO NEW-DEBIT-KEY.
            MOVE "TESOURARIA" TO NEW-CREDIT-KEY.
            MOVE HB-FUNDO-TOTAL TO NEW-AMOUNT.
            MOVE "FUNDO DE ABERTURA DAS MESAS" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "APOSTA"     TO NEW-ENTRY-TYPE.
            MOVE "FICHAS"     TO NEW-DEBIT-KEY.
            MOVE "RECEITA"    TO NEW-CREDIT-KEY.
            MOVE HB-APOSTA-TOTAL TO NEW-AMOUNT.
            MOVE "APOSTAS (DROP)" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "SEGURO"     TO NEW-ENTRY-TYPE.
            MOVE "FICHAS"     TO NEW-DEBIT-KEY.
            MOVE "RECEITA"    TO NEW-CREDIT-KEY.
            MOVE HB-SEGURO-TOTAL TO NEW-AMOUNT.
            MOVE "SEGUROS (DROP)" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "PAGAMENTO"  TO NEW-ENTRY-TYPE.
            MOVE "PAGAMENTOS" TO NEW-DEBIT-KEY.
            MOVE "FICHAS"     TO NEW-CREDIT-KEY.
            MOVE HB-PAGAMENTO-TOTAL TO NEW-AMOUNT.
            MOVE "PAGAMENTOS DAS MAOS" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "PARES"      TO NEW-ENTRY-TYPE.
            MOVE "FICHAS"     TO NEW-DEBIT-KEY.
            MOVE "RECEITA"    TO NEW-CREDIT-KEY.
            MOVE HB-PARES-TOTAL TO NEW-AMOUNT.
            MOVE "PARES PERFEITOS (DROP)" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "PAG-PARES"  TO NEW-ENTRY-TYPE.
            MOVE "PAGAMENTOS" TO NEW-DEBIT-KEY.
            MOVE "FICHAS"     TO NEW-CREDIT-KEY.
            MOVE HB-PAG-PARES-TOTAL TO NEW-AMOUNT.
            MOVE "PAGAMENTOS PARES PERFEITOS" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "21MAIS3"    TO NEW-ENTRY-TYPE.
            MOVE "FICHAS"     TO NEW-DEBIT-KEY.
            MOVE "RECEITA"    TO NEW-CREDIT-KEY.
            MOVE HB-21MAIS3-TOTAL TO NEW-AMOUNT.
            MOVE "21+3 (DROP)" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "PAG-21M3"   TO NEW-ENTRY-TYPE.
            MOVE "PAGAMENTOS" TO NEW-DEBIT-KEY.
            MOVE "FICHAS"     TO NEW-CREDIT-KEY.
            MOVE HB-PAG-21M3-TOTAL TO NEW-AMOUNT.
            MOVE "PAGAMENTOS 21+3" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "COMPRA"     TO NEW-ENTRY-TYPE.
            MOVE "CAIXA"      TO NEW-DEBIT-KEY.
            MOVE "FICHAS"     TO NEW-CREDIT-KEY.
            MOVE CT-COMPRA-TOTAL TO NEW-AMOUNT.
            MOVE "COMPRAS DE FICHAS NO CAIXA" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
      *> WHAT THE PLAYERS SAT DOWN WITH OUT OF THEIR CASHIER
      *> BALANCES: EVERY SITTING'S SAQUE IS ITS OPENING PLUS ITS
      *> COMPRAS PLUS ITS LIQUIDO.
            COMPUTE TRAZIDO-AMOUNT = CT-SAQUE-TOTAL - CT-LIQUIDO-NET
                - CT-COMPRA-TOTAL.
            MOVE "TRAZIDO"    TO NEW-ENTRY-TYPE.
            MOVE "DEPOSITOS"  TO NEW-DEBIT-KEY.
            MOVE "FICHAS"     TO NEW-CREDIT-KEY.
            MOVE TRAZIDO-AMOUNT TO NEW-AMOUNT.
            MOVE "SALDOS LEVADOS A MESA" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "SAQUE"      TO NEW-ENTRY-TYPE.
            MOVE "FICHAS"     TO NEW-DEBIT-KEY.
            MOVE "DEPOSITOS"  TO NEW-CREDIT-KEY.
            MOVE CT-SAQUE-TOTAL TO NEW-AMOUNT.
            MOVE "SALDOS DEVOLVIDOS AO CAIXA" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "TORNEIO"    TO NEW-ENTRY-TYPE.
            MOVE "FICHAS"     TO NEW-DEBIT-KEY.
            MOVE "BOLAO"      TO NEW-CREDIT-KEY.
            MOVE CT-TORNEIO-TOTAL TO NEW-AMOUNT.
            MOVE "INSCRICOES NO BOLAO" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "PREMIO"     TO NEW-ENTRY-TYPE.
            MOVE "BOLAO"      TO NEW-DEBIT-KEY.
            MOVE "FICHAS"     TO NEW-CREDIT-KEY.
            MOVE CT-PREMIO-TOTAL TO NEW-AMOUNT.
            MOVE "PREMIOS PAGOS DO BOLAO" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
            MOVE "RESGATE"    TO NEW-ENTRY-TYPE.
            MOVE "CORTESIA"   TO NEW-DEBIT-KEY.
            MOVE "FICHAS"     TO NEW-CREDIT-KEY.
            MOVE CT-RESGATE-TOTAL TO NEW-AMOUNT.
            MOVE "PONTOS RESGATADOS" TO NEW-DESCRIPTION.
            PERFORM ADD-ENTRY.
        ADD-ENTRY.
      *> CALLER FILLS IN NEW-ENTRY-TYPE / NEW-DEBIT-KEY /
      *> NEW-CREDIT-KEY / NEW-AMOUNT / NEW-DESCRIPTION. A TYPE THAT
      *> DIDN'T MOVE TODAY POSTS NOTHING.
            IF NEW-AMOUNT NOT = 0
                IF EN-COUNT < EN-MAX
                    ADD 1 TO EN-COUNT
                    MOVE NEW-ENTRY-TYPE  TO EN-ENTRY-TYPE(EN-COUNT)
                    MOVE NEW-DESCRIPTION TO EN-DESCRIPTION(EN-COUNT)
                    IF NEW-AMOUNT < 0
                        MOVE NEW-CREDIT-KEY TO EN-DEBIT-KEY(EN-COUNT)
                        MOVE NEW-DEBIT-KEY  TO EN-CREDIT-KEY(EN-COUNT)
                        COMPUTE EN-AMOUNT(EN-COUNT) = 0 - NEW-AMOUNT
                    ELSE
                        MOVE NEW-DEBIT-KEY  TO EN-DEBIT-KEY(EN-COUNT)
                        MOVE NEW-CREDIT-KEY TO EN-CREDIT-KEY(EN-COUNT)
                        MOVE NEW-AMOUNT     TO EN-AMOUNT(EN-COUNT)
                    END-IF
                ELSE
                    ADD 1 TO EXCEPTION-COUNT
                    DISPLAY "EXCEÇÃO: LANÇAMENTOS DEMAIS. ",
                        NEW-ENTRY-TYPE, " FICOU DE FORA."
                END-IF
            END-IF.
        PROVE-ENTRY.
      *> EACH SIDE IS ONLY COUNTED WHEN IT HAS AN ACCOUNT TO POST
      *> TO - AN UNMAPPED NAME LEAVES THE DAY UNBALANCED AS WELL AS
      *> FLAGGED.
            MOVE EN-DEBIT-KEY(EN-NUM) TO SEARCH-KEY.
            PERFORM FIND-ACCOUNT.
            MOVE SPACES TO DEBIT-ACCOUNT.
            IF AM-FOUND-NUM > 0
                MOVE AM-ACCOUNT-NUMBER(AM-FOUND-NUM) TO DEBIT-ACCOUNT
                ADD EN-AMOUNT(EN-NUM) TO DEBIT-TOTAL
            END-IF
            MOVE EN-CREDIT-KEY(EN-NUM) TO SEARCH-KEY.
            PERFORM FIND-ACCOUNT.
            MOVE SPACES TO CREDIT-ACCOUNT.
            IF AM-FOUND-NUM > 0
                MOVE AM-ACCOUNT-NUMBER(AM-FOUND-NUM) TO CREDIT-ACCOUNT
                ADD EN-AMOUNT(EN-NUM) TO CREDIT-TOTAL
            END-IF
            IF EN-DEBIT-KEY(EN-NUM) = "FICHAS"
                SUBTRACT EN-AMOUNT(EN-NUM) FROM FICHAS-NET
            END-IF
            IF EN-CREDIT-KEY(EN-NUM) = "FICHAS"
                ADD EN-AMOUNT(EN-NUM) TO FICHAS-NET
            END-IF
            DISPLAY "  ", EN-NUM, " ", EN-ENTRY-TYPE(EN-NUM), " ",
                EN-AMOUNT(EN-NUM), "  D ", EN-DEBIT-KEY(EN-NUM), " ",
                DEBIT-ACCOUNT, "  C ", EN-CREDIT-KEY(EN-NUM), " ",
                CREDIT-ACCOUNT.
        FIND-ACCOUNT.
            MOVE 0 TO AM-FOUND-NUM.
            PERFORM MATCH-ACCOUNT VARYING AM-NUM FROM 1 BY 1
                UNTIL AM-NUM > AM-COUNT OR AM-FOUND-NUM > 0.
            IF AM-FOUND-NUM = 0
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "EXCEÇÃO: CONTA ", SEARCH-KEY,
                    " SEM NÚMERO NO CONTASGL."
            END-IF.
        MATCH-ACCOUNT.
            IF AM-ACCOUNT-KEY(AM-NUM) = SEARCH-KEY
                MOVE AM-NUM TO AM-FOUND-NUM
            END-IF.
        WRITE-JOURNAL.
            OPEN OUTPUT JOURNAL-FILE.
            IF JN-FILE-STATUS NOT = "00"
                ADD 1 TO EXCEPTION-COUNT
                DISPLAY "NÃO CONSEGUI ABRIR O DIARIOGL (STATUS ",
                    JN-FILE-STATUS, ")."
                GO TO WRITE-JOURNAL-EXIT
            END-IF
            MOVE SPACES        TO JOURNAL-HEADER-RECORD.
            MOVE 'H'           TO JH-RECORD-TYPE.
            MOVE BUSINESS-DATE TO JH-BUSINESS-DATE.
            MOVE "VINTEUM"     TO JH-SOURCE.
            MOVE EN-COUNT      TO JH-ENTRY-COUNT.
            WRITE JOURNAL-HEADER-RECORD.
            PERFORM CHECK-JOURNAL-WRITE.
            PERFORM WRITE-ENTRY-LINES VARYING EN-NUM FROM 1 BY 1
                UNTIL EN-NUM > EN-COUNT.
            MOVE SPACES        TO JOURNAL-TRAILER-RECORD.
            MOVE 'T'           TO JT-RECORD-TYPE.
            MOVE BUSINESS-DATE TO JT-BUSINESS-DATE.
            MOVE DETAIL-COUNT  TO JT-DETAIL-COUNT.
            MOVE DEBIT-TOTAL   TO JT-DEBIT-TOTAL.
            MOVE CREDIT-TOTAL  TO JT-CREDIT-TOTAL.
            WRITE JOURNAL-TRAILER-RECORD.
            PERFORM CHECK-JOURNAL-WRITE.
            CLOSE JOURNAL-FILE.
        WRITE-JOURNAL-EXIT.
            EXIT.
        WRITE-ENTRY-LINES.
            MOVE EN-DEBIT-KEY(EN-NUM) TO SEARCH-KEY.
            PERFORM FIND-ACCOUNT.
            MOVE 'D' TO ENTRY-SIDE.
            PERFORM WRITE-DETAIL-LINE.
            MOVE EN-CREDIT-KEY(EN-NUM) TO SEARCH-KEY.
            PERFORM FIND-ACCOUNT.
            MOVE 'C' TO ENTRY-SIDE.
            PERFORM WRITE-DETAIL-LINE.
        WRITE-DETAIL-LINE.
      *> CALLER SETS ENTRY-SIDE AND LEAVES THE SIDE'S ACCOUNT IN
      *> AM-FOUND-NUM (ALWAYS FOUND - AN UNMAPPED NAME STOPPED THE
      *> RUN BEFORE ANY WRITE).
            MOVE SPACES               TO JOURNAL-DETAIL-RECORD.
            MOVE 'D'                  TO JD-RECORD-TYPE.
            MOVE ENTRY-SIDE           TO JD-SIDE.
            MOVE BUSINESS-DATE        TO JD-BUSINESS-DATE.
            MOVE EN-NUM               TO JD-ENTRY-NUM.
            MOVE EN-ENTRY-TYPE(EN-NUM) TO JD-ENTRY-TYPE.
            MOVE AM-ACCOUNT-NUMBER(AM-FOUND-NUM) TO JD-ACCOUNT-NUMBER.
            MOVE EN-AMOUNT(EN-NUM)    TO JD-AMOUNT.
            MOVE EN-DESCRIPTION(EN-NUM) TO JD-DESCRIPTION.
            WRITE JOURNAL-DETAIL-RECORD.
            PERFORM CHECK-JOURNAL-WRITE.
            ADD 1 TO DETAIL-COUNT.
        CHECK-JOURNAL-WRITE.
      *> A SHORT JOURNAL IS A DAY FINANCE THINKS IT BOOKED AND
      *> DIDN'T - ANY BAD WRITE FAILS THE STEP.
            IF JN-FILE-STATUS NOT = "00"
                DISPLAY "NÃO CONSEGUI GRAVAR O DIARIOGL (STATUS ",
                    JN-FILE-STATUS, ")."
                ADD 1 TO EXCEPTION-COUNT
            END-IF.
