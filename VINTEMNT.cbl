      *>                    THE QUESTION AT THE DESK GETS AN ANSWER)
      *>   T = TETO        (SET A PLAYER'S NIGHTLY LOSS LIMIT AND
      *>                    BUY-IN CAP - THE TABLE ENFORCES THEM)
      *>   R = REGISTRAR   (THE PERSON BEHIND THE CÓDIGO IN CLIENTES:
      *>                    NAME, DOCUMENT, BIRTH DATE, CONTACT -
      *>                    A BLANK ANSWER KEEPS WHAT'S ON FILE)
      *>   E = EXCLUIR     (PLACE A SELF-EXCLUSION, START AND END
      *>                    DATES - THE TABLE REFUSES THE SEAT)
      *>   V = VOLTAR      (LIFT A SELF-EXCLUSION AS OF TODAY)
      *>   X = FIM
        PROGRAM-ID.     VINTEMNT.
        AUTHOR.         Marshallowitz.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-PLAYER-ID
                FILE STATUS IS PL-FILE-STATUS.
            SELECT CLIENT-FILE ASSIGN TO "CLIENTES"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CL-PLAYER-ID
                FILE STATUS IS CL-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  PLAYER-STATS-FILE.
        COPY CPREC.
        FD  PLAYER-LIMITS-FILE.
        COPY PLREC.
        FD  CLIENT-FILE.
        COPY CLREC.
        WORKING-STORAGE SECTION.
        01  PS-FILE-STATUS          PIC X(02).
        01  MJ-FILE-STATUS          PIC X(02).
        01  CP-FILE-STATUS          PIC X(02).
        01  PL-FILE-STATUS          PIC X(02).
        01  CL-FILE-STATUS          PIC X(02).
        01  NEW-LOSS-LIMIT          PIC 9(7)V99 VALUE 0.
        01  NEW-BUYIN-CAP           PIC 9(7)V99 VALUE 0.
        01  LIMITS-RECORD-NEW-FLAG  PIC X       VALUE 'N'.
            88  LIMITS-RECORD-IS-NEW            VALUE 'Y'.
      *> THE IDENTITY ANSWERS AS TYPED - BLANK KEEPS THE FIELD ON
      *> FILE WHEN THE RECORD ALREADY EXISTS.
        01  NEW-NAME                PIC X(40)   VALUE SPACES.
        01  NEW-DOCUMENT            PIC X(20)   VALUE SPACES.
        01  NEW-BIRTH-DATE          PIC X(08)   VALUE SPACES.
        01  NEW-CONTACT             PIC X(40)   VALUE SPACES.
        01  NEW-EXCL-START          PIC X(08)   VALUE SPACES.
        01  NEW-EXCL-END            PIC X(08)   VALUE SPACES.
        01  CLIENT-RECORD-NEW-FLAG  PIC X       VALUE 'N'.
            88  CLIENT-RECORD-IS-NEW            VALUE 'Y'.
        01  DATE-TO-CHECK           PIC X(08)   VALUE SPACES.
        01  DATE-TO-CHECK-NUM       PIC 9(08)   VALUE 0.
        01  DATE-OK-FLAG            PIC X       VALUE 'N'.
            88  DATE-IS-OK                      VALUE 'Y'.
        01  RUN-DATE                PIC X(08)   VALUE SPACES.
        01  MAINT-COMMAND           PIC X(3)    VALUE SPACE.
        01  MAINT-DONE-FLAG         PIC X       VALUE 'N'.
        01  TARGET-ID               PIC X(08)   VALUE SPACES.
        01  MERGE-FROM-ID           PIC X(08)   VALUE SPACES.
        01  MERGE-TO-ID             PIC X(08)   VALUE SPACES.
      *> WHAT AN INSCREVER OR DESATIVAR LOGS IN MERGELOG'S
      *> MJ-ACTION ('I' / 'D').
        01  JOURNAL-ACTION          PIC X(01)   VALUE SPACE.
      *> THE TYPO RECORD'S COUNTERS, HELD WHILE THE RIGHT RECORD IS
      *> READ SO FUNDIR CAN ADD THEM ACROSS.
        01  HOLD-GAMES-PLAYED       PIC 9(05)   VALUE 0.
            DISPLAY "MANUTENÇÃO ENCERRADA.".
            STOP RUN.
        GET-MAINT-COMMAND.
            DISPLAY "FUNÇÃO (I/C/F/D/L/P/T/R/E/V/X)? "
                WITH NO ADVANCING.
            ACCEPT MAINT-COMMAND.
            MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(MAINT-COMMAND))
                TO MAINT-COMMAND.
                WHEN "L"    PERFORM LIST-ALL-PLAYERS
                WHEN "P"    PERFORM INQUIRE-POINTS
                WHEN "T"    PERFORM SET-PLAYER-LIMITS
                WHEN "R"    PERFORM REGISTER-CLIENT
                WHEN "E"    PERFORM PLACE-EXCLUSION
                WHEN "V"    PERFORM LIFT-EXCLUSION
                WHEN "X"    MOVE 'Y' TO MAINT-DONE-FLAG
      *> A BLANK COMMAND MEANS SYSIN RAN DRY (ACCEPT PAST EOF KEEPS
      *> YIELDING SPACES) - TREAT IT AS FIM INSTEAD OF SPINNING ON
                WHEN SPACES
                    DISPLAY "SYSIN ACABOU. ENCERRANDO."
                    MOVE 'Y' TO MAINT-DONE-FLAG
                WHEN OTHER
                    DISPLAY "NÃO DÁ. I, C, F, D, L, P, T, R, E, V OU X."
            END-EVALUATE.
        GET-TARGET-ID.
            DISPLAY "CÓDIGO DO JOGADOR: " WITH NO ADVANCING.
                    MOVE 'A' TO PS-STATUS
                    WRITE PLAYER-STATS-RECORD
                        INVALID KEY DISPLAY "NÃO CONSEGUI INSCREVER."
                        NOT INVALID KEY
                            DISPLAY TARGET-ID, " INSCRITO."
                            MOVE 'I' TO JOURNAL-ACTION
                            PERFORM WRITE-CADASTRO-JOURNAL
                    END-WRITE
                END-IF
            END-IF.
                PERFORM SHOW-STATS-RECORD
            ELSE
                DISPLAY TARGET-ID, " NÃO TÁ NO CADASTRO."
            END-IF
            PERFORM INQUIRE-CLIENT.
        SHOW-STATS-RECORD.
            DISPLAY PS-PLAYER-ID, " (", PS-STATUS, "): ",
                PS-GAMES-PLAYED, " JOGOS, ", PS-WINS, " VITÓRIAS, ",
            MOVE RUN-DATE           TO MJ-RUN-DATE.
            MOVE SPACE              TO MJ-FILLER-1 MJ-FILLER-2
                MJ-FILLER-3 MJ-FILLER-4 MJ-FILLER-5 MJ-FILLER-6
                MJ-FILLER-7 MJ-FILLER-8.
            MOVE 'F'                TO MJ-ACTION.
            MOVE MERGE-FROM-ID      TO MJ-FROM-ID.
            MOVE MERGE-TO-ID        TO MJ-TO-ID.
            MOVE HOLD-GAMES-PLAYED  TO MJ-GAMES-MOVED.
                    " CONCILIAÇÃO VAI APONTAR OS DOIS CÓDIGOS."
            END-IF
            CLOSE MERGE-JOURNAL-FILE.
        WRITE-CADASTRO-JOURNAL.
      *> AN INSCREVER OR DESATIVAR LEAVES NO TRACE IN THE GAMELOG,
      *> SO WITHOUT THIS LINE A PLAYERST REBUILT FROM THE JOURNALS
      *> (VINTERCV) WOULD LOSE THE ENROLMENT OF A CÓDIGO THAT
      *> NEVER SAT DOWN AND BRING EVERY DEACTIVATED ONE BACK ACTIVE.
            OPEN EXTEND MERGE-JOURNAL-FILE.
            IF MJ-FILE-STATUS = "35"
                OPEN OUTPUT MERGE-JOURNAL-FILE
            END-IF
            MOVE RUN-DATE           TO MJ-RUN-DATE.
            MOVE SPACE              TO MJ-FILLER-1 MJ-FILLER-2
                MJ-FILLER-3 MJ-FILLER-4 MJ-FILLER-5 MJ-FILLER-6
                MJ-FILLER-7 MJ-FILLER-8.
            MOVE JOURNAL-ACTION     TO MJ-ACTION.
            MOVE TARGET-ID          TO MJ-FROM-ID.
            MOVE SPACES             TO MJ-TO-ID.
            MOVE 0                  TO MJ-GAMES-MOVED MJ-WINS-MOVED
                MJ-LOSSES-MOVED MJ-BUSTS-MOVED MJ-BJS-MOVED.
            WRITE MERGE-JOURNAL-RECORD.
            IF MJ-FILE-STATUS NOT = "00"
                DISPLAY "NÃO CONSEGUI GRAVAR O DIÁRIO DO CADASTRO",
                    " (MERGELOG ", MJ-FILE-STATUS, "). UMA",
                    " RECUPERAÇÃO DO PLAYERST NÃO VAI VER ESTA MUDANÇA."
            END-IF
            CLOSE MERGE-JOURNAL-FILE.
        INQUIRE-POINTS.
      *> THE ANSWER TO "O QUE MINHA JOGADA RENDE" WITHOUT WAITING
      *> FOR THE PLAYER TO SIT DOWN - THE COMPPTS FILE IS THE
                MOVE 'I' TO PS-STATUS
                REWRITE PLAYER-STATS-RECORD
                    INVALID KEY DISPLAY "NÃO CONSEGUI ATUALIZAR."
                    NOT INVALID KEY
                        DISPLAY TARGET-ID, " DESATIVADO."
                        MOVE 'D' TO JOURNAL-ACTION
                        PERFORM WRITE-CADASTRO-JOURNAL
                END-REWRITE
            ELSE
                DISPLAY TARGET-ID, " NÃO TÁ NO CADASTRO."
                    ADD 1 TO LIST-COUNT
                    PERFORM SHOW-STATS-RECORD
            END-READ.
        OPEN-CLIENT-FILE.
            OPEN I-O CLIENT-FILE.
            IF CL-FILE-STATUS = "35"
                OPEN OUTPUT CLIENT-FILE
                CLOSE CLIENT-FILE
                OPEN I-O CLIENT-FILE
            END-IF.
        READ-CLIENT-RECORD.
            MOVE 'N' TO CLIENT-RECORD-NEW-FLAG.
            MOVE TARGET-ID TO CL-PLAYER-ID.
            READ CLIENT-FILE
                INVALID KEY MOVE 'Y' TO CLIENT-RECORD-NEW-FLAG
            END-READ.
        INQUIRE-CLIENT.
            OPEN INPUT CLIENT-FILE.
            IF CL-FILE-STATUS NOT = "00"
                DISPLAY "SEM ARQUIVO DE CLIENTES (CLIENTES) AINDA."
            ELSE
                PERFORM READ-CLIENT-RECORD
                IF CLIENT-RECORD-IS-NEW
                    DISPLAY TARGET-ID, " NÃO TEM IDENTIFICAÇÃO.",
                        " A MESA RECUSA. (R REGISTRA.)"
                ELSE
                    PERFORM SHOW-CLIENT-RECORD
                END-IF
                CLOSE CLIENT-FILE
            END-IF.
        SHOW-CLIENT-RECORD.
            DISPLAY CL-PLAYER-ID, ": ", FUNCTION TRIM(CL-NAME),
                " - DOC ", FUNCTION TRIM(CL-DOCUMENT),
                " - NASC ", CL-BIRTH-DATE,
                " - CONTATO ", FUNCTION TRIM(CL-CONTACT).
            EVALUATE CL-EXCL-STATUS
                WHEN 'E'
                    DISPLAY "  AUTOEXCLUÍDO DESDE ", CL-EXCL-START,
                        " ATÉ ", CL-EXCL-END,
                        " (BRANCO = INDETERMINADO)."
                WHEN 'L'
                    DISPLAY "  AUTOEXCLUSÃO DE ", CL-EXCL-START,
                        " LEVANTADA EM ", CL-EXCL-END, "."
                WHEN OTHER
                    DISPLAY "  SEM AUTOEXCLUSÃO."
            END-EVALUATE.
        CHECK-DATE.
      *> A REAL CALENDAR DATE, AAAAMMDD, NOT IN THE FUTURE IS THE
      *> CALLER'S CONCERN - THIS ONLY SAYS WHETHER IT'S A DATE.
            MOVE 'N' TO DATE-OK-FLAG.
            IF DATE-TO-CHECK IS NUMERIC
                MOVE DATE-TO-CHECK TO DATE-TO-CHECK-NUM
                IF FUNCTION TEST-DATE-YYYYMMDD(DATE-TO-CHECK-NUM) = 0
                    MOVE 'Y' TO DATE-OK-FLAG
                END-IF
            END-IF.
        REGISTER-CLIENT.
      *> THE PERSON BEHIND THE CÓDIGO. A NEW RECORD NEEDS NAME,
      *> DOCUMENT AND BIRTH DATE - THE TABLE CAN'T CHECK AGE
      *> WITHOUT THE LAST ONE. AN UPDATE KEEPS ANY FIELD LEFT BLANK.
            PERFORM GET-TARGET-ID.
            IF TARGET-ID = SPACES
                DISPLAY "CÓDIGO EM BRANCO NÃO VALE."
            ELSE
                PERFORM OPEN-CLIENT-FILE
                PERFORM UPDATE-CLIENT-RECORD
                    THRU UPDATE-CLIENT-RECORD-EXIT
                CLOSE CLIENT-FILE
            END-IF.
        UPDATE-CLIENT-RECORD.
            PERFORM READ-CLIENT-RECORD.
            DISPLAY "NOME: " WITH NO ADVANCING.
            ACCEPT NEW-NAME.
            DISPLAY "DOCUMENTO: " WITH NO ADVANCING.
            ACCEPT NEW-DOCUMENT.
            DISPLAY "NASCIMENTO (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT NEW-BIRTH-DATE.
            DISPLAY "CONTATO: " WITH NO ADVANCING.
            ACCEPT NEW-CONTACT.
            IF CLIENT-RECORD-IS-NEW
                IF NEW-NAME = SPACES OR NEW-DOCUMENT = SPACES
                    OR NEW-BIRTH-DATE = SPACES
                    DISPLAY "REGISTRO NOVO PRECISA DE NOME, DOCUMENTO",
                        " E NASCIMENTO. NADA GRAVADO."
                    GO TO UPDATE-CLIENT-RECORD-EXIT
                END-IF
                MOVE TARGET-ID TO CL-PLAYER-ID
                MOVE SPACES    TO CL-NAME CL-DOCUMENT CL-BIRTH-DATE
                    CL-CONTACT CL-EXCL-START CL-EXCL-END
                MOVE 'N'       TO CL-EXCL-STATUS
            END-IF
            IF NEW-BIRTH-DATE NOT = SPACES
                MOVE NEW-BIRTH-DATE TO DATE-TO-CHECK
                PERFORM CHECK-DATE
                IF NOT DATE-IS-OK OR NEW-BIRTH-DATE > RUN-DATE
                    DISPLAY "NASCIMENTO INVÁLIDO: ", NEW-BIRTH-DATE,
                        ". NADA GRAVADO."
                    GO TO UPDATE-CLIENT-RECORD-EXIT
                END-IF
                MOVE NEW-BIRTH-DATE TO CL-BIRTH-DATE
            END-IF
            IF NEW-NAME NOT = SPACES
                MOVE NEW-NAME TO CL-NAME
            END-IF
            IF NEW-DOCUMENT NOT = SPACES
                MOVE NEW-DOCUMENT TO CL-DOCUMENT
            END-IF
            IF NEW-CONTACT NOT = SPACES
                MOVE NEW-CONTACT TO CL-CONTACT
            END-IF
            IF CLIENT-RECORD-IS-NEW
                WRITE CLIENT-RECORD
                    INVALID KEY DISPLAY "NÃO CONSEGUI REGISTRAR."
                    NOT INVALID KEY PERFORM SHOW-CLIENT-RECORD
                END-WRITE
            ELSE
                REWRITE CLIENT-RECORD
                    INVALID KEY DISPLAY "NÃO CONSEGUI ATUALIZAR."
                    NOT INVALID KEY PERFORM SHOW-CLIENT-RECORD
                END-REWRITE
            END-IF.
        UPDATE-CLIENT-RECORD-EXIT.
            EXIT.
        PLACE-EXCLUSION.
      *> THE CUSTOMER'S OWN REQUEST TO BE KEPT FROM THE TABLE. A
      *> BLANK START MEANS TODAY, A BLANK END MEANS INDEFINITE.
            PERFORM GET-TARGET-ID.
            PERFORM OPEN-CLIENT-FILE.
            PERFORM SET-CLIENT-EXCLUSION THRU SET-CLIENT-EXCLUSION-EXIT.
            CLOSE CLIENT-FILE.
        SET-CLIENT-EXCLUSION.
            PERFORM READ-CLIENT-RECORD.
            IF CLIENT-RECORD-IS-NEW
                DISPLAY TARGET-ID, " NÃO TEM IDENTIFICAÇÃO.",
                    " REGISTRE (R) ANTES DE EXCLUIR."
                GO TO SET-CLIENT-EXCLUSION-EXIT
            END-IF
            DISPLAY "INÍCIO DA EXCLUSÃO (AAAAMMDD, BRANCO=HOJE): "
                WITH NO ADVANCING.
            ACCEPT NEW-EXCL-START.
            DISPLAY "FIM DA EXCLUSÃO (AAAAMMDD, BRANCO=INDETERMINADO): "
                WITH NO ADVANCING.
            ACCEPT NEW-EXCL-END.
            IF NEW-EXCL-START = SPACES
                MOVE RUN-DATE TO NEW-EXCL-START
            END-IF
            MOVE NEW-EXCL-START TO DATE-TO-CHECK.
            PERFORM CHECK-DATE.
            IF NOT DATE-IS-OK
                DISPLAY "INÍCIO INVÁLIDO: ", NEW-EXCL-START,
                    ". NADA GRAVADO."
                GO TO SET-CLIENT-EXCLUSION-EXIT
            END-IF
            IF NEW-EXCL-END NOT = SPACES
                MOVE NEW-EXCL-END TO DATE-TO-CHECK
                PERFORM CHECK-DATE
                IF NOT DATE-IS-OK OR NEW-EXCL-END < NEW-EXCL-START
                    DISPLAY "FIM INVÁLIDO: ", NEW-EXCL-END,
                        ". NADA GRAVADO."
                    GO TO SET-CLIENT-EXCLUSION-EXIT
                END-IF
            END-IF
            MOVE 'E'            TO CL-EXCL-STATUS.
            MOVE NEW-EXCL-START TO CL-EXCL-START.
            MOVE NEW-EXCL-END   TO CL-EXCL-END.
            REWRITE CLIENT-RECORD
                INVALID KEY DISPLAY "NÃO CONSEGUI GRAVAR A EXCLUSÃO."
                NOT INVALID KEY PERFORM SHOW-CLIENT-RECORD
            END-REWRITE.
        SET-CLIENT-EXCLUSION-EXIT.
            EXIT.
        LIFT-EXCLUSION.
      *> ENDS THE EXCLUSION AS OF TODAY. THE START DATE AND THE
      *> LIFT DATE STAY ON THE RECORD AS ITS HISTORY.
            PERFORM GET-TARGET-ID.
            PERFORM OPEN-CLIENT-FILE.
            PERFORM READ-CLIENT-RECORD.
            IF CLIENT-RECORD-IS-NEW
                DISPLAY TARGET-ID, " NÃO TEM IDENTIFICAÇÃO."
            ELSE
                IF CL-EXCL-STATUS NOT = 'E'
                    DISPLAY TARGET-ID, " NÃO TÁ AUTOEXCLUÍDO."
                ELSE
                    MOVE 'L'      TO CL-EXCL-STATUS
                    MOVE RUN-DATE TO CL-EXCL-END
                    REWRITE CLIENT-RECORD
                        INVALID KEY
                            DISPLAY "NÃO CONSEGUI LEVANTAR A EXCLUSÃO."
                        NOT INVALID KEY PERFORM SHOW-CLIENT-RECORD
                    END-REWRITE
                END-IF
            END-IF
            CLOSE CLIENT-FILE.
