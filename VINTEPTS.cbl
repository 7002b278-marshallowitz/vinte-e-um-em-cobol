      *> BATCH PASS OVER THE LOG, SO THE TABLE PROGRAM'S HOT PATH
      *> DOESN'T CHANGE. SCHEDULED ONCE PER NIGHT RIGHT BEFORE
      *> VINTEARC TRIMS THE LOG, SO A NIGHT'S STAKES ACCRUE EXACTLY
      *> ONCE. EVERY ACCRUAL ALSO GOES TO THE PTSJRN JOURNAL - ONE
      *> LINE PER PLAYER PER SESSION DATE - SO A BALANCE IN COMPPTS
      *> CAN BE TRACED BACK TO THE NIGHTS THAT EARNED IT.
        PROGRAM-ID.     VINTEPTS.
        AUTHOR.         Marshallowitz.
        ENVIRONMENT DIVISION.
            SELECT ACCRUAL-CONTROL-FILE ASSIGN TO "PTSCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PC-FILE-STATUS.
            SELECT POINTS-JOURNAL-FILE ASSIGN TO "PTSJRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PJ-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  GAME-LOG-FILE.
            05  PC-RUN-DATE         PIC X(08).
            05  PC-FILLER-1         PIC X(01).
            05  PC-STAKE-LINES      PIC 9(05).
        FD  POINTS-JOURNAL-FILE.
        COPY PJREC.
        WORKING-STORAGE SECTION.
      *> THE CLOSE'S RUN-CONTROL LEDGER (BATCHCTL), KEPT BY VINTECTL.
        COPY BTPARM.
        01  GL-FILE-STATUS          PIC X(02).
        01  CP-FILE-STATUS          PIC X(02).
        01  TR-FILE-STATUS          PIC X(02).
        01  PC-FILE-STATUS          PIC X(02).
        01  PJ-FILE-STATUS          PIC X(02).
        01  RUN-DATE                PIC X(08)   VALUE SPACES.
        01  CONTROL-EOF-FLAG        PIC X       VALUE 'N'.
            88  CONTROL-AT-EOF                  VALUE 'Y'.
      *> GL-AMOUNT COMES OFF THE FILE IN ITS EDITED PRINT SHAPE -
      *> NUMVAL TURNS IT BACK INTO MONEY BEFORE ANY ARITHMETIC.
        01  LOG-AMOUNT              PIC 9(7)V99 VALUE 0.
      *> ONE SLICE PER PLAYER AND SESSION DATE SEEN STAKING IN THE
      *> LOG, SAME PARALLEL-TABLE SHAPE THE SEAT TABLES USE IN
      *> VINTEUM - KEPT PER DATE SO EACH PTSJRN LINE CARRIES THE
      *> NIGHT THAT EARNED IT.
        01  PT-MAX                  PIC 9(2)    VALUE 50.
        01  PT-COUNT                PIC 9(2)    VALUE 0.
        01  PT-NUM                  PIC 9(2)    VALUE 0.
        01  PT-OVERFLOW-FLAG        PIC X       VALUE 'N'.
            88  PT-OVERFLOW-WARNED              VALUE 'Y'.
        01  PT-PLAYER-ID            PIC X(08)   OCCURS 50 TIMES VALUE SPACES.
        01  PT-SESSION-DATE         PIC X(08)   OCCURS 50 TIMES VALUE SPACES.
        01  PT-STAKED               PIC 9(9)V99 OCCURS 50 TIMES VALUE 0.
        01  POINTS-EARNED           PIC 9(7)V99 VALUE 0.
        01  POINTS-RECORD-NEW-FLAG  PIC X       VALUE 'N'.
            88  POINTS-RECORD-IS-NEW            VALUE 'Y'.
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            MOVE SPACES TO BP-RUN-DATE.
            PERFORM OPEN-BATCH-STEP.
            DISPLAY "===== ACUMULO DE PONTOS DE CORTESIA =====".
            MOVE BP-RUN-DATE TO RUN-DATE.
            MOVE RUN-DATE TO CUR-SESSION-DATE.
            PERFORM LOAD-ACCRUAL-CONTROL.
            PERFORM LOAD-POINT-RATE.
            PERFORM READ-GAME-LOG.
            PERFORM TALLY-LOG-RECORD UNTIL LOG-AT-EOF.
            CLOSE GAME-LOG-FILE.
            OPEN EXTEND POINTS-JOURNAL-FILE.
            IF PJ-FILE-STATUS = "35"
                OPEN OUTPUT POINTS-JOURNAL-FILE
            END-IF
            PERFORM ACCRUE-ONE-PLAYER VARYING PT-NUM FROM 1 BY 1
                UNTIL PT-NUM > PT-COUNT.
            CLOSE POINTS-JOURNAL-FILE.
            DISPLAY "JOGADORES COM ACUMULO: ", PT-COUNT.
            PERFORM WRITE-ACCRUAL-CONTROL
                THRU WRITE-ACCRUAL-CONTROL-EXIT.
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
            MOVE "VINTEPTS" TO BP-STEP.
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
            MOVE 0 TO BP-COUNT-READ.
            MOVE PT-COUNT TO BP-COUNT-WRITTEN.
            MOVE 0 TO BP-EXCEPTIONS.
            MOVE 'F'         TO BP-FUNCTION.
            CALL "VINTECTL" USING BATCH-STEP-PARM.
            MOVE BP-RETURN-CODE TO RETURN-CODE.
        LOAD-ACCRUAL-CONTROL.
            MOVE 'N' TO CONTROL-EOF-FLAG.
            OPEN INPUT ACCRUAL-CONTROL-FILE.
                IF PT-COUNT < PT-MAX
                    ADD 1 TO PT-COUNT
                    MOVE GL-PLAYER-ID TO PT-PLAYER-ID(PT-COUNT)
                    MOVE CUR-SESSION-DATE TO PT-SESSION-DATE(PT-COUNT)
                    MOVE PT-COUNT TO PT-FOUND-NUM
                ELSE
                    IF NOT PT-OVERFLOW-WARNED
                        DISPLAY "MAIS DE ", PT-MAX, " JOGADORES POR",
                            " DIA NO LOG. IGNORANDO OS EXCEDENTES."
                        MOVE 'Y' TO PT-OVERFLOW-FLAG
                    END-IF
                END-IF
            END-IF.
        MATCH-PLAYER-SLOT.
            IF PT-PLAYER-ID(PT-NUM) = GL-PLAYER-ID
                AND PT-SESSION-DATE(PT-NUM) = CUR-SESSION-DATE
                MOVE PT-NUM TO PT-FOUND-NUM
            END-IF.
        ACCRUE-ONE-PLAYER.
                CLOSE COMP-POINTS-FILE
                DISPLAY PT-PLAYER-ID(PT-NUM), " APOSTOU ",
                    PT-STAKED(PT-NUM), " E GANHOU ", POINTS-EARNED,
                    " PONTOS NO DIA ", PT-SESSION-DATE(PT-NUM),
                    ". SALDO: ", CP-POINTS
                PERFORM WRITE-POINTS-JOURNAL
            END-IF.
        WRITE-POINTS-JOURNAL.
            MOVE PT-SESSION-DATE(PT-NUM) TO PJ-RUN-DATE.
            MOVE SPACE                   TO PJ-FILLER-1 PJ-FILLER-2
                PJ-FILLER-3.
            MOVE PT-PLAYER-ID(PT-NUM)    TO PJ-PLAYER-ID.
            MOVE PT-STAKED(PT-NUM)       TO PJ-STAKED.
            MOVE POINTS-EARNED           TO PJ-POINTS.
            WRITE POINTS-JOURNAL-RECORD.
            IF PJ-FILE-STATUS NOT = "00"
                DISPLAY "NÃO CONSEGUI GRAVAR O ACUMULO DE ",
                    PT-PLAYER-ID(PT-NUM), " NO PTSJRN (STATUS ",
                    PJ-FILE-STATUS, "). OS PONTOS ENTRARAM NO",
                    " COMPPTS SEM RASTRO."
                MOVE 8 TO RETURN-CODE
            END-IF.
        INIT-POINTS-RECORD.
            MOVE 'Y' TO POINTS-RECORD-NEW-FLAG.
