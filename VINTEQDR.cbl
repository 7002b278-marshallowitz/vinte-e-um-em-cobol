  IDENTIFICATION DIVISION.
      *> THE MORNING SHIFT'S VIEW OF THE NIGHTLY CLOSE: ONE LINE PER
      *> STEP OUT OF THE BATCHCTL LEDGER, IN CHAIN ORDER - SITUATION,
      *> START, END, RC, COUNTS AND TRIES - AND THE STEP WHERE THE
      *> CLOSE STOPPED, SO NOBODY HAS TO WORK OUT FROM THE SYSOUTS
      *> WHICH FILES WERE ALREADY TRIMMED OR ROLLED. SYSIN CARRIES
      *> THE BUSINESS DATE (AAAAMMDD); A BLANK LINE MEANS THE LATEST
      *> DATE IN THE LEDGER. READ ONLY - IT NEVER CHANGES A RECORD.
        PROGRAM-ID.     VINTEQDR.
        AUTHOR.         Marshallowitz.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BT-KEY
                FILE STATUS IS BT-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "QUADRO"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  BATCH-CONTROL-FILE.
        COPY BTREC.
        FD  REPORT-FILE.
        01  REPORT-RECORD           PIC X(100).
        WORKING-STORAGE SECTION.
        01  BT-FILE-STATUS          PIC X(02).
        01  RT-FILE-STATUS          PIC X(02).
        01  LEDGER-EOF-FLAG         PIC X       VALUE 'N'.
            88  LEDGER-AT-EOF                   VALUE 'Y'.
        01  QUERY-DATE              PIC X(08)   VALUE SPACES.
      *> THE CLOSE'S STEPS IN THE ORDER THEY RUN - THE VINTEARC JOB
      *> FIRST, THEN THE VINTEFCH JOB THAT RUNS BESIDE IT, THEN THE
      *> VINTECTB JOB ONCE BOTH HAVE ENDED.
        01  QD-MAX                  PIC 9(2)    VALUE 10.
        01  QD-COUNT                PIC 9(2)    VALUE 0.
        01  QD-NUM                  PIC 9(2)    VALUE 0.
        01  QD-PROGRAM              PIC X(08)   OCCURS 10 TIMES VALUE SPACES.
        01  QD-JOB-STEP             PIC X(16)   OCCURS 10 TIMES VALUE SPACES.
        01  QD-FOUND-FLAG           PIC X       VALUE 'N'.
            88  QD-STEP-IS-KNOWN                VALUE 'Y'.
        01  STEPS-PASSED            PIC 9(2)    VALUE 0.
        01  STOPPED-AT              PIC X(16)   VALUE SPACES.
        01  EXTRA-STEPS             PIC 9(3)    VALUE 0.
        01  QD-TITLE-LINE.
            05  FILLER              PIC X(40)
                VALUE "QUADRO DO FECHAMENTO NOTURNO - DATA".
            05  QD-TL-DATE          PIC X(08).
        01  QD-HEAD-LINE            PIC X(100)
            VALUE "JOB/PASSO        PROGRAMA SITUACAO     INICIO   FIM        RC   LIDOS GRAVADO EXCEC TENT".
        01  QD-STEP-LINE.
            05  QD-SL-JOB-STEP      PIC X(16).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  QD-SL-PROGRAM       PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  QD-SL-STATUS        PIC X(12).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  QD-SL-START         PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  QD-SL-END           PIC X(08).
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  QD-SL-RC            PIC ZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  QD-SL-READ          PIC ZZZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  QD-SL-WRITTEN       PIC ZZZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  QD-SL-EXCEPTIONS    PIC ZZZZ9.
            05  FILLER              PIC X(01)   VALUE SPACES.
            05  QD-SL-ATTEMPTS      PIC Z9.
        01  QD-NOTE-LINE.
            05  FILLER              PIC X(17)   VALUE SPACES.
            05  FILLER              PIC X(08)   VALUE "MOTIVO: ".
            05  QD-NL-NOTE          PIC X(50).
        01  QD-STOP-LINE.
            05  FILLER              PIC X(30)
                VALUE "O FECHAMENTO PAROU EM: ".
            05  QD-ST-STEP          PIC X(16).
        01  QD-DONE-LINE            PIC X(60)
            VALUE "FECHAMENTO COMPLETO: TODOS OS PASSOS PASSARAM.".
        PROCEDURE DIVISION.
        PROGRAM-BEGIN.
            DISPLAY "DATA DO FECHAMENTO (AAAAMMDD, BRANCO=A ÚLTIMA): "
                WITH NO ADVANCING.
            ACCEPT QUERY-DATE.
            PERFORM LOAD-STEP-TABLE.
            OPEN INPUT BATCH-CONTROL-FILE.
            IF BT-FILE-STATUS NOT = "00"
                DISPLAY "SEM BATCHCTL (STATUS ", BT-FILE-STATUS,
                    "). NENHUM FECHAMENTO REGISTRADO AINDA."
                GO TO PROGRAM-DONE
            END-IF
            IF QUERY-DATE = SPACES
                PERFORM FIND-LATEST-DATE
            END-IF
            IF QUERY-DATE = SPACES
                DISPLAY "BATCHCTL VAZIO. NENHUM FECHAMENTO REGISTRADO."
                CLOSE BATCH-CONTROL-FILE
                GO TO PROGRAM-DONE
            END-IF
            OPEN OUTPUT REPORT-FILE.
            MOVE QUERY-DATE TO QD-TL-DATE.
            WRITE REPORT-RECORD FROM QD-TITLE-LINE.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM QD-HEAD-LINE.
            PERFORM SHOW-KNOWN-STEP VARYING QD-NUM FROM 1 BY 1
                UNTIL QD-NUM > QD-COUNT.
            PERFORM SHOW-EXTRA-STEPS.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            IF STOPPED-AT = SPACES
                WRITE REPORT-RECORD FROM QD-DONE-LINE
            ELSE
                MOVE STOPPED-AT TO QD-ST-STEP
                WRITE REPORT-RECORD FROM QD-STOP-LINE
            END-IF
            CLOSE REPORT-FILE.
            CLOSE BATCH-CONTROL-FILE.
            DISPLAY "FECHAMENTO DE ", QUERY-DATE, ": ", STEPS-PASSED,
                " DE ", QD-COUNT, " PASSOS PASSARAM. QUADRO EM QUADRO.".
        PROGRAM-DONE.
            STOP RUN.
        LOAD-STEP-TABLE.
            MOVE "VINTEPTS" TO QD-PROGRAM(1).
            MOVE "VINTEARC STEP01"  TO QD-JOB-STEP(1).
            MOVE "VINTEBNC" TO QD-PROGRAM(2).
            MOVE "VINTEARC STEP02"  TO QD-JOB-STEP(2).
            MOVE "VINTECXA" TO QD-PROGRAM(3).
            MOVE "VINTEARC STEP03"  TO QD-JOB-STEP(3).
            MOVE "VINTEREC" TO QD-PROGRAM(4).
            MOVE "VINTEARC STEP04"  TO QD-JOB-STEP(4).
            MOVE "VINTEARC" TO QD-PROGRAM(5).
            MOVE "VINTEARC STEP05"  TO QD-JOB-STEP(5).
            MOVE "VINTEVER" TO QD-PROGRAM(6).
            MOVE "VINTEARC STEP06"  TO QD-JOB-STEP(6).
            MOVE "VINTEBAR" TO QD-PROGRAM(7).
            MOVE "VINTEARC STEP07"  TO QD-JOB-STEP(7).
            MOVE "VINTEFCH" TO QD-PROGRAM(8).
            MOVE "VINTEFCH STEP01"  TO QD-JOB-STEP(8).
            MOVE "VINTECOA" TO QD-PROGRAM(9).
            MOVE "VINTEFCH STEP02"  TO QD-JOB-STEP(9).
            MOVE "VINTECTB" TO QD-PROGRAM(10).
            MOVE "VINTECTB STEP01"  TO QD-JOB-STEP(10).
            MOVE 10 TO QD-COUNT.
        FIND-LATEST-DATE.
      *> THE LEDGER IS IN KEY ORDER, DATE FIRST - THE LAST RECORD
      *> CARRIES THE LATEST NIGHT.
            MOVE 'N' TO LEDGER-EOF-FLAG.
            MOVE LOW-VALUES TO BT-KEY.
            START BATCH-CONTROL-FILE KEY >= BT-KEY
                INVALID KEY MOVE 'Y' TO LEDGER-EOF-FLAG
            END-START.
            PERFORM NOTE-LATEST-DATE UNTIL LEDGER-AT-EOF.
        NOTE-LATEST-DATE.
            READ BATCH-CONTROL-FILE NEXT RECORD
                AT END MOVE 'Y' TO LEDGER-EOF-FLAG
                NOT AT END MOVE BT-RUN-DATE TO QUERY-DATE
            END-READ.
        SHOW-KNOWN-STEP.
            MOVE QD-JOB-STEP(QD-NUM) TO QD-SL-JOB-STEP.
            MOVE QUERY-DATE       TO BT-RUN-DATE.
            MOVE QD-PROGRAM(QD-NUM) TO BT-STEP.
            READ BATCH-CONTROL-FILE
                INVALID KEY
                    MOVE QD-PROGRAM(QD-NUM) TO QD-SL-PROGRAM
                    MOVE "PENDENTE"   TO QD-SL-STATUS
                    MOVE SPACES       TO QD-SL-START QD-SL-END
                    MOVE 0            TO QD-SL-RC QD-SL-READ
                        QD-SL-WRITTEN QD-SL-EXCEPTIONS QD-SL-ATTEMPTS
                    WRITE REPORT-RECORD FROM QD-STEP-LINE
                    IF STOPPED-AT = SPACES
                        MOVE QD-JOB-STEP(QD-NUM) TO STOPPED-AT
                    END-IF
                NOT INVALID KEY
                    PERFORM PRINT-STEP-RECORD
                    IF BT-STATUS = 'F' AND BT-RETURN-CODE < 8
                        ADD 1 TO STEPS-PASSED
                    ELSE
                        IF STOPPED-AT = SPACES
                            MOVE QD-JOB-STEP(QD-NUM) TO STOPPED-AT
                        END-IF
                    END-IF
            END-READ.
        PRINT-STEP-RECORD.
            MOVE BT-STEP TO QD-SL-PROGRAM.
            EVALUATE TRUE
                WHEN BT-STATUS = 'F' AND BT-RETURN-CODE < 8
                    MOVE "CONCLUIDO"    TO QD-SL-STATUS
                WHEN BT-STATUS = 'F'
                    MOVE "FALHOU"       TO QD-SL-STATUS
                WHEN BT-STATUS = 'R'
                    MOVE "RECUSADO"     TO QD-SL-STATUS
                WHEN BT-STATUS = 'I'
                    MOVE "SEM FIM"      TO QD-SL-STATUS
                WHEN OTHER
                    MOVE BT-STATUS      TO QD-SL-STATUS
            END-EVALUATE
            MOVE BT-START-TIME    TO QD-SL-START.
            MOVE BT-END-TIME      TO QD-SL-END.
            MOVE BT-RETURN-CODE   TO QD-SL-RC.
            MOVE BT-COUNT-READ    TO QD-SL-READ.
            MOVE BT-COUNT-WRITTEN TO QD-SL-WRITTEN.
            MOVE BT-EXCEPTIONS    TO QD-SL-EXCEPTIONS.
            MOVE BT-ATTEMPTS      TO QD-SL-ATTEMPTS.
            WRITE REPORT-RECORD FROM QD-STEP-LINE.
            IF BT-NOTE NOT = SPACES
                MOVE BT-NOTE TO QD-NL-NOTE
                WRITE REPORT-RECORD FROM QD-NOTE-LINE
            END-IF.
        SHOW-EXTRA-STEPS.
      *> ANY STEP THE LEDGER HAS FOR THE DATE THAT ISN'T IN THE
      *> CHAIN ABOVE STILL GETS ITS LINE - A NEW STEP SHOWS UP HERE
      *> BEFORE ANYONE REMEMBERS TO ADD IT TO THE TABLE.
            MOVE 'N' TO LEDGER-EOF-FLAG.
            MOVE QUERY-DATE TO BT-RUN-DATE.
            MOVE LOW-VALUES TO BT-STEP.
            START BATCH-CONTROL-FILE KEY >= BT-KEY
                INVALID KEY MOVE 'Y' TO LEDGER-EOF-FLAG
            END-START.
            PERFORM SHOW-NEXT-EXTRA UNTIL LEDGER-AT-EOF.
        SHOW-NEXT-EXTRA.
            READ BATCH-CONTROL-FILE NEXT RECORD
                AT END MOVE 'Y' TO LEDGER-EOF-FLAG
            END-READ.
            IF NOT LEDGER-AT-EOF
                IF BT-RUN-DATE NOT = QUERY-DATE
                    MOVE 'Y' TO LEDGER-EOF-FLAG
                ELSE
                    MOVE 'N' TO QD-FOUND-FLAG
                    PERFORM MATCH-KNOWN-STEP VARYING QD-NUM FROM 1 BY 1
                        UNTIL QD-NUM > QD-COUNT OR QD-STEP-IS-KNOWN
                    IF NOT QD-STEP-IS-KNOWN
                        ADD 1 TO EXTRA-STEPS
                        MOVE "(OUTRO)" TO QD-SL-JOB-STEP
                        PERFORM PRINT-STEP-RECORD
                    END-IF
                END-IF
            END-IF.
        MATCH-KNOWN-STEP.
            IF QD-PROGRAM(QD-NUM) = BT-STEP
                MOVE 'Y' TO QD-FOUND-FLAG
            END-IF.
