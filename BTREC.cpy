      *> ONE LINE OF THE NIGHTLY CLOSE'S RUN-CONTROL LEDGER, KEYED BY
      *> BUSINESS DATE AND STEP (THE STEP'S PROGRAM NAME). VINTECTL
      *> WRITES IT WHEN A STEP STARTS AND WHEN IT ENDS; VINTEQDR
      *> PRINTS THE NIGHT'S GRID FROM IT. SHARED LAYOUT SO A FIELD
      *> CAN'T DRIFT BETWEEN PROGRAMS.
        01  BATCH-CONTROL-RECORD.
            05  BT-KEY.
                10  BT-RUN-DATE     PIC X(08).
                10  BT-STEP         PIC X(08).
      *> 'I' = INICIADO (A STEP STILL 'I' AFTER ITS JOB ENDED DIED
      *> MID-RUN), 'F' = FINALIZADO WITH BT-RETURN-CODE, 'R' =
      *> RECUSADO BY THE LEDGER ITSELF, REASON IN BT-NOTE.
            05  BT-STATUS           PIC X(01).
            05  BT-START-TIME       PIC X(08).
            05  BT-END-TIME         PIC X(08).
            05  BT-RETURN-CODE      PIC 9(04).
            05  BT-COUNT-READ       PIC 9(07).
            05  BT-COUNT-WRITTEN    PIC 9(07).
            05  BT-EXCEPTIONS       PIC 9(05).
            05  BT-ATTEMPTS         PIC 9(02).
            05  BT-NOTE             PIC X(50).
