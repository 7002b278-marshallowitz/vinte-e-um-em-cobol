      *> THE PERSON BEHIND A CÓDIGO, KEYED BY THE SAME 8-CHARACTER
      *> ID AS PLAYERST, CASHIER AND COMPPTS. VINTEMNT REGISTERS
      *> AND UPDATES IT AND PLACES OR LIFTS A SELF-EXCLUSION;
      *> VINTEUM READS IT BEFORE A CÓDIGO MAY SIT DOWN - NO RECORD,
      *> UNDER AGE OR EXCLUDED MEANS NO SEAT. SHARED LAYOUT SO A
      *> FIELD CAN'T DRIFT BETWEEN PROGRAMS.
        01  CLIENT-RECORD.
            05  CL-PLAYER-ID        PIC X(08).
            05  CL-NAME             PIC X(40).
            05  CL-DOCUMENT         PIC X(20).
      *> AAAAMMDD.
            05  CL-BIRTH-DATE       PIC X(08).
            05  CL-CONTACT          PIC X(40).
      *> 'N' = SEM AUTOEXCLUSÃO, 'E' = AUTOEXCLUÍDO, 'L' = EXCLUSÃO
      *> LEVANTADA (THE DATES STAY AS HISTORY). AN 'E' IS IN FORCE
      *> FROM THE START DATE THROUGH THE END DATE; A BLANK END DATE
      *> MEANS INDEFINITE.
            05  CL-EXCL-STATUS      PIC X(01).
            05  CL-EXCL-START       PIC X(08).
            05  CL-EXCL-END         PIC X(08).
