      *> AN ARCHIVED HOUSEBNK LINE - THE SAME 34-BYTE HBREC DATA
      *> WITH THE RUN DATE BOLTED ON THE FRONT BY VINTEBNC ONCE THE
      *> NIGHT'S LEDGER HAS BEEN PROVED, SAME SHAPE THE GAMELOG AND
      *> CASHTRAN ARCHIVES USE. SHARED BY THE CLOSER AND EVERY
      *> PROGRAM THAT READS THE CASA'S LEDGER BACK.
        01  BANK-ARCHIVE-RECORD.
            05  HA-RUN-DATE         PIC X(08).
            05  HA-FILLER-1         PIC X(01).
            05  HA-BANK-DATA        PIC X(34).
