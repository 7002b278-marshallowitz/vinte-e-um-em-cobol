      *> THE CLOSING POSITIONS - EVERY PLAYER'S CB-BALANCE AS OF
      *> THE CLOSE, ONE DATED LINE EACH, APPENDED DAY AFTER DAY BY
      *> VINTEFCH. SHARED BY THE CLOSER AND EVERY PROGRAM THAT READS
      *> A PAST POSITION BACK, SO A FIELD CAN'T DRIFT BETWEEN THEM.
        01  CASHIER-POSITION-RECORD.
            05  PO-RUN-DATE         PIC X(08).
            05  PO-FILLER-1         PIC X(01).
            05  PO-PLAYER-ID        PIC X(08).
            05  PO-FILLER-2         PIC X(01).
            05  PO-BALANCE          PIC 9(07).99.
