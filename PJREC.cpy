      *> ONE PONTOS ACCRUAL - WHAT ONE PLAYER STAKED IN ONE SESSION
      *> DATE AND THE PONTOS VINTEPTS ADDED TO COMPPTS FOR IT. THE
      *> DATE IS THE SESSION'S OWN (THE SAME ONE ITS PTSCTL LINE
      *> CARRIES), NOT THE ACCRUAL RUN'S WALL CLOCK. APPENDED BY THE
      *> ACCRUAL, READ BACK BY ANYONE WHO HAS TO SAY WHERE A
      *> PONTOS BALANCE CAME FROM. SHARED LAYOUT SO A FIELD CAN'T
      *> DRIFT BETWEEN PROGRAMS.
        01  POINTS-JOURNAL-RECORD.
            05  PJ-RUN-DATE         PIC X(08).
            05  PJ-FILLER-1         PIC X(01).
            05  PJ-PLAYER-ID        PIC X(08).
            05  PJ-FILLER-2         PIC X(01).
            05  PJ-STAKED           PIC 9(09).99.
            05  PJ-FILLER-3         PIC X(01).
            05  PJ-POINTS           PIC 9(07).99.
