      *> THE CASHIER CLOSE'S CONTROL LINE (CSHCTL) - ONE PER CLOSED
      *> DAY: HOW MANY MOVEMENTS WENT ACROSS INTO CSHARCH AND THE
      *> TOTAL PER TRANSACTION TYPE, SO THE ROLLOVER CAN BE VERIFIED
      *> AGAINST THE ARCHIVE LATER, THE WAY ARCCTL COVERS THE
      *> GAMELOG. VINTEFCH APPENDS IT; THE GL JOURNAL (VINTECTB)
      *> PROVES THE DAY'S CSHARCH AGAINST IT BEFORE ANYTHING GOES TO
      *> FINANCE. THE LIQUIDO TOTAL ADDS THE LINES' AMOUNTS WITHOUT
      *> THEIR SIGN. SHARED LAYOUT SO A FIELD CAN'T DRIFT BETWEEN
      *> PROGRAMS.
        01  CASHIER-CONTROL-RECORD.
            05  CC-RUN-DATE         PIC X(08).
            05  CC-FILLER-1         PIC X(01).
            05  CC-RECORD-COUNT     PIC 9(07).
            05  CC-FILLER-2         PIC X(01).
            05  CC-COMPRA-TOTAL     PIC 9(09).99.
            05  CC-FILLER-3         PIC X(01).
            05  CC-SAQUE-TOTAL      PIC 9(09).99.
            05  CC-FILLER-4         PIC X(01).
            05  CC-LIQUIDO-TOTAL    PIC 9(09).99.
            05  CC-FILLER-5         PIC X(01).
            05  CC-TORNEIO-TOTAL    PIC 9(09).99.
            05  CC-FILLER-6         PIC X(01).
            05  CC-PREMIO-TOTAL     PIC 9(09).99.
            05  CC-FILLER-7         PIC X(01).
            05  CC-RESGATE-TOTAL    PIC 9(09).99.
