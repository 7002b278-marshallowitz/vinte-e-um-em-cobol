      *> THE DAY'S GENERAL-LEDGER JOURNAL FOR FINANCE (DIARIOGL) -
      *> ONE HEADER LINE, TWO DETAIL LINES (DEBIT, CREDIT) PER
      *> ENTRY, ONE TRAILER LINE WITH THE DETAIL COUNT AND THE DEBIT
      *> AND CREDIT TOTALS SO THE RECEIVING END CAN PROVE IT GOT THE
      *> WHOLE FILE AND THAT IT BALANCES. FIRST BYTE SAYS WHICH
      *> LAYOUT THE LINE IS. AMOUNTS IN THE SAME EDITED SHAPE THE
      *> HOUSE FILES USE. VINTECTB WRITES IT ONLY FOR A DAY THAT
      *> BALANCED AND AGREED WITH ITS CSHCTL LINE.
        01  JOURNAL-HEADER-RECORD.
            05  JH-RECORD-TYPE      PIC X(01).
            05  JH-FILLER-1         PIC X(01).
            05  JH-BUSINESS-DATE    PIC X(08).
            05  JH-FILLER-2         PIC X(01).
            05  JH-SOURCE           PIC X(08).
            05  JH-FILLER-3         PIC X(01).
            05  JH-ENTRY-COUNT      PIC 9(03).
      *> JD-ENTRY-NUM TIES AN ENTRY'S DEBIT LINE TO ITS CREDIT LINE;
      *> JD-SIDE IS 'D' OR 'C'; JD-ENTRY-TYPE IS THE HOUSE'S NAME FOR
      *> THE MOVEMENT (FUNDO, APOSTA, COMPRA ...).
        01  JOURNAL-DETAIL-RECORD.
            05  JD-RECORD-TYPE      PIC X(01).
            05  JD-FILLER-1         PIC X(01).
            05  JD-BUSINESS-DATE    PIC X(08).
            05  JD-FILLER-2         PIC X(01).
            05  JD-ENTRY-NUM        PIC 9(03).
            05  JD-FILLER-3         PIC X(01).
            05  JD-ENTRY-TYPE       PIC X(10).
            05  JD-FILLER-4         PIC X(01).
            05  JD-SIDE             PIC X(01).
            05  JD-FILLER-5         PIC X(01).
            05  JD-ACCOUNT-NUMBER   PIC X(12).
            05  JD-FILLER-6         PIC X(01).
            05  JD-AMOUNT           PIC 9(09).99.
            05  JD-FILLER-7         PIC X(01).
            05  JD-DESCRIPTION      PIC X(30).
        01  JOURNAL-TRAILER-RECORD.
            05  JT-RECORD-TYPE      PIC X(01).
            05  JT-FILLER-1         PIC X(01).
            05  JT-BUSINESS-DATE    PIC X(08).
            05  JT-FILLER-2         PIC X(01).
            05  JT-DETAIL-COUNT     PIC 9(07).
            05  JT-FILLER-3         PIC X(01).
            05  JT-DEBIT-TOTAL      PIC 9(11).99.
            05  JT-FILLER-4         PIC X(01).
            05  JT-CREDIT-TOTAL     PIC 9(11).99.
