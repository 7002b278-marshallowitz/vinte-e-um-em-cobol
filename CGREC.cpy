      *> ONE LINE OF FINANCE'S ACCOUNT MAP (CONTASGL) - THE HOUSE'S
      *> NAME FOR ONE SIDE OF A JOURNAL ENTRY AND THE ACCOUNT NUMBER
      *> IT POSTS TO IN THE ACCOUNTING SYSTEM. FINANCE KEEPS THE FILE,
      *> SO A RENUMBERED CHART OF ACCOUNTS IS AN EDIT TO IT, NOT A
      *> PROGRAM CHANGE. THE NAMES THE GL JOURNAL (VINTECTB) LOOKS
      *> FOR:
      *>   CAIXA       CASH TAKEN AT THE CAIXA FOR A COMPRA
      *>   TESOURARIA  THE TREASURY THE MESA'S FUNDO COMES OUT OF
      *>   GAVETA      THE MESA'S FLOAT
      *>   FICHAS      FICHAS IN PLAY - OWED TO THE SEATED PLAYERS
      *>   DEPOSITOS   THE CASHIER BALANCES - OWED TO THE PLAYERS
      *>   RECEITA     THE DROP (APOSTA AND SEGURO STAKES)
      *>   PAGAMENTOS  THE HAND PAYOUTS, AGAINST THE DROP
      *>   BOLAO       THE TOURNAMENT PRIZE POOL
      *>   CORTESIA    THE PONTOS REDEEMED (COMP EXPENSE)
      *> A LINE WITH A BLANK NAME OR AN '*' IN COLUMN ONE IS A
      *> COMMENT. SHARED LAYOUT SO A FIELD CAN'T DRIFT BETWEEN
      *> PROGRAMS.
        01  ACCOUNT-MAP-RECORD.
            05  CG-ACCOUNT-KEY      PIC X(10).
            05  CG-FILLER-1         PIC X(01).
            05  CG-ACCOUNT-NUMBER   PIC X(12).
            05  CG-FILLER-2         PIC X(01).
            05  CG-DESCRIPTION      PIC X(30).
