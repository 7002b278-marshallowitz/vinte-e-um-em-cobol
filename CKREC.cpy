      *> THE CHECKPNT SNAPSHOT - EVERY SEAT'S IN-PROGRESS HAND, THE
      *> DEALER'S, THE SHOE AND THE RUN COUNTERS. VINTEUM WRITES IT
      *> AFTER EACH CARD AND READS IT BACK ON A RESUME; VINTEVAL
      *> READS IT TO KNOW WHETHER TONIGHT'S DECK STARTS A NIGHT OR
      *> CONTINUES ONE.
        01  CHECKPOINT-RECORD.
      *> THE MESA THAT TOOK THE SNAPSHOT - A RESUME ONLY PICKS THE
      *> HAND BACK UP WHEN THE IDS MATCH, SO TABLE 1 CAN NEVER BE
      *> HANDED THE SHOE TABLE 2 WAS HOLDING.
            05  CK-TABLE-ID             PIC X(02).
            05  CK-SEAT-COUNT           PIC 9.
            05  CK-SEAT-ENTRY           OCCURS 6 TIMES.
                10  CK-PLAYER-ID        PIC X(08).
                10  CK-ACTIVE           PIC X(01).
                10  CK-PLAYER-TOTAL     PIC 9(02).
                10  CK-PLAYER-TOTAL-2   PIC 9(02).
                10  CK-PLAYER-ACES      PIC 9(02).
                10  CK-PLAYER-ACES-2    PIC 9(02).
                10  CK-WAGER            PIC 9(05)V99.
                10  CK-WAGER-2          PIC 9(05)V99.
                10  CK-BANKROLL         PIC 9(07)V99.
                10  CK-DONE-FLAG        PIC X(01).
                10  CK-DONE-FLAG-2      PIC X(01).
                10  CK-SPLIT-ACTIVE     PIC X(01).
                10  CK-GAMES-PLAYED     PIC 9(05).
                10  CK-WINS             PIC 9(05).
                10  CK-LOSSES           PIC 9(05).
                10  CK-BUSTS            PIC 9(05).
                10  CK-BLACKJACKS       PIC 9(05).
                10  CK-INSURANCE        PIC 9(05)V99.
                10  CK-SESSION-OPEN     PIC 9(07)V99.
                10  CK-FINISH-POS       PIC 9(01).
                10  CK-NIGHT-BUYINS     PIC 9(07)V99.
            05  CK-DEALER-TOTAL         PIC 9(02).
            05  CK-DEALER-ACES          PIC 9(02).
            05  CK-DEALER-CARDS         PIC 9(02).
            05  CK-UPCARD-RANK          PIC 9(02).
            05  CK-TOURNEY-FLAG         PIC X(01).
            05  CK-TOURNEY-BUYIN        PIC 9(05)V99.
            05  CK-PRIZE-POOL           PIC 9(07)V99.
            05  CK-ELIM-COUNT           PIC 9(01).
            05  CK-ROUND-COUNT          PIC 9(03).
            05  CK-ROUND-NUM            PIC 9(03).
            05  CK-RUN-GAMES-PLAYED     PIC 9(05).
            05  CK-RUN-WINS             PIC 9(05).
            05  CK-RUN-LOSSES           PIC 9(05).
            05  CK-RUN-BUSTS            PIC 9(05).
            05  CK-RUN-BLACKJACKS       PIC 9(05).
            05  CK-RUN-PUSHES           PIC 9(05).
      *> THE SHOE ITSELF, SO A RESUMED SEAT DOESN'T SHARE A HAND WITH
      *> CARDS DRAWN FROM A DIFFERENT SHOE THAN THE OTHER SEATS STILL
      *> HOLD - THE WHOLE POINT OF DEALING WITHOUT REPLACEMENT.
            05  CK-DECK-ENTRY           OCCURS 52 TIMES.
                10  CK-CARD-RANK        PIC 9(02).
                10  CK-CARD-SUIT        PIC 9(01).
            05  CK-DECK-POSITION        PIC 9(02).
            05  CK-CARDS-REMAINING      PIC 9(02).
      *> WHICH SHOE THAT IS - ITS SEQUENCE NUMBER AND THE SEED OF
      *> THE RUN THAT SHUFFLED IT - SO A RESUME CAN NAME IN THE LOG
      *> THE SHOE IT IS CONTINUING AND VINTEBAR CAN PROVE THE LOG
      *> REALLY OPENED IT.
            05  CK-SHOE-SEQ             PIC 9(05).
            05  CK-SHOE-SEED            PIC 9(08).
      *> WHO WAS DEALING AT THE SNAPSHOT, SO A RESUMED HAND STAYS ON
      *> THE SAME CRUPIÊ'S SHIFT IN THE LOG.
            05  CK-DEALER-ID            PIC X(08).
      *> THE DEAL'S SIDE BETS STILL OPEN AT THE SNAPSHOT AND THE CARDS
      *> THEY WILL BE SETTLED ON - THE UPCARD'S SUIT AND EACH SEAT'S
      *> FIRST CARD. A STAKE IS SETTLED AND ZEROED BEFORE THE SNAPSHOT
      *> THAT FOLLOWS THE SEAT'S SECOND CARD, SO A RESUMED HAND FINDS
      *> IT ALREADY PAID AND NEVER PAYS IT TWICE.
            05  CK-UPCARD-SUIT          PIC 9(01).
            05  CK-SIDE-ENTRY           OCCURS 6 TIMES.
                10  CK-PP-STAKE         PIC 9(05)V99.
                10  CK-T3-STAKE         PIC 9(05)V99.
                10  CK-HAND1-CARDS      PIC 9(01).
                10  CK-FIRST-RANK       PIC 9(02).
                10  CK-FIRST-SUIT       PIC 9(01).
