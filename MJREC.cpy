      *> MOVED. VINTEMNT APPENDS IT; THE CONCILIAÇÃO (VINTEREC)
      *> LOADS IT AND REMAPS OLD CÓDIGOS IN THE GAMELOG/GAMEARCH
      *> TO THEIR MERGED ID BEFORE COMPARING, SO A MERGE STOPS
      *> RAISING AN "EXPECTED" RC=8 FOR WEEKS. VINTEMNT ALSO LOGS
      *> EVERY INSCREVER AND DESATIVAR HERE (MJ-ACTION 'I' / 'D',
      *> THE CÓDIGO IN MJ-FROM-ID, MJ-TO-ID BLANK, COUNTERS ZERO)
      *> SO THE RECOVERY (VINTERCV) CAN REPLAY THE CADASTRO AND NOT
      *> ONLY THE COUNTERS. LINES FROM BEFORE MJ-ACTION WENT IN
      *> READ BACK AS SPACE THERE - THEY ARE ALL FUNDIR. SHARED
      *> LAYOUT SO A FIELD CAN'T DRIFT BETWEEN PROGRAMS.
        01  MERGE-JOURNAL-RECORD.
            05  MJ-RUN-DATE         PIC X(08).
            05  MJ-FILLER-1         PIC X(01).
            05  MJ-BUSTS-MOVED      PIC 9(05).
            05  MJ-FILLER-7         PIC X(01).
            05  MJ-BJS-MOVED        PIC 9(05).
            05  MJ-FILLER-8         PIC X(01).
            05  MJ-ACTION           PIC X(01).
                88  MJ-IS-MERGE                 VALUE 'F' SPACE.
                88  MJ-IS-ENROLMENT             VALUE 'I'.
                88  MJ-IS-DEACTIVATION          VALUE 'D'.
