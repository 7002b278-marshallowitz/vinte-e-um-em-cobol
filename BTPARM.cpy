      *> WHAT A CLOSE STEP HANDS VINTECTL. 'A' (ABRIR) BEFORE THE
      *> STEP DOES ANY WORK: VINTECTL ANSWERS IN BP-VERDICT WHETHER
      *> IT MAY RUN. 'F' (FECHAR) AT THE END, WITH THE STEP'S RETURN
      *> CODE AND COUNTS. A BLANK BP-RUN-DATE ASKS VINTECTL FOR THE
      *> CLOSE'S BUSINESS DATE, WHICH IT FILLS IN - THE STEP STAMPS
      *> ITS FILES WITH THAT DATE, NOT THE WALL CLOCK.
        01  BATCH-STEP-PARM.
            05  BP-FUNCTION         PIC X(01).
            05  BP-STEP             PIC X(08).
            05  BP-RUN-DATE         PIC X(08).
            05  BP-RETURN-CODE      PIC 9(04).
            05  BP-COUNT-READ       PIC 9(07).
            05  BP-COUNT-WRITTEN    PIC 9(07).
            05  BP-EXCEPTIONS       PIC 9(05).
            05  BP-VERDICT          PIC X(01).
                88  BP-STEP-MAY-RUN             VALUE 'S'.
                88  BP-STEP-ALREADY-DONE        VALUE 'J'.
                88  BP-STEP-REFUSED             VALUE 'N'.
