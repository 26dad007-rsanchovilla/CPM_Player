      *THE PICK-FACE REPLENISHMENT TASK RECORD (STOCK.RPL), ONE PER
      *MOVE FROM A RESERVE BIN TO A PICK-FACE BIN, KEYED ON A TASK
      *NUMBER.  PICK-REPLENISH REBUILDS THE FILE EACH RUN FROM THE
      *BINS' ON-HAND AT THAT MOMENT, SO A TASK LEFT UNCONFIRMED IS
      *SIMPLY SUPERSEDED BY THE NEXT RUN.  STOCK-TRANSFER WALKS THE
      *OPEN TASKS AND POSTS EACH CONFIRMED MOVE AS AN ORDINARY
      *TYPE T / TYPE U PAIR ON THE JOURNAL.
      *RL-STATUS IS "O" OPEN AND "D" DONE; RL-MOVED-QTY IS WHAT
      *THE PICKER ACTUALLY MOVED, WHICH MAY FALL SHORT OF THE TASK.
       01  REPLEN-TASK-RECORD.
           02  RL-TASK-NO PIC 9(4).
           02  RL-STOCK-CODE PIC X(8).
           02  RL-FROM-LOCATION PIC X(4).
           02  RL-TO-LOCATION PIC X(4).
           02  RL-QUANTITY PIC 9(6)V99.
           02  RL-RUN-DATE PIC X(10).
           02  RL-STATUS PIC X.
           02  RL-MOVED-QTY PIC 9(6)V99.
           02  RL-OPERATOR-ID PIC X(4).
           02  RL-DONE-DATE PIC X(10).
           02  FILLER PIC X(3).
