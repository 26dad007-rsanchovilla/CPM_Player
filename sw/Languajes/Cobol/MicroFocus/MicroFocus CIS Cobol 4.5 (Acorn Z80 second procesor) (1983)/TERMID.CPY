      *THIS MACHINE'S OWN TERMINAL NAME (TERMINAL.DAT) - A ONE
      *RECORD FILE KEPT ON EACH TERMINAL'S LOCAL DISK, SET FROM THE
      *SESSION SCREEN.  STOCK-MENU STAMPS IT ON THE SIGN-ON LOG AND
      *THE SESSION REGISTRY; A MACHINE WITHOUT ONE IS "CRT1".
       01  TERMINAL-ID-RECORD.
           02  TI-TERMINAL PIC X(4).
           02  FILLER PIC X(4).
