      *****************************************************************
      *BKUPREC - BACKUP CATALOG RECORD LAYOUT
      *ONE RECORD PER BACKUP GENERATION OF ONE MASTER FILE ON
      *BKPCAT.DAT, KEYED ON THE MASTER'S FILE NAME (E.G. GRADEMST)
      *PLUS THE GENERATION STAMP YYYYMMDDHHMM OF THE COBBKP00 RUN
      *THAT TOOK IT - EVERY FILE BACKED UP IN ONE RUN SHARES ONE
      *STAMP. BC-SLOT NAMES THE GENERATION FILE (GRADEMST.G03 IS
      *SLOT 3) AND BC-COUNT IS THE RECORD COUNT COPIED, WHICH A
      *RESTORE MUST REPRODUCE. BC-LAST-RESTORE IS THE STAMP OF THE
      *LAST RUN THAT PUT THIS GENERATION BACK, OR SPACES.
      *COPY BKUPREC.                               (TO USE BC- NAMES)
      *****************************************************************
           05 BC-KEY.
             10 BC-FILE        PIC X(8).
             10 BC-GEN         PIC X(12).
           05 BC-SLOT          PIC 99.
           05 BC-COUNT         PIC 9(9).
           05 BC-BACKUP-NAME   PIC X(30).
           05 BC-LAST-RESTORE  PIC X(12).
