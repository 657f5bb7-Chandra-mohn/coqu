      * BKUPCTL - backup catalog record layout for EMPBKCTL.DAT.
      * EMPBKUP appends one entry per backup generation of
      * EMPLOYEE.DAT it takes, oldest first, and drops the oldest
      * entries once more than the generations it is told to keep
      * are catalogued. BC-TAKEN-BEFORE names the updating job the
      * copy was taken ahead of. BC-RECORD-COUNT is the number of
      * records copied, so EMPRECOV can prove a restore complete, and
      * BC-JOURNAL-SEQ-NO is the last EMPJRNL.DAT entry already
      * reflected in the copy - forward recovery replays the entries
      * after it.
       01 BACKUP-CATALOG-RECORD.
           05 BC-BACKUP-FILENAME PIC X(20).
           05 BC-BACKUP-DATE     PIC 9(8).
           05 BC-BACKUP-TIME     PIC 9(6).
           05 BC-TAKEN-BEFORE    PIC X(8).
           05 BC-RECORD-COUNT    PIC 9(9).
           05 BC-JOURNAL-SEQ-NO  PIC 9(9).
