      ****************************************************************
      * MASTBKUP.cpy
      * Record layout for MasterBackup.dat, the generation copies of
      * the masters the nightly posting steps update in place
      * (CUSTMAST, PRODMAST, INVMAST, AROPEN, SALESREP, CONTRACT).
      * ProgramTwoBackup saves every master once per batch, before
      * anything posts to it, and ProgramTwoRestore puts them back.
      * BK-BATCH-NUMBER: the batch (RT-BATCH-NUMBER) the copy was
      *    taken at the start of - it is the masters as they stood
      *    BEFORE that batch posted.
      * BK-MASTER-NAME: which master the record belongs to.
      * BK-RECORD-TYPE: "D" = one master record, as it sat on the
      *    file, in BK-RECORD-IMAGE (a shorter master is padded with
      *    spaces); "T" = trailer, written after the last "D" of each
      *    master, carrying how many records were saved.  A
      *    generation is complete only when all six masters have a
      *    trailer whose count agrees with their "D" records.
      * BK-MASTER-FOUND: "Y" = the master was on disk, "N" = it did
      *    not exist yet (restored as an empty file).
      ****************************************************************
       01  MASTER-BACKUP-RECORD.
           05  BK-BATCH-NUMBER             PIC 9(6).
           05  BK-MASTER-NAME              PIC X(8).
           05  BK-RECORD-TYPE              PIC X(1).
           05  BK-RECORD-IMAGE             PIC X(100).
           05  BK-TRAILER REDEFINES BK-RECORD-IMAGE.
               10  BK-RECORD-COUNT         PIC 9(7).
               10  BK-MASTER-FOUND         PIC X(1).
               10  BK-BACKUP-DATE          PIC 9(8).
               10  FILLER                  PIC X(84).
