      *> Memory colour table (DATA/MEMTABLE, indexed on MT-COLOR).
      *> Maintained by MEMTAB-MAINT and read by RM-MEMORIAS;
      *> MEM-EFFECT sets MT-REVIEW-FLAG.
       01  MEMORY-TABLE-RECORD.
           05 MT-COLOR              PIC X(20).
           05 MT-FRASE              PIC X(80).
           05 MT-COMANDO            PIC X(80).
           05 MT-REVIEW-FLAG        PIC X.
           05 MT-REVIEW-DATE        PIC X(8).
           05 MT-REVIEWED-DATE      PIC X(8).
