       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-FILE ASSIGN USING PORT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT PORT-LASTRUN-FILE ASSIGN USING PORT-LASTRUN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LR-NAME
               FILE STATUS IS LR-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT MEMORY-TABLE-FILE ASSIGN USING MEMORY-TABLE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MT-COLOR
               FILE STATUS IS MT-STATUS.

           SELECT MEMORIA-FILE ASSIGN USING MEMORIA-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-NOME
               FILE STATUS IS MS-STATUS.

           SELECT INVALID-TALLY-FILE ASSIGN USING INVALID-TALLY-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IT-WEEK-KEY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-STATUS.

           SELECT BACKUP-INDEX-FILE ASSIGN USING BACKUP-INDEX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDX-STATUS.

           05 LR-STATE     PIC X(10).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  MEMORY-TABLE-FILE.
           COPY MEMTAB.

       FD  MEMORIA-FILE.
       01  MEMORIA-RECORD.
       01 RECORD-COUNT         PIC 9(6).
       01 FILES-BACKED-UP      PIC 9(2) VALUE 0.
       01 FILES-SKIPPED        PIC 9(2) VALUE 0.
       COPY PERSONCTX.
       01 PORT-NAME            PIC X(40).
       01 PORT-LASTRUN-NAME    PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 MEMORY-TABLE-NAME    PIC X(40).
       01 MEMORIA-NAME         PIC X(40).
       01 INVALID-TALLY-NAME   PIC X(40).
       01 BACKUP-INDEX-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== COPIA DE SEGURANCA DOS FICHEIROS INDEXADOS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           MOVE SPACES TO BACKUP-FILE-NAME
           STRING "DATA/BKP." FUNCTION TRIM(TARGET-NAME)
               "." RUN-DATE
               DELIMITED BY SIZE PERSON-SUFFIX DELIMITED BY SPACE
               INTO BACKUP-FILE-NAME
           OPEN OUTPUT BACKUP-FILE
           MOVE SPACES TO BACKUP-LINE
           STRING "HDR " TARGET-NAME " " RUN-DATE
       NOTE-SKIPPED-FILE.
           ADD 1 TO FILES-SKIPPED
           DISPLAY "Indisponivel para copia: " TARGET-NAME.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PORT-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-NAME
           MOVE SPACES TO PORT-LASTRUN-NAME
           STRING "DATA/PORTLAST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-LASTRUN-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO MEMORY-TABLE-NAME
           STRING "DATA/MEMTABLE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORY-TABLE-NAME
           MOVE SPACES TO MEMORIA-NAME
           STRING "DATA/MEMSEGURA" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORIA-NAME
           MOVE SPACES TO INVALID-TALLY-NAME
           STRING "DATA/MEMINVALID" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INVALID-TALLY-NAME
           MOVE SPACES TO BACKUP-INDEX-NAME
           STRING "DATA/BKPINDEX" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BACKUP-INDEX-NAME.
