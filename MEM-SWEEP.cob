       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMORIA-FILE ASSIGN USING MEMORIA-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-NOME
               FILE STATUS IS MS-STATUS.

           SELECT SWEEP-CONFIG-FILE ASSIGN USING SWEEP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.

           SELECT SWEEP-WARN-FILE ASSIGN USING SWEEP-WARN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WARN-STATUS.

           SELECT SWEEP-PENDING-FILE ASSIGN USING SWEEP-PENDING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-STATUS.

           SELECT SWEEP-AUDIT-FILE ASSIGN USING SWEEP-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWAUD-STATUS.

           05 NEW-PENDING-ENTRIES OCCURS 200 TIMES.
               10 NP-NOME          PIC X(20).
               10 NP-WARN-DATE     PIC X(8).
       COPY PERSONCTX.
       01 MEMORIA-NAME         PIC X(40).
       01 SWEEP-CONFIG-NAME    PIC X(40).
       01 SWEEP-WARN-NAME      PIC X(40).
       01 SWEEP-PENDING-NAME   PIC X(40).
       01 SWEEP-AUDIT-NAME     PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== VARRIMENTO DE MEMORIAS DORMENTES ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
               WRITE SWEEP-PENDING-RECORD
           END-PERFORM
           CLOSE SWEEP-PENDING-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO MEMORIA-NAME
           STRING "DATA/MEMSEGURA" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORIA-NAME
           MOVE SPACES TO SWEEP-CONFIG-NAME
           STRING "DATA/MEMSWEEPCFG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SWEEP-CONFIG-NAME
           MOVE SPACES TO SWEEP-WARN-NAME
           STRING "DATA/MEMSWEEPWARN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SWEEP-WARN-NAME
           MOVE SPACES TO SWEEP-PENDING-NAME
           STRING "DATA/MEMSWEEPPEND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SWEEP-PENDING-NAME
           MOVE SPACES TO SWEEP-AUDIT-NAME
           STRING "DATA/MEMSWEEPAUD" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SWEEP-AUDIT-NAME.
