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

           SELECT RELOAD-REQUEST-FILE ASSIGN USING RELOAD-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RR-STATUS.

           05 LR-STATE     PIC X(10).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  MEMORY-TABLE-FILE.
           COPY MEMTAB.

       FD  MEMORIA-FILE.
       01  MEMORIA-RECORD.
       01 TRAILER-COUNT        PIC 9(6).
       01 TRAILER-SEEN         PIC X.
       01 HEADER-OK            PIC X.
       01 SLOT-IX              PIC 9.

           COPY CALSLOT.
       COPY PERSONCTX.
       01 PORT-NAME            PIC X(40).
       01 PORT-LASTRUN-NAME    PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 MEMORY-TABLE-NAME    PIC X(40).
       01 MEMORIA-NAME         PIC X(40).
       01 INVALID-TALLY-NAME   PIC X(40).
       01 RELOAD-REQUEST-NAME  PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== RECARGA DE FICHEIRO INDEXADO ==="

           OPEN INPUT RELOAD-REQUEST-FILE
           MOVE SPACES TO BACKUP-FILE-NAME
           STRING "DATA/BKP." FUNCTION TRIM(TARGET-NAME)
               "." RR-BACKUP-DATE
               DELIMITED BY SIZE PERSON-SUFFIX DELIMITED BY SPACE
               INTO BACKUP-FILE-NAME

           OPEN INPUT BACKUP-FILE
           IF BKP-STATUS NOT = "00"
                       NOT AT END
                           PERFORM CHECK-TRAILER-LINE
                           IF TRAILER-SEEN = "N"
                               MOVE BACKUP-LINE(1:48)
                                   TO CALENDAR-RECORD
                               PERFORM FILL-OLD-CAL-SLOTS
                               WRITE CALENDAR-RECORD
                               ADD 1 TO LOADED-COUNT
                           END-IF
               CLOSE CALENDAR-FILE
           END-IF.

       FILL-OLD-CAL-SLOTS.
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CAL-SLOT-STATUS(SLOT-IX) = SPACES
                   MOVE CAL-DAY-STATUS TO CAL-SLOT-STATUS(SLOT-IX)
               END-IF
           END-PERFORM.

       RELOAD-MEMTABLE.
           OPEN OUTPUT MEMORY-TABLE-FILE
           IF MT-STATUS NOT = "00"
                       NOT AT END
                           PERFORM CHECK-TRAILER-LINE
                           IF TRAILER-SEEN = "N"
                               MOVE BACKUP-LINE(1:197)
                                   TO MEMORY-TABLE-RECORD
                               WRITE MEMORY-TABLE-RECORD
                               ADD 1 TO LOADED-COUNT
               END-PERFORM
               CLOSE INVALID-TALLY-FILE
           END-IF.

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
           MOVE SPACES TO RELOAD-REQUEST-NAME
           STRING "DATA/RELOADREQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RELOAD-REQUEST-NAME.
