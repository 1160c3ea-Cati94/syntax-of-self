       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMORY-LOG-FILE ASSIGN USING MEMORY-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT MEMORY-TABLE-FILE ASSIGN USING MEMORY-TABLE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MT-COLOR
               FILE STATUS IS MT-STATUS.

           SELECT STATS-REPORT-FILE ASSIGN USING STATS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMORY-LOG-FILE.
       01  MEMORY-LOG-LINE.
           05 MEMORY-LOG-DATA       PIC X(260).
           05 FILLER                PIC X(20).

       FD  MEMORY-TABLE-FILE.
           COPY MEMTAB.

       FD  STATS-REPORT-FILE.
       01  STATS-REPORT-LINE        PIC X(100).
               10 CS-TOTAL       PIC 9(6).
               10 CS-MONTH       PIC 9(6).
               10 CS-WEEK        PIC 9(6).
       COPY PERSONCTX.
       01 MEMORY-LOG-NAME      PIC X(40).
       01 MEMORY-TABLE-NAME    PIC X(40).
       01 STATS-REPORT-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== ESTATISTICAS DE DESBLOQUEIOS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE(1:6) TO RUN-MONTH
       ACCUMULATE-ONE-LINE.
           MOVE SPACES TO LOG-DATE LOG-COLOR LOG-FRASE
           MOVE SPACES TO LOG-COMANDO LOG-MODE
           UNSTRING MEMORY-LOG-DATA DELIMITED BY " | "
               INTO LOG-DATE LOG-COLOR LOG-FRASE LOG-COMANDO LOG-MODE

           IF LOG-COLOR = SPACES
               DELIMITED BY SIZE INTO STATS-REPORT-LINE
           WRITE STATS-REPORT-LINE
           CLOSE STATS-REPORT-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO MEMORY-LOG-NAME
           STRING "DATA/MEMLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORY-LOG-NAME
           MOVE SPACES TO MEMORY-TABLE-NAME
           STRING "DATA/MEMTABLE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORY-TABLE-NAME
           MOVE SPACES TO STATS-REPORT-NAME
           STRING "DATA/MEMSTATS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATS-REPORT-NAME.
