       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-FILE ASSIGN USING RETENTION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RET-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-STATUS.

           SELECT WORK-FILE ASSIGN USING WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS.

           SELECT ARCHIVE-INDEX-FILE ASSIGN USING ARCHIVE-INDEX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDX-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN USING CONTROL-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STATUS.

           SELECT TOTALS-WORK-FILE ASSIGN USING TOTALS-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTW-STATUS.

           05 RT-KEEP-DAYS     PIC 9(4).

       FD  ONLINE-LOG-FILE.
       01  ONLINE-LOG-LINE     PIC X(300).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE        PIC X(300).

       FD  WORK-FILE.
       01  WORK-LINE           PIC X(300).

       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-LINE  PIC X(100).
           05 FILLER PIC X(12) VALUE "DAILYREPORT".
       01 DEFAULT-LOG-TABLE-R REDEFINES DEFAULT-LOG-TABLE.
           05 DEFAULT-LOG-NAME OCCURS 7 TIMES PIC X(12).
       COPY PERSONCTX.
       01 RETENTION-NAME       PIC X(40).
       01 WORK-NAME            PIC X(40).
       01 ARCHIVE-INDEX-NAME   PIC X(40).
       01 CONTROL-TOTALS-NAME  PIC X(40).
       01 TOTALS-WORK-NAME     PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== ARQUIVO MENSAL DOS REGISTOS ANTIGOS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE(1:6) TO RUN-MONTH

           MOVE SPACES TO LOG-FILE-NAME
           STRING "DATA/" FUNCTION TRIM(RE-FILE-NAME(I))
               DELIMITED BY SIZE PERSON-SUFFIX DELIMITED BY SPACE
               INTO LOG-FILE-NAME
           OPEN INPUT ONLINE-LOG-FILE
           IF LOG-STATUS NOT = "00"
               DISPLAY "Sem ficheiro online: " RE-FILE-NAME(I)
           MOVE SPACES TO ARCHIVE-FILE-NAME
           STRING "DATA/ARC." FUNCTION TRIM(RE-FILE-NAME(I))
               "." RUN-MONTH
               DELIMITED BY SIZE PERSON-SUFFIX DELIMITED BY SPACE
               INTO ARCHIVE-FILE-NAME
           OPEN EXTEND ARCHIVE-FILE
           IF ARC-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
               DELIMITED BY SIZE INTO ARCHIVE-INDEX-LINE
           WRITE ARCHIVE-INDEX-LINE
           CLOSE ARCHIVE-INDEX-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO RETENTION-NAME
           STRING "DATA/RETENTION" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RETENTION-NAME
           MOVE SPACES TO WORK-NAME
           STRING "DATA/ARCTMP" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WORK-NAME
           MOVE SPACES TO ARCHIVE-INDEX-NAME
           STRING "DATA/ARCHIDX" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ARCHIVE-INDEX-NAME
           MOVE SPACES TO CONTROL-TOTALS-NAME
           STRING "DATA/CTLTOTALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONTROL-TOTALS-NAME
           MOVE SPACES TO TOTALS-WORK-NAME
           STRING "DATA/CTLTMP" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TOTALS-WORK-NAME.
