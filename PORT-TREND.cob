       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-HISTORY-FILE ASSIGN USING PORT-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN USING TREND-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRD-STATUS.

           05 FILLER           PIC X(4).
           05 PH-NEW-STATE     PIC X(10).
           05 FILLER           PIC X(6).
           05 FILLER           PIC X(20).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE   PIC X(100).
               10 TP-CUR-SINCE     PIC X(8).
               10 TP-EXC-STREAK    PIC 9(5).
               10 TP-EXC-MAX       PIC 9(5).
       COPY PERSONCTX.
       01 PORT-HISTORY-NAME    PIC X(40).
       01 TREND-REPORT-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== ANALISE DE TENDENCIAS DE PORTAS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

               " (" WS-DAYS-DISP " DIA(S))"
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PORT-HISTORY-NAME
           STRING "DATA/PORTHIST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-HISTORY-NAME
           MOVE SPACES TO TREND-REPORT-NAME
           STRING "DATA/PORTTREND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TREND-REPORT-NAME.
