       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-JOURNAL-FILE ASSIGN USING STATE-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN USING TREND-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRD-STATUS.

               10 MO-ESTAVEL       PIC 9(4).
               10 MO-BOA           PIC 9(4).
               10 MO-OUTROS        PIC 9(4).
       COPY PERSONCTX.
       01 STATE-JOURNAL-NAME   PIC X(40).
       01 TREND-REPORT-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== TENDENCIA DO ESTADO DIARIO ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

               WRITE TREND-REPORT-LINE
           END-PERFORM
           CLOSE TREND-REPORT-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO STATE-JOURNAL-NAME
           STRING "DATA/DAILYSTJRNL" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-JOURNAL-NAME
           MOVE SPACES TO TREND-REPORT-NAME
           STRING "DATA/DAILYSTTREND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TREND-REPORT-NAME.
