       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEEKLY-TALLY-FILE ASSIGN USING WEEKLY-TALLY-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WT-WEEK-KEY
               FILE STATUS IS WT-STATUS.

           SELECT INVALID-TALLY-FILE ASSIGN USING INVALID-TALLY-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IT-WEEK-KEY
               FILE STATUS IS IT-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN USING TREND-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRD-STATUS.

               10 WK-KEY         PIC 9(6).
               10 WK-VALUE-1     PIC 9(6).
               10 WK-VALUE-2     PIC 9(6).
       COPY PERSONCTX.
       01 WEEKLY-TALLY-NAME    PIC X(40).
       01 INVALID-TALLY-NAME   PIC X(40).
       01 TREND-REPORT-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== TENDENCIA SEMANAL DOS CONTADORES ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

               ADD 1 TO AVG-ITEMS
           END-PERFORM
           COMPUTE MOVING-AVG = AVG-SUM / AVG-ITEMS.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO WEEKLY-TALLY-NAME
           STRING "DATA/CTRLWEEKLY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WEEKLY-TALLY-NAME
           MOVE SPACES TO INVALID-TALLY-NAME
           STRING "DATA/MEMINVALID" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INVALID-TALLY-NAME
           MOVE SPACES TO TREND-REPORT-NAME
           STRING "DATA/WEEKTREND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TREND-REPORT-NAME.
