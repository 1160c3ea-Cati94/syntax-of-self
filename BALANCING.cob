       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTALS-FILE ASSIGN USING CONTROL-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN USING BALANCE-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT HWM-FILE ASSIGN USING HWM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HWM-STATUS.

           COPY CTLTOT.

       FD  LOG-INPUT-FILE.
       01  LOG-INPUT-LINE      PIC X(300).

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE PIC X(100).
       01 RPT-STATUS           PIC XX.
       01 HWM-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       01 LOG-FILE-NAME        PIC X(40).
       01 WS-PARM-MODE         PIC X(8).
       01 FULL-RECOUNT         PIC X VALUE "N".
               10 HT-LOG-COUNT     PIC 9(9).
               10 HT-TRAILER-SEEN  PIC 9(9).
               10 HT-TRAILER-SUM   PIC 9(9).
       COPY PERSONCTX.
       01 CONTROL-TOTALS-NAME  PIC X(40).
       01 BALANCE-REPORT-NAME  PIC X(40).
       01 HWM-NAME             PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== BALANCO DOS FICHEIROS DE AUDITORIA ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE

           MOVE SPACES TO WS-PARM-MODE
           ACCEPT WS-PARM-MODE FROM COMMAND-LINE
           MOVE 0 TO SKIPPED-RECORDS
           MOVE SPACES TO LOG-FILE-NAME
           STRING "DATA/" FUNCTION TRIM(BAL-FILE-NAME(I))
               DELIMITED BY SIZE PERSON-SUFFIX DELIMITED BY SPACE
               INTO LOG-FILE-NAME
           OPEN INPUT LOG-INPUT-FILE
           IF LOG-STATUS = "00"
               PERFORM UNTIL LOG-STATUS = "10"
               END-PERFORM
               CLOSE CONTROL-TOTALS-FILE
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO CONTROL-TOTALS-NAME
           STRING "DATA/CTLTOTALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONTROL-TOTALS-NAME
           MOVE SPACES TO BALANCE-REPORT-NAME
           STRING "DATA/BALREPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BALANCE-REPORT-NAME
           MOVE SPACES TO HWM-NAME
           STRING "DATA/BALHWM" PERSON-SUFFIX DELIMITED BY SPACE
               INTO HWM-NAME.
