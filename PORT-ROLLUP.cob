       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-GEN-FILE ASSIGN USING SUMMARY-GEN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-DATE
               FILE STATUS IS SG-STATUS.

           SELECT ROLLUP-REPORT-FILE ASSIGN USING ROLLUP-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       01 AVG-CLOSED           PIC 9(4).
       01 AVG-TIMEOUT          PIC 9(4).
       01 AVG-FILTERED         PIC 9(4).
       COPY PERSONCTX.
       01 SUMMARY-GEN-NAME     PIC X(40).
       01 ROLLUP-REPORT-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== ROLLUP MENSAL DO RESUMO DE PORTAS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE(1:6) TO RUN-MONTH
                   DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
               WRITE ROLLUP-REPORT-LINE
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO SUMMARY-GEN-NAME
           STRING "DATA/PORTSUMGEN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUMMARY-GEN-NAME
           MOVE SPACES TO ROLLUP-REPORT-NAME
           STRING "DATA/PORTMTD" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ROLLUP-REPORT-NAME.
