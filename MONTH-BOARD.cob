       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-GEN-FILE ASSIGN USING SUMMARY-GEN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-DATE
               FILE STATUS IS SG-STATUS.

           SELECT WEEKLY-TALLY-FILE ASSIGN USING WEEKLY-TALLY-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WT-WEEK-KEY
               FILE STATUS IS WT-STATUS.

           SELECT STATE-JOURNAL-FILE ASSIGN USING STATE-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT BOARD-REPORT-FILE ASSIGN USING BOARD-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT HOUSE-BOARD-FILE ASSIGN TO "DATA/BOARDREPORT.CASA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-GEN-FILE.
           05 JR-EXTERNAL-CONTROL  PIC X.

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  BOARD-REPORT-FILE.
       01  BOARD-REPORT-LINE   PIC X(100).

       FD  HOUSE-BOARD-FILE.
       01  HOUSE-BOARD-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 SG-STATUS            PIC XX.
       01 WT-STATUS            PIC XX.
       01 JRNL-STATUS          PIC XX.
       01 RM-STATUS            PIC XX.
       01 RPT-STATUS           PIC XX.
       01 HRPT-STATUS          PIC XX.
       01 RUN-DATE             PIC X(8).
       01 BOARD-MONTH          PIC X(6).
       01 WS-PARM-MONTH        PIC X(6).
       01 DENIED-COUNT         PIC 9(4) VALUE 0.
       01 DEFERRED-COUNT       PIC 9(4) VALUE 0.
       01 OTHER-COUNT          PIC 9(4) VALUE 0.
       01 MONTH-DEVES          PIC 9(6) VALUE 0.
       01 MONTH-TINHAS         PIC 9(6) VALUE 0.

       01 HOUSE-REQUEST        PIC X VALUE "N".
       01 HOUSE-PERSON         PIC X(8).
       01 HOUSE-SUFFIX         PIC X(9).
       01 HOUSE-STATE          PIC X.
       01 ACTIVE-PERSONS       PIC 9(2) VALUE 0.
       01 HOUSE-TOTALS.
           05 HOUSE-OPEN       PIC 9(6) VALUE 0.
           05 HOUSE-CLOSED     PIC 9(6) VALUE 0.
           05 HOUSE-TIMEOUT    PIC 9(6) VALUE 0.
           05 HOUSE-FILTERED   PIC 9(6) VALUE 0.
           05 HOUSE-DEVES      PIC 9(6) VALUE 0.
           05 HOUSE-TINHAS     PIC 9(6) VALUE 0.
           05 HOUSE-SOBRECARGA PIC 9(4) VALUE 0.
           05 HOUSE-OUTROS     PIC 9(4) VALUE 0.
           05 HOUSE-GRANTED    PIC 9(4) VALUE 0.
           05 HOUSE-DENIED     PIC 9(4) VALUE 0.
           05 HOUSE-DEFERRED   PIC 9(4) VALUE 0.
           05 HOUSE-OTHER      PIC 9(4) VALUE 0.
       COPY PERSONCTX.
       01 SUMMARY-GEN-NAME     PIC X(40).
       01 WEEKLY-TALLY-NAME    PIC X(40).
       01 STATE-JOURNAL-NAME   PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).
       01 BOARD-REPORT-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== RELATORIO MENSAL CONSOLIDADO ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           END-IF
           DISPLAY "Mes em analise: " BOARD-MONTH

           MOVE SPACES TO HOUSE-PERSON
           PERFORM NEXT-HOUSE-PERSON
           PERFORM UNTIL HOUSE-STATE = SPACE
               IF HOUSE-STATE = "Y"
                   ADD 1 TO ACTIVE-PERSONS
               END-IF
               PERFORM NEXT-HOUSE-PERSON
           END-PERFORM

           IF ACTIVE-PERSONS > 1
               PERFORM WRITE-HOUSE-BOARD
           ELSE
               PERFORM WRITE-PERSON-BOARD
           END-IF
           GOBACK.

       WRITE-HOUSE-BOARD.
           OPEN OUTPUT HOUSE-BOARD-FILE
           MOVE SPACES TO HOUSE-BOARD-LINE
           STRING "RELATORIO MENSAL DA CASA " BOARD-MONTH
               " - GERADO EM " RUN-DATE
               " - PESSOAS ATIVAS: " ACTIVE-PERSONS
               DELIMITED BY SIZE INTO HOUSE-BOARD-LINE
           WRITE HOUSE-BOARD-LINE

           MOVE SPACES TO HOUSE-PERSON
           PERFORM NEXT-HOUSE-PERSON
           PERFORM UNTIL HOUSE-STATE = SPACE
               IF HOUSE-STATE = "Y"
                   MOVE HOUSE-PERSON TO PERSON-ID
                   MOVE HOUSE-SUFFIX TO PERSON-SUFFIX
                   PERFORM SET-BOARD-FILE-NAMES
                   PERFORM WRITE-PERSON-BOARD
                   PERFORM WRITE-HOUSE-PERSON-LINES
               END-IF
               PERFORM NEXT-HOUSE-PERSON
           END-PERFORM

           MOVE "TOTAL DA CASA" TO HOUSE-BOARD-LINE
           WRITE HOUSE-BOARD-LINE
           MOVE SPACES TO HOUSE-BOARD-LINE
           STRING "  OPEN=" HOUSE-OPEN
               " CLOSED=" HOUSE-CLOSED
               " TIMEOUT=" HOUSE-TIMEOUT
               " FILTERED=" HOUSE-FILTERED
               DELIMITED BY SIZE INTO HOUSE-BOARD-LINE
           WRITE HOUSE-BOARD-LINE
           MOVE SPACES TO HOUSE-BOARD-LINE
           STRING "  DEVES=" HOUSE-DEVES
               " TINHAS=" HOUSE-TINHAS
               " DIAS SOBRECARGA=" HOUSE-SOBRECARGA
               " OUTROS ESTADOS=" HOUSE-OUTROS
               DELIMITED BY SIZE INTO HOUSE-BOARD-LINE
           WRITE HOUSE-BOARD-LINE
           MOVE SPACES TO HOUSE-BOARD-LINE
           STRING "  ACEITES=" HOUSE-GRANTED
               " RECUSAS=" HOUSE-DENIED
               " ADIAMENTOS=" HOUSE-DEFERRED
               " OUTROS=" HOUSE-OTHER
               DELIMITED BY SIZE INTO HOUSE-BOARD-LINE
           WRITE HOUSE-BOARD-LINE
           CLOSE HOUSE-BOARD-FILE
           DISPLAY "Relatorio da casa escrito em "
               "DATA/BOARDREPORT.CASA.".

       WRITE-HOUSE-PERSON-LINES.
           MOVE SPACES TO HOUSE-BOARD-LINE
           STRING "PESSOA " PERSON-ID
               DELIMITED BY SIZE INTO HOUSE-BOARD-LINE
           WRITE HOUSE-BOARD-LINE
           MOVE SPACES TO HOUSE-BOARD-LINE
           STRING "  GERACOES=" SUM-DAYS
               " OPEN=" SUM-OPEN
               " CLOSED=" SUM-CLOSED
               " TIMEOUT=" SUM-TIMEOUT
               " FILTERED=" SUM-FILTERED
               DELIMITED BY SIZE INTO HOUSE-BOARD-LINE
           WRITE HOUSE-BOARD-LINE
           MOVE SPACES TO HOUSE-BOARD-LINE
           STRING "  DEVES=" MONTH-DEVES
               " TINHAS=" MONTH-TINHAS
               " DIAS SOBRECARGA=" DAYS-SOBRECARGA
               " OUTROS ESTADOS=" DAYS-OUTROS
               DELIMITED BY SIZE INTO HOUSE-BOARD-LINE
           WRITE HOUSE-BOARD-LINE
           MOVE SPACES TO HOUSE-BOARD-LINE
           STRING "  ACEITES=" GRANTED-COUNT
               " RECUSAS=" DENIED-COUNT
               " ADIAMENTOS=" DEFERRED-COUNT
               " OUTROS=" OTHER-COUNT
               DELIMITED BY SIZE INTO HOUSE-BOARD-LINE
           WRITE HOUSE-BOARD-LINE
           ADD SUM-OPEN        TO HOUSE-OPEN
           ADD SUM-CLOSED      TO HOUSE-CLOSED
           ADD SUM-TIMEOUT     TO HOUSE-TIMEOUT
           ADD SUM-FILTERED    TO HOUSE-FILTERED
           ADD MONTH-DEVES     TO HOUSE-DEVES
           ADD MONTH-TINHAS    TO HOUSE-TINHAS
           ADD DAYS-SOBRECARGA TO HOUSE-SOBRECARGA
           ADD DAYS-OUTROS     TO HOUSE-OUTROS
           ADD GRANTED-COUNT   TO HOUSE-GRANTED
           ADD DENIED-COUNT    TO HOUSE-DENIED
           ADD DEFERRED-COUNT  TO HOUSE-DEFERRED
           ADD OTHER-COUNT     TO HOUSE-OTHER.

       WRITE-PERSON-BOARD.
           MOVE 0 TO SUM-DAYS SUM-OPEN SUM-CLOSED SUM-TIMEOUT
               SUM-FILTERED DAYS-SOBRECARGA DAYS-OUTROS
               GRANTED-COUNT DENIED-COUNT DEFERRED-COUNT OTHER-COUNT
               MONTH-DEVES MONTH-TINHAS
           OPEN OUTPUT BOARD-REPORT-FILE
           MOVE SPACES TO BOARD-REPORT-LINE
           STRING "RELATORIO MENSAL " BOARD-MONTH
               " - GERADO EM " RUN-DATE " - PESSOA " PERSON-ID
               DELIMITED BY SIZE INTO BOARD-REPORT-LINE
           WRITE BOARD-REPORT-LINE

           PERFORM WRITE-REQUEST-SECTION

           CLOSE BOARD-REPORT-FILE
           DISPLAY "Relatorio escrito em " BOARD-REPORT-NAME.

       NEXT-HOUSE-PERSON.
           CALL "RUN-PERSON" USING HOUSE-REQUEST HOUSE-PERSON
               HOUSE-SUFFIX HOUSE-STATE
               ON EXCEPTION
                   MOVE SPACE TO HOUSE-STATE
           END-CALL.

       WRITE-PORT-SECTION.
           MOVE "SECCAO: ESTADOS DAS PORTAS NO MES (PORTSUMGEN)"
               OR WEEK-TO-DATE(1:6) = BOARD-MONTH
               COMPUTE WEEK-TOTAL =
                   WT-DEVES-TOTAL + WT-TINHAS-TOTAL
               ADD WT-DEVES-TOTAL TO MONTH-DEVES
               ADD WT-TINHAS-TOTAL TO MONTH-TINHAS
               MOVE SPACES TO BOARD-REPORT-LINE
               STRING "  " WEEK-FROM-DATE "-" WEEK-TO-DATE
                   " DEVES=" WT-DEVES-TOTAL
           WRITE BOARD-REPORT-LINE
           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS = "00"
               MOVE SPACES TO RM-DATE
               MOVE BOARD-MONTH TO RM-DATE(1:6)
               START REQ-MASTER-FILE KEY IS NOT LESS THAN RM-DATE
                   INVALID KEY
                       MOVE "10" TO RM-STATUS
               END-START
               PERFORM UNTIL RM-STATUS NOT = "00"
                   READ REQ-MASTER-FILE NEXT RECORD
                   IF RM-STATUS = "02"
                       MOVE "00" TO RM-STATUS
                   END-IF
                   IF RM-STATUS = "00"
                       AND RM-DATE(1:6) NOT = BOARD-MONTH
                       MOVE "10" TO RM-STATUS
                   END-IF
                   IF RM-STATUS = "00"
                       EVALUATE RM-LIFECYCLE
                           WHEN "GRANTED"
                           WHEN "OVERTURNED"
               " OUTROS=" OTHER-COUNT
               DELIMITED BY SIZE INTO BOARD-REPORT-LINE
           WRITE BOARD-REPORT-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           PERFORM SET-BOARD-FILE-NAMES.

       SET-BOARD-FILE-NAMES.
           MOVE SPACES TO SUMMARY-GEN-NAME
           STRING "DATA/PORTSUMGEN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUMMARY-GEN-NAME
           MOVE SPACES TO WEEKLY-TALLY-NAME
           STRING "DATA/CTRLWEEKLY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WEEKLY-TALLY-NAME
           MOVE SPACES TO STATE-JOURNAL-NAME
           STRING "DATA/DAILYSTJRNL" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-JOURNAL-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO BOARD-REPORT-NAME
           STRING "DATA/BOARDREPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BOARD-REPORT-NAME.
