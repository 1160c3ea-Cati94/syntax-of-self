       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-FILE ASSIGN USING PORT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT PORT-HISTORY-FILE ASSIGN USING PORT-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.

           SELECT SEARCH-QUERY-FILE ASSIGN USING SEARCH-QUERY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QRY-STATUS.

           SELECT SEARCH-REPORT-FILE ASSIGN USING SEARCH-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT PORT-CATALOG-FILE ASSIGN USING PORT-CATALOG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-NAME
               FILE STATUS IS PC-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PORT-FILE.
           05 FILLER           PIC X(4).
           05 PH-NEW-STATE     PIC X(10).
           05 FILLER           PIC X(6).
           05 FILLER           PIC X(20).

       FD  SEARCH-QUERY-FILE.
       01  SEARCH-QUERY-RECORD.
       FD  SEARCH-REPORT-FILE.
       01  SEARCH-REPORT-LINE  PIC X(80).

       FD  PORT-CATALOG-FILE.
           COPY PORTCAT.

       WORKING-STORAGE SECTION.
       01 PF-STATUS            PIC XX.
       01 HIST-STATUS          PIC XX.
       01 QUERY-FROM-DATE      PIC X(8).
       01 QUERY-TO-DATE        PIC X(8).
       01 MATCH-COUNT          PIC 9(5) VALUE 0.
       01 PC-STATUS-CODE       PIC XX.
       01 CATALOG-OPEN         PIC X VALUE "N".
       01 PORT-RETIRED         PIC X VALUE "N".
       01 RETIRED-SKIPPED      PIC 9(5) VALUE 0.
       COPY PERSONCTX.
       01 PORT-NAME            PIC X(40).
       01 PORT-HISTORY-NAME    PIC X(40).
       01 SEARCH-QUERY-NAME    PIC X(40).
       01 SEARCH-REPORT-NAME   PIC X(40).
       01 PORT-CATALOG-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== PESQUISA MULTI-CRITERIO DE PORTAS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE


           OPEN OUTPUT SEARCH-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM OPEN-PORT-CATALOG

           IF QUERY-FROM-DATE = SPACES
               PERFORM SEARCH-CURRENT-STATE
               DELIMITED BY SIZE INTO SEARCH-REPORT-LINE
           WRITE SEARCH-REPORT-LINE
           CLOSE SEARCH-REPORT-FILE
           IF CATALOG-OPEN = "Y"
               CLOSE PORT-CATALOG-FILE
           END-IF

           DISPLAY "Resultados: " MATCH-COUNT
               " (relatorio em DATA/PORTSEARCHR)"
           IF RETIRED-SKIPPED > 0
               DISPLAY "Resultados de portas retiradas omitidos: "
                   RETIRED-SKIPPED
           END-IF
           GOBACK.

       WRITE-REPORT-HEADER.
                   READ PORT-FILE NEXT RECORD
                   IF PF-STATUS = "00"
                       IF PF-STATE = QUERY-STATE
                           MOVE PF-NAME TO PC-NAME
                           PERFORM CHECK-PORT-RETIRED
                           IF PORT-RETIRED = "N"
                               PERFORM WRITE-CURRENT-MATCH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PORT-FILE
           END-IF.

       WRITE-CURRENT-MATCH.
           ADD 1 TO MATCH-COUNT
           MOVE SPACES TO SEARCH-REPORT-LINE
           STRING PF-NAME " " PF-STATE
               DELIMITED BY SIZE INTO SEARCH-REPORT-LINE
           WRITE SEARCH-REPORT-LINE.

       SEARCH-HISTORY-RANGE.
           OPEN INPUT PORT-HISTORY-FILE
           IF HIST-STATUS NOT = "00"
           IF PH-DATE >= QUERY-FROM-DATE AND PH-DATE <= QUERY-TO-DATE
               IF QUERY-STATE = SPACES
                   OR PH-NEW-STATE = QUERY-STATE
                   MOVE PH-NAME TO PC-NAME
                   PERFORM CHECK-PORT-RETIRED
                   IF PORT-RETIRED = "N"
                       ADD 1 TO MATCH-COUNT
                       MOVE SPACES TO SEARCH-REPORT-LINE
                       STRING PH-DATE " " PH-NAME " " PH-OLD-STATE
                           " -> " PH-NEW-STATE
                           DELIMITED BY SIZE INTO SEARCH-REPORT-LINE
                       WRITE SEARCH-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

       OPEN-PORT-CATALOG.
           MOVE "N" TO CATALOG-OPEN
           OPEN INPUT PORT-CATALOG-FILE
           IF PC-STATUS-CODE = "00"
               MOVE "Y" TO CATALOG-OPEN
           END-IF.

       CHECK-PORT-RETIRED.
           MOVE "N" TO PORT-RETIRED
           IF CATALOG-OPEN = "Y"
               READ PORT-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-STATUS = "RETIRADA"
                           MOVE "Y" TO PORT-RETIRED
                           ADD 1 TO RETIRED-SKIPPED
                       END-IF
               END-READ
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
           MOVE SPACES TO PORT-HISTORY-NAME
           STRING "DATA/PORTHIST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-HISTORY-NAME
           MOVE SPACES TO SEARCH-QUERY-NAME
           STRING "DATA/PORTSEARCHQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SEARCH-QUERY-NAME
           MOVE SPACES TO SEARCH-REPORT-NAME
           STRING "DATA/PORTSEARCHR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SEARCH-REPORT-NAME
           MOVE SPACES TO PORT-CATALOG-NAME
           STRING "DATA/PORTCATALOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-CATALOG-NAME.
