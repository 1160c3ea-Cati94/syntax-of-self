       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-SINCE-FILE ASSIGN USING PORT-SINCE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-NAME
               FILE STATUS IS SN-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN USING AGING-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT PORT-CATALOG-FILE ASSIGN USING PORT-CATALOG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-NAME
               FILE STATUS IS PC-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PORT-SINCE-FILE.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE   PIC X(80).

       FD  PORT-CATALOG-FILE.
           COPY PORTCAT.

       WORKING-STORAGE SECTION.
       01 SN-STATUS            PIC XX.
       01 RPT-STATUS           PIC XX.
       01 I                    PIC 9(4).
       01 J                    PIC 9(4).
       01 BEST-POS             PIC 9(4).
       01 PC-STATUS-CODE       PIC XX.
       01 CATALOG-OPEN         PIC X VALUE "N".
       01 PORT-RETIRED         PIC X VALUE "N".
       01 RETIRED-SKIPPED      PIC 9(5) VALUE 0.

       01 AGING-TABLE.
           05 AGING-COUNT      PIC 9(4) VALUE 0.
               10 SW-STATE     PIC X(10).
               10 SW-SINCE     PIC X(8).
               10 SW-DAYS      PIC 9(5).
       COPY PERSONCTX.
       01 PORT-SINCE-NAME      PIC X(40).
       01 AGING-REPORT-NAME    PIC X(40).
       01 PORT-CATALOG-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== ANTIGUIDADE DO ESTADO DAS PORTAS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM

       LOAD-AGING-TABLE.
           MOVE 0 TO AGING-COUNT
           PERFORM OPEN-PORT-CATALOG
           OPEN INPUT PORT-SINCE-FILE
           IF SN-STATUS = "00"
               PERFORM UNTIL SN-STATUS = "10"
                   READ PORT-SINCE-FILE NEXT RECORD
                   IF SN-STATUS = "00"
                       MOVE SN-NAME TO PC-NAME
                       PERFORM CHECK-PORT-RETIRED
                   END-IF
                   IF SN-STATUS = "00" AND PORT-RETIRED = "N"
                       IF AGING-COUNT < 50
                           ADD 1 TO AGING-COUNT
                           MOVE SN-NAME
                   END-IF
               END-PERFORM
               CLOSE PORT-SINCE-FILE
           END-IF
           IF CATALOG-OPEN = "Y"
               CLOSE PORT-CATALOG-FILE
           END-IF
           IF RETIRED-SKIPPED > 0
               DISPLAY "Portas retiradas omitidas: " RETIRED-SKIPPED
           END-IF.

       COMPUTE-AGE-DAYS.
               DISPLAY AGING-REPORT-LINE
           END-PERFORM
           CLOSE AGING-REPORT-FILE.

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
           MOVE SPACES TO PORT-SINCE-NAME
           STRING "DATA/PORTSINCE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-SINCE-NAME
           MOVE SPACES TO AGING-REPORT-NAME
           STRING "DATA/PORTAGING" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AGING-REPORT-NAME
           MOVE SPACES TO PORT-CATALOG-NAME
           STRING "DATA/PORTCATALOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-CATALOG-NAME.
