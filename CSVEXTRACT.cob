       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-FILE ASSIGN USING PORT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT MEMORIA-FILE ASSIGN USING MEMORIA-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-NOME
               FILE STATUS IS MS-STATUS.

           SELECT CSV-OUTPUT-FILE ASSIGN USING CSV-OUTPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-STATUS.

           SELECT PORT-CATALOG-FILE ASSIGN USING PORT-CATALOG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-NAME
               FILE STATUS IS PC-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PORT-FILE.
       FD  CSV-OUTPUT-FILE.
       01  CSV-LINE         PIC X(60).

       FD  PORT-CATALOG-FILE.
           COPY PORTCAT.

       WORKING-STORAGE SECTION.
       01 PF-STATUS          PIC XX.
       01 MS-STATUS          PIC XX.
       01 CSV-STATUS         PIC XX.
       01 PC-STATUS-CODE     PIC XX.
       01 CATALOG-OPEN       PIC X VALUE "N".
       01 PORT-RETIRED       PIC X VALUE "N".
       01 RETIRED-SKIPPED    PIC 9(5) VALUE 0.
       COPY PERSONCTX.
       01 PORT-NAME            PIC X(40).
       01 MEMORIA-NAME         PIC X(40).
       01 CSV-OUTPUT-NAME      PIC X(40).
       01 PORT-CATALOG-NAME    PIC X(40).

       PROCEDURE DIVISION.
       EXTRACT-TO-CSV.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== EXTRACAO CSV DE PORT-TABLE E MEMORIA-SEGURA ==="
           OPEN OUTPUT CSV-OUTPUT-FILE
           MOVE "TIPO,NOME,ESTADO" TO CSV-LINE
           OPEN INPUT PORT-FILE
           IF PF-STATUS = "00"
               OPEN EXTEND CSV-OUTPUT-FILE
               PERFORM OPEN-PORT-CATALOG
               PERFORM UNTIL PF-STATUS = "10"
                   READ PORT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PF-NAME TO PC-NAME
                           PERFORM CHECK-PORT-RETIRED
                           IF PORT-RETIRED = "N"
                               MOVE SPACES TO CSV-LINE
                               STRING "PORTA," PF-NAME "," PF-STATE
                                   DELIMITED BY SIZE INTO CSV-LINE
                               WRITE CSV-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CSV-OUTPUT-FILE
               CLOSE PORT-FILE
               IF CATALOG-OPEN = "Y"
                   CLOSE PORT-CATALOG-FILE
               END-IF
               IF RETIRED-SKIPPED > 0
                   DISPLAY "Portas retiradas omitidas: "
                       RETIRED-SKIPPED
               END-IF
           ELSE
               DISPLAY "PORTFILE nao encontrado. Sem portas a extrair."
           END-IF.
           ELSE
               DISPLAY "MEMSEGURA nao encontrado. Nada a extrair."
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
           MOVE SPACES TO MEMORIA-NAME
           STRING "DATA/MEMSEGURA" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORIA-NAME
           MOVE SPACES TO CSV-OUTPUT-NAME
           STRING "DATA/PORTMEMCSV" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CSV-OUTPUT-NAME
           MOVE SPACES TO PORT-CATALOG-NAME
           STRING "DATA/PORTCATALOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-CATALOG-NAME.
