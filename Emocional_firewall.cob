       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-FILE ASSIGN USING PORT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT PORT-SUMMARY-FILE ASSIGN USING PORT-SUMMARY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUM-STATUS.

           SELECT PORT-LASTRUN-FILE ASSIGN USING PORT-LASTRUN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LR-NAME
               FILE STATUS IS LR-STATUS.

           SELECT PORT-HISTORY-FILE ASSIGN USING PORT-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.

           SELECT PORT-EXCEPTION-FILE ASSIGN USING PORT-EXCEPTION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.

           SELECT PORT-CKPT-FILE ASSIGN USING PORT-CKPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-STATUS.

           SELECT PORT-QUERY-FILE ASSIGN USING PORT-QUERY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QRY-STATUS.

           SELECT THRESHOLD-FILE ASSIGN USING THRESHOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THR-STATUS.

           SELECT PORT-ALERT-FILE ASSIGN USING PORT-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN USING CONTROL-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STATUS.

           SELECT PORT-SINCE-FILE ASSIGN USING PORT-SINCE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-NAME
               FILE STATUS IS SN-STATUS.

           SELECT SUMMARY-GEN-FILE ASSIGN USING SUMMARY-GEN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-DATE
               FILE STATUS IS SG-STATUS.

           SELECT PORT-CATALOG-FILE ASSIGN USING PORT-CATALOG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-NAME
               FILE STATUS IS PC-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PORT-FILE.
           05 LR-STATE     PIC X(10).

       FD  PORT-HISTORY-FILE.
       01  PORT-HISTORY-LINE      PIC X(80).

       FD  PORT-EXCEPTION-FILE.
       01  PORT-EXCEPTION-LINE    PIC X(60).
           05 SG-TIMEOUT-COUNT PIC 9(4).
           05 SG-FILTERED-COUNT PIC 9(4).

       FD  PORT-CATALOG-FILE.
           COPY PORTCAT.

       WORKING-STORAGE SECTION.
       01 PF-STATUS        PIC XX.
       01 SUM-STATUS       PIC XX.
       01 LR-STATUS        PIC XX.
       01 HIST-STATUS      PIC XX.
       COPY LOGSEAL.
       01 EXC-STATUS       PIC XX.
       01 CKPT-STATUS      PIC XX.
       01 QRY-STATUS       PIC XX.
       01 CT-STATUS        PIC XX.
       01 HIST-WRITTEN     PIC 9(6) VALUE 0.
       01 SN-STATUS        PIC XX.
       01 PC-STATUS-CODE   PIC XX.
       01 CATALOG-FOUND    PIC X VALUE "N".
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "EMOTIONAL-FIREWALL".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
                     ==WS-ENTITY-STATUS== BY ==WS-OLD-STATE==
                     ==WS-RUN-TIMESTAMP== BY ==EF-RUN-TIMESTAMP==.

       COPY RUNCLOCK.

       01 STATE-TOTALS.
           05 OPEN-COUNT       PIC 9(4) VALUE 0.
           05 CLOSED-COUNT     PIC 9(4) VALUE 0.
           05 TIMEOUT-COUNT    PIC 9(4) VALUE 0.
           05 FILTERED-COUNT   PIC 9(4) VALUE 0.

       01 WEIGHT-TOTALS.
           05 RETIRED-COUNT    PIC 9(4) VALUE 0.
           05 ACTIVE-WEIGHT    PIC 9(4) VALUE 0.
           05 EXC-WEIGHT       PIC 9(4) VALUE 0.
           05 CRITICAL-EXC-COUNT PIC 9(4) VALUE 0.

       01 PORT-TABLE.
           05 PORT-COUNT       PIC 9(4) VALUE 0.
           05 PORTS OCCURS 1 TO 50 TIMES
                   INDEXED BY PORT-IDX.
               10 NAME     PIC A(15).
               10 STATE    PIC A(10).
               10 CRITICALITY  PIC X(5).
               10 PORT-WEIGHT  PIC 9.
               10 RETIRED      PIC X.
       COPY PERSONCTX.
       01 PORT-NAME            PIC X(40).
       01 PORT-SUMMARY-NAME    PIC X(40).
       01 PORT-LASTRUN-NAME    PIC X(40).
       01 PORT-HISTORY-NAME    PIC X(40).
       01 PORT-EXCEPTION-NAME  PIC X(40).
       01 PORT-CKPT-NAME       PIC X(40).
       01 PORT-QUERY-NAME      PIC X(40).
       01 THRESHOLD-NAME       PIC X(40).
       01 PORT-ALERT-NAME      PIC X(40).
       01 CONTROL-TOTALS-NAME  PIC X(40).
       01 PORT-SINCE-NAME      PIC X(40).
       01 SUMMARY-GEN-NAME     PIC X(40).
       01 PORT-CATALOG-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           PERFORM LOAD-PORT-TABLE
           PERFORM LOAD-CHECKPOINT

           IF QRY-STATUS = "00"
               READ PORT-QUERY-FILE
                   NOT AT END
                       CALL "RUN-CLOCK" USING CLOCK-REQUEST
                           EF-RUN-TIMESTAMP
                           ON EXCEPTION
                               MOVE FUNCTION CURRENT-DATE
                                   TO EF-RUN-TIMESTAMP
                       END-CALL
                       MOVE PORT-QUERY-LINE TO LOOKUP-NAME
                       PERFORM LOOKUP-PORT-BY-NAME
                       IF PORT-FOUND = "Y"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PORT-FILE
           PERFORM LOAD-PORT-CATALOG.

       LOAD-PORT-CATALOG.
           MOVE "N" TO CATALOG-FOUND
           OPEN INPUT PORT-CATALOG-FILE
           IF PC-STATUS-CODE = "00"
               MOVE "Y" TO CATALOG-FOUND
           ELSE
               IF PC-STATUS-CODE NOT = "35"
                   DISPLAY "Aviso: PORTCATALOG inacessivel. Estado: "
                       PC-STATUS-CODE ". Criticidade MEDIA para todas."
               END-IF
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PORT-COUNT
               MOVE "MEDIA" TO CRITICALITY(I)
               MOVE "N"     TO RETIRED(I)
               IF CATALOG-FOUND = "Y"
                   MOVE NAME(I) TO PC-NAME
                   READ PORT-CATALOG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PC-CRITICALITY = "ALTA"
                               OR PC-CRITICALITY = "BAIXA"
                               MOVE PC-CRITICALITY TO CRITICALITY(I)
                           END-IF
                           IF PC-STATUS = "RETIRADA"
                               MOVE "Y" TO RETIRED(I)
                           END-IF
                   END-READ
               END-IF
               EVALUATE CRITICALITY(I)
                   WHEN "ALTA"
                       MOVE 5 TO PORT-WEIGHT(I)
                   WHEN "BAIXA"
                       MOVE 1 TO PORT-WEIGHT(I)
                   WHEN OTHER
                       MOVE 2 TO PORT-WEIGHT(I)
               END-EVALUATE
           END-PERFORM
           IF CATALOG-FOUND = "Y"
               CLOSE PORT-CATALOG-FILE
           END-IF.

       SEED-PORT-FILE.
           DISPLAY "PORTFILE inexistente. A semear portas por defeito."
                       ADD 1 TO FILTERED-COUNT
               END-EVALUATE
           END-PERFORM
           PERFORM COMPUTE-WEIGHT-TOTALS

           OPEN OUTPUT PORT-SUMMARY-FILE
           MOVE SPACES TO PORT-SUMMARY-LINE
           STRING "FILTERED: " FILTERED-COUNT
               DELIMITED BY SIZE INTO PORT-SUMMARY-LINE
           WRITE PORT-SUMMARY-LINE

           MOVE SPACES TO PORT-SUMMARY-LINE
           STRING "RETIRADAS (FORA DO PESO): " RETIRED-COUNT
               DELIMITED BY SIZE INTO PORT-SUMMARY-LINE
           WRITE PORT-SUMMARY-LINE

           MOVE SPACES TO PORT-SUMMARY-LINE
           STRING "PESO ATIVO: " ACTIVE-WEIGHT
               "  PESO EM EXCECAO: " EXC-WEIGHT
               DELIMITED BY SIZE INTO PORT-SUMMARY-LINE
           WRITE PORT-SUMMARY-LINE

           MOVE SPACES TO PORT-SUMMARY-LINE
           STRING "CRITICAS (ALTA) EM EXCECAO: " CRITICAL-EXC-COUNT
               DELIMITED BY SIZE INTO PORT-SUMMARY-LINE
           WRITE PORT-SUMMARY-LINE
           CLOSE PORT-SUMMARY-FILE

           PERFORM SAVE-SUMMARY-GENERATION
           DISPLAY "Resumo diario escrito em DATA/PORTSUM.".

       COMPUTE-WEIGHT-TOTALS.
           MOVE 0 TO RETIRED-COUNT
           MOVE 0 TO ACTIVE-WEIGHT
           MOVE 0 TO EXC-WEIGHT
           MOVE 0 TO CRITICAL-EXC-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PORT-COUNT
               IF RETIRED(I) = "Y"
                   ADD 1 TO RETIRED-COUNT
               ELSE
                   ADD PORT-WEIGHT(I) TO ACTIVE-WEIGHT
                   IF STATE(I) = "TIMEOUT" OR STATE(I) = "FILTERED"
                       ADD PORT-WEIGHT(I) TO EXC-WEIGHT
                       IF CRITICALITY(I) = "ALTA"
                           ADD 1 TO CRITICAL-EXC-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SAVE-SUMMARY-GENERATION.
           OPEN I-O SUMMARY-GEN-FILE
           IF SG-STATUS = "35"
           MOVE "N" TO ALERT-TRIPPED

           COMPUTE EXC-TOTAL = TIMEOUT-COUNT + FILTERED-COUNT
           IF ACTIVE-WEIGHT > 0
               COMPUTE EXC-PCT = (EXC-WEIGHT * 100) / ACTIVE-WEIGHT
           ELSE
               MOVE 0 TO EXC-PCT
           END-IF
           IF EXC-PCT > EXC-PCT-MAX
               PERFORM WRITE-EXC-PCT-ALERT
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PORT-COUNT
               IF RETIRED(I) = "N" AND CRITICALITY(I) = "ALTA"
                   AND (STATE(I) = "TIMEOUT" OR STATE(I) = "FILTERED")
                   PERFORM WRITE-CRITICAL-PORT-ALERT
               END-IF
           END-PERFORM
           IF OPEN-COUNT < OPEN-MIN
               PERFORM WRITE-OPEN-MIN-ALERT
           END-IF

       WRITE-EXC-PCT-ALERT.
           MOVE SPACES TO ALERT-TEXT
           STRING RUN-DATE " | EXCECOES PONDERADAS " EXC-PCT
               "% (PESO " EXC-WEIGHT " DE " ACTIVE-WEIGHT
               ") EXCEDE LIMIAR " EXC-PCT-MAX "%"
               DELIMITED BY SIZE INTO ALERT-TEXT
           PERFORM WRITE-PORT-ALERT.

       WRITE-CRITICAL-PORT-ALERT.
           MOVE SPACES TO ALERT-TEXT
           STRING RUN-DATE " | PORTA CRITICA " NAME(I) " EM "
               STATE(I)
               DELIMITED BY SIZE INTO ALERT-TEXT
           PERFORM WRITE-PORT-ALERT.

               STRING RUN-DATE " " EF-ENTITY-NAME " " WS-OLD-STATE
                   " -> " STATE(I)
                   DELIMITED BY SIZE INTO PORT-HISTORY-LINE
               MOVE "PORTHIST" TO SEAL-LOG-NAME
               CALL "LOG-SEAL" USING SEAL-REQUEST PORT-HISTORY-LINE
               WRITE PORT-HISTORY-LINE
               ADD 1 TO HIST-WRITTEN

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PORT-COUNT
               IF STATE(I) = "TIMEOUT" OR STATE(I) = "FILTERED"
                   MOVE SPACES TO PORT-EXCEPTION-LINE
                   STRING NAME(I) " " STATE(I) " " CRITICALITY(I)
                       DELIMITED BY SIZE INTO PORT-EXCEPTION-LINE
                   IF RETIRED(I) = "Y"
                       MOVE "RETIRADA" TO PORT-EXCEPTION-LINE(34:8)
                   END-IF
                   WRITE PORT-EXCEPTION-LINE
               END-IF
           END-PERFORM
           MOVE 0 TO PORT-CKPT-RECORD
           WRITE PORT-CKPT-RECORD
           CLOSE PORT-CKPT-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PORT-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-NAME
           MOVE SPACES TO PORT-SUMMARY-NAME
           STRING "DATA/PORTSUM" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-SUMMARY-NAME
           MOVE SPACES TO PORT-LASTRUN-NAME
           STRING "DATA/PORTLAST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-LASTRUN-NAME
           MOVE SPACES TO PORT-HISTORY-NAME
           STRING "DATA/PORTHIST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-HISTORY-NAME
           MOVE SPACES TO PORT-EXCEPTION-NAME
           STRING "DATA/PORTEXC" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-EXCEPTION-NAME
           MOVE SPACES TO PORT-CKPT-NAME
           STRING "DATA/PORTCKPT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-CKPT-NAME
           MOVE SPACES TO PORT-QUERY-NAME
           STRING "DATA/PORTQUERY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-QUERY-NAME
           MOVE SPACES TO THRESHOLD-NAME
           STRING "DATA/PORTTHRESH" PERSON-SUFFIX DELIMITED BY SPACE
               INTO THRESHOLD-NAME
           MOVE SPACES TO PORT-ALERT-NAME
           STRING "DATA/PORTALERT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-ALERT-NAME
           MOVE SPACES TO CONTROL-TOTALS-NAME
           STRING "DATA/CTLTOTALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONTROL-TOTALS-NAME
           MOVE SPACES TO PORT-SINCE-NAME
           STRING "DATA/PORTSINCE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-SINCE-NAME
           MOVE SPACES TO SUMMARY-GEN-NAME
           STRING "DATA/PORTSUMGEN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUMMARY-GEN-NAME
           MOVE SPACES TO PORT-CATALOG-NAME
           STRING "DATA/PORTCATALOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-CATALOG-NAME.
