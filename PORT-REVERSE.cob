       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-FILE ASSIGN USING PORT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT BACKOUT-FILE ASSIGN USING BACKOUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-STATUS.

           SELECT TRANS-ERROR-FILE ASSIGN USING TRANS-ERROR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-STATUS.

           SELECT PORT-SINCE-FILE ASSIGN USING PORT-SINCE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.

           SELECT PORT-EVENT-FILE ASSIGN USING PORT-EVENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EV-STATUS.

           05 BK-NAME          PIC X(15).
           05 BK-PRIOR-STATE   PIC X(10).
           05 BK-DATE          PIC X(8).
           05 BK-TRIGGER       PIC X(15).

       FD  TRANS-ERROR-FILE.
       01  TRANS-ERROR-LINE    PIC X(100).
       01 REVERSED-COUNT       PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 MATCHED-COUNT        PIC 9(4) VALUE 0.
       01 I                    PIC 9(4).
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "PORT-REVERSE".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 BATCH-CHANGE-TABLE.
           05 BATCH-CHANGE-COUNT PIC 9(4) VALUE 0.
           05 BATCH-CHANGES OCCURS 200 TIMES.
               10 BC-NAME          PIC X(15).
               10 BC-PRIOR-STATE   PIC X(10).
               10 BC-TRIGGER       PIC X(15).

       01 WRK-NAME             PIC X(15).
       01 WRK-NEW-STATE        PIC X(10).
       01 WRK-REASON           PIC X(20).
       COPY PERSONCTX.
       01 PORT-NAME            PIC X(40).
       01 BACKOUT-NAME         PIC X(40).
       01 TRANS-ERROR-NAME     PIC X(40).
       01 PORT-SINCE-NAME      PIC X(40).
       01 PORT-EVENT-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== REVERSAO DE LOTE DE TRANSACOES DE PORTAS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

               GOBACK
           END-IF

           PERFORM UNTIL BK-STATUS = "10"
               READ BACKOUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BK-BATCH-ID = REVERSE-BATCH-ID
                           ADD 1 TO MATCHED-COUNT
                           PERFORM STORE-BATCH-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKOUT-FILE

           IF MATCHED-COUNT > 200
               DISPLAY "Lote com mais de 200 alteracoes. Reversao "
                   "abortada sem alteracoes."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O PORT-FILE
           IF PF-STATUS NOT = "00"
               DISPLAY "Erro ao abrir PORTFILE. Estado: " PF-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
               OPEN OUTPUT PORT-EVENT-FILE
           END-IF

           PERFORM VARYING I FROM BATCH-CHANGE-COUNT BY -1
                   UNTIL I < 1
               PERFORM REVERSE-ONE-RECORD
           END-PERFORM

           CLOSE PORT-FILE
           CLOSE TRANS-ERROR-FILE
           CLOSE PORT-EVENT-FILE
                   "obsoleta, usar LOCK-CLEAR."
           END-IF.

       STORE-BATCH-CHANGE.
           IF BATCH-CHANGE-COUNT < 200
               ADD 1 TO BATCH-CHANGE-COUNT
               MOVE BK-NAME        TO BC-NAME(BATCH-CHANGE-COUNT)
               MOVE BK-PRIOR-STATE TO BC-PRIOR-STATE(BATCH-CHANGE-COUNT)
               MOVE BK-TRIGGER     TO BC-TRIGGER(BATCH-CHANGE-COUNT)
           ELSE
               IF MATCHED-COUNT = 201
                   MOVE 7 TO ERRLOG-MSG-ID
                   MOVE "00" TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                       ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.

       REVERSE-ONE-RECORD.
           MOVE BC-NAME(I)        TO WRK-NAME
           MOVE BC-PRIOR-STATE(I) TO WRK-NEW-STATE
           MOVE "REVERSAO"        TO WRK-REASON
           IF BC-TRIGGER(I) NOT = SPACES
               DISPLAY "Alteracao em cascata de " BC-TRIGGER(I)
                   ": " WRK-NAME
           END-IF

           MOVE WRK-NAME TO PF-NAME
           READ PORT-FILE
               " | " WRK-REASON " | " REJECT-REASON
               DELIMITED BY SIZE INTO TRANS-ERROR-LINE
           WRITE TRANS-ERROR-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PORT-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-NAME
           MOVE SPACES TO BACKOUT-NAME
           STRING "DATA/PORTBACKOUT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BACKOUT-NAME
           MOVE SPACES TO TRANS-ERROR-NAME
           STRING "DATA/PORTTRANSERR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TRANS-ERROR-NAME
           MOVE SPACES TO PORT-SINCE-NAME
           STRING "DATA/PORTSINCE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-SINCE-NAME
           MOVE SPACES TO PORT-EVENT-NAME
           STRING "DATA/PORTEVENTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-EVENT-NAME.
