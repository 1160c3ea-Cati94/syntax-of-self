       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE ASSIGN USING IMPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMP-STATUS.

           SELECT CONV-INDEX-FILE ASSIGN USING CONV-INDEX-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CV-ID
               FILE STATUS IS CV-STATUS.

           SELECT CONV-LINES-FILE ASSIGN USING CONV-LINES-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.

           SELECT CONV-ID-FILE ASSIGN USING CONV-ID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CID-STATUS.

           SELECT CONV-ERROR-FILE ASSIGN USING CONV-ERROR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "DATA/RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMPORT-FILE.
       01  IMPORT-LINE         PIC X(100).

       FD  CONV-INDEX-FILE.
           COPY CONVHDR.

       FD  CONV-LINES-FILE.
           COPY CONVLINE.

       FD  CONV-ID-FILE.
       01  CONV-ID-RECORD      PIC 9(6).

       FD  CONV-ERROR-FILE.
       01  CONV-ERROR-LINE     PIC X(120).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LK-TIMESTAMP         PIC X(14).
           05 FILLER               PIC X.
           05 LK-HOLDER            PIC X(21).

       WORKING-STORAGE SECTION.
       01 IMP-STATUS           PIC XX.
       01 CV-STATUS            PIC XX.
       01 CL-STATUS            PIC XX.
       01 CID-STATUS           PIC XX.
       01 ERR-STATUS           PIC XX.
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "CONV-LOAD".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       01 RUN-DATE             PIC X(8).
       01 LAST-CONV-ID         PIC 9(6) VALUE 0.
       01 CONV-OPEN            PIC X VALUE "N".
       01 CONV-LINE-NO         PIC 9(5) VALUE 0.
       01 HDR-TAG              PIC X(10).
       01 HDR-DATE             PIC X(8).
       01 HDR-CHANNEL          PIC X(10).
       01 HDR-PARTICIPANTS     PIC X(70).
       01 REJECT-REASON        PIC X(40).
       01 DATE-VALID           PIC X.
       01 CHECK-DATE           PIC X(8).
       01 CHECK-DATE-NUM       PIC 9(8).
       01 CHECK-MONTH          PIC 9(2).
       01 CHECK-DAY            PIC 9(2).
       01 ID-FREE              PIC X.
       01 P                    PIC 9(2).
       01 FILED-COUNT          PIC 9(4) VALUE 0.
       01 LINES-FILED          PIC 9(6) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 SKIPPED-LINES        PIC 9(6) VALUE 0.
       01 TRUNCATED-LINES      PIC 9(6) VALUE 0.

       01 HEADER-NAME-TABLE.
           05 HP-NAME OCCURS 8 TIMES PIC X(20).
       COPY PERSONCTX.
       01 IMPORT-NAME          PIC X(40).
       01 CONV-INDEX-NAME      PIC X(40).
       01 CONV-LINES-NAME      PIC X(40).
       01 CONV-ID-NAME         PIC X(40).
       01 CONV-ERROR-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== BIBLIOTECA DE CONVERSAS - CARREGAMENTO ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM CHECK-RUN-LOCK
           IF LOCK-HELD = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT IMPORT-FILE
           IF IMP-STATUS NOT = "00"
               DISPLAY "CONVIMPORT nao encontrado. Nada a carregar."
               GOBACK
           END-IF

           OPEN I-O CONV-INDEX-FILE
           IF CV-STATUS = "35"
               OPEN OUTPUT CONV-INDEX-FILE
               CLOSE CONV-INDEX-FILE
               OPEN I-O CONV-INDEX-FILE
           END-IF
           IF CV-STATUS NOT = "00"
               DISPLAY "Erro ao abrir CONVINDEX. Estado: " CV-STATUS
               MOVE CV-STATUS TO ERRLOG-STATUS
               PERFORM LOG-OPEN-ERROR
               CLOSE IMPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CONV-LINES-FILE
           IF CL-STATUS = "35"
               OPEN OUTPUT CONV-LINES-FILE
               CLOSE CONV-LINES-FILE
               OPEN I-O CONV-LINES-FILE
           END-IF
           IF CL-STATUS NOT = "00"
               DISPLAY "Erro ao abrir CONVLINES. Estado: " CL-STATUS
               MOVE CL-STATUS TO ERRLOG-STATUS
               PERFORM LOG-OPEN-ERROR
               CLOSE IMPORT-FILE
               CLOSE CONV-INDEX-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CONV-ERROR-FILE
           IF ERR-STATUS = "35"
               OPEN OUTPUT CONV-ERROR-FILE
           END-IF

           PERFORM LOAD-CONV-ID
           PERFORM UNTIL IMP-STATUS = "10"
               READ IMPORT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM IMPORT-ONE-LINE
               END-READ
           END-PERFORM
           PERFORM CLOSE-CURRENT-CONV
           PERFORM SAVE-CONV-ID

           CLOSE IMPORT-FILE
           CLOSE CONV-INDEX-FILE
           CLOSE CONV-LINES-FILE
           CLOSE CONV-ERROR-FILE

           OPEN OUTPUT IMPORT-FILE
           CLOSE IMPORT-FILE

           DISPLAY "Conversas arquivadas: " FILED-COUNT
               " (" LINES-FILED " linhas)"
           DISPLAY "Cabecalhos rejeitados: " REJECTED-COUNT
           DISPLAY "Linhas sem conversa valida: " SKIPPED-LINES
           IF TRUNCATED-LINES > 0
               DISPLAY "Aviso: linhas cortadas a 74 posicoes: "
                   TRUNCATED-LINES
           END-IF
           DISPLAY "Correr CONTROL-FILTER para varrer as conversas "
               "novas."
           IF REJECTED-COUNT > 0 OR SKIPPED-LINES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CHECK-RUN-LOCK.
           MOVE "N" TO LOCK-HELD
           OPEN INPUT RUN-LOCK-FILE
           IF LOCK-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LK-TIMESTAMP IS NUMERIC
                           MOVE "Y" TO LOCK-HELD
                       END-IF
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
           IF LOCK-HELD = "Y"
               DISPLAY "Tranca de execucao ativa desde " LK-TIMESTAMP
                   " (titular " LK-HOLDER ")."
               DISPLAY "Atualizacao recusada. Se a tranca estiver "
                   "obsoleta, usar LOCK-CLEAR."
           END-IF.

       LOG-OPEN-ERROR.
           MOVE 1 TO ERRLOG-MSG-ID
           CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
               ERRLOG-STATUS
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       IMPORT-ONE-LINE.
           IF IMPORT-LINE(1:11) = "CONVERSA | "
               PERFORM CLOSE-CURRENT-CONV
               PERFORM START-NEW-CONV
           ELSE
               IF IMPORT-LINE NOT = SPACES
                   IF CONV-OPEN = "Y"
                       PERFORM FILE-CONV-LINE
                   ELSE
                       ADD 1 TO SKIPPED-LINES
                       MOVE "LINHA SEM CONVERSA VALIDA"
                           TO REJECT-REASON
                       PERFORM WRITE-IMPORT-ERROR
                   END-IF
               END-IF
           END-IF.

       START-NEW-CONV.
           MOVE SPACES TO HDR-TAG HDR-DATE HDR-CHANNEL
               HDR-PARTICIPANTS
           UNSTRING IMPORT-LINE DELIMITED BY " | "
               INTO HDR-TAG HDR-DATE HDR-CHANNEL HDR-PARTICIPANTS
           END-UNSTRING
           MOVE SPACES TO REJECT-REASON
           MOVE HDR-DATE TO CHECK-DATE
           PERFORM VALIDATE-ONE-DATE
           IF DATE-VALID = "N"
               MOVE "DATA INVALIDA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND HDR-DATE > RUN-DATE
               MOVE "DATA FUTURA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND HDR-CHANNEL = SPACES
               MOVE "CANAL EM FALTA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON NOT = SPACES
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-IMPORT-ERROR
           ELSE
               PERFORM NEXT-FREE-CONV-ID
               MOVE SPACES TO CONVERSATION-RECORD
               MOVE LAST-CONV-ID TO CV-ID
               MOVE HDR-DATE     TO CV-DATE
               MOVE HDR-CHANNEL  TO CV-CHANNEL
               MOVE 0            TO CV-LINE-COUNT
               MOVE "N"          TO CV-SCANNED
               MOVE 0            TO CV-HITS
               MOVE 0            TO CV-PART-COUNT
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 8
                   MOVE 0 TO CV-PART-LINES(P)
                   MOVE 0 TO CV-PART-HITS(P)
               END-PERFORM
               PERFORM STORE-HEADER-PARTICIPANTS
               MOVE 0   TO CONV-LINE-NO
               MOVE "Y" TO CONV-OPEN
           END-IF.

       STORE-HEADER-PARTICIPANTS.
           MOVE SPACES TO HEADER-NAME-TABLE
           UNSTRING HDR-PARTICIPANTS DELIMITED BY ","
               INTO HP-NAME(1) HP-NAME(2) HP-NAME(3) HP-NAME(4)
                    HP-NAME(5) HP-NAME(6) HP-NAME(7) HP-NAME(8)
           END-UNSTRING
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 8
               IF HP-NAME(P) NOT = SPACES
                   ADD 1 TO CV-PART-COUNT
                   MOVE FUNCTION TRIM(HP-NAME(P))
                       TO CV-PART-NAME(CV-PART-COUNT)
               END-IF
           END-PERFORM.

       NEXT-FREE-CONV-ID.
           MOVE "N" TO ID-FREE
           PERFORM UNTIL ID-FREE = "Y"
               ADD 1 TO LAST-CONV-ID
               MOVE LAST-CONV-ID TO CV-ID
               READ CONV-INDEX-FILE
                   INVALID KEY
                       MOVE "Y" TO ID-FREE
                   NOT INVALID KEY
                       DISPLAY "Aviso: CONVNEXTID atrasado. ID "
                           LAST-CONV-ID " ja usado."
               END-READ
           END-PERFORM.

       FILE-CONV-LINE.
           ADD 1 TO CONV-LINE-NO
           MOVE SPACES TO CONV-LINE-RECORD
           MOVE CV-ID             TO CL-CONV-ID
           MOVE CONV-LINE-NO      TO CL-LINE-NO
           MOVE IMPORT-LINE(1:74) TO CL-TEXT
           IF IMPORT-LINE(75:26) NOT = SPACES
               ADD 1 TO TRUNCATED-LINES
           END-IF
           WRITE CONV-LINE-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar CONVLINES. Estado: "
                       CL-STATUS
           END-WRITE.

       CLOSE-CURRENT-CONV.
           IF CONV-OPEN = "Y"
               MOVE "N" TO CONV-OPEN
               IF CONV-LINE-NO = 0
                   ADD 1 TO REJECTED-COUNT
                   MOVE "CONVERSA SEM LINHAS" TO REJECT-REASON
                   PERFORM WRITE-IMPORT-ERROR
                   SUBTRACT 1 FROM LAST-CONV-ID
               ELSE
                   MOVE CONV-LINE-NO TO CV-LINE-COUNT
                   WRITE CONVERSATION-RECORD
                       INVALID KEY
                           DISPLAY "Erro ao gravar CONVINDEX. Estado: "
                               CV-STATUS
                       NOT INVALID KEY
                           ADD 1 TO FILED-COUNT
                           ADD CONV-LINE-NO TO LINES-FILED
                           DISPLAY "Arquivada conversa " CV-ID " de "
                               CV-DATE " (" CV-CHANNEL "): "
                               CV-LINE-COUNT " linhas"
                   END-WRITE
               END-IF
           END-IF.

       VALIDATE-ONE-DATE.
           MOVE "N" TO DATE-VALID
           IF CHECK-DATE IS NUMERIC
               MOVE CHECK-DATE TO CHECK-DATE-NUM
               MOVE CHECK-DATE(5:2) TO CHECK-MONTH
               MOVE CHECK-DATE(7:2) TO CHECK-DAY
               IF CHECK-DATE-NUM > 19000000
                   AND CHECK-MONTH >= 1 AND CHECK-MONTH <= 12
                   AND CHECK-DAY >= 1 AND CHECK-DAY <= 31
                   MOVE "Y" TO DATE-VALID
               END-IF
           END-IF.

       WRITE-IMPORT-ERROR.
           DISPLAY "Rejeitado: " IMPORT-LINE(1:60)
               " (" REJECT-REASON ")"
           MOVE SPACES TO CONV-ERROR-LINE
           STRING RUN-DATE " | CONV-LOAD | IMP | " IMPORT-LINE(1:60)
               " | " REJECT-REASON
               DELIMITED BY SIZE INTO CONV-ERROR-LINE
           WRITE CONV-ERROR-LINE.

       LOAD-CONV-ID.
           MOVE 0 TO LAST-CONV-ID
           OPEN INPUT CONV-ID-FILE
           IF CID-STATUS = "00"
               READ CONV-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONV-ID-RECORD IS NUMERIC
                           MOVE CONV-ID-RECORD TO LAST-CONV-ID
                       END-IF
               END-READ
               CLOSE CONV-ID-FILE
           END-IF.

       SAVE-CONV-ID.
           OPEN OUTPUT CONV-ID-FILE
           MOVE LAST-CONV-ID TO CONV-ID-RECORD
           WRITE CONV-ID-RECORD
           CLOSE CONV-ID-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO IMPORT-NAME
           STRING "DATA/CONVIMPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO IMPORT-NAME
           MOVE SPACES TO CONV-INDEX-NAME
           STRING "DATA/CONVINDEX" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONV-INDEX-NAME
           MOVE SPACES TO CONV-LINES-NAME
           STRING "DATA/CONVLINES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONV-LINES-NAME
           MOVE SPACES TO CONV-ID-NAME
           STRING "DATA/CONVNEXTID" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONV-ID-NAME
           MOVE SPACES TO CONV-ERROR-NAME
           STRING "DATA/CONVERRORS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONV-ERROR-NAME.
