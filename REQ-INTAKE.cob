               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-STATUS.

           SELECT REQUEST-QUEUE-FILE ASSIGN USING REQUEST-QUEUE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-STATUS.

           SELECT REQ-REGISTRY-FILE ASSIGN TO "DATA/REQREGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-SOURCE
               FILE STATUS IS RG-STATUS-CODE.

           SELECT REVIEW-FILE ASSIGN USING REVIEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVW-STATUS.

           SELECT INTAKE-POLICY-FILE ASSIGN TO "DATA/INTAKEPOLICY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-FILE.
           05 IC-CONTENT       PIC X(50).
           05 IC-TYPE          PIC X(10).
           05 IC-PRIORITY      PIC X.
           05 IC-REQ-DATE      PIC X(8).
           05 IC-REQ-SLOT      PIC X(5).
           05 IC-CONTINUED     PIC X.
           05 IC-PERSON        PIC X(8).

       FD  REQUEST-QUEUE-FILE.
           COPY REQQUE.

       FD  INTAKE-ERROR-FILE.
       01  INTAKE-ERROR-LINE   PIC X(120).

       FD  REQ-REGISTRY-FILE.
           COPY REQREG.

       FD  REVIEW-FILE.
       01  REVIEW-LINE         PIC X(120).

       FD  INTAKE-POLICY-FILE.
       01  INTAKE-POLICY-RECORD.
           05 IP-MAX-DAYS-AHEAD PIC 9(3).

       WORKING-STORAGE SECTION.
       01 IN-STATUS            PIC XX.
       01 RQ-STATUS            PIC XX.
       01 ERR-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       01 INTAKE-FILE-NAME     PIC X(40).
       01 I                    PIC 9(2).
       01 REJECT-REASON        PIC X(40).
       01 MERGED-COUNT         PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 REVIEW-COUNT         PIC 9(4) VALUE 0.
       01 RG-STATUS-CODE       PIC XX.
       01 RVW-STATUS           PIC XX.
       01 REGISTRY-OPEN        PIC X VALUE "N".
       01 REGISTRY-VERDICT     PIC X.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "REQ-INTAKE".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       01 IP-STATUS            PIC XX.
       01 MAX-DAYS-AHEAD       PIC 9(3) VALUE 60.
       01 HORIZON-DATE         PIC X(8).
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-DATE-INTEGER      PIC 9(7).
       01 CHECK-MONTH          PIC 9(2).
       01 CHECK-DAY            PIC 9(2).
       01 SLOT-IX              PIC 9.
       01 SLOT-FOUND           PIC X.
       01 INTAKE-OPEN          PIC X VALUE "N".
       01 INTAKE-LINES         PIC 9 VALUE 0.
       01 INTAKE-BREAK         PIC X(40).
       01 LINE-IX              PIC 9.
       01 HELD-INTAKE-RECORD   PIC X(106).
       01 INTAKE-LINE-SAVE     PIC X(106).

       01 INTAKE-TEXT-TABLE.
           05 INTAKE-LINE-TEXT PIC X(50) OCCURS 5 TIMES.

           COPY CALSLOT.

       01 CHANNEL-TABLE.
           05 CHANNEL-COUNT    PIC 9(2) VALUE 3.
               10 CHANNEL-ENTRIES OCCURS 3 TIMES.
                   15 CH-FILE-NAME PIC X(20).
                   15 CH-CODE      PIC X(3).
       COPY PERSONCTX.
       01 REQUEST-QUEUE-NAME   PIC X(40).
       01 REVIEW-NAME          PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== RECECAO MULTI-CANAL DE PEDIDOS ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE

           OPEN EXTEND REQUEST-QUEUE-FILE
           IF RQ-STATUS = "35"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE REQUEST-QUEUE-FILE

           OPEN EXTEND INTAKE-ERROR-FILE
           IF ERR-STATUS = "35"
               OPEN OUTPUT INTAKE-ERROR-FILE
           END-IF

           PERFORM OPEN-REQUESTER-REGISTRY
           PERFORM LOAD-INTAKE-POLICY

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHANNEL-COUNT
               PERFORM MERGE-ONE-CHANNEL
           END-PERFORM

           CLOSE INTAKE-ERROR-FILE
           IF REGISTRY-OPEN = "Y"
               CLOSE REQ-REGISTRY-FILE
           END-IF

           DISPLAY "Pedidos fundidos: " MERGED-COUNT
           DISPLAY "Pedidos rejeitados: " REJECTED-COUNT
           DISPLAY "Pedidos para revisao: " REVIEW-COUNT
           IF REJECTED-COUNT > 0 OR REVIEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       OPEN-REQUESTER-REGISTRY.
           OPEN INPUT REQ-REGISTRY-FILE
           IF RG-STATUS-CODE = "35"
               PERFORM SEED-REQ-REGISTRY
               OPEN INPUT REQ-REGISTRY-FILE
           END-IF
           IF RG-STATUS-CODE = "00"
               MOVE "Y" TO REGISTRY-OPEN
           ELSE
               DISPLAY "Aviso: REQREGISTRY inacessivel. Estado: "
                   RG-STATUS-CODE ". Todas as fontes vao a revisao."
               MOVE 3 TO ERRLOG-MSG-ID
               MOVE RG-STATUS-CODE TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       LOAD-INTAKE-POLICY.
           OPEN INPUT INTAKE-POLICY-FILE
           IF IP-STATUS = "35"
               DISPLAY "INTAKEPOLICY inexistente. A semear 60 dias."
               OPEN OUTPUT INTAKE-POLICY-FILE
               MOVE 60 TO IP-MAX-DAYS-AHEAD
               WRITE INTAKE-POLICY-RECORD
               CLOSE INTAKE-POLICY-FILE
               OPEN INPUT INTAKE-POLICY-FILE
           END-IF
           IF IP-STATUS = "00"
               READ INTAKE-POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IP-MAX-DAYS-AHEAD IS NUMERIC
                           MOVE IP-MAX-DAYS-AHEAD TO MAX-DAYS-AHEAD
                       END-IF
               END-READ
               CLOSE INTAKE-POLICY-FILE
           END-IF
           MOVE RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + MAX-DAYS-AHEAD
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-NUM TO HORIZON-DATE
           DISPLAY "Datas pedidas aceites ate " HORIZON-DATE ".".

       SEED-REQ-REGISTRY.
           DISPLAY "REQREGISTRY inexistente. A semear fonte FAMILIA."
           OPEN OUTPUT REQ-REGISTRY-FILE
           MOVE SPACES    TO REQ-REGISTRY-RECORD
           MOVE "FAMILIA" TO RG-SOURCE
           MOVE "FAMILIA" TO RG-CATEGORY
           MOVE "MAN"     TO RG-PREF-CHANNEL
           MOVE "ATIVO"   TO RG-STATUS
           MOVE RUN-DATE  TO RG-SINCE-DATE
           WRITE REQ-REGISTRY-RECORD
           CLOSE REQ-REGISTRY-FILE.

       MERGE-ONE-CHANNEL.
           MOVE SPACES TO INTAKE-FILE-NAME
           MOVE CH-FILE-NAME(I) TO INTAKE-FILE-NAME
           IF IN-STATUS NOT = "00"
               DISPLAY "Canal " CH-CODE(I) " sem ficheiro de rececao."
           ELSE
               MOVE "N" TO INTAKE-OPEN
               PERFORM UNTIL IN-STATUS = "10"
                   READ INTAKE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-INTAKE-LINE
                   END-READ
               END-PERFORM
               IF INTAKE-OPEN = "Y"
                   MOVE "CONTINUACAO EM FALTA" TO INTAKE-BREAK
                   PERFORM FINISH-INTAKE-MESSAGE
               END-IF
               CLOSE INTAKE-FILE
               OPEN OUTPUT INTAKE-FILE
               CLOSE INTAKE-FILE
               DISPLAY "Canal " CH-CODE(I) " fundido e limpo."
           END-IF.

       TAKE-INTAKE-LINE.
           IF INTAKE-OPEN = "Y"
               AND IC-SOURCE NOT = HELD-INTAKE-RECORD(4:20)
               MOVE "CONTINUACAO EM FALTA" TO INTAKE-BREAK
               MOVE INTAKE-RECORD TO INTAKE-LINE-SAVE
               PERFORM FINISH-INTAKE-MESSAGE
               MOVE INTAKE-LINE-SAVE TO INTAKE-RECORD
           END-IF
           IF INTAKE-OPEN = "Y"
               IF INTAKE-LINES < 5
                   ADD 1 TO INTAKE-LINES
                   MOVE IC-CONTENT TO INTAKE-LINE-TEXT(INTAKE-LINES)
               ELSE
                   MOVE "MENSAGEM COM MAIS DE 5 LINHAS"
                       TO INTAKE-BREAK
               END-IF
           ELSE
               MOVE INTAKE-RECORD TO HELD-INTAKE-RECORD
               MOVE SPACES TO INTAKE-TEXT-TABLE
               MOVE IC-CONTENT TO INTAKE-LINE-TEXT(1)
               MOVE 1 TO INTAKE-LINES
               MOVE SPACES TO INTAKE-BREAK
               MOVE "Y" TO INTAKE-OPEN
           END-IF
           IF IC-CONTINUED NOT = "S"
               PERFORM FINISH-INTAKE-MESSAGE
           END-IF.

       FINISH-INTAKE-MESSAGE.
           MOVE "N" TO INTAKE-OPEN
           MOVE HELD-INTAKE-RECORD TO INTAKE-RECORD
           PERFORM MERGE-ONE-RECORD.

       MERGE-ONE-RECORD.
           MOVE INTAKE-BREAK TO REJECT-REASON
           IF REJECT-REASON = SPACES
               PERFORM VALIDATE-INTAKE-RECORD
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM FIND-TARGET-PERSON
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM CHECK-REQUESTER-REGISTRY
               IF REGISTRY-VERDICT = "B"
                   MOVE "FONTE BLOQUEADA NO REGISTO" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES
               AND REGISTRY-VERDICT NOT = "U"
               PERFORM OPEN-TARGET-QUEUE
           END-IF
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-INTAKE-ERROR
           ELSE
           IF REGISTRY-VERDICT = "U"
               PERFORM WRITE-REVIEW-ENTRY
           ELSE
               MOVE SPACES TO REQUEST-QUEUE-RECORD
               MOVE IC-SOURCE   TO RQ-SOURCE
                   MOVE IC-CHANNEL TO RQ-CHANNEL
               END-IF
               MOVE 0 TO RQ-REQUEUE-ID
               MOVE IC-REQ-DATE TO RQ-REQ-DATE
               MOVE IC-REQ-SLOT TO RQ-REQ-SLOT
               IF INTAKE-LINES > 1
                   MOVE "S" TO RQ-CONTINUED
               END-IF
               WRITE REQUEST-QUEUE-RECORD
               PERFORM VARYING LINE-IX FROM 2 BY 1
                       UNTIL LINE-IX > INTAKE-LINES
                   MOVE SPACES TO REQUEST-QUEUE-RECORD
                   MOVE IC-SOURCE TO RQ-SOURCE
                   MOVE INTAKE-LINE-TEXT(LINE-IX) TO RQ-CONTENT
                   IF LINE-IX < INTAKE-LINES
                       MOVE "S" TO RQ-CONTINUED
                   END-IF
                   WRITE REQUEST-QUEUE-RECORD
               END-PERFORM
               CLOSE REQUEST-QUEUE-FILE
               ADD 1 TO MERGED-COUNT
           END-IF
           END-IF.

       CHECK-REQUESTER-REGISTRY.
           MOVE "U" TO REGISTRY-VERDICT
           IF REGISTRY-OPEN = "Y"
               MOVE IC-SOURCE TO RG-SOURCE
               READ REQ-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE RG-STATUS
                           WHEN "ATIVO"
                               MOVE "A" TO REGISTRY-VERDICT
                           WHEN "BLOQUEADO"
                               MOVE "B" TO REGISTRY-VERDICT
                           WHEN OTHER
                               MOVE "U" TO REGISTRY-VERDICT
                       END-EVALUATE
               END-READ
           END-IF.

       FIND-TARGET-PERSON.
           MOVE IC-PERSON TO PERSON-ID
           MOVE "S" TO PERSON-REQUEST
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
                   IF IC-PERSON = SPACES
                       MOVE "Y" TO PERSON-STATE
                   ELSE
                       MOVE SPACE TO PERSON-STATE
                   END-IF
           END-CALL
           MOVE "L" TO PERSON-REQUEST
           IF PERSON-STATE = SPACE
               MOVE "PESSOA DESCONHECIDA" TO REJECT-REASON
           ELSE
           IF PERSON-STATE NOT = "Y"
               MOVE "PESSOA INATIVA" TO REJECT-REASON
           ELSE
               MOVE SPACES TO REQUEST-QUEUE-NAME
               STRING "DATA/REQQUEUE" PERSON-SUFFIX DELIMITED BY SPACE
                   INTO REQUEST-QUEUE-NAME
               MOVE SPACES TO REVIEW-NAME
               STRING "DATA/REQREVIEW" PERSON-SUFFIX
                   DELIMITED BY SPACE INTO REVIEW-NAME
           END-IF
           END-IF.

       OPEN-TARGET-QUEUE.
           OPEN EXTEND REQUEST-QUEUE-FILE
           IF RQ-STATUS = "35"
               OPEN OUTPUT REQUEST-QUEUE-FILE
           END-IF
           IF RQ-STATUS NOT = "00"
               DISPLAY "Erro ao abrir " REQUEST-QUEUE-NAME
                   " Estado: " RQ-STATUS
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE RQ-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE "FILA DA PESSOA INACESSIVEL" TO REJECT-REASON
           END-IF.

       WRITE-REVIEW-ENTRY.
           OPEN EXTEND REVIEW-FILE
           IF RVW-STATUS = "35"
               OPEN OUTPUT REVIEW-FILE
           END-IF
           ADD 1 TO REVIEW-COUNT
           DISPLAY "Para revisao (" CH-CODE(I) "): " IC-SOURCE
               " (FONTE DESCONHECIDA)"
           MOVE SPACES TO REVIEW-LINE
           STRING RUN-DATE " | " CH-CODE(I) " | " IC-SOURCE
               " | " IC-CONTENT(1:40) " | " IC-TYPE
               " | FONTE DESCONHECIDA"
               DELIMITED BY SIZE INTO REVIEW-LINE
           WRITE REVIEW-LINE
           CLOSE REVIEW-FILE.

       VALIDATE-INTAKE-RECORD.
           IF IC-SOURCE = SPACES
               MOVE "FONTE EM BRANCO" TO REJECT-REASON
               AND IC-PRIORITY NOT = "N"
               AND IC-PRIORITY NOT = "U"
               MOVE "PRIORIDADE INVALIDA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               AND IC-REQ-DATE NOT = SPACES
               PERFORM VALIDATE-REQUESTED-DATE
           END-IF
           IF REJECT-REASON = SPACES
               AND IC-REQ-SLOT NOT = SPACES
               MOVE "N" TO SLOT-FOUND
               PERFORM VARYING SLOT-IX FROM 1 BY 1
                       UNTIL SLOT-IX > CAL-SLOT-COUNT
                   IF CAL-SLOT-NAME(SLOT-IX) = IC-REQ-SLOT
                       MOVE "Y" TO SLOT-FOUND
                   END-IF
               END-PERFORM
               IF SLOT-FOUND = "N"
                   MOVE "PERIODO PEDIDO DESCONHECIDO" TO REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-REQUESTED-DATE.
           IF IC-REQ-DATE IS NOT NUMERIC
               MOVE "DATA PEDIDA INVALIDA" TO REJECT-REASON
           ELSE
               MOVE IC-REQ-DATE(5:2) TO CHECK-MONTH
               MOVE IC-REQ-DATE(7:2) TO CHECK-DAY
               IF CHECK-MONTH < 1 OR CHECK-MONTH > 12
                   OR CHECK-DAY < 1 OR CHECK-DAY > 31
                   MOVE "DATA PEDIDA INVALIDA" TO REJECT-REASON
               ELSE
               IF IC-REQ-DATE < RUN-DATE
                   MOVE "DATA PEDIDA JA PASSOU" TO REJECT-REASON
               ELSE
               IF IC-REQ-DATE > HORIZON-DATE
                   MOVE "DATA PEDIDA DEMASIADO DISTANTE"
                       TO REJECT-REASON
               END-IF
               END-IF
               END-IF
           END-IF.

       WRITE-INTAKE-ERROR.
               " | " IC-CONTENT(1:40) " | " REJECT-REASON
               DELIMITED BY SIZE INTO INTAKE-ERROR-LINE
           WRITE INTAKE-ERROR-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO REQUEST-QUEUE-NAME
           STRING "DATA/REQQUEUE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQUEST-QUEUE-NAME
           MOVE SPACES TO REVIEW-NAME
           STRING "DATA/REQREVIEW" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REVIEW-NAME.
