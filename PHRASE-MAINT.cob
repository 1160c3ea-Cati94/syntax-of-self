       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHRASE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-PHRASE-FILE ASSIGN USING CTRL-PHRASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-STATUS.

           SELECT BOUND-PHRASE-FILE ASSIGN USING BOUND-PHRASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BP-STATUS.

           SELECT CANDIDATE-FILE ASSIGN USING CANDIDATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAND-STATUS.

           SELECT PHRASE-REQUEST-FILE ASSIGN USING PHRASE-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PQ-STATUS.

           SELECT PHRASE-AUDIT-FILE ASSIGN USING PHRASE-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAUD-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "DATA/RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.

           SELECT OPERATOR-ID-FILE ASSIGN TO "DATA/OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPID-STATUS.

           SELECT OPER-AUTH-FILE ASSIGN TO "DATA/OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-PHRASE-FILE.
           COPY CTRLPHR.

       FD  BOUND-PHRASE-FILE.
       01  BOUND-PHRASE-LINE.
           05 PF-PHRASE             PIC X(30).
           05 PF-RESPONSE           PIC X(50).
           05 PF-SEVERITY           PIC X.

       FD  CANDIDATE-FILE.
       01  CANDIDATE-LINE           PIC X(60).

       FD  PHRASE-REQUEST-FILE.
       01  PHRASE-REQUEST-RECORD.
           05 PQ-ACTION             PIC X(3).
           05 FILLER                PIC X.
           05 PQ-TABLE              PIC X(6).
           05 FILLER                PIC X.
           05 PQ-PHRASE             PIC X(40).
           05 FILLER                PIC X.
           05 PQ-RESPONSE           PIC X(60).
           05 FILLER                PIC X.
           05 PQ-SEVERITY           PIC X.
           05 FILLER                PIC X.
           05 PQ-NEW-PHRASE         PIC X(40).
           05 FILLER                PIC X.
           05 PQ-WEIGHT             PIC X(2).

       FD  PHRASE-AUDIT-FILE.
       01  PHRASE-AUDIT-LINE        PIC X(200).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LK-TIMESTAMP         PIC X(14).
           05 FILLER               PIC X.
           05 LK-HOLDER            PIC X(21).

       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD      PIC X(8).

       FD  OPER-AUTH-FILE.
       01  OPER-AUTH-RECORD.
           05 OA-OPER-ID       PIC X(8).
           05 FILLER           PIC X.
           05 OA-ALLOW-STATE   PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-CAL     PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-MEMTAB  PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-RESET   PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-REF     PIC X.

       WORKING-STORAGE SECTION.
       01 CP-STATUS            PIC XX.
       01 BP-STATUS            PIC XX.
       01 CAND-STATUS          PIC XX.
       01 PQ-STATUS            PIC XX.
       01 PAUD-STATUS          PIC XX.
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 OPID-STATUS          PIC XX.
       01 OA-STATUS            PIC XX.
       01 OPERATOR-ID          PIC X(8).
       01 OPERATOR-ALLOWED     PIC X VALUE "N".
       01 AUTH-FLAG            PIC X.
       01 RUN-DATE             PIC X(8).
       01 REJECT-REASON        PIC X(40).
       01 APPLIED-COUNT        PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 CTRL-CHANGED         PIC X VALUE "N".
       01 BOUND-CHANGED        PIC X VALUE "N".
       01 I                    PIC 9(4).
       01 FOUND-IX             PIC 9(4).
       01 NEW-FOUND-IX         PIC 9(4).
       01 CAND-FOUND           PIC X.
       01 SEARCH-PHRASE        PIC X(30).
       01 CAND-TEXT            PIC X(30).
       01 AUDIT-BEFORE         PIC X(40).
       01 AUDIT-AFTER          PIC X(40).
       01 AUDIT-SAVE           PIC X(40).
       01 AUDIT-PTR            PIC 9(3).
       01 PHRASE-LIMIT         PIC 9(4) VALUE 20.
       01 NEW-WEIGHT           PIC 9(2) VALUE 0.
       01 PHRASE-OVERFLOW      PIC X VALUE "N".
       01 OVERFLOW-FILE        PIC X(20).
       01 OVERFLOW-PHRASE      PIC X(30).
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "PHRASE-MAINT".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 CTRL-TABLE.
           05 CTRL-COUNT       PIC 9(4) VALUE 0.
           05 CTRL-ENTRIES OCCURS 50 TIMES.
               10 CTRL-PHRASE      PIC X(30).
               10 CTRL-WEIGHT      PIC 9(2).

       01 BOUND-TABLE.
           05 BOUND-COUNT      PIC 9(4) VALUE 0.
           05 BOUND-ENTRIES OCCURS 50 TIMES.
               10 BD-PHRASE        PIC X(30).
               10 BD-RESPONSE      PIC X(50).
               10 BD-SEVERITY      PIC X.
       COPY PERSONCTX.
       01 CTRL-PHRASE-NAME     PIC X(40).
       01 BOUND-PHRASE-NAME    PIC X(40).
       01 CANDIDATE-NAME       PIC X(40).
       01 PHRASE-REQUEST-NAME  PIC X(40).
       01 PHRASE-AUDIT-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== MANUTENCAO DAS FRASES DE CONTROLO E LIMITE ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM CHECK-RUN-LOCK
           IF LOCK-HELD = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-OPERATOR-ID
           IF OPERATOR-ALLOWED = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PHRASE-REQUEST-FILE
           IF PQ-STATUS NOT = "00"
               DISPLAY "PHRASEREQ nao encontrado. Nada a aplicar."
               GOBACK
           END-IF

           PERFORM LOAD-CTRL-PHRASES
           PERFORM LOAD-BOUND-PHRASES
           IF PHRASE-OVERFLOW = "Y"
               CLOSE PHRASE-REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND PHRASE-AUDIT-FILE
           IF PAUD-STATUS = "35"
               OPEN OUTPUT PHRASE-AUDIT-FILE
           END-IF

           PERFORM UNTIL PQ-STATUS = "10"
               READ PHRASE-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ONE-ACTION
               END-READ
           END-PERFORM

           CLOSE PHRASE-REQUEST-FILE
           CLOSE PHRASE-AUDIT-FILE

           IF CTRL-CHANGED = "Y"
               PERFORM REWRITE-CTRL-PHRASES
           END-IF
           IF BOUND-CHANGED = "Y"
               PERFORM REWRITE-BOUND-PHRASES
           END-IF

           DISPLAY "Acoes aplicadas: " APPLIED-COUNT
           DISPLAY "Acoes rejeitadas: " REJECTED-COUNT
           IF REJECTED-COUNT > 0
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

       GET-OPERATOR-ID.
           MOVE SPACES TO OPERATOR-ID
           OPEN INPUT OPERATOR-ID-FILE
           IF OPID-STATUS = "00"
               READ OPERATOR-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPERATOR-ID-RECORD TO OPERATOR-ID
               END-READ
               CLOSE OPERATOR-ID-FILE
           END-IF
           IF OPERATOR-ID = SPACES
               DISPLAY "Identificacao do operador:"
               ACCEPT OPERATOR-ID
           END-IF
           PERFORM CHECK-OPERATOR-AUTH.

       CHECK-OPERATOR-AUTH.
           MOVE "N" TO OPERATOR-ALLOWED
           IF OPERATOR-ID NOT = SPACES
               OPEN INPUT OPER-AUTH-FILE
               IF OA-STATUS = "35"
                   PERFORM SEED-OPER-AUTH
                   OPEN INPUT OPER-AUTH-FILE
               END-IF
               IF OA-STATUS = "00"
                   PERFORM UNTIL OA-STATUS = "10"
                       READ OPER-AUTH-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF OA-OPER-ID = OPERATOR-ID
                                   MOVE OA-ALLOW-REF TO AUTH-FLAG
                                   IF AUTH-FLAG = "Y"
                                       MOVE "Y" TO OPERATOR-ALLOWED
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPER-AUTH-FILE
               END-IF
           END-IF
           IF OPERATOR-ALLOWED = "N"
               DISPLAY "Operador " OPERATOR-ID
                   " sem autorizacao para esta acao."
           END-IF.

       SEED-OPER-AUTH.
           DISPLAY "OPERAUTH inexistente. A semear operador CHEFE."
           OPEN OUTPUT OPER-AUTH-FILE
           MOVE SPACES TO OPER-AUTH-RECORD
           MOVE "CHEFE"   TO OA-OPER-ID
           MOVE "Y" TO OA-ALLOW-STATE
           MOVE "Y" TO OA-ALLOW-CAL
           MOVE "Y" TO OA-ALLOW-MEMTAB
           MOVE "Y" TO OA-ALLOW-RESET
           MOVE "Y" TO OA-ALLOW-REF
           WRITE OPER-AUTH-RECORD
           CLOSE OPER-AUTH-FILE.

       LOAD-CTRL-PHRASES.
           MOVE 0 TO CTRL-COUNT
           OPEN INPUT CTRL-PHRASE-FILE
           IF CP-STATUS = "35"
               DISPLAY "CTRLPHRASES inexistente. Parte das frases "
                   "por defeito."
               MOVE 2 TO CTRL-COUNT
               MOVE "DEVES"      TO CTRL-PHRASE(1)
               MOVE 2            TO CTRL-WEIGHT(1)
               MOVE "TINHAS QUE" TO CTRL-PHRASE(2)
               MOVE 3            TO CTRL-WEIGHT(2)
               MOVE "Y" TO CTRL-CHANGED
           END-IF
           IF CP-STATUS = "00"
               PERFORM UNTIL CP-STATUS = "10"
                   READ CTRL-PHRASE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CPL-TEXT NOT = SPACES
                               AND CTRL-COUNT = 50
                               MOVE "CTRLPHRASES" TO OVERFLOW-FILE
                               MOVE CPL-TEXT TO OVERFLOW-PHRASE
                               PERFORM REPORT-PHRASE-OVERFLOW
                           END-IF
                           IF CPL-TEXT NOT = SPACES
                               AND CTRL-COUNT < 50
                               ADD 1 TO CTRL-COUNT
                               MOVE CPL-TEXT
                                   TO CTRL-PHRASE(CTRL-COUNT)
                               IF CPL-WEIGHT IS NUMERIC
                                   AND CPL-WEIGHT-N > 0
                                   MOVE CPL-WEIGHT-N
                                       TO CTRL-WEIGHT(CTRL-COUNT)
                               ELSE
                                   MOVE 1 TO CTRL-WEIGHT(CTRL-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTRL-PHRASE-FILE
           END-IF.

       REPORT-PHRASE-OVERFLOW.
           IF PHRASE-OVERFLOW = "N"
               MOVE "Y" TO PHRASE-OVERFLOW
               DISPLAY FUNCTION TRIM(OVERFLOW-FILE) " excede 50 "
                   "frases. Execucao interrompida: " OVERFLOW-PHRASE
               MOVE 8 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       LOAD-BOUND-PHRASES.
           MOVE 0 TO BOUND-COUNT
           OPEN INPUT BOUND-PHRASE-FILE
           IF BP-STATUS = "35"
               DISPLAY "BOUNDARYPHRASES inexistente. Parte das frases "
                   "por defeito."
               MOVE 1 TO BOUND-COUNT
               MOVE "DEVES VIR COMIGO" TO BD-PHRASE(1)
               MOVE "Obrigada, mas hoje nao posso." TO BD-RESPONSE(1)
               MOVE "A" TO BD-SEVERITY(1)
               MOVE "Y" TO BOUND-CHANGED
           END-IF
           IF BP-STATUS = "00"
               PERFORM UNTIL BP-STATUS = "10"
                   READ BOUND-PHRASE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PF-PHRASE NOT = SPACES
                               AND BOUND-COUNT = 50
                               MOVE "BOUNDARYPHRASES" TO OVERFLOW-FILE
                               MOVE PF-PHRASE TO OVERFLOW-PHRASE
                               PERFORM REPORT-PHRASE-OVERFLOW
                           END-IF
                           IF PF-PHRASE NOT = SPACES
                               AND BOUND-COUNT < 50
                               ADD 1 TO BOUND-COUNT
                               MOVE PF-PHRASE
                                   TO BD-PHRASE(BOUND-COUNT)
                               MOVE PF-RESPONSE
                                   TO BD-RESPONSE(BOUND-COUNT)
                               MOVE PF-SEVERITY
                                   TO BD-SEVERITY(BOUND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOUND-PHRASE-FILE
           END-IF.

       APPLY-ONE-ACTION.
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           PERFORM VALIDATE-ACTION
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-AUDIT
           ELSE
               IF PQ-TABLE = "CTRL"
                   EVALUATE PQ-ACTION
                       WHEN "ADD"
                       WHEN "PRO"
                           PERFORM ADD-CTRL-PHRASE
                       WHEN "UPD"
                           PERFORM UPDATE-CTRL-PHRASE
                       WHEN "DEL"
                           PERFORM RETIRE-CTRL-PHRASE
                   END-EVALUATE
               ELSE
                   EVALUATE PQ-ACTION
                       WHEN "ADD"
                       WHEN "PRO"
                           PERFORM ADD-BOUND-PHRASE
                       WHEN "UPD"
                           PERFORM UPDATE-BOUND-PHRASE
                       WHEN "DEL"
                           PERFORM RETIRE-BOUND-PHRASE
                   END-EVALUATE
               END-IF
               IF REJECT-REASON NOT = SPACES
                   PERFORM WRITE-REJECT-AUDIT
               ELSE
                   PERFORM WRITE-APPLY-AUDIT
               END-IF
           END-IF.

       VALIDATE-ACTION.
           IF PQ-ACTION NOT = "ADD"
               AND PQ-ACTION NOT = "UPD"
               AND PQ-ACTION NOT = "DEL"
               AND PQ-ACTION NOT = "PRO"
               MOVE "ACAO DESCONHECIDA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               AND PQ-TABLE NOT = "CTRL" AND PQ-TABLE NOT = "LIMITE"
               MOVE "TABELA DESCONHECIDA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND PQ-PHRASE = SPACES
               MOVE "FRASE EM BRANCO" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND PQ-PHRASE(31:10) NOT = SPACES
               MOVE "FRASE EXCEDE 30 POSICOES" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               AND PQ-NEW-PHRASE(31:10) NOT = SPACES
               MOVE "FRASE NOVA EXCEDE 30 POSICOES" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND PQ-TABLE = "LIMITE"
               AND PQ-ACTION NOT = "DEL"
               IF PQ-RESPONSE(51:10) NOT = SPACES
                   MOVE "RESPOSTA EXCEDE 50 POSICOES" TO REJECT-REASON
               END-IF
               IF PQ-SEVERITY NOT = SPACE
                   AND PQ-SEVERITY NOT = "A" AND PQ-SEVERITY NOT = "B"
                   MOVE "SEVERIDADE INVALIDA" TO REJECT-REASON
               END-IF
               IF PQ-ACTION NOT = "UPD" AND PQ-RESPONSE = SPACES
                   MOVE "RESPOSTA EM BRANCO" TO REJECT-REASON
               END-IF
           END-IF
           MOVE 0 TO NEW-WEIGHT
           IF REJECT-REASON = SPACES AND PQ-WEIGHT NOT = SPACES
               IF PQ-TABLE NOT = "CTRL" OR PQ-ACTION = "DEL"
                   MOVE "PESO SO EM ADD/UPD/PRO DE CTRL"
                       TO REJECT-REASON
               ELSE
                   IF PQ-WEIGHT IS NUMERIC
                       MOVE PQ-WEIGHT TO NEW-WEIGHT
                   ELSE
                       IF PQ-WEIGHT(1:1) IS NUMERIC
                           AND PQ-WEIGHT(2:1) = SPACE
                           MOVE PQ-WEIGHT(1:1) TO NEW-WEIGHT
                       END-IF
                   END-IF
                   IF NEW-WEIGHT = 0
                       MOVE "PESO INVALIDO (01 A 99)" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND PQ-ACTION = "PRO"
               PERFORM FIND-CANDIDATE
               IF CAND-FOUND = "N"
                   MOVE "CANDIDATA INEXISTENTE EM CTRLCAND"
                       TO REJECT-REASON
               END-IF
           END-IF.

       FIND-CANDIDATE.
           MOVE "N" TO CAND-FOUND
           OPEN INPUT CANDIDATE-FILE
           IF CAND-STATUS = "00"
               READ CANDIDATE-FILE
                   AT END
                       CONTINUE
               END-READ
               PERFORM UNTIL CAND-STATUS = "10"
                   READ CANDIDATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CANDIDATE-LINE(1:30) TO CAND-TEXT
                           IF CAND-TEXT = PQ-PHRASE(1:30)
                               MOVE "Y" TO CAND-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANDIDATE-FILE
           END-IF.

       FIND-CTRL-PHRASE.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > CTRL-COUNT OR FOUND-IX > 0
               IF CTRL-PHRASE(I) = SEARCH-PHRASE
                   MOVE I TO FOUND-IX
               END-IF
           END-PERFORM.

       FIND-BOUND-PHRASE.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > BOUND-COUNT OR FOUND-IX > 0
               IF BD-PHRASE(I) = SEARCH-PHRASE
                   MOVE I TO FOUND-IX
               END-IF
           END-PERFORM.

       ADD-CTRL-PHRASE.
           MOVE PQ-PHRASE(1:30) TO SEARCH-PHRASE
           PERFORM FIND-CTRL-PHRASE
           IF FOUND-IX > 0
               MOVE "FRASE JA EXISTE" TO REJECT-REASON
           ELSE
               IF CTRL-COUNT >= PHRASE-LIMIT
                   MOVE "TABELA CHEIA (20 FRASES)" TO REJECT-REASON
               ELSE
                   ADD 1 TO CTRL-COUNT
                   MOVE PQ-PHRASE(1:30) TO CTRL-PHRASE(CTRL-COUNT)
                   IF NEW-WEIGHT > 0
                       MOVE NEW-WEIGHT TO CTRL-WEIGHT(CTRL-COUNT)
                   ELSE
                       MOVE 1 TO CTRL-WEIGHT(CTRL-COUNT)
                   END-IF
                   MOVE CTRL-COUNT TO FOUND-IX
                   PERFORM DESCRIBE-CTRL-ENTRY
                   MOVE AUDIT-BEFORE TO AUDIT-AFTER
                   MOVE SPACES TO AUDIT-BEFORE
                   MOVE "Y" TO CTRL-CHANGED
               END-IF
           END-IF.

       UPDATE-CTRL-PHRASE.
           MOVE PQ-PHRASE(1:30) TO SEARCH-PHRASE
           PERFORM FIND-CTRL-PHRASE
           IF FOUND-IX = 0
               MOVE "FRASE INEXISTENTE" TO REJECT-REASON
           ELSE
               MOVE FOUND-IX TO NEW-FOUND-IX
               IF PQ-NEW-PHRASE = SPACES AND NEW-WEIGHT = 0
                   MOVE "NADA A ALTERAR" TO REJECT-REASON
               END-IF
               IF REJECT-REASON = SPACES AND PQ-NEW-PHRASE NOT = SPACES
                   MOVE PQ-NEW-PHRASE(1:30) TO SEARCH-PHRASE
                   PERFORM FIND-CTRL-PHRASE
                   IF FOUND-IX > 0
                       MOVE "FRASE NOVA JA EXISTE" TO REJECT-REASON
                   END-IF
               END-IF
               IF REJECT-REASON = SPACES
                   MOVE NEW-FOUND-IX TO FOUND-IX
                   PERFORM DESCRIBE-CTRL-ENTRY
                   MOVE AUDIT-BEFORE TO AUDIT-SAVE
                   IF PQ-NEW-PHRASE NOT = SPACES
                       MOVE PQ-NEW-PHRASE(1:30) TO CTRL-PHRASE(FOUND-IX)
                   END-IF
                   IF NEW-WEIGHT > 0
                       MOVE NEW-WEIGHT TO CTRL-WEIGHT(FOUND-IX)
                   END-IF
                   PERFORM DESCRIBE-CTRL-ENTRY
                   MOVE AUDIT-BEFORE TO AUDIT-AFTER
                   MOVE AUDIT-SAVE   TO AUDIT-BEFORE
                   MOVE "Y" TO CTRL-CHANGED
               END-IF
           END-IF.

       RETIRE-CTRL-PHRASE.
           MOVE PQ-PHRASE(1:30) TO SEARCH-PHRASE
           PERFORM FIND-CTRL-PHRASE
           IF FOUND-IX = 0
               MOVE "FRASE INEXISTENTE" TO REJECT-REASON
           END-IF
           IF FOUND-IX > 0 AND FOUND-IX <= 2
               MOVE "BASE DO CONTADOR SEMANAL (SO UPD)"
                   TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM DESCRIBE-CTRL-ENTRY
               MOVE "(RETIRADA)" TO AUDIT-AFTER
               PERFORM VARYING I FROM FOUND-IX BY 1
                       UNTIL I >= CTRL-COUNT
                   MOVE CTRL-ENTRIES(I + 1) TO CTRL-ENTRIES(I)
               END-PERFORM
               SUBTRACT 1 FROM CTRL-COUNT
               MOVE "Y" TO CTRL-CHANGED
           END-IF.

       ADD-BOUND-PHRASE.
           MOVE PQ-PHRASE(1:30) TO SEARCH-PHRASE
           PERFORM FIND-BOUND-PHRASE
           IF FOUND-IX > 0
               MOVE "FRASE JA EXISTE" TO REJECT-REASON
           ELSE
               IF BOUND-COUNT >= PHRASE-LIMIT
                   MOVE "TABELA CHEIA (20 FRASES)" TO REJECT-REASON
               ELSE
                   ADD 1 TO BOUND-COUNT
                   MOVE PQ-PHRASE(1:30)   TO BD-PHRASE(BOUND-COUNT)
                   MOVE PQ-RESPONSE(1:50) TO BD-RESPONSE(BOUND-COUNT)
                   MOVE PQ-SEVERITY       TO BD-SEVERITY(BOUND-COUNT)
                   IF PQ-SEVERITY = SPACE
                       MOVE "B" TO BD-SEVERITY(BOUND-COUNT)
                   END-IF
                   MOVE BOUND-COUNT TO FOUND-IX
                   PERFORM DESCRIBE-BOUND-ENTRY
                   MOVE AUDIT-BEFORE TO AUDIT-AFTER
                   MOVE SPACES TO AUDIT-BEFORE
                   MOVE "Y" TO BOUND-CHANGED
               END-IF
           END-IF.

       UPDATE-BOUND-PHRASE.
           MOVE PQ-PHRASE(1:30) TO SEARCH-PHRASE
           PERFORM FIND-BOUND-PHRASE
           IF FOUND-IX = 0
               MOVE "FRASE INEXISTENTE" TO REJECT-REASON
           ELSE
               MOVE FOUND-IX TO NEW-FOUND-IX
               IF PQ-NEW-PHRASE NOT = SPACES
                   MOVE PQ-NEW-PHRASE(1:30) TO SEARCH-PHRASE
                   PERFORM FIND-BOUND-PHRASE
                   IF FOUND-IX > 0
                       MOVE "FRASE NOVA JA EXISTE" TO REJECT-REASON
                   END-IF
               END-IF
               IF PQ-NEW-PHRASE = SPACES AND PQ-RESPONSE = SPACES
                   AND PQ-SEVERITY = SPACE
                   MOVE "NADA A ALTERAR" TO REJECT-REASON
               END-IF
               IF REJECT-REASON = SPACES
                   MOVE NEW-FOUND-IX TO FOUND-IX
                   PERFORM DESCRIBE-BOUND-ENTRY
                   MOVE AUDIT-BEFORE TO AUDIT-SAVE
                   IF PQ-NEW-PHRASE NOT = SPACES
                       MOVE PQ-NEW-PHRASE(1:30) TO BD-PHRASE(FOUND-IX)
                   END-IF
                   IF PQ-RESPONSE NOT = SPACES
                       MOVE PQ-RESPONSE(1:50) TO BD-RESPONSE(FOUND-IX)
                   END-IF
                   IF PQ-SEVERITY NOT = SPACE
                       MOVE PQ-SEVERITY TO BD-SEVERITY(FOUND-IX)
                   END-IF
                   PERFORM DESCRIBE-BOUND-ENTRY
                   MOVE AUDIT-BEFORE TO AUDIT-AFTER
                   MOVE AUDIT-SAVE   TO AUDIT-BEFORE
                   MOVE "Y" TO BOUND-CHANGED
               END-IF
           END-IF.

       RETIRE-BOUND-PHRASE.
           MOVE PQ-PHRASE(1:30) TO SEARCH-PHRASE
           PERFORM FIND-BOUND-PHRASE
           IF FOUND-IX = 0
               MOVE "FRASE INEXISTENTE" TO REJECT-REASON
           ELSE
               PERFORM DESCRIBE-BOUND-ENTRY
               MOVE "(RETIRADA)" TO AUDIT-AFTER
               PERFORM VARYING I FROM FOUND-IX BY 1
                       UNTIL I >= BOUND-COUNT
                   MOVE BOUND-ENTRIES(I + 1) TO BOUND-ENTRIES(I)
               END-PERFORM
               SUBTRACT 1 FROM BOUND-COUNT
               MOVE "Y" TO BOUND-CHANGED
           END-IF.

       DESCRIBE-CTRL-ENTRY.
           MOVE SPACES TO AUDIT-BEFORE
           STRING CTRL-PHRASE(FOUND-IX) " PESO=" CTRL-WEIGHT(FOUND-IX)
               DELIMITED BY SIZE INTO AUDIT-BEFORE.

       DESCRIBE-BOUND-ENTRY.
           MOVE SPACES TO AUDIT-BEFORE
           STRING BD-SEVERITY(FOUND-IX) " " BD-RESPONSE(FOUND-IX)
               DELIMITED BY SIZE INTO AUDIT-BEFORE.

       REWRITE-CTRL-PHRASES.
           OPEN OUTPUT CTRL-PHRASE-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CTRL-COUNT
               MOVE SPACES TO CTRL-PHRASE-LINE
               MOVE CTRL-PHRASE(I) TO CPL-TEXT
               MOVE CTRL-WEIGHT(I) TO CPL-WEIGHT-N
               WRITE CTRL-PHRASE-LINE
           END-PERFORM
           CLOSE CTRL-PHRASE-FILE
           DISPLAY "CTRLPHRASES regravado: " CTRL-COUNT " frases.".

       REWRITE-BOUND-PHRASES.
           OPEN OUTPUT BOUND-PHRASE-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BOUND-COUNT
               MOVE SPACES TO BOUND-PHRASE-LINE
               MOVE BD-PHRASE(I)   TO PF-PHRASE
               MOVE BD-RESPONSE(I) TO PF-RESPONSE
               MOVE BD-SEVERITY(I) TO PF-SEVERITY
               WRITE BOUND-PHRASE-LINE
           END-PERFORM
           CLOSE BOUND-PHRASE-FILE
           DISPLAY "BOUNDARYPHRASES regravado: " BOUND-COUNT
               " frases.".

       WRITE-APPLY-AUDIT.
           ADD 1 TO APPLIED-COUNT
           DISPLAY "Aplicado: " PQ-ACTION " " PQ-TABLE " "
               PQ-PHRASE(1:30)
           MOVE SPACES TO PHRASE-AUDIT-LINE
           MOVE 1 TO AUDIT-PTR
           STRING RUN-DATE " | " OPERATOR-ID " | " PQ-ACTION
               " | " PQ-TABLE " | " PQ-PHRASE(1:30)
               " | APLICADO | " AUDIT-BEFORE " -> " AUDIT-AFTER
               DELIMITED BY SIZE INTO PHRASE-AUDIT-LINE
               WITH POINTER AUDIT-PTR
           END-STRING
           IF PQ-NEW-PHRASE NOT = SPACES
               STRING " | NOVA=" PQ-NEW-PHRASE(1:30)
                   DELIMITED BY SIZE INTO PHRASE-AUDIT-LINE
                   WITH POINTER AUDIT-PTR
               END-STRING
           END-IF
           WRITE PHRASE-AUDIT-LINE.

       WRITE-REJECT-AUDIT.
           ADD 1 TO REJECTED-COUNT
           DISPLAY "Rejeitado: " PQ-ACTION " " PQ-TABLE " "
               PQ-PHRASE(1:30) " (" REJECT-REASON ")"
           MOVE SPACES TO PHRASE-AUDIT-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " PQ-ACTION
               " | " PQ-TABLE " | " PQ-PHRASE(1:30)
               " | REJEITADO | " REJECT-REASON
               DELIMITED BY SIZE INTO PHRASE-AUDIT-LINE
           WRITE PHRASE-AUDIT-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO CTRL-PHRASE-NAME
           STRING "DATA/CTRLPHRASES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CTRL-PHRASE-NAME
           MOVE SPACES TO BOUND-PHRASE-NAME
           STRING "DATA/BOUNDARYPHRASES" PERSON-SUFFIX
               DELIMITED BY SPACE INTO BOUND-PHRASE-NAME
           MOVE SPACES TO CANDIDATE-NAME
           STRING "DATA/CTRLCAND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CANDIDATE-NAME
           MOVE SPACES TO PHRASE-REQUEST-NAME
           STRING "DATA/PHRASEREQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PHRASE-REQUEST-NAME
           MOVE SPACES TO PHRASE-AUDIT-NAME
           STRING "DATA/PHRASEAUD" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PHRASE-AUDIT-NAME.
