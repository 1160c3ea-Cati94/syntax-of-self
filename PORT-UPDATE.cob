       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-FILE ASSIGN USING PORT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT PORT-TRANS-FILE ASSIGN USING PORT-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PT-STATUS.

           SELECT TRANS-ERROR-FILE ASSIGN USING TRANS-ERROR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-STATUS.

           SELECT PORT-SINCE-FILE ASSIGN USING PORT-SINCE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-NAME
               FILE STATUS IS SN-STATUS.

           SELECT PENDING-TRANS-FILE ASSIGN USING PENDING-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-STATUS.

           SELECT BACKOUT-FILE ASSIGN USING BACKOUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-STATUS.

           SELECT BATCH-NO-FILE ASSIGN USING BATCH-NO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BN-STATUS.

           SELECT PORT-EVENT-FILE ASSIGN USING PORT-EVENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EV-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.

           SELECT PORT-DEPEND-FILE ASSIGN USING PORT-DEPEND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DP-STATUS.

           SELECT PORT-CATALOG-FILE ASSIGN USING PORT-CATALOG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-NAME
               FILE STATUS IS PC-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PORT-FILE.
           05 PT-EFFECT-DATE   PIC X(8).

       FD  TRANS-ERROR-FILE.
       01  TRANS-ERROR-LINE    PIC X(120).

       FD  PORT-SINCE-FILE.
       01  PORT-SINCE-RECORD.
           05 BK-NAME          PIC X(15).
           05 BK-PRIOR-STATE   PIC X(10).
           05 BK-DATE          PIC X(8).
           05 BK-TRIGGER       PIC X(15).

       FD  BATCH-NO-FILE.
       01  BATCH-NO-RECORD     PIC 9(6).
           05 FILLER               PIC X.
           05 LK-HOLDER            PIC X(21).

       FD  PORT-DEPEND-FILE.
       01  PORT-DEPEND-RECORD.
           05 DP-TRIGGER-PORT  PIC X(15).
           05 DP-TRIGGER-STATE PIC X(10).
           05 DP-TARGET-PORT   PIC X(15).
           05 DP-TARGET-STATE  PIC X(10).

       FD  PORT-CATALOG-FILE.
           COPY PORTCAT.

       WORKING-STORAGE SECTION.
       01 PF-STATUS            PIC XX.
       01 PT-STATUS            PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 BATCH-ID             PIC 9(6) VALUE 0.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       01 OLD-STATE            PIC X(10).
       01 TRANSITION-OK        PIC X VALUE "N".
       01 REJECT-REASON        PIC X(50).
       01 SCHEDULED-COUNT      PIC 9(4) VALUE 0.
       01 RELEASED-COUNT       PIC 9(4) VALUE 0.
       01 I                    PIC 9(4).
       01 DP-STATUS            PIC XX.
       01 PC-STATUS-CODE       PIC XX.
       01 CATALOG-OPEN         PIC X VALUE "N".
       01 CHANGE-APPLIED       PIC X VALUE "N".
       01 CASCADE-TRIGGER      PIC X(15).
       01 CASCADED-COUNT       PIC 9(4) VALUE 0.
       01 DEPEND-REJECTED      PIC 9(4) VALUE 0.
       01 DEPEND-REASON        PIC X(30).
       01 CYCLE-FOUND          PIC X VALUE "N".
       01 SEEK-PORT            PIC X(15).
       01 SEEK-STATE           PIC X(10).
       01 D                    PIC 9(3).
       01 K                    PIC 9(3).

       01 DEPEND-TABLE.
           05 DEPEND-COUNT     PIC 9(3) VALUE 0.
           05 DEPEND-ENTRIES OCCURS 50 TIMES.
               10 DE-TRIGGER-PORT  PIC X(15).
               10 DE-TRIGGER-STATE PIC X(10).
               10 DE-TARGET-PORT   PIC X(15).
               10 DE-TARGET-STATE  PIC X(10).
               10 DE-VISITED       PIC X.

       01 DEPEND-STACK.
           05 STACK-COUNT      PIC 9(3) VALUE 0.
           05 STACK-RULE OCCURS 50 TIMES PIC 9(3).

       01 CASCADE-QUEUE.
           05 CASCADE-COUNT    PIC 9(3) VALUE 0.
           05 CASCADE-NEXT     PIC 9(3) VALUE 0.
           05 CASCADE-ENTRIES OCCURS 100 TIMES.
               10 CQ-PORT          PIC X(15).
               10 CQ-STATE         PIC X(10).
               10 CQ-TRIGGER       PIC X(15).

       01 WRK-NAME             PIC X(15).
       01 WRK-NEW-STATE        PIC X(10).
               10 PE-REASON        PIC X(20).
               10 PE-EFFECT-DATE   PIC X(8).
               10 PE-RELEASED      PIC X.
       COPY PERSONCTX.
       01 PORT-NAME            PIC X(40).
       01 PORT-TRANS-NAME      PIC X(40).
       01 TRANS-ERROR-NAME     PIC X(40).
       01 PORT-SINCE-NAME      PIC X(40).
       01 PENDING-TRANS-NAME   PIC X(40).
       01 BACKOUT-NAME         PIC X(40).
       01 BATCH-NO-NAME        PIC X(40).
       01 PORT-EVENT-NAME      PIC X(40).
       01 PORT-DEPEND-NAME     PIC X(40).
       01 PORT-CATALOG-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== ATUALIZACAO CONTROLADA DE PORTAS ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE

           PERFORM CHECK-RUN-LOCK
           IF LOCK-HELD = "Y"
               OPEN OUTPUT TRANS-ERROR-FILE
           END-IF

           PERFORM LOAD-PORT-DEPENDENCIES

           OPEN INPUT PORT-CATALOG-FILE
           IF PC-STATUS-CODE = "00"
               MOVE "Y" TO CATALOG-OPEN
           END-IF

           OPEN EXTEND BACKOUT-FILE
           IF BK-STATUS = "35"
               OPEN OUTPUT BACKOUT-FILE
           CLOSE TRANS-ERROR-FILE
           CLOSE BACKOUT-FILE
           CLOSE PORT-EVENT-FILE
           IF CATALOG-OPEN = "Y"
               CLOSE PORT-CATALOG-FILE
           END-IF
           PERFORM REWRITE-PENDING-FILE

           IF APPLIED-COUNT > 0
           DISPLAY "Transacoes rejeitadas: " REJECTED-COUNT
           DISPLAY "Transacoes agendadas: " SCHEDULED-COUNT
           DISPLAY "Transacoes libertadas: " RELEASED-COUNT
           DISPLAY "Alteracoes em cascata: " CASCADED-COUNT
           IF DEPEND-REJECTED > 0
               DISPLAY "Dependencias rejeitadas: " DEPEND-REJECTED
           END-IF
           IF REJECTED-COUNT > 0 OR DEPEND-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
           CLOSE PENDING-TRANS-FILE.

       APPLY-ONE-TRANSACTION.
           MOVE "N" TO CHANGE-APPLIED
           MOVE SPACES TO CASCADE-TRIGGER
           MOVE WRK-NAME TO PF-NAME
           READ PORT-FILE
               INVALID KEY
                   PERFORM WRITE-TRANS-ERROR
               NOT INVALID KEY
                   MOVE PF-STATE TO OLD-STATE
                   IF WRK-NEW-STATE = "REPOR"
                       PERFORM RESOLVE-DEFAULT-STATE
                   END-IF
                   PERFORM VALIDATE-TRANSITION
                   IF TRANSITION-OK = "Y"
                       MOVE WRK-NEW-STATE TO PF-STATE
                       REWRITE PORT-FILE-RECORD
                       ADD 1 TO APPLIED-COUNT
                       MOVE "Y" TO CHANGE-APPLIED
                       PERFORM WRITE-BACKOUT-RECORD
                       PERFORM WRITE-PORT-EVENT
                       PERFORM UPDATE-STATE-SINCE
                   ELSE
                       PERFORM WRITE-TRANS-ERROR
                   END-IF
           END-READ
           IF CHANGE-APPLIED = "Y" AND DEPEND-COUNT > 0
               PERFORM RUN-CASCADE
           END-IF.

       RUN-CASCADE.
           MOVE 0 TO CASCADE-COUNT
           MOVE 0 TO CASCADE-NEXT
           PERFORM QUEUE-CASCADES
           PERFORM UNTIL CASCADE-NEXT >= CASCADE-COUNT
               ADD 1 TO CASCADE-NEXT
               MOVE CQ-PORT(CASCADE-NEXT)    TO WRK-NAME
               MOVE CQ-STATE(CASCADE-NEXT)   TO WRK-NEW-STATE
               MOVE CQ-TRIGGER(CASCADE-NEXT) TO CASCADE-TRIGGER
               MOVE SPACES TO WRK-REASON
               STRING "CASCATA " CASCADE-TRIGGER
                   DELIMITED BY SIZE INTO WRK-REASON
               MOVE RUN-DATE TO WRK-EFFECT-DATE
               PERFORM APPLY-CASCADE-CHANGE
           END-PERFORM.

       QUEUE-CASCADES.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DEPEND-COUNT
               IF DE-TRIGGER-PORT(D) = WRK-NAME
                   AND DE-TRIGGER-STATE(D) = WRK-NEW-STATE
                   IF CASCADE-COUNT < 100
                       ADD 1 TO CASCADE-COUNT
                       MOVE DE-TARGET-PORT(D)
                           TO CQ-PORT(CASCADE-COUNT)
                       MOVE DE-TARGET-STATE(D)
                           TO CQ-STATE(CASCADE-COUNT)
                       MOVE WRK-NAME TO CQ-TRIGGER(CASCADE-COUNT)
                   ELSE
                       DISPLAY "Aviso: cascata excede 100 alteracoes. "
                           "Ignorada: " DE-TARGET-PORT(D)
                       MOVE 7 TO ERRLOG-MSG-ID
                       MOVE "00" TO ERRLOG-STATUS
                       CALL "ERRLOG" USING ERRLOG-PROGRAM
                           ERRLOG-MSG-ID ERRLOG-STATUS
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-CASCADE-CHANGE.
           MOVE WRK-NAME TO PF-NAME
           READ PORT-FILE
               INVALID KEY
                   MOVE "CASCATA: PORTA INEXISTENTE" TO REJECT-REASON
                   PERFORM WRITE-TRANS-ERROR
               NOT INVALID KEY
                   MOVE PF-STATE TO OLD-STATE
                   IF OLD-STATE = WRK-NEW-STATE
                       DISPLAY "Cascata sem efeito: " WRK-NAME
                           " ja em " WRK-NEW-STATE
                   ELSE
                       PERFORM VALIDATE-TRANSITION
                       IF TRANSITION-OK = "Y"
                           MOVE WRK-NEW-STATE TO PF-STATE
                           REWRITE PORT-FILE-RECORD
                           ADD 1 TO CASCADED-COUNT
                           PERFORM WRITE-BACKOUT-RECORD
                           PERFORM WRITE-PORT-EVENT
                           PERFORM UPDATE-STATE-SINCE
                           DISPLAY "Cascata (" CASCADE-TRIGGER "): "
                               WRK-NAME " " OLD-STATE
                               " -> " WRK-NEW-STATE
                           PERFORM QUEUE-CASCADES
                       ELSE
                           PERFORM WRITE-TRANS-ERROR
                       END-IF
                   END-IF
           END-READ.

       LOAD-PORT-DEPENDENCIES.
           MOVE 0 TO DEPEND-COUNT
           OPEN INPUT PORT-DEPEND-FILE
           IF DP-STATUS = "35"
               PERFORM SEED-PORT-DEPENDENCIES
               OPEN INPUT PORT-DEPEND-FILE
           END-IF
           IF DP-STATUS = "00"
               PERFORM UNTIL DP-STATUS = "10"
                   READ PORT-DEPEND-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM STORE-PORT-DEPENDENCY
                   END-READ
               END-PERFORM
               CLOSE PORT-DEPEND-FILE
           END-IF
           DISPLAY "Dependencias de portas carregadas: " DEPEND-COUNT.

       SEED-PORT-DEPENDENCIES.
           DISPLAY "PORTDEPEND inexistente. A semear dependencias."
           OPEN OUTPUT PORT-DEPEND-FILE
           MOVE "TRABALHO"    TO DP-TRIGGER-PORT
           MOVE "TIMEOUT"     TO DP-TRIGGER-STATE
           MOVE "FAMILIA"     TO DP-TARGET-PORT
           MOVE "FILTERED"    TO DP-TARGET-STATE
           WRITE PORT-DEPEND-RECORD
           MOVE "TRABALHO"    TO DP-TRIGGER-PORT
           MOVE "TIMEOUT"     TO DP-TRIGGER-STATE
           MOVE "SOCIAL"      TO DP-TARGET-PORT
           MOVE "FILTERED"    TO DP-TARGET-STATE
           WRITE PORT-DEPEND-RECORD
           CLOSE PORT-DEPEND-FILE.

       STORE-PORT-DEPENDENCY.
           MOVE SPACES TO DEPEND-REASON
           IF DP-TRIGGER-PORT = SPACES OR DP-TARGET-PORT = SPACES
               MOVE "PORTA EM BRANCO" TO DEPEND-REASON
           END-IF
           IF DEPEND-REASON = SPACES
               MOVE DP-TRIGGER-STATE TO SEEK-STATE
               PERFORM CHECK-DEPEND-STATE
           END-IF
           IF DEPEND-REASON = SPACES
               MOVE DP-TARGET-STATE TO SEEK-STATE
               PERFORM CHECK-DEPEND-STATE
           END-IF
           IF DEPEND-REASON = SPACES
               PERFORM CHECK-DEPEND-CYCLE
               IF CYCLE-FOUND = "Y"
                   MOVE "DEPENDENCIA CICLICA" TO DEPEND-REASON
               END-IF
           END-IF
           IF DEPEND-REASON NOT = SPACES
               PERFORM WRITE-DEPEND-ERROR
           ELSE
               IF DEPEND-COUNT < 50
                   ADD 1 TO DEPEND-COUNT
                   MOVE DP-TRIGGER-PORT
                       TO DE-TRIGGER-PORT(DEPEND-COUNT)
                   MOVE DP-TRIGGER-STATE
                       TO DE-TRIGGER-STATE(DEPEND-COUNT)
                   MOVE DP-TARGET-PORT
                       TO DE-TARGET-PORT(DEPEND-COUNT)
                   MOVE DP-TARGET-STATE
                       TO DE-TARGET-STATE(DEPEND-COUNT)
               ELSE
                   MOVE "TABELA DE DEPENDENCIAS CHEIA"
                       TO DEPEND-REASON
                   PERFORM WRITE-DEPEND-ERROR
                   MOVE 7 TO ERRLOG-MSG-ID
                   MOVE "00" TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM
                       ERRLOG-MSG-ID ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.

       CHECK-DEPEND-STATE.
           IF SEEK-STATE NOT = "OPEN"
               AND SEEK-STATE NOT = "CLOSED"
               AND SEEK-STATE NOT = "TIMEOUT"
               AND SEEK-STATE NOT = "FILTERED"
               MOVE "ESTADO DESCONHECIDO" TO DEPEND-REASON
           END-IF.

       CHECK-DEPEND-CYCLE.
           MOVE "N" TO CYCLE-FOUND
           IF DP-TARGET-PORT = DP-TRIGGER-PORT
               AND DP-TARGET-STATE = DP-TRIGGER-STATE
               MOVE "Y" TO CYCLE-FOUND
           ELSE
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > DEPEND-COUNT
                   MOVE "N" TO DE-VISITED(D)
               END-PERFORM
               MOVE 0 TO STACK-COUNT
               MOVE DP-TARGET-PORT  TO SEEK-PORT
               MOVE DP-TARGET-STATE TO SEEK-STATE
               PERFORM PUSH-RULES-FROM-NODE
               PERFORM UNTIL STACK-COUNT = 0 OR CYCLE-FOUND = "Y"
                   MOVE STACK-RULE(STACK-COUNT) TO K
                   SUBTRACT 1 FROM STACK-COUNT
                   IF DE-TARGET-PORT(K) = DP-TRIGGER-PORT
                       AND DE-TARGET-STATE(K) = DP-TRIGGER-STATE
                       MOVE "Y" TO CYCLE-FOUND
                   ELSE
                       MOVE DE-TARGET-PORT(K)  TO SEEK-PORT
                       MOVE DE-TARGET-STATE(K) TO SEEK-STATE
                       PERFORM PUSH-RULES-FROM-NODE
                   END-IF
               END-PERFORM
           END-IF.

       PUSH-RULES-FROM-NODE.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DEPEND-COUNT
               IF DE-VISITED(D) = "N"
                   AND DE-TRIGGER-PORT(D) = SEEK-PORT
                   AND DE-TRIGGER-STATE(D) = SEEK-STATE
                   MOVE "Y" TO DE-VISITED(D)
                   ADD 1 TO STACK-COUNT
                   MOVE D TO STACK-RULE(STACK-COUNT)
               END-IF
           END-PERFORM.

       WRITE-DEPEND-ERROR.
           ADD 1 TO DEPEND-REJECTED
           DISPLAY "Dependencia rejeitada: " DP-TRIGGER-PORT " "
               DP-TRIGGER-STATE " -> " DP-TARGET-PORT " "
               DP-TARGET-STATE " (" DEPEND-REASON ")"
           MOVE SPACES TO TRANS-ERROR-LINE
           STRING RUN-DATE " | PORTDEPEND | " DP-TRIGGER-PORT
               " " DP-TRIGGER-STATE " -> " DP-TARGET-PORT
               " " DP-TARGET-STATE " | " DEPEND-REASON
               DELIMITED BY SIZE INTO TRANS-ERROR-LINE
           WRITE TRANS-ERROR-LINE.

       RESOLVE-DEFAULT-STATE.
           IF CATALOG-OPEN = "Y"
               MOVE WRK-NAME TO PC-NAME
               READ PORT-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-DEFAULT-STATE NOT = SPACES
                           MOVE PC-DEFAULT-STATE TO WRK-NEW-STATE
                       END-IF
               END-READ
           END-IF.

       VALIDATE-TRANSITION.
           MOVE "N" TO TRANSITION-OK
           MOVE SPACES TO REJECT-REASON

           IF WRK-NEW-STATE = "REPOR"
               MOVE "REPOR SEM ESTADO POR DEFEITO NO CATALOGO"
                   TO REJECT-REASON
           ELSE
           IF WRK-NEW-STATE NOT = "OPEN"
               AND WRK-NEW-STATE NOT = "CLOSED"
               AND WRK-NEW-STATE NOT = "TIMEOUT"
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-PORT-EVENT.
           MOVE WRK-NAME  TO BK-NAME
           MOVE OLD-STATE TO BK-PRIOR-STATE
           MOVE RUN-DATE  TO BK-DATE
           MOVE CASCADE-TRIGGER TO BK-TRIGGER
           WRITE BACKOUT-RECORD.

       UPDATE-STATE-SINCE.
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
           MOVE SPACES TO PORT-TRANS-NAME
           STRING "DATA/PORTTRANS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-TRANS-NAME
           MOVE SPACES TO TRANS-ERROR-NAME
           STRING "DATA/PORTTRANSERR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TRANS-ERROR-NAME
           MOVE SPACES TO PORT-SINCE-NAME
           STRING "DATA/PORTSINCE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-SINCE-NAME
           MOVE SPACES TO PENDING-TRANS-NAME
           STRING "DATA/PORTPEND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PENDING-TRANS-NAME
           MOVE SPACES TO BACKOUT-NAME
           STRING "DATA/PORTBACKOUT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BACKOUT-NAME
           MOVE SPACES TO BATCH-NO-NAME
           STRING "DATA/PORTBATCHNO" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BATCH-NO-NAME
           MOVE SPACES TO PORT-EVENT-NAME
           STRING "DATA/PORTEVENTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-EVENT-NAME
           MOVE SPACES TO PORT-DEPEND-NAME
           STRING "DATA/PORTDEPEND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-DEPEND-NAME
           MOVE SPACES TO PORT-CATALOG-NAME
           STRING "DATA/PORTCATALOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-CATALOG-NAME.
