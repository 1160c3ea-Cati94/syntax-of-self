       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-REQUEST-FILE ASSIGN USING CAL-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CR-STATUS.

           SELECT TABLE-REQUEST-FILE ASSIGN USING TABLE-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPID-STATUS.

           SELECT WORK-TRANS-FILE ASSIGN USING WORK-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WR-STATUS.

           SELECT RESCHED-TRANS-FILE ASSIGN USING RESCHED-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-REQUEST-FILE.
           COPY CALREQ.

       FD  TABLE-REQUEST-FILE.
       01  TABLE-REQUEST-RECORD.
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD      PIC X(8).

       FD  WORK-TRANS-FILE.
           COPY WORKTRN.

       FD  RESCHED-TRANS-FILE.
           COPY RESCHTRN.

       WORKING-STORAGE SECTION.
       01 CR-STATUS            PIC XX.
       01 TR-STATUS            PIC XX.
       01 OPID-STATUS          PIC XX.
       01 WR-STATUS            PIC XX.
       01 RT-STATUS            PIC XX.
       01 OPERATOR-ID          PIC X(8).
       01 MENU-CHOICE          PIC X(2).
       01 OPERATOR-INPUT       PIC X(80).
       01 CALL-RC              PIC 9(4).
       01 ITEM-NUMBER          PIC 9(6).
       COPY PERSONCTX.
       01 CAL-REQUEST-NAME     PIC X(40).
       01 TABLE-REQUEST-NAME   PIC X(40).
       01 WORK-TRANS-NAME      PIC X(40).
       01 RESCHED-TRANS-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== CONSOLA DO OPERADOR ==="
           PERFORM SIGN-ON-OPERATOR
           PERFORM UNTIL MENU-CHOICE = "0"
                       PERFORM RUN-MEMTAB-MAINT
                   WHEN "4"
                       PERFORM RUN-AUTONOMY-RESET
                   WHEN "5"
                       PERFORM RUN-WORK-MAINT
                   WHEN "6"
                       PERFORM RUN-RESCHED-MAINT
                   WHEN "7"
                       PERFORM SELECT-PERSON
                   WHEN "0"
                       PERFORM SIGN-OFF-OPERATOR
                       DISPLAY "Consola terminada."

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "Pessoa: " PERSON-ID
           DISPLAY "1 - Estado diario (STATE-MAINT)"
           DISPLAY "2 - Calendario (CAL-MAINT)"
           DISPLAY "3 - Tabela de cores (MEMTAB-MAINT)"
           DISPLAY "4 - Reposicao de autonomia (AUTONOMY-RESET)"
           DISPLAY "5 - Lista de trabalho (WORK-MAINT)"
           DISPLAY "6 - Propostas de remarcacao (RESCHED-MAINT)"
           DISPLAY "7 - Mudar de pessoa (HOUSEHOLD)"
           DISPLAY "0 - Sair"
           DISPLAY "Opcao:".

               DISPLAY "Estado do dia (LIVRE/OCUPADO/RESERVADO):"
               ACCEPT OPERATOR-INPUT
               MOVE OPERATOR-INPUT(1:10) TO CR-DAY-STATUS
               DISPLAY "Periodo (MANHA/TARDE/NOITE, vazio para o dia "
                   "todo):"
               ACCEPT OPERATOR-INPUT
               MOVE OPERATOR-INPUT(1:5) TO CR-SLOT
           END-IF

           OPEN EXTEND CAL-REQUEST-FILE

       RUN-MEMTAB-MAINT.
           MOVE SPACES TO TABLE-REQUEST-RECORD
           DISPLAY "Acao (ADD/UPD/DEL/REV):"
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:3) TO TR-ACTION
           DISPLAY "Cor:"
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:20) TO TR-COLOR
           IF TR-ACTION NOT = "DEL" AND TR-ACTION NOT = "REV"
               DISPLAY "Frase simbolica:"
               ACCEPT OPERATOR-INPUT
               MOVE OPERATOR-INPUT TO TR-FRASE
           PERFORM ECHO-RESULT
           CANCEL "AUTONOMY-RESET".

       RUN-WORK-MAINT.
           MOVE SPACES TO WORK-TRANS-RECORD
           DISPLAY "Acao (ASSUMIR/LARGAR/FECHAR):"
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:8) TO WR-ACTION
           DISPLAY "Numero do item (ver DATA/WORKAGING):"
           ACCEPT ITEM-NUMBER
           MOVE ITEM-NUMBER TO WR-ITEM-ID
           DISPLAY "Nota (vazio para manter):"
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:50) TO WR-NOTE

           OPEN EXTEND WORK-TRANS-FILE
           IF WR-STATUS = "35"
               OPEN OUTPUT WORK-TRANS-FILE
           END-IF
           WRITE WORK-TRANS-RECORD
           CLOSE WORK-TRANS-FILE

           MOVE 0 TO RETURN-CODE
           CALL "WORK-MAINT"
               ON EXCEPTION
                   DISPLAY "WORK-MAINT indisponivel."
                   MOVE 16 TO RETURN-CODE
           END-CALL
           PERFORM ECHO-RESULT
           CANCEL "WORK-MAINT"
           IF CALL-RC < 8
               OPEN OUTPUT WORK-TRANS-FILE
               CLOSE WORK-TRANS-FILE
           ELSE
               DISPLAY "Pedido mantido em WORKTRANS: WORK-MAINT "
                   "nao o aplicou."
           END-IF.

       RUN-RESCHED-MAINT.
           MOVE SPACES TO RESCHED-TRANS-RECORD
           DISPLAY "Acao (APROVAR/REJEITAR):"
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:8) TO RT-ACTION
           DISPLAY "Numero do pedido (ver DATA/CONFLICTS):"
           ACCEPT ITEM-NUMBER
           MOVE ITEM-NUMBER TO RT-REQUEST-ID
           IF RT-ACTION = "APROVAR"
               DISPLAY "Outra data (AAAAMMDD, vazio para a proposta):"
               ACCEPT OPERATOR-INPUT
               MOVE OPERATOR-INPUT(1:8) TO RT-NEW-DATE
               DISPLAY "Outro periodo (MANHA/TARDE/NOITE, vazio para "
                   "a proposta):"
               ACCEPT OPERATOR-INPUT
               MOVE OPERATOR-INPUT(1:5) TO RT-NEW-SLOT
           END-IF

           OPEN EXTEND RESCHED-TRANS-FILE
           IF RT-STATUS = "35"
               OPEN OUTPUT RESCHED-TRANS-FILE
           END-IF
           WRITE RESCHED-TRANS-RECORD
           CLOSE RESCHED-TRANS-FILE

           MOVE 0 TO RETURN-CODE
           CALL "RESCHED-MAINT"
               ON EXCEPTION
                   DISPLAY "RESCHED-MAINT indisponivel."
                   MOVE 16 TO RETURN-CODE
           END-CALL
           PERFORM ECHO-RESULT
           CANCEL "RESCHED-MAINT"
           IF CALL-RC < 8
               OPEN OUTPUT RESCHED-TRANS-FILE
               CLOSE RESCHED-TRANS-FILE
           ELSE
               DISPLAY "Pedido mantido em RESCHEDTRANS: RESCHED-MAINT "
                   "nao o aplicou."
           END-IF.

       SELECT-PERSON.
           DISPLAY "Pessoa (vazio para a pessoa principal):"
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:8) TO PERSON-ID
           MOVE "D" TO PERSON-REQUEST
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACE TO PERSON-STATE
           END-CALL
           MOVE "L" TO PERSON-REQUEST
           IF PERSON-STATE = SPACE
               DISPLAY "Pessoa desconhecida em HOUSEHOLD: "
                   OPERATOR-INPUT(1:8)
           ELSE
               IF PERSON-STATE NOT = "Y"
                   DISPLAY "Aviso: " PERSON-ID " esta inativa; a "
                       "cadeia diaria nao corre para ela."
               END-IF
           END-IF
           PERFORM SET-PERSON-FILES.

       ECHO-RESULT.
           MOVE RETURN-CODE TO CALL-RC
           MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "Resultado: terminou com RC=" CALL-RC "."
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO CAL-REQUEST-NAME
           STRING "DATA/CALREQUESTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CAL-REQUEST-NAME
           MOVE SPACES TO TABLE-REQUEST-NAME
           STRING "DATA/MEMTABLEREQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TABLE-REQUEST-NAME
           MOVE SPACES TO WORK-TRANS-NAME
           STRING "DATA/WORKTRANS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WORK-TRANS-NAME
           MOVE SPACES TO RESCHED-TRANS-NAME
           STRING "DATA/RESCHEDTRANS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RESCHED-TRANS-NAME.
