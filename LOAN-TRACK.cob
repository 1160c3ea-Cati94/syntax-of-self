       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-TRACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-LEDGER-FILE ASSIGN USING LOAN-LEDGER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-REQUEST-ID
               FILE STATUS IS LN-STATUS-CODE.

           SELECT LOAN-RETURN-FILE ASSIGN USING LOAN-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-STATUS.

           SELECT LOAN-ERROR-FILE ASSIGN USING LOAN-ERROR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-STATUS.

           SELECT REQ-PROFILE-FILE ASSIGN USING REQ-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-SOURCE
               FILE STATUS IS RP-STATUS.

           SELECT OVERDUE-REPORT-FILE ASSIGN USING OVERDUE-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-LEDGER-FILE.
           COPY LOANLG.

       FD  LOAN-RETURN-FILE.
       01  LOAN-RETURN-RECORD.
           05 LR-REQUEST-ID    PIC 9(6).
           05 FILLER           PIC X.
           05 LR-RETURN-DATE   PIC X(8).

       FD  LOAN-ERROR-FILE.
       01  LOAN-ERROR-LINE     PIC X(80).

       FD  REQ-PROFILE-FILE.
           COPY REQPROF.

       FD  OVERDUE-REPORT-FILE.
       01  OVERDUE-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 LN-STATUS-CODE       PIC XX.
       01 LR-STATUS            PIC XX.
       01 ERR-STATUS           PIC XX.
       01 RP-STATUS            PIC XX.
       01 RPT-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       01 RUN-DATE-NUM         PIC 9(8).
       01 WS-RUN-INTEGER       PIC 9(7).
       01 WS-DUE-INTEGER       PIC 9(7).
       01 WS-DUE-NUM           PIC 9(8).
       01 RETURN-DATE          PIC X(8).
       01 REJECT-REASON        PIC X(30).
       01 RETURNED-COUNT       PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 OPEN-LOAN-COUNT      PIC 9(4) VALUE 0.
       01 PROFILE-COUNT        PIC 9(4) VALUE 0.
       01 BORROWER-OVERDUE     PIC 9(4).
       01 DAYS-DISP            PIC 9(5).
       01 I                    PIC 9(4).
       01 J                    PIC 9(4).
       01 BEST-POS             PIC 9(4).
       01 TABLE-FULL           PIC X VALUE "N".
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "LOAN-TRACK".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 OVERDUE-TABLE.
           05 OVERDUE-COUNT    PIC 9(4) VALUE 0.
           05 OVERDUE-ENTRIES OCCURS 200 TIMES.
               10 OD-REQUEST-ID PIC 9(6).
               10 OD-BORROWER  PIC X(20).
               10 OD-ITEM      PIC X(50).
               10 OD-LENT-DATE PIC X(8).
               10 OD-DUE-DATE  PIC X(8).
               10 OD-DAYS      PIC 9(5).
           05 OVERDUE-SWAP.
               10 SW-REQUEST-ID PIC 9(6).
               10 SW-BORROWER  PIC X(20).
               10 SW-ITEM      PIC X(50).
               10 SW-LENT-DATE PIC X(8).
               10 SW-DUE-DATE  PIC X(8).
               10 SW-DAYS      PIC 9(5).
       COPY PERSONCTX.
       01 LOAN-LEDGER-NAME     PIC X(40).
       01 LOAN-RETURN-NAME     PIC X(40).
       01 LOAN-ERROR-NAME      PIC X(40).
       01 REQ-PROFILE-NAME     PIC X(40).
       01 OVERDUE-REPORT-NAME  PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== REGISTO DE EMPRESTIMOS E DEVOLUCOES ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)

           OPEN I-O LOAN-LEDGER-FILE
           IF LN-STATUS-CODE = "35"
               OPEN OUTPUT LOAN-LEDGER-FILE
               CLOSE LOAN-LEDGER-FILE
               OPEN I-O LOAN-LEDGER-FILE
           END-IF
           IF LN-STATUS-CODE NOT = "00"
               DISPLAY "Erro ao abrir LOANLEDGER. Estado: "
                   LN-STATUS-CODE
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE LN-STATUS-CODE TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM APPLY-RETURNS
           PERFORM LOAD-OVERDUE-TABLE
           CLOSE LOAN-LEDGER-FILE

           PERFORM SORT-OVERDUE-TABLE
           PERFORM WRITE-OVERDUE-REPORT
           PERFORM UPDATE-PROFILE-OVERDUE

           DISPLAY "Devolucoes registadas: " RETURNED-COUNT
           DISPLAY "Devolucoes rejeitadas: " REJECTED-COUNT
           DISPLAY "Emprestimos em curso: " OPEN-LOAN-COUNT
               ". Em atraso: " OVERDUE-COUNT
           DISPLAY "Relatorio escrito em DATA/LOANOVERDUE."
           IF REJECTED-COUNT > 0 OR TABLE-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       APPLY-RETURNS.
           OPEN INPUT LOAN-RETURN-FILE
           IF LR-STATUS NOT = "00"
               DISPLAY "LOANRETURNS nao encontrado. Sem devolucoes."
           ELSE
               OPEN EXTEND LOAN-ERROR-FILE
               IF ERR-STATUS = "35"
                   OPEN OUTPUT LOAN-ERROR-FILE
               END-IF
               PERFORM UNTIL LR-STATUS = "10"
                   READ LOAN-RETURN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM APPLY-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE LOAN-ERROR-FILE
               CLOSE LOAN-RETURN-FILE
               OPEN OUTPUT LOAN-RETURN-FILE
               CLOSE LOAN-RETURN-FILE
           END-IF.

       APPLY-ONE-RETURN.
           MOVE SPACES TO REJECT-REASON
           IF LR-RETURN-DATE = SPACES
               MOVE RUN-DATE TO RETURN-DATE
           ELSE
               MOVE LR-RETURN-DATE TO RETURN-DATE
           END-IF
           IF LR-REQUEST-ID IS NOT NUMERIC
               MOVE "ID INVALIDO" TO REJECT-REASON
           ELSE
               IF RETURN-DATE IS NOT NUMERIC
                   OR RETURN-DATE > RUN-DATE
                   MOVE "DATA DE DEVOLUCAO INVALIDA" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES
               MOVE LR-REQUEST-ID TO LN-REQUEST-ID
               READ LOAN-LEDGER-FILE
                   INVALID KEY
                       MOVE "EMPRESTIMO INEXISTENTE" TO REJECT-REASON
                   NOT INVALID KEY
                       IF LN-STATUS = "DEVOLVIDO"
                           MOVE "JA DEVOLVIDO" TO REJECT-REASON
                       ELSE
                           MOVE RETURN-DATE TO LN-RETURN-DATE
                           MOVE "DEVOLVIDO"  TO LN-STATUS
                           REWRITE LOAN-LEDGER-RECORD
                           ADD 1 TO RETURNED-COUNT
                           DISPLAY "Devolvido: " LN-REQUEST-ID " "
                               LN-BORROWER " em " RETURN-DATE
                       END-IF
               END-READ
           END-IF
           IF REJECT-REASON NOT = SPACES
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rejeitado: " LR-REQUEST-ID
                   " (" REJECT-REASON ")"
               MOVE SPACES TO LOAN-ERROR-LINE
               STRING RUN-DATE " | " LR-REQUEST-ID " | "
                   LR-RETURN-DATE " | " REJECT-REASON
                   DELIMITED BY SIZE INTO LOAN-ERROR-LINE
               WRITE LOAN-ERROR-LINE
           END-IF.

       LOAD-OVERDUE-TABLE.
           MOVE 0 TO OVERDUE-COUNT
           MOVE 0 TO LN-REQUEST-ID
           START LOAN-LEDGER-FILE KEY IS NOT LESS THAN LN-REQUEST-ID
               INVALID KEY
                   MOVE "10" TO LN-STATUS-CODE
           END-START
           PERFORM UNTIL LN-STATUS-CODE = "10"
               READ LOAN-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO LN-STATUS-CODE
                   NOT AT END
                       IF LN-STATUS = "EMPRESTADO"
                           ADD 1 TO OPEN-LOAN-COUNT
                           IF LN-DUE-DATE < RUN-DATE
                               PERFORM ADD-OVERDUE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-OVERDUE-ENTRY.
           IF OVERDUE-COUNT < 200
               ADD 1 TO OVERDUE-COUNT
               MOVE LN-REQUEST-ID TO OD-REQUEST-ID(OVERDUE-COUNT)
               MOVE LN-BORROWER   TO OD-BORROWER(OVERDUE-COUNT)
               MOVE LN-ITEM       TO OD-ITEM(OVERDUE-COUNT)
               MOVE LN-LENT-DATE  TO OD-LENT-DATE(OVERDUE-COUNT)
               MOVE LN-DUE-DATE   TO OD-DUE-DATE(OVERDUE-COUNT)
               MOVE 0             TO OD-DAYS(OVERDUE-COUNT)
               IF LN-DUE-DATE IS NUMERIC
                   MOVE LN-DUE-DATE TO WS-DUE-NUM
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
                   COMPUTE OD-DAYS(OVERDUE-COUNT) =
                       WS-RUN-INTEGER - WS-DUE-INTEGER
               END-IF
           ELSE
               IF TABLE-FULL = "N"
                   MOVE "Y" TO TABLE-FULL
                   DISPLAY "Aviso: mais de 200 emprestimos em atraso. "
                       "Relatorio truncado."
                   MOVE 7 TO ERRLOG-MSG-ID
                   MOVE "00" TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                       ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.

       SORT-OVERDUE-TABLE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= OVERDUE-COUNT
               MOVE I TO BEST-POS
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > OVERDUE-COUNT
                   IF OD-DAYS(J) > OD-DAYS(BEST-POS)
                       MOVE J TO BEST-POS
                   END-IF
               END-PERFORM
               IF BEST-POS NOT = I
                   MOVE OVERDUE-ENTRIES(I)        TO OVERDUE-SWAP
                   MOVE OVERDUE-ENTRIES(BEST-POS) TO OVERDUE-ENTRIES(I)
                   MOVE OVERDUE-SWAP TO OVERDUE-ENTRIES(BEST-POS)
               END-IF
           END-PERFORM.

       WRITE-OVERDUE-REPORT.
           OPEN OUTPUT OVERDUE-REPORT-FILE
           MOVE SPACES TO OVERDUE-REPORT-LINE
           STRING "EMPRESTIMOS EM ATRASO POR ANTIGUIDADE - " RUN-DATE
               DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE
           WRITE OVERDUE-REPORT-LINE
           IF OVERDUE-COUNT = 0
               MOVE "  (SEM EMPRESTIMOS EM ATRASO)"
                   TO OVERDUE-REPORT-LINE
               WRITE OVERDUE-REPORT-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OVERDUE-COUNT
               MOVE OD-DAYS(I) TO DAYS-DISP
               MOVE SPACES TO OVERDUE-REPORT-LINE
               STRING OD-BORROWER(I) " | " OD-REQUEST-ID(I)
                   " | " OD-ITEM(I)(1:30)
                   " | DESDE " OD-LENT-DATE(I)
                   " | DEVOLVER " OD-DUE-DATE(I)
                   " | ATRASO " DAYS-DISP " DIA(S)"
                   DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE
               WRITE OVERDUE-REPORT-LINE
               DISPLAY OVERDUE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO OVERDUE-REPORT-LINE
           STRING "TOTAL: EM CURSO=" OPEN-LOAN-COUNT
               " EM ATRASO=" OVERDUE-COUNT
               DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE
           WRITE OVERDUE-REPORT-LINE
           CLOSE OVERDUE-REPORT-FILE.

       UPDATE-PROFILE-OVERDUE.
           OPEN I-O REQ-PROFILE-FILE
           IF RP-STATUS = "35"
               OPEN OUTPUT REQ-PROFILE-FILE
               CLOSE REQ-PROFILE-FILE
               OPEN I-O REQ-PROFILE-FILE
           END-IF
           IF RP-STATUS NOT = "00"
               DISPLAY "Aviso: REQPROFILE inacessivel. Estado: "
                   RP-STATUS
               MOVE 3 TO ERRLOG-MSG-ID
               MOVE RP-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           ELSE
               PERFORM UNTIL RP-STATUS = "10"
                   READ REQ-PROFILE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO RP-STATUS
                       NOT AT END
                           PERFORM COUNT-BORROWER-OVERDUE
                           IF RP-OVERDUE NOT = BORROWER-OVERDUE
                               MOVE BORROWER-OVERDUE TO RP-OVERDUE
                               REWRITE REQ-PROFILE-RECORD
                               ADD 1 TO PROFILE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > OVERDUE-COUNT
                   PERFORM ADD-MISSING-PROFILE
               END-PERFORM
               CLOSE REQ-PROFILE-FILE
               DISPLAY "Perfis com atrasos atualizados: "
                   PROFILE-COUNT
           END-IF.

       COUNT-BORROWER-OVERDUE.
           MOVE 0 TO BORROWER-OVERDUE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > OVERDUE-COUNT
               IF OD-BORROWER(J) = RP-SOURCE
                   ADD 1 TO BORROWER-OVERDUE
               END-IF
           END-PERFORM.

       ADD-MISSING-PROFILE.
           MOVE OD-BORROWER(I) TO RP-SOURCE
           READ REQ-PROFILE-FILE
               INVALID KEY
                   PERFORM COUNT-BORROWER-OVERDUE
                   MOVE OD-BORROWER(I) TO RP-SOURCE
                   MOVE 0 TO RP-GRANTS
                   MOVE 0 TO RP-DENIALS
                   MOVE 0 TO RP-DEFERRALS
                   MOVE 0 TO RP-PRESSURE
                   MOVE 0 TO RP-REPEATS
                   MOVE 0 TO RP-NOSHOWS
                   MOVE BORROWER-OVERDUE TO RP-OVERDUE
                   MOVE 0 TO RP-INCIDENTS
                   WRITE REQ-PROFILE-RECORD
                   ADD 1 TO PROFILE-COUNT
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO LOAN-LEDGER-NAME
           STRING "DATA/LOANLEDGER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO LOAN-LEDGER-NAME
           MOVE SPACES TO LOAN-RETURN-NAME
           STRING "DATA/LOANRETURNS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO LOAN-RETURN-NAME
           MOVE SPACES TO LOAN-ERROR-NAME
           STRING "DATA/LOANERRORS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO LOAN-ERROR-NAME
           MOVE SPACES TO REQ-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-PROFILE-NAME
           MOVE SPACES TO OVERDUE-REPORT-NAME
           STRING "DATA/LOANOVERDUE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO OVERDUE-REPORT-NAME.
