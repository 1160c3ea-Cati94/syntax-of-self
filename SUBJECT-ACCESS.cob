       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-REQUEST-FILE ASSIGN USING SUBJECT-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQ-STATUS.

           SELECT SUBJECT-EXTRACT-FILE ASSIGN USING SUBJECT-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXT-STATUS.

           SELECT SUBJECT-LOG-FILE ASSIGN USING SUBJECT-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-STATUS.

           SELECT SUBJECT-ID-FILE ASSIGN USING SUBJECT-ID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SID-STATUS.

           SELECT TEXT-FILE ASSIGN USING TEXT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXT-STATUS.

           SELECT TEXT-WORK-FILE ASSIGN USING TEXT-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TWK-STATUS.

           SELECT ARCHIVE-INDEX-FILE ASSIGN USING ARCHIVE-INDEX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDX-STATUS.

           SELECT INDEX-WORK-FILE ASSIGN USING INDEX-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IWK-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN USING CONTROL-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STATUS.

           SELECT TOTALS-WORK-FILE ASSIGN USING TOTALS-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTW-STATUS.

           SELECT HWM-FILE ASSIGN USING HWM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HWM-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT REQ-PROFILE-FILE ASSIGN USING REQ-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-SOURCE
               FILE STATUS IS RP-STATUS.

           SELECT REQ-REGISTRY-FILE ASSIGN TO "DATA/REQREGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-SOURCE
               FILE STATUS IS RG-STATUS-CODE.

           SELECT NOTICE-STATUS-FILE ASSIGN USING NOTICE-STATUS-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-REQUEST-ID
               FILE STATUS IS NS-STATUS.

           SELECT LOAN-LEDGER-FILE ASSIGN USING LOAN-LEDGER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-REQUEST-ID
               FILE STATUS IS LN-STATUS-CODE.

           SELECT INCIDENT-FILE ASSIGN USING INCIDENT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INCIDENT-ID
               FILE STATUS IS IN-STATUS.

           SELECT WORK-ITEM-FILE ASSIGN USING WORK-ITEM-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WI-ITEM-ID
               FILE STATUS IS WI-STATUS.

           SELECT MEMORIA-FILE ASSIGN USING MEMORIA-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-NOME
               FILE STATUS IS MS-STATUS.

           SELECT REJECT-COUNT-FILE ASSIGN USING REJECT-COUNT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-NOME
               FILE STATUS IS RJ-STATUS.

           SELECT REVOKE-COUNT-FILE ASSIGN USING REVOKE-COUNT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-NOME
               FILE STATUS IS RV-STATUS.

           SELECT CONSENT-FILE ASSIGN USING CONSENT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-KEY
               FILE STATUS IS TC-STATUS.

           SELECT CONVERSATION-FILE ASSIGN USING CONVERSATION-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-ID
               FILE STATUS IS CV-STATUS.

           SELECT CONV-LINE-FILE ASSIGN USING CONV-LINE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CLN-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "DATA/RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.

           SELECT OPERATOR-ID-FILE ASSIGN TO "DATA/OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPID-STATUS.

           SELECT OPER-AUTH-FILE ASSIGN TO "DATA/OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-STATUS.

           SELECT SEAL-REGISTER-FILE ASSIGN USING SEAL-REGISTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-REQUEST-FILE.
       01  SUBJECT-REQUEST-RECORD.
           05 SQ-MODE              PIC X(8).
           05 FILLER               PIC X.
           05 SQ-NAME              PIC X(20).

       FD  SUBJECT-EXTRACT-FILE.
       01  SUBJECT-EXTRACT-LINE    PIC X(410).

       FD  SUBJECT-LOG-FILE.
       01  SUBJECT-LOG-LINE        PIC X(160).

       FD  SUBJECT-ID-FILE.
       01  SUBJECT-ID-RECORD       PIC 9(6).

       FD  TEXT-FILE.
       01  TEXT-LINE               PIC X(400).

       FD  TEXT-WORK-FILE.
       01  TEXT-WORK-LINE          PIC X(400).

       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-RECORD.
           05 IX-RUN-DATE          PIC X(8).
           05 FILLER               PIC X.
           05 IX-FILE-NAME         PIC X(12).
           05 FILLER               PIC X.
           05 IX-MEMBER-NAME       PIC X(30).
           05 FILLER               PIC X.
           05 IX-MOVED-COUNT       PIC 9(6).
           05 FILLER               PIC X.
           05 IX-FROM-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 IX-TO-DATE           PIC X(8).
           05 FILLER               PIC X(23).

       FD  INDEX-WORK-FILE.
       01  INDEX-WORK-LINE         PIC X(100).

       FD  CONTROL-TOTALS-FILE.
           COPY CTLTOT.

       FD  TOTALS-WORK-FILE.
       01  TOTALS-WORK-LINE        PIC X(28).

       FD  HWM-FILE.
       01  HWM-RECORD.
           05 HW-FILE-NAME         PIC X(12).
           05 FILLER               PIC X.
           05 HW-LOG-COUNT         PIC 9(9).
           05 FILLER               PIC X.
           05 HW-TRAILER-SEEN      PIC 9(9).
           05 FILLER               PIC X.
           05 HW-TRAILER-SUM       PIC 9(9).

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  REQ-PROFILE-FILE.
           COPY REQPROF.

       FD  REQ-REGISTRY-FILE.
           COPY REQREG.

       FD  NOTICE-STATUS-FILE.
       01  NOTICE-STATUS-RECORD.
           05 NS-REQUEST-ID        PIC 9(6).
           05 NS-SOURCE            PIC X(20).
           05 NS-STATUS-CODE       PIC X(12).
           05 NS-GEN-DATE          PIC X(8).
           05 NS-SENT-DATE         PIC X(8).
           05 NS-ACK-DATE          PIC X(8).

       FD  LOAN-LEDGER-FILE.
           COPY LOANLG.

       FD  INCIDENT-FILE.
           COPY INCREC.

       FD  WORK-ITEM-FILE.
           COPY WORKITEM.

       FD  MEMORIA-FILE.
       01  MEMORIA-RECORD.
           05 MS-NOME              PIC X(20).
           05 MS-TRUST-TIER        PIC X.
           05 MS-DATE-ADDED        PIC X(8).
           05 MS-LAST-TOUCH        PIC X(8).
           05 MS-TOUCH-COUNT       PIC 9(4).

       FD  REJECT-COUNT-FILE.
       01  REJECT-COUNT-RECORD.
           05 RJ-NOME              PIC X(20).
           05 RJ-COUNT             PIC 9(4).
           05 RJ-FIRST-DATE        PIC X(8).

       FD  REVOKE-COUNT-FILE.
       01  REVOKE-COUNT-RECORD.
           05 RV-NOME              PIC X(20).
           05 RV-COUNT             PIC 9(4).

       FD  CONSENT-FILE.
           COPY TOQCONS.

       FD  CONVERSATION-FILE.
           COPY CONVHDR.

       FD  CONV-LINE-FILE.
           COPY CONVLINE.

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

       FD  SEAL-REGISTER-FILE.
           COPY SEALREG.

       WORKING-STORAGE SECTION.
       01 SQ-STATUS            PIC XX.
       01 EXT-STATUS           PIC XX.
       01 SLOG-STATUS          PIC XX.
       01 SID-STATUS           PIC XX.
       01 TXT-STATUS           PIC XX.
       01 TWK-STATUS           PIC XX.
       01 IDX-STATUS           PIC XX.
       01 IWK-STATUS           PIC XX.
       01 CT-STATUS            PIC XX.
       01 CTW-STATUS           PIC XX.
       01 HWM-STATUS           PIC XX.
       01 RM-STATUS            PIC XX.
       01 RP-STATUS            PIC XX.
       01 RG-STATUS-CODE       PIC XX.
       01 NS-STATUS            PIC XX.
       01 LN-STATUS-CODE       PIC XX.
       01 IN-STATUS            PIC XX.
       01 WI-STATUS            PIC XX.
       01 MS-STATUS            PIC XX.
       01 RJ-STATUS            PIC XX.
       01 RV-STATUS            PIC XX.
       01 TC-STATUS            PIC XX.
       01 CV-STATUS            PIC XX.
       01 CLN-STATUS           PIC XX.
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 OPID-STATUS          PIC XX.
       01 OA-STATUS            PIC XX.
       01 SR-STATUS            PIC XX.
       01 OPERATOR-ID          PIC X(8).
       01 OPERATOR-ALLOWED     PIC X VALUE "N".
       01 AUTH-FLAG            PIC X.
       01 RUN-DATE             PIC X(8).
       01 SUBJECT-MODE         PIC X(8).
       01 SUBJECT-NAME         PIC X(20).
       01 MATCH-NAME           PIC X(20).
       01 NAME-LEN             PIC 9(3).
       01 CHANGE-MODE          PIC X VALUE "N".
       01 SUBJECT-REF          PIC 9(6) VALUE 0.
       01 PSEUDONYM            PIC X(20).
       01 PSEUDO-LEN           PIC 9(3) VALUE 11.
       01 SECTION-NAME         PIC X(40).
       01 ACTION-TEXT          PIC X(16).
       01 FILE-ABSENT          PIC X.
       01 FILE-HITS            PIC 9(6).
       01 FILE-MASKED          PIC 9(6).
       01 TOTAL-HITS           PIC 9(6) VALUE 0.
       01 FILES-WITH-HITS      PIC 9(4) VALUE 0.
       01 TEXT-FILE-NAME       PIC X(40).
       01 TEXT-BALANCED        PIC X.
       01 TEXT-CHANGED         PIC X.
       01 INDEX-CHANGED        PIC X VALUE "N".
       01 TABLE-FULL           PIC X VALUE "N".
       01 UNADJUSTED           PIC 9(6) VALUE 0.
       01 SEALED-LOG           PIC X(12).
       01 SEALED-NOTED         PIC 9(6) VALUE 0.
       COPY LOGSEAL.
       01 ADJUSTED-TOTAL       PIC 9(6) VALUE 0.
       01 TAKE-COUNT           PIC 9(6).
       01 I                    PIC 9(4).
       01 K                    PIC 9(4).
       01 A                    PIC 9(4).
       01 P                    PIC 9(4).
       01 Q                    PIC 9(4).
       01 SCAN-FROM            PIC 9(4).
       01 SCAN-LAST            PIC 9(4).
       01 MATCH-POS            PIC 9(4).
       01 SPACE-RUN            PIC 9(4).
       01 FIT-LEN              PIC 9(4).
       01 SPEAKER-LEN          PIC 9(4).
       01 NAME-FOUND           PIC X.
       01 EDGE-CHAR            PIC X.
       01 EDGE-OK              PIC X.
       01 COMPARE-NAME         PIC X(20).
       01 KEY-VALUE            PIC X(30).
       01 SCAN-LINE            PIC X(400).
       01 SCAN-UPPER           PIC X(400).
       01 REST-TEXT            PIC X(74).
       01 LOWER-CASE           PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UPPER-CASE           PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "SUBJECT-ACCESS".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 TEXT-FILE-TABLE.
           05 TEXT-FILE-COUNT  PIC 9(2) VALUE 35.
           05 TEXT-FILE-NAMES.
               10 FILLER PIC X(17) VALUE "REQAUDIT        Y".
               10 FILLER PIC X(17) VALUE "TOQUEAUDIT      Y".
               10 FILLER PIC X(17) VALUE "BOUNDARYLOG     Y".
               10 FILLER PIC X(17) VALUE "DEFERRALS       N".
               10 FILLER PIC X(17) VALUE "CTRLFINDINGS    N".
               10 FILLER PIC X(17) VALUE "CTRLTRANSCRIPT  N".
               10 FILLER PIC X(17) VALUE "REQDECISIONS    N".
               10 FILLER PIC X(17) VALUE "REQQUEUE        N".
               10 FILLER PIC X(17) VALUE "REQREVIEW       N".
               10 FILLER PIC X(17) VALUE "REQQUAR         N".
               10 FILLER PIC X(17) VALUE "BOUNDARYREQUESTSN".
               10 FILLER PIC X(17) VALUE "TOQUEREQUESTS   N".
               10 FILLER PIC X(17) VALUE "TIERAUDIT       N".
               10 FILLER PIC X(17) VALUE "REQREGAUD       N".
               10 FILLER PIC X(17) VALUE "TOQCONSAUD      N".
               10 FILLER PIC X(17) VALUE "MEMSWEEPAUD     N".
               10 FILLER PIC X(17) VALUE "MEMSWEEPPEND    N".
               10 FILLER PIC X(17) VALUE "NOTICEEVENTS    N".
               10 FILLER PIC X(17) VALUE "VISITOUTCOMES   N".
               10 FILLER PIC X(17) VALUE "APPEALDECISIONS N".
               10 FILLER PIC X(17) VALUE "DEFERDECISIONS  N".
               10 FILLER PIC X(17) VALUE "LOANRETURNS     N".
               10 FILLER PIC X(17) VALUE "COUNTERHIST     N".
               10 FILLER PIC X(17) VALUE "REQCHANGES      N".
               10 FILLER PIC X(17) VALUE "CHANGEDECISIONS N".
               10 FILLER PIC X(17) VALUE "WAITLIST        N".
               10 FILLER PIC X(17) VALUE "WAITLOG         N".
               10 FILLER PIC X(17) VALUE "INCEVIDENCE     N".
               10 FILLER PIC X(17) VALUE "CHATSENDERS     N".
               10 FILLER PIC X(17) VALUE "CHATERRORS      N".
               10 FILLER PIC X(17) VALUE "CALFEEDSTATE    N".
               10 FILLER PIC X(17) VALUE "WORKAGING       N".
               10 FILLER PIC X(17) VALUE "ENERGYLEDGER    N".
               10 FILLER PIC X(17) VALUE "RESCHEDPROP     N".
               10 FILLER PIC X(17) VALUE "RESCHEDAUD      N".
           05 TEXT-FILE-NAMES-R REDEFINES TEXT-FILE-NAMES.
               10 TEXT-FILE-ENTRY OCCURS 35 TIMES.
                   15 TX-NAME      PIC X(16).
                   15 TX-BALANCED  PIC X.

       01 KEY-TABLE.
           05 KEY-COUNT        PIC 9(4) VALUE 0.
           05 KEY-ENTRY OCCURS 50 TIMES PIC X(30).

       01 MEMBER-TABLE.
           05 MEMBER-COUNT     PIC 9(4) VALUE 0.
           05 MEMBER-ENTRY OCCURS 200 TIMES PIC X(30).

       01 ADJUST-TABLE.
           05 ADJUST-COUNT     PIC 9(4) VALUE 0.
           05 ADJUST-ENTRIES OCCURS 200 TIMES.
               10 AJ-FILE          PIC X(12).
               10 AJ-DATE          PIC X(8).
               10 AJ-COUNT         PIC 9(6).

       01 HWM-TABLE.
           05 HWM-COUNT        PIC 9(2) VALUE 0.
           05 HWM-ENTRIES OCCURS 20 TIMES.
               10 HT-FILE-NAME     PIC X(12).
               10 HT-LOG-COUNT     PIC 9(9).
               10 HT-TRAILER-SEEN  PIC 9(9).
               10 HT-TRAILER-SUM   PIC 9(9).
       COPY PERSONCTX.
       01 SUBJECT-REQUEST-NAME PIC X(40).
       01 SUBJECT-EXTRACT-NAME PIC X(40).
       01 SUBJECT-LOG-NAME     PIC X(40).
       01 SUBJECT-ID-NAME      PIC X(40).
       01 TEXT-WORK-NAME       PIC X(40).
       01 ARCHIVE-INDEX-NAME   PIC X(40).
       01 INDEX-WORK-NAME      PIC X(40).
       01 CONTROL-TOTALS-NAME  PIC X(40).
       01 TOTALS-WORK-NAME     PIC X(40).
       01 HWM-NAME             PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).
       01 REQ-PROFILE-NAME     PIC X(40).
       01 NOTICE-STATUS-NAME   PIC X(40).
       01 LOAN-LEDGER-NAME     PIC X(40).
       01 INCIDENT-NAME        PIC X(40).
       01 WORK-ITEM-NAME       PIC X(40).
       01 MEMORIA-NAME         PIC X(40).
       01 REJECT-COUNT-NAME    PIC X(40).
       01 REVOKE-COUNT-NAME    PIC X(40).
       01 CONSENT-NAME         PIC X(40).
       01 CONVERSATION-NAME    PIC X(40).
       01 CONV-LINE-NAME       PIC X(40).
       01 SEAL-REGISTER-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== ACESSO E APAGAMENTO DE DADOS PESSOAIS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM READ-SUBJECT-REQUEST
           IF SUBJECT-NAME = SPACES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF CHANGE-MODE = "Y"
               PERFORM CHECK-RUN-LOCK
               IF LOCK-HELD = "Y"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM GET-OPERATOR-ID
           IF CHANGE-MODE = "Y"
               PERFORM CHECK-OPERATOR-AUTH
               IF OPERATOR-ALLOWED = "N"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM ALLOCATE-SUBJECT-REF
           DISPLAY "Pedido " SUBJECT-REF " em modo " SUBJECT-MODE

           IF CHANGE-MODE = "N"
               OPEN OUTPUT SUBJECT-EXTRACT-FILE
               MOVE SPACES TO SUBJECT-EXTRACT-LINE
               STRING "EXTRATO DE DADOS PESSOAIS DE " SUBJECT-NAME
                   " - PEDIDO " SUBJECT-REF " - GERADO EM " RUN-DATE
                   DELIMITED BY SIZE INTO SUBJECT-EXTRACT-LINE
               WRITE SUBJECT-EXTRACT-LINE
           END-IF

           OPEN EXTEND SUBJECT-LOG-FILE
           IF SLOG-STATUS = "35"
               OPEN OUTPUT SUBJECT-LOG-FILE
           END-IF
           IF CHANGE-MODE = "Y"
               OPEN EXTEND SEAL-REGISTER-FILE
               IF SR-STATUS = "35"
                   OPEN OUTPUT SEAL-REGISTER-FILE
               END-IF
           END-IF

           PERFORM PROCESS-REQ-REGISTRY
           PERFORM PROCESS-REQ-PROFILE
           PERFORM PROCESS-REQ-MASTER
           PERFORM PROCESS-NOTICE-STATUS
           PERFORM PROCESS-LOAN-LEDGER
           PERFORM PROCESS-INCIDENTS
           PERFORM PROCESS-WORKLIST
           PERFORM PROCESS-MEMSEGURA
           PERFORM PROCESS-REJECT-COUNT
           PERFORM PROCESS-REVOKE-COUNT
           PERFORM PROCESS-CONSENT
           PERFORM PROCESS-CONVERSATIONS
           PERFORM PROCESS-CONV-LINES

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TEXT-FILE-COUNT
               MOVE SPACES TO TEXT-FILE-NAME
               IF TX-NAME(I) = "REQREGAUD"
                   STRING "DATA/" FUNCTION TRIM(TX-NAME(I))
                       DELIMITED BY SIZE INTO TEXT-FILE-NAME
               ELSE
                   STRING "DATA/" FUNCTION TRIM(TX-NAME(I))
                       DELIMITED BY SIZE PERSON-SUFFIX
                       DELIMITED BY SPACE INTO TEXT-FILE-NAME
               END-IF
               MOVE TX-NAME(I)     TO SECTION-NAME
               MOVE TX-NAME(I)     TO SEALED-LOG
               MOVE TX-BALANCED(I) TO TEXT-BALANCED
               PERFORM PROCESS-TEXT-FILE
           END-PERFORM

           PERFORM PROCESS-NOTICE-FILE
           PERFORM PROCESS-ARCHIVE-MEMBERS

           IF CHANGE-MODE = "Y" AND ADJUST-COUNT > 0
               PERFORM ADJUST-CONTROL-TOTALS
               PERFORM RESET-BALANCE-MARKS
           END-IF

           MOVE SPACES TO SUBJECT-LOG-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " SUBJECT-MODE
               " | REF=" SUBJECT-REF " | TOTAL | REGISTOS="
               TOTAL-HITS " FICHEIROS=" FILES-WITH-HITS
               DELIMITED BY SIZE INTO SUBJECT-LOG-LINE
           WRITE SUBJECT-LOG-LINE
           CLOSE SUBJECT-LOG-FILE
           IF CHANGE-MODE = "Y"
               CLOSE SEAL-REGISTER-FILE
               IF SEALED-NOTED > 0
                   DISPLAY "Linhas seladas alteradas: " SEALED-NOTED
                       " (registadas em DATA/LOGSEALREG)."
               END-IF
           END-IF

           IF CHANGE-MODE = "N"
               MOVE SPACES TO SUBJECT-EXTRACT-LINE
               STRING "TOTAL: " TOTAL-HITS " REGISTOS EM "
                   FILES-WITH-HITS " FICHEIROS"
                   DELIMITED BY SIZE INTO SUBJECT-EXTRACT-LINE
               WRITE SUBJECT-EXTRACT-LINE
               CLOSE SUBJECT-EXTRACT-FILE
               DISPLAY "Extrato escrito em DATA/SUBJECTEXT."
           ELSE
               OPEN OUTPUT SUBJECT-REQUEST-FILE
               CLOSE SUBJECT-REQUEST-FILE
               DISPLAY "Alteracoes registadas em DATA/SUBJECTLOG "
                   "com a referencia " SUBJECT-REF "."
           END-IF

           DISPLAY "Registos encontrados: " TOTAL-HITS
               " em " FILES-WITH-HITS " ficheiros."
           IF TOTAL-HITS = 0
               DISPLAY "Nenhum registo encontrado para o nome "
                   "indicado."
           END-IF
           IF TABLE-FULL = "Y" OR UNADJUSTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-SUBJECT-REQUEST.
           MOVE SPACES TO SUBJECT-NAME
           OPEN INPUT SUBJECT-REQUEST-FILE
           IF SQ-STATUS NOT = "00"
               DISPLAY "SUBJECTREQ nao encontrado. Indicar modo "
                   "(EXTRAIR/APAGAR/PSEUDO) e nome."
           ELSE
               READ SUBJECT-REQUEST-FILE
                   AT END
                       MOVE SPACES TO SUBJECT-REQUEST-RECORD
               END-READ
               CLOSE SUBJECT-REQUEST-FILE
               MOVE SQ-MODE TO SUBJECT-MODE
               INSPECT SUBJECT-MODE CONVERTING LOWER-CASE
                   TO UPPER-CASE
               EVALUATE SUBJECT-MODE
                   WHEN "EXTRAIR"
                       MOVE "N" TO CHANGE-MODE
                       MOVE SQ-NAME TO SUBJECT-NAME
                   WHEN "APAGAR"
                       MOVE "Y" TO CHANGE-MODE
                       MOVE SQ-NAME TO SUBJECT-NAME
                   WHEN "PSEUDO"
                       MOVE "Y" TO CHANGE-MODE
                       MOVE SQ-NAME TO SUBJECT-NAME
                   WHEN OTHER
                       DISPLAY "Modo invalido em SUBJECTREQ: "
                           SQ-MODE ". Usar EXTRAIR, APAGAR ou PSEUDO."
               END-EVALUATE
               IF SUBJECT-NAME = SPACES
                   DISPLAY "Pedido sem nome. Nada a fazer."
               END-IF
           END-IF
           IF SUBJECT-NAME NOT = SPACES
               MOVE SUBJECT-NAME TO MATCH-NAME
               INSPECT MATCH-NAME CONVERTING LOWER-CASE
                   TO UPPER-CASE
               MOVE 20 TO NAME-LEN
               PERFORM UNTIL NAME-LEN = 1
                       OR MATCH-NAME(NAME-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM NAME-LEN
               END-PERFORM
           END-IF.

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
           END-IF.

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
                                   MOVE OA-ALLOW-RESET TO AUTH-FLAG
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

       ALLOCATE-SUBJECT-REF.
           MOVE 0 TO SUBJECT-REF
           OPEN INPUT SUBJECT-ID-FILE
           IF SID-STATUS = "00"
               READ SUBJECT-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SUBJECT-ID-RECORD IS NUMERIC
                           MOVE SUBJECT-ID-RECORD TO SUBJECT-REF
                       END-IF
               END-READ
               CLOSE SUBJECT-ID-FILE
           END-IF
           ADD 1 TO SUBJECT-REF
           OPEN OUTPUT SUBJECT-ID-FILE
           MOVE SUBJECT-REF TO SUBJECT-ID-RECORD
           WRITE SUBJECT-ID-RECORD
           CLOSE SUBJECT-ID-FILE
           MOVE SPACES TO PSEUDONYM
           STRING "ANON-" SUBJECT-REF
               DELIMITED BY SIZE INTO PSEUDONYM.

       START-SECTION.
           MOVE 0 TO FILE-HITS
           MOVE 0 TO FILE-MASKED
           MOVE "N" TO FILE-ABSENT
           IF SUBJECT-MODE = "APAGAR"
               MOVE "APAGADOS" TO ACTION-TEXT
           ELSE
               MOVE "PSEUDONIMIZADOS" TO ACTION-TEXT
           END-IF
           IF CHANGE-MODE = "N"
               MOVE SPACES TO SUBJECT-EXTRACT-LINE
               STRING "SECCAO: " SECTION-NAME
                   DELIMITED BY SIZE INTO SUBJECT-EXTRACT-LINE
               WRITE SUBJECT-EXTRACT-LINE
           END-IF.

       RECORD-HIT.
           ADD 1 TO FILE-HITS
           IF CHANGE-MODE = "N"
               MOVE SPACES TO SUBJECT-EXTRACT-LINE
               STRING "  " SCAN-LINE
                   DELIMITED BY SIZE INTO SUBJECT-EXTRACT-LINE
               WRITE SUBJECT-EXTRACT-LINE
           END-IF.

       END-SECTION.
           IF CHANGE-MODE = "N"
               IF FILE-ABSENT = "Y"
                   MOVE "  (FICHEIRO INEXISTENTE)"
                       TO SUBJECT-EXTRACT-LINE
                   WRITE SUBJECT-EXTRACT-LINE
               ELSE
                   IF FILE-HITS = 0
                       MOVE "  (SEM REGISTOS)" TO SUBJECT-EXTRACT-LINE
                       WRITE SUBJECT-EXTRACT-LINE
                   END-IF
               END-IF
           END-IF
           IF FILE-HITS > 0
               ADD FILE-HITS TO TOTAL-HITS
               ADD 1 TO FILES-WITH-HITS
               IF CHANGE-MODE = "Y"
                   DISPLAY FUNCTION TRIM(SECTION-NAME) ": " FILE-HITS
                       " " FUNCTION TRIM(ACTION-TEXT)
                   MOVE SPACES TO SUBJECT-LOG-LINE
                   IF FILE-MASKED > 0
                       STRING RUN-DATE " | " OPERATOR-ID " | "
                           SUBJECT-MODE " | REF=" SUBJECT-REF " | "
                           FUNCTION TRIM(SECTION-NAME) " | "
                           FUNCTION TRIM(ACTION-TEXT) " " FILE-HITS
                           " | MASCARADOS=" FILE-MASKED
                           DELIMITED BY SIZE INTO SUBJECT-LOG-LINE
                   ELSE
                       STRING RUN-DATE " | " OPERATOR-ID " | "
                           SUBJECT-MODE " | REF=" SUBJECT-REF " | "
                           FUNCTION TRIM(SECTION-NAME) " | "
                           FUNCTION TRIM(ACTION-TEXT) " " FILE-HITS
                           DELIMITED BY SIZE INTO SUBJECT-LOG-LINE
                   END-IF
                   WRITE SUBJECT-LOG-LINE
               END-IF
           END-IF.

       CHECK-NAME-FIELD.
           MOVE "N" TO NAME-FOUND
           INSPECT COMPARE-NAME CONVERTING LOWER-CASE TO UPPER-CASE
           IF COMPARE-NAME = MATCH-NAME
               MOVE "Y" TO NAME-FOUND
           END-IF.

       SAVE-KEY.
           IF KEY-COUNT < 50
               ADD 1 TO KEY-COUNT
               MOVE KEY-VALUE TO KEY-ENTRY(KEY-COUNT)
           ELSE
               PERFORM TABLE-EXCEEDED
           END-IF.

       TABLE-EXCEEDED.
           IF TABLE-FULL = "N"
               MOVE "Y" TO TABLE-FULL
               DISPLAY "Aviso: tabela interna cheia em "
                   SECTION-NAME(1:30) ". Correr de novo para tratar "
                   "o restante."
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE "00" TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       PROCESS-REQ-REGISTRY.
           MOVE "REQREGISTRY" TO SECTION-NAME
           PERFORM START-SECTION
           MOVE 0 TO KEY-COUNT
           IF CHANGE-MODE = "Y"
               OPEN I-O REQ-REGISTRY-FILE
           ELSE
               OPEN INPUT REQ-REGISTRY-FILE
           END-IF
           IF RG-STATUS-CODE NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL RG-STATUS-CODE = "10"
                   READ REQ-REGISTRY-FILE NEXT RECORD
                   IF RG-STATUS-CODE = "00"
                       MOVE RG-SOURCE TO COMPARE-NAME
                       PERFORM CHECK-NAME-FIELD
                       IF NAME-FOUND = "Y"
                           MOVE SPACES TO SCAN-LINE
                           STRING RG-SOURCE " | CATEGORIA="
                               RG-CATEGORY " | CANAL=" RG-PREF-CHANNEL
                               " | ESTADO=" RG-STATUS
                               " | DESDE=" RG-SINCE-DATE
                               " | LINGUA=" RG-LANGUAGE
                               DELIMITED BY SIZE INTO SCAN-LINE
                           PERFORM RECORD-HIT
                           MOVE RG-SOURCE TO KEY-VALUE
                           PERFORM SAVE-KEY
                       END-IF
                   END-IF
               END-PERFORM
               IF CHANGE-MODE = "Y"
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
                       MOVE KEY-ENTRY(K) TO RG-SOURCE
                       READ REQ-REGISTRY-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE REQ-REGISTRY-FILE
                               IF SUBJECT-MODE = "PSEUDO"
                                   MOVE PSEUDONYM TO RG-SOURCE
                                   WRITE REQ-REGISTRY-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE REQ-REGISTRY-FILE
           END-IF
           PERFORM END-SECTION.

       PROCESS-REQ-PROFILE.
           MOVE "REQPROFILE" TO SECTION-NAME
           PERFORM START-SECTION
           MOVE 0 TO KEY-COUNT
           IF CHANGE-MODE = "Y"
               OPEN I-O REQ-PROFILE-FILE
           ELSE
               OPEN INPUT REQ-PROFILE-FILE
           END-IF
           IF RP-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL RP-STATUS = "10"
                   READ REQ-PROFILE-FILE NEXT RECORD
                   IF RP-STATUS = "00"
                       MOVE RP-SOURCE TO COMPARE-NAME
                       PERFORM CHECK-NAME-FIELD
                       IF NAME-FOUND = "Y"
                           MOVE SPACES TO SCAN-LINE
                           STRING RP-SOURCE " | ACEITES=" RP-GRANTS
                               " RECUSAS=" RP-DENIALS
                               " ADIAMENTOS=" RP-DEFERRALS
                               " PRESSAO=" RP-PRESSURE
                               " REPETICOES=" RP-REPEATS
                               " FALTAS=" RP-NOSHOWS
                               " ATRASOS=" RP-OVERDUE
                               " INCIDENTES=" RP-INCIDENTS
                               DELIMITED BY SIZE INTO SCAN-LINE
                           PERFORM RECORD-HIT
                           MOVE RP-SOURCE TO KEY-VALUE
                           PERFORM SAVE-KEY
                       END-IF
                   END-IF
               END-PERFORM
               IF CHANGE-MODE = "Y"
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
                       MOVE KEY-ENTRY(K) TO RP-SOURCE
                       READ REQ-PROFILE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE REQ-PROFILE-FILE
                               IF SUBJECT-MODE = "PSEUDO"
                                   MOVE PSEUDONYM TO RP-SOURCE
                                   WRITE REQ-PROFILE-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE REQ-PROFILE-FILE
           END-IF
           PERFORM END-SECTION.

       PROCESS-MEMSEGURA.
           MOVE "MEMSEGURA" TO SECTION-NAME
           PERFORM START-SECTION
           MOVE 0 TO KEY-COUNT
           IF CHANGE-MODE = "Y"
               OPEN I-O MEMORIA-FILE
           ELSE
               OPEN INPUT MEMORIA-FILE
           END-IF
           IF MS-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL MS-STATUS = "10"
                   READ MEMORIA-FILE NEXT RECORD
                   IF MS-STATUS = "00"
                       MOVE MS-NOME TO COMPARE-NAME
                       PERFORM CHECK-NAME-FIELD
                       IF NAME-FOUND = "Y"
                           MOVE SPACES TO SCAN-LINE
                           STRING MS-NOME " | NIVEL=" MS-TRUST-TIER
                               " | DESDE=" MS-DATE-ADDED
                               " | ULTIMO TOQUE=" MS-LAST-TOUCH
                               " | TOQUES=" MS-TOUCH-COUNT
                               DELIMITED BY SIZE INTO SCAN-LINE
                           PERFORM RECORD-HIT
                           MOVE MS-NOME TO KEY-VALUE
                           PERFORM SAVE-KEY
                       END-IF
                   END-IF
               END-PERFORM
               IF CHANGE-MODE = "Y"
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
                       MOVE KEY-ENTRY(K) TO MS-NOME
                       READ MEMORIA-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE MEMORIA-FILE
                               IF SUBJECT-MODE = "PSEUDO"
                                   MOVE PSEUDONYM TO MS-NOME
                                   WRITE MEMORIA-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE MEMORIA-FILE
           END-IF
           PERFORM END-SECTION.

       PROCESS-REJECT-COUNT.
           MOVE "TOQUEREJCNT" TO SECTION-NAME
           PERFORM START-SECTION
           MOVE 0 TO KEY-COUNT
           IF CHANGE-MODE = "Y"
               OPEN I-O REJECT-COUNT-FILE
           ELSE
               OPEN INPUT REJECT-COUNT-FILE
           END-IF
           IF RJ-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL RJ-STATUS = "10"
                   READ REJECT-COUNT-FILE NEXT RECORD
                   IF RJ-STATUS = "00"
                       MOVE RJ-NOME TO COMPARE-NAME
                       PERFORM CHECK-NAME-FIELD
                       IF NAME-FOUND = "Y"
                           MOVE SPACES TO SCAN-LINE
                           STRING RJ-NOME " | RECUSAS=" RJ-COUNT
                               " | PRIMEIRA=" RJ-FIRST-DATE
                               DELIMITED BY SIZE INTO SCAN-LINE
                           PERFORM RECORD-HIT
                           MOVE RJ-NOME TO KEY-VALUE
                           PERFORM SAVE-KEY
                       END-IF
                   END-IF
               END-PERFORM
               IF CHANGE-MODE = "Y"
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
                       MOVE KEY-ENTRY(K) TO RJ-NOME
                       READ REJECT-COUNT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE REJECT-COUNT-FILE
                               IF SUBJECT-MODE = "PSEUDO"
                                   MOVE PSEUDONYM TO RJ-NOME
                                   WRITE REJECT-COUNT-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE REJECT-COUNT-FILE
           END-IF
           PERFORM END-SECTION.

       PROCESS-REVOKE-COUNT.
           MOVE "TOQUEREVOKED" TO SECTION-NAME
           PERFORM START-SECTION
           MOVE 0 TO KEY-COUNT
           IF CHANGE-MODE = "Y"
               OPEN I-O REVOKE-COUNT-FILE
           ELSE
               OPEN INPUT REVOKE-COUNT-FILE
           END-IF
           IF RV-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL RV-STATUS = "10"
                   READ REVOKE-COUNT-FILE NEXT RECORD
                   IF RV-STATUS = "00"
                       MOVE RV-NOME TO COMPARE-NAME
                       PERFORM CHECK-NAME-FIELD
                       IF NAME-FOUND = "Y"
                           MOVE SPACES TO SCAN-LINE
                           STRING RV-NOME " | REVOGACOES=" RV-COUNT
                               DELIMITED BY SIZE INTO SCAN-LINE
                           PERFORM RECORD-HIT
                           MOVE RV-NOME TO KEY-VALUE
                           PERFORM SAVE-KEY
                       END-IF
                   END-IF
               END-PERFORM
               IF CHANGE-MODE = "Y"
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
                       MOVE KEY-ENTRY(K) TO RV-NOME
                       READ REVOKE-COUNT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE REVOKE-COUNT-FILE
                               IF SUBJECT-MODE = "PSEUDO"
                                   MOVE PSEUDONYM TO RV-NOME
                                   WRITE REVOKE-COUNT-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE REVOKE-COUNT-FILE
           END-IF
           PERFORM END-SECTION.

       PROCESS-CONSENT.
           MOVE "TOQUECONSENT" TO SECTION-NAME
           PERFORM START-SECTION
           MOVE 0 TO KEY-COUNT
           IF CHANGE-MODE = "Y"
               OPEN I-O CONSENT-FILE
           ELSE
               OPEN INPUT CONSENT-FILE
           END-IF
           IF TC-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL TC-STATUS = "10"
                   READ CONSENT-FILE NEXT RECORD
                   IF TC-STATUS = "00"
                       MOVE TC-NOME TO COMPARE-NAME
                       PERFORM CHECK-NAME-FIELD
                       IF NAME-FOUND = "Y"
                           MOVE SPACES TO SCAN-LINE
                           STRING TC-NOME " | TIPO=" TC-TIPO
                               " | CONSENTIMENTO=" TC-CONSENT
                               " | DESDE=" TC-SINCE-DATE
                               DELIMITED BY SIZE INTO SCAN-LINE
                           PERFORM RECORD-HIT
                           MOVE TC-KEY TO KEY-VALUE
                           PERFORM SAVE-KEY
                       END-IF
                   END-IF
               END-PERFORM
               IF CHANGE-MODE = "Y"
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
                       MOVE KEY-ENTRY(K) TO TC-KEY
                       READ CONSENT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE CONSENT-FILE
                               IF SUBJECT-MODE = "PSEUDO"
                                   MOVE PSEUDONYM TO TC-NOME
                                   WRITE TOQUE-CONSENT-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CONSENT-FILE
           END-IF
           PERFORM END-SECTION.

       PROCESS-REQ-MASTER.
           MOVE "REQMASTER" TO SECTION-NAME
           PERFORM START-SECTION
           IF CHANGE-MODE = "Y"
               OPEN I-O REQ-MASTER-FILE
           ELSE
               OPEN INPUT REQ-MASTER-FILE
           END-IF
           IF RM-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL RM-STATUS = "10"
                   READ REQ-MASTER-FILE NEXT RECORD
                   IF RM-STATUS = "00"
                       MOVE RM-SOURCE TO COMPARE-NAME
                       PERFORM CHECK-NAME-FIELD
                       IF NAME-FOUND = "Y"
                           MOVE SPACES TO SCAN-LINE
                           STRING RM-REQUEST-ID " | " RM-DATE
                               " | " RM-SOURCE " | " RM-CONTENT
                               " | " RM-LIFECYCLE
                               " | ALT=" RM-ALT-DATE
                               " | CANAL=" RM-CHANNEL
                               " | MOTIVO=" RM-REASON
                               DELIMITED BY SIZE INTO SCAN-LINE
                           IF RM-MORE-CONTENT NOT = SPACES
                               MOVE SPACES TO SCAN-LINE
                               STRING RM-REQUEST-ID " | " RM-DATE
                                   " | " RM-SOURCE " | " RM-CONTENT
                                   " | " RM-LIFECYCLE
                                   " | ALT=" RM-ALT-DATE
                                   " | CANAL=" RM-CHANNEL
                                   " | MOTIVO=" RM-REASON
                                   " | CONTINUACAO=" RM-MORE-CONTENT
                                   DELIMITED BY SIZE INTO SCAN-LINE
                           END-IF
                           PERFORM RECORD-HIT
                           IF SUBJECT-MODE = "APAGAR"
                               DELETE REQ-MASTER-FILE
                           END-IF
                           IF SUBJECT-MODE = "PSEUDO"
                               MOVE PSEUDONYM TO RM-SOURCE
                               REWRITE REQ-MASTER-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REQ-MASTER-FILE
           END-IF
           PERFORM END-SECTION.

       PROCESS-NOTICE-STATUS.
           MOVE "NOTICESTATUS" TO SECTION-NAME
           PERFORM START-SECTION
           IF CHANGE-MODE = "Y"
               OPEN I-O NOTICE-STATUS-FILE
           ELSE
               OPEN INPUT NOTICE-STATUS-FILE
           END-IF
           IF NS-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL NS-STATUS = "10"
                   READ NOTICE-STATUS-FILE NEXT RECORD
                   IF NS-STATUS = "00"
                       MOVE NS-SOURCE TO COMPARE-NAME
                       PERFORM CHECK-NAME-FIELD
                       IF NAME-FOUND = "Y"
                           MOVE SPACES TO SCAN-LINE
                           STRING NS-REQUEST-ID " | " NS-SOURCE
                               " | " NS-STATUS-CODE
                               " | GERADO=" NS-GEN-DATE
                               " | ENVIADO=" NS-SENT-DATE
                               " | CONFIRMADO=" NS-ACK-DATE
                               DELIMITED BY SIZE INTO SCAN-LINE
                           PERFORM RECORD-HIT
                           IF SUBJECT-MODE = "APAGAR"
                               DELETE NOTICE-STATUS-FILE
                           END-IF
                           IF SUBJECT-MODE = "PSEUDO"
                               MOVE PSEUDONYM TO NS-SOURCE
                               REWRITE NOTICE-STATUS-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NOTICE-STATUS-FILE
           END-IF
           PERFORM END-SECTION.

       PROCESS-LOAN-LEDGER.
           MOVE "LOANLEDGER" TO SECTION-NAME
           PERFORM START-SECTION
           IF CHANGE-MODE = "Y"
               OPEN I-O LOAN-LEDGER-FILE
           ELSE
               OPEN INPUT LOAN-LEDGER-FILE
           END-IF
           IF LN-STATUS-CODE NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL LN-STATUS-CODE = "10"
                   READ LOAN-LEDGER-FILE NEXT RECORD
                   IF LN-STATUS-CODE = "00"
                       MOVE LN-BORROWER TO COMPARE-NAME
                       PERFORM CHECK-NAME-FIELD
                       IF NAME-FOUND = "Y"
                           MOVE SPACES TO SCAN-LINE
                           STRING LN-REQUEST-ID " | " LN-BORROWER
                               " | " LN-ITEM
                               " | EMPRESTADO=" LN-LENT-DATE
                               " | PRAZO=" LN-DUE-DATE
                               " | DEVOLVIDO=" LN-RETURN-DATE
                               " | " LN-STATUS
                               DELIMITED BY SIZE INTO SCAN-LINE
                           PERFORM RECORD-HIT
                           IF SUBJECT-MODE = "APAGAR"
                               DELETE LOAN-LEDGER-FILE
                           END-IF
                           IF SUBJECT-MODE = "PSEUDO"
                               MOVE PSEUDONYM TO LN-BORROWER
                               REWRITE LOAN-LEDGER-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LOAN-LEDGER-FILE
           END-IF
           PERFORM END-SECTION.

       PROCESS-INCIDENTS.
           MOVE "INCIDENTS" TO SECTION-NAME
           PERFORM START-SECTION
           IF CHANGE-MODE = "Y"
               OPEN I-O INCIDENT-FILE
           ELSE
               OPEN INPUT INCIDENT-FILE
           END-IF
           IF IN-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL IN-STATUS = "10"
                   READ INCIDENT-FILE NEXT RECORD
                   IF IN-STATUS = "00"
                       MOVE IN-SOURCE TO COMPARE-NAME
                       PERFORM CHECK-NAME-FIELD
                       IF NAME-FOUND = "Y"
                           MOVE SPACES TO SCAN-LINE
                           STRING IN-INCIDENT-ID " | " IN-REQUEST-ID
                               " | " IN-SOURCE
                               " | VISITA=" IN-EVENT-DATE
                               " | " IN-ORIGIN " | " IN-STATE
                               " | GRAVIDADE=" IN-SEVERITY
                               " | PROVAS=" IN-EVIDENCE-COUNT
                               " | " IN-NOTE
                               DELIMITED BY SIZE INTO SCAN-LINE
                           PERFORM RECORD-HIT
                           IF SUBJECT-MODE = "APAGAR"
                               DELETE INCIDENT-FILE
                           END-IF
                           IF SUBJECT-MODE = "PSEUDO"
                               MOVE PSEUDONYM TO IN-SOURCE
                               REWRITE INCIDENT-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF
           PERFORM END-SECTION.

       PROCESS-WORKLIST.
           MOVE "WORKLIST" TO SECTION-NAME
           PERFORM START-SECTION
           IF CHANGE-MODE = "Y"
               OPEN I-O WORK-ITEM-FILE
           ELSE
               OPEN INPUT WORK-ITEM-FILE
           END-IF
           IF WI-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL WI-STATUS = "10"
                   READ WORK-ITEM-FILE NEXT RECORD
                   IF WI-STATUS = "00"
                       MOVE WI-PERSON TO COMPARE-NAME
                       PERFORM CHECK-NAME-FIELD
                       IF NAME-FOUND = "Y"
                           MOVE SPACES TO SCAN-LINE
                           STRING WI-ITEM-ID " | " WI-TYPE
                               " | " WI-PERSON " | " WI-KEY
                               " | CRIADO=" WI-CREATED-DATE
                               " | " WI-STATE " " WI-OPERATOR
                               " | " WI-NOTE
                               DELIMITED BY SIZE INTO SCAN-LINE
                           PERFORM RECORD-HIT
                           IF SUBJECT-MODE = "APAGAR"
                               DELETE WORK-ITEM-FILE
                           END-IF
                           IF SUBJECT-MODE = "PSEUDO"
                               MOVE PSEUDONYM TO WI-PERSON
                               REWRITE WORK-ITEM-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE WORK-ITEM-FILE
           END-IF
           PERFORM END-SECTION.

       PROCESS-CONVERSATIONS.
           MOVE "CONVINDEX" TO SECTION-NAME
           PERFORM START-SECTION
           MOVE "PSEUDONIMIZADOS" TO ACTION-TEXT
           IF CHANGE-MODE = "Y"
               OPEN I-O CONVERSATION-FILE
           ELSE
               OPEN INPUT CONVERSATION-FILE
           END-IF
           IF CV-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL CV-STATUS = "10"
                   READ CONVERSATION-FILE NEXT RECORD
                   IF CV-STATUS = "00"
                       PERFORM CHECK-ONE-CONVERSATION
                   END-IF
               END-PERFORM
               CLOSE CONVERSATION-FILE
           END-IF
           PERFORM END-SECTION.

       CHECK-ONE-CONVERSATION.
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > CV-PART-COUNT OR P > 8
               MOVE CV-PART-NAME(P) TO COMPARE-NAME
               PERFORM CHECK-NAME-FIELD
               IF NAME-FOUND = "Y"
                   MOVE SPACES TO SCAN-LINE
                   STRING "CONVERSA " CV-ID " | " CV-DATE
                       " | " CV-CHANNEL " | " CV-PART-NAME(P)
                       " | LINHAS=" CV-PART-LINES(P)
                       " | OCORRENCIAS=" CV-PART-HITS(P)
                       DELIMITED BY SIZE INTO SCAN-LINE
                   PERFORM RECORD-HIT
                   IF CHANGE-MODE = "Y"
                       MOVE PSEUDONYM TO CV-PART-NAME(P)
                       REWRITE CONVERSATION-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       PROCESS-CONV-LINES.
           MOVE "CONVLINES" TO SECTION-NAME
           PERFORM START-SECTION
           MOVE "PSEUDONIMIZADOS" TO ACTION-TEXT
           IF CHANGE-MODE = "Y"
               OPEN I-O CONV-LINE-FILE
           ELSE
               OPEN INPUT CONV-LINE-FILE
           END-IF
           IF CLN-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               PERFORM UNTIL CLN-STATUS = "10"
                   READ CONV-LINE-FILE NEXT RECORD
                   IF CLN-STATUS = "00"
                       PERFORM CHECK-ONE-CONV-LINE
                   END-IF
               END-PERFORM
               CLOSE CONV-LINE-FILE
           END-IF
           PERFORM END-SECTION.

       CHECK-ONE-CONV-LINE.
           MOVE 0 TO SPEAKER-LEN
           INSPECT CL-TEXT TALLYING SPEAKER-LEN
               FOR CHARACTERS BEFORE INITIAL " | "
           MOVE "N" TO NAME-FOUND
           IF SPEAKER-LEN > 0 AND SPEAKER-LEN < 21
               MOVE CL-TEXT(1:SPEAKER-LEN) TO COMPARE-NAME
               PERFORM CHECK-NAME-FIELD
           END-IF
           MOVE CL-TEXT TO SCAN-LINE
           IF NAME-FOUND = "N"
               MOVE 1 TO SCAN-FROM
               PERFORM FIND-NAME-IN-LINE
               IF MATCH-POS > 0
                   MOVE "Y" TO NAME-FOUND
               END-IF
           END-IF
           IF NAME-FOUND = "Y"
               MOVE SPACES TO SCAN-LINE
               STRING "CONVERSA " CL-CONV-ID " LINHA " CL-LINE-NO
                   " | " CL-TEXT
                   DELIMITED BY SIZE INTO SCAN-LINE
               PERFORM RECORD-HIT
               IF CHANGE-MODE = "Y"
                   PERFORM PSEUDONYMIZE-CONV-LINE
               END-IF
           END-IF.

       PSEUDONYMIZE-CONV-LINE.
           MOVE CL-TEXT TO SCAN-LINE
           IF SPEAKER-LEN > 0 AND SPEAKER-LEN < 21
               MOVE CL-TEXT(1:SPEAKER-LEN) TO COMPARE-NAME
               PERFORM CHECK-NAME-FIELD
               IF NAME-FOUND = "Y"
                   MOVE SPACES TO REST-TEXT
                   IF SPEAKER-LEN + 4 <= 74
                       MOVE CL-TEXT(SPEAKER-LEN + 4:) TO REST-TEXT
                   END-IF
                   MOVE SPACES TO SCAN-LINE
                   STRING PSEUDONYM(1:PSEUDO-LEN) " | " REST-TEXT
                       DELIMITED BY SIZE INTO SCAN-LINE
               END-IF
           END-IF
           PERFORM PSEUDONYMIZE-LINE
           MOVE SCAN-LINE(1:74) TO CL-TEXT
           REWRITE CONV-LINE-RECORD.

       PROCESS-TEXT-FILE.
           PERFORM START-SECTION
           MOVE "N" TO TEXT-CHANGED
           OPEN INPUT TEXT-FILE
           IF TXT-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               IF CHANGE-MODE = "Y"
                   OPEN OUTPUT TEXT-WORK-FILE
               END-IF
               PERFORM UNTIL TXT-STATUS = "10"
                   READ TEXT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-ONE-TEXT-LINE
                   END-READ
               END-PERFORM
               CLOSE TEXT-FILE
               IF CHANGE-MODE = "Y"
                   CLOSE TEXT-WORK-FILE
                   IF FILE-HITS > 0
                       PERFORM REWRITE-TEXT-FILE
                   END-IF
               END-IF
           END-IF
           PERFORM END-SECTION.

       CHECK-ONE-TEXT-LINE.
           MOVE TEXT-LINE TO SCAN-LINE
           MOVE 1 TO SCAN-FROM
           PERFORM FIND-NAME-IN-LINE
           IF MATCH-POS > 0
               PERFORM RECORD-HIT
               IF CHANGE-MODE = "Y"
                   PERFORM NOTE-SEALED-CHANGE
               END-IF
               IF SUBJECT-MODE = "APAGAR"
                   IF TEXT-BALANCED = "Y"
                       PERFORM NOTE-ERASED-LINE
                   END-IF
               ELSE
                   IF SUBJECT-MODE = "PSEUDO"
                       MOVE TEXT-LINE TO SCAN-LINE
                       PERFORM PSEUDONYMIZE-LINE
                       MOVE SCAN-LINE TO TEXT-WORK-LINE
                       WRITE TEXT-WORK-LINE
                   END-IF
               END-IF
           ELSE
               IF CHANGE-MODE = "Y"
                   MOVE TEXT-LINE TO TEXT-WORK-LINE
                   WRITE TEXT-WORK-LINE
               END-IF
           END-IF.

       NOTE-SEALED-CHANGE.
           MOVE "V"        TO SEAL-MODE
           MOVE SEALED-LOG TO SEAL-LOG-NAME
           MOVE 0          TO SEAL-PREV-CHAIN
           CALL "LOG-SEAL" USING SEAL-REQUEST TEXT-LINE
           IF SEAL-RESULT = "00"
               MOVE SPACES        TO SEAL-REGISTER-RECORD
               MOVE SEALED-LOG    TO SR-LOG-NAME
               MOVE SEAL-SEQ      TO SR-SEQ
               IF SUBJECT-MODE = "APAGAR"
                   MOVE "APAGADO" TO SR-ACTION
               ELSE
                   MOVE "PSEUDO"  TO SR-ACTION
               END-IF
               MOVE SEAL-CHAIN    TO SR-CHAIN
               MOVE RUN-DATE      TO SR-DATE
               STRING "SUBJECT-ACCESS REF=" SUBJECT-REF
                   DELIMITED BY SIZE INTO SR-REFERENCE
               WRITE SEAL-REGISTER-RECORD
               ADD 1 TO SEALED-NOTED
           END-IF.

       PROCESS-NOTICE-FILE.
           MOVE SPACES TO SECTION-NAME
           STRING "NOTICE." FUNCTION TRIM(SUBJECT-NAME)
               DELIMITED BY SIZE INTO SECTION-NAME
           PERFORM START-SECTION
           MOVE SPACES TO TEXT-FILE-NAME
           STRING "DATA/NOTICE." FUNCTION TRIM(SUBJECT-NAME)
               DELIMITED BY SIZE INTO TEXT-FILE-NAME
           OPEN INPUT TEXT-FILE
           IF TXT-STATUS NOT = "00"
               MOVE "Y" TO FILE-ABSENT
           ELSE
               IF SUBJECT-MODE = "PSEUDO"
                   OPEN OUTPUT TEXT-WORK-FILE
               END-IF
               PERFORM UNTIL TXT-STATUS = "10"
                   READ TEXT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-ONE-NOTICE-LINE
                   END-READ
               END-PERFORM
               CLOSE TEXT-FILE
               IF SUBJECT-MODE = "PSEUDO"
                   CLOSE TEXT-WORK-FILE
               END-IF
               IF CHANGE-MODE = "Y" AND FILE-HITS > 0
                   PERFORM ERASE-NOTICE-FILE
               END-IF
           END-IF
           PERFORM END-SECTION.

       CHECK-ONE-NOTICE-LINE.
           IF TEXT-LINE NOT = SPACES
               MOVE TEXT-LINE TO SCAN-LINE
               PERFORM RECORD-HIT
           END-IF
           IF SUBJECT-MODE = "PSEUDO"
               MOVE TEXT-LINE TO SCAN-LINE
               PERFORM PSEUDONYMIZE-LINE
               MOVE SCAN-LINE TO TEXT-WORK-LINE
               WRITE TEXT-WORK-LINE
           END-IF.

       ERASE-NOTICE-FILE.
           OPEN OUTPUT TEXT-FILE
           CLOSE TEXT-FILE
           IF SUBJECT-MODE = "PSEUDO"
               MOVE SPACES TO TEXT-FILE-NAME
               STRING "DATA/NOTICE." FUNCTION TRIM(PSEUDONYM)
                   DELIMITED BY SIZE INTO TEXT-FILE-NAME
               PERFORM REWRITE-TEXT-FILE
               DISPLAY "Avisos passados para "
                   FUNCTION TRIM(TEXT-FILE-NAME) "."
           END-IF.

       REWRITE-TEXT-FILE.
           OPEN OUTPUT TEXT-FILE
           OPEN INPUT TEXT-WORK-FILE
           PERFORM UNTIL TWK-STATUS = "10"
               READ TEXT-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TEXT-WORK-LINE TO TEXT-LINE
                       WRITE TEXT-LINE
               END-READ
           END-PERFORM
           CLOSE TEXT-WORK-FILE
           CLOSE TEXT-FILE.

       FIND-NAME-IN-LINE.
           MOVE SCAN-LINE TO SCAN-UPPER
           INSPECT SCAN-UPPER CONVERTING LOWER-CASE TO UPPER-CASE
           MOVE 0 TO MATCH-POS
           COMPUTE SCAN-LAST = 401 - NAME-LEN
           PERFORM VARYING P FROM SCAN-FROM BY 1
                   UNTIL P > SCAN-LAST OR MATCH-POS > 0
               IF SCAN-UPPER(P:NAME-LEN) = MATCH-NAME(1:NAME-LEN)
                   MOVE "Y" TO EDGE-OK
                   IF P > 1
                       MOVE SCAN-UPPER(P - 1:1) TO EDGE-CHAR
                       PERFORM CHECK-EDGE-CHAR
                   END-IF
                   IF P + NAME-LEN <= 400
                       MOVE SCAN-UPPER(P + NAME-LEN:1) TO EDGE-CHAR
                       PERFORM CHECK-EDGE-CHAR
                   END-IF
                   IF EDGE-OK = "Y"
                       MOVE P TO MATCH-POS
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-EDGE-CHAR.
           IF EDGE-CHAR NOT = SPACE
               IF EDGE-CHAR IS ALPHABETIC OR EDGE-CHAR IS NUMERIC
                   MOVE "N" TO EDGE-OK
               END-IF
           END-IF.

       PSEUDONYMIZE-LINE.
           MOVE 1 TO SCAN-FROM
           PERFORM FIND-NAME-IN-LINE
           PERFORM UNTIL MATCH-POS = 0
               MOVE 0 TO SPACE-RUN
               COMPUTE Q = MATCH-POS + NAME-LEN
               PERFORM UNTIL Q > 400 OR SCAN-LINE(Q:1) NOT = SPACE
                   ADD 1 TO SPACE-RUN
                   ADD 1 TO Q
               END-PERFORM
               IF NAME-LEN + SPACE-RUN >= PSEUDO-LEN
                   IF NAME-LEN > PSEUDO-LEN
                       MOVE NAME-LEN TO FIT-LEN
                   ELSE
                       MOVE PSEUDO-LEN TO FIT-LEN
                   END-IF
                   MOVE PSEUDONYM TO SCAN-LINE(MATCH-POS:FIT-LEN)
               ELSE
                   MOVE NAME-LEN TO FIT-LEN
                   MOVE ALL "*" TO SCAN-LINE(MATCH-POS:FIT-LEN)
                   ADD 1 TO FILE-MASKED
               END-IF
               COMPUTE SCAN-FROM = MATCH-POS + FIT-LEN
               IF SCAN-FROM > 400
                   MOVE 0 TO MATCH-POS
               ELSE
                   PERFORM FIND-NAME-IN-LINE
               END-IF
           END-PERFORM.

       NOTE-ERASED-LINE.
           MOVE 0 TO A
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > ADJUST-COUNT OR A > 0
               IF AJ-FILE(K) = SECTION-NAME(1:12)
                   AND AJ-DATE(K) = TEXT-LINE(1:8)
                   MOVE K TO A
               END-IF
           END-PERFORM
           IF A = 0
               IF ADJUST-COUNT < 200
                   ADD 1 TO ADJUST-COUNT
                   MOVE ADJUST-COUNT TO A
                   MOVE SECTION-NAME(1:12) TO AJ-FILE(A)
                   MOVE TEXT-LINE(1:8) TO AJ-DATE(A)
                   MOVE 0 TO AJ-COUNT(A)
               ELSE
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > ADJUST-COUNT OR A > 0
                       IF AJ-FILE(K) = SECTION-NAME(1:12)
                           MOVE K TO A
                       END-IF
                   END-PERFORM
                   IF A = 0
                       PERFORM TABLE-EXCEEDED
                       ADD 1 TO UNADJUSTED
                   END-IF
               END-IF
           END-IF
           IF A > 0
               ADD 1 TO AJ-COUNT(A)
           END-IF.

       PROCESS-ARCHIVE-MEMBERS.
           MOVE 0 TO MEMBER-COUNT
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF IDX-STATUS = "00"
               IF CHANGE-MODE = "Y"
                   OPEN OUTPUT INDEX-WORK-FILE
               END-IF
               PERFORM UNTIL IDX-STATUS = "10"
                   READ ARCHIVE-INDEX-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-ONE-MEMBER
                           IF CHANGE-MODE = "Y"
                               MOVE ARCHIVE-INDEX-RECORD
                                   TO INDEX-WORK-LINE
                               WRITE INDEX-WORK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX-FILE
               IF CHANGE-MODE = "Y"
                   CLOSE INDEX-WORK-FILE
                   IF INDEX-CHANGED = "Y"
                       PERFORM REWRITE-ARCHIVE-INDEX
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-MEMBER.
           MOVE 0 TO A
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > MEMBER-COUNT OR A > 0
               IF MEMBER-ENTRY(K) = IX-MEMBER-NAME
                   MOVE K TO A
               END-IF
           END-PERFORM
           IF A = 0
               IF MEMBER-COUNT < 200
                   ADD 1 TO MEMBER-COUNT
                   MOVE IX-MEMBER-NAME TO MEMBER-ENTRY(MEMBER-COUNT)
               ELSE
                   MOVE "ARCHIDX" TO SECTION-NAME
                   PERFORM TABLE-EXCEEDED
               END-IF
               MOVE IX-MEMBER-NAME TO TEXT-FILE-NAME
               MOVE SPACES TO SECTION-NAME
               STRING "ARQUIVO " IX-MEMBER-NAME
                   DELIMITED BY SIZE INTO SECTION-NAME
               MOVE "N" TO TEXT-BALANCED
               MOVE IX-FILE-NAME TO SEALED-LOG
               PERFORM PROCESS-TEXT-FILE
               IF SUBJECT-MODE = "APAGAR" AND FILE-HITS > 0
                   MOVE "Y" TO INDEX-CHANGED
                   IF IX-MOVED-COUNT IS NUMERIC
                       AND IX-MOVED-COUNT > FILE-HITS
                       SUBTRACT FILE-HITS FROM IX-MOVED-COUNT
                   ELSE
                       MOVE 0 TO IX-MOVED-COUNT
                   END-IF
               END-IF
           END-IF.

       REWRITE-ARCHIVE-INDEX.
           OPEN OUTPUT ARCHIVE-INDEX-FILE
           OPEN INPUT INDEX-WORK-FILE
           PERFORM UNTIL IWK-STATUS = "10"
               READ INDEX-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE INDEX-WORK-LINE TO ARCHIVE-INDEX-RECORD
                       WRITE ARCHIVE-INDEX-RECORD
               END-READ
           END-PERFORM
           CLOSE INDEX-WORK-FILE
           CLOSE ARCHIVE-INDEX-FILE.

       ADJUST-CONTROL-TOTALS.
           OPEN INPUT CONTROL-TOTALS-FILE
           IF CT-STATUS NOT = "00"
               DISPLAY "Aviso: CTLTOTALS indisponivel. Trailers nao "
                   "ajustados."
               PERFORM VARYING A FROM 1 BY 1 UNTIL A > ADJUST-COUNT
                   ADD AJ-COUNT(A) TO UNADJUSTED
               END-PERFORM
           ELSE
               OPEN OUTPUT TOTALS-WORK-FILE
               PERFORM UNTIL CT-STATUS = "10"
                   READ CONTROL-TOTALS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM VARYING A FROM 1 BY 1
                                   UNTIL A > ADJUST-COUNT
                               IF AJ-FILE(A) = CT-FILE-NAME
                                   AND AJ-DATE(A) = CT-RUN-DATE
                                   PERFORM TAKE-FROM-TRAILER
                               END-IF
                           END-PERFORM
                           MOVE CONTROL-TOTALS-RECORD
                               TO TOTALS-WORK-LINE
                           WRITE TOTALS-WORK-LINE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-TOTALS-FILE
               CLOSE TOTALS-WORK-FILE

               OPEN OUTPUT CONTROL-TOTALS-FILE
               OPEN INPUT TOTALS-WORK-FILE
               PERFORM UNTIL CTW-STATUS = "10"
                   READ TOTALS-WORK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE TOTALS-WORK-LINE
                               TO CONTROL-TOTALS-RECORD
                           PERFORM VARYING A FROM 1 BY 1
                                   UNTIL A > ADJUST-COUNT
                               IF AJ-FILE(A) = CT-FILE-NAME
                                   PERFORM TAKE-FROM-TRAILER
                               END-IF
                           END-PERFORM
                           WRITE CONTROL-TOTALS-RECORD
                   END-READ
               END-PERFORM
               CLOSE TOTALS-WORK-FILE
               CLOSE CONTROL-TOTALS-FILE

               PERFORM VARYING A FROM 1 BY 1 UNTIL A > ADJUST-COUNT
                   ADD AJ-COUNT(A) TO UNADJUSTED
               END-PERFORM
           END-IF

           MOVE SPACES TO SUBJECT-LOG-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " SUBJECT-MODE
               " | REF=" SUBJECT-REF " | CTLTOTALS | AJUSTADOS "
               ADJUSTED-TOTAL " | SEM TRAILER " UNADJUSTED
               DELIMITED BY SIZE INTO SUBJECT-LOG-LINE
           WRITE SUBJECT-LOG-LINE
           DISPLAY "Trailers de CTLTOTALS reduzidos em "
               ADJUSTED-TOTAL " registos."
           IF UNADJUSTED > 0
               DISPLAY "Aviso: " UNADJUSTED " registos apagados sem "
                   "trailer para reduzir. BALANCING vai acusar "
                   "diferenca."
               MOVE 5 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       TAKE-FROM-TRAILER.
           IF AJ-COUNT(A) > 0 AND CT-REC-COUNT IS NUMERIC
               AND CT-REC-COUNT > 0
               IF AJ-COUNT(A) > CT-REC-COUNT
                   MOVE CT-REC-COUNT TO TAKE-COUNT
               ELSE
                   MOVE AJ-COUNT(A) TO TAKE-COUNT
               END-IF
               SUBTRACT TAKE-COUNT FROM CT-REC-COUNT
               SUBTRACT TAKE-COUNT FROM AJ-COUNT(A)
               ADD TAKE-COUNT TO ADJUSTED-TOTAL
           END-IF.

       RESET-BALANCE-MARKS.
           MOVE 0 TO HWM-COUNT
           OPEN INPUT HWM-FILE
           IF HWM-STATUS = "00"
               PERFORM UNTIL HWM-STATUS = "10"
                   READ HWM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HWM-COUNT < 20
                               ADD 1 TO HWM-COUNT
                               MOVE HW-FILE-NAME
                                   TO HT-FILE-NAME(HWM-COUNT)
                               MOVE HW-LOG-COUNT
                                   TO HT-LOG-COUNT(HWM-COUNT)
                               MOVE HW-TRAILER-SEEN
                                   TO HT-TRAILER-SEEN(HWM-COUNT)
                               MOVE HW-TRAILER-SUM
                                   TO HT-TRAILER-SUM(HWM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HWM-FILE

               PERFORM VARYING K FROM 1 BY 1 UNTIL K > HWM-COUNT
                   PERFORM VARYING A FROM 1 BY 1
                           UNTIL A > ADJUST-COUNT
                       IF AJ-FILE(A) = HT-FILE-NAME(K)
                           MOVE 0 TO HT-LOG-COUNT(K)
                           MOVE 0 TO HT-TRAILER-SEEN(K)
                           MOVE 0 TO HT-TRAILER-SUM(K)
                       END-IF
                   END-PERFORM
               END-PERFORM

               OPEN OUTPUT HWM-FILE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > HWM-COUNT
                   MOVE SPACES TO HWM-RECORD
                   MOVE HT-FILE-NAME(K)     TO HW-FILE-NAME
                   MOVE HT-LOG-COUNT(K)     TO HW-LOG-COUNT
                   MOVE HT-TRAILER-SEEN(K)  TO HW-TRAILER-SEEN
                   MOVE HT-TRAILER-SUM(K)   TO HW-TRAILER-SUM
                   WRITE HWM-RECORD
               END-PERFORM
               CLOSE HWM-FILE
               DISPLAY "Marcas de BALHWM reiniciadas para os "
                   "ficheiros alterados."
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO SUBJECT-REQUEST-NAME
           STRING "DATA/SUBJECTREQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUBJECT-REQUEST-NAME
           MOVE SPACES TO SUBJECT-EXTRACT-NAME
           STRING "DATA/SUBJECTEXT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUBJECT-EXTRACT-NAME
           MOVE SPACES TO SUBJECT-LOG-NAME
           STRING "DATA/SUBJECTLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUBJECT-LOG-NAME
           MOVE SPACES TO SUBJECT-ID-NAME
           STRING "DATA/SUBJECTNEXTID" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUBJECT-ID-NAME
           MOVE SPACES TO TEXT-WORK-NAME
           STRING "DATA/SUBJWRK" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TEXT-WORK-NAME
           MOVE SPACES TO ARCHIVE-INDEX-NAME
           STRING "DATA/ARCHIDX" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ARCHIVE-INDEX-NAME
           MOVE SPACES TO INDEX-WORK-NAME
           STRING "DATA/ARCHIDXWRK" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INDEX-WORK-NAME
           MOVE SPACES TO CONTROL-TOTALS-NAME
           STRING "DATA/CTLTOTALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONTROL-TOTALS-NAME
           MOVE SPACES TO TOTALS-WORK-NAME
           STRING "DATA/CTLTMP" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TOTALS-WORK-NAME
           MOVE SPACES TO HWM-NAME
           STRING "DATA/BALHWM" PERSON-SUFFIX DELIMITED BY SPACE
               INTO HWM-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO REQ-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-PROFILE-NAME
           MOVE SPACES TO NOTICE-STATUS-NAME
           STRING "DATA/NOTICESTATUS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NOTICE-STATUS-NAME
           MOVE SPACES TO LOAN-LEDGER-NAME
           STRING "DATA/LOANLEDGER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO LOAN-LEDGER-NAME
           MOVE SPACES TO INCIDENT-NAME
           STRING "DATA/INCIDENTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INCIDENT-NAME
           MOVE SPACES TO WORK-ITEM-NAME
           STRING "DATA/WORKLIST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WORK-ITEM-NAME
           MOVE SPACES TO MEMORIA-NAME
           STRING "DATA/MEMSEGURA" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORIA-NAME
           MOVE SPACES TO REJECT-COUNT-NAME
           STRING "DATA/TOQUEREJCNT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REJECT-COUNT-NAME
           MOVE SPACES TO REVOKE-COUNT-NAME
           STRING "DATA/TOQUEREVOKED" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REVOKE-COUNT-NAME
           MOVE SPACES TO CONSENT-NAME
           STRING "DATA/TOQUECONSENT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONSENT-NAME
           MOVE SPACES TO CONVERSATION-NAME
           STRING "DATA/CONVINDEX" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONVERSATION-NAME
           MOVE SPACES TO CONV-LINE-NAME
           STRING "DATA/CONVLINES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONV-LINE-NAME
           MOVE SPACES TO SEAL-REGISTER-NAME
           STRING "DATA/LOGSEALREG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SEAL-REGISTER-NAME.
