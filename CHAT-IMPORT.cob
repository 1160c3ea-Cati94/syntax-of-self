       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAT-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE ASSIGN USING IMPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMP-STATUS.

           SELECT SENDER-MAP-FILE ASSIGN USING SENDER-MAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-STATUS.

           SELECT REQ-REGISTRY-FILE ASSIGN TO "DATA/REQREGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-SOURCE
               FILE STATUS IS RG-STATUS-CODE.

           SELECT TRANSCRIPT-FILE ASSIGN USING TRANSCRIPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-STATUS.

           SELECT MESSAGE-REQUEST-FILE
               ASSIGN USING MESSAGE-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-STATUS.

           SELECT CHAT-ERROR-FILE ASSIGN USING CHAT-ERROR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-STATUS.

           SELECT SUMMARY-FILE ASSIGN USING SUMMARY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUM-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "DATA/RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMPORT-FILE.
       01  IMPORT-LINE         PIC X(600).

       FD  SENDER-MAP-FILE.
       01  SENDER-MAP-RECORD.
           05 SM-SENDER        PIC X(30).
           05 FILLER           PIC X.
           05 SM-NAME          PIC X(20).
           05 FILLER           PIC X.
           05 SM-ROLE          PIC X.

       FD  REQ-REGISTRY-FILE.
           COPY REQREG.

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-LINE     PIC X(74).

       FD  MESSAGE-REQUEST-FILE.
       01  MESSAGE-REQUEST-LINE.
           05 MR-TEXT          PIC X(50).
           05 MR-SOURCE        PIC X(20).
           05 MR-CONTINUED     PIC X.

       FD  CHAT-ERROR-FILE.
       01  CHAT-ERROR-LINE     PIC X(140).

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE        PIC X(80).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LK-TIMESTAMP         PIC X(14).
           05 FILLER               PIC X.
           05 LK-HOLDER            PIC X(21).

       WORKING-STORAGE SECTION.
       01 IMP-STATUS           PIC XX.
       01 MAP-STATUS           PIC XX.
       01 RG-STATUS-CODE       PIC XX.
       01 TR-STATUS            PIC XX.
       01 MR-STATUS            PIC XX.
       01 ERR-STATUS           PIC XX.
       01 SUM-STATUS           PIC XX.
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 REGISTRY-OPEN        PIC X VALUE "N".
       01 TRANSCRIPT-OPEN      PIC X VALUE "N".
       01 REQUESTS-OPEN        PIC X VALUE "N".
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "CHAT-IMPORT".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       01 RUN-DATE             PIC X(8).
       01 CH-DATE              PIC X(10).
       01 CH-TIME              PIC X(8).
       01 CH-SENDER            PIC X(30).
       01 CH-TEXT              PIC X(500).
       01 TEXT-WORK            PIC X(500).
       01 CH-PTR               PIC 9(3).
       01 CH-FIELDS            PIC 9.
       01 MSG-DATE             PIC X(8).
       01 MSG-NAME             PIC X(20).
       01 MSG-ROLE             PIC X.
       01 MSG-LEN              PIC 9(3).
       01 UPPER-SENDER         PIC X(30).
       01 UPPER-TEXT           PIC X(50).
       01 REJECT-REASON        PIC X(40).
       01 DROP-KIND            PIC X.
       01 DATE-VALID           PIC X.
       01 CHECK-DATE           PIC X(8).
       01 CHECK-DATE-NUM       PIC 9(8).
       01 CHECK-MONTH          PIC 9(2).
       01 CHECK-DAY            PIC 9(2).
       01 CHECK-HOUR           PIC 9(2).
       01 CHECK-MINUTE         PIC 9(2).
       01 I                    PIC 9(3).
       01 J                    PIC 9(3).
       01 TEXT-POS             PIC 9(3).
       01 REMAIN-LEN           PIC 9(3).
       01 BREAK-POS            PIC 9(3).
       01 GROUP-LINES          PIC 9.
       01 FIRST-DATE           PIC X(8) VALUE SPACES.
       01 LAST-DATE            PIC X(8) VALUE SPACES.
       01 BALANCE-TOTAL        PIC 9(6).

       01 IMPORT-COUNTS.
           05 LINES-READ           PIC 9(6) VALUE 0.
           05 BLANK-LINES          PIC 9(6) VALUE 0.
           05 ERROR-LINES          PIC 9(6) VALUE 0.
           05 SYSTEM-LINES         PIC 9(6) VALUE 0.
           05 MEDIA-LINES          PIC 9(6) VALUE 0.
           05 OWN-MESSAGES         PIC 9(6) VALUE 0.
           05 REQUESTER-MESSAGES   PIC 9(6) VALUE 0.
           05 TRANSCRIPT-WRITTEN   PIC 9(6) VALUE 0.
           05 CHUNKS-EXPECTED      PIC 9(6) VALUE 0.
           05 REQUEST-LINES        PIC 9(6) VALUE 0.
           05 REQUEST-CHUNKS       PIC 9(6) VALUE 0.
           05 REQUEST-SPLITS       PIC 9(6) VALUE 0.
           05 CUT-MESSAGES         PIC 9(6) VALUE 0.

       01 SENDER-TABLE.
           05 SENDER-COUNT     PIC 9(3) VALUE 0.
           05 SENDER-ENTRIES OCCURS 100 TIMES.
               10 ST-SENDER    PIC X(30).
               10 ST-NAME      PIC X(20).
               10 ST-ROLE      PIC X.

       01 CHUNK-TABLE.
           05 CHUNK-COUNT      PIC 9(2) VALUE 0.
           05 CHUNK-TEXT OCCURS 20 TIMES PIC X(50).

       01 SYSTEM-SENDER-TABLE.
           05 SYSTEM-SENDER-COUNT  PIC 9 VALUE 3.
           05 SYSTEM-SENDER-NAMES.
               10 FILLER PIC X(10) VALUE "SISTEMA".
               10 FILLER PIC X(10) VALUE "SYSTEM".
               10 FILLER PIC X(10) VALUE "WHATSAPP".
           05 SYSTEM-SENDER-NAMES-R REDEFINES SYSTEM-SENDER-NAMES.
               10 SYSTEM-SENDER-NAME OCCURS 3 TIMES PIC X(10).

       01 SYSTEM-TEXT-TABLE.
           05 SYSTEM-TEXT-COUNT    PIC 9 VALUE 4.
           05 SYSTEM-TEXT-NAMES.
               10 FILLER PIC X(30) VALUE "MENSAGEM APAGADA".
               10 FILLER PIC X(30) VALUE "ESTA MENSAGEM FOI APAGADA".
               10 FILLER PIC X(30) VALUE "THIS MESSAGE WAS DELETED".
               10 FILLER PIC X(30) VALUE "YOU DELETED THIS MESSAGE".
           05 SYSTEM-TEXT-NAMES-R REDEFINES SYSTEM-TEXT-NAMES.
               10 SYSTEM-TEXT OCCURS 4 TIMES PIC X(30).

       01 MEDIA-TEXT-TABLE.
           05 MEDIA-TEXT-COUNT     PIC 9(2) VALUE 12.
           05 MEDIA-TEXT-NAMES.
               10 FILLER PIC X(30) VALUE "<MULTIMEDIA OMITIDO>".
               10 FILLER PIC X(30) VALUE "<MEDIA OMITTED>".
               10 FILLER PIC X(30) VALUE "IMAGEM OMITIDA".
               10 FILLER PIC X(30) VALUE "IMAGE OMITTED".
               10 FILLER PIC X(30) VALUE "AUDIO OMITIDO".
               10 FILLER PIC X(30) VALUE "AUDIO OMITTED".
               10 FILLER PIC X(30) VALUE "VIDEO OMITIDO".
               10 FILLER PIC X(30) VALUE "VIDEO OMITTED".
               10 FILLER PIC X(30) VALUE "DOCUMENTO OMITIDO".
               10 FILLER PIC X(30) VALUE "DOCUMENT OMITTED".
               10 FILLER PIC X(30) VALUE "STICKER OMITIDO".
               10 FILLER PIC X(30) VALUE "STICKER OMITTED".
           05 MEDIA-TEXT-NAMES-R REDEFINES MEDIA-TEXT-NAMES.
               10 MEDIA-TEXT OCCURS 12 TIMES PIC X(30).
       COPY PERSONCTX.
       01 IMPORT-NAME          PIC X(40).
       01 SENDER-MAP-NAME      PIC X(40).
       01 TRANSCRIPT-NAME      PIC X(40).
       01 MESSAGE-REQUEST-NAME PIC X(40).
       01 CHAT-ERROR-NAME      PIC X(40).
       01 SUMMARY-NAME         PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== IMPORTACAO DE EXPORTACAO DE CONVERSA ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM CHECK-RUN-LOCK
           IF LOCK-HELD = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT IMPORT-FILE
           IF IMP-STATUS NOT = "00"
               DISPLAY "CHATIMPORT nao encontrado. Nada a importar."
               GOBACK
           END-IF

           PERFORM LOAD-SENDER-MAP

           OPEN INPUT REQ-REGISTRY-FILE
           IF RG-STATUS-CODE = "00"
               MOVE "Y" TO REGISTRY-OPEN
           ELSE
               DISPLAY "Aviso: REQREGISTRY inacessivel. Estado: "
                   RG-STATUS-CODE ". So CHATSENDERS identifica "
                   "remetentes."
           END-IF

           OPEN EXTEND CHAT-ERROR-FILE
           IF ERR-STATUS = "35"
               OPEN OUTPUT CHAT-ERROR-FILE
           END-IF

           PERFORM UNTIL IMP-STATUS = "10"
               READ IMPORT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM IMPORT-ONE-LINE
               END-READ
           END-PERFORM

           CLOSE IMPORT-FILE
           IF REGISTRY-OPEN = "Y"
               CLOSE REQ-REGISTRY-FILE
           END-IF
           IF TRANSCRIPT-OPEN = "Y"
               CLOSE TRANSCRIPT-FILE
           END-IF
           IF REQUESTS-OPEN = "Y"
               CLOSE MESSAGE-REQUEST-FILE
           END-IF
           CLOSE CHAT-ERROR-FILE

           OPEN OUTPUT IMPORT-FILE
           CLOSE IMPORT-FILE

           PERFORM WRITE-IMPORT-SUMMARY

           IF OWN-MESSAGES + REQUESTER-MESSAGES > 0
               DISPLAY "Correr CONTROL-FILTER e BOUNDARY-FIX para "
                   "tratar a conversa importada."
           ELSE
               DISPLAY "Nenhuma mensagem importada. CTRLTRANSCRIPT e "
                   "BOUNDARYREQUESTS nao foram alterados."
           END-IF
           IF ERROR-LINES > 0 OR CUT-MESSAGES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF BALANCE-TOTAL NOT = LINES-READ
               OR TRANSCRIPT-WRITTEN NOT = CHUNKS-EXPECTED
               OR REQUEST-LINES NOT = REQUEST-CHUNKS
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

       LOAD-SENDER-MAP.
           MOVE 0 TO SENDER-COUNT
           OPEN INPUT SENDER-MAP-FILE
           IF MAP-STATUS NOT = "00"
               DISPLAY "Aviso: CHATSENDERS inexistente. Remetentes "
                   "procurados so em REQREGISTRY."
           ELSE
               PERFORM UNTIL MAP-STATUS = "10"
                   READ SENDER-MAP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM STORE-ONE-SENDER
                   END-READ
               END-PERFORM
               CLOSE SENDER-MAP-FILE
           END-IF.

       STORE-ONE-SENDER.
           IF SM-SENDER NOT = SPACES AND SM-NAME NOT = SPACES
               IF SENDER-COUNT < 100
                   ADD 1 TO SENDER-COUNT
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SM-SENDER))
                       TO ST-SENDER(SENDER-COUNT)
                   MOVE SM-NAME TO ST-NAME(SENDER-COUNT)
                   MOVE SM-ROLE TO ST-ROLE(SENDER-COUNT)
                   IF ST-ROLE(SENDER-COUNT) NOT = "P"
                       MOVE "R" TO ST-ROLE(SENDER-COUNT)
                   END-IF
               ELSE
                   DISPLAY "Aviso: mais de 100 remetentes em "
                       "CHATSENDERS. Ignorado: " SM-SENDER
                   MOVE 7 TO ERRLOG-MSG-ID
                   MOVE SPACES TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                       ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.

       IMPORT-ONE-LINE.
           ADD 1 TO LINES-READ
           IF IMPORT-LINE = SPACES
               ADD 1 TO BLANK-LINES
           ELSE
               PERFORM PARSE-EXPORT-LINE
               IF REJECT-REASON NOT = SPACES
                   PERFORM WRITE-IMPORT-ERROR
               ELSE
                   PERFORM CHECK-DROPPED-LINE
                   EVALUATE DROP-KIND
                       WHEN "S"
                           ADD 1 TO SYSTEM-LINES
                       WHEN "M"
                           ADD 1 TO MEDIA-LINES
                       WHEN OTHER
                           PERFORM MAP-SENDER-NAME
                           IF REJECT-REASON NOT = SPACES
                               PERFORM WRITE-IMPORT-ERROR
                           ELSE
                               PERFORM IMPORT-ONE-MESSAGE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       PARSE-EXPORT-LINE.
           MOVE SPACES TO CH-DATE CH-TIME CH-SENDER CH-TEXT
           MOVE SPACES TO REJECT-REASON
           MOVE 1 TO CH-PTR
           MOVE 0 TO CH-FIELDS
           UNSTRING IMPORT-LINE DELIMITED BY ","
               INTO CH-DATE CH-TIME CH-SENDER
               WITH POINTER CH-PTR
               TALLYING IN CH-FIELDS
           END-UNSTRING
           IF CH-FIELDS < 3 OR CH-PTR > 600
               MOVE "LINHA SEM DATA, HORA, REMETENTE E TEXTO"
                   TO REJECT-REASON
           ELSE
               MOVE IMPORT-LINE(CH-PTR:) TO CH-TEXT
               IF IMPORT-LINE(CH-PTR:) NOT = CH-TEXT
                   ADD 1 TO CUT-MESSAGES
               END-IF
               MOVE FUNCTION TRIM(CH-TEXT) TO CH-TEXT
               PERFORM STRIP-TEXT-QUOTES
               PERFORM NORMALIZE-EXPORT-DATE
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM VALIDATE-EXPORT-TIME
           END-IF
           IF REJECT-REASON = SPACES AND CH-TEXT = SPACES
               MOVE "MENSAGEM SEM TEXTO" TO REJECT-REASON
           END-IF.

       STRIP-TEXT-QUOTES.
           MOVE 0 TO MSG-LEN
           IF CH-TEXT NOT = SPACES
               COMPUTE MSG-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(CH-TEXT TRAILING))
           END-IF
           IF MSG-LEN > 1
               AND CH-TEXT(1:1) = QUOTE
               AND CH-TEXT(MSG-LEN:1) = QUOTE
               MOVE SPACE TO CH-TEXT(MSG-LEN:1)
               MOVE CH-TEXT(2:) TO TEXT-WORK
               MOVE FUNCTION TRIM(TEXT-WORK) TO CH-TEXT
           END-IF.

       NORMALIZE-EXPORT-DATE.
           MOVE FUNCTION TRIM(CH-DATE) TO CH-DATE
           MOVE SPACES TO MSG-DATE
           EVALUATE TRUE
               WHEN CH-DATE(3:1) = "/" AND CH-DATE(6:1) = "/"
                   STRING CH-DATE(7:4) CH-DATE(4:2) CH-DATE(1:2)
                       DELIMITED BY SIZE INTO MSG-DATE
               WHEN CH-DATE(5:1) = "-" AND CH-DATE(8:1) = "-"
                   STRING CH-DATE(1:4) CH-DATE(6:2) CH-DATE(9:2)
                       DELIMITED BY SIZE INTO MSG-DATE
               WHEN CH-DATE(9:2) = SPACES
                   MOVE CH-DATE(1:8) TO MSG-DATE
           END-EVALUATE
           MOVE MSG-DATE TO CHECK-DATE
           PERFORM VALIDATE-ONE-DATE
           IF DATE-VALID = "N"
               MOVE "DATA INVALIDA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND MSG-DATE > RUN-DATE
               MOVE "DATA FUTURA" TO REJECT-REASON
           END-IF.

       VALIDATE-EXPORT-TIME.
           MOVE FUNCTION TRIM(CH-TIME) TO CH-TIME
           IF CH-TIME(1:2) IS NUMERIC
               AND CH-TIME(3:1) = ":"
               AND CH-TIME(4:2) IS NUMERIC
               AND (CH-TIME(6:3) = SPACES
                   OR (CH-TIME(6:1) = ":" AND CH-TIME(7:2) IS NUMERIC))
               MOVE CH-TIME(1:2) TO CHECK-HOUR
               MOVE CH-TIME(4:2) TO CHECK-MINUTE
               IF CHECK-HOUR > 23 OR CHECK-MINUTE > 59
                   MOVE "HORA INVALIDA" TO REJECT-REASON
               END-IF
           ELSE
               MOVE "HORA INVALIDA" TO REJECT-REASON
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

       CHECK-DROPPED-LINE.
           MOVE SPACE TO DROP-KIND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CH-SENDER))
               TO UPPER-SENDER
           MOVE FUNCTION UPPER-CASE(CH-TEXT(1:50)) TO UPPER-TEXT
           IF UPPER-SENDER = SPACES
               MOVE "S" TO DROP-KIND
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SYSTEM-SENDER-COUNT OR DROP-KIND = "S"
               IF UPPER-SENDER = SYSTEM-SENDER-NAME(I)
                   MOVE "S" TO DROP-KIND
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SYSTEM-TEXT-COUNT OR DROP-KIND = "S"
               IF UPPER-TEXT = SYSTEM-TEXT(I)
                   MOVE "S" TO DROP-KIND
               END-IF
           END-PERFORM
           IF DROP-KIND = SPACE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > MEDIA-TEXT-COUNT OR DROP-KIND = "M"
                   IF UPPER-TEXT = MEDIA-TEXT(I)
                       MOVE "M" TO DROP-KIND
                   END-IF
               END-PERFORM
           END-IF
           IF DROP-KIND = SPACE AND CH-TEXT(1:1) = "<"
               COMPUTE MSG-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(CH-TEXT TRAILING))
               IF CH-TEXT(MSG-LEN:1) = ">"
                   MOVE "M" TO DROP-KIND
               END-IF
           END-IF.

       MAP-SENDER-NAME.
           MOVE SPACES TO MSG-NAME
           MOVE SPACE TO MSG-ROLE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SENDER-COUNT OR MSG-NAME NOT = SPACES
               IF UPPER-SENDER = ST-SENDER(I)
                   MOVE ST-NAME(I) TO MSG-NAME
                   MOVE ST-ROLE(I) TO MSG-ROLE
               END-IF
           END-PERFORM
           IF MSG-NAME = SPACES AND REGISTRY-OPEN = "Y"
               AND UPPER-SENDER(21:10) = SPACES
               MOVE UPPER-SENDER(1:20) TO RG-SOURCE
               READ REQ-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RG-SOURCE TO MSG-NAME
                       MOVE "R" TO MSG-ROLE
               END-READ
           END-IF
           IF MSG-NAME = SPACES
               MOVE "REMETENTE DESCONHECIDO" TO REJECT-REASON
           END-IF.

       IMPORT-ONE-MESSAGE.
           IF FIRST-DATE = SPACES OR MSG-DATE < FIRST-DATE
               MOVE MSG-DATE TO FIRST-DATE
           END-IF
           IF MSG-DATE > LAST-DATE
               MOVE MSG-DATE TO LAST-DATE
           END-IF
           PERFORM SPLIT-MESSAGE-TEXT
           ADD CHUNK-COUNT TO CHUNKS-EXPECTED
           PERFORM WRITE-TRANSCRIPT-LINES
           IF MSG-ROLE = "P"
               ADD 1 TO OWN-MESSAGES
           ELSE
               ADD 1 TO REQUESTER-MESSAGES
               ADD CHUNK-COUNT TO REQUEST-CHUNKS
               PERFORM WRITE-REQUEST-LINES
           END-IF.

       SPLIT-MESSAGE-TEXT.
           MOVE 0 TO CHUNK-COUNT
           COMPUTE MSG-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(CH-TEXT TRAILING))
           MOVE 1 TO TEXT-POS
           PERFORM UNTIL TEXT-POS > MSG-LEN
               IF CHUNK-COUNT = 20
                   ADD 1 TO CUT-MESSAGES
                   MOVE MSG-LEN TO TEXT-POS
                   ADD 1 TO TEXT-POS
               ELSE
                   COMPUTE REMAIN-LEN = MSG-LEN - TEXT-POS + 1
                   IF REMAIN-LEN <= 50
                       MOVE REMAIN-LEN TO BREAK-POS
                   ELSE
                       MOVE 50 TO BREAK-POS
                       MOVE 0 TO J
                       PERFORM VARYING I FROM 50 BY -1
                               UNTIL I < 2 OR J > 0
                           IF CH-TEXT(TEXT-POS + I - 1:1) = SPACE
                               MOVE I TO J
                           END-IF
                       END-PERFORM
                       IF J > 0
                           COMPUTE BREAK-POS = J - 1
                       END-IF
                   END-IF
                   ADD 1 TO CHUNK-COUNT
                   MOVE CH-TEXT(TEXT-POS:BREAK-POS)
                       TO CHUNK-TEXT(CHUNK-COUNT)
                   ADD BREAK-POS TO TEXT-POS
                   PERFORM UNTIL TEXT-POS > MSG-LEN
                           OR CH-TEXT(TEXT-POS:1) NOT = SPACE
                       ADD 1 TO TEXT-POS
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-TRANSCRIPT-LINES.
           IF TRANSCRIPT-OPEN = "N"
               OPEN OUTPUT TRANSCRIPT-FILE
               MOVE "Y" TO TRANSCRIPT-OPEN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHUNK-COUNT
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING FUNCTION TRIM(MSG-NAME) " | " CHUNK-TEXT(I)
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               ADD 1 TO TRANSCRIPT-WRITTEN
           END-PERFORM.

       WRITE-REQUEST-LINES.
           IF REQUESTS-OPEN = "N"
               OPEN OUTPUT MESSAGE-REQUEST-FILE
               MOVE "Y" TO REQUESTS-OPEN
           END-IF
           MOVE 0 TO GROUP-LINES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHUNK-COUNT
               ADD 1 TO GROUP-LINES
               MOVE SPACES TO MESSAGE-REQUEST-LINE
               MOVE CHUNK-TEXT(I) TO MR-TEXT
               MOVE MSG-NAME TO MR-SOURCE
               IF I < CHUNK-COUNT AND GROUP-LINES < 5
                   MOVE "S" TO MR-CONTINUED
               END-IF
               IF GROUP-LINES = 5 AND I < CHUNK-COUNT
                   MOVE 0 TO GROUP-LINES
                   ADD 1 TO REQUEST-SPLITS
               END-IF
               WRITE MESSAGE-REQUEST-LINE
               ADD 1 TO REQUEST-LINES
           END-PERFORM.

       WRITE-IMPORT-ERROR.
           ADD 1 TO ERROR-LINES
           DISPLAY "Rejeitado: " IMPORT-LINE(1:60)
               " (" REJECT-REASON ")"
           MOVE SPACES TO CHAT-ERROR-LINE
           STRING RUN-DATE " | CHAT-IMPORT | IMP | " IMPORT-LINE(1:60)
               " | " REJECT-REASON
               DELIMITED BY SIZE INTO CHAT-ERROR-LINE
           WRITE CHAT-ERROR-LINE.

       WRITE-IMPORT-SUMMARY.
           COMPUTE BALANCE-TOTAL = BLANK-LINES + ERROR-LINES
               + SYSTEM-LINES + MEDIA-LINES + OWN-MESSAGES
               + REQUESTER-MESSAGES
           OPEN OUTPUT SUMMARY-FILE
           MOVE SPACES TO SUMMARY-LINE
           STRING "IMPORTACAO DE CONVERSA - " RUN-DATE
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           IF FIRST-DATE NOT = SPACES
               MOVE SPACES TO SUMMARY-LINE
               STRING "MENSAGENS DE " FIRST-DATE " A " LAST-DATE
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           STRING "LINHAS LIDAS ............... " LINES-READ
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "  EM BRANCO ................ " BLANK-LINES
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "  REJEITADAS (CHATERRORS) .. " ERROR-LINES
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "  DE SISTEMA (IGNORADAS) ... " SYSTEM-LINES
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "  MULTIMEDIA (IGNORADAS) ... " MEDIA-LINES
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "  MENSAGENS PROPRIAS ....... " OWN-MESSAGES
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "  MENSAGENS DE REQUERENTES . " REQUESTER-MESSAGES
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           IF BALANCE-TOTAL = LINES-READ
               STRING "  TOTAL .................... " BALANCE-TOTAL
                   " | BALANCEADO"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
           ELSE
               STRING "  TOTAL .................... " BALANCE-TOTAL
                   " | DESEQUILIBRIO"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
           END-IF
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           IF TRANSCRIPT-WRITTEN = CHUNKS-EXPECTED
               STRING "LINHAS EM CTRLTRANSCRIPT ... " TRANSCRIPT-WRITTEN
                   " | BALANCEADO"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
           ELSE
               STRING "LINHAS EM CTRLTRANSCRIPT ... " TRANSCRIPT-WRITTEN
                   " | ESPERADAS " CHUNKS-EXPECTED
                   DELIMITED BY SIZE INTO SUMMARY-LINE
           END-IF
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           IF REQUEST-LINES = REQUEST-CHUNKS
               STRING "LINHAS EM BOUNDARYREQUESTS . " REQUEST-LINES
                   " | BALANCEADO"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
           ELSE
               STRING "LINHAS EM BOUNDARYREQUESTS . " REQUEST-LINES
                   " | ESPERADAS " REQUEST-CHUNKS
                   DELIMITED BY SIZE INTO SUMMARY-LINE
           END-IF
           PERFORM WRITE-SUMMARY-LINE
           IF REQUEST-SPLITS > 0
               MOVE SPACES TO SUMMARY-LINE
               STRING "MENSAGENS DIVIDIDAS (>5 LINHAS) " REQUEST-SPLITS
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           IF CUT-MESSAGES > 0
               MOVE SPACES TO SUMMARY-LINE
               STRING "AVISO: MENSAGENS CORTADAS .. " CUT-MESSAGES
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           CLOSE SUMMARY-FILE.

       WRITE-SUMMARY-LINE.
           WRITE SUMMARY-LINE
           DISPLAY FUNCTION TRIM(SUMMARY-LINE TRAILING).

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO IMPORT-NAME
           STRING "DATA/CHATIMPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO IMPORT-NAME
           MOVE SPACES TO SENDER-MAP-NAME
           STRING "DATA/CHATSENDERS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SENDER-MAP-NAME
           MOVE SPACES TO TRANSCRIPT-NAME
           STRING "DATA/CTRLTRANSCRIPT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TRANSCRIPT-NAME
           MOVE SPACES TO MESSAGE-REQUEST-NAME
           STRING "DATA/BOUNDARYREQUESTS" PERSON-SUFFIX
               DELIMITED BY SPACE INTO MESSAGE-REQUEST-NAME
           MOVE SPACES TO CHAT-ERROR-NAME
           STRING "DATA/CHATERRORS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CHAT-ERROR-NAME
           MOVE SPACES TO SUMMARY-NAME
           STRING "DATA/CHATSUMMARY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUMMARY-NAME.
