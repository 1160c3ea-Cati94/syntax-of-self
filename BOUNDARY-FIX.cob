       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHRASE-FILE ASSIGN USING PHRASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PHRASE-STATUS.

           SELECT RESPONSE-LOG-FILE ASSIGN USING RESPONSE-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT MESSAGE-REQUEST-FILE ASSIGN USING MESSAGE-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-STATUS.

           SELECT TRIGGER-FILE ASSIGN USING TRIGGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN USING CONTROL-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STATUS.

           SELECT REQ-REGISTRY-FILE ASSIGN TO "DATA/REQREGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-SOURCE
               FILE STATUS IS RG-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PHRASE-FILE.
           COPY CTLTOT.

       FD  RESPONSE-LOG-FILE.
       01  RESPONSE-LOG-LINE      PIC X(190).

       FD  MESSAGE-REQUEST-FILE.
       01  MESSAGE-REQUEST-LINE.
           05 MR-TEXT             PIC X(50).
           05 MR-SOURCE           PIC X(20).
           05 MR-CONTINUED        PIC X.

       FD  REQ-REGISTRY-FILE.
           COPY REQREG.

       WORKING-STORAGE SECTION.
       01 USER-NEEDS              PIC X(30)
                                  VALUE "RESPEITO_E_LIBERDADE".
       01 EXTERNAL-MESSAGE        PIC X(250) VALUE "DEVES VIR COMIGO".
       01 RESPONSE                PIC X(50).
       01 PHRASE-STATUS           PIC XX.
       01 LOG-STATUS              PIC XX.
       COPY LOGSEAL.
       01 MR-STATUS               PIC XX.
       01 I                       PIC 9(4).
       01 WS-TEMP-HITS            PIC 9(4).
       01 ESCALATED               PIC X VALUE "N".
       01 MATCH-TOTAL             PIC 9(4) VALUE 0.
       01 BEST-IX                 PIC 9(4) VALUE 0.
       01 RG-STATUS-CODE          PIC XX.
       01 REGISTRY-OPEN           PIC X VALUE "N".
       01 MESSAGE-SOURCE          PIC X(20).
       01 MESSAGE-LANG            PIC X(2) VALUE "PT".
       01 PHRASE-IX               PIC 9(4).
       01 MATCH-RESPONSE          PIC X(50).
       01 MESSAGE-OPEN            PIC X VALUE "N".
       01 MESSAGE-LINES           PIC 9 VALUE 0.
       01 MESSAGE-CUT             PIC X VALUE "N".
       01 TEXT-POS                PIC 9(3).
       01 PHRASE-OVERFLOW         PIC X VALUE "N".
       01 ERRLOG-PROGRAM          PIC X(20) VALUE "BOUNDARY-FIX".
       01 ERRLOG-MSG-ID           PIC 9(4).
       01 ERRLOG-STATUS           PIC XX.

       01 TX-GROUP                PIC X(3).
       01 TX-CODE                 PIC X(30).
       01 TX-LANG                 PIC X(2).
       01 TX-TEXT                 PIC X(80).
       01 TX-SOURCE               PIC X.

           COPY NOTLABEL.

       COPY NAMESTAT
           REPLACING ==WS-ENTITY-NAME==   BY ==BF-ENTITY-NAME==
                     ==WS-ENTITY-STATUS== BY ==BF-ENTITY-STATUS==
                     ==WS-RUN-TIMESTAMP== BY ==RUN-TIMESTAMP==.

       COPY RUNCLOCK.

       01 PHRASE-TABLE.
           05 PHRASE-TABLE-COUNT  PIC 9(4) VALUE 0.
           05 PHRASES OCCURS 50 TIMES.
               10 PHRASE-TEXT     PIC X(30).
               10 PHRASE-LEN      PIC 9(4).
               10 RESPONSE-TEXT   PIC X(50).
               10 SEVERITY-CLASS  PIC X.
       COPY PERSONCTX.
       01 PHRASE-NAME          PIC X(40).
       01 RESPONSE-LOG-NAME    PIC X(40).
       01 MESSAGE-REQUEST-NAME PIC X(40).
       01 TRIGGER-NAME         PIC X(40).
       01 CONTROL-TOTALS-NAME  PIC X(40).

       PROCEDURE DIVISION.
       ACTIVATE-BOUNDARY.
           PERFORM SET-PERSON-FILES
           PERFORM LOAD-PHRASE-TABLE
           IF PHRASE-OVERFLOW = "Y"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MESSAGE-REQUEST-FILE
           IF MR-STATUS = "00"
           GOBACK.

       WRITE-LOG-CONTROL-TOTAL.
           CALL "RUN-CLOCK" USING CLOCK-REQUEST RUN-TIMESTAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           END-CALL
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF CT-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS-FILE

       PROCESS-REQUEST-BATCH.
           DISPLAY "BOUNDARYREQUESTS encontrado. Modo batch ativo."
           OPEN INPUT REQ-REGISTRY-FILE
           IF RG-STATUS-CODE = "00"
               MOVE "Y" TO REGISTRY-OPEN
           END-IF
           MOVE "N" TO MESSAGE-OPEN
           OPEN INPUT MESSAGE-REQUEST-FILE
           PERFORM UNTIL MR-STATUS = "10"
               READ MESSAGE-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-MESSAGE-LINE
               END-READ
           END-PERFORM
           CLOSE MESSAGE-REQUEST-FILE
           IF MESSAGE-OPEN = "Y"
               DISPLAY "Aviso: BOUNDARYREQUESTS termina a meio da "
                   "mensagem de " MESSAGE-SOURCE ". Tratada com o "
                   "texto recebido."
               PERFORM FINISH-MESSAGE
           END-IF
           IF REGISTRY-OPEN = "Y"
               CLOSE REQ-REGISTRY-FILE
           END-IF.

       TAKE-MESSAGE-LINE.
           IF MESSAGE-OPEN = "Y" AND MR-SOURCE NOT = MESSAGE-SOURCE
               DISPLAY "Aviso: continuacao em falta na mensagem de "
                   MESSAGE-SOURCE ". Tratada com o texto recebido."
               PERFORM FINISH-MESSAGE
           END-IF
           IF MESSAGE-OPEN = "Y"
               IF MESSAGE-LINES < 5
                   ADD 1 TO MESSAGE-LINES
                   COMPUTE TEXT-POS = (MESSAGE-LINES - 1) * 50 + 1
                   MOVE MR-TEXT TO EXTERNAL-MESSAGE(TEXT-POS:50)
               ELSE
                   MOVE "Y" TO MESSAGE-CUT
               END-IF
           ELSE
               MOVE SPACES TO EXTERNAL-MESSAGE
               MOVE MR-TEXT TO EXTERNAL-MESSAGE(1:50)
               MOVE MR-SOURCE TO MESSAGE-SOURCE
               MOVE 1 TO MESSAGE-LINES
               MOVE "N" TO MESSAGE-CUT
               MOVE "Y" TO MESSAGE-OPEN
           END-IF
           IF MR-CONTINUED NOT = "S"
               PERFORM FINISH-MESSAGE
           END-IF.

       FINISH-MESSAGE.
           MOVE "N" TO MESSAGE-OPEN
           IF MESSAGE-CUT = "Y"
               DISPLAY "Aviso: mensagem de " MESSAGE-SOURCE
                   " com mais de 5 linhas. Texto alem da 5a linha "
                   "nao analisado."
           END-IF
           PERFORM SET-MESSAGE-LANGUAGE
           PERFORM PROCESS-ONE-MESSAGE.

       SET-MESSAGE-LANGUAGE.
           MOVE "PT" TO MESSAGE-LANG
           IF MESSAGE-SOURCE NOT = SPACES AND REGISTRY-OPEN = "Y"
               MOVE MESSAGE-SOURCE TO RG-SOURCE
               READ REQ-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RG-LANGUAGE NOT = SPACES
                           MOVE RG-LANGUAGE TO MESSAGE-LANG
                       END-IF
               END-READ
           END-IF.

       LOCALIZE-PHRASE-RESPONSE.
           MOVE "LIM" TO TX-GROUP
           MOVE PHRASE-TEXT(PHRASE-IX) TO TX-CODE
           MOVE MESSAGE-LANG TO TX-LANG
           MOVE RESPONSE-TEXT(PHRASE-IX) TO TX-TEXT
           CALL "RESP-TEXT" USING TX-GROUP TX-CODE TX-LANG TX-TEXT
               TX-SOURCE
               ON EXCEPTION
                   MOVE RESPONSE-TEXT(PHRASE-IX) TO TX-TEXT
           END-CALL
           MOVE TX-TEXT TO MATCH-RESPONSE.

       PROCESS-ONE-MESSAGE.
           MOVE "N" TO PHRASE-FOUND
           END-PERFORM

           IF PHRASE-FOUND = "Y"
               MOVE BEST-IX TO PHRASE-IX
               PERFORM LOCALIZE-PHRASE-RESPONSE
               MOVE MATCH-RESPONSE TO RESPONSE
               MOVE SEVERITY-CLASS(BEST-IX) TO MATCH-SEVERITY
               DISPLAY RESPONSE
               IF MATCH-TOTAL > 1
                   END-IF
               END-IF
           ELSE
               MOVE "ROT" TO TX-GROUP
               MOVE NOT-LABEL-CODE(16) TO TX-CODE
               MOVE MESSAGE-LANG TO TX-LANG
               MOVE NOT-LABEL-DEFAULT(16) TO TX-TEXT
               CALL "RESP-TEXT" USING TX-GROUP TX-CODE TX-LANG
                   TX-TEXT TX-SOURCE
                   ON EXCEPTION
                       MOVE NOT-LABEL-DEFAULT(16) TO TX-TEXT
               END-CALL
               MOVE TX-TEXT TO RESPONSE
               DISPLAY RESPONSE
               PERFORM LOG-RESPONSE
           END-IF.

       LOG-ONE-MATCH.
           MOVE I TO PHRASE-IX
           PERFORM LOCALIZE-PHRASE-RESPONSE
           CALL "RUN-CLOCK" USING CLOCK-REQUEST RUN-TIMESTAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           END-CALL
           MOVE USER-NEEDS(1:20) TO BF-ENTITY-NAME
           OPEN EXTEND RESPONSE-LOG-FILE
           IF LOG-STATUS = "35"
               OPEN OUTPUT RESPONSE-LOG-FILE
           END-IF
           MOVE SPACES TO RESPONSE-LOG-LINE
           STRING RUN-TIMESTAMP(1:14) " | " EXTERNAL-MESSAGE(1:50)
               " | " MATCH-RESPONSE " | " BF-ENTITY-NAME
               " | Y | SEV=" SEVERITY-CLASS(I)
               " | FRASE=" PHRASE-TEXT(I)(1:PHRASE-LEN(I))
               DELIMITED BY SIZE INTO RESPONSE-LOG-LINE
           MOVE "BOUNDARYLOG" TO SEAL-LOG-NAME
           CALL "LOG-SEAL" USING SEAL-REQUEST RESPONSE-LOG-LINE
           WRITE RESPONSE-LOG-LINE
           ADD 1 TO LOG-WRITTEN
           CLOSE RESPONSE-LOG-FILE.
           CALL "AUTONOMY-MODE".

       LOG-RESPONSE.
           CALL "RUN-CLOCK" USING CLOCK-REQUEST RUN-TIMESTAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           END-CALL
           MOVE USER-NEEDS(1:20) TO BF-ENTITY-NAME
           MOVE PHRASE-FOUND TO BF-ENTITY-STATUS
           OPEN EXTEND RESPONSE-LOG-FILE
               OPEN OUTPUT RESPONSE-LOG-FILE
           END-IF
           MOVE SPACES TO RESPONSE-LOG-LINE
           STRING RUN-TIMESTAMP(1:14) " | " EXTERNAL-MESSAGE(1:50)
               " | " RESPONSE " | " BF-ENTITY-NAME
               " | " BF-ENTITY-STATUS
               DELIMITED BY SIZE INTO RESPONSE-LOG-LINE
           MOVE "BOUNDARYLOG" TO SEAL-LOG-NAME
           CALL "LOG-SEAL" USING SEAL-REQUEST RESPONSE-LOG-LINE
           WRITE RESPONSE-LOG-LINE
           ADD 1 TO LOG-WRITTEN
           CLOSE RESPONSE-LOG-FILE.
                           DISPLAY "Aviso: linha em branco em "
                               "BOUNDARYPHRASES ignorada."
                       ELSE
                           IF PHRASE-TABLE-COUNT < 50
                               ADD 1 TO PHRASE-TABLE-COUNT
                               MOVE PF-PHRASE
                                   TO PHRASE-TEXT(PHRASE-TABLE-COUNT)
                               MOVE PF-SEVERITY TO
                                  SEVERITY-CLASS(PHRASE-TABLE-COUNT)
                           ELSE
                               PERFORM REPORT-PHRASE-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PHRASE-FILE.

       REPORT-PHRASE-OVERFLOW.
           IF PHRASE-OVERFLOW = "N"
               MOVE "Y" TO PHRASE-OVERFLOW
               DISPLAY "BOUNDARYPHRASES excede 50 frases. Execucao "
                   "interrompida: " PF-PHRASE
               MOVE 8 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       SEED-PHRASE-FILE.
           DISPLAY "BOUNDARYPHRASES inexistente. A semear frases."
           OPEN OUTPUT PHRASE-FILE
           MOVE "A" TO PF-SEVERITY
           WRITE PHRASE-FILE-LINE
           CLOSE PHRASE-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PHRASE-NAME
           STRING "DATA/BOUNDARYPHRASES" PERSON-SUFFIX
               DELIMITED BY SPACE INTO PHRASE-NAME
           MOVE SPACES TO RESPONSE-LOG-NAME
           STRING "DATA/BOUNDARYLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RESPONSE-LOG-NAME
           MOVE SPACES TO MESSAGE-REQUEST-NAME
           STRING "DATA/BOUNDARYREQUESTS" PERSON-SUFFIX
               DELIMITED BY SPACE INTO MESSAGE-REQUEST-NAME
           MOVE SPACES TO TRIGGER-NAME
           STRING "DATA/AUTONOMYTRIGGER" PERSON-SUFFIX
               DELIMITED BY SPACE INTO TRIGGER-NAME
           MOVE SPACES TO CONTROL-TOTALS-NAME
           STRING "DATA/CTLTOTALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONTROL-TOTALS-NAME.
