       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESP-TEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "DATA/RESPTEMPLATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
           COPY RESPTPL.

       WORKING-STORAGE SECTION.
       01 TP-STATUS            PIC XX.
       01 TABLE-LOADED         PIC X VALUE "N".
       01 SEARCH-LANG          PIC X(2).
       01 FOUND-IX             PIC 9(4).
       01 I                    PIC 9(4).
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "RESP-TEXT".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 TEMPLATE-TABLE.
           05 TEMPLATE-COUNT   PIC 9(4) VALUE 0.
           05 TEMPLATE-ENTRIES OCCURS 500 TIMES.
               10 TT-GROUP     PIC X(3).
               10 TT-CODE      PIC X(30).
               10 TT-LANG      PIC X(2).
               10 TT-TEXT      PIC X(80).

       LINKAGE SECTION.
       01 TX-GROUP             PIC X(3).
       01 TX-CODE              PIC X(30).
       01 TX-LANG              PIC X(2).
       01 TX-TEXT              PIC X(80).
       01 TX-SOURCE            PIC X.

       PROCEDURE DIVISION USING TX-GROUP TX-CODE TX-LANG TX-TEXT
                                TX-SOURCE.
       BEGIN.
           IF TABLE-LOADED = "N"
               PERFORM LOAD-TEMPLATES
               MOVE "Y" TO TABLE-LOADED
           END-IF

           MOVE "O" TO TX-SOURCE
           MOVE TX-LANG TO SEARCH-LANG
           IF SEARCH-LANG = SPACES
               MOVE "PT" TO SEARCH-LANG
           END-IF
           PERFORM FIND-TEMPLATE
           IF FOUND-IX > 0
               MOVE TT-TEXT(FOUND-IX) TO TX-TEXT
               MOVE "L" TO TX-SOURCE
           ELSE
               IF SEARCH-LANG NOT = "PT"
                   MOVE "PT" TO SEARCH-LANG
                   PERFORM FIND-TEMPLATE
                   IF FOUND-IX > 0
                       MOVE TT-TEXT(FOUND-IX) TO TX-TEXT
                       MOVE "P" TO TX-SOURCE
                   END-IF
               END-IF
           END-IF
           GOBACK.

       FIND-TEMPLATE.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TEMPLATE-COUNT OR FOUND-IX > 0
               IF TT-GROUP(I) = TX-GROUP AND TT-CODE(I) = TX-CODE
                   AND TT-LANG(I) = SEARCH-LANG
                   MOVE I TO FOUND-IX
               END-IF
           END-PERFORM.

       LOAD-TEMPLATES.
           MOVE 0 TO TEMPLATE-COUNT
           OPEN INPUT TEMPLATE-FILE
           IF TP-STATUS = "35"
               PERFORM SEED-TEMPLATES
               OPEN INPUT TEMPLATE-FILE
           END-IF
           IF TP-STATUS = "00"
               PERFORM UNTIL TP-STATUS = "10"
                   READ TEMPLATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM STORE-TEMPLATE
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           ELSE
               DISPLAY "Aviso: RESPTEMPLATES indisponivel. Estado: "
                   TP-STATUS ". Respostas em portugues."
           END-IF.

       STORE-TEMPLATE.
           IF TP-GROUP NOT = "DEC" AND TP-GROUP NOT = "ROT"
               AND TP-GROUP NOT = "LIM"
              OR TP-CODE = SPACES OR TP-LANG = SPACES
              OR TP-TEXT = SPACES
               DISPLAY "Aviso: linha invalida em RESPTEMPLATES "
                   "ignorada: " TP-GROUP " " TP-CODE
           ELSE
               IF TEMPLATE-COUNT < 500
                   ADD 1 TO TEMPLATE-COUNT
                   MOVE TP-GROUP TO TT-GROUP(TEMPLATE-COUNT)
                   MOVE TP-CODE  TO TT-CODE(TEMPLATE-COUNT)
                   MOVE TP-LANG  TO TT-LANG(TEMPLATE-COUNT)
                   MOVE TP-TEXT  TO TT-TEXT(TEMPLATE-COUNT)
               ELSE
                   DISPLAY "Aviso: RESPTEMPLATES excede 500 linhas. "
                       "Ignorada: " TP-GROUP " " TP-CODE " " TP-LANG
                   MOVE 7 TO ERRLOG-MSG-ID
                   MOVE "00" TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                       ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.

       SEED-TEMPLATES.
           DISPLAY "RESPTEMPLATES inexistente. A semear modelos EN."
           OPEN OUTPUT TEMPLATE-FILE
           MOVE SPACES TO RESP-TEMPLATE-RECORD
           MOVE "ROT" TO TP-GROUP
           MOVE "PARA" TO TP-CODE
           MOVE "TO:" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "DATA" TO TP-CODE
           MOVE "DATE:" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "PEDIDO" TO TP-CODE
           MOVE "REQUEST:" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "RECEBIDO" TO TP-CODE
           MOVE "REQUEST RECEIVED:" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "RESULTADO" TO TP-CODE
           MOVE "OUTCOME:" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "RESPOSTA" TO TP-CODE
           MOVE "REPLY:" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "ACEITE" TO TP-CODE
           MOVE "ACCEPTED" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "ADIADO" TO TP-CODE
           MOVE "POSTPONED" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "RECUSADO" TO TP-CODE
           MOVE "DECLINED" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "ALTERNAT" TO TP-CODE
           MOVE "ALTERNATIVE DATE:" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "MARCACAO" TO TP-CODE
           MOVE "BOOKED: DAY" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "PERIODO" TO TP-CODE
           MOVE "PERIOD" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "MANHA" TO TP-CODE
           MOVE "MORNING" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "TARDE" TO TP-CODE
           MOVE "AFTERNOON" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "NOITE" TO TP-CODE
           MOVE "EVENING" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "IGNORADA" TO TP-CODE
           MOVE "Message set aside to protect my wellbeing." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "CANCELADO" TO TP-CODE
           MOVE "CANCELLED" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "ANOTADO" TO TP-CODE
           MOVE "DATE NOTED" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "ROT" TO TP-GROUP
           MOVE "VAGA" TO TP-CODE
           MOVE "PLACE AVAILABLE" TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGISTO" TO TP-CODE
           MOVE "Source blocked in the registry. Request declined."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "DATAPASS" TO TP-CODE
           MOVE "The requested date has passed. Request declined."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "SEMREGRA" TO TP-CODE
           MOVE "No applicable rule. Request declined." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ENERGIA-N" TO TP-CODE
           STRING "Social energy for this week is used up. "
               "Try again from &DATA."
               DELIMITED BY SIZE INTO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ENERGIA-D" TO TP-CODE
           STRING "Social energy for this week is used up. "
               "Alternative date: &DATA &PER"
               DELIMITED BY SIZE INTO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ENERGIA-V" TO TP-CODE
           STRING "Social energy for this week is used up. "
               "Visit declined."
               DELIMITED BY SIZE INTO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "SEMPERURG" TO TP-CODE
           MOVE "Urgent but no free period. Declined." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "SEMPERD" TO TP-CODE
           MOVE "No free period that day. Alternative date: &DATA &PER"
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "SEMPERX" TO TP-CODE
           MOVE "No free period that day. No alternative date soon."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "EMPRESTOK" TO TP-CODE
           MOVE "Loan agreed. Please return it by &DATA." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "CHAMHOJE" TO TP-CODE
           MOVE "Call accepted. We can talk today in the &PER."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "CHAMDATA" TO TP-CODE
           MOVE "Call accepted. We can talk on &DATA in the &PER."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "VISHOJE" TO TP-CODE
           MOVE "Visit accepted today (&PER) with free consent."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "VISDATA" TO TP-CODE
           MOVE "Visit accepted for &DATA (&PER) with free consent."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA010" TO TP-CODE
           MOVE "External control flagged. Visit declined." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA020" TO TP-CODE
           MOVE "Emotional port on alert. Visit declined." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA030" TO TP-CODE
           MOVE "Recent pattern of pressure. Request declined."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA040" TO TP-CODE
           MOVE "Mental health comes first. Request declined."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA050" TO TP-CODE
           MOVE "Physical health comes first. Request declined."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA060" TO TP-CODE
           MOVE "Physical health comes first. Request declined."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA070" TO TP-CODE
           MOVE "Strong controlling tone. Request declined." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA075D" TO TP-CODE
           STRING "Controlling tone detected. Alternative "
               "date: &DATA &PER"
               DELIMITED BY SIZE INTO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA075X" TO TP-CODE
           MOVE "Controlling tone detected. No alternative date soon."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA090" TO TP-CODE
           MOVE "Urgent but no free period. Declined." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA100D" TO TP-CODE
           MOVE "No free period that day. Alternative date: &DATA &PER"
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA100X" TO TP-CODE
           MOVE "No free period that day. No alternative date soon."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA110" TO TP-CODE
           MOVE "Previous loan not yet returned. Declined." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA140" TO TP-CODE
           MOVE "Urgent but the day is impossible. Visit declined."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA150D" TO TP-CODE
           MOVE "No free period that day. Alternative date: &DATA &PER"
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "REGRA150X" TO TP-CODE
           MOVE "No free period that day. No alternative date soon."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ALTCANC" TO TP-CODE
           MOVE "Request cancelled as you asked." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ALTCANCP" TO TP-CODE
           MOVE "Request cancelled as you asked. &DATA &PER released."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ALTANOT" TO TP-CODE
           MOVE "Request not yet decided. New date noted: &DATA."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ALTACEITE" TO TP-CODE
           MOVE "Change accepted. New booking: &DATA &PER." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ALTREGIST" TO TP-CODE
           MOVE "Source blocked in the registry. Change declined."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ALTSEMREG" TO TP-CODE
           MOVE "No applicable rule. Change declined." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ALTRECUS" TO TP-CODE
           MOVE "New date declined. Change declined." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ALTSEMVAG" TO TP-CODE
           MOVE "No availability on the new date. Change declined."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "ALTENERG" TO TP-CODE
           MOVE "No social energy left that week. Change declined."
               TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "DEC" TO TP-GROUP
           MOVE "VAGA" TO TP-CODE
           STRING "Your requested date is free: &DATA &PER. "
               "Please confirm by &ATE."
               DELIMITED BY SIZE INTO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           MOVE "LIM" TO TP-GROUP
           MOVE "DEVES VIR COMIGO" TO TP-CODE
           MOVE "Thank you, but I can't today." TO TP-TEXT
           PERFORM WRITE-SEED-TEMPLATE
           CLOSE TEMPLATE-FILE.

       WRITE-SEED-TEMPLATE.
           MOVE "EN" TO TP-LANG
           WRITE RESP-TEMPLATE-RECORD
           MOVE SPACES TO RESP-TEMPLATE-RECORD.
