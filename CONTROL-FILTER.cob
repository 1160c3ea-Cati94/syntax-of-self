       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHRASE-FILE ASSIGN USING PHRASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PHRASE-STATUS.

           SELECT BAND-FILE ASSIGN USING BAND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAND-STATUS.

           SELECT WEEKLY-TALLY-FILE ASSIGN USING WEEKLY-TALLY-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WT-WEEK-KEY
               FILE STATUS IS WT-STATUS.

           SELECT TRANSCRIPT-FILE ASSIGN USING TRANSCRIPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

           SELECT CONV-INDEX-FILE ASSIGN USING CONV-INDEX-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-ID
               FILE STATUS IS CV-STATUS.

           SELECT CONV-LINES-FILE ASSIGN USING CONV-LINES-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.

           SELECT TRIGGER-FILE ASSIGN USING TRIGGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-STATUS.

           SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-STATUS.

           SELECT PHRASE-CUM-FILE ASSIGN USING PHRASE-CUM-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-PHRASE
               FILE STATUS IS CC-STATUS.

           SELECT RANK-REPORT-FILE ASSIGN USING RANK-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANK-STATUS.

           SELECT FINDINGS-FILE ASSIGN USING FINDINGS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIND-STATUS.

           SELECT REQ-PROFILE-FILE ASSIGN USING REQ-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-SOURCE
               FILE STATUS IS RP-STATUS.

           SELECT SPEAKER-WORK-FILE ASSIGN USING SPEAKER-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-STATUS.

           SELECT SPEAKER-SORT-FILE ASSIGN TO "DATA/CTRLSPKSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  PHRASE-FILE.
           COPY CTRLPHR.

       FD  BAND-FILE.
           COPY CTRLBAND.

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-LINE      PIC X(74).

       FD  CONV-INDEX-FILE.
           COPY CONVHDR.

       FD  CONV-LINES-FILE.
           COPY CONVLINE.

       FD  TRIGGER-FILE.
       01  TRIGGER-RECORD.
           05 TRIG-SOURCE-PROGRAM    PIC X(20).
           05 CC-TOTAL           PIC 9(6).

       FD  RANK-REPORT-FILE.
       01  RANK-REPORT-LINE      PIC X(100).

       FD  FINDINGS-FILE.
       01  FINDINGS-LINE         PIC X(160).

       FD  REQ-PROFILE-FILE.
           COPY REQPROF.

       FD  SPEAKER-WORK-FILE.
       01  SPEAKER-WORK-RECORD.
           05 SW-SPEAKER         PIC X(20).
           05 SW-HITS            PIC 9(4).

       SD  SPEAKER-SORT-FILE.
       01  SPEAKER-SORT-RECORD.
           05 SS-SPEAKER         PIC X(20).
           05 SS-HITS            PIC 9(4).

       WORKING-STORAGE SECTION.
       01 EXTERNAL-INPUT         PIC X(50).
       01 DEVES-COUNTER          PIC 9(6) VALUE 0.
       01 TINHAS-COUNTER         PIC 9(6) VALUE 0.
       01 PHRASE-STATUS          PIC XX.
       01 BAND-STATUS            PIC XX.
       01 WT-STATUS              PIC XX.
       01 TRANS-STATUS           PIC XX.
       01 TRANS-FOUND            PIC X VALUE "N".
       01 CV-STATUS              PIC XX.
       01 CL-STATUS              PIC XX.
       01 NEW-CONV-COUNT         PIC 9(4) VALUE 0.
       01 CONV-SCANNED-COUNT     PIC 9(4) VALUE 0.
       01 CURRENT-CONV-ID        PIC 9(6) VALUE 0.
       01 CONV-LINES-DONE        PIC X.
       01 PART-POS               PIC 9.
       01 PT                     PIC 9.
       01 FIND-PTR               PIC 9(3).
       01 TRIG-STATUS            PIC XX.
       01 I                      PIC 9(4).
       01 WS-TEMP-HITS           PIC 9(4).
       01 TOTAL-HITS             PIC 9(4).
       01 GRAND-TOTAL-HITS       PIC 9(6).
       01 FINDING-POINTS         PIC 9(4).
       01 LINE-SCORE             PIC 9(5).
       01 GRAND-SCORE            PIC 9(6) VALUE 0.
       01 CONV-SCORE             PIC 9(6).
       01 CONTROL-BAND           PIC X VALUE "N".
       01 RUN-DATE               PIC X(8).
       COPY RUNCLOCK.
       01 RUN-DATE-NUM           PIC 9(8).
       01 WS-DATE-INTEGER        PIC 9(7).
       01 CC-STATUS              PIC XX.
       01 RANK-STATUS            PIC XX.
       01 FIND-STATUS            PIC XX.
       01 RP-STATUS              PIC XX.
       01 SW-STATUS              PIC XX.
       01 LINE-SPEAKER           PIC X(20).
       01 SCAN-AREA.
           05 SCAN-TEXT          PIC X(50).
           05 FILLER             PIC X(200) VALUE SPACES.
       01 SPEAKER-LINES          PIC 9(6) VALUE 0.
       01 SPK-NAME               PIC X(20).
       01 SPK-HITS               PIC 9(4).
       01 SORT-DONE              PIC X.
       01 PHRASE-OVERFLOW        PIC X VALUE "N".
       01 ERRLOG-PROGRAM         PIC X(20) VALUE "CONTROL-FILTER".
       01 ERRLOG-MSG-ID          PIC 9(4).
       01 ERRLOG-STATUS          PIC XX.
       01 TRANSCRIPT-LINE-NO     PIC 9(5) VALUE 0.
       01 FINDINGS-ACTIVE        PIC X VALUE "N".
       01 FINDINGS-COUNT         PIC 9(5) VALUE 0.
       01 PHRASE-CUM-TOTAL       PIC 9(6).

       01 RANK-ORDER-TABLE.
           05 RANK-INDEX OCCURS 50 TIMES PIC 9(4).

       01 PHRASE-TABLE.
           05 PHRASE-TABLE-COUNT  PIC 9(4) VALUE 0.
           05 PHRASES OCCURS 50 TIMES.
               10 PHRASE-TEXT     PIC X(30).
               10 PHRASE-LEN      PIC 9(4).
               10 PHRASE-HITS     PIC 9(4).
               10 PHRASE-WEIGHT   PIC 9(2).
               10 PHRASE-POINTS   PIC 9(6).
       COPY PERSONCTX.
       01 PHRASE-NAME          PIC X(40).
       01 BAND-NAME            PIC X(40).
       01 WEEKLY-TALLY-NAME    PIC X(40).
       01 TRANSCRIPT-NAME      PIC X(40).
       01 CONV-INDEX-NAME      PIC X(40).
       01 CONV-LINES-NAME      PIC X(40).
       01 TRIGGER-NAME         PIC X(40).
       01 DAILY-STATE-NAME     PIC X(40).
       01 PHRASE-CUM-NAME      PIC X(40).
       01 RANK-REPORT-NAME     PIC X(40).
       01 FINDINGS-NAME        PIC X(40).
       01 REQ-PROFILE-NAME     PIC X(40).
       01 SPEAKER-WORK-NAME    PIC X(40).

       PROCEDURE DIVISION.
       START-PROCESS.
           PERFORM SET-PERSON-FILES
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           PERFORM LOAD-DAILY-STATE
           PERFORM LOAD-PHRASE-TABLE
           IF PHRASE-OVERFLOW = "Y"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-CONTROL-BANDS

           PERFORM COUNT-NEW-CONVERSATIONS
           MOVE "N" TO TRANS-FOUND
           OPEN INPUT TRANSCRIPT-FILE
           IF TRANS-STATUS = "00"
               CLOSE TRANSCRIPT-FILE
               MOVE "Y" TO TRANS-FOUND
           END-IF
           IF TRANS-FOUND = "Y" OR NEW-CONV-COUNT > 0
               PERFORM PROCESS-TRANSCRIPT
           ELSE
               PERFORM PROCESS-SINGLE-LINE
               MOVE EXTERNAL-INPUT TO SCAN-TEXT
               PERFORM SCAN-PHRASES-IN-LINE
               MOVE TOTAL-HITS TO GRAND-TOTAL-HITS
               MOVE LINE-SCORE TO GRAND-SCORE

               PERFORM UPDATE-WEEKLY-TALLY

               PERFORM SET-CONTROL-BAND
               DISPLAY "Pontuacao da mensagem: " GRAND-SCORE
                   " (faixa " CONTROL-BAND ")"
               IF CONTROL-BAND = "M" OR CONTROL-BAND = "A"
                   MOVE "Y" TO CONTROL-FLAG
                   PERFORM BLOCK-CONTROL
               ELSE
                   IF CONTROL-BAND = "B"
                       DISPLAY "Controlo ligeiro registado, sem "
                           "bloqueio."
                   ELSE
                       DISPLAY "Mensagem aceite com autonomia."
                   END-IF
               END-IF
           END-IF.

       PROCESS-TRANSCRIPT.
           MOVE 0 TO GRAND-TOTAL-HITS
           MOVE 0 TO GRAND-SCORE
           MOVE 0 TO TRANSCRIPT-LINE-NO

           OPEN OUTPUT FINDINGS-FILE
           OPEN OUTPUT SPEAKER-WORK-FILE
           MOVE "Y" TO FINDINGS-ACTIVE

           IF NEW-CONV-COUNT > 0
               PERFORM SCAN-NEW-CONVERSATIONS
           END-IF

           IF TRANS-FOUND = "Y"
               DISPLAY "CTRLTRANSCRIPT encontrado. A varrer "
                   "transcricao."
               MOVE 0 TO CURRENT-CONV-ID
               MOVE 0 TO TRANSCRIPT-LINE-NO
               OPEN INPUT TRANSCRIPT-FILE
               PERFORM UNTIL TRANS-STATUS = "10"
                   READ TRANSCRIPT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO TRANSCRIPT-LINE-NO
                           PERFORM PARSE-TRANSCRIPT-SPEAKER
                           PERFORM SCAN-PHRASES-IN-LINE
                           ADD TOTAL-HITS TO GRAND-TOTAL-HITS
                           ADD LINE-SCORE TO GRAND-SCORE
                           PERFORM TALLY-SPEAKER-HITS
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF

           MOVE "N" TO FINDINGS-ACTIVE
           CLOSE FINDINGS-FILE
           CLOSE SPEAKER-WORK-FILE

           DISPLAY "Total de ocorrencias: " GRAND-TOTAL-HITS
           PERFORM SET-CONTROL-BAND
           DISPLAY "Pontuacao da transcricao: " GRAND-SCORE
               " (faixa " CONTROL-BAND ")"
           DISPLAY "Ocorrencias detalhadas: " FINDINGS-COUNT
               " (em DATA/CTRLFINDINGS)"

           PERFORM UPDATE-WEEKLY-TALLY
           PERFORM APPLY-SPEAKER-PRESSURE

           IF CONTROL-BAND = "M" OR CONTROL-BAND = "A"
               MOVE "Y" TO CONTROL-FLAG
               PERFORM BLOCK-CONTROL
           ELSE
               IF CONTROL-BAND = "B"
                   DISPLAY "Controlo ligeiro registado, sem bloqueio."
               ELSE
                   DISPLAY "Transcricao aceite com autonomia."
               END-IF
           END-IF.

       COUNT-NEW-CONVERSATIONS.
           MOVE 0 TO NEW-CONV-COUNT
           OPEN INPUT CONV-INDEX-FILE
           IF CV-STATUS = "00"
               PERFORM UNTIL CV-STATUS = "10"
                   READ CONV-INDEX-FILE NEXT RECORD
                   IF CV-STATUS = "00" AND CV-SCANNED = "N"
                       ADD 1 TO NEW-CONV-COUNT
                   END-IF
               END-PERFORM
               CLOSE CONV-INDEX-FILE
           END-IF.

       SCAN-NEW-CONVERSATIONS.
           DISPLAY "Conversas novas na biblioteca: " NEW-CONV-COUNT
           OPEN I-O CONV-INDEX-FILE
           OPEN INPUT CONV-LINES-FILE
           IF CV-STATUS NOT = "00" OR CL-STATUS NOT = "00"
               DISPLAY "Aviso: biblioteca de conversas inacessivel. "
                   "Estados: " CV-STATUS " " CL-STATUS
           ELSE
               PERFORM UNTIL CV-STATUS = "10"
                   READ CONV-INDEX-FILE NEXT RECORD
                   IF CV-STATUS = "00" AND CV-SCANNED = "N"
                       PERFORM SCAN-ONE-CONVERSATION
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CONV-INDEX-FILE
           CLOSE CONV-LINES-FILE
           MOVE 0 TO CURRENT-CONV-ID
           DISPLAY "Conversas varridas: " CONV-SCANNED-COUNT.

       SCAN-ONE-CONVERSATION.
           MOVE CV-ID TO CURRENT-CONV-ID
           MOVE 0 TO CV-HITS
           MOVE 0 TO CONV-SCORE
           PERFORM VARYING PT FROM 1 BY 1 UNTIL PT > 8
               MOVE 0 TO CV-PART-LINES(PT)
               MOVE 0 TO CV-PART-HITS(PT)
           END-PERFORM
           MOVE "N" TO CONV-LINES-DONE
           MOVE CURRENT-CONV-ID TO CL-CONV-ID
           MOVE 0 TO CL-LINE-NO
           START CONV-LINES-FILE KEY IS NOT LESS THAN CL-KEY
               INVALID KEY
                   MOVE "Y" TO CONV-LINES-DONE
           END-START
           PERFORM UNTIL CONV-LINES-DONE = "Y"
               READ CONV-LINES-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CONV-LINES-DONE
                   NOT AT END
                       IF CL-CONV-ID NOT = CURRENT-CONV-ID
                           MOVE "Y" TO CONV-LINES-DONE
                       ELSE
                           PERFORM SCAN-ONE-CONV-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "S"      TO CV-SCANNED
           MOVE RUN-DATE TO CV-SCAN-DATE
           REWRITE CONVERSATION-RECORD
               INVALID KEY
                   DISPLAY "Aviso: CONVINDEX nao atualizado para "
                       CV-ID ". Estado: " CV-STATUS
           END-REWRITE
           MOVE "00" TO CV-STATUS
           ADD 1 TO CONV-SCANNED-COUNT
           DISPLAY "Conversa " CV-ID " de " CV-DATE ": " CV-HITS
               " ocorrencia(s), pontuacao " CONV-SCORE " em "
               CV-LINE-COUNT " linhas.".

       SCAN-ONE-CONV-LINE.
           MOVE CL-TEXT    TO TRANSCRIPT-LINE
           MOVE CL-LINE-NO TO TRANSCRIPT-LINE-NO
           PERFORM PARSE-TRANSCRIPT-SPEAKER
           PERFORM SCAN-PHRASES-IN-LINE
           ADD TOTAL-HITS TO GRAND-TOTAL-HITS
           ADD TOTAL-HITS TO CV-HITS
           ADD LINE-SCORE TO GRAND-SCORE
           ADD LINE-SCORE TO CONV-SCORE
           PERFORM TALLY-SPEAKER-HITS
           PERFORM TALLY-CONV-PARTICIPANT.

       TALLY-CONV-PARTICIPANT.
           IF LINE-SPEAKER NOT = "DESCONHECIDO"
               MOVE 0 TO PART-POS
               PERFORM VARYING PT FROM 1 BY 1
                       UNTIL PT > CV-PART-COUNT OR PART-POS > 0
                   IF CV-PART-NAME(PT) = LINE-SPEAKER
                       MOVE PT TO PART-POS
                   END-IF
               END-PERFORM
               IF PART-POS = 0
                   IF CV-PART-COUNT < 8
                       ADD 1 TO CV-PART-COUNT
                       MOVE CV-PART-COUNT TO PART-POS
                       MOVE LINE-SPEAKER TO CV-PART-NAME(PART-POS)
                   ELSE
                       DISPLAY "Aviso: mais de 8 participantes na "
                           "conversa " CV-ID ". Ignorado: " LINE-SPEAKER
                   END-IF
               END-IF
               IF PART-POS > 0
                   ADD 1 TO CV-PART-LINES(PART-POS)
                   ADD TOTAL-HITS TO CV-PART-HITS(PART-POS)
               END-IF
           END-IF.

       PARSE-TRANSCRIPT-SPEAKER.
       TALLY-SPEAKER-HITS.
           IF TOTAL-HITS > 0
               AND LINE-SPEAKER NOT = "DESCONHECIDO"
               MOVE LINE-SPEAKER TO SW-SPEAKER
               MOVE TOTAL-HITS   TO SW-HITS
               WRITE SPEAKER-WORK-RECORD
               ADD 1 TO SPEAKER-LINES
           END-IF.

       APPLY-SPEAKER-PRESSURE.
           IF SPEAKER-LINES > 0
               SORT SPEAKER-SORT-FILE
                   ON ASCENDING KEY SS-SPEAKER
                   USING SPEAKER-WORK-FILE
                   OUTPUT PROCEDURE IS APPLY-SORTED-SPEAKERS
           END-IF.

       APPLY-SORTED-SPEAKERS.
           OPEN I-O REQ-PROFILE-FILE
           IF RP-STATUS = "35"
               OPEN OUTPUT REQ-PROFILE-FILE
               CLOSE REQ-PROFILE-FILE
               OPEN I-O REQ-PROFILE-FILE
           END-IF
           IF RP-STATUS NOT = "00"
               DISPLAY "Aviso: REQPROFILE inacessivel. Estado: "
                   RP-STATUS
           ELSE
               MOVE 0 TO SPK-HITS
               MOVE "N" TO SORT-DONE
               PERFORM UNTIL SORT-DONE = "Y"
                   RETURN SPEAKER-SORT-FILE
                       AT END
                           MOVE "Y" TO SORT-DONE
                       NOT AT END
                           PERFORM TALLY-SORTED-SPEAKER
                   END-RETURN
               END-PERFORM
               IF SPK-HITS > 0
                   PERFORM APPLY-ONE-SPEAKER
               END-IF
               CLOSE REQ-PROFILE-FILE
           END-IF.

       TALLY-SORTED-SPEAKER.
           IF SPK-HITS > 0 AND SS-SPEAKER NOT = SPK-NAME
               PERFORM APPLY-ONE-SPEAKER
           END-IF
           MOVE SS-SPEAKER TO SPK-NAME
           ADD SS-HITS TO SPK-HITS.

       APPLY-ONE-SPEAKER.
           MOVE SPK-NAME TO RP-SOURCE
           READ REQ-PROFILE-FILE
               INVALID KEY
                   MOVE SPK-NAME TO RP-SOURCE
                   MOVE 0 TO RP-GRANTS
                   MOVE 0 TO RP-DENIALS
                   MOVE 0 TO RP-DEFERRALS
                   MOVE SPK-HITS TO RP-PRESSURE
                   MOVE 0 TO RP-REPEATS
                   MOVE 0 TO RP-NOSHOWS
                   MOVE 0 TO RP-OVERDUE
                   MOVE 0 TO RP-INCIDENTS
                   WRITE REQ-PROFILE-RECORD
               NOT INVALID KEY
                   ADD SPK-HITS TO RP-PRESSURE
                   REWRITE REQ-PROFILE-RECORD
           END-READ
           DISPLAY ">>> Pressao registada no perfil de " SPK-NAME
               ": " SPK-HITS " ocorrencia(s)."
           MOVE 0 TO SPK-HITS.

       SCAN-PHRASES-IN-LINE.
           MOVE 0 TO TOTAL-HITS
           MOVE 0 TO LINE-SCORE

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PHRASE-TABLE-COUNT
               MOVE 0 TO WS-TEMP-HITS
               CALL "PHRASE-MATCH" USING PHRASE-TEXT(I) PHRASE-LEN(I)
                   SCAN-AREA WS-TEMP-HITS
               ADD WS-TEMP-HITS TO PHRASE-HITS(I)
               ADD WS-TEMP-HITS TO TOTAL-HITS
               COMPUTE FINDING-POINTS = WS-TEMP-HITS * PHRASE-WEIGHT(I)
               ADD FINDING-POINTS TO LINE-SCORE
               ADD FINDING-POINTS TO PHRASE-POINTS(I)
               IF WS-TEMP-HITS > 0 AND FINDINGS-ACTIVE = "Y"
                   PERFORM WRITE-FINDING-RECORD
               END-IF
       WRITE-FINDING-RECORD.
           ADD 1 TO FINDINGS-COUNT
           MOVE SPACES TO FINDINGS-LINE
           MOVE 1 TO FIND-PTR
           STRING "LINHA " TRANSCRIPT-LINE-NO " | "
               LINE-SPEAKER " | "
               PHRASE-TEXT(I)(1:PHRASE-LEN(I))
               " | PONT=" FINDING-POINTS " | "
               SCAN-TEXT
               DELIMITED BY SIZE INTO FINDINGS-LINE
               WITH POINTER FIND-PTR
           END-STRING
           IF CURRENT-CONV-ID > 0
               STRING " | CONV=" CURRENT-CONV-ID
                   DELIMITED BY SIZE INTO FINDINGS-LINE
                   WITH POINTER FIND-PTR
               END-STRING
           END-IF
           WRITE FINDINGS-LINE.

       UPDATE-WEEKLY-TALLY.
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPL-TEXT = SPACES
                           DISPLAY "Aviso: linha em branco em "
                               "CTRLPHRASES ignorada."
                       ELSE
                           IF PHRASE-TABLE-COUNT < 50
                               ADD 1 TO PHRASE-TABLE-COUNT
                               MOVE CPL-TEXT
                                   TO PHRASE-TEXT(PHRASE-TABLE-COUNT)
                               COMPUTE PHRASE-LEN(PHRASE-TABLE-COUNT) =
                                   FUNCTION LENGTH
                                       (FUNCTION TRIM(CPL-TEXT))
                               MOVE 0 TO PHRASE-HITS(PHRASE-TABLE-COUNT)
                               MOVE 0
                                   TO PHRASE-POINTS(PHRASE-TABLE-COUNT)
                               PERFORM SET-PHRASE-WEIGHT
                           ELSE
                               PERFORM REPORT-PHRASE-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           MOVE 0 TO TINHAS-COUNTER
           CLOSE PHRASE-FILE.

       REPORT-PHRASE-OVERFLOW.
           IF PHRASE-OVERFLOW = "N"
               MOVE "Y" TO PHRASE-OVERFLOW
               DISPLAY "CTRLPHRASES excede 50 frases. Execucao "
                   "interrompida: " CPL-TEXT
               MOVE 8 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       SET-PHRASE-WEIGHT.
           IF CPL-WEIGHT IS NUMERIC AND CPL-WEIGHT-N > 0
               MOVE CPL-WEIGHT-N TO PHRASE-WEIGHT(PHRASE-TABLE-COUNT)
           ELSE
               MOVE 1 TO PHRASE-WEIGHT(PHRASE-TABLE-COUNT)
               IF CPL-WEIGHT NOT = SPACES
                   DISPLAY "Aviso: peso invalido em CTRLPHRASES para "
                       CPL-TEXT ". Assumido 1."
               END-IF
           END-IF.

       SEED-PHRASE-FILE.
           DISPLAY "CTRLPHRASES inexistente. A semear frases."
           OPEN OUTPUT PHRASE-FILE
           MOVE SPACES TO CTRL-PHRASE-LINE
           MOVE "DEVES" TO CPL-TEXT
           MOVE 2 TO CPL-WEIGHT-N
           WRITE CTRL-PHRASE-LINE
           MOVE "TINHAS QUE" TO CPL-TEXT
           MOVE 3 TO CPL-WEIGHT-N
           WRITE CTRL-PHRASE-LINE
           CLOSE PHRASE-FILE.

       LOAD-CONTROL-BANDS.
           OPEN INPUT BAND-FILE
           IF BAND-STATUS = "35"
               PERFORM SEED-CONTROL-BANDS
               OPEN INPUT BAND-FILE
           END-IF
           MOVE SPACES TO CTRL-BAND-RECORD
           IF BAND-STATUS = "00"
               READ BAND-FILE
                   AT END
                       MOVE SPACES TO CTRL-BAND-RECORD
               END-READ
               CLOSE BAND-FILE
           END-IF
           IF CB-LOW IS NOT NUMERIC OR CB-MEDIUM IS NOT NUMERIC
              OR CB-HIGH IS NOT NUMERIC
              OR CB-LOW = 0
              OR CB-MEDIUM < CB-LOW OR CB-HIGH < CB-MEDIUM
               DISPLAY "Aviso: CTRLBANDS invalido. Assumidos "
                   "limiares 1/3/6."
               MOVE 1 TO CB-LOW
               MOVE 3 TO CB-MEDIUM
               MOVE 6 TO CB-HIGH
           END-IF.

       SEED-CONTROL-BANDS.
           DISPLAY "CTRLBANDS inexistente. A semear limiares."
           OPEN OUTPUT BAND-FILE
           MOVE SPACES TO CTRL-BAND-RECORD
           MOVE 1 TO CB-LOW
           MOVE 3 TO CB-MEDIUM
           MOVE 6 TO CB-HIGH
           WRITE CTRL-BAND-RECORD
           CLOSE BAND-FILE.

       SET-CONTROL-BAND.
           EVALUATE TRUE
               WHEN GRAND-SCORE >= CB-HIGH
                   MOVE "A" TO CONTROL-BAND
               WHEN GRAND-SCORE >= CB-MEDIUM
                   MOVE "M" TO CONTROL-BAND
               WHEN GRAND-SCORE >= CB-LOW
                   MOVE "B" TO CONTROL-BAND
               WHEN OTHER
                   MOVE "N" TO CONTROL-BAND
           END-EVALUATE.

       UPDATE-PHRASE-CUMULATIVE.
           OPEN I-O PHRASE-CUM-FILE
           IF CC-STATUS = "35"
               MOVE I TO BEST-POS
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > PHRASE-TABLE-COUNT
                   IF PHRASE-POINTS(RANK-INDEX(J)) >
                       PHRASE-POINTS(RANK-INDEX(BEST-POS))
                       MOVE J TO BEST-POS
                   END-IF
               END-PERFORM
           STRING "RANKING DE FRASES CONTROLADORAS - " RUN-DATE
               DELIMITED BY SIZE INTO RANK-REPORT-LINE
           WRITE RANK-REPORT-LINE
           MOVE SPACES TO RANK-REPORT-LINE
           STRING "PONTUACAO DO CICLO=" GRAND-SCORE
               " FAIXA=" CONTROL-BAND
               " (LIMIARES B=" CB-LOW " M=" CB-MEDIUM
               " A=" CB-HIGH ")"
               DELIMITED BY SIZE INTO RANK-REPORT-LINE
           WRITE RANK-REPORT-LINE

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PHRASE-TABLE-COUNT
               PERFORM READ-PHRASE-CUM-TOTAL
               MOVE SPACES TO RANK-REPORT-LINE
               STRING PHRASE-TEXT(RANK-POS)
                   " PESO=" PHRASE-WEIGHT(RANK-POS)
                   " ESTE-CICLO=" PHRASE-HITS(RANK-POS)
                   " PONTOS=" PHRASE-POINTS(RANK-POS)
                   " ACUMULADO=" PHRASE-CUM-TOTAL
                   DELIMITED BY SIZE INTO RANK-REPORT-LINE
               WRITE RANK-REPORT-LINE
           MOVE "CTRLDETECT"     TO TRIG-REASON-CODE
           WRITE TRIGGER-RECORD
           CLOSE TRIGGER-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PHRASE-NAME
           STRING "DATA/CTRLPHRASES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PHRASE-NAME
           MOVE SPACES TO BAND-NAME
           STRING "DATA/CTRLBANDS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BAND-NAME
           MOVE SPACES TO WEEKLY-TALLY-NAME
           STRING "DATA/CTRLWEEKLY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WEEKLY-TALLY-NAME
           MOVE SPACES TO TRANSCRIPT-NAME
           STRING "DATA/CTRLTRANSCRIPT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TRANSCRIPT-NAME
           MOVE SPACES TO CONV-INDEX-NAME
           STRING "DATA/CONVINDEX" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONV-INDEX-NAME
           MOVE SPACES TO CONV-LINES-NAME
           STRING "DATA/CONVLINES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONV-LINES-NAME
           MOVE SPACES TO TRIGGER-NAME
           STRING "DATA/AUTONOMYTRIGGER" PERSON-SUFFIX
               DELIMITED BY SPACE INTO TRIGGER-NAME
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO PHRASE-CUM-NAME
           STRING "DATA/CTRLCUM" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PHRASE-CUM-NAME
           MOVE SPACES TO RANK-REPORT-NAME
           STRING "DATA/CTRLRANK" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RANK-REPORT-NAME
           MOVE SPACES TO FINDINGS-NAME
           STRING "DATA/CTRLFINDINGS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO FINDINGS-NAME
           MOVE SPACES TO REQ-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-PROFILE-NAME
           MOVE SPACES TO SPEAKER-WORK-NAME
           STRING "DATA/CTRLSPKWORK" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SPEAKER-WORK-NAME.
