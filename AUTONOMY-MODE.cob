       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTONOMY-STATUS-FILE ASSIGN USING AUTONOMY-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AS-STATUS.

           SELECT TRIGGER-FILE ASSIGN USING TRIGGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-STATUS.

           SELECT ACTIVATION-LOG-FILE ASSIGN USING ACTIVATION-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-STATUS.

           SELECT SINCE-FILE ASSIGN USING SINCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SINCE-STATUS.

           SELECT ALERT-LOG-FILE ASSIGN USING ALERT-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

           SELECT RECOVERY-PLAN-FILE ASSIGN USING RECOVERY-PLAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT MEASURES-FILE ASSIGN USING MEASURES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEAS-STATUS.

           SELECT MEMORIA-FILE ASSIGN USING MEMORIA-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-NOME
               FILE STATUS IS MS-STATUS.

           SELECT REQ-PROFILE-FILE ASSIGN USING REQ-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-SOURCE
               FILE STATUS IS RP-STATUS.

           SELECT FINDINGS-FILE ASSIGN USING FINDINGS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FND-STATUS.

           SELECT NOTICE-FILE ASSIGN USING NOTICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOT-STATUS.

           SELECT NOTICE-STATUS-FILE ASSIGN USING NOTICE-STATUS-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NS-REQUEST-ID
               FILE STATUS IS NS-STATUS.

           SELECT SUPPORT-POLICY-FILE ASSIGN USING SUPPORT-POLICY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUP-STATUS.

           SELECT SUPPORT-LEVEL-FILE ASSIGN USING SUPPORT-LEVEL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-STATUS.

           SELECT SUPPORT-ID-FILE ASSIGN USING SUPPORT-ID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTONOMY-STATUS-FILE.
       FD  MEASURES-FILE.
       01  MEASURES-RECORD            PIC X(20).

       FD  MEMORIA-FILE.
       01  MEMORIA-RECORD.
           05 MS-NOME                 PIC X(20).
           05 MS-TRUST-TIER           PIC X.
           05 MS-DATE-ADDED           PIC X(8).
           05 MS-LAST-TOUCH           PIC X(8).
           05 MS-TOUCH-COUNT          PIC 9(4).

       FD  REQ-PROFILE-FILE.
           COPY REQPROF.

       FD  FINDINGS-FILE.
       01  FINDINGS-LINE              PIC X(160).

       FD  NOTICE-FILE.
       01  NOTICE-LINE                PIC X(80).

       FD  NOTICE-STATUS-FILE.
       01  NOTICE-STATUS-RECORD.
           05 NS-REQUEST-ID   PIC 9(6).
           05 NS-SOURCE       PIC X(20).
           05 NS-STATUS-CODE  PIC X(12).
           05 NS-GEN-DATE     PIC X(8).
           05 NS-SENT-DATE    PIC X(8).
           05 NS-ACK-DATE     PIC X(8).

       FD  SUPPORT-POLICY-FILE.
       01  SUPPORT-POLICY-RECORD.
           05 SUP-LEVEL1-DAYS         PIC 9(4).
           05 FILLER                  PIC X.
           05 SUP-LEVEL2-DAYS         PIC 9(4).

       FD  SUPPORT-LEVEL-FILE.
       01  SUPPORT-LEVEL-RECORD.
           05 SL-SINCE                PIC X(8).
           05 FILLER                  PIC X.
           05 SL-LEVEL                PIC 9.

       FD  SUPPORT-ID-FILE.
       01  SUPPORT-ID-RECORD          PIC 9(6).

       WORKING-STORAGE SECTION.
       01 AS-STATUS             PIC XX.
       01 TRIG-STATUS           PIC XX.
       01 SOURCE-PROGRAM        PIC X(20) VALUE "STANDALONE".
       01 REASON-CODE           PIC X(20) VALUE "MANUAL".
       01 RUN-TIMESTAMP         PIC X(21).
       COPY RUNCLOCK.
       01 RUN-DATE              PIC X(8).
       01 RUN-DATE-NUM          PIC 9(8).
       01 WS-SINCE-DATE         PIC X(8).
       01 PLAN-STATUS           PIC XX.
       01 MEAS-STATUS           PIC XX.
       01 MEASURES-ACTIVE       PIC X VALUE "N".
       01 MS-STATUS             PIC XX.
       01 RP-STATUS             PIC XX.
       01 FND-STATUS            PIC XX.
       01 NOT-STATUS            PIC XX.
       01 NS-STATUS             PIC XX.
       01 SUP-STATUS            PIC XX.
       01 SL-STATUS             PIC XX.
       01 SID-STATUS            PIC XX.
       01 NOTICE-FILE-NAME      PIC X(40).
       01 LEVEL1-DAYS           PIC 9(4) VALUE 2.
       01 LEVEL2-DAYS           PIC 9(4) VALUE 5.
       01 SUPPORT-LEVEL         PIC 9 VALUE 0.
       01 NOTIFIED-LEVEL        PIC 9 VALUE 0.
       01 LAST-SUPPORT-ID       PIC 9(6) VALUE 0.
       01 IN-CIRCLE             PIC X.
       01 PRESSURING            PIC X.
       01 SUPPORT-SENT          PIC 9(4) VALUE 0.
       01 SUPPORT-EXCLUDED      PIC 9(4) VALUE 0.
       01 FND-LINE-NO           PIC X(12).
       01 FND-SPEAKER           PIC X(20).
       01 SPK-IX                PIC 9(3).
       01 SPK-FOUND             PIC X.
       01 SEARCH-NAME           PIC X(20).
       01 ERRLOG-PROGRAM        PIC X(20) VALUE "AUTONOMY-MODE".
       01 ERRLOG-MSG-ID         PIC 9(4).
       01 ERRLOG-STATUS         PIC XX.

       01 PRESSURE-SPEAKER-TABLE.
           05 PRESSURE-SPEAKER-COUNT PIC 9(3) VALUE 0.
           05 PRESSURE-SPEAKER OCCURS 100 TIMES PIC X(20).
       COPY PERSONCTX.
       01 AUTONOMY-STATUS-NAME PIC X(40).
       01 TRIGGER-NAME         PIC X(40).
       01 ACTIVATION-LOG-NAME  PIC X(40).
       01 DAILY-STATE-NAME     PIC X(40).
       01 SINCE-NAME           PIC X(40).
       01 ALERT-LOG-NAME       PIC X(40).
       01 RECOVERY-PLAN-NAME   PIC X(40).
       01 MEASURES-NAME        PIC X(40).
       01 MEMORIA-NAME         PIC X(40).
       01 REQ-PROFILE-NAME     PIC X(40).
       01 FINDINGS-NAME        PIC X(40).
       01 NOTICE-STATUS-NAME   PIC X(40).
       01 SUPPORT-POLICY-NAME  PIC X(40).
       01 SUPPORT-LEVEL-NAME   PIC X(40).
       01 SUPPORT-ID-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "Inicializar sistema interno de decisao..."
           CALL "RUN-CLOCK" USING CLOCK-REQUEST RUN-TIMESTAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           END-CALL
           PERFORM LOAD-DAILY-STATE
           PERFORM READ-PREVIOUS-STATUS
           PERFORM READ-TRIGGER
           CLOSE ACTIVATION-LOG-FILE.

       CHECK-STUCK-DURATION.
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           IF EXTERNAL-CONTROL = "Y"
               MOVE SPACES TO WS-SINCE-DATE
               OPEN INPUT SINCE-FILE
                       MOVE WS-GAP-DAYS TO WS-GAP-DAYS-DISP
                       PERFORM LOG-STUCK-ALERT
                       PERFORM BUILD-RECOVERY-PLAN
                       PERFORM SEND-SUPPORT-NOTICES
                   END-IF
               END-IF
           ELSE
               CLOSE SINCE-FILE
               OPEN OUTPUT MEASURES-FILE
               CLOSE MEASURES-FILE
               OPEN OUTPUT SUPPORT-LEVEL-FILE
               CLOSE SUPPORT-LEVEL-FILE
           END-IF.

       BUILD-RECOVERY-PLAN.
               DELIMITED BY SIZE INTO ALERT-LOG-LINE
           WRITE ALERT-LOG-LINE
           CLOSE ALERT-LOG-FILE.

       SEND-SUPPORT-NOTICES.
           PERFORM LOAD-SUPPORT-POLICY
           MOVE 0 TO SUPPORT-LEVEL
           IF WS-GAP-DAYS >= LEVEL1-DAYS
               MOVE 1 TO SUPPORT-LEVEL
           END-IF
           IF WS-GAP-DAYS >= LEVEL2-DAYS
               MOVE 2 TO SUPPORT-LEVEL
           END-IF
           PERFORM READ-SUPPORT-LEVEL
           IF SUPPORT-LEVEL > NOTIFIED-LEVEL
               PERFORM LOAD-PRESSURE-SPEAKERS
               PERFORM NOTIFY-SUPPORT-CIRCLE
               PERFORM SAVE-SUPPORT-LEVEL
           END-IF.

       LOAD-SUPPORT-POLICY.
           OPEN INPUT SUPPORT-POLICY-FILE
           IF SUP-STATUS = "35"
               DISPLAY "SUPPORTPOLICY inexistente. A semear 2 e 5 dias."
               OPEN OUTPUT SUPPORT-POLICY-FILE
               MOVE SPACES TO SUPPORT-POLICY-RECORD
               MOVE 2 TO SUP-LEVEL1-DAYS
               MOVE 5 TO SUP-LEVEL2-DAYS
               WRITE SUPPORT-POLICY-RECORD
               CLOSE SUPPORT-POLICY-FILE
               OPEN INPUT SUPPORT-POLICY-FILE
           END-IF
           IF SUP-STATUS = "00"
               READ SUPPORT-POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SUP-LEVEL1-DAYS IS NUMERIC
                           AND SUP-LEVEL1-DAYS > 0
                           MOVE SUP-LEVEL1-DAYS TO LEVEL1-DAYS
                       END-IF
                       IF SUP-LEVEL2-DAYS IS NUMERIC
                           AND SUP-LEVEL2-DAYS > LEVEL1-DAYS
                           MOVE SUP-LEVEL2-DAYS TO LEVEL2-DAYS
                       END-IF
               END-READ
               CLOSE SUPPORT-POLICY-FILE
           END-IF.

       READ-SUPPORT-LEVEL.
           MOVE 0 TO NOTIFIED-LEVEL
           OPEN INPUT SUPPORT-LEVEL-FILE
           IF SL-STATUS = "00"
               READ SUPPORT-LEVEL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SL-SINCE = WS-SINCE-DATE
                           AND SL-LEVEL IS NUMERIC
                           MOVE SL-LEVEL TO NOTIFIED-LEVEL
                       END-IF
               END-READ
               CLOSE SUPPORT-LEVEL-FILE
           END-IF.

       SAVE-SUPPORT-LEVEL.
           OPEN OUTPUT SUPPORT-LEVEL-FILE
           MOVE SPACES        TO SUPPORT-LEVEL-RECORD
           MOVE WS-SINCE-DATE TO SL-SINCE
           MOVE SUPPORT-LEVEL TO SL-LEVEL
           WRITE SUPPORT-LEVEL-RECORD
           CLOSE SUPPORT-LEVEL-FILE.

       LOAD-PRESSURE-SPEAKERS.
           MOVE 0 TO PRESSURE-SPEAKER-COUNT
           OPEN INPUT FINDINGS-FILE
           IF FND-STATUS = "00"
               PERFORM UNTIL FND-STATUS = "10"
                   READ FINDINGS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM STORE-PRESSURE-SPEAKER
                   END-READ
               END-PERFORM
               CLOSE FINDINGS-FILE
           END-IF.

       STORE-PRESSURE-SPEAKER.
           MOVE SPACES TO FND-LINE-NO FND-SPEAKER
           UNSTRING FINDINGS-LINE DELIMITED BY " | "
               INTO FND-LINE-NO FND-SPEAKER
           END-UNSTRING
           IF FND-SPEAKER NOT = SPACES
               AND FND-SPEAKER NOT = "DESCONHECIDO"
               MOVE FND-SPEAKER TO SEARCH-NAME
               PERFORM FIND-PRESSURE-SPEAKER
               IF SPK-FOUND = "N"
                   IF PRESSURE-SPEAKER-COUNT < 100
                       ADD 1 TO PRESSURE-SPEAKER-COUNT
                       MOVE FND-SPEAKER
                           TO PRESSURE-SPEAKER(PRESSURE-SPEAKER-COUNT)
                   ELSE
                       DISPLAY "Aviso: mais de 100 oradores em "
                           "CTRLFINDINGS. Ignorado: " FND-SPEAKER
                       MOVE 7 TO ERRLOG-MSG-ID
                       MOVE "00" TO ERRLOG-STATUS
                       CALL "ERRLOG" USING ERRLOG-PROGRAM
                           ERRLOG-MSG-ID ERRLOG-STATUS
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
                   END-IF
               END-IF
           END-IF.

       FIND-PRESSURE-SPEAKER.
           MOVE "N" TO SPK-FOUND
           PERFORM VARYING SPK-IX FROM 1 BY 1
                   UNTIL SPK-IX > PRESSURE-SPEAKER-COUNT
                       OR SPK-FOUND = "Y"
               IF PRESSURE-SPEAKER(SPK-IX) = SEARCH-NAME
                   MOVE "Y" TO SPK-FOUND
               END-IF
           END-PERFORM.

       NOTIFY-SUPPORT-CIRCLE.
           MOVE 0 TO SUPPORT-SENT
           MOVE 0 TO SUPPORT-EXCLUDED
           PERFORM LOAD-SUPPORT-ID
           OPEN EXTEND RECOVERY-PLAN-FILE
           IF PLAN-STATUS = "35"
               OPEN OUTPUT RECOVERY-PLAN-FILE
           END-IF
           MOVE SPACES TO RECOVERY-PLAN-LINE
           STRING "AVISOS DE APOIO - NIVEL " SUPPORT-LEVEL
               DELIMITED BY SIZE INTO RECOVERY-PLAN-LINE
           WRITE RECOVERY-PLAN-LINE

           OPEN INPUT REQ-PROFILE-FILE
           OPEN INPUT MEMORIA-FILE
           IF MS-STATUS NOT = "00"
               DISPLAY "MEMSEGURA indisponivel. Estado: " MS-STATUS
           ELSE
               PERFORM UNTIL MS-STATUS = "10"
                   READ MEMORIA-FILE NEXT RECORD
                   IF MS-STATUS = "00"
                       PERFORM CONSIDER-SUPPORT-CONTACT
                   END-IF
               END-PERFORM
               CLOSE MEMORIA-FILE
           END-IF
           IF RP-STATUS = "00"
               CLOSE REQ-PROFILE-FILE
           END-IF

           IF SUPPORT-SENT = 0
               MOVE "  (NENHUMA PESSOA DE CONFIANCA ELEGIVEL)"
                   TO RECOVERY-PLAN-LINE
               WRITE RECOVERY-PLAN-LINE
           END-IF
           CLOSE RECOVERY-PLAN-FILE
           PERFORM SAVE-SUPPORT-ID
           DISPLAY "Avisos de apoio gerados: " SUPPORT-SENT
               " (excluidos por pressao: " SUPPORT-EXCLUDED ")".

       CONSIDER-SUPPORT-CONTACT.
           MOVE "N" TO IN-CIRCLE
           IF MS-TRUST-TIER = "C"
               MOVE "Y" TO IN-CIRCLE
           END-IF
           IF MS-TRUST-TIER = "P" AND SUPPORT-LEVEL >= 2
               MOVE "Y" TO IN-CIRCLE
           END-IF
           IF IN-CIRCLE = "Y"
               PERFORM CHECK-PRESSURING-SOURCE
               IF PRESSURING = "Y"
                   ADD 1 TO SUPPORT-EXCLUDED
                   MOVE SPACES TO RECOVERY-PLAN-LINE
                   STRING "  EXCLUIDO (FONTE DE PRESSAO): " MS-NOME
                       DELIMITED BY SIZE INTO RECOVERY-PLAN-LINE
                   WRITE RECOVERY-PLAN-LINE
               ELSE
                   PERFORM WRITE-SUPPORT-NOTICE
               END-IF
           END-IF.

       CHECK-PRESSURING-SOURCE.
           MOVE "N" TO PRESSURING
           IF RP-STATUS = "00"
               MOVE MS-NOME TO RP-SOURCE
               READ REQ-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RP-PRESSURE > 0
                           MOVE "Y" TO PRESSURING
                       END-IF
               END-READ
           END-IF
           IF PRESSURING = "N"
               MOVE MS-NOME TO SEARCH-NAME
               PERFORM FIND-PRESSURE-SPEAKER
               IF SPK-FOUND = "Y"
                   MOVE "Y" TO PRESSURING
               END-IF
           END-IF.

       WRITE-SUPPORT-NOTICE.
           ADD 1 TO LAST-SUPPORT-ID
           ADD 1 TO SUPPORT-SENT
           MOVE SPACES TO NOTICE-FILE-NAME
           STRING "DATA/NOTICE."
               FUNCTION TRIM(MS-NOME)
               DELIMITED BY SIZE INTO NOTICE-FILE-NAME

           OPEN EXTEND NOTICE-FILE
           IF NOT-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF

           MOVE ALL "-" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING "PARA: " FUNCTION TRIM(MS-NOME)
               "   DATA: " RUN-DATE
               "   AVISO: " LAST-SUPPORT-ID
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING "AVISO DE APOIO: CONTROLO EXTERNO ATIVO HA "
               WS-GAP-DAYS-DISP " DIA(S), DESDE " WS-SINCE-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING "NIVEL DE ALERTA: " SUPPORT-LEVEL
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE "PEDIDO: CONTACTO DE APOIO POR PESSOA DE CONFIANCA."
               TO NOTICE-LINE
           WRITE NOTICE-LINE

           CLOSE NOTICE-FILE
           PERFORM RECORD-SUPPORT-STATUS

           MOVE SPACES TO RECOVERY-PLAN-LINE
           STRING "  AVISO " LAST-SUPPORT-ID " PARA " MS-NOME
               DELIMITED BY SIZE INTO RECOVERY-PLAN-LINE
           WRITE RECOVERY-PLAN-LINE.

       RECORD-SUPPORT-STATUS.
           OPEN I-O NOTICE-STATUS-FILE
           IF NS-STATUS = "35"
               OPEN OUTPUT NOTICE-STATUS-FILE
               CLOSE NOTICE-STATUS-FILE
               OPEN I-O NOTICE-STATUS-FILE
           END-IF
           IF NS-STATUS NOT = "00"
               DISPLAY "Aviso: NOTICESTATUS inacessivel. Estado: "
                   NS-STATUS
           ELSE
               MOVE LAST-SUPPORT-ID TO NS-REQUEST-ID
               MOVE MS-NOME         TO NS-SOURCE
               MOVE "GENERATED"     TO NS-STATUS-CODE
               MOVE RUN-DATE        TO NS-GEN-DATE
               MOVE SPACES          TO NS-SENT-DATE
               MOVE SPACES          TO NS-ACK-DATE
               WRITE NOTICE-STATUS-RECORD
                   INVALID KEY
                       REWRITE NOTICE-STATUS-RECORD
               END-WRITE
               CLOSE NOTICE-STATUS-FILE
           END-IF.

       LOAD-SUPPORT-ID.
           MOVE 900000 TO LAST-SUPPORT-ID
           OPEN INPUT SUPPORT-ID-FILE
           IF SID-STATUS = "00"
               READ SUPPORT-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SUPPORT-ID-RECORD IS NUMERIC
                           AND SUPPORT-ID-RECORD > 900000
                           MOVE SUPPORT-ID-RECORD TO LAST-SUPPORT-ID
                       END-IF
               END-READ
               CLOSE SUPPORT-ID-FILE
           END-IF.

       SAVE-SUPPORT-ID.
           OPEN OUTPUT SUPPORT-ID-FILE
           MOVE LAST-SUPPORT-ID TO SUPPORT-ID-RECORD
           WRITE SUPPORT-ID-RECORD
           CLOSE SUPPORT-ID-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO AUTONOMY-STATUS-NAME
           STRING "DATA/AUTONOMYSTATUS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUTONOMY-STATUS-NAME
           MOVE SPACES TO TRIGGER-NAME
           STRING "DATA/AUTONOMYTRIGGER" PERSON-SUFFIX
               DELIMITED BY SPACE INTO TRIGGER-NAME
           MOVE SPACES TO ACTIVATION-LOG-NAME
           STRING "DATA/AUTONOMYLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ACTIVATION-LOG-NAME
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO SINCE-NAME
           STRING "DATA/AUTONOMYSINCE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SINCE-NAME
           MOVE SPACES TO ALERT-LOG-NAME
           STRING "DATA/AUTONOMYALERT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ALERT-LOG-NAME
           MOVE SPACES TO RECOVERY-PLAN-NAME
           STRING "DATA/RECOVERYPLAN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RECOVERY-PLAN-NAME
           MOVE SPACES TO MEASURES-NAME
           STRING "DATA/AUTONOMYMEASURES" PERSON-SUFFIX
               DELIMITED BY SPACE INTO MEASURES-NAME
           MOVE SPACES TO MEMORIA-NAME
           STRING "DATA/MEMSEGURA" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORIA-NAME
           MOVE SPACES TO REQ-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-PROFILE-NAME
           MOVE SPACES TO FINDINGS-NAME
           STRING "DATA/CTRLFINDINGS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO FINDINGS-NAME
           MOVE SPACES TO NOTICE-STATUS-NAME
           STRING "DATA/NOTICESTATUS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NOTICE-STATUS-NAME
           MOVE SPACES TO SUPPORT-POLICY-NAME
           STRING "DATA/SUPPORTPOLICY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUPPORT-POLICY-NAME
           MOVE SPACES TO SUPPORT-LEVEL-NAME
           STRING "DATA/SUPPORTLEVEL" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUPPORT-LEVEL-NAME
           MOVE SPACES TO SUPPORT-ID-NAME
           STRING "DATA/SUPPORTNEXTID" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUPPORT-ID-NAME.
