       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-FILE ASSIGN USING PORT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-STATUS.

           SELECT REQUEST-QUEUE-FILE ASSIGN USING REQUEST-QUEUE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN USING EDIT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT PORT-QUAR-FILE ASSIGN USING PORT-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PQ-STATUS.

           SELECT CAL-QUAR-FILE ASSIGN USING CAL-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-STATUS.

           SELECT STATE-QUAR-FILE ASSIGN USING STATE-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQ-STATUS.

           SELECT QUEUE-QUAR-FILE ASSIGN USING QUEUE-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QQ-STATUS.

           SELECT QUEUE-WORK-FILE ASSIGN USING QUEUE-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QW-STATUS.

           05 PF-STATE     PIC X(10).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  DAILY-STATE-FILE.
           COPY DAILYST.

       FD  REQUEST-QUEUE-FILE.
           COPY REQQUE.

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE    PIC X(100).
       01  CAL-QUAR-RECORD.
           05 CQ-DATE          PIC X(8).
           05 CQ-DAY-STATUS    PIC X(10).
           05 CQ-SLOT-STATUS   PIC X(10) OCCURS 3 TIMES.

       FD  STATE-QUAR-FILE.
       01  STATE-QUAR-RECORD.
           05 SQ-EXTERNAL-CONTROL  PIC X.

       FD  QUEUE-WORK-FILE.
       01  QUEUE-WORK-RECORD       PIC X(104).

       FD  QUEUE-QUAR-FILE.
       01  QUEUE-QUAR-RECORD.
           05 QQ-PRIORITY      PIC X.
           05 QQ-CHANNEL       PIC X(3).
           05 QQ-REQUEUE-ID    PIC 9(6).
           05 QQ-REQ-DATE      PIC X(8).
           05 QQ-REQ-SLOT      PIC X(5).
           05 QQ-CONTINUED     PIC X.

       WORKING-STORAGE SECTION.
       01 PF-STATUS            PIC XX.
       01 QQ-STATUS            PIC XX.
       01 QW-STATUS            PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       01 ERROR-COUNT          PIC 9(4) VALUE 0.
       01 QUARANTINED-COUNT    PIC 9(4) VALUE 0.
       01 CHECK-DATE           PIC X(8).
       01 STATE-BAD            PIC X VALUE "N".
       01 RECORD-BAD           PIC X VALUE "N".
       01 I                    PIC 9(4).
       01 SLOT-IX              PIC 9.
       01 SLOT-FOUND           PIC X.
       01 MESSAGE-OPEN         PIC X VALUE "N".
       01 MESSAGE-SPILL        PIC X VALUE "N".
       01 MESSAGE-LINES        PIC 9 VALUE 0.
       01 MESSAGE-BREAK        PIC X(40).
       01 LINE-IX              PIC 9.
       01 HELD-SOURCE          PIC X(20).
       01 QUEUE-LINE-SAVE      PIC X(104).

       01 HELD-MESSAGE-TABLE.
           05 HELD-LINE        PIC X(104) OCCURS 5 TIMES.

           COPY CALSLOT.

       01 BAD-PORT-TABLE.
           05 BAD-PORT-COUNT   PIC 9(4) VALUE 0.
           05 BAD-CAL-ENTRIES OCCURS 200 TIMES.
               10 BC-DATE      PIC X(8).
               10 BC-STATUS    PIC X(10).
               10 BC-SLOT-STATUS   PIC X(10) OCCURS 3 TIMES.
       COPY PERSONCTX.
       01 PORT-NAME            PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 DAILY-STATE-NAME     PIC X(40).
       01 REQUEST-QUEUE-NAME   PIC X(40).
       01 EDIT-REPORT-NAME     PIC X(40).
       01 PORT-QUAR-NAME       PIC X(40).
       01 CAL-QUAR-NAME        PIC X(40).
       01 STATE-QUAR-NAME      PIC X(40).
       01 QUEUE-QUAR-NAME      PIC X(40).
       01 QUEUE-WORK-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== EDICAO DE FICHEIROS DE ENTRADA ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE

           OPEN OUTPUT EDIT-REPORT-FILE
           MOVE SPACES TO EDIT-REPORT-LINE
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           END-IF
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CAL-SLOT-STATUS(SLOT-IX) NOT = "LIVRE"
                   AND CAL-SLOT-STATUS(SLOT-IX) NOT = "OCUPADO"
                   AND CAL-SLOT-STATUS(SLOT-IX) NOT = "RESERVADO"
                   ADD 1 TO ERROR-COUNT
                   MOVE "Y" TO RECORD-BAD
                   MOVE SPACES TO EDIT-REPORT-LINE
                   STRING "CALENDAR | " CAL-DATE
                       " | PERIODO " CAL-SLOT-NAME(SLOT-IX)
                       " INVALIDO: " CAL-SLOT-STATUS(SLOT-IX)
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
                   WRITE EDIT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE CAL-DATE TO CHECK-DATE
           PERFORM VALIDATE-ONE-DATE
           IF DATE-VALID = "N"
               ADD 1 TO BAD-CAL-COUNT
               MOVE CAL-DATE       TO BC-DATE(BAD-CAL-COUNT)
               MOVE CAL-DAY-STATUS TO BC-STATUS(BAD-CAL-COUNT)
               PERFORM VARYING SLOT-IX FROM 1 BY 1
                       UNTIL SLOT-IX > CAL-SLOT-COUNT
                   MOVE CAL-SLOT-STATUS(SLOT-IX)
                       TO BC-SLOT-STATUS(BAD-CAL-COUNT, SLOT-IX)
               END-PERFORM
           ELSE
               DISPLAY "Aviso: mais de 200 datas invalidas. "
                   "Sem quarentena para: " CAL-DATE
                       UNTIL I > BAD-CAL-COUNT
                   MOVE BC-DATE(I)   TO CQ-DATE
                   MOVE BC-STATUS(I) TO CQ-DAY-STATUS
                   PERFORM VARYING SLOT-IX FROM 1 BY 1
                           UNTIL SLOT-IX > CAL-SLOT-COUNT
                       MOVE BC-SLOT-STATUS(I, SLOT-IX)
                           TO CQ-SLOT-STATUS(SLOT-IX)
                   END-PERFORM
                   WRITE CAL-QUAR-RECORD
                   ADD 1 TO QUARANTINED-COUNT
                   MOVE BC-DATE(I) TO CAL-DATE
               WRITE EDIT-REPORT-LINE
           ELSE
               OPEN OUTPUT QUEUE-WORK-FILE
               MOVE "N" TO MESSAGE-OPEN
               MOVE "N" TO MESSAGE-SPILL
               PERFORM UNTIL RQ-STATUS = "10"
                   READ REQUEST-QUEUE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-QUEUE-LINE
                   END-READ
               END-PERFORM
               IF MESSAGE-OPEN = "Y"
                   MOVE "CONTINUACAO EM FALTA" TO MESSAGE-BREAK
                   PERFORM FINISH-QUEUE-MESSAGE
               END-IF
               CLOSE REQUEST-QUEUE-FILE
               CLOSE QUEUE-WORK-FILE
               PERFORM REWRITE-CLEAN-QUEUE
           END-IF.

       TAKE-QUEUE-LINE.
           IF MESSAGE-SPILL = "Y" AND RQ-SOURCE NOT = HELD-SOURCE
               MOVE "N" TO MESSAGE-SPILL
           END-IF
           IF MESSAGE-SPILL = "Y"
               PERFORM QUARANTINE-QUEUE-RECORD
               IF RQ-CONTINUED NOT = "S"
                   MOVE "N" TO MESSAGE-SPILL
               END-IF
           ELSE
               PERFORM HOLD-QUEUE-LINE
           END-IF.

       HOLD-QUEUE-LINE.
           IF MESSAGE-OPEN = "Y" AND RQ-SOURCE NOT = HELD-SOURCE
               MOVE "CONTINUACAO EM FALTA" TO MESSAGE-BREAK
               MOVE REQUEST-QUEUE-RECORD TO QUEUE-LINE-SAVE
               PERFORM FINISH-QUEUE-MESSAGE
               MOVE QUEUE-LINE-SAVE TO REQUEST-QUEUE-RECORD
           END-IF
           IF MESSAGE-OPEN = "Y" AND MESSAGE-LINES = 5
               MOVE "MENSAGEM COM MAIS DE 5 LINHAS" TO MESSAGE-BREAK
               MOVE REQUEST-QUEUE-RECORD TO QUEUE-LINE-SAVE
               PERFORM FINISH-QUEUE-MESSAGE
               MOVE QUEUE-LINE-SAVE TO REQUEST-QUEUE-RECORD
               PERFORM QUARANTINE-QUEUE-RECORD
               IF RQ-CONTINUED = "S"
                   MOVE "Y" TO MESSAGE-SPILL
               END-IF
           ELSE
               IF MESSAGE-OPEN = "Y"
                   ADD 1 TO MESSAGE-LINES
                   MOVE REQUEST-QUEUE-RECORD
                       TO HELD-LINE(MESSAGE-LINES)
               ELSE
                   MOVE REQUEST-QUEUE-RECORD TO HELD-LINE(1)
                   MOVE RQ-SOURCE TO HELD-SOURCE
                   MOVE 1 TO MESSAGE-LINES
                   MOVE SPACES TO MESSAGE-BREAK
                   MOVE "Y" TO MESSAGE-OPEN
               END-IF
               IF RQ-CONTINUED NOT = "S"
                   PERFORM FINISH-QUEUE-MESSAGE
               END-IF
           END-IF.

       FINISH-QUEUE-MESSAGE.
           MOVE "N" TO MESSAGE-OPEN
           MOVE HELD-LINE(1) TO REQUEST-QUEUE-RECORD
           PERFORM EDIT-ONE-QUEUE-RECORD.

       EDIT-ONE-QUEUE-RECORD.
           MOVE "N" TO RECORD-BAD
           IF RQ-SOURCE = SPACES
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           END-IF
           IF RQ-REQ-DATE NOT = SPACES
               MOVE RQ-REQ-DATE TO CHECK-DATE
               PERFORM VALIDATE-ONE-DATE
               IF DATE-VALID = "N" OR RQ-REQ-DATE < RUN-DATE
                   ADD 1 TO ERROR-COUNT
                   MOVE "Y" TO RECORD-BAD
                   MOVE SPACES TO EDIT-REPORT-LINE
                   STRING "REQQUEUE | " RQ-SOURCE
                       " | DATA PEDIDA INVALIDA: " RQ-REQ-DATE
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
                   WRITE EDIT-REPORT-LINE
               END-IF
           END-IF
           IF RQ-REQ-SLOT NOT = SPACES
               MOVE "N" TO SLOT-FOUND
               PERFORM VARYING SLOT-IX FROM 1 BY 1
                       UNTIL SLOT-IX > CAL-SLOT-COUNT
                   IF CAL-SLOT-NAME(SLOT-IX) = RQ-REQ-SLOT
                       MOVE "Y" TO SLOT-FOUND
                   END-IF
               END-PERFORM
               IF SLOT-FOUND = "N"
                   ADD 1 TO ERROR-COUNT
                   MOVE "Y" TO RECORD-BAD
                   MOVE SPACES TO EDIT-REPORT-LINE
                   STRING "REQQUEUE | " RQ-SOURCE
                       " | PERIODO PEDIDO INVALIDO: " RQ-REQ-SLOT
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
                   WRITE EDIT-REPORT-LINE
               END-IF
           END-IF

           IF MESSAGE-BREAK NOT = SPACES
               ADD 1 TO ERROR-COUNT
               MOVE "Y" TO RECORD-BAD
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING "REQQUEUE | " RQ-SOURCE " | " MESSAGE-BREAK
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           END-IF

           PERFORM VARYING LINE-IX FROM 1 BY 1
                   UNTIL LINE-IX > MESSAGE-LINES
               MOVE HELD-LINE(LINE-IX) TO REQUEST-QUEUE-RECORD
               IF RECORD-BAD = "Y"
                   PERFORM QUARANTINE-QUEUE-RECORD
               ELSE
                   MOVE REQUEST-QUEUE-RECORD TO QUEUE-WORK-RECORD
                   WRITE QUEUE-WORK-RECORD
               END-IF
           END-PERFORM.

       QUARANTINE-QUEUE-RECORD.
           OPEN EXTEND QUEUE-QUAR-FILE
           MOVE RQ-PRIORITY TO QQ-PRIORITY
           MOVE RQ-CHANNEL  TO QQ-CHANNEL
           MOVE RQ-REQUEUE-ID TO QQ-REQUEUE-ID
           MOVE RQ-REQ-DATE TO QQ-REQ-DATE
           MOVE RQ-REQ-SLOT TO QQ-REQ-SLOT
           MOVE RQ-CONTINUED TO QQ-CONTINUED
           WRITE QUEUE-QUAR-RECORD
           CLOSE QUEUE-QUAR-FILE
           ADD 1 TO QUARANTINED-COUNT
           CLOSE QUEUE-WORK-FILE
           OPEN OUTPUT QUEUE-WORK-FILE
           CLOSE QUEUE-WORK-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PORT-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO REQUEST-QUEUE-NAME
           STRING "DATA/REQQUEUE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQUEST-QUEUE-NAME
           MOVE SPACES TO EDIT-REPORT-NAME
           STRING "DATA/EDITREPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO EDIT-REPORT-NAME
           MOVE SPACES TO PORT-QUAR-NAME
           STRING "DATA/PORTQUAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-QUAR-NAME
           MOVE SPACES TO CAL-QUAR-NAME
           STRING "DATA/CALQUAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CAL-QUAR-NAME
           MOVE SPACES TO STATE-QUAR-NAME
           STRING "DATA/STATEQUAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-QUAR-NAME
           MOVE SPACES TO QUEUE-QUAR-NAME
           STRING "DATA/REQQUAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO QUEUE-QUAR-NAME
           MOVE SPACES TO QUEUE-WORK-NAME
           STRING "DATA/REQQUEUEWRK" PERSON-SUFFIX DELIMITED BY SPACE
               INTO QUEUE-WORK-NAME.
