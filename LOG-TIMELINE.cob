               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT TIMELINE-FILE ASSIGN USING TIMELINE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-STATUS.

           SELECT TIMELINE-SORT-FILE ASSIGN TO "DATA/TIMELINESRT".

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-INPUT-FILE.
       01  LOG-INPUT-LINE      PIC X(300).

       FD  TIMELINE-FILE.
       01  TIMELINE-LINE       PIC X(300).

       SD  TIMELINE-SORT-FILE.
       01  TIMELINE-SORT-RECORD.
           05 EV-STAMP         PIC X(14).
           05 EV-LOG-IX        PIC 9(2).
           05 EV-LINE-NO       PIC 9(7).
           05 EV-TAG           PIC X(12).
           05 EV-TEXT          PIC X(280).

       WORKING-STORAGE SECTION.
       01 LOG-STATUS           PIC XX.
       01 TL-STATUS            PIC XX.
       01 FROM-DATE            PIC X(8).
       01 TO-DATE              PIC X(8).
       01 I                    PIC 9(2).
       01 LOG-LINE-NO          PIC 9(7).
       01 EVENT-COUNT          PIC 9(7) VALUE 0.
       01 LINE-STAMP           PIC X(14).
       01 LINE-DATE            PIC X(8).
       01 SORT-DONE            PIC X.

       01 SOURCE-LOG-TABLE.
           05 SOURCE-LOG-COUNT PIC 9(2) VALUE 5.
               10 FILLER PIC X(12) VALUE "AUTONOMYLOG".
           05 SOURCE-LOG-NAMES-R REDEFINES SOURCE-LOG-NAMES.
               10 SL-NAME OCCURS 5 TIMES PIC X(12).
       COPY PERSONCTX.
       01 TIMELINE-NAME        PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== LINHA DO TEMPO DOS LOGS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM PARSE-DATE-RANGE
           DISPLAY "Intervalo: " FROM-DATE " a " TO-DATE

           SORT TIMELINE-SORT-FILE
               ON ASCENDING KEY EV-STAMP EV-LOG-IX EV-LINE-NO
               INPUT PROCEDURE IS COLLECT-ALL-LOGS
               OUTPUT PROCEDURE IS WRITE-TIMELINE-REPORT

           IF EVENT-COUNT = 0
               DISPLAY "Sem eventos no intervalo pedido."
           END-IF
           DISPLAY "Eventos na linha do tempo: " EVENT-COUNT
           DISPLAY "Linha do tempo escrita em DATA/TIMELINE."
           GOBACK.
               MOVE FROM-DATE TO TO-DATE
           END-IF.

       COLLECT-ALL-LOGS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SOURCE-LOG-COUNT
               PERFORM LOAD-ONE-LOG
           END-PERFORM.

       LOAD-ONE-LOG.
           MOVE 0 TO LOG-LINE-NO
           MOVE SPACES TO LOG-FILE-NAME
           STRING "DATA/" FUNCTION TRIM(SL-NAME(I))
               DELIMITED BY SIZE PERSON-SUFFIX DELIMITED BY SPACE
               INTO LOG-FILE-NAME
           OPEN INPUT LOG-INPUT-FILE
           IF LOG-STATUS NOT = "00"
               DISPLAY "Log indisponivel: " SL-NAME(I)
           END-IF.

       COLLECT-ONE-LINE.
           ADD 1 TO LOG-LINE-NO
           IF LOG-INPUT-LINE(1:14) IS NUMERIC
               MOVE LOG-INPUT-LINE(1:14) TO LINE-STAMP
           ELSE
           IF LINE-STAMP NOT = SPACES
               MOVE LINE-STAMP(1:8) TO LINE-DATE
               IF LINE-DATE >= FROM-DATE AND LINE-DATE <= TO-DATE
                   MOVE LINE-STAMP  TO EV-STAMP
                   MOVE I           TO EV-LOG-IX
                   MOVE LOG-LINE-NO TO EV-LINE-NO
                   MOVE SL-NAME(I)  TO EV-TAG
                   MOVE LOG-INPUT-LINE(1:280) TO EV-TEXT
                   RELEASE TIMELINE-SORT-RECORD
               END-IF
           END-IF.

       WRITE-TIMELINE-REPORT.
           OPEN OUTPUT TIMELINE-FILE
           MOVE SPACES TO TIMELINE-LINE
               DELIMITED BY SIZE INTO TIMELINE-LINE
           WRITE TIMELINE-LINE

           MOVE "N" TO SORT-DONE
           PERFORM UNTIL SORT-DONE = "Y"
               RETURN TIMELINE-SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-DONE
                   NOT AT END
                       ADD 1 TO EVENT-COUNT
                       MOVE SPACES TO TIMELINE-LINE
                       STRING EV-TAG " | " EV-TEXT
                           DELIMITED BY SIZE INTO TIMELINE-LINE
                       WRITE TIMELINE-LINE
               END-RETURN
           END-PERFORM
           CLOSE TIMELINE-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO TIMELINE-NAME
           STRING "DATA/TIMELINE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TIMELINE-NAME.
