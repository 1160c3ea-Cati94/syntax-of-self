       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT PENDING-REPORT-FILE ASSIGN USING PENDING-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT REQUEUE-REQUEST-FILE ASSIGN USING REQUEUE-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQR-STATUS.

           SELECT REQUEST-QUEUE-FILE ASSIGN USING REQUEST-QUEUE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-LINE     PIC X(120).
           05 RQR-REQUEST-ID  PIC 9(6).

       FD  REQUEST-QUEUE-FILE.
           COPY REQQUE.

       WORKING-STORAGE SECTION.
       01 RM-STATUS            PIC XX.
       01 RQR-STATUS           PIC XX.
       01 RQ-STATUS            PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       01 RUN-DATE-NUM         PIC 9(8).
       01 WS-RUN-INTEGER       PIC 9(7).
       01 WS-REQ-INTEGER       PIC 9(7).
       01 STUCK-COUNT          PIC 9(4) VALUE 0.
       01 REQUEUED-COUNT       PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 MORE-LINES           PIC 9.
       01 LINE-IX              PIC 9.
       01 TEXT-POS             PIC 9(3).
       COPY PERSONCTX.
       01 REQ-MASTER-NAME      PIC X(40).
       01 PENDING-REPORT-NAME  PIC X(40).
       01 REQUEUE-REQUEST-NAME PIC X(40).
       01 REQUEST-QUEUE-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== INTEGRIDADE DE PEDIDOS PENDENTES ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)

           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS = "00"
               MOVE "PENDING" TO RM-LIFECYCLE
               START REQ-MASTER-FILE KEY IS EQUAL TO RM-LIFECYCLE
                   INVALID KEY
                       MOVE "10" TO RM-STATUS
               END-START
               PERFORM UNTIL RM-STATUS NOT = "00"
                   READ REQ-MASTER-FILE NEXT RECORD
                   IF RM-STATUS = "02"
                       MOVE "00" TO RM-STATUS
                   END-IF
                   IF RM-STATUS = "00"
                       AND RM-LIFECYCLE NOT = "PENDING"
                       MOVE "10" TO RM-STATUS
                   END-IF
                   IF RM-STATUS = "00"
                       AND RM-DATE < RUN-DATE
                       PERFORM REPORT-ONE-STUCK
                   END-IF
           MOVE SPACE          TO RQ-PRIORITY
           MOVE RM-CHANNEL     TO RQ-CHANNEL
           MOVE RM-REQUEST-ID  TO RQ-REQUEUE-ID
           IF RM-REQ-DATE NOT = SPACES
               AND RM-REQ-DATE > RUN-DATE
               MOVE RM-REQ-DATE TO RQ-REQ-DATE
               MOVE RM-REQ-SLOT TO RQ-REQ-SLOT
           END-IF
           MOVE 0 TO MORE-LINES
           PERFORM VARYING LINE-IX FROM 1 BY 1 UNTIL LINE-IX > 4
               COMPUTE TEXT-POS = (LINE-IX - 1) * 50 + 1
               IF RM-MORE-CONTENT(TEXT-POS:50) NOT = SPACES
                   MOVE LINE-IX TO MORE-LINES
               END-IF
           END-PERFORM
           IF MORE-LINES > 0
               MOVE "S" TO RQ-CONTINUED
           END-IF
           WRITE REQUEST-QUEUE-RECORD
           PERFORM VARYING LINE-IX FROM 1 BY 1
                   UNTIL LINE-IX > MORE-LINES
               COMPUTE TEXT-POS = (LINE-IX - 1) * 50 + 1
               MOVE SPACES TO REQUEST-QUEUE-RECORD
               MOVE RM-SOURCE TO RQ-SOURCE
               MOVE RM-MORE-CONTENT(TEXT-POS:50) TO RQ-CONTENT
               IF LINE-IX < MORE-LINES
                   MOVE "S" TO RQ-CONTINUED
               END-IF
               WRITE REQUEST-QUEUE-RECORD
           END-PERFORM
           CLOSE REQUEST-QUEUE-FILE
           ADD 1 TO REQUEUED-COUNT
           DISPLAY "Reposto na fila com o mesmo ID: "
               RM-REQUEST-ID.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO PENDING-REPORT-NAME
           STRING "DATA/PENDINGREPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PENDING-REPORT-NAME
           MOVE SPACES TO REQUEUE-REQUEST-NAME
           STRING "DATA/REQUEUEREQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQUEUE-REQUEST-NAME
           MOVE SPACES TO REQUEST-QUEUE-NAME
           STRING "DATA/REQQUEUE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQUEST-QUEUE-NAME.
