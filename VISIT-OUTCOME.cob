       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTCOME-FILE ASSIGN USING OUTCOME-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VO-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT REQ-PROFILE-FILE ASSIGN USING REQ-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-SOURCE
           05 VO-OUTCOME      PIC X(17).

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  REQ-PROFILE-FILE.
           COPY REQPROF.

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
       01 RUN-DATE             PIC X(8).
       01 NEW-LIFECYCLE        PIC X(10).
       01 VISIT-DATE           PIC X(8).
       01 VISIT-SLOT           PIC 9.
       01 SLOT-IX              PIC 9.
       01 RELEASED-COUNT       PIC 9.

           COPY CALSLOT.
       01 APPLIED-COUNT        PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       COPY PERSONCTX.
       01 OUTCOME-NAME         PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 REQ-PROFILE-NAME     PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== REGISTO DE DESFECHOS DE VISITAS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

       RELEASE-VISIT-DATE.
           IF RM-ALT-DATE NOT = SPACES
               MOVE RM-ALT-DATE TO VISIT-DATE
           ELSE
           IF RM-REQ-DATE NOT = SPACES
               MOVE RM-REQ-DATE TO VISIT-DATE
           ELSE
               MOVE RM-DATE TO VISIT-DATE
           END-IF
           END-IF
           IF RM-SLOT IS NUMERIC
               AND RM-SLOT <= CAL-SLOT-COUNT
               MOVE RM-SLOT TO VISIT-SLOT
           ELSE
               MOVE 0 TO VISIT-SLOT
           END-IF
           OPEN I-O CALENDAR-FILE
           IF CAL-STATUS = "00"
               MOVE VISIT-DATE TO CAL-DATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO RELEASED-COUNT
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                           IF CAL-SLOT-STATUS(SLOT-IX) = "RESERVADO"
                               AND (VISIT-SLOT = 0
                                    OR VISIT-SLOT = SLOT-IX)
                               MOVE "LIVRE" TO CAL-SLOT-STATUS(SLOT-IX)
                               ADD 1 TO RELEASED-COUNT
                           END-IF
                       END-PERFORM
                       IF RELEASED-COUNT > 0
                           PERFORM SET-DAY-SUMMARY
                           REWRITE CALENDAR-RECORD
                           DISPLAY "Data " VISIT-DATE
                               " libertada no calendario."
               CLOSE CALENDAR-FILE
           END-IF.

       SET-DAY-SUMMARY.
           MOVE "RESERVADO" TO CAL-DAY-STATUS
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CAL-SLOT-STATUS(SLOT-IX) = "OCUPADO"
                   AND CAL-DAY-STATUS = "RESERVADO"
                   MOVE "OCUPADO" TO CAL-DAY-STATUS
               END-IF
           END-PERFORM
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CAL-SLOT-STATUS(SLOT-IX) = "LIVRE"
                   MOVE "LIVRE" TO CAL-DAY-STATUS
               END-IF
           END-PERFORM.

       BUMP-NOSHOW-COUNTER.
           OPEN I-O REQ-PROFILE-FILE
           IF RP-STATUS = "35"
                       MOVE 0 TO RP-PRESSURE
                       MOVE 0 TO RP-REPEATS
                       MOVE 1 TO RP-NOSHOWS
                       MOVE 0 TO RP-OVERDUE
                       MOVE 0 TO RP-INCIDENTS
                       WRITE REQ-PROFILE-RECORD
                   NOT INVALID KEY
                       ADD 1 TO RP-NOSHOWS
               CLOSE REQ-PROFILE-FILE
               DISPLAY "Falta registada no perfil de " RM-SOURCE
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO OUTCOME-NAME
           STRING "DATA/VISITOUTCOMES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO OUTCOME-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO REQ-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-PROFILE-NAME.
