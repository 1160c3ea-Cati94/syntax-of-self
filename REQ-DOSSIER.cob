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

           SELECT REQ-PROFILE-FILE ASSIGN USING REQ-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-SOURCE
               FILE STATUS IS RP-STATUS.

           SELECT AUDIT-FILE ASSIGN USING AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

           SELECT DEFERRAL-FILE ASSIGN USING DEFERRAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-STATUS.

           SELECT DOSSIER-FILE ASSIGN USING DOSSIER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  REQ-PROFILE-FILE.
           COPY REQPROF.

       FD  AUDIT-FILE.
       01  AUDIT-LINE.
           05 AUDIT-DATA       PIC X(280).
           05 FILLER           PIC X(20).

       FD  DEFERRAL-FILE.
       01  DEFERRAL-RECORD.
           05 DF-SOURCE       PIC X(20).
           05 FILLER          PIC X.
           05 DF-CONTENT      PIC X(50).
           05 FILLER          PIC X.
           05 DF-SLOT         PIC 9.
           05 FILLER          PIC X.
           05 DF-TYPE         PIC X(10).

       FD  DOSSIER-FILE.
       01  DOSSIER-LINE        PIC X(300).
               10 MD-CONTENT   PIC X(50).
               10 MD-LIFECYCLE PIC X(10).
               10 MD-ALT-DATE  PIC X(8).
               10 MD-MORE-CONTENT PIC X(200).
           05 MASTER-SWAP.
               10 SW-DATE      PIC X(8).
               10 SW-REQ-ID    PIC 9(6).
               10 SW-CONTENT   PIC X(50).
               10 SW-LIFECYCLE PIC X(10).
               10 SW-ALT-DATE  PIC X(8).
               10 SW-MORE-CONTENT PIC X(200).
       COPY PERSONCTX.
       01 REQ-MASTER-NAME      PIC X(40).
       01 REQ-PROFILE-NAME     PIC X(40).
       01 AUDIT-NAME           PIC X(40).
       01 DEFERRAL-NAME        PIC X(40).
       01 DOSSIER-NAME         PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== DOSSIER CONSOLIDADO POR FONTE ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

                           " PRESSAO=" RP-PRESSURE
                           " REPETICOES=" RP-REPEATS
                           " FALTAS=" RP-NOSHOWS
                           " ATRASOS=" RP-OVERDUE
                           " INCIDENTES=" RP-INCIDENTS
                           DELIMITED BY SIZE INTO DOSSIER-LINE
               END-READ
               WRITE DOSSIER-LINE
           MOVE 0 TO MASTER-COUNT
           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS = "00"
               MOVE DOSSIER-SOURCE TO RM-SOURCE
               MOVE LOW-VALUES     TO RM-DATE
               START REQ-MASTER-FILE KEY IS NOT LESS THAN RM-SOURCE-KEY
                   INVALID KEY
                       MOVE "10" TO RM-STATUS
               END-START
               PERFORM UNTIL RM-STATUS NOT = "00"
                   READ REQ-MASTER-FILE NEXT RECORD
                   IF RM-STATUS = "02"
                       MOVE "00" TO RM-STATUS
                   END-IF
                   IF RM-STATUS = "00"
                       AND RM-SOURCE NOT = DOSSIER-SOURCE
                       MOVE "10" TO RM-STATUS
                   END-IF
                   IF RM-STATUS = "00"
                       IF MASTER-COUNT < 200
                           ADD 1 TO MASTER-COUNT
                           MOVE RM-DATE
                               TO MD-LIFECYCLE(MASTER-COUNT)
                           MOVE RM-ALT-DATE
                               TO MD-ALT-DATE(MASTER-COUNT)
                           MOVE RM-MORE-CONTENT
                               TO MD-MORE-CONTENT(MASTER-COUNT)
                       ELSE
                           DISPLAY "Aviso: mais de 200 pedidos para "
                               DOSSIER-SOURCE ". Pedido ignorado: "
                       DELIMITED BY SIZE INTO DOSSIER-LINE
               END-IF
               WRITE DOSSIER-LINE
               IF MD-MORE-CONTENT(I) NOT = SPACES
                   MOVE SPACES TO DOSSIER-LINE
                   STRING "    CONTINUACAO: " MD-MORE-CONTENT(I)
                       DELIMITED BY SIZE INTO DOSSIER-LINE
                   WRITE DOSSIER-LINE
               END-IF
           END-PERFORM.

       WRITE-AUDIT-SECTION.

       CHECK-ONE-AUDIT-LINE.
           MOVE SPACES TO AUD-DATE AUD-ID AUD-SOURCE
           UNSTRING AUDIT-DATA DELIMITED BY " | "
               INTO AUD-DATE AUD-ID AUD-SOURCE
           IF AUD-SOURCE = DOSSIER-SOURCE
               ADD 1 TO AUDIT-LISTED
               MOVE SPACES TO DOSSIER-LINE
               STRING "  " AUDIT-DATA
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               WRITE DOSSIER-LINE
           END-IF.
                   WRITE DOSSIER-LINE
               END-IF
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO REQ-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-PROFILE-NAME
           MOVE SPACES TO AUDIT-NAME
           STRING "DATA/REQAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUDIT-NAME
           MOVE SPACES TO DEFERRAL-NAME
           STRING "DATA/DEFERRALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DEFERRAL-NAME
           MOVE SPACES TO DOSSIER-NAME
           STRING "DATA/REQDOSSIER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DOSSIER-NAME.
