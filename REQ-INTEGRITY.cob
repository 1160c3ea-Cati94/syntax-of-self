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

           SELECT DEFERRAL-FILE ASSIGN USING DEFERRAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-STATUS.

           SELECT DECISION-FILE ASSIGN USING DECISION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEC-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NID-STATUS.

           SELECT INTEGRITY-REPORT-FILE
               ASSIGN USING INTEGRITY-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  DEFERRAL-FILE.
       01  DEFERRAL-RECORD.
           05 DF-SOURCE       PIC X(20).
           05 FILLER          PIC X.
           05 DF-CONTENT      PIC X(50).
           05 FILLER          PIC X.
           05 DF-SLOT         PIC 9.
           05 FILLER          PIC X.
           05 DF-TYPE         PIC X(10).

       FD  DECISION-FILE.
       01  DECISION-LINE       PIC X(340).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  NEXT-ID-FILE.
       01  NEXT-ID-RECORD     PIC 9(6).
       01 DEFER-ID-TABLE.
           05 DEFER-ID-COUNT   PIC 9(4) VALUE 0.
           05 DEFER-IDS OCCURS 100 TIMES PIC 9(6).
       COPY PERSONCTX.
       01 REQ-MASTER-NAME      PIC X(40).
       01 DEFERRAL-NAME        PIC X(40).
       01 DECISION-NAME        PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 INTEGRITY-REPORT-NAME PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== INTEGRIDADE CRUZADA DO SUBSISTEMA DE "
               "PEDIDOS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
                   PERFORM WRITE-EXCEPTION-LINE
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
           MOVE SPACES TO DEFERRAL-NAME
           STRING "DATA/DEFERRALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DEFERRAL-NAME
           MOVE SPACES TO DECISION-NAME
           STRING "DATA/REQDECISIONS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DECISION-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO INTEGRITY-REPORT-NAME
           STRING "DATA/INTEGRITYRPT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INTEGRITY-REPORT-NAME.
