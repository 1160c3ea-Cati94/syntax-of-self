       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CLOCK.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 AS-OF-DATE           PIC X(8) VALUE SPACES.
       01 SYSTEM-STAMP         PIC X(21).

       LINKAGE SECTION.
       01 CLOCK-REQUEST        PIC X.
       01 CLOCK-STAMP          PIC X(21).

       PROCEDURE DIVISION USING CLOCK-REQUEST CLOCK-STAMP.
       BEGIN.
           IF CLOCK-REQUEST = "D"
               IF CLOCK-STAMP(1:8) IS NUMERIC
                   MOVE CLOCK-STAMP(1:8) TO AS-OF-DATE
               ELSE
                   MOVE SPACES TO AS-OF-DATE
               END-IF
           ELSE
               IF CLOCK-REQUEST = "R"
                   MOVE SPACES TO AS-OF-DATE
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO SYSTEM-STAMP
           MOVE SYSTEM-STAMP TO CLOCK-STAMP
           IF AS-OF-DATE NOT = SPACES
               MOVE AS-OF-DATE TO CLOCK-STAMP(1:8)
           END-IF
           GOBACK.
