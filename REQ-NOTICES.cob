       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN USING DECISION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEC-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOT-STATUS.

           SELECT NOTICE-STATUS-FILE ASSIGN USING NOTICE-STATUS-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NS-REQUEST-ID
               FILE STATUS IS NS-STATUS.

           SELECT REQ-REGISTRY-FILE ASSIGN TO "DATA/REQREGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-SOURCE
               FILE STATUS IS RG-STATUS-CODE.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-LINE       PIC X(340).

       FD  NOTICE-FILE.
       01  NOTICE-LINE         PIC X(80).
           05 NS-SENT-DATE    PIC X(8).
           05 NS-ACK-DATE     PIC X(8).

       FD  REQ-REGISTRY-FILE.
           COPY REQREG.

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       WORKING-STORAGE SECTION.
       01 DEC-STATUS           PIC XX.
       01 NOT-STATUS           PIC XX.
       01 NS-STATUS            PIC XX.
       01 RG-STATUS-CODE       PIC XX.
       01 REGISTRY-OPEN        PIC X VALUE "N".
       01 RM-STATUS            PIC XX.
       01 MASTER-OPEN          PIC X VALUE "N".
       01 MORE-LINES           PIC 9.
       01 LINE-IX              PIC 9.
       01 TEXT-POS             PIC 9(3).
       01 TEXT-INDENT          PIC 9(2).
       01 RUN-DATE             PIC X(8).
       01 NOTICE-FILE-NAME     PIC X(40).

       01 DEC-RESPONSE         PIC X(80).
       01 DEC-TYPE-INFO        PIC X(20).
       01 DEC-CTRL-INFO        PIC X(10).
       01 DEC-CHANNEL-INFO     PIC X(10).
       01 DEC-REPEAT-INFO      PIC X(20).
       01 DEC-SLOT-INFO        PIC X(20).
       01 DEC-REASON-INFO      PIC X(20).
       01 DEC-MSG-INFO         PIC X(40).
       01 MSG-CODE             PIC X(10).
       01 MSG-DATE             PIC X(8).
       01 MSG-PERIOD           PIC X(5).
       01 NOTICE-LANG          PIC X(2).

       01 OUTCOME-TEXT         PIC X(20).
       01 ALT-PREFIX           PIC X(60).
       01 ALT-DATE-PART        PIC X(20).
       01 NOTICE-COUNT         PIC 9(4) VALUE 0.
       01 LOCAL-COUNT          PIC 9(4) VALUE 0.
       01 I                    PIC 9(2).
       01 LABEL-IX             PIC 9(2).
       01 PERIOD-TEXT          PIC X(50).
       01 SLOT-PERIOD-TEXT     PIC X(50).
       01 TOKEN-TEXT           PIC X(5).
       01 TOKEN-LEN            PIC 9(2).
       01 TOKEN-VALUE          PIC X(50).
       01 TOKEN-POS            PIC 9(3).
       01 TAIL-START           PIC 9(3).
       01 BUILD-PTR            PIC 9(3).
       01 RESPONSE-BUILD       PIC X(80).

       01 NOTICE-LABELS.
           05 NOTICE-LABEL     PIC X(50) OCCURS 19 TIMES.

           COPY NOTLABEL.

       01 TX-GROUP             PIC X(3).
       01 TX-CODE              PIC X(30).
       01 TX-LANG              PIC X(2).
       01 TX-TEXT              PIC X(80).
       01 TX-SOURCE            PIC X.
       COPY PERSONCTX.
       01 DECISION-NAME        PIC X(40).
       01 NOTICE-STATUS-NAME   PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== GERACAO DE AVISOS DE RESPOSTA ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

               GOBACK
           END-IF

           OPEN INPUT REQ-REGISTRY-FILE
           IF RG-STATUS-CODE = "00"
               MOVE "Y" TO REGISTRY-OPEN
           ELSE
               DISPLAY "Aviso: REQREGISTRY inacessivel. Estado: "
                   RG-STATUS-CODE ". Avisos em portugues."
           END-IF

           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS = "00"
               MOVE "Y" TO MASTER-OPEN
           ELSE
               DISPLAY "Aviso: REQMASTER inacessivel. Estado: "
                   RM-STATUS ". Pedidos so com a primeira linha."
           END-IF

           PERFORM UNTIL DEC-STATUS = "10"
               READ DECISION-FILE
                   AT END
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE
           IF REGISTRY-OPEN = "Y"
               CLOSE REQ-REGISTRY-FILE
           END-IF
           IF MASTER-OPEN = "Y"
               CLOSE REQ-MASTER-FILE
           END-IF

           DISPLAY "Avisos gerados: " NOTICE-COUNT
           DISPLAY "Avisos noutra lingua: " LOCAL-COUNT
           GOBACK.

       GENERATE-ONE-NOTICE.
           MOVE SPACES TO DEC-ID DEC-SOURCE DEC-CONTENT
           MOVE SPACES TO DEC-RESPONSE DEC-TYPE-INFO DEC-CTRL-INFO
           MOVE SPACES TO DEC-CHANNEL-INFO DEC-REPEAT-INFO
           MOVE SPACES TO DEC-SLOT-INFO DEC-REASON-INFO DEC-MSG-INFO
           MOVE SPACES TO MSG-CODE MSG-DATE MSG-PERIOD
           MOVE SPACE  TO DEC-PERMISSION
           UNSTRING DECISION-LINE DELIMITED BY " | "
               INTO DEC-ID DEC-SOURCE DEC-CONTENT DEC-PERMISSION
                    DEC-RESPONSE DEC-TYPE-INFO DEC-CTRL-INFO
                    DEC-CHANNEL-INFO DEC-REPEAT-INFO DEC-SLOT-INFO
                    DEC-REASON-INFO DEC-MSG-INFO
           IF DEC-MSG-INFO(1:4) = "MSG="
               UNSTRING DEC-MSG-INFO(5:36) DELIMITED BY "/"
                   INTO MSG-CODE MSG-DATE MSG-PERIOD
           END-IF

           IF DEC-SOURCE = SPACES
               DISPLAY "Aviso: linha de decisao invalida ignorada."
           ELSE
               PERFORM SET-NOTICE-LANGUAGE
               PERFORM LOCALIZE-LABELS
               PERFORM LOCALIZE-RESPONSE
               EVALUATE DEC-PERMISSION
                   WHEN "S"
                       MOVE NOTICE-LABEL(7) TO OUTCOME-TEXT
                   WHEN "D"
                       MOVE NOTICE-LABEL(8) TO OUTCOME-TEXT
                   WHEN OTHER
                       MOVE NOTICE-LABEL(9) TO OUTCOME-TEXT
               END-EVALUATE

               MOVE SPACES TO NOTICE-FILE-NAME
               WRITE NOTICE-LINE

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(1)) " "
                   FUNCTION TRIM(DEC-SOURCE)
                   "   " FUNCTION TRIM(NOTICE-LABEL(2)) " " RUN-DATE
                   "   " FUNCTION TRIM(NOTICE-LABEL(3)) " " DEC-ID
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(4)) " " DEC-CONTENT
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
               PERFORM WRITE-CONTENT-CONTINUATION

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(5)) " " OUTCOME-TEXT
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(6)) " " DEC-RESPONSE
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               IF DEC-PERMISSION = "D"
                   MOVE SPACES TO ALT-PREFIX
                   MOVE SPACES TO ALT-DATE-PART
                   IF MSG-DATE NOT = SPACES
                       STRING MSG-DATE " "
                           FUNCTION TRIM(PERIOD-TEXT)
                           DELIMITED BY SIZE INTO ALT-DATE-PART
                   ELSE
                       UNSTRING DEC-RESPONSE
                           DELIMITED BY "alternativa: "
                           INTO ALT-PREFIX ALT-DATE-PART
                   END-IF
                   IF ALT-DATE-PART NOT = SPACES
                       MOVE SPACES TO NOTICE-LINE
                       STRING FUNCTION TRIM(NOTICE-LABEL(10)) " "
                           ALT-DATE-PART
                           DELIMITED BY SIZE INTO NOTICE-LINE
                       WRITE NOTICE-LINE
                   END-IF
               END-IF

               IF DEC-SLOT-INFO(1:5) = "SLOT="
                   AND DEC-SLOT-INFO(6:8) NOT = SPACES
                   MOVE DEC-SLOT-INFO(15:5) TO MSG-PERIOD
                   PERFORM LOCALIZE-PERIOD
                   MOVE PERIOD-TEXT TO SLOT-PERIOD-TEXT
                   MOVE SPACES TO NOTICE-LINE
                   STRING FUNCTION TRIM(NOTICE-LABEL(11)) " "
                       DEC-SLOT-INFO(6:8) " "
                       FUNCTION TRIM(NOTICE-LABEL(12)) " "
                       FUNCTION TRIM(SLOT-PERIOD-TEXT)
                       DELIMITED BY SIZE INTO NOTICE-LINE
                   WRITE NOTICE-LINE
               END-IF

               CLOSE NOTICE-FILE
               ADD 1 TO NOTICE-COUNT
               PERFORM RECORD-NOTICE-STATUS
           END-IF.

       WRITE-CONTENT-CONTINUATION.
           MOVE 0 TO MORE-LINES
           IF MASTER-OPEN = "Y" AND DEC-ID IS NUMERIC
               MOVE DEC-ID TO RM-REQUEST-ID
               READ REQ-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING LINE-IX FROM 1 BY 1
                               UNTIL LINE-IX > 4
                           COMPUTE TEXT-POS = (LINE-IX - 1) * 50 + 1
                           IF RM-MORE-CONTENT(TEXT-POS:50) NOT = SPACES
                               MOVE LINE-IX TO MORE-LINES
                           END-IF
                       END-PERFORM
               END-READ
           END-IF
           IF MORE-LINES > 0
               COMPUTE TEXT-INDENT = FUNCTION LENGTH
                   (FUNCTION TRIM(NOTICE-LABEL(4))) + 2
               IF TEXT-INDENT > 30
                   MOVE 30 TO TEXT-INDENT
               END-IF
               PERFORM VARYING LINE-IX FROM 1 BY 1
                       UNTIL LINE-IX > MORE-LINES
                   COMPUTE TEXT-POS = (LINE-IX - 1) * 50 + 1
                   MOVE SPACES TO NOTICE-LINE
                   MOVE RM-MORE-CONTENT(TEXT-POS:50)
                       TO NOTICE-LINE(TEXT-INDENT:50)
                   WRITE NOTICE-LINE
               END-PERFORM
           END-IF.

       SET-NOTICE-LANGUAGE.
           MOVE "PT" TO NOTICE-LANG
           IF REGISTRY-OPEN = "Y"
               MOVE DEC-SOURCE TO RG-SOURCE
               READ REQ-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RG-LANGUAGE NOT = SPACES
                           MOVE RG-LANGUAGE TO NOTICE-LANG
                       END-IF
               END-READ
           END-IF
           IF NOTICE-LANG NOT = "PT"
               ADD 1 TO LOCAL-COUNT
           END-IF.

       LOCALIZE-LABELS.
           PERFORM VARYING LABEL-IX FROM 1 BY 1
                   UNTIL LABEL-IX > NOT-LABEL-COUNT
               MOVE "ROT" TO TX-GROUP
               MOVE NOT-LABEL-CODE(LABEL-IX) TO TX-CODE
               MOVE NOTICE-LANG TO TX-LANG
               MOVE NOT-LABEL-DEFAULT(LABEL-IX) TO TX-TEXT
               CALL "RESP-TEXT" USING TX-GROUP TX-CODE TX-LANG
                   TX-TEXT TX-SOURCE
                   ON EXCEPTION
                       MOVE NOT-LABEL-DEFAULT(LABEL-IX) TO TX-TEXT
               END-CALL
               MOVE TX-TEXT TO NOTICE-LABEL(LABEL-IX)
           END-PERFORM.

       LOCALIZE-PERIOD.
           MOVE MSG-PERIOD TO PERIOD-TEXT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
               IF MSG-PERIOD = NOT-LABEL-CODE(12 + I)
                   MOVE NOTICE-LABEL(12 + I) TO PERIOD-TEXT
               END-IF
           END-PERFORM.

       LOCALIZE-RESPONSE.
           PERFORM LOCALIZE-PERIOD
           IF MSG-CODE NOT = SPACES
               MOVE "DEC" TO TX-GROUP
               MOVE MSG-CODE TO TX-CODE
               MOVE NOTICE-LANG TO TX-LANG
               MOVE DEC-RESPONSE TO TX-TEXT
               MOVE "O" TO TX-SOURCE
               CALL "RESP-TEXT" USING TX-GROUP TX-CODE TX-LANG
                   TX-TEXT TX-SOURCE
                   ON EXCEPTION
                       MOVE "O" TO TX-SOURCE
               END-CALL
               IF TX-SOURCE NOT = "O"
                   MOVE TX-TEXT TO DEC-RESPONSE
                   MOVE "&DATA" TO TOKEN-TEXT
                   MOVE 5 TO TOKEN-LEN
                   MOVE MSG-DATE TO TOKEN-VALUE
                   PERFORM REPLACE-TOKEN
                   MOVE "&PER" TO TOKEN-TEXT
                   MOVE 4 TO TOKEN-LEN
                   MOVE PERIOD-TEXT TO TOKEN-VALUE
                   PERFORM REPLACE-TOKEN
               END-IF
           END-IF.

       REPLACE-TOKEN.
           MOVE 0 TO TOKEN-POS
           INSPECT DEC-RESPONSE TALLYING TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL TOKEN-TEXT(1:TOKEN-LEN)
           PERFORM UNTIL TOKEN-POS >= 80
               MOVE SPACES TO RESPONSE-BUILD
               MOVE 1 TO BUILD-PTR
               IF TOKEN-POS > 0
                   STRING DEC-RESPONSE(1:TOKEN-POS)
                       DELIMITED BY SIZE
                       INTO RESPONSE-BUILD WITH POINTER BUILD-PTR
               END-IF
               IF TOKEN-VALUE NOT = SPACES
                   STRING FUNCTION TRIM(TOKEN-VALUE)
                       DELIMITED BY SIZE
                       INTO RESPONSE-BUILD WITH POINTER BUILD-PTR
               END-IF
               COMPUTE TAIL-START = TOKEN-POS + TOKEN-LEN + 1
               IF TAIL-START <= 80 AND BUILD-PTR <= 80
                   STRING DEC-RESPONSE(TAIL-START:)
                       DELIMITED BY SIZE
                       INTO RESPONSE-BUILD WITH POINTER BUILD-PTR
               END-IF
               MOVE RESPONSE-BUILD TO DEC-RESPONSE
               MOVE 0 TO TOKEN-POS
               INSPECT DEC-RESPONSE TALLYING TOKEN-POS
                   FOR CHARACTERS
                   BEFORE INITIAL TOKEN-TEXT(1:TOKEN-LEN)
           END-PERFORM.

       RECORD-NOTICE-STATUS.
           IF DEC-ID IS NUMERIC
               OPEN I-O NOTICE-STATUS-FILE
                   CLOSE NOTICE-STATUS-FILE
               END-IF
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO DECISION-NAME
           STRING "DATA/REQDECISIONS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DECISION-NAME
           MOVE SPACES TO NOTICE-STATUS-NAME
           STRING "DATA/NOTICESTATUS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NOTICE-STATUS-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME.
