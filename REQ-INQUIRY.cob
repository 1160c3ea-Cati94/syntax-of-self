       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQ-INQUIRY.

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

           SELECT DECISION-FILE ASSIGN USING DECISION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEC-STATUS.

           SELECT AUDIT-FILE ASSIGN USING AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

           SELECT INQUIRY-QUERY-FILE ASSIGN USING INQUIRY-QUERY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QRY-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN USING INQUIRY-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT INQUIRY-CSV-FILE ASSIGN USING INQUIRY-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  DECISION-FILE.
       01  DECISION-LINE       PIC X(340).

       FD  AUDIT-FILE.
       01  AUDIT-LINE.
           05 AUDIT-DATA       PIC X(280).
           05 FILLER           PIC X(20).

       FD  INQUIRY-QUERY-FILE.
       01  INQUIRY-QUERY-RECORD.
           05 QI-SOURCE        PIC X(20).
           05 FILLER           PIC X.
           05 QI-FROM-DATE     PIC X(8).
           05 FILLER           PIC X.
           05 QI-TO-DATE       PIC X(8).
           05 FILLER           PIC X.
           05 QI-LIFECYCLE     PIC X(10).
           05 FILLER           PIC X.
           05 QI-TYPE          PIC X(10).
           05 FILLER           PIC X.
           05 QI-CHANNEL       PIC X(3).
           05 FILLER           PIC X.
           05 QI-CHAIN         PIC X.
           05 FILLER           PIC X.
           05 QI-MIN-AGE       PIC X(3).
           05 FILLER           PIC X.
           05 QI-SORT          PIC X.
           05 FILLER           PIC X.
           05 QI-CSV           PIC X.

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE PIC X(132).

       FD  INQUIRY-CSV-FILE.
       01  INQUIRY-CSV-LINE    PIC X(300).

       WORKING-STORAGE SECTION.
       01 RM-STATUS            PIC XX.
       01 DEC-STATUS           PIC XX.
       01 AUD-STATUS           PIC XX.
       01 QRY-STATUS           PIC XX.
       01 RPT-STATUS           PIC XX.
       01 CSV-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       01 RUN-DATE-NUM         PIC 9(8).
       01 AGE-LIMIT-NUM        PIC 9(8).
       01 AGE-LIMIT-DATE       PIC X(8).
       01 MIN-AGE-DAYS         PIC 9(3).
       01 QUERY-TO-DATE        PIC X(8).
       01 I                    PIC 9(4).
       01 J                    PIC 9(4).
       01 K                    PIC 9(4).
       01 L                    PIC 9(2).
       01 BEST-POS             PIC 9(4).
       01 FOUND-IX             PIC 9(4).
       01 MASTER-READ          PIC 9(6) VALUE 0.
       01 TABLE-FULL           PIC X VALUE "N".
       01 READ-BY-KEY          PIC X VALUE "N".
       01 REQUESTED-SORT       PIC X.
       01 ROWS-DROPPED         PIC 9(6) VALUE 0.
       01 TYPE-MISSING         PIC 9(6) VALUE 0.
       01 CSV-WRITTEN          PIC 9(6) VALUE 0.
       01 CSV-TEXT             PIC X(80).
       01 PRIOR-TEXT           PIC X(6).
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "REQ-INQUIRY".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 DEC-ID               PIC X(6).
       01 DEC-SOURCE           PIC X(20).
       01 DEC-CONTENT          PIC X(50).
       01 DEC-PERMISSION       PIC X.
       01 DEC-RESPONSE         PIC X(80).
       01 DEC-TYPE-INFO        PIC X(20).
       01 AUD-DATE             PIC X(8).
       01 AUD-MENTAL           PIC X(20).
       01 LOOKUP-ID            PIC 9(6).
       01 TYPE-WORK            PIC X(10).
       01 PRIORITY-WORK        PIC X(10).

       01 INQUIRY-TABLE.
           05 INQUIRY-COUNT    PIC 9(4) VALUE 0.
           05 INQUIRY-ENTRIES OCCURS 500 TIMES.
               10 IR-SORT-KEY   PIC X(40).
               10 IR-ID         PIC 9(6).
               10 IR-DATE       PIC X(8).
               10 IR-SOURCE     PIC X(20).
               10 IR-CONTENT    PIC X(50).
               10 IR-LIFECYCLE  PIC X(10).
               10 IR-CHANNEL    PIC X(3).
               10 IR-PRIOR-ID   PIC 9(6).
               10 IR-TYPE       PIC X(10).
               10 IR-RESPONSE   PIC X(80).
               10 IR-DEC-FROM   PIC X.
           05 INQUIRY-SWAP.
               10 SW-SORT-KEY   PIC X(40).
               10 SW-ID         PIC 9(6).
               10 SW-DATE       PIC X(8).
               10 SW-SOURCE     PIC X(20).
               10 SW-CONTENT    PIC X(50).
               10 SW-LIFECYCLE  PIC X(10).
               10 SW-CHANNEL    PIC X(3).
               10 SW-PRIOR-ID   PIC 9(6).
               10 SW-TYPE       PIC X(10).
               10 SW-RESPONSE   PIC X(80).
               10 SW-DEC-FROM   PIC X.

       01 LIFECYCLE-TOTALS.
           05 LIFECYCLE-COUNT  PIC 9(2) VALUE 0.
           05 LIFECYCLE-ENTRIES OCCURS 20 TIMES.
               10 LT-LIFECYCLE  PIC X(10).
               10 LT-COUNT      PIC 9(6).
       COPY PERSONCTX.
       01 REQ-MASTER-NAME      PIC X(40).
       01 DECISION-NAME        PIC X(40).
       01 AUDIT-NAME           PIC X(40).
       01 INQUIRY-QUERY-NAME   PIC X(40).
       01 INQUIRY-REPORT-NAME  PIC X(40).
       01 INQUIRY-CSV-NAME     PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== CONSULTA DE PEDIDOS (REQMASTER) ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           OPEN INPUT INQUIRY-QUERY-FILE
           IF QRY-STATUS NOT = "00"
               DISPLAY "REQINQUIRYQ nao encontrado. Sem criterios."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ INQUIRY-QUERY-FILE
               AT END
                   MOVE SPACES TO INQUIRY-QUERY-RECORD
           END-READ
           CLOSE INQUIRY-QUERY-FILE

           PERFORM PREPARE-CRITERIA
           IF RETURN-CODE = 8
               GOBACK
           END-IF

           PERFORM LOAD-MATCHING-REQUESTS
           IF RETURN-CODE = 12
               GOBACK
           END-IF
           PERFORM TAKE-DECISION-TEXT
           PERFORM TAKE-AUDIT-TEXT
           IF QI-TYPE NOT = SPACES
               PERFORM APPLY-TYPE-FILTER
           END-IF
           PERFORM BUILD-SORT-KEYS
           PERFORM SORT-INQUIRY-TABLE
           PERFORM COUNT-LIFECYCLES

           OPEN OUTPUT INQUIRY-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-REPORT-DETAIL
           PERFORM WRITE-REPORT-TOTALS
           CLOSE INQUIRY-REPORT-FILE

           IF QI-CSV = "S"
               PERFORM WRITE-CSV-EXTRACT
           END-IF

           IF TABLE-FULL = "Y"
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Pedidos lidos: " MASTER-READ
           DISPLAY "Pedidos selecionados: " INQUIRY-COUNT
           IF QI-CSV = "S"
               DISPLAY "Linhas CSV: " CSV-WRITTEN
                   " (DATA/REQINQUIRYCSV)"
           END-IF
           DISPLAY "Listagem em DATA/REQINQUIRYR."
           GOBACK.

       PREPARE-CRITERIA.
           MOVE QI-TO-DATE TO QUERY-TO-DATE
           IF QUERY-TO-DATE = SPACES
               MOVE "99999999" TO QUERY-TO-DATE
           END-IF
           IF QI-MIN-AGE NOT = SPACES
               IF QI-MIN-AGE IS NUMERIC
                   MOVE QI-MIN-AGE TO MIN-AGE-DAYS
                   MOVE RUN-DATE TO RUN-DATE-NUM
                   COMPUTE AGE-LIMIT-NUM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
                       - MIN-AGE-DAYS)
                   MOVE AGE-LIMIT-NUM TO AGE-LIMIT-DATE
                   IF AGE-LIMIT-DATE < QUERY-TO-DATE
                       MOVE AGE-LIMIT-DATE TO QUERY-TO-DATE
                   END-IF
               ELSE
                   DISPLAY "Idade minima invalida em REQINQUIRYQ: "
                       QI-MIN-AGE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF QI-CHAIN NOT = SPACE AND QI-CHAIN NOT = "S"
               AND QI-CHAIN NOT = "N"
               DISPLAY "Indicador de cadeia invalido (S/N): " QI-CHAIN
               MOVE 8 TO RETURN-CODE
           END-IF
           IF QI-SORT = SPACE
               MOVE "D" TO QI-SORT
           END-IF
           IF QI-SORT NOT = "D" AND QI-SORT NOT = "I"
               AND QI-SORT NOT = "F" AND QI-SORT NOT = "E"
               AND QI-SORT NOT = "T"
               DISPLAY "Ordenacao invalida (D/I/F/E/T): " QI-SORT
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-MATCHING-REQUESTS.
           MOVE 0 TO INQUIRY-COUNT
           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS NOT = "00"
               DISPLAY "Erro ao abrir REQMASTER. Estado: " RM-STATUS
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE RM-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM START-MASTER-RANGE
               PERFORM UNTIL RM-STATUS NOT = "00"
                   READ REQ-MASTER-FILE NEXT RECORD
                   IF RM-STATUS = "02"
                       MOVE "00" TO RM-STATUS
                   END-IF
                   IF RM-STATUS = "00"
                       AND READ-BY-KEY = "Y"
                       PERFORM CHECK-END-OF-RANGE
                   END-IF
                   IF RM-STATUS = "00"
                       ADD 1 TO MASTER-READ
                       PERFORM MATCH-ONE-REQUEST
                   END-IF
               END-PERFORM
               CLOSE REQ-MASTER-FILE
               IF READ-BY-KEY = "Y"
                   PERFORM PUT-TABLE-IN-ID-ORDER
               END-IF
           END-IF.

       START-MASTER-RANGE.
           IF QI-SOURCE NOT = SPACES
               MOVE "Y" TO READ-BY-KEY
               MOVE QI-SOURCE TO RM-SOURCE
               MOVE LOW-VALUES TO RM-DATE
               IF QI-FROM-DATE NOT = SPACES
                   MOVE QI-FROM-DATE TO RM-DATE
               END-IF
               START REQ-MASTER-FILE KEY IS NOT LESS THAN RM-SOURCE-KEY
                   INVALID KEY
                       MOVE "10" TO RM-STATUS
               END-START
           ELSE
           IF QI-FROM-DATE NOT = SPACES
               MOVE "Y" TO READ-BY-KEY
               MOVE QI-FROM-DATE TO RM-DATE
               START REQ-MASTER-FILE KEY IS NOT LESS THAN RM-DATE
                   INVALID KEY
                       MOVE "10" TO RM-STATUS
               END-START
           END-IF
           END-IF.

       CHECK-END-OF-RANGE.
           IF QI-SOURCE NOT = SPACES
               AND RM-SOURCE NOT = QI-SOURCE
               MOVE "10" TO RM-STATUS
           END-IF
           IF RM-DATE > QUERY-TO-DATE
               MOVE "10" TO RM-STATUS
           END-IF.

       PUT-TABLE-IN-ID-ORDER.
           MOVE QI-SORT TO REQUESTED-SORT
           MOVE "I" TO QI-SORT
           PERFORM BUILD-SORT-KEYS
           PERFORM SORT-INQUIRY-TABLE
           MOVE REQUESTED-SORT TO QI-SORT.

       MATCH-ONE-REQUEST.
           IF (QI-SOURCE = SPACES OR RM-SOURCE = QI-SOURCE)
               AND (QI-FROM-DATE = SPACES OR RM-DATE >= QI-FROM-DATE)
               AND RM-DATE <= QUERY-TO-DATE
               AND (QI-LIFECYCLE = SPACES
                    OR RM-LIFECYCLE = QI-LIFECYCLE)
               AND (QI-CHANNEL = SPACES OR RM-CHANNEL = QI-CHANNEL)
               AND (QI-CHAIN = SPACE
                    OR (QI-CHAIN = "S" AND RM-PRIOR-ID > 0)
                    OR (QI-CHAIN = "N" AND RM-PRIOR-ID = 0))
               IF INQUIRY-COUNT < 500
                   ADD 1 TO INQUIRY-COUNT
                   MOVE SPACES        TO INQUIRY-ENTRIES(INQUIRY-COUNT)
                   MOVE RM-REQUEST-ID TO IR-ID(INQUIRY-COUNT)
                   MOVE RM-DATE       TO IR-DATE(INQUIRY-COUNT)
                   MOVE RM-SOURCE     TO IR-SOURCE(INQUIRY-COUNT)
                   MOVE RM-CONTENT    TO IR-CONTENT(INQUIRY-COUNT)
                   MOVE RM-LIFECYCLE  TO IR-LIFECYCLE(INQUIRY-COUNT)
                   MOVE RM-CHANNEL    TO IR-CHANNEL(INQUIRY-COUNT)
                   MOVE RM-PRIOR-ID   TO IR-PRIOR-ID(INQUIRY-COUNT)
               ELSE
                   IF TABLE-FULL = "N"
                       DISPLAY "Aviso: mais de 500 pedidos "
                           "selecionados. Listagem truncada."
                   END-IF
                   MOVE "Y" TO TABLE-FULL
                   ADD 1 TO ROWS-DROPPED
               END-IF
           END-IF.

       FIND-INQUIRY-ROW.
           MOVE 0 TO FOUND-IX
           MOVE 1 TO I
           MOVE INQUIRY-COUNT TO J
           PERFORM UNTIL I > J OR FOUND-IX > 0
               COMPUTE K = (I + J) / 2
               IF IR-ID(K) = LOOKUP-ID
                   MOVE K TO FOUND-IX
               ELSE
                   IF IR-ID(K) < LOOKUP-ID
                       COMPUTE I = K + 1
                   ELSE
                       IF K = 1
                           MOVE 0 TO J
                       ELSE
                           COMPUTE J = K - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SPLIT-TYPE-INFO.
           MOVE SPACES TO TYPE-WORK PRIORITY-WORK
           IF DEC-TYPE-INFO(1:5) = "TIPO="
               UNSTRING DEC-TYPE-INFO(6:15) DELIMITED BY "/"
                   INTO TYPE-WORK PRIORITY-WORK
           END-IF.

       TAKE-DECISION-TEXT.
           OPEN INPUT DECISION-FILE
           IF DEC-STATUS = "00"
               PERFORM UNTIL DEC-STATUS = "10"
                   READ DECISION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           ELSE
               DISPLAY "Aviso: REQDECISIONS indisponivel. Estado: "
                   DEC-STATUS
           END-IF.

       TAKE-ONE-DECISION.
           MOVE SPACES TO DEC-ID DEC-SOURCE DEC-CONTENT DEC-RESPONSE
           MOVE SPACES TO DEC-TYPE-INFO
           MOVE SPACE  TO DEC-PERMISSION
           UNSTRING DECISION-LINE DELIMITED BY " | "
               INTO DEC-ID DEC-SOURCE DEC-CONTENT DEC-PERMISSION
                    DEC-RESPONSE DEC-TYPE-INFO
           IF DEC-ID IS NUMERIC
               MOVE DEC-ID TO LOOKUP-ID
               PERFORM FIND-INQUIRY-ROW
               IF FOUND-IX > 0
                   PERFORM SPLIT-TYPE-INFO
                   MOVE DEC-RESPONSE TO IR-RESPONSE(FOUND-IX)
                   MOVE "D"          TO IR-DEC-FROM(FOUND-IX)
                   IF TYPE-WORK NOT = SPACES
                       MOVE TYPE-WORK TO IR-TYPE(FOUND-IX)
                   END-IF
               END-IF
           END-IF.

       TAKE-AUDIT-TEXT.
           OPEN INPUT AUDIT-FILE
           IF AUD-STATUS = "00"
               PERFORM UNTIL AUD-STATUS = "10"
                   READ AUDIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-ONE-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       TAKE-ONE-AUDIT-LINE.
           MOVE SPACES TO AUD-DATE DEC-ID DEC-SOURCE DEC-CONTENT
           MOVE SPACES TO DEC-RESPONSE AUD-MENTAL DEC-TYPE-INFO
           MOVE SPACE  TO DEC-PERMISSION
           UNSTRING AUDIT-DATA DELIMITED BY " | "
               INTO AUD-DATE DEC-ID DEC-SOURCE DEC-CONTENT
                    DEC-PERMISSION DEC-RESPONSE AUD-MENTAL
                    DEC-TYPE-INFO
           IF DEC-ID IS NUMERIC
               MOVE DEC-ID TO LOOKUP-ID
               PERFORM FIND-INQUIRY-ROW
               IF FOUND-IX > 0
                   PERFORM SPLIT-TYPE-INFO
                   IF TYPE-WORK NOT = SPACES
                       AND IR-TYPE(FOUND-IX) = SPACES
                       MOVE TYPE-WORK TO IR-TYPE(FOUND-IX)
                   END-IF
                   IF IR-DEC-FROM(FOUND-IX) NOT = "D"
                       AND DEC-RESPONSE NOT = SPACES
                       MOVE DEC-RESPONSE TO IR-RESPONSE(FOUND-IX)
                       MOVE "A"          TO IR-DEC-FROM(FOUND-IX)
                   END-IF
               END-IF
           END-IF.

       APPLY-TYPE-FILTER.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > INQUIRY-COUNT
               IF IR-TYPE(I) = SPACES
                   ADD 1 TO TYPE-MISSING
               END-IF
               IF IR-TYPE(I) = QI-TYPE
                   ADD 1 TO J
                   IF J NOT = I
                       MOVE INQUIRY-ENTRIES(I) TO INQUIRY-ENTRIES(J)
                   END-IF
               END-IF
           END-PERFORM
           MOVE J TO INQUIRY-COUNT
           IF TYPE-MISSING > 0
               DISPLAY "Aviso: " TYPE-MISSING " pedido(s) sem tipo "
                   "conhecido excluidos pelo criterio de tipo."
           END-IF.

       BUILD-SORT-KEYS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > INQUIRY-COUNT
               MOVE SPACES TO IR-SORT-KEY(I)
               EVALUATE QI-SORT
                   WHEN "I"
                       STRING IR-ID(I)
                           DELIMITED BY SIZE INTO IR-SORT-KEY(I)
                   WHEN "F"
                       STRING IR-SOURCE(I) IR-DATE(I) IR-ID(I)
                           DELIMITED BY SIZE INTO IR-SORT-KEY(I)
                   WHEN "E"
                       STRING IR-LIFECYCLE(I) IR-DATE(I) IR-ID(I)
                           DELIMITED BY SIZE INTO IR-SORT-KEY(I)
                   WHEN "T"
                       STRING IR-TYPE(I) IR-DATE(I) IR-ID(I)
                           DELIMITED BY SIZE INTO IR-SORT-KEY(I)
                   WHEN OTHER
                       STRING IR-DATE(I) IR-ID(I)
                           DELIMITED BY SIZE INTO IR-SORT-KEY(I)
               END-EVALUATE
           END-PERFORM.

       SORT-INQUIRY-TABLE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= INQUIRY-COUNT
               MOVE I TO BEST-POS
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > INQUIRY-COUNT
                   IF IR-SORT-KEY(J) < IR-SORT-KEY(BEST-POS)
                       MOVE J TO BEST-POS
                   END-IF
               END-PERFORM
               IF BEST-POS NOT = I
                   MOVE INQUIRY-ENTRIES(I)        TO INQUIRY-SWAP
                   MOVE INQUIRY-ENTRIES(BEST-POS) TO INQUIRY-ENTRIES(I)
                   MOVE INQUIRY-SWAP       TO INQUIRY-ENTRIES(BEST-POS)
               END-IF
           END-PERFORM.

       COUNT-LIFECYCLES.
           MOVE 0 TO LIFECYCLE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > INQUIRY-COUNT
               MOVE 0 TO FOUND-IX
               PERFORM VARYING L FROM 1 BY 1
                       UNTIL L > LIFECYCLE-COUNT
                   IF LT-LIFECYCLE(L) = IR-LIFECYCLE(I)
                       MOVE L TO FOUND-IX
                   END-IF
               END-PERFORM
               IF FOUND-IX = 0 AND LIFECYCLE-COUNT < 20
                   ADD 1 TO LIFECYCLE-COUNT
                   MOVE LIFECYCLE-COUNT TO FOUND-IX
                   MOVE IR-LIFECYCLE(I) TO LT-LIFECYCLE(FOUND-IX)
                   MOVE 0 TO LT-COUNT(FOUND-IX)
               END-IF
               IF FOUND-IX > 0
                   ADD 1 TO LT-COUNT(FOUND-IX)
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "CONSULTA DE PEDIDOS - " RUN-DATE
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE

           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "CRITERIO: FONTE=" QI-SOURCE
               " DATAS " QI-FROM-DATE " A " QUERY-TO-DATE
               " ESTADO=" QI-LIFECYCLE " TIPO=" QI-TYPE
               " CANAL=" QI-CHANNEL " CADEIA=" QI-CHAIN
               " ORDEM=" QI-SORT
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE

           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "DATA     ID     FONTE                ESTADO     "
               "TIPO       CAN ANTER. CONTEUDO"
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE ALL "-" TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE.

       WRITE-REPORT-DETAIL.
           IF INQUIRY-COUNT = 0
               MOVE "  (NENHUM PEDIDO SATISFAZ OS CRITERIOS)"
                   TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > INQUIRY-COUNT
               MOVE SPACES TO PRIOR-TEXT
               IF IR-PRIOR-ID(I) > 0
                   MOVE IR-PRIOR-ID(I) TO PRIOR-TEXT
               END-IF
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING IR-DATE(I) " " IR-ID(I) " " IR-SOURCE(I) " "
                   IR-LIFECYCLE(I) " " IR-TYPE(I) " "
                   IR-CHANNEL(I) " " PRIOR-TEXT " " IR-CONTENT(I)
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               MOVE SPACES TO INQUIRY-REPORT-LINE
               IF IR-RESPONSE(I) = SPACES
                   STRING "         DECISAO: (SEM DECISAO REGISTADA)"
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               ELSE
                   STRING "         DECISAO: " IR-RESPONSE(I)
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               END-IF
               WRITE INQUIRY-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE "TOTAIS POR ESTADO DO CICLO DE VIDA"
               TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > LIFECYCLE-COUNT
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "  " LT-LIFECYCLE(L) " " LT-COUNT(L)
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "TOTAL DE PEDIDOS: " INQUIRY-COUNT
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           IF TABLE-FULL = "Y"
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "LISTAGEM TRUNCADA: " ROWS-DROPPED
                   " PEDIDO(S) ALEM DO LIMITE DE 500 NAO LISTADOS"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF.

       WRITE-CSV-EXTRACT.
           OPEN OUTPUT INQUIRY-CSV-FILE
           MOVE SPACES TO INQUIRY-CSV-LINE
           STRING "ID,DATA,FONTE,ESTADO,TIPO,CANAL,ANTERIOR,"
               "CONTEUDO,DECISAO"
               DELIMITED BY SIZE INTO INQUIRY-CSV-LINE
           WRITE INQUIRY-CSV-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > INQUIRY-COUNT
               MOVE SPACES TO PRIOR-TEXT
               IF IR-PRIOR-ID(I) > 0
                   MOVE IR-PRIOR-ID(I) TO PRIOR-TEXT
               END-IF
               INSPECT IR-CONTENT(I) REPLACING ALL '"' BY "'"
               MOVE IR-RESPONSE(I) TO CSV-TEXT
               INSPECT CSV-TEXT REPLACING ALL '"' BY "'"
               MOVE SPACES TO INQUIRY-CSV-LINE
               STRING IR-ID(I) "," IR-DATE(I) ","
                   FUNCTION TRIM(IR-SOURCE(I)) ","
                   FUNCTION TRIM(IR-LIFECYCLE(I)) ","
                   FUNCTION TRIM(IR-TYPE(I)) ","
                   FUNCTION TRIM(IR-CHANNEL(I)) ","
                   FUNCTION TRIM(PRIOR-TEXT) ","
                   '"' FUNCTION TRIM(IR-CONTENT(I)) '",'
                   '"' FUNCTION TRIM(CSV-TEXT) '"'
                   DELIMITED BY SIZE INTO INQUIRY-CSV-LINE
               WRITE INQUIRY-CSV-LINE
               ADD 1 TO CSV-WRITTEN
           END-PERFORM
           CLOSE INQUIRY-CSV-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO DECISION-NAME
           STRING "DATA/REQDECISIONS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DECISION-NAME
           MOVE SPACES TO AUDIT-NAME
           STRING "DATA/REQAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUDIT-NAME
           MOVE SPACES TO INQUIRY-QUERY-NAME
           STRING "DATA/REQINQUIRYQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INQUIRY-QUERY-NAME
           MOVE SPACES TO INQUIRY-REPORT-NAME
           STRING "DATA/REQINQUIRYR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INQUIRY-REPORT-NAME
           MOVE SPACES TO INQUIRY-CSV-NAME
           STRING "DATA/REQINQUIRYCSV" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INQUIRY-CSV-NAME.
