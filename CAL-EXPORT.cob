       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT EXPORT-CONFIG-FILE ASSIGN USING EXPORT-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.

           SELECT FEED-STATE-FILE ASSIGN USING FEED-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS.

           SELECT FEED-FILE ASSIGN USING FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  EXPORT-CONFIG-FILE.
       01  EXPORT-CONFIG-RECORD.
           05 CX-WINDOW-DAYS   PIC 9(3).
           05 CX-SLOT-HOURS OCCURS 3 TIMES.
               10 FILLER       PIC X.
               10 CX-START     PIC 9(4).
               10 FILLER       PIC X.
               10 CX-END       PIC 9(4).

       FD  FEED-STATE-FILE.
       01  FEED-STATE-RECORD.
           05 FS-UID           PIC X(20).
           05 FILLER           PIC X.
           05 FS-DATE          PIC X(8).
           05 FILLER           PIC X.
           05 FS-SLOT          PIC 9.
           05 FILLER           PIC X.
           05 FS-EV-STATUS     PIC X(9).
           05 FILLER           PIC X.
           05 FS-SOURCE        PIC X(20).
           05 FILLER           PIC X.
           05 FS-SEQ           PIC 9(4).

       FD  FEED-FILE.
       01  FEED-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 CAL-STATUS           PIC XX.
       01 RM-STATUS            PIC XX.
       01 CFG-STATUS           PIC XX.
       01 FS-STATUS            PIC XX.
       01 FEED-STATUS          PIC XX.
       01 MASTER-READ          PIC X VALUE "N".
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "CAL-EXPORT".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       01 RUN-DATE             PIC X(8).
       01 RUN-STAMP            PIC X(21).
       01 DTSTAMP-TEXT         PIC X(16).
       01 PARM-LINE            PIC X(40).
       01 PARM-FROM            PIC X(8).
       01 PARM-TO              PIC X(8).
       01 WINDOW-FROM          PIC X(8).
       01 WINDOW-TO            PIC X(8).
       01 WINDOW-DAYS          PIC 9(3) VALUE 90.
       01 PURGE-DATE           PIC X(8).
       01 DATE-NUM             PIC 9(8).
       01 FROM-INTEGER         PIC 9(7).
       01 TO-INTEGER           PIC 9(7).
       01 DAY-INTEGER          PIC 9(7).
       01 NEXT-INTEGER         PIC 9(7).
       01 DAY-DATE             PIC X(8).
       01 NEXT-DATE            PIC X(8).
       01 UTC-SECONDS          PIC S9(12).
       01 UTC-DAY              PIC 9(7).
       01 UTC-REST             PIC 9(5).
       01 UTC-HH               PIC 99.
       01 UTC-MI               PIC 99.
       01 UTC-SS               PIC 99.
       01 OFFSET-SECONDS       PIC S9(6).
       01 DATE-VALID           PIC X.
       01 CHECK-DATE           PIC X(8).
       01 CHECK-DATE-NUM       PIC 9(8).
       01 CHECK-MONTH          PIC 9(2).
       01 CHECK-DAY            PIC 9(2).
       01 BOOKED-DATE          PIC X(8).
       01 TABLES-OK            PIC X VALUE "Y".
       01 I                    PIC 9(4).
       01 S                    PIC 9.
       01 BOOK-POS             PIC 9(4).
       01 BOOK-KIND            PIC X.
       01 STATE-POS            PIC 9(4).
       01 BUSY-SLOTS           PIC 9.
       01 SAME-STATUS          PIC X.
       01 FEED-TEXT            PIC X(78).
       01 SEQ-TEXT             PIC Z(3)9.

       01 EVENT-FIELDS.
           05 EV-UID           PIC X(20).
           05 EV-DATE          PIC X(8).
           05 EV-SLOT          PIC 9.
           05 EV-STATUS        PIC X(9).
           05 EV-SOURCE        PIC X(20).
           05 EV-REQ-ID        PIC X(6).
           05 EV-CAL-STATUS    PIC X(10).
           05 EV-SEQ           PIC 9(4).
           05 EV-SUMMARY       PIC X(60).

       01 FEED-COUNTS.
           05 CONFIRMED-COUNT  PIC 9(5) VALUE 0.
           05 TENTATIVE-COUNT  PIC 9(5) VALUE 0.
           05 CANCELLED-COUNT  PIC 9(5) VALUE 0.
           05 NEW-COUNT        PIC 9(5) VALUE 0.
           05 CHANGED-COUNT    PIC 9(5) VALUE 0.
           05 PURGED-COUNT     PIC 9(5) VALUE 0.

       01 SLOT-HOURS-TABLE.
           05 SLOT-HOURS OCCURS 3 TIMES.
               10 SH-START     PIC 9(4).
               10 SH-END       PIC 9(4).

       01 BOOKING-TABLE.
           05 BOOKING-COUNT    PIC 9(4) VALUE 0.
           05 BOOKING-ENTRIES OCCURS 500 TIMES.
               10 BK-REQ-ID    PIC 9(6).
               10 BK-SOURCE    PIC X(20).
               10 BK-DATE      PIC X(8).
               10 BK-SLOT      PIC 9.
               10 BK-KIND      PIC X.

       01 STATE-TABLE.
           05 STATE-COUNT      PIC 9(4) VALUE 0.
           05 STATE-ENTRIES OCCURS 2000 TIMES.
               10 ST-UID       PIC X(20).
               10 ST-DATE      PIC X(8).
               10 ST-SLOT      PIC 9.
               10 ST-EV-STATUS PIC X(9).
               10 ST-SOURCE    PIC X(20).
               10 ST-SEQ       PIC 9(4).
               10 ST-SEEN      PIC X.

           COPY CALSLOT.
       COPY PERSONCTX.
       01 CALENDAR-NAME        PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).
       01 EXPORT-CONFIG-NAME   PIC X(40).
       01 FEED-STATE-NAME      PIC X(40).
       01 FEED-NAME            PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== EXPORTACAO DO CALENDARIO (ICALENDAR) ==="
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE RUN-STAMP(1:8) TO RUN-DATE
           PERFORM SET-DTSTAMP

           PERFORM LOAD-EXPORT-CONFIG
           PERFORM SET-EXPORT-WINDOW
           IF WINDOW-FROM = SPACES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Janela exportada: " WINDOW-FROM " a " WINDOW-TO

           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               DISPLAY "Erro ao abrir CALENDAR. Estado: " CAL-STATUS
               MOVE CAL-STATUS TO ERRLOG-STATUS
               PERFORM LOG-OPEN-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-BOOKINGS
           IF MASTER-READ = "N"
               CLOSE CALENDAR-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-FEED-STATE

           OPEN OUTPUT FEED-FILE
           MOVE "BEGIN:VCALENDAR" TO FEED-TEXT
           PERFORM PUT-FEED-LINE
           MOVE "VERSION:2.0" TO FEED-TEXT
           PERFORM PUT-FEED-LINE
           MOVE "PRODID:-//LIMITES//CAL-EXPORT//PT" TO FEED-TEXT
           PERFORM PUT-FEED-LINE
           MOVE "CALSCALE:GREGORIAN" TO FEED-TEXT
           PERFORM PUT-FEED-LINE
           MOVE "METHOD:PUBLISH" TO FEED-TEXT
           PERFORM PUT-FEED-LINE

           PERFORM VARYING DAY-INTEGER FROM FROM-INTEGER BY 1
                   UNTIL DAY-INTEGER > TO-INTEGER
               PERFORM EXPORT-ONE-DAY
           END-PERFORM
           CLOSE CALENDAR-FILE
           PERFORM EXPORT-MASTER-CANCELLATIONS
           PERFORM EXPORT-DROPPED-EVENTS

           MOVE "END:VCALENDAR" TO FEED-TEXT
           PERFORM PUT-FEED-LINE
           CLOSE FEED-FILE

           PERFORM SAVE-FEED-STATE

           DISPLAY "Eventos confirmados: " CONFIRMED-COUNT
               " provisorios: " TENTATIVE-COUNT
               " cancelados: " CANCELLED-COUNT
           DISPLAY "Novos: " NEW-COUNT " alterados: " CHANGED-COUNT
               " purgados do estado: " PURGED-COUNT
           DISPLAY "Ficheiro iCalendar escrito em DATA/CALFEED."
           IF TABLES-OK = "N"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       SET-DTSTAMP.
           MOVE RUN-STAMP(1:8) TO DATE-NUM
           COMPUTE UTC-SECONDS =
               FUNCTION INTEGER-OF-DATE(DATE-NUM) * 86400
               + FUNCTION NUMVAL(RUN-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(RUN-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(RUN-STAMP(13:2))
           MOVE 0 TO OFFSET-SECONDS
           IF RUN-STAMP(18:4) IS NUMERIC
               COMPUTE OFFSET-SECONDS =
                   FUNCTION NUMVAL(RUN-STAMP(18:2)) * 3600
                   + FUNCTION NUMVAL(RUN-STAMP(20:2)) * 60
               IF RUN-STAMP(17:1) = "-"
                   COMPUTE OFFSET-SECONDS = 0 - OFFSET-SECONDS
               END-IF
           END-IF
           SUBTRACT OFFSET-SECONDS FROM UTC-SECONDS
           DIVIDE UTC-SECONDS BY 86400 GIVING UTC-DAY
               REMAINDER UTC-REST
           DIVIDE UTC-REST BY 3600 GIVING UTC-HH REMAINDER UTC-REST
           DIVIDE UTC-REST BY 60 GIVING UTC-MI REMAINDER UTC-SS
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(UTC-DAY)
           MOVE SPACES TO DTSTAMP-TEXT
           STRING DATE-NUM "T" UTC-HH UTC-MI UTC-SS "Z"
               DELIMITED BY SIZE INTO DTSTAMP-TEXT.

       LOAD-EXPORT-CONFIG.
           MOVE 0900 TO SH-START(1)
           MOVE 1200 TO SH-END(1)
           MOVE 1400 TO SH-START(2)
           MOVE 1800 TO SH-END(2)
           MOVE 1900 TO SH-START(3)
           MOVE 2200 TO SH-END(3)
           OPEN INPUT EXPORT-CONFIG-FILE
           IF CFG-STATUS = "35"
               PERFORM SEED-EXPORT-CONFIG
               OPEN INPUT EXPORT-CONFIG-FILE
           END-IF
           IF CFG-STATUS = "00"
               READ EXPORT-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-EXPORT-CONFIG
               END-READ
               CLOSE EXPORT-CONFIG-FILE
           END-IF.

       APPLY-EXPORT-CONFIG.
           IF CX-WINDOW-DAYS IS NUMERIC AND CX-WINDOW-DAYS > 0
               MOVE CX-WINDOW-DAYS TO WINDOW-DAYS
           END-IF
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 3
               IF CX-START(S) IS NUMERIC AND CX-END(S) IS NUMERIC
                   AND CX-START(S) < CX-END(S)
                   AND CX-END(S) < 2400
                   MOVE CX-START(S) TO SH-START(S)
                   MOVE CX-END(S)   TO SH-END(S)
               ELSE
                   DISPLAY "Aviso: horas invalidas para "
                       CAL-SLOT-NAME(S) " em CALEXPORTCFG. "
                       "Usadas " SH-START(S) "-" SH-END(S) "."
               END-IF
           END-PERFORM.

       SEED-EXPORT-CONFIG.
           DISPLAY "CALEXPORTCFG inexistente. A semear 90 dias e "
               "horas dos periodos."
           OPEN OUTPUT EXPORT-CONFIG-FILE
           MOVE SPACES TO EXPORT-CONFIG-RECORD
           MOVE 90 TO CX-WINDOW-DAYS
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 3
               MOVE SH-START(S) TO CX-START(S)
               MOVE SH-END(S)   TO CX-END(S)
           END-PERFORM
           WRITE EXPORT-CONFIG-RECORD
           CLOSE EXPORT-CONFIG-FILE.

       SET-EXPORT-WINDOW.
           MOVE SPACES TO PARM-LINE PARM-FROM PARM-TO
           ACCEPT PARM-LINE FROM COMMAND-LINE
           UNSTRING PARM-LINE DELIMITED BY ALL SPACE
               INTO PARM-FROM PARM-TO
           END-UNSTRING
           IF PARM-FROM = SPACES
               MOVE RUN-DATE TO WINDOW-FROM
           ELSE
               MOVE PARM-FROM TO CHECK-DATE
               PERFORM VALIDATE-ONE-DATE
               IF DATE-VALID = "N"
                   DISPLAY "Data inicial invalida: " PARM-FROM
                       ". Usar aaaammdd [aaaammdd]."
                   MOVE SPACES TO WINDOW-FROM
               ELSE
                   MOVE PARM-FROM TO WINDOW-FROM
               END-IF
           END-IF
           IF WINDOW-FROM NOT = SPACES
               MOVE WINDOW-FROM TO DATE-NUM
               COMPUTE FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DATE-NUM)
               IF PARM-TO = SPACES
                   COMPUTE TO-INTEGER = FROM-INTEGER + WINDOW-DAYS - 1
                   COMPUTE DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(TO-INTEGER)
                   MOVE DATE-NUM TO WINDOW-TO
               ELSE
                   MOVE PARM-TO TO CHECK-DATE
                   PERFORM VALIDATE-ONE-DATE
                   IF DATE-VALID = "N" OR PARM-TO < WINDOW-FROM
                       DISPLAY "Data final invalida: " PARM-TO
                           ". Usar aaaammdd [aaaammdd]."
                       MOVE SPACES TO WINDOW-FROM
                   ELSE
                       MOVE PARM-TO TO WINDOW-TO
                       MOVE PARM-TO TO DATE-NUM
                       COMPUTE TO-INTEGER =
                           FUNCTION INTEGER-OF-DATE(DATE-NUM)
                   END-IF
               END-IF
           END-IF
           IF WINDOW-FROM NOT = SPACES
               AND TO-INTEGER - FROM-INTEGER > 365
               DISPLAY "Janela superior a 366 dias. Reduzir o "
                   "intervalo."
               MOVE SPACES TO WINDOW-FROM
           END-IF.

       VALIDATE-ONE-DATE.
           MOVE "N" TO DATE-VALID
           IF CHECK-DATE IS NUMERIC
               MOVE CHECK-DATE TO CHECK-DATE-NUM
               MOVE CHECK-DATE(5:2) TO CHECK-MONTH
               MOVE CHECK-DATE(7:2) TO CHECK-DAY
               IF CHECK-DATE-NUM > 19000000
                   AND CHECK-MONTH >= 1 AND CHECK-MONTH <= 12
                   AND CHECK-DAY >= 1 AND CHECK-DAY <= 31
                   MOVE "Y" TO DATE-VALID
               END-IF
           END-IF.

       LOAD-FEED-STATE.
           MOVE 0 TO STATE-COUNT
           MOVE RUN-DATE TO DATE-NUM
           COMPUTE DAY-INTEGER = FUNCTION INTEGER-OF-DATE(DATE-NUM)
               - 365
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
           MOVE DATE-NUM TO PURGE-DATE
           OPEN INPUT FEED-STATE-FILE
           IF FS-STATUS = "00"
               PERFORM UNTIL FS-STATUS = "10"
                   READ FEED-STATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FS-DATE < PURGE-DATE
                               ADD 1 TO PURGED-COUNT
                           ELSE
                               PERFORM ADD-STATE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-STATE-FILE
           END-IF.

       ADD-STATE-ENTRY.
           IF STATE-COUNT < 2000
               ADD 1 TO STATE-COUNT
               MOVE FS-UID       TO ST-UID(STATE-COUNT)
               MOVE FS-DATE      TO ST-DATE(STATE-COUNT)
               MOVE FS-SLOT      TO ST-SLOT(STATE-COUNT)
               MOVE FS-EV-STATUS TO ST-EV-STATUS(STATE-COUNT)
               MOVE FS-SOURCE    TO ST-SOURCE(STATE-COUNT)
               MOVE FS-SEQ       TO ST-SEQ(STATE-COUNT)
               MOVE "N"          TO ST-SEEN(STATE-COUNT)
           ELSE
               PERFORM REPORT-TABLE-EXCEEDED
           END-IF.

       LOG-OPEN-ERROR.
           MOVE 1 TO ERRLOG-MSG-ID
           CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
               ERRLOG-STATUS
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       REPORT-TABLE-EXCEEDED.
           IF TABLES-OK = "Y"
               DISPLAY "Aviso: tabela de eventos ou reservas "
                   "excedida. Exportacao incompleta."
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF
           MOVE "N" TO TABLES-OK.

       LOAD-BOOKINGS.
           MOVE 0 TO BOOKING-COUNT
           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS NOT = "00"
               DISPLAY "Erro ao abrir REQMASTER. Estado: " RM-STATUS
               MOVE RM-STATUS TO ERRLOG-STATUS
               PERFORM LOG-OPEN-ERROR
           ELSE
               MOVE "Y" TO MASTER-READ
               PERFORM UNTIL RM-STATUS = "10"
                   READ REQ-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO RM-STATUS
                       NOT AT END
                           PERFORM KEEP-ONE-BOOKING
                   END-READ
               END-PERFORM
               CLOSE REQ-MASTER-FILE
           END-IF.

       KEEP-ONE-BOOKING.
           PERFORM SET-BOOKED-DATE
           IF BOOKED-DATE NOT < WINDOW-FROM
               AND BOOKED-DATE NOT > WINDOW-TO
               MOVE SPACE TO BOOK-KIND
               EVALUATE RM-LIFECYCLE
                   WHEN "GRANTED"
                   WHEN "OVERTURNED"
                   WHEN "COMPLETED"
                   WHEN "NOSHOW"
                       MOVE "A" TO BOOK-KIND
                   WHEN "DEFERRED"
                       MOVE "T" TO BOOK-KIND
                   WHEN "CANCELLEDT"
                   WHEN "CANCELLEDU"
                       MOVE "C" TO BOOK-KIND
               END-EVALUATE
               IF BOOK-KIND NOT = SPACE
                   IF BOOKING-COUNT < 500
                       ADD 1 TO BOOKING-COUNT
                       MOVE BOOK-KIND     TO BK-KIND(BOOKING-COUNT)
                       MOVE RM-REQUEST-ID TO BK-REQ-ID(BOOKING-COUNT)
                       MOVE RM-SOURCE     TO BK-SOURCE(BOOKING-COUNT)
                       MOVE BOOKED-DATE   TO BK-DATE(BOOKING-COUNT)
                       MOVE 0             TO BK-SLOT(BOOKING-COUNT)
                       IF RM-SLOT IS NUMERIC
                           AND RM-SLOT <= CAL-SLOT-COUNT
                           MOVE RM-SLOT TO BK-SLOT(BOOKING-COUNT)
                       END-IF
                   ELSE
                       PERFORM REPORT-TABLE-EXCEEDED
                   END-IF
               END-IF
           END-IF.

       SET-BOOKED-DATE.
           IF RM-ALT-DATE NOT = SPACES
               MOVE RM-ALT-DATE TO BOOKED-DATE
           ELSE
               IF RM-REQ-DATE NOT = SPACES
                   MOVE RM-REQ-DATE TO BOOKED-DATE
               ELSE
                   MOVE RM-DATE TO BOOKED-DATE
               END-IF
           END-IF.

       EXPORT-ONE-DAY.
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
           MOVE DATE-NUM TO DAY-DATE
           MOVE DAY-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "LIVRE" TO CAL-DAY-STATUS
                   MOVE SPACES TO CAL-SLOT-STATUS(1)
                       CAL-SLOT-STATUS(2) CAL-SLOT-STATUS(3)
           END-READ
           MOVE 0 TO BUSY-SLOTS
           MOVE "Y" TO SAME-STATUS
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 3
               IF CAL-SLOT-STATUS(S) = "RESERVADO"
                   OR CAL-SLOT-STATUS(S) = "OCUPADO"
                   ADD 1 TO BUSY-SLOTS
                   MOVE 0 TO BOOK-POS
                   PERFORM FIND-SLOT-BOOKING
                   IF BOOK-POS > 0
                       MOVE "N" TO SAME-STATUS
                   END-IF
               END-IF
               IF CAL-SLOT-STATUS(S) NOT = CAL-SLOT-STATUS(1)
                   MOVE "N" TO SAME-STATUS
               END-IF
           END-PERFORM
           IF BUSY-SLOTS = 3 AND SAME-STATUS = "Y"
               PERFORM EXPORT-WHOLE-DAY
           ELSE
               IF BUSY-SLOTS > 0
                   PERFORM VARYING S FROM 1 BY 1 UNTIL S > 3
                       IF CAL-SLOT-STATUS(S) = "RESERVADO"
                           OR CAL-SLOT-STATUS(S) = "OCUPADO"
                           PERFORM EXPORT-ONE-SLOT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       FIND-SLOT-BOOKING.
           MOVE 0 TO BOOK-POS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > BOOKING-COUNT OR BOOK-POS > 0
               IF BK-DATE(I) = DAY-DATE AND BK-SLOT(I) = S
                   AND BK-KIND(I) NOT = "C"
                   MOVE I TO BOOK-POS
               END-IF
           END-PERFORM.

       FIND-DAY-BOOKING.
           MOVE 0 TO BOOK-POS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > BOOKING-COUNT OR BOOK-POS > 0
               IF BK-DATE(I) = DAY-DATE AND BK-SLOT(I) = 0
                   AND BK-KIND(I) NOT = "C"
                   MOVE I TO BOOK-POS
               END-IF
           END-PERFORM.

       EXPORT-WHOLE-DAY.
           PERFORM FIND-DAY-BOOKING
           MOVE SPACES TO EVENT-FIELDS
           MOVE DAY-DATE TO EV-DATE
           MOVE 0 TO EV-SLOT
           MOVE CAL-SLOT-STATUS(1) TO EV-CAL-STATUS
           IF BOOK-POS > 0
               PERFORM SET-BOOKING-EVENT
           ELSE
               STRING "CAL" DAY-DATE DELIMITED BY SIZE INTO EV-UID
               MOVE "CONFIRMED" TO EV-STATUS
           END-IF
           PERFORM EMIT-EVENT.

       EXPORT-ONE-SLOT.
           PERFORM FIND-SLOT-BOOKING
           MOVE SPACES TO EVENT-FIELDS
           MOVE DAY-DATE TO EV-DATE
           MOVE S TO EV-SLOT
           MOVE CAL-SLOT-STATUS(S) TO EV-CAL-STATUS
           IF BOOK-POS > 0
               PERFORM SET-BOOKING-EVENT
           ELSE
               STRING "CAL" DAY-DATE "-" S DELIMITED BY SIZE
                   INTO EV-UID
               MOVE "CONFIRMED" TO EV-STATUS
           END-IF
           PERFORM EMIT-EVENT.

       SET-BOOKING-EVENT.
           STRING "REQ" BK-REQ-ID(BOOK-POS) DELIMITED BY SIZE
               INTO EV-UID
           MOVE BK-SOURCE(BOOK-POS) TO EV-SOURCE
           MOVE BK-REQ-ID(BOOK-POS) TO EV-REQ-ID
           IF BK-KIND(BOOK-POS) = "T"
               MOVE "TENTATIVE" TO EV-STATUS
           ELSE
               MOVE "CONFIRMED" TO EV-STATUS
           END-IF.

       EXPORT-MASTER-CANCELLATIONS.
           PERFORM VARYING BOOK-POS FROM 1 BY 1
                   UNTIL BOOK-POS > BOOKING-COUNT
               IF BK-KIND(BOOK-POS) = "C"
                   MOVE SPACES TO EVENT-FIELDS
                   STRING "REQ" BK-REQ-ID(BOOK-POS) DELIMITED BY SIZE
                       INTO EV-UID
                   MOVE BK-DATE(BOOK-POS)   TO EV-DATE
                   MOVE BK-SLOT(BOOK-POS)   TO EV-SLOT
                   MOVE BK-SOURCE(BOOK-POS) TO EV-SOURCE
                   MOVE BK-REQ-ID(BOOK-POS) TO EV-REQ-ID
                   MOVE "CANCELLED" TO EV-STATUS
                   PERFORM FIND-STATE-ENTRY
                   IF STATE-POS > 0
                       MOVE ST-DATE(STATE-POS) TO EV-DATE
                       MOVE ST-SLOT(STATE-POS) TO EV-SLOT
                   END-IF
                   IF STATE-POS = 0 OR ST-SEEN(STATE-POS) = "N"
                       PERFORM EMIT-EVENT
                   END-IF
               END-IF
           END-PERFORM.

       EXPORT-DROPPED-EVENTS.
           PERFORM VARYING STATE-POS FROM 1 BY 1
                   UNTIL STATE-POS > STATE-COUNT
               IF ST-SEEN(STATE-POS) = "N"
                   AND ST-DATE(STATE-POS) NOT < WINDOW-FROM
                   AND ST-DATE(STATE-POS) NOT > WINDOW-TO
                   MOVE SPACES TO EVENT-FIELDS
                   MOVE ST-UID(STATE-POS)    TO EV-UID
                   MOVE ST-DATE(STATE-POS)   TO EV-DATE
                   MOVE ST-SLOT(STATE-POS)   TO EV-SLOT
                   MOVE ST-SOURCE(STATE-POS) TO EV-SOURCE
                   IF EV-UID(1:3) = "REQ"
                       MOVE EV-UID(4:6) TO EV-REQ-ID
                   END-IF
                   MOVE "CANCELLED" TO EV-STATUS
                   PERFORM EMIT-EVENT
               END-IF
           END-PERFORM.

       FIND-STATE-ENTRY.
           MOVE 0 TO STATE-POS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > STATE-COUNT OR STATE-POS > 0
               IF ST-UID(I) = EV-UID
                   MOVE I TO STATE-POS
               END-IF
           END-PERFORM.

       EMIT-EVENT.
           PERFORM FIND-STATE-ENTRY
           IF STATE-POS = 0
               IF STATE-COUNT < 2000
                   ADD 1 TO STATE-COUNT
                   MOVE STATE-COUNT TO STATE-POS
                   MOVE EV-UID    TO ST-UID(STATE-POS)
                   MOVE EV-DATE   TO ST-DATE(STATE-POS)
                   MOVE EV-SLOT   TO ST-SLOT(STATE-POS)
                   MOVE EV-STATUS TO ST-EV-STATUS(STATE-POS)
                   MOVE EV-SOURCE TO ST-SOURCE(STATE-POS)
                   MOVE 0         TO ST-SEQ(STATE-POS)
                   ADD 1 TO NEW-COUNT
               ELSE
                   PERFORM REPORT-TABLE-EXCEEDED
               END-IF
           ELSE
               IF ST-DATE(STATE-POS) NOT = EV-DATE
                   OR ST-SLOT(STATE-POS) NOT = EV-SLOT
                   OR ST-EV-STATUS(STATE-POS) NOT = EV-STATUS
                   OR ST-SOURCE(STATE-POS) NOT = EV-SOURCE
                   ADD 1 TO ST-SEQ(STATE-POS)
                   MOVE EV-DATE   TO ST-DATE(STATE-POS)
                   MOVE EV-SLOT   TO ST-SLOT(STATE-POS)
                   MOVE EV-STATUS TO ST-EV-STATUS(STATE-POS)
                   MOVE EV-SOURCE TO ST-SOURCE(STATE-POS)
                   ADD 1 TO CHANGED-COUNT
               END-IF
           END-IF
           MOVE 0 TO EV-SEQ
           IF STATE-POS > 0
               MOVE "Y" TO ST-SEEN(STATE-POS)
               MOVE ST-SEQ(STATE-POS) TO EV-SEQ
           END-IF
           EVALUATE EV-STATUS
               WHEN "CONFIRMED"
                   ADD 1 TO CONFIRMED-COUNT
               WHEN "TENTATIVE"
                   ADD 1 TO TENTATIVE-COUNT
               WHEN OTHER
                   ADD 1 TO CANCELLED-COUNT
           END-EVALUATE
           PERFORM BUILD-EVENT-SUMMARY
           PERFORM WRITE-EVENT-LINES.

       BUILD-EVENT-SUMMARY.
           MOVE SPACES TO EV-SUMMARY
           IF EV-STATUS = "CANCELLED"
               MOVE "CANCELADO" TO EV-CAL-STATUS
           END-IF
           INSPECT EV-SOURCE REPLACING ALL "," BY " "
                                       ALL ";" BY " "
                                       ALL "\" BY " "
           IF EV-REQ-ID = SPACES
               MOVE EV-CAL-STATUS TO EV-SUMMARY
           ELSE
               STRING FUNCTION TRIM(EV-CAL-STATUS) " - "
                   FUNCTION TRIM(EV-SOURCE) " - PEDIDO " EV-REQ-ID
                   DELIMITED BY SIZE INTO EV-SUMMARY
           END-IF.

       WRITE-EVENT-LINES.
           MOVE "BEGIN:VEVENT" TO FEED-TEXT
           PERFORM PUT-FEED-LINE
           MOVE SPACES TO FEED-TEXT
           STRING "UID:" FUNCTION TRIM(EV-UID) "@CAL-EXPORT.LIMITES"
               DELIMITED BY SIZE INTO FEED-TEXT
           PERFORM PUT-FEED-LINE
           MOVE SPACES TO FEED-TEXT
           STRING "DTSTAMP:" DTSTAMP-TEXT
               DELIMITED BY SIZE INTO FEED-TEXT
           PERFORM PUT-FEED-LINE
           IF EV-SLOT = 0
               MOVE EV-DATE TO DATE-NUM
               COMPUTE NEXT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DATE-NUM) + 1
               COMPUTE DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(NEXT-INTEGER)
               MOVE DATE-NUM TO NEXT-DATE
               MOVE SPACES TO FEED-TEXT
               STRING "DTSTART;VALUE=DATE:" EV-DATE
                   DELIMITED BY SIZE INTO FEED-TEXT
               PERFORM PUT-FEED-LINE
               MOVE SPACES TO FEED-TEXT
               STRING "DTEND;VALUE=DATE:" NEXT-DATE
                   DELIMITED BY SIZE INTO FEED-TEXT
               PERFORM PUT-FEED-LINE
           ELSE
               MOVE SPACES TO FEED-TEXT
               STRING "DTSTART:" EV-DATE "T" SH-START(EV-SLOT) "00"
                   DELIMITED BY SIZE INTO FEED-TEXT
               PERFORM PUT-FEED-LINE
               MOVE SPACES TO FEED-TEXT
               STRING "DTEND:" EV-DATE "T" SH-END(EV-SLOT) "00"
                   DELIMITED BY SIZE INTO FEED-TEXT
               PERFORM PUT-FEED-LINE
           END-IF
           MOVE SPACES TO FEED-TEXT
           MOVE EV-SEQ TO SEQ-TEXT
           STRING "SEQUENCE:" FUNCTION TRIM(SEQ-TEXT)
               DELIMITED BY SIZE INTO FEED-TEXT
           PERFORM PUT-FEED-LINE
           MOVE SPACES TO FEED-TEXT
           STRING "STATUS:" EV-STATUS DELIMITED BY SIZE INTO FEED-TEXT
           PERFORM PUT-FEED-LINE
           MOVE SPACES TO FEED-TEXT
           STRING "SUMMARY:" EV-SUMMARY DELIMITED BY SIZE
               INTO FEED-TEXT
           PERFORM PUT-FEED-LINE
           IF EV-SLOT > 0
               MOVE SPACES TO FEED-TEXT
               STRING "DESCRIPTION:PERIODO " CAL-SLOT-NAME(EV-SLOT)
                   DELIMITED BY SIZE INTO FEED-TEXT
               PERFORM PUT-FEED-LINE
           END-IF
           MOVE "END:VEVENT" TO FEED-TEXT
           PERFORM PUT-FEED-LINE.

       PUT-FEED-LINE.
           MOVE FEED-TEXT TO FEED-LINE
           WRITE FEED-LINE
           IF FEED-STATUS NOT = "00"
               DISPLAY "Erro ao gravar CALFEED. Estado: " FEED-STATUS
               MOVE "N" TO TABLES-OK
           END-IF.

       SAVE-FEED-STATE.
           IF TABLES-OK = "N"
               DISPLAY "CALFEEDSTATE nao atualizado para nao perder "
                   "eventos ja exportados."
           ELSE
               PERFORM WRITE-FEED-STATE
           END-IF.

       WRITE-FEED-STATE.
           OPEN OUTPUT FEED-STATE-FILE
           PERFORM VARYING STATE-POS FROM 1 BY 1
                   UNTIL STATE-POS > STATE-COUNT
               MOVE SPACES TO FEED-STATE-RECORD
               MOVE ST-UID(STATE-POS)       TO FS-UID
               MOVE ST-DATE(STATE-POS)      TO FS-DATE
               MOVE ST-SLOT(STATE-POS)      TO FS-SLOT
               MOVE ST-EV-STATUS(STATE-POS) TO FS-EV-STATUS
               MOVE ST-SOURCE(STATE-POS)    TO FS-SOURCE
               MOVE ST-SEQ(STATE-POS)       TO FS-SEQ
               WRITE FEED-STATE-RECORD
           END-PERFORM
           CLOSE FEED-STATE-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO EXPORT-CONFIG-NAME
           STRING "DATA/CALEXPORTCFG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO EXPORT-CONFIG-NAME
           MOVE SPACES TO FEED-STATE-NAME
           STRING "DATA/CALFEEDSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO FEED-STATE-NAME
           MOVE SPACES TO FEED-NAME
           STRING "DATA/CALFEED" PERSON-SUFFIX DELIMITED BY SPACE
               INTO FEED-NAME.
