       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN USING OLD-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-REQUEST-ID
               FILE STATUS IS OM-STATUS.

           SELECT KEYLESS-MASTER-FILE ASSIGN USING KEYLESS-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-REQUEST-ID
               FILE STATUS IS KM-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN USING NEW-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT MASTER-WORK-FILE ASSIGN USING MASTER-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MW-STATUS.

           SELECT OLD-PROFILE-FILE ASSIGN USING OLD-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-SOURCE
               FILE STATUS IS OP-STATUS.

           SELECT NEW-PROFILE-FILE ASSIGN USING NEW-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-SOURCE
               FILE STATUS IS RP-STATUS.

           SELECT PROFILE-WORK-FILE ASSIGN USING PROFILE-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PW-STATUS.

           SELECT OLD-REGISTRY-FILE ASSIGN TO "DATA/REQREGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OG-SOURCE
               FILE STATUS IS OG-STATUS.

           SELECT NEW-REGISTRY-FILE ASSIGN TO "DATA/REQREGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-SOURCE
               FILE STATUS IS RG-STATUS-CODE.

           SELECT REGISTRY-WORK-FILE ASSIGN TO "DATA/REQREGISTRYWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
           05 OM-CONTENT      PIC X(50).
           05 OM-LIFECYCLE    PIC X(10).
           05 OM-ALT-DATE     PIC X(8).
           05 OM-CHANNEL      PIC X(3).
           05 OM-PRIOR-ID     PIC 9(6).
           05 OM-SLOT         PIC 9.
           05 OM-REQ-DATE     PIC X(8).
           05 OM-REQ-SLOT     PIC X(5).
           05 OM-REASON       PIC X(8).

       FD  KEYLESS-MASTER-FILE.
       01  KEYLESS-MASTER-RECORD.
           05 KM-REQUEST-ID   PIC 9(6).
           05 KM-DATE         PIC X(8).
           05 KM-SOURCE       PIC X(20).
           05 KM-CONTENT      PIC X(50).
           05 KM-LIFECYCLE    PIC X(10).
           05 KM-ALT-DATE     PIC X(8).
           05 KM-CHANNEL      PIC X(3).
           05 KM-PRIOR-ID     PIC 9(6).
           05 KM-SLOT         PIC 9.
           05 KM-REQ-DATE     PIC X(8).
           05 KM-REQ-SLOT     PIC X(5).
           05 KM-REASON       PIC X(8).
           05 KM-MORE-CONTENT PIC X(200).

       FD  NEW-MASTER-FILE.
           COPY REQMAST.

       FD  MASTER-WORK-FILE.
       01  MASTER-WORK-RECORD.
           05 MW-CONTENT      PIC X(50).
           05 MW-LIFECYCLE    PIC X(10).
           05 MW-ALT-DATE     PIC X(8).
           05 MW-CHANNEL      PIC X(3).
           05 MW-PRIOR-ID     PIC 9(6).
           05 MW-SLOT         PIC 9.
           05 MW-REQ-DATE     PIC X(8).
           05 MW-REQ-SLOT     PIC X(5).
           05 MW-REASON       PIC X(8).
           05 MW-MORE-CONTENT PIC X(200).

       FD  OLD-PROFILE-FILE.
       01  OLD-PROFILE-RECORD.
           05 OP-DENIALS      PIC 9(4).
           05 OP-DEFERRALS    PIC 9(4).
           05 OP-PRESSURE     PIC 9(4).
           05 OP-REPEATS      PIC 9(4).
           05 OP-NOSHOWS      PIC 9(4).
           05 OP-OVERDUE      PIC 9(4).

       FD  NEW-PROFILE-FILE.
           COPY REQPROF.

       FD  PROFILE-WORK-FILE.
       01  PROFILE-WORK-RECORD.
           05 PW-DENIALS      PIC 9(4).
           05 PW-DEFERRALS    PIC 9(4).
           05 PW-PRESSURE     PIC 9(4).
           05 PW-REPEATS      PIC 9(4).
           05 PW-NOSHOWS      PIC 9(4).
           05 PW-OVERDUE      PIC 9(4).

       FD  OLD-REGISTRY-FILE.
       01  OLD-REGISTRY-RECORD.
           05 OG-SOURCE       PIC X(20).
           05 OG-CATEGORY     PIC X(10).
           05 OG-PREF-CHANNEL PIC X(3).
           05 OG-STATUS-CODE  PIC X(12).
           05 OG-SINCE-DATE   PIC X(8).

       FD  NEW-REGISTRY-FILE.
           COPY REQREG.

       FD  REGISTRY-WORK-FILE.
       01  REGISTRY-WORK-RECORD.
           05 GW-SOURCE       PIC X(20).
           05 GW-CATEGORY     PIC X(10).
           05 GW-PREF-CHANNEL PIC X(3).
           05 GW-STATUS-CODE  PIC X(12).
           05 GW-SINCE-DATE   PIC X(8).

       WORKING-STORAGE SECTION.
       01 OM-STATUS            PIC XX.
       01 KM-STATUS            PIC XX.
       01 RM-STATUS            PIC XX.
       01 MW-STATUS            PIC XX.
       01 OP-STATUS            PIC XX.
       01 RP-STATUS            PIC XX.
       01 PW-STATUS            PIC XX.
       01 OG-STATUS            PIC XX.
       01 RG-STATUS-CODE       PIC XX.
       01 GW-STATUS            PIC XX.
       01 UNLOADED-COUNT       PIC 9(6).
       01 LOADED-COUNT         PIC 9(6).
       COPY PERSONCTX.
       01 OLD-MASTER-NAME      PIC X(40).
       01 KEYLESS-MASTER-NAME  PIC X(40).
       01 NEW-MASTER-NAME      PIC X(40).
       01 MASTER-WORK-NAME     PIC X(40).
       01 OLD-PROFILE-NAME     PIC X(40).
       01 NEW-PROFILE-NAME     PIC X(40).
       01 PROFILE-WORK-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== CONVERSAO DE REQMASTER, REQPROFILE E "
               "REQREGISTRY ==="
           DISPLAY "Acrescenta continuacao do texto do pedido ao "
               "mestre."
           DISPLAY "Acrescenta as chaves alternativas fonte/data, "
               "data e ciclo de vida ao mestre."
           DISPLAY "Acrescenta INCIDENTES ao perfil de requerentes."
           DISPLAY "Acrescenta LINGUA (PT) ao registo de requerentes."
           PERFORM CONVERT-REQ-MASTER
           PERFORM CONVERT-REQ-PROFILE
           PERFORM CONVERT-REQ-REGISTRY
           DISPLAY "Conversao terminada."
           GOBACK.

           ELSE
               DISPLAY "REQMASTER no formato antigo (estado "
                   RM-STATUS "). A converter."
               PERFORM UNLOAD-KEYLESS-MASTER
               IF KM-STATUS NOT = "00" AND KM-STATUS NOT = "10"
                   PERFORM UNLOAD-OLD-MASTER
               END-IF
               IF UNLOADED-COUNT > 0 OR KM-STATUS = "10"
                   OR OM-STATUS = "10"
                   PERFORM RELOAD-NEW-MASTER
               ELSE
                   DISPLAY "REQMASTER ilegivel no formato antigo. "
           END-IF
           END-IF.

       UNLOAD-KEYLESS-MASTER.
           MOVE 0 TO UNLOADED-COUNT
           OPEN INPUT KEYLESS-MASTER-FILE
           IF KM-STATUS = "00"
               DISPLAY "REQMASTER sem chaves alternativas."
               OPEN OUTPUT MASTER-WORK-FILE
               PERFORM UNTIL KM-STATUS = "10"
                   READ KEYLESS-MASTER-FILE NEXT RECORD
                   IF KM-STATUS = "00"
                       MOVE KM-REQUEST-ID   TO MW-REQUEST-ID
                       MOVE KM-DATE         TO MW-DATE
                       MOVE KM-SOURCE       TO MW-SOURCE
                       MOVE KM-CONTENT      TO MW-CONTENT
                       MOVE KM-LIFECYCLE    TO MW-LIFECYCLE
                       MOVE KM-ALT-DATE     TO MW-ALT-DATE
                       MOVE KM-CHANNEL      TO MW-CHANNEL
                       MOVE KM-PRIOR-ID     TO MW-PRIOR-ID
                       MOVE KM-SLOT         TO MW-SLOT
                       MOVE KM-REQ-DATE     TO MW-REQ-DATE
                       MOVE KM-REQ-SLOT     TO MW-REQ-SLOT
                       MOVE KM-REASON       TO MW-REASON
                       MOVE KM-MORE-CONTENT TO MW-MORE-CONTENT
                       WRITE MASTER-WORK-RECORD
                       ADD 1 TO UNLOADED-COUNT
                   END-IF
               END-PERFORM
               CLOSE MASTER-WORK-FILE
               CLOSE KEYLESS-MASTER-FILE
               DISPLAY "Registos descarregados de REQMASTER: "
                   UNLOADED-COUNT
           END-IF.

       UNLOAD-OLD-MASTER.
           MOVE 0 TO UNLOADED-COUNT
           OPEN INPUT OLD-MASTER-FILE
                       MOVE OM-CONTENT    TO MW-CONTENT
                       MOVE OM-LIFECYCLE  TO MW-LIFECYCLE
                       MOVE OM-ALT-DATE   TO MW-ALT-DATE
                       MOVE OM-CHANNEL    TO MW-CHANNEL
                       MOVE OM-PRIOR-ID   TO MW-PRIOR-ID
                       MOVE OM-SLOT       TO MW-SLOT
                       MOVE OM-REQ-DATE   TO MW-REQ-DATE
                       MOVE OM-REQ-SLOT   TO MW-REQ-SLOT
                       MOVE OM-REASON     TO MW-REASON
                       MOVE SPACES        TO MW-MORE-CONTENT
                       WRITE MASTER-WORK-RECORD
                       ADD 1 TO UNLOADED-COUNT
                   END-IF
                       MOVE MW-CONTENT    TO RM-CONTENT
                       MOVE MW-LIFECYCLE  TO RM-LIFECYCLE
                       MOVE MW-ALT-DATE   TO RM-ALT-DATE
                       MOVE MW-CHANNEL    TO RM-CHANNEL
                       MOVE MW-PRIOR-ID   TO RM-PRIOR-ID
                       MOVE MW-SLOT       TO RM-SLOT
                       MOVE MW-REQ-DATE   TO RM-REQ-DATE
                       MOVE MW-REQ-SLOT   TO RM-REQ-SLOT
                       MOVE MW-REASON     TO RM-REASON
                       MOVE MW-MORE-CONTENT TO RM-MORE-CONTENT
                       WRITE REQ-MASTER-RECORD
                       ADD 1 TO LOADED-COUNT
               END-READ
                       MOVE OP-DENIALS   TO PW-DENIALS
                       MOVE OP-DEFERRALS TO PW-DEFERRALS
                       MOVE OP-PRESSURE  TO PW-PRESSURE
                       MOVE OP-REPEATS   TO PW-REPEATS
                       MOVE OP-NOSHOWS   TO PW-NOSHOWS
                       MOVE OP-OVERDUE   TO PW-OVERDUE
                       WRITE PROFILE-WORK-RECORD
                       ADD 1 TO UNLOADED-COUNT
                   END-IF
                       MOVE PW-DENIALS   TO RP-DENIALS
                       MOVE PW-DEFERRALS TO RP-DEFERRALS
                       MOVE PW-PRESSURE  TO RP-PRESSURE
                       MOVE PW-REPEATS   TO RP-REPEATS
                       MOVE PW-NOSHOWS   TO RP-NOSHOWS
                       MOVE PW-OVERDUE   TO RP-OVERDUE
                       MOVE 0            TO RP-INCIDENTS
                       WRITE REQ-PROFILE-RECORD
                       ADD 1 TO LOADED-COUNT
               END-READ
           CLOSE NEW-PROFILE-FILE
           DISPLAY "Registos carregados no novo REQPROFILE: "
               LOADED-COUNT.

       CONVERT-REQ-REGISTRY.
           OPEN INPUT NEW-REGISTRY-FILE
           IF RG-STATUS-CODE = "00"
               CLOSE NEW-REGISTRY-FILE
               DISPLAY "REQREGISTRY ja abre com o formato novo. "
                   "Nada a converter."
           ELSE
           IF RG-STATUS-CODE = "35"
               DISPLAY "REQREGISTRY inexistente. Nada a converter."
           ELSE
               DISPLAY "REQREGISTRY no formato antigo (estado "
                   RG-STATUS-CODE "). A converter."
               PERFORM UNLOAD-OLD-REGISTRY
               IF UNLOADED-COUNT > 0 OR OG-STATUS = "10"
                   PERFORM RELOAD-NEW-REGISTRY
               ELSE
                   DISPLAY "REQREGISTRY ilegivel no formato antigo. "
                       "Estado: " OG-STATUS ". Conversao abortada."
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           END-IF.

       UNLOAD-OLD-REGISTRY.
           MOVE 0 TO UNLOADED-COUNT
           OPEN INPUT OLD-REGISTRY-FILE
           IF OG-STATUS NOT = "00"
               DISPLAY "Erro ao abrir REQREGISTRY antigo. Estado: "
                   OG-STATUS
           ELSE
               OPEN OUTPUT REGISTRY-WORK-FILE
               PERFORM UNTIL OG-STATUS = "10"
                   READ OLD-REGISTRY-FILE NEXT RECORD
                   IF OG-STATUS = "00"
                       MOVE OG-SOURCE       TO GW-SOURCE
                       MOVE OG-CATEGORY     TO GW-CATEGORY
                       MOVE OG-PREF-CHANNEL TO GW-PREF-CHANNEL
                       MOVE OG-STATUS-CODE  TO GW-STATUS-CODE
                       MOVE OG-SINCE-DATE   TO GW-SINCE-DATE
                       WRITE REGISTRY-WORK-RECORD
                       ADD 1 TO UNLOADED-COUNT
                   END-IF
               END-PERFORM
               CLOSE REGISTRY-WORK-FILE
               CLOSE OLD-REGISTRY-FILE
               DISPLAY "Registos descarregados de REQREGISTRY: "
                   UNLOADED-COUNT
           END-IF.

       RELOAD-NEW-REGISTRY.
           MOVE 0 TO LOADED-COUNT
           OPEN OUTPUT NEW-REGISTRY-FILE
           OPEN INPUT REGISTRY-WORK-FILE
           PERFORM UNTIL GW-STATUS = "10"
               READ REGISTRY-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GW-SOURCE       TO RG-SOURCE
                       MOVE GW-CATEGORY     TO RG-CATEGORY
                       MOVE GW-PREF-CHANNEL TO RG-PREF-CHANNEL
                       MOVE GW-STATUS-CODE  TO RG-STATUS
                       MOVE GW-SINCE-DATE   TO RG-SINCE-DATE
                       MOVE "PT"            TO RG-LANGUAGE
                       WRITE REQ-REGISTRY-RECORD
                       ADD 1 TO LOADED-COUNT
               END-READ
           END-PERFORM
           CLOSE REGISTRY-WORK-FILE
           CLOSE NEW-REGISTRY-FILE
           DISPLAY "Registos carregados no novo REQREGISTRY: "
               LOADED-COUNT.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO OLD-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO OLD-MASTER-NAME
           MOVE SPACES TO KEYLESS-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO KEYLESS-MASTER-NAME
           MOVE SPACES TO NEW-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NEW-MASTER-NAME
           MOVE SPACES TO MASTER-WORK-NAME
           STRING "DATA/REQMASTERWRK" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MASTER-WORK-NAME
           MOVE SPACES TO OLD-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO OLD-PROFILE-NAME
           MOVE SPACES TO NEW-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NEW-PROFILE-NAME
           MOVE SPACES TO PROFILE-WORK-NAME
           STRING "DATA/REQPROFILEWRK" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PROFILE-WORK-NAME.
