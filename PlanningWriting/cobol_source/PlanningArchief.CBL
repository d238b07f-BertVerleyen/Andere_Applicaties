                RELATIVE KEY IS OudPlanningRelKey
                FILE STATUS IS OudPlanningStatus.

      * Derde toegang tot planning.txt, met het record van 211 bytes
      * van voor de zescijferige EventIds. Zelfde gebruik: enkel de
      * conversierun.
                SELECT VorigPlanningFile ASSIGN TO "planning.txt"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS DYNAMIC
                RELATIVE KEY IS VorigPlanningRelKey
                FILE STATUS IS VorigPlanningStatus.

      * Werkbestand voor de conversie van het archief (line
      * sequential kent geen REWRITE, zelfde patroon als
      * planning.wrk).
      * copybooks om dit te delen.
       FD PlanningFile.
        01 PlanningRecord.
                02 EventId            PIC 9(6).
                02 FILLER             PIC X VALUE " ".
                02 EventName          PIC X(50).
                02 FILLER             PIC X VALUE " ".
                02 FILLER             PIC X VALUE " ".

       FD ArchiefFile.
        01 ArchiefRecord          PIC X(214).

       FD WerkFile.
        01 WerkRecord             PIC X(214).

       FD ArchiefRapport.
        01 ArchiefRapportRecord.
       FD OudPlanningFile.
        01 OudPlanningRecord      PIC X(207).

       FD VorigPlanningFile.
        01 VorigPlanningRecord    PIC X(211).

       FD ArchiefWerkFile.
        01 ArchiefWerkRecord      PIC X(214).

      * Layout gedeeld met ApotheekExport, VoorschriftStatistiek en
      * BatchControle -- het repo heeft geen copybooks om dit te

        01 OudPlanningRelKey        PIC 9(6).
        01 OudPlanningStatus        PIC X(2).
        01 VorigPlanningRelKey      PIC 9(6).
        01 VorigPlanningStatus      PIC X(2).
        01 ArchiefWerkStatus        PIC X(2).

      * Conversie van de oude layouts naar de huidige van 214 bytes.
      * Een regel is herkenbaar aan de "/" van de datum: op positie
      * 62 in de layout zonder patientveld (207 bytes), op 66 en 69
      * in die met driecijferige EventIds (211 bytes), op 69 en 72 in
      * de huidige. Op 66 staat in de huidige layout een spatie.
        01 WS-CONV-LAYOUT           PIC X(3) VALUE SPACES.
                88 LAYOUT-207           VALUE "207".
                88 LAYOUT-211           VALUE "211".
                88 LAYOUT-214           VALUE "214".
                88 LAYOUT-LEEG          VALUE "000".
        01 WS-CONV-TEST             PIC X(214).

      * Hoogste EventId dat de conversie tegenkomt: daarop start de
      * centrale teller (tabel nummering, soort EVENT) waaruit
      * PlanningsData de nieuwe EventIds haalt.
        01 WS-CONV-MAX-EVENTID      PIC 9(6) VALUE 0.
        01 WS-NUMMER-SOORT          PIC X(12).
        01 WS-NUMMER-COUNT          PIC 9(4) VALUE 0.

      * Overlay met de recordlayout van 211 bytes (patientveld, maar
      * EventId nog in drie cijfers).
        01 WS-VORIG-RECORD.
                02 WS-VORIG-EVENTID      PIC 9(3).
                02 FILLER                PIC X.
                02 WS-VORIG-EVENTNAME    PIC X(50).
                02 FILLER                PIC X.
                02 WS-VORIG-DOKTERID     PIC 9(3).
                02 FILLER                PIC X.
                02 WS-VORIG-PATIENTID    PIC 9(3).
                02 FILLER                PIC X.
                02 WS-VORIG-DATUM        PIC X(10).
                02 FILLER                PIC X.
                02 WS-VORIG-BEGINTIJD    PIC 9(4).
                02 FILLER                PIC X.
                02 WS-VORIG-EINDTIJD     PIC 9(4).
                02 FILLER                PIC X.
                02 WS-VORIG-BESCHRIJVING PIC X(120).
                02 FILLER                PIC X.
                02 WS-VORIG-SERIEID      PIC 9(3).
                02 FILLER                PIC X.
                02 WS-VORIG-STATUS       PIC X.
                02 FILLER                PIC X.

      * Overlay met de oude recordlayout, om de velden van een oud
      * record te kunnen aanspreken.
      * Kopie van het archiefrecord om tijdens het rapport de velden
      * te kunnen aanspreken: zelfde layout als PlanningRecord.
        01 WS-ARCH-RECORD.
                02 WS-ARCH-EVENTID       PIC 9(6).
                02 FILLER                PIC X.
                02 WS-ARCH-EVENTNAME     PIC X(50).
                02 FILLER                PIC X.
        01 WS-OPERATOR-OK           PIC X VALUE "N".
                88 OPERATOR-OK          VALUE "Y".

      * Parameters van de nachtelijke keten (NachtKeten): operator-
      * code en het aantal dagen dat in planning.txt blijft
      * (standaard 90); de keten archiveert dan zonder menu. Leeg =
      * interactief.
        01 WS-PARAMETERS            PIC X(80).
        01 WS-PARM-OPERATOR         PIC X(10).
        01 WS-PARM-DAGEN            PIC X(10).
        01 WS-BEWAAR-DAGEN          PIC 9(4).
        01 WS-CUTOFF-DAGNR          PIC 9(7).
        01 WS-BATCH-MODUS           PIC X VALUE "N".
                88 BATCH-MODUS          VALUE "J".

        01 jbcd-string              PIC X(1000).

        EXEC SQL BEGIN DECLARE SECTION END-EXEC
        EXEC SQL END DECLARE SECTION END-EXEC

        01 PrnPlanningRecord.
                02 PrnEventId       PIC 9(6).
                02 PrnEventName     PIC BBBBX(40).
                02 PrnEventDokterId PIC BBBB9(5).
                02 PrnPatientId     PIC BBBB9(5).
                02 PrnDatum         PIC BBBBX(10).
                02 PrnBeginTijd     PIC BBBB9(4).
                02 PrnEindTijd      PIC BBBB9(4).
                02 PrnBeschrijving  PIC X(221).

       PROCEDURE DIVISION.
       Begin.
           PERFORM LeesConnectiestring
           PERFORM DoConnect
           ACCEPT WS-PARAMETERS FROM COMMAND-LINE
           IF WS-PARAMETERS NOT = SPACES
                PERFORM ArchiveerNachtKeten
                PERFORM DoDisconnect
                STOP RUN
           END-IF
           PERFORM MeldOperatorAan
           IF NOT OPERATOR-OK
                PERFORM DoDisconnect
      * gekende code start het programma niet.
       MeldOperatorAan.
           MOVE "N" TO WS-OPERATOR-OK
           IF NOT BATCH-MODUS
              DISPLAY "Operator code: " WITH NO ADVANCING
              ACCEPT WS-OPERATOR-CODE
           END-IF
           EXEC SQL
               SELECT naam, rol
               INTO :WS-OPERATOR-NAAM, :WS-OPERATOR-ROL
      * werkbestand blijft staan: na een abort in pas 2 staan de
      * levende events daar nog volledig in.
       ArchiveerOudeEvents.
           IF NOT BATCH-MODUS
              DISPLAY "Archiveer events voor datum (JJJJMMDD) -> "
                   WITH NO ADVANCING
              ACCEPT WS-CUTOFF-DATUM
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-START
           MOVE "ARCHIVEER" TO WS-JRN-RUN
              PERFORM SchrijfJournaalRecord
           END-IF.

      * Archiveerrun zonder menu voor de nachtelijke keten: de
      * cutoff is vandaag min het aantal bewaardagen. Ook in de keten
      * moet de operator beheer hebben; een weigering komt als
      * afgebroken run in het journaal zodat de keten er stopt.
       ArchiveerNachtKeten.
           MOVE "J" TO WS-BATCH-MODUS
           MOVE SPACES TO WS-PARM-OPERATOR
           MOVE SPACES TO WS-PARM-DAGEN
           UNSTRING WS-PARAMETERS DELIMITED BY ALL SPACE
                INTO WS-PARM-OPERATOR WS-PARM-DAGEN
           END-UNSTRING
           MOVE WS-PARM-OPERATOR TO WS-OPERATOR-CODE
           IF WS-PARM-DAGEN = SPACES
              MOVE 90 TO WS-BEWAAR-DAGEN
           ELSE
              COMPUTE WS-BEWAAR-DAGEN = FUNCTION NUMVAL(WS-PARM-DAGEN)
           END-IF
           COMPUTE WS-CUTOFF-DAGNR = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
                - WS-BEWAAR-DAGEN
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAGNR)
                TO WS-CUTOFF-DATUM

           PERFORM MeldOperatorAan
           IF OPERATOR-OK AND OPERATOR-BEHEER
              DISPLAY "Archiveer events voor " WS-CUTOFF-DATUM
              PERFORM ArchiveerOudeEvents
           ELSE
              DISPLAY "Archiveren is enkel voor beheer - geweigerd "
                   "voor operator " WS-OPERATOR-CODE
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-START
              MOVE "ARCHIVEER" TO WS-JRN-RUN
              MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
              MOVE 0 TO WS-JRN-AANTAL1
              MOVE 0 TO WS-JRN-AANTAL2
              MOVE 0 TO WS-JRN-AANTAL3
              PERFORM SchrijfJournaalRecord
           END-IF.

      * Een journaalregel per run; het bestand gaat per
      * schrijfbeurt open en dicht zodat de regel ook na een latere
      * abort op schijf staat.
              CLOSE JournaalFile
           END-IF.

      * Eenmalige omzetting van een bestand in een oudere layout naar
      * de huidige: planning.txt (records van 207 of 211 naar 214
      * bytes) en PlanningArchief.txt (oude regels idem). Van 207
      * komt patient 000 erin, van 211 krijgt het EventId drie
      * voorloopnullen. Draaien meteen na de upgrade, voor de eerste
      * gewone run; een bestand dat al in de huidige layout staat
      * wordt herkend en met rust gelaten. Zonder deze omzetting
      * leest de nieuwe layout elke oude regel verschoven in en
      * kloppen de rapporten nergens meer. Tot slot wordt de
      * EventId-teller op het hoogste gevonden nummer gezet.
       ConverteerOudeLayout.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-START
           MOVE "CONVERSIE" TO WS-JRN-RUN
           MOVE 0 TO WS-JRN-AANTAL1
           MOVE 0 TO WS-JRN-AANTAL2
           MOVE 0 TO WS-JRN-AANTAL3
           MOVE 0 TO WS-CONV-MAX-EVENTID
           PERFORM ConverteerPlanningBestand
           PERFORM ConverteerArchiefBestand
           PERFORM ZetEventTellerBij
           MOVE WS-CONV-MAX-EVENTID TO WS-JRN-AANTAL3
           PERFORM SchrijfJournaalRecord
           DISPLAY "Conversie klaar: " WS-JRN-AANTAL1
                " planningrecords, " WS-JRN-AANTAL2
                " archiefregels omgezet".

      * planning.txt: de eerste record beslist welke layout het
      * bestand heeft. Een oud bestand wordt met zijn eigen record
      * gelezen, omgezet naar het werkbestand en compact
      * teruggeschreven (zelfde slotpas als de archiveerrun); een
      * bestand in de huidige layout (of een leeg) blijft
      * onaangeroerd.
       ConverteerPlanningBestand.
           PERFORM BepaalPlanningLayout
           EVALUATE TRUE
               WHEN LAYOUT-207
                   PERFORM ConverteerPlanning207
               WHEN LAYOUT-211
                   PERFORM ConverteerPlanning211
               WHEN LAYOUT-214
                   DISPLAY "planning.txt staat al in de nieuwe "
                        "layout - niet geconverteerd"
               WHEN LAYOUT-LEEG
                   DISPLAY "planning.txt is leeg - niets te "
                        "converteren"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * De eerste record gaat via het kortste record (207 bytes): de
      * datumposities van alle drie de layouts vallen daarbinnen.
       BepaalPlanningLayout.
           MOVE SPACES TO WS-CONV-LAYOUT
           OPEN INPUT OudPlanningFile
           IF OudPlanningStatus NOT = "00"
              DISPLAY "planning.txt niet te lezen ("
                   OudPlanningStatus ") - planning niet geconverteerd"
           ELSE
              READ OudPlanningFile NEXT RECORD
                   AT END
                      MOVE "000" TO WS-CONV-LAYOUT
                   NOT AT END
                      MOVE OudPlanningRecord TO WS-CONV-TEST
                      PERFORM BepaalRegelLayout
                      IF WS-CONV-LAYOUT = SPACES
                         DISPLAY "planning.txt in een onbekende "
                              "layout - niet geconverteerd"
                      END-IF
              END-READ
              CLOSE OudPlanningFile
           END-IF.

      * Layout van de regel in WS-CONV-TEST naar WS-CONV-LAYOUT
      * (spaties als geen enkele layout past).
       BepaalRegelLayout.
           MOVE SPACES TO WS-CONV-LAYOUT
           EVALUATE TRUE
               WHEN WS-CONV-TEST(62:1) = "/"
                   MOVE "207" TO WS-CONV-LAYOUT
               WHEN WS-CONV-TEST(66:1) = "/"
                    AND WS-CONV-TEST(69:1) = "/"
                   MOVE "211" TO WS-CONV-LAYOUT
               WHEN WS-CONV-TEST(69:1) = "/"
                    AND WS-CONV-TEST(72:1) = "/"
                   MOVE "214" TO WS-CONV-LAYOUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ConverteerPlanning207.
           OPEN INPUT OudPlanningFile
           OPEN OUTPUT WerkFile
           MOVE 0 TO WerkRelKey
           MOVE "N" TO WS-EOF-SCAN
           PERFORM UNTIL EOF-SCAN
                READ OudPlanningFile NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-EOF-SCAN
                     NOT AT END
                        MOVE OudPlanningRecord TO WS-OUD-RECORD
                        PERFORM ZetOudRecordOmNaarArch
                        PERFORM SchrijfOmgezetWerkRecord
                END-READ
           END-PERFORM
           CLOSE OudPlanningFile
           CLOSE WerkFile
           PERFORM SchrijfLiveBestandTerug
           DISPLAY WS-JRN-AANTAL1 " planningrecords omgezet "
                "naar de nieuwe layout".

       ConverteerPlanning211.
           OPEN INPUT VorigPlanningFile
           IF VorigPlanningStatus NOT = "00"
              DISPLAY "planning.txt niet te lezen ("
                   VorigPlanningStatus ") - planning niet "
                   "geconverteerd"
           ELSE
              OPEN OUTPUT WerkFile
              MOVE 0 TO WerkRelKey
              MOVE "N" TO WS-EOF-SCAN
              PERFORM UNTIL EOF-SCAN
                   READ VorigPlanningFile NEXT RECORD
                        AT END
                           MOVE "Y" TO WS-EOF-SCAN
                        NOT AT END
                           MOVE VorigPlanningRecord TO WS-VORIG-RECORD
                           PERFORM ZetVorigRecordOmNaarArch
                           PERFORM SchrijfOmgezetWerkRecord
                   END-READ
              END-PERFORM
              CLOSE VorigPlanningFile
              CLOSE WerkFile
              PERFORM SchrijfLiveBestandTerug
              DISPLAY WS-JRN-AANTAL1 " planningrecords omgezet "
                   "naar de nieuwe layout"
           END-IF.

       SchrijfOmgezetWerkRecord.
           MOVE WS-ARCH-RECORD TO WerkRecord
           ADD 1 TO WerkRelKey
           WRITE WerkRecord
                INVALID KEY
                   DISPLAY "WERK STATUS :- " WerkStatus
           END-WRITE
           PERFORM OnthoudMaxEventId
           ADD 1 TO WS-JRN-AANTAL1.

       OnthoudMaxEventId.
           IF WS-ARCH-EVENTID > WS-CONV-MAX-EVENTID
              MOVE WS-ARCH-EVENTID TO WS-CONV-MAX-EVENTID
           END-IF.

      * Bouwt uit WS-OUD-RECORD het record in de nieuwe layout op in
      * WS-ARCH-RECORD; de patient wordt 000 (onbekend in de oude
      * layout).
           MOVE WS-OUD-SERIEID TO WS-ARCH-SERIEID
           MOVE WS-OUD-STATUS TO WS-ARCH-STATUS.

      * Zelfde voor een record van 211 bytes: alle velden gaan mee,
      * het EventId wordt zescijferig.
       ZetVorigRecordOmNaarArch.
           MOVE SPACES TO WS-ARCH-RECORD
           MOVE WS-VORIG-EVENTID TO WS-ARCH-EVENTID
           MOVE WS-VORIG-EVENTNAME TO WS-ARCH-EVENTNAME
           MOVE WS-VORIG-DOKTERID TO WS-ARCH-DOKTERID
           MOVE WS-VORIG-PATIENTID TO WS-ARCH-PATIENTID
           MOVE WS-VORIG-DATUM TO WS-ARCH-DATUM
           MOVE WS-VORIG-BEGINTIJD TO WS-ARCH-BEGINTIJD
           MOVE WS-VORIG-EINDTIJD TO WS-ARCH-EINDTIJD
           MOVE WS-VORIG-BESCHRIJVING TO WS-ARCH-BESCHRIJVING
           MOVE WS-VORIG-SERIEID TO WS-ARCH-SERIEID
           MOVE WS-VORIG-STATUS TO WS-ARCH-STATUS.

      * Legt een archiefregel in elke layout op WS-ARCH-RECORD in de
      * huidige layout; WS-CONV-LAYOUT zegt waar ze vandaan kwam.
       ZetArchiefRegelOm.
           MOVE ArchiefRecord TO WS-CONV-TEST
           PERFORM BepaalRegelLayout
           EVALUATE TRUE
               WHEN LAYOUT-207
                   MOVE ArchiefRecord(1:207) TO WS-OUD-RECORD
                   PERFORM ZetOudRecordOmNaarArch
               WHEN LAYOUT-211
                   MOVE ArchiefRecord(1:211) TO WS-VORIG-RECORD
                   PERFORM ZetVorigRecordOmNaarArch
               WHEN OTHER
                   MOVE ArchiefRecord TO WS-ARCH-RECORD
           END-EVALUATE.

      * PlanningArchief.txt: regel per regel; oude regels (207 of 211
      * bytes) worden omgezet, regels in de huidige layout gaan
      * ongewijzigd mee. Zo mag de conversie ook draaien op een
      * archief dat al deels nieuwe runs bevat.
       ConverteerArchiefBestand.
           OPEN INPUT ArchiefFile
                        AT END
                           MOVE "Y" TO WS-EOF-SCAN
                        NOT AT END
                           PERFORM ZetArchiefRegelOm
                           IF LAYOUT-207 OR LAYOUT-211
                              WRITE ArchiefWerkRecord
                                   FROM WS-ARCH-RECORD
                              ADD 1 TO WS-JRN-AANTAL2
                              WRITE ArchiefWerkRecord
                                   FROM ArchiefRecord
                           END-IF
                           PERFORM OnthoudMaxEventId
                   END-READ
              END-PERFORM
              CLOSE ArchiefFile
           END-IF
           END-IF.

      * Zet de EventId-teller minstens op het hoogste nummer uit de
      * geconverteerde bestanden, zodat PlanningsData na de
      * conversie nooit een bestaand of gearchiveerd EventId opnieuw
      * uitgeeft. Een teller die al verder staat blijft staan.
       ZetEventTellerBij.
           MOVE "EVENT" TO WS-NUMMER-SOORT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NUMMER-COUNT
               FROM nummering
               WHERE soort = :WS-NUMMER-SOORT
           END-EXEC
           IF WS-NUMMER-COUNT = 0
              EXEC SQL
                  INSERT INTO nummering (soort, laatste)
                  VALUES (:WS-NUMMER-SOORT, :WS-CONV-MAX-EVENTID)
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE nummering
                  SET laatste = :WS-CONV-MAX-EVENTID
                  WHERE soort = :WS-NUMMER-SOORT
                    AND laatste < :WS-CONV-MAX-EVENTID
              END-EXEC
           END-IF
           IF SQLCODE < 0
              DISPLAY "EventId-teller niet bijgewerkt (SQLCODE "
                   SQLCODE ")"
              MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
           ELSE
              DISPLAY "EventId-teller staat minstens op "
                   WS-CONV-MAX-EVENTID
           END-IF.

       VerdeelPlanningRecord.
           STRING Datum(7:4) Datum(4:2) Datum(1:2)
                  DELIMITED BY SIZE INTO WS-REC-JJJJMMDD
           END-IF.

       RapporteerArchiefRecord.
      * Een regel in een oude layout (archief van voor de conversie)
      * wordt ter plekke omgezet, zodat het rapport ook dan klopt.
           PERFORM ZetArchiefRegelOm
           STRING WS-ARCH-DATUM(7:4) WS-ARCH-DATUM(4:2)
                  WS-ARCH-DATUM(1:2)
                  DELIMITED BY SIZE INTO WS-REC-JJJJMMDD
