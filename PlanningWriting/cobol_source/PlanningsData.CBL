                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ImportFoutenStatus.

      * Bellijst bij een afwezigheid: elk getroffen event met patient,
      * telefoon en wat ermee gebeurd is, zodat de balie de patienten
      * kan verwittigen.
                SELECT AfwezigheidLijst
                ASSIGN TO "AfwezigheidLijst.out"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AfwezigheidLijstStatus.


       DATA DIVISION.
       FILE SECTION.

       FD PlanningFile.
        01 PlanningRecord.
                02 EventId            PIC 9(6).
                02 FILLER             PIC X VALUE " ".
                02 EventName          PIC X(50).
                02 FILLER             PIC X VALUE " ".
      * spoor zelf te beantwoorden is.
                02 AuditOperator      PIC X(8).
                02 FILLER             PIC X.
                02 AuditVoorBeeld     PIC X(214).
                02 FILLER             PIC X.
                02 AuditNaBeeld       PIC X(214).

       FD AuditRapport.
        01 AuditRapportRecord.
       FD WachtlijstWerk.
        01 WachtWerkRecord        PIC X(68).

       FD AfwezigheidLijst.
        01 AfwezigheidLijstRecord.
                04 AfwezigheidLijstLijn PIC X(200).


       WORKING-STORAGE SECTION.
      * planning.txt is opened RELATIVE (this GnuCOBOL runtime has its
        01 WS-IDX-TABEL.
                02 WS-IDX OCCURS 5000.
                   03 WS-IDX-RELKEY     PIC 9(6).
                   03 WS-IDX-EVENTID    PIC 9(6).
                   03 WS-IDX-NAAM       PIC X(50).
                   03 WS-IDX-DOKTERID   PIC 9(3).
                   03 WS-IDX-PATIENTID  PIC 9(3).
        01 WachtlijstStatus         PIC X(2).
        01 ImportStatus             PIC X(2).
        01 ImportFoutenStatus       PIC X(2).
        01 AfwezigheidLijstStatus   PIC X(2).

        01 RequiredKey           PIC 99.
                88 EventIdKey      VALUE 1.
                88 AuditKey         VALUE 10.
                88 PatientZoekKey   VALUE 11.
                88 ImportKey        VALUE 12.
                88 AfwezigheidKey   VALUE 13.
                88 StopKey          VALUE 9.

        01 PrnPlanningRecord.
                02 PrnEventId       PIC 9(6).
                02 PrnEventName     PIC BBBBX(40).
                02 PrnEventDokterId PIC BBBB9(5).
                02 PrnPatientId     PIC BBBB9(5).
                02 PrnDatum         PIC BBBB99/99/9999.
                02 PrnBeginTijd     PIC BBBB9(4).
                02 PrnEindTijd      PIC BBBB9(4).
                02 PrnBeschrijving  PIC X(221).

      * Staging area for a candidate event -- kept separate from the FD
      * record because the keyed READ in ZoekOpEventId/ZoekOpEventName
      * re-uses PlanningRecord as its read buffer.
        01 WS-NEW-EVENT.
                02 WS-NEW-EVENTID       PIC 9(6).
                02 WS-NEW-EVENTNAME     PIC X(50).
                02 WS-NEW-DOKTERID      PIC 9(3).
                02 WS-NEW-PATIENTID     PIC 9(3).
      * zeroes the field).
        01 WS-NEW-DATUM-EDIT        PIC 99/99/9999.

        01 WS-VOLGEND-EVENTID       PIC 9(6) VALUE 0.
        01 WS-CHECK-EXCLUDE-EVENTID PIC 9(6) VALUE 0.

      * Centrale nummering in DokterApotheekDb (tabel nummering, een
      * rij per soort met het laatst uitgegeven nummer): elk scherm,
      * de import en de reeksen halen hun EventId daar, zodat twee
      * balies nooit hetzelfde nummer uitdelen.
        01 WS-NUMMER-SOORT          PIC X(12).
        01 WS-NUMMER-ID             PIC 9(6).
        01 WS-NUMMER-COUNT          PIC 9(4) VALUE 0.
        01 WS-NUMMER-OK             PIC X VALUE "N".
                88 NUMMER-OK            VALUE "Y".

      * Herhalende reeksen: een reeks events (zelfde naam, dokter en
      * tijdsblok) op gekozen weekdagen tot een einddatum, verbonden
        01 WS-GEN-IDX               PIC 9.
        01 WS-GEN-DAG-GEWENST       PIC X VALUE "N".
                88 GEN-DAG-GEWENST      VALUE "Y".
        01 WS-GEN-AANTAL            PIC 9(3) VALUE 0.

        01 WS-ZOEK-SERIEID          PIC 9(3).
        01 WS-SERIE-IDX             PIC 9(3).
        01 WS-SERIE-RELKEY-TABEL.
                02 WS-SERIE-RELKEY  PIC 9(6) OCCURS 200.
        01 WS-SER-EVENTID           PIC 9(6).
      * Zelfde bewerkte picture als Datum: een alfanumeriek veld zou
      * bij de MOVE terug naar Datum ge-de-edit worden naar nullen.
        01 WS-SER-DATUM             PIC 99/99/9999.
      * afgevlakt (de FILLER-bytes van het relatieve record zijn
      * binaire nullen en LINE SEQUENTIAL weigert die met status 71).
        01 WS-VLAK-BUFFER.
                02 WS-VLAK-EVENTID       PIC 9(6).
                02 FILLER                PIC X.
                02 WS-VLAK-EVENTNAME     PIC X(50).
                02 FILLER                PIC X.
                02 FILLER                PIC X.

        01 WS-AUDIT-ACTIE           PIC X(10).
        01 WS-AUDIT-VOOR            PIC X(214).
        01 WS-AUDIT-NA              PIC X(214).
        01 WS-AUDIT-TIJDSTIP        PIC X(21).

        01 WS-AUDIT-ZOEKKEUZE       PIC 9.
        01 WS-AUDIT-ZOEK-ID         PIC 9(6).
        01 WS-AUDIT-ZOEK-ID-X       PIC X(6).
        01 WS-AUDIT-VAN-DATUM       PIC 9(8).
        01 WS-AUDIT-TOT-DATUM       PIC 9(8).
        01 WS-AUDIT-TS-DATUM        PIC 9(8).
      * staat daar de naam respectievelijk een doktercijfer, nooit
      * twee keer een "/". De regels worden bij het rapporteren op
      * de juiste velden gelegd, de operator blijft dan leeg.
      * Regels van voor de zescijferige EventIds hebben beelden van
      * 211 bytes; hun "/" van de datum staat op 108 en 111. Een
      * nieuwe regel heeft op 108 de spatie voor de datum.
        01 WS-AUDIT-OUD             PIC X VALUE "N".
                88 AUDIT-OUD-LAYOUT     VALUE "Y".
                88 AUDIT-DRIECIJFER-LAYOUT VALUE "D".
        01 WS-RAP-OPERATOR          PIC X(8).
        01 WS-RAP-VOOR              PIC X(214).
        01 WS-RAP-NA                PIC X(214).

      * Vrije-slotzoeker en weekkalender: per dag worden de events van
      * een dokter in tijdsvolgorde in deze tabel verzameld (gesorteerd
                02 WS-DAG-EVENT OCCURS 50.
                   03 WS-DAG-BEGINTIJD  PIC 9(4).
                   03 WS-DAG-EINDTIJD   PIC 9(4).
                   03 WS-DAG-EVENTID    PIC 9(6).
                   03 WS-DAG-NAAM       PIC X(50).

        01 WS-GAP-VAN               PIC 9(4).
        01 WS-VRIJ-MINUTEN          PIC 9(4).
        01 WS-VRIJ-BEGIN-MINUTEN    PIC 9(4).

      * Afwezigheid van een dokter (ziekte, verlof): de periode gaat
      * naar de tabel afwezigheid in DokterApotheekDb, zodat ook
      * DokterVoorschrift de vervanger kent. De getroffen events
      * worden eerst uit de index verzameld (een verplaatsing wijzigt
      * de dokter in de index) en daarna een voor een behandeld.
        01 WS-AFW-DOKTERID          PIC 9(3).
        01 WS-AFW-VERVANGERID       PIC 9(3).
        01 WS-AFW-VAN-DATUM         PIC 9(8).
        01 WS-AFW-TOT-DATUM         PIC 9(8).
        01 WS-AFW-REDEN             PIC X(40).
        01 WS-AFW-TIJDSTIP          PIC X(14).
        01 WS-AFW-COUNT             PIC 9(4) VALUE 0.
        01 WS-AFW-GEREGISTREERD     PIC X VALUE "N".
                88 AFW-GEREGISTREERD    VALUE "Y".
        01 WS-AFW-AANTAL            PIC 9(3) VALUE 0.
        01 WS-AFW-AFGEKAPT          PIC X VALUE "N".
                88 AFW-AFGEKAPT         VALUE "Y".
        01 WS-AFW-IDX               PIC 9(3).
        01 WS-AFW-RELKEY-TABEL.
                02 WS-AFW-RELKEY    PIC 9(6) OCCURS 200.
        01 WS-AFW-KEUZE             PIC 9.
                88 AFW-VERVANGEN        VALUE 1.
                88 AFW-ANNULEREN        VALUE 2.
        01 WS-AFW-EVENT-DATUM       PIC 9(8).
        01 WS-AFW-BEGINTIJD         PIC 9(4).
        01 WS-AFW-EINDTIJD          PIC 9(4).
        01 WS-AFW-DUUR              PIC 9(4).
        01 WS-AFW-VRIJ              PIC X VALUE "N".
                88 AFW-VRIJ             VALUE "Y".
        01 WS-AFW-PATIENTID         PIC 9(3).
        01 WS-AFW-PATIENT-NAAM      PIC X(40).
        01 WS-AFW-PATIENT-TEL       PIC X(15).
        01 WS-AFW-ACTIE             PIC X(40).
        01 WS-AFW-VERPLAATST        PIC 9(3) VALUE 0.
        01 WS-AFW-GEANNULEERD       PIC 9(3) VALUE 0.
        01 WS-AFW-ONGEWIJZIGD       PIC 9(3) VALUE 0.
        01 WS-AFW-WACHT-DAGNR       PIC 9(7).

        01 WS-KAL-DOKTERID          PIC 9(3).
        01 WS-KAL-STARTDATUM        PIC 9(8).
        01 WS-KAL-DAGTELLER         PIC 9.
        01 WS-GEVONDEN              PIC X VALUE "N".
                88 GEVONDEN             VALUE "Y".

        01 WS-BESTAAND-EVENTID      PIC 9(6).
        01 WS-BESTAAND-BEGINTIJD    PIC 9(4).
        01 WS-BESTAAND-EINDTIJD     PIC 9(4).
        01 WS-GEVONDEN-RELKEY       PIC 9(6).

        01 WS-MAINTAIN-ZOEK-SLEUTEL PIC 9.
        01 WS-ZOEK-EVENTID          PIC 9(6).
        01 WS-ZOEK-EVENTNAME        PIC X(50).

      * Patientvalidatie tegen DokterApotheekDb, zelfde regel als in
                DISPLAY "1=EventId 2=EventName 3=Onderhoud"
                DISPLAY "4=Rapport  5=VrijeSlots 6=Weekkalender"
                DISPLAY "7=Status   8=Dagrapport 10=Audit"
                DISPLAY "11=ZoekPatient 12=Import 13=Afwezigheid"
                DISPLAY "9=Stop -> " WITH NO ADVANCING
                ACCEPT RequiredKey

                EVALUATE TRUE
                        PERFORM ZoekOpPatientId
                    WHEN ImportKey
                        PERFORM VerwerkImportBestand
                    WHEN AfwezigheidKey
                        PERFORM AfwezigheidDokter
                    WHEN StopKey
                        CONTINUE
                    WHEN OTHER
           END-IF

           IF WS-IMPORT-FOUTREDEN = SPACES
              MOVE 0 TO WS-NEW-SERIEID
              PERFORM SchrijfNieuwEvent
              IF NOT NUMMER-OK
                 MOVE "geen EventId uit de teller"
                      TO WS-IMPORT-FOUTREDEN
              END-IF
           END-IF

           IF WS-IMPORT-FOUTREDEN = SPACES
              PERFORM VlakPlanningRecordAf
              MOVE SPACES TO WS-AUDIT-VOOR
              MOVE WS-VLAK-BUFFER TO WS-AUDIT-NA

      * De enige volledige scan: een keer bij de opstart. Vult de
      * index en bepaalt meteen de volgende sleutels, zodat nieuwe
      * events een PlanningRelKey voorbij alles op schijf krijgen; het
      * hoogste EventId dient nog enkel om de teller te starten.
       LaadPlanningIndex.
           MOVE 0 TO WS-IDX-AANTAL
           MOVE "N" TO WS-IDX-VOL
                     AT END
                        MOVE "Y" TO WS-EOF-SCAN
                     NOT AT END
      * Bestand van voor het patientveld of nog met EventIds van drie
      * cijfers: het datumveld ligt dan verschoven en de twee "/"
      * staan niet meer op hun plaats. Melden
      * en laten converteren (PlanningArchief keuze 3) in plaats van
      * met verschoven velden verder te werken.
                        IF WS-IDX-AANTAL = 0
                           AND (Datum(3:1) NOT = "/"
                                OR Datum(6:1) NOT = "/")
                           DISPLAY "planning.txt lijkt in de oude "
                                "layout te staan - draai eerst de "
                                "conversie (PlanningArchief keuze 3)"

           FillInEventdata.
            IF EventIdKey
                DISPLAY "Enter Planning event name (40 chars) -> "
              WITH NO ADVANCING
               ACCEPT WS-NEW-EVENTNAME
              WITH NO ADVANCING
               ACCEPT WS-NEW-EVENTNAME

             DISPLAY "Dokter ID voor dit event: " WITH NO ADVANCING
               ACCEPT WS-NEW-DOKTERID
             DISPLAY "Patient ID (000=geen): " WITH NO ADVANCING
               FUNCTION INTEGER-OF-DATE(WS-HERHAAL-EINDDATUM)

      * Maximaal een jaar vooruit: een tikfout in het jaartal zou
      * anders duizenden events genereren en evenveel EventIds uit
      * de teller opgebruiken.
           IF WS-GEN-EINDDAGNR > WS-GEN-STARTDAGNR + 366
              DISPLAY "Einddatum meer dan een jaar na startdatum - "
                   "reeks niet aangemaakt"
           ADD 1 TO WS-VOLGEND-SERIEID
           MOVE WS-VOLGEND-SERIEID TO WS-NEW-SERIEID
           MOVE 0 TO WS-GEN-AANTAL
           PERFORM VARYING WS-GEN-DAGNR FROM WS-GEN-STARTDAGNR BY 1
                UNTIL WS-GEN-DAGNR > WS-GEN-EINDDAGNR
                PERFORM GenereerEventVoorDag
           END-IF

           IF GEN-DAG-GEWENST
              MOVE FUNCTION DATE-OF-INTEGER(WS-GEN-DAGNR)
                  TO WS-NEW-DATUM
              PERFORM FormatNewDatum
                         WS-BESTAAND-EVENTID " - dag overgeslagen"
              ELSE
                 PERFORM SchrijfNieuwEvent
                 IF NUMMER-OK
                    ADD 1 TO WS-GEN-AANTAL
                 END-IF
              END-IF
           END-IF.

      * Haalt het volgende EventId uit de teller naar WS-NEW-EVENTID.
      * LAST_INSERT_ID(expr) verhoogt en onthoudt het nummer in een
      * statement, zodat een gelijktijdige balie het niet ook krijgt.
      * Ontbreekt de rij nog (eerste gebruik), dan start ze op het
      * hoogste EventId uit planning.txt.
       KenEventIdToe.
           MOVE "N" TO WS-NUMMER-OK
           MOVE "EVENT" TO WS-NUMMER-SOORT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NUMMER-COUNT
               FROM nummering
               WHERE soort = :WS-NUMMER-SOORT
           END-EXEC
           IF WS-NUMMER-COUNT = 0
              MOVE WS-VOLGEND-EVENTID TO WS-NUMMER-ID
              EXEC SQL
                  INSERT INTO nummering (soort, laatste)
                  VALUES (:WS-NUMMER-SOORT, :WS-NUMMER-ID)
              END-EXEC
           END-IF
           EXEC SQL
               UPDATE nummering
               SET laatste = LAST_INSERT_ID(laatste + 1)
               WHERE soort = :WS-NUMMER-SOORT
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  SELECT LAST_INSERT_ID() INTO :WS-NUMMER-ID
              END-EXEC
              IF SQLCODE = 0 AND WS-NUMMER-ID > 0
                 MOVE WS-NUMMER-ID TO WS-NEW-EVENTID
                 MOVE "Y" TO WS-NUMMER-OK
              END-IF
           END-IF
           IF NOT NUMMER-OK
              DISPLAY "Geen EventId uit de teller (SQLCODE "
                   SQLCODE ")"
           END-IF.

      * Rebuilds WS-NEW-DATUM-EDIT (DD/MM/JJJJ) from WS-NEW-DATUM
                  WS-NEW-DATUM(1:4) DELIMITED BY SIZE
                  INTO WS-NEW-DATUM-EDIT.

      * Het EventId wordt pas hier uit de teller gehaald, zodat een
      * afgekeurde of overlappende ingave geen nummer verbruikt.
       SchrijfNieuwEvent.
           PERFORM KenEventIdToe
           IF NOT NUMMER-OK
              DISPLAY "Event niet weggeschreven"
           ELSE
              PERFORM SchrijfNieuwEventRecord
           END-IF.

       SchrijfNieuwEventRecord.
             MOVE WS-NEW-EVENTID TO EventId
             MOVE WS-NEW-EVENTNAME TO EventName
             MOVE WS-NEW-DOKTERID TO EventDokterId
              END-IF
           END-IF.

      * De layout volgt uit de "/" van de datum in het voorbeeld; een
      * IMPORT-regel heeft geen voorbeeld, daar telt het nabeeld.
       RapporteerAuditRecord.
           MOVE "N" TO WS-AUDIT-OUD
           IF AuditRecord(95:1) = "/" AND AuditRecord(98:1) = "/"
              MOVE "Y" TO WS-AUDIT-OUD
           END-IF
           IF AuditRecord(34:207) = SPACES
              AND AuditRecord(303:1) = "/" AND AuditRecord(306:1) = "/"
              MOVE "Y" TO WS-AUDIT-OUD
           END-IF
           IF AuditRecord(108:1) = "/" AND AuditRecord(111:1) = "/"
              MOVE "D" TO WS-AUDIT-OUD
           END-IF
           IF AuditRecord(43:211) = SPACES
              AND AuditRecord(320:1) = "/" AND AuditRecord(323:1) = "/"
              MOVE "D" TO WS-AUDIT-OUD
           END-IF
           IF AUDIT-OUD-LAYOUT
              MOVE SPACES TO WS-RAP-OPERATOR
              MOVE AuditRecord(34:207) TO WS-RAP-VOOR
              MOVE AuditRecord(242:207) TO WS-RAP-NA
           ELSE
              MOVE AuditOperator TO WS-RAP-OPERATOR
              IF AUDIT-DRIECIJFER-LAYOUT
                 MOVE AuditRecord(43:211) TO WS-RAP-VOOR
                 MOVE AuditRecord(255:211) TO WS-RAP-NA
              ELSE
                 MOVE AuditVoorBeeld TO WS-RAP-VOOR
                 MOVE AuditNaBeeld TO WS-RAP-NA
              END-IF
           END-IF

      * Een oud beeld draagt het EventId nog in drie cijfers; na de
      * conversie is dat hetzelfde nummer met drie voorloopnullen.
           MOVE "N" TO WS-AUDIT-MATCH
           IF WS-AUDIT-ZOEKKEUZE = 1
              IF AUDIT-OUD-LAYOUT OR AUDIT-DRIECIJFER-LAYOUT
                 IF WS-AUDIT-ZOEK-ID-X(1:3) = "000"
                    AND WS-RAP-VOOR(1:3) = WS-AUDIT-ZOEK-ID-X(4:3)
                    MOVE "Y" TO WS-AUDIT-MATCH
                 END-IF
              ELSE
                 IF WS-RAP-VOOR(1:6) = WS-AUDIT-ZOEK-ID-X
                    MOVE "Y" TO WS-AUDIT-MATCH
                 END-IF
              END-IF
           ELSE
              MOVE AuditTijdstip(1:8) TO WS-AUDIT-TS-DATUM
              END-IF
           END-IF.

      * Afwezigheid van een dokter: registreert de periode (met de
      * eventuele vervanger) en loopt dan alle geplande events van de
      * dokter in die periode af. Per event kiest de balie: naar de
      * vervanger (als die op die dag plaats heeft), annuleren (met
      * de patient op de wachtlijst) of ongemoeid laten. Alles komt
      * met patient en telefoon op AfwezigheidLijst.out.
       AfwezigheidDokter.
           DISPLAY "Afwezige dokter id: " WITH NO ADVANCING
           ACCEPT WS-AFW-DOKTERID
           DISPLAY "Afwezig van datum (JJJJMMDD) -> " WITH NO ADVANCING
           ACCEPT WS-AFW-VAN-DATUM
           DISPLAY "Afwezig tot en met datum (JJJJMMDD) -> "
                WITH NO ADVANCING
           ACCEPT WS-AFW-TOT-DATUM
           DISPLAY "Vervanger dokter id (000=geen) -> "
                WITH NO ADVANCING
           ACCEPT WS-AFW-VERVANGERID
           DISPLAY "Reden (ziekte, verlof, ...) -> " WITH NO ADVANCING
           ACCEPT WS-AFW-REDEN

           MOVE WS-AFW-DOKTERID TO WS-NEW-DOKTERID
           PERFORM ControleerImportDokter
           IF NOT DOKTER-OK
              DISPLAY "Dokter " WS-AFW-DOKTERID " niet gekend of niet "
                   "actief - afwezigheid niet geregistreerd"
           ELSE
           IF WS-AFW-TOT-DATUM < WS-AFW-VAN-DATUM
              DISPLAY "Einddatum voor begindatum - afwezigheid niet "
                   "geregistreerd"
           ELSE
              PERFORM ControleerVervanger
              IF NOT DOKTER-OK
                 DISPLAY "Vervanger " WS-AFW-VERVANGERID " niet gekend,"
                      " niet actief of zelf afwezig - afwezigheid niet"
                      " geregistreerd"
              ELSE
                 PERFORM RegistreerAfwezigheid
                 IF AFW-GEREGISTREERD
                    PERFORM BehandelAfwezigheidEvents
                 END-IF
              END-IF
           END-IF
           END-IF.

      * Geen vervanger (000) is altijd goed; anders een gekende,
      * actieve dokter die niet de afwezige zelf is en in de periode
      * niet zelf afwezig staat.
       ControleerVervanger.
           IF WS-AFW-VERVANGERID = 0
              MOVE "Y" TO WS-DOKTER-GEVONDEN
           ELSE
           IF WS-AFW-VERVANGERID = WS-AFW-DOKTERID
              MOVE "N" TO WS-DOKTER-GEVONDEN
           ELSE
              MOVE WS-AFW-VERVANGERID TO WS-NEW-DOKTERID
              PERFORM ControleerImportDokter
              IF DOKTER-OK
                 EXEC SQL
                     SELECT COUNT(*) INTO :WS-AFW-COUNT
                     FROM afwezigheid
                     WHERE dokterId = :WS-AFW-VERVANGERID
                       AND vanDatum <= :WS-AFW-TOT-DATUM
                       AND totDatum >= :WS-AFW-VAN-DATUM
                 END-EXEC
                 IF WS-AFW-COUNT > 0
                    MOVE "N" TO WS-DOKTER-GEVONDEN
                 END-IF
              END-IF
           END-IF
           END-IF.

       RegistreerAfwezigheid.
           MOVE "N" TO WS-AFW-GEREGISTREERD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AFW-TIJDSTIP
           EXEC SQL
               INSERT INTO afwezigheid
                   (dokterId, vanDatum, totDatum, vervangerId, reden,
                    operator, tijdstip)
               VALUES
                   (:WS-AFW-DOKTERID, :WS-AFW-VAN-DATUM,
                    :WS-AFW-TOT-DATUM, :WS-AFW-VERVANGERID,
                    :WS-AFW-REDEN, :WS-OPERATOR-CODE,
                    :WS-AFW-TIJDSTIP)
           END-EXEC
           IF SQLCODE = 0
              MOVE "Y" TO WS-AFW-GEREGISTREERD
              DISPLAY "Afwezigheid dokter " WS-AFW-DOKTERID " van "
                   WS-AFW-VAN-DATUM " tot " WS-AFW-TOT-DATUM
                   " geregistreerd"
           ELSE
              DISPLAY "Registratie afwezigheid mislukt (SQLCODE "
                   SQLCODE ")"
           END-IF.

       BehandelAfwezigheidEvents.
           PERFORM VerzamelAfwezigheidEvents
           MOVE 0 TO WS-AFW-VERPLAATST
           MOVE 0 TO WS-AFW-GEANNULEERD
           MOVE 0 TO WS-AFW-ONGEWIJZIGD

           OPEN OUTPUT AfwezigheidLijst
           MOVE SPACES TO AfwezigheidLijstLijn
           STRING "Afwezigheid dokter " WS-AFW-DOKTERID " van "
                  WS-AFW-VAN-DATUM " tot en met " WS-AFW-TOT-DATUM
                  " (" WS-AFW-REDEN ") vervanger " WS-AFW-VERVANGERID
                  DELIMITED BY SIZE INTO AfwezigheidLijstLijn
           WRITE AfwezigheidLijstRecord

           IF WS-AFW-AANTAL = 0
              MOVE "  (geen geplande events in deze periode)"
                   TO AfwezigheidLijstLijn
              WRITE AfwezigheidLijstRecord
              DISPLAY "Geen geplande events in deze periode"
           ELSE
              IF AFW-AFGEKAPT
                 DISPLAY "Meer dan 200 getroffen events - enkel de "
                      "eerste 200 worden behandeld, registreer de rest "
                      "van de periode daarna opnieuw"
              END-IF
              DISPLAY WS-AFW-AANTAL " geplande events getroffen"
              PERFORM BehandelAfwezigheidEvent
                   VARYING WS-AFW-IDX FROM 1 BY 1
                   UNTIL WS-AFW-IDX > WS-AFW-AANTAL
           END-IF

           MOVE SPACES TO AfwezigheidLijstLijn
           STRING "Totaal: " WS-AFW-VERPLAATST " naar vervanger, "
                  WS-AFW-GEANNULEERD " geannuleerd, "
                  WS-AFW-ONGEWIJZIGD " ongewijzigd"
                  DELIMITED BY SIZE INTO AfwezigheidLijstLijn
           WRITE AfwezigheidLijstRecord
           CLOSE AfwezigheidLijst
           DISPLAY "Lijst AfwezigheidLijst.out weggeschreven".

      * Geplande events (G of spaties) van de afwezige dokter in de
      * periode; afgehandelde, geannuleerde en no-shows blijven staan.
       VerzamelAfwezigheidEvents.
           MOVE 0 TO WS-AFW-AANTAL
           MOVE "N" TO WS-AFW-AFGEKAPT
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                UNTIL WS-IDX-I > WS-IDX-AANTAL
                IF WS-IDX-DOKTERID(WS-IDX-I) = WS-AFW-DOKTERID
                   AND WS-IDX-DATUM(WS-IDX-I) NOT < WS-AFW-VAN-DATUM
                   AND WS-IDX-DATUM(WS-IDX-I) NOT > WS-AFW-TOT-DATUM
                   AND (WS-IDX-STATUS(WS-IDX-I) = "G"
                        OR WS-IDX-STATUS(WS-IDX-I) = SPACE)
                   IF WS-AFW-AANTAL < 200
                      ADD 1 TO WS-AFW-AANTAL
                      MOVE WS-IDX-RELKEY(WS-IDX-I)
                           TO WS-AFW-RELKEY(WS-AFW-AANTAL)
                   ELSE
                      MOVE "Y" TO WS-AFW-AFGEKAPT
                   END-IF
                END-IF
           END-PERFORM.

       BehandelAfwezigheidEvent.
           MOVE WS-AFW-RELKEY(WS-AFW-IDX) TO PlanningRelKey
           READ PlanningFile
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   PERFORM BehandelAfwezigheidRecord
           END-READ.

       BehandelAfwezigheidRecord.
           PERFORM ToonPlanningRecord
           PERFORM VlakPlanningRecordAf
           MOVE WS-VLAK-BUFFER TO WS-AUDIT-VOOR
           STRING Datum(7:4) Datum(4:2) Datum(1:2)
                  DELIMITED BY SIZE INTO WS-AFW-EVENT-DATUM
           MOVE EventBeginTijd TO WS-AFW-BEGINTIJD
           MOVE EventEindTijd TO WS-AFW-EINDTIJD
           MOVE EventBeginTijd TO WS-REKEN-TIJD
           PERFORM RekenTijdNaarMinuten
           MOVE WS-REKEN-MINUTEN TO WS-GAP-VAN-MINUTEN
           MOVE EventEindTijd TO WS-REKEN-TIJD
           PERFORM RekenTijdNaarMinuten
           COMPUTE WS-AFW-DUUR = WS-REKEN-MINUTEN - WS-GAP-VAN-MINUTEN

           PERFORM ZoekAfwezigheidPatient
           DISPLAY "    patient " EventPatientId " "
                WS-AFW-PATIENT-NAAM " tel " WS-AFW-PATIENT-TEL

           MOVE "ongewijzigd" TO WS-AFW-ACTIE
           IF WS-AFW-VERVANGERID = 0
              DISPLAY "2=Annuleren 9=Ongemoeid laten -> "
                   WITH NO ADVANCING
           ELSE
              DISPLAY "1=Naar vervanger " WS-AFW-VERVANGERID
                   " 2=Annuleren 9=Ongemoeid laten -> "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-AFW-KEUZE

           EVALUATE TRUE
               WHEN AFW-VERVANGEN AND WS-AFW-VERVANGERID NOT = 0
                   PERFORM VerplaatsNaarVervanger
               WHEN AFW-ANNULEREN
                   PERFORM AnnuleerAfwezigheidEvent
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-AFW-ACTIE = "ongewijzigd"
              ADD 1 TO WS-AFW-ONGEWIJZIGD
           END-IF

           MOVE SPACES TO AfwezigheidLijstLijn
           STRING "  " Datum " " WS-AFW-BEGINTIJD "-" WS-AFW-EINDTIJD
                  " event " EventId " patient " EventPatientId " "
                  WS-AFW-PATIENT-NAAM " tel " WS-AFW-PATIENT-TEL
                  " : " WS-AFW-ACTIE
                  DELIMITED BY SIZE INTO AfwezigheidLijstLijn
           WRITE AfwezigheidLijstRecord.

       ZoekAfwezigheidPatient.
           MOVE SPACES TO WS-AFW-PATIENT-NAAM
           MOVE SPACES TO WS-AFW-PATIENT-TEL
           IF EventPatientId = 0
              MOVE "(geen patient)" TO WS-AFW-PATIENT-NAAM
           ELSE
              MOVE EventPatientId TO WS-AFW-PATIENTID
              EXEC SQL
                  SELECT naam, telefoon
                  INTO :WS-AFW-PATIENT-NAAM, :WS-AFW-PATIENT-TEL
                  FROM patient
                  WHERE id = :WS-AFW-PATIENTID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE "(patient niet gekend)" TO WS-AFW-PATIENT-NAAM
                 MOVE SPACES TO WS-AFW-PATIENT-TEL
              END-IF
           END-IF.

      * Eerst hetzelfde uur bij de vervanger; is dat bezet, dan toont
      * de vrije-slotzoeker de gaten van die dag die lang genoeg zijn
      * en kiest de balie een nieuwe begintijd (de duur blijft).
       VerplaatsNaarVervanger.
           MOVE WS-AFW-VERVANGERID TO WS-SLOT-DOKTERID
           COMPUTE WS-DAG-DAGNR =
               FUNCTION INTEGER-OF-DATE(WS-AFW-EVENT-DATUM)
           PERFORM ControleerVervangerVrij
           IF NOT AFW-VRIJ
              DISPLAY "Vervanger " WS-AFW-VERVANGERID " heeft om "
                   WS-AFW-BEGINTIJD "-" WS-AFW-EINDTIJD
                   " geen plaats; vrije slots die dag:"
              MOVE WS-AFW-DUUR TO WS-SLOT-DUUR
              MOVE 0 TO WS-SLOT-AANTAL
              PERFORM ZoekVrijeSlotsVoorDag
              IF WS-SLOT-AANTAL = 0
                 DISPLAY "  geen - event niet verplaatst"
              ELSE
                 DISPLAY "Nieuwe begintijd (UUMM, 0000=niet "
                      "verplaatsen) -> " WITH NO ADVANCING
                 ACCEPT WS-AFW-BEGINTIJD
                 IF WS-AFW-BEGINTIJD NOT = 0
                    MOVE WS-AFW-BEGINTIJD TO WS-REKEN-TIJD
                    PERFORM RekenTijdNaarMinuten
                    ADD WS-AFW-DUUR TO WS-REKEN-MINUTEN
                    DIVIDE WS-REKEN-MINUTEN BY 60 GIVING WS-REKEN-UU
                         REMAINDER WS-REKEN-MM
                    COMPUTE WS-AFW-EINDTIJD =
                        WS-REKEN-UU * 100 + WS-REKEN-MM
                    PERFORM ControleerVervangerVrij
                    IF NOT AFW-VRIJ
                       DISPLAY "Ook " WS-AFW-BEGINTIJD "-"
                            WS-AFW-EINDTIJD " is niet vrij - event "
                            "niet verplaatst"
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF AFW-VRIJ
              MOVE WS-AFW-VERVANGERID TO EventDokterId
              MOVE WS-AFW-BEGINTIJD TO EventBeginTijd
              MOVE WS-AFW-EINDTIJD TO EventEindTijd
              MOVE WS-AFW-RELKEY(WS-AFW-IDX) TO PlanningRelKey
              REWRITE PlanningRecord
                   INVALID KEY
                      DISPLAY "Verplaatsen mislukt :- " PlanningStatus
                   NOT INVALID KEY
                      DISPLAY "Event " EventId " naar dokter "
                           EventDokterId " " EventBeginTijd "-"
                           EventEindTijd
                      PERFORM WerkIndexBij
                      PERFORM VlakPlanningRecordAf
                      MOVE WS-VLAK-BUFFER TO WS-AUDIT-NA
                      MOVE "VERVANGING" TO WS-AUDIT-ACTIE
                      PERFORM SchrijfAuditRecord
                      ADD 1 TO WS-AFW-VERPLAATST
                      MOVE SPACES TO WS-AFW-ACTIE
                      STRING "naar dokter " WS-AFW-VERVANGERID
                             " om " WS-AFW-BEGINTIJD "-"
                             WS-AFW-EINDTIJD
                             DELIMITED BY SIZE INTO WS-AFW-ACTIE
              END-REWRITE
           ELSE
      * Niet verplaatst: de lijst toont het oorspronkelijke uur.
              MOVE EventBeginTijd TO WS-AFW-BEGINTIJD
              MOVE EventEindTijd TO WS-AFW-EINDTIJD
           END-IF.

      * Het venster WS-AFW-BEGINTIJD/-EINDTIJD is vrij als geen enkel
      * (niet geannuleerd) event van de vervanger op die dag ermee
      * overlapt; zelfde dagtabel als de vrije-slotzoeker.
       ControleerVervangerVrij.
           MOVE "Y" TO WS-AFW-VRIJ
           IF WS-AFW-BEGINTIJD NOT < WS-AFW-EINDTIJD
              OR WS-AFW-EINDTIJD > 2400
              MOVE "N" TO WS-AFW-VRIJ
           END-IF
           PERFORM VerzamelDagEvents
           PERFORM VARYING WS-DAG-IDX FROM 1 BY 1
                UNTIL WS-DAG-IDX > WS-DAG-AANTAL
                IF WS-DAG-BEGINTIJD(WS-DAG-IDX) < WS-AFW-EINDTIJD
                   AND WS-DAG-EINDTIJD(WS-DAG-IDX) > WS-AFW-BEGINTIJD
                   MOVE "N" TO WS-AFW-VRIJ
                END-IF
           END-PERFORM.

      * Status C (de gewone annulatie) met een eigen auditactie, en
      * voor een patient de vraag om die op de wachtlijst van de
      * eigen dokter te zetten voor de twee weken na de afwezigheid.
       AnnuleerAfwezigheidEvent.
           MOVE "C" TO EventStatus
           MOVE WS-AFW-RELKEY(WS-AFW-IDX) TO PlanningRelKey
           REWRITE PlanningRecord
                INVALID KEY
                   DISPLAY "Annuleren mislukt :- " PlanningStatus
                NOT INVALID KEY
                   DISPLAY "Event " EventId " geannuleerd"
                   PERFORM WerkIndexBij
                   PERFORM VlakPlanningRecordAf
                   MOVE WS-VLAK-BUFFER TO WS-AUDIT-NA
                   MOVE "AFWEZIG" TO WS-AUDIT-ACTIE
                   PERFORM SchrijfAuditRecord
                   ADD 1 TO WS-AFW-GEANNULEERD
                   MOVE "geannuleerd" TO WS-AFW-ACTIE
                   IF EventPatientId NOT = 0
                      PERFORM ZetAfwezigheidOpWachtlijst
                   END-IF
           END-REWRITE.

       ZetAfwezigheidOpWachtlijst.
           DISPLAY "Patient op de wachtlijst zetten? 1=ja -> "
                WITH NO ADVANCING
           ACCEPT WS-WACHT-KEUZE
           IF WACHT-JA
              MOVE WS-AFW-DOKTERID TO WS-SLOT-DOKTERID
              COMPUTE WS-AFW-WACHT-DAGNR =
                  FUNCTION INTEGER-OF-DATE(WS-AFW-TOT-DATUM) + 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-AFW-WACHT-DAGNR)
                   TO WS-SLOT-VAN-DATUM
              ADD 13 TO WS-AFW-WACHT-DAGNR
              MOVE FUNCTION DATE-OF-INTEGER(WS-AFW-WACHT-DAGNR)
                   TO WS-SLOT-TOT-DATUM
              MOVE WS-AFW-DUUR TO WS-SLOT-DUUR
              MOVE SPACES TO WS-WACHT-CONTACT
              STRING WS-AFW-PATIENT-NAAM DELIMITED BY "  "
                     " " WS-AFW-PATIENT-TEL DELIMITED BY SIZE
                     INTO WS-WACHT-CONTACT
              PERFORM VoegWachtlijstRecordToe
              MOVE "geannuleerd, op de wachtlijst" TO WS-AFW-ACTIE
           END-IF.

      * Einde-dagrapport: per dokter het aantal events per uitkomst
      * op een datum, met de no-shows bij naam, naar DagRapport.out.
       MaakDagRapport.
       SchrijfWachtlijstRecord.
           DISPLAY "Contact (naam/telefoon) -> " WITH NO ADVANCING
           ACCEPT WS-WACHT-CONTACT
           PERFORM VoegWachtlijstRecordToe.

      * Schrijft de aanvraag uit de WS-SLOT-velden en WS-WACHT-CONTACT
      * weg; ook gebruikt bij een afwezigheid, waar het contact uit
      * de patiententabel komt.
       VoegWachtlijstRecordToe.
           OPEN EXTEND WachtlijstFile
           IF WachtlijstStatus = "35"
              OPEN OUTPUT WachtlijstFile
