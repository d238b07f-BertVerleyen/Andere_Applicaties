      * beheersfunctie: balie-operators worden bij de aanmelding
      * geweigerd. De allereerste operator moet eenmalig met losse
      * SQL in de operatortabel gezet worden.
      * Dubbele patienten (van voor de dubbeldetectie) worden hier
      * samengevoegd: voorschriften, planning.txt en het archief gaan
      * over naar de blijvende patient, de dubbele wordt
      * gedeactiveerd en PatientSamenvoeging.out houdt de tellingen
      * voor en na bij.
      * Ook de tarieven per soort consultatie (eventnaam) voor de
      * maandelijkse facturatie worden hier onderhouden.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * planning.txt van PlanningsData.CBL: bij het samenvoegen wordt
      * de patient ter plekke herschreven (REWRITE), de relatieve
      * sleutels blijven dus dezelfde. Layout gedupliceerd omdat het
      * repo geen copybooks heeft om ze te delen.
       SELECT PlanningFile ASSIGN TO "planning.txt"
       ORGANIZATION IS RELATIVE
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS PlanningStatus.

      * Archief van PlanningArchief.CBL; line sequential kent geen
      * REWRITE, dus via het werkbestand PlanningArchief.wrk (zelfde
      * patroon als de conversierun daar).
       SELECT ArchiefFile ASSIGN TO "PlanningArchief.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ArchiefStatus.

       SELECT ArchiefWerkFile ASSIGN TO "PlanningArchief.wrk"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ArchiefWerkStatus.

      * Audittrail van de planning (zie PlanningsData): elk
      * verhangen event krijgt er een SAMENVOEG-regel.
       SELECT AuditFile ASSIGN TO "PlanningAudit.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AuditStatus.

      * Verslag per samenvoeging; EXTEND zodat alle samenvoegingen
      * samen een spoor vormen.
       SELECT samenvoegbestand ASSIGN TO "PatientSamenvoeging.out"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS samenvoegStatus.

       DATA DIVISION.
       FILE SECTION.

       FD PlanningFile.
       01 PlanningRecord.
          02 EventId            PIC 9(6).
          02 FILLER             PIC X.
          02 EventName          PIC X(50).
          02 FILLER             PIC X.
          02 EventDokterId      PIC 9(3).
          02 FILLER             PIC X.
          02 EventPatientId     PIC 9(3).
          02 FILLER             PIC X.
          02 Datum              PIC 99/99/9999.
          02 FILLER             PIC X.
          02 EventBeginTijd     PIC 9(4).
          02 FILLER             PIC X.
          02 EventEindTijd      PIC 9(4).
          02 FILLER             PIC X.
          02 EventBeschrijving  PIC X(120).
          02 FILLER             PIC X.
          02 EventSerieId       PIC 9(3).
          02 FILLER             PIC X.
          02 EventStatus        PIC X.
          02 FILLER             PIC X.

       FD ArchiefFile.
       01 ArchiefRecord         pic x(214).

       FD ArchiefWerkFile.
       01 ArchiefWerkRecord     pic x(214).

       FD AuditFile.
       01 AuditRecord.
          02 AuditTijdstip      PIC X(21).
          02 FILLER             PIC X.
          02 AuditActie         PIC X(10).
          02 FILLER             PIC X.
          02 AuditOperator      PIC X(8).
          02 FILLER             PIC X.
          02 AuditVoorBeeld     PIC X(214).
          02 FILLER             PIC X.
          02 AuditNaBeeld       PIC X(214).

       FD samenvoegbestand.
       01 samenvoegrecord.
          05 samenvoeglijn pic x(120).

       WORKING-STORAGE SECTION.
       01 WS-MODUS-KEUZE pic 9 value 0.
         88 MODUS-DOKTERS    VALUE 1.
         88 MODUS-PATIENTEN  VALUE 2.
         88 MODUS-OPERATOREN VALUE 3.
         88 MODUS-TARIEVEN   VALUE 4.
         88 MODUS-STOP       VALUE 9.

       01 WS-ONDERHOUD-KEUZE pic 9 value 0.
         88 STAM-TOEVOEGEN  VALUE 1.
         88 STAM-WIJZIG     VALUE 2.
         88 STAM-DEACTIVEER VALUE 3.
         88 STAM-SAMENVOEGEN VALUE 4.
         88 STAM-KLAAR      VALUE 9.

       01 jbcd-string pic x(1000).
          03 OperatorNaam       pic x(40).
          03 OperatorRol        pic x(6).

      * Tarief per soort consultatie voor de facturatie: het soort is
      * de eventnaam in planning.txt ("Consultatie", "Huisbezoek",
      * ...). Een event zonder eigen tarief krijgt dat van STANDAARD.
       01 TariefRecord.
          03 TariefSoort        pic x(50).
          03 TariefBedrag       pic 9(5)v99.
       01 WS-TARIEF-INVOER      pic x(10).
       01 WS-TARIEF-BEDRAG-ED   pic zzzz9.99.

       01 WS-STAM-COUNT pic 9(4) value 0.

       01 PlanningStatus    pic x(2).
       01 ArchiefStatus     pic x(2).
       01 ArchiefWerkStatus pic x(2).
       01 AuditStatus       pic x(2).
       01 samenvoegStatus   pic x(2).

      * Samenvoegen van een dubbele patient in een blijvende. De
      * tellingen staan twee keer: fase 1 voor, fase 2 na de
      * samenvoeging. Een afgebroken samenvoeging mag gewoon opnieuw:
      * wat al verhangen is, telt dan niet meer als dubbel.
       01 WS-SAMEN-BLIJVEND pic 9(3).
       01 WS-SAMEN-DUBBEL   pic 9(3).
       01 WS-SAMEN-KEUZE    pic 9 value 0.
         88 SAMEN-BEVESTIGD VALUE 1.
       01 WS-SAMEN-FOUT     pic x value "N".
         88 SAMEN-FOUT VALUE "Y".
       01 WS-SAMEN-FASE     pic 9.
       01 WS-SAMEN-TIJDSTIP pic x(14).
       01 WS-SAMEN-VERHANGEN-PL pic 9(6) value 0.
       01 WS-SAMEN-VERHANGEN-AR pic 9(6) value 0.
       01 WS-SAMEN-TELLERS.
          03 WS-SAMEN-TELLING occurs 2.
             05 WS-SAMEN-VS-BLIJVEND pic 9(6).
             05 WS-SAMEN-VS-DUBBEL   pic 9(6).
             05 WS-SAMEN-GF-BLIJVEND pic 9(6).
             05 WS-SAMEN-GF-DUBBEL   pic 9(6).
             05 WS-SAMEN-PL-BLIJVEND pic 9(6).
             05 WS-SAMEN-PL-DUBBEL   pic 9(6).
             05 WS-SAMEN-AR-BLIJVEND pic 9(6).
             05 WS-SAMEN-AR-DUBBEL   pic 9(6).
       01 WS-EOF-SCAN pic x value "N".
         88 EOF-SCAN VALUE "Y".

       01 DubbelRecord.
          03 DubbelNaam         pic x(40).
          03 DubbelAdres        pic x(60).
          03 DubbelTelefoon     pic x(15).
          03 DubbelGeboorte     pic 9(8).

      * Archiefregel in de huidige layout; regels van voor het
      * patientveld (de "/" van de datum op positie 62) hebben geen
      * patient en gaan ongewijzigd mee.
       01 WS-ARCH-RECORD.
          02 WS-ARCH-EVENTID       PIC 9(6).
          02 FILLER                PIC X.
          02 WS-ARCH-EVENTNAME     PIC X(50).
          02 FILLER                PIC X.
          02 WS-ARCH-DOKTERID      PIC 9(3).
          02 FILLER                PIC X.
          02 WS-ARCH-PATIENTID     PIC 9(3).
          02 FILLER                PIC X.
          02 WS-ARCH-REST          PIC X(148).

      * Archiefregel van voor de zescijferige EventIds (de "/" van de
      * datum op 66 en 69): de patient staat drie posities vroeger.
       01 WS-VORIG-ARCH-RECORD.
          02 FILLER                  PIC X(59).
          02 WS-VORIG-ARCH-PATIENTID PIC 9(3).
          02 FILLER                  PIC X(149).

      * Voor- en nabeeld voor de audittrail, veld per veld afgevlakt
      * (de FILLER-bytes van het relatieve record zijn binaire
      * nullen, zie PlanningsData).
       01 WS-VLAK-BUFFER.
          02 WS-VLAK-EVENTID       PIC 9(6).
          02 FILLER                PIC X.
          02 WS-VLAK-EVENTNAME     PIC X(50).
          02 FILLER                PIC X.
          02 WS-VLAK-DOKTERID      PIC 9(3).
          02 FILLER                PIC X.
          02 WS-VLAK-PATIENTID     PIC 9(3).
          02 FILLER                PIC X.
          02 WS-VLAK-DATUM         PIC X(10).
          02 FILLER                PIC X.
          02 WS-VLAK-BEGINTIJD     PIC 9(4).
          02 FILLER                PIC X.
          02 WS-VLAK-EINDTIJD      PIC 9(4).
          02 FILLER                PIC X.
          02 WS-VLAK-BESCHRIJVING  PIC X(120).
          02 FILLER                PIC X.
          02 WS-VLAK-SERIEID       PIC 9(3).
          02 FILLER                PIC X.
          02 WS-VLAK-STATUS        PIC X.
          02 FILLER                PIC X.
       01 WS-AUDIT-VOOR     pic x(214).

       01 WS-NIEUWE-NAAM     pic x(40).
       01 WS-NIEUWE-ADRES    pic x(60).
       01 WS-NIEUWE-TELEFOON pic x(15).

       PERFORM UNTIL MODUS-STOP
           DISPLAY "Stamonderhoud: 1=Dokters 2=Patienten "
                "3=Operatoren 4=Tarieven 9=Stop -> "
                WITH NO ADVANCING
           ACCEPT WS-MODUS-KEUZE

                   PERFORM UNTIL STAM-KLAAR
                       PERFORM ONDERHOUD-OPERATOR
                   END-PERFORM
               WHEN MODUS-TARIEVEN
                   MOVE 0 TO WS-ONDERHOUD-KEUZE
                   PERFORM UNTIL STAM-KLAAR
                       PERFORM ONDERHOUD-TARIEF
                   END-PERFORM
               WHEN MODUS-STOP
                   CONTINUE
               WHEN OTHER

       ONDERHOUD-PATIENT.
           DISPLAY "Patienten: 1=Toevoegen 2=Wijzigen "
               "3=Deactiveren 4=Samenvoegen 9=Klaar -> "
               WITH NO ADVANCING
           ACCEPT WS-ONDERHOUD-KEUZE

           EVALUATE TRUE
                       DISPLAY "Patient " PatientStamId
                           " gedeactiveerd"
                   END-IF
               WHEN STAM-SAMENVOEGEN
                   PERFORM SAMENVOEGEN-PATIENT
               WHEN STAM-KLAAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Ongeldige keuze"
           END-EVALUATE.

      * Tarieven voor de facturatie (Facturatie.CBL). Een tarief
      * wordt nooit verwijderd, enkel gedeactiveerd; wijzigen geldt
      * voor de volgende facturatierun (al gefactureerde lijnen
      * houden hun bedrag).
       ONDERHOUD-TARIEF.
           DISPLAY "Tarieven: 1=Toevoegen 2=Wijzigen "
               "3=Deactiveren 9=Klaar -> " WITH NO ADVANCING
           ACCEPT WS-ONDERHOUD-KEUZE

           EVALUATE TRUE
               WHEN STAM-TOEVOEGEN
                   DISPLAY "Soort consultatie (eventnaam, of "
                       "STANDAARD): " WITH NO ADVANCING
                   ACCEPT TariefSoort
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-STAM-COUNT
                       FROM tarief
                       WHERE soort = :TariefSoort
                   END-EXEC
                   IF TariefSoort = SPACES
                       DISPLAY "Geen soort opgegeven - niet toegevoegd"
                   ELSE
                   IF WS-STAM-COUNT > 0
                       DISPLAY "Tarief " TariefSoort
                           " bestaat al - niet toegevoegd"
                   ELSE
                       PERFORM VRAAG-TARIEF-BEDRAG
                       IF TariefBedrag = 0
                           DISPLAY "Bedrag 0 - niet toegevoegd"
                       ELSE
                           EXEC SQL
                               INSERT INTO tarief
                                   (soort, bedrag, actief)
                               VALUES
                                   (:TariefSoort, :TariefBedrag, 'J')
                           END-EXEC
                           DISPLAY "Tarief " TariefSoort
                               " toegevoegd"
                       END-IF
                   END-IF
                   END-IF
               WHEN STAM-WIJZIG
                   DISPLAY "Soort consultatie: " WITH NO ADVANCING
                   ACCEPT TariefSoort
                   EXEC SQL
                       SELECT bedrag
                       INTO :TariefBedrag
                       FROM tarief
                       WHERE soort = :TariefSoort
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Tarief " TariefSoort " niet gevonden"
                   ELSE
                       MOVE TariefBedrag TO WS-TARIEF-BEDRAG-ED
                       DISPLAY "Huidig bedrag: " WS-TARIEF-BEDRAG-ED
                       PERFORM VRAAG-TARIEF-BEDRAG
                       IF TariefBedrag = 0
                           DISPLAY "Bedrag 0 - niet gewijzigd"
                       ELSE
      * Wijzigen heractiveert ook een gedeactiveerd tarief.
                           EXEC SQL
                               UPDATE tarief
                               SET bedrag = :TariefBedrag,
                                   actief = 'J'
                               WHERE soort = :TariefSoort
                           END-EXEC
                           DISPLAY "Tarief " TariefSoort " gewijzigd"
                       END-IF
                   END-IF
               WHEN STAM-DEACTIVEER
                   DISPLAY "Soort consultatie: " WITH NO ADVANCING
                   ACCEPT TariefSoort
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-STAM-COUNT
                       FROM tarief
                       WHERE soort = :TariefSoort
                   END-EXEC
                   IF WS-STAM-COUNT = 0
                       DISPLAY "Tarief " TariefSoort " niet gevonden"
                   ELSE
                       EXEC SQL
                           UPDATE tarief
                           SET actief = 'N'
                           WHERE soort = :TariefSoort
                       END-EXEC
                       DISPLAY "Tarief " TariefSoort " gedeactiveerd"
                   END-IF
               WHEN STAM-KLAAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Ongeldige keuze"
           END-EVALUATE.

      * Bedrag als tekst: een komma als decimaalteken mag (zelfde
      * invoer als de dosering in DokterVoorschrift).
       VRAAG-TARIEF-BEDRAG.
           DISPLAY "Bedrag (euro, bv 27,50): " WITH NO ADVANCING
           ACCEPT WS-TARIEF-INVOER
           IF WS-TARIEF-INVOER = SPACES
               MOVE 0 TO TariefBedrag
           ELSE
               INSPECT WS-TARIEF-INVOER REPLACING ALL "," BY "."
               COMPUTE TariefBedrag = FUNCTION NUMVAL(WS-TARIEF-INVOER)
           END-IF.

      * Samenvoegen van een dubbele patient in een blijvende. Beide
      * moeten bestaan; de blijvende moet actief zijn, de dubbele mag
      * al gedeactiveerd zijn (herneming na een afgebroken
      * samenvoeging). Verschillen naam of geboortedatum, dan wordt
      * dat eerst getoond: het beheer beslist.
       SAMENVOEGEN-PATIENT.
           DISPLAY "Blijvende patient id: " WITH NO ADVANCING
           ACCEPT WS-SAMEN-BLIJVEND
           DISPLAY "Dubbele patient id (wordt gedeactiveerd): "
               WITH NO ADVANCING
           ACCEPT WS-SAMEN-DUBBEL

           IF WS-SAMEN-BLIJVEND = WS-SAMEN-DUBBEL
               DISPLAY "Twee keer dezelfde patient - niet "
                   "samengevoegd"
           ELSE
               EXEC SQL
                   SELECT naam, adres, telefoon, geboorteDatum
                   INTO :PatientNaam, :PatientAdres,
                        :PatientTelefoon, :PatientGeboorte
                   FROM patient
                   WHERE id = :WS-SAMEN-BLIJVEND
                     AND actief = 'J'
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Blijvende patient " WS-SAMEN-BLIJVEND
                       " niet gekend of niet actief"
               ELSE
                   EXEC SQL
                       SELECT naam, adres, telefoon, geboorteDatum
                       INTO :DubbelNaam, :DubbelAdres,
                            :DubbelTelefoon, :DubbelGeboorte
                       FROM patient
                       WHERE id = :WS-SAMEN-DUBBEL
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Dubbele patient " WS-SAMEN-DUBBEL
                           " niet gevonden"
                   ELSE
                       PERFORM BEVESTIG-SAMENVOEGEN
                   END-IF
               END-IF
           END-IF.

       BEVESTIG-SAMENVOEGEN.
           DISPLAY "Blijvend " WS-SAMEN-BLIJVEND ": " PatientNaam
               " " PatientGeboorte
           DISPLAY "          " PatientAdres " " PatientTelefoon
           DISPLAY "Dubbel   " WS-SAMEN-DUBBEL ": " DubbelNaam
               " " DubbelGeboorte
           DISPLAY "          " DubbelAdres " " DubbelTelefoon
           IF PatientNaam NOT = DubbelNaam
               OR PatientGeboorte NOT = DubbelGeboorte
               DISPLAY "Opgelet: naam of geboortedatum verschillen"
           END-IF
           DISPLAY "Samenvoegen (1=ja) -> " WITH NO ADVANCING
           ACCEPT WS-SAMEN-KEUZE
           IF SAMEN-BEVESTIGD
               PERFORM VOER-SAMENVOEGEN-UIT
           ELSE
               DISPLAY "Niet samengevoegd"
           END-IF.

      * Volgorde: voorschriften, facturatielijnen, planning, archief
      * en pas op het einde de deactivatie. Lukt een stap niet, dan
      * blijft de dubbele patient actief en kan de samenvoeging
      * gewoon opnieuw (wat al verhangen is, wordt niet meer
      * gevonden). Niet samenvoegen terwijl PlanningsData draait:
      * die werkt met zijn eigen ingelezen kopie van de planning.
       VOER-SAMENVOEGEN-UIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SAMEN-TIJDSTIP
           MOVE "N" TO WS-SAMEN-FOUT
           MOVE 1 TO WS-SAMEN-FASE
           PERFORM TEL-PATIENT-VERWIJZINGEN

           EXEC SQL
               UPDATE voorschrift
               SET patientId = :WS-SAMEN-BLIJVEND
               WHERE patientId = :WS-SAMEN-DUBBEL
           END-EXEC
           IF SQLCODE < 0
               DISPLAY "Voorschriften niet te verhangen (SQLCODE "
                   SQLCODE ")"
               MOVE "Y" TO WS-SAMEN-FOUT
           ELSE
               EXEC SQL
                   UPDATE gefactureerd
                   SET patientId = :WS-SAMEN-BLIJVEND
                   WHERE patientId = :WS-SAMEN-DUBBEL
               END-EXEC
               IF SQLCODE < 0
                   DISPLAY "Facturatielijnen niet te verhangen "
                       "(SQLCODE " SQLCODE ")"
                   MOVE "Y" TO WS-SAMEN-FOUT
               END-IF
           END-IF

           IF NOT SAMEN-FOUT
               PERFORM VERHANG-PLANNING
           END-IF
           IF NOT SAMEN-FOUT
               PERFORM VERHANG-ARCHIEF
           END-IF

           IF NOT SAMEN-FOUT
               EXEC SQL
                   UPDATE patient
                   SET actief = 'N',
                       samengevoegdIn = :WS-SAMEN-BLIJVEND
                   WHERE id = :WS-SAMEN-DUBBEL
               END-EXEC
               IF SQLCODE < 0
                   DISPLAY "Patient " WS-SAMEN-DUBBEL
                       " niet te deactiveren (SQLCODE " SQLCODE ")"
                   MOVE "Y" TO WS-SAMEN-FOUT
               END-IF
           END-IF

           MOVE 2 TO WS-SAMEN-FASE
           PERFORM TEL-PATIENT-VERWIJZINGEN
           PERFORM SCHRIJF-SAMENVOEG-RAPPORT
           IF SAMEN-FOUT
               DISPLAY "Samenvoeging onvolledig - patient "
                   WS-SAMEN-DUBBEL " blijft actief, probeer opnieuw"
           ELSE
               DISPLAY "Patient " WS-SAMEN-DUBBEL " samengevoegd in "
                   WS-SAMEN-BLIJVEND ": " WS-SAMEN-VERHANGEN-PL
                   " events, " WS-SAMEN-VERHANGEN-AR " archiefregels"
           END-IF
           DISPLAY "Verslag in PatientSamenvoeging.out".

      * Telt voor beide ids de voorschriften, de facturatielijnen,
      * de events in planning.txt en de regels in het archief, in de
      * tellers van WS-SAMEN-FASE. Een ontbrekend bestand telt als 0.
       TEL-PATIENT-VERWIJZINGEN.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SAMEN-VS-BLIJVEND(WS-SAMEN-FASE)
               FROM voorschrift
               WHERE patientId = :WS-SAMEN-BLIJVEND
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SAMEN-VS-DUBBEL(WS-SAMEN-FASE)
               FROM voorschrift
               WHERE patientId = :WS-SAMEN-DUBBEL
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SAMEN-GF-BLIJVEND(WS-SAMEN-FASE)
               FROM gefactureerd
               WHERE patientId = :WS-SAMEN-BLIJVEND
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SAMEN-GF-DUBBEL(WS-SAMEN-FASE)
               FROM gefactureerd
               WHERE patientId = :WS-SAMEN-DUBBEL
           END-EXEC

           MOVE 0 TO WS-SAMEN-PL-BLIJVEND(WS-SAMEN-FASE)
           MOVE 0 TO WS-SAMEN-PL-DUBBEL(WS-SAMEN-FASE)
           OPEN INPUT PlanningFile
           IF PlanningStatus = "00"
               MOVE "N" TO WS-EOF-SCAN
               PERFORM UNTIL EOF-SCAN
                   READ PlanningFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SCAN
                       NOT AT END
                           IF EventPatientId = WS-SAMEN-BLIJVEND
                               ADD 1 TO
                                   WS-SAMEN-PL-BLIJVEND(WS-SAMEN-FASE)
                           END-IF
                           IF EventPatientId = WS-SAMEN-DUBBEL
                               ADD 1 TO
                                   WS-SAMEN-PL-DUBBEL(WS-SAMEN-FASE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PlanningFile
           END-IF

           MOVE 0 TO WS-SAMEN-AR-BLIJVEND(WS-SAMEN-FASE)
           MOVE 0 TO WS-SAMEN-AR-DUBBEL(WS-SAMEN-FASE)
           OPEN INPUT ArchiefFile
           IF ArchiefStatus = "00"
               MOVE "N" TO WS-EOF-SCAN
               PERFORM UNTIL EOF-SCAN
                   READ ArchiefFile
                       AT END
                           MOVE "Y" TO WS-EOF-SCAN
                       NOT AT END
                           IF ArchiefRecord(62:1) NOT = "/"
                               MOVE ArchiefRecord TO WS-ARCH-RECORD
                               IF ArchiefRecord(66:1) = "/"
                                   AND ArchiefRecord(69:1) = "/"
                                   MOVE ArchiefRecord(1:211)
                                       TO WS-VORIG-ARCH-RECORD
                                   MOVE WS-VORIG-ARCH-PATIENTID
                                       TO WS-ARCH-PATIENTID
                               END-IF
                               IF WS-ARCH-PATIENTID
                                   = WS-SAMEN-BLIJVEND
                                   ADD 1 TO WS-SAMEN-AR-BLIJVEND
                                       (WS-SAMEN-FASE)
                               END-IF
                               IF WS-ARCH-PATIENTID = WS-SAMEN-DUBBEL
                                   ADD 1 TO WS-SAMEN-AR-DUBBEL
                                       (WS-SAMEN-FASE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiefFile
           END-IF.

      * Herschrijft elk event van de dubbele patient ter plekke naar
      * de blijvende, met een SAMENVOEG-regel in de audittrail.
       VERHANG-PLANNING.
           MOVE 0 TO WS-SAMEN-VERHANGEN-PL
           OPEN I-O PlanningFile
           IF PlanningStatus = "35"
               CONTINUE
           ELSE
           IF PlanningStatus NOT = "00"
               DISPLAY "planning.txt niet te openen: " PlanningStatus
               MOVE "Y" TO WS-SAMEN-FOUT
           ELSE
               MOVE "N" TO WS-EOF-SCAN
               PERFORM UNTIL EOF-SCAN
                   READ PlanningFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SCAN
                       NOT AT END
                           IF EventPatientId = WS-SAMEN-DUBBEL
                               PERFORM VERHANG-EEN-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PlanningFile
           END-IF
           END-IF.

       VERHANG-EEN-EVENT.
           PERFORM VLAK-PLANNINGRECORD-AF
           MOVE WS-VLAK-BUFFER TO WS-AUDIT-VOOR
           MOVE WS-SAMEN-BLIJVEND TO EventPatientId
           REWRITE PlanningRecord
           IF PlanningStatus NOT = "00"
               DISPLAY "PLANNING STATUS :- " PlanningStatus
               MOVE "Y" TO WS-SAMEN-FOUT
           ELSE
               ADD 1 TO WS-SAMEN-VERHANGEN-PL
               PERFORM VLAK-PLANNINGRECORD-AF
               PERFORM SCHRIJF-AUDITRECORD
           END-IF.

       VLAK-PLANNINGRECORD-AF.
           MOVE SPACES TO WS-VLAK-BUFFER
           MOVE EventId TO WS-VLAK-EVENTID
           MOVE EventName TO WS-VLAK-EVENTNAME
           MOVE EventDokterId TO WS-VLAK-DOKTERID
           MOVE EventPatientId TO WS-VLAK-PATIENTID
           MOVE Datum TO WS-VLAK-DATUM
           MOVE EventBeginTijd TO WS-VLAK-BEGINTIJD
           MOVE EventEindTijd TO WS-VLAK-EINDTIJD
           MOVE EventBeschrijving TO WS-VLAK-BESCHRIJVING
           MOVE EventSerieId TO WS-VLAK-SERIEID
           MOVE EventStatus TO WS-VLAK-STATUS.

      * Zelfde patroon als SchrijfAuditRecord in PlanningsData: per
      * regel open en dicht, zodat het spoor ook na een abort staat.
       SCHRIJF-AUDITRECORD.
           OPEN EXTEND AuditFile
           IF AuditStatus = "35"
               OPEN OUTPUT AuditFile
           END-IF
           IF AuditStatus NOT = "00"
               DISPLAY "PlanningAudit.txt niet te openen: " AuditStatus
           ELSE
               MOVE SPACES TO AuditRecord
               MOVE FUNCTION CURRENT-DATE TO AuditTijdstip
               MOVE "SAMENVOEG" TO AuditActie
               MOVE WS-OPERATOR-CODE TO AuditOperator
               MOVE WS-AUDIT-VOOR TO AuditVoorBeeld
               MOVE WS-VLAK-BUFFER TO AuditNaBeeld
               WRITE AuditRecord
               CLOSE AuditFile
           END-IF.

      * Het archief gaat regel per regel naar het werkbestand, met de
      * dubbele patient vervangen; enkel als er iets veranderde,
      * wordt het archief daarna uit het werkbestand teruggeschreven.
       VERHANG-ARCHIEF.
           MOVE 0 TO WS-SAMEN-VERHANGEN-AR
           OPEN INPUT ArchiefFile
           IF ArchiefStatus = "35"
               CONTINUE
           ELSE
           IF ArchiefStatus NOT = "00"
               DISPLAY "PlanningArchief.txt niet te lezen: "
                   ArchiefStatus
               MOVE "Y" TO WS-SAMEN-FOUT
           ELSE
               OPEN OUTPUT ArchiefWerkFile
               IF ArchiefWerkStatus NOT = "00"
                   DISPLAY "PlanningArchief.wrk niet te openen: "
                       ArchiefWerkStatus
                   CLOSE ArchiefFile
                   MOVE "Y" TO WS-SAMEN-FOUT
               ELSE
                   MOVE "N" TO WS-EOF-SCAN
                   PERFORM UNTIL EOF-SCAN
                       READ ArchiefFile
                           AT END
                               MOVE "Y" TO WS-EOF-SCAN
                           NOT AT END
                               PERFORM VERHANG-EEN-ARCHIEFREGEL
                       END-READ
                   END-PERFORM
                   CLOSE ArchiefFile
                   CLOSE ArchiefWerkFile

                   IF WS-SAMEN-VERHANGEN-AR > 0
                       PERFORM SCHRIJF-ARCHIEF-TERUG
                   END-IF
               END-IF
           END-IF
           END-IF.

      * Eerst het werkbestand openen: pas als dat leesbaar is, mag
      * het archief leeggemaakt worden. Lukt een van beide niet, dan
      * blijft het archief ongemoeid en PlanningArchief.wrk staan.
       SCHRIJF-ARCHIEF-TERUG.
           OPEN INPUT ArchiefWerkFile
           IF ArchiefWerkStatus NOT = "00"
               DISPLAY "PlanningArchief.wrk niet te lezen: "
                   ArchiefWerkStatus
               MOVE "Y" TO WS-SAMEN-FOUT
           ELSE
               OPEN OUTPUT ArchiefFile
               IF ArchiefStatus NOT = "00"
                   DISPLAY "PlanningArchief.txt niet te openen: "
                       ArchiefStatus
                   CLOSE ArchiefWerkFile
                   MOVE "Y" TO WS-SAMEN-FOUT
               ELSE
                   MOVE "N" TO WS-EOF-SCAN
                   PERFORM UNTIL EOF-SCAN
                       READ ArchiefWerkFile
                           AT END
                               MOVE "Y" TO WS-EOF-SCAN
                           NOT AT END
                               WRITE ArchiefRecord
                                   FROM ArchiefWerkRecord
                       END-READ
                   END-PERFORM
                   CLOSE ArchiefWerkFile
                   CLOSE ArchiefFile
               END-IF
           END-IF.

       VERHANG-EEN-ARCHIEFREGEL.
           IF ArchiefRecord(62:1) = "/"
               WRITE ArchiefWerkRecord FROM ArchiefRecord
           ELSE
           IF ArchiefRecord(66:1) = "/" AND ArchiefRecord(69:1) = "/"
               MOVE ArchiefRecord(1:211) TO WS-VORIG-ARCH-RECORD
               IF WS-VORIG-ARCH-PATIENTID = WS-SAMEN-DUBBEL
                   MOVE WS-SAMEN-BLIJVEND TO WS-VORIG-ARCH-PATIENTID
                   ADD 1 TO WS-SAMEN-VERHANGEN-AR
               END-IF
               WRITE ArchiefWerkRecord FROM WS-VORIG-ARCH-RECORD
           ELSE
               MOVE ArchiefRecord TO WS-ARCH-RECORD
               IF WS-ARCH-PATIENTID = WS-SAMEN-DUBBEL
                   MOVE WS-SAMEN-BLIJVEND TO WS-ARCH-PATIENTID
                   ADD 1 TO WS-SAMEN-VERHANGEN-AR
               END-IF
               WRITE ArchiefWerkRecord FROM WS-ARCH-RECORD
           END-IF
           END-IF.

       SCHRIJF-SAMENVOEG-RAPPORT.
           OPEN EXTEND samenvoegbestand
           IF samenvoegStatus = "35"
               OPEN OUTPUT samenvoegbestand
           END-IF
           IF samenvoegStatus NOT = "00"
               DISPLAY "PatientSamenvoeging.out niet te openen: "
                   samenvoegStatus
           ELSE
               MOVE SPACES TO samenvoeglijn
               STRING "Samenvoeging " WS-SAMEN-TIJDSTIP
                       " operator " WS-OPERATOR-CODE
                       ": patient " WS-SAMEN-DUBBEL
                       " in " WS-SAMEN-BLIJVEND
                       DELIMITED BY SIZE INTO samenvoeglijn
               WRITE samenvoegrecord
               IF SAMEN-FOUT
                   MOVE "  ONVOLLEDIG - dubbele patient blijft actief"
                       TO samenvoeglijn
                   WRITE samenvoegrecord
               END-IF
               MOVE SPACES TO samenvoeglijn
               STRING "                      blijvend voor/na   "
                       "dubbel voor/na"
                       DELIMITED BY SIZE INTO samenvoeglijn
               WRITE samenvoegrecord
               MOVE SPACES TO samenvoeglijn
               STRING "  voorschriften        "
                       WS-SAMEN-VS-BLIJVEND(1) " / "
                       WS-SAMEN-VS-BLIJVEND(2) "   "
                       WS-SAMEN-VS-DUBBEL(1) " / "
                       WS-SAMEN-VS-DUBBEL(2)
                       DELIMITED BY SIZE INTO samenvoeglijn
               WRITE samenvoegrecord
               MOVE SPACES TO samenvoeglijn
               STRING "  facturatielijnen     "
                       WS-SAMEN-GF-BLIJVEND(1) " / "
                       WS-SAMEN-GF-BLIJVEND(2) "   "
                       WS-SAMEN-GF-DUBBEL(1) " / "
                       WS-SAMEN-GF-DUBBEL(2)
                       DELIMITED BY SIZE INTO samenvoeglijn
               WRITE samenvoegrecord
               MOVE SPACES TO samenvoeglijn
               STRING "  events planning.txt  "
                       WS-SAMEN-PL-BLIJVEND(1) " / "
                       WS-SAMEN-PL-BLIJVEND(2) "   "
                       WS-SAMEN-PL-DUBBEL(1) " / "
                       WS-SAMEN-PL-DUBBEL(2)
                       DELIMITED BY SIZE INTO samenvoeglijn
               WRITE samenvoegrecord
               MOVE SPACES TO samenvoeglijn
               STRING "  events archief       "
                       WS-SAMEN-AR-BLIJVEND(1) " / "
                       WS-SAMEN-AR-BLIJVEND(2) "   "
                       WS-SAMEN-AR-DUBBEL(1) " / "
                       WS-SAMEN-AR-DUBBEL(2)
                       DELIMITED BY SIZE INTO samenvoeglijn
               WRITE samenvoegrecord
               MOVE SPACES TO samenvoeglijn
               WRITE samenvoegrecord
               CLOSE samenvoegbestand
           END-IF.

      * Leeg laten betekent: huidige waarde behouden.
       WIJZIG-NAW-VELDEN.
           DISPLAY "Huidige naam: " DokterNaam
