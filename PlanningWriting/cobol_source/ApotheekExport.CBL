      * als verzonden gemarkeerd, en een staart zonder sluitlijn
      * (abort midden in een voorschrift) wordt eerst verwijderd.
      * Zo levert een herstart nooit een dubbel of half voorschrift
      * aan de apotheek. Een voorschrift dat na verzending nog
      * geannuleerd of gecorrigeerd werd (DokterVoorschrift modus 5)
      * krijgt een annulatielijn (C) of vervanglijn (R); die staat op
      * zichzelf en telt voor de herstart net als een sluitlijn.
       SELECT exportbestand ASSIGN TO "ApotheekExport.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS exportStatus.
      * het beschikbare aantal. Wordt ingelezen naar medicatie.
      * opVoorraad zodat de voorschriftinvoer kan melden wat niet op
      * voorraad is in plaats van het op een G-weigering te laten
      * aankomen. Het aantal zelf gaat naar medicatie.voorraadAantal
      * en, een lijn per medicatie per dag, naar voorraadhistoriek
      * voor het bestelvoorstel (BestelVoorstel).
       SELECT voorraadbestand ASSIGN TO "ApotheekVoorraad.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS voorraadStatus.

       FD exportbestand.
       01 exportrecord.
          05 exportlijn pic x(120).

       FD werkbestand.
       01 werkrecord.
          05 werklijn pic x(120).

       FD ackbestand.
       01 ackrecord.
          05 ackVoorschriftId pic 9(6).
          05 ackStatusCode    pic x.
          05 ackReden         pic x(60).


       FD rappelbestand.
       01 rappelrecord.
          05 rapVoorschriftId   pic 9(6).
          05 filler             pic x.
          05 rapExportTijdstip  pic x(14).

      * Layout gedeeld met PlanningArchief, VoorschriftStatistiek en
      * BatchControle -- het repo heeft geen copybooks om dit te
      * delen. De betekenis van de tellers hangt van de runsoort af
      * (EXPORT: voorschriften/annulatie- en vervanglijnen/enkel
      * gemarkeerd).
       FD journaalbestand.
       01 JournaalRecord.
          05 JrnProgramma  pic x(21).

       01 jbcd-string pic x(1000).

      * Parameters van de nachtelijke keten (NachtKeten): modus en
      * voor modus 4 het aantal rappeldagen (standaard 7). Leeg =
      * interactief.
       01 WS-PARAMETERS      pic x(80).
       01 WS-PARM-MODUS      pic x(10).
       01 WS-PARM-DAGEN      pic x(10).
       01 WS-BATCH-MODUS     pic x value "N".
         88 BATCH-MODUS VALUE "J".

       01 exportStatus pic x(2).
       01 ackStatus    pic x(2).
       01 werkStatus   pic x(2).
       01 WS-AANTAL-VOORRAAD      pic 9(4) value 0.
       01 WS-AANTAL-VOORRAAD-FOUT pic 9(4) value 0.
       01 WS-OP-VOORRAAD pic x.
       01 WS-VOORRAAD-DATUM pic 9(8).

      * Rappelverwerking: exporten ouder dan N dagen zonder
      * afleverStatus. De grens is een exportTijdstip-string
       01 WS-AANTAL-RAPPEL      pic 9(4) value 0.

       01 VoorschriftRecord.
          03 VoorschriftId    pic 9(6) value zero.
          03 dokterId         pic 9(3) value zero.
          03 patientId        pic 9(3) value zero.
          03 VoorschriftDatum pic 9(8) value zero.
          03 VervangenDoor    pic 9(6) value zero.
          03 AnnulTijdstip    pic x(14).
          03 AnnulReden       pic x(60).
          03 Geannuleerd      pic x.

       01 VoorschriftDetail.
          03 MedicatieCode pic x(10).
          03 MedicatieNaam pic x(40).
          03 Dosering      pic x(20).
          03 Aantal        pic 9(3).
          03 EenhedenPerInname pic 9(2)v9.
          03 InnamesPerDag     pic 9(2).
          03 BehandelingDagen  pic 9(3).
          03 EindDatum         pic 9(8).
          03 BovenMaxDosis     pic x.

      * Vaste layouts voor de overdracht; de apotheek leest op
      * kolomposities, dus geen scheidingstekens.
       01 ExportKopLijn.
          03 KopRecordType      pic x     value "H".
          03 KopVoorschriftId   pic 9(6).
          03 KopDokterId        pic 9(3).
          03 KopPatientId       pic 9(3).
          03 KopDatum           pic 9(8).

       01 ExportDetailLijn.
          03 DetRecordType      pic x     value "D".
          03 DetVoorschriftId   pic 9(6).
          03 DetMedicatieCode   pic x(10).
          03 DetMedicatieNaam   pic x(40).
          03 DetDosering        pic x(20).
          03 DetAantal          pic 9(3).
      * Gestructureerde dosering achteraan, zodat de vroegere kolommen
      * niet verschuiven. Eenheden met een implied decimaal (015 =
      * 1,5). Voor lijnen van voor de gestructureerde invoer staat
      * hier 0 en geldt enkel DetDosering. DetBovenMax J: de dokter
      * bevestigde een dagdosis boven het maximum van de stam.
          03 DetEenheden        pic 9(2)v9.
          03 DetInnamesPerDag   pic 9(2).
          03 DetBehandelDagen   pic 9(3).
          03 DetEindDatum       pic 9(8).
          03 DetBovenMax        pic x.

      * De sluitlijn markeert een voorschrift als volledig in het
      * bestand; een herstart herkent er de al geexporteerde
      * voorschriften aan.
       01 ExportTrailerLijn.
          03 TrailRecordType    pic x     value "T".
          03 TrailVoorschriftId pic 9(6).

      * Annulatie (C) of vervanging (R) van een voorschrift dat de
      * apotheek al kreeg. Bij R staat het vervangende voorschrift in
      * AnnVervangenDoor; dat volgt als gewone kop/detail/sluitlijnen
      * (de annulaties gaan in elke run voor de nieuwe voorschriften).
       01 ExportAnnulatieLijn.
          03 AnnRecordType      pic x.
          03 AnnVoorschriftId   pic 9(6).
          03 AnnVervangenDoor   pic 9(6).
          03 AnnDatum           pic 9(8).
          03 AnnReden           pic x(60).

       01 WS-EXPORT-TIJDSTIP pic x(14).

       01 WS-OUD-AANTAL pic 9(4) value 0.
       01 WS-OUD-IDX    pic 9(4).
       01 WS-OUD-TABEL.
          03 WS-OUD-ID pic 9(6) occurs 500.
       01 WS-OUD-VOL pic x value "N".
      * Een sluitlijn zonder zescijferig id: bestand van voor de
      * bredere voorschrift-ids.
       01 WS-OUD-FORMAAT pic x value "N".
         88 OUD-FORMAAT VALUE "Y".
      * Idem voor de annulatie- en vervanglijnen in het bestand.
       01 WS-ANN-AANTAL pic 9(4) value 0.
       01 WS-ANN-TABEL.
          03 WS-ANN-ID pic 9(6) occurs 500.
       01 WS-EOF-ANNULATIE pic x value "N".
         88 EOF-ANNULATIE VALUE "Y".
       01 WS-AANTAL-ANNULATIES pic 9(4) value 0.

       01 WS-EXPORT-LIJNNR    pic 9(6).
       01 WS-LAATSTE-T-LIJNNR pic 9(6).
       PERFORM LEES-CONNECTIESTRING
       PERFORM DO-CONNECT

       ACCEPT WS-PARAMETERS FROM COMMAND-LINE
       IF WS-PARAMETERS NOT = SPACES
           MOVE "J" TO WS-BATCH-MODUS
           MOVE SPACES TO WS-PARM-MODUS
           MOVE SPACES TO WS-PARM-DAGEN
           UNSTRING WS-PARAMETERS DELIMITED BY ALL SPACE
               INTO WS-PARM-MODUS WS-PARM-DAGEN
           END-UNSTRING
           COMPUTE WS-MODUS-KEUZE = FUNCTION NUMVAL(WS-PARM-MODUS)
           IF WS-PARM-DAGEN NOT = SPACES
               COMPUTE WS-RAPPEL-DAGEN =
                   FUNCTION NUMVAL(WS-PARM-DAGEN)
           ELSE
               MOVE 7 TO WS-RAPPEL-DAGEN
           END-IF
      * De heruitvoer vraagt een voorschrift op; dat is geen
      * nachtwerk.
           IF MODUS-HEREXPORT
               DISPLAY "Modus 5 kan niet zonder operator"
               MOVE 9 TO WS-MODUS-KEUZE
           END-IF
       ELSE
           DISPLAY "1=Export nieuwe voorschriften "
                "2=Verwerk bevestigingen 3=Voorraad inlezen"
           DISPLAY "4=Rappel onbevestigde exporten "
                "5=Heruitvoer voorschrift 9=Stop -> "
                WITH NO ADVANCING
           ACCEPT WS-MODUS-KEUZE
       END-IF

       EVALUATE TRUE
           WHEN MODUS-EXPORT
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WS-EXPORT-TIJDSTIP

               PERFORM EXPORTEER-ANNULATIES

      * Een geannuleerd voorschrift dat nog niet verzonden was, gaat
      * gewoon niet meer naar de apotheek.
               EXEC SQL
                   DECLARE ExportCursor CURSOR FOR
                   SELECT id, dokterId, patientId, voorschriftDatum
                   FROM voorschrift
                   WHERE (verzonden = 'N' OR verzonden IS NULL)
                     AND (geannuleerd IS NULL OR geannuleerd <> 'J')
                   ORDER BY id
               END-EXEC
               EXEC SQL OPEN ExportCursor END-EXEC
               DISPLAY "Geexporteerd: " WS-AANTAL-VOORSCHRIFTEN
                   " voorschriften, " WS-AANTAL-DETAILS " lijnen, "
                   WS-AANTAL-HERSTELD " enkel gemarkeerd"
               DISPLAY "Annulatie/vervanglijnen: "
                   WS-AANTAL-ANNULATIES
               MOVE "GESLAAGD" TO WS-JRN-UITKOMST
               MOVE WS-AANTAL-VOORSCHRIFTEN TO WS-JRN-AANTAL1
               MOVE WS-AANTAL-ANNULATIES TO WS-JRN-AANTAL2
               MOVE WS-AANTAL-HERSTELD TO WS-JRN-AANTAL3
               PERFORM SCHRIJF-JOURNAAL
           END-IF.
      * wordt.
       LEES-BESTAANDE-EXPORT.
           MOVE 0 TO WS-OUD-AANTAL
           MOVE 0 TO WS-ANN-AANTAL
           MOVE 0 TO WS-EXPORT-LIJNNR
           MOVE 0 TO WS-LAATSTE-T-LIJNNR
           MOVE "N" TO WS-OUD-VOL
           MOVE "N" TO WS-OUD-FORMAAT
           MOVE "N" TO WS-EXPORT-GEBLOKKEERD

           OPEN INPUT exportbestand
                           MOVE "Y" TO WS-EOF-OUD
                       NOT AT END
                           ADD 1 TO WS-EXPORT-LIJNNR
                           IF (exportlijn(1:1) = "T"
                               OR exportlijn(1:1) = "C"
                               OR exportlijn(1:1) = "R")
                               AND exportlijn(2:6) NOT NUMERIC
                               MOVE "Y" TO WS-OUD-FORMAAT
                           END-IF
                           IF exportlijn(1:1) = "T"
                               MOVE WS-EXPORT-LIJNNR
                                   TO WS-LAATSTE-T-LIJNNR
                               IF WS-OUD-AANTAL < 500
                                   ADD 1 TO WS-OUD-AANTAL
                                   MOVE exportlijn(2:6)
                                       TO WS-OUD-ID(WS-OUD-AANTAL)
                               ELSE
                                   MOVE "Y" TO WS-OUD-VOL
                               END-IF
                           END-IF
                           IF exportlijn(1:1) = "C"
                               OR exportlijn(1:1) = "R"
                               MOVE WS-EXPORT-LIJNNR
                                   TO WS-LAATSTE-T-LIJNNR
                               IF WS-ANN-AANTAL < 500
                                   ADD 1 TO WS-ANN-AANTAL
                                   MOVE exportlijn(2:6)
                                       TO WS-ANN-ID(WS-ANN-AANTAL)
                               ELSE
                                   MOVE "Y" TO WS-OUD-VOL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE exportbestand
      * half afgehandelde voorschrift valt er buiten) en mag er niet
      * geexporteerd worden voor de apotheek het bestand wegneemt.
               IF WS-OUD-VOL = "Y"
                   DISPLAY "Meer dan 500 voorschriften of annulaties "
                       "in bestaand exportbestand - eerst laten "
                       "wegnemen door de apotheek"
                   MOVE "Y" TO WS-EXPORT-GEBLOKKEERD
               END-IF
      * Lijnen zonder ook maar een sluitlijn: dat is geen afgebroken
      * staart maar een bestand in het oude formaat - daar blijven we
      * af, de apotheek moet het eerst wegnemen.
      * Sluitlijnen met een driecijferig id: ook oud formaat, de
      * ids in de tabellen kloppen dan niet en er mag niets geknipt
      * worden.
               IF OUD-FORMAAT
                   DISPLAY "ApotheekExport.dat in oud formaat "
                       "(driecijferige ids) - eerst laten "
                       "wegnemen door de apotheek"
                   MOVE "Y" TO WS-EXPORT-GEBLOKKEERD
               ELSE
               IF WS-LAATSTE-T-LIJNNR = 0
                   AND WS-EXPORT-LIJNNR > 0
                   DISPLAY "ApotheekExport.dat bevat geen "
                       PERFORM HERSTEL-EXPORTBESTAND
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

               WHERE id = :VoorschriftId
           END-EXEC.

      * Annulatie- en vervanglijnen voor voorschriften die al
      * verzonden waren en daarna geannuleerd of gecorrigeerd werden.
      * Zelfde herstartregel als voor de voorschriften: staat de lijn
      * al in het bestand, dan enkel nog markeren.
       EXPORTEER-ANNULATIES.
           MOVE 0 TO WS-AANTAL-ANNULATIES
           EXEC SQL
               DECLARE AnnulatieCursor CURSOR FOR
               SELECT id, COALESCE(vervangenDoor, 0),
                      annulTijdstip, annulReden
               FROM voorschrift
               WHERE geannuleerd = 'J'
                 AND verzonden = 'J'
                 AND (annulVerzonden IS NULL OR annulVerzonden <> 'J')
               ORDER BY id
           END-EXEC
           EXEC SQL OPEN AnnulatieCursor END-EXEC
           MOVE "N" TO WS-EOF-ANNULATIE
           PERFORM UNTIL EOF-ANNULATIE
               EXEC SQL
                   FETCH AnnulatieCursor
                   INTO :VoorschriftId, :VervangenDoor,
                        :AnnulTijdstip, :AnnulReden
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-ANNULATIE
               ELSE
                   PERFORM EXPORTEER-EEN-ANNULATIE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE AnnulatieCursor END-EXEC.

       EXPORTEER-EEN-ANNULATIE.
           MOVE "N" TO WS-AL-GEEXPORTEERD
           PERFORM VARYING WS-OUD-IDX FROM 1 BY 1
               UNTIL WS-OUD-IDX > WS-ANN-AANTAL
               IF WS-ANN-ID(WS-OUD-IDX) = VoorschriftId
                   MOVE "Y" TO WS-AL-GEEXPORTEERD
               END-IF
           END-PERFORM

           IF NOT AL-GEEXPORTEERD
               IF VervangenDoor > 0
                   MOVE "R" TO AnnRecordType
               ELSE
                   MOVE "C" TO AnnRecordType
               END-IF
               MOVE VoorschriftId TO AnnVoorschriftId
               MOVE VervangenDoor TO AnnVervangenDoor
               MOVE AnnulTijdstip(1:8) TO AnnDatum
               MOVE AnnulReden TO AnnReden
               MOVE ExportAnnulatieLijn TO exportlijn
               WRITE exportrecord
               ADD 1 TO WS-AANTAL-ANNULATIES
           END-IF

           EXEC SQL
               UPDATE voorschrift
               SET annulVerzonden = 'J',
                   annulExportTijdstip = :WS-EXPORT-TIJDSTIP
               WHERE id = :VoorschriftId
           END-EXEC.

       SCHRIJF-EXPORT-LIJNEN.
           MOVE VoorschriftId TO KopVoorschriftId
           MOVE dokterId TO KopDokterId

           EXEC SQL
               DECLARE ExportDetailCursor CURSOR FOR
               SELECT medicatieCode, medicatieNaam, dosering, aantal,
                      COALESCE(eenhedenPerInname, 0),
                      COALESCE(innamesPerDag, 0),
                      COALESCE(behandelingDagen, 0),
                      COALESCE(eindDatum, 0),
                      COALESCE(bovenMaxDosis, 'N')
               FROM voorschriftdetail
               WHERE voorschriftId = :VoorschriftId
           END-EXEC
               EXEC SQL
                   FETCH ExportDetailCursor
                   INTO :MedicatieCode, :MedicatieNaam, :Dosering,
                        :Aantal, :EenhedenPerInname, :InnamesPerDag,
                        :BehandelingDagen, :EindDatum, :BovenMaxDosis
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-DETAIL
                   MOVE MedicatieNaam TO DetMedicatieNaam
                   MOVE Dosering TO DetDosering
                   MOVE Aantal TO DetAantal
                   MOVE EenhedenPerInname TO DetEenheden
                   MOVE InnamesPerDag TO DetInnamesPerDag
                   MOVE BehandelingDagen TO DetBehandelDagen
                   MOVE EindDatum TO DetEindDatum
                   MOVE BovenMaxDosis TO DetBovenMax
                   MOVE ExportDetailLijn TO exportlijn
                   WRITE exportrecord
                   ADD 1 TO WS-AANTAL-DETAILS

      * Leest het bevestigingsbestand van de apotheek en zet per
      * voorschrift de afleverstatus: A = afgeleverd, G = geweigerd
      * (de reden wordt bijgehouden voor opvolging). In de
      * nachtelijke keten is een ontbrekend bestand geen fout: de
      * apotheek stuurde dan niets, en de run slaagt met nul lijnen.
       VERWERK-BEVESTIGINGEN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-START
           MOVE "ACK" TO WS-JRN-RUN
           MOVE 0 TO WS-JRN-AANTAL2
           MOVE 0 TO WS-JRN-AANTAL3
           OPEN INPUT ackbestand
           IF ackStatus = "35" AND BATCH-MODUS
               DISPLAY "Geen ApotheekAck.dat - geen bevestigingen"
               MOVE "GESLAAGD" TO WS-JRN-UITKOMST
               PERFORM SCHRIJF-JOURNAAL
           ELSE
           IF ackStatus NOT = "00"
               DISPLAY "ApotheekAck.dat niet te openen: " ackStatus
               MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
               MOVE WS-AANTAL-ACK TO WS-JRN-AANTAL1
               MOVE WS-AANTAL-ACK-FOUT TO WS-JRN-AANTAL2
               PERFORM SCHRIJF-JOURNAAL
           END-IF
           END-IF.

      * Een id dat niet zescijferig numeriek is, komt uit een
      * bestand van voor de bredere voorschrift-ids: de velden staan
      * dan verschoven en de lijn wordt niet gebruikt.
       VERWERK-EEN-BEVESTIGING.
           IF ackVoorschriftId NOT NUMERIC
               DISPLAY "Lijn '" ackrecord "' ongeldig/oud formaat"
                   " - lijn overgeslagen"
               ADD 1 TO WS-AANTAL-ACK-FOUT
           ELSE
               PERFORM CONTROLEER-BEVESTIGING
           END-IF.

       CONTROLEER-BEVESTIGING.
           MOVE ackVoorschriftId TO VoorschriftId
           MOVE ackStatusCode TO WS-ACK-STATUSCODE
           MOVE ackReden TO WS-ACK-REDEN
                   " - lijn overgeslagen"
               ADD 1 TO WS-AANTAL-ACK-FOUT
           ELSE
               MOVE 0 TO WS-VOORSCHRIFT-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-VOORSCHRIFT-COUNT
                   FROM voorschrift
                   WHERE id = :VoorschriftId
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Voorschrift " VoorschriftId
                       " niet op te zoeken (SQLCODE " SQLCODE
                       ") - lijn overgeslagen"
                   ADD 1 TO WS-AANTAL-ACK-FOUT
               ELSE
               IF WS-VOORSCHRIFT-COUNT = 0
                   DISPLAY "Voorschrift " VoorschriftId
                       " onbekend - lijn overgeslagen"
                       WHERE id = :VoorschriftId
                   END-EXEC
                   ADD 1 TO WS-AANTAL-ACK
      * De status wordt toch bewaard (de apotheek heeft het gedaan),
      * maar een aflevering na annulatie moet opgevolgd worden.
                   EXEC SQL
                       SELECT COALESCE(geannuleerd, 'N')
                       INTO :Geannuleerd
                       FROM voorschrift
                       WHERE id = :VoorschriftId
                   END-EXEC
                   IF Geannuleerd = "J"
                       AND WS-ACK-STATUSCODE = "A"
                       DISPLAY "Opgelet: voorschrift " VoorschriftId
                           " is geannuleerd maar toch afgeleverd"
                   END-IF
               END-IF
               END-IF
           END-IF.

      * medicatieCode opVoorraad op J (aantal > 0) of N. Codes die
      * niet in de stam staan worden gemeld en overgeslagen; codes
      * die niet in het bestand staan blijven op hun vorige stand
      * (de apotheek levert een volledige momentopname). Het aantal
      * wordt bewaard in medicatie.voorraadAantal en in
      * voorraadhistoriek; een tweede run op dezelfde dag vervangt
      * de historieklijn van die dag. In de nachtelijke keten is
      * een ontbrekend bestand geen fout: de run slaagt met nul
      * lijnen en alle codes blijven op hun vorige stand.
       VERWERK-VOORRAAD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-START
           MOVE "VOORRAAD" TO WS-JRN-RUN
           MOVE 0 TO WS-JRN-AANTAL1
           MOVE 0 TO WS-JRN-AANTAL2
           MOVE 0 TO WS-JRN-AANTAL3
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VOORRAAD-DATUM
           OPEN INPUT voorraadbestand
           IF voorraadStatus = "35" AND BATCH-MODUS
               DISPLAY "Geen ApotheekVoorraad.dat - voorraad blijft"
               MOVE "GESLAAGD" TO WS-JRN-UITKOMST
               PERFORM SCHRIJF-JOURNAAL
           ELSE
           IF voorraadStatus NOT = "00"
               DISPLAY "ApotheekVoorraad.dat niet te openen: "
                   voorraadStatus
               MOVE WS-AANTAL-VOORRAAD TO WS-JRN-AANTAL1
               MOVE WS-AANTAL-VOORRAAD-FOUT TO WS-JRN-AANTAL2
               PERFORM SCHRIJF-JOURNAAL
           END-IF
           END-IF.

       VERWERK-EEN-VOORRAADLIJN.
               END-IF
               EXEC SQL
                   UPDATE medicatie
                   SET opVoorraad = :WS-OP-VOORRAAD,
                       voorraadAantal = :vrdAantal,
                       voorraadDatum = :WS-VOORRAAD-DATUM
                   WHERE code = :vrdMedicatieCode
               END-EXEC
               EXEC SQL
                   DELETE FROM voorraadhistoriek
                   WHERE medicatieCode = :vrdMedicatieCode
                     AND datum = :WS-VOORRAAD-DATUM
               END-EXEC
               EXEC SQL
                   INSERT INTO voorraadhistoriek
                       (medicatieCode, datum, aantal)
                   VALUES
                       (:vrdMedicatieCode, :WS-VOORRAAD-DATUM,
                        :vrdAantal)
               END-EXEC
               ADD 1 TO WS-AANTAL-VOORRAAD
           END-IF.

           MOVE 0 TO WS-JRN-AANTAL1
           MOVE 0 TO WS-JRN-AANTAL2
           MOVE 0 TO WS-JRN-AANTAL3
           IF NOT BATCH-MODUS
               DISPLAY "Rappel na hoeveel dagen zonder bevestiging? "
                   "-> " WITH NO ADVANCING
               ACCEPT WS-RAPPEL-DAGEN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VANDAAG
           COMPUTE WS-RAPPEL-GRENS-DAGNR =
                     AND (afleverStatus IS NULL
                          OR afleverStatus = ' ')
                     AND exportTijdstip < :WS-RAPPEL-GRENS
                     AND (geannuleerd IS NULL OR geannuleerd <> 'J')
                   ORDER BY exportTijdstip, id
               END-EXEC
               EXEC SQL OPEN RappelCursor END-EXEC
               FROM voorschrift
               WHERE id = :VoorschriftId
                 AND verzonden = 'J'
                 AND (geannuleerd IS NULL OR geannuleerd <> 'J')
           END-EXEC
           IF WS-VOORSCHRIFT-COUNT = 0
               DISPLAY "Voorschrift " VoorschriftId
                   " niet gevonden, geannuleerd of nog nooit "
                   "verzonden - gebruik dan de gewone export"
           ELSE
               PERFORM LEES-BESTAANDE-EXPORT
               IF EXPORT-GEBLOKKEERD
