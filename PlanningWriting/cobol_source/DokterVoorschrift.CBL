
       FD checkpointfile.
       01 checkpointrecord.
          05 chkVoorschriftId pic 9(6).

       FD PlanningFile.
       01 PlanningRecord.
          02 EventId            PIC 9(6).
          02 FILLER             PIC X.
          02 EventName          PIC X(50).
          02 FILLER             PIC X.
         88 MODUS-RAPPORT   VALUE 2.
         88 MODUS-MEDICATIE VALUE 3.
         88 MODUS-HISTORIEK VALUE 4.
         88 MODUS-ANNULATIE VALUE 5.
         88 MODUS-HERHALING VALUE 6.
         88 MODUS-STOP      VALUE 9.

       01 jbcd-string pic x(1000).
       01 logfileStatus pic x(2).

       01 VoorschriftRecord.
          03 VoorschriftId    pic 9(6) value zero.
          03 dokterId         pic 9(3) value zero.
          03 patientId        pic 9(3) value zero.
          03 VoorschriftDatum pic 9(8) value zero.
      * Annulatie: de rij blijft staan met geannuleerd = 'J' en wie,
      * waarom en wanneer (annulOperator/annulReden/annulTijdstip).
      * Een correctie is een nieuw voorschrift met vervangtId naar het
      * oude; het oude krijgt vervangenDoor. COALESCE in de SELECTs:
      * voorschriften van voor de annulatie hebben er NULL staan.
          03 Geannuleerd      pic x value "N".
          03 AnnulReden       pic x(60).
          03 VervangenDoor    pic 9(6) value zero.
      * Herhaalvoorschrift: elke HerhaalInterval dagen tot HerhaalTot.
      * HerhaalVolgend is de datum waarop de volgende herhaling
      * vervalt; 0 (of NULL) is geen of geen lopende herhaling. Enkel
      * het laatste voorschrift van een reeks heeft er een staan.
          03 HerhaalInterval  pic 9(3) value zero.
          03 HerhaalTot       pic 9(8) value zero.
          03 HerhaalVolgend   pic 9(8) value zero.

      * Een voorschrift kan meerdere medicatielijnen hebben; elke lijn
      * wordt apart in voorschriftdetail weggeschreven. De dosering
      * wordt gestructureerd ingegeven (eenheden per inname, innames
      * per dag, behandelingsduur); Dosering is de tekst die daaruit
      * gemaakt wordt voor rapport en historiek. Lijnen van voor de
      * gestructureerde dosering hebben enkel de tekst (rest 0/NULL).
       01 VoorschriftDetail.
          03 MedicatieCode pic x(10).
          03 MedicatieNaam pic x(40).
          03 Dosering      pic x(20).
          03 Aantal        pic 9(3).
          03 EenhedenPerInname pic 9(2)v9.
          03 InnamesPerDag     pic 9(2).
          03 BehandelingDagen  pic 9(3).
          03 EindDatum         pic 9(8).
          03 BovenMaxDosis     pic x value "N".

       01 WS-AANTAL-MEDICATIES pic 9(2).
       01 WS-MEDICATIE-TELLER  pic 9(2).
          03 StamMedicatieNaam pic x(40).
          03 StandaardDosering pic x(20).
          03 MedicatieActief   pic x.
      * Gestructureerde standaarddosering en de maximale dagdosis in
      * eenheden per dag (0 = geen maximum gekend).
          03 StandaardEenheden pic 9(2)v9.
          03 StandaardInnames  pic 9(2).
          03 StandaardDagen    pic 9(3).
          03 MaxDagDosis       pic 9(3)v9.
      * J/N uit het nachtelijke voorraadbestand van de apotheek
      * (ApotheekExport modus 3); spatie zolang er nog geen
      * voorraadstand ingelezen is.
          03 MedicatieOpVoorraad pic x.
      * Minimale voorraad in verpakkingen; daaronder komt de
      * medicatie op het bestelvoorstel (BestelVoorstel). 0 = niet
      * opvolgen.
          03 MinimumVoorraad   pic 9(6).

       01 WS-MEDICATIE-ZOEK     pic x(40).
       01 WS-MEDICATIE-GEVONDEN pic x value "N".
       01 WS-DATUM-GRENS  pic 9(8).

       01 WS-MEDIC-NIEUWE-NAAM     pic x(40).

      * Invoer van de gestructureerde dosering. Getallen met een
      * decimaal (1,5 tablet) komen als tekst binnen; een komma mag.
       01 WS-DOS-INVOER       pic x(6).
       01 WS-DOS-DAGDOSIS     pic 9(3)v9.
       01 WS-DOS-EENHEDEN-ED  pic z9.9.
       01 WS-DOS-INNAMES-ED   pic z9.
       01 WS-DOS-DAGEN-ED     pic zz9.
       01 WS-DOS-DAGDOSIS-ED  pic zz9.9.
       01 WS-DOS-MAX-ED       pic zz9.9.
       01 WS-MIN-VOORRAAD-ED  pic zzzzz9.
       01 WS-DOS-EIND-DAGNR   pic 9(7).
       01 WS-DOS-KEUZE pic 9 value 0.
         88 DOS-TOCH VALUE 1.

       01 WS-MEDIC-ONDERHOUD-KEUZE pic 9 value 0.
         88 MEDIC-TOEVOEGEN   VALUE 1.
       01 WS-VANDAAG        pic 9(8).
       01 WS-DATUM-COMPARE  pic 9(8).

      * Afwezigheden (geregistreerd in PlanningsData): de vervanger
      * neemt vandaag de geplande events over van de afwezige
      * dokters, dus die tellen mee in de planningscontrole.
       01 WS-VERV-AANTAL pic 9(2) value 0.
       01 WS-VERV-IDX    pic 9(2).
       01 WS-VERV-DOKTER pic 9(3).
       01 WS-VERV-TABEL.
          03 WS-VERV-AFWEZIGE pic 9(3) occurs 10.
       01 WS-EOF-VERV pic x value "N".
         88 EOF-VERV VALUE "Y".
       01 WS-AFWEZIG-COUNT     pic 9(4) value 0.
       01 WS-AFWEZIG-VERVANGER pic 9(3) value 0.

       01 WS-EOF-RAPPORT pic x value "N".
         88 EOF-RAPPORT VALUE "Y".
       01 WS-EOF-DETAIL  pic x value "N".
         88 RAPPORT-OP-DOKTER VALUE 2.

       01 WS-TIMESTAMP pic x(21).
       01 WS-ANNULATIELIJN pic x(200).
       01 WS-LOGTEKST  pic x(60).

      * Aanmelding bij de start tegen de operatortabel (onderhouden
       01 WS-OPERATOR-OK pic x value "N".
         88 OPERATOR-OK VALUE "Y".

      * Annuleren of corrigeren (modus 5). De lijnen van het oude
      * voorschrift gaan eerst in WS-CORR-TABEL met per lijn de keuze
      * behouden/vervangen/schrappen, zodat er pas geschreven wordt
      * als vaststaat dat het nieuwe voorschrift lijnen overhoudt.
       01 WS-ANNUL-ID          pic 9(6).
       01 WS-ANNUL-VERZONDEN   pic x.
       01 WS-ANNUL-AFLEVER     pic x.
       01 WS-ANNUL-REDEN       pic x(60).
       01 WS-ANNUL-TIJDSTIP    pic x(14).
       01 WS-NIEUW-ID          pic 9(6).
       01 WS-SCHRIJF-FOUT      pic x value "N".
         88 SCHRIJF-FOUT VALUE "Y".

      * Lijnen van een correctie of een herhaling worden eerst hier
      * verzameld en gecontroleerd (een VoorschriftDetail per lijn);
      * pas daarna gaan voorschrift en lijnen in een korte transactie
      * naar de databank, zodat er geen rijen vastliggen terwijl de
      * operator typt.
       01 WS-LIJN-BUFFEREN pic x value "N".
         88 LIJN-BUFFEREN VALUE "Y".
       01 WS-BUF-AANTAL pic 9(3) value 0.
       01 WS-BUF-IDX    pic 9(3).
       01 WS-BUF-TABEL.
          03 WS-BUF-LIJN pic x(90) occurs 99.
       01 WS-ANNUL-KEUZE pic 9 value 0.
         88 ANNUL-ANNULEREN  VALUE 1.
         88 ANNUL-CORRIGEREN VALUE 2.
       01 WS-EOF-CORRECTIE pic x value "N".
         88 EOF-CORRECTIE VALUE "Y".
       01 WS-CORR-AANTAL pic 9(3) value 0.
       01 WS-CORR-IDX    pic 9(3).
       01 WS-CORR-EXTRA  pic 9(2) value 0.
       01 WS-CORR-OVER   pic 9(3) value 0.
      * Zoveel lijnen als de invoer toelaat (WS-AANTAL-MEDICATIES);
      * heeft een voorschrift er toch meer, dan wordt het niet
      * gecorrigeerd of herhaald in plaats van lijnen te verliezen.
       01 WS-CORR-VOL    pic x value "N".
         88 CORR-VOL VALUE "Y".
       01 WS-CORR-TABEL.
          03 WS-CORR-LIJN occurs 99.
             05 WS-CORR-CODE     pic x(10).
             05 WS-CORR-NAAM     pic x(40).
             05 WS-CORR-DOSERING pic x(20).
             05 WS-CORR-AANTAL-M pic 9(3).
             05 WS-CORR-EENHEDEN pic 9(2)v9.
             05 WS-CORR-INNAMES  pic 9(2).
             05 WS-CORR-DAGEN    pic 9(3).
             05 WS-CORR-BOVENMAX pic x.
             05 WS-CORR-ACTIE    pic 9.
               88 CORR-BEHOUDEN  VALUE 1.
               88 CORR-VERVANGEN VALUE 2.
               88 CORR-SCHRAPPEN VALUE 3.

      * Herhalingen goedkeuren (modus 6). WS-HERHAAL-BRON is het
      * voorschrift dat herhaald (of bij een correctie vervangen)
      * wordt; de 30-dagen- en interactiecontrole laten het buiten
      * beschouwing (0 bij de gewone invoer: dan telt alles mee). De
      * lijnen gaan eerst in WS-CORR-TABEL, net als bij een correctie.
       01 WS-HERHAAL-DOKTER  pic 9(3).
       01 WS-HERHAAL-HORIZON pic 9(2) value 0.
       01 WS-HERHAAL-GRENS   pic 9(8).
       01 WS-HERHAAL-BRON    pic 9(6) value 0.
       01 WS-HERHAAL-BASIS   pic 9(8).
       01 WS-HERHAAL-VOLGEND pic 9(8).
       01 WS-HERHAAL-DAGNR   pic 9(7).
       01 WS-HERHAAL-AANTAL  pic 9(4) value 0.
      * De te vernieuwen herhalingen worden eerst volledig ingelezen:
      * een goedkeuring sluit met COMMIT af, en dat mag geen open
      * cursor meenemen.
       01 WS-HERHAAL-IDX     pic 9(4).
       01 WS-HERHAAL-TABEL.
          03 WS-HERHAAL-RIJ occurs 200.
             05 WS-HRIJ-ID        pic 9(6).
             05 WS-HRIJ-PATIENTID pic 9(3).
             05 WS-HRIJ-DATUM     pic 9(8).
             05 WS-HRIJ-INTERVAL  pic 9(3).
             05 WS-HRIJ-TOT       pic 9(8).
             05 WS-HRIJ-VOLGEND   pic 9(8).
       01 WS-EOF-HERHAAL pic x value "N".
         88 EOF-HERHAAL VALUE "Y".
       01 WS-HERHAAL-KEUZE pic 9 value 0.
         88 HERHAAL-GOEDKEUREN VALUE 1.
         88 HERHAAL-OVERSLAAN  VALUE 2.
         88 HERHAAL-STOPPEN    VALUE 3.
         88 HERHAAL-EINDE      VALUE 9.

      * Centrale nummering in DokterApotheekDb (tabel nummering, een
      * rij per soort met het laatst uitgegeven nummer).
       01 WS-NUMMER-SOORT  pic x(12).
       01 WS-NUMMER-ID     pic 9(6) value 0.
       01 WS-NUMMER-COUNT  pic 9(4) value 0.
       01 WS-NUMMER-OK     pic x value "N".
         88 NUMMER-OK VALUE "Y".

        EXEC SQL BEGIN DECLARE SECTION END-EXEC
      * SQLCODE is 0 for success, 100 for no data, -1 for failure
       END-IF

       DISPLAY "1=Voorschriften ingeven 2=Rapport "
            "3=Medicatie onderhoud 4=Historiek patient"
       DISPLAY "5=Voorschrift annuleren/corrigeren "
            "6=Herhalingen goedkeuren 9=Stop -> "
            WITH NO ADVANCING
       ACCEPT WS-MODUS-KEUZE

               END-IF
           WHEN MODUS-HISTORIEK
               PERFORM TOON-HISTORIEK
           WHEN MODUS-ANNULATIE
               PERFORM ANNULEER-VOORSCHRIFT
           WHEN MODUS-HERHALING
               PERFORM KEUR-HERHALINGEN-GOED
           WHEN OTHER
               CONTINUE
       END-EVALUATE
        MOVE 'geen voorschrift' TO WS-LOGTEKST
        PERFORM WRITE-LOG

        DISPLAY 'dokter id:'
        ACCEPT dokterId

                    DISPLAY "Waarschuwing: dokter " dokterId
                        " heeft vandaag geen geplande afspraak"
                END-IF
                IF WS-AFWEZIG-COUNT > 0
                    DISPLAY "Waarschuwing: dokter " dokterId
                        " staat vandaag als afwezig geregistreerd"
                        " (vervanger " WS-AFWEZIG-VERVANGER ")"
                END-IF

                PERFORM KEN-VOORSCHRIFTID-TOE
                IF NOT NUMMER-OK
                    DISPLAY "Geen voorschrift id uit de teller"
                        " - voorschrift niet weggeschreven"
                ELSE
                    MOVE WS-NUMMER-ID TO VoorschriftId
                    PERFORM SCHRIJF-NIEUW-VOORSCHRIFT
                END-IF
            END-IF
        END-IF

        DISPLAY "Nog een ingeven (typ 1) of niet (typ 0)?"
        ACCEPT EINDE_BESTAND.

       SCHRIJF-NIEUW-VOORSCHRIFT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO VoorschriftDatum

           EXEC SQL
               INSERT INTO voorschrift
                   (id, dokterId, patientId, voorschriftDatum)
               VALUES
                   (:VoorschriftId, :dokterId, :patientId,
                    :VoorschriftDatum)
           END-EXEC

           DISPLAY 'Nieuw voorschrift id ' VoorschriftId
           DISPLAY 'Aantal medicijnen voor dit voorschrift:'
           ACCEPT WS-AANTAL-MEDICATIES

           MOVE 0 TO WS-LIJN-AANTAL
           PERFORM VOER-MEDICATIELIJNEN-IN
           PERFORM VRAAG-HERHALING

           MOVE 'voorschrift correct weggeschreven'
               TO WS-LOGTEKST
           PERFORM WRITE-LOG
           PERFORM BEWAAR-CHECKPOINT

           DISPLAY 'Voorschrift id ' VoorschriftId.

      * Haalt het volgende voorschriftnummer uit de centrale teller
      * (tabel nummering, soort VOORSCHRIFT) naar WS-NUMMER-ID, in
      * plaats van het door de operator te laten kiezen: twee
      * schermen kunnen zo nooit hetzelfde id uitdelen.
      * LAST_INSERT_ID(expr) verhoogt en onthoudt het nummer in een
      * statement. Bestaat de rij nog niet (eerste gebruik), dan
      * start ze op het hoogste id in de voorschrifttabel.
       KEN-VOORSCHRIFTID-TOE.
           MOVE "N" TO WS-NUMMER-OK
           MOVE "VOORSCHRIFT" TO WS-NUMMER-SOORT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NUMMER-COUNT
               FROM nummering
               WHERE soort = :WS-NUMMER-SOORT
           END-EXEC
           IF WS-NUMMER-COUNT = 0
               EXEC SQL
                   INSERT INTO nummering (soort, laatste)
                   SELECT :WS-NUMMER-SOORT, COALESCE(MAX(id), 0)
                   FROM voorschrift
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
                   MOVE "Y" TO WS-NUMMER-OK
               END-IF
           END-IF
           IF NOT NUMMER-OK
               MOVE "geen voorschrift id uit de teller" TO WS-LOGTEKST
               PERFORM WRITE-LOG
           END-IF.

      * Vraagt WS-AANTAL-MEDICATIES lijnen op voor VoorschriftId; een
      * geweigerde lijn wordt opnieuw gevraagd. Gedeeld door de gewone
      * invoer en de correctie van een voorschrift (modus 5).
       VOER-MEDICATIELIJNEN-IN.
           PERFORM VARYING WS-MEDICATIE-TELLER FROM 1 BY 1
               UNTIL WS-MEDICATIE-TELLER > WS-AANTAL-MEDICATIES
               PERFORM VOER-MEDICATIELIJN-IN
               IF NOT MEDICATIE-OK
                   SUBTRACT 1 FROM WS-MEDICATIE-TELLER
               END-IF
           END-PERFORM.

       VOER-MEDICATIELIJN-IN.
           DISPLAY 'medicatie code of naam:'
           ACCEPT WS-MEDICATIE-ZOEK
           PERFORM ZOEK-MEDICATIE

           IF NOT MEDICATIE-OK
               DISPLAY "Medicatie '" WS-MEDICATIE-ZOEK
                   "' niet gekend of niet actief"
                   " - lijn geweigerd, geef opnieuw in"
           ELSE
               MOVE StamMedicatieCode TO MedicatieCode
               MOVE StamMedicatieNaam TO MedicatieNaam
               PERFORM CONTROLEER-NIEUWE-LIJN
               PERFORM VRAAG-DOSERING
               PERFORM CONTROLEER-DAGDOSIS
               IF NOT MEDICATIE-OK
                   DISPLAY "Lijn geweigerd, geef opnieuw in"
               ELSE
                   DISPLAY 'aantal:'
                   ACCEPT Aantal
                   PERFORM SCHRIJF-DETAILLIJN
               END-IF
           END-IF.

      * Gestructureerde dosering met de standaard uit de medicatiestam
      * als voorstel (leeg of 0 = standaard). Zonder standaard geldt 1
      * eenheid, 1 inname per dag en 30 dagen, de vroegere vaste
      * termijn van de dubbelcontrole.
       VRAAG-DOSERING.
           MOVE StandaardEenheden TO WS-DOS-EENHEDEN-ED
           DISPLAY 'dosering (standaard: ' StandaardDosering ')'
           DISPLAY 'eenheden per inname (standaard '
               WS-DOS-EENHEDEN-ED '):'
           ACCEPT WS-DOS-INVOER
           IF WS-DOS-INVOER = SPACES
               MOVE StandaardEenheden TO EenhedenPerInname
           ELSE
               INSPECT WS-DOS-INVOER REPLACING ALL "," BY "."
               COMPUTE EenhedenPerInname =
                   FUNCTION NUMVAL(WS-DOS-INVOER)
           END-IF
           DISPLAY 'innames per dag (standaard ' StandaardInnames '):'
           ACCEPT InnamesPerDag
           IF InnamesPerDag = 0
               MOVE StandaardInnames TO InnamesPerDag
           END-IF
           DISPLAY 'behandeling in dagen (standaard '
               StandaardDagen '):'
           ACCEPT BehandelingDagen
           IF BehandelingDagen = 0
               MOVE StandaardDagen TO BehandelingDagen
           END-IF

           IF EenhedenPerInname = 0
               MOVE 1 TO EenhedenPerInname
           END-IF
           IF InnamesPerDag = 0
               MOVE 1 TO InnamesPerDag
           END-IF
           IF BehandelingDagen = 0
               MOVE 30 TO BehandelingDagen
               DISPLAY "Geen behandelingsduur - 30 dagen genomen"
           END-IF
           PERFORM MAAK-DOSERINGTEKST
           PERFORM BEREKEN-EINDDATUM.

      * Dosering als tekst, bv. " 1.5x 3/dag  10d".
       MAAK-DOSERINGTEKST.
           MOVE EenhedenPerInname TO WS-DOS-EENHEDEN-ED
           MOVE InnamesPerDag TO WS-DOS-INNAMES-ED
           MOVE BehandelingDagen TO WS-DOS-DAGEN-ED
           MOVE SPACES TO Dosering
           STRING WS-DOS-EENHEDEN-ED DELIMITED BY SIZE
                   "x" DELIMITED BY SIZE
                   WS-DOS-INNAMES-ED DELIMITED BY SIZE
                   "/dag " DELIMITED BY SIZE
                   WS-DOS-DAGEN-ED DELIMITED BY SIZE
                   "d" DELIMITED BY SIZE
                   INTO Dosering
           END-STRING.

      * Laatste dag van de behandeling: de voorschriftdatum telt als
      * eerste dag. Een lijn zonder duur (van voor de gestructureerde
      * dosering) heeft geen einddatum.
       BEREKEN-EINDDATUM.
           IF BehandelingDagen = 0
               MOVE 0 TO EindDatum
           ELSE
               COMPUTE WS-DOS-EIND-DAGNR =
                   FUNCTION INTEGER-OF-DATE(VoorschriftDatum)
                   + BehandelingDagen - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DOS-EIND-DAGNR)
                   TO EindDatum
           END-IF.

      * Boven de maximale dagdosis van de medicatiestam moet de dokter
      * bevestigen; dan wordt de lijn gemarkeerd (bovenMaxDosis = 'J',
      * gaat zo ook naar de apotheek). Zonder bevestiging wordt de
      * lijn geweigerd (WS-MEDICATIE-GEVONDEN terug op "N").
       CONTROLEER-DAGDOSIS.
           MOVE "N" TO BovenMaxDosis
           COMPUTE WS-DOS-DAGDOSIS = EenhedenPerInname * InnamesPerDag
           IF MaxDagDosis > 0 AND WS-DOS-DAGDOSIS > MaxDagDosis
               MOVE WS-DOS-DAGDOSIS TO WS-DOS-DAGDOSIS-ED
               MOVE MaxDagDosis TO WS-DOS-MAX-ED
               DISPLAY "Opgelet: dagdosis " WS-DOS-DAGDOSIS-ED
                   " voor " MedicatieNaam
                   " ligt boven het maximum " WS-DOS-MAX-ED
               DISPLAY "Toch voorschrijven (1=ja) -> "
                   WITH NO ADVANCING
               MOVE 0 TO WS-DOS-KEUZE
               ACCEPT WS-DOS-KEUZE
               IF DOS-TOCH
                   MOVE "J" TO BovenMaxDosis
               ELSE
                   MOVE "N" TO WS-MEDICATIE-GEVONDEN
               END-IF
           END-IF.

      * De waarschuwingen voor een nieuwe lijn (MedicatieCode), voor
      * de gewone invoer en voor een goedgekeurde herhaling.
       CONTROLEER-NIEUWE-LIJN.
           PERFORM CONTROLEER-RECENTE-MEDICATIE
           IF WS-RECENT-COUNT > 0
               DISPLAY "Opgelet: patient " patientId
                   " heeft nog een lopende behandeling met "
                   MedicatieNaam
           END-IF
           PERFORM CONTROLEER-INTERACTIES.

      * Vraagt na de lijnen of dit een herhaalvoorschrift is. De eerste
      * herhaling vervalt een interval na de voorschriftdatum; valt die
      * al na de einddatum, dan wordt er geen herhaling ingesteld.
       VRAAG-HERHALING.
           DISPLAY "Herhaalvoorschrift: elke hoeveel dagen "
               "(0=geen herhaling)?"
           ACCEPT HerhaalInterval
           IF HerhaalInterval > 0
               DISPLAY "Herhalen tot (JJJJMMDD):"
               ACCEPT HerhaalTot
               MOVE VoorschriftDatum TO WS-HERHAAL-BASIS
               PERFORM BEREKEN-VOLGENDE-HERHALING
               IF WS-HERHAAL-VOLGEND = 0
                   DISPLAY "Einddatum valt voor de eerste herhaling"
                       " - geen herhaling ingesteld"
               ELSE
                   MOVE WS-HERHAAL-VOLGEND TO HerhaalVolgend
                   EXEC SQL
                       UPDATE voorschrift
                       SET herhaalInterval = :HerhaalInterval,
                           herhaalTot = :HerhaalTot,
                           herhaalVolgend = :HerhaalVolgend
                       WHERE id = :VoorschriftId
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Herhaling niet weggeschreven "
                           "(SQLCODE " SQLCODE ") - voorschrift "
                           VoorschriftId " staat zonder herhaling"
                       MOVE 'herhaling niet ingesteld' TO WS-LOGTEKST
                       PERFORM WRITE-LOG
                   ELSE
                       DISPLAY "Eerste herhaling vervalt op "
                           HerhaalVolgend
                   END-IF
               END-IF
           END-IF.

      * WS-HERHAAL-BASIS plus HerhaalInterval dagen; 0 als dat na
      * HerhaalTot valt (de reeks is dan ten einde).
       BEREKEN-VOLGENDE-HERHALING.
           COMPUTE WS-HERHAAL-DAGNR =
               FUNCTION INTEGER-OF-DATE(WS-HERHAAL-BASIS)
               + HerhaalInterval
           MOVE FUNCTION DATE-OF-INTEGER(WS-HERHAAL-DAGNR)
               TO WS-HERHAAL-VOLGEND
           IF WS-HERHAAL-VOLGEND > HerhaalTot
               MOVE 0 TO WS-HERHAAL-VOLGEND
           END-IF.

      * Schrijft VoorschriftDetail weg onder VoorschriftId (bij een
      * correctie of herhaling: zet de lijn in WS-BUF-TABEL) en
      * onthoudt de code voor de interactiecontrole van de volgende
      * lijnen.
       SCHRIJF-DETAILLIJN.
           IF LIJN-BUFFEREN
               PERFORM BEWAAR-DETAILLIJN
           ELSE
               PERFORM VOEG-DETAILLIJN-IN
           END-IF
           IF WS-LIJN-AANTAL < 20
               ADD 1 TO WS-LIJN-AANTAL
               MOVE MedicatieCode
                   TO WS-LIJN-CODE(WS-LIJN-AANTAL)
           END-IF.

       BEWAAR-DETAILLIJN.
           IF WS-BUF-AANTAL < 99
               ADD 1 TO WS-BUF-AANTAL
               MOVE VoorschriftDetail TO WS-BUF-LIJN(WS-BUF-AANTAL)
           ELSE
               DISPLAY "Meer dan 99 lijnen - lijn " MedicatieCode
                   " niet opgenomen"
               MOVE "Y" TO WS-SCHRIJF-FOUT
           END-IF.

      * Schrijft de verzamelde lijnen onder VoorschriftId; stopt bij
      * de eerste lijn die niet weggeschreven raakt.
       VOEG-BUFFERLIJNEN-IN.
           PERFORM VARYING WS-BUF-IDX FROM 1 BY 1
               UNTIL WS-BUF-IDX > WS-BUF-AANTAL OR SCHRIJF-FOUT
               MOVE WS-BUF-LIJN(WS-BUF-IDX) TO VoorschriftDetail
               PERFORM VOEG-DETAILLIJN-IN
           END-PERFORM.

       VOEG-DETAILLIJN-IN.
           EXEC SQL
               INSERT INTO voorschriftdetail
                   (voorschriftId, medicatieCode,
                    medicatieNaam, dosering, aantal,
                    eenhedenPerInname, innamesPerDag,
                    behandelingDagen, eindDatum, bovenMaxDosis)
               VALUES
                   (:VoorschriftId, :MedicatieCode,
                    :MedicatieNaam, :Dosering, :Aantal,
                    :EenhedenPerInname, :InnamesPerDag,
                    :BehandelingDagen, :EindDatum, :BovenMaxDosis)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Lijn " MedicatieCode " niet weggeschreven "
                   "(SQLCODE " SQLCODE ")"
               MOVE "Y" TO WS-SCHRIJF-FOUT
           END-IF.

      * Controleert of dokter en patient gekend EN actief zijn in
      * DokterApotheekDb; gedeactiveerde rijen (StamOnderhoud) tellen
      * niet mee, zodat er niet meer voorgeschreven wordt op een

      * Waarschuwt (weigert niet) als de dokter vandaag geen afspraak
      * heeft staan in planning.txt. Als het planningsbestand niet
      * geopend kan worden, wordt de controle overgeslagen. Vervangt
      * de dokter vandaag een afwezige collega, dan tellen de nog niet
      * geannuleerde events van die collega ook als gepland.
       CONTROLEER-PLANNING-DOKTER.
           MOVE "N" TO WS-PLANNING-GEVONDEN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VANDAAG
           PERFORM LAAD-VERVANGINGEN

           OPEN INPUT PlanningFile
           IF PlanningStatus NOT = "00"
                       AT END
                           MOVE "Y" TO WS-EOF-PLANNING
                       NOT AT END
                           STRING Datum(7:4) Datum(4:2) Datum(1:2)
                               DELIMITED BY SIZE
                               INTO WS-DATUM-COMPARE
                           IF WS-DATUM-COMPARE = WS-VANDAAG
                               IF EventDokterId = dokterId
                                   MOVE "Y" TO WS-PLANNING-GEVONDEN
                               ELSE
                                   IF EventStatus NOT = "C"
                                       PERFORM ZOEK-VERVANGEN-DOKTER
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               CLOSE PlanningFile
           END-IF.

      * Dokters die vandaag afwezig zijn met dokterId als vervanger,
      * en of dokterId zelf vandaag afwezig staat.
       LAAD-VERVANGINGEN.
           MOVE 0 TO WS-VERV-AANTAL
           EXEC SQL
               DECLARE VervangingCursor CURSOR FOR
               SELECT dokterId
               FROM afwezigheid
               WHERE vervangerId = :dokterId
                 AND vanDatum <= :WS-VANDAAG
                 AND totDatum >= :WS-VANDAAG
           END-EXEC
           EXEC SQL OPEN VervangingCursor END-EXEC
           MOVE "N" TO WS-EOF-VERV
           PERFORM UNTIL EOF-VERV
               EXEC SQL
                   FETCH VervangingCursor INTO :WS-VERV-DOKTER
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-VERV
               ELSE
                   IF WS-VERV-AANTAL < 10
                       ADD 1 TO WS-VERV-AANTAL
                       MOVE WS-VERV-DOKTER
                           TO WS-VERV-AFWEZIGE(WS-VERV-AANTAL)
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE VervangingCursor END-EXEC

           MOVE 0 TO WS-AFWEZIG-VERVANGER
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(vervangerId), 0)
               INTO :WS-AFWEZIG-COUNT, :WS-AFWEZIG-VERVANGER
               FROM afwezigheid
               WHERE dokterId = :dokterId
                 AND vanDatum <= :WS-VANDAAG
                 AND totDatum >= :WS-VANDAAG
           END-EXEC.

       ZOEK-VERVANGEN-DOKTER.
           PERFORM VARYING WS-VERV-IDX FROM 1 BY 1
               UNTIL WS-VERV-IDX > WS-VERV-AANTAL
               IF EventDokterId = WS-VERV-AFWEZIGE(WS-VERV-IDX)
                   MOVE "Y" TO WS-PLANNING-GEVONDEN
               END-IF
           END-PERFORM.

      * Telt de lijnen met dezelfde medicatie waarvan de behandeling
      * op VoorschriftDatum nog loopt (einddatum uit de
      * gestructureerde dosering); lijnen zonder einddatum tellen
      * zoals vroeger 30 dagen vanaf hun voorschriftdatum. De
      * invoerlus waarschuwt dan maar weigert niet (de dokter kan een
      * herhaling bedoelen).
      * Geannuleerde voorschriften tellen niet mee - ook niet het
      * voorschrift dat net door een correctie vervangen wordt. Bij
      * een herhaling telt het herhaalde voorschrift niet mee.
       CONTROLEER-RECENTE-MEDICATIE.
           MOVE 0 TO WS-RECENT-COUNT
           COMPUTE WS-GRENS-DAGNR =
               WHERE v.id = d.voorschriftId
                 AND v.patientId = :patientId
                 AND d.medicatieCode = :MedicatieCode
                 AND ((d.eindDatum > 0
                       AND d.eindDatum >= :VoorschriftDatum)
                   OR ((d.eindDatum IS NULL OR d.eindDatum = 0)
                       AND v.voorschriftDatum >= :WS-DATUM-GRENS))
                 AND (v.geannuleerd IS NULL OR v.geannuleerd <> 'J')
                 AND v.id <> :WS-HERHAAL-BRON
           END-EXEC.

      * Controleert de nieuwe lijn (MedicatieCode) tegen de gekende
      * interactieparen: eerst tegen de eerdere lijnen van dit
      * voorschrift, daarna tegen wat de patient nog neemt (zelfde
      * lopende behandelingen als de dubbelcontrole; WS-DATUM-GRENS
      * staat nog van die controle).
      * Waarschuwt maar weigert niet, zelfde regel als die controle.
       CONTROLEER-INTERACTIES.
           PERFORM VARYING WS-LIJN-IDX FROM 1 BY 1
                    voorschrift v, voorschriftdetail d
               WHERE v.id = d.voorschriftId
                 AND v.patientId = :patientId
                 AND ((d.eindDatum > 0
                       AND d.eindDatum >= :VoorschriftDatum)
                   OR ((d.eindDatum IS NULL OR d.eindDatum = 0)
                       AND v.voorschriftDatum >= :WS-DATUM-GRENS))
                 AND (v.geannuleerd IS NULL OR v.geannuleerd <> 'J')
                 AND v.id <> :WS-HERHAAL-BRON
                 AND ((i.codeA = :MedicatieCode
                       AND i.codeB = d.medicatieCode)
                   OR (i.codeB = :MedicatieCode
           IF WS-INTERACTIE-COUNT > 0
               DISPLAY "Opgelet: " MedicatieNaam
                   " heeft een gekende interactie met medicatie die"
                   " patient " patientId " nog neemt"
           END-IF.

       CONTROLEER-INTERACTIE-LIJN.

      * Historiek van een patient: alle voorschriften, nieuwste eerst,
      * elk met zijn medicatielijnen, op scherm en desgewenst ook in
      * PatientHistoriek.out. Geannuleerde voorschriften blijven in
      * de historiek staan maar worden gemarkeerd met de reden.
       TOON-HISTORIEK.
           DISPLAY "Patient id: " WITH NO ADVANCING
           ACCEPT WS-HIST-PATIENTID

           EXEC SQL
               DECLARE HistoriekCursor CURSOR FOR
               SELECT id, dokterId, voorschriftDatum,
                      COALESCE(geannuleerd, 'N'),
                      COALESCE(annulReden, ' '),
                      COALESCE(vervangenDoor, 0)
               FROM voorschrift
               WHERE patientId = :WS-HIST-PATIENTID
               ORDER BY voorschriftDatum DESC, id DESC
           PERFORM UNTIL EOF-HISTORIEK
               EXEC SQL
                   FETCH HistoriekCursor
                   INTO :VoorschriftId, :dokterId, :VoorschriftDatum,
                        :Geannuleerd, :AnnulReden, :VervangenDoor
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-HISTORIEK
           IF HIST-NAAR-BESTAND
               WRITE historiekrecord
           END-IF
           IF Geannuleerd = "J"
               PERFORM MAAK-ANNULATIELIJN
               MOVE WS-ANNULATIELIJN TO historieklijn
               DISPLAY historieklijn(1:100)
               IF HIST-NAAR-BESTAND
                   WRITE historiekrecord
               END-IF
           END-IF

           EXEC SQL
               DECLARE HistDetailCursor CURSOR FOR
               SELECT medicatieNaam, dosering, aantal,
                      COALESCE(bovenMaxDosis, 'N')
               FROM voorschriftdetail
               WHERE voorschriftId = :VoorschriftId
           END-EXEC
           PERFORM UNTIL EOF-HIST-DETAIL
               EXEC SQL
                   FETCH HistDetailCursor
                   INTO :MedicatieNaam, :Dosering, :Aantal,
                        :BovenMaxDosis
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-HIST-DETAIL
                           Aantal DELIMITED BY SIZE
                           INTO historieklijn
                   END-STRING
                   IF BovenMaxDosis = "J"
                       MOVE "BOVEN MAX DAGDOSIS" TO historieklijn(95:18)
                   END-IF
                   DISPLAY historieklijn(1:112)
                   IF HIST-NAAR-BESTAND
                       WRITE historiekrecord
                   END-IF
           END-PERFORM
           EXEC SQL CLOSE HistDetailCursor END-EXEC.

      * Annuleren of corrigeren van een voorschrift dat al
      * weggeschreven is. Er wordt niets verwijderd: het voorschrift
      * en zijn lijnen blijven staan met wie, waarom en wanneer. Een
      * correctie is een nieuw voorschrift voor dezelfde dokter en
      * patient dat naar het oude verwijst. Was het oude al naar de
      * apotheek verzonden, dan zet ApotheekExport bij de volgende
      * export een annulatie- of vervanglijn in het bestand.
       ANNULEER-VOORSCHRIFT.
           DISPLAY "Voorschrift id: " WITH NO ADVANCING
           ACCEPT WS-ANNUL-ID
           MOVE WS-ANNUL-ID TO VoorschriftId

           EXEC SQL
               SELECT dokterId, patientId, voorschriftDatum,
                      COALESCE(verzonden, 'N'),
                      COALESCE(afleverStatus, ' '),
                      COALESCE(geannuleerd, 'N'),
                      COALESCE(herhaalInterval, 0),
                      COALESCE(herhaalTot, 0),
                      COALESCE(herhaalVolgend, 0)
               INTO :dokterId, :patientId, :VoorschriftDatum,
                    :WS-ANNUL-VERZONDEN, :WS-ANNUL-AFLEVER,
                    :Geannuleerd, :HerhaalInterval, :HerhaalTot,
                    :HerhaalVolgend
               FROM voorschrift
               WHERE id = :WS-ANNUL-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Voorschrift " WS-ANNUL-ID " niet gevonden"
           ELSE
               IF Geannuleerd = "J"
                   DISPLAY "Voorschrift " WS-ANNUL-ID
                       " is al geannuleerd"
               ELSE
                   PERFORM ANNULEER-GEKEND-VOORSCHRIFT
               END-IF
           END-IF.

       ANNULEER-GEKEND-VOORSCHRIFT.
           MOVE 0 TO WS-HIST-NAAR-BESTAND
           PERFORM TOON-HISTORIEK-VOORSCHRIFT
           IF WS-ANNUL-VERZONDEN = "J"
               DISPLAY "Al naar de apotheek verzonden: de volgende "
                   "export stuurt een annulatielijn mee"
           END-IF
           IF WS-ANNUL-AFLEVER = "A"
               DISPLAY "Opgelet: de apotheek meldde dit voorschrift "
                   "al als afgeleverd"
           END-IF

           DISPLAY "1=Annuleren 2=Corrigeren 9=Terug -> "
               WITH NO ADVANCING
           ACCEPT WS-ANNUL-KEUZE
           IF ANNUL-ANNULEREN OR ANNUL-CORRIGEREN
               DISPLAY "Reden: " WITH NO ADVANCING
               ACCEPT WS-ANNUL-REDEN
               IF WS-ANNUL-REDEN = SPACES
                   DISPLAY "Geen reden opgegeven - voorschrift "
                       "niet gewijzigd"
               ELSE
                   IF ANNUL-ANNULEREN
                       MOVE 0 TO WS-NIEUW-ID
                       MOVE "N" TO WS-SCHRIJF-FOUT
                       PERFORM MARKEER-GEANNULEERD
                       IF SCHRIJF-FOUT
                           DISPLAY "Voorschrift " WS-ANNUL-ID
                               " niet geannuleerd"
                       ELSE
                           MOVE "voorschrift geannuleerd"
                               TO WS-LOGTEKST
                           PERFORM WRITE-LOG
                           DISPLAY "Voorschrift " WS-ANNUL-ID
                               " geannuleerd"
                       END-IF
                   ELSE
                       PERFORM CORRIGEER-VOORSCHRIFT
                   END-IF
               END-IF
           END-IF.

      * Zet de annulatie op WS-ANNUL-ID, met WS-NIEUW-ID als opvolger
      * (0 bij een gewone annulatie). Was dit voorschrift zelf nog
      * niet verzonden, dan heeft de apotheek het nooit gezien: een
      * nog niet vertrokken vervanglijn van een voorganger die wel
      * verzonden was, moet dan naar de nieuwe opvolger wijzen (of
      * een gewone annulatie worden) in plaats van naar dit
      * voorschrift.
       MARKEER-GEANNULEERD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ANNUL-TIJDSTIP
           EXEC SQL
               UPDATE voorschrift
               SET geannuleerd = 'J',
                   annulOperator = :WS-OPERATOR-CODE,
                   annulReden = :WS-ANNUL-REDEN,
                   annulTijdstip = :WS-ANNUL-TIJDSTIP,
                   vervangenDoor = :WS-NIEUW-ID,
                   annulVerzonden = 'N'
               WHERE id = :WS-ANNUL-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Annulatie niet weggeschreven (SQLCODE "
                   SQLCODE ")"
               MOVE "Y" TO WS-SCHRIJF-FOUT
           END-IF

           IF WS-ANNUL-VERZONDEN NOT = "J" AND NOT SCHRIJF-FOUT
               EXEC SQL
                   UPDATE voorschrift
                   SET vervangenDoor = :WS-NIEUW-ID
                   WHERE vervangenDoor = :WS-ANNUL-ID
                     AND geannuleerd = 'J'
                     AND (annulVerzonden IS NULL
                          OR annulVerzonden <> 'J')
               END-EXEC
               IF SQLCODE < 0
                   DISPLAY "Vervanglijn voorganger niet bij te werken "
                       "(SQLCODE " SQLCODE ")"
                   MOVE "Y" TO WS-SCHRIJF-FOUT
               END-IF
           END-IF.

      * Correctie: per lijn van het oude voorschrift kiest de operator
      * behouden, vervangen of schrappen, en er kunnen lijnen bij.
      * Vervangende en nieuwe lijnen gaan door dezelfde controles als
      * bij de gewone invoer. Het oude voorschrift telt als
      * WS-HERHAAL-BRON niet mee in de 30-dagen-controle van zijn
      * eigen vervanger.
       CORRIGEER-VOORSCHRIFT.
           PERFORM KIES-CORRECTIE-LIJNEN
           IF CORR-VOL
               DISPLAY "Voorschrift " WS-ANNUL-ID " heeft meer dan 99"
                   " lijnen - voorschrift niet gecorrigeerd"
           ELSE
               DISPLAY "Aantal extra lijnen: " WITH NO ADVANCING
               ACCEPT WS-CORR-EXTRA
               ADD WS-CORR-EXTRA TO WS-CORR-OVER
               IF WS-CORR-OVER = 0
                   DISPLAY "Geen lijnen meer over - gebruik "
                       "annuleren in plaats van corrigeren"
               ELSE
                   PERFORM KEN-VOORSCHRIFTID-TOE
                   IF NOT NUMMER-OK
                       DISPLAY "Geen id voor het vervangende "
                           "voorschrift - voorschrift niet "
                           "gecorrigeerd"
                   ELSE
                       MOVE WS-NUMMER-ID TO WS-NIEUW-ID
                       PERFORM SCHRIJF-CORRECTIE
                   END-IF
               END-IF
           END-IF.

      * Leest de lijnen van het oude voorschrift in WS-CORR-TABEL en
      * vraagt per lijn wat ermee moet; WS-CORR-OVER telt de lijnen
      * die het nieuwe voorschrift zal hebben.
       KIES-CORRECTIE-LIJNEN.
           MOVE 0 TO WS-CORR-AANTAL
           MOVE 0 TO WS-CORR-OVER
           MOVE "N" TO WS-CORR-VOL
           EXEC SQL
               DECLARE CorrectieCursor CURSOR FOR
               SELECT medicatieCode, medicatieNaam, dosering, aantal,
                      COALESCE(eenhedenPerInname, 0),
                      COALESCE(innamesPerDag, 0),
                      COALESCE(behandelingDagen, 0),
                      COALESCE(bovenMaxDosis, 'N')
               FROM voorschriftdetail
               WHERE voorschriftId = :WS-ANNUL-ID
           END-EXEC
           EXEC SQL OPEN CorrectieCursor END-EXEC
           MOVE "N" TO WS-EOF-CORRECTIE
           PERFORM UNTIL EOF-CORRECTIE
               EXEC SQL
                   FETCH CorrectieCursor
                   INTO :MedicatieCode, :MedicatieNaam, :Dosering,
                        :Aantal, :EenhedenPerInname, :InnamesPerDag,
                        :BehandelingDagen, :BovenMaxDosis
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-CORRECTIE
               ELSE
                   IF WS-CORR-AANTAL < 99
                       ADD 1 TO WS-CORR-AANTAL
                       MOVE MedicatieCode
                           TO WS-CORR-CODE(WS-CORR-AANTAL)
                       MOVE MedicatieNaam
                           TO WS-CORR-NAAM(WS-CORR-AANTAL)
                       MOVE Dosering
                           TO WS-CORR-DOSERING(WS-CORR-AANTAL)
                       MOVE Aantal
                           TO WS-CORR-AANTAL-M(WS-CORR-AANTAL)
                       PERFORM BEWAAR-CORR-DOSERING
                   ELSE
                       MOVE "Y" TO WS-CORR-VOL
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CorrectieCursor END-EXEC

           IF NOT CORR-VOL
               PERFORM VRAAG-CORRECTIE-ACTIES
           END-IF.

       VRAAG-CORRECTIE-ACTIES.
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-AANTAL
               DISPLAY "Lijn " WS-CORR-IDX ": "
                   WS-CORR-NAAM(WS-CORR-IDX) " "
                   WS-CORR-DOSERING(WS-CORR-IDX) " aantal "
                   WS-CORR-AANTAL-M(WS-CORR-IDX)
               MOVE 0 TO WS-CORR-ACTIE(WS-CORR-IDX)
               PERFORM UNTIL CORR-BEHOUDEN(WS-CORR-IDX)
                   OR CORR-VERVANGEN(WS-CORR-IDX)
                   OR CORR-SCHRAPPEN(WS-CORR-IDX)
                   DISPLAY "  1=Behouden 2=Vervangen 3=Schrappen -> "
                       WITH NO ADVANCING
                   ACCEPT WS-CORR-ACTIE(WS-CORR-IDX)
               END-PERFORM
               IF NOT CORR-SCHRAPPEN(WS-CORR-IDX)
                   ADD 1 TO WS-CORR-OVER
               END-IF
           END-PERFORM.

      * De gestructureerde dosering van een lijn in WS-CORR-TABEL
      * (WS-CORR-AANTAL) zetten en terughalen. Bij het terughalen
      * wordt de einddatum herrekend vanaf de nieuwe voorschriftdatum.
       BEWAAR-CORR-DOSERING.
           MOVE EenhedenPerInname TO WS-CORR-EENHEDEN(WS-CORR-AANTAL)
           MOVE InnamesPerDag TO WS-CORR-INNAMES(WS-CORR-AANTAL)
           MOVE BehandelingDagen TO WS-CORR-DAGEN(WS-CORR-AANTAL)
           MOVE BovenMaxDosis TO WS-CORR-BOVENMAX(WS-CORR-AANTAL).

       HAAL-CORR-DOSERING.
           MOVE WS-CORR-EENHEDEN(WS-CORR-IDX) TO EenhedenPerInname
           MOVE WS-CORR-INNAMES(WS-CORR-IDX) TO InnamesPerDag
           MOVE WS-CORR-DAGEN(WS-CORR-IDX) TO BehandelingDagen
           MOVE WS-CORR-BOVENMAX(WS-CORR-IDX) TO BovenMaxDosis
           PERFORM BEREKEN-EINDDATUM.

      * Schrijft het vervangende voorschrift: de behouden lijnen
      * ongewijzigd, daarna de vervangende en extra lijnen via de
      * gewone invoer. Het nieuwe voorschrift is nog niet verzonden
      * en gaat dus met de volgende export mee. Een lopende herhaling
      * gaat ongewijzigd over op het vervangende voorschrift; een
      * gewone annulatie stopt ze.
      * Eerst worden alle lijnen verzameld en gecontroleerd; pas
      * daarna gaan in een transactie het nieuwe voorschrift met al
      * zijn lijnen en de annulatie van het oude weg. Mislukt er
      * onderweg iets, dan gaat alles terug en blijft het oude
      * voorschrift ongewijzigd geldig.
       SCHRIJF-CORRECTIE.
           MOVE WS-NIEUW-ID TO VoorschriftId
           MOVE "N" TO WS-SCHRIJF-FOUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO VoorschriftDatum
           MOVE WS-ANNUL-ID TO WS-HERHAAL-BRON
           MOVE "Y" TO WS-LIJN-BUFFEREN
           MOVE 0 TO WS-BUF-AANTAL
           PERFORM SCHRIJF-CORRECTIE-LIJNEN
           MOVE "N" TO WS-LIJN-BUFFEREN
           MOVE 0 TO WS-HERHAAL-BRON

           IF NOT SCHRIJF-FOUT
               EXEC SQL START TRANSACTION END-EXEC
               EXEC SQL
                   INSERT INTO voorschrift
                       (id, dokterId, patientId, voorschriftDatum,
                        vervangtId, herhaalInterval, herhaalTot,
                        herhaalVolgend)
                   VALUES
                       (:VoorschriftId, :dokterId, :patientId,
                        :VoorschriftDatum, :WS-ANNUL-ID,
                        :HerhaalInterval, :HerhaalTot,
                        :HerhaalVolgend)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Vervangend voorschrift niet weggeschreven "
                       "(SQLCODE " SQLCODE ")"
                   MOVE "Y" TO WS-SCHRIJF-FOUT
               ELSE
                   PERFORM VOEG-BUFFERLIJNEN-IN
               END-IF
               IF NOT SCHRIJF-FOUT
                   PERFORM MARKEER-GEANNULEERD
               END-IF
               IF SCHRIJF-FOUT
                   EXEC SQL ROLLBACK END-EXEC
               ELSE
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF

           IF SCHRIJF-FOUT
               MOVE 'voorschrift correctie niet weggeschreven'
                   TO WS-LOGTEKST
               PERFORM WRITE-LOG
               DISPLAY "Correctie niet weggeschreven - voorschrift "
                   WS-ANNUL-ID " blijft ongewijzigd"
           ELSE
               MOVE "voorschrift geannuleerd voor correctie"
                   TO WS-LOGTEKST
               PERFORM WRITE-LOG
               MOVE 'voorschrift correctie weggeschreven'
                   TO WS-LOGTEKST
               PERFORM WRITE-LOG
               PERFORM BEWAAR-CHECKPOINT
               DISPLAY "Voorschrift " WS-ANNUL-ID " vervangen door "
                   VoorschriftId
               IF HerhaalVolgend > 0
                   DISPLAY "Herhaling loopt verder, volgende op "
                       HerhaalVolgend
               END-IF
           END-IF.

      * De lijnen van het vervangende voorschrift, naar WS-BUF-TABEL;
      * een lijn die er niet meer bij past, zet WS-SCHRIJF-FOUT.
       SCHRIJF-CORRECTIE-LIJNEN.
           MOVE 0 TO WS-LIJN-AANTAL
           MOVE 0 TO WS-AANTAL-MEDICATIES
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-AANTAL
               IF CORR-BEHOUDEN(WS-CORR-IDX)
                   MOVE WS-CORR-CODE(WS-CORR-IDX) TO MedicatieCode
                   MOVE WS-CORR-NAAM(WS-CORR-IDX) TO MedicatieNaam
                   MOVE WS-CORR-DOSERING(WS-CORR-IDX) TO Dosering
                   MOVE WS-CORR-AANTAL-M(WS-CORR-IDX) TO Aantal
                   PERFORM HAAL-CORR-DOSERING
                   PERFORM SCHRIJF-DETAILLIJN
               END-IF
               IF CORR-VERVANGEN(WS-CORR-IDX)
                   ADD 1 TO WS-AANTAL-MEDICATIES
               END-IF
           END-PERFORM
           ADD WS-CORR-EXTRA TO WS-AANTAL-MEDICATIES

           IF WS-AANTAL-MEDICATIES > 0 AND NOT SCHRIJF-FOUT
               DISPLAY "Geef " WS-AANTAL-MEDICATIES
                   " vervangende/extra lijn(en) in"
               PERFORM VOER-MEDICATIELIJNEN-IN
           END-IF.

      * Herhalingen goedkeuren: de vervallen herhaalvoorschriften van
      * een dokter (zelfde selectie als HerhaalLijst), een per een.
      * Een goedgekeurde herhaling wordt een nieuw voorschrift met
      * herhaalVan naar het vorige; de reeks loopt verder op het
      * nieuwe. Overslaan schuift de vervaldatum een interval op,
      * stoppen beeindigt de reeks. Wat vandaag ingegeven werd, komt
      * niet opnieuw: zo blijft ook een net goedgekeurde herhaling
      * met een kort interval uit de lopende lijst.
       KEUR-HERHALINGEN-GOED.
           DISPLAY "Dokter id: " WITH NO ADVANCING
           ACCEPT WS-HERHAAL-DOKTER
           DISPLAY "Dagen vooruit (standaard 7) -> " WITH NO ADVANCING
           ACCEPT WS-HERHAAL-HORIZON
           IF WS-HERHAAL-HORIZON = 0
               MOVE 7 TO WS-HERHAAL-HORIZON
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VANDAAG
           COMPUTE WS-HERHAAL-DAGNR =
               FUNCTION INTEGER-OF-DATE(WS-VANDAAG)
               + WS-HERHAAL-HORIZON
           MOVE FUNCTION DATE-OF-INTEGER(WS-HERHAAL-DAGNR)
               TO WS-HERHAAL-GRENS

           EXEC SQL
               DECLARE GoedkeurCursor CURSOR FOR
               SELECT id, patientId, voorschriftDatum,
                      herhaalInterval, herhaalTot, herhaalVolgend
               FROM voorschrift
               WHERE dokterId = :WS-HERHAAL-DOKTER
                 AND herhaalVolgend > 0
                 AND herhaalVolgend <= :WS-HERHAAL-GRENS
                 AND voorschriftDatum < :WS-VANDAAG
                 AND (geannuleerd IS NULL OR geannuleerd <> 'J')
               ORDER BY herhaalVolgend, id
           END-EXEC
           EXEC SQL OPEN GoedkeurCursor END-EXEC

           MOVE 0 TO WS-HERHAAL-AANTAL
           MOVE "N" TO WS-EOF-HERHAAL
           PERFORM UNTIL EOF-HERHAAL
               EXEC SQL
                   FETCH GoedkeurCursor
                   INTO :WS-HERHAAL-BRON, :patientId,
                        :VoorschriftDatum, :HerhaalInterval,
                        :HerhaalTot, :HerhaalVolgend
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-HERHAAL
               ELSE
                   IF WS-HERHAAL-AANTAL = 200
                       DISPLAY "Meer dan 200 herhalingen - de rest "
                           "komt bij een volgende keer"
                       MOVE "Y" TO WS-EOF-HERHAAL
                   ELSE
                       ADD 1 TO WS-HERHAAL-AANTAL
                       MOVE WS-HERHAAL-BRON
                           TO WS-HRIJ-ID(WS-HERHAAL-AANTAL)
                       MOVE patientId
                           TO WS-HRIJ-PATIENTID(WS-HERHAAL-AANTAL)
                       MOVE VoorschriftDatum
                           TO WS-HRIJ-DATUM(WS-HERHAAL-AANTAL)
                       MOVE HerhaalInterval
                           TO WS-HRIJ-INTERVAL(WS-HERHAAL-AANTAL)
                       MOVE HerhaalTot
                           TO WS-HRIJ-TOT(WS-HERHAAL-AANTAL)
                       MOVE HerhaalVolgend
                           TO WS-HRIJ-VOLGEND(WS-HERHAAL-AANTAL)
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE GoedkeurCursor END-EXEC

           MOVE "N" TO WS-EOF-HERHAAL
           PERFORM VARYING WS-HERHAAL-IDX FROM 1 BY 1
               UNTIL WS-HERHAAL-IDX > WS-HERHAAL-AANTAL
                   OR EOF-HERHAAL
               MOVE WS-HRIJ-ID(WS-HERHAAL-IDX) TO WS-HERHAAL-BRON
               MOVE WS-HRIJ-PATIENTID(WS-HERHAAL-IDX) TO patientId
               MOVE WS-HRIJ-DATUM(WS-HERHAAL-IDX) TO VoorschriftDatum
               MOVE WS-HRIJ-INTERVAL(WS-HERHAAL-IDX)
                   TO HerhaalInterval
               MOVE WS-HRIJ-TOT(WS-HERHAAL-IDX) TO HerhaalTot
               MOVE WS-HRIJ-VOLGEND(WS-HERHAAL-IDX) TO HerhaalVolgend
               PERFORM BEHANDEL-HERHALING
           END-PERFORM
           MOVE 0 TO WS-HERHAAL-BRON

           IF WS-HERHAAL-AANTAL = 0
               DISPLAY "Geen herhalingen te vernieuwen voor dokter "
                   WS-HERHAAL-DOKTER " tot " WS-HERHAAL-GRENS
           END-IF.

       BEHANDEL-HERHALING.
           MOVE WS-HERHAAL-BRON TO VoorschriftId
           MOVE WS-HERHAAL-DOKTER TO dokterId
           MOVE "N" TO Geannuleerd
           MOVE 0 TO WS-HIST-NAAR-BESTAND
           PERFORM TOON-HISTORIEK-VOORSCHRIFT
           DISPLAY "  patient " patientId " herhaling vervalt "
               HerhaalVolgend " (elke " HerhaalInterval
               " dagen, tot " HerhaalTot ")"
           DISPLAY "  1=Goedkeuren 2=Overslaan 3=Reeks stoppen "
               "0=Later 9=Einde -> " WITH NO ADVANCING
           ACCEPT WS-HERHAAL-KEUZE

           EVALUATE TRUE
               WHEN HERHAAL-GOEDKEUREN
                   PERFORM KEUR-HERHALING-GOED
               WHEN HERHAAL-OVERSLAAN
                   MOVE HerhaalVolgend TO WS-HERHAAL-BASIS
                   PERFORM BEREKEN-VOLGENDE-HERHALING
                   EXEC SQL
                       UPDATE voorschrift
                       SET herhaalVolgend = :WS-HERHAAL-VOLGEND
                       WHERE id = :WS-HERHAAL-BRON
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Herhaling niet overgeslagen "
                           "(SQLCODE " SQLCODE ") - voorschrift "
                           WS-HERHAAL-BRON " staat nog op de lijst"
                       MOVE "herhaling niet overgeslagen"
                           TO WS-LOGTEKST
                       PERFORM WRITE-LOG
                   ELSE
                       MOVE "herhaling overgeslagen" TO WS-LOGTEKST
                       PERFORM WRITE-LOG
                       IF WS-HERHAAL-VOLGEND = 0
                           DISPLAY "Overgeslagen - geen herhaling "
                               "meer voor de einddatum"
                       ELSE
                           DISPLAY "Overgeslagen - volgende "
                               "herhaling op " WS-HERHAAL-VOLGEND
                       END-IF
                   END-IF
               WHEN HERHAAL-STOPPEN
                   EXEC SQL
                       UPDATE voorschrift
                       SET herhaalVolgend = 0
                       WHERE id = :WS-HERHAAL-BRON
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Herhaling niet gestopt "
                           "(SQLCODE " SQLCODE ") - voorschrift "
                           WS-HERHAAL-BRON " staat nog op de lijst"
                       MOVE "herhaling niet gestopt" TO WS-LOGTEKST
                       PERFORM WRITE-LOG
                   ELSE
                       MOVE "herhaling gestopt" TO WS-LOGTEKST
                       PERFORM WRITE-LOG
                       DISPLAY "Herhaling van voorschrift "
                           WS-HERHAAL-BRON " gestopt"
                   END-IF
               WHEN HERHAAL-EINDE
                   MOVE "Y" TO WS-EOF-HERHAAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Dezelfde controles als de gewone invoer: dokter en patient
      * actief, elke lijn nog actief in de medicatiestam (met de
      * huidige officiele naam), 30 dagen en interacties. Een lijn die
      * niet meer in de stam staat valt weg; de dokter kan er een
      * vervangende lijn voor ingeven.
       KEUR-HERHALING-GOED.
           PERFORM CONTROLEER-DOKTER-EN-PATIENT
           IF NOT DOKTER-OK OR NOT PATIENT-OK
               DISPLAY "Dokter of patient niet meer actief"
                   " - herhaling niet goedgekeurd"
           ELSE
               MOVE 0 TO WS-CORR-AANTAL
               MOVE 0 TO WS-CORR-OVER
               MOVE 0 TO WS-CORR-EXTRA
               MOVE "N" TO WS-CORR-VOL
               EXEC SQL
                   DECLARE HerhaalDetailCursor CURSOR FOR
                   SELECT medicatieCode, medicatieNaam, dosering,
                          aantal, COALESCE(eenhedenPerInname, 0),
                          COALESCE(innamesPerDag, 0),
                          COALESCE(behandelingDagen, 0)
                   FROM voorschriftdetail
                   WHERE voorschriftId = :WS-HERHAAL-BRON
               END-EXEC
               EXEC SQL OPEN HerhaalDetailCursor END-EXEC
               MOVE "N" TO WS-EOF-CORRECTIE
               PERFORM UNTIL EOF-CORRECTIE
                   EXEC SQL
                       FETCH HerhaalDetailCursor
                       INTO :MedicatieCode, :MedicatieNaam,
                            :Dosering, :Aantal, :EenhedenPerInname,
                            :InnamesPerDag, :BehandelingDagen
                   END-EXEC
                   IF SQLCODE = 100
                       MOVE "Y" TO WS-EOF-CORRECTIE
                   ELSE
                       PERFORM CONTROLEER-HERHAAL-LIJN
                   END-IF
               END-PERFORM
               EXEC SQL CLOSE HerhaalDetailCursor END-EXEC

               IF CORR-VOL
                   DISPLAY "Voorschrift " WS-HERHAAL-BRON " heeft meer"
                       " dan 99 lijnen - herhaling niet goedgekeurd"
               ELSE
                   PERFORM BEVESTIG-HERHAAL-LIJNEN
               END-IF
           END-IF.

       BEVESTIG-HERHAAL-LIJNEN.
           IF WS-CORR-OVER < WS-CORR-AANTAL
               DISPLAY "Aantal vervangende lijnen: "
                   WITH NO ADVANCING
               ACCEPT WS-CORR-EXTRA
           END-IF
           IF WS-CORR-OVER + WS-CORR-EXTRA = 0
               DISPLAY "Geen lijnen over - herhaling niet "
                   "goedgekeurd"
           ELSE
               PERFORM KEN-VOORSCHRIFTID-TOE
               IF NOT NUMMER-OK
                   DISPLAY "Geen id voor het nieuwe voorschrift"
                       " - herhaling niet goedgekeurd"
               ELSE
                   MOVE WS-NUMMER-ID TO WS-NIEUW-ID
                   PERFORM SCHRIJF-HERHALING
               END-IF
           END-IF.

      * Zet een lijn van het herhaalde voorschrift in WS-CORR-TABEL:
      * behouden als de medicatie nog actief is en de dagdosis binnen
      * het (huidige) maximum ligt of bevestigd wordt, anders
      * geschrapt.
       CONTROLEER-HERHAAL-LIJN.
           IF WS-CORR-AANTAL NOT < 99
               MOVE "Y" TO WS-CORR-VOL
           ELSE
               ADD 1 TO WS-CORR-AANTAL
               MOVE MedicatieCode TO WS-MEDICATIE-ZOEK
               PERFORM ZOEK-MEDICATIE
               IF MEDICATIE-OK
                   PERFORM CONTROLEER-DAGDOSIS
               END-IF
               MOVE MedicatieCode TO WS-CORR-CODE(WS-CORR-AANTAL)
               MOVE Dosering TO WS-CORR-DOSERING(WS-CORR-AANTAL)
               MOVE Aantal TO WS-CORR-AANTAL-M(WS-CORR-AANTAL)
               PERFORM BEWAAR-CORR-DOSERING
               IF MEDICATIE-OK
                   MOVE StamMedicatieNaam
                       TO WS-CORR-NAAM(WS-CORR-AANTAL)
                   MOVE 1 TO WS-CORR-ACTIE(WS-CORR-AANTAL)
                   ADD 1 TO WS-CORR-OVER
               ELSE
                   MOVE MedicatieNaam TO WS-CORR-NAAM(WS-CORR-AANTAL)
                   MOVE 3 TO WS-CORR-ACTIE(WS-CORR-AANTAL)
                   DISPLAY "Lijn " WS-CORR-AANTAL ": " MedicatieNaam
                       " niet meer actief in de medicatiestam of"
                       " boven de maximale dagdosis - valt weg"
               END-IF
           END-IF.

      * Het nieuwe voorschrift krijgt de datum van vandaag, de
      * herhaalinstellingen van het vorige en een volgende vervaldatum
      * een interval verder; het vorige heeft dan geen lopende
      * herhaling meer. Het gaat met de volgende export mee.
       SCHRIJF-HERHALING.
           MOVE WS-NIEUW-ID TO VoorschriftId
           MOVE "N" TO WS-SCHRIJF-FOUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO VoorschriftDatum
           MOVE VoorschriftDatum TO WS-HERHAAL-BASIS
           PERFORM BEREKEN-VOLGENDE-HERHALING
           MOVE WS-HERHAAL-VOLGEND TO HerhaalVolgend

           MOVE "Y" TO WS-LIJN-BUFFEREN
           MOVE 0 TO WS-BUF-AANTAL
           MOVE 0 TO WS-LIJN-AANTAL
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-AANTAL
               IF CORR-BEHOUDEN(WS-CORR-IDX)
                   MOVE WS-CORR-CODE(WS-CORR-IDX) TO MedicatieCode
                   MOVE WS-CORR-NAAM(WS-CORR-IDX) TO MedicatieNaam
                   MOVE WS-CORR-DOSERING(WS-CORR-IDX) TO Dosering
                   MOVE WS-CORR-AANTAL-M(WS-CORR-IDX) TO Aantal
                   PERFORM HAAL-CORR-DOSERING
                   PERFORM CONTROLEER-NIEUWE-LIJN
                   PERFORM SCHRIJF-DETAILLIJN
               END-IF
           END-PERFORM

           IF WS-CORR-EXTRA > 0 AND NOT SCHRIJF-FOUT
               MOVE WS-CORR-EXTRA TO WS-AANTAL-MEDICATIES
               DISPLAY "Geef " WS-AANTAL-MEDICATIES
                   " vervangende lijn(en) in"
               PERFORM VOER-MEDICATIELIJNEN-IN
           END-IF
           MOVE "N" TO WS-LIJN-BUFFEREN

      * Het vorige voorschrift verliest zijn lopende herhaling pas
      * als het nieuwe met al zijn lijnen weggeschreven is.
           IF NOT SCHRIJF-FOUT
               EXEC SQL START TRANSACTION END-EXEC
               EXEC SQL
                   INSERT INTO voorschrift
                       (id, dokterId, patientId, voorschriftDatum,
                        herhaalInterval, herhaalTot, herhaalVolgend,
                        herhaalVan)
                   VALUES
                       (:VoorschriftId, :dokterId, :patientId,
                        :VoorschriftDatum, :HerhaalInterval,
                        :HerhaalTot, :HerhaalVolgend,
                        :WS-HERHAAL-BRON)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Herhaling niet weggeschreven "
                       "(SQLCODE " SQLCODE ")"
                   MOVE "Y" TO WS-SCHRIJF-FOUT
               ELSE
                   PERFORM VOEG-BUFFERLIJNEN-IN
               END-IF
               IF NOT SCHRIJF-FOUT
                   EXEC SQL
                       UPDATE voorschrift
                       SET herhaalVolgend = 0
                       WHERE id = :WS-HERHAAL-BRON
                   END-EXEC
                   IF SQLCODE < 0
                       DISPLAY "Vorig voorschrift niet bij te werken "
                           "(SQLCODE " SQLCODE ")"
                       MOVE "Y" TO WS-SCHRIJF-FOUT
                   END-IF
               END-IF
               IF SCHRIJF-FOUT
                   EXEC SQL ROLLBACK END-EXEC
               ELSE
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF

           IF SCHRIJF-FOUT
               MOVE 'herhaling niet weggeschreven' TO WS-LOGTEKST
               PERFORM WRITE-LOG
               DISPLAY "Herhaling van " WS-HERHAAL-BRON
                   " niet weggeschreven - staat nog op de lijst"
           ELSE
               MOVE 'herhaling goedgekeurd' TO WS-LOGTEKST
               PERFORM WRITE-LOG
               PERFORM BEWAAR-CHECKPOINT
               DISPLAY "Herhaling van " WS-HERHAAL-BRON
                   " weggeschreven als voorschrift " VoorschriftId
               IF HerhaalVolgend > 0
                   DISPLAY "Volgende herhaling op " HerhaalVolgend
               ELSE
                   DISPLAY "Laatste herhaling: einddatum bereikt"
               END-IF
           END-IF.

      * Zoekt WS-MEDICATIE-ZOEK als code of als officiele naam in de
      * medicatiestam; enkel actieve medicatie telt als gevonden.
      * Eerst tellen: twee actieve rijen met dezelfde naam zouden de
               IF WS-MEDICATIE-COUNT = 1
                   EXEC SQL
                       SELECT code, naam, standaardDosering, actief,
                              opVoorraad,
                              COALESCE(standaardEenheden, 0),
                              COALESCE(standaardInnames, 0),
                              COALESCE(standaardDagen, 0),
                              COALESCE(maxDagDosis, 0)
                       INTO :StamMedicatieCode, :StamMedicatieNaam,
                            :StandaardDosering, :MedicatieActief,
                            :MedicatieOpVoorraad, :StandaardEenheden,
                            :StandaardInnames, :StandaardDagen,
                            :MaxDagDosis
                       FROM medicatie
                       WHERE (code = :WS-MEDICATIE-ZOEK
                           OR naam = :WS-MEDICATIE-ZOEK)
                               StamMedicatieNaam
                               "' bestaat al - niet toegevoegd"
                       ELSE
                           MOVE SPACES TO StandaardDosering
                           MOVE 0 TO StandaardEenheden
                           MOVE 0 TO StandaardInnames
                           MOVE 0 TO StandaardDagen
                           MOVE 0 TO MaxDagDosis
                           MOVE 0 TO MinimumVoorraad
                           PERFORM VRAAG-STANDAARD-DOSERING
                           PERFORM VRAAG-MINIMUM-VOORRAAD
                           EXEC SQL
                               INSERT INTO medicatie
                                   (code, naam, standaardDosering,
                                    actief, standaardEenheden,
                                    standaardInnames, standaardDagen,
                                    maxDagDosis, minimumVoorraad)
                               VALUES
                                   (:StamMedicatieCode,
                                    :StamMedicatieNaam,
                                    :StandaardDosering, 'J',
                                    :StandaardEenheden,
                                    :StandaardInnames,
                                    :StandaardDagen, :MaxDagDosis,
                                    :MinimumVoorraad)
                           END-EXEC
                           DISPLAY "Medicatie " StamMedicatieCode
                               " toegevoegd"
                   DISPLAY "Medicatie code: " WITH NO ADVANCING
                   ACCEPT StamMedicatieCode
                   EXEC SQL
                       SELECT naam, standaardDosering,
                              COALESCE(standaardEenheden, 0),
                              COALESCE(standaardInnames, 0),
                              COALESCE(standaardDagen, 0),
                              COALESCE(maxDagDosis, 0),
                              COALESCE(minimumVoorraad, 0)
                       INTO :StamMedicatieNaam, :StandaardDosering,
                            :StandaardEenheden, :StandaardInnames,
                            :StandaardDagen, :MaxDagDosis,
                            :MinimumVoorraad
                       FROM medicatie
                       WHERE code = :StamMedicatieCode
                   END-EXEC
                       END-IF
                       DISPLAY "Huidige standaard dosering: "
                           StandaardDosering
                       PERFORM VRAAG-STANDAARD-DOSERING
                       PERFORM VRAAG-MINIMUM-VOORRAAD
      * Een hernoeming mag geen tweede actieve rij met dezelfde
      * naam opleveren - zelfde regel als bij toevoegen.
                       EXEC SQL
                               UPDATE medicatie
                               SET naam = :StamMedicatieNaam,
                                   standaardDosering =
                                       :StandaardDosering,
                                   standaardEenheden =
                                       :StandaardEenheden,
                                   standaardInnames =
                                       :StandaardInnames,
                                   standaardDagen = :StandaardDagen,
                                   maxDagDosis = :MaxDagDosis,
                                   minimumVoorraad = :MinimumVoorraad
                               WHERE code = :StamMedicatieCode
                           END-EXEC
                           DISPLAY "Medicatie " StamMedicatieCode
                   DISPLAY "Ongeldige keuze"
           END-EVALUATE.

      * Gestructureerde standaarddosering en maximale dagdosis voor
      * toevoegen en wijzigen; leeg laten behoudt de huidige waarde.
      * De tekst standaardDosering wordt eruit opgebouwd zodra er een
      * standaard aantal eenheden is.
       VRAAG-STANDAARD-DOSERING.
           MOVE StandaardEenheden TO WS-DOS-EENHEDEN-ED
           DISPLAY "Standaard eenheden per inname ("
               WS-DOS-EENHEDEN-ED "): " WITH NO ADVANCING
           ACCEPT WS-DOS-INVOER
           IF WS-DOS-INVOER NOT = SPACES
               INSPECT WS-DOS-INVOER REPLACING ALL "," BY "."
               COMPUTE StandaardEenheden =
                   FUNCTION NUMVAL(WS-DOS-INVOER)
           END-IF
           DISPLAY "Standaard innames per dag (" StandaardInnames
               "): " WITH NO ADVANCING
           ACCEPT WS-DOS-INVOER
           IF WS-DOS-INVOER NOT = SPACES
               COMPUTE StandaardInnames =
                   FUNCTION NUMVAL(WS-DOS-INVOER)
           END-IF
           DISPLAY "Standaard behandeling in dagen (" StandaardDagen
               "): " WITH NO ADVANCING
           ACCEPT WS-DOS-INVOER
           IF WS-DOS-INVOER NOT = SPACES
               COMPUTE StandaardDagen =
                   FUNCTION NUMVAL(WS-DOS-INVOER)
           END-IF
           MOVE MaxDagDosis TO WS-DOS-MAX-ED
           DISPLAY "Maximale dagdosis in eenheden, 0=geen ("
               WS-DOS-MAX-ED "): " WITH NO ADVANCING
           ACCEPT WS-DOS-INVOER
           IF WS-DOS-INVOER NOT = SPACES
               INSPECT WS-DOS-INVOER REPLACING ALL "," BY "."
               COMPUTE MaxDagDosis = FUNCTION NUMVAL(WS-DOS-INVOER)
           END-IF

           IF StandaardEenheden > 0
               MOVE StandaardEenheden TO EenhedenPerInname
               MOVE StandaardInnames TO InnamesPerDag
               MOVE StandaardDagen TO BehandelingDagen
               PERFORM MAAK-DOSERINGTEKST
               MOVE Dosering TO StandaardDosering
           END-IF.

      * Minimumvoorraad voor het bestelvoorstel; leeg laten behoudt
      * de huidige waarde.
       VRAAG-MINIMUM-VOORRAAD.
           MOVE MinimumVoorraad TO WS-MIN-VOORRAAD-ED
           DISPLAY "Minimumvoorraad, 0=niet opvolgen ("
               WS-MIN-VOORRAAD-ED "): " WITH NO ADVANCING
           ACCEPT WS-DOS-INVOER
           IF WS-DOS-INVOER NOT = SPACES
               COMPUTE MinimumVoorraad =
                   FUNCTION NUMVAL(WS-DOS-INVOER)
           END-IF.

      * Een interactiepaar geldt in beide richtingen; het wordt een
      * keer opgeslagen en altijd in beide richtingen doorzocht.
      * Beide codes moeten in de medicatiestam bestaan (codes zijn

                EXEC SQL
                    DECLARE VoorschriftCursorDatum CURSOR FOR
                    SELECT id, dokterId, patientId, voorschriftDatum,
                           COALESCE(geannuleerd, 'N'),
                           COALESCE(annulReden, ' '),
                           COALESCE(vervangenDoor, 0)
                    FROM voorschrift
                    WHERE voorschriftDatum
                        BETWEEN :WS-RAPPORT-VAN-DATUM

                EXEC SQL
                    DECLARE VoorschriftCursorDokter CURSOR FOR
                    SELECT id, dokterId, patientId, voorschriftDatum,
                           COALESCE(geannuleerd, 'N'),
                           COALESCE(annulReden, ' '),
                           COALESCE(vervangenDoor, 0)
                    FROM voorschrift
                    WHERE dokterId = :WS-RAPPORT-DOKTERID
                    ORDER BY voorschriftDatum
                EXEC SQL
                    FETCH VoorschriftCursorDatum
                    INTO :VoorschriftId, :dokterId, :patientId,
                         :VoorschriftDatum, :Geannuleerd, :AnnulReden,
                         :VervangenDoor
                END-EXEC
                IF SQLCODE = 100
                    MOVE "Y" TO WS-EOF-RAPPORT
                EXEC SQL
                    FETCH VoorschriftCursorDokter
                    INTO :VoorschriftId, :dokterId, :patientId,
                         :VoorschriftDatum, :Geannuleerd, :AnnulReden,
                         :VervangenDoor
                END-EXEC
                IF SQLCODE = 100
                    MOVE "Y" TO WS-EOF-RAPPORT
        END-IF.

      * Een lijn per voorschrift, gevolgd door een lijn per
      * medicatie uit voorschriftdetail voor dat voorschrift. Een
      * geannuleerd voorschrift krijgt er een markeerlijn bij.
       SCHRIJF-RAPPORTLIJN.
      * rapportlijn is an FD field -- STRING only overwrites the bytes
      * it produces, so it must be blanked first or a shorter line
                   INTO rapportlijn
           END-STRING
           WRITE rapportrecord
           IF Geannuleerd = "J"
               PERFORM MAAK-ANNULATIELIJN
               MOVE WS-ANNULATIELIJN TO rapportlijn
               WRITE rapportrecord
           END-IF

           EXEC SQL
               DECLARE DetailCursor CURSOR FOR
               SELECT medicatieNaam, dosering, aantal,
                      COALESCE(bovenMaxDosis, 'N')
               FROM voorschriftdetail
               WHERE voorschriftId = :VoorschriftId
           END-EXEC
           PERFORM UNTIL EOF-DETAIL
               EXEC SQL
                   FETCH DetailCursor
                   INTO :MedicatieNaam, :Dosering, :Aantal,
                        :BovenMaxDosis
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-DETAIL
                           Aantal DELIMITED BY SIZE
                           INTO rapportlijn
                   END-STRING
                   IF BovenMaxDosis = "J"
                       MOVE "BOVEN MAX DAGDOSIS" TO rapportlijn(95:18)
                   END-IF
                   WRITE rapportrecord
               END-IF
           END-PERFORM
           EXEC SQL CLOSE DetailCursor END-EXEC.

      * Markeerlijn voor een geannuleerd voorschrift, gedeeld door
      * het rapport en de historiek.
       MAAK-ANNULATIELIJN.
           MOVE SPACES TO WS-ANNULATIELIJN
           IF VervangenDoor > 0
               STRING "  GEANNULEERD, vervangen door " DELIMITED BY SIZE
                       VervangenDoor DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       AnnulReden DELIMITED BY SIZE
                       INTO WS-ANNULATIELIJN
               END-STRING
           ELSE
               STRING "  GEANNULEERD - " DELIMITED BY SIZE
                       AnnulReden DELIMITED BY SIZE
                       INTO WS-ANNULATIELIJN
               END-STRING
           END-IF.

       WRITE-LOG.
      * loglijn is an FD field -- STRING only overwrites the bytes it
      * produces, so blank it first or leftover bytes from a longer
           WRITE checkpointrecord
           CLOSE checkpointfile.

      * Bij opstart: als er een checkpoint is, toon het zodat de
      * gebruiker ziet waar de vorige run gebleven is. Het volgende
      * id komt sinds de centrale nummering vanzelf uit de teller.
       HERSTEL-CHECKPOINT.
           OPEN INPUT checkpointfile
           IF checkpointStatus = "00"
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "Laatst weggeschreven voorschrift id: "
                           chkVoorschriftId
               END-READ
           END-IF
           CLOSE checkpointfile.
