000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BestelVoorstel.
       AUTHOR. Bert Verleyen.

      * Bestelvoorstel voor de apotheek. Per actieve medicatie wordt
      * de laatst ingelezen voorraad (medicatie.voorraadAantal, uit
      * ApotheekExport modus 3) vergeleken met het verbruik van de
      * voorbije periode: de som van aantal in voorschriftdetail
      * over de niet-geannuleerde voorschriften van die periode,
      * zelfde telling als VoorschriftStatistiek. Daaruit volgt het
      * dagverbruik en het aantal dagen dat de voorraad nog
      * meegaat. BestelRapport.out toont alle actieve medicaties;
      * BestelVoorstel.dat bevat enkel wat onder de minimumvoorraad
      * uit de medicatiestam zit (DokterVoorschrift modus 3), met
      * als voorgesteld aantal het tekort tot het minimum plus het
      * verbruik van een periode. Een medicatie zonder
      * minimumvoorraad (0) wordt niet opgevolgd; een medicatie
      * waarvoor nog nooit een voorraadstand binnenkwam staat wel op
      * het rapport maar niet in het voorstel. Dit programma
      * schrijft zelf niets in de databank.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT rapportbestand ASSIGN TO "BestelRapport.out"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS rapportStatus.

      * OUTPUT: elke run maakt een vers voorstel aan; de apotheek
      * leest op kolomposities.
       SELECT voorstelbestand ASSIGN TO "BestelVoorstel.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS voorstelStatus.

      * Gedeeld verwerkingsjournaal van de batchruns (zie
      * ApotheekExport).
       SELECT journaalbestand ASSIGN TO "BatchJournaal.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS journaalStatus.

       DATA DIVISION.
       FILE SECTION.

       FD rapportbestand.
       01 rapportrecord.
          05 rapportlijn pic x(132).

       FD voorstelbestand.
       01 voorstelrecord.
          05 vstMedicatieCode pic x(10).
          05 vstMedicatieNaam pic x(40).
          05 vstVoorraad      pic 9(6).
          05 vstVoorraadDatum pic 9(8).
          05 vstMinimum       pic 9(6).
          05 vstVerbruik      pic 9(6).
          05 vstDagenVoorraad pic 9(5).
          05 vstBestelAantal  pic 9(6).

      * Layout gedeeld met ApotheekExport, PlanningArchief,
      * VoorschriftStatistiek en BatchControle -- het repo heeft geen
      * copybooks om dit te delen. Teller 1 is het aantal actieve
      * medicaties, teller 2 het aantal in het bestelvoorstel,
      * teller 3 het aantal zonder voorraadstand.
       FD journaalbestand.
       01 JournaalRecord.
          05 JrnProgramma  pic x(21).
          05 filler        pic x.
          05 JrnRun        pic x(10).
          05 filler        pic x.
          05 JrnStart      pic x(14).
          05 filler        pic x.
          05 JrnEinde      pic x(14).
          05 filler        pic x.
          05 JrnUitkomst   pic x(10).
          05 filler        pic x.
          05 JrnAantal1    pic 9(6).
          05 filler        pic x.
          05 JrnAantal2    pic 9(6).
          05 filler        pic x.
          05 JrnAantal3    pic 9(6).

       WORKING-STORAGE SECTION.
       01 jbcd-string pic x(1000).

       01 rapportStatus pic x(2).
       01 voorstelStatus pic x(2).
       01 journaalStatus pic x(2).

       01 WS-JRN-START pic x(14).
       01 WS-JRN-UITKOMST pic x(10).

       01 WS-VANDAAG     pic 9(8).
       01 WS-PERIODE     pic 9(3) value 0.
       01 WS-GRENS-DAGNR pic 9(7).
       01 WS-GRENS       pic 9(8).

      * Parameter van de nachtelijke keten (NachtKeten): de periode
      * in dagen waarover het verbruik berekend wordt. Leeg =
      * interactief.
       01 WS-PARAMETERS pic x(80).

       01 WS-EOF-MEDICATIE pic x value "N".
         88 EOF-MEDICATIE VALUE "Y".

       01 BestelRij.
          03 BstCode          pic x(10).
          03 BstNaam          pic x(40).
          03 BstVoorraad      pic 9(6).
          03 BstVoorraadDatum pic 9(8).
          03 BstMinimum       pic 9(6).
          03 BstVerbruik      pic 9(6).

      * Dagverbruik met twee decimalen; 99999 dagen staat voor "geen
      * verbruik in de periode".
       01 WS-DAGVERBRUIK    pic 9(5)v99.
       01 WS-DAGEN-VOORRAAD pic 9(5).
       01 WS-BESTEL-AANTAL  pic 9(6).
       01 WS-DAGVERBRUIK-ED pic zzzz9.99.
       01 WS-DAGEN-ED       pic zzzz9.

       01 WS-AANTAL-MEDICATIES  pic 9(6) value 0.
       01 WS-AANTAL-BESTELLEN   pic 9(6) value 0.
       01 WS-AANTAL-ZONDER-STAND pic 9(6) value 0.

        EXEC SQL BEGIN DECLARE SECTION END-EXEC
      * SQLCODE is 0 for success, 100 for no data, -1 for failure
        01 SQLCODE PIC S9(3).
      * SQLSTATE is a 5 character communication code; 00xxx is success.
        01 SQLSTATE PIC X(5).
        01 JdbcString PIC X(255).
        EXEC SQL END DECLARE SECTION END-EXEC


       PROCEDURE DIVISION.
       PGM.

       PERFORM LEES-CONNECTIESTRING
       PERFORM DO-CONNECT

       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-START
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VANDAAG

       ACCEPT WS-PARAMETERS FROM COMMAND-LINE
       IF WS-PARAMETERS NOT = SPACES
           COMPUTE WS-PERIODE = FUNCTION NUMVAL(WS-PARAMETERS)
       ELSE
           DISPLAY "Verbruik over hoeveel dagen (standaard 30) -> "
               WITH NO ADVANCING
           ACCEPT WS-PERIODE
       END-IF
       IF WS-PERIODE = 0
           MOVE 30 TO WS-PERIODE
       END-IF
       COMPUTE WS-GRENS-DAGNR =
           FUNCTION INTEGER-OF-DATE(WS-VANDAAG) - WS-PERIODE
       MOVE FUNCTION DATE-OF-INTEGER(WS-GRENS-DAGNR) TO WS-GRENS

       OPEN OUTPUT rapportbestand
       IF rapportStatus NOT = "00"
           DISPLAY "BestelRapport.out niet te openen: " rapportStatus
           MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
       ELSE
           OPEN OUTPUT voorstelbestand
           IF voorstelStatus NOT = "00"
               DISPLAY "BestelVoorstel.dat niet te openen: "
                   voorstelStatus
               CLOSE rapportbestand
               MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
           ELSE
               PERFORM MAAK-BESTELVOORSTEL
               MOVE "GESLAAGD" TO WS-JRN-UITKOMST
           END-IF
       END-IF

       PERFORM SCHRIJF-JOURNAAL
       PERFORM DO-DISCONNECT
       STOP RUN.

      * Rapport en voorstel zelf: hoofding, een lijn per medicatie
      * en totalen.
       MAAK-BESTELVOORSTEL.
           MOVE SPACES TO rapportlijn
           STRING "Voorraad en verbruik per medicatie (verbruik sinds "
                   WS-GRENS ", " WS-PERIODE " dagen; rapport van "
                   WS-VANDAAG ")"
                   DELIMITED BY SIZE INTO rapportlijn
           WRITE rapportrecord
           MOVE SPACES TO rapportlijn
           WRITE rapportrecord

           PERFORM LIJST-MEDICATIES

           MOVE SPACES TO rapportlijn
           WRITE rapportrecord
           MOVE SPACES TO rapportlijn
           STRING "Totaal: " WS-AANTAL-MEDICATIES " medicaties, "
                   WS-AANTAL-BESTELLEN " te bestellen, "
                   WS-AANTAL-ZONDER-STAND " zonder voorraadstand"
                   DELIMITED BY SIZE INTO rapportlijn
           WRITE rapportrecord

           CLOSE rapportbestand
           CLOSE voorstelbestand
           DISPLAY "Bestelvoorstel BestelVoorstel.dat weggeschreven ("
               WS-AANTAL-BESTELLEN " medicaties), rapport in "
               "BestelRapport.out".

      * Een journaalregel per run (zie ApotheekExport voor het
      * patroon); de run telt als geslaagd zodra rapport en voorstel
      * volledig weggeschreven zijn.
       SCHRIJF-JOURNAAL.
           OPEN EXTEND journaalbestand
           IF journaalStatus = "35"
               OPEN OUTPUT journaalbestand
           END-IF
           IF journaalStatus NOT = "00"
               DISPLAY "BatchJournaal.txt niet te openen: "
                   journaalStatus
           ELSE
               MOVE SPACES TO JournaalRecord
               MOVE "BestelVoorstel" TO JrnProgramma
               MOVE "BESTEL" TO JrnRun
               MOVE WS-JRN-START TO JrnStart
               MOVE FUNCTION CURRENT-DATE(1:14) TO JrnEinde
               MOVE WS-JRN-UITKOMST TO JrnUitkomst
               MOVE WS-AANTAL-MEDICATIES TO JrnAantal1
               MOVE WS-AANTAL-BESTELLEN TO JrnAantal2
               MOVE WS-AANTAL-ZONDER-STAND TO JrnAantal3
               WRITE JournaalRecord
               CLOSE journaalbestand
           END-IF.

       LEES-CONNECTIESTRING.

       STRING "jdbc:mysql://localhost/DokterApotheekDb"
               DELIMITED BY SIZE
       INTO jbcd-string
       DISPLAY  'jbcd-string ingelezen'.

      * Alle actieve medicaties met hun verbruik in de periode; een
      * medicatie zonder voorschriften heeft verbruik 0.
       LIJST-MEDICATIES.
           EXEC SQL
               DECLARE BestelCursor CURSOR FOR
               SELECT m.code, m.naam,
                      COALESCE(m.voorraadAantal, 0),
                      COALESCE(m.voorraadDatum, 0),
                      COALESCE(m.minimumVoorraad, 0),
                      COALESCE((SELECT SUM(d.aantal)
                                FROM voorschrift v,
                                     voorschriftdetail d
                                WHERE v.id = d.voorschriftId
                                  AND d.medicatieCode = m.code
                                  AND v.voorschriftDatum >= :WS-GRENS
                                  AND (v.geannuleerd IS NULL
                                       OR v.geannuleerd <> 'J')), 0)
               FROM medicatie m
               WHERE m.actief = 'J'
               ORDER BY m.code
           END-EXEC
           EXEC SQL OPEN BestelCursor END-EXEC

           MOVE "N" TO WS-EOF-MEDICATIE
           PERFORM UNTIL EOF-MEDICATIE
               EXEC SQL
                   FETCH BestelCursor
                   INTO :BstCode, :BstNaam, :BstVoorraad,
                        :BstVoorraadDatum, :BstMinimum, :BstVerbruik
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-MEDICATIE
               ELSE
                   PERFORM BEREKEN-VOORRAAD
               END-IF
           END-PERFORM
           EXEC SQL CLOSE BestelCursor END-EXEC

           IF WS-AANTAL-MEDICATIES = 0
               MOVE "  (geen actieve medicaties)" TO rapportlijn
               WRITE rapportrecord
           END-IF.

       BEREKEN-VOORRAAD.
           ADD 1 TO WS-AANTAL-MEDICATIES
           COMPUTE WS-DAGVERBRUIK ROUNDED = BstVerbruik / WS-PERIODE
           IF WS-DAGVERBRUIK = 0
               MOVE 99999 TO WS-DAGEN-VOORRAAD
           ELSE
               COMPUTE WS-DAGEN-VOORRAAD =
                   BstVoorraad / WS-DAGVERBRUIK
                   ON SIZE ERROR
                       MOVE 99999 TO WS-DAGEN-VOORRAAD
               END-COMPUTE
           END-IF

           MOVE WS-DAGVERBRUIK TO WS-DAGVERBRUIK-ED
           MOVE SPACES TO rapportlijn
           IF BstVoorraadDatum = 0
               ADD 1 TO WS-AANTAL-ZONDER-STAND
               STRING BstCode " " BstNaam
                       " geen voorraadstand, verbruik/dag "
                       WS-DAGVERBRUIK-ED
                       DELIMITED BY SIZE INTO rapportlijn
               WRITE rapportrecord
           ELSE
               IF WS-DAGEN-VOORRAAD = 99999
                   STRING BstCode " " BstNaam
                           " voorraad " BstVoorraad
                           " min " BstMinimum
                           " geen verbruik"
                           DELIMITED BY SIZE INTO rapportlijn
               ELSE
                   MOVE WS-DAGEN-VOORRAAD TO WS-DAGEN-ED
                   STRING BstCode " " BstNaam
                           " voorraad " BstVoorraad
                           " min " BstMinimum
                           " verbruik/dag " WS-DAGVERBRUIK-ED
                           " dagen " WS-DAGEN-ED
                           DELIMITED BY SIZE INTO rapportlijn
               END-IF
               IF BstMinimum > 0 AND BstVoorraad < BstMinimum
                   MOVE "BESTELLEN" TO rapportlijn(114:9)
                   WRITE rapportrecord
                   PERFORM SCHRIJF-VOORSTEL
               ELSE
                   WRITE rapportrecord
               END-IF
           END-IF.

      * Voorgesteld aantal: aanvullen tot het minimum en daarbovenop
      * het verbruik van een periode, zodat het voorstel niet meteen
      * opnieuw onder het minimum zakt.
       SCHRIJF-VOORSTEL.
           ADD 1 TO WS-AANTAL-BESTELLEN
           COMPUTE WS-BESTEL-AANTAL =
               BstMinimum - BstVoorraad + BstVerbruik
               ON SIZE ERROR
                   MOVE 999999 TO WS-BESTEL-AANTAL
           END-COMPUTE
           MOVE BstCode TO vstMedicatieCode
           MOVE BstNaam TO vstMedicatieNaam
           MOVE BstVoorraad TO vstVoorraad
           MOVE BstVoorraadDatum TO vstVoorraadDatum
           MOVE BstMinimum TO vstMinimum
           MOVE BstVerbruik TO vstVerbruik
           MOVE WS-DAGEN-VOORRAAD TO vstDagenVoorraad
           MOVE WS-BESTEL-AANTAL TO vstBestelAantal
           WRITE voorstelrecord
           MOVE SPACES TO rapportlijn
           STRING "    voorstel: " WS-BESTEL-AANTAL " bestellen"
                   DELIMITED BY SIZE INTO rapportlijn
           WRITE rapportrecord.

       DO-CONNECT.
       EXEC SQL
       CONNECT
         TO :jbcd-string
         DRIVER "com.mysql.jdbc.Driver"
       END-EXEC
       .

       DO-DISCONNECT.
       EXEC SQL
       DISCONNECT
       END-EXEC
       .
