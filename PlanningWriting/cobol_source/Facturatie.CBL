000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Facturatie.
       AUTHOR. Bert Verleyen.

      * Maandelijkse facturatie van de afgehandelde consultaties:
      * elk event met status A en een patient, uit planning.txt en
      * uit PlanningArchief.txt, wordt een factuurlijn in
      * Facturatie.dat voor het boekhoudpakket, aan het tarief van
      * de soort (de eventnaam, onderhouden in StamOnderhoud) of
      * anders aan het STANDAARD-tarief. HonorariaOverzicht.out geeft
      * per dokter het aantal consultaties en het honorarium.
      * Het register gefactureerd in DokterApotheekDb houdt per event
      * (EventId + datum + begintijd: van voor de centrale nummering
      * kon een EventId na archiveren opnieuw uitgedeeld worden, en
      * de relatieve sleutel verandert bij elke verdichting) bij dat
      * het gefactureerd is, dus een event wordt nooit twee keer
      * gefactureerd, ook niet als het tussen twee runs naar het
      * archief verhuisd is. Een lijn gaat
      * eerst als V (voorlopig) het register in en wordt pas D
      * (definitief) als de hele run geslaagd is; een afgebroken run
      * laat alleen V-lijnen achter en die worden bij de volgende
      * start opgeruimd, samen met hun lijnen in Facturatie.dat als
      * die er na een harde abort nog staan. Events die pas na de
      * run van hun maand op A gezet zijn, gaan mee met een latere
      * run (tot drie maanden terug).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT PlanningFile ASSIGN TO "planning.txt"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS PlanningStatus.

                SELECT ArchiefFile ASSIGN TO "PlanningArchief.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ArchiefStatus.

      * EXTEND: wat het boekhoudpakket nog niet ophaalde, blijft
      * staan; die lijnen staan al op D in het register en komen
      * niet meer terug.
                SELECT FacturatieFile ASSIGN TO "Facturatie.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FacturatieStatus.

      * Werkbestand om de lijnen van een afgebroken run weer uit
      * Facturatie.dat te knippen (zie AfspraakHerinnering).
                SELECT FacturatieWerkFile
                ASSIGN TO "Facturatie.wrk"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FacturatieWerkStatus.

                SELECT HonorariaOverzicht
                ASSIGN TO "HonorariaOverzicht.out"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OverzichtStatus.

      * Gedeeld verwerkingsjournaal van de batchruns (zie
      * ApotheekExport).
                SELECT JournaalFile ASSIGN TO "BatchJournaal.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JournaalStatus.

       DATA DIVISION.
       FILE SECTION.

      * Layout identiek aan PlanningsData.CBL -- het repo heeft geen
      * copybooks om dit te delen.
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
        01 ArchiefRecord          PIC X(214).

      * Vaste layout voor het boekhoudpakket; het bedrag heeft twee
      * impliciete decimalen. FacStandaard = S als het STANDAARD-
      * tarief gebruikt is (geen eigen tarief voor de soort).
       FD FacturatieFile.
        01 FacturatieRecord.
                05 FacMaand           PIC 9(6).
                05 FacEventId         PIC 9(6).
                05 FacDatum           PIC 9(8).
                05 FacBeginTijd       PIC 9(4).
                05 FacDokterId        PIC 9(3).
                05 FacPatientId       PIC 9(3).
                05 FacPatientNaam     PIC X(40).
                05 FacSoort           PIC X(50).
                05 FacBedrag          PIC 9(5)V99.
                05 FacStandaard       PIC X.

       FD FacturatieWerkFile.
        01 FacturatieWerkRecord      PIC X(128).

       FD HonorariaOverzicht.
        01 OverzichtRecord.
                04 OverzichtLijn      PIC X(120).

      * Layout gedeeld met ApotheekExport, PlanningArchief,
      * VoorschriftStatistiek en BatchControle -- het repo heeft geen
      * copybooks om dit te delen. Tellers hier: gefactureerd/al
      * eerder gefactureerd/zonder tarief.
       FD JournaalFile.
        01 JournaalRecord.
                05 JrnProgramma  PIC X(21).
                05 FILLER        PIC X.
                05 JrnRun        PIC X(10).
                05 FILLER        PIC X.
                05 JrnStart      PIC X(14).
                05 FILLER        PIC X.
                05 JrnEinde      PIC X(14).
                05 FILLER        PIC X.
                05 JrnUitkomst   PIC X(10).
                05 FILLER        PIC X.
                05 JrnAantal1    PIC 9(6).
                05 FILLER        PIC X.
                05 JrnAantal2    PIC 9(6).
                05 FILLER        PIC X.
                05 JrnAantal3    PIC 9(6).

       WORKING-STORAGE SECTION.
        01 PlanningStatus           PIC X(2).
        01 ArchiefStatus            PIC X(2).
        01 FacturatieStatus         PIC X(2).
        01 FacturatieWerkStatus     PIC X(2).
        01 OverzichtStatus          PIC X(2).
        01 JournaalStatus           PIC X(2).

        01 WS-JRN-START             PIC X(14).
        01 WS-JRN-UITKOMST          PIC X(10).

        01 WS-EOF-SCAN              PIC X VALUE "N".
                88 EOF-SCAN             VALUE "Y".
        01 WS-FAC-FOUT              PIC X VALUE "N".
                88 FAC-FOUT             VALUE "Y".

      * Aantal lijnen in Facturatie.dat van voor deze run.
        01 WS-FAC-VOOR-RUN          PIC 9(6) VALUE 0.
        01 WS-FAC-TELLER            PIC 9(6) VALUE 0.
      * Lijnen van een vorige, hard afgebroken run die bij de start
      * uit Facturatie.dat gehaald worden.
        01 WS-FAC-GESCHRAPT         PIC 9(6) VALUE 0.

      * Parameter van de nachtelijke keten (NachtKeten): de
      * factuurmaand JJJJMM. Leeg = interactief.
        01 WS-PARAMETERS            PIC X(80).

      * Factuurmaand JJJJMM; 000000 = de vorige maand.
        01 WS-FAC-MAAND             PIC 9(6) VALUE 0.
        01 WS-FAC-MAAND-R REDEFINES WS-FAC-MAAND.
                02 WS-FAC-JAAR          PIC 9(4).
                02 WS-FAC-MM            PIC 9(2).
        01 WS-VANDAAG               PIC 9(8).
        01 WS-FAC-VAN               PIC 9(8).
        01 WS-FAC-TOT               PIC 9(8).
        01 WS-FAC-LAAT-VAN          PIC 9(8).
        01 WS-REKEN-JAAR            PIC 9(4).
        01 WS-REKEN-MM              PIC 9(2).
        01 WS-REKEN-DAGNR           PIC 9(7).
      * Hoe ver terug laattijdig afgehandelde events nog meegaan.
        01 WS-LAAT-MAANDEN          PIC 9(2) VALUE 3.

      * Het event in behandeling, uit planning.txt of het archief.
        01 WS-FAC-EVENT.
                02 WS-FAC-EVENTID       PIC 9(6).
                02 WS-FAC-SOORT         PIC X(50).
                02 WS-FAC-DOKTERID      PIC 9(3).
                02 WS-FAC-PATIENTID     PIC 9(3).
                02 WS-FAC-DATUM         PIC 9(8).
                02 WS-FAC-BEGINTIJD     PIC 9(4).
        01 WS-FAC-COUNT             PIC 9(4) VALUE 0.
        01 WS-FAC-BEDRAG            PIC 9(5)V99.
        01 WS-FAC-STANDAARD         PIC X.
        01 WS-FAC-TARIEF-OK         PIC X VALUE "N".
                88 FAC-TARIEF-OK        VALUE "Y".
        01 WS-FAC-PATIENTNAAM       PIC X(40).
        01 WS-FAC-TIJDSTIP          PIC X(14).

      * Archiefregel in de huidige layout; regels van voor het
      * patientveld (de "/" van de datum op positie 62) hebben geen
      * patient en worden niet gefactureerd. Regels van voor de
      * zescijferige EventIds (de "/" op 66 en 69) worden op de
      * juiste velden gelegd.
        01 WS-ARCH-RECORD.
                02 WS-ARCH-EVENTID       PIC 9(6).
                02 FILLER                PIC X.
                02 WS-ARCH-EVENTNAME     PIC X(50).
                02 FILLER                PIC X.
                02 WS-ARCH-DOKTERID      PIC 9(3).
                02 FILLER                PIC X.
                02 WS-ARCH-PATIENTID     PIC 9(3).
                02 FILLER                PIC X.
                02 WS-ARCH-DATUM         PIC X(10).
                02 FILLER                PIC X.
                02 WS-ARCH-BEGINTIJD     PIC 9(4).
                02 FILLER                PIC X.
                02 WS-ARCH-EINDTIJD      PIC 9(4).
                02 FILLER                PIC X.
                02 WS-ARCH-BESCHRIJVING  PIC X(120).
                02 FILLER                PIC X.
                02 WS-ARCH-SERIEID       PIC 9(3).
                02 FILLER                PIC X.
                02 WS-ARCH-STATUS        PIC X.
                02 FILLER                PIC X.

      * Honoraria per dokter, opgebouwd tijdens de run.
        01 WS-DOK-AANTAL            PIC 9(2) VALUE 0.
        01 WS-DOK-IDX               PIC 9(2).
        01 WS-DOK-TABEL.
                02 WS-DOK OCCURS 50.
                   03 WS-DOK-ID          PIC 9(3).
                   03 WS-DOK-CONSULTS    PIC 9(6).
                   03 WS-DOK-HONORARIUM  PIC 9(7)V99.
        01 WS-DOK-NAAM              PIC X(40).
        01 WS-DOK-ZOEK-ID           PIC 9(3).

      * Afgehandelde events zonder bruikbaar tarief: niet
      * gefactureerd en niet geregistreerd, dus ze gaan mee met de
      * eerste run nadat het tarief er is.
        01 WS-ZT-AANTAL             PIC 9(3) VALUE 0.
        01 WS-ZT-IDX                PIC 9(3).
        01 WS-ZT-TABEL.
                02 WS-ZT OCCURS 200.
                   03 WS-ZT-EVENTID      PIC 9(6).
                   03 WS-ZT-DATUM        PIC 9(8).
                   03 WS-ZT-SOORT        PIC X(50).

        01 WS-AANTAL-GEFACTUREERD   PIC 9(6) VALUE 0.
        01 WS-AANTAL-LAATTIJDIG     PIC 9(6) VALUE 0.
        01 WS-AANTAL-AL-GEFACT      PIC 9(6) VALUE 0.
        01 WS-AANTAL-ZONDER-TARIEF  PIC 9(6) VALUE 0.
        01 WS-TOTAAL-HONORARIUM     PIC 9(7)V99 VALUE 0.
        01 WS-BEDRAG-ED             PIC Z(6)9.99.

        01 jbcd-string              PIC X(1000).

        EXEC SQL BEGIN DECLARE SECTION END-EXEC
      * SQLCODE is 0 for success, 100 for no data, -1 for failure
        01 SQLCODE PIC S9(3).
      * SQLSTATE is a 5 character communication code; 00xxx is success.
        01 SQLSTATE PIC X(5).
        01 JdbcString PIC X(255).
        EXEC SQL END DECLARE SECTION END-EXEC

       PROCEDURE DIVISION.
       Begin.
           PERFORM LeesConnectiestring
           PERFORM DoConnect

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-START
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VANDAAG

           ACCEPT WS-PARAMETERS FROM COMMAND-LINE
           IF WS-PARAMETERS NOT = SPACES
              COMPUTE WS-FAC-MAAND = FUNCTION NUMVAL(WS-PARAMETERS)
           ELSE
              DISPLAY "Factuurmaand (JJJJMM, 000000=vorige maand) -> "
                   WITH NO ADVANCING
              ACCEPT WS-FAC-MAAND
           END-IF
           PERFORM BepaalPeriode

           IF WS-FAC-MM < 1 OR WS-FAC-MM > 12 OR WS-FAC-JAAR < 2000
              DISPLAY "Ongeldige factuurmaand " WS-FAC-MAAND
              MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
           ELSE
           IF WS-FAC-VAN > WS-VANDAAG
              DISPLAY "Factuurmaand " WS-FAC-MAAND " ligt in de "
                   "toekomst - niets gefactureerd"
              MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
           ELSE
              PERFORM FactureerMaand
           END-IF
           END-IF

           PERFORM SchrijfJournaalRecord
           PERFORM DoDisconnect
           STOP RUN.

       LeesConnectiestring.
           STRING "jdbc:mysql://localhost/DokterApotheekDb"
                  DELIMITED BY SIZE
                  INTO jbcd-string
           DISPLAY "jbcd-string ingelezen".

       DoConnect.
           EXEC SQL
           CONNECT
             TO :jbcd-string
             DRIVER "com.mysql.jdbc.Driver"
           END-EXEC.

       DoDisconnect.
           EXEC SQL
           DISCONNECT
           END-EXEC.

      * Eerste en laatste dag van de factuurmaand, en de eerste dag
      * van de maand WS-LAAT-MAANDEN ervoor (ondergrens voor
      * laattijdig afgehandelde events).
       BepaalPeriode.
           IF WS-FAC-MAAND = 0
              MOVE WS-VANDAAG(1:4) TO WS-FAC-JAAR
              MOVE WS-VANDAAG(5:2) TO WS-FAC-MM
              IF WS-FAC-MM = 1
                 MOVE 12 TO WS-FAC-MM
                 SUBTRACT 1 FROM WS-FAC-JAAR
              ELSE
                 SUBTRACT 1 FROM WS-FAC-MM
              END-IF
           END-IF
           IF WS-FAC-MM NOT < 1 AND WS-FAC-MM NOT > 12
              COMPUTE WS-FAC-VAN = WS-FAC-MAAND * 100 + 1
              MOVE WS-FAC-JAAR TO WS-REKEN-JAAR
              MOVE WS-FAC-MM TO WS-REKEN-MM
              IF WS-REKEN-MM = 12
                 MOVE 1 TO WS-REKEN-MM
                 ADD 1 TO WS-REKEN-JAAR
              ELSE
                 ADD 1 TO WS-REKEN-MM
              END-IF
              COMPUTE WS-REKEN-DAGNR = FUNCTION INTEGER-OF-DATE(
                   WS-REKEN-JAAR * 10000 + WS-REKEN-MM * 100 + 1) - 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-REKEN-DAGNR)
                   TO WS-FAC-TOT

              MOVE WS-FAC-JAAR TO WS-REKEN-JAAR
              MOVE WS-FAC-MM TO WS-REKEN-MM
              IF WS-REKEN-MM > WS-LAAT-MAANDEN
                 SUBTRACT WS-LAAT-MAANDEN FROM WS-REKEN-MM
              ELSE
                 ADD 12 TO WS-REKEN-MM
                 SUBTRACT WS-LAAT-MAANDEN FROM WS-REKEN-MM
                 SUBTRACT 1 FROM WS-REKEN-JAAR
              END-IF
              COMPUTE WS-FAC-LAAT-VAN =
                   WS-REKEN-JAAR * 10000 + WS-REKEN-MM * 100 + 1
           END-IF.

       FactureerMaand.
           MOVE "N" TO WS-FAC-FOUT
           PERFORM RuimVorigeRunOp
           IF FAC-FOUT
              DISPLAY "Resten van een vorige run niet op te ruimen - "
                   "niets gefactureerd"
              MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
           ELSE
              PERFORM StartFacturatie
           END-IF.

      * Resten van een afgebroken run: V-lijnen in het register. Na
      * een harde abort (geen BreekFacturatieAf) kunnen hun lijnen
      * nog in Facturatie.dat staan; die gaan er eerst uit, en pas
      * daarna de V-lijnen, zodat de events opnieuw opgepikt worden
      * zonder twee keer in het bestand te staan.
       RuimVorigeRunOp.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-FAC-COUNT
               FROM gefactureerd
               WHERE status = 'V'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "Register gefactureerd niet te lezen "
                   "(SQLCODE " SQLCODE ")"
              MOVE "Y" TO WS-FAC-FOUT
           ELSE
           IF WS-FAC-COUNT > 0
              PERFORM KnipVoorlopigeLijnen
              IF NOT FAC-FOUT
                 EXEC SQL
                     DELETE FROM gefactureerd
                     WHERE status = 'V'
                 END-EXEC
                 IF SQLCODE < 0
                    DISPLAY "V-lijnen niet uit het register te halen "
                         "(SQLCODE " SQLCODE ")"
                    MOVE "Y" TO WS-FAC-FOUT
                 END-IF
              END-IF
           END-IF
           END-IF.

      * Kopieert Facturatie.dat naar het werkbestand zonder de lijnen
      * die nog als V in het register staan, en schrijft het terug
      * als er zo'n lijn was. Geen bestand: niets te knippen.
       KnipVoorlopigeLijnen.
           MOVE 0 TO WS-FAC-GESCHRAPT
           OPEN INPUT FacturatieFile
           IF FacturatieStatus = "35"
              CONTINUE
           ELSE
           IF FacturatieStatus NOT = "00"
              DISPLAY "Facturatie.dat niet te lezen: "
                   FacturatieStatus
              MOVE "Y" TO WS-FAC-FOUT
           ELSE
              OPEN OUTPUT FacturatieWerkFile
              IF FacturatieWerkStatus NOT = "00"
                 DISPLAY "Facturatie.wrk niet te openen: "
                      FacturatieWerkStatus
                 CLOSE FacturatieFile
                 MOVE "Y" TO WS-FAC-FOUT
              ELSE
                 MOVE "N" TO WS-EOF-SCAN
                 PERFORM UNTIL EOF-SCAN OR FAC-FOUT
                      READ FacturatieFile
                           AT END
                              MOVE "Y" TO WS-EOF-SCAN
                           NOT AT END
                              PERFORM ControleerVoorlopigeLijn
                      END-READ
                 END-PERFORM
                 CLOSE FacturatieFile
                 CLOSE FacturatieWerkFile
                 IF WS-FAC-GESCHRAPT > 0 AND NOT FAC-FOUT
                    PERFORM SchrijfFacturatieTerug
                 END-IF
              END-IF
           END-IF
           END-IF.

       ControleerVoorlopigeLijn.
           MOVE FacEventId TO WS-FAC-EVENTID
           MOVE FacDatum TO WS-FAC-DATUM
           MOVE FacBeginTijd TO WS-FAC-BEGINTIJD
           EXEC SQL
               SELECT COUNT(*) INTO :WS-FAC-COUNT
               FROM gefactureerd
               WHERE eventId = :WS-FAC-EVENTID
                 AND datum = :WS-FAC-DATUM
                 AND beginTijd = :WS-FAC-BEGINTIJD
                 AND status = 'V'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "Register gefactureerd niet te lezen "
                   "(SQLCODE " SQLCODE ") voor event " WS-FAC-EVENTID
              MOVE "Y" TO WS-FAC-FOUT
           ELSE
           IF WS-FAC-COUNT > 0
              ADD 1 TO WS-FAC-GESCHRAPT
           ELSE
              WRITE FacturatieWerkRecord FROM FacturatieRecord
           END-IF
           END-IF.

      * Eerst het werkbestand openen: pas als dat leesbaar is, mag
      * Facturatie.dat overschreven worden.
       SchrijfFacturatieTerug.
           OPEN INPUT FacturatieWerkFile
           IF FacturatieWerkStatus NOT = "00"
              DISPLAY "Facturatie.wrk niet te lezen: "
                   FacturatieWerkStatus
              MOVE "Y" TO WS-FAC-FOUT
           ELSE
              OPEN OUTPUT FacturatieFile
              IF FacturatieStatus NOT = "00"
                 DISPLAY "Facturatie.dat niet terug te zetten: "
                      FacturatieStatus
                 CLOSE FacturatieWerkFile
                 MOVE "Y" TO WS-FAC-FOUT
              ELSE
                 MOVE "N" TO WS-EOF-SCAN
                 PERFORM UNTIL EOF-SCAN
                      READ FacturatieWerkFile
                           AT END
                              MOVE "Y" TO WS-EOF-SCAN
                           NOT AT END
                              WRITE FacturatieRecord
                                   FROM FacturatieWerkRecord
                      END-READ
                 END-PERFORM
                 CLOSE FacturatieWerkFile
                 CLOSE FacturatieFile
                 DISPLAY WS-FAC-GESCHRAPT " lijnen van een "
                      "afgebroken run uit Facturatie.dat verwijderd"
              END-IF
           END-IF.

       StartFacturatie.
           OPEN INPUT PlanningFile
           IF PlanningStatus NOT = "00"
              DISPLAY "planning.txt niet te openen: " PlanningStatus
              MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
           ELSE
              PERFORM TelFacturatieLijnen
              IF FacturatieStatus NOT = "00"
                 AND FacturatieStatus NOT = "35"
                 DISPLAY "Facturatie.dat niet te lezen: "
                      FacturatieStatus
                 CLOSE PlanningFile
                 MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
              ELSE
              OPEN EXTEND FacturatieFile
              IF FacturatieStatus = "35"
                 OPEN OUTPUT FacturatieFile
              END-IF
              IF FacturatieStatus NOT = "00"
                 DISPLAY "Facturatie.dat niet te openen: "
                      FacturatieStatus
                 CLOSE PlanningFile
                 MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
              ELSE
                 PERFORM FactureerEvents
              END-IF
              END-IF
           END-IF.

      * De run zelf: planning en archief overlopen, en pas als alle
      * lijnen in Facturatie.dat staan, het register op D.
       FactureerEvents.
           MOVE "N" TO WS-EOF-SCAN
           PERFORM UNTIL EOF-SCAN OR FAC-FOUT
                READ PlanningFile NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-EOF-SCAN
                     NOT AT END
                        PERFORM SelecteerPlanningEvent
                END-READ
           END-PERFORM
           CLOSE PlanningFile

           IF NOT FAC-FOUT
              PERFORM LeesArchief
           END-IF
           CLOSE FacturatieFile

           IF FAC-FOUT
              PERFORM BreekFacturatieAf
           ELSE
      * Een enkele UPDATE: lukt ze niet, dan staat er ook geen
      * enkele lijn op D en ruimt BreekFacturatieAf alles op.
              EXEC SQL
                  UPDATE gefactureerd
                  SET status = 'D'
                  WHERE status = 'V'
              END-EXEC
              IF SQLCODE < 0
                 DISPLAY "Register gefactureerd niet af te sluiten "
                      "(SQLCODE " SQLCODE ")"
                 PERFORM BreekFacturatieAf
              ELSE
                 PERFORM SchrijfHonorariaOverzicht
                 MOVE "GESLAAGD" TO WS-JRN-UITKOMST
                 DISPLAY "Facturatie " WS-FAC-MAAND ": "
                      WS-AANTAL-GEFACTUREERD " lijnen ("
                      WS-AANTAL-LAATTIJDIG " laattijdig), "
                      WS-AANTAL-ZONDER-TARIEF " zonder tarief"
              END-IF
           END-IF.

      * Een fout halverwege: de V-lijnen van deze run gaan weg en
      * Facturatie.dat gaat terug naar de lijnen van voor deze run,
      * zodat er niets half doorgestuurd kan worden. Een volgende
      * run begint opnieuw.
       BreekFacturatieAf.
           EXEC SQL
               DELETE FROM gefactureerd
               WHERE status = 'V'
           END-EXEC
           PERFORM KnipFacturatieTerug
           MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
           DISPLAY "Facturatie afgebroken - niets gefactureerd".

      * Telt de lijnen die al in Facturatie.dat staan; geen bestand
      * (status 35) telt als 0.
       TelFacturatieLijnen.
           MOVE 0 TO WS-FAC-VOOR-RUN
           OPEN INPUT FacturatieFile
           IF FacturatieStatus = "00"
              MOVE "N" TO WS-EOF-SCAN
              PERFORM UNTIL EOF-SCAN
                   READ FacturatieFile
                        AT END
                           MOVE "Y" TO WS-EOF-SCAN
                        NOT AT END
                           ADD 1 TO WS-FAC-VOOR-RUN
                   END-READ
              END-PERFORM
              CLOSE FacturatieFile
           END-IF.

      * Zet Facturatie.dat terug op de lijnen van voor deze run, via
      * het werkbestand. Lukt dat niet, dan moet het beheer de
      * laatste lijnen zelf weghalen voor het boekhoudpakket het
      * bestand ophaalt.
       KnipFacturatieTerug.
           OPEN INPUT FacturatieFile
           OPEN OUTPUT FacturatieWerkFile
           IF FacturatieStatus NOT = "00"
              OR FacturatieWerkStatus NOT = "00"
              DISPLAY "Facturatie.dat niet terug te zetten: "
                   FacturatieStatus " " FacturatieWerkStatus
                   " - lijnen na lijn " WS-FAC-VOOR-RUN
                   " niet doorsturen"
              CLOSE FacturatieFile
              CLOSE FacturatieWerkFile
           ELSE
              MOVE 0 TO WS-FAC-TELLER
              MOVE "N" TO WS-EOF-SCAN
              PERFORM UNTIL EOF-SCAN
                   READ FacturatieFile
                        AT END
                           MOVE "Y" TO WS-EOF-SCAN
                        NOT AT END
                           ADD 1 TO WS-FAC-TELLER
                           IF WS-FAC-TELLER NOT > WS-FAC-VOOR-RUN
                              WRITE FacturatieWerkRecord
                                   FROM FacturatieRecord
                           END-IF
                   END-READ
              END-PERFORM
              CLOSE FacturatieFile
              CLOSE FacturatieWerkFile

              OPEN INPUT FacturatieWerkFile
              IF FacturatieWerkStatus NOT = "00"
                 DISPLAY "Facturatie.wrk niet te lezen: "
                      FacturatieWerkStatus
                      " - lijnen na lijn " WS-FAC-VOOR-RUN
                      " niet doorsturen"
              ELSE
              OPEN OUTPUT FacturatieFile
              IF FacturatieStatus NOT = "00"
                 DISPLAY "Facturatie.dat niet terug te zetten: "
                      FacturatieStatus " - lijnen na lijn "
                      WS-FAC-VOOR-RUN " niet doorsturen"
                 CLOSE FacturatieWerkFile
              ELSE
                 MOVE "N" TO WS-EOF-SCAN
                 PERFORM UNTIL EOF-SCAN
                      READ FacturatieWerkFile
                           AT END
                              MOVE "Y" TO WS-EOF-SCAN
                           NOT AT END
                              WRITE FacturatieRecord
                                   FROM FacturatieWerkRecord
                      END-READ
                 END-PERFORM
                 CLOSE FacturatieWerkFile
                 CLOSE FacturatieFile
                 DISPLAY "Lijnen van deze run uit Facturatie.dat "
                      "verwijderd"
              END-IF
              END-IF
           END-IF.

       SelecteerPlanningEvent.
           IF EventStatus = "A" AND EventPatientId NOT = 0
              MOVE EventId TO WS-FAC-EVENTID
              MOVE EventName TO WS-FAC-SOORT
              MOVE EventDokterId TO WS-FAC-DOKTERID
              MOVE EventPatientId TO WS-FAC-PATIENTID
              STRING Datum(7:4) Datum(4:2) Datum(1:2)
                     DELIMITED BY SIZE INTO WS-FAC-DATUM
              MOVE EventBeginTijd TO WS-FAC-BEGINTIJD
              PERFORM BehandelAfgehandeldEvent
           END-IF.

      * Het archief bestaat pas na de eerste archiveerrun; geen
      * bestand is dus geen fout.
       LeesArchief.
           OPEN INPUT ArchiefFile
           IF ArchiefStatus = "35"
              CONTINUE
           ELSE
           IF ArchiefStatus NOT = "00"
              DISPLAY "PlanningArchief.txt niet te openen: "
                   ArchiefStatus
              MOVE "Y" TO WS-FAC-FOUT
           ELSE
              MOVE "N" TO WS-EOF-SCAN
              PERFORM UNTIL EOF-SCAN OR FAC-FOUT
                   READ ArchiefFile
                        AT END
                           MOVE "Y" TO WS-EOF-SCAN
                        NOT AT END
                           PERFORM SelecteerArchiefEvent
                   END-READ
              END-PERFORM
              CLOSE ArchiefFile
           END-IF
           END-IF.

       SelecteerArchiefEvent.
           IF ArchiefRecord(62:1) NOT = "/"
              IF ArchiefRecord(66:1) = "/"
                 AND ArchiefRecord(69:1) = "/"
                 MOVE SPACES TO WS-ARCH-RECORD
                 MOVE ArchiefRecord(1:3) TO WS-ARCH-EVENTID
                 MOVE ArchiefRecord(5:50) TO WS-ARCH-EVENTNAME
                 MOVE ArchiefRecord(56:3) TO WS-ARCH-DOKTERID
                 MOVE ArchiefRecord(60:3) TO WS-ARCH-PATIENTID
                 MOVE ArchiefRecord(64:10) TO WS-ARCH-DATUM
                 MOVE ArchiefRecord(75:4) TO WS-ARCH-BEGINTIJD
                 MOVE ArchiefRecord(210:1) TO WS-ARCH-STATUS
              ELSE
                 MOVE ArchiefRecord TO WS-ARCH-RECORD
              END-IF
              IF WS-ARCH-STATUS = "A" AND WS-ARCH-PATIENTID NOT = 0
                 MOVE WS-ARCH-EVENTID TO WS-FAC-EVENTID
                 MOVE WS-ARCH-EVENTNAME TO WS-FAC-SOORT
                 MOVE WS-ARCH-DOKTERID TO WS-FAC-DOKTERID
                 MOVE WS-ARCH-PATIENTID TO WS-FAC-PATIENTID
                 STRING WS-ARCH-DATUM(7:4) WS-ARCH-DATUM(4:2)
                        WS-ARCH-DATUM(1:2)
                        DELIMITED BY SIZE INTO WS-FAC-DATUM
                 MOVE WS-ARCH-BEGINTIJD TO WS-FAC-BEGINTIJD
                 PERFORM BehandelAfgehandeldEvent
              END-IF
           END-IF.

      * Binnen de periode, nog niet in het register, met een tarief:
      * dan eerst het register (V) en pas daarna de factuurlijn.
      * Het register vangt ook een event dat tijdens de run zowel in
      * planning.txt als in het archief gelezen wordt.
       BehandelAfgehandeldEvent.
           IF WS-FAC-DATUM NOT < WS-FAC-LAAT-VAN
              AND WS-FAC-DATUM NOT > WS-FAC-TOT
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-FAC-COUNT
                  FROM gefactureerd
                  WHERE eventId = :WS-FAC-EVENTID
                    AND datum = :WS-FAC-DATUM
                    AND beginTijd = :WS-FAC-BEGINTIJD
              END-EXEC
              IF WS-FAC-COUNT > 0
                 ADD 1 TO WS-AANTAL-AL-GEFACT
              ELSE
                 PERFORM ZoekTarief
                 IF NOT FAC-TARIEF-OK
                    PERFORM OnthoudZonderTarief
                 ELSE
                    PERFORM FactureerEvent
                 END-IF
              END-IF
           END-IF.

       ZoekTarief.
           MOVE "N" TO WS-FAC-TARIEF-OK
           MOVE SPACE TO WS-FAC-STANDAARD
           EXEC SQL
               SELECT bedrag INTO :WS-FAC-BEDRAG
               FROM tarief
               WHERE soort = :WS-FAC-SOORT
                 AND actief = 'J'
           END-EXEC
           IF SQLCODE = 0
              MOVE "Y" TO WS-FAC-TARIEF-OK
           ELSE
              EXEC SQL
                  SELECT bedrag INTO :WS-FAC-BEDRAG
                  FROM tarief
                  WHERE soort = 'STANDAARD'
                    AND actief = 'J'
              END-EXEC
              IF SQLCODE = 0
                 MOVE "Y" TO WS-FAC-TARIEF-OK
                 MOVE "S" TO WS-FAC-STANDAARD
              END-IF
           END-IF.

       OnthoudZonderTarief.
           ADD 1 TO WS-AANTAL-ZONDER-TARIEF
           IF WS-ZT-AANTAL < 200
              ADD 1 TO WS-ZT-AANTAL
              MOVE WS-FAC-EVENTID TO WS-ZT-EVENTID(WS-ZT-AANTAL)
              MOVE WS-FAC-DATUM TO WS-ZT-DATUM(WS-ZT-AANTAL)
              MOVE WS-FAC-SOORT TO WS-ZT-SOORT(WS-ZT-AANTAL)
           END-IF.

       FactureerEvent.
           MOVE SPACES TO WS-FAC-PATIENTNAAM
           EXEC SQL
               SELECT naam INTO :WS-FAC-PATIENTNAAM
               FROM patient
               WHERE id = :WS-FAC-PATIENTID
           END-EXEC

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FAC-TIJDSTIP
           EXEC SQL
               INSERT INTO gefactureerd
                   (eventId, datum, beginTijd, dokterId, patientId,
                    maand, bedrag, status, tijdstip)
               VALUES
                   (:WS-FAC-EVENTID, :WS-FAC-DATUM, :WS-FAC-BEGINTIJD,
                    :WS-FAC-DOKTERID, :WS-FAC-PATIENTID,
                    :WS-FAC-MAAND, :WS-FAC-BEDRAG, 'V',
                    :WS-FAC-TIJDSTIP)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "Register gefactureerd niet bij te werken "
                   "(SQLCODE " SQLCODE ") voor event " WS-FAC-EVENTID
              MOVE "Y" TO WS-FAC-FOUT
           ELSE
              MOVE SPACES TO FacturatieRecord
              MOVE WS-FAC-MAAND TO FacMaand
              MOVE WS-FAC-EVENTID TO FacEventId
              MOVE WS-FAC-DATUM TO FacDatum
              MOVE WS-FAC-BEGINTIJD TO FacBeginTijd
              MOVE WS-FAC-DOKTERID TO FacDokterId
              MOVE WS-FAC-PATIENTID TO FacPatientId
              MOVE WS-FAC-PATIENTNAAM TO FacPatientNaam
              MOVE WS-FAC-SOORT TO FacSoort
              MOVE WS-FAC-BEDRAG TO FacBedrag
              MOVE WS-FAC-STANDAARD TO FacStandaard
              WRITE FacturatieRecord
              ADD 1 TO WS-AANTAL-GEFACTUREERD
              IF WS-FAC-DATUM < WS-FAC-VAN
                 ADD 1 TO WS-AANTAL-LAATTIJDIG
              END-IF
              ADD WS-FAC-BEDRAG TO WS-TOTAAL-HONORARIUM
              PERFORM TelHonorarium
           END-IF.

      * Zoekt (of maakt) de rij van de dokter en telt de lijn erbij.
       TelHonorarium.
           PERFORM VARYING WS-DOK-IDX FROM 1 BY 1
                UNTIL WS-DOK-IDX > WS-DOK-AANTAL
                OR WS-DOK-ID(WS-DOK-IDX) = WS-FAC-DOKTERID
                CONTINUE
           END-PERFORM
           IF WS-DOK-IDX > WS-DOK-AANTAL
              IF WS-DOK-AANTAL < 50
                 ADD 1 TO WS-DOK-AANTAL
                 MOVE WS-DOK-AANTAL TO WS-DOK-IDX
                 MOVE WS-FAC-DOKTERID TO WS-DOK-ID(WS-DOK-IDX)
                 MOVE 0 TO WS-DOK-CONSULTS(WS-DOK-IDX)
                 MOVE 0 TO WS-DOK-HONORARIUM(WS-DOK-IDX)
              ELSE
                 DISPLAY "Meer dan 50 dokters - event "
                      WS-FAC-EVENTID " niet in het overzicht"
              END-IF
           END-IF
           IF WS-DOK-IDX NOT > WS-DOK-AANTAL
              ADD 1 TO WS-DOK-CONSULTS(WS-DOK-IDX)
              ADD WS-FAC-BEDRAG TO WS-DOK-HONORARIUM(WS-DOK-IDX)
           END-IF.

       SchrijfHonorariaOverzicht.
           OPEN OUTPUT HonorariaOverzicht
           MOVE SPACES TO OverzichtLijn
           STRING "Honoraria factuurmaand " WS-FAC-MAAND
                  " (afgehandeld " WS-FAC-VAN " - " WS-FAC-TOT
                  ", laattijdig vanaf " WS-FAC-LAAT-VAN ")"
                  DELIMITED BY SIZE INTO OverzichtLijn
           WRITE OverzichtRecord
           MOVE SPACES TO OverzichtLijn
           WRITE OverzichtRecord

           IF WS-DOK-AANTAL = 0
              MOVE "  (geen consultaties te factureren)"
                   TO OverzichtLijn
              WRITE OverzichtRecord
           ELSE
              PERFORM SchrijfDokterHonorarium
                   VARYING WS-DOK-IDX FROM 1 BY 1
                   UNTIL WS-DOK-IDX > WS-DOK-AANTAL
           END-IF

           MOVE SPACES TO OverzichtLijn
           WRITE OverzichtRecord
           MOVE WS-TOTAAL-HONORARIUM TO WS-BEDRAG-ED
           MOVE SPACES TO OverzichtLijn
           STRING "Totaal: " WS-AANTAL-GEFACTUREERD
                  " consultaties, honorarium " WS-BEDRAG-ED
                  DELIMITED BY SIZE INTO OverzichtLijn
           WRITE OverzichtRecord
           MOVE SPACES TO OverzichtLijn
           STRING "Waarvan laattijdig afgehandeld (vorige maanden): "
                  WS-AANTAL-LAATTIJDIG
                  DELIMITED BY SIZE INTO OverzichtLijn
           WRITE OverzichtRecord
           MOVE SPACES TO OverzichtLijn
           STRING "Al eerder gefactureerd (overgeslagen): "
                  WS-AANTAL-AL-GEFACT
                  DELIMITED BY SIZE INTO OverzichtLijn
           WRITE OverzichtRecord

           IF WS-AANTAL-ZONDER-TARIEF > 0
              MOVE SPACES TO OverzichtLijn
              WRITE OverzichtRecord
              MOVE SPACES TO OverzichtLijn
              STRING "Niet gefactureerd, geen tarief en geen "
                     "STANDAARD-tarief: " WS-AANTAL-ZONDER-TARIEF
                     DELIMITED BY SIZE INTO OverzichtLijn
              WRITE OverzichtRecord
              PERFORM SchrijfZonderTarief
                   VARYING WS-ZT-IDX FROM 1 BY 1
                   UNTIL WS-ZT-IDX > WS-ZT-AANTAL
           END-IF
           CLOSE HonorariaOverzicht.

       SchrijfDokterHonorarium.
           MOVE WS-DOK-ID(WS-DOK-IDX) TO WS-DOK-ZOEK-ID
           MOVE SPACES TO WS-DOK-NAAM
           EXEC SQL
               SELECT naam INTO :WS-DOK-NAAM
               FROM dokter
               WHERE id = :WS-DOK-ZOEK-ID
           END-EXEC
           MOVE WS-DOK-HONORARIUM(WS-DOK-IDX) TO WS-BEDRAG-ED
           MOVE SPACES TO OverzichtLijn
           STRING "Dokter " WS-DOK-ID(WS-DOK-IDX) " " WS-DOK-NAAM
                  " consultaties " WS-DOK-CONSULTS(WS-DOK-IDX)
                  " honorarium " WS-BEDRAG-ED
                  DELIMITED BY SIZE INTO OverzichtLijn
           WRITE OverzichtRecord.

       SchrijfZonderTarief.
           MOVE SPACES TO OverzichtLijn
           STRING "  event " WS-ZT-EVENTID(WS-ZT-IDX) " "
                  WS-ZT-DATUM(WS-ZT-IDX) " " WS-ZT-SOORT(WS-ZT-IDX)
                  DELIMITED BY SIZE INTO OverzichtLijn
           WRITE OverzichtRecord.

      * Een journaalregel per run; het bestand gaat per
      * schrijfbeurt open en dicht (zie PlanningArchief).
       SchrijfJournaalRecord.
           OPEN EXTEND JournaalFile
           IF JournaalStatus = "35"
              OPEN OUTPUT JournaalFile
           END-IF
           IF JournaalStatus NOT = "00"
              DISPLAY "BatchJournaal.txt niet te openen: "
                   JournaalStatus
           ELSE
              MOVE SPACES TO JournaalRecord
              MOVE "Facturatie" TO JrnProgramma
              MOVE "FACTUUR" TO JrnRun
              MOVE WS-JRN-START TO JrnStart
              MOVE FUNCTION CURRENT-DATE(1:14) TO JrnEinde
              MOVE WS-JRN-UITKOMST TO JrnUitkomst
              MOVE WS-AANTAL-GEFACTUREERD TO JrnAantal1
              MOVE WS-AANTAL-AL-GEFACT TO JrnAantal2
              MOVE WS-AANTAL-ZONDER-TARIEF TO JrnAantal3
              WRITE JournaalRecord
              CLOSE JournaalFile
           END-IF.
