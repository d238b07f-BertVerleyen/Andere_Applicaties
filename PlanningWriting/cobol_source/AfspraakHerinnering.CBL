000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AfspraakHerinnering.
       AUTHOR. Bert Verleyen.

      * Dagelijkse herinneringsrun: elk gepland event (status G) met
      * een patient dat morgen of binnen de gevraagde horizon (1 of 2
      * dagen) valt, gaat met naam, telefoon en adres van de patient
      * naar Herinnering.dat voor de SMS/briefdienst. Patienten
      * zonder bruikbaar telefoonnummer komen bovendien op de
      * bellijst voor de balie. Elk herinnerd event wordt
      * bijgehouden in HerinneringVerzonden.txt (event, datum en
      * begintijd), zodat een event nooit twee keer herinnerd wordt;
      * een verplaatst event (andere datum of uur) wordt opnieuw
      * herinnerd. Het register wordt pas aangevuld als de run
      * volledig geslaagd is: een afgebroken run haalt zijn eigen
      * regels weer uit Herinnering.dat, zodat de herstart ze
      * gewoon opnieuw aanmaakt. Na een harde abort doet de volgende
      * run dat bij de start, aan de hand van Herinnering.mrk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT PlanningFile ASSIGN TO "planning.txt"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS PlanningStatus.

      * EXTEND: wat de dienst nog niet ophaalde, blijft staan; die
      * events staan al in het register en komen niet meer terug.
                SELECT HerinneringFile ASSIGN TO "Herinnering.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HerinneringStatus.

      * Werkbestand om de regels van een afgebroken run weer uit
      * Herinnering.dat te knippen (zie ApotheekExport).
                SELECT HerinneringWerkFile
                ASSIGN TO "Herinnering.wrk"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HerinneringWerkStatus.

      * Markering van de lopende run: LOPEND met het aantal regels
      * dat voor de run in Herinnering.dat stond, KLAAR als de run
      * afgesloten is. Staat er bij de start nog LOPEND, dan is de
      * vorige run hard afgebroken en gaan zijn regels eerst weg.
                SELECT HerinneringMarkFile
                ASSIGN TO "Herinnering.mrk"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HerinneringMarkStatus.

                SELECT BelLijst ASSIGN TO "HerinneringBellen.out"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BelLijstStatus.

      * EXTEND: het register groeit over de runs.
                SELECT VerzondenFile
                ASSIGN TO "HerinneringVerzonden.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS VerzondenStatus.

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

      * Vaste layout voor de SMS/briefdienst, die op kolomposities
      * leest. Kanaal S = SMS naar HerTelefoon, B = brief naar
      * HerAdres (geen bruikbaar telefoonnummer).
       FD HerinneringFile.
        01 HerinneringRecord.
                05 HerKanaal          PIC X.
                05 HerEventId         PIC 9(6).
                05 HerDatum           PIC 9(8).
                05 HerBeginTijd       PIC 9(4).
                05 HerEindTijd        PIC 9(4).
                05 HerDokterId        PIC 9(3).
                05 HerDokterNaam      PIC X(40).
                05 HerPatientId       PIC 9(3).
                05 HerPatientNaam     PIC X(40).
                05 HerTelefoon        PIC X(15).
                05 HerAdres           PIC X(60).

       FD HerinneringWerkFile.
        01 HerinneringWerkRecord     PIC X(184).

       FD HerinneringMarkFile.
        01 HerinneringMarkRecord.
                05 MrkToestand        PIC X(6).
                05 FILLER             PIC X.
                05 MrkRegels          PIC 9(6).
                05 FILLER             PIC X.
                05 MrkStart           PIC X(14).

       FD BelLijst.
        01 BelLijstRecord.
                04 BelLijstLijn       PIC X(160).

       FD VerzondenFile.
        01 VerzondenRecord.
                05 VerzEventId        PIC 9(6).
                05 FILLER             PIC X.
                05 VerzDatum          PIC 9(8).
                05 FILLER             PIC X.
                05 VerzBeginTijd      PIC 9(4).
                05 FILLER             PIC X.
                05 VerzPatientId      PIC 9(3).
                05 FILLER             PIC X.
                05 VerzKanaal         PIC X.
                05 FILLER             PIC X.
                05 VerzTijdstip       PIC X(14).

      * Layout gedeeld met ApotheekExport, PlanningArchief,
      * VoorschriftStatistiek en BatchControle -- het repo heeft geen
      * copybooks om dit te delen. Tellers hier: herinnerd/op de
      * bellijst/al eerder herinnerd.
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
        01 HerinneringStatus        PIC X(2).
        01 HerinneringWerkStatus    PIC X(2).
        01 HerinneringMarkStatus    PIC X(2).
        01 BelLijstStatus           PIC X(2).
        01 VerzondenStatus          PIC X(2).
        01 JournaalStatus           PIC X(2).

        01 WS-JRN-START             PIC X(14).
        01 WS-JRN-UITKOMST          PIC X(10).

        01 WS-EOF-SCAN              PIC X VALUE "N".
                88 EOF-SCAN             VALUE "Y".

      * Aantal regels in Herinnering.dat van voor deze run.
        01 WS-HER-VOOR-RUN          PIC 9(6) VALUE 0.
        01 WS-HER-TELLER            PIC 9(6) VALUE 0.
        01 WS-MRK-TOESTAND          PIC X(6).
        01 WS-MRK-OK                PIC X VALUE "N".
                88 MRK-OK               VALUE "Y".
        01 WS-KNIP-OK               PIC X VALUE "N".
                88 KNIP-OK              VALUE "Y".
        01 WS-REG-FOUT              PIC X VALUE "N".
                88 REG-FOUT             VALUE "Y".

      * Parameter van de nachtelijke keten (NachtKeten): de horizon
      * in dagen (1 of 2). Leeg = interactief.
        01 WS-PARAMETERS            PIC X(80).

        01 WS-HORIZON               PIC 9 VALUE 0.
        01 WS-VANDAAG               PIC 9(8).
        01 WS-TOT-DAGNR             PIC 9(7).
        01 WS-TOT-DATUM             PIC 9(8).
        01 WS-REC-JJJJMMDD          PIC 9(8).

      * Register van de al herinnerde events vanaf vandaag (oudere
      * regels doen niet meer ter zake en worden niet geladen), plus
      * de events van deze run, die pas op het einde naar het
      * registerbestand gaan.
        01 WS-REG-AANTAL            PIC 9(4) VALUE 0.
        01 WS-REG-OUD               PIC 9(4) VALUE 0.
        01 WS-REG-I                 PIC 9(4).
        01 WS-REG-VOL               PIC X VALUE "N".
                88 REG-VOL              VALUE "Y".
        01 WS-REG-TABEL.
                02 WS-REG OCCURS 2000.
                   03 WS-REG-EVENTID     PIC 9(6).
                   03 WS-REG-DATUM       PIC 9(8).
                   03 WS-REG-BEGINTIJD   PIC 9(4).
                   03 WS-REG-PATIENTID   PIC 9(3).
                   03 WS-REG-KANAAL      PIC X.
        01 WS-REG-GEVONDEN          PIC X VALUE "N".
                88 REG-GEVONDEN         VALUE "Y".

      * Registerregel van voor de zescijferige EventIds: op positie 4
      * staat dan de scheidingsspatie waar nu een cijfer staat. Zulke
      * regels worden bij het laden op de huidige velden gelegd.
        01 WS-VERZ-OUD.
                05 WS-VERZ-OUD-EVENTID   PIC 9(3).
                05 FILLER                PIC X.
                05 WS-VERZ-OUD-DATUM     PIC 9(8).
                05 FILLER                PIC X.
                05 WS-VERZ-OUD-BEGINTIJD PIC 9(4).
                05 FILLER                PIC X.
                05 WS-VERZ-OUD-PATIENTID PIC 9(3).
                05 FILLER                PIC X.
                05 WS-VERZ-OUD-KANAAL    PIC X.
                05 FILLER                PIC X.
                05 WS-VERZ-OUD-TIJDSTIP  PIC X(14).

      * Gegevens van patient en dokter uit DokterApotheekDb.
        01 WS-PATIENT-NAAM          PIC X(40).
        01 WS-PATIENT-ADRES         PIC X(60).
        01 WS-PATIENT-TELEFOON      PIC X(15).
        01 WS-PATIENT-ID            PIC 9(3).
        01 WS-DOKTER-NAAM           PIC X(40).
        01 WS-DOKTER-ID             PIC 9(3).
        01 WS-PATIENT-GEKEND        PIC X VALUE "N".
                88 PATIENT-GEKEND       VALUE "Y".

      * Een telefoonnummer is bruikbaar met minstens 9 cijfers en
      * verder enkel de gebruikelijke scheidingstekens.
        01 WS-TEL-POS               PIC 9(2).
        01 WS-TEL-CIJFERS           PIC 9(2).
        01 WS-TEL-BRUIKBAAR         PIC X VALUE "N".
                88 TEL-BRUIKBAAR        VALUE "Y".
        01 WS-BEL-REDEN             PIC X(30).

        01 WS-AANTAL-HERINNERD      PIC 9(6) VALUE 0.
        01 WS-AANTAL-BELLEN         PIC 9(6) VALUE 0.
        01 WS-AANTAL-AL-VERZONDEN   PIC 9(6) VALUE 0.
        01 WS-AANTAL-SMS            PIC 9(6) VALUE 0.
        01 WS-AANTAL-BRIEF          PIC 9(6) VALUE 0.

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
              COMPUTE WS-HORIZON = FUNCTION NUMVAL(WS-PARAMETERS)
           ELSE
              DISPLAY "Herinneren tot hoeveel dagen vooruit "
                   "(1 of 2) -> " WITH NO ADVANCING
              ACCEPT WS-HORIZON
           END-IF
           IF WS-HORIZON NOT = 2
              MOVE 1 TO WS-HORIZON
           END-IF
           COMPUTE WS-TOT-DAGNR =
                FUNCTION INTEGER-OF-DATE(WS-VANDAAG) + WS-HORIZON
           MOVE FUNCTION DATE-OF-INTEGER(WS-TOT-DAGNR) TO WS-TOT-DATUM

           PERFORM LeesVerzondenRegister

           OPEN INPUT PlanningFile
           IF PlanningStatus NOT = "00"
              DISPLAY "planning.txt niet te openen: " PlanningStatus
              MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
           ELSE
           IF REG-VOL
              DISPLAY "Register HerinneringVerzonden.txt te groot "
                   "voor de tabel - geen herinneringen verstuurd"
              CLOSE PlanningFile
              MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
           ELSE
              PERFORM HerstelVorigeRun
              IF NOT KNIP-OK
                 DISPLAY "Vorige run niet op te ruimen - geen "
                      "herinneringen verstuurd"
                 CLOSE PlanningFile
                 MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
              ELSE
              PERFORM TelHerinneringen
              IF HerinneringStatus NOT = "00"
                 AND HerinneringStatus NOT = "35"
                 DISPLAY "Herinnering.dat niet te lezen: "
                      HerinneringStatus
                 CLOSE PlanningFile
                 MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
              ELSE
              MOVE "LOPEND" TO WS-MRK-TOESTAND
              PERFORM SchrijfMarkering
              IF NOT MRK-OK
                 CLOSE PlanningFile
                 MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
              ELSE
              OPEN EXTEND HerinneringFile
              IF HerinneringStatus = "35"
                 OPEN OUTPUT HerinneringFile
              END-IF
              IF HerinneringStatus NOT = "00"
                 DISPLAY "Herinnering.dat niet te openen: "
                      HerinneringStatus
                 CLOSE PlanningFile
                 MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
              ELSE
              OPEN OUTPUT BelLijst
              IF BelLijstStatus NOT = "00"
                 DISPLAY "HerinneringBellen.out niet te openen: "
                      BelLijstStatus
                 CLOSE HerinneringFile
                 CLOSE PlanningFile
                 MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
              ELSE
                 PERFORM MaakHerinneringen
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF

           PERFORM SchrijfJournaalRecord
           PERFORM DoDisconnect
           STOP RUN.

      * De run zelf: planning overlopen, Herinnering.dat en de
      * bellijst aanvullen en pas daarna het register.
       MaakHerinneringen.
           MOVE SPACES TO BelLijstLijn
           STRING "Bellijst afspraakherinneringen "
                WS-VANDAAG " (afspraken tot en met "
                WS-TOT-DATUM ")"
                DELIMITED BY SIZE INTO BelLijstLijn
           WRITE BelLijstRecord

           MOVE "N" TO WS-EOF-SCAN
           PERFORM UNTIL EOF-SCAN OR REG-VOL
                READ PlanningFile NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-EOF-SCAN
                     NOT AT END
                        PERFORM SelecteerEvent
                END-READ
           END-PERFORM

           MOVE SPACES TO BelLijstLijn
           STRING "Totaal te bellen: " WS-AANTAL-BELLEN
                DELIMITED BY SIZE INTO BelLijstLijn
           WRITE BelLijstRecord
           CLOSE BelLijst
           CLOSE HerinneringFile
           CLOSE PlanningFile

           IF REG-VOL
              DISPLAY "Register vol - run afgebroken, "
                   "herinneringen van deze run niet verstuurd"
              PERFORM KnipHerinneringenTerug
              MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
           ELSE
              PERFORM SchrijfVerzondenRegister
              IF REG-FOUT
                 DISPLAY "Register niet bijgewerkt - run afgebroken, "
                      "herinneringen van deze run niet verstuurd"
                 PERFORM KnipHerinneringenTerug
                 MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
              ELSE
                 MOVE "KLAAR" TO WS-MRK-TOESTAND
                 PERFORM SchrijfMarkering
                 MOVE "GESLAAGD" TO WS-JRN-UITKOMST
                 DISPLAY "Herinneringen: " WS-AANTAL-SMS " SMS, "
                      WS-AANTAL-BRIEF " brief; te bellen: "
                      WS-AANTAL-BELLEN "; al eerder herinnerd: "
                      WS-AANTAL-AL-VERZONDEN
              END-IF
           END-IF.

      * Telt de regels die al in Herinnering.dat staan; geen bestand
      * (status 35) telt als 0.
       TelHerinneringen.
           MOVE 0 TO WS-HER-VOOR-RUN
           OPEN INPUT HerinneringFile
           IF HerinneringStatus = "00"
              MOVE "N" TO WS-EOF-SCAN
              PERFORM UNTIL EOF-SCAN
                   READ HerinneringFile
                        AT END
                           MOVE "Y" TO WS-EOF-SCAN
                        NOT AT END
                           ADD 1 TO WS-HER-VOOR-RUN
                   END-READ
              END-PERFORM
              CLOSE HerinneringFile
           END-IF.

      * Leest Herinnering.mrk: staat de vorige run nog op LOPEND,
      * dan is ze hard afgebroken en gaat Herinnering.dat eerst terug
      * naar haar regelaantal. Geen markering (eerste run) of KLAAR:
      * niets te doen.
       HerstelVorigeRun.
           MOVE "Y" TO WS-KNIP-OK
           OPEN INPUT HerinneringMarkFile
           IF HerinneringMarkStatus = "35"
              CONTINUE
           ELSE
           IF HerinneringMarkStatus NOT = "00"
              DISPLAY "Herinnering.mrk niet te lezen: "
                   HerinneringMarkStatus
              MOVE "N" TO WS-KNIP-OK
           ELSE
              MOVE SPACES TO HerinneringMarkRecord
              READ HerinneringMarkFile
                   AT END
                      MOVE SPACES TO HerinneringMarkRecord
              END-READ
              CLOSE HerinneringMarkFile
              IF MrkToestand = "LOPEND"
                 DISPLAY "Run van " MrkStart " niet afgesloten - "
                      "haar regels gaan uit Herinnering.dat"
                 MOVE MrkRegels TO WS-HER-VOOR-RUN
                 PERFORM KnipHerinneringenTerug
              END-IF
           END-IF
           END-IF.

      * Zet Herinnering.dat terug op de regels van voor de run, via
      * het werkbestand. Latere regels blijven enkel staan als hun
      * event al in het geschreven register staat (de eerste
      * WS-REG-OUD regels van de tabel): die zijn verstuurd en komen
      * niet meer terug. Lukt het knippen niet, dan moet het beheer
      * de laatste regels zelf weghalen voor de dienst het bestand
      * ophaalt; de markering blijft dan op LOPEND.
       KnipHerinneringenTerug.
           MOVE "N" TO WS-KNIP-OK
           OPEN INPUT HerinneringFile
           IF HerinneringStatus = "35"
      * Intussen opgehaald: niets meer te knippen.
              MOVE "Y" TO WS-KNIP-OK
           ELSE
           IF HerinneringStatus NOT = "00"
              DISPLAY "Herinnering.dat niet terug te zetten: "
                   HerinneringStatus " - regels na regel "
                   WS-HER-VOOR-RUN " niet doorsturen"
           ELSE
              OPEN OUTPUT HerinneringWerkFile
              IF HerinneringWerkStatus NOT = "00"
                 DISPLAY "Herinnering.wrk niet te openen: "
                      HerinneringWerkStatus " - regels na regel "
                      WS-HER-VOOR-RUN " niet doorsturen"
                 CLOSE HerinneringFile
              ELSE
                 MOVE 0 TO WS-HER-TELLER
                 MOVE "N" TO WS-EOF-SCAN
                 PERFORM UNTIL EOF-SCAN
                      READ HerinneringFile
                           AT END
                              MOVE "Y" TO WS-EOF-SCAN
                           NOT AT END
                              PERFORM BewaarOudeHerinnering
                      END-READ
                 END-PERFORM
                 CLOSE HerinneringFile
                 CLOSE HerinneringWerkFile
                 PERFORM SchrijfHerinneringenTerug
              END-IF
           END-IF
           END-IF
           IF KNIP-OK
              MOVE "KLAAR" TO WS-MRK-TOESTAND
              PERFORM SchrijfMarkering
           END-IF.

       BewaarOudeHerinnering.
           ADD 1 TO WS-HER-TELLER
           IF WS-HER-TELLER NOT > WS-HER-VOOR-RUN
              WRITE HerinneringWerkRecord FROM HerinneringRecord
           ELSE
              MOVE "N" TO WS-REG-GEVONDEN
              PERFORM VARYING WS-REG-I FROM 1 BY 1
                   UNTIL WS-REG-I > WS-REG-OUD OR REG-GEVONDEN
                   IF WS-REG-EVENTID(WS-REG-I) = HerEventId
                      AND WS-REG-DATUM(WS-REG-I) = HerDatum
                      AND WS-REG-BEGINTIJD(WS-REG-I) = HerBeginTijd
                      MOVE "Y" TO WS-REG-GEVONDEN
                   END-IF
              END-PERFORM
              IF REG-GEVONDEN
                 WRITE HerinneringWerkRecord FROM HerinneringRecord
              END-IF
           END-IF.

      * Eerst het werkbestand openen: pas als dat leesbaar is, mag
      * Herinnering.dat overschreven worden.
       SchrijfHerinneringenTerug.
           OPEN INPUT HerinneringWerkFile
           IF HerinneringWerkStatus NOT = "00"
              DISPLAY "Herinnering.wrk niet te lezen: "
                   HerinneringWerkStatus
                   " - regels na regel " WS-HER-VOOR-RUN
                   " niet doorsturen"
           ELSE
              OPEN OUTPUT HerinneringFile
              IF HerinneringStatus NOT = "00"
                 DISPLAY "Herinnering.dat niet terug te zetten: "
                      HerinneringStatus " - regels na regel "
                      WS-HER-VOOR-RUN " niet doorsturen"
                 CLOSE HerinneringWerkFile
              ELSE
                 MOVE "N" TO WS-EOF-SCAN
                 PERFORM UNTIL EOF-SCAN
                      READ HerinneringWerkFile
                           AT END
                              MOVE "Y" TO WS-EOF-SCAN
                           NOT AT END
                              WRITE HerinneringRecord
                                   FROM HerinneringWerkRecord
                      END-READ
                 END-PERFORM
                 CLOSE HerinneringWerkFile
                 CLOSE HerinneringFile
                 MOVE "Y" TO WS-KNIP-OK
                 DISPLAY "Niet geregistreerde herinneringen uit "
                      "Herinnering.dat verwijderd"
              END-IF
           END-IF.

      * Herinnering.mrk wordt telkens overschreven met de toestand
      * WS-MRK-TOESTAND, het regelaantal van voor de run en de start.
       SchrijfMarkering.
           MOVE "N" TO WS-MRK-OK
           OPEN OUTPUT HerinneringMarkFile
           IF HerinneringMarkStatus NOT = "00"
              DISPLAY "Herinnering.mrk niet te schrijven: "
                   HerinneringMarkStatus
           ELSE
              MOVE SPACES TO HerinneringMarkRecord
              MOVE WS-MRK-TOESTAND TO MrkToestand
              MOVE WS-HER-VOOR-RUN TO MrkRegels
              MOVE WS-JRN-START TO MrkStart
              WRITE HerinneringMarkRecord
              IF HerinneringMarkStatus = "00"
                 MOVE "Y" TO WS-MRK-OK
              ELSE
                 DISPLAY "Herinnering.mrk niet te schrijven: "
                      HerinneringMarkStatus
              END-IF
              CLOSE HerinneringMarkFile
           END-IF.

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

      * Laadt de registerregels vanaf vandaag; geen register (eerste
      * run) is een leeg register.
       LeesVerzondenRegister.
           MOVE 0 TO WS-REG-AANTAL
           OPEN INPUT VerzondenFile
           IF VerzondenStatus = "00"
              MOVE "N" TO WS-EOF-SCAN
              PERFORM UNTIL EOF-SCAN
                   READ VerzondenFile
                        AT END
                           MOVE "Y" TO WS-EOF-SCAN
                        NOT AT END
                           IF VerzondenRecord(4:1) = SPACE
                              PERFORM ZetOudeRegisterRegelOm
                           END-IF
                           IF VerzDatum NOT < WS-VANDAAG
                              PERFORM VoegToeAanRegister
                           END-IF
                   END-READ
              END-PERFORM
              CLOSE VerzondenFile
           END-IF
           MOVE WS-REG-AANTAL TO WS-REG-OUD.

       ZetOudeRegisterRegelOm.
           MOVE VerzondenRecord TO WS-VERZ-OUD
           MOVE SPACES TO VerzondenRecord
           MOVE WS-VERZ-OUD-EVENTID TO VerzEventId
           MOVE WS-VERZ-OUD-DATUM TO VerzDatum
           MOVE WS-VERZ-OUD-BEGINTIJD TO VerzBeginTijd
           MOVE WS-VERZ-OUD-PATIENTID TO VerzPatientId
           MOVE WS-VERZ-OUD-KANAAL TO VerzKanaal
           MOVE WS-VERZ-OUD-TIJDSTIP TO VerzTijdstip.

       VoegToeAanRegister.
           IF WS-REG-AANTAL < 2000
              ADD 1 TO WS-REG-AANTAL
              MOVE VerzEventId TO WS-REG-EVENTID(WS-REG-AANTAL)
              MOVE VerzDatum TO WS-REG-DATUM(WS-REG-AANTAL)
              MOVE VerzBeginTijd TO WS-REG-BEGINTIJD(WS-REG-AANTAL)
              MOVE VerzPatientId TO WS-REG-PATIENTID(WS-REG-AANTAL)
              MOVE VerzKanaal TO WS-REG-KANAAL(WS-REG-AANTAL)
           ELSE
              MOVE "Y" TO WS-REG-VOL
           END-IF.

      * Gepland (G; een blanco status dateert van voor de statussen
      * en telt ook als gepland), met een patient, en tussen morgen
      * en de horizon.
       SelecteerEvent.
           STRING Datum(7:4) Datum(4:2) Datum(1:2)
                  DELIMITED BY SIZE INTO WS-REC-JJJJMMDD
           IF (EventStatus = "G" OR EventStatus = SPACE)
              AND EventPatientId NOT = 0
              AND WS-REC-JJJJMMDD > WS-VANDAAG
              AND WS-REC-JJJJMMDD NOT > WS-TOT-DATUM
              PERFORM ZoekInRegister
              IF REG-GEVONDEN
                 ADD 1 TO WS-AANTAL-AL-VERZONDEN
              ELSE
                 PERFORM MaakHerinnering
              END-IF
           END-IF.

       ZoekInRegister.
           MOVE "N" TO WS-REG-GEVONDEN
           PERFORM VARYING WS-REG-I FROM 1 BY 1
                UNTIL WS-REG-I > WS-REG-AANTAL OR REG-GEVONDEN
                IF WS-REG-EVENTID(WS-REG-I) = EventId
                   AND WS-REG-DATUM(WS-REG-I) = WS-REC-JJJJMMDD
                   AND WS-REG-BEGINTIJD(WS-REG-I) = EventBeginTijd
                   MOVE "Y" TO WS-REG-GEVONDEN
                END-IF
           END-PERFORM.

       MaakHerinnering.
           MOVE EventPatientId TO WS-PATIENT-ID
           MOVE EventDokterId TO WS-DOKTER-ID
           MOVE "N" TO WS-PATIENT-GEKEND
           EXEC SQL
               SELECT naam, adres, telefoon
               INTO :WS-PATIENT-NAAM, :WS-PATIENT-ADRES,
                    :WS-PATIENT-TELEFOON
               FROM patient
               WHERE id = :WS-PATIENT-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE "Y" TO WS-PATIENT-GEKEND
           ELSE
              MOVE SPACES TO WS-PATIENT-NAAM
              MOVE SPACES TO WS-PATIENT-ADRES
              MOVE SPACES TO WS-PATIENT-TELEFOON
           END-IF
           MOVE SPACES TO WS-DOKTER-NAAM
           EXEC SQL
               SELECT naam
               INTO :WS-DOKTER-NAAM
               FROM dokter
               WHERE id = :WS-DOKTER-ID
           END-EXEC

           PERFORM ControleerTelefoon

           MOVE SPACES TO HerinneringRecord
           MOVE WS-REC-JJJJMMDD TO HerDatum
           MOVE EventId TO HerEventId
           MOVE EventBeginTijd TO HerBeginTijd
           MOVE EventEindTijd TO HerEindTijd
           MOVE EventDokterId TO HerDokterId
           MOVE WS-DOKTER-NAAM TO HerDokterNaam
           MOVE EventPatientId TO HerPatientId
           MOVE WS-PATIENT-NAAM TO HerPatientNaam
           MOVE WS-PATIENT-TELEFOON TO HerTelefoon
           MOVE WS-PATIENT-ADRES TO HerAdres

           IF NOT PATIENT-GEKEND
              MOVE "patient niet gekend" TO WS-BEL-REDEN
              PERFORM SchrijfBelLijn
           ELSE
           IF TEL-BRUIKBAAR
              MOVE "S" TO HerKanaal
              WRITE HerinneringRecord
              ADD 1 TO WS-AANTAL-SMS
              ADD 1 TO WS-AANTAL-HERINNERD
              PERFORM OnthoudVerzonden
           ELSE
      * Zonder bruikbaar nummer: een brief als er een adres is, en
      * in elk geval op de bellijst (een brief komt bij een afspraak
      * van morgen mogelijk te laat).
              IF WS-PATIENT-ADRES NOT = SPACES
                 MOVE "B" TO HerKanaal
                 WRITE HerinneringRecord
                 ADD 1 TO WS-AANTAL-BRIEF
                 ADD 1 TO WS-AANTAL-HERINNERD
              END-IF
              MOVE "geen bruikbaar telefoonnummer" TO WS-BEL-REDEN
              PERFORM SchrijfBelLijn
           END-IF
           END-IF.

      * Een event op de bellijst telt ook als herinnerd: de balie
      * belt het een keer op.
       SchrijfBelLijn.
           MOVE SPACES TO BelLijstLijn
           STRING "  " Datum " " EventBeginTijd " dokter "
                  EventDokterId " patient " EventPatientId " "
                  WS-PATIENT-NAAM " tel " WS-PATIENT-TELEFOON
                  " - " WS-BEL-REDEN
                  DELIMITED BY SIZE INTO BelLijstLijn
           WRITE BelLijstRecord
           ADD 1 TO WS-AANTAL-BELLEN
           IF HerKanaal = SPACE
              MOVE "T" TO HerKanaal
           END-IF
           PERFORM OnthoudVerzonden.

       OnthoudVerzonden.
           MOVE EventId TO VerzEventId
           MOVE WS-REC-JJJJMMDD TO VerzDatum
           MOVE EventBeginTijd TO VerzBeginTijd
           MOVE EventPatientId TO VerzPatientId
           MOVE HerKanaal TO VerzKanaal
           PERFORM VoegToeAanRegister.

       ControleerTelefoon.
           MOVE "Y" TO WS-TEL-BRUIKBAAR
           MOVE 0 TO WS-TEL-CIJFERS
           PERFORM VARYING WS-TEL-POS FROM 1 BY 1
                UNTIL WS-TEL-POS > 15
                IF WS-PATIENT-TELEFOON(WS-TEL-POS:1) NOT < "0"
                   AND WS-PATIENT-TELEFOON(WS-TEL-POS:1) NOT > "9"
                   ADD 1 TO WS-TEL-CIJFERS
                ELSE
                   IF WS-PATIENT-TELEFOON(WS-TEL-POS:1) NOT = SPACE
                      AND WS-PATIENT-TELEFOON(WS-TEL-POS:1) NOT = "/"
                      AND WS-PATIENT-TELEFOON(WS-TEL-POS:1) NOT = "."
                      AND WS-PATIENT-TELEFOON(WS-TEL-POS:1) NOT = "-"
                      AND WS-PATIENT-TELEFOON(WS-TEL-POS:1) NOT = "+"
                      MOVE "N" TO WS-TEL-BRUIKBAAR
                   END-IF
                END-IF
           END-PERFORM
           IF WS-TEL-CIJFERS < 9
              MOVE "N" TO WS-TEL-BRUIKBAAR
           END-IF.

      * De registerregels van deze run (na WS-REG-OUD in de tabel)
      * achteraan in het registerbestand.
       SchrijfVerzondenRegister.
           OPEN EXTEND VerzondenFile
           IF VerzondenStatus = "35"
              OPEN OUTPUT VerzondenFile
           END-IF
           MOVE "N" TO WS-REG-FOUT
           IF VerzondenStatus NOT = "00"
              DISPLAY "HerinneringVerzonden.txt niet te openen: "
                   VerzondenStatus
              MOVE "Y" TO WS-REG-FOUT
           ELSE
              PERFORM VARYING WS-REG-I FROM WS-REG-OUD BY 1
                   UNTIL WS-REG-I > WS-REG-AANTAL
                   IF WS-REG-I > WS-REG-OUD
                      MOVE SPACES TO VerzondenRecord
                      MOVE WS-REG-EVENTID(WS-REG-I) TO VerzEventId
                      MOVE WS-REG-DATUM(WS-REG-I) TO VerzDatum
                      MOVE WS-REG-BEGINTIJD(WS-REG-I) TO VerzBeginTijd
                      MOVE WS-REG-PATIENTID(WS-REG-I) TO VerzPatientId
                      MOVE WS-REG-KANAAL(WS-REG-I) TO VerzKanaal
                      MOVE WS-JRN-START TO VerzTijdstip
                      WRITE VerzondenRecord
                   END-IF
              END-PERFORM
              CLOSE VerzondenFile
           END-IF.

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
              MOVE "AfspraakHerinnering" TO JrnProgramma
              MOVE "HERINNER" TO JrnRun
              MOVE WS-JRN-START TO JrnStart
              MOVE FUNCTION CURRENT-DATE(1:14) TO JrnEinde
              MOVE WS-JRN-UITKOMST TO JrnUitkomst
              MOVE WS-AANTAL-HERINNERD TO JrnAantal1
              MOVE WS-AANTAL-BELLEN TO JrnAantal2
              MOVE WS-AANTAL-AL-VERZONDEN TO JrnAantal3
              WRITE JournaalRecord
              CLOSE JournaalFile
           END-IF.
