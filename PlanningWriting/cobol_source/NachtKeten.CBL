000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NachtKeten.
       AUTHOR. Bert Verleyen.

      * Sturing van de nachtelijke keten: draait de batchstappen in
      * een vaste volgorde zonder menu's of vragen (elk programma
      * krijgt zijn keuzes als parameters mee) en controleert na
      * elke stap in BatchJournaal.txt of die stap een regel met
      * uitkomst GESLAAGD achterliet. De eerste stap zonder zo'n
      * regel stopt de keten. NachtKeten.sts houdt per werkdatum bij
      * welke stappen al geslaagd zijn: een herstart gaat verder
      * vanaf de mislukte stap en slaat de rest over. Zonder
      * parameter draait de keten voor vandaag (met een melding als
      * een vorige keten onvoltooid bleef); HERSTART als parameter
      * neemt de werkdatum van die onvoltooide keten over, en een
      * werkdatum JJJJMMDD als parameter draait de keten van die
      * dag. De keten eindigt met het controlerapport van
      * BatchControle (BatchControle.out).
      *
      * De volgorde staat in NachtKeten.cfg, een stap per lijn:
      *   kolom  1- 2  stapnummer
      *   kolom  4-24  programma (zoals het uitgevoerd wordt en
      *                zoals het in JrnProgramma staat)
      *   kolom 26-35  JrnRun die de stap in het journaal zet
      *   kolom 37-96  parameters; &DATUM, &JAAR en &MAAND worden
      *                vervangen door de werkdatum of een deel ervan,
      *                &VAN door het starttijdstip (JJJJMMDDuummss)
      *                van de eerste keten voor die werkdatum
      * Lijnen die met * beginnen zijn commentaar. Zonder bestand
      * geldt de standaardketen uit STANDAARD-KETEN. De archiveerrun
      * meldt zich aan als operator NACHT; die moet in de
      * operatortabel staan met rol BEHEER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT KetenConfig ASSIGN TO "NachtKeten.cfg"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KetenConfigStatus.

      * Voortgang per werkdatum; EXTEND, het bestand groeit over de
      * nachten.
                SELECT KetenStatus ASSIGN TO "NachtKeten.sts"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KetenStatusStatus.

      * Gedeeld verwerkingsjournaal van de batchruns (zie
      * ApotheekExport).
                SELECT JournaalFile ASSIGN TO "BatchJournaal.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JournaalStatus.

       DATA DIVISION.
       FILE SECTION.

       FD KetenConfig.
        01 KetenConfigRecord.
                05 KcfStap          PIC X(2).
                05 FILLER           PIC X.
                05 KcfProgramma     PIC X(21).
                05 FILLER           PIC X.
                05 KcfRun           PIC X(10).
                05 FILLER           PIC X.
                05 KcfParameters    PIC X(60).

      * Een lijn per uitgevoerde stap; stap 00 GESTART opent elke
      * run (met het starttijdstip), stap 99 VOLTOOID sluit de keten
      * van die werkdatum af.
       FD KetenStatus.
        01 KetenStatusRecord.
                05 KstDatum         PIC 9(8).
                05 FILLER           PIC X.
                05 KstStap          PIC 9(2).
                05 FILLER           PIC X.
                05 KstProgramma     PIC X(21).
                05 FILLER           PIC X.
                05 KstRun           PIC X(10).
                05 FILLER           PIC X.
                05 KstTijdstip      PIC X(14).
                05 FILLER           PIC X.
                05 KstUitkomst      PIC X(10).

      * Layout gedeeld met ApotheekExport, PlanningArchief,
      * VoorschriftStatistiek en BatchControle -- het repo heeft geen
      * copybooks om dit te delen. Tellers van de eigen regel:
      * uitgevoerde stappen/overgeslagen stappen/stap waarop de
      * keten stopte (0 = voltooid).
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
        01 KetenConfigStatus        PIC X(2).
        01 KetenStatusStatus        PIC X(2).
        01 JournaalStatus           PIC X(2).

        01 WS-JRN-START             PIC X(14).
        01 WS-JRN-UITKOMST          PIC X(10).

        01 WS-EOF-CONFIG            PIC X VALUE "N".
                88 EOF-CONFIG           VALUE "Y".
        01 WS-EOF-STATUS            PIC X VALUE "N".
                88 EOF-STATUS           VALUE "Y".
        01 WS-EOF-JOURNAAL          PIC X VALUE "N".
                88 EOF-JOURNAAL         VALUE "Y".
        01 WS-KETEN-GESTOPT         PIC X VALUE "N".
                88 KETEN-GESTOPT        VALUE "Y".

        01 WS-PARAMETERS            PIC X(80).
        01 WS-KETEN-DATUM           PIC 9(8) VALUE 0.
        01 WS-LAATSTE-DATUM         PIC 9(8) VALUE 0.
        01 WS-LAATSTE-VOLTOOID      PIC X VALUE "N".
                88 LAATSTE-VOLTOOID     VALUE "Y".
        01 WS-VANDAAG               PIC 9(8).
      * Start van de eerste run voor deze werkdatum: het venster
      * van het controlerapport begint hier.
        01 WS-KETEN-VAN             PIC X(14).

      * De stappen van de keten, uit NachtKeten.cfg of de
      * standaardketen.
        01 WS-STAP-AANTAL           PIC 9(2) VALUE 0.
        01 WS-STAP-IDX              PIC 9(2).
        01 WS-STAP-TABEL.
                02 WS-STAP OCCURS 20.
                   03 WS-STAP-NR         PIC 9(2).
                   03 WS-STAP-PROGRAMMA  PIC X(21).
                   03 WS-STAP-RUN        PIC X(10).
                   03 WS-STAP-PARMS      PIC X(60).
                   03 WS-STAP-KLAAR      PIC X.
                      88 STAP-KLAAR         VALUE "J".

      * Opbouw van de opdracht voor een stap.
        01 WS-TOKEN-IDX             PIC 9(2).
        01 WS-TOKEN-TABEL.
                02 WS-TOKEN OCCURS 6   PIC X(20).
        01 WS-STAP-PARAMETERS       PIC X(80).
        01 WS-PARM-PTR              PIC 9(3).
        01 WS-COMMANDO              PIC X(120).
        01 WS-STAP-START            PIC X(14).
        01 WS-STAP-UITKOMST         PIC X(10).

        01 WS-AANTAL-UITGEVOERD     PIC 9(6) VALUE 0.
        01 WS-AANTAL-OVERGESLAGEN   PIC 9(6) VALUE 0.
        01 WS-GESTOPT-BIJ           PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PGM.

       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-START

       PERFORM LAAD-KETEN
       PERFORM BEPAAL-WERKDATUM
       PERFORM MARKEER-GESLAAGDE-STAPPEN
       MOVE 00 TO KstStap
       MOVE SPACES TO KstProgramma
       MOVE "KETEN" TO KstRun
       MOVE "GESTART" TO KstUitkomst
       PERFORM SCHRIJF-KETENSTATUS
       DISPLAY "Nachtelijke keten voor werkdatum " WS-KETEN-DATUM
           " (" WS-STAP-AANTAL " stappen)"

       MOVE "N" TO WS-KETEN-GESTOPT
       PERFORM VARYING WS-STAP-IDX FROM 1 BY 1
           UNTIL WS-STAP-IDX > WS-STAP-AANTAL OR KETEN-GESTOPT
           IF STAP-KLAAR(WS-STAP-IDX)
               ADD 1 TO WS-AANTAL-OVERGESLAGEN
               DISPLAY "Stap " WS-STAP-NR(WS-STAP-IDX) " "
                   WS-STAP-PROGRAMMA(WS-STAP-IDX) " "
                   WS-STAP-RUN(WS-STAP-IDX)
                   " al geslaagd - overgeslagen"
           ELSE
               PERFORM VOER-STAP-UIT
           END-IF
       END-PERFORM

       IF KETEN-GESTOPT
           MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
           DISPLAY "Keten gestopt bij stap " WS-GESTOPT-BIJ
               " - start NachtKeten opnieuw om vanaf die stap "
               "verder te gaan"
       ELSE
           MOVE "GESLAAGD" TO WS-JRN-UITKOMST
           MOVE 99 TO KstStap
           MOVE SPACES TO KstProgramma
           MOVE "KETEN" TO KstRun
           MOVE "VOLTOOID" TO KstUitkomst
           PERFORM SCHRIJF-KETENSTATUS
           DISPLAY "Keten voltooid - controlerapport in "
               "BatchControle.out"
       END-IF

       PERFORM SCHRIJF-JOURNAAL
       STOP RUN.

      * Leest NachtKeten.cfg; zonder bestand (of zonder stappen
      * erin) geldt de standaardketen.
       LAAD-KETEN.
           MOVE 0 TO WS-STAP-AANTAL
           OPEN INPUT KetenConfig
           IF KetenConfigStatus = "00"
               MOVE "N" TO WS-EOF-CONFIG
               PERFORM UNTIL EOF-CONFIG
                   READ KetenConfig
                       AT END
                           MOVE "Y" TO WS-EOF-CONFIG
                       NOT AT END
                           PERFORM LAAD-CONFIGLIJN
                   END-READ
               END-PERFORM
               CLOSE KetenConfig
           END-IF
           IF WS-STAP-AANTAL = 0
               PERFORM STANDAARD-KETEN
           END-IF.

       LAAD-CONFIGLIJN.
           IF KetenConfigRecord(1:1) NOT = "*"
               AND KetenConfigRecord NOT = SPACES
               IF WS-STAP-AANTAL < 20
                   ADD 1 TO WS-STAP-AANTAL
                   COMPUTE WS-STAP-NR(WS-STAP-AANTAL) =
                       FUNCTION NUMVAL(KcfStap)
                   MOVE KcfProgramma
                       TO WS-STAP-PROGRAMMA(WS-STAP-AANTAL)
                   MOVE KcfRun TO WS-STAP-RUN(WS-STAP-AANTAL)
                   MOVE KcfParameters TO WS-STAP-PARMS(WS-STAP-AANTAL)
                   MOVE "N" TO WS-STAP-KLAAR(WS-STAP-AANTAL)
               ELSE
                   DISPLAY "Meer dan 20 stappen in NachtKeten.cfg - "
                       "stap " KcfStap " genegeerd"
               END-IF
           END-IF.

      * De vaste volgorde van de nacht: de apotheekoverdracht
      * (export, bevestigingen, voorraad, rappel), het archief, de
      * afstemming en statistiek, en als laatste de controle.
       STANDAARD-KETEN.
           MOVE 8 TO WS-STAP-AANTAL
           MOVE 01 TO WS-STAP-NR(1)
           MOVE "ApotheekExport" TO WS-STAP-PROGRAMMA(1)
           MOVE "EXPORT" TO WS-STAP-RUN(1)
           MOVE "1" TO WS-STAP-PARMS(1)
           MOVE 02 TO WS-STAP-NR(2)
           MOVE "ApotheekExport" TO WS-STAP-PROGRAMMA(2)
           MOVE "ACK" TO WS-STAP-RUN(2)
           MOVE "2" TO WS-STAP-PARMS(2)
           MOVE 03 TO WS-STAP-NR(3)
           MOVE "ApotheekExport" TO WS-STAP-PROGRAMMA(3)
           MOVE "VOORRAAD" TO WS-STAP-RUN(3)
           MOVE "3" TO WS-STAP-PARMS(3)
           MOVE 04 TO WS-STAP-NR(4)
           MOVE "ApotheekExport" TO WS-STAP-PROGRAMMA(4)
           MOVE "RAPPEL" TO WS-STAP-RUN(4)
           MOVE "4 7" TO WS-STAP-PARMS(4)
           MOVE 05 TO WS-STAP-NR(5)
           MOVE "PlanningArchief" TO WS-STAP-PROGRAMMA(5)
           MOVE "ARCHIVEER" TO WS-STAP-RUN(5)
           MOVE "NACHT 90" TO WS-STAP-PARMS(5)
           MOVE 06 TO WS-STAP-NR(6)
           MOVE "AfstemmingRapport" TO WS-STAP-PROGRAMMA(6)
           MOVE "AFSTEMMING" TO WS-STAP-RUN(6)
           MOVE "&DATUM &DATUM" TO WS-STAP-PARMS(6)
           MOVE 07 TO WS-STAP-NR(7)
           MOVE "VoorschriftStatistiek" TO WS-STAP-PROGRAMMA(7)
           MOVE "STATISTIEK" TO WS-STAP-RUN(7)
           MOVE "&JAAR &MAAND" TO WS-STAP-PARMS(7)
           MOVE 08 TO WS-STAP-NR(8)
           MOVE "BatchControle" TO WS-STAP-PROGRAMMA(8)
           MOVE "CONTROLE" TO WS-STAP-RUN(8)
           MOVE "&DATUM &VAN" TO WS-STAP-PARMS(8)
           PERFORM VARYING WS-STAP-IDX FROM 1 BY 1
               UNTIL WS-STAP-IDX > WS-STAP-AANTAL
               MOVE "N" TO WS-STAP-KLAAR(WS-STAP-IDX)
           END-PERFORM.

      * Zonder parameter geldt vandaag. HERSTART neemt een
      * onvoltooide keten (laatste werkdatum in NachtKeten.sts zonder
      * stap 99) over; een datum JJJJMMDD geldt zoals opgegeven. Een
      * gewone nachtrun herneemt nooit zelf een oude datum: dan zou
      * de export van vandaag overgeslagen worden als "al geslaagd".
       BEPAAL-WERKDATUM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VANDAAG
           ACCEPT WS-PARAMETERS FROM COMMAND-LINE
           MOVE 0 TO WS-LAATSTE-DATUM
           MOVE "N" TO WS-LAATSTE-VOLTOOID
           OPEN INPUT KetenStatus
           IF KetenStatusStatus = "00"
               MOVE "N" TO WS-EOF-STATUS
               PERFORM UNTIL EOF-STATUS
                   READ KetenStatus
                       AT END
                           MOVE "Y" TO WS-EOF-STATUS
                       NOT AT END
                           PERFORM VOLG-LAATSTE-KETEN
                   END-READ
               END-PERFORM
               CLOSE KetenStatus
           END-IF

           IF WS-PARAMETERS = "HERSTART"
               IF WS-LAATSTE-DATUM > 0 AND NOT LAATSTE-VOLTOOID
                   MOVE WS-LAATSTE-DATUM TO WS-KETEN-DATUM
                   DISPLAY "Onvoltooide keten van " WS-KETEN-DATUM
                       " wordt hernomen"
               ELSE
                   MOVE WS-VANDAAG TO WS-KETEN-DATUM
                   DISPLAY "Geen onvoltooide keten - keten van "
                       "vandaag"
               END-IF
           ELSE
           IF WS-PARAMETERS NOT = SPACES
               COMPUTE WS-KETEN-DATUM = FUNCTION NUMVAL(WS-PARAMETERS)
           ELSE
               MOVE WS-VANDAAG TO WS-KETEN-DATUM
               IF WS-LAATSTE-DATUM > 0 AND NOT LAATSTE-VOLTOOID
                   AND WS-LAATSTE-DATUM NOT = WS-VANDAAG
                   DISPLAY "Opgelet: keten van " WS-LAATSTE-DATUM
                       " is niet voltooid - hernemen met "
                       "NachtKeten HERSTART"
               END-IF
           END-IF
           END-IF.

       VOLG-LAATSTE-KETEN.
           IF KstDatum NOT = WS-LAATSTE-DATUM
               MOVE KstDatum TO WS-LAATSTE-DATUM
               MOVE "N" TO WS-LAATSTE-VOLTOOID
           END-IF
           IF KstStap = 99
               MOVE "Y" TO WS-LAATSTE-VOLTOOID
           END-IF.

      * Elke stap die voor deze werkdatum al GESLAAGD in
      * NachtKeten.sts staat (zelfde stapnummer, programma en run)
      * wordt overgeslagen. De eerste GESTART-regel van de werkdatum
      * geeft WS-KETEN-VAN; zonder zo'n regel is dit de eerste run.
       MARKEER-GESLAAGDE-STAPPEN.
           MOVE SPACES TO WS-KETEN-VAN
           OPEN INPUT KetenStatus
           IF KetenStatusStatus = "00"
               MOVE "N" TO WS-EOF-STATUS
               PERFORM UNTIL EOF-STATUS
                   READ KetenStatus
                       AT END
                           MOVE "Y" TO WS-EOF-STATUS
                       NOT AT END
                           IF KstDatum = WS-KETEN-DATUM
                               AND KstUitkomst = "GESLAAGD"
                               PERFORM MARKEER-STAP
                           END-IF
                           IF KstDatum = WS-KETEN-DATUM
                               AND KstUitkomst = "GESTART"
                               AND WS-KETEN-VAN = SPACES
                               MOVE KstTijdstip TO WS-KETEN-VAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KetenStatus
           END-IF
           IF WS-KETEN-VAN = SPACES
               MOVE WS-JRN-START TO WS-KETEN-VAN
           END-IF.

       MARKEER-STAP.
           PERFORM VARYING WS-STAP-IDX FROM 1 BY 1
               UNTIL WS-STAP-IDX > WS-STAP-AANTAL
               IF WS-STAP-NR(WS-STAP-IDX) = KstStap
                   AND WS-STAP-PROGRAMMA(WS-STAP-IDX) = KstProgramma
                   AND WS-STAP-RUN(WS-STAP-IDX) = KstRun
                   MOVE "J" TO WS-STAP-KLAAR(WS-STAP-IDX)
               END-IF
           END-PERFORM.

      * Start het programma van de stap met zijn parameters en kijkt
      * daarna in het journaal naar de uitkomst.
       VOER-STAP-UIT.
           PERFORM VUL-PARAMETERS-IN
           MOVE SPACES TO WS-COMMANDO
           STRING WS-STAP-PROGRAMMA(WS-STAP-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-STAP-PARAMETERS DELIMITED BY SIZE
                  INTO WS-COMMANDO
           DISPLAY "Stap " WS-STAP-NR(WS-STAP-IDX) ": " WS-COMMANDO

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAP-START
           CALL "SYSTEM" USING WS-COMMANDO
           ADD 1 TO WS-AANTAL-UITGEVOERD

           PERFORM ZOEK-STAP-UITKOMST
           MOVE WS-STAP-NR(WS-STAP-IDX) TO KstStap
           MOVE WS-STAP-PROGRAMMA(WS-STAP-IDX) TO KstProgramma
           MOVE WS-STAP-RUN(WS-STAP-IDX) TO KstRun
           MOVE WS-STAP-UITKOMST TO KstUitkomst
           PERFORM SCHRIJF-KETENSTATUS

           IF WS-STAP-UITKOMST = "GESLAAGD"
               MOVE "J" TO WS-STAP-KLAAR(WS-STAP-IDX)
           ELSE
               MOVE "Y" TO WS-KETEN-GESTOPT
               MOVE WS-STAP-NR(WS-STAP-IDX) TO WS-GESTOPT-BIJ
               DISPLAY "Stap " WS-STAP-NR(WS-STAP-IDX) " "
                   WS-STAP-PROGRAMMA(WS-STAP-IDX) " "
                   WS-STAP-RUN(WS-STAP-IDX) ": " WS-STAP-UITKOMST
           END-IF.

      * &DATUM, &JAAR en &MAAND worden vervangen door de werkdatum
      * of een deel ervan, &VAN door WS-KETEN-VAN; de andere woorden
      * gaan ongewijzigd mee.
       VUL-PARAMETERS-IN.
           MOVE SPACES TO WS-TOKEN-TABEL
           UNSTRING WS-STAP-PARMS(WS-STAP-IDX) DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                    WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
           END-UNSTRING
           MOVE SPACES TO WS-STAP-PARAMETERS
           MOVE 1 TO WS-PARM-PTR
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 6
               EVALUATE WS-TOKEN(WS-TOKEN-IDX)
                   WHEN SPACES
                       CONTINUE
                   WHEN "&DATUM"
                       STRING WS-KETEN-DATUM " " DELIMITED BY SIZE
                           INTO WS-STAP-PARAMETERS
                           WITH POINTER WS-PARM-PTR
                   WHEN "&JAAR"
                       STRING WS-KETEN-DATUM(1:4) " "
                           DELIMITED BY SIZE
                           INTO WS-STAP-PARAMETERS
                           WITH POINTER WS-PARM-PTR
                   WHEN "&MAAND"
                       STRING WS-KETEN-DATUM(5:2) " "
                           DELIMITED BY SIZE
                           INTO WS-STAP-PARAMETERS
                           WITH POINTER WS-PARM-PTR
                   WHEN "&VAN"
                       STRING WS-KETEN-VAN " " DELIMITED BY SIZE
                           INTO WS-STAP-PARAMETERS
                           WITH POINTER WS-PARM-PTR
                   WHEN OTHER
                       STRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO WS-STAP-PARAMETERS
                           WITH POINTER WS-PARM-PTR
               END-EVALUATE
           END-PERFORM.

      * De laatste journaalregel van dit programma en deze run die
      * na de start van de stap begon, bepaalt de uitkomst. Geen
      * regel (het programma brak af voor het journaal schreef)
      * telt als niet geslaagd.
       ZOEK-STAP-UITKOMST.
           MOVE "GEEN REGEL" TO WS-STAP-UITKOMST
           OPEN INPUT JournaalFile
           IF JournaalStatus = "00"
               MOVE "N" TO WS-EOF-JOURNAAL
               PERFORM UNTIL EOF-JOURNAAL
                   READ JournaalFile
                       AT END
                           MOVE "Y" TO WS-EOF-JOURNAAL
                       NOT AT END
                           IF JrnProgramma =
                                  WS-STAP-PROGRAMMA(WS-STAP-IDX)
                               AND JrnRun = WS-STAP-RUN(WS-STAP-IDX)
                               AND JrnStart NOT < WS-STAP-START
                               MOVE JrnUitkomst TO WS-STAP-UITKOMST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JournaalFile
           END-IF.

       SCHRIJF-KETENSTATUS.
           MOVE WS-KETEN-DATUM TO KstDatum
           MOVE FUNCTION CURRENT-DATE(1:14) TO KstTijdstip
           OPEN EXTEND KetenStatus
           IF KetenStatusStatus = "35"
               OPEN OUTPUT KetenStatus
           END-IF
           IF KetenStatusStatus NOT = "00"
               DISPLAY "NachtKeten.sts niet te openen: "
                   KetenStatusStatus
           ELSE
               WRITE KetenStatusRecord
               CLOSE KetenStatus
           END-IF.

      * Een journaalregel per run (zie ApotheekExport voor het
      * patroon).
       SCHRIJF-JOURNAAL.
           OPEN EXTEND JournaalFile
           IF JournaalStatus = "35"
               OPEN OUTPUT JournaalFile
           END-IF
           IF JournaalStatus NOT = "00"
               DISPLAY "BatchJournaal.txt niet te openen: "
                   JournaalStatus
           ELSE
               MOVE SPACES TO JournaalRecord
               MOVE "NachtKeten" TO JrnProgramma
               MOVE "KETEN" TO JrnRun
               MOVE WS-JRN-START TO JrnStart
               MOVE FUNCTION CURRENT-DATE(1:14) TO JrnEinde
               MOVE WS-JRN-UITKOMST TO JrnUitkomst
               MOVE WS-AANTAL-UITGEVOERD TO JrnAantal1
               MOVE WS-AANTAL-OVERGESLAGEN TO JrnAantal2
               MOVE WS-GESTOPT-BIJ TO JrnAantal3
               WRITE JournaalRecord
               CLOSE JournaalFile
           END-IF.
