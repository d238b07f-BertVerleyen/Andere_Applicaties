       AUTHOR. Bert Verleyen.

      * Dagelijks controlerapport over het gedeelde batchjournaal
      * (BatchJournaal.txt): toont per run van de gekozen dag (of,
      * vanuit de nachtelijke keten, van het venster sinds de start
      * van de keten) wat er draaide en met welke uitkomst, en zet
      * de controletotalen tegen de data. Voor een exportrun moet
      * het aantal geexporteerde plus enkel gemarkeerde
      * voorschriften gelijk zijn aan de rijen die in dat
      * runvenster een exportTijdstip kregen (verzonden = 'J');
      * voor een archiveerrun moet gearchiveerd plus behouden
      * gelijk zijn aan de gelezen records. Als de nachtelijke
      * keten breekt is hier te zien
      * welke stap draaide en welke niet. De controle zet zelf ook
      * een regel in het journaal (CONTROLE), zodat de keten
      * (NachtKeten) ziet dat haar laatste stap gelopen is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Layout gedeeld met ApotheekExport, PlanningArchief,
      * VoorschriftStatistiek en AfstemmingRapport -- het repo heeft
      * geen copybooks om dit te delen. Tellers van de eigen regel:
      * runs/afgebroken/afwijkingen.
       FD JournaalFile.
        01 JournaalRecord.
                05 JrnProgramma  PIC X(21).
                88 EOF-JOURNAAL         VALUE "Y".

        01 WS-CONTROLE-DATUM        PIC 9(8).
        01 WS-JRN-START             PIC X(14).
        01 WS-JRN-UITKOMST          PIC X(10).

      * Parameters van de nachtelijke keten (NachtKeten): de
      * controledatum JJJJMMDD en eventueel het begin van het
      * venster (JJJJMMDDuummss, de start van de keten). Met een
      * venster telt elke run die tussen dat begin en nu startte,
      * ook na middernacht of bij een herstart op een latere dag;
      * zonder venster de runs die op de controledatum startten.
      * Leeg = interactief.
        01 WS-PARAMETERS            PIC X(80).
        01 WS-PARM-DATUM            PIC X(10).
        01 WS-PARM-VAN              PIC X(14).
        01 WS-JRN-STARTDATUM        PIC 9(8).
        01 WS-VENSTER-VAN           PIC X(14) VALUE SPACES.
        01 WS-VENSTER-TOT           PIC X(14).

        01 WS-AANTAL-RUNS           PIC 9(4) VALUE 0.
        01 WS-AANTAL-AFWIJKINGEN    PIC 9(4) VALUE 0.
       PERFORM LEES-CONNECTIESTRING
       PERFORM DO-CONNECT

       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-START
       ACCEPT WS-PARAMETERS FROM COMMAND-LINE
       IF WS-PARAMETERS NOT = SPACES
           MOVE SPACES TO WS-PARM-DATUM WS-PARM-VAN
           UNSTRING WS-PARAMETERS DELIMITED BY ALL SPACE
               INTO WS-PARM-DATUM WS-PARM-VAN
           END-UNSTRING
           COMPUTE WS-CONTROLE-DATUM = FUNCTION NUMVAL(WS-PARM-DATUM)
           IF WS-PARM-VAN NOT = SPACES
               MOVE WS-PARM-VAN TO WS-VENSTER-VAN
               MOVE WS-JRN-START TO WS-VENSTER-TOT
           END-IF
       ELSE
           DISPLAY "Controledatum (JJJJMMDD) -> " WITH NO ADVANCING
           ACCEPT WS-CONTROLE-DATUM
       END-IF

       OPEN INPUT JournaalFile
       IF JournaalStatus NOT = "00"
           DISPLAY "Geen journaal (BatchJournaal.txt: "
               JournaalStatus ")"
           MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
       ELSE
           OPEN OUTPUT ControleRapport
           MOVE SPACES TO ControleRapportLijn
           IF WS-VENSTER-VAN = SPACES
               STRING "Batchcontrole " WS-CONTROLE-DATUM
                   DELIMITED BY SIZE INTO ControleRapportLijn
           ELSE
               STRING "Batchcontrole " WS-CONTROLE-DATUM
                   " (runs gestart van " WS-VENSTER-VAN
                   " tot " WS-VENSTER-TOT ")"
                   DELIMITED BY SIZE INTO ControleRapportLijn
           END-IF
           WRITE ControleRapportRecord

           MOVE 0 TO WS-AANTAL-RUNS
                   AT END
                       MOVE "Y" TO WS-EOF-JOURNAAL
                   NOT AT END
                       IF WS-VENSTER-VAN = SPACES
                           MOVE JrnStart(1:8) TO WS-JRN-STARTDATUM
                           IF WS-JRN-STARTDATUM = WS-CONTROLE-DATUM
                               PERFORM CONTROLEER-JOURNAALREGEL
                           END-IF
                       ELSE
                           IF JrnStart NOT < WS-VENSTER-VAN
                               AND JrnStart NOT > WS-VENSTER-TOT
                               PERFORM CONTROLEER-JOURNAALREGEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               DELIMITED BY SIZE INTO ControleRapportLijn
           WRITE ControleRapportRecord
           IF WS-AANTAL-RUNS = 0
               MOVE "  (geen runs in deze periode)"
                   TO ControleRapportLijn
               WRITE ControleRapportRecord
           END-IF
           DISPLAY "Controlerapport BatchControle.out weggeschreven"
               " (" WS-AANTAL-RUNS " runs, "
               WS-AANTAL-AFWIJKINGEN " afwijkingen)"
           MOVE "GESLAAGD" TO WS-JRN-UITKOMST
       END-IF

       PERFORM SCHRIJF-JOURNAAL
       PERFORM DO-DISCONNECT
       STOP RUN.

      * Een journaalregel per run (zie ApotheekExport voor het
      * patroon); het journaal is op dat moment al gesloten.
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
               MOVE "BatchControle" TO JrnProgramma
               MOVE "CONTROLE" TO JrnRun
               MOVE WS-JRN-START TO JrnStart
               MOVE FUNCTION CURRENT-DATE(1:14) TO JrnEinde
               MOVE WS-JRN-UITKOMST TO JrnUitkomst
               MOVE WS-AANTAL-RUNS TO JrnAantal1
               MOVE WS-AANTAL-AFGEBROKEN TO JrnAantal2
               MOVE WS-AANTAL-AFWIJKINGEN TO JrnAantal3
               WRITE JournaalRecord
               CLOSE JournaalFile
           END-IF.

       LEES-CONNECTIESTRING.

       STRING "jdbc:mysql://localhost/DokterApotheekDb"
