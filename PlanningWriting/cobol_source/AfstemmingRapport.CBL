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

       FD AfstemRapport.
        01 AfstemRapportRecord.

        01 WS-VAN-DATUM             PIC 9(8).
        01 WS-TOT-DATUM             PIC 9(8).

      * Parameters van de nachtelijke keten (NachtKeten): van- en
      * totdatum JJJJMMDD. Leeg = interactief.
        01 WS-PARAMETERS            PIC X(80).
        01 WS-PARM-VAN              PIC X(10).
        01 WS-PARM-TOT              PIC X(10).
        01 WS-REC-JJJJMMDD          PIC 9(8).

      * Kopie van het archiefrecord om de velden te kunnen aanspreken:
      * zelfde layout als PlanningRecord (zie PlanningArchief.CBL).
        01 WS-ARCH-RECORD.
                02 WS-ARCH-EVENTID       PIC 9(6).
                02 FILLER                PIC X.
                02 WS-ARCH-EVENTNAME     PIC X(50).
                02 FILLER                PIC X.
                88 EVT-VOL              VALUE "Y".
        01 WS-EVT-TABEL.
                02 WS-EVT OCCURS 2000.
                   03 WS-EVT-EVENTID    PIC 9(6).
                   03 WS-EVT-DOKTERID   PIC 9(3).
                   03 WS-EVT-DATUM      PIC 9(8).
                   03 WS-EVT-STATUS     PIC X.
                88 EVT-GEVONDEN         VALUE "Y".

        01 VoorschriftRecord.
                03 VoorschriftId    PIC 9(6) VALUE ZERO.
                03 dokterId         PIC 9(3) VALUE ZERO.
                03 patientId        PIC 9(3) VALUE ZERO.
                03 VoorschriftDatum PIC 9(8) VALUE ZERO.
       PERFORM LEES-CONNECTIESTRING
       PERFORM DO-CONNECT

       ACCEPT WS-PARAMETERS FROM COMMAND-LINE
       IF WS-PARAMETERS NOT = SPACES
           MOVE SPACES TO WS-PARM-VAN
           MOVE SPACES TO WS-PARM-TOT
           UNSTRING WS-PARAMETERS DELIMITED BY ALL SPACE
                INTO WS-PARM-VAN WS-PARM-TOT
           END-UNSTRING
           COMPUTE WS-VAN-DATUM = FUNCTION NUMVAL(WS-PARM-VAN)
           IF WS-PARM-TOT = SPACES
               MOVE WS-VAN-DATUM TO WS-TOT-DATUM
           ELSE
               COMPUTE WS-TOT-DATUM = FUNCTION NUMVAL(WS-PARM-TOT)
           END-IF
       ELSE
           DISPLAY "Afstemming van datum (JJJJMMDD) -> "
                WITH NO ADVANCING
           ACCEPT WS-VAN-DATUM
           DISPLAY "Afstemming tot en met datum (JJJJMMDD) -> "
                WITH NO ADVANCING
           ACCEPT WS-TOT-DATUM
       END-IF

       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-START

      * patientveld, herkenbaar aan de "/" van de datum op positie
      * 62 waar nu het derde patientcijfer staat) wordt ter plekke
      * op de juiste velden gelegd; PlanningArchief keuze 3 zet het
      * hele archief eenmalig om. Idem voor een regel van voor de
      * zescijferige EventIds ("/" op 66 en 69).
       NEEM-ARCHIEF-EVENT-OP.
           IF ArchiefRecord(62:1) = "/"
              MOVE SPACES TO WS-ARCH-RECORD
              MOVE 0 TO WS-ARCH-PATIENTID
              MOVE ArchiefRecord(60:10) TO WS-ARCH-DATUM
              MOVE ArchiefRecord(206:1) TO WS-ARCH-STATUS
           ELSE
           IF ArchiefRecord(66:1) = "/" AND ArchiefRecord(69:1) = "/"
              MOVE SPACES TO WS-ARCH-RECORD
              MOVE ArchiefRecord(1:3) TO WS-ARCH-EVENTID
              MOVE ArchiefRecord(56:3) TO WS-ARCH-DOKTERID
              MOVE ArchiefRecord(60:3) TO WS-ARCH-PATIENTID
              MOVE ArchiefRecord(64:10) TO WS-ARCH-DATUM
              MOVE ArchiefRecord(210:1) TO WS-ARCH-STATUS
           ELSE
              MOVE ArchiefRecord TO WS-ARCH-RECORD
           END-IF
           END-IF
           STRING WS-ARCH-DATUM(7:4) WS-ARCH-DATUM(4:2)
                  WS-ARCH-DATUM(1:2)
                  DELIMITED BY SIZE INTO WS-REC-JJJJMMDD

      * Lijst 1: elk voorschrift in het bereik waarvan de dokter op
      * voorschriftDatum geen enkel event had (levend of archief).
      * Geannuleerde voorschriften bestaan voor de mutualiteit niet
      * meer en blijven in beide lijsten buiten beschouwing.
       CONTROLEER-VOORSCHRIFTEN.
           MOVE "Voorschriften zonder event van de dokter die dag:"
               TO AfstemRapportLijn
               FROM voorschrift
               WHERE voorschriftDatum
                   BETWEEN :WS-VAN-DATUM AND :WS-TOT-DATUM
                 AND (geannuleerd IS NULL OR geannuleerd <> 'J')
               ORDER BY voorschriftDatum, id
           END-EXEC
           EXEC SQL OPEN AfstemCursor END-EXEC
               FROM voorschrift
               WHERE dokterId = :dokterId
                 AND voorschriftDatum = :VoorschriftDatum
                 AND (geannuleerd IS NULL OR geannuleerd <> 'J')
           END-EXEC
           IF WS-VOORSCHRIFT-COUNT = 0
               ADD 1 TO WS-AANTAL-ZONDER-VOORS
