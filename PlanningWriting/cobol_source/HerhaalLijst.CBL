000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HerhaalLijst.
       AUTHOR. Bert Verleyen.

      * Lijst per dokter van de herhaalvoorschriften die de komende
      * dagen vervallen (herhaalVolgend binnen de gevraagde horizon,
      * achterstallige inbegrepen), elk met zijn medicatielijnen. De
      * dokter keurt elke herhaling goed in DokterVoorschrift modus
      * 6; deze lijst schrijft zelf niets in de databank.
      * Geannuleerde voorschriften en gedeactiveerde patienten komen
      * niet op de lijst: een annulatie stopt de herhaling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT herhaalbestand ASSIGN TO "HerhaalLijst.out"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS herhaalStatus.

      * Gedeeld verwerkingsjournaal van de batchruns (zie
      * ApotheekExport).
       SELECT journaalbestand ASSIGN TO "BatchJournaal.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS journaalStatus.

       DATA DIVISION.
       FILE SECTION.

       FD herhaalbestand.
       01 herhaalrecord.
          05 herhaallijn pic x(120).

      * Layout gedeeld met ApotheekExport, PlanningArchief,
      * VoorschriftStatistiek en BatchControle -- het repo heeft geen
      * copybooks om dit te delen. Teller 1 is het aantal herhalingen
      * op de lijst, teller 2 de achterstallige daarvan, teller 3 het
      * aantal dokters.
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

       01 herhaalStatus pic x(2).
       01 journaalStatus pic x(2).

       01 WS-JRN-START pic x(14).
       01 WS-JRN-UITKOMST pic x(10).

       01 WS-VANDAAG     pic 9(8).
       01 WS-HORIZON     pic 9(2) value 0.
       01 WS-GRENS-DAGNR pic 9(7).
       01 WS-GRENS       pic 9(8).

      * Parameter van de nachtelijke keten (NachtKeten): het aantal
      * dagen vooruit. Leeg = interactief.
       01 WS-PARAMETERS pic x(80).

       01 WS-EOF-HERHAAL pic x value "N".
         88 EOF-HERHAAL VALUE "Y".
       01 WS-EOF-DETAIL pic x value "N".
         88 EOF-DETAIL VALUE "Y".

       01 WS-VORIGE-DOKTER pic 9(3) value 0.

       01 HerhaalRij.
          03 HerVoorschriftId pic 9(6).
          03 HerDokterId      pic 9(3).
          03 HerDokterNaam    pic x(40).
          03 HerPatientId     pic 9(3).
          03 HerPatientNaam   pic x(40).
          03 HerVolgend       pic 9(8).
          03 HerInterval      pic 9(3).
          03 HerTot           pic 9(8).

       01 HerhaalDetail.
          03 HerMedicatieNaam pic x(40).
          03 HerDosering      pic x(20).
          03 HerAantal        pic 9(3).

       01 WS-AANTAL-HERHALINGEN  pic 9(6) value 0.
       01 WS-AANTAL-ACHTERSTALLIG pic 9(6) value 0.
       01 WS-AANTAL-DOKTERS      pic 9(6) value 0.

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
           COMPUTE WS-HORIZON = FUNCTION NUMVAL(WS-PARAMETERS)
       ELSE
           DISPLAY "Dagen vooruit (standaard 7) -> " WITH NO ADVANCING
           ACCEPT WS-HORIZON
       END-IF
       IF WS-HORIZON = 0
           MOVE 7 TO WS-HORIZON
       END-IF
       COMPUTE WS-GRENS-DAGNR =
           FUNCTION INTEGER-OF-DATE(WS-VANDAAG) + WS-HORIZON
       MOVE FUNCTION DATE-OF-INTEGER(WS-GRENS-DAGNR) TO WS-GRENS

       OPEN OUTPUT herhaalbestand
       IF herhaalStatus NOT = "00"
           DISPLAY "HerhaalLijst.out niet te openen: " herhaalStatus
           MOVE "AFGEBROKEN" TO WS-JRN-UITKOMST
       ELSE
           PERFORM MAAK-HERHAALLIJST
           MOVE "GESLAAGD" TO WS-JRN-UITKOMST
       END-IF

       PERFORM SCHRIJF-JOURNAAL
       PERFORM DO-DISCONNECT
       STOP RUN.

      * De lijst zelf: hoofding, herhalingen per dokter en totalen.
       MAAK-HERHAALLIJST.
           MOVE SPACES TO herhaallijn
           STRING "Herhaalvoorschriften te vernieuwen tot " WS-GRENS
                   " (lijst van " WS-VANDAAG ")"
                   DELIMITED BY SIZE INTO herhaallijn
           WRITE herhaalrecord

           PERFORM LIJST-HERHALINGEN

           MOVE SPACES TO herhaallijn
           WRITE herhaalrecord
           MOVE SPACES TO herhaallijn
           STRING "Totaal: " WS-AANTAL-HERHALINGEN " herhalingen, "
                   WS-AANTAL-ACHTERSTALLIG " achterstallig, "
                   WS-AANTAL-DOKTERS " dokters"
                   DELIMITED BY SIZE INTO herhaallijn
           WRITE herhaalrecord

           CLOSE herhaalbestand
           DISPLAY "Herhaallijst HerhaalLijst.out weggeschreven ("
               WS-AANTAL-HERHALINGEN " herhalingen)".

      * Een journaalregel per run (zie ApotheekExport voor het
      * patroon); de run telt als geslaagd zodra de lijst volledig
      * weggeschreven is.
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
               MOVE "HerhaalLijst" TO JrnProgramma
               MOVE "HERHAAL" TO JrnRun
               MOVE WS-JRN-START TO JrnStart
               MOVE FUNCTION CURRENT-DATE(1:14) TO JrnEinde
               MOVE WS-JRN-UITKOMST TO JrnUitkomst
               MOVE WS-AANTAL-HERHALINGEN TO JrnAantal1
               MOVE WS-AANTAL-ACHTERSTALLIG TO JrnAantal2
               MOVE WS-AANTAL-DOKTERS TO JrnAantal3
               WRITE JournaalRecord
               CLOSE journaalbestand
           END-IF.

       LEES-CONNECTIESTRING.

       STRING "jdbc:mysql://localhost/DokterApotheekDb"
               DELIMITED BY SIZE
       INTO jbcd-string
       DISPLAY  'jbcd-string ingelezen'.

      * Gesorteerd op dokter, dan op vervaldatum: bij elke nieuwe
      * dokter komt er een hoofding.
       LIJST-HERHALINGEN.
           EXEC SQL
               DECLARE HerhaalCursor CURSOR FOR
               SELECT v.id, v.dokterId, d.naam, v.patientId, p.naam,
                      v.herhaalVolgend, v.herhaalInterval,
                      v.herhaalTot
               FROM voorschrift v, dokter d, patient p
               WHERE d.id = v.dokterId
                 AND p.id = v.patientId
                 AND p.actief = 'J'
                 AND v.herhaalVolgend > 0
                 AND v.herhaalVolgend <= :WS-GRENS
                 AND (v.geannuleerd IS NULL OR v.geannuleerd <> 'J')
               ORDER BY v.dokterId, v.herhaalVolgend, v.id
           END-EXEC
           EXEC SQL OPEN HerhaalCursor END-EXEC

           MOVE 0 TO WS-VORIGE-DOKTER
           MOVE "N" TO WS-EOF-HERHAAL
           PERFORM UNTIL EOF-HERHAAL
               EXEC SQL
                   FETCH HerhaalCursor
                   INTO :HerVoorschriftId, :HerDokterId,
                        :HerDokterNaam, :HerPatientId,
                        :HerPatientNaam, :HerVolgend, :HerInterval,
                        :HerTot
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-HERHAAL
               ELSE
                   IF HerDokterId NOT = WS-VORIGE-DOKTER
                       PERFORM SCHRIJF-DOKTERHOOFDING
                   END-IF
                   PERFORM SCHRIJF-HERHALING
               END-IF
           END-PERFORM
           EXEC SQL CLOSE HerhaalCursor END-EXEC

           IF WS-AANTAL-HERHALINGEN = 0
               MOVE "  (geen herhalingen te vernieuwen)"
                   TO herhaallijn
               WRITE herhaalrecord
           END-IF.

       SCHRIJF-DOKTERHOOFDING.
           MOVE HerDokterId TO WS-VORIGE-DOKTER
           ADD 1 TO WS-AANTAL-DOKTERS
           MOVE SPACES TO herhaallijn
           WRITE herhaalrecord
           MOVE SPACES TO herhaallijn
           STRING "Dokter " HerDokterId " " HerDokterNaam
                   DELIMITED BY SIZE INTO herhaallijn
           WRITE herhaalrecord.

       SCHRIJF-HERHALING.
           ADD 1 TO WS-AANTAL-HERHALINGEN
           MOVE SPACES TO herhaallijn
           STRING "  voorschrift " HerVoorschriftId
                   " patient " HerPatientId " " HerPatientNaam
                   " vervalt " HerVolgend
                   DELIMITED BY SIZE INTO herhaallijn
           IF HerVolgend < WS-VANDAAG
               ADD 1 TO WS-AANTAL-ACHTERSTALLIG
               MOVE "ACHTERSTALLIG" TO herhaallijn(92:13)
           END-IF
           WRITE herhaalrecord
           MOVE SPACES TO herhaallijn
           STRING "    elke " HerInterval " dagen, tot " HerTot
                   DELIMITED BY SIZE INTO herhaallijn
           WRITE herhaalrecord

           EXEC SQL
               DECLARE HerhaalDetailCursor CURSOR FOR
               SELECT medicatieNaam, dosering, aantal
               FROM voorschriftdetail
               WHERE voorschriftId = :HerVoorschriftId
           END-EXEC
           EXEC SQL OPEN HerhaalDetailCursor END-EXEC
           MOVE "N" TO WS-EOF-DETAIL
           PERFORM UNTIL EOF-DETAIL
               EXEC SQL
                   FETCH HerhaalDetailCursor
                   INTO :HerMedicatieNaam, :HerDosering, :HerAantal
               END-EXEC
               IF SQLCODE = 100
                   MOVE "Y" TO WS-EOF-DETAIL
               ELSE
                   MOVE SPACES TO herhaallijn
                   STRING "    medicatie " HerMedicatieNaam
                           " dosering " HerDosering
                           " aantal " HerAantal
                           DELIMITED BY SIZE INTO herhaallijn
                   WRITE herhaalrecord
               END-IF
           END-PERFORM
           EXEC SQL CLOSE HerhaalDetailCursor END-EXEC.

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
