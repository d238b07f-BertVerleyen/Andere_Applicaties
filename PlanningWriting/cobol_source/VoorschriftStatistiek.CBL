      * voorschriftdetail: aantal voorschriften per dokter, de meest
      * voorgeschreven medicatie (totaal aantal, aflopend) en de
      * trend per maand over het jaar. Vervangt het handmatige
      * turven in DoktersVoorschriften.out. Geannuleerde
      * voorschriften (DokterVoorschrift modus 5) tellen nergens mee;
      * hun aantal staat apart onder de tellingen per dokter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-JAAR  pic 9(4).
       01 WS-MAAND pic 9(2).

      * Parameters van de nachtelijke keten (NachtKeten): jaar en
      * maand (00 = heel jaar). Leeg = interactief.
       01 WS-PARAMETERS pic x(80).
       01 WS-PARM-JAAR  pic x(10).
       01 WS-PARM-MAAND pic x(10).

       01 WS-VAN-DATUM pic 9(8).
       01 WS-TOT-DATUM pic 9(8).

       01 WS-MAAND-AANTAL  pic 9(6).

       01 WS-TOTAAL-VOORSCHRIFTEN pic 9(6).
       01 WS-TOTAAL-GEANNULEERD   pic 9(6).

        EXEC SQL BEGIN DECLARE SECTION END-EXEC
      * SQLCODE is 0 for success, 100 for no data, -1 for failure

       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-START

       ACCEPT WS-PARAMETERS FROM COMMAND-LINE
       IF WS-PARAMETERS NOT = SPACES
           MOVE SPACES TO WS-PARM-JAAR
           MOVE SPACES TO WS-PARM-MAAND
           UNSTRING WS-PARAMETERS DELIMITED BY ALL SPACE
               INTO WS-PARM-JAAR WS-PARM-MAAND
           END-UNSTRING
           COMPUTE WS-JAAR = FUNCTION NUMVAL(WS-PARM-JAAR)
           IF WS-PARM-MAAND = SPACES
               MOVE 0 TO WS-MAAND
           ELSE
               COMPUTE WS-MAAND = FUNCTION NUMVAL(WS-PARM-MAAND)
           END-IF
       ELSE
           DISPLAY "Jaar (JJJJ) -> " WITH NO ADVANCING
           ACCEPT WS-JAAR
           DISPLAY "Maand (01-12, 00=heel jaar) -> " WITH NO ADVANCING
           ACCEPT WS-MAAND
       END-IF

       IF WS-MAAND = 0
           COMPUTE WS-VAN-DATUM = WS-JAAR * 10000 + 0101
               FROM voorschrift
               WHERE voorschriftDatum
                   BETWEEN :WS-VAN-DATUM AND :WS-TOT-DATUM
                 AND (geannuleerd IS NULL OR geannuleerd <> 'J')
               GROUP BY dokterId
               ORDER BY dokterId
           END-EXEC
                   " voorschriften"
                   DELIMITED BY SIZE INTO statistieklijn
           WRITE statistiekrecord

           EXEC SQL
               SELECT COUNT(*) INTO :WS-TOTAAL-GEANNULEERD
               FROM voorschrift
               WHERE voorschriftDatum
                   BETWEEN :WS-VAN-DATUM AND :WS-TOT-DATUM
                 AND geannuleerd = 'J'
           END-EXEC
           MOVE SPACES TO statistieklijn
           STRING "  geannuleerd (niet meegeteld): "
                   WS-TOTAAL-GEANNULEERD " voorschriften"
                   DELIMITED BY SIZE INTO statistieklijn
           WRITE statistiekrecord
           MOVE SPACES TO statistieklijn
           WRITE statistiekrecord.

               WHERE v.id = d.voorschriftId
                 AND v.voorschriftDatum
                     BETWEEN :WS-VAN-DATUM AND :WS-TOT-DATUM
                 AND (v.geannuleerd IS NULL OR v.geannuleerd <> 'J')
               GROUP BY d.medicatieCode, d.medicatieNaam
               ORDER BY SUM(d.aantal) DESC
           END-EXEC
                   FROM voorschrift
                   WHERE voorschriftDatum
                       BETWEEN :WS-VAN-DATUM AND :WS-TOT-DATUM
                     AND (geannuleerd IS NULL OR geannuleerd <> 'J')
               END-EXEC

               MOVE SPACES TO statistieklijn
