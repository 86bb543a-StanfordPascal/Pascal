      *                           E I N G A B E ---------------------- *
      *                           LEIEIN      : LEIF1D-KOPIE           *
1385  *                           BZDA8/ADRDA7: VERWALTUNGSSTELLE      *
      *                           LEISTAJ     : JAHRESABSCHLUSS        *
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEIAUS      : STATISTIK-DATEI        *
      *                           VWSMAP      : KREIS/VWST-ZUORDNUNG   *
      *                           LEIREJ      : ZURUECKGEW. SAETZE     *
      *                           LEISNAP     : FALLBESTAND (LEIX282)  *
      * -------------------------------------------------------------- *
      *  POST ENTHAELT JE ZEILENGRUPPE (ALLE/KV-MASCH/KV-MAN/          *
      *  AR-MASCH/AR-MAN) EINE ZEILE PRO VWST AUS VWSMAP PLUS GESAMT   *
      *                           GESAMTZAHLEN UND LEIREJ-ANZAHL;      *
      *                           ZAHLENWERK (LEISTAH/LEISTAD)         *
      *                           UNVERAENDERT                         *
      *  15/10/26 HM              FALLBESTAND LEISNAP: JE GEZAEHLTEM   *
      *                           FALL VSNR, VWST, KATEGORIE, TYP,     *
      *                           ALTERSSTUFE UND BETRAEGE (A05) FUER  *
      *                           DIE BESTANDSBEWEGUNG IN LEIX282      *
      *  15/10/26 HM              ABGESCHLOSSENES JAHR (LEISTAJ, JAH-  *
      *                           RESABSCHLUSS LEIX289): KEIN LAUF FUER*
      *                           SEINE MONATE, LEISTAH BLEIBT UNBE-   *
      *                           RUEHRT (LEIPROT F ABLF, RC 16)       *
      *  15/10/26 HM              LEIREJ MIT ALTERSSTUFE REJSTUF (A03),*
      *                           DAMIT LEIX278 NACHGEBUCHTE FAELLE    *
      *                           DES MONATS IN LEISNAP NACHTRAEGT     *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEIX275.
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIRUNS ASSIGN TO    LEIRUNS
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISNAP ASSIGN TO    LEISNAP
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISTAJ ASSIGN TO    LEISTAJ
                          FILE STATUS  STATUS-BYTE.
       DATA DIVISION.
       FILE SECTION.
       FD         ADRDA7
           05     REJGESV         PIC S9(9)V99     COMP-3.
           05     REJGESR         PIC S9(9)V99     COMP-3.
           05     REJGESE         PIC S9(9)V99     COMP-3.
           05     REJSTUF         PIC 9.
           05     FILLER          PIC X(5).
      *
      *    &----- VORSCHLAGSKARTEN FUER DIE VWSMAP-PFLEGE: JE KREIS
      *    &----- OHNE VWSMAP-EINTRAG EINE Z-KARTE IM VWSTRN-FORMAT
                  BLOCK      4000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEIRUNSX
      *
      *    &----- FALLBESTAND DES BERICHTSMONATS, EIN SATZ JE
      *    &----- GEZAEHLTEM FALL (BESTANDSBEWEGUNG LEIX282)
      *
       FD         LEISNAP
                  RECORDING     F
                  RECORD       50 CHARACTERS
                  BLOCK      5000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEISNAPX
      *
      *    &----- JAHRESABSCHLUSS (LEIX289), NUR GELESEN: ABGE-
      *    &----- SCHLOSSENE JAHRE DUERFEN NICHT MEHR GEAENDERT WERDEN
      *
       FD         LEISTAJ
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEISTAJX

       WORKING-STORAGE SECTION.

-INC WSLEIBV                                                                   %
-INC WSDATUM                                                                   %
-INC WSLEIBM                                                                   %
-INC WSLEIJA

       PROCEDURE DIVISION.

                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO A99R.
      *
      *    &----- JAHR DES BERICHTSMONATS SCHON ABGESCHLOSSEN
      *    &----- (LEIX289): SEINE LEISTAH-ZEILEN SIND FESTGESCHRIEBEN,
      *    &----- KEIN LAUF - AUCH KEINE AUSGABEDATEI WIRD ERSETZT
      *
           PERFORM B85.
           IF     JAIOFEHL      =    '1'
                  DISPLAY '** FEHLER LESEN LEISTAJ - ABBRECHEN **'
                  MOVE 'LEISTAJ' TO PRODATEI
                  PERFORM P95
                  GO TO A99R.
           COMPUTE JAX = WSDATJJ + 1.
           IF     JAKENN (JAX)  =    '1'
                  DISPLAY '** JAHR ' WSDATJJ ' ABGESCHLOSSEN (LEIX289)'
                          ' - LEISTAH NICHT GEAENDERT **'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'ABLF'    TO PROEREIG
                  MOVE 'LEISTAJ' TO PRODATEI
                  MOVE WSDATNUM  TO PROZAHL1
                  MOVE 'JAHR BEREITS ABGESCHLOSSEN' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO A99R.

           OPEN   INPUT LEIEIN OUTPUT LEIAUS.

                  GO TO A99R.
           PERFORM X01.

           OPEN   OUTPUT LEISNAP.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISNAP - ABBRECHEN **'
                  MOVE 'LEISNAP' TO PRODATEI
                  PERFORM P95
                  GO TO A99R.

           PERFORM V00.

       A01.
           MOVE   LEIOVSNR TO ADBAVSNR.
           PERFORM U06.
           IF     ADBASTAT = '2' OR '4'
                  PERFORM A03
                  MOVE LEIOVSNR TO REJOVSNR
                  MOVE A-KEY    TO REJAKEY
                  MOVE WSDATNUM TO REJDATUM
                  MOVE LEIOGESV TO REJGESV
                  MOVE LEIOGESR TO REJGESR
                  MOVE LEIOGESE TO REJGESE
                  MOVE STUFIDX  TO REJSTUF
                  WRITE REJSATZ
                  ADD  1        TO ANZREJ
                  GO TO A01.
           PERFORM A02B.

           PERFORM A04.
           PERFORM A05.

           GO TO A01.
       A02B.
                  PERFORM P90.

1385       CLOSE  LEIEIN LEIAUS BZDA8 ADRDA7 LEIREJ LEISTAH LEISTAD
                  VWSPRP LEISNAP.
           CLOSE  LEIPROT.
           MOVE   PRORC TO RETURN-CODE.
           STOP   RUN.
       V07Z.
           EXIT.
      *****************************************************************
      *    A03    ALTERSSTUFE (STUFIDX) DES FALLES BESTIMMEN          *
      *    &----- ALTER IN TAGEN ZUM MONATSENDE, KAUFMAENNISCH        *
      *    &----- (360/30) AUS DEM FALLDATUM LEIORDAT. AUCH FUER      *
      *    &----- LEIREJ, DAMIT LEIX278 NACHGEBUCHTE FAELLE MIT       *
      *    &----- IHRER STUFE IN LEISNAP EINSTELLEN KANN              *
      *****************************************************************
       A03 SECTION.
       A03A.
           COMPUTE ALTTAGE = (WSDATJJ - LEIORJHR) * 360
                           + (WSDATMM - LEIORMON) * 30
                           + 30 - LEIORTAG.
           ELSE
           IF     ALTTAGE       NOT GREATER 90       MOVE 3 TO STUFIDX
           ELSE                                      MOVE 4 TO STUFIDX.
       A03Z.
           EXIT.
      *****************************************************************
      *    A04    FALL IN DIE ALTERSGLIEDERUNG EINSTELLEN             *
      *****************************************************************
       A04 SECTION.
       A04A.
           PERFORM A03.
           ADD    1        TO ALTANZ (VWST, STUFIDX).
           ADD    LEIOGESV TO ALTVBT (VWST, STUFIDX).
           ADD    LEIOGESR TO ALTRBT (VWST, STUFIDX).
       A04Z.
           EXIT.
      *****************************************************************
      *    A05    FALL IN DEN FALLBESTAND LEISNAP SCHREIBEN           *
      *    &----- NACH A04 (ALTERSSTUFE IN STUFIDX)                   *
      *****************************************************************
       A05 SECTION.
       A05A.
           MOVE   SPACE         TO SNAPSATZ.
           MOVE   WSDATNUM      TO SNAPDATUM.
           MOVE   LEIOVSNR      TO SNAPVSNR.
           MOVE   VWST          TO SNAPVWS.
           MOVE   MANKAT        TO SNAPKAT.
           MOVE   VTYP          TO SNAPTYP.
           MOVE   STUFIDX       TO SNAPSTUF.
           MOVE   1             TO SNAPFOLG.
           MOVE   LEIOGESV      TO SNAPGESV.
           MOVE   LEIOGESR      TO SNAPGESR.
           MOVE   LEIOGESE      TO SNAPGESE.
           WRITE  SNAPSATZ.
       A05Z.
           EXIT.
      *****************************************************************
      *    V04    ALTERSGLIEDERUNG JE VWST DRUCKEN                    *
      *****************************************************************
       V04 SECTION.
-INC PDLEIB8                                                                   %
-INC PDLEIPR                                                                   %
-INC PDLEIBM                                                                   %
-INC PDLEIJA
-INC UPRO100X                                                                  %
       END PROGRAM LEIX275.
