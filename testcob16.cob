 PROCESS TEST(ALL,SYM)
 PROCESS APOST,NOADV,NODYNAM,RENT

       IDENTIFICATION DIVISION.
      ******************************************************************
      * -------------------------------------------------------------- *
      *  L E I 3 8 6 K         ** KORREKTURLAUF ZEITRAEUME LEIVSAM     *
      * -------------------------------------------------------------- *
      *                           E I N G A B E ---------------------- *
      *                           SYSIN       : KORREKTURKARTEN        *
      *                                         (AUFBAU WSLEIKO,       *
      *                                         ENDE-KARTE = 'ENDE')   *
      *                           LEIVSAM     : LEIF3DX ZIELDATEI      *
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEIVSAM     : LEIF3DX ZIELDATEI      *
      *                           LEIKORL     : KORREKTURLISTE         *
      *                           LEIKORJ     : KORREKTURJOURNAL       *
      *                                         (WIRD ERWEITERT)       *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  JE KARTE WIRD EIN ZEITRAUMEINTRAG EINES VERTRAGS HINZU-       *
      *  GEFUEGT (Z), GEAENDERT (A) ODER GELOESCHT (L). DER LOGISCHE   *
      *  VERTRAG (STAMMSATZ + FOLGESAETZE) WIRD GANZ GELESEN, DIE      *
      *  KARTE ANGEWENDET UND DER VERTRAG NEU AUFGETEILT ZURUECK-      *
      *  GESCHRIEBEN (PDLEIKO): LEICZDVG UND LEICFANZ WERDEN NEU       *
      *  GESETZT, FOLGESAETZE BEI BEDARF ANGELEGT ODER GELOESCHT,      *
      *  DIE SATZZAHL IM KONTROLLSATZ (LEICKANZ) NACHGEFUEHRT.         *
      *  DER VERTRAG WIRD VOR UND NACH DER AENDERUNG GEDRUCKT.         *
      *  JEDE ANGEWENDETE KARTE GEHT INS KORREKTURJOURNAL LEIKORJ;     *
      *  DER NAECHSTE VOLLABGLEICH LEI386T WENDET DAS JOURNAL NACH     *
      *  DEM MISCHEN ERNEUT AN, DAMIT DIE KORREKTUR BEIM NEUAUFBAU     *
      *  VON LEIVSAM NICHT VERLORENGEHT.                               *
      *  ABGEWIESENE KARTEN STEHEN MIT GRUND AUF DER LISTE, EIN        *
      *  LEIPROT-EREIGNIS SETZT RETURN-CODE-KLASSE 4.                  *
      * -------------------------------------------------------------- *
      *  15/10/26 HM              ERSTELLUNG                           *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEI386K.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
-INC SPECNAME

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEIVSAM ASSIGN TO LEIVSAM
              RECORD KEY LEICSCHL
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              FILE STATUS STATUS-BYTE.

           SELECT LEIKORL ASSIGN TO LEIKORL
              ORGANIZATION SEQUENTIAL
              FILE STATUS STATUS-BYTE.

           SELECT LEIKORJ ASSIGN TO LEIKORJ
              ORGANIZATION SEQUENTIAL
              FILE STATUS STATUS-BYTE.

           SELECT LEIPROT ASSIGN TO LEIPROT
              ORGANIZATION SEQUENTIAL
              FILE STATUS STATUS-BYTE.


       DATA DIVISION.

       FILE SECTION.

       FD  LEIVSAM
           LABEL RECORDS STANDARD.
-INC LEICSATX

       FD  LEIKORL
           LABEL RECORDS STANDARD.
       01  KORAUSG                   PIC X(80).

       FD  LEIKORJ
           LABEL RECORDS STANDARD.
-INC LEIKORJX

       FD  LEIPROT
           LABEL RECORDS STANDARD.
       01  PROAUSG                   PIC X(80).


       WORKING-STORAGE SECTION.

       01  FILLER.
           05  INDX                  PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZKART               PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZANGW               PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZABW                PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZSATZD              PIC S9(9) COMP-3 VALUE ZERO.
           05  DRFANZ                PIC 9         VALUE ZERO.
           05  IOABBR                PIC X         VALUE '0'.
      *
      *    -----  DRUCKZEILEN KORREKTURLISTE
      *
       01  KOPFZEIL.
           05  FILLER                PIC X(37)
               VALUE 'LEI386K KORREKTURLAUF LEIVSAM VOM   '.
           05  KOPFTT                PIC 99.
           05  FILLER                PIC X     VALUE '.'.
           05  KOPFMM                PIC 99.
           05  FILLER                PIC X     VALUE '.'.
           05  KOPFJJ                PIC 99.
           05  FILLER                PIC X(35) VALUE SPACE.

       01  KARTZEIL.
           05  FILLER                PIC X(8)  VALUE 'KARTE   '.
           05  KARTBILD              PIC X(45).
           05  FILLER                PIC X(27) VALUE SPACE.

       01  VERTZEIL.
           05  VERTART               PIC X(8).
           05  FILLER                PIC X(8)  VALUE 'VERTRAG '.
           05  VERTNR                PIC 9(7).
           05  FILLER                PIC X(13) VALUE ' ZEITRAEUME: '.
           05  VERTZDVG              PIC ZZZ9.
           05  FILLER                PIC X(15) VALUE
                                               '  FOLGESAETZE: '.
           05  VERTFANZ              PIC 9.
           05  FILLER                PIC X(24) VALUE SPACE.

       01  ABWZEIL.
           05  FILLER                PIC X(18)
               VALUE '   ** ABGEWIESEN: '.
           05  ABWTEXT               PIC X(30).
           05  FILLER                PIC X(32) VALUE SPACE.

       01  ZEILDATN.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  ZEILLFD               PIC ZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  FILLER                PIC X(4)  VALUE 'VON '.
           05  ZEILVONM              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  ZEILVONJ              PIC 99.
           05  FILLER                PIC X(6)  VALUE '  BIS '.
           05  ZEILBISM              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  ZEILBISJ              PIC 99.
           05  FILLER                PIC X(7)  VALUE '  TASN '.
           05  ZEILTASN              PIC ZZ9.
           05  FILLER                PIC X(7)  VALUE '  GESL '.
           05  ZEILGESL              PIC 9.
           05  FILLER                PIC X(7)  VALUE '  ANZA '.
           05  ZEILANZA              PIC ZZ9,99.
           05  FILLER                PIC X(19) VALUE SPACE.

       01  SUMZEIL.
           05  SUMTEXT               PIC X(40) VALUE SPACE.
           05  SUMZAHL               PIC Z(8)9- VALUE ZERO.
           05  FILLER                PIC X(30) VALUE SPACE.

       01  LEERZEIL                  PIC X(80) VALUE SPACE.

-INC U100C80
-INC WSDATUM
-INC VSSTATUS
+INC TOL.LEICWORK
-INC WSLEIPK
-INC WSLEIPR
-INC WSLEIKO

       PROCEDURE DIVISION.

-INC PDDATUM

           CALL 'UPRO100' USING U100SATZ.

           OPEN EXTEND LEIPROT.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIPROT **' STATUS-BYTE.
           MOVE 'LEI386K' TO PROPROG.
           MOVE 'I'       TO PROSTUFE.
           MOVE 'STRT'    TO PROEREIG.
           PERFORM P90.

           OPEN I-O LEIVSAM.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIVSAM  **' STATUS-BYTE
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              GO TO A99X.

           OPEN OUTPUT LEIKORL.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIKORL  **' STATUS-BYTE
              MOVE 'LEIKORL' TO PRODATEI
              PERFORM P95
              GO TO A99X.

      *-----------------------------------------------------------
      *    DAS JOURNAL WIRD NUR ERWEITERT - OHNE JOURNAL KEINE
      *    KORREKTUR, SONST GINGE SIE BEIM NAECHSTEN VOLLABGLEICH
      *    VERLOREN.
      *-----------------------------------------------------------

           OPEN EXTEND LEIKORJ.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIKORJ  **' STATUS-BYTE
              MOVE 'LEIKORJ' TO PRODATEI
              PERFORM P95
              GO TO A99X.

           MOVE TT TO KOPFTT.
           MOVE MM TO KOPFMM.
           MOVE JJ TO KOPFJJ.
           WRITE KORAUSG FROM KOPFZEIL.

       A01.

      *-----------------------------------------------------------
      *    KORREKTURKARTEN BIS ENDE-KARTE ODER LEERKARTE LESEN
      *-----------------------------------------------------------

           ACCEPT KORKARTE FROM SYSIN.
           IF KORVERTX = SPACE OR KORVERTX = 'ENDE'
              GO TO A02.
           ADD 1 TO ANZKART.

           PERFORM S01.
           IF IOABBR = '1'
              GO TO A02.
           GO TO A01.

       A02.

      *-----------------------------------------------------------
      *    SATZZAHL IM KONTROLLSATZ NACHFUEHREN, WENN FOLGESAETZE
      *    HINZUGEKOMMEN ODER ENTFALLEN SIND
      *-----------------------------------------------------------

           IF ANZSATZD NOT = ZERO
              PERFORM S05.

           WRITE KORAUSG FROM LEERZEIL.
           MOVE 'KARTEN GELESEN'                TO SUMTEXT.
           MOVE ANZKART                         TO SUMZAHL.
           WRITE KORAUSG FROM SUMZEIL.
           MOVE 'KARTEN ANGEWENDET (JOURNAL)'   TO SUMTEXT.
           MOVE ANZANGW                         TO SUMZAHL.
           WRITE KORAUSG FROM SUMZEIL.
           MOVE 'KARTEN ABGEWIESEN'             TO SUMTEXT.
           MOVE ANZABW                          TO SUMZAHL.
           WRITE KORAUSG FROM SUMZEIL.
           MOVE 'LEIVSAM SAETZE ZU-/ABGANG'     TO SUMTEXT.
           MOVE ANZSATZD                        TO SUMZAHL.
           WRITE KORAUSG FROM SUMZEIL.

           IF ANZABW GREATER ZERO
              MOVE 'W'       TO PROSTUFE
              MOVE 'DATN'    TO PROEREIG
              MOVE 'SYSIN'   TO PRODATEI
              MOVE ANZABW    TO PROZAHL1
              MOVE ANZKART   TO PROZAHL2
              MOVE 'KORREKTURKARTEN ABGEWIESEN' TO PROTEXT
              PERFORM P90
              MOVE 4 TO PRORCNEU
              PERFORM P91.

           IF PRORC LESS 8
              MOVE 'I'     TO PROSTUFE
              MOVE 'ENDE'  TO PROEREIG
              MOVE ANZANGW TO PROZAHL1
              MOVE ANZKART TO PROZAHL2
              PERFORM P90
           END-IF.

           CLOSE LEIVSAM LEIKORL LEIKORJ.
       A99X.
           CLOSE LEIPROT.
           MOVE PRORC TO RETURN-CODE.
           STOP RUN.



      ******************************************************************
      *    S01 EINE KORREKTURKARTE VERARBEITEN                         *
      *    -----------------------------------------------------      *
      *    PRUEFEN (J10), VERTRAG LESEN (J30), VORHER DRUCKEN,         *
      *    ANWENDEN (J20), DIE KARTE INS JOURNAL STELLEN (S04),        *
      *    ZURUECKSCHREIBEN (J40) UND NACHHER DRUCKEN.                 *
      *    DAS JOURNAL WIRD VOR LEIVSAM GESCHRIEBEN: SCHLAEGT DAS      *
      *    ZURUECKSCHREIBEN FEHL, WENDET DER NAECHSTE VOLLABGLEICH     *
      *    DEN EINTRAG EINFACH AN; UMGEKEHRT GINGE EINE KORREKTUR      *
      *    OHNE JOURNAL BEIM NEUAUFBAU VERLOREN.                       *
      ******************************************************************
       S01 SECTION.
       S01A.
           WRITE KORAUSG FROM LEERZEIL.
           MOVE KORKARTE TO KARTBILD.
           WRITE KORAUSG FROM KARTZEIL.

           PERFORM J10.
           IF KOFEHL = '1'
              MOVE KOTEXT TO ABWTEXT
              PERFORM S09
              GO TO S01Z.

           MOVE KORVERT  TO PACKUNVP.
           PERFORM PAK.
           MOVE PACKKOMP TO KOWVERT.

           PERFORM J30.
           IF KOIOFEHL = '1'
              DISPLAY '** Fehler READ LEIVSAM **' STATUS-BYTE
              MOVE 'READ'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              MOVE '1' TO IOABBR
              GO TO S01Z.
           IF KOVORH NOT = '1'
              MOVE 'VERTRAG NICHT IN LEIVSAM' TO ABWTEXT
              PERFORM S09
              GO TO S01Z.

           MOVE 'VORHER  ' TO VERTART.
           MOVE KOAFANZ    TO DRFANZ.
           PERFORM S02.

           PERFORM J20.
           IF KOERGB NOT = '0'
              IF KOERGB = '1'
                 MOVE 'BISHERIGER EINTRAG FEHLT' TO ABWTEXT
              END-IF
              IF KOERGB = '2'
                 MOVE 'NEUER EINTRAG SCHON VORHANDEN' TO ABWTEXT
              END-IF
              IF KOERGB = '3'
                 MOVE 'MEHR ALS 1200 ZEITRAEUME' TO ABWTEXT
              END-IF
              PERFORM S09
              GO TO S01Z.

           PERFORM S04.
           IF IOABBR = '1'
              GO TO S01Z.

           PERFORM J40.
           IF KOIOFEHL = '1'
              DISPLAY '** Fehler WRITE LEIVSAM **' STATUS-BYTE
                      ' VERTRAG ' KORVERT
              MOVE 'WRIT'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              MOVE '1' TO IOABBR
              GO TO S01Z.

           ADD KOSATZD TO ANZSATZD.
           ADD 1 TO ANZANGW.

           MOVE 'NACHHER ' TO VERTART.
           MOVE KONFANZ    TO DRFANZ.
           PERFORM S02.
       S01Z.
           EXIT.



      ******************************************************************
      *    S02 VERTRAG AUS KOWERK MIT ALLEN ZEITRAEUMEN DRUCKEN        *
      ******************************************************************
       S02 SECTION.
       S02A.
           MOVE KORVERT  TO VERTNR.
           MOVE KOWZDVA  TO VERTZDVG.
           MOVE DRFANZ   TO VERTFANZ.
           WRITE KORAUSG FROM VERTZEIL.

           PERFORM S03 VARYING INDX FROM 1 BY 1
                   UNTIL INDX GREATER KOWZDVA.
       S02Z.
           EXIT.



      ******************************************************************
      *    S03 EINEN ZEITRAUMEINTRAG DRUCKEN (WIE LEI386A)             *
      ******************************************************************
       S03 SECTION.
       S03A.
           MOVE KOWDATN (INDX) TO ZWISLEIC.
           MOVE INDX     TO ZEILLFD.
           MOVE ZWISVONM TO ZEILVONM.
           MOVE ZWISVONJ TO ZEILVONJ.
           MOVE ZWISBISM TO ZEILBISM.
           MOVE ZWISBISJ TO ZEILBISJ.
           MOVE ZWISTASN TO ZEILTASN.
           MOVE ZWISGESL TO ZEILGESL.
           MOVE ZWISANZA TO ZEILANZA.
           WRITE KORAUSG FROM ZEILDATN.
       S03Z.
           EXIT.



      ******************************************************************
      *    S04 ANGEWENDETE KARTE INS KORREKTURJOURNAL                  *
      ******************************************************************
       S04 SECTION.
       S04A.
           MOVE SPACE    TO KJRSATZ.
           ACCEPT KJRDATUM FROM DATE.
           ACCEPT KJRUHRZT FROM TIME.
           MOVE KORKARTE TO KJRKART.
           WRITE KJRSATZ.
           IF NOT STATUS-OK
              DISPLAY '** Fehler WRITE LEIKORJ **' STATUS-BYTE
                      ' VERTRAG ' KORVERT
              MOVE 'WRIT'    TO PROEREIG
              MOVE 'LEIKORJ' TO PRODATEI
              PERFORM P95
              MOVE '1' TO IOABBR.
       S04Z.
           EXIT.



      ******************************************************************
      *    S05 KONTROLLSATZ: SATZZAHL LEICKANZ NACHFUEHREN             *
      *    -----------------------------------------------------      *
      *    ERSTELLDATUM UND URSPRUNGSJAHR BLEIBEN STEHEN - DIE         *
      *    GENERATION BLEIBT DIESELBE, NUR DIE SATZZAHL AENDERT SICH.  *
      ******************************************************************
       S05 SECTION.
       S05A.
           MOVE LOW-VALUE TO LEICSCHL.
           READ LEIVSAM KEY IS LEICSCHL
                INVALID KEY CONTINUE
           END-READ.
           IF NOT STATUS-OK OR LEICKKNZ NOT = 'K'
              DISPLAY '** LEIVSAM OHNE KONTROLLSATZ **'
              MOVE 'KTRL'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P94
              GO TO S05Z.

           ADD ANZSATZD TO LEICKANZ.
           REWRITE LEICSATZ.
           IF NOT STATUS-OK
              DISPLAY '** Fehler REWRITE KONTROLLSATZ **' STATUS-BYTE
              MOVE 'WRIT'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95.
       S05Z.
           EXIT.



      ******************************************************************
      *    S09 KARTE ABWEISEN (GRUND IN ABWTEXT)                       *
      ******************************************************************
       S09 SECTION.
       S09A.
           WRITE KORAUSG FROM ABWZEIL.
           ADD 1 TO ANZABW.
       S09Z.
           EXIT.

-INC PDLEIKO
-INC PDLEIPK
-INC PDLEIPR
