 PROCESS TEST(ALL,SYM)
 PROCESS APOST,NOADV,NODYNAM,RENT

       IDENTIFICATION DIVISION.
      ******************************************************************
      * -------------------------------------------------------------- *
      *  L E I 3 8 6 L         ** LOESCHLAUF ABGELAUFENE VERTRAEGE     *
      * -------------------------------------------------------------- *
      *                           E I N G A B E ---------------------- *
      *                           SYSIN       : PARAMETERKARTE         *
      *                           LEIVSAM     : LEIF3DX ZIELDATEI      *
      *                           LEISPER     : SPERRLISTE (MODUS S)   *
      *                           LEIBKUP     : SICHERUNG  (MODUS S)   *
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEIVSAM     : LEIF3DX ZIELDATEI      *
      *                                         (MODUS L)              *
      *                           LEISPER     : SPERRLISTE (MODUS L)   *
      *                           LEIBKUN     : BEREINIGTE SICHERUNG   *
      *                                         (MODUS S)              *
      *                           LEILOEW     : ARBEITSDATEI LOESCH-   *
      *                                         KANDIDATEN             *
      *                           LEILOEL     : LOESCHVORSCHLAG /      *
      *                                         LOESCHNACHWEIS         *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  DATENSCHUTZ: VERTRAEGE, DEREN LETZTES ZEITRAUMENDE (UEBER     *
      *  STAMMSATZ UND FOLGESAETZE) LAENGER ALS DIE AUFBEWAHRUNGS-     *
      *  FRIST (JAHRE, PARAMETERKARTE) VOR DEM STICHTAG LIEGT,         *
      *  WERDEN ERMITTELT.                                             *
      *    MODUS V  NUR VORSCHLAGSLISTE ZUR FREIGABE, KEINE LOESCHUNG  *
      *    MODUS L  LOESCHEN - NUR WENN DIE KANDIDATENZAHL DER FREI-   *
      *             GEGEBENEN ZAHL AUF DER KARTE ENTSPRICHT. JE        *
      *             VERTRAG ERST EINTRAG IN DIE SPERRLISTE LEISPER     *
      *             (LEI386T UEBERGEHT IHN BEIM NAECHSTEN MISCHEN),    *
      *             DANN STAMMSATZ UND FOLGESAETZE LOESCHEN; SATZZAHL  *
      *             IM KONTROLLSATZ (LEICKANZ) NACHFUEHREN; LOESCH-    *
      *             NACHWEIS MIT SCHLUESSEL, LETZTEM ZEITRAUM UND      *
      *             LOESCHDATUM                                        *
      *    MODUS S  EINE LEIBKUP-GENERATION BEREINIGEN: SAETZE DER     *
      *             GESPERRTEN VERTRAEGE ENTFALLEN, KONTROLLSATZ,      *
      *             SATZZAHL UND PRUEFSUMME (WIE LEI386S) WERDEN NEU   *
      *             GEBILDET. JE GENERATION EIN LAUF.                  *
      *  KARTENFEHLER, FEHLENDE FREIGABE ODER EINE UNSTIMMIGE          *
      *  SICHERUNG BRECHEN OHNE AENDERUNG AB (KLASSE 16).              *
      * -------------------------------------------------------------- *
      *  15/10/26 HM              ERSTELLUNG                           *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEI386L.

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

      *-----------------------------------------------------------
      *    SPERRLISTE GELOESCHTER VERTRAEGE (AUCH FUER LEI386T)
      *-----------------------------------------------------------

           SELECT LEISPER ASSIGN TO LEISPER
              RECORD KEY SPERVERT
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              FILE STATUS STATUS-BYTE.

           SELECT LEILOEW ASSIGN TO LEILOEW
              ORGANIZATION SEQUENTIAL
              FILE STATUS STATUS-BYTE.

      *-----------------------------------------------------------
      *    SICHERUNG ALT / BEREINIGT (NUR MODUS S)
      *-----------------------------------------------------------

           SELECT LEIBKUP ASSIGN TO LEIBKUP
              ORGANIZATION SEQUENTIAL
              FILE STATUS STATUS-BYTE.

           SELECT LEIBKUN ASSIGN TO LEIBKUN
              ORGANIZATION SEQUENTIAL
              FILE STATUS STATUS-BYTE.

           SELECT LEILOEL ASSIGN TO LEILOEL
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

       FD  LEISPER
           LABEL RECORDS STANDARD.
-INC LEISPERX

      *-----------------------------------------------------------
      *    LOESCHKANDIDATEN: JE VERTRAG EIN SATZ IN SCHLUESSEL-
      *    FOLGE (LETZTES ENDE JJJJMM, VON DESSELBEN ZEITRAUMS
      *    JJMM, ANZAHL SAETZE UND ZEITRAEUME)
      *-----------------------------------------------------------

       FD  LEILOEW
           LABEL RECORDS STANDARD.
       01  LOWSATZ.
           05  LOWVERT               PIC X(4).
           05  LOWLETZ               PIC 9(6).
           05  LOWVOND.
               10  LOWVONJ           PIC 99.
               10  LOWVONM           PIC 99.
           05  LOWSANZ               PIC 9.
           05  LOWZDVG               PIC 9(4).
           05  FILLER                PIC X.

      *-----------------------------------------------------------
      *    SICHERUNGSDATEI: ART A = ANFANG, D = DATEN, E = ENDE
      *    SATZAUFBAU MUSS MIT LEI386S UEBEREINSTIMMEN
      *-----------------------------------------------------------

       FD  LEIBKUP
           LABEL RECORDS STANDARD.
       01  BKPSATZ.
           05  BKPART                PIC X.
           05  BKPINHLT              PIC X(5113).
       01  BKPKSAT.
           05  FILLER                PIC X.
           05  BKPDATUM              PIC 9(6).
           05  BKPUHRZT              PIC 9(6).
           05  BKPSANZ               PIC 9(9).
           05  BKPPRFS               PIC 9(13).
           05  FILLER                PIC X(5079).

       FD  LEIBKUN
           LABEL RECORDS STANDARD.
       01  BKNSATZ.
           05  BKNART                PIC X.
           05  BKNINHLT              PIC X(5113).
       01  BKNKSAT.
           05  FILLER                PIC X.
           05  BKNDATUM              PIC 9(6).
           05  BKNUHRZT              PIC 9(6).
           05  BKNSANZ               PIC 9(9).
           05  BKNPRFS               PIC 9(13).
           05  FILLER                PIC X(5079).

       FD  LEILOEL
           LABEL RECORDS STANDARD.
       01  LOEAUSG                   PIC X(80).

       FD  LEIPROT
           LABEL RECORDS STANDARD.
       01  PROAUSG                   PIC X(80).


       WORKING-STORAGE SECTION.

       01  FILLER.
           05  INDX                  PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZVERT               PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZOHNE               PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZKAND               PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZKSAE               PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZLOE                PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZLSAE               PIC S9(9) COMP-3 VALUE ZERO.
           05  VERTSAE               PIC S9(3) COMP-3 VALUE ZERO.
           05  ANZBKE                PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZBKA                PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZBDROP              PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZBVERT              PIC S9(9) COMP-3 VALUE ZERO.
           05  PRFALT                PIC 9(13)        VALUE ZERO.
           05  PRFNEU                PIC 9(13)        VALUE ZERO.
           05  PRFSUM                PIC 9(13)        VALUE ZERO.
           05  FOLGNR                PIC 9            VALUE ZERO.
           05  IOABBR                PIC X            VALUE '0'.
           05  KARTFEHL              PIC X            VALUE '0'.
           05  KARTTEXT              PIC X(27)        VALUE SPACE.
           05  SPERTREF              PIC X            VALUE '0'.
           05  ENDEGEF               PIC X            VALUE '0'.
      *
      *    -----  PARAMETERKARTE (SYSIN) LEI386L
      *           LOEMODUS  V = NUR VORSCHLAG (STANDARD)
      *                     L = LOESCHEN NACH FREIGABE
      *                     S = SICHERUNG LEIBKUP BEREINIGEN
      *           LOEFRIST  AUFBEWAHRUNGSFRIST IN JAHREN (V/L)
      *           LOESTICH  STICHTAG JJMM (V/L); LEER = LAUFMONAT,
      *                     NICHT NACH DEM LAUFMONAT
      *           LOEFREIG  FREIGEGEBENE KANDIDATENZAHL AUS DEM
      *                     VORSCHLAG (NUR L, PFLICHT)
      *
       01  LOEKARTE.
           05  LOEMODUS              PIC X         VALUE 'V'.
               88  MODUS-VORSCHLAG                 VALUE 'V'.
               88  MODUS-LOESCHEN                  VALUE 'L'.
               88  MODUS-SICHERUNG                 VALUE 'S'.
           05  LOEFRISX              PIC X(2).
           05  LOEFRIST              REDEFINES LOEFRISX PIC 9(2).
           05  LOESTICX              PIC X(4).
           05  FILLER                REDEFINES LOESTICX.
               10  LOESTJJ           PIC 99.
               10  LOESTMM           PIC 99.
           05  LOEFREIX              PIC X(7).
           05  LOEFREIG              REDEFINES LOEFREIX PIC 9(7).
           05  FILLER                PIC X(66).
      *
      *    -----  STICHTAG, LOESCHGRENZE, JAHRHUNDERTFENSTER
      *           ZWEISTELLIGE JAHRE BIS LAUFJAHR + 10 GELTEN ALS
      *           20JJ, DARUEBER ALS 19JJ
      *
       01  FILLER.
           05  FENSTJJ               PIC 99        VALUE ZERO.
           05  JHR2                  PIC 99        VALUE ZERO.
           05  JHR4                  PIC 9(4)      VALUE ZERO.
           05  STICHJ4               PIC 9(4)      VALUE ZERO.
           05  STICHMM               PIC 99        VALUE ZERO.
           05  STICHJM               PIC 9(6)      VALUE ZERO.
           05  LAUFJM                PIC 9(6)      VALUE ZERO.
           05  GRENZE                PIC 9(6)      VALUE ZERO.
           05  FILLER                REDEFINES GRENZE.
               10  GRENZJ4           PIC 9(4).
               10  GRENZMM           PIC 99.
           05  ZRENDE                PIC 9(6)      VALUE ZERO.
           05  HILFDAT               PIC 9(6)      VALUE ZERO.
           05  FILLER                REDEFINES HILFDAT.
               10  HILFJJ            PIC 99.
               10  HILFMM            PIC 99.
               10  HILFTT            PIC 99.
      *
      *    -----  GRUPPENWECHSEL VERTRAG (STAMMSATZ + FOLGESAETZE)
      *
       01  FILLER.
           05  LAUFVERT              PIC X(4)      VALUE LOW-VALUE.
           05  LAUFLETZ              PIC 9(6)      VALUE ZERO.
           05  FILLER                REDEFINES LAUFLETZ.
               10  LAUFBISJ4         PIC 9(4).
               10  LAUFBISM          PIC 99.
           05  LAUFVOND.
               10  LAUFVONJ          PIC 99.
               10  LAUFVONM          PIC 99.
           05  LAUFSANZ              PIC 9         VALUE ZERO.
           05  LAUFZDVG              PIC 9(4)      VALUE ZERO.
      *
      *    -----  DATENSATZ AUS DER SICHERUNG (WIE LEICSATZ)
      *
       01  ABKSATZ.
           05  ABKSCHL.
               10  ABKVERT           PIC X(4).
               10  ABKFOLG           PIC 9.
           05  FILLER                PIC X(5108).
       01  ABKKSAT                   REDEFINES ABKSATZ.
           05  ABKKSCH               PIC X(5).
           05  ABKKKNZ               PIC X.
           05  ABKKDAT               PIC 9(6).
           05  ABKKJHR               PIC 99.
           05  ABKKANZ               PIC 9(9).
           05  FILLER                PIC X(5090).
      *
      *    -----  DRUCKZEILEN VORSCHLAG / LOESCHNACHWEIS
      *
       01  KOPFZEIL.
           05  FILLER                PIC X(31)
               VALUE 'LEI386L LOESCHLAUF LEIVSAM VOM '.
           05  KOPFTT                PIC 99.
           05  FILLER                PIC X     VALUE '.'.
           05  KOPFMM                PIC 99.
           05  FILLER                PIC X     VALUE '.'.
           05  KOPFJJ                PIC 99.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  KOPFTITL              PIC X(38) VALUE SPACE.

       01  PARMZEIL.
           05  FILLER                PIC X(27)
               VALUE 'AUFBEWAHRUNGSFRIST (JAHRE) '.
           05  PARMFRST              PIC Z9.
           05  FILLER                PIC X(12) VALUE '   STICHTAG '.
           05  PARMSTMM              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  PARMSTJ4              PIC 9(4).
           05  FILLER                PIC X(32) VALUE SPACE.

       01  GRENZEIL.
           05  FILLER                PIC X(49)     VALUE
              'GELOESCHT WIRD, WENN DAS LETZTE ZEITRAUMENDE VOR '.
           05  GRENZDMM              PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  GRENZDJ4              PIC 9(4).
           05  FILLER                PIC X(6)  VALUE ' LIEGT'.
           05  FILLER                PIC X(18) VALUE SPACE.

       01  SICHZEIL.
           05  FILLER                PIC X(22)
               VALUE 'SICHERUNG LEIBKUP VOM '.
           05  SICHDAT               PIC 9(6).
           05  FILLER                PIC X(3)  VALUE ' / '.
           05  SICHUHR               PIC 9(6).
           05  FILLER                PIC X(43) VALUE SPACE.

       01  SPKOPF.
           05  FILLER                PIC X(12) VALUE '  VERTRAG'.
           05  FILLER                PIC X(17) VALUE 'LETZTER ZEITRAUM'.
           05  FILLER                PIC X(6)  VALUE ' ZTR.'.
           05  FILLER                PIC X(7)  VALUE 'SAETZE '.
           05  FILLER                PIC X(10) VALUE 'GELOESCHT'.
           05  FILLER                PIC X(28) VALUE SPACE.

       01  LOEZEIL.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  LOEVERT               PIC 9(7).
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  LOEVONM               PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  LOEVONJ               PIC 99.
           05  FILLER                PIC X(3)  VALUE ' - '.
           05  LOEBISM               PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  LOEBISJ4              PIC 9(4).
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  LOEZDVG               PIC ZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  LOESANZ               PIC 9.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  LOEDATUM              PIC X(10).
           05  FILLER                PIC X(28) VALUE SPACE.

       01  LOEDATW.
           05  LOEDTT                PIC 99.
           05  FILLER                PIC X     VALUE '.'.
           05  LOEDMM                PIC 99.
           05  FILLER                PIC X(3)  VALUE '.20'.
           05  LOEDJJ                PIC 99.

       01  FREITX                    PIC X(56)     VALUE
              'KANDIDATENZAHL WEICHT VON FREIGABE AB - KEINE LOESCHUNG'.

       01  ABWZEIL.
           05  FILLER                PIC X(5)  VALUE '  ** '.
           05  ABWTEXT               PIC X(75) VALUE SPACE.

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

       PROCEDURE DIVISION.

-INC PDDATUM

           CALL 'UPRO100' USING U100SATZ.

           OPEN EXTEND LEIPROT.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIPROT **' STATUS-BYTE.
           MOVE 'LEI386L' TO PROPROG.
           MOVE 'I'       TO PROSTUFE.
           MOVE 'STRT'    TO PROEREIG.
           PERFORM P90.

      *-----------------------------------------------------------
      *    PARAMETERKARTE LESEN UND PRUEFEN - OHNE GUELTIGE FRIST
      *    UND STICHTAG WIRD NICHTS ERMITTELT, GESCHWEIGE GELOESCHT
      *-----------------------------------------------------------

           ACCEPT LOEKARTE FROM SYSIN.
           PERFORM B00.
           IF KARTFEHL = '1'
              DISPLAY '** PARAMETERKARTE UNGUELTIG: ' KARTTEXT ' **'
              MOVE 'F'       TO PROSTUFE
              MOVE 'PARM'    TO PROEREIG
              MOVE 'SYSIN'   TO PRODATEI
              MOVE KARTTEXT  TO PROTEXT
              PERFORM P90
              MOVE 16 TO PRORCNEU
              PERFORM P91
              GO TO A99X.

           OPEN OUTPUT LEILOEL.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEILOEL  **' STATUS-BYTE
              MOVE 'LEILOEL' TO PRODATEI
              PERFORM P95
              GO TO A99X.

           MOVE TT TO KOPFTT.
           MOVE MM TO KOPFMM.
           MOVE JJ TO KOPFJJ.
           IF MODUS-VORSCHLAG
              MOVE 'LOESCHVORSCHLAG - KEINE LOESCHUNG' TO KOPFTITL.
           IF MODUS-LOESCHEN
              MOVE 'LOESCHNACHWEIS (DATENSCHUTZ)'      TO KOPFTITL.
           IF MODUS-SICHERUNG
              MOVE 'BEREINIGUNG SICHERUNG LEIBKUP'     TO KOPFTITL.
           WRITE LOEAUSG FROM KOPFZEIL.

           IF MODUS-SICHERUNG
              PERFORM G00
              GO TO A90.

           MOVE LOEFRIST TO PARMFRST.
           MOVE STICHMM  TO PARMSTMM.
           MOVE STICHJ4  TO PARMSTJ4.
           WRITE LOEAUSG FROM PARMZEIL.
           MOVE GRENZMM  TO GRENZDMM.
           MOVE GRENZJ4  TO GRENZDJ4.
           WRITE LOEAUSG FROM GRENZEIL.
           WRITE LOEAUSG FROM LEERZEIL.
           WRITE LOEAUSG FROM SPKOPF.

      *-----------------------------------------------------------
      *    KANDIDATEN ERMITTELN (LEIVSAM NUR LESEN)
      *-----------------------------------------------------------

           PERFORM C00.
           IF PRORC NOT LESS 12 OR MODUS-VORSCHLAG
              GO TO A90.

      *-----------------------------------------------------------
      *    LOESCHEN NUR, WENN GENAU DIE FREIGEGEBENE ANZAHL
      *    VERTRAEGE ANSTEHT - SONST WURDE ETWAS ANDERES FREI-
      *    GEGEBEN ALS JETZT GELOESCHT WUERDE
      *-----------------------------------------------------------

           IF ANZKAND NOT = LOEFREIG
              DISPLAY '** KANDIDATEN ' ANZKAND ' FREIGEGEBEN '
                      LOEFREIG ' - KEINE LOESCHUNG **'
              WRITE LOEAUSG FROM LEERZEIL
              MOVE FREITX TO ABWTEXT
              WRITE LOEAUSG FROM ABWZEIL
              MOVE 'F'       TO PROSTUFE
              MOVE 'FREI'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              MOVE ANZKAND   TO PROZAHL1
              MOVE LOEFREIG  TO PROZAHL2
              MOVE 'LOESCHUNG NICHT FREIGEGEBEN' TO PROTEXT
              PERFORM P90
              MOVE 16 TO PRORCNEU
              PERFORM P91
              GO TO A90.

           IF ANZKAND GREATER ZERO
              PERFORM L00.

       A90.

      *-----------------------------------------------------------
      *    SUMMEN
      *-----------------------------------------------------------

           WRITE LOEAUSG FROM LEERZEIL.
           IF MODUS-SICHERUNG
              MOVE 'SICHERUNG DATENSAETZE GELESEN'   TO SUMTEXT
              MOVE ANZBKE                            TO SUMZAHL
              WRITE LOEAUSG FROM SUMZEIL
              MOVE 'DAVON ENTFERNT (GESPERRTE VERTRAEGE)'
                                                     TO SUMTEXT
              MOVE ANZBDROP                          TO SUMZAHL
              WRITE LOEAUSG FROM SUMZEIL
              MOVE 'ENTFERNTE VERTRAEGE'             TO SUMTEXT
              MOVE ANZBVERT                          TO SUMZAHL
              WRITE LOEAUSG FROM SUMZEIL
              MOVE 'BEREINIGTE SICHERUNG DATENSAETZE' TO SUMTEXT
              MOVE ANZBKA                            TO SUMZAHL
              WRITE LOEAUSG FROM SUMZEIL
           ELSE
              MOVE 'VERTRAEGE IN LEIVSAM'            TO SUMTEXT
              MOVE ANZVERT                           TO SUMZAHL
              WRITE LOEAUSG FROM SUMZEIL
              MOVE 'DAVON OHNE ZEITRAUM (NICHT GEPRUEFT)'
                                                     TO SUMTEXT
              MOVE ANZOHNE                           TO SUMZAHL
              WRITE LOEAUSG FROM SUMZEIL
              MOVE 'LOESCHKANDIDATEN VERTRAEGE'      TO SUMTEXT
              MOVE ANZKAND                           TO SUMZAHL
              WRITE LOEAUSG FROM SUMZEIL
              MOVE 'LOESCHKANDIDATEN SAETZE'         TO SUMTEXT
              MOVE ANZKSAE                           TO SUMZAHL
              WRITE LOEAUSG FROM SUMZEIL
              IF MODUS-LOESCHEN
                 MOVE 'GELOESCHT VERTRAEGE'          TO SUMTEXT
                 MOVE ANZLOE                         TO SUMZAHL
                 WRITE LOEAUSG FROM SUMZEIL
                 MOVE 'GELOESCHT SAETZE (LEICKANZ)'  TO SUMTEXT
                 MOVE ANZLSAE                        TO SUMZAHL
                 WRITE LOEAUSG FROM SUMZEIL
              END-IF
           END-IF.

           IF PRORC LESS 8
              MOVE 'I'     TO PROSTUFE
              MOVE 'ENDE'  TO PROEREIG
              IF MODUS-VORSCHLAG
                 MOVE ANZKAND  TO PROZAHL1
                 MOVE ANZVERT  TO PROZAHL2
                 MOVE 'LOESCHVORSCHLAG' TO PROTEXT
              END-IF
              IF MODUS-LOESCHEN
                 MOVE ANZLOE   TO PROZAHL1
                 MOVE ANZLSAE  TO PROZAHL2
                 MOVE 'VERTRAEGE GELOESCHT' TO PROTEXT
              END-IF
              IF MODUS-SICHERUNG
                 MOVE ANZBVERT TO PROZAHL1
                 MOVE ANZBDROP TO PROZAHL2
                 MOVE 'SICHERUNG BEREINIGT' TO PROTEXT
              END-IF
              PERFORM P90
           END-IF.

           CLOSE LEILOEL.
       A99X.
           CLOSE LEIPROT.
           MOVE PRORC TO RETURN-CODE.
           STOP RUN.



      ******************************************************************
      *    B00 PARAMETERKARTE PRUEFEN, STICHTAG UND GRENZE BILDEN      *
      *    -----------------------------------------------------      *
      *    GRENZE = STICHTAG MINUS FRIST (JJJJMM). EIN VERTRAG IST     *
      *    KANDIDAT, WENN SEIN LETZTES ZEITRAUMENDE KLEINER IST.       *
      *    EIN STICHTAG NACH DEM LAUFMONAT WUERDE DIE FRIST VER-       *
      *    KUERZEN UND WIRD ABGEWIESEN.                                *
      ******************************************************************
       B00 SECTION.
       B00A.
           IF LOEMODUS = SPACE
              MOVE 'V' TO LOEMODUS.
           IF NOT MODUS-VORSCHLAG AND
              NOT MODUS-LOESCHEN AND
              NOT MODUS-SICHERUNG
              MOVE 'MODUS NICHT V/L/S' TO KARTTEXT
              MOVE '1' TO KARTFEHL
              GO TO B00Z.

           COMPUTE FENSTJJ = JJ + 10.
           MOVE JJ TO JHR2.
           PERFORM T10.
           COMPUTE LAUFJM = JHR4 * 100 + MM.

           IF MODUS-SICHERUNG
              GO TO B00Z.

           IF LOEFRISX NOT NUMERIC OR LOEFRIST = ZERO
              MOVE 'FRIST FEHLT/UNGUELTIG' TO KARTTEXT
              MOVE '1' TO KARTFEHL
              GO TO B00Z.

           IF LOESTICX = SPACE OR LOESTICX = ZERO
              MOVE JJ TO LOESTJJ
              MOVE MM TO LOESTMM.
           IF LOESTICX NOT NUMERIC OR
              LOESTMM LESS 1 OR LOESTMM GREATER 12
              MOVE 'STICHTAG UNGUELTIG' TO KARTTEXT
              MOVE '1' TO KARTFEHL
              GO TO B00Z.
           MOVE LOESTJJ TO JHR2.
           PERFORM T10.
           MOVE JHR4    TO STICHJ4.
           MOVE LOESTMM TO STICHMM.
           COMPUTE STICHJM = STICHJ4 * 100 + STICHMM.
           IF STICHJM GREATER LAUFJM
              MOVE 'STICHTAG NACH LAUFMONAT' TO KARTTEXT
              MOVE '1' TO KARTFEHL
              GO TO B00Z.
           COMPUTE GRENZJ4 = STICHJ4 - LOEFRIST.
           MOVE STICHMM TO GRENZMM.

           IF MODUS-LOESCHEN AND
              (LOEFREIX = SPACE OR LOEFREIX NOT NUMERIC)
              MOVE 'FREIGABEZAHL FEHLT' TO KARTTEXT
              MOVE '1' TO KARTFEHL
              GO TO B00Z.
       B00Z.
           EXIT.



      ******************************************************************
      *    C00 LOESCHKANDIDATEN ERMITTELN                              *
      *    -----------------------------------------------------      *
      *    LIEST LEIVSAM EINMAL SEQUENTIELL; JE VERTRAG (STAMMSATZ     *
      *    UND FOLGESAETZE) WIRD DAS SPAETESTE ZEITRAUMENDE BESTIMMT   *
      *    (C05) UND BEIM GRUPPENWECHSEL GEGEN DIE GRENZE GEPRUEFT     *
      *    (C10). KANDIDATEN GEHEN NACH LEILOEW.                       *
      ******************************************************************
       C00 SECTION.
       C00A.
           OPEN INPUT LEIVSAM.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIVSAM  **' STATUS-BYTE
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              GO TO C00Z.

           OPEN OUTPUT LEILOEW.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEILOEW  **' STATUS-BYTE
              MOVE 'LEILOEW' TO PRODATEI
              PERFORM P95
              CLOSE LEIVSAM
              GO TO C00Z.
       C00B.
           READ LEIVSAM NEXT
                AT END GO TO C00C.
           IF NOT STATUS-OK
              DISPLAY '** Fehler READ LEIVSAM  **' STATUS-BYTE
              MOVE 'READ'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              GO TO C00D.

      *    &----- KONTROLLSATZ (SCHLUESSEL LOW-VALUE) UEBERLESEN

           IF LEICSCHL = LOW-VALUE
              GO TO C00B.

           IF LEICVERT NOT = LAUFVERT
              IF LAUFVERT NOT = LOW-VALUE
                 PERFORM C10
              END-IF
              MOVE LEICVERT TO LAUFVERT
              MOVE ZERO     TO LAUFLETZ LAUFSANZ LAUFZDVG
              MOVE ZERO     TO LAUFVONJ LAUFVONM
           END-IF.
           IF IOABBR = '1'
              GO TO C00D.

           ADD 1 TO LAUFSANZ.
           PERFORM C05 VARYING INDX FROM 1 BY 1
                   UNTIL INDX GREATER LEICZDVA.
           GO TO C00B.
       C00C.
           IF LAUFVERT NOT = LOW-VALUE
              PERFORM C10.
       C00D.
           CLOSE LEIVSAM LEILOEW.
       C00Z.
           EXIT.



      ******************************************************************
      *    C05 EIN ZEITRAUM: SPAETESTES ENDE (JJJJMM) MERKEN           *
      ******************************************************************
       C05 SECTION.
       C05A.
           MOVE LEICDATN (INDX) TO ZWISLEIC.
           ADD 1 TO LAUFZDVG.
           MOVE ZWISBISJ TO JHR2.
           PERFORM T10.
           COMPUTE ZRENDE = JHR4 * 100 + ZWISBISM.
           IF ZRENDE GREATER LAUFLETZ
              MOVE ZRENDE   TO LAUFLETZ
              MOVE ZWISVOND TO LAUFVOND.
       C05Z.
           EXIT.



      ******************************************************************
      *    C10 GRUPPENWECHSEL: VERTRAG GEGEN DIE GRENZE PRUEFEN        *
      *    -----------------------------------------------------      *
      *    EIN VERTRAG OHNE ZEITRAUM HAT KEIN ENDE, AN DEM DIE FRIST   *
      *    BEGINNEN KOENNTE - ER WIRD NUR GEZAEHLT.                    *
      ******************************************************************
       C10 SECTION.
       C10A.
           ADD 1 TO ANZVERT.
           IF LAUFZDVG = ZERO
              ADD 1 TO ANZOHNE
              GO TO C10Z.
           IF LAUFLETZ NOT LESS GRENZE
              GO TO C10Z.

           ADD 1 TO ANZKAND.
           ADD LAUFSANZ TO ANZKSAE.

           MOVE SPACE    TO LOWSATZ.
           MOVE LAUFVERT TO LOWVERT.
           MOVE LAUFLETZ TO LOWLETZ.
           MOVE LAUFVOND TO LOWVOND.
           MOVE LAUFSANZ TO LOWSANZ.
           MOVE LAUFZDVG TO LOWZDVG.
           WRITE LOWSATZ.
           IF NOT STATUS-OK
              DISPLAY '** Fehler WRITE LEILOEW **' STATUS-BYTE
              MOVE 'WRIT'    TO PROEREIG
              MOVE 'LEILOEW' TO PRODATEI
              PERFORM P95
              MOVE '1' TO IOABBR
              GO TO C10Z.

           IF MODUS-VORSCHLAG
              MOVE 'VORSCHLAG' TO LOEDATUM
              PERFORM D00.
       C10Z.
           EXIT.



      ******************************************************************
      *    D00 ZEILE VORSCHLAG / LOESCHNACHWEIS AUS LOWSATZ DRUCKEN    *
      *    &----- LOEDATUM STELLT DER AUFRUFER                         *
      ******************************************************************
       D00 SECTION.
       D00A.
           MOVE LOWVERT  TO PACKKOMP.
           PERFORM UNP.
           MOVE PACKUNVP TO LOEVERT.
           MOVE LOWVONM  TO LOEVONM.
           MOVE LOWVONJ  TO LOEVONJ.
           MOVE LOWLETZ  TO LAUFLETZ.
           MOVE LAUFBISM  TO LOEBISM.
           MOVE LAUFBISJ4 TO LOEBISJ4.
           MOVE LOWZDVG  TO LOEZDVG.
           MOVE LOWSANZ  TO LOESANZ.
           WRITE LOEAUSG FROM LOEZEIL.
       D00Z.
           EXIT.



      ******************************************************************
      *    L00 FREIGEGEBENE KANDIDATEN LOESCHEN                        *
      *    -----------------------------------------------------      *
      *    JE KANDIDAT ERST DER SPERRLISTENEINTRAG, DANN DIE           *
      *    LEIVSAM-SAETZE: BRICHT DER LAUF DAZWISCHEN AB, IST DER      *
      *    VERTRAG SCHON GESPERRT UND WIRD BEI WIEDERHOLUNG ERNEUT     *
      *    ALS KANDIDAT GEFUNDEN (SPERRSATZ WIRD DANN ERSETZT).        *
      ******************************************************************
       L00 SECTION.
       L00A.
           OPEN INPUT LEILOEW.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEILOEW  **' STATUS-BYTE
              MOVE 'LEILOEW' TO PRODATEI
              PERFORM P95
              GO TO L00Z.

           OPEN I-O LEIVSAM.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIVSAM  **' STATUS-BYTE
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              CLOSE LEILOEW
              GO TO L00Z.

      *-----------------------------------------------------------
      *    DIE SPERRLISTE ENTSTEHT MIT DEM ERSTEN LOESCHLAUF
      *-----------------------------------------------------------

           OPEN I-O LEISPER.
           IF STATUS-BYTE = '35'
              OPEN OUTPUT LEISPER.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEISPER  **' STATUS-BYTE
              MOVE 'LEISPER' TO PRODATEI
              PERFORM P95
              CLOSE LEILOEW LEIVSAM
              GO TO L00Z.

           MOVE TT TO LOEDTT.
           MOVE MM TO LOEDMM.
           MOVE JJ TO LOEDJJ.
       L00B.
           READ LEILOEW
                AT END GO TO L00C.
           PERFORM L10.
           IF IOABBR = '1'
              GO TO L00C.
           GO TO L00B.
       L00C.
           IF ANZLSAE GREATER ZERO
              PERFORM L20.
           CLOSE LEILOEW LEIVSAM LEISPER.
       L00Z.
           EXIT.



      ******************************************************************
      *    L10 EINEN VERTRAG SPERREN UND LOESCHEN, NACHWEIS DRUCKEN    *
      ******************************************************************
       L10 SECTION.
       L10A.
           MOVE SPACE    TO SPERSATZ.
           MOVE LOWVERT  TO SPERVERT.
           MOVE LOWLETZ  TO SPERLETZ.
           MOVE LOWVOND  TO SPERVOND.
           MOVE LOEFRIST TO SPERFRST.
           MOVE STICHJM  TO SPERSTCH.
           MOVE WSDATUM  TO SPERDAT.
           MOVE LOWSANZ  TO SPERSANZ.
           MOVE LOWZDVG  TO SPERZDVG.
           WRITE SPERSATZ.
           IF KEY-DOPPELT
              REWRITE SPERSATZ.
           IF NOT STATUS-OK
              DISPLAY '** Fehler WRITE LEISPER **' STATUS-BYTE
              MOVE 'WRIT'    TO PROEREIG
              MOVE 'LEISPER' TO PRODATEI
              PERFORM P95
              MOVE '1' TO IOABBR
              GO TO L10Z.

           MOVE ZERO TO VERTSAE.
           PERFORM L11 VARYING FOLGNR FROM 0 BY 1
                   UNTIL FOLGNR GREATER 3 OR IOABBR = '1'.
           IF IOABBR = '1'
              GO TO L10Z.

           ADD 1 TO ANZLOE.
           MOVE VERTSAE TO LOWSANZ.
           MOVE LOEDATW TO LOEDATUM.
           PERFORM D00.
       L10Z.
           EXIT.



      ******************************************************************
      *    L11 EINEN LEICSATZ (FOLGNR) LOESCHEN, FALLS VORHANDEN       *
      ******************************************************************
       L11 SECTION.
       L11A.
           MOVE LOWVERT TO LEICVERT.
           MOVE FOLGNR  TO LEICFOLG.
           DELETE LEIVSAM RECORD
                INVALID KEY CONTINUE
           END-DELETE.
           IF STATUS-OK
              ADD 1 TO VERTSAE
              ADD 1 TO ANZLSAE
              GO TO L11Z.
           IF NOT KEY-FEHLT
              DISPLAY '** Fehler DELETE LEIVSAM **' STATUS-BYTE
              MOVE 'DELT'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              MOVE '1' TO IOABBR.
       L11Z.
           EXIT.



      ******************************************************************
      *    L20 KONTROLLSATZ: SATZZAHL LEICKANZ NACHFUEHREN             *
      *    -----------------------------------------------------      *
      *    WIE LEI386K: ERSTELLDATUM UND URSPRUNGSJAHR BLEIBEN         *
      *    STEHEN, NUR DIE SATZZAHL VERMINDERT SICH.                   *
      ******************************************************************
       L20 SECTION.
       L20A.
           MOVE LOW-VALUE TO LEICSCHL.
           READ LEIVSAM KEY IS LEICSCHL
                INVALID KEY CONTINUE
           END-READ.
           IF NOT STATUS-OK OR LEICKKNZ NOT = 'K'
              DISPLAY '** LEIVSAM OHNE KONTROLLSATZ **'
              MOVE 'KTRL'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P94
              GO TO L20Z.

           IF LEICKANZ LESS ANZLSAE
              MOVE ZERO TO LEICKANZ
           ELSE
              SUBTRACT ANZLSAE FROM LEICKANZ
           END-IF.
           REWRITE LEICSATZ.
           IF NOT STATUS-OK
              DISPLAY '** Fehler REWRITE KONTROLLSATZ **' STATUS-BYTE
              MOVE 'WRIT'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95.
       L20Z.
           EXIT.



      ******************************************************************
      *    G00 SICHERUNG LEIBKUP BEREINIGEN (MODUS S)                  *
      *    -----------------------------------------------------      *
      *    1. DURCHGANG (G10): ANFANGS-/ENDESATZ, SATZZAHL UND         *
      *       PRUEFSUMME DER ALTEN GENERATION NACHWEISEN UND DIE ZU    *
      *       ENTFERNENDEN SAETZE ZAEHLEN.                             *
      *    2. DURCHGANG (G20): NACH LEIBKUN KOPIEREN OHNE DIE SAETZE   *
      *       GESPERRTER VERTRAEGE; KONTROLLSATZ UM DIE ENTFERNTEN     *
      *       SAETZE VERMINDERT, ENDESATZ MIT NEUER SATZZAHL UND       *
      *       PRUEFSUMME. ANFANGS- UND ENDESATZ BEHALTEN DATUM UND     *
      *       UHRZEIT DER SICHERUNG.                                   *
      ******************************************************************
       G00 SECTION.
       G00A.
           OPEN INPUT LEISPER.
           IF STATUS-BYTE = '35'
              DISPLAY 'KEINE SPERRLISTE LEISPER - KEINE BEREINIGUNG'
              MOVE 'LEISPER' TO PRODATEI
              PERFORM P94
              GO TO G00Z.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEISPER  **' STATUS-BYTE
              MOVE 'LEISPER' TO PRODATEI
              PERFORM P95
              GO TO G00Z.

           OPEN INPUT LEIBKUP.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIBKUP  **' STATUS-BYTE
              MOVE 'LEIBKUP' TO PRODATEI
              PERFORM P95
              GO TO G00Y.

           PERFORM G10.
           CLOSE LEIBKUP.
           IF KARTFEHL = '1' OR IOABBR = '1'
              GO TO G00Y.

           OPEN INPUT LEIBKUP.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIBKUP  **' STATUS-BYTE
              MOVE 'LEIBKUP' TO PRODATEI
              PERFORM P95
              GO TO G00Y.

           OPEN OUTPUT LEIBKUN.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIBKUN  **' STATUS-BYTE
              MOVE 'LEIBKUN' TO PRODATEI
              PERFORM P95
              CLOSE LEIBKUP
              GO TO G00Y.

           PERFORM G20.
           CLOSE LEIBKUP LEIBKUN.
       G00Y.
           CLOSE LEISPER.
       G00Z.
           EXIT.



      ******************************************************************
      *    G10 ALTE GENERATION NACHWEISEN, ZU ENTFERNENDE ZAEHLEN      *
      *    &----- UNSTIMMIGE SICHERUNG: KARTFEHL = '1', KLASSE 16      *
      ******************************************************************
       G10 SECTION.
       G10A.
           READ LEIBKUP
                AT END
                   MOVE 'LEIBKUP LEER' TO KARTTEXT
                   GO TO G10F
           END-READ.
           IF BKPART NOT = 'A'
              MOVE 'LEIBKUP OHNE ANFANGSSATZ' TO KARTTEXT
              GO TO G10F.

           MOVE BKPDATUM TO SICHDAT.
           MOVE BKPUHRZT TO SICHUHR.
           WRITE LOEAUSG FROM SICHZEIL.
           WRITE LOEAUSG FROM LEERZEIL.
           MOVE ZERO TO PRFSUM.
       G10B.
           READ LEIBKUP
                AT END GO TO G10C.
           IF BKPART = 'E'
              MOVE '1' TO ENDEGEF
              GO TO G10C.
           IF BKPART NOT = 'D'
              MOVE 'LEIBKUP SATZART UNGUELTIG' TO KARTTEXT
              GO TO G10F.

           ADD 1 TO ANZBKE.
           MOVE BKPINHLT TO ABKSATZ.
           PERFORM P01.
           IF ABKSCHL = LOW-VALUE
              GO TO G10B.
           MOVE ABKVERT TO SPERVERT.
           PERFORM T20.
           IF IOABBR = '1'
              GO TO G10Z.
           IF SPERTREF = '1'
              ADD 1 TO ANZBDROP.
           GO TO G10B.
       G10C.
           IF ENDEGEF NOT = '1'
              MOVE 'LEIBKUP OHNE ENDESATZ' TO KARTTEXT
              GO TO G10F.
           MOVE PRFSUM TO PRFALT.
           IF ANZBKE NOT = BKPSANZ OR PRFALT NOT = BKPPRFS
              MOVE 'LEIBKUP SUMMEN UNSTIMMIG' TO KARTTEXT
              GO TO G10F.
           GO TO G10Z.
       G10F.
           DISPLAY '** ' KARTTEXT ' - KEINE BEREINIGUNG **'
           MOVE KARTTEXT  TO ABWTEXT.
           WRITE LOEAUSG FROM ABWZEIL.
           MOVE '1'       TO KARTFEHL.
           MOVE 'F'       TO PROSTUFE.
           MOVE 'VORL'    TO PROEREIG.
           MOVE 'LEIBKUP' TO PRODATEI.
           MOVE ANZBKE    TO PROZAHL1.
           MOVE KARTTEXT  TO PROTEXT.
           PERFORM P90.
           MOVE 16 TO PRORCNEU.
           PERFORM P91.
       G10Z.
           EXIT.



      ******************************************************************
      *    G20 BEREINIGTE GENERATION SCHREIBEN                         *
      ******************************************************************
       G20 SECTION.
       G20A.
           READ LEIBKUP
                AT END GO TO G20Z.
           MOVE BKPSATZ TO BKNSATZ.
           WRITE BKNSATZ.
           IF NOT STATUS-OK
              GO TO G20F.
           WRITE LOEAUSG FROM SPKOPF.
           MOVE ZERO TO PRFSUM.
       G20B.
           READ LEIBKUP
                AT END GO TO G20Z.
           IF BKPART = 'E'
              GO TO G20C.

           MOVE BKPINHLT TO ABKSATZ.
           IF ABKSCHL = LOW-VALUE
              IF ABKKKNZ = 'K'
                 IF ABKKANZ LESS ANZBDROP
                    MOVE ZERO TO ABKKANZ
                 ELSE
                    SUBTRACT ANZBDROP FROM ABKKANZ
                 END-IF
              END-IF
              GO TO G20D.

           MOVE ABKVERT TO SPERVERT.
           PERFORM T20.
           IF IOABBR = '1'
              GO TO G20Z.
           IF SPERTREF NOT = '1'
              GO TO G20D.

      *    &----- GESPERRT: SATZ ENTFAELLT, JE VERTRAG EINE ZEILE
      *    &----- MIT DEN DATEN DES LOESCHLAUFS

           IF ABKFOLG = ZERO
              ADD 1 TO ANZBVERT
              MOVE SPERVERT TO LOWVERT
              MOVE SPERLETZ TO LOWLETZ
              MOVE SPERVOND TO LOWVOND
              MOVE SPERSANZ TO LOWSANZ
              MOVE SPERZDVG TO LOWZDVG
              MOVE SPERDAT  TO HILFDAT
              MOVE HILFTT   TO LOEDTT
              MOVE HILFMM   TO LOEDMM
              MOVE HILFJJ   TO LOEDJJ
              MOVE LOEDATW  TO LOEDATUM
              PERFORM D00
           END-IF.
           GO TO G20B.
       G20D.
           MOVE SPACE   TO BKNSATZ.
           MOVE 'D'     TO BKNART.
           MOVE ABKSATZ TO BKNINHLT.
           WRITE BKNSATZ.
           IF NOT STATUS-OK
              GO TO G20F.
           ADD 1 TO ANZBKA.
           PERFORM P01.
           GO TO G20B.
       G20C.
           MOVE PRFSUM  TO PRFNEU.
           MOVE BKPSATZ TO BKNSATZ.
           MOVE ANZBKA  TO BKNSANZ.
           MOVE PRFNEU  TO BKNPRFS.
           WRITE BKNSATZ.
           IF NOT STATUS-OK
              GO TO G20F.
           GO TO G20Z.
       G20F.
           DISPLAY '** Fehler WRITE LEIBKUN **' STATUS-BYTE.
           MOVE 'WRIT'    TO PROEREIG.
           MOVE 'LEIBKUN' TO PRODATEI.
           PERFORM P95.
       G20Z.
           EXIT.



      ******************************************************************
      *    P01 SCHLUESSEL-PRUEFSUMME FORTSCHREIBEN (WIE LEI386S)       *
      *    -----------------------------------------------------      *
      *    SUMME DER ENTPACKTEN VERTRAGSNUMMERN PLUS FOLGNR, MODULO    *
      *    10 HOCH 12. DER KONTROLLSATZ GEHT MIT WERT NULL EIN.        *
      ******************************************************************
       P01 SECTION.
       P01A.
           IF ABKSCHL = LOW-VALUE
              GO TO P01Z.
           MOVE ABKVERT TO PACKKOMP.
           PERFORM UNP.
           ADD PACKUNVP  TO PRFSUM.
           ADD ABKFOLG   TO PRFSUM.
           IF PRFSUM NOT LESS 1000000000000
              SUBTRACT 1000000000000 FROM PRFSUM.
       P01Z.
           EXIT.



      ******************************************************************
      *    T10 JAHRHUNDERTFENSTER: JHR2 (JJ) NACH JHR4 (JJJJ)          *
      ******************************************************************
       T10 SECTION.
       T10A.
           IF JHR2 GREATER FENSTJJ
              COMPUTE JHR4 = 1900 + JHR2
           ELSE
              COMPUTE JHR4 = 2000 + JHR2
           END-IF.
       T10Z.
           EXIT.



      ******************************************************************
      *    T20 VERTRAG SPERVERT IN DER SPERRLISTE ?  (SPERTREF)        *
      ******************************************************************
       T20 SECTION.
       T20A.
           MOVE '0' TO SPERTREF.
           READ LEISPER KEY IS SPERVERT
                INVALID KEY CONTINUE
           END-READ.
           IF STATUS-OK
              MOVE '1' TO SPERTREF
              GO TO T20Z.
           IF NOT KEY-FEHLT
              DISPLAY '** Fehler READ LEISPER **' STATUS-BYTE
              MOVE 'READ'    TO PROEREIG
              MOVE 'LEISPER' TO PRODATEI
              PERFORM P95
              MOVE '1' TO IOABBR.
       T20Z.
           EXIT.

-INC PDLEIPK
-INC PDLEIPR
