
 PROCESS APOST,NOADV,NODYNAM,NOFLAGSTD,WORD(RWT)
       ID DIVISION.
      *----------------------------------------------------------------
      * LEIX288   ARC=L001
      *----------------------------------------------------------------
      ******************************************************************
      * -------------------------------------------------------------- *
      *  L E I X 2 8 8         ** VERTEILUNG MONATSNACHWEIS JE VWST    *
      * -------------------------------------------------------------- *
      *                           E I N G A B E ---------------------- *
      *                           LEISTAH     : MONATSHISTORIE         *
      *                           LEISNAP     : FALLBESTAND (LEIX275)  *
      *                           LEIREJ      : ZURUECKGEW. SAETZE     *
      *                           LEIREJR     : RESTBESTAND NACH       *
      *                                         LEIX278                *
      *                           VWSMAP      : KREIS/VWST-ZUORDNUNG   *
      *                           LEIVERT     : VERTEILER (EMPFAENGER, *
      *                                         AUSFERTIGUNGEN)        *
      *                           LEIRUNS     : MONATS-LAUFSTATUS      *
      *                           SYSIN       : PARAMETERKARTE         *
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEIAUSV     : AUSFERTIGUNGEN JE VWST *
      *                                         UND FUER DIE ZENTRALE  *
      *                           LEIX8LS     : VERTEILPROTOKOLL       *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  PARAMETERKARTE:  SP 1-4   BERICHTSMONAT JJMM (WIE WSLEIBM)    *
      *                   SP 6     UEBERSTEUERUNG J (WIE WSLEIBM)      *
      *  KARTENAUFBAU LEIVERT (JE VWST EINE KARTE, PFLEGE MIT VWSMAP): *
      *                   SP 1-4   KREIS WIE VWSMAP, '*SON' = SONSTIGE *
      *                            (FELLBACH), '*ZEN' = ZENTRALE       *
      *                   SP 6-35  EMPFAENGER                          *
      *                   SP 37-38 ANZAHL AUSFERTIGUNGEN (01-99)       *
      * -------------------------------------------------------------- *
      *  JE VWST (FELLBACH UND ALLE VWSMAP-EINTRAEGE) WIRD DER MONATS- *
      *  NACHWEIS VON LEIX275 ALS EIGENE AUSFERTIGUNG AUFBEREITET:     *
      *  DECKBLATT MIT EMPFAENGER, DIE ZEILEN DER VWST AUS ALLEN       *
      *  ZEILENGRUPPEN (LEISTAH), IHRE ALTERSGLIEDERUNG (LEISNAP) UND  *
      *  DIE ZURUECKGEWIESENEN FAELLE (LEIREJ). ZURUECKGEWIESENE       *
      *  FAELLE HABEN KEINEN BEZIRK/KEINE ADRESSE UND DAMIT KEINEN     *
      *  KREIS - SIE GEHEN WIE DIE SONSTIGEN AN FELLBACH. DANACH DIE   *
      *  AUSFERTIGUNG FUER DIE ZENTRALE MIT ALLEN VWST UND SUMMEN.     *
      *  JEDE AUSFERTIGUNG BEGINNT AUF NEUER SEITE MIT EIGENER SEITEN- *
      *  ZAEHLUNG; DER SEITENKOPF NENNT DIE VWST. DAS VERTEILPROTOKOLL *
      *  ZEIGT JE EMPFAENGER AUSFERTIGUNGEN, SEITEN UND ZEILEN UND     *
      *  STIMMT DIE VERTEILTEN ZEILEN UND BETRAEGE GEGEN DIE GESAMT-   *
      *  ZAHLEN AB. PASST VWSMAP NICHT MEHR ZU DEN LEISTAH-ZEILEN DES  *
      *  MONATS (VWSMAP SEIT LEIX275 GEAENDERT), WIRD NICHTS VERTEILT. *
      *  ABLAUF JE MONAT: LEIX275, GGF. LEIX278, DANACH LEIX288. IST   *
      *  LEIX278 NACH DEM LETZTEN LEIX275 DES MONATS GELAUFEN          *
      *  (LEIRUNS), SIND DIE NACHGEBUCHTEN FAELLE IN LEISTAH UND       *
      *  LEISNAP ENTHALTEN UND DIE ZURUECKGEWIESENEN FAELLE KOMMEN AUS *
      *  LEIREJR STATT AUS LEIREJ.                                     *
      * -------------------------------------------------------------- *
      *  15/10/26 HM              ERSTELLUNG                           *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEIX288.
       ENVIRONMENT   DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
-INC SPECNAME
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT LEISTAH ASSIGN TO    LEISTAH
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISNAP ASSIGN TO    LEISNAP
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIREJ  ASSIGN TO    LEIREJ
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIREJR ASSIGN TO    LEIREJR
                          FILE STATUS  STATUS-BYTE.
           SELECT VWSMAP  ASSIGN TO    VWSMAP
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIVERT ASSIGN TO    LEIVERT
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIRUNS ASSIGN TO    LEIRUNS
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIAUSV ASSIGN TO    LEIAUSV
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIX8LS ASSIGN TO    LEIX8LS
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIPROT ASSIGN TO    LEIPROT
                          FILE STATUS  STATUS-BYTE.
       DATA DIVISION.
       FILE SECTION.
      *
      *    &----- MONATSHISTORIE JE GRPIDX/VWST (SATZAUFBAU MUSS MIT
      *    &----- LEIX275-STAHSATZ UEBEREINSTIMMEN)
      *
       FD         LEISTAH
                  RECORDING     F
                  RECORD       40 CHARACTERS
                  BLOCK       4000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         STAHSATZ.
           05     STAHDATUM       PIC 9(4).
           05     STAHGRP         PIC 9.
           05     STAHVWS         PIC 9(2).
           05     STAHBEZ         PIC X(9).
           05     STAHERL         PIC S9(5)        COMP-3.
           05     STAHFEL         PIC S9(5)        COMP-3.
           05     STAHVBT         PIC S9(9)V99     COMP-3.
           05     STAHRBT         PIC S9(9)V99     COMP-3.
           05     STAHEBT         PIC S9(9)V99     COMP-3.

       FD         LEISNAP
                  RECORDING     F
                  RECORD       50 CHARACTERS
                  BLOCK      5000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEISNAPX
      *
      *    &----- (SATZAUFBAU MUSS MIT LEIX275-REJSATZ UEBEREINSTIMMEN)
      *
       FD         LEIREJ
                  RECORDING     F
                  RECORD       50 CHARACTERS
                  BLOCK      5000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         REJSATZ.
           05     REJOVSNR        PIC X(10).
           05     REJAKEY         PIC X(10).
           05     REJDATUM        PIC 9(4).
           05     REJKAT          PIC 9.
           05     REJTYP          PIC 9.
           05     REJGESV         PIC S9(9)V99     COMP-3.
           05     REJGESR         PIC S9(9)V99     COMP-3.
           05     REJGESE         PIC S9(9)V99     COMP-3.
           05     REJSTUF         PIC 9.
           05     FILLER          PIC X(5).
      *
      *    &----- RESTBESTAND NACH LEIX278 (AUFBAU WIE LEIREJ)
      *
       FD         LEIREJR
                  RECORDING     F
                  RECORD       50 CHARACTERS
                  BLOCK      5000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         REJRSATZ        PIC X(50).

       FD         VWSMAP
                  RECORDING     F
                  RECORD       20 CHARACTERS
                  BLOCK      2000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         VWSATZ.
           05     VMKREIS         PIC X(4).
           05     VMBEZTXT        PIC X(9).
           05     FILLER          PIC X(7).
      *
      *    &----- VERTEILER: JE KREIS EMPFAENGER UND AUSFERTIGUNGEN
      *
       FD         LEIVERT
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         VRTSATZ.
           05     VRTKREIS        PIC X(4).
           05     FILLER          PIC X.
           05     VRTEMPF         PIC X(30).
           05     FILLER          PIC X.
           05     VRTANZX         PIC X(2).
           05     FILLER REDEFINES VRTANZX.
               10 VRTANZ          PIC 9(2).
           05     FILLER          PIC X(42).
      *
      *    &----- MONATS-LAUFSTATUS (ABLAUFFOLGE-PRUEFUNG)
      *
       FD         LEIRUNS
                  RECORDING     F
                  RECORD       40 CHARACTERS
                  BLOCK      4000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEIRUNSX

       FD         LEIAUSV
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         AUSGABE         PIC X(80).

       FD         LEIX8LS
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         LOGAUSG         PIC X(80).
      *
      *    &----- LAUFPROTOKOLL (EIN SATZ JE EREIGNIS, WSLEIPR)
      *
       FD         LEIPROT
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         PROAUSG         PIC X(80).

       WORKING-STORAGE SECTION.

       01          FILLER.
           05      SGX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      SVX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      VTX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      CPX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      CPXSAV          PIC S9(3)        COMP-3 VALUE ZERO.
           05      STUFIDX         PIC S9(3)        COMP-3 VALUE ZERO.
           05      VONVWS          PIC S9(3)        COMP-3 VALUE ZERO.
           05      BISVWS          PIC S9(3)        COMP-3 VALUE ZERO.
           05      VWSTKNT-P1      PIC S9(3)        COMP-3 VALUE ZERO.
           05      AUSFNR          PIC S9(3)        COMP-3 VALUE ZERO.
           05      ANZSTH          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZSOLL         PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZBZF          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZSNP          PIC S9(7)        COMP-3 VALUE ZERO.
           05      ANZSNF          PIC S9(7)        COMP-3 VALUE ZERO.
           05      ANZREJ          PIC S9(7)        COMP-3 VALUE ZERO.
           05      ANZRJF          PIC S9(7)        COMP-3 VALUE ZERO.
           05      ANZVRT          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZVAB          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZVOH          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZAUSF         PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZSEIT         PIC S9(7)        COMP-3 VALUE ZERO.
           05      ANZDIFF         PIC S9(3)        COMP-3 VALUE ZERO.
           05      KOPZEIL         PIC S9(7)        COMP-3 VALUE ZERO.
           05      KOPREJ          PIC S9(7)        COMP-3 VALUE ZERO.
           05      RUNGEF          PIC X                   VALUE '0'.
           05      KORGEF          PIC X                   VALUE '0'.
           05      REJENDE         PIC X                   VALUE '0'.
           05      REJDATEI        PIC X(8)
                   VALUE 'LEIREJ'.
           05      KOPFART         PIC X                   VALUE 'D'.
           05      NAMVWS          PIC X(9)                VALUE SPACE.
           05      NAMKRS          PIC X(4)                VALUE SPACE.
           05      VRTGRND         PIC X(30)               VALUE SPACE.
      *
      *    &----- BERICHTSMONAT ALS JJMM (WIE LEIX275-WSDATSTAMP)
      *
       01          WSDATSTAMP.
           05      WSDATJJ         PIC 99.
           05      WSDATMM         PIC 99.
       01          FILLER REDEFINES WSDATSTAMP.
           05      WSDATNUM        PIC 9(4).
      *
      *    &----- VERWALTUNGSSTELLEN-TABELLE (WIE LEIX275, MAX 20)
      *
       01          VWSTTAB.
           05      VWSTKNT         PIC S9(3)        COMP-3 VALUE ZERO.
           05      VWSTEL          OCCURS 20 TIMES.
                   10  VTKREIS     PIC X(4).
                   10  VTBEZTXT    PIC X(9).
      *
      *    &----- VERTEILER JE AUSFERTIGUNG: PLATZ 1 = SONSTIGE
      *    &----- (FELLBACH), 2-21 = VWST WIE STAHVWS, 22 = ZENTRALE;
      *    &----- SEITEN/ZEILEN JE AUSFERTIGUNG (ALLE GLEICH)
      *
       01          VERTTAB.
           05      VERTEL          OCCURS 22 TIMES.
                   10  VEGEF       PIC X                   VALUE '0'.
                   10  VEEMPF      PIC X(30)               VALUE SPACE.
                   10  VEANZ       PIC S9(3)        COMP-3 VALUE ZERO.
                   10  VESEIT      PIC S9(5)        COMP-3 VALUE ZERO.
                   10  VEZEIL      PIC S9(7)        COMP-3 VALUE ZERO.
                   10  VEREJ       PIC S9(7)        COMP-3 VALUE ZERO.
      *
      *    &----- ZEILEN DES BERICHTSMONATS AUS LEISTAH JE GRPIDX/VWST
      *
       01          STATTAB.
           05      STATGRP         OCCURS 5 TIMES.
                   10  STATVWS     OCCURS 21 TIMES.
                       15  STATERL PIC S9(5)        COMP-3 VALUE ZERO.
                       15  STATFEL PIC S9(5)        COMP-3 VALUE ZERO.
                       15  STATVBT PIC S9(9)V99     COMP-3 VALUE ZERO.
                       15  STATRBT PIC S9(9)V99     COMP-3 VALUE ZERO.
                       15  STATEBT PIC S9(9)V99     COMP-3 VALUE ZERO.
      *
      *    &----- ALTERSGLIEDERUNG JE VWST AUS LEISNAP (WIE LEIX275
      *    &----- ALTTAB, STUFE 1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = >90)
      *
       01          ALTTAB.
           05      ALTVWS          OCCURS 21 TIMES.
                   10  ALTSTUF     OCCURS 4 TIMES.
                       15  ALTANZ  PIC S9(5)        COMP-3 VALUE ZERO.
                       15  ALTVBT  PIC S9(9)V99     COMP-3 VALUE ZERO.
                       15  ALTRBT  PIC S9(9)V99     COMP-3 VALUE ZERO.
      *
      *    &----- SUMMEN EINER ZEILENGRUPPE (ZENTRALE) UND ABSTIMMUNG
      *
       01          FILLER.
           05      GESERL          PIC S9(7)        COMP-3 VALUE ZERO.
           05      GESFEL          PIC S9(7)        COMP-3 VALUE ZERO.
           05      GESVBT          PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      GESRBT          PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      GESEBT          PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      ABSZEIL         PIC S9(9)        COMP-3 VALUE ZERO.
           05      ABSREJ          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ABSFAE          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ABSALT          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ABSRBT          PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      ABSARB          PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      VGLART          PIC X                   VALUE '1'.
           05      VGLW1           PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      VGLW2           PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      ANZED           PIC Z(12)9-.
           05      BETED           PIC Z(9)9,99-.

       01          STUTXT-TAB.
           05      FILLER          PIC X(9)  VALUE 'BIS-30---'.
           05      FILLER          PIC X(9)  VALUE '31-60----'.
           05      FILLER          PIC X(9)  VALUE '61-90----'.
           05      FILLER          PIC X(9)  VALUE 'UEBER-90-'.
       01          FILLER REDEFINES STUTXT-TAB.
           05      STUTXT          OCCURS 4 TIMES     PIC X(9).

       01          GRPTXT-TAB.
           05      FILLER          PIC X(9)  VALUE 'ALLE'.
           05      FILLER          PIC X(9)  VALUE 'KV-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'KV-MAN'.
           05      FILLER          PIC X(9)  VALUE 'AR-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'AR-MAN'.
       01          FILLER REDEFINES GRPTXT-TAB.
           05      GRPTXT          OCCURS 5 TIMES     PIC X(9).
      *
      *    &----- NACHWEISZEILE WIE LEIX275
      *
       01          POST.
           05      POSTTXT1        PIC X(9).
           05      POSTTXT2        PIC X(9).
           05      POSTFERT        PIC Z(6)-.
           05      POSTFEHL        PIC Z(6)-.
           05      POSTRBTR        PIC Z(7)9,99-.
           05      POSTERBT        PIC Z(7)9,99-.
           05      POSTVBTR        PIC Z(7)9,99-.
           05      FILLER          PIC X(12).
      *
      *    &----- ZEILE ZURUECKGEWIESENER FALL
      *
       01          REJPOST.
           05      RJPVSNR         PIC X(10).
           05      FILLER          PIC X.
           05      RJPAKEY         PIC X(10).
           05      FILLER          PIC X.
           05      RJPKAT          PIC X(9).
           05      FILLER          PIC X.
           05      RJPTYP          PIC X(4).
           05      FILLER          PIC X.
           05      RJPRBTR         PIC Z(7)9,99-.
           05      RJPERBT         PIC Z(7)9,99-.
           05      RJPVBTR         PIC Z(7)9,99-.
           05      FILLER          PIC X(7).
      *
      *    &----- DECKBLATTZEILE
      *
       01          DECKPOST.
           05      FILLER          PIC X(4).
           05      DKTEXT          PIC X(20).
           05      DKWERT          PIC X(56).
       01          INHALTTX        PIC X(56)               VALUE
               'ZEILENGRUPPEN ALLE, KV-MASCH, KV-MAN, AR-MASCH, AR-MAN'.
       01          KEINTX          PIC X(56)               VALUE
               'KEINE - OHNE BZ/ADR NICHT ZUORDENBAR, SIEHE FELLBACH'.
       01          DKAUSF.
           05      DKANR           PIC Z9.
           05      FILLER          PIC X(5)  VALUE ' VON '.
           05      DKAANZ          PIC Z9.
      *
      *    &----- SEITENSTEUERUNG UND KOEPFE DER AUSFERTIGUNGEN
      *    &----- (ZEILENNR 99 ERZWINGT DEN KOPF VOR DER NAECHSTEN
      *    &----- ZEILE; SEITENNR ZAEHLT JE AUSFERTIGUNG)
      *
       01          FILLER.
           05      SEITENNR        PIC S9(5)        COMP-3 VALUE ZERO.
           05      ZEILENNR        PIC S9(3)        COMP-3 VALUE 99.
           05      MAXZEIL         PIC S9(3)        COMP-3 VALUE 56.

       01          KOPF1.
           05      FILLER          PIC X(24)
                   VALUE 'LEIX288  MONATSNACHWEIS '.
           05      FILLER          PIC X(5)  VALUE 'FUER '.
           05      KOPFVWS         PIC X(9).
           05      FILLER          PIC X(2)  VALUE SPACE.
           05      FILLER          PIC X(6)  VALUE 'KREIS '.
           05      KOPFKRS         PIC X(4).
           05      FILLER          PIC X(2)  VALUE SPACE.
           05      FILLER          PIC X(6)  VALUE 'MONAT '.
           05      KOPFMON         PIC 9(4).
           05      FILLER          PIC X(7)  VALUE '  SEITE'.
           05      KOPFSEIT        PIC ZZZZ9.
           05      FILLER          PIC X(6)  VALUE SPACE.

       01          KOPF2.
           05      FILLER          PIC X(11) VALUE 'ABSCHNITT: '.
           05      KOPFGRP         PIC X(30).
           05      FILLER          PIC X(14) VALUE ' AUSFERTIGUNG '.
           05      KOPFAUSF        PIC Z9.
           05      FILLER          PIC X(5)  VALUE ' VON '.
           05      KOPFAANZ        PIC Z9.
           05      FILLER          PIC X(16) VALUE SPACE.

       01          KOPF3.
           05      FILLER          PIC X(9)  VALUE 'GRUPPE'.
           05      FILLER          PIC X(9)  VALUE 'VWST'.
           05      FILLER          PIC X(7)  VALUE ' ERLED.'.
           05      FILLER          PIC X(7)  VALUE ' FEHLER'.
           05      FILLER          PIC X(12) VALUE '        REST'.
           05      FILLER          PIC X(12) VALUE '  ERSTATTUNG'.
           05      FILLER          PIC X(12) VALUE '   VORSCHUSS'.
           05      FILLER          PIC X(12) VALUE SPACE.

       01          KOPF4.
           05      FILLER          PIC X(22) VALUE 'VSNR       A-KEY'.
           05      FILLER          PIC X(15) VALUE 'KATEGORIE TYP'.
           05      FILLER          PIC X(12) VALUE '        REST'.
           05      FILLER          PIC X(12) VALUE '  ERSTATTUNG'.
           05      FILLER          PIC X(12) VALUE '   VORSCHUSS'.
           05      FILLER          PIC X(7)  VALUE SPACE.

       01          TRENNZEIL       PIC X(80) VALUE ALL '-'.
       01          LEERZEIL        PIC X(80) VALUE SPACE.
      *
      *    &----- VERTEILPROTOKOLL LEIX8LS
      *
       01          LOGKOPF1.
           05      FILLER          PIC X(41)
                   VALUE 'LEIX288  VERTEILPROTOKOLL MONATSNACHWEIS '.
           05      FILLER          PIC X(6)  VALUE 'MONAT '.
           05      LOGKMON         PIC 9(4).
           05      FILLER          PIC X(8)  VALUE '  LAUF  '.
           05      LOGKDAT         PIC 9(6).
           05      FILLER          PIC X(15) VALUE SPACE.

       01          LOGKOPF2.
           05      FILLER          PIC X(8)  VALUE 'KRS  VW'.
           05      FILLER          PIC X(10) VALUE 'BEZEICHN.'.
           05      FILLER          PIC X(31) VALUE 'EMPFAENGER'.
           05      FILLER          PIC X(10) VALUE 'AUS SEITE'.
           05      FILLER          PIC X(8)  VALUE '  ZEILEN'.
           05      FILLER          PIC X(13) VALUE ' SEITEN GES.'.

       01          LOGPOST.
           05      LGKREIS         PIC X(4).
           05      FILLER          PIC X.
           05      LGVWS           PIC Z9.
           05      FILLER          PIC X.
           05      LGNAME          PIC X(9).
           05      FILLER          PIC X.
           05      LGEMPF          PIC X(30).
           05      FILLER          PIC X.
           05      LGANZ           PIC ZZ9.
           05      FILLER          PIC X.
           05      LGSEIT          PIC ZZZZ9.
           05      FILLER          PIC X.
           05      LGZEIL          PIC Z(6)9.
           05      FILLER          PIC X.
           05      LGSGES          PIC Z(5)9.
           05      FILLER          PIC X(7).

       01          ABSPOST.
           05      ABSTEXT         PIC X(34).
           05      ABSW1           PIC X(14).
           05      FILLER          PIC X.
           05      ABSW2           PIC X(14).
           05      FILLER          PIC X(2).
           05      ABSERG          PIC X(10).
           05      FILLER          PIC X(5).

       01          LOGZEIL         PIC X(80)               VALUE SPACE.

-INC WSLEIPR
-INC U100C80
-INC VSSTATUS
-INC WSDATUM
-INC WSLEIBM

       PROCEDURE DIVISION.

-INC PDDATUM

           CALL  'UPRO100' USING U100SATZ.

           OPEN   EXTEND LEIPROT.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIPROT **' STATUS-BYTE.
           MOVE  'LEIX288'      TO PROPROG.
           MOVE  'I'            TO PROSTUFE.
           MOVE  'STRT'         TO PROEREIG.
           PERFORM P90.

           ACCEPT BMKARTE FROM SYSIN.
           PERFORM B80.
           IF     BMFEHL        =    '1'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'PARM'    TO PROEREIG
                  MOVE 'PARAMETERKARTE UNPLAUSIBEL' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z99.
      *
      *    &----- ABLAUFFOLGE: OHNE LEIX275-ABSCHLUSS DES MONATS
      *    &----- (LEIRUNS) WIRD NICHTS VERTEILT
      *
           PERFORM R00.
           IF     RUNGEF        NOT  =   '1'
                  DISPLAY '** LEIX275-ABSCHLUSS FUER MONAT ' WSDATNUM
                          ' FEHLT - LAUF NICHT GESTARTET **'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'ABLF'    TO PROEREIG
                  MOVE 'LEIRUNS' TO PRODATEI
                  MOVE WSDATNUM  TO PROZAHL1
                  MOVE 'LEIX275-ABSCHLUSS FEHLT' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z99.
      *
      *    &----- NACH DER NACHBUCHUNG (LEIX278) SIND DIE NOCH
      *    &----- OFFENEN ZURUECKGEWIESENEN FAELLE IN LEIREJR
      *
           IF     KORGEF        =    '1'
                  MOVE 'LEIREJR' TO REJDATEI
                  DISPLAY 'LEIX288 NACH LEIX278 - FAELLE AUS LEIREJR'.

           OPEN   OUTPUT LEIX8LS.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIX8LS - ABBRECHEN **'
                  MOVE 'LEIX8LS' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
           MOVE   WSDATNUM      TO LOGKMON.
           MOVE   WSDATUM       TO LOGKDAT.
           WRITE  LOGAUSG FROM LOGKOPF1.
           WRITE  LOGAUSG FROM LEERZEIL.

           PERFORM V00.
           IF     PRORC         NOT LESS 12          GO TO Z98.
           COMPUTE VWSTKNT-P1 = VWSTKNT + 1.

           PERFORM L10.
           IF     PRORC         NOT LESS 12          GO TO Z98.
      *
      *    &----- LEISTAH MUSS FUER DEN MONAT JE ZEILENGRUPPE GENAU
      *    &----- DIE VWST DER HEUTIGEN VWSMAP MIT GLEICHER BEZEICH-
      *    &----- NUNG ENTHALTEN - SONST GINGEN ZAHLEN AN DIE FALSCHE
      *    &----- STELLE
      *
           COMPUTE ANZSOLL = VWSTKNT-P1 * 5.
           IF     ANZBZF        GREATER ZERO  OR
                  ANZSTH   NOT  =    ANZSOLL
                  DISPLAY '** LEISTAH ' WSDATNUM ' PASST NICHT ZU '
                          'VWSMAP - ZEILEN ' ANZSTH ' SOLL ' ANZSOLL
                          ' ABWEICHEND ' ANZBZF ' **'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'ABLF'    TO PROEREIG
                  MOVE 'VWSMAP'  TO PRODATEI
                  MOVE ANZSTH    TO PROZAHL1
                  MOVE ANZBZF    TO PROZAHL2
                  MOVE 'VWSMAP/LEISTAH ABWEICHEND' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z98.

           PERFORM L20.
           IF     PRORC         NOT LESS 12          GO TO Z98.
           PERFORM L30.
           IF     PRORC         NOT LESS 12          GO TO Z98.
      *
      *    &----- LEISNAP/LEIREJ EINES ANDEREN MONATS: LEIX275 IST
      *    &----- ZWISCHENZEITLICH FUER EINEN ANDEREN MONAT GELAUFEN
      *
           IF     ANZSNF        GREATER ZERO  OR
                  ANZRJF        GREATER ZERO
                  DISPLAY '** LEISNAP/LEIREJ PASSEN NICHT ZU MONAT '
                          WSDATNUM '/VWSMAP - LAUF NICHT GESTARTET **'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'ABLF'    TO PROEREIG
                  MOVE 'LEISNAP' TO PRODATEI
                  MOVE ANZSNF    TO PROZAHL1
                  MOVE ANZRJF    TO PROZAHL2
                  MOVE 'FALLBESTAND PASST NICHT' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z98.

           PERFORM L40.

           OPEN   OUTPUT LEIAUSV.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIAUSV - ABBRECHEN **'
                  MOVE 'LEIAUSV' TO PRODATEI
                  PERFORM P95
                  GO TO Z98.
      *
      *    &----- ERST DIE VWST (FELLBACH, DANN VWSMAP-FOLGE), ZULETZT
      *    &----- DIE ZENTRALE
      *
           PERFORM D00 VARYING CPX FROM 1 BY 1
                                 UNTIL CPX GREATER VWSTKNT-P1.
           MOVE   22            TO CPX.
           PERFORM D00.
           CLOSE  LEIAUSV.

           PERFORM Z00.

           IF     ANZVOH        GREATER ZERO  OR
                  ANZVAB        GREATER ZERO
                  MOVE 'W'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'LEIVERT' TO PRODATEI
                  MOVE ANZVOH    TO PROZAHL1
                  MOVE ANZVAB    TO PROZAHL2
                  MOVE 'VERTEILER UNVOLLSTAENDIG' TO PROTEXT
                  PERFORM P90
                  MOVE 4         TO PRORCNEU
                  PERFORM P91.
           IF     ANZDIFF       GREATER ZERO
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'LEIAUSV' TO PRODATEI
                  MOVE ANZDIFF   TO PROZAHL1
                  MOVE 'VERTEILUNG NICHT ABGESTIMMT' TO PROTEXT
                  PERFORM P90
                  MOVE 8         TO PRORCNEU
                  PERFORM P91.

           IF     PRORC         LESS 8
                  MOVE 'I'       TO PROSTUFE
                  MOVE 'ENDE'    TO PROEREIG
                  MOVE ANZAUSF   TO PROZAHL1
                  MOVE ANZSEIT   TO PROZAHL2
                  PERFORM P90.
       Z98.
           CLOSE  LEIX8LS.
       Z99.
           CLOSE  LEIPROT.
           MOVE   PRORC TO RETURN-CODE.
           STOP   RUN.
      *****************************************************************
      *    R00    LEIX275-ABSCHLUSS DES BERICHTSMONATS IN LEIRUNS     *
      *    &----- KORGEF 1 = LEIX278 NACH DEM LETZTEN LEIX275 DES     *
      *    &----- MONATS (LEIRUNS WIRD NUR FORTGESCHRIEBEN)           *
      *****************************************************************
       R00 SECTION.
       R00A.
           OPEN   INPUT LEIRUNS.
           IF     NOT   STATUS-OK
                  GO TO R00Z.
       R00B.
           READ   LEIRUNS AT END                    GO TO R00C.
           IF     RUNMONAT      =    WSDATNUM AND
                  RUNPROG       =   'LEIX275' AND
                  RUNSTAT       =   'E'
                  MOVE '1' TO RUNGEF
                  MOVE '0' TO KORGEF.
           IF     RUNMONAT      =    WSDATNUM AND
                  RUNPROG       =   'LEIX278' AND
                  RUNSTAT       =   'E'
                  MOVE '1' TO KORGEF.
           GO TO R00B.
       R00C.
           CLOSE  LEIRUNS.
       R00Z.
           EXIT.
      *****************************************************************
      *    V00    VERWALTUNGSSTELLEN-TABELLE AUS VWSMAP LADEN          *
      *****************************************************************
       V00 SECTION.
       V00A.
           OPEN   INPUT VWSMAP.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN VWSMAP - ABBRECHEN **'
                  MOVE 'VWSMAP'  TO PRODATEI
                  PERFORM P95
                  GO TO V00Z.
       V00B.
           READ   VWSMAP AT END                       GO TO V00C.
           IF     VWSTKNT       NOT  LESS 20
                  DISPLAY '** WARNUNG: VWSMAP MEHR ALS 20 VERWALTUNGS'
                          'STELLEN - ' VMKREIS ' IGNORIERT **'
                  GO TO V00B.
           ADD    1 TO VWSTKNT.
           MOVE   VMKREIS       TO VTKREIS  (VWSTKNT).
           MOVE   VMBEZTXT      TO VTBEZTXT (VWSTKNT).
           GO TO V00B.
       V00C.
           CLOSE  VWSMAP.
       V00Z.
           EXIT.
      *****************************************************************
      *    L10    LEISTAH-ZEILEN DES BERICHTSMONATS LADEN UND GEGEN    *
      *           VWSMAP PRUEFEN (VWST-NUMMER UND BEZEICHNUNG)         *
      *****************************************************************
       L10 SECTION.
       L10A.
           OPEN   INPUT LEISTAH.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISTAH - ABBRECHEN **'
                  MOVE 'LEISTAH' TO PRODATEI
                  PERFORM P95
                  GO TO L10Z.
       L10B.
           READ   LEISTAH AT END                    GO TO L10C.
           IF     STAHDATUM NOT =    WSDATNUM        GO TO L10B.
           ADD    1             TO ANZSTH.
           IF     STAHGRP       LESS 1 OR
                  STAHGRP       GREATER 5 OR
                  STAHVWS       LESS 1 OR
                  STAHVWS       GREATER VWSTKNT-P1
                  ADD  1        TO ANZBZF
                  GO TO L10B.
           MOVE   STAHVWS       TO CPX.
           PERFORM T00.
           IF     STAHBEZ  NOT  =    NAMVWS
                  DISPLAY '** LEISTAH VWST ' STAHVWS ' ' STAHBEZ
                          ' - VWSMAP ' NAMVWS ' **'
                  ADD  1        TO ANZBZF
                  GO TO L10B.
           MOVE   STAHGRP       TO SGX.
           MOVE   STAHVWS       TO SVX.
           MOVE   STAHERL       TO STATERL (SGX, SVX).
           MOVE   STAHFEL       TO STATFEL (SGX, SVX).
           MOVE   STAHVBT       TO STATVBT (SGX, SVX).
           MOVE   STAHRBT       TO STATRBT (SGX, SVX).
           MOVE   STAHEBT       TO STATEBT (SGX, SVX).
           GO TO L10B.
       L10C.
           CLOSE  LEISTAH.
       L10Z.
           EXIT.
      *****************************************************************
      *    L20    ALTERSGLIEDERUNG JE VWST AUS DEM FALLBESTAND         *
      *****************************************************************
       L20 SECTION.
       L20A.
           OPEN   INPUT LEISNAP.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISNAP - ABBRECHEN **'
                  MOVE 'LEISNAP' TO PRODATEI
                  PERFORM P95
                  GO TO L20Z.
       L20B.
           READ   LEISNAP AT END                    GO TO L20C.
           IF     SNAPDATUM NOT =    WSDATNUM
                  ADD  1        TO ANZSNF
                  GO TO L20B.
           ADD    1             TO ANZSNP.
           IF     SNAPVWS       LESS 1 OR
                  SNAPVWS       GREATER VWSTKNT-P1 OR
                  SNAPSTUF      LESS 1 OR
                  SNAPSTUF      GREATER 4
                  ADD  1        TO ANZSNF
                  GO TO L20B.
           MOVE   SNAPVWS       TO SVX.
           MOVE   SNAPSTUF      TO STUFIDX.
           ADD    1             TO ALTANZ (SVX, STUFIDX).
           ADD    SNAPGESV      TO ALTVBT (SVX, STUFIDX).
           ADD    SNAPGESR      TO ALTRBT (SVX, STUFIDX).
           GO TO L20B.
       L20C.
           CLOSE  LEISNAP.
       L20Z.
           EXIT.
      *****************************************************************
      *    L30    ZURUECKGEWIESENE FAELLE DES MONATS ZAEHLEN           *
      *****************************************************************
       L30 SECTION.
       L30A.
           PERFORM R10.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN ' REJDATEI ' - ABBRECHEN **'
                  MOVE REJDATEI  TO PRODATEI
                  PERFORM P95
                  GO TO L30Z.
       L30B.
           PERFORM R20.
           IF     REJENDE       =    '1'             GO TO L30C.
           IF     REJDATUM      =    WSDATNUM
                  ADD  1        TO ANZREJ
                  GO TO L30B.
      *
      *    &----- LEIREJR DARF RESTFAELLE FRUEHERER MONATE ENTHALTEN
      *
           IF     KORGEF        =    '0'
                  ADD  1        TO ANZRJF.
           GO TO L30B.
       L30C.
           PERFORM R30.
       L30Z.
           EXIT.
      *****************************************************************
      *    R10    QUELLE DER ZURUECKGEWIESENEN FAELLE OEFFNEN:         *
      *           LEIREJR NACH LEIX278 (KORGEF 1), SONST LEIREJ        *
      *****************************************************************
       R10 SECTION.
       R10A.
           IF     KORGEF        =    '1'
                  OPEN INPUT LEIREJR
           ELSE
                  OPEN INPUT LEIREJ.
       R10Z.
           EXIT.
      *****************************************************************
      *    R20    NAECHSTEN ZURUECKGEWIESENEN FALL NACH REJSATZ LESEN  *
      *    &----- REJENDE 1 = DATEIENDE                               *
      *****************************************************************
       R20 SECTION.
       R20A.
           MOVE  '0'            TO REJENDE.
           IF     KORGEF        =    '1'             GO TO R20B.
           READ   LEIREJ AT END            MOVE '1' TO REJENDE.
           GO TO R20Z.
       R20B.
           READ   LEIREJR INTO REJSATZ AT END MOVE '1' TO REJENDE.
       R20Z.
           EXIT.
      *****************************************************************
      *    R30    QUELLE DER ZURUECKGEWIESENEN FAELLE SCHLIESSEN       *
      *****************************************************************
       R30 SECTION.
       R30A.
           IF     KORGEF        =    '1'
                  CLOSE LEIREJR
           ELSE
                  CLOSE LEIREJ.
       R30Z.
           EXIT.
      *****************************************************************
      *    L40    VERTEILER LADEN; FEHLENDE EINTRAEGE MIT DER VWST-    *
      *           BEZEICHNUNG ALS EMPFAENGER UND EINER AUSFERTIGUNG    *
      *    &----- ABGEWIESENE KARTEN ERSCHEINEN MIT GRUND IM          *
      *    &----- VERTEILPROTOKOLL                                    *
      *****************************************************************
       L40 SECTION.
       L40A.
           OPEN   INPUT LEIVERT.
           IF     NOT   STATUS-OK
                  DISPLAY '** LEIVERT FEHLT - STANDARDVERTEILUNG **'
                  MOVE 'LEIVERT' TO PRODATEI
                  PERFORM P94
                  GO TO L40D.
       L40B.
           READ   LEIVERT AT END                    GO TO L40C.
           ADD    1             TO ANZVRT.
           MOVE   ZERO          TO CPX.
           IF     VRTKREIS      =    '*SON'      MOVE 1  TO CPX.
           IF     VRTKREIS      =    '*ZEN'      MOVE 22 TO CPX.
           IF     CPX           =    ZERO
                  PERFORM L45 VARYING VTX FROM 1 BY 1
                                 UNTIL VTX GREATER VWSTKNT.
           IF     CPX           =    ZERO
                  MOVE 'KREIS NICHT IN VWSMAP' TO VRTGRND
                  PERFORM L48
                  GO TO L40B.
           IF     VEGEF (CPX)   =    '1'
                  MOVE 'KREIS DOPPELT'         TO VRTGRND
                  PERFORM L48
                  GO TO L40B.
           IF     VRTEMPF       =    SPACE
                  MOVE 'EMPFAENGER FEHLT'      TO VRTGRND
                  PERFORM L48
                  GO TO L40B.
           IF     VRTANZX  NOT  NUMERIC  OR
                  VRTANZ        =    ZERO
                  MOVE 'AUSFERTIGUNGEN 01-99'  TO VRTGRND
                  PERFORM L48
                  GO TO L40B.
           MOVE   '1'           TO VEGEF  (CPX).
           MOVE   VRTEMPF       TO VEEMPF (CPX).
           MOVE   VRTANZ        TO VEANZ  (CPX).
           GO TO L40B.
       L40C.
           CLOSE  LEIVERT.
       L40D.
           PERFORM L46 VARYING CPX FROM 1 BY 1
                                 UNTIL CPX GREATER VWSTKNT-P1.
           MOVE   22            TO CPX.
           PERFORM L46.
           GO TO L40Z.
       L45.
           IF     VTKREIS (VTX) =    VRTKREIS
                  COMPUTE CPX = VTX + 1.
       L46.
           IF     VEGEF (CPX)   =    '0'
                  PERFORM L47.
       L47.
           PERFORM T00.
           MOVE   NAMVWS        TO VEEMPF (CPX).
           MOVE   1             TO VEANZ  (CPX).
           ADD    1             TO ANZVOH.
           MOVE   SPACE         TO LOGZEIL.
           STRING 'OHNE VERTEILEREINTRAG: ' NAMKRS ' ' NAMVWS
                  ' - 1 AUSFERTIGUNG AN ' NAMVWS
                  DELIMITED BY SIZE INTO LOGZEIL.
           WRITE  LOGAUSG FROM LOGZEIL.
       L48.
           ADD    1             TO ANZVAB.
           MOVE   SPACE         TO LOGZEIL.
           STRING 'VERTEILERKARTE ' VRTKREIS ' ABGEWIESEN: '
                  VRTGRND ' ' VRTEMPF
                  DELIMITED BY SIZE INTO LOGZEIL.
           WRITE  LOGAUSG FROM LOGZEIL.
       L40Z.
           EXIT.
      *****************************************************************
      *    T00    BEZEICHNUNG UND KREIS ZUM VERTEILERPLATZ CPX         *
      *           (1 = FELLBACH/SONSTIGE, 22 = ZENTRALE)               *
      *****************************************************************
       T00 SECTION.
       T00A.
           IF     CPX           =    1
                  MOVE 'FELLBACH' TO NAMVWS
                  MOVE '*SON'     TO NAMKRS
                  GO TO T00Z.
           IF     CPX           =    22
                  MOVE 'ZENTRALE' TO NAMVWS
                  MOVE '*ZEN'     TO NAMKRS
                  GO TO T00Z.
           COMPUTE VTX = CPX - 1.
           MOVE   VTBEZTXT (VTX) TO NAMVWS.
           MOVE   VTKREIS  (VTX) TO NAMKRS.
       T00Z.
           EXIT.
      *****************************************************************
      *    D00    ALLE AUSFERTIGUNGEN EINES EMPFAENGERS (CPX)          *
      *****************************************************************
       D00 SECTION.
       D00A.
           PERFORM C00 VARYING AUSFNR FROM 1 BY 1
                                 UNTIL AUSFNR GREATER VEANZ (CPX).
       D00Z.
           EXIT.
      *****************************************************************
      *    C00    EINE AUSFERTIGUNG: DECKBLATT, ZEILENGRUPPEN, ALTERS- *
      *           GLIEDERUNG, ZURUECKGEWIESENE FAELLE                  *
      *    &----- ZENTRALE: ALLE VWST MIT GESAMTZEILEN; SONST NUR DIE *
      *    &----- EIGENE VWST. DIE LETZTE SEITE WIRD AUFGEFUELLT,     *
      *    &----- DAMIT DIE NAECHSTE AUSFERTIGUNG AUF NEUER SEITE     *
      *    &----- BEGINNT                                             *
      *****************************************************************
       C00 SECTION.
       C00A.
           PERFORM T00.
           MOVE   NAMVWS        TO KOPFVWS.
           MOVE   NAMKRS        TO KOPFKRS.
           MOVE   AUSFNR        TO KOPFAUSF.
           MOVE   VEANZ (CPX)   TO KOPFAANZ.
           MOVE   ZERO          TO SEITENNR KOPZEIL KOPREJ.
           MOVE   99            TO ZEILENNR.
           IF     CPX           =    22
                  MOVE 1          TO VONVWS
                  MOVE VWSTKNT-P1 TO BISVWS
           ELSE
                  MOVE CPX        TO VONVWS BISVWS.

           PERFORM C10.
           PERFORM C20.
           PERFORM C30.
           PERFORM C40.
           PERFORM N05.

           ADD    1             TO ANZAUSF.
           ADD    SEITENNR      TO ANZSEIT.
           IF     AUSFNR        =    1
                  MOVE SEITENNR TO VESEIT (CPX)
                  MOVE KOPZEIL  TO VEZEIL (CPX)
                  MOVE KOPREJ   TO VEREJ  (CPX).
       C00Z.
           EXIT.
      *****************************************************************
      *    C10    DECKBLATT                                            *
      *****************************************************************
       C10 SECTION.
       C10A.
           MOVE  'D'            TO KOPFART.
           MOVE  'DECKBLATT'    TO KOPFGRP.
           PERFORM N05.
           MOVE   SPACE         TO POST.
           PERFORM WRT.
           MOVE   SPACE         TO DECKPOST.
           MOVE  'MONATSNACHWEIS NICHT AUSGEZAHLTER FAELLE' TO DKWERT.
           PERFORM C15.
           MOVE   SPACE         TO POST.
           PERFORM WRT.
           MOVE  'EMPFAENGER'   TO DKTEXT.
           MOVE   VEEMPF (CPX)  TO DKWERT.
           PERFORM C15.
           MOVE  'VERWALTUNGSSTELLE' TO DKTEXT.
           MOVE   NAMVWS        TO DKWERT.
           PERFORM C15.
           MOVE  'KREIS'        TO DKTEXT.
           MOVE   NAMKRS        TO DKWERT.
           PERFORM C15.
           MOVE  'BERICHTSMONAT' TO DKTEXT.
           MOVE   WSDATNUM      TO DKWERT.
           PERFORM C15.
           MOVE  'AUSFERTIGUNG' TO DKTEXT.
           MOVE   AUSFNR        TO DKANR.
           MOVE   VEANZ (CPX)   TO DKAANZ.
           MOVE   DKAUSF        TO DKWERT.
           PERFORM C15.
           MOVE   SPACE         TO POST.
           PERFORM WRT.
           MOVE  'INHALT'       TO DKTEXT.
           MOVE   INHALTTX      TO DKWERT.
           PERFORM C15.
           MOVE  'ALTERSGLIEDERUNG OFFENE FAELLE' TO DKWERT.
           PERFORM C15.
           IF     KORGEF        =    '1'
                  MOVE 'ZURUECKGEWIESENE FAELLE (LEIREJR, NACH LEIX278)'
                                TO DKWERT
           ELSE
                  MOVE 'ZURUECKGEWIESENE FAELLE (LEIREJ)' TO DKWERT.
           PERFORM C15.
           MOVE   SPACE         TO POST.
           PERFORM WRT.
           IF     CPX           =    22
                  MOVE 'ALLE VERWALTUNGSSTELLEN MIT GESAMTZEILEN'
                                TO DKWERT
           ELSE
                  MOVE 'NUR FUER DEN GENANNTEN EMPFAENGER BESTIMMT'
                                TO DKWERT.
           PERFORM C15.
           IF     CPX      NOT  =    22
                  MOVE 'FEHLGELEITET: UNGELESEN AN DIE ZENTRALE'
                                TO DKWERT
                  PERFORM C15.
           GO TO C10Z.
       C15.
           MOVE   DECKPOST      TO POST.
           PERFORM WRT.
           MOVE   SPACE         TO DECKPOST.
       C10Z.
           EXIT.
      *****************************************************************
      *    C20    ZEILENGRUPPEN: JE GRPIDX DIE ZEILEN VONVWS-BISVWS,   *
      *           IN DER ZENTRALE MIT GESAMTZEILE                      *
      *****************************************************************
       C20 SECTION.
       C20A.
           MOVE  'G'            TO KOPFART.
           MOVE  'ZEILENGRUPPEN' TO KOPFGRP.
           PERFORM N05.
           PERFORM C21 VARYING SGX FROM 1 BY 1
                                 UNTIL SGX GREATER 5.
           GO TO C20Z.
       C21.
           MOVE   ZERO          TO GESERL GESFEL GESVBT GESRBT GESEBT.
           PERFORM C25 VARYING SVX FROM VONVWS BY 1
                                 UNTIL SVX GREATER BISVWS.
           IF     CPX           =    22
                  PERFORM C22.
       C22.
           PERFORM W95.
           MOVE   SPACE         TO POST.
           MOVE   GRPTXT (SGX)  TO POSTTXT1.
           MOVE  'GESAMT--'     TO POSTTXT2.
           MOVE   GESERL        TO POSTFERT.
           MOVE   GESFEL        TO POSTFEHL.
           MOVE   GESVBT        TO POSTVBTR.
           MOVE   GESRBT        TO POSTRBTR.
           MOVE   GESEBT        TO POSTERBT.
           PERFORM WRT.
           MOVE   SPACE         TO POST.
           PERFORM WRT.
       C25.
           MOVE   SPACE         TO POST.
           MOVE   GRPTXT (SGX)  TO POSTTXT1.
           MOVE   CPX           TO CPXSAV.
           MOVE   SVX           TO CPX.
           PERFORM T00.
           MOVE   CPXSAV        TO CPX.
           MOVE   NAMVWS        TO POSTTXT2.
           MOVE   STATERL (SGX, SVX) TO POSTFERT.
           MOVE   STATFEL (SGX, SVX) TO POSTFEHL.
           MOVE   STATVBT (SGX, SVX) TO POSTVBTR.
           MOVE   STATRBT (SGX, SVX) TO POSTRBTR.
           MOVE   STATEBT (SGX, SVX) TO POSTERBT.
           PERFORM WRT.
           ADD    1             TO KOPZEIL.
           ADD    STATERL (SGX, SVX) TO GESERL.
           ADD    STATFEL (SGX, SVX) TO GESFEL.
           ADD    STATVBT (SGX, SVX) TO GESVBT.
           ADD    STATRBT (SGX, SVX) TO GESRBT.
           ADD    STATEBT (SGX, SVX) TO GESEBT.
       C20Z.
           EXIT.
      *****************************************************************
      *    C30    ALTERSGLIEDERUNG DER VWST VONVWS-BISVWS              *
      *****************************************************************
       C30 SECTION.
       C30A.
           MOVE  'G'            TO KOPFART.
           MOVE  'ALTERSGLIEDERUNG OFFENE FAELLE' TO KOPFGRP.
           PERFORM N05.
           PERFORM C31 VARYING SVX FROM VONVWS BY 1
                                 UNTIL SVX GREATER BISVWS.
           GO TO C30Z.
       C31.
           MOVE   CPX           TO CPXSAV.
           MOVE   SVX           TO CPX.
           PERFORM T00.
           MOVE   CPXSAV        TO CPX.
           PERFORM C35 VARYING STUFIDX FROM 1 BY 1
                                 UNTIL STUFIDX GREATER 4.
       C35.
           MOVE   SPACE         TO POST.
           MOVE   NAMVWS        TO POSTTXT1.
           MOVE   STUTXT (STUFIDX)      TO POSTTXT2.
           MOVE   ALTANZ (SVX, STUFIDX) TO POSTFERT.
           MOVE   ALTVBT (SVX, STUFIDX) TO POSTVBTR.
           MOVE   ALTRBT (SVX, STUFIDX) TO POSTRBTR.
           PERFORM WRT.
           ADD    1             TO KOPZEIL.
       C30Z.
           EXIT.
      *****************************************************************
      *    C40    ZURUECKGEWIESENE FAELLE: NUR FELLBACH (SONSTIGE)     *
      *           UND ZENTRALE - OHNE BEZIRK/ADRESSE GIBT ES KEINEN    *
      *           KREIS UND DAMIT KEINE ANDERE VWST                    *
      *****************************************************************
       C40 SECTION.
       C40A.
           MOVE  'R'            TO KOPFART.
           MOVE  'ZURUECKGEWIESENE FAELLE' TO KOPFGRP.
           PERFORM N05.
           IF     CPX      NOT  =    1   AND
                  CPX      NOT  =    22
                  MOVE KEINTX   TO POST
                  PERFORM WRT
                  GO TO C40Z.
           PERFORM R10.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN ' REJDATEI ' - ABBRECHEN **'
                  MOVE REJDATEI  TO PRODATEI
                  PERFORM P95
                  GO TO C40Z.
       C41.
           PERFORM R20.
           IF     REJENDE       =    '1'             GO TO C42.
           IF     REJDATUM NOT  =    WSDATNUM        GO TO C41.
           MOVE   SPACE         TO REJPOST.
           MOVE   REJOVSNR      TO RJPVSNR.
           MOVE   REJAKEY       TO RJPAKEY.
           IF     REJKAT        GREATER ZERO AND
                  REJKAT        LESS 5
                  COMPUTE SGX = REJKAT + 1
                  MOVE GRPTXT (SGX) TO RJPKAT.
           IF     REJTYP        =    1
                  MOVE 'ERL.'   TO RJPTYP
           ELSE
                  MOVE 'FEH.'   TO RJPTYP.
           MOVE   REJGESR       TO RJPRBTR.
           MOVE   REJGESE       TO RJPERBT.
           MOVE   REJGESV       TO RJPVBTR.
           MOVE   REJPOST       TO POST.
           PERFORM WRT.
           ADD    1             TO KOPZEIL KOPREJ.
           GO TO C41.
       C42.
           PERFORM R30.
           IF     KOPREJ        =    ZERO
                  MOVE SPACE    TO POST
                  MOVE 'KEINE'  TO POST
                  PERFORM WRT.
       C40Z.
           EXIT.
      *****************************************************************
      *    Z00    VERTEILPROTOKOLL JE EMPFAENGER UND ABSTIMMUNG        *
      *    &----- 1. NACHWEISZEILEN DER VWST-AUSFERTIGUNGEN = ZEILEN  *
      *    &-----    DER ZENTRALE (OHNE GESAMTZEILEN)                 *
      *    &----- 2. VERTEILTE LEIREJ-FAELLE = LEIREJ DES MONATS      *
      *    &-----    (NACH LEIX278 LEIREJR)                           *
      *    &----- 3. OFFENE FAELLE GRUPPE ALLE (LEISTAH) = FALLZAHL   *
      *    &-----    DER ALTERSGLIEDERUNG = LEISNAP DES MONATS        *
      *    &----- 4. RESTBETRAG GRUPPE ALLE = RESTBETRAG DER ALTERS-  *
      *    &-----    GLIEDERUNG                                       *
      *****************************************************************
       Z00 SECTION.
       Z00A.
           WRITE  LOGAUSG FROM LEERZEIL.
           WRITE  LOGAUSG FROM LOGKOPF2.
           WRITE  LOGAUSG FROM TRENNZEIL.
           PERFORM Z10 VARYING CPX FROM 1 BY 1
                                 UNTIL CPX GREATER VWSTKNT-P1.
           WRITE  LOGAUSG FROM TRENNZEIL.
           MOVE   22            TO CPX.
           PERFORM Z10.
           WRITE  LOGAUSG FROM TRENNZEIL.
           MOVE   SPACE         TO LOGPOST.
           MOVE  'SUMME AUSFERTIGUNGEN/SEITEN' TO LGEMPF.
           MOVE   ANZAUSF       TO LGANZ.
           MOVE   ANZSEIT       TO LGSGES.
           WRITE  LOGAUSG FROM LOGPOST.
           WRITE  LOGAUSG FROM LEERZEIL.
           IF     KORGEF        =    '1'
                  MOVE SPACE    TO LOGZEIL
                  STRING 'NACH LEIX278: ZURUECKGEW. FAELLE AUS '
                         'LEIREJR, NACHBUCHUNG IN LEISTAH/LEISNAP'
                         DELIMITED BY SIZE INTO LOGZEIL
                  WRITE LOGAUSG FROM LOGZEIL
                  WRITE LOGAUSG FROM LEERZEIL.

           PERFORM Z20 VARYING SVX FROM 1 BY 1
                                 UNTIL SVX GREATER VWSTKNT-P1.

           MOVE  'ABSTIMMUNG' TO ABSTEXT.
           MOVE  '   VWST-SEITE' TO ABSW1.
           MOVE  '     GESAMT' TO ABSW2.
           MOVE   SPACE         TO ABSERG.
           WRITE  LOGAUSG FROM ABSPOST.
           MOVE   SPACE         TO ABSPOST.

           MOVE  'NACHWEISZEILEN JE AUSFERTIGUNG' TO ABSTEXT.
           MOVE  '1'            TO VGLART.
           MOVE   ABSZEIL       TO VGLW1.
           MOVE   VEZEIL (22)   TO VGLW2.
           PERFORM Z30.
           MOVE  'ZURUECKGEWIESENE FAELLE' TO ABSTEXT.
           MOVE   ABSREJ        TO VGLW1.
           MOVE   ANZREJ        TO VGLW2.
           PERFORM Z30.
           MOVE  'DAVON IN DER ZENTRALE' TO ABSTEXT.
           MOVE   VEREJ (22)    TO VGLW1.
           MOVE   ANZREJ        TO VGLW2.
           PERFORM Z30.
           MOVE  'OFFENE FAELLE ALLE / LEISNAP' TO ABSTEXT.
           MOVE   ABSFAE        TO VGLW1.
           MOVE   ANZSNP        TO VGLW2.
           PERFORM Z30.
           MOVE  'ALTERSGLIEDERUNG / LEISNAP' TO ABSTEXT.
           MOVE   ABSALT        TO VGLW1.
           MOVE   ANZSNP        TO VGLW2.
           PERFORM Z30.
           MOVE  'RESTBETRAG ALLE / ALTERSGLIED.' TO ABSTEXT.
           MOVE  '2'            TO VGLART.
           MOVE   ABSRBT        TO VGLW1.
           MOVE   ABSARB        TO VGLW2.
           PERFORM Z30.
           GO TO Z00Z.
       Z10.
           PERFORM T00.
           MOVE   SPACE         TO LOGPOST.
           MOVE   NAMKRS        TO LGKREIS.
           IF     CPX      NOT  =    22
                  MOVE CPX      TO LGVWS.
           MOVE   NAMVWS        TO LGNAME.
           MOVE   VEEMPF (CPX)  TO LGEMPF.
           MOVE   VEANZ  (CPX)  TO LGANZ.
           MOVE   VESEIT (CPX)  TO LGSEIT.
           MOVE   VEZEIL (CPX)  TO LGZEIL.
           COMPUTE LGSGES = VESEIT (CPX) * VEANZ (CPX).
           WRITE  LOGAUSG FROM LOGPOST.
       Z20.
           ADD    VEZEIL (SVX)  TO ABSZEIL.
           ADD    VEREJ  (SVX)  TO ABSREJ.
           ADD    STATERL (1, SVX) STATFEL (1, SVX) TO ABSFAE.
           ADD    STATRBT (1, SVX) TO ABSRBT.
           PERFORM Z25 VARYING STUFIDX FROM 1 BY 1
                                 UNTIL STUFIDX GREATER 4.
       Z25.
           ADD    ALTANZ (SVX, STUFIDX) TO ABSALT.
           ADD    ALTRBT (SVX, STUFIDX) TO ABSARB.
       Z00Z.
           EXIT.
      *****************************************************************
      *    Z30    ABSTIMMZEILE (VGLW1 GEGEN VGLW2) INS PROTOKOLL       *
      *    &----- VGLART 1 = ANZAHL, 2 = BETRAG (AUFBEREITUNG)        *
      *****************************************************************
       Z30 SECTION.
       Z30A.
           IF     VGLART        =    '1'
                  MOVE VGLW1    TO ANZED
                  MOVE ANZED    TO ABSW1
                  MOVE VGLW2    TO ANZED
                  MOVE ANZED    TO ABSW2
           ELSE
                  MOVE VGLW1    TO BETED
                  MOVE BETED    TO ABSW1
                  MOVE VGLW2    TO BETED
                  MOVE BETED    TO ABSW2.
           IF     VGLW1         =    VGLW2
                  MOVE 'OK'       TO ABSERG
           ELSE
                  MOVE 'DIFFERENZ' TO ABSERG
                  ADD  1          TO ANZDIFF.
           WRITE  LOGAUSG FROM ABSPOST.
           MOVE   SPACE         TO ABSPOST.
       Z30Z.
           EXIT.
      *****************************************************************
      *    WRT AUSGABESATZ SCHREIBEN (MIT SEITENSTEUERUNG)            *
      *****************************************************************
       WRT SECTION.
       WRTA.
           IF     ZEILENNR      GREATER MAXZEIL
                  PERFORM K05.
           WRITE AUSGABE FROM POST.
           ADD    1 TO ZEILENNR.
       WRTZ.
           EXIT.
      *****************************************************************
      *    W95    TRENNZEILE VOR SUMMEN SCHREIBEN                     *
      *****************************************************************
       W95 SECTION.
       W95A.
           IF     ZEILENNR      GREATER MAXZEIL
                  PERFORM K05.
           WRITE  AUSGABE FROM TRENNZEIL.
           ADD    1 TO ZEILENNR.
       W95Z.
           EXIT.
      *****************************************************************
      *    N05    ABSCHNITTSWECHSEL (WIE LEIX275): SEITE AUFFUELLEN   *
      *           UND DEN SEITENKOPF FUER DIE NAECHSTE ZEILE          *
      *           ERZWINGEN; ERSTE SEITE DER AUSFERTIGUNG WIRD NICHT  *
      *           AUFGEFUELLT                                         *
      *****************************************************************
       N05 SECTION.
       N05A.
           IF     SEITENNR      =    ZERO
                  MOVE 99 TO ZEILENNR
                  GO TO N05Z.
       N05B.
           IF     ZEILENNR      NOT GREATER MAXZEIL
                  WRITE AUSGABE FROM LEERZEIL
                  ADD  1 TO ZEILENNR
                  GO TO N05B.
           MOVE   99 TO ZEILENNR.
       N05Z.
           EXIT.
      *****************************************************************
      *    K05    SEITENKOPF: VWST, KREIS, MONAT, SEITE, ABSCHNITT,   *
      *           AUSFERTIGUNG; SPALTEN JE KOPFART (D = DECKBLATT     *
      *           OHNE, G = ZEILENGRUPPEN/ALTER, R = LEIREJ)          *
      *****************************************************************
       K05 SECTION.
       K05A.
           ADD    1 TO SEITENNR.
           MOVE   SEITENNR      TO KOPFSEIT.
           MOVE   WSDATNUM      TO KOPFMON.
           WRITE  AUSGABE FROM KOPF1.
           WRITE  AUSGABE FROM KOPF2.
           IF     KOPFART       =    'G'
                  WRITE AUSGABE FROM KOPF3.
           IF     KOPFART       =    'R'
                  WRITE AUSGABE FROM KOPF4.
           IF     KOPFART       =    'D'
                  WRITE AUSGABE FROM TRENNZEIL.
           WRITE  AUSGABE FROM LEERZEIL.
           MOVE   4 TO ZEILENNR.
       K05Z.
           EXIT.

-INC PDLEIPR
-INC PDLEIBM
-INC UPRO100X
       END PROGRAM LEIX288.
