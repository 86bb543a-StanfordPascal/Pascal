
 PROCESS APOST,NOADV,NODYNAM,NOFLAGSTD,WORD(RWT)
       ID DIVISION.
      *----------------------------------------------------------------
      * LEIX287   ARC=L001
      *----------------------------------------------------------------
      ******************************************************************
      * -------------------------------------------------------------- *
      *  L E I X 2 8 7         ** GESCHICHTETE ZUFALLSSTICHPROBE       *
      *                           VERTRAEGE UND OFFENE FAELLE FUER     *
      *                           DIE REVISION                         *
      * -------------------------------------------------------------- *
      *                           E I N G A B E ---------------------- *
      *                           LEIVSAM     : LEIF3DX ZIELDATEI      *
      *                           LEIEIN      : LEIF1D-KOPIE           *
      *                           BZDA8/ADRDA7: VERWALTUNGSSTELLE      *
      *                           VWSMAP      : KREIS/VWST-ZUORDNUNG   *
      *                           SYSIN       : STEUERKARTEN           *
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEIX7LS     : STICHPROBENNACHWEIS    *
      *                           LEISTIR     : STICHPROBENREGISTER    *
      *                                         (WIE LEISTAD: H/D/T)   *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  STEUERKARTEN (BIS ENDE-KARTE ODER LEERKARTE):                 *
      *   P-KARTE (PFLICHT, ERSTE KARTE)                               *
      *     SP  2-5   BERICHTSMONAT JJMM (WIE WSLEIBM, LEER = HEUTE)   *
      *     SP  7     UEBERSTEUERUNG J (WIE WSLEIBM)                   *
      *     SP  9-17  STARTWERT DES ZUFALLSGENERATORS (1-999999999)    *
      *     SP 19-47  BIS ZU 6 JAHRESGRENZEN JJJJ, AUFSTEIGEND, JE     *
      *               5 STELLEN; N GRENZEN ERGEBEN N+1 JAHRESBAENDER   *
      *               (BAND 1 = VOR DER ERSTEN GRENZE)                 *
      *   V-KARTE (UMFANG JE VERTRAGSSCHICHT GESL X JAHRESBAND)        *
      *     SP  3     GESL 0-9 ODER * (ALLE)                           *
      *     SP  5     JAHRESBAND 1-7 ODER * (ALLE)                     *
      *     SP 10-13  STICHPROBENUMFANG JE SCHICHT                     *
      *   F-KARTE (UMFANG JE FALLSCHICHT VWST X KATEGORIE)             *
      *     SP  3-6   KREIS AUS VWSMAP, *SON = SONSTIGE (FELLBACH)     *
      *               ODER **** (ALLE)                                 *
      *     SP  8     KATEGORIE 1-4 (KV-MASCH/KV-MAN/AR-MASCH/AR-MAN)  *
      *               ODER * (ALLE)                                    *
      *     SP 10-13  STICHPROBENUMFANG JE SCHICHT                     *
      *   SPAETERE KARTEN UEBERSCHREIBEN FRUEHERE. EINE FEHLERHAFTE    *
      *   KARTE VERHINDERT DIE GANZE STICHPROBE (RC 16).               *
      * -------------------------------------------------------------- *
      *  GRUNDGESAMTHEIT VERTRAEGE: JEDER LOGISCHE VERTRAG (STAMM-     *
      *  SATZ + FOLGESAETZE) MIT MINDESTENS EINEM ZEITRAUM. SCHICHT =  *
      *  GESL DES ZEITRAUMS MIT DEM SPAETESTEN ENDE UND JAHRESBAND     *
      *  DES VERTRAGSJAHRS (JAHR DES FRUEHESTEN ZEITRAUMBEGINNS).      *
      *  GRUNDGESAMTHEIT FAELLE: DIE VON LEIX275 GEZAEHLTEN FAELLE     *
      *  (GLEICHE ZULAESSIGKEIT UND VWST-AUFLOESUNG); SCHICHT = VWST   *
      *  UND KATEGORIE (MANKAT).                                       *
      *  AUSWAHL JE SCHICHT OHNE ZURUECKLEGEN IN ZWEI DURCHLAEUFEN:    *
      *  1. BESTAND JE SCHICHT ZAEHLEN, 2. JEDE EINHEIT IN DATEI-      *
      *  FOLGE MIT WAHRSCHEINLICHKEIT (UMFANG - GEZOGEN) / (BESTAND -  *
      *  GESEHEN) ZIEHEN. ZUFALLSZAHLEN AUS EINEM MULTIPLIKATIVEN      *
      *  KONGRUENZGENERATOR MODUL 2147483647 (MULTIPLIKATOR 16807 FUER *
      *  VERTRAEGE, 48271 FUER FAELLE, BEIDE AB DEM STARTWERT) - DER   *
      *  GLEICHE STARTWERT ERGIBT AUF DEM GLEICHEN BESTAND IMMER DIE   *
      *  GLEICHE STICHPROBE.                                           *
      * -------------------------------------------------------------- *
      *  15/10/26 HM              ERSTELLUNG                           *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEIX287.
       ENVIRONMENT   DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
-INC SPECNAME
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT ADRDA7  ASSIGN TO    ADRDA7
                          ORGANIZATION INDEXED
                          ACCESS       RANDOM
                          FILE STATUS  STATUS-BYTE
                          RECORD KEY   A-KEY.
           SELECT BZDA8   ASSIGN TO    BZDA8
                          ORGANIZATION INDEXED
                          ACCESS       RANDOM
                          FILE STATUS  STATUS-BYTE
                          RECORD KEY   BZ-KEY.
           SELECT LEIVSAM ASSIGN TO    LEIVSAM
                          ORGANIZATION INDEXED
                          ACCESS       DYNAMIC
                          FILE STATUS  STATUS-BYTE
                          RECORD KEY   LEICSCHL.
           SELECT LEIEIN  ASSIGN TO    LEIEIN.
           SELECT SRTWK1  ASSIGN TO    SRTWK1.
           SELECT VWSMAP  ASSIGN TO    VWSMAP
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIX7LS ASSIGN TO    LEIX7LS
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISTIR ASSIGN TO    LEISTIR
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIPROT ASSIGN TO    LEIPROT
                          FILE STATUS  STATUS-BYTE.
       DATA DIVISION.
       FILE SECTION.
       FD         ADRDA7
                  LABEL RECORDS   STANDARD.
-INC ADRSATZN

       FD         BZDA8
                  LABEL RECORDS   STANDARD.
-INC BZSATZ8

       FD         LEIVSAM
                  LABEL RECORDS   STANDARD.
-INC LEICSATX

       FD         LEIEIN
                  RECORDING     F
                  RECORD      220 CHARACTERS
                  BLOCK      7920 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEIOSATX
      *
      *    &----- KONTROLLSATZ DER VORPRUEFUNG LEIX274 (SATZART 9,
      *    &----- KNZ K) WIRD UEBERLESEN
      *
       01         EINKSATZ.
           05     EINKART         PIC 9.
           05     EINKKNZ         PIC X.
           05     FILLER          PIC X(218).
      *
      *    &----- SORTIERARBEITSDATEI: EIN SATZ JE GEZOGENER EINHEIT,
      *    &----- SORTIERT NACH ART (1 = VERTRAG, 2 = FALL), SCHICHT
      *    &----- UND LAUFENDER NUMMER IM BESTAND DER SCHICHT
      *
       SD         SRTWK1
                  RECORD       67 CHARACTERS.
       01         SRTSATZ.
           05     SRTART          PIC 9.
           05     SRTS1           PIC 9(2).
           05     SRTS2           PIC 9.
           05     SRTLFD          PIC 9(9).
           05     SRTVERT         PIC X(4).
           05     SRTBEGJ         PIC 9(4).
           05     SRTLETZ         PIC 9(6).
           05     SRTZDVG         PIC 9(4).
           05     SRTVSNR         PIC X(10).
           05     SRTRDAT         PIC 9(6).
           05     SRTTYP          PIC 9.
           05     SRTAST          PIC X.
           05     SRTGESV         PIC S9(9)V99     COMP-3.
           05     SRTGESR         PIC S9(9)V99     COMP-3.
           05     SRTGESE         PIC S9(9)V99     COMP-3.
      *
      *    &----- VERWALTUNGSSTELLEN-ZUORDNUNG (KREIS -> VWST)
      *
       FD         VWSMAP
                  RECORDING     F
                  RECORD       20 CHARACTERS
                  BLOCK      2000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         VWSATZ.
           05     VMKREIS         PIC X(4).
           05     VMBEZTXT        PIC X(9).
           05     FILLER          PIC X(7).

       FD         LEIX7LS
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         AUSGABE         PIC X(80).
      *
      *    &----- STICHPROBENREGISTER FUER DIE REVISION (AUFBAU WIE
      *    &----- LEISTAD): H = KOPF MIT STARTWERT UND JAHRESGRENZEN,
      *    &----- D = JE SCHICHT BESTAND, UMFANG UND GEZOGENE ANZAHL,
      *    &----- T = ENDE MIT SATZZAHL UND SUMMEN; SEMIKOLON-GETRENNT
      *
       FD         LEISTIR
                  RECORDING     F
                  RECORD      120 CHARACTERS
                  BLOCK     12000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         EXTSATZ         PIC X(120).
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
           05      VWST            PIC 9(2)                VALUE ZERO.
           05      VTYP            PIC 9                   VALUE ZERO.
           05      MANKAT          PIC 9                   VALUE ZERO.
           05      ANZKART         PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZKFEHL        PIC S9(5)        COMP-3 VALUE ZERO.
           05      KARTSUMM        PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZVERT         PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZOHNE         PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZEIN          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZZUL          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZREJ          PIC S9(9)        COMP-3 VALUE ZERO.
           05      VWSTKNT-P1      PIC S9(3)        COMP-3 VALUE ZERO.
           05      SVX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      VTX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      KTX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      GLX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      BDX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      GRX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      ZRX             PIC S9(5)        COMP-3 VALUE ZERO.
           05      INDX            PIC S9(5)        COMP-3 VALUE ZERO.
           05      SVVON           PIC S9(3)        COMP-3 VALUE ZERO.
           05      SVBIS           PIC S9(3)        COMP-3 VALUE ZERO.
           05      KTVON           PIC S9(3)        COMP-3 VALUE ZERO.
           05      KTBIS           PIC S9(3)        COMP-3 VALUE ZERO.
           05      GLVON           PIC S9(3)        COMP-3 VALUE ZERO.
           05      GLBIS           PIC S9(3)        COMP-3 VALUE ZERO.
           05      BDVON           PIC S9(3)        COMP-3 VALUE ZERO.
           05      BDBIS           PIC S9(3)        COMP-3 VALUE ZERO.
           05      ANZGRENZ        PIC S9(3)        COMP-3 VALUE ZERO.
           05      BANDANZ         PIC S9(3)        COMP-3 VALUE 1.
           05      LAUF            PIC X                   VALUE '1'.
           05      PGEF            PIC X                   VALUE '0'.
           05      GRENDE          PIC X                   VALUE '0'.
           05      KARTFEHL        PIC X                   VALUE '0'.
           05      BESTFEHL        PIC X                   VALUE '0'.
           05      IOABBR          PIC X                   VALUE '0'.
           05      FENSTJJ         PIC 99                  VALUE ZERO.
           05      JHR2            PIC 99                  VALUE ZERO.
           05      JHR4            PIC 9(4)                VALUE ZERO.
           05      ZRENDE          PIC 9(6)                VALUE ZERO.
           05      JAHRA           PIC 9(4)                VALUE ZERO.
           05      SAATWERT        PIC 9(9)                VALUE ZERO.
      *
      *    &----- BERICHTSMONAT ALS JJMM (WIE LEIX275-WSDATSTAMP)
      *
       01          WSDATSTAMP.
           05      WSDATJJ         PIC 99.
           05      WSDATMM         PIC 99.
       01          FILLER REDEFINES WSDATSTAMP.
           05      WSDATNUM        PIC 9(4).
      *
      *    &----- KREIS -> VERWALTUNGSSTELLE, AUS VWSMAP GELADEN
      *    &----- (INDEX 1 = SONSTIGE/FELLBACH, IMMER VORHANDEN)
      *
       01          VWSTTAB.
           05      VWSTKNT         PIC S9(3)        COMP-3 VALUE ZERO.
           05      VWSTEL          OCCURS 20 TIMES.
                   10  VTKREIS     PIC X(4).
                   10  VTBEZTXT    PIC X(9).
      *
      *    &----- GRUPPENWECHSEL LEIVSAM: EIN LOGISCHER VERTRAG
      *
       01          FILLER.
           05      LAUFVERT        PIC X(4)                VALUE
                                                           LOW-VALUE.
           05      LAUFLETZ        PIC 9(6)                VALUE ZERO.
           05      LAUFBEGJ        PIC 9(4)                VALUE ZERO.
           05      LAUFGESL        PIC 9                   VALUE ZERO.
           05      LAUFZDVG        PIC 9(4)                VALUE ZERO.
      *
      *    &----- ZUFALLSGENERATOR (R00) UND AUSWAHLENTSCHEIDUNG (R10)
      *
       01          FILLER.
           05      ZUFSTAND        PIC S9(10)       COMP-3 VALUE ZERO.
           05      ZUFMULT         PIC S9(5)        COMP-3 VALUE ZERO.
           05      ZUFMODUL        PIC S9(10)       COMP-3 VALUE
                                                           2147483647.
           05      ZUFPROD         PIC S9(15)       COMP-3 VALUE ZERO.
           05      ZUFQUOT         PIC S9(15)       COMP-3 VALUE ZERO.
           05      ZUFLINKS        PIC S9(18)       COMP-3 VALUE ZERO.
           05      ZUFRECHT        PIC S9(18)       COMP-3 VALUE ZERO.
           05      ZUFPOP          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ZUFGES          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ZUFSOLL         PIC S9(9)        COMP-3 VALUE ZERO.
           05      ZUFZIEH         PIC S9(9)        COMP-3 VALUE ZERO.
           05      ZIEHEN          PIC X                   VALUE '0'.
      *
      *    &----- STEUERKARTE (P/V/F, ENDE-KARTE)
      *
       01          STKARTE.
           05      STKART          PIC X                   VALUE SPACE.
                   88  KARTE-PARM                          VALUE 'P'.
                   88  KARTE-VERTRAG                       VALUE 'V'.
                   88  KARTE-FALL                          VALUE 'F'.
           05      FILLER          PIC X(79)               VALUE SPACE.
       01          FILLER REDEFINES STKARTE.
           05      STKENDE         PIC X(4).
           05      FILLER          PIC X(76).
       01          FILLER REDEFINES STKARTE.
           05      FILLER          PIC X.
           05      STPMONA         PIC X(4).
           05      FILLER          PIC X.
           05      STPUEBS         PIC X.
           05      FILLER          PIC X.
           05      STPSAATX        PIC X(9).
           05      STPSAAT         REDEFINES STPSAATX PIC 9(9).
           05      FILLER          PIC X.
           05      STPGRENZ        OCCURS 6 TIMES.
                   10  STPGRX      PIC X(4).
                   10  STPGRN      REDEFINES STPGRX   PIC 9(4).
                   10  FILLER      PIC X.
           05      FILLER          PIC X(32).
       01          FILLER REDEFINES STKARTE.
           05      FILLER          PIC X(2).
           05      STVGESL         PIC X.
           05      STVGESN         REDEFINES STVGESL  PIC 9.
           05      FILLER          PIC X.
           05      STVBAND         PIC X.
           05      STVBANN         REDEFINES STVBAND  PIC 9.
           05      FILLER          PIC X(4).
           05      STUMFX          PIC X(4).
           05      STUMF           REDEFINES STUMFX   PIC 9(4).
           05      FILLER          PIC X(67).
       01          FILLER REDEFINES STKARTE.
           05      FILLER          PIC X(2).
           05      STFKREIS        PIC X(4).
           05      FILLER          PIC X.
           05      STFKAT          PIC X.
           05      STFKATN         REDEFINES STFKAT   PIC 9.
           05      FILLER          PIC X(72).
      *
      *    &----- UNTERE JAHRESGRENZE JE BAND 2-7 (AUS DER P-KARTE)
      *
       01          BANDTAB.
           05      BANDGR          PIC 9(4)   OCCURS 6 TIMES.
       01          BANDTXT         PIC X(9)                VALUE SPACE.
      *
      *    &----- VERTRAGSSCHICHTEN: GESL (0-9 -> 1-10) X JAHRESBAND
      *
       01          VSTRTAB.
           05      VSTGESL         OCCURS 10 TIMES.
                   10  VSTBAND     OCCURS 7 TIMES.
                       15  VSTPOP  PIC S9(9)        COMP-3 VALUE ZERO.
                       15  VSTSOLL PIC S9(5)        COMP-3 VALUE ZERO.
                       15  VSTZIEH PIC S9(5)        COMP-3 VALUE ZERO.
                       15  VSTGES  PIC S9(9)        COMP-3 VALUE ZERO.
      *
      *    &----- FALLSCHICHTEN: VWST (1 = SONSTIGE) X KATEGORIE 1-4
      *
       01          FSTRTAB.
           05      FSTVWS          OCCURS 21 TIMES.
                   10  FSTKAT      OCCURS 4 TIMES.
                       15  FSTPOP  PIC S9(9)        COMP-3 VALUE ZERO.
                       15  FSTSOLL PIC S9(5)        COMP-3 VALUE ZERO.
                       15  FSTZIEH PIC S9(5)        COMP-3 VALUE ZERO.
                       15  FSTGES  PIC S9(9)        COMP-3 VALUE ZERO.
      *
      *    &----- SUMMEN JE GRUNDGESAMTHEIT (Z90)
      *
       01          FILLER.
           05      GESVPOP         PIC S9(9)        COMP-3 VALUE ZERO.
           05      GESVSOLL        PIC S9(9)        COMP-3 VALUE ZERO.
           05      GESVZIEH        PIC S9(9)        COMP-3 VALUE ZERO.
           05      GESFPOP         PIC S9(9)        COMP-3 VALUE ZERO.
           05      GESFSOLL        PIC S9(9)        COMP-3 VALUE ZERO.
           05      GESFZIEH        PIC S9(9)        COMP-3 VALUE ZERO.
           05      REGPOPW         PIC S9(9)        COMP-3 VALUE ZERO.
           05      REGSOLW         PIC S9(9)        COMP-3 VALUE ZERO.
           05      REGZIEW         PIC S9(9)        COMP-3 VALUE ZERO.
           05      REGGESW         PIC S9(9)        COMP-3 VALUE ZERO.
           05      REGQUOW         PIC S9(3)V9      COMP-3 VALUE ZERO.

       01          KATTXT-TAB.
           05      FILLER          PIC X(9)  VALUE 'KV-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'KV-MAN'.
           05      FILLER          PIC X(9)  VALUE 'AR-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'AR-MAN'.
       01          FILLER REDEFINES KATTXT-TAB.
           05      KATTXT          OCCURS 4 TIMES     PIC X(9).

       01          TYPTXT-TAB.
           05      FILLER          PIC X(3)  VALUE 'ERL'.
           05      FILLER          PIC X(3)  VALUE 'FEL'.
       01          FILLER REDEFINES TYPTXT-TAB.
           05      TYPTXT          OCCURS 2 TIMES     PIC X(3).
      *
      *    &----- VWST-BEZEICHNUNG (S01) UND ABSCHNITTSWECHSEL
      *
       01          FILLER.
           05      VWSTXT          PIC X(9)                VALUE SPACE.
           05      GESLA           PIC 9                   VALUE ZERO.
           05      VORART          PIC 9                   VALUE ZERO.
           05      VORS1           PIC 9(2)                VALUE ZERO.
           05      VORS2           PIC 9                   VALUE ZERO.
      *
      *    &----- KARTENBILD UND FEHLERZEILE
      *
       01          KARTZEIL.
           05      FILLER          PIC X(7)  VALUE 'KARTE: '.
           05      KARTBILD        PIC X(72).
           05      FILLER          PIC X     VALUE SPACE.
       01          FEHLZEIL.
           05      FILLER          PIC X(7)  VALUE '   ** '.
           05      KARTTEXT        PIC X(50)               VALUE SPACE.
           05      FILLER          PIC X(23) VALUE SPACE.
      *
      *    &----- VERTRAGSZEILE UND ZEITRAUMZEILE
      *
       01          POSTV.
           05      POVLFD          PIC Z(8)9.
           05      FILLER          PIC X(2).
           05      POVVERT         PIC 9(7).
           05      FILLER          PIC X(3).
           05      POVBEGJ         PIC 9(4).
           05      FILLER          PIC X(4).
           05      POVLETZ         PIC 9999/99.
           05      FILLER          PIC X(4).
           05      POVZDVG         PIC ZZZ9.
           05      FILLER          PIC X(4).
           05      POVGESL         PIC 9.
           05      FILLER          PIC X(3).
           05      POVBAND         PIC X(9).
           05      FILLER          PIC X(19).

       01          POSTZ.
           05      FILLER          PIC X(13) VALUE SPACE.
           05      FILLER          PIC X(4)  VALUE 'VON '.
           05      PZVONM          PIC 99.
           05      FILLER          PIC X     VALUE '.'.
           05      PZVONJ          PIC 99.
           05      FILLER          PIC X(5)  VALUE ' BIS '.
           05      PZBISM          PIC 99.
           05      FILLER          PIC X     VALUE '.'.
           05      PZBISJ          PIC 99.
           05      FILLER          PIC X(7)  VALUE '  TASN '.
           05      PZTASN          PIC 9(3).
           05      FILLER          PIC X(7)  VALUE '  GESL '.
           05      PZGESL          PIC 9.
           05      FILLER          PIC X(7)  VALUE '  ANZA '.
           05      PZANZA          PIC ZZ9,99.
           05      FILLER          PIC X(17) VALUE SPACE.
      *
      *    &----- FALLZEILE
      *
       01          POSTF.
           05      POFLFD          PIC Z(8)9.
           05      FILLER          PIC X(2).
           05      POFVSNR         PIC X(10).
           05      FILLER          PIC X.
           05      POFRDAT         PIC 9(6).
           05      FILLER          PIC X.
           05      POFTYP          PIC X(3).
           05      FILLER          PIC X.
           05      POFVWS          PIC X(9).
           05      POFVBTR         PIC Z(7)9,99-.
           05      POFRBTR         PIC Z(7)9,99-.
           05      POFEBTR         PIC Z(7)9,99-.
           05      FILLER          PIC X(2).
      *
      *    &----- REGISTERZEILE JE SCHICHT
      *
       01          REGZEIL.
           05      REGS1           PIC X(9).
           05      FILLER          PIC X(2).
           05      REGS2           PIC X(9).
           05      FILLER          PIC X(2).
           05      REGPOP          PIC Z(8)9.
           05      FILLER          PIC X(3).
           05      REGSOLL         PIC Z(4)9.
           05      FILLER          PIC X(3).
           05      REGZIEH         PIC Z(4)9.
           05      FILLER          PIC X(3).
           05      REGQUOT         PIC ZZ9,9.
           05      FILLER          PIC X(2).
           05      REGVOLL         PIC X(4).
           05      FILLER          PIC X(19).
      *
      *    &----- ZAEHLERZEILE DES REGISTERS
      *
       01          ZAEPOST.
           05      ZAETEXT         PIC X(46).
           05      ZAEZAHL         PIC Z(8)9.
           05      FILLER          PIC X(25).
      *
      *    &----- VERFAHRENSBESCHREIBUNG AUF DEM REGISTER
      *
       01          VERFTXT1.
           05      FILLER          PIC X(40) VALUE
                   'AUSWAHL JE SCHICHT OHNE ZURUECKLEGEN, ZW'.
           05      FILLER          PIC X(40) VALUE
                   'EI DURCHLAEUFE (BESTAND ZAEHLEN/ZIEHEN) '.
       01          VERFTXT2.
           05      FILLER          PIC X(40) VALUE
                   'ZIEHUNGSWAHRSCHEINLICHKEIT JE EINHEIT: ('.
           05      FILLER          PIC X(40) VALUE
                   'UMFANG-GEZOGEN) / (BESTAND-GESEHEN)     '.
       01          VERFTXT3.
           05      FILLER          PIC X(40) VALUE
                   'ZUFALLSZAHLEN: KONGRUENZGENERATOR MODUL '.
           05      FILLER          PIC X(40) VALUE
                   '2147483647, MULTIPLIKATOR 16807 (VERTR.)'.
       01          VERFTXT4.
           05      FILLER          PIC X(40) VALUE
                   '               BZW. 48271 (FAELLE), JEWE'.
           05      FILLER          PIC X(40) VALUE
                   'ILS AB DEM STARTWERT DER P-KARTE        '.
      *
      *    &----- ARBEITSFELDER STICHPROBENREGISTER (X01/X02/X03)
      *
       01          FILLER.
           05      EXTCNT          PIC S9(9)        COMP-3 VALUE ZERO.
           05      EXTDAT6         PIC X(6)                VALUE SPACE.
           05      EXTDAT4         PIC X(4)                VALUE SPACE.
           05      EXTART          PIC X                   VALUE SPACE.
           05      EXTS1N          PIC 9(2)                VALUE ZERO.
           05      EXTS2N          PIC 9                   VALUE ZERO.
           05      EXTS1T          PIC X(9)                VALUE SPACE.
           05      EXTS2T          PIC X(9)                VALUE SPACE.
           05      EXTSAAT         PIC 9(9)                VALUE ZERO.
           05      EXTGRANZ        PIC 9                   VALUE ZERO.
           05      EXTPOPA         PIC 9(9)                VALUE ZERO.
           05      EXTSOLA         PIC 9(9)                VALUE ZERO.
           05      EXTZIEA         PIC 9(9)                VALUE ZERO.
           05      EXTCNTA         PIC 9(9)                VALUE ZERO.
       01          EXTZEILE        PIC X(120)              VALUE SPACE.
      *
      *    &----- JAHRESGRENZEN FUER DEN KOPFSATZ AUS BANDGR (DIE
      *    &----- P-KARTE IST BEI X01 LAENGST UEBERLESEN)
      *
       01          EXTGRTAB.
           05      EXTGRENZ        OCCURS 6 TIMES.
                   10  EXTGR       PIC X(4).
                   10  EXTGRN      REDEFINES EXTGR    PIC 9(4).
      *
      *    &----- SEITENSTEUERUNG UND KOEPFE (WIE LEIX275)
      *
       01          FILLER.
           05      SEITENNR        PIC S9(5)        COMP-3 VALUE ZERO.
           05      ZEILENNR        PIC S9(3)        COMP-3 VALUE 99.
           05      MAXZEIL         PIC S9(3)        COMP-3 VALUE 56.
           05      KOPFART         PIC X                   VALUE '0'.

       01          KOPF1.
           05      FILLER          PIC X(41)
                   VALUE 'LEIX287  STICHPROBE REVISION  STARTWERT '.
           05      KOPFSAAT        PIC 9(9).
           05      FILLER          PIC X(7)  VALUE ' MONAT '.
           05      KOPFMON         PIC 9(4).
           05      FILLER          PIC X(7)  VALUE '  SEITE'.
           05      KOPFSEIT        PIC ZZZZ9.
           05      FILLER          PIC X(7)  VALUE SPACE.

       01          KOPF2.
           05      FILLER          PIC X(11) VALUE 'ABSCHNITT: '.
           05      KOPFGRP         PIC X(40).
           05      FILLER          PIC X(29) VALUE SPACE.

       01          KOPF3V.
           05      FILLER          PIC X(11) VALUE 'NR.BESTAND'.
           05      FILLER          PIC X(10) VALUE 'VERTRAG'.
           05      FILLER          PIC X(8)  VALUE 'BEGINN'.
           05      FILLER          PIC X(11) VALUE 'LETZT.ENDE'.
           05      FILLER          PIC X(8)  VALUE '  ZR'.
           05      FILLER          PIC X(5)  VALUE 'GESL'.
           05      FILLER          PIC X(9)  VALUE 'JAHRE'.
           05      FILLER          PIC X(18) VALUE SPACE.

       01          KOPF3F.
           05      FILLER          PIC X(11) VALUE 'NR.BESTAND'.
           05      FILLER          PIC X(11) VALUE 'VSNR'.
           05      FILLER          PIC X(7)  VALUE 'FALLDT'.
           05      FILLER          PIC X(4)  VALUE 'TYP'.
           05      FILLER          PIC X(9)  VALUE 'VWST'.
           05      FILLER          PIC X(12) VALUE '   VORSCHUSS'.
           05      FILLER          PIC X(12) VALUE '        REST'.
           05      FILLER          PIC X(12) VALUE '  ERSTATTUNG'.
           05      FILLER          PIC X(2)  VALUE SPACE.

       01          KOPF3R.
           05      FILLER          PIC X(22) VALUE 'SCHICHT'.
           05      FILLER          PIC X(12) VALUE '  BESTAND'.
           05      FILLER          PIC X(8)  VALUE 'UMFANG'.
           05      FILLER          PIC X(8)  VALUE 'GEZOGEN'.
           05      FILLER          PIC X(7)  VALUE 'ANT. %'.
           05      FILLER          PIC X(23) VALUE SPACE.

       01          DRUCKZEIL       PIC X(80) VALUE SPACE.
       01          TRENNZEIL       PIC X(80) VALUE ALL '-'.
       01          LEERZEIL        PIC X(80) VALUE SPACE.

-INC WSLEIPR
-INC U100C80
-INC VSSTATUS
-INC WSLEIBA
-INC WSLEIBV
-INC WSLEIPK
-INC WSLEIKO
+INC TOL.LEICWORK
-INC WSDATUM
-INC WSLEIBM

       PROCEDURE DIVISION.

-INC PDDATUM

           CALL  'UPRO100' USING U100SATZ.

           OPEN   EXTEND LEIPROT.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIPROT **' STATUS-BYTE.
           MOVE  'LEIX287'      TO PROPROG.
           MOVE  'I'            TO PROSTUFE.
           MOVE  'STRT'         TO PROEREIG.
           PERFORM P90.
      *
      *    &----- ZWEISTELLIGE JAHRE WIE IM LEI386-VERFAHREN: BIS
      *    &----- LAUFJAHR + 10 GILT 20JJ, DARUEBER 19JJ
      *
           COMPUTE FENSTJJ = JJ + 10.

           PERFORM V00.
           COMPUTE VWSTKNT-P1 = VWSTKNT + 1.

           OPEN   OUTPUT LEIX7LS.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIX7LS - ABBRECHEN **'
                  MOVE 'LEIX7LS' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
      *
      *    &----- STEUERKARTEN: JEDER FEHLER VERHINDERT DIE STICHPROBE
      *
           PERFORM B00.
           IF     KARTFEHL      =    '1'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'PARM'    TO PROEREIG
                  MOVE 'SYSIN'   TO PRODATEI
                  MOVE ANZKFEHL  TO PROZAHL1
                  MOVE ANZKART   TO PROZAHL2
                  MOVE 'STEUERKARTEN FEHLERHAFT' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z99.

           OPEN   INPUT ADRDA7.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN ADRDA7 - ABBRECHEN **'
                  MOVE 'ADRDA7'  TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
           OPEN   INPUT BZDA8.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN BZDA8  - ABBRECHEN **'
                  MOVE 'BZDA8'   TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
           OPEN   OUTPUT LEISTIR.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISTIR - ABBRECHEN **'
                  MOVE 'LEISTIR' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
      *
      *    &----- DURCHLAUF 1: BESTAND JE SCHICHT ZAEHLEN
      *
           MOVE   '1'           TO LAUF.
           PERFORM C00.
           IF     IOABBR        =    '1'             GO TO Z99.
           PERFORM E00.
           IF     IOABBR        =    '1'             GO TO Z99.
      *
      *    &----- DURCHLAUF 2: ZIEHEN (D00), GEZOGENE EINHEITEN JE
      *    &----- SCHICHT DRUCKEN (S00)
      *
           MOVE   '2'           TO LAUF.
           SORT   SRTWK1   ON ASCENDING KEY SRTART SRTS1 SRTS2 SRTLFD
                  INPUT PROCEDURE  D00
                  OUTPUT PROCEDURE S00.

           IF     IOABBR        =    '1'             GO TO Z99.

           PERFORM Z90.
      *
      *    &----- BESTAND IM ZWEITEN DURCHLAUF ANDERS ALS IM ERSTEN:
      *    &----- LEIVSAM ODER LEIEIN WURDE WAEHREND DES LAUFS
      *    &----- VERAENDERT - DIE STICHPROBE IST NICHT BELEGBAR
      *
           IF     BESTFEHL      =    '1'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'ABLF'    TO PROEREIG
                  MOVE 'LEIVSAM' TO PRODATEI
                  MOVE GESVPOP   TO PROZAHL1
                  MOVE GESFPOP   TO PROZAHL2
                  MOVE 'BESTAND IM LAUF VERAENDERT' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91.

           IF     PRORC         LESS 8
                  MOVE 'I'       TO PROSTUFE
                  MOVE 'ENDE'    TO PROEREIG
                  MOVE GESVZIEH  TO PROZAHL1
                  MOVE GESFZIEH  TO PROZAHL2
                  MOVE 'GEZOGEN VERTRAEGE/FAELLE' TO PROTEXT
                  PERFORM P90.
      *
      *    &----- BEI DATEIFEHLERN WIRD DER BERICHTSTEIL UEBERSPRUNGEN
      *    &----- (EINSPRUNG Z99): NUR PROTOKOLL, RETURN-CODE, ENDE
      *
       Z99.
           CLOSE  ADRDA7 BZDA8 LEIX7LS LEISTIR.
           CLOSE  LEIPROT.
           MOVE   PRORC TO RETURN-CODE.
           STOP   RUN.
      *****************************************************************
      *    B00    STEUERKARTEN LESEN, PRUEFEN UND DRUCKEN              *
      *    &----- BIS ENDE-KARTE ODER LEERKARTE (WIE LEI386K)          *
      *****************************************************************
       B00 SECTION.
       B00A.
           MOVE   '4'           TO KOPFART.
           MOVE  'STEUERKARTEN'  TO KOPFGRP.
           PERFORM N05.
       B00B.
           ACCEPT STKARTE FROM SYSIN.
           IF     STKARTE       =    SPACE   OR
                  STKENDE       =    'ENDE'          GO TO B00C.
           ADD    1 TO ANZKART.
           MOVE   STKARTE       TO KARTBILD.
           MOVE   KARTZEIL      TO DRUCKZEIL.
           PERFORM WRT.
           MOVE   SPACE         TO KARTTEXT.

           IF     ANZKART       =    1       AND
                  NOT KARTE-PARM
                  MOVE 'ERSTE KARTE MUSS DIE P-KARTE SEIN' TO KARTTEXT
                  GO TO B00F.
           IF     KARTE-PARM
                  PERFORM B10
                  GO TO B00F.
           IF     KARTE-VERTRAG
                  PERFORM B20
                  GO TO B00F.
           IF     KARTE-FALL
                  PERFORM B30
                  GO TO B00F.
           MOVE  'KARTENART NICHT P, V ODER F' TO KARTTEXT.
       B00F.
           IF     KARTTEXT NOT  =    SPACE
                  PERFORM B90.
           GO TO B00B.
       B00C.
           IF     PGEF          =    '0'
                  MOVE 'P-KARTE FEHLT'   TO KARTTEXT
                  PERFORM B90.
           IF     KARTSUMM      =    ZERO
                  MOVE 'KEIN STICHPROBENUMFANG ANGEGEBEN' TO KARTTEXT
                  PERFORM B90.
           IF     KARTFEHL      =    '0'
                  MOVE 'STEUERKARTEN IN ORDNUNG'           TO KARTTEXT
                  MOVE FEHLZEIL TO DRUCKZEIL
                  PERFORM WRT.
       B00Z.
           EXIT.
      *****************************************************************
      *    B10    P-KARTE: BERICHTSMONAT, STARTWERT, JAHRESGRENZEN     *
      *****************************************************************
       B10 SECTION.
       B10A.
           IF     PGEF          =    '1'
                  MOVE 'P-KARTE DOPPELT'  TO KARTTEXT
                  GO TO B10Z.
           MOVE   '1'           TO PGEF.

           MOVE   SPACE         TO BMKARTE.
           MOVE   STPMONA       TO BMKMONA.
           MOVE   STPUEBS       TO BMKUEBS.
           PERFORM B80.
           IF     BMFEHL        =    '1'
                  MOVE 'BERICHTSMONAT UNPLAUSIBEL' TO KARTTEXT
                  GO TO B10Z.

           IF     STPSAATX NOT  NUMERIC
                  MOVE 'STARTWERT SP 9-17 NICHT NUMERISCH' TO KARTTEXT
                  GO TO B10Z.
           IF     STPSAAT       =    ZERO
                  MOVE 'STARTWERT 0 NICHT ZULAESSIG'        TO KARTTEXT
                  GO TO B10Z.
           MOVE   STPSAAT       TO SAATWERT.

           MOVE   ZERO          TO ANZGRENZ.
           MOVE   '0'           TO GRENDE.
           PERFORM B11 VARYING GRX FROM 1 BY 1
                   UNTIL GRX GREATER 6 OR KARTTEXT NOT = SPACE.
           COMPUTE BANDANZ = ANZGRENZ + 1.
       B10Z.
           EXIT.
      *****************************************************************
      *    B11    EINE JAHRESGRENZE DER P-KARTE                        *
      *****************************************************************
       B11 SECTION.
       B11A.
           IF     STPGRX (GRX)  =    SPACE
                  MOVE '1'      TO GRENDE
                  GO TO B11Z.
           IF     GRENDE        =    '1'
                  MOVE 'JAHRESGRENZEN MIT LUECKE'           TO KARTTEXT
                  GO TO B11Z.
           IF     STPGRX (GRX)  NOT  NUMERIC
                  MOVE 'JAHRESGRENZE NICHT NUMERISCH'       TO KARTTEXT
                  GO TO B11Z.
           IF     ANZGRENZ      GREATER ZERO   AND
                  STPGRN (GRX)  NOT GREATER BANDGR (ANZGRENZ)
                  MOVE 'JAHRESGRENZEN NICHT AUFSTEIGEND'    TO KARTTEXT
                  GO TO B11Z.
           ADD    1             TO ANZGRENZ.
           MOVE   STPGRN (GRX)  TO BANDGR (ANZGRENZ).
       B11Z.
           EXIT.
      *****************************************************************
      *    B20    V-KARTE: UMFANG FUER GESL X JAHRESBAND EINTRAGEN     *
      *****************************************************************
       B20 SECTION.
       B20A.
           IF     STVGESL       =    '*'
                  MOVE 1        TO GLVON
                  MOVE 10       TO GLBIS
           ELSE
                  IF STVGESL    NOT  NUMERIC
                     MOVE 'GESL SP 3 NICHT 0-9 ODER *'      TO KARTTEXT
                     GO TO B20Z
                  ELSE
                     COMPUTE GLVON = STVGESN + 1
                     MOVE GLVON TO GLBIS.

           IF     STVBAND       =    '*'
                  MOVE 1        TO BDVON
                  MOVE BANDANZ  TO BDBIS
           ELSE
                  IF STVBAND    NOT  NUMERIC  OR
                     STVBANN    LESS 1        OR
                     STVBANN    GREATER BANDANZ
                     MOVE 'JAHRESBAND SP 5 NICHT VORHANDEN' TO KARTTEXT
                     GO TO B20Z
                  ELSE
                     MOVE STVBANN TO BDVON BDBIS.

           IF     STUMFX   NOT  NUMERIC
                  MOVE 'UMFANG SP 10-13 NICHT NUMERISCH'    TO KARTTEXT
                  GO TO B20Z.
           ADD    STUMF         TO KARTSUMM.
           PERFORM B21 VARYING GLX FROM GLVON BY 1
                   UNTIL GLX GREATER GLBIS.
       B20Z.
           EXIT.

       B21 SECTION.
       B21A.
           PERFORM B22 VARYING BDX FROM BDVON BY 1
                   UNTIL BDX GREATER BDBIS.
       B21Z.
           EXIT.

       B22 SECTION.
       B22A.
           MOVE   STUMF         TO VSTSOLL (GLX, BDX).
       B22Z.
           EXIT.
      *****************************************************************
      *    B30    F-KARTE: UMFANG FUER VWST X KATEGORIE EINTRAGEN      *
      *    &----- DER KREIS WIRD UEBER VWSMAP AUF DIE VWST ABGEBILDET *
      *****************************************************************
       B30 SECTION.
       B30A.
           IF     STFKREIS      =    '****'
                  MOVE 1        TO SVVON
                  MOVE VWSTKNT-P1 TO SVBIS
                  GO TO B30B.
           IF     STFKREIS      =    '*SON'
                  MOVE 1        TO SVVON SVBIS
                  GO TO B30B.
           MOVE   STFKREIS      TO BEZVERW.
           MOVE   ZERO          TO VWST.
           PERFORM V01.
           IF     VWST          =    ZERO
                  MOVE 'KREIS SP 3-6 NICHT IN VWSMAP'       TO KARTTEXT
                  GO TO B30Z.
           MOVE   VWST          TO SVVON SVBIS.
       B30B.
           IF     STFKAT        =    '*'
                  MOVE 1        TO KTVON
                  MOVE 4        TO KTBIS
           ELSE
                  IF STFKAT     NOT  NUMERIC  OR
                     STFKATN    LESS 1        OR
                     STFKATN    GREATER 4
                     MOVE 'KATEGORIE SP 8 NICHT 1-4 ODER *' TO KARTTEXT
                     GO TO B30Z
                  ELSE
                     MOVE STFKATN TO KTVON KTBIS.

           IF     STUMFX   NOT  NUMERIC
                  MOVE 'UMFANG SP 10-13 NICHT NUMERISCH'    TO KARTTEXT
                  GO TO B30Z.
           ADD    STUMF         TO KARTSUMM.
           PERFORM B31 VARYING SVX FROM SVVON BY 1
                   UNTIL SVX GREATER SVBIS.
       B30Z.
           EXIT.

       B31 SECTION.
       B31A.
           PERFORM B32 VARYING KTX FROM KTVON BY 1
                   UNTIL KTX GREATER KTBIS.
       B31Z.
           EXIT.

       B32 SECTION.
       B32A.
           MOVE   STUMF         TO FSTSOLL (SVX, KTX).
       B32Z.
           EXIT.
      *****************************************************************
      *    B90    KARTENFEHLER DRUCKEN UND ZAEHLEN                     *
      *****************************************************************
       B90 SECTION.
       B90A.
           MOVE   FEHLZEIL      TO DRUCKZEIL.
           PERFORM WRT.
           MOVE   '1'           TO KARTFEHL.
           ADD    1             TO ANZKFEHL.
       B90Z.
           EXIT.
      *****************************************************************
      *    C00    LEIVSAM VOLLSTAENDIG LESEN, JE LOGISCHEM VERTRAG     *
      *           (STAMMSATZ + FOLGESAETZE) EIN GRUPPENWECHSEL C10     *
      *****************************************************************
       C00 SECTION.
       C00A.
           OPEN   INPUT LEIVSAM.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIVSAM - ABBRECHEN **'
                  MOVE 'LEIVSAM' TO PRODATEI
                  PERFORM P95
                  MOVE '1'       TO IOABBR
                  GO TO C00Z.
           MOVE   LOW-VALUE     TO LAUFVERT.
       C00B.
           READ   LEIVSAM NEXT
                  AT END                              GO TO C00C.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER READ LEIVSAM - ABBRECHEN **'
                          STATUS-BYTE
                  MOVE 'READ'    TO PROEREIG
                  MOVE 'LEIVSAM' TO PRODATEI
                  PERFORM P95
                  MOVE '1'       TO IOABBR
                  GO TO C00D.
      *
      *    &----- KONTROLLSATZ (SCHLUESSEL LOW-VALUE) UEBERLESEN
      *
           IF     LEICSCHL      =    LOW-VALUE       GO TO C00B.

           IF     LEICVERT NOT  =    LAUFVERT
                  IF LAUFVERT   NOT  =    LOW-VALUE
                     PERFORM C10
                  END-IF
                  MOVE LEICVERT TO LAUFVERT
                  MOVE ZERO     TO LAUFLETZ LAUFBEGJ LAUFGESL LAUFZDVG
           END-IF.

           PERFORM C05 VARYING INDX FROM 1 BY 1
                   UNTIL INDX GREATER LEICZDVA.
           GO TO C00B.
       C00C.
           IF     LAUFVERT NOT  =    LOW-VALUE
                  PERFORM C10.
       C00D.
           CLOSE  LEIVSAM.
       C00Z.
           EXIT.
      *****************************************************************
      *    C05    EIN ZEITRAUM: FRUEHESTES BEGINNJAHR, GESL DES        *
      *           ZEITRAUMS MIT DEM SPAETESTEN ENDE                    *
      *****************************************************************
       C05 SECTION.
       C05A.
           MOVE   LEICDATN (INDX) TO ZWISLEIC.
           ADD    1             TO LAUFZDVG.
           MOVE   ZWISBISJ      TO JHR2.
           PERFORM T10.
           COMPUTE ZRENDE = JHR4 * 100 + ZWISBISM.
           IF     ZRENDE        GREATER LAUFLETZ
                  MOVE ZRENDE   TO LAUFLETZ
                  MOVE ZWISGESL TO LAUFGESL.
           MOVE   ZWISVONJ      TO JHR2.
           PERFORM T10.
           IF     LAUFBEGJ      =    ZERO    OR
                  JHR4          LESS LAUFBEGJ
                  MOVE JHR4     TO LAUFBEGJ.
       C05Z.
           EXIT.
      *****************************************************************
      *    C10    GRUPPENWECHSEL VERTRAG: SCHICHT BESTIMMEN, IM        *
      *           DURCHLAUF 1 ZAEHLEN, IM DURCHLAUF 2 ZIEHEN           *
      *    &----- VERTRAEGE OHNE ZEITRAUM HABEN KEIN VERTRAGSJAHR UND *
      *    &----- GEHOEREN NICHT ZUR GRUNDGESAMTHEIT                  *
      *****************************************************************
       C10 SECTION.
       C10A.
           IF     LAUF          =    '1'
                  ADD 1 TO ANZVERT.
           IF     LAUFZDVG      =    ZERO
                  IF LAUF       =    '1'
                     ADD 1 TO ANZOHNE
                  END-IF
                  GO TO C10Z.

           COMPUTE GLX = LAUFGESL + 1.
           PERFORM T20.
           IF     LAUF          =    '1'
                  ADD 1 TO VSTPOP (GLX, BDX)
                  GO TO C10Z.

           MOVE   VSTPOP  (GLX, BDX) TO ZUFPOP.
           MOVE   VSTGES  (GLX, BDX) TO ZUFGES.
           MOVE   VSTSOLL (GLX, BDX) TO ZUFSOLL.
           MOVE   VSTZIEH (GLX, BDX) TO ZUFZIEH.
           PERFORM R10.
           ADD    1             TO VSTGES (GLX, BDX).
           IF     ZIEHEN        =    '0'             GO TO C10Z.

           ADD    1             TO VSTZIEH (GLX, BDX).
           MOVE   SPACE         TO SRTSATZ.
           MOVE   1             TO SRTART.
           MOVE   GLX           TO SRTS1.
           MOVE   BDX           TO SRTS2.
           MOVE   VSTGES (GLX, BDX) TO SRTLFD.
           MOVE   LAUFVERT      TO SRTVERT.
           MOVE   LAUFBEGJ      TO SRTBEGJ.
           MOVE   LAUFLETZ      TO SRTLETZ.
           MOVE   LAUFZDVG      TO SRTZDVG.
           MOVE   ZERO          TO SRTRDAT SRTTYP.
           MOVE   ZERO          TO SRTGESV SRTGESR SRTGESE.
           RELEASE SRTSATZ.
       C10Z.
           EXIT.
      *****************************************************************
      *    D00    SORT-EINGABE: DURCHLAUF 2 UEBER VERTRAEGE UND FAELLE *
      *    &----- JEDE GRUNDGESAMTHEIT BEGINNT BEIM STARTWERT        *
      *****************************************************************
       D00 SECTION.
       D00A.
           MOVE   SAATWERT      TO ZUFSTAND.
           MOVE   16807         TO ZUFMULT.
           PERFORM C00.
           IF     IOABBR        =    '1'             GO TO D00Z.

           MOVE   SAATWERT      TO ZUFSTAND.
           MOVE   48271         TO ZUFMULT.
           PERFORM E00.
       D00Z.
           EXIT.
      *****************************************************************
      *    E00    LEIEIN LESEN, FAELLE WIE LEIX275 ZULASSEN            *
      *****************************************************************
       E00 SECTION.
       E00A.
           OPEN   INPUT LEIEIN.
       E00B.
           READ   LEIEIN AT END                      GO TO E00Y.
           IF     EINKART       =  9          AND
                  EINKKNZ       =  'K'               GO TO E00B.
           IF     LAUF          =  '1'
                  ADD 1 TO ANZEIN.
      *
      *    &----- ZULAESSIGKEIT WIE LEIX275 (A01)
      *
           IF     LEIOSART NOT  =  ZERO              GO TO E00B.
           IF     LEIOVSNR      =  ZERO              GO TO E00B.
           IF     LEIORMON      =  WSDATMM           GO TO E00B.
           IF     LEIOINAC NOT  =  ZERO              GO TO E00B.
           IF     LEIOTRAN NOT  =  ZERO              GO TO E00B.
           IF     LEIOTDAT NOT  =  ZERO              GO TO E00B.

           IF     LAUF          =  '1'
                  ADD 1 TO ANZZUL.
           PERFORM E01.
           GO TO E00B.
       E00Y.
           CLOSE  LEIEIN.
       E00Z.
           EXIT.
      *****************************************************************
      *    E01    EIN FALL: KATEGORIE UND VWST WIE LEIX275, IM         *
      *           DURCHLAUF 1 ZAEHLEN, IM DURCHLAUF 2 ZIEHEN           *
      *    &----- FAELLE MIT FEHLENDEM BZDA8-/ADRDA7-SATZ STELLT      *
      *    &----- LEIX275 NACH LEIREJ STATT IN DIE STATISTIK - SIE   *
      *    &----- GEHOEREN NICHT ZUR GRUNDGESAMTHEIT                  *
      *****************************************************************
       E01 SECTION.
       E01A.
           IF     LEIOMANU      =  'R' OR 'S' MOVE  'X' TO LEIOMANU.
           IF     LEIOHERK      =  'K'        AND
                  LEIOMANU NOT  =  'X'        MOVE 1 TO MANKAT.
           IF     LEIOHERK      =  'K'        AND
                  LEIOMANU      =  'X'        MOVE 2 TO MANKAT.
           IF     LEIOHERK NOT  =  'K'        AND
                  LEIOMANU NOT  =  'X'        MOVE 3 TO MANKAT.
           IF     LEIOHERK NOT  =  'K'        AND
                  LEIOMANU      =  'X'        MOVE 4 TO MANKAT.

           MOVE   1 TO VWST VTYP.
           IF     LEIOFSCH      =  '1'               MOVE 2 TO VTYP.
           MOVE   SPACE         TO ADBASTAT.
           IF     LEIOSOND      =  '1'               GO TO E01C.

           MOVE   LEIOVSNR      TO ADBAVSNR.
           PERFORM U06.
           IF     ADBASTAT      =    '2' OR '4'
                  IF LAUF       =    '1'
                     ADD 1 TO ANZREJ
                  END-IF
                  GO TO E01Z.
           IF     ADBASTAT NOT  =    ZERO            GO TO E01C.
           MOVE   A-KREIS       TO BEZVERW.
           PERFORM V01.
       E01C.
           IF     LAUF          =    '1'
                  ADD 1 TO FSTPOP (VWST, MANKAT)
                  GO TO E01Z.

           MOVE   FSTPOP  (VWST, MANKAT) TO ZUFPOP.
           MOVE   FSTGES  (VWST, MANKAT) TO ZUFGES.
           MOVE   FSTSOLL (VWST, MANKAT) TO ZUFSOLL.
           MOVE   FSTZIEH (VWST, MANKAT) TO ZUFZIEH.
           PERFORM R10.
           ADD    1             TO FSTGES (VWST, MANKAT).
           IF     ZIEHEN        =    '0'             GO TO E01Z.

           ADD    1             TO FSTZIEH (VWST, MANKAT).
           MOVE   SPACE         TO SRTSATZ.
           MOVE   2             TO SRTART.
           MOVE   VWST          TO SRTS1.
           MOVE   MANKAT        TO SRTS2.
           MOVE   FSTGES (VWST, MANKAT) TO SRTLFD.
           MOVE   ZERO          TO SRTBEGJ SRTLETZ SRTZDVG.
           MOVE   LEIOVSNR      TO SRTVSNR.
           MOVE   LEIORDAT      TO SRTRDAT.
           MOVE   VTYP          TO SRTTYP.
           MOVE   ADBASTAT      TO SRTAST.
           MOVE   LEIOGESV      TO SRTGESV.
           MOVE   LEIOGESR      TO SRTGESR.
           MOVE   LEIOGESE      TO SRTGESE.
           RELEASE SRTSATZ.
       E01Z.
           EXIT.
      *****************************************************************
      *    R00    NAECHSTE ZUFALLSZAHL: ZUFSTAND = ZUFSTAND * ZUFMULT  *
      *           MODULO 2147483647 (WERTE 1 BIS 2147483646)           *
      *****************************************************************
       R00 SECTION.
       R00A.
           COMPUTE ZUFPROD = ZUFSTAND * ZUFMULT.
           DIVIDE ZUFPROD BY ZUFMODUL GIVING ZUFQUOT
                  REMAINDER ZUFSTAND.
       R00Z.
           EXIT.
      *****************************************************************
      *    R10    AUSWAHLENTSCHEIDUNG FUER DIE NAECHSTE EINHEIT DER    *
      *           SCHICHT (ZIEHEN = 1 -> GEZOGEN)                      *
      *    &----- JE EINHEIT WIRD GENAU EINE ZUFALLSZAHL VERBRAUCHT. *
      *    &----- GEZOGEN WIRD, WENN                                 *
      *    &-----   ZUFALLSZAHL / MODUL < (UMFANG - GEZOGEN) /       *
      *    &-----                         (BESTAND - GESEHEN)        *
      *    &----- (GANZZAHLIG UEBER KREUZ VERGLICHEN). DAMIT WERDEN  *
      *    &----- JE SCHICHT GENAU MIN(UMFANG, BESTAND) GEZOGEN.     *
      *****************************************************************
       R10 SECTION.
       R10A.
           PERFORM R00.
           MOVE   '0'           TO ZIEHEN.
           IF     ZUFZIEH       NOT LESS ZUFSOLL      GO TO R10Z.
           COMPUTE ZUFLINKS = (ZUFPOP - ZUFGES) * ZUFSTAND.
           COMPUTE ZUFRECHT = (ZUFSOLL - ZUFZIEH) * ZUFMODUL.
           IF     ZUFLINKS      LESS ZUFRECHT
                  MOVE '1'      TO ZIEHEN.
       R10Z.
           EXIT.
      *****************************************************************
      *    S00    SORT-AUSGABE: GEZOGENE EINHEITEN JE SCHICHT DRUCKEN  *
      *    &----- VERTRAEGE MIT ALLEN ZEITRAEUMEN (J30 AUS LEIVSAM)  *
      *****************************************************************
       S00 SECTION.
       S00A.
           OPEN   INPUT LEIVSAM.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIVSAM - ABBRECHEN **'
                  MOVE 'LEIVSAM' TO PRODATEI
                  PERFORM P95
                  MOVE '1'       TO IOABBR
                  GO TO S00Z.
       S00B.
           RETURN SRTWK1
                  AT END                              GO TO S00Y.
           IF     SRTART   NOT  =    VORART   OR
                  SRTS1    NOT  =    VORS1    OR
                  SRTS2    NOT  =    VORS2
                  MOVE SRTART   TO VORART
                  MOVE SRTS1    TO VORS1
                  MOVE SRTS2    TO VORS2
                  PERFORM S05.

           IF     SRTART        =    1
                  PERFORM S10
           ELSE
                  PERFORM S20.
           IF     IOABBR        =    '1'             GO TO S00Y.
           GO TO S00B.
       S00Y.
           CLOSE  LEIVSAM.
       S00Z.
           EXIT.
      *****************************************************************
      *    S01    VWST-BEZEICHNUNG (SVX) NACH VWSTXT                   *
      *****************************************************************
       S01 SECTION.
       S01A.
           IF     SVX           =    1
                  MOVE  'FELLBACH'        TO VWSTXT
           ELSE
                  COMPUTE VTX = SVX - 1
                  MOVE   VTBEZTXT (VTX)   TO VWSTXT.
       S01Z.
           EXIT.
      *****************************************************************
      *    S05    SCHICHTWECHSEL: ABSCHNITTSKOPF EINSTELLEN            *
      *****************************************************************
       S05 SECTION.
       S05A.
           MOVE   SPACE         TO KOPFGRP.
           IF     SRTART        =    1
                  MOVE '1'      TO KOPFART
                  COMPUTE GESLA = SRTS1 - 1
                  MOVE SRTS2    TO BDX
                  PERFORM T30
                  STRING 'VERTRAEGE GESL ' GESLA '  JAHRE ' BANDTXT
                         DELIMITED BY SIZE INTO KOPFGRP
           ELSE
                  MOVE '2'      TO KOPFART
                  MOVE SRTS1    TO SVX
                  PERFORM S01
                  STRING 'FAELLE ' VWSTXT ' ' KATTXT (SRTS2)
                         DELIMITED BY SIZE INTO KOPFGRP.
           PERFORM N05.
       S05Z.
           EXIT.
      *****************************************************************
      *    S10    GEZOGENER VERTRAG: KOPFZEILE UND ALLE ZEITRAEUME     *
      *****************************************************************
       S10 SECTION.
       S10A.
           MOVE   SPACE         TO POSTV.
           MOVE   SRTLFD        TO POVLFD.
           MOVE   SRTVERT       TO PACKKOMP.
           PERFORM UNP.
           MOVE   PACKUNVP      TO POVVERT.
           MOVE   SRTBEGJ       TO POVBEGJ.
           MOVE   SRTLETZ       TO POVLETZ.
           MOVE   SRTZDVG       TO POVZDVG.
           COMPUTE POVGESL = SRTS1 - 1.
           MOVE   SRTS2         TO BDX.
           PERFORM T30.
           MOVE   BANDTXT       TO POVBAND.
           MOVE   POSTV         TO DRUCKZEIL.
           PERFORM WRT.

           MOVE   SRTVERT       TO KOWVERT.
           PERFORM J30.
           IF     KOIOFEHL      =    '1'
                  DISPLAY '** FEHLER READ LEIVSAM - ABBRECHEN **'
                          STATUS-BYTE
                  MOVE 'READ'    TO PROEREIG
                  MOVE 'LEIVSAM' TO PRODATEI
                  PERFORM P95
                  MOVE '1'       TO IOABBR
                  GO TO S10Z.
           PERFORM S11 VARYING ZRX FROM 1 BY 1
                   UNTIL ZRX GREATER KOWZDVA.
           MOVE   LEERZEIL      TO DRUCKZEIL.
           PERFORM WRT.
       S10Z.
           EXIT.
      *****************************************************************
      *    S11    EIN ZEITRAUM DES GEZOGENEN VERTRAGS                  *
      *****************************************************************
       S11 SECTION.
       S11A.
           MOVE   KOWDATN (ZRX) TO ZWISLEIC.
           MOVE   ZWISVONM      TO PZVONM.
           MOVE   ZWISVONJ      TO PZVONJ.
           MOVE   ZWISBISM      TO PZBISM.
           MOVE   ZWISBISJ      TO PZBISJ.
           MOVE   ZWISTASN      TO PZTASN.
           MOVE   ZWISGESL      TO PZGESL.
           MOVE   ZWISANZA      TO PZANZA.
           MOVE   POSTZ         TO DRUCKZEIL.
           PERFORM WRT.
       S11Z.
           EXIT.
      *****************************************************************
      *    S20    GEZOGENER FALL MIT BETRAEGEN UND AUFGELOESTER VWST   *
      *****************************************************************
       S20 SECTION.
       S20A.
           MOVE   SPACE         TO POSTF.
           MOVE   SRTLFD        TO POFLFD.
           MOVE   SRTVSNR       TO POFVSNR.
           MOVE   SRTRDAT       TO POFRDAT.
           MOVE   TYPTXT (SRTTYP) TO POFTYP.
           MOVE   SRTS1         TO SVX.
           PERFORM S01.
           MOVE   VWSTXT        TO POFVWS.
           MOVE   SRTGESV       TO POFVBTR.
           MOVE   SRTGESR       TO POFRBTR.
           MOVE   SRTGESE       TO POFEBTR.
           MOVE   POSTF         TO DRUCKZEIL.
           PERFORM WRT.
       S20Z.
           EXIT.
      *****************************************************************
      *    T10    ZWEISTELLIGES JAHR (JHR2) -> VIERSTELLIG (JHR4)      *
      *****************************************************************
       T10 SECTION.
       T10A.
           IF     JHR2          GREATER FENSTJJ
                  COMPUTE JHR4 = 1900 + JHR2
           ELSE
                  COMPUTE JHR4 = 2000 + JHR2.
       T10Z.
           EXIT.
      *****************************************************************
      *    T20    JAHRESBAND (BDX) DES VERTRAGSJAHRS LAUFBEGJ          *
      *****************************************************************
       T20 SECTION.
       T20A.
           MOVE   1             TO BDX.
           PERFORM T21 VARYING GRX FROM 1 BY 1
                   UNTIL GRX GREATER ANZGRENZ.
       T20Z.
           EXIT.

       T21 SECTION.
       T21A.
           IF     LAUFBEGJ      NOT LESS BANDGR (GRX)
                  COMPUTE BDX = GRX + 1.
       T21Z.
           EXIT.
      *****************************************************************
      *    T30    BEZEICHNUNG DES JAHRESBANDS BDX NACH BANDTXT         *
      *****************************************************************
       T30 SECTION.
       T30A.
           MOVE   SPACE         TO BANDTXT.
           IF     ANZGRENZ      =    ZERO
                  MOVE 'ALLE'   TO BANDTXT
                  GO TO T30Z.
           IF     BDX           =    1
                  COMPUTE JAHRA = BANDGR (1) - 1
                  STRING 'BIS ' JAHRA DELIMITED BY SIZE INTO BANDTXT
                  GO TO T30Z.
           IF     BDX           GREATER ANZGRENZ
                  STRING 'AB ' BANDGR (ANZGRENZ)
                         DELIMITED BY SIZE INTO BANDTXT
                  GO TO T30Z.
           COMPUTE JAHRA = BANDGR (BDX) - 1.
           COMPUTE GRX   = BDX - 1.
           STRING BANDGR (GRX) '-' JAHRA
                  DELIMITED BY SIZE INTO BANDTXT.
       T30Z.
           EXIT.
      *****************************************************************
      *    Z90    STICHPROBENREGISTER: JE SCHICHT BESTAND, UMFANG UND  *
      *           GEZOGENE ANZAHL (LISTE LEIX7LS UND DATEI LEISTIR)    *
      *****************************************************************
       Z90 SECTION.
       Z90A.
           PERFORM X01.

           MOVE   '3'           TO KOPFART.
           MOVE  'REGISTER VERTRAEGE (GESL / JAHRE)' TO KOPFGRP.
           PERFORM N05.
           PERFORM Z91 VARYING GLX FROM 1 BY 1
                                 UNTIL GLX GREATER 10.
           PERFORM W95.
           MOVE  'GESAMT'       TO REGS1.
           MOVE   SPACE         TO REGS2.
           MOVE   GESVPOP       TO REGPOPW.
           MOVE   GESVSOLL      TO REGSOLW.
           MOVE   GESVZIEH      TO REGZIEW.
           PERFORM Z95.

           MOVE  'REGISTER FAELLE (VWST / KATEGORIE)' TO KOPFGRP.
           PERFORM N05.
           PERFORM Z93 VARYING SVX FROM 1 BY 1
                                 UNTIL SVX GREATER VWSTKNT-P1.
           PERFORM W95.
           MOVE  'GESAMT'       TO REGS1.
           MOVE   SPACE         TO REGS2.
           MOVE   GESFPOP       TO REGPOPW.
           MOVE   GESFSOLL      TO REGSOLW.
           MOVE   GESFZIEH      TO REGZIEW.
           PERFORM Z95.

           PERFORM X03.

           MOVE   '4'           TO KOPFART.
           MOVE  'GRUNDGESAMTHEIT UND VERFAHREN' TO KOPFGRP.
           PERFORM N05.
           MOVE   SPACE         TO ZAEPOST.
           MOVE  'VERTRAEGE GELESEN (LEIVSAM)'           TO ZAETEXT.
           MOVE   ANZVERT       TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'DAVON OHNE ZEITRAUM (NICHT IN DER AUSWAHL)'
                                                         TO ZAETEXT.
           MOVE   ANZOHNE       TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'GRUNDGESAMTHEIT VERTRAEGE'             TO ZAETEXT.
           MOVE   GESVPOP       TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'FAELLE GELESEN (LEIEIN)'               TO ZAETEXT.
           MOVE   ANZEIN        TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'FAELLE ZULAESSIG (WIE LEIX275)'        TO ZAETEXT.
           MOVE   ANZZUL        TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'DAVON BZ/ADR FEHLT (LEIREJ, NICHT IN AUSWAHL)'
                                                         TO ZAETEXT.
           MOVE   ANZREJ        TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'GRUNDGESAMTHEIT FAELLE'                TO ZAETEXT.
           MOVE   GESFPOP       TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'STARTWERT DES ZUFALLSGENERATORS'       TO ZAETEXT.
           MOVE   SAATWERT      TO ZAEZAHL.
           PERFORM Z98.
           PERFORM W95.
           MOVE   VERFTXT1      TO DRUCKZEIL.
           PERFORM WRT.
           MOVE   VERFTXT2      TO DRUCKZEIL.
           PERFORM WRT.
           MOVE   VERFTXT3      TO DRUCKZEIL.
           PERFORM WRT.
           MOVE   VERFTXT4      TO DRUCKZEIL.
           PERFORM WRT.
           IF     BESTFEHL      =    '1'
                  PERFORM W95
                  MOVE 'BESTAND IM 2. DURCHLAUF ABWEICHEND - UNGUELTIG'
                                                  TO KARTTEXT
                  MOVE FEHLZEIL TO DRUCKZEIL
                  PERFORM WRT.
       Z90Z.
           EXIT.
      *****************************************************************
      *    Z91    REGISTER EINE GESL UEBER ALLE JAHRESBAENDER          *
      *****************************************************************
       Z91 SECTION.
       Z91A.
           PERFORM Z92 VARYING BDX FROM 1 BY 1
                                 UNTIL BDX GREATER BANDANZ.
       Z91Z.
           EXIT.
      *****************************************************************
      *    Z92    REGISTER EINE VERTRAGSSCHICHT (NUR MIT BESTAND ODER  *
      *           UMFANG)                                              *
      *****************************************************************
       Z92 SECTION.
       Z92A.
           IF     VSTGES  (GLX, BDX) NOT = VSTPOP (GLX, BDX)
                  MOVE '1'      TO BESTFEHL.
           IF     VSTPOP  (GLX, BDX) = ZERO  AND
                  VSTSOLL (GLX, BDX) = ZERO           GO TO Z92Z.
           ADD    VSTPOP  (GLX, BDX) TO GESVPOP.
           ADD    VSTSOLL (GLX, BDX) TO GESVSOLL.
           ADD    VSTZIEH (GLX, BDX) TO GESVZIEH.

           MOVE   SPACE         TO REGS1.
           COMPUTE GESLA = GLX - 1.
           STRING 'GESL ' GESLA DELIMITED BY SIZE INTO REGS1.
           PERFORM T30.
           MOVE   BANDTXT       TO REGS2.
           MOVE   VSTPOP  (GLX, BDX) TO REGPOPW.
           MOVE   VSTSOLL (GLX, BDX) TO REGSOLW.
           MOVE   VSTZIEH (GLX, BDX) TO REGZIEW.
           PERFORM Z95.

           MOVE   'V'           TO EXTART.
           MOVE   GLX           TO EXTS1N.
           MOVE   BDX           TO EXTS2N.
           MOVE   REGS1         TO EXTS1T.
           MOVE   REGS2         TO EXTS2T.
           PERFORM X02.
       Z92Z.
           EXIT.
      *****************************************************************
      *    Z93    REGISTER EINE VWST UEBER ALLE KATEGORIEN             *
      *****************************************************************
       Z93 SECTION.
       Z93A.
           PERFORM Z94 VARYING KTX FROM 1 BY 1
                                 UNTIL KTX GREATER 4.
       Z93Z.
           EXIT.
      *****************************************************************
      *    Z94    REGISTER EINE FALLSCHICHT (NUR MIT BESTAND ODER      *
      *           UMFANG)                                              *
      *****************************************************************
       Z94 SECTION.
       Z94A.
           IF     FSTGES  (SVX, KTX) NOT = FSTPOP (SVX, KTX)
                  MOVE '1'      TO BESTFEHL.
           IF     FSTPOP  (SVX, KTX) = ZERO  AND
                  FSTSOLL (SVX, KTX) = ZERO           GO TO Z94Z.
           ADD    FSTPOP  (SVX, KTX) TO GESFPOP.
           ADD    FSTSOLL (SVX, KTX) TO GESFSOLL.
           ADD    FSTZIEH (SVX, KTX) TO GESFZIEH.

           PERFORM S01.
           MOVE   VWSTXT        TO REGS1.
           MOVE   KATTXT (KTX)  TO REGS2.
           MOVE   FSTPOP  (SVX, KTX) TO REGPOPW.
           MOVE   FSTSOLL (SVX, KTX) TO REGSOLW.
           MOVE   FSTZIEH (SVX, KTX) TO REGZIEW.
           PERFORM Z95.

           MOVE   'F'           TO EXTART.
           MOVE   SVX           TO EXTS1N.
           MOVE   KTX           TO EXTS2N.
           MOVE   REGS1         TO EXTS1T.
           MOVE   REGS2         TO EXTS2T.
           PERFORM X02.
       Z94Z.
           EXIT.
      *****************************************************************
      *    Z95    REGISTERZEILE AUS REGPOPW/REGSOLW/REGZIEW DRUCKEN    *
      *    &----- ANTEIL = GEZOGEN IN PROZENT DES BESTANDS; VOLL =   *
      *    &----- UMFANG NICHT KLEINER ALS BESTAND (VOLLERHEBUNG)    *
      *****************************************************************
       Z95 SECTION.
       Z95A.
           MOVE   REGPOPW       TO REGPOP.
           MOVE   REGSOLW       TO REGSOLL.
           MOVE   REGZIEW       TO REGZIEH.
           MOVE   ZERO          TO REGQUOW.
           IF     REGPOPW       GREATER ZERO
                  COMPUTE REGQUOW ROUNDED = REGZIEW * 100 / REGPOPW.
           MOVE   REGQUOW       TO REGQUOT.
           MOVE   SPACE         TO REGVOLL.
           IF     REGPOPW       GREATER ZERO  AND
                  REGSOLW       NOT LESS REGPOPW
                  MOVE 'VOLL'   TO REGVOLL.
           MOVE   REGZEIL       TO DRUCKZEIL.
           PERFORM WRT.
       Z95Z.
           EXIT.
      *****************************************************************
      *    Z98    ZAEHLERZEILE SCHREIBEN UND WIEDER LEEREN             *
      *****************************************************************
       Z98 SECTION.
       Z98A.
           MOVE   ZAEPOST       TO DRUCKZEIL.
           PERFORM WRT.
           MOVE   SPACE         TO ZAEPOST.
       Z98Z.
           EXIT.
      *****************************************************************
      *    X01    KOPFSATZ REGISTER (LAUFDATUM, MONAT, STARTWERT,      *
      *           JAHRESGRENZEN)                                       *
      *****************************************************************
       X01 SECTION.
       X01A.
           MOVE   WSDATUM       TO EXTDAT6.
           MOVE   WSDATNUM      TO EXTDAT4.
           MOVE   SAATWERT      TO EXTSAAT.
           MOVE   ANZGRENZ      TO EXTGRANZ.
           MOVE   SPACE         TO EXTGRTAB.
           PERFORM X04 VARYING GRX FROM 1 BY 1
                   UNTIL GRX GREATER ANZGRENZ.
           MOVE   SPACE         TO EXTZEILE.
           STRING 'H' ';' 'LEIX287' ';' EXTDAT6 ';' EXTDAT4 ';'
                  EXTSAAT ';' EXTGRANZ ';'
                  EXTGR (1) ';' EXTGR (2) ';' EXTGR (3) ';'
                  EXTGR (4) ';' EXTGR (5) ';' EXTGR (6)
                  DELIMITED BY SIZE INTO EXTZEILE.
           WRITE  EXTSATZ FROM EXTZEILE.
       X01Z.
           EXIT.
      *****************************************************************
      *    X02    DATENSATZ JE SCHICHT (V = VERTRAG, F = FALL)         *
      *****************************************************************
       X02 SECTION.
       X02A.
           ADD    1             TO EXTCNT.
           MOVE   REGPOPW       TO EXTPOPA.
           MOVE   REGSOLW       TO EXTSOLA.
           MOVE   REGZIEW       TO EXTZIEA.
           MOVE   SPACE         TO EXTZEILE.
           STRING 'D' ';' EXTDAT4 ';' EXTART ';' EXTS1N ';' EXTS1T ';'
                  EXTS2N ';' EXTS2T ';' EXTPOPA ';' EXTSOLA ';'
                  EXTZIEA
                  DELIMITED BY SIZE INTO EXTZEILE.
           WRITE  EXTSATZ FROM EXTZEILE.
       X02Z.
           EXIT.
      *****************************************************************
      *    X03    ENDESATZ MIT SATZZAHL UND SUMMEN (KONTROLLE DER      *
      *           REVISION)                                            *
      *****************************************************************
       X03 SECTION.
       X03A.
           MOVE   EXTCNT        TO EXTCNTA.
           COMPUTE EXTPOPA = GESVPOP  + GESFPOP.
           COMPUTE EXTSOLA = GESVSOLL + GESFSOLL.
           COMPUTE EXTZIEA = GESVZIEH + GESFZIEH.
           MOVE   SPACE         TO EXTZEILE.
           STRING 'T' ';' EXTCNTA ';' EXTPOPA ';' EXTSOLA ';'
                  EXTZIEA
                  DELIMITED BY SIZE INTO EXTZEILE.
           WRITE  EXTSATZ FROM EXTZEILE.
       X03Z.
           EXIT.
      *****************************************************************
      *    X04    EINE JAHRESGRENZE (GRX) FUER DEN KOPFSATZ            *
      *****************************************************************
       X04 SECTION.
       X04A.
           MOVE   BANDGR (GRX)  TO EXTGRN (GRX).
       X04Z.
           EXIT.
      *****************************************************************
      *    WRT    DRUCKZEILE SCHREIBEN (MIT SEITENSTEUERUNG)           *
      *****************************************************************
       WRT SECTION.
       WRTA.
           IF     ZEILENNR      GREATER MAXZEIL
                  PERFORM K05.
           WRITE  AUSGABE FROM DRUCKZEIL.
           ADD    1 TO ZEILENNR.
       WRTZ.
           EXIT.
      *****************************************************************
      *    W95    TRENNZEILE VOR SUMMEN/ABSCHLUESSEN SCHREIBEN        *
      *****************************************************************
       W95 SECTION.
       W95A.
           MOVE   TRENNZEIL     TO DRUCKZEIL.
           PERFORM WRT.
       W95Z.
           EXIT.
      *****************************************************************
      *    N05    ABSCHNITTSWECHSEL (WIE LEIX275): SEITE AUFFUELLEN   *
      *           UND DEN SEITENKOPF FUER DIE NAECHSTE ZEILE          *
      *           ERZWINGEN; ERSTE SEITE WIRD NICHT AUFGEFUELLT        *
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
      *    K05    SEITENKOPF: BERICHT, STARTWERT, MONAT, SEITE,       *
      *           ABSCHNITT UND SPALTENUEBERSCHRIFTEN (KOPFART 1 =    *
      *           VERTRAEGE, 2 = FAELLE, 3 = REGISTER, 4 = OHNE)      *
      *****************************************************************
       K05 SECTION.
       K05A.
           ADD    1 TO SEITENNR.
           MOVE   SEITENNR      TO KOPFSEIT.
           MOVE   SAATWERT      TO KOPFSAAT.
           MOVE   WSDATNUM      TO KOPFMON.
           WRITE  AUSGABE FROM KOPF1.
           WRITE  AUSGABE FROM KOPF2.
           IF     KOPFART       =    '1'
                  WRITE AUSGABE FROM KOPF3V.
           IF     KOPFART       =    '2'
                  WRITE AUSGABE FROM KOPF3F.
           IF     KOPFART       =    '3'
                  WRITE AUSGABE FROM KOPF3R.
           IF     KOPFART       =    '4'
                  WRITE AUSGABE FROM LEERZEIL.
           WRITE  AUSGABE FROM LEERZEIL.
           MOVE   4 TO ZEILENNR.
       K05Z.
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
                  GO TO Z99.
       V00B.
           READ   VWSMAP AT END                       GO TO V00Z.
           IF     VWSTKNT       NOT  LESS 20
                  DISPLAY '** WARNUNG: VWSMAP MEHR ALS 20 VERWALTUNGS'
                          'STELLEN - ' VMKREIS ' IGNORIERT **'
                  GO TO V00B.
           ADD    1 TO VWSTKNT.
           MOVE   VMKREIS       TO VTKREIS  (VWSTKNT).
           MOVE   VMBEZTXT      TO VTBEZTXT (VWSTKNT).
           GO TO V00B.
       V00Z.
           CLOSE  VWSMAP.
      *****************************************************************
      *    V01    KREIS (BEZVERW) AUF VWST ABBILDEN                   *
      *    &----- TREFFER -> VWST = TABELLENPLATZ + 1 (1 = SONSTIGE)  *
      *****************************************************************
       V01 SECTION.
       V01A.
           PERFORM V01B VARYING VTX FROM 1 BY 1
                                 UNTIL VTX GREATER VWSTKNT.
           GO TO V01Z.
       V01B.
           IF     VTKREIS (VTX) = BEZVERW
                  COMPUTE VWST = VTX + 1.
       V01Z.
           EXIT.

-INC PDLEIKO
-INC PDLEIB8
-INC PDLEIPK
-INC PDLEIPR
-INC PDLEIBM
-INC UPRO100X
       END PROGRAM LEIX287.
