
 PROCESS APOST,NOADV,NODYNAM,NOFLAGSTD,WORD(RWT)
       ID DIVISION.
      *----------------------------------------------------------------
      * LEIX282   ARC=L001
      *----------------------------------------------------------------
      ******************************************************************
      * -------------------------------------------------------------- *
      *  L E I X 2 8 2         ** BESTANDSBEWEGUNG OFFENER FAELLE      *
      *                           JE VERWALTUNGSSTELLE (ZUGANG/ABGANG) *
      * -------------------------------------------------------------- *
      *                           E I N G A B E ---------------------- *
      *                           LEISNAP     : FALLBESTAND BERICHTS-  *
      *                                         MONAT (AUS LEIX275,    *
      *                                         ERGAENZT DURCH LEIX278)*
      *                           LEISNAV     : FALLBESTAND VORMONAT   *
      *                                         (LEISNAN DES VORLAUFS) *
      *                           LEISTAH     : MONATSHISTORIE         *
      *                           LEIRUNS     : MONATS-LAUFSTATUS      *
      *                           SYSIN       : BERICHTSMONAT (WSLEIBM)*
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEIX2LS     : BEWEGUNGSNACHWEIS      *
      *                           LEISNAN     : FALLBESTAND NACH VSNR  *
      *                                         MIT SNAPFOLG (NAECHS-  *
      *                                         TER LAUF = LEISNAV)    *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  DER BESTAND DES BERICHTSMONATS WIRD NACH VSNR SORTIERT UND    *
      *  GEGEN DEN VORMONATSBESTAND GEMISCHT:                          *
      *    NUR VORMONAT    = ABGANG    (BEI DER VWST DES VORMONATS)    *
      *    NUR AKTUELL     = ZUGANG                                    *
      *    IN BEIDEN       = WEITER OFFEN; WECHSEL DER VWST UND        *
      *                      VERAENDERUNG DES RESTBETRAGS ALS          *
      *                      UMBUCHUNG/VERAENDERUNG                    *
      *  JE VWST ANFANGSBESTAND, ZUGANG, ABGANG, UMBUCHUNG/VERAEN-     *
      *  DERUNG UND ENDBESTAND MIT ANZAHL UND RESTBETRAG. DER END-     *
      *  BESTAND WIRD GEGEN DIE LEISTAH-ZEILE (GRUPPE ALLE) DES        *
      *  MONATS ABGESTIMMT; EINE ABWEICHUNG SETZT RC 8. FAELLE, DIE    *
      *  IN DREI ODER MEHR AUFEINANDERFOLGENDEN BESTAENDEN OFFEN       *
      *  SIND, STEHEN IN EINER EIGENEN LISTE. OHNE LEIX275-ABSCHLUSS   *
      *  DES MONATS (LEIRUNS) WIRD DER LAUF NICHT GESTARTET.           *
      *  ABLAUF JE MONAT: LEIX275, GGF. LEIX278, DANACH LEIX282.       *
      *  LEIX278 BUCHT KORRIGIERTE FAELLE IN LEISTAH NACH UND HAENGT   *
      *  SIE DABEI AN LEISNAP AN - DIE ABSTIMMUNG BLEIBT SO GLEICH.    *
      *  LAEUFT LEIX278 ERST NACH LEIX282, FEHLEN DIESE FAELLE IN      *
      *  LEISNAN UND ERSCHEINEN IM FOLGEMONAT ALS ZUGANG.              *
      * -------------------------------------------------------------- *
      *  15/10/26 HM              ERSTELLUNG                           *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEIX282.
       ENVIRONMENT   DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
-INC SPECNAME
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT LEISNAP ASSIGN TO    LEISNAP
                          FILE STATUS  STATUS-BYTE.
           SELECT SRTWK1  ASSIGN TO    SRTWK1.
           SELECT LEISNAV ASSIGN TO    LEISNAV
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISNAN ASSIGN TO    LEISNAN
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISTAH ASSIGN TO    LEISTAH
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIX2LS ASSIGN TO    LEIX2LS
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIPROT ASSIGN TO    LEIPROT
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIRUNS ASSIGN TO    LEIRUNS
                          FILE STATUS  STATUS-BYTE.
       DATA DIVISION.
       FILE SECTION.
      *
      *    &----- FALLBESTAND DES BERICHTSMONATS (AUFBAU LEISNAPX)
      *
       FD         LEISNAP
                  RECORDING     F
                  RECORD       50 CHARACTERS
                  BLOCK      5000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         SNAPEIN.
           05     SNAPEDAT        PIC 9(4).
           05     FILLER          PIC X(46).
      *
      *    &----- SORTIERARBEITSDATEI: BESTAND NACH VSNR
      *
       SD         SRTWK1
                  RECORD       50 CHARACTERS.
       01         SRTSATZ.
           05     FILLER          PIC X(4).
           05     SRTVSNR         PIC X(10).
           05     FILLER          PIC X(36).
      *
      *    &----- FALLBESTAND VORMONAT, NACH VSNR SORTIERT
      *    &----- (SATZAUFBAU MUSS MIT LEISNAPX UEBEREINSTIMMEN)
      *
       FD         LEISNAV
                  RECORDING     F
                  RECORD       50 CHARACTERS
                  BLOCK      5000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         VORSATZ.
           05     VORDATUM        PIC 9(4).
           05     VORVSNR         PIC X(10).
           05     VORVWS          PIC 9(2).
           05     VORKAT          PIC 9.
           05     VORTYP          PIC 9.
           05     VORSTUF         PIC 9.
           05     VORFOLG         PIC 9(3).
           05     VORGESV         PIC S9(9)V99     COMP-3.
           05     VORGESR         PIC S9(9)V99     COMP-3.
           05     VORGESE         PIC S9(9)V99     COMP-3.
           05     FILLER          PIC X(10).
      *
      *    &----- FALLBESTAND BERICHTSMONAT MIT FORTGEZAEHLTEM
      *    &----- SNAPFOLG, NACH VSNR (LEISNAV DES NAECHSTEN LAUFS)
      *
       FD         LEISNAN
                  RECORDING     F
                  RECORD       50 CHARACTERS
                  BLOCK      5000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         NEUSATZ         PIC X(50).
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

       FD         LEIX2LS
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         AUSGABE         PIC X(80).
      *
      *    &----- LAUFPROTOKOLL (EIN SATZ JE EREIGNIS, WSLEIPR)
      *
       FD         LEIPROT
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         PROAUSG         PIC X(80).
      *
      *    &----- MONATS-LAUFSTATUS (ABLAUFFOLGE-PRUEFUNG)
      *
       FD         LEIRUNS
                  RECORDING     F
                  RECORD       40 CHARACTERS
                  BLOCK      4000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEIRUNSX

       WORKING-STORAGE SECTION.

       01          FILLER.
           05      ANZAKT          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZVOR          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZDAU          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZDIF          PIC S9(3)        COMP-3 VALUE ZERO.
           05      SVX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      AVX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      PVX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      DAUMIN          PIC 9(3)                VALUE 3.
           05      AKTKEY          PIC X(10)               VALUE SPACE.
           05      VORKEY          PIC X(10)               VALUE SPACE.
           05      VORGEF          PIC X                   VALUE '0'.
           05      RUNGEF          PIC X                   VALUE '0'.
           05      VWSNUMX         PIC 9(2)                VALUE ZERO.
      *
      *    &----- BERICHTSMONAT ALS JJMM (WIE LEIX275-WSDATSTAMP)
      *
       01          WSDATSTAMP.
           05      WSDATJJ         PIC 99.
           05      WSDATMM         PIC 99.
       01          FILLER REDEFINES WSDATSTAMP.
           05      WSDATNUM        PIC 9(4).
      *
      *    &----- VORMONAT JJMM
      *
       01          VORSTAMP.
           05      VORJJ           PIC 99.
           05      VORMM           PIC 99.
       01          FILLER REDEFINES VORSTAMP.
           05      VORNUM          PIC 9(4).
      *
      *    &----- BEWEGUNG JE VWST: ANFANGSBESTAND, ZUGANG, ABGANG,
      *    &----- UMBUCHUNG/VERAENDERUNG, ENDBESTAND (ANZAHL, REST)
      *    &----- DAZU DIE LEISTAH-ZEILE (GRUPPE ALLE) DES MONATS
      *
       01          BEWTAB.
           05      BEWVWS          OCCURS 22 TIMES.
                   10  BWAANZ      PIC S9(7)        COMP-3 VALUE ZERO.
                   10  BWZANZ      PIC S9(7)        COMP-3 VALUE ZERO.
                   10  BWGANZ      PIC S9(7)        COMP-3 VALUE ZERO.
                   10  BWUANZ      PIC S9(7)        COMP-3 VALUE ZERO.
                   10  BWEANZ      PIC S9(7)        COMP-3 VALUE ZERO.
                   10  BWARBT      PIC S9(9)V99     COMP-3 VALUE ZERO.
                   10  BWZRBT      PIC S9(9)V99     COMP-3 VALUE ZERO.
                   10  BWGRBT      PIC S9(9)V99     COMP-3 VALUE ZERO.
                   10  BWURBT      PIC S9(9)V99     COMP-3 VALUE ZERO.
                   10  BWERBT      PIC S9(9)V99     COMP-3 VALUE ZERO.
                   10  STHGEF      PIC X                   VALUE '0'.
                   10  STHBEZ      PIC X(9)                VALUE SPACE.
                   10  STHANZ      PIC S9(7)        COMP-3 VALUE ZERO.
                   10  STHRBT      PIC S9(9)V99     COMP-3 VALUE ZERO.
      *
      *    &----- POSITION 22 = GESAMT
      *
       01          POST            PIC X(80)               VALUE SPACE.

       01          BEWANZP.
           05      BAPVWS          PIC X(9).
           05      BAPART          PIC X(6).
           05      BAPANF          PIC Z(11)9-.
           05      BAPZUG          PIC Z(11)9-.
           05      BAPABG          PIC Z(11)9-.
           05      BAPUMB          PIC Z(11)9-.
           05      BAPEND          PIC Z(11)9-.

       01          BEWRBTP.
           05      BRPVWS          PIC X(9).
           05      BRPART          PIC X(6).
           05      BRPANF          PIC Z(8)9,99-.
           05      BRPZUG          PIC Z(8)9,99-.
           05      BRPABG          PIC Z(8)9,99-.
           05      BRPUMB          PIC Z(8)9,99-.
           05      BRPEND          PIC Z(8)9,99-.

       01          ABSPOST.
           05      ABSVWS          PIC X(9).
           05      FILLER          PIC X.
           05      ABSANZ          PIC Z(6)9-.
           05      FILLER          PIC X.
           05      ABSSTA          PIC Z(6)9-.
           05      FILLER          PIC X.
           05      ABSRBT          PIC Z(8)9,99-.
           05      FILLER          PIC X.
           05      ABSSRB          PIC Z(8)9,99-.
           05      FILLER          PIC X(2).
           05      ABSKNZ          PIC X(10).
           05      FILLER          PIC X(13).

       01          DAUPOST.
           05      DAUVSNR         PIC X(10).
           05      FILLER          PIC X.
           05      DAUVWS          PIC X(9).
           05      FILLER          PIC X.
           05      DAUKAT          PIC X(9).
           05      FILLER          PIC X.
           05      DAUTYP          PIC X(4).
           05      FILLER          PIC X.
           05      DAUSTUF         PIC X(9).
           05      FILLER          PIC X.
           05      DAUFOLG         PIC ZZ9.
           05      FILLER          PIC X(2).
           05      DAUVBTR         PIC Z(7)9,99-.
           05      DAURBTR         PIC Z(7)9,99-.
           05      FILLER          PIC X(5).

       01          STUTXT-TAB.
           05      FILLER          PIC X(9)  VALUE 'BIS-30---'.
           05      FILLER          PIC X(9)  VALUE '31-60----'.
           05      FILLER          PIC X(9)  VALUE '61-90----'.
           05      FILLER          PIC X(9)  VALUE 'UEBER-90-'.
       01          FILLER REDEFINES STUTXT-TAB.
           05      STUTXT          OCCURS 4 TIMES     PIC X(9).

       01          KATTXT-TAB.
           05      FILLER          PIC X(9)  VALUE 'KV-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'KV-MAN'.
           05      FILLER          PIC X(9)  VALUE 'AR-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'AR-MAN'.
       01          FILLER REDEFINES KATTXT-TAB.
           05      KATTXT          OCCURS 4 TIMES     PIC X(9).
      *
      *    &----- SEITENSTEUERUNG UND KOEPFE (WIE LEIX275)
      *
       01          FILLER.
           05      SEITENNR        PIC S9(5)        COMP-3 VALUE ZERO.
           05      ZEILENNR        PIC S9(3)        COMP-3 VALUE 99.
           05      MAXZEIL         PIC S9(3)        COMP-3 VALUE 56.
           05      KOPFART         PIC X                   VALUE '1'.

       01          KOPF1.
           05      FILLER          PIC X(41)
                   VALUE 'LEIX282  BESTANDSBEWEGUNG OFFENE FAELLE  '.
           05      FILLER          PIC X(9)  VALUE 'VORMONAT '.
           05      KOPFVOR         PIC 9(4).
           05      FILLER          PIC X(2)  VALUE SPACE.
           05      KOPFMON         PIC 9(4).
           05      FILLER          PIC X(7)  VALUE '  SEITE'.
           05      KOPFSEIT        PIC ZZZZ9.
           05      FILLER          PIC X(8)  VALUE SPACE.

       01          KOPF2.
           05      FILLER          PIC X(11) VALUE 'ABSCHNITT: '.
           05      KOPFGRP         PIC X(30).
           05      FILLER          PIC X(39) VALUE SPACE.

       01          KOPF3.
           05      FILLER          PIC X(15) VALUE 'VWST     ART'.
           05      FILLER          PIC X(13) VALUE '  ANFANGSBEST'.
           05      FILLER          PIC X(13) VALUE '       ZUGANG'.
           05      FILLER          PIC X(13) VALUE '       ABGANG'.
           05      FILLER          PIC X(13) VALUE ' UMB./VERAEND'.
           05      FILLER          PIC X(13) VALUE '   ENDBESTAND'.

       01          KOPF4.
           05      FILLER          PIC X(10) VALUE 'VWST'.
           05      FILLER          PIC X(9)  VALUE ' ENDBEST.'.
           05      FILLER          PIC X(9)  VALUE '  LEISTAH'.
           05      FILLER          PIC X(14) VALUE '       ENDREST'.
           05      FILLER          PIC X(14) VALUE '  LEISTAH-REST'.
           05      FILLER          PIC X(24) VALUE '  ABSTIMMUNG'.

       01          KOPF5.
           05      FILLER          PIC X(11) VALUE 'VSNR'.
           05      FILLER          PIC X(10) VALUE 'VWST'.
           05      FILLER          PIC X(10) VALUE 'KATEGORIE'.
           05      FILLER          PIC X(5)  VALUE 'TYP'.
           05      FILLER          PIC X(10) VALUE 'ALTER'.
           05      FILLER          PIC X(5)  VALUE 'MON.'.
           05      FILLER          PIC X(12) VALUE '   VORSCHUSS'.
           05      FILLER          PIC X(12) VALUE '        REST'.
           05      FILLER          PIC X(5)  VALUE SPACE.

       01          TRENNZEIL       PIC X(80) VALUE ALL '-'.
       01          LEERZEIL        PIC X(80) VALUE SPACE.

-INC LEISNAPX
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
           MOVE  'LEIX282'      TO PROPROG.
           MOVE  'I'            TO PROSTUFE.
           MOVE  'STRT'         TO PROEREIG.
           PERFORM P90.
      *
      *    &----- BERICHTSMONAT VON DER PARAMETERKARTE (DIESELBE
      *    &----- KARTE WIE LEIX275)
      *
           ACCEPT BMKARTE FROM SYSIN.
           PERFORM B80.
           IF     BMFEHL        =    '1'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'PARM'    TO PROEREIG
                  MOVE 'BERICHTSMONAT UNPLAUSIBEL' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z99.
           IF     WSDATMM       =    01
                  MOVE 12       TO VORMM
                  IF   WSDATJJ  =    ZERO
                       MOVE 99  TO VORJJ
                  ELSE
                       COMPUTE VORJJ = WSDATJJ - 1
                  END-IF
           ELSE
                  MOVE WSDATJJ  TO VORJJ
                  COMPUTE VORMM = WSDATMM - 1.
      *
      *    &----- ABLAUFFOLGE: OHNE LEIX275-ABSCHLUSS DES MONATS
      *    &----- (LEIRUNS) WIRD DER LAUF NICHT GESTARTET
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
      *    &----- DER BESTAND MUSS ZUM BERICHTSMONAT GEHOEREN
      *
           PERFORM C00.
           IF     PRORC         NOT LESS 8           GO TO Z99.

           OPEN   OUTPUT LEIX2LS.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIX2LS - ABBRECHEN **'
                  MOVE 'LEIX2LS' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
      *
      *    &----- OHNE VORMONATSBESTAND (ERSTER LAUF, STATUS 35) IST
      *    &----- ALLES ZUGANG; DAS WIRD ALS WARNUNG PROTOKOLLIERT.
      *    &----- JEDER ANDERE FEHLER BRICHT AB, SONST WAERE DER
      *    &----- BEWEGUNGSNACHWEIS FALSCH
      *
           OPEN   INPUT LEISNAV.
           IF     STATUS-OK
                  MOVE '1'       TO VORGEF
           ELSE
           IF     STATUS-BYTE   =    '35'
                  DISPLAY '** LEISNAV NICHT VORHANDEN - ALLE FAELLE '
                          'ALS ZUGANG **'
                  MOVE 'LEISNAV' TO PRODATEI
                  MOVE 'OHNE VORMONATSBESTAND' TO PROTEXT
                  PERFORM P94
           ELSE
                  DISPLAY '** FEHLER OPEN LEISNAV - ABBRECHEN **'
                          STATUS-BYTE
                  MOVE 'LEISNAV' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
           OPEN   OUTPUT LEISNAN.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISNAN - ABBRECHEN **'
                  MOVE 'LEISNAN' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.

           PERFORM L00.

           SORT   SRTWK1   ON ASCENDING KEY SRTVSNR
                  USING  LEISNAP
                  OUTPUT PROCEDURE M00.

           IF     VORGEF        =    '1'
                  CLOSE LEISNAV.
           CLOSE  LEISNAN.

           PERFORM D10.
           PERFORM D20.
           PERFORM D30.

           CLOSE  LEIX2LS.

           IF     ANZDIF        GREATER ZERO
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'LEISTAH' TO PRODATEI
                  MOVE ANZDIF    TO PROZAHL1
                  MOVE 'ENDBESTAND UNGLEICH LEISTAH' TO PROTEXT
                  PERFORM P90
                  MOVE 8         TO PRORCNEU
                  PERFORM P91.

           IF     PRORC         LESS 8
                  MOVE 'I'       TO PROSTUFE
                  MOVE 'ENDE'    TO PROEREIG
                  MOVE ANZAKT    TO PROZAHL1
                  MOVE ANZDAU    TO PROZAHL2
                  PERFORM P90.
       Z99.
           CLOSE  LEIPROT.
           MOVE   PRORC TO RETURN-CODE.
           STOP   RUN.
      *****************************************************************
      *    R00    LEIX275-ABSCHLUSS DES BERICHTSMONATS IN LEIRUNS     *
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
                  MOVE '1' TO RUNGEF.
           GO TO R00B.
       R00C.
           CLOSE  LEIRUNS.
       R00Z.
           EXIT.
      *****************************************************************
      *    C00    ERSTEN SATZ VON LEISNAP GEGEN DEN BERICHTSMONAT     *
      *    &----- PRUEFEN (FALSCHE GENERATION ZUGEORDNET = RC 16);    *
      *    &----- EIN LEERER BESTAND IST ZULAESSIG                    *
      *****************************************************************
       C00 SECTION.
       C00A.
           OPEN   INPUT LEISNAP.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISNAP - ABBRECHEN **'
                  MOVE 'LEISNAP' TO PRODATEI
                  PERFORM P95
                  GO TO C00Z.
           READ   LEISNAP AT END                    GO TO C00B.
           IF     SNAPEDAT NOT  =    WSDATNUM
                  DISPLAY '** LEISNAP MONAT ' SNAPEDAT
                          ' BERICHTSMONAT ' WSDATNUM ' **'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'ABLF'    TO PROEREIG
                  MOVE 'LEISNAP' TO PRODATEI
                  MOVE SNAPEDAT  TO PROZAHL1
                  MOVE WSDATNUM  TO PROZAHL2
                  MOVE 'BESTAND NICHT BERICHTSMONAT' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91.
       C00B.
           CLOSE  LEISNAP.
       C00Z.
           EXIT.
      *****************************************************************
      *    L00    LEISTAH-ZEILEN (GRUPPE ALLE) DES BERICHTSMONATS     *
      *           ALS ABSTIMMSOLL UND VWST-BEZEICHNUNG LADEN          *
      *****************************************************************
       L00 SECTION.
       L00A.
           OPEN   INPUT LEISTAH.
           IF     NOT   STATUS-OK
                  DISPLAY '** LEISTAH NICHT VERFUEGBAR **' STATUS-BYTE
                  MOVE 'LEISTAH' TO PRODATEI
                  PERFORM P94
                  GO TO L00Z.
       L00B.
           READ   LEISTAH AT END                    GO TO L00C.
           IF     STAHDATUM NOT =    WSDATNUM OR
                  STAHGRP   NOT =    1               GO TO L00B.
           IF     STAHVWS       LESS 1 OR
                  STAHVWS       GREATER 21           GO TO L00B.
           MOVE   STAHVWS       TO SVX.
           MOVE   '1'           TO STHGEF (SVX).
           MOVE   STAHBEZ       TO STHBEZ (SVX).
           COMPUTE STHANZ (SVX) = STAHERL + STAHFEL.
           MOVE   STAHRBT       TO STHRBT (SVX).
           GO TO L00B.
       L00C.
           CLOSE  LEISTAH.
       L00Z.
           EXIT.
      *****************************************************************
      *    M00    BESTAND (SORTIERT) GEGEN VORMONATSBESTAND MISCHEN   *
      *    &----- DATEIENDE = HIGH-VALUE IM SCHLUESSEL                *
      *****************************************************************
       M00 SECTION.
       M00A.
           PERFORM M01.
           PERFORM M02.
       M00B.
           IF     AKTKEY        =    HIGH-VALUE AND
                  VORKEY        =    HIGH-VALUE      GO TO M00Z.
           IF     AKTKEY        LESS VORKEY
                  PERFORM M03
                  PERFORM M02
                  GO TO M00B.
           IF     AKTKEY        GREATER VORKEY
                  PERFORM M04
                  PERFORM M01
                  GO TO M00B.
           PERFORM M05.
           PERFORM M01.
           PERFORM M02.
           GO TO M00B.
       M00Z.
           EXIT.
      *****************************************************************
      *    M01    NAECHSTEN VORMONATSSATZ LESEN                        *
      *    &----- DER ERSTE SATZ MUSS ZUM VORMONAT GEHOEREN, SONST    *
      *    &----- WARNUNG (BEWEGUNG UEBER MEHR ALS EINEN MONAT)       *
      *****************************************************************
       M01 SECTION.
       M01A.
           MOVE   HIGH-VALUE    TO VORKEY.
           IF     VORGEF   NOT  =    '1'             GO TO M01Z.
           READ   LEISNAV AT END                    GO TO M01Z.
           ADD    1 TO ANZVOR.
           MOVE   VORVSNR       TO VORKEY.
           IF     VORVWS        LESS 1 OR
                  VORVWS        GREATER 21
                  MOVE 1        TO VORVWS.
           IF     ANZVOR        =    1        AND
                  VORDATUM NOT  =    VORNUM
                  DISPLAY '** LEISNAV MONAT ' VORDATUM
                          ' VORMONAT ' VORNUM ' **'
                  MOVE 'W'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'LEISNAV' TO PRODATEI
                  MOVE VORDATUM  TO PROZAHL1
                  MOVE VORNUM    TO PROZAHL2
                  MOVE 'VORBESTAND NICHT VORMONAT' TO PROTEXT
                  PERFORM P90
                  MOVE 4         TO PRORCNEU
                  PERFORM P91.
       M01Z.
           EXIT.
      *****************************************************************
      *    M02    NAECHSTEN BESTANDSSATZ AUS DEM SORT HOLEN            *
      *****************************************************************
       M02 SECTION.
       M02A.
           MOVE   HIGH-VALUE    TO AKTKEY.
           RETURN SRTWK1 INTO SNAPSATZ
                  AT END                              GO TO M02Z.
           ADD    1 TO ANZAKT.
           MOVE   SNAPVSNR      TO AKTKEY.
           IF     SNAPVWS       LESS 1 OR
                  SNAPVWS       GREATER 21
                  MOVE 1        TO SNAPVWS.
       M02Z.
           EXIT.
      *****************************************************************
      *    M03    ZUGANG: FALL NUR IM BERICHTSMONAT                    *
      *****************************************************************
       M03 SECTION.
       M03A.
           MOVE   SNAPVWS       TO AVX.
           ADD    1             TO BWZANZ (AVX).
           ADD    SNAPGESR      TO BWZRBT (AVX).
           MOVE   1             TO SNAPFOLG.
           PERFORM M06.
       M03Z.
           EXIT.
      *****************************************************************
      *    M04    ABGANG: FALL NUR IM VORMONAT (BEI DESSEN VWST)       *
      *****************************************************************
       M04 SECTION.
       M04A.
           MOVE   VORVWS        TO PVX.
           ADD    1             TO BWAANZ (PVX) BWGANZ (PVX).
           ADD    VORGESR       TO BWARBT (PVX) BWGRBT (PVX).
       M04Z.
           EXIT.
      *****************************************************************
      *    M05    WEITER OFFEN: BEIM VORMONAT AUS-, BEIM BERICHTS-     *
      *           MONAT EINBUCHEN (VWST-WECHSEL UND VERAENDERUNG DES   *
      *           RESTBETRAGS); SNAPFOLG FORTZAEHLEN                   *
      *****************************************************************
       M05 SECTION.
       M05A.
           MOVE   VORVWS        TO PVX.
           MOVE   SNAPVWS       TO AVX.
           ADD    1             TO BWAANZ (PVX).
           ADD    VORGESR       TO BWARBT (PVX).
           SUBTRACT 1           FROM BWUANZ (PVX).
           SUBTRACT VORGESR     FROM BWURBT (PVX).
           ADD    1             TO BWUANZ (AVX).
           ADD    SNAPGESR      TO BWURBT (AVX).
           IF     VORFOLG       LESS 999
                  COMPUTE SNAPFOLG = VORFOLG + 1
           ELSE
                  MOVE 999      TO SNAPFOLG.
           PERFORM M06.
       M05Z.
           EXIT.
      *****************************************************************
      *    M06    ENDBESTAND FORTSCHREIBEN, SATZ NACH LEISNAN          *
      *****************************************************************
       M06 SECTION.
       M06A.
           MOVE   SNAPVWS       TO AVX.
           ADD    1             TO BWEANZ (AVX).
           ADD    SNAPGESR      TO BWERBT (AVX).
           IF     SNAPFOLG      NOT LESS DAUMIN
                  ADD 1 TO ANZDAU.
           WRITE  NEUSATZ FROM SNAPSATZ.
       M06Z.
           EXIT.
      *****************************************************************
      *    D10    BEWEGUNGSNACHWEIS JE VWST MIT GESAMTZEILE            *
      *****************************************************************
       D10 SECTION.
       D10A.
           MOVE  '1'            TO KOPFART.
           MOVE  'BEWEGUNG JE VWST' TO KOPFGRP.
           PERFORM N05.
           PERFORM D11 VARYING SVX FROM 1 BY 1
                                 UNTIL SVX GREATER 21.
           PERFORM W95.
           MOVE   22            TO SVX.
           MOVE  'GESAMT---'    TO BAPVWS BRPVWS.
           PERFORM D13.
       D10Z.
           EXIT.
      *****************************************************************
      *    D11    EINE VWST: NUR MIT BEWEGUNG ODER LEISTAH-ZEILE      *
      *****************************************************************
       D11 SECTION.
       D11A.
           IF     STHGEF (SVX)  =    '0'         AND
                  BWAANZ (SVX)  =    ZERO        AND
                  BWEANZ (SVX)  =    ZERO        AND
                  BWGANZ (SVX)  =    ZERO                GO TO D11Z.
           PERFORM D12.
           MOVE   POST          TO BAPVWS BRPVWS.
           PERFORM D13.
           ADD    BWAANZ (SVX)  TO BWAANZ (22).
           ADD    BWZANZ (SVX)  TO BWZANZ (22).
           ADD    BWGANZ (SVX)  TO BWGANZ (22).
           ADD    BWUANZ (SVX)  TO BWUANZ (22).
           ADD    BWEANZ (SVX)  TO BWEANZ (22).
           ADD    BWARBT (SVX)  TO BWARBT (22).
           ADD    BWZRBT (SVX)  TO BWZRBT (22).
           ADD    BWGRBT (SVX)  TO BWGRBT (22).
           ADD    BWURBT (SVX)  TO BWURBT (22).
           ADD    BWERBT (SVX)  TO BWERBT (22).
       D11Z.
           EXIT.
      *****************************************************************
      *    D12    VWST-BEZEICHNUNG (SVX) NACH POST: AUS LEISTAH, SONST *
      *           'VWST NN'                                            *
      *****************************************************************
       D12 SECTION.
       D12A.
           MOVE   SPACE         TO POST.
           IF     STHBEZ (SVX)  NOT  =   SPACE
                  MOVE STHBEZ (SVX) TO POST
                  GO TO D12Z.
           MOVE   SVX           TO VWSNUMX.
           STRING 'VWST ' VWSNUMX DELIMITED BY SIZE INTO POST.
       D12Z.
           EXIT.
      *****************************************************************
      *    D13    ANZAHL- UND RESTBETRAGSZEILE EINER VWST (SVX)        *
      *****************************************************************
       D13 SECTION.
       D13A.
           MOVE  'ANZAHL'       TO BAPART.
           MOVE   BWAANZ (SVX)  TO BAPANF.
           MOVE   BWZANZ (SVX)  TO BAPZUG.
           MOVE   BWGANZ (SVX)  TO BAPABG.
           MOVE   BWUANZ (SVX)  TO BAPUMB.
           MOVE   BWEANZ (SVX)  TO BAPEND.
           MOVE   BEWANZP       TO POST.
           PERFORM WRT.
           MOVE   SPACE         TO BRPVWS.
           MOVE  'REST'         TO BRPART.
           MOVE   BWARBT (SVX)  TO BRPANF.
           MOVE   BWZRBT (SVX)  TO BRPZUG.
           MOVE   BWGRBT (SVX)  TO BRPABG.
           MOVE   BWURBT (SVX)  TO BRPUMB.
           MOVE   BWERBT (SVX)  TO BRPEND.
           MOVE   BEWRBTP       TO POST.
           PERFORM WRT.
       D13Z.
           EXIT.
      *****************************************************************
      *    D20    ABSTIMMUNG ENDBESTAND GEGEN LEISTAH (GRUPPE ALLE)    *
      *    &----- NACHBUCHUNGEN VON LEIX278 STEHEN IN BEIDEN DATEIEN  *
      *****************************************************************
       D20 SECTION.
       D20A.
           MOVE  '2'            TO KOPFART.
           MOVE  'ABSTIMMUNG GEGEN LEISTAH' TO KOPFGRP.
           PERFORM N05.
           PERFORM D21 VARYING SVX FROM 1 BY 1
                                 UNTIL SVX GREATER 21.
           PERFORM W95.
       D20Z.
           EXIT.
      *****************************************************************
      *    D21    EINE VWST ABSTIMMEN                                  *
      *****************************************************************
       D21 SECTION.
       D21A.
           IF     STHGEF (SVX)  =    '0'         AND
                  BWEANZ (SVX)  =    ZERO                GO TO D21Z.
           PERFORM D12.
           MOVE   POST          TO ABSVWS.
           MOVE   SPACE         TO POST.
           MOVE   BWEANZ (SVX)  TO ABSANZ.
           MOVE   STHANZ (SVX)  TO ABSSTA.
           MOVE   BWERBT (SVX)  TO ABSRBT.
           MOVE   STHRBT (SVX)  TO ABSSRB.
           IF     BWEANZ (SVX)  =    STHANZ (SVX) AND
                  BWERBT (SVX)  =    STHRBT (SVX)
                  MOVE 'OK'     TO ABSKNZ
           ELSE
                  MOVE '**DIFF**' TO ABSKNZ
                  ADD  1        TO ANZDIF.
           MOVE   ABSPOST       TO POST.
           PERFORM WRT.
       D21Z.
           EXIT.
      *****************************************************************
      *    D30    FAELLE SEIT DAUMIN ODER MEHR BESTAENDEN OFFEN       *
      *    &----- AUS DEM NEUEN BESTAND LEISNAN (NACH VSNR)           *
      *****************************************************************
       D30 SECTION.
       D30A.
           MOVE  '3'            TO KOPFART.
           MOVE  'DAUERHAFT OFFENE FAELLE' TO KOPFGRP.
           PERFORM N05.
           IF     ANZDAU        =    ZERO
                  MOVE '  KEINE' TO POST
                  PERFORM WRT
                  GO TO D30Z.
           OPEN   INPUT LEISNAN.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISNAN **' STATUS-BYTE
                  MOVE 'LEISNAN' TO PRODATEI
                  PERFORM P95
                  GO TO D30Z.
       D30B.
           READ   LEISNAN INTO SNAPSATZ AT END      GO TO D30C.
           IF     SNAPFOLG      LESS DAUMIN          GO TO D30B.
           MOVE   SNAPVWS       TO SVX.
           PERFORM D12.
           MOVE   POST          TO DAUVWS.
           MOVE   SPACE         TO POST.
           MOVE   SNAPVSNR      TO DAUVSNR.
           MOVE   SPACE         TO DAUKAT DAUSTUF.
           IF     SNAPKAT       NOT LESS 1 AND
                  SNAPKAT       NOT GREATER 4
                  MOVE KATTXT (SNAPKAT)  TO DAUKAT.
           IF     SNAPSTUF      NOT LESS 1 AND
                  SNAPSTUF      NOT GREATER 4
                  MOVE STUTXT (SNAPSTUF) TO DAUSTUF.
           IF     SNAPTYP       =    1
                  MOVE 'ERL.'   TO DAUTYP
           ELSE
                  MOVE 'FEHL'   TO DAUTYP.
           MOVE   SNAPFOLG      TO DAUFOLG.
           MOVE   SNAPGESV      TO DAUVBTR.
           MOVE   SNAPGESR      TO DAURBTR.
           MOVE   DAUPOST       TO POST.
           PERFORM WRT.
           GO TO D30B.
       D30C.
           CLOSE  LEISNAN.
       D30Z.
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
      *    W95    TRENNZEILE VOR SUMMEN/ABSCHLUESSEN SCHREIBEN        *
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
      *    K05    SEITENKOPF: BERICHT, MONATE, SEITE, ABSCHNITT UND   *
      *           SPALTENUEBERSCHRIFTEN (KOPFART 1 = BEWEGUNG,        *
      *           2 = ABSTIMMUNG, 3 = DAUERHAFT OFFENE FAELLE)        *
      *****************************************************************
       K05 SECTION.
       K05A.
           ADD    1 TO SEITENNR.
           MOVE   SEITENNR      TO KOPFSEIT.
           MOVE   WSDATNUM      TO KOPFMON.
           MOVE   VORNUM        TO KOPFVOR.
           WRITE  AUSGABE FROM KOPF1.
           WRITE  AUSGABE FROM KOPF2.
           IF     KOPFART       =    '2'
                  WRITE AUSGABE FROM KOPF4
           ELSE
           IF     KOPFART       =    '3'
                  WRITE AUSGABE FROM KOPF5
           ELSE
                  WRITE AUSGABE FROM KOPF3.
           WRITE  AUSGABE FROM LEERZEIL.
           MOVE   4 TO ZEILENNR.
       K05Z.
           EXIT.

-INC PDLEIPR
-INC PDLEIBM
-INC UPRO100X
       END PROGRAM LEIX282.
