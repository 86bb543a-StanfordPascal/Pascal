 PROCESS TEST(ALL,SYM)
 PROCESS APOST,NOADV,NODYNAM,RENT

       IDENTIFICATION DIVISION.
      ******************************************************************
      * -------------------------------------------------------------- *
      *  L E I 3 8 6 V         ** BESTANDSSTATISTIK LEIVSAM NACH       *
      *                           VERTRAGSJAHR, GESL UND TASN-BAND     *
      * -------------------------------------------------------------- *
      *                           E I N G A B E ---------------------- *
      *                           SYSIN       : PARAMETERKARTE         *
      *                           LEIVSAM     : LEIF3DX ZIELDATEI      *
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEIBSTL     : BESTANDSSTATISTIK      *
      *                           LEIBSTD     : SCHNITTSTELLENDATEI    *
      *                                         (SEMIKOLON-GETRENNT,   *
      *                                         WIE LEISTAD: H/D/T)    *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  LEIVSAM WIRD EINMAL SEQUENTIELL EINSCHLIESSLICH DER FOLGE-    *
      *  SAETZE GELESEN. EIN ZEITRAUM IST IN EINEM VERTRAGSJAHR        *
      *  (KALENDERJAHR JJJJ) AKTIV, WENN ER SICH MIT JJJJ01-JJJJ12     *
      *  UEBERSCHNEIDET; EIN VERTRAG, WENN MINDESTENS EIN ZEITRAUM     *
      *  AKTIV IST.                                                    *
      *    MATRIX VERTRAGSJAHR X GESL: JE ZELLE AKTIVE VERTRAEGE (MIT  *
      *    MINDESTENS EINEM AKTIVEN ZEITRAUM DIESES GESL), AKTIVE      *
      *    ZEITRAEUME UND SUMME ANZA DIESER ZEITRAEUME.                *
      *    VERTEILUNG UEBER DIE TASN-BAENDER DER PARAMETERKARTE JE     *
      *    VERTRAGSJAHR MIT VERAENDERUNG ZUM VORJAHR (FUER DAS ERSTE   *
      *    JAHR WIRD DAS VORJAHR MITGEZAEHLT, ABER NICHT GEDRUCKT).    *
      *  EIN VERTRAG MIT ZEITRAEUMEN IN MEHREREN GESL BZW. BAENDERN    *
      *  ZAEHLT IN JEDEM DAVON; DIE GESAMTZEILE ZAEHLT IHN EINMAL.     *
      *  ZWEISTELLIGE JAHRE UEBER DAS JAHRHUNDERTFENSTER WIE LEI386L.  *
      * -------------------------------------------------------------- *
      *  PARAMETERKARTE:                                               *
      *     SP  1- 4  ERSTES VERTRAGSJAHR JJJJ (LEER = LETZTES - 9)    *
      *     SP  6- 9  LETZTES VERTRAGSJAHR JJJJ (LEER = LAUFJAHR),     *
      *               HOECHSTENS 20 JAHRE                              *
      *     SP 11-13  TASN-GRENZEN: BIS ZU 9 UNTERGRENZEN AUFSTEIGEND  *
      *     SP 15-17  (JE 3 STELLEN, EINE SPALTE ABSTAND) FUER DIE     *
      *     ...       BAENDER 2-10; BAND 1 = UNTER DER ERSTEN GRENZE.  *
      *     SP 43-45  KEINE GRENZE = EIN BAND (ALLE TASN)              *
      * -------------------------------------------------------------- *
      *  15/10/26 HM              ERSTELLUNG                           *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEI386V.

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

           SELECT LEIBSTL ASSIGN TO LEIBSTL
              ORGANIZATION SEQUENTIAL
              FILE STATUS STATUS-BYTE.

           SELECT LEIBSTD ASSIGN TO LEIBSTD
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

       FD  LEIBSTL
           LABEL RECORDS STANDARD.
       01  BSTAUSG                   PIC X(80).

       FD  LEIBSTD
           LABEL RECORDS STANDARD.
       01  EXTSATZ                   PIC X(120).

       FD  LEIPROT
           LABEL RECORDS STANDARD.
       01  PROAUSG                   PIC X(80).


       WORKING-STORAGE SECTION.

       01  FILLER.
           05  INDX                  PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZLES                PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZVERT               PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZOHNE               PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZZEIT               PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZUNPL               PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZAUSS               PIC S9(9) COMP-3 VALUE ZERO.
           05  JX                    PIC S9(3) COMP-3 VALUE ZERO.
           05  JXVJ                  PIC S9(3) COMP-3 VALUE ZERO.
           05  JXMAX                 PIC S9(3) COMP-3 VALUE ZERO.
           05  GX                    PIC S9(3) COMP-3 VALUE ZERO.
           05  BDX                   PIC S9(3) COMP-3 VALUE ZERO.
           05  GRX                   PIC S9(3) COMP-3 VALUE ZERO.
           05  ANZGRENZ              PIC S9(3) COMP-3 VALUE ZERO.
           05  ANZBAND               PIC S9(3) COMP-3 VALUE ZERO.
           05  KARTFEHL              PIC X            VALUE '0'.
           05  KARTTEXT              PIC X(27)        VALUE SPACE.
           05  GRENZLEER             PIC X            VALUE '0'.
      *
      *    -----  PARAMETERKARTE (SYSIN) LEI386V
      *           BSTERST   ERSTES VERTRAGSJAHR JJJJ
      *           BSTLETZ   LETZTES VERTRAGSJAHR JJJJ
      *           BSTGRN    UNTERGRENZEN DER TASN-BAENDER 2-10
      *
       01  BSTKARTE.
           05  BSTERSTX              PIC X(4).
           05  BSTERST               REDEFINES BSTERSTX PIC 9(4).
           05  FILLER                PIC X.
           05  BSTLETZX              PIC X(4).
           05  BSTLETZ               REDEFINES BSTLETZX PIC 9(4).
           05  FILLER                PIC X.
           05  BSTGRENZ              OCCURS 9 TIMES.
               10  BSTGRX            PIC X(3).
               10  BSTGRN            REDEFINES BSTGRX   PIC 9(3).
               10  FILLER            PIC X.
           05  FILLER                PIC X(34).
       01  FILLER                    REDEFINES BSTKARTE.
           05  FILLER                PIC X(10).
           05  BSTGRTXT              PIC X(35).
           05  FILLER                PIC X(35).
      *
      *    -----  JAHRE UND JAHRHUNDERTFENSTER
      *           ZWEISTELLIGE JAHRE BIS LAUFJAHR + 10 GELTEN ALS
      *           20JJ, DARUEBER ALS 19JJ
      *
       01  FILLER.
           05  FENSTJJ               PIC 99        VALUE ZERO.
           05  JHR2                  PIC 99        VALUE ZERO.
           05  JHR4                  PIC 9(4)      VALUE ZERO.
           05  ERSTJ                 PIC 9(4)      VALUE ZERO.
           05  LETZJ                 PIC 9(4)      VALUE ZERO.
           05  VORJ                  PIC 9(4)      VALUE ZERO.
           05  JAHR                  PIC 9(4)      VALUE ZERO.
           05  JAHRAB                PIC 9(4)      VALUE ZERO.
           05  JAHRBIS               PIC 9(4)      VALUE ZERO.
           05  VONJ4                 PIC 9(4)      VALUE ZERO.
           05  BISJ4                 PIC 9(4)      VALUE ZERO.
           05  ZRVON                 PIC 9(6)      VALUE ZERO.
           05  ZRBIS                 PIC 9(6)      VALUE ZERO.
      *
      *    -----  UNTERGRENZEN DER BAENDER 2-10 (AUS DER KARTE)
      *
       01  BANDTAB.
           05  BANDGR                PIC 9(3)      OCCURS 9 TIMES.
       01  FILLER.
           05  BANDTXT               PIC X(9)      VALUE SPACE.
           05  TASNLO                PIC 9(3)      VALUE ZERO.
           05  TASNHI                PIC 9(3)      VALUE ZERO.
           05  GESLNR                PIC 9         VALUE ZERO.
      *
      *    -----  GRUPPENWECHSEL VERTRAG (STAMMSATZ + FOLGESAETZE)
      *
       01  FILLER.
           05  LAUFVERT              PIC X(4)      VALUE LOW-VALUE.
           05  LAUFZDVG              PIC 9(4)      VALUE ZERO.
      *
      *    -----  JE JAHR (1 = VORJAHR DES ERSTEN JAHRES, 2-21 =
      *           ERSTES BIS LETZTES JAHR): MATRIX GESL (1-10 =
      *           GESL 0-9, 11 = GESAMT) UND TASN-BAND (1-10,
      *           11 = GESAMT)
      *
       01  MATTAB.
           05  MATJAHR               OCCURS 21 TIMES.
               10  MATGES            OCCURS 11 TIMES.
                   15  MATVERT       PIC S9(9)     COMP-3.
                   15  MATZEIT       PIC S9(9)     COMP-3.
                   15  MATANZA       PIC S9(11)V99 COMP-3.
       01  BANTAB.
           05  BANJAHR               OCCURS 21 TIMES.
               10  BANBAND           OCCURS 11 TIMES.
                   15  BANVERT       PIC S9(9)     COMP-3.
                   15  BANZEIT       PIC S9(9)     COMP-3.
                   15  BANANZA       PIC S9(11)V99 COMP-3.
      *
      *    -----  KENNZEICHEN DES LAUFENDEN VERTRAGS: IN JAHR/GESL
      *           BZW. JAHR/BAND AKTIV (FUER DIE VERTRAGSZAHL)
      *
       01  VKZTAB.
           05  VKZJAHR               OCCURS 21 TIMES.
               10  VKZGES            PIC X         OCCURS 11 TIMES.
               10  VKZBAN            PIC X         OCCURS 11 TIMES.
      *
      *    -----  VERAENDERUNG ZUM VORJAHR
      *
       01  FILLER.
           05  DIFVERT               PIC S9(9)     COMP-3 VALUE ZERO.
           05  DIFANZA               PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  DIFPROZ               PIC S9(5)V9   COMP-3 VALUE ZERO.
      *
      *    -----  DRUCKZEILEN BESTANDSSTATISTIK
      *
       01  KOPFZEIL.
           05  FILLER                PIC X(38)
               VALUE 'LEI386V BESTANDSSTATISTIK LEIVSAM VOM '.
           05  KOPFTT                PIC 99.
           05  FILLER                PIC X     VALUE '.'.
           05  KOPFMM                PIC 99.
           05  FILLER                PIC X     VALUE '.'.
           05  KOPFJJ                PIC 99.
           05  FILLER                PIC X(34) VALUE SPACE.

       01  PARMZEIL.
           05  FILLER                PIC X(14) VALUE 'VERTRAGSJAHRE '.
           05  PARMERST              PIC 9(4).
           05  FILLER                PIC X(3)  VALUE ' - '.
           05  PARMLETZ              PIC 9(4).
           05  FILLER                PIC X(17)
               VALUE '   TASN-GRENZEN: '.
           05  PARMGRZ               PIC X(35).
           05  FILLER                PIC X(3)  VALUE SPACE.

       01  TITLZEIL.
           05  TITLTEXT              PIC X(60) VALUE SPACE.
           05  FILLER                PIC X(20) VALUE SPACE.

       01  MATKOPF.
           05  FILLER                PIC X(14) VALUE 'JAHR  GESL'.
           05  FILLER                PIC X(9)  VALUE 'VERTRAEGE'.
           05  FILLER                PIC X(12) VALUE '  ZEITRAEUME'.
           05  FILLER                PIC X(17)
               VALUE '             ANZA'.
           05  FILLER                PIC X(28) VALUE SPACE.

       01  MATZEIL.
           05  MATZJAHR              PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  MATZGESL              PIC X(6).
           05  FILLER                REDEFINES MATZGESL.
               10  FILLER            PIC X(2).
               10  MATZGNR           PIC 9.
               10  FILLER            PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  MATZVERT              PIC Z(8)9.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  MATZZEIT              PIC Z(8)9.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  MATZANZA              PIC Z(10)9,99.
           05  FILLER                PIC X(28) VALUE SPACE.

       01  BANKOPF.
           05  FILLER                PIC X(14) VALUE 'JAHR TASN-BAND'.
           05  FILLER                PIC X(8)  VALUE '  VERTR.'.
           05  FILLER                PIC X(8)  VALUE ' +/- VJ'.
           05  FILLER                PIC X(7)  VALUE '   % VJ'.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(8)  VALUE '  ZEITR.'.
           05  FILLER                PIC X(12) VALUE '        ANZA'.
           05  FILLER                PIC X(13) VALUE ' ANZA +/- VJ '.
           05  FILLER                PIC X(9)  VALUE SPACE.

       01  BANZEIL.
           05  BANZJAHR              PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  BANZBAND              PIC X(9).
           05  BANZVERT              PIC Z(7)9.
           05  BANZVDIF              PIC Z(6)9-.
           05  BANZVPRZ              PIC X(7).
           05  BANZVPRN              REDEFINES BANZVPRZ PIC ZZZ9,9-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  BANZZEIT              PIC Z(7)9.
           05  BANZANZA              PIC Z(8)9,99.
           05  BANZADIF              PIC Z(8)9,99-.
           05  FILLER                PIC X(9)  VALUE SPACE.

       01  ABWZEIL.
           05  FILLER                PIC X(5)  VALUE '  ** '.
           05  ABWTEXT               PIC X(75) VALUE SPACE.

       01  SUMZEIL.
           05  SUMTEXT               PIC X(40) VALUE SPACE.
           05  SUMZAHL               PIC Z(8)9- VALUE ZERO.
           05  FILLER                PIC X(30) VALUE SPACE.

       01  LEERZEIL                  PIC X(80) VALUE SPACE.
      *
      *    -----  ARBEITSFELDER SCHNITTSTELLENDATEI (WIE LEI386B)
      *           D;M = MATRIXZELLE (GESL 0-9, * = GESAMT)
      *           D;B = TASN-BAND (01-10, ** = GESAMT) MIT
      *                 VERAENDERUNG ZUM VORJAHR
      *           ANZA ALS GANZE HUNDERTSTEL MIT VORZEICHEN
      *
       01  FILLER.
           05  EXTCNT                PIC S9(9) COMP-3 VALUE ZERO.
           05  EXTDAT6               PIC X(6)      VALUE SPACE.
           05  EXTERSTA              PIC 9(4)      VALUE ZERO.
           05  EXTLETZA              PIC 9(4)      VALUE ZERO.
           05  EXTGRANZ              PIC 9         VALUE ZERO.
           05  EXTJAHRA              PIC 9(4)      VALUE ZERO.
           05  EXTGESL               PIC X         VALUE SPACE.
           05  EXTBAND               PIC X(2)      VALUE SPACE.
           05  EXTANZAC              PIC S9(13) COMP-3 VALUE ZERO.
           05  EXTVERTA              PIC +9(9).
           05  EXTZEITA              PIC +9(9).
           05  EXTANZAA              PIC +9(13).
           05  EXTVDIFA              PIC +9(9).
           05  EXTADIFA              PIC +9(13).
           05  EXTCNTA               PIC +9(9).
       01  EXTZEILE                  PIC X(120)    VALUE SPACE.

-INC U100C80
-INC WSDATUM
-INC VSSTATUS
+INC TOL.LEICWORK
-INC WSLEIPR

       PROCEDURE DIVISION.

-INC PDDATUM

           CALL 'UPRO100' USING U100SATZ.

           OPEN EXTEND LEIPROT.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIPROT **' STATUS-BYTE.
           MOVE 'LEI386V' TO PROPROG.
           MOVE 'I'       TO PROSTUFE.
           MOVE 'STRT'    TO PROEREIG.
           PERFORM P90.

      *-----------------------------------------------------------
      *    PARAMETERKARTE LESEN UND PRUEFEN
      *-----------------------------------------------------------

           ACCEPT BSTKARTE FROM SYSIN.
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

           OPEN OUTPUT LEIBSTL.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIBSTL  **' STATUS-BYTE
              MOVE 'LEIBSTL' TO PRODATEI
              PERFORM P95
              GO TO A99X.

           OPEN OUTPUT LEIBSTD.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIBSTD  **' STATUS-BYTE
              MOVE 'LEIBSTD' TO PRODATEI
              PERFORM P95
              CLOSE LEIBSTL
              GO TO A99X.

           MOVE TT TO KOPFTT.
           MOVE MM TO KOPFMM.
           MOVE JJ TO KOPFJJ.
           WRITE BSTAUSG FROM KOPFZEIL.
           MOVE ERSTJ    TO PARMERST.
           MOVE LETZJ    TO PARMLETZ.
           MOVE BSTGRTXT TO PARMGRZ.
           IF ANZGRENZ = ZERO
              MOVE 'KEINE (EIN BAND)' TO PARMGRZ.
           WRITE BSTAUSG FROM PARMZEIL.

      *-----------------------------------------------------------
      *    LEIVSAM EINMAL LESEN UND ZAEHLEN
      *-----------------------------------------------------------

           INITIALIZE MATTAB BANTAB.
           PERFORM C00.
           IF PRORC NOT LESS 12
              GO TO A90.

           PERFORM X01.
           PERFORM D00.
           PERFORM E00.
           PERFORM X09.

       A90.

      *-----------------------------------------------------------
      *    SUMMEN
      *-----------------------------------------------------------

           WRITE BSTAUSG FROM LEERZEIL.
           MOVE 'SAETZE GELESEN'                     TO SUMTEXT.
           MOVE ANZLES                               TO SUMZAHL.
           WRITE BSTAUSG FROM SUMZEIL.
           MOVE 'VERTRAEGE IN LEIVSAM'               TO SUMTEXT.
           MOVE ANZVERT                              TO SUMZAHL.
           WRITE BSTAUSG FROM SUMZEIL.
           MOVE 'DAVON OHNE ZEITRAUM'                TO SUMTEXT.
           MOVE ANZOHNE                              TO SUMZAHL.
           WRITE BSTAUSG FROM SUMZEIL.
           MOVE 'ZEITRAEUME GELESEN'                 TO SUMTEXT.
           MOVE ANZZEIT                              TO SUMZAHL.
           WRITE BSTAUSG FROM SUMZEIL.
           MOVE 'DAVON AUSSERHALB DER VERTRAGSJAHRE' TO SUMTEXT.
           MOVE ANZAUSS                              TO SUMZAHL.
           WRITE BSTAUSG FROM SUMZEIL.
           MOVE 'DAVON UNPLAUSIBEL (NICHT GEZAEHLT)' TO SUMTEXT.
           MOVE ANZUNPL                              TO SUMZAHL.
           WRITE BSTAUSG FROM SUMZEIL.
           MOVE 'SAETZE SCHNITTSTELLENDATEI'         TO SUMTEXT.
           MOVE EXTCNT                               TO SUMZAHL.
           WRITE BSTAUSG FROM SUMZEIL.

           DISPLAY 'LEI386V GELESEN   = ' ANZLES.
           DISPLAY 'LEI386V VERTRAEGE = ' ANZVERT.
           DISPLAY 'LEI386V ZEITRAEUME= ' ANZZEIT.

      *-----------------------------------------------------------
      *    UNPLAUSIBLE ZEITRAEUME (MONAT, VON NACH BIS) FEHLEN IN
      *    DER STATISTIK - DIE FACHABTEILUNG MUSS SIE KENNEN
      *-----------------------------------------------------------

           IF ANZUNPL GREATER ZERO
              WRITE BSTAUSG FROM LEERZEIL
              MOVE 'UNPLAUSIBLE ZEITRAEUME SIND NICHT ENTHALTEN'
                                                     TO ABWTEXT
              WRITE BSTAUSG FROM ABWZEIL
              MOVE 'W'       TO PROSTUFE
              MOVE 'DATN'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              MOVE ANZUNPL   TO PROZAHL1
              MOVE ANZZEIT   TO PROZAHL2
              MOVE 'ZEITRAEUME UNPLAUSIBEL' TO PROTEXT
              PERFORM P90
              MOVE 4 TO PRORCNEU
              PERFORM P91.

           IF PRORC LESS 8
              MOVE 'I'       TO PROSTUFE
              MOVE 'ENDE'    TO PROEREIG
              MOVE ANZVERT   TO PROZAHL1
              MOVE ANZZEIT   TO PROZAHL2
              MOVE 'VERTRAEGE/ZEITRAEUME' TO PROTEXT
              PERFORM P90.

           CLOSE LEIBSTL LEIBSTD.
       A99X.
           CLOSE LEIPROT.
           MOVE PRORC TO RETURN-CODE.
           STOP RUN.



      ******************************************************************
      *    B00 PARAMETERKARTE PRUEFEN, JAHRE UND TASN-BAENDER BILDEN   *
      *    -----------------------------------------------------      *
      *    DIE GRENZEN STEHEN LUECKENLOS AB SP 11 UND STEIGEN STRENG;  *
      *    GRENZE 000 WAERE EIN LEERES BAND 1 UND WIRD ABGEWIESEN.     *
      ******************************************************************
       B00 SECTION.
       B00A.
           COMPUTE FENSTJJ = JJ + 10.
           MOVE JJ TO JHR2.
           PERFORM T10.

           IF BSTLETZX = SPACE
              MOVE JHR4 TO LETZJ
           ELSE
              IF BSTLETZX NOT NUMERIC
                 MOVE 'LETZTES JAHR UNGUELTIG' TO KARTTEXT
                 MOVE '1' TO KARTFEHL
                 GO TO B00Z
              END-IF
              MOVE BSTLETZ TO LETZJ
           END-IF.

           IF BSTERSTX = SPACE
              COMPUTE ERSTJ = LETZJ - 9
           ELSE
              IF BSTERSTX NOT NUMERIC
                 MOVE 'ERSTES JAHR UNGUELTIG' TO KARTTEXT
                 MOVE '1' TO KARTFEHL
                 GO TO B00Z
              END-IF
              MOVE BSTERST TO ERSTJ
           END-IF.

           IF ERSTJ LESS 1901 OR LETZJ GREATER 2099 OR
              ERSTJ GREATER LETZJ
              MOVE 'JAHRE UNPLAUSIBEL' TO KARTTEXT
              MOVE '1' TO KARTFEHL
              GO TO B00Z.
           IF LETZJ - ERSTJ GREATER 19
              MOVE 'MEHR ALS 20 JAHRE' TO KARTTEXT
              MOVE '1' TO KARTFEHL
              GO TO B00Z.
           COMPUTE VORJ  = ERSTJ - 1.
           COMPUTE JXMAX = LETZJ - ERSTJ + 2.

           MOVE ZERO TO ANZGRENZ.
           MOVE '0'  TO GRENZLEER.
           PERFORM B10 VARYING GRX FROM 1 BY 1
                   UNTIL GRX GREATER 9 OR KARTFEHL = '1'.
           COMPUTE ANZBAND = ANZGRENZ + 1.
       B00Z.
           EXIT.



      ******************************************************************
      *    B10 EINE TASN-GRENZE DER KARTE (GRX) UEBERNEHMEN            *
      ******************************************************************
       B10 SECTION.
       B10A.
           IF BSTGRX (GRX) = SPACE
              MOVE '1' TO GRENZLEER
              GO TO B10Z.
           IF GRENZLEER = '1'
              MOVE 'TASN-GRENZEN MIT LUECKE' TO KARTTEXT
              MOVE '1' TO KARTFEHL
              GO TO B10Z.
           IF BSTGRX (GRX) NOT NUMERIC OR BSTGRN (GRX) = ZERO
              MOVE 'TASN-GRENZE UNGUELTIG' TO KARTTEXT
              MOVE '1' TO KARTFEHL
              GO TO B10Z.
           IF ANZGRENZ GREATER ZERO
              IF BSTGRN (GRX) NOT GREATER BANDGR (ANZGRENZ)
                 MOVE 'TASN-GRENZEN NICHT STEIGEND' TO KARTTEXT
                 MOVE '1' TO KARTFEHL
                 GO TO B10Z
              END-IF
           END-IF.
           ADD 1 TO ANZGRENZ.
           MOVE BSTGRN (GRX) TO BANDGR (ANZGRENZ).
       B10Z.
           EXIT.



      ******************************************************************
      *    C00 LEIVSAM LESEN (STAMMSATZ UND FOLGESAETZE)               *
      *    -----------------------------------------------------      *
      *    JE ZEITRAUM WERDEN ZEITRAEUME UND ANZA SOFORT GEZAEHLT      *
      *    (C05); DIE VERTRAGSZAHLEN BEIM GRUPPENWECHSEL AUS DEN       *
      *    KENNZEICHEN DES VERTRAGS (C10).                             *
      ******************************************************************
       C00 SECTION.
       C00A.
           OPEN INPUT LEIVSAM.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIVSAM  **' STATUS-BYTE
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              GO TO C00Z.
           MOVE LOW-VALUE TO LAUFVERT.
       C00B.
           READ LEIVSAM NEXT
                AT END GO TO C00C.
           IF NOT STATUS-OK
              DISPLAY '** Fehler READ LEIVSAM  **' STATUS-BYTE
              MOVE 'READ'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              GO TO C00D.
           ADD 1 TO ANZLES.

      *    &----- KONTROLLSATZ (SCHLUESSEL LOW-VALUE) UEBERLESEN

           IF LEICSCHL = LOW-VALUE
              GO TO C00B.

           IF LEICVERT NOT = LAUFVERT
              IF LAUFVERT NOT = LOW-VALUE
                 PERFORM C10
              END-IF
              MOVE LEICVERT TO LAUFVERT
              MOVE ZERO     TO LAUFZDVG
              MOVE ALL '0'  TO VKZTAB
           END-IF.

           PERFORM C05 VARYING INDX FROM 1 BY 1
                   UNTIL INDX GREATER LEICZDVA.
           GO TO C00B.
       C00C.
           IF LAUFVERT NOT = LOW-VALUE
              PERFORM C10.
       C00D.
           CLOSE LEIVSAM.
       C00Z.
           EXIT.



      ******************************************************************
      *    C05 EIN ZEITRAUM: AKTIVE JAHRE IM BERICHTSBEREICH BESTIMMEN *
      *    -----------------------------------------------------      *
      *    UNPLAUSIBEL: MONAT NICHT 01-12 ODER VON NACH BIS. GEZAEHLT  *
      *    WIRD VOM VORJAHR DES ERSTEN BIS ZUM LETZTEN JAHR.           *
      ******************************************************************
       C05 SECTION.
       C05A.
           MOVE LEICDATN (INDX) TO ZWISLEIC.
           ADD 1 TO LAUFZDVG.
           ADD 1 TO ANZZEIT.
           IF ZWISVONM LESS 1 OR ZWISVONM GREATER 12 OR
              ZWISBISM LESS 1 OR ZWISBISM GREATER 12
              ADD 1 TO ANZUNPL
              GO TO C05Z.
           MOVE ZWISVONJ TO JHR2.
           PERFORM T10.
           MOVE JHR4     TO VONJ4.
           COMPUTE ZRVON = JHR4 * 100 + ZWISVONM.
           MOVE ZWISBISJ TO JHR2.
           PERFORM T10.
           MOVE JHR4     TO BISJ4.
           COMPUTE ZRBIS = JHR4 * 100 + ZWISBISM.
           IF ZRVON GREATER ZRBIS
              ADD 1 TO ANZUNPL
              GO TO C05Z.

           IF BISJ4 LESS VORJ OR VONJ4 GREATER LETZJ
              ADD 1 TO ANZAUSS
              GO TO C05Z.
           MOVE VONJ4 TO JAHRAB.
           IF JAHRAB LESS VORJ
              MOVE VORJ  TO JAHRAB.
           MOVE BISJ4 TO JAHRBIS.
           IF JAHRBIS GREATER LETZJ
              MOVE LETZJ TO JAHRBIS.

           COMPUTE GX = ZWISGESL + 1.
           PERFORM T20.
           PERFORM C06 VARYING JAHR FROM JAHRAB BY 1
                   UNTIL JAHR GREATER JAHRBIS.
       C05Z.
           EXIT.



      ******************************************************************
      *    C06 ZEITRAUM IM JAHR (JAHR) ZAEHLEN UND VERTRAG KENNZEICHNEN*
      ******************************************************************
       C06 SECTION.
       C06A.
           COMPUTE JX = JAHR - ERSTJ + 2.
           ADD 1        TO MATZEIT (JX, GX).
           ADD 1        TO MATZEIT (JX, 11).
           ADD ZWISANZA TO MATANZA (JX, GX).
           ADD ZWISANZA TO MATANZA (JX, 11).
           ADD 1        TO BANZEIT (JX, BDX).
           ADD 1        TO BANZEIT (JX, 11).
           ADD ZWISANZA TO BANANZA (JX, BDX).
           ADD ZWISANZA TO BANANZA (JX, 11).
           MOVE '1' TO VKZGES (JX, GX).
           MOVE '1' TO VKZGES (JX, 11).
           MOVE '1' TO VKZBAN (JX, BDX).
           MOVE '1' TO VKZBAN (JX, 11).
       C06Z.
           EXIT.



      ******************************************************************
      *    C10 GRUPPENWECHSEL: VERTRAG JE JAHR IN GESL UND BAND ZAEHLEN*
      ******************************************************************
       C10 SECTION.
       C10A.
           ADD 1 TO ANZVERT.
           IF LAUFZDVG = ZERO
              ADD 1 TO ANZOHNE
              GO TO C10Z.
           PERFORM C11 VARYING JX FROM 1 BY 1
                   UNTIL JX GREATER JXMAX.
       C10Z.
           EXIT.

       C11 SECTION.
       C11A.
           PERFORM C12 VARYING GX FROM 1 BY 1
                   UNTIL GX GREATER 11.
       C11Z.
           EXIT.

       C12 SECTION.
       C12A.
           IF VKZGES (JX, GX) = '1'
              ADD 1 TO MATVERT (JX, GX).
           IF VKZBAN (JX, GX) = '1'
              ADD 1 TO BANVERT (JX, GX).
       C12Z.
           EXIT.



      ******************************************************************
      *    D00 MATRIX VERTRAGSJAHR X GESL DRUCKEN                      *
      *    -----------------------------------------------------      *
      *    JE JAHR DIE GESL MIT AKTIVEN ZEITRAEUMEN UND DIE GESAMT-    *
      *    ZEILE; JEDE GEDRUCKTE ZELLE GEHT AUCH IN DIE DATEI (D;M).   *
      ******************************************************************
       D00 SECTION.
       D00A.
           WRITE BSTAUSG FROM LEERZEIL.
           MOVE 'AKTIVE VERTRAEGE, ZEITRAEUME UND ANZA JE VERTRAGSJAHR'
                                                     TO TITLTEXT.
           WRITE BSTAUSG FROM TITLZEIL.
           MOVE 'UND GESL' TO TITLTEXT.
           WRITE BSTAUSG FROM TITLZEIL.
           WRITE BSTAUSG FROM LEERZEIL.
           WRITE BSTAUSG FROM MATKOPF.
           PERFORM D05 VARYING JX FROM 2 BY 1
                   UNTIL JX GREATER JXMAX.
       D00Z.
           EXIT.

       D05 SECTION.
       D05A.
           WRITE BSTAUSG FROM LEERZEIL.
           COMPUTE JAHR = ERSTJ + JX - 2.
           MOVE JAHR TO MATZJAHR.
           PERFORM D06 VARYING GX FROM 1 BY 1
                   UNTIL GX GREATER 11.
       D05Z.
           EXIT.

       D06 SECTION.
       D06A.
           IF GX LESS 11 AND MATZEIT (JX, GX) = ZERO
              GO TO D06Z.
           IF GX = 11
              MOVE 'GESAMT' TO MATZGESL
              MOVE '*'      TO EXTGESL
           ELSE
              MOVE SPACE    TO MATZGESL
              COMPUTE GESLNR = GX - 1
              MOVE GESLNR   TO MATZGNR EXTGESL
           END-IF.
           MOVE MATVERT (JX, GX) TO MATZVERT.
           MOVE MATZEIT (JX, GX) TO MATZZEIT.
           MOVE MATANZA (JX, GX) TO MATZANZA.
           WRITE BSTAUSG FROM MATZEIL.
           MOVE SPACE TO MATZJAHR.
           PERFORM X02.
       D06Z.
           EXIT.



      ******************************************************************
      *    E00 VERTEILUNG UEBER DIE TASN-BAENDER DRUCKEN               *
      *    -----------------------------------------------------      *
      *    JE JAHR UND BAND VERTRAEGE, ZEITRAEUME, ANZA UND DIE        *
      *    VERAENDERUNG DER VERTRAEGE (ANZAHL, %) UND DER ANZA ZUM     *
      *    VORJAHR. % BEI LEEREM VORJAHRESBAND: NEU.                   *
      ******************************************************************
       E00 SECTION.
       E00A.
           WRITE BSTAUSG FROM LEERZEIL.
           MOVE 'VERTEILUNG UEBER DIE TASN-BAENDER JE VERTRAGSJAHR'
                                                     TO TITLTEXT.
           WRITE BSTAUSG FROM TITLZEIL.
           MOVE 'MIT VERAENDERUNG ZUM VORJAHR (VJ)' TO TITLTEXT.
           WRITE BSTAUSG FROM TITLZEIL.
           WRITE BSTAUSG FROM LEERZEIL.
           WRITE BSTAUSG FROM BANKOPF.
           PERFORM E05 VARYING JX FROM 2 BY 1
                   UNTIL JX GREATER JXMAX.
       E00Z.
           EXIT.

       E05 SECTION.
       E05A.
           WRITE BSTAUSG FROM LEERZEIL.
           COMPUTE JAHR = ERSTJ + JX - 2.
           COMPUTE JXVJ = JX - 1.
           MOVE JAHR TO BANZJAHR.
           PERFORM E06 VARYING BDX FROM 1 BY 1
                   UNTIL BDX GREATER ANZBAND.
           IF ANZBAND GREATER 1
              MOVE 11 TO BDX
              PERFORM E06.
       E05Z.
           EXIT.

       E06 SECTION.
       E06A.
           IF BDX = 11
              MOVE 'GESAMT' TO BANDTXT
              MOVE '**'     TO EXTBAND
           ELSE
              PERFORM T30
              MOVE BDX      TO JHR2
              MOVE JHR2     TO EXTBAND
           END-IF.
           COMPUTE DIFVERT = BANVERT (JX, BDX) - BANVERT (JXVJ, BDX).
           COMPUTE DIFANZA = BANANZA (JX, BDX) - BANANZA (JXVJ, BDX).
           MOVE BANDTXT          TO BANZBAND.
           MOVE BANVERT (JX, BDX) TO BANZVERT.
           MOVE DIFVERT          TO BANZVDIF.
           MOVE SPACE            TO BANZVPRZ.
           IF BANVERT (JXVJ, BDX) GREATER ZERO
              COMPUTE DIFPROZ ROUNDED =
                      DIFVERT * 100 / BANVERT (JXVJ, BDX)
              MOVE DIFPROZ       TO BANZVPRN
           ELSE
              IF BANVERT (JX, BDX) GREATER ZERO
                 MOVE '    NEU'  TO BANZVPRZ
              END-IF
           END-IF.
           MOVE BANZEIT (JX, BDX) TO BANZZEIT.
           MOVE BANANZA (JX, BDX) TO BANZANZA.
           MOVE DIFANZA          TO BANZADIF.
           WRITE BSTAUSG FROM BANZEIL.
           MOVE SPACE TO BANZJAHR.
           PERFORM X03.
       E06Z.
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
      *    T20 TASN-BAND (BDX) DES ZEITRAUMS ZWISTASN                  *
      ******************************************************************
       T20 SECTION.
       T20A.
           MOVE 1 TO BDX.
           PERFORM T21 VARYING GRX FROM 1 BY 1
                   UNTIL GRX GREATER ANZGRENZ.
       T20Z.
           EXIT.

       T21 SECTION.
       T21A.
           IF ZWISTASN NOT LESS BANDGR (GRX)
              COMPUTE BDX = GRX + 1.
       T21Z.
           EXIT.



      ******************************************************************
      *    T30 BEZEICHNUNG DES TASN-BANDS BDX NACH BANDTXT             *
      ******************************************************************
       T30 SECTION.
       T30A.
           MOVE SPACE TO BANDTXT.
           IF ANZGRENZ = ZERO
              MOVE 'ALLE' TO BANDTXT
              GO TO T30Z.
           IF BDX GREATER ANZGRENZ
              STRING 'AB ' BANDGR (ANZGRENZ)
                     DELIMITED BY SIZE INTO BANDTXT
              GO TO T30Z.
           MOVE ZERO TO TASNLO.
           IF BDX GREATER 1
              COMPUTE GRX = BDX - 1
              MOVE BANDGR (GRX) TO TASNLO.
           COMPUTE TASNHI = BANDGR (BDX) - 1.
           STRING TASNLO '-' TASNHI
                  DELIMITED BY SIZE INTO BANDTXT.
       T30Z.
           EXIT.



      ******************************************************************
      *    X01 KOPFSATZ SCHNITTSTELLENDATEI                            *
      ******************************************************************
       X01 SECTION.
       X01A.
           MOVE WSDATUM  TO EXTDAT6.
           MOVE ERSTJ    TO EXTERSTA.
           MOVE LETZJ    TO EXTLETZA.
           MOVE ANZGRENZ TO EXTGRANZ.
           MOVE SPACE    TO EXTZEILE.
           STRING 'H' ';' 'LEI386V' ';' EXTDAT6 ';'
                  EXTERSTA ';' EXTLETZA ';' EXTGRANZ ';'
                  BSTGRX (1) ';' BSTGRX (2) ';' BSTGRX (3) ';'
                  BSTGRX (4) ';' BSTGRX (5) ';' BSTGRX (6) ';'
                  BSTGRX (7) ';' BSTGRX (8) ';' BSTGRX (9)
                  DELIMITED BY SIZE INTO EXTZEILE.
           WRITE EXTSATZ FROM EXTZEILE.
       X01Z.
           EXIT.



      ******************************************************************
      *    X02 DATENSATZ MATRIXZELLE (JAHR, GESL)                      *
      ******************************************************************
       X02 SECTION.
       X02A.
           ADD 1 TO EXTCNT.
           MOVE JAHR             TO EXTJAHRA.
           MOVE MATVERT (JX, GX) TO EXTVERTA.
           MOVE MATZEIT (JX, GX) TO EXTZEITA.
           COMPUTE EXTANZAC = MATANZA (JX, GX) * 100.
           MOVE EXTANZAC         TO EXTANZAA.
           MOVE SPACE            TO EXTZEILE.
           STRING 'D' ';' 'M' ';' EXTJAHRA ';' EXTGESL ';'
                  EXTVERTA ';' EXTZEITA ';' EXTANZAA
                  DELIMITED BY SIZE INTO EXTZEILE.
           WRITE EXTSATZ FROM EXTZEILE.
       X02Z.
           EXIT.



      ******************************************************************
      *    X03 DATENSATZ TASN-BAND (JAHR, BAND) MIT VERAENDERUNG       *
      ******************************************************************
       X03 SECTION.
       X03A.
           ADD 1 TO EXTCNT.
           MOVE JAHR              TO EXTJAHRA.
           MOVE BANVERT (JX, BDX) TO EXTVERTA.
           MOVE BANZEIT (JX, BDX) TO EXTZEITA.
           COMPUTE EXTANZAC = BANANZA (JX, BDX) * 100.
           MOVE EXTANZAC          TO EXTANZAA.
           MOVE DIFVERT           TO EXTVDIFA.
           COMPUTE EXTANZAC = DIFANZA * 100.
           MOVE EXTANZAC          TO EXTADIFA.
           MOVE SPACE             TO EXTZEILE.
           STRING 'D' ';' 'B' ';' EXTJAHRA ';' EXTBAND ';'
                  BANDTXT ';' EXTVERTA ';' EXTZEITA ';' EXTANZAA ';'
                  EXTVDIFA ';' EXTADIFA
                  DELIMITED BY SIZE INTO EXTZEILE.
           WRITE EXTSATZ FROM EXTZEILE.
       X03Z.
           EXIT.



      ******************************************************************
      *    X09 ENDESATZ MIT SATZZAHL, VERTRAEGEN UND ZEITRAEUMEN       *
      ******************************************************************
       X09 SECTION.
       X09A.
           MOVE EXTCNT  TO EXTCNTA.
           MOVE ANZVERT TO EXTVERTA.
           MOVE ANZZEIT TO EXTZEITA.
           MOVE SPACE   TO EXTZEILE.
           STRING 'T' ';' EXTCNTA ';' EXTVERTA ';' EXTZEITA
                  DELIMITED BY SIZE INTO EXTZEILE.
           WRITE EXTSATZ FROM EXTZEILE.
       X09Z.
           EXIT.

-INC PDLEIPR
