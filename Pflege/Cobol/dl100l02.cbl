000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  MANDATSLISTE                                *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      MONATLICHE LISTE DER UNGENUTZTEN LASTSCHRIFTMANDATE.    *
001100*      JEDES AKTIVE MANDAT DES MANDATSMASTERS (DL100MDT, SIEHE *
001200*      MANDAT.CPY), DAS SEIT DL100MANDATMONATE MONATEN         *
001300*      (STANDARD 036) NICHT MEHR GENUTZT WURDE, WIRD MIT       *
001400*      KONTO, GLAEUBIGER-ID, MANDATSREFERENZ,                  *
001500*      UNTERSCHRIFTSDATUM, LETZTER NUTZUNG UND DEM NAMEN DES   *
001600*      KONTOINHABERS (DL100ADR) AUF MANDATSLISTE.TXT GELISTET. *
001700*      EIN NIE GENUTZTES MANDAT ZAEHLT AB SEINEM               *
001800*      UNTERSCHRIFTSDATUM.  DIE FRIST WIRD WIE IM RUHENDLAUF   *
001900*      (DL100U01) AB DEM JUENGSTEN LAUF DER LAUFSTATISTIK      *
002000*      DL100STA GERECHNET.  DIE LISTE IST DIE VORLAGE, UM DIE  *
002100*      MANDATE IN DER MANDATSPFLEGE (DL100L01) ALS ERLOSCHEN   *
002200*      ZU KENNZEICHNEN; DER LAUF SELBST AENDERT DEN MASTER     *
002300*      NICHT.                                                  *
002400*                                                             *
002500*    AUFRUF:                                                   *
002600*      DL100MANDATMONATE=036 dl100l02                          *
002700*                                                             *
002800*    CONDITION CODES:                                          *
002900*      0  LISTE MIT MINDESTENS EINEM MANDAT GESCHRIEBEN        *
003000*      8  KEIN UNGENUTZTES MANDAT                              *
003100*      16 FRIST UNGUELTIG ODER DL100MDT FEHLT                  *
003200*                                                             *
003300*    AENDERUNGEN:                                              *
003400*      2026-10-15 RH  ERSTFASSUNG                              *
003500*                                                             *
003600***************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. MANDATSLISTE.
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT MandatDatei ASSIGN TO "DL100MDT"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS MD-SCHLUESSEL
004700         FILE STATUS IS Mandat-Status.
004800*
004900     SELECT StatistikDatei ASSIGN TO "DL100STA"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS Statistik-Status.
005200*
005300     SELECT AdressDatei ASSIGN TO "DL100ADR"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS AD-KONTONUMMER
005700         FILE STATUS IS Adress-Status.
005800*
005900     SELECT ListeDatei ASSIGN TO "mandatsliste.txt"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  MandatDatei
006500     RECORD CONTAINS 80 CHARACTERS.
006600 COPY MANDAT.
006700*
006800 FD  StatistikDatei
006900     RECORD CONTAINS 69 CHARACTERS.
007000 COPY LAUFSTATISTIK.
007100*
007200 FD  AdressDatei
007300     RECORD CONTAINS 120 CHARACTERS.
007400 COPY ADRESSMASTER.
007500*
007600 FD  ListeDatei
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  Liste-Zeile                    PIC X(80).
007900*
008000 WORKING-STORAGE SECTION.
008100 01  Mandat-Status               PIC X(02).
008200     88  MANDATDATEI-OK              VALUE '00'.
008300 01  Statistik-Status            PIC X(02).
008400     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
008500 01  Adress-Status               PIC X(02).
008600     88  ADRESSDATEI-OK              VALUE '00'.
008700*
008800 01  Adress-Schalter             PIC X VALUE 'N'.
008900     88  ADRESSEN-VORHANDEN          VALUE 'J'.
009000*
009100 01  Lese-Ende                   PIC X VALUE 'N'.
009200     88  KEINE-SAETZE-MEHR           VALUE 'Y'.
009300*
009400*    FRIST UND STICHTAG, GERECHNET WIE IM RUHENDLAUF UEBER
009500*    EINEN FORTLAUFENDEN MONATSINDEX (JAHR * 12 + MONAT - 1).
009600*    EIN MANDAT IST UNGENUTZT, WENN SEINE LETZTE NUTZUNG (NIE
009700*    GENUTZT: DAS UNTERSCHRIFTSDATUM) VOR DEM STICHTAG LIEGT.
009800 01  Monate-Eingabe              PIC X(03) VALUE SPACES.
009900 01  Frist-Monate                PIC 9(03) VALUE 36.
010000 01  Referenz-Laufdatum          PIC 9(08) VALUE ZERO.
010100 01  Referenz-Teile REDEFINES Referenz-Laufdatum.
010200     05  Referenz-Jahr              PIC 9(04).
010300     05  Referenz-Monat             PIC 9(02).
010400     05  Referenz-Tag               PIC 9(02).
010500 01  Stichtag-Datum              PIC 9(08) VALUE ZERO.
010600 01  Stichtag-Teile REDEFINES Stichtag-Datum.
010700     05  Stichtag-Jahr              PIC 9(04).
010800     05  Stichtag-Monat             PIC 9(02).
010900     05  Stichtag-Tag               PIC 9(02).
011000 01  Monats-Index                PIC S9(07) COMP VALUE ZERO.
011100 01  Monats-Rest                 PIC S9(04) COMP VALUE ZERO.
011200 01  Bezugsdatum                 PIC 9(08) VALUE ZERO.
011300*
011400 01  Zaehler-Mandate             PIC S9(07) COMP VALUE ZERO.
011500 01  Zaehler-Aktiv               PIC S9(07) COMP VALUE ZERO.
011600 01  Zaehler-Gelistet            PIC S9(07) COMP VALUE ZERO.
011700 01  Zaehler-Nie-Genutzt         PIC S9(07) COMP VALUE ZERO.
011800*
011900 01  Monate-Edit                 PIC ZZ9.
012000 01  Anzahl-Edit                 PIC ZZZZZZ9.
012100 01  Nutzung-Anzeige             PIC X(08) VALUE SPACES.
012200*
012300 PROCEDURE DIVISION.
012400*----------------------------------------------------------------
012500 Hauptprogramm.
012600*----------------------------------------------------------------
012700     PERFORM FristErmitteln
012800     PERFORM ReferenzlaufErmitteln
012900     PERFORM StichtagRechnen
013000     PERFORM DateienOeffnen
013100     PERFORM ListenkopfSchreiben
013200     MOVE 'N' TO Lese-Ende
013300     PERFORM MandatPruefen UNTIL KEINE-SAETZE-MEHR
013400     PERFORM ListensummenSchreiben
013500     PERFORM DateienSchliessen
013600     PERFORM AbschlussMelden
013700     IF Zaehler-Gelistet = ZERO
013800         MOVE 8 TO RETURN-CODE
013900     END-IF
014000     STOP RUN.
014100*
014200*----------------------------------------------------------------
014300*    UEBERNIMMT DIE FRIST (ANZAHL MONATE, DREISTELLIG) AUS       *
014400*    DL100MANDATMONATE.  NICHT GESETZT GELTEN 36 MONATE; EIN     *
014500*    UNGUELTIGER WERT BRICHT MIT RETURN-CODE 16 AB.              *
014600*----------------------------------------------------------------
014700 FristErmitteln.
014800     ACCEPT Monate-Eingabe FROM ENVIRONMENT "DL100MANDATMONATE"
014900     IF Monate-Eingabe NOT = SPACES
015000         IF Monate-Eingabe IS NOT NUMERIC
015100             DISPLAY "DL100 FEHLER - DL100MANDATMONATE (ANZAHL "
015200                 "MONATE, DREISTELLIG) UNGUELTIG - MANDATSLISTE "
015300                 "ABGEBROCHEN"
015400             MOVE 16 TO RETURN-CODE
015500             STOP RUN
015600         END-IF
015700         MOVE Monate-Eingabe TO Frist-Monate
015800     END-IF
015900     IF Frist-Monate = ZERO
016000         DISPLAY "DL100 FEHLER - FRIST VON NULL MONATEN "
016100             "UNGUELTIG - MANDATSLISTE ABGEBROCHEN"
016200         MOVE 16 TO RETURN-CODE
016300         STOP RUN
016400     END-IF.
016500*
016600*----------------------------------------------------------------
016700*    UEBERNIMMT DAS LAUFDATUM DES JUENGSTEN VERARBEITUNGSLAUFS   *
016800*    AUS DER LAUFSTATISTIK; OHNE STATISTIK GILT DAS SYSTEM-      *
016900*    DATUM (WIE IM RUHENDLAUF).                                  *
017000*----------------------------------------------------------------
017100 ReferenzlaufErmitteln.
017200     OPEN INPUT StatistikDatei
017300     IF STATISTIKDATEI-GEFUNDEN
017400         MOVE 'N' TO Lese-Ende
017500         PERFORM StatistiksatzLesen
017600             UNTIL KEINE-SAETZE-MEHR
017700         CLOSE StatistikDatei
017800     END-IF
017900     IF Referenz-Laufdatum = ZERO
018000         ACCEPT Referenz-Laufdatum FROM DATE YYYYMMDD
018100     END-IF.
018200*
018300*----------------------------------------------------------------
018400 StatistiksatzLesen.
018500*----------------------------------------------------------------
018600     READ StatistikDatei
018700         AT END
018800             MOVE 'Y' TO Lese-Ende
018900         NOT AT END
019000             MOVE LS-LAUFDATUM TO Referenz-Laufdatum
019100     END-READ.
019200*
019300*----------------------------------------------------------------
019400*    STICHTAG = REFERENZLAUF MINUS FRIST-MONATE (GLEICHER TAG).  *
019500*----------------------------------------------------------------
019600 StichtagRechnen.
019700     COMPUTE Monats-Index =
019800         Referenz-Jahr * 12 + Referenz-Monat - 1 - Frist-Monate
019900     DIVIDE Monats-Index BY 12 GIVING Monats-Index
020000         REMAINDER Monats-Rest
020100     MOVE Monats-Index TO Stichtag-Jahr
020200     COMPUTE Stichtag-Monat = Monats-Rest + 1
020300     MOVE Referenz-Tag TO Stichtag-Tag.
020400*
020500*----------------------------------------------------------------
020600*    OHNE MANDATSMASTER GIBT ES NICHTS ZU LISTEN - DAS IST EIN   *
020700*    FEHLER DER EINRICHTUNG (DL100L01 LEGT IHN AN).  FEHLT DER   *
020800*    ADRESSMASTER, WIRD OHNE NAMEN GELISTET.                     *
020900*----------------------------------------------------------------
021000 DateienOeffnen.
021100     OPEN INPUT MandatDatei
021200     IF NOT MANDATDATEI-OK
021300         DISPLAY "DL100 FEHLER - MANDATSMASTER DL100MDT NICHT "
021400             "ZU OEFFNEN, FILE STATUS " Mandat-Status
021500             " - MANDATSLISTE ABGEBROCHEN"
021600         MOVE 16 TO RETURN-CODE
021700         STOP RUN
021800     END-IF
021900     OPEN INPUT AdressDatei
022000     IF ADRESSDATEI-OK
022100         MOVE 'J' TO Adress-Schalter
022200     ELSE
022300         DISPLAY "DL100 HINWEIS - ADRESSMASTER DL100ADR NICHT "
022400             "VORHANDEN - LISTE OHNE NAMEN"
022500     END-IF
022600     OPEN OUTPUT ListeDatei.
022700*
022800*----------------------------------------------------------------
022900 DateienSchliessen.
023000*----------------------------------------------------------------
023100     CLOSE MandatDatei
023200     IF ADRESSEN-VORHANDEN
023300         CLOSE AdressDatei
023400     END-IF
023500     CLOSE ListeDatei.
023600*
023700*----------------------------------------------------------------
023800*    LIEST DAS NAECHSTE MANDAT UND LISTET ES, WENN ES AKTIV UND  *
023900*    SEIT DEM STICHTAG UNGENUTZT IST.  WIDERRUFENE UND           *
024000*    ERLOSCHENE MANDATE BLEIBEN AUSSEN VOR.                      *
024100*----------------------------------------------------------------
024200 MandatPruefen.
024300     READ MandatDatei NEXT RECORD
024400         AT END
024500             MOVE 'Y' TO Lese-Ende
024600         NOT AT END
024700             ADD 1 TO Zaehler-Mandate
024800             IF MD-IST-AKTIV
024900                 ADD 1 TO Zaehler-Aktiv
025000                 IF MD-LETZTE-NUTZUNG = ZERO
025100                     MOVE MD-UNTERSCHRIFT-DATUM TO Bezugsdatum
025200                     MOVE "NIE     " TO Nutzung-Anzeige
025300                 ELSE
025400                     MOVE MD-LETZTE-NUTZUNG TO Bezugsdatum
025500                     MOVE MD-LETZTE-NUTZUNG TO Nutzung-Anzeige
025600                 END-IF
025700                 IF Bezugsdatum LESS THAN Stichtag-Datum
025800                     PERFORM MandatszeileSchreiben
025900                 END-IF
026000             END-IF
026100     END-READ.
026200*
026300*----------------------------------------------------------------
026400 ListenkopfSchreiben.
026500*----------------------------------------------------------------
026600     MOVE SPACES TO Liste-Zeile
026700     STRING "DL100 UNGENUTZTE LASTSCHRIFTMANDATE - REFERENZLAUF "
026800         Referenz-Laufdatum DELIMITED BY SIZE
026900         INTO Liste-Zeile
027000     WRITE Liste-Zeile
027100     MOVE Frist-Monate TO Monate-Edit
027200     MOVE SPACES TO Liste-Zeile
027300     STRING "AKTIVE MANDATE OHNE NUTZUNG SEIT " Monate-Edit
027400         " MONATEN (VOR " Stichtag-Datum ")"
027500         DELIMITED BY SIZE INTO Liste-Zeile
027600     WRITE Liste-Zeile
027700     MOVE SPACES TO Liste-Zeile
027800     WRITE Liste-Zeile
027900     MOVE SPACES TO Liste-Zeile
028000     STRING "KONTO       GLAEUBIGER-ID       MANDATSREFERENZ"
028100         "           UNTERSCHR LETZTE"
028200         DELIMITED BY SIZE INTO Liste-Zeile
028300     WRITE Liste-Zeile
028400     MOVE SPACES TO Liste-Zeile
028500     STRING "            KONTOINHABER                        "
028600         "                     NUTZUNG"
028700         DELIMITED BY SIZE INTO Liste-Zeile
028800     WRITE Liste-Zeile
028900     MOVE ALL "-" TO Liste-Zeile
029000     WRITE Liste-Zeile.
029100*
029200*----------------------------------------------------------------
029300*    SCHREIBT DIE MANDATSZEILE UND DARUNTER DEN NAMEN DES        *
029400*    KONTOINHABERS AUS DEM ADRESSMASTER.                         *
029500*----------------------------------------------------------------
029600 MandatszeileSchreiben.
029700     MOVE SPACES TO Adressmastersatz
029800     MOVE "OHNE ADRESSSATZ (DL100N01)" TO AD-NAME
029900     IF ADRESSEN-VORHANDEN
030000         MOVE MD-KONTONUMMER TO AD-KONTONUMMER
030100         READ AdressDatei
030200             INVALID KEY
030300                 MOVE SPACES TO Adressmastersatz
030400                 MOVE "OHNE ADRESSSATZ (DL100N01)" TO AD-NAME
030500         END-READ
030600     END-IF
030700     ADD 1 TO Zaehler-Gelistet
030800     IF MD-LETZTE-NUTZUNG = ZERO
030900         ADD 1 TO Zaehler-Nie-Genutzt
031000     END-IF
031100     MOVE SPACES TO Liste-Zeile
031200     STRING MD-KONTONUMMER "  " MD-GLAEUBIGER-ID "  "
031300         MD-MANDATSREFERENZ "  " MD-UNTERSCHRIFT-DATUM "  "
031400         Nutzung-Anzeige DELIMITED BY SIZE
031500         INTO Liste-Zeile
031600     WRITE Liste-Zeile
031700     MOVE SPACES TO Liste-Zeile
031800     STRING "            " AD-NAME
031900         DELIMITED BY SIZE INTO Liste-Zeile
032000     WRITE Liste-Zeile.
032100*
032200*----------------------------------------------------------------
032300 ListensummenSchreiben.
032400*----------------------------------------------------------------
032500     MOVE ALL "-" TO Liste-Zeile
032600     WRITE Liste-Zeile
032700     MOVE Zaehler-Gelistet TO Anzahl-Edit
032800     MOVE SPACES TO Liste-Zeile
032900     STRING "UNGENUTZTE MANDATE......: " Anzahl-Edit
033000         DELIMITED BY SIZE INTO Liste-Zeile
033100     WRITE Liste-Zeile
033200     MOVE Zaehler-Nie-Genutzt TO Anzahl-Edit
033300     MOVE SPACES TO Liste-Zeile
033400     STRING "DAVON NIE GENUTZT.......: " Anzahl-Edit
033500         DELIMITED BY SIZE INTO Liste-Zeile
033600     WRITE Liste-Zeile.
033700*
033800*----------------------------------------------------------------
033900 AbschlussMelden.
034000*----------------------------------------------------------------
034100     MOVE Zaehler-Mandate TO Anzahl-Edit
034200     DISPLAY "DL100 MANDATSLISTE - MANDATE GELESEN: " Anzahl-Edit
034300     MOVE Zaehler-Aktiv TO Anzahl-Edit
034400     DISPLAY "DAVON AKTIV...........: " Anzahl-Edit
034500     MOVE Zaehler-Gelistet TO Anzahl-Edit
034600     DISPLAY "UNGENUTZT GELISTET....: " Anzahl-Edit
034700     MOVE Zaehler-Nie-Genutzt TO Anzahl-Edit
034800     DISPLAY "DAVON NIE GENUTZT.....: " Anzahl-Edit
034900     DISPLAY "LISTE.................: MANDATSLISTE.TXT"
035000     IF Zaehler-Gelistet = ZERO
035100         DISPLAY "KEIN UNGENUTZTES MANDAT"
035200     END-IF.
