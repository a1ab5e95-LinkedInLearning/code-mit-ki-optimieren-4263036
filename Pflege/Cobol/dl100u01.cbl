000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  RUHENDLAUF                                  *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      ERKENNT KONTEN OHNE KUNDENUMSATZ.  FUER JEDES OFFENE    *
001100*      ODER RUHENDE KONTO DES KONTOVERZEICHNISSES (DL100KVZ)   *
001200*      WIRD DIE LETZTE KUNDENBUCHUNG AUS DER BUCHUNGSHISTORIE  *
001300*      (DL100HIS) UND DEN JAHRESARCHIVEN DER HISTORIEN-        *
001400*      REORGANISATION (DL100HIS.ARCH.JJJJ, SIEHE DL100H01)     *
001500*      ERMITTELT.  ALS KUNDENBUCHUNG ZAEHLT JEDE AKZEPTIERTE   *
001600*      BUCHUNG AUSSER DEN ZINSBUCHUNGEN (CODES AUS DL100ZTB)   *
001700*      UND DEN GEBUEHRENBUCHUNGEN (BUCHUNGSCODE AUS DL100GBT). *
001800*      EIN KONTO OHNE KUNDENBUCHUNG ZAEHLT AB SEINEM           *
001900*      EROEFFNUNGSDATUM.  DIE SAMMLUNG LAEUFT UEBER DAS        *
002000*      SORT-VERB (WIE IM MONATSAUSZUG DL100R02).               *
002100*                                                             *
002200*      ZWEI SCHWELLEN IN MONATEN, GERECHNET AB DEM JUENGSTEN   *
002300*      LAUF DER LAUFSTATISTIK DL100STA:                        *
002400*        DL100RUHEMONATE1 (STANDARD 012) - KONTEN OHNE         *
002500*          KUNDENBUCHUNG SEIT DIESER FRIST WERDEN MIT LETZTER  *
002600*          KUNDENBUCHUNG, SALDO (DL100SAL) UND ANSCHRIFT       *
002700*          (DL100ADR) AUF RUHENDEKONTEN.TXT GELISTET           *
002800*        DL100RUHEMONATE2 (STANDARD 024) - OFFENE KONTEN OHNE  *
002900*          KUNDENBUCHUNG SEIT DIESER FRIST WERDEN IM KONTO-    *
003000*          VERZEICHNIS AUF RUHEND (KV-STATUS 'R') GESETZT.     *
003100*          DER VERARBEITUNGSLAUF WEIST AUF IHNEN KUNDENBE-     *
003200*          LASTUNGEN MIT GRUND 0100 AB, ZINSEN, GEBUEHREN UND  *
003300*          GUTSCHRIFTEN BUCHT ER WEITER.                       *
003400*      EIN RUHENDES KONTO MIT NEUERER KUNDENBUCHUNG WIRD ZUR   *
003500*      FREIGABE (DL100N02, AUSWAHL 'F') GEMELDET, NICHT        *
003600*      SELBSTTAETIG GEOEFFNET.                                 *
003700*                                                             *
003800*    AUFRUF:                                                   *
003900*      DL100RUHEMONATE1=012 DL100RUHEMONATE2=024 dl100u01      *
004000*                                                             *
004100*    CONDITION CODES:                                          *
004200*      0  LISTE MIT MINDESTENS EINEM KONTO GESCHRIEBEN         *
004300*      8  KEIN KONTO UEBER DER ERSTEN SCHWELLE                 *
004400*      16 SCHWELLEN UNGUELTIG ODER DL100KVZ/DL100HIS FEHLT     *
004500*                                                             *
004600*    AENDERUNGEN:                                              *
004700*      2026-10-15 RH  ERSTFASSUNG                              *
004800*      2026-10-15 RH  SATZLAENGE DL100STA AUF 69 (NEUE         *
004900*                     FELDER LS-EXTERN-ANZAHL/-SUMME)          *
005000*      2026-10-15 RH  SATZLAENGE DL100HIS UND JAHRESARCHIV     *
005100*                     AUF 120 (FREMDWAEHRUNGSFELDER)           *
005200*                                                             *
005300***************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID. RUHENDLAUF.
005600*
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000*    DL100KVZ - KONTOVERZEICHNIS; ERST SEQUENTIELL GELESEN, DANN
006100*    JE KANDIDAT GEZIELT GELESEN UND GGF. ZURUECKGESCHRIEBEN.
006200     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS KV-KONTONUMMER
006600         FILE STATUS IS Verzeichnis-Status.
006700*
006800     SELECT HistorienDatei ASSIGN TO "DL100HIS"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS HI-SCHLUESSEL
007200         FILE STATUS IS Historie-Status.
007300*
007400*    JAHRESARCHIV DER HISTORIENREORGANISATION - DER DATEINAME
007500*    (DL100HIS.ARCH.JJJJ) WIRD ZUR LAUFZEIT GEBILDET.
007600     SELECT ArchivDatei ASSIGN USING Archiv-Pfad
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS Archiv-Status.
007900*
008000     SELECT StatistikDatei ASSIGN TO "DL100STA"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS Statistik-Status.
008300*
008400     SELECT ZinssatzDatei ASSIGN TO "DL100ZTB"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS Zinssatz-Status.
008700*
008800     SELECT GebuehrenDatei ASSIGN TO "DL100GBT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS Gebuehren-Status.
009100*
009200     SELECT SaldenDatei ASSIGN TO "DL100SAL"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS RANDOM
009500         RECORD KEY IS SA-KONTONUMMER
009600         FILE STATUS IS Salden-Status.
009700*
009800     SELECT AdressDatei ASSIGN TO "DL100ADR"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS RANDOM
010100         RECORD KEY IS AD-KONTONUMMER
010200         FILE STATUS IS Adress-Status.
010300*
010400     SELECT ListeDatei ASSIGN TO "ruhendekonten.txt"
010500         ORGANIZATION IS LINE SEQUENTIAL.
010600*
010700     SELECT SortArbeitsdatei ASSIGN TO "SORTWK1".
010800*
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  VerzeichnisDatei
011200     RECORD CONTAINS 80 CHARACTERS.
011300 COPY KONTOVERZ.
011400*
011500 FD  HistorienDatei
011600     RECORD CONTAINS 120 CHARACTERS.
011700 COPY HISTORIE.
011800*
011900 FD  ArchivDatei
012000     RECORD CONTAINS 120 CHARACTERS.
012100 01  Archiv-Satz                    PIC X(120).
012200*
012300 FD  StatistikDatei
012400     RECORD CONTAINS 69 CHARACTERS.
012500 COPY LAUFSTATISTIK.
012600*
012700 FD  ZinssatzDatei
012800     RECORD CONTAINS 80 CHARACTERS.
012900 COPY ZINSSATZ.
013000*
013100 FD  GebuehrenDatei
013200     RECORD CONTAINS 80 CHARACTERS.
013300 COPY GEBUEHR.
013400*
013500 FD  SaldenDatei
013600     RECORD CONTAINS 80 CHARACTERS.
013700 COPY SALDENMASTER.
013800*
013900 FD  AdressDatei
014000     RECORD CONTAINS 120 CHARACTERS.
014100 COPY ADRESSMASTER.
014200*
014300 FD  ListeDatei
014400     RECORD CONTAINS 80 CHARACTERS.
014500 01  Liste-Zeile                    PIC X(80).
014600*
014700*    SORTSATZ: JE KONTO EIN KONTOSATZ ('K', DATUM = EROEFFNUNG)
014800*    AUS DEM VERZEICHNIS UND JE KUNDENBUCHUNG EIN BUCHUNGSSATZ
014900*    ('B', DATUM = BUCHUNGSDATUM) AUS HISTORIE UND ARCHIVEN.
015000 SD  SortArbeitsdatei
015100     RECORD CONTAINS 19 CHARACTERS.
015200 01  Sortsatz.
015300     05  RS-KONTONUMMER             PIC 9(10).
015400     05  RS-DATUM                   PIC 9(08).
015500     05  RS-ART                     PIC X(01).
015600         88  RS-IST-KONTO               VALUE 'K'.
015700         88  RS-IST-BUCHUNG             VALUE 'B'.
015800*
015900 WORKING-STORAGE SECTION.
016000 01  Verzeichnis-Status          PIC X(02).
016100     88  VERZEICHNISDATEI-OK         VALUE '00'.
016200 01  Historie-Status             PIC X(02).
016300     88  HISTORIENDATEI-OK           VALUE '00'.
016400 01  Archiv-Status               PIC X(02).
016500     88  ARCHIVDATEI-OK              VALUE '00'.
016600 01  Statistik-Status            PIC X(02).
016700     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
016800 01  Zinssatz-Status             PIC X(02).
016900     88  ZINSSATZDATEI-GEFUNDEN      VALUE '00'.
017000 01  Gebuehren-Status            PIC X(02).
017100     88  GEBUEHRENDATEI-GEFUNDEN     VALUE '00'.
017200 01  Salden-Status               PIC X(02).
017300     88  SALDENDATEI-OK              VALUE '00'.
017400 01  Adress-Status               PIC X(02).
017500     88  ADRESSDATEI-OK              VALUE '00'.
017600*
017700 01  Salden-Schalter             PIC X VALUE 'N'.
017800     88  SALDEN-VORHANDEN            VALUE 'J'.
017900 01  Adress-Schalter             PIC X VALUE 'N'.
018000     88  ADRESSEN-VORHANDEN          VALUE 'J'.
018100*
018200 01  Lese-Ende                   PIC X VALUE 'N'.
018300     88  KEINE-SAETZE-MEHR           VALUE 'Y'.
018400 01  Sortierung-Ende             PIC X VALUE 'N'.
018500     88  KEINE-SORTSAETZE-MEHR       VALUE 'Y'.
018600*
018700*    SCHWELLEN UND STICHTAGE.  DIE MONATSRECHNUNG LAEUFT UEBER
018800*    EINEN FORTLAUFENDEN MONATSINDEX (JAHR * 12 + MONAT - 1);
018900*    DER TAG DES REFERENZLAUFS WIRD UEBERNOMMEN.  EIN KONTO IST
019000*    UEBER DER SCHWELLE, WENN SEINE LETZTE KUNDENBUCHUNG VOR
019100*    DEM STICHTAG LIEGT.
019200 01  Monate-Eingabe              PIC X(03) VALUE SPACES.
019300 01  Schwelle-Vormerkung         PIC 9(03) VALUE 12.
019400 01  Schwelle-Ruhend             PIC 9(03) VALUE 24.
019500 01  Referenz-Laufdatum          PIC 9(08) VALUE ZERO.
019600 01  Referenz-Teile REDEFINES Referenz-Laufdatum.
019700     05  Referenz-Jahr              PIC 9(04).
019800     05  Referenz-Monat             PIC 9(02).
019900     05  Referenz-Tag               PIC 9(02).
020000 01  Stichtag-Vormerkung         PIC 9(08) VALUE ZERO.
020100 01  Stichtag-Ruhend             PIC 9(08) VALUE ZERO.
020200 01  Stichtag-Datum              PIC 9(08) VALUE ZERO.
020300 01  Stichtag-Teile REDEFINES Stichtag-Datum.
020400     05  Stichtag-Jahr              PIC 9(04).
020500     05  Stichtag-Monat             PIC 9(02).
020600     05  Stichtag-Tag               PIC 9(02).
020700 01  Monats-Index                PIC S9(07) COMP VALUE ZERO.
020800 01  Monats-Rest                 PIC S9(04) COMP VALUE ZERO.
020900 01  Abzug-Monate                PIC 9(03) VALUE ZERO.
021000*
021100*    JAHRESARCHIVE: GELESEN WERDEN DIE JAHRE VOM AELTESTEN
021200*    EROEFFNUNGSJAHR DER BETRACHTETEN KONTEN BIS ZUM JAHR DES
021300*    REFERENZLAUFS; FEHLENDE ARCHIVE WERDEN UEBERGANGEN.
021400 01  Archiv-Pfad                 PIC X(60) VALUE SPACES.
021500 01  Aeltestes-Datum             PIC 9(08) VALUE 99999999.
021600 01  Aeltestes-Teile REDEFINES Aeltestes-Datum.
021700     05  Aeltestes-Jahr             PIC 9(04).
021800     05  FILLER                     PIC 9(04).
021900 01  Archiv-Jahr                 PIC 9(04) VALUE ZERO.
022000*
022100*    BANKSEITIGE BUCHUNGSCODES (ZINS UND GEBUEHR), DIE NICHT
022200*    ALS KUNDENUMSATZ ZAEHLEN.
022300 01  Bankcode-Tabelle.
022400     05  Bankcode-Anzahl            PIC S9(04) COMP VALUE ZERO.
022500     05  Bankcode-Eintrag OCCURS 20 TIMES.
022600         10  BC-CODE                PIC X(02).
022700 01  Bankcode-Index              PIC S9(04) COMP VALUE ZERO.
022800 01  Bankcode-Treffer            PIC X VALUE 'N'.
022900     88  BANKCODE-GEFUNDEN           VALUE 'J'.
023000 01  Bankcode-Suche              PIC X(02) VALUE SPACES.
023100*
023200*    GRUPPENWECHSEL JE KONTO IM AUSGABETEIL DES SORTS.
023300 01  Gruppen-Schalter            PIC X VALUE 'N'.
023400     88  GRUPPE-OFFEN                VALUE 'J'.
023500 01  Gruppe-Konto                PIC 9(10) VALUE ZERO.
023600 01  Gruppe-Verzeichnis          PIC X VALUE 'N'.
023700     88  GRUPPE-IM-VERZEICHNIS       VALUE 'J'.
023800 01  Gruppe-Eroeffnet            PIC 9(08) VALUE ZERO.
023900 01  Gruppe-Letzte-Buchung       PIC 9(08) VALUE ZERO.
024000 01  Letzter-Umsatz              PIC 9(08) VALUE ZERO.
024100*
024200 01  Massnahme                   PIC X(30) VALUE SPACES.
024300 01  Konto-Saldo                 PIC S9(11)V99 VALUE ZERO.
024400*
024500 01  Zaehler-Konten              PIC S9(07) COMP VALUE ZERO.
024600 01  Zaehler-Historie            PIC S9(07) COMP VALUE ZERO.
024700 01  Zaehler-Archivsaetze        PIC S9(07) COMP VALUE ZERO.
024800 01  Zaehler-Archive             PIC S9(07) COMP VALUE ZERO.
024900 01  Zaehler-Vorgemerkt          PIC S9(07) COMP VALUE ZERO.
025000 01  Zaehler-Ruhend-Gesetzt      PIC S9(07) COMP VALUE ZERO.
025100 01  Zaehler-Bereits-Ruhend      PIC S9(07) COMP VALUE ZERO.
025200 01  Zaehler-Freigabe            PIC S9(07) COMP VALUE ZERO.
025300 01  Zaehler-Gelistet            PIC S9(07) COMP VALUE ZERO.
025400 01  Summe-Salden                PIC S9(11)V99 VALUE ZERO.
025500*
025600 01  Konto-Edit                  PIC 9(10).
025700 01  Monate-Edit                 PIC ZZ9.
025800 01  Anzahl-Edit                 PIC ZZZZZZ9.
025900 01  Betrag-Edit                 PIC ---,---,---,--9.99.
026000 01  Umsatz-Anzeige              PIC X(08) VALUE SPACES.
026100*
026200 PROCEDURE DIVISION.
026300*----------------------------------------------------------------
026400 Hauptprogramm.
026500*----------------------------------------------------------------
026600     PERFORM SchwellenErmitteln
026700     PERFORM ReferenzlaufErmitteln
026800     PERFORM StichtageBilden
026900     PERFORM BankcodesLaden
027000     PERFORM DateienOeffnen
027100     SORT SortArbeitsdatei
027200         ON ASCENDING KEY RS-KONTONUMMER
027300         ON ASCENDING KEY RS-DATUM
027400         INPUT PROCEDURE IS UmsaetzeSammeln
027500         OUTPUT PROCEDURE IS RuhelisteSchreiben
027600     PERFORM DateienSchliessen
027700     PERFORM AbschlussMelden
027800     IF Zaehler-Gelistet = ZERO
027900         MOVE 8 TO RETURN-CODE
028000     END-IF
028100     STOP RUN.
028200*
028300*----------------------------------------------------------------
028400*    UEBERNIMMT DIE BEIDEN SCHWELLEN (ANZAHL MONATE, DREI-       *
028500*    STELLIG) AUS DL100RUHEMONATE1 UND DL100RUHEMONATE2.  NICHT  *
028600*    GESETZT GELTEN 12 UND 24 MONATE; UNGUELTIGE WERTE ODER EINE *
028700*    ZWEITE SCHWELLE UNTER DER ERSTEN BRECHEN MIT RETURN-CODE 16 *
028800*    AB, BEVOR EIN KONTO ANGEFASST IST.                          *
028900*----------------------------------------------------------------
029000 SchwellenErmitteln.
029100     MOVE SPACES TO Monate-Eingabe
029200     ACCEPT Monate-Eingabe FROM ENVIRONMENT "DL100RUHEMONATE1"
029300     IF Monate-Eingabe NOT = SPACES
029400         IF Monate-Eingabe IS NOT NUMERIC
029500             DISPLAY "DL100 FEHLER - DL100RUHEMONATE1 (ANZAHL "
029600                 "MONATE, DREISTELLIG) UNGUELTIG - RUHENDLAUF "
029700                 "ABGEBROCHEN"
029800             MOVE 16 TO RETURN-CODE
029900             STOP RUN
030000         END-IF
030100         MOVE Monate-Eingabe TO Schwelle-Vormerkung
030200     END-IF
030300     MOVE SPACES TO Monate-Eingabe
030400     ACCEPT Monate-Eingabe FROM ENVIRONMENT "DL100RUHEMONATE2"
030500     IF Monate-Eingabe NOT = SPACES
030600         IF Monate-Eingabe IS NOT NUMERIC
030700             DISPLAY "DL100 FEHLER - DL100RUHEMONATE2 (ANZAHL "
030800                 "MONATE, DREISTELLIG) UNGUELTIG - RUHENDLAUF "
030900                 "ABGEBROCHEN"
031000             MOVE 16 TO RETURN-CODE
031100             STOP RUN
031200         END-IF
031300         MOVE Monate-Eingabe TO Schwelle-Ruhend
031400     END-IF
031500     IF Schwelle-Vormerkung = ZERO
031600         OR Schwelle-Ruhend LESS THAN Schwelle-Vormerkung
031700         DISPLAY "DL100 FEHLER - SCHWELLEN " Schwelle-Vormerkung
031800             "/" Schwelle-Ruhend " UNGUELTIG (ERSTE > 0, ZWEITE "
031900             "NICHT KLEINER ALS ERSTE) - RUHENDLAUF ABGEBROCHEN"
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300*
032400*----------------------------------------------------------------
032500*    UEBERNIMMT DAS LAUFDATUM DES JUENGSTEN VERARBEITUNGSLAUFS   *
032600*    AUS DER LAUFSTATISTIK; OHNE STATISTIK GILT DAS SYSTEM-      *
032700*    DATUM (WIE IN DER HISTORIENREORGANISATION).                 *
032800*----------------------------------------------------------------
032900 ReferenzlaufErmitteln.
033000     OPEN INPUT StatistikDatei
033100     IF STATISTIKDATEI-GEFUNDEN
033200         MOVE 'N' TO Lese-Ende
033300         PERFORM StatistiksatzLesen
033400             UNTIL KEINE-SAETZE-MEHR
033500         CLOSE StatistikDatei
033600     END-IF
033700     IF Referenz-Laufdatum = ZERO
033800         ACCEPT Referenz-Laufdatum FROM DATE YYYYMMDD
033900     END-IF.
034000*
034100*----------------------------------------------------------------
034200 StatistiksatzLesen.
034300*----------------------------------------------------------------
034400     READ StatistikDatei
034500         AT END
034600             MOVE 'Y' TO Lese-Ende
034700         NOT AT END
034800             MOVE LS-LAUFDATUM TO Referenz-Laufdatum
034900     END-READ.
035000*
035100*----------------------------------------------------------------
035200 StichtageBilden.
035300*----------------------------------------------------------------
035400     MOVE Schwelle-Vormerkung TO Abzug-Monate
035500     PERFORM StichtagRechnen
035600     MOVE Stichtag-Datum TO Stichtag-Vormerkung
035700     MOVE Schwelle-Ruhend TO Abzug-Monate
035800     PERFORM StichtagRechnen
035900     MOVE Stichtag-Datum TO Stichtag-Ruhend.
036000*
036100*----------------------------------------------------------------
036200*    STICHTAG = REFERENZLAUF MINUS ABZUG-MONATE (GLEICHER TAG).  *
036300*----------------------------------------------------------------
036400 StichtagRechnen.
036500     COMPUTE Monats-Index =
036600         Referenz-Jahr * 12 + Referenz-Monat - 1 - Abzug-Monate
036700     DIVIDE Monats-Index BY 12 GIVING Monats-Index
036800         REMAINDER Monats-Rest
036900     MOVE Monats-Index TO Stichtag-Jahr
037000     COMPUTE Stichtag-Monat = Monats-Rest + 1
037100     MOVE Referenz-Tag TO Stichtag-Tag.
037200*
037300*----------------------------------------------------------------
037400*    LAEDT DIE BUCHUNGSCODES DER ZINSLAEUFE (ALLE SAETZE AUS     *
037500*    DL100ZTB, AUCH STILLGELEGTE - DIE HISTORIE KANN SIE NOCH    *
037600*    TRAGEN) UND DER GEBUEHRENABRECHNUNG (BUCHUNGSCODE 'B' AUS   *
037700*    DL100GBT).  FEHLT EINE TABELLE, ZAEHLT JEDE BUCHUNG ALS     *
037800*    KUNDENUMSATZ - MIT HINWEIS.                                 *
037900*----------------------------------------------------------------
038000 BankcodesLaden.
038100     MOVE 'N' TO Lese-Ende
038200     OPEN INPUT ZinssatzDatei
038300     IF ZINSSATZDATEI-GEFUNDEN
038400         PERFORM ZinscodeUebernehmen
038500             UNTIL KEINE-SAETZE-MEHR
038600         CLOSE ZinssatzDatei
038700     ELSE
038800         DISPLAY "DL100 HINWEIS - ZINSSATZTABELLE DL100ZTB NICHT "
038900             "VORHANDEN - ZINSBUCHUNGEN ZAEHLEN ALS KUNDENUMSATZ"
039000     END-IF
039100     MOVE 'N' TO Lese-Ende
039200     OPEN INPUT GebuehrenDatei
039300     IF GEBUEHRENDATEI-GEFUNDEN
039400         PERFORM GebuehrencodeUebernehmen
039500             UNTIL KEINE-SAETZE-MEHR
039600         CLOSE GebuehrenDatei
039700     ELSE
039800         DISPLAY "DL100 HINWEIS - GEBUEHRENTABELLE DL100GBT "
039900             "NICHT VORHANDEN - GEBUEHREN ZAEHLEN ALS "
040000             "KUNDENUMSATZ"
040100     END-IF.
040200*
040300*----------------------------------------------------------------
040400 ZinscodeUebernehmen.
040500*----------------------------------------------------------------
040600     READ ZinssatzDatei
040700         AT END
040800             MOVE 'Y' TO Lese-Ende
040900         NOT AT END
041000             MOVE ZS-TRANSAKTIONSCODE TO Bankcode-Suche
041100             PERFORM BankcodeEintragen
041200     END-READ.
041300*
041400*----------------------------------------------------------------
041500 GebuehrencodeUebernehmen.
041600*----------------------------------------------------------------
041700     READ GebuehrenDatei
041800         AT END
041900             MOVE 'Y' TO Lese-Ende
042000         NOT AT END
042100             IF GB-IST-BUCHUNGSCODE
042200                 MOVE GB-TRANSAKTIONSCODE TO Bankcode-Suche
042300                 PERFORM BankcodeEintragen
042400             END-IF
042500     END-READ.
042600*
042700*----------------------------------------------------------------
042800 BankcodeEintragen.
042900*----------------------------------------------------------------
043000     PERFORM BankcodeSuchen
043100     IF NOT BANKCODE-GEFUNDEN
043200         IF Bankcode-Anzahl LESS THAN 20
043300             ADD 1 TO Bankcode-Anzahl
043400             MOVE Bankcode-Suche TO BC-CODE (Bankcode-Anzahl)
043500         ELSE
043600             DISPLAY "DL100 WARNUNG - BANKCODETABELLE VOLL, "
043700                 "CODE " Bankcode-Suche " WIRD NICHT GELADEN"
043800         END-IF
043900     END-IF.
044000*
044100*----------------------------------------------------------------
044200 BankcodeSuchen.
044300*----------------------------------------------------------------
044400     MOVE 'N' TO Bankcode-Treffer
044500     MOVE ZERO TO Bankcode-Index
044600     PERFORM BankcodeVergleichen
044700         UNTIL BANKCODE-GEFUNDEN
044800             OR Bankcode-Index NOT LESS THAN Bankcode-Anzahl.
044900*
045000*----------------------------------------------------------------
045100 BankcodeVergleichen.
045200*----------------------------------------------------------------
045300     ADD 1 TO Bankcode-Index
045400     IF BC-CODE (Bankcode-Index) = Bankcode-Suche
045500         MOVE 'J' TO Bankcode-Treffer
045600     END-IF.
045700*
045800*----------------------------------------------------------------
045900*    OEFFNET VERZEICHNIS UND HISTORIE (PFLICHT, SONST RETURN-    *
046000*    CODE 16) SOWIE SALDEN- UND ADRESSMASTER (OPTIONAL - OHNE    *
046100*    SIE BLEIBEN SALDO BZW. ANSCHRIFT IN DER LISTE LEER).        *
046200*----------------------------------------------------------------
046300 DateienOeffnen.
046400     OPEN I-O VerzeichnisDatei
046500     IF NOT VERZEICHNISDATEI-OK
046600         DISPLAY "DL100 FEHLER - KONTOVERZEICHNIS DL100KVZ NICHT "
046700             "ZU OEFFNEN, FILE STATUS " Verzeichnis-Status
046800             " - RUHENDLAUF ABGEBROCHEN"
046900         MOVE 16 TO RETURN-CODE
047000         STOP RUN
047100     END-IF
047200     OPEN INPUT HistorienDatei
047300     IF NOT HISTORIENDATEI-OK
047400         DISPLAY "DL100 FEHLER - BUCHUNGSHISTORIE DL100HIS NICHT "
047500             "ZU OEFFNEN, FILE STATUS " Historie-Status
047600             " - RUHENDLAUF ABGEBROCHEN"
047700         CLOSE VerzeichnisDatei
047800         MOVE 16 TO RETURN-CODE
047900         STOP RUN
048000     END-IF
048100     OPEN INPUT SaldenDatei
048200     IF SALDENDATEI-OK
048300         MOVE 'J' TO Salden-Schalter
048400     ELSE
048500         DISPLAY "DL100 HINWEIS - SALDENMASTER DL100SAL NICHT "
048600             "VORHANDEN - SALDEN WERDEN NICHT AUSGEWIESEN"
048700     END-IF
048800     OPEN INPUT AdressDatei
048900     IF ADRESSDATEI-OK
049000         MOVE 'J' TO Adress-Schalter
049100     ELSE
049200         DISPLAY "DL100 HINWEIS - ADRESSMASTER DL100ADR NICHT "
049300             "VORHANDEN - ANSCHRIFTEN WERDEN NICHT AUSGEWIESEN"
049400     END-IF.
049500*
049600*----------------------------------------------------------------
049700 DateienSchliessen.
049800*----------------------------------------------------------------
049900     CLOSE VerzeichnisDatei
050000     CLOSE HistorienDatei
050100     IF SALDEN-VORHANDEN
050200         CLOSE SaldenDatei
050300     END-IF
050400     IF ADRESSEN-VORHANDEN
050500         CLOSE AdressDatei
050600     END-IF.
050700*
050800*----------------------------------------------------------------
050900*    EINGABETEIL DES SORTS: ERST DIE OFFENEN UND RUHENDEN KONTEN *
051000*    DES VERZEICHNISSES, DANN DIE KUNDENBUCHUNGEN AUS DL100HIS   *
051100*    UND AUS DEN JAHRESARCHIVEN.                                 *
051200*----------------------------------------------------------------
051300 UmsaetzeSammeln.
051400     MOVE 'N' TO Lese-Ende
051500     MOVE ZERO TO KV-KONTONUMMER
051600     START VerzeichnisDatei
051700         KEY IS NOT LESS THAN KV-KONTONUMMER
051800         INVALID KEY
051900             MOVE 'Y' TO Lese-Ende
052000     END-START
052100     PERFORM VerzeichnissatzVerteilen
052200         UNTIL KEINE-SAETZE-MEHR
052300     MOVE 'N' TO Lese-Ende
052400     MOVE ZERO TO HI-KONTONUMMER
052500     MOVE ZERO TO HI-BUCHUNGSDATUM
052600     MOVE ZERO TO HI-LAUFDATUM
052700     MOVE ZERO TO HI-LFDNR
052800     START HistorienDatei
052900         KEY IS NOT LESS THAN HI-SCHLUESSEL
053000         INVALID KEY
053100             MOVE 'Y' TO Lese-Ende
053200     END-START
053300     PERFORM HistoriensatzVerteilen
053400         UNTIL KEINE-SAETZE-MEHR
053500     IF Aeltestes-Datum NOT = 99999999
053600         MOVE Aeltestes-Jahr TO Archiv-Jahr
053700         PERFORM JahresarchivLesen
053800             UNTIL Archiv-Jahr GREATER THAN Referenz-Jahr
053900     END-IF.
054000*
054100*----------------------------------------------------------------
054200 VerzeichnissatzVerteilen.
054300*----------------------------------------------------------------
054400     READ VerzeichnisDatei NEXT RECORD
054500         AT END
054600             MOVE 'Y' TO Lese-Ende
054700         NOT AT END
054800             IF KV-IST-BUCHBAR
054900                 ADD 1 TO Zaehler-Konten
055000                 MOVE KV-KONTONUMMER TO RS-KONTONUMMER
055100                 MOVE KV-EROEFFNET-AM TO RS-DATUM
055200                 MOVE 'K' TO RS-ART
055300                 RELEASE Sortsatz
055400                 IF KV-EROEFFNET-AM GREATER THAN ZERO
055500                     AND KV-EROEFFNET-AM LESS THAN Aeltestes-Datum
055600                     MOVE KV-EROEFFNET-AM TO Aeltestes-Datum
055700                 END-IF
055800             END-IF
055900     END-READ.
056000*
056100*----------------------------------------------------------------
056200 HistoriensatzVerteilen.
056300*----------------------------------------------------------------
056400     READ HistorienDatei NEXT RECORD
056500         AT END
056600             MOVE 'Y' TO Lese-Ende
056700         NOT AT END
056800             ADD 1 TO Zaehler-Historie
056900             PERFORM KundenbuchungPruefen
057000     END-READ.
057100*
057200*----------------------------------------------------------------
057300*    LIEST DAS JAHRESARCHIV VON ARCHIV-JAHR, SOFERN ES EXISTIERT, *
057400*    UND BLENDET JEDEN SATZ UEBER DEN HISTORIEN-SATZPUFFER EIN   *
057500*    (WIE DER ARCHIVBETRIEB DES MONATSAUSZUGS).                  *
057600*----------------------------------------------------------------
057700 JahresarchivLesen.
057800     MOVE SPACES TO Archiv-Pfad
057900     STRING "DL100HIS.ARCH." Archiv-Jahr DELIMITED BY SIZE
058000         INTO Archiv-Pfad
058100     OPEN INPUT ArchivDatei
058200     IF ARCHIVDATEI-OK
058300         ADD 1 TO Zaehler-Archive
058400         MOVE 'N' TO Lese-Ende
058500         PERFORM ArchivsatzVerteilen
058600             UNTIL KEINE-SAETZE-MEHR
058700         CLOSE ArchivDatei
058800     END-IF
058900     ADD 1 TO Archiv-Jahr.
059000*
059100*----------------------------------------------------------------
059200 ArchivsatzVerteilen.
059300*----------------------------------------------------------------
059400     READ ArchivDatei
059500         AT END
059600             MOVE 'Y' TO Lese-Ende
059700         NOT AT END
059800             ADD 1 TO Zaehler-Archivsaetze
059900             MOVE Archiv-Satz TO Historiensatz
060000             PERFORM KundenbuchungPruefen
060100     END-READ.
060200*
060300*----------------------------------------------------------------
060400*    REICHT EINE AKZEPTIERTE BUCHUNG, DIE WEDER ZINS NOCH        *
060500*    GEBUEHR IST, ALS KUNDENBUCHUNG AN DEN SORT.                 *
060600*----------------------------------------------------------------
060700 KundenbuchungPruefen.
060800     IF HI-IST-AKZEPTIERT
060900         MOVE HI-TRANSAKTIONSCODE TO Bankcode-Suche
061000         PERFORM BankcodeSuchen
061100         IF NOT BANKCODE-GEFUNDEN
061200             MOVE HI-KONTONUMMER TO RS-KONTONUMMER
061300             MOVE HI-BUCHUNGSDATUM TO RS-DATUM
061400             MOVE 'B' TO RS-ART
061500             RELEASE Sortsatz
061600         END-IF
061700     END-IF.
061800*
061900*----------------------------------------------------------------
062000*    AUSGABETEIL DES SORTS: ERMITTELT JE KONTO DIE LETZTE KUNDEN- *
062100*    BUCHUNG UND ENTSCHEIDET UEBER DIE MASSNAHME.                *
062200*----------------------------------------------------------------
062300 RuhelisteSchreiben.
062400     OPEN OUTPUT ListeDatei
062500     PERFORM ListenkopfSchreiben
062600     MOVE 'N' TO Gruppen-Schalter
062700     MOVE 'N' TO Sortierung-Ende
062800     PERFORM SortsatzVerarbeiten
062900         UNTIL KEINE-SORTSAETZE-MEHR
063000     IF GRUPPE-OFFEN
063100         PERFORM KontoBeurteilen
063200     END-IF
063300     PERFORM ListensummenSchreiben
063400     CLOSE ListeDatei.
063500*
063600*----------------------------------------------------------------
063700 SortsatzVerarbeiten.
063800*----------------------------------------------------------------
063900     RETURN SortArbeitsdatei
064000         AT END
064100             MOVE 'Y' TO Sortierung-Ende
064200         NOT AT END
064300             IF GRUPPE-OFFEN
064400                 AND RS-KONTONUMMER NOT = Gruppe-Konto
064500                 PERFORM KontoBeurteilen
064600                 MOVE 'N' TO Gruppen-Schalter
064700             END-IF
064800             IF NOT GRUPPE-OFFEN
064900                 MOVE 'J' TO Gruppen-Schalter
065000                 MOVE RS-KONTONUMMER TO Gruppe-Konto
065100                 MOVE 'N' TO Gruppe-Verzeichnis
065200                 MOVE ZERO TO Gruppe-Eroeffnet
065300                 MOVE ZERO TO Gruppe-Letzte-Buchung
065400             END-IF
065500             IF RS-IST-KONTO
065600                 MOVE 'J' TO Gruppe-Verzeichnis
065700                 MOVE RS-DATUM TO Gruppe-Eroeffnet
065800             ELSE
065900                 MOVE RS-DATUM TO Gruppe-Letzte-Buchung
066000             END-IF
066100     END-RETURN.
066200*
066300*----------------------------------------------------------------
066400*    BEURTEILT DAS KONTO DER ABGESCHLOSSENEN GRUPPE.  BUCHUNGEN  *
066500*    AUF KONTEN, DIE NICHT OFFEN ODER RUHEND IM VERZEICHNIS      *
066600*    STEHEN, BLEIBEN AUSSEN VOR.  OHNE KUNDENBUCHUNG GILT DAS    *
066700*    EROEFFNUNGSDATUM.                                           *
066800*      UMSATZ VOR STICHTAG RUHEND, KONTO OFFEN -> RUHEND SETZEN  *
066900*      UMSATZ VOR STICHTAG VORMERKUNG         -> LISTEN          *
067000*      KONTO RUHEND, UMSATZ NACH STICHTAG     -> FREIGABE MELDEN *
067100*----------------------------------------------------------------
067200 KontoBeurteilen.
067300     IF GRUPPE-IM-VERZEICHNIS
067400         IF Gruppe-Letzte-Buchung = ZERO
067500             MOVE Gruppe-Eroeffnet TO Letzter-Umsatz
067600             MOVE "KEINE   " TO Umsatz-Anzeige
067700         ELSE
067800             MOVE Gruppe-Letzte-Buchung TO Letzter-Umsatz
067900             MOVE Gruppe-Letzte-Buchung TO Umsatz-Anzeige
068000         END-IF
068100         MOVE Gruppe-Konto TO KV-KONTONUMMER
068200         READ VerzeichnisDatei
068300             INVALID KEY
068400                 MOVE SPACE TO KV-STATUS
068500         END-READ
068600         MOVE SPACES TO Massnahme
068700         IF Letzter-Umsatz LESS THAN Stichtag-Vormerkung
068800             IF KV-IST-RUHEND
068900                 MOVE "BEREITS RUHEND" TO Massnahme
069000                 ADD 1 TO Zaehler-Bereits-Ruhend
069100             ELSE
069200             IF KV-IST-OFFEN
069300                 AND Letzter-Umsatz LESS THAN Stichtag-Ruhend
069400                 MOVE 'R' TO KV-STATUS
069500                 REWRITE Kontoverzeichnissatz
069600                 MOVE "AUF RUHEND GESETZT" TO Massnahme
069700                 ADD 1 TO Zaehler-Ruhend-Gesetzt
069800             ELSE
069900             IF KV-IST-OFFEN
070000                 MOVE "VORGEMERKT" TO Massnahme
070100                 ADD 1 TO Zaehler-Vorgemerkt
070200             END-IF END-IF END-IF
070300         ELSE
070400             IF KV-IST-RUHEND
070500                 MOVE "UMSATZ - FREIGABE PRUEFEN" TO Massnahme
070600                 ADD 1 TO Zaehler-Freigabe
070700             END-IF
070800         END-IF
070900         IF Massnahme NOT = SPACES
071000             PERFORM KontozeileSchreiben
071100         END-IF
071200     END-IF.
071300*
071400*----------------------------------------------------------------
071500 ListenkopfSchreiben.
071600*----------------------------------------------------------------
071700     MOVE SPACES TO Liste-Zeile
071800     STRING "DL100 RUHENDE KONTEN - REFERENZLAUF "
071900         Referenz-Laufdatum DELIMITED BY SIZE
072000         INTO Liste-Zeile
072100     WRITE Liste-Zeile
072200     MOVE Schwelle-Vormerkung TO Monate-Edit
072300     MOVE SPACES TO Liste-Zeile
072400     STRING "VORMERKUNG AB " Monate-Edit " MONATEN OHNE "
072500         "KUNDENUMSATZ (VOR " Stichtag-Vormerkung ")"
072600         DELIMITED BY SIZE INTO Liste-Zeile
072700     WRITE Liste-Zeile
072800     MOVE Schwelle-Ruhend TO Monate-Edit
072900     MOVE SPACES TO Liste-Zeile
073000     STRING "RUHEND AB     " Monate-Edit " MONATEN OHNE "
073100         "KUNDENUMSATZ (VOR " Stichtag-Ruhend ")"
073200         DELIMITED BY SIZE INTO Liste-Zeile
073300     WRITE Liste-Zeile
073400     MOVE SPACES TO Liste-Zeile
073500     WRITE Liste-Zeile
073600     MOVE SPACES TO Liste-Zeile
073700     STRING "KONTO       LETZTER         "
073800         "       SALDO  MASSNAHME"
073900         DELIMITED BY SIZE INTO Liste-Zeile
074000     WRITE Liste-Zeile
074100     MOVE SPACES TO Liste-Zeile
074200     STRING "            UMSATZ"
074300         DELIMITED BY SIZE INTO Liste-Zeile
074400     WRITE Liste-Zeile
074500     MOVE ALL "-" TO Liste-Zeile
074600     WRITE Liste-Zeile.
074700*
074800*----------------------------------------------------------------
074900*    SCHREIBT DIE KONTOZEILE MIT SALDO (DL100SAL) UND DARUNTER   *
075000*    DIE ANSCHRIFT (DL100ADR) IN ZWEI ZEILEN.                    *
075100*----------------------------------------------------------------
075200 KontozeileSchreiben.
075300     MOVE ZERO TO Konto-Saldo
075400     IF SALDEN-VORHANDEN
075500         MOVE Gruppe-Konto TO SA-KONTONUMMER
075600         READ SaldenDatei
075700             INVALID KEY
075800                 MOVE ZERO TO SA-SALDO
075900         END-READ
076000         MOVE SA-SALDO TO Konto-Saldo
076100     END-IF
076200     MOVE SPACES TO Adressmastersatz
076300     MOVE "OHNE ADRESSSATZ (DL100N01)" TO AD-NAME
076400     IF ADRESSEN-VORHANDEN
076500         MOVE Gruppe-Konto TO AD-KONTONUMMER
076600         READ AdressDatei
076700             INVALID KEY
076800                 MOVE SPACES TO Adressmastersatz
076900                 MOVE "OHNE ADRESSSATZ (DL100N01)" TO AD-NAME
077000         END-READ
077100     END-IF
077200     ADD 1 TO Zaehler-Gelistet
077300     ADD Konto-Saldo TO Summe-Salden
077400     MOVE Gruppe-Konto TO Konto-Edit
077500     MOVE Konto-Saldo TO Betrag-Edit
077600     MOVE SPACES TO Liste-Zeile
077700     STRING Konto-Edit "  " Umsatz-Anzeige "  " Betrag-Edit
077800         "  " Massnahme DELIMITED BY SIZE
077900         INTO Liste-Zeile
078000     WRITE Liste-Zeile
078100     MOVE SPACES TO Liste-Zeile
078200     STRING "            " AD-NAME "  " AD-STRASSE
078300         DELIMITED BY SIZE INTO Liste-Zeile
078400     WRITE Liste-Zeile
078500     MOVE SPACES TO Liste-Zeile
078600     STRING "            " AD-PLZ " " AD-ORT
078700         DELIMITED BY SIZE INTO Liste-Zeile
078800     WRITE Liste-Zeile.
078900*
079000*----------------------------------------------------------------
079100 ListensummenSchreiben.
079200*----------------------------------------------------------------
079300     MOVE ALL "-" TO Liste-Zeile
079400     WRITE Liste-Zeile
079500     MOVE Zaehler-Vorgemerkt TO Anzahl-Edit
079600     MOVE SPACES TO Liste-Zeile
079700     STRING "VORGEMERKT..............: " Anzahl-Edit
079800         DELIMITED BY SIZE INTO Liste-Zeile
079900     WRITE Liste-Zeile
080000     MOVE Zaehler-Ruhend-Gesetzt TO Anzahl-Edit
080100     MOVE SPACES TO Liste-Zeile
080200     STRING "AUF RUHEND GESETZT......: " Anzahl-Edit
080300         DELIMITED BY SIZE INTO Liste-Zeile
080400     WRITE Liste-Zeile
080500     MOVE Zaehler-Bereits-Ruhend TO Anzahl-Edit
080600     MOVE SPACES TO Liste-Zeile
080700     STRING "BEREITS RUHEND..........: " Anzahl-Edit
080800         DELIMITED BY SIZE INTO Liste-Zeile
080900     WRITE Liste-Zeile
081000     MOVE Zaehler-Freigabe TO Anzahl-Edit
081100     MOVE SPACES TO Liste-Zeile
081200     STRING "RUHEND MIT NEUEM UMSATZ.: " Anzahl-Edit
081300         DELIMITED BY SIZE INTO Liste-Zeile
081400     WRITE Liste-Zeile
081500     MOVE Summe-Salden TO Betrag-Edit
081600     MOVE SPACES TO Liste-Zeile
081700     STRING "SALDENSUMME GELISTET....: " Betrag-Edit
081800         DELIMITED BY SIZE INTO Liste-Zeile
081900     WRITE Liste-Zeile.
082000*
082100*----------------------------------------------------------------
082200 AbschlussMelden.
082300*----------------------------------------------------------------
082400     MOVE Zaehler-Konten TO Anzahl-Edit
082500     DISPLAY "DL100 RUHENDLAUF - KONTEN GEPRUEFT: " Anzahl-Edit
082600     MOVE Zaehler-Historie TO Anzahl-Edit
082700     DISPLAY "HISTORIENSAETZE.......: " Anzahl-Edit
082800     MOVE Zaehler-Archive TO Anzahl-Edit
082900     DISPLAY "JAHRESARCHIVE.........: " Anzahl-Edit
083000     MOVE Zaehler-Archivsaetze TO Anzahl-Edit
083100     DISPLAY "ARCHIVSAETZE..........: " Anzahl-Edit
083200     MOVE Zaehler-Vorgemerkt TO Anzahl-Edit
083300     DISPLAY "VORGEMERKT............: " Anzahl-Edit
083400     MOVE Zaehler-Ruhend-Gesetzt TO Anzahl-Edit
083500     DISPLAY "AUF RUHEND GESETZT....: " Anzahl-Edit
083600     MOVE Zaehler-Bereits-Ruhend TO Anzahl-Edit
083700     DISPLAY "BEREITS RUHEND........: " Anzahl-Edit
083800     MOVE Zaehler-Freigabe TO Anzahl-Edit
083900     DISPLAY "FREIGABE PRUEFEN......: " Anzahl-Edit
084000     DISPLAY "LISTE.................: RUHENDEKONTEN.TXT"
084100     IF Zaehler-Gelistet = ZERO
084200         DISPLAY "KEIN KONTO UEBER DER ERSTEN SCHWELLE"
084300     END-IF.
