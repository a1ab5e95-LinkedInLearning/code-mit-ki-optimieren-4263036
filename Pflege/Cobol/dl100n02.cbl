001000*      INTERAKTIVE PFLEGE DES KONTOVERZEICHNISSES (DL100KVZ,   *
001100*      SIEHE KONTOVERZ.CPY): KONTEN EROEFFNEN, SPERREN,        *
001200*      FREIGEBEN UND SCHLIESSEN.  NUR EIN HIER ALS OFFEN       *
001300*      GEFUEHRTES KONTO NIMMT BUCHUNGEN AN - DER               *
001400*      VERARBEITUNGSLAUF, DIE NACHERFASSUNG UND DIE            *
001500*      ABWEISUNGSREPARATUR PRUEFEN GEGEN DIESES VERZEICHNIS.   *
001600*      KONTEN WERDEN NIE GELOESCHT, NUR GESCHLOSSEN, DAMIT     *
001700*      ALTBESTAENDE NACHVOLLZIEHBAR BLEIBEN.  BEIM             *
001800*      ALLERERSTEN AUFRUF WIRD DIE DATEI LEER ANGELEGT (WIE    *
001900*      DER ADRESSMASTER IN DER ADRESSPFLEGE).  EINE            *
002000*      LIMITAENDERUNG UND EIN PRODUKTWECHSEL WERDEN NUR ZUR    *
002100*      FREIGABE IN DL100AEN VORGEMERKT (SIEHE AENDERUNG.CPY)   *
002200*      UND ERST DURCH DIE AENDERUNGSFREIGABE (DL100F02) EINES  *
002300*      ZWEITEN OPERATORS WIRKSAM.                              *
002400*                                                             *
002500*      DAS SCHLIESSEN RECHNET DAS KONTO AB: HABEN- UND         *
002600*      SOLLZINS SEIT DEM LETZTEN ZINSENLAUF (MONATSERSTER BIS  *
002700*      SCHLIESSUNGSTAG, 30/360, SAETZE UND CODES AUS DL100ZTB  *
002800*      WIE DL100Z02), DIE GEBUEHREN DES SCHLIESSUNGSMONATS     *
002900*      (HISTORIE GEGEN DL100GBT WIE DL100B02) UND DEN          *
003000*      AUSZAHLUNGSBETRAG AUS DEM SALDO (DL100SAL).  ZINS,      *
003100*      GEBUEHR UND DIE UMBUCHUNG DES RESTSALDOS AUF EIN VOM    *
003200*      OPERATOR GENANNTES OFFENES AUSZAHLUNGSKONTO WERDEN ALS  *
003300*      DATEISATZ-DATEI DL100ABS (KENNZEICHEN 'A', SIEHE        *
003400*      DATEISATZ.CPY) GESCHRIEBEN; DER NACHTLAUF DES           *
003500*      BUCHUNGSTAGES UEBERNIMMT SIE SELBST (SCHRITT 0A,        *
003600*      DD_DL100FIL8).  AKTIVE DAUERAUFTRAEGE (DL100DAU) ODER   *
003700*      GEPARKTE TERMINSAETZE (DL100PND) DES KONTOS VERHINDERN  *
003800*      DAS SCHLIESSEN, ES SEI DENN, DER OPERATOR LAESST SIE    *
003900*      ABWICKELN (AUFTRAEGE STILLLEGEN, TERMINSAETZE           *
004000*      ENTFERNEN).  EIN KONTO, DAS NACH DER ABRECHNUNG IM      *
004100*      SOLL STUENDE, WIRD NICHT GESCHLOSSEN.  FUER DEN KUNDEN  *
004200*      WIRD EIN ADRESSIERTER ABSCHLUSSAUSZUG (DL100ADR) AUF    *
004300*      KONTOABSCHLUSS.TXT FORTGESCHRIEBEN.                     *
004400*                                                             *
004500*      JEDES KONTO KANN EIN PRODUKT AUS DEM PRODUKTKATALOG     *
004600*      (DL100PRD, PFLEGE UEBER DL100P02) FUEHREN.  DER         *
004700*      PRODUKTWECHSEL ('P') GILT AB EINEM STICHTAG.  ER WIRD   *
004800*      WIE DAS LIMIT NUR IN DL100AEN VORGEMERKT; ERST DIE      *
004900*      FREIGABE (DL100F02) SETZT KV-PRODUKT UM UND SCHREIBT    *
005000*      DL100PRH FORT, DAMIT ZINSENLAUF, GEBUEHRENABRECHNUNG    *
005100*      UND KONTOABSCHLUSS DEN MONAT ANTEILIG NACH PRODUKT      *
005200*      RECHNEN.  DAS STANDARDLIMIT DES PRODUKTS WIRD BEI       *
005300*      EROEFFNUNG UND WECHSEL NUR ZUR FREIGABE VORGEMERKT.     *
005400*                                                             *
005500*    AENDERUNGEN:                                              *
005600*      2026-09-01 RH  ERSTFASSUNG                              *
005700*      2026-09-01 RH  KREDITLIMIT (KV-LIMIT) PFLEGBAR GEMACHT  *
005800*                     UND IN DER ANZEIGE ERGAENZT              *
005900*      2026-10-15 RH  VIER-AUGEN-PRINZIP: LIMITSETZEN MERKT    *
006000*                     DIE AENDERUNG NUR NOCH IN DL100AEN VOR,  *
006100*                     FREIGABE UEBER DL100F02                  *
006200*      2026-10-15 RH  KONTOABSCHLUSS BEIM SCHLIESSEN: ZINS,    *
006300*                     GEBUEHR UND AUSZAHLUNG DES RESTSALDOS    *
006400*                     UEBER DL100ABS, ABWICKLUNG VON DAUER-    *
006500*                     AUFTRAEGEN UND TERMINSAETZEN, ABSCHLUSS- *
006600*                     AUSZUG AUF KONTOABSCHLUSS.TXT            *
006700*      2026-10-15 RH  STATUS RUHEND (VOM RUHENDLAUF DL100U01   *
006800*                     GESETZT) IN DER ANZEIGE; 'F' GIBT AUCH   *
006900*                     EIN RUHENDES KONTO WIEDER FREI           *
007000*      2026-10-15 RH  KONTOPRODUKT: PRODUKT BEI EROEFFNUNG,    *
007100*                     PRODUKTWECHSEL ('P') MIT DL100PRH,       *
007200*                     STANDARDLIMIT ZUR FREIGABE VORGEMERKT;   *
007300*                     KONTOABSCHLUSS MIT ZINS UND GEBUEHR JE   *
007400*                     PRODUKT                                  *
007500*      2026-10-15 RH  SATZLAENGE DL100HIS AUF 120              *
007600*                     (FREMDWAEHRUNGSFELDER)                   *
007700*      2026-10-15 RH  PRODUKTWECHSEL ('P') WIRD NUR NOCH       *
007800*                     IN DL100AEN VORGEMERKT (TABELLE PRH),    *
007900*                     FREIGABE UEBER DL100F02; DL100ABS        *
008000*                     UEBERNIMMT DER NACHTLAUF SELBST          *
008100*                     (SCHRITT 0A)                             *
008200*                                                             *
008300***************************************************************
008400 IDENTIFICATION DIVISION.
008500 PROGRAM-ID. KONTOVERZEICHNISPFLEGE.
008600*
008700 ENVIRONMENT DIVISION.
008800 INPUT-OUTPUT SECTION.
008900 FILE-CONTROL.
009000     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS KV-KONTONUMMER
009400         FILE STATUS IS Verzeichnis-Status.
009500*
009600*    DL100AEN - VORGEMERKTE AENDERUNGEN (WIRD FORTGESCHRIEBEN).
009700     SELECT AenderungsDatei ASSIGN TO "DL100AEN"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS Aenderung-Status.
010000*
010100*    DL100DAU - DAUERAUFTRAGSMASTER; DIE AUFTRAEGE EINES
010200*    ABGEWICKELTEN KONTOS WERDEN STILLGELEGT.
010300     SELECT DauerauftragDatei ASSIGN TO "DL100DAU"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS Dauerauftrag-Status.
010600*
010700*    DL100PND - TERMINSPEICHER; DIE GEPARKTEN SAETZE EINES
010800*    ABGEWICKELTEN KONTOS WERDEN ENTFERNT.
010900     SELECT PendenzDatei ASSIGN TO "DL100PND"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS Pendenz-Status.
011200*
011300*    DL100SAL - SALDENMASTER, NUR LESEND.
011400     SELECT SaldenDatei ASSIGN TO "DL100SAL"
011500         ORGANIZATION IS INDEXED
011600         ACCESS MODE IS RANDOM
011700         RECORD KEY IS SA-KONTONUMMER
011800         FILE STATUS IS Salden-Status.
011900*
012000*    DL100ZTB - ZINSSAETZE (DL100Z01), NUR LESEND.
012100     SELECT ZinssatzDatei ASSIGN TO "DL100ZTB"
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS Zinssatz-Status.
012400*
012500*    DL100GBT - GEBUEHRENTABELLE (DL100B01), NUR LESEND.
012600     SELECT GebuehrenDatei ASSIGN TO "DL100GBT"
012700         ORGANIZATION IS LINE SEQUENTIAL
012800         FILE STATUS IS Gebuehren-Status.
012900*
013000*    DL100HIS - BUCHUNGSHISTORIE, NUR LESEND (GEBUEHREN DES
013100*    SCHLIESSUNGSMONATS).
013200     SELECT HistorienDatei ASSIGN TO "DL100HIS"
013300         ORGANIZATION IS INDEXED
013400         ACCESS MODE IS DYNAMIC
013500         RECORD KEY IS HI-SCHLUESSEL
013600         FILE STATUS IS Historie-Status.
013700*
013800*    DL100TCD - TRANSAKTIONSCODES, NUR LESEND (UMBUCHUNGSCODE
013900*    DER AUSZAHLUNG).
014000     SELECT TranscodeDatei ASSIGN TO "DL100TCD"
014100         ORGANIZATION IS LINE SEQUENTIAL
014200         FILE STATUS IS Transcode-Status.
014300*
014400*    DL100ADR - KUNDEN-ADRESSMASTER, NUR LESEND.
014500     SELECT AdressDatei ASSIGN TO "DL100ADR"
014600         ORGANIZATION IS INDEXED
014700         ACCESS MODE IS RANDOM
014800         RECORD KEY IS AD-KONTONUMMER
014900         FILE STATUS IS Adress-Status.
015000*
015100*    DL100ABS - ABSCHLUSSBUCHUNGEN IM DATEISATZ-FORMAT MIT
015200*    EIGENEM VORSATZ/NACHSATZ FUER SCHRITT 0A DES NACHTLAUFS.
015300     SELECT AbschlussbuchungsDatei ASSIGN TO "DL100ABS"
015400         ORGANIZATION IS LINE SEQUENTIAL
015500         FILE STATUS IS Abschlussbuchung-Status.
015600*
015700*    KONTOABSCHLUSS.TXT - ADRESSIERTE ABSCHLUSSAUSZUEGE, EINE
015800*    SEITE JE GESCHLOSSENEM KONTO (WIRD FORTGESCHRIEBEN).
015900     SELECT AbschlussauszugDatei ASSIGN TO "kontoabschluss.txt"
016000         ORGANIZATION IS LINE SEQUENTIAL
016100         FILE STATUS IS Abschlussauszug-Status.
016200*
016300*    DL100PRD - PRODUKTKATALOG (DL100P02), NUR LESEND.
016400     SELECT ProduktDatei ASSIGN TO "DL100PRD"
016500         ORGANIZATION IS LINE SEQUENTIAL
016600         FILE STATUS IS Produkt-Status.
016700*
016800*    DL100PRH - PRODUKTWECHSEL-HISTORIE, NUR LESEND (FORT-
016900*    GESCHRIEBEN BEI DER FREIGABE DURCH DL100F02).
017000     SELECT WechselDatei ASSIGN TO "DL100PRH"
017100         ORGANIZATION IS LINE SEQUENTIAL
017200         FILE STATUS IS Wechsel-Status.
017300*
017400 DATA DIVISION.
017500 FILE SECTION.
017600 FD  VerzeichnisDatei
017700     RECORD CONTAINS 80 CHARACTERS.
017800 COPY KONTOVERZ.
017900*
018000 FD  AenderungsDatei
018100     RECORD CONTAINS 260 CHARACTERS.
018200 01  Aenderungsdatei-Satz           PIC X(260).
018300*
018400 FD  DauerauftragDatei
018500     RECORD CONTAINS 80 CHARACTERS.
018600 COPY DAUERAUFTRAG.
018700*
018800 FD  PendenzDatei
018900     RECORD CONTAINS 95 CHARACTERS.
019000 01  Pendenz-Satz.
019100     05  PN-SATZINHALT              PIC X(80).
019200     05  PN-LAUFDATUM               PIC 9(08).
019300     05  PN-LFDNR                   PIC 9(07).
019400*
019500 FD  SaldenDatei
019600     RECORD CONTAINS 80 CHARACTERS.
019700 COPY SALDENMASTER.
019800*
019900 FD  ZinssatzDatei
020000     RECORD CONTAINS 80 CHARACTERS.
020100 COPY ZINSSATZ.
020200*
020300 FD  GebuehrenDatei
020400     RECORD CONTAINS 80 CHARACTERS.
020500 COPY GEBUEHR.
020600*
020700 FD  HistorienDatei
020800     RECORD CONTAINS 120 CHARACTERS.
020900 COPY HISTORIE.
021000*
021100 FD  TranscodeDatei
021200     RECORD CONTAINS 80 CHARACTERS.
021300 COPY TRANSCODE.
021400*
021500 FD  AdressDatei
021600     RECORD CONTAINS 120 CHARACTERS.
021700 COPY ADRESSMASTER.
021800*
021900 FD  AbschlussbuchungsDatei
022000     RECORD CONTAINS 80 CHARACTERS.
022100 01  Abschlussbuchungs-Satz         PIC X(80).
022200*
022300 FD  AbschlussauszugDatei
022400     RECORD CONTAINS 80 CHARACTERS.
022500 01  Abschlussauszug-Zeile          PIC X(80).
022600*
022700 FD  ProduktDatei
022800     RECORD CONTAINS 80 CHARACTERS.
022900 COPY PRODUKT.
023000*
023100 FD  WechselDatei
023200     RECORD CONTAINS 80 CHARACTERS.
023300 COPY PRODUKTWECHSEL.
023400*
023500 WORKING-STORAGE SECTION.
023600*    DIE JEWEILS VORZUMERKENDE AENDERUNG.
023700 COPY AENDERUNG.
023800*
023900 01  Verzeichnis-Status          PIC X(02).
024000     88  VERZEICHNISDATEI-OK         VALUE '00'.
024100     88  VERZEICHNISDATEI-FEHLT      VALUE '35'.
024200*
024300 01  Aenderung-Status            PIC X(02).
024400     88  AENDERUNGSDATEI-OK          VALUE '00'.
024500*
024600*    KENNUNG DES ANGEMELDETEN OPERATORS, VON EINGABENAMEN IN
024700*    DL100OPERATOR UEBERGEBEN.  OHNE ANMELDUNG KEINE
024800*    LIMITAENDERUNG.
024900 01  Erfasser-Kennung            PIC X(08) VALUE SPACES.
025000     88  ERFASSER-UNBEKANNT          VALUE SPACES.
025100*
025200 01  Pflege-Auswahl              PIC X(01).
025300     88  PFLEGE-ANZEIGEN             VALUE 'A' 'a'.
025400     88  PFLEGE-EROEFFNEN            VALUE 'N' 'n'.
025500     88  PFLEGE-SPERREN              VALUE 'S' 's'.
025600     88  PFLEGE-FREIGEBEN            VALUE 'F' 'f'.
025700     88  PFLEGE-SCHLIESSEN           VALUE 'C' 'c'.
025800     88  PFLEGE-LIMIT                VALUE 'L' 'l'.
025900     88  PFLEGE-PRODUKT              VALUE 'P' 'p'.
026000     88  PFLEGE-ENDE                 VALUE 'E' 'e'.
026100*
026200 01  Pflege-Schalter             PIC X VALUE 'N'.
026300     88  PFLEGE-BEENDEN              VALUE 'Y'.
026400*
026500 01  Eingabe-Konto               PIC X(10) VALUE SPACES.
026600 01  Eingabe-Datum               PIC X(08) VALUE SPACES.
026700 01  Eingabe-Limit               PIC X(11) VALUE SPACES.
026800 01  Eingabe-Produkt             PIC X(02) VALUE SPACES.
026900 01  Limit-Edit                  PIC ---,---,--9.99.
027000*
027100*    DAS VORZUMERKENDE KREDITLIMIT (ERFASST ODER STANDARDLIMIT
027200*    DES PRODUKTS).
027300 01  Neues-Limit                 PIC 9(09)V99 VALUE ZERO.
027400*
027500 01  Satz-Gefunden               PIC X VALUE 'N'.
027600     88  VERZEICHNISSATZ-GEFUNDEN    VALUE 'J'.
027700*
027800*    DER JEWEILS BETRACHTETE BZW. ERZEUGTE BUCHUNGSSATZ.
027900 COPY DATEISATZ.
028000*
028100 01  Dauerauftrag-Status         PIC X(02).
028200     88  DAUERAUFTRAGDATEI-GEFUNDEN  VALUE '00'.
028300 01  Pendenz-Status              PIC X(02).
028400     88  PENDENZDATEI-GEFUNDEN       VALUE '00'.
028500 01  Salden-Status               PIC X(02).
028600     88  SALDENDATEI-OK              VALUE '00'.
028700 01  Zinssatz-Status             PIC X(02).
028800     88  ZINSSATZDATEI-GEFUNDEN      VALUE '00'.
028900 01  Gebuehren-Status            PIC X(02).
029000     88  GEBUEHRENDATEI-GEFUNDEN     VALUE '00'.
029100 01  Historie-Status             PIC X(02).
029200     88  HISTORIENDATEI-OK           VALUE '00'.
029300 01  Transcode-Status            PIC X(02).
029400     88  TRANSCODEDATEI-GEFUNDEN     VALUE '00'.
029500 01  Adress-Status               PIC X(02).
029600     88  ADRESSDATEI-OK              VALUE '00'.
029700 01  Abschlussbuchung-Status     PIC X(02).
029800     88  ABSCHLUSSBUCHUNGEN-VORHANDEN VALUE '00'.
029900 01  Abschlussauszug-Status      PIC X(02).
030000     88  ABSCHLUSSAUSZUG-OK          VALUE '00'.
030100 01  Produkt-Status              PIC X(02).
030200     88  PRODUKTDATEI-GEFUNDEN       VALUE '00'.
030300 01  Wechsel-Status              PIC X(02).
030400     88  WECHSELDATEI-OK             VALUE '00'.
030500*
030600*    GEMEINSAMES DATEIENDE FUER DAS NACHEINANDER ERFOLGENDE
030700*    LADEN DER SEQUENTIELLEN DATEIEN.
030800 01  Lese-Schalter               PIC X VALUE 'N'.
030900     88  KEINE-SAETZE-MEHR           VALUE 'Y'.
031000*
031100*    KONTOABSCHLUSS: DAS ZU SCHLIESSENDE KONTO.  DER VER-
031200*    ZEICHNISSATZ WIRD GESICHERT, WEIL DAS NACHSCHLAGEN DES
031300*    AUSZAHLUNGSKONTOS DEN DATEIPUFFER UEBERSCHREIBT.
031400 01  Schliess-Verzeichnissatz    PIC X(80) VALUE SPACES.
031500 01  Schliess-Konto              PIC 9(10) VALUE ZERO.
031600 01  Schliess-Datum              PIC 9(08) VALUE ZERO.
031700 01  Schliess-Datum-Teile REDEFINES Schliess-Datum.
031800     05  Schliess-Monat             PIC 9(06).
031900     05  Schliess-Tag               PIC 9(02).
032000*
032100 01  Abschluss-Schalter          PIC X VALUE 'J'.
032200     88  ABSCHLUSS-MOEGLICH          VALUE 'J'.
032300     88  ABSCHLUSS-ABGEBROCHEN       VALUE 'N'.
032400*
032500*    AUSGABEZIEL DER ABSCHLUSSZEILEN: BILDSCHIRM ODER AUSZUG.
032600 01  Ausgabe-Ziel                PIC X VALUE 'B'.
032700     88  AUSGABE-BILDSCHIRM          VALUE 'B'.
032800     88  AUSGABE-AUSZUG              VALUE 'A'.
032900 01  Abschluss-Zeile             PIC X(80) VALUE SPACES.
033000*
033100*    ABSCHLUSSRECHNUNG.
033200 01  Abschluss-Saldo             PIC S9(11)V99 VALUE ZERO.
033300 01  Zins-Tage                   PIC 9(02) VALUE ZERO.
033400 01  Zins-Rechenwert             PIC S9(11)V99 VALUE ZERO.
033500 01  Abschluss-Habenzins         PIC 9(09)V99 VALUE ZERO.
033600 01  Abschluss-Sollzins          PIC 9(09)V99 VALUE ZERO.
033700 01  Abschluss-Gebuehr           PIC 9(09)V99 VALUE ZERO.
033800 01  Auszahlung-Betrag           PIC S9(11)V99 VALUE ZERO.
033900 01  Neue-Buchungen              PIC S9(04) COMP VALUE ZERO.
034000*
034100*    GELADENE ZINSSAETZE (NUR AKTIVE, WIE IM ZINSENLAUF).
034200 01  Habenzins-Satz              PIC 9(02)V9(04) VALUE ZERO.
034300 01  Habenzins-Code              PIC X(02) VALUE SPACES.
034400 01  Sollzins-Satz               PIC 9(02)V9(04) VALUE ZERO.
034500 01  Sollzins-Code               PIC X(02) VALUE SPACES.
034600*
034700*    GELADENE GEBUEHRENTABELLE (WIE IN DER GEBUEHRENABRECHNUNG).
034800 01  Freigrenze-Anzahl           PIC 9(03) VALUE ZERO.
034900 01  Gebuehren-Code              PIC X(02) VALUE SPACES.
035000 01  Preistabelle.
035100     05  Preis-Anzahl               PIC S9(04) COMP VALUE ZERO.
035200     05  Preis-Eintrag OCCURS 200 TIMES.
035300         10  PT-CODE                PIC X(02).
035400         10  PT-PRODUKT             PIC X(02).
035500         10  PT-PREIS               PIC 9(05)V99.
035600 01  Preis-Index                 PIC S9(04) COMP VALUE ZERO.
035700 01  Preis-Treffer               PIC X VALUE 'N'.
035800     88  PREIS-GEFUNDEN              VALUE 'J'.
035900 01  Satz-Preis                  PIC 9(05)V99 VALUE ZERO.
036000 01  Gesuchtes-Produkt           PIC X(02) VALUE SPACES.
036100 01  Monats-Transaktionen        PIC S9(07) COMP VALUE ZERO.
036200 01  Pflichtige-Transaktionen    PIC S9(07) COMP VALUE ZERO.
036300 01  Historie-Laufdatum          PIC 9(08) VALUE ZERO.
036400 01  Historie-Laufdatum-Teile REDEFINES Historie-Laufdatum.
036500     05  Historie-Laufmonat         PIC 9(06).
036600     05  Historie-Lauftag           PIC 9(02).
036700*
036800*    PRODUKTKATALOG, BEI JEDER VERWENDUNG NEU GELADEN.
036900 01  Produkttabelle.
037000     05  Produkt-Anzahl             PIC S9(04) COMP VALUE ZERO.
037100     05  Produkt-Eintrag OCCURS 50 TIMES.
037200         10  PK-PRODUKT             PIC X(02).
037300         10  PK-HABENZINS           PIC 9(02)V9(04).
037400         10  PK-SOLLZINS            PIC 9(02)V9(04).
037500         10  PK-FREIGRENZE          PIC 9(03).
037600         10  PK-STANDARDLIMIT       PIC 9(09)V99.
037700         10  PK-AKTIV               PIC X(01).
037800             88  PK-IST-AKTIV           VALUE 'J'.
037900 01  Produkt-Index               PIC S9(04) COMP VALUE ZERO.
038000 01  Produkt-Treffer             PIC X VALUE 'N'.
038100     88  PRODUKT-GEFUNDEN            VALUE 'J'.
038200 01  Katalog-Schalter            PIC X VALUE 'N'.
038300     88  KATALOG-UEBERLAUF           VALUE 'J'.
038400*
038500*    PRODUKTWECHSEL EINES KONTOS AUS DL100PRH IN DATEIFOLGE
038600*    (AUFSTEIGEND NACH GUELTIG-AB) UND DER JUENGSTE DAVON.
038700 01  Wechsel-Konto               PIC 9(10) VALUE ZERO.
038800 01  Wechseltabelle.
038900     05  Wechsel-Anzahl             PIC S9(04) COMP VALUE ZERO.
039000     05  Wechsel-Eintrag OCCURS 100 TIMES.
039100         10  WT-GUELTIG-AB          PIC 9(08).
039200         10  WT-PRODUKT-ALT         PIC X(02).
039300         10  WT-PRODUKT-NEU         PIC X(02).
039400 01  Wechsel-Index               PIC S9(04) COMP VALUE ZERO.
039500 01  Wechsel-Treffer             PIC X VALUE 'N'.
039600     88  WECHSEL-GEFUNDEN            VALUE 'J'.
039700 01  Wechsel-Schalter            PIC X VALUE 'N'.
039800     88  WECHSEL-UEBERLAUF           VALUE 'J'.
039900 01  Letzter-Wechsel             PIC 9(08) VALUE ZERO.
040000 01  Wechsel-Datum               PIC 9(08) VALUE ZERO.
040100 01  Wechsel-Datum-Teile REDEFINES Wechsel-Datum.
040200     05  Wechsel-Jahrmonat          PIC 9(06).
040300     05  Wechsel-Tag                PIC 9(02).
040400 01  Heute-Datum                 PIC 9(08) VALUE ZERO.
040500 01  Heute-Datum-Teile REDEFINES Heute-Datum.
040600     05  Heute-Monat                PIC 9(06).
040700     05  Heute-Tag                  PIC 9(02).
040800*
040900*    PRODUKTABSCHNITTE DES SCHLIESSUNGSMONATS (WIE DL100Z02) UND
041000*    PRODUKT/FREIGRENZE AM VERARBEITUNGSTAG EINER TRANSAKTION
041100*    (WIE DL100B02).
041200 01  Konto-Produkt               PIC X(02) VALUE SPACES.
041300 01  Abschnitt-Produkt           PIC X(02) VALUE SPACES.
041400 01  Abschnitt-Satz              PIC 9(02)V9(04) VALUE ZERO.
041500 01  Abschnitt-Beginn            PIC 9(02) VALUE ZERO.
041600 01  Abschnitt-Ende              PIC 9(02) VALUE ZERO.
041700 01  Zins-Gewicht                PIC 9(05)V9(04) VALUE ZERO.
041800 01  Erster-Wechsel              PIC X VALUE 'N'.
041900     88  ERSTER-WECHSEL-GESEHEN      VALUE 'J'.
042000 01  Monatsanfang                PIC 9(08) VALUE ZERO.
042100 01  Tages-Produkt               PIC X(02) VALUE SPACES.
042200 01  Tages-Freigrenze            PIC 9(03) VALUE ZERO.
042300*
042400*    AUSZAHLUNG UND BUCHUNGSTAG DER ABSCHLUSSBUCHUNGEN.
042500 01  Auszahlungs-Konto           PIC 9(10) VALUE ZERO.
042600 01  Umbuchungs-Code             PIC X(02) VALUE SPACES.
042700 01  Abschluss-Buchungstag       PIC 9(08) VALUE ZERO.
042800 01  Eingabe-Code                PIC X(02) VALUE SPACES.
042900 01  Eingabe-Antwort             PIC X(01) VALUE SPACES.
043000 01  Code-Schalter               PIC X VALUE 'N'.
043100     88  UMBUCHUNGSCODE-GUELTIG      VALUE 'J'.
043200*
043300*    VOLLSTAENDIG GELADENE DATEIEN, DIE BEIM ABWICKELN
043400*    GESCHLOSSEN ZURUECKGESCHRIEBEN WERDEN.
043500 01  Auftragstabelle.
043600     05  Auftrag-Anzahl             PIC S9(04) COMP VALUE ZERO.
043700     05  AU-SATZ OCCURS 200 TIMES   PIC X(80).
043800 01  Auftrag-Index               PIC S9(04) COMP VALUE ZERO.
043900 01  Termintabelle.
044000     05  Termin-Anzahl              PIC S9(04) COMP VALUE ZERO.
044100     05  TE-SATZ OCCURS 2000 TIMES  PIC X(95).
044200 01  Termin-Index                PIC S9(04) COMP VALUE ZERO.
044300 01  Buchungstabelle.
044400     05  Buchung-Anzahl             PIC S9(04) COMP VALUE ZERO.
044500     05  BU-SATZ OCCURS 500 TIMES   PIC X(80).
044600 01  Buchung-Index               PIC S9(04) COMP VALUE ZERO.
044700 01  Buchungs-Summe              PIC S9(11)V99 VALUE ZERO.
044800*
044900 01  Konto-Auftraege             PIC S9(07) COMP VALUE ZERO.
045000 01  Konto-Termine               PIC S9(07) COMP VALUE ZERO.
045100*
045200 01  Konto-Edit                  PIC Z(09)9.
045300 01  Anzahl-Edit                 PIC ZZZZZZ9.
045400 01  Tage-Edit                   PIC Z9.
045500 01  Betrag-Edit                 PIC ---,---,---,--9.99.
045600*
045700 PROCEDURE DIVISION.
045800*----------------------------------------------------------------
045900 Hauptprogramm.
046000*----------------------------------------------------------------
046100     ACCEPT Erfasser-Kennung FROM ENVIRONMENT "DL100OPERATOR"
046200     PERFORM VerzeichnisOeffnen
046300     DISPLAY "===== DL100 KONTOVERZEICHNIS-PFLEGE ====="
046400     PERFORM PflegemenueBearbeiten UNTIL PFLEGE-BEENDEN
046500     CLOSE VerzeichnisDatei
046600     STOP RUN.
046700*
046800*----------------------------------------------------------------
046900*    OEFFNET DAS KONTOVERZEICHNIS ZUM PFLEGEN; BEIM ALLERERSTEN  *
047000*    AUFRUF (DATEI FEHLT, FILE STATUS 35) WIRD SIE LEER          *
047100*    ANGELEGT UND DANN WIE GEWOHNT GEOEFFNET.                    *
047200*----------------------------------------------------------------
047300 VerzeichnisOeffnen.
047400     OPEN I-O VerzeichnisDatei
047500     IF VERZEICHNISDATEI-FEHLT
047600         OPEN OUTPUT VerzeichnisDatei
047700         CLOSE VerzeichnisDatei
047800         OPEN I-O VerzeichnisDatei
047900     END-IF
048000     IF NOT VERZEICHNISDATEI-OK
048100         DISPLAY "DL100 FEHLER - KONTOVERZEICHNIS DL100KVZ NICHT "
048200             "ZU OEFFNEN, FILE STATUS " Verzeichnis-Status
048300         MOVE 16 TO RETURN-CODE
048400         STOP RUN
048500     END-IF.
048600*
048700*----------------------------------------------------------------
048800 PflegemenueBearbeiten.
048900*----------------------------------------------------------------
049000     DISPLAY " "
049100     DISPLAY "A  KONTO ANZEIGEN"
049200     DISPLAY "N  KONTO EROEFFNEN"
049300     DISPLAY "S  KONTO SPERREN"
049400     DISPLAY "F  KONTO FREIGEBEN (SPERRE/RUHEN AUFHEBEN)"
049500     DISPLAY "C  KONTO SCHLIESSEN"
049600     DISPLAY "L  KREDITLIMIT SETZEN"
049700     DISPLAY "P  PRODUKT WECHSELN"
049800     DISPLAY "E  ENDE"
049900     DISPLAY "BITTE AUSWAHL EINGEBEN"
050000     ACCEPT Pflege-Auswahl
050100     IF PFLEGE-ANZEIGEN
050200         PERFORM KontoAnzeigen
050300     ELSE
050400     IF PFLEGE-EROEFFNEN
050500         PERFORM KontoEroeffnen
050600     ELSE
050700     IF PFLEGE-SPERREN
050800         PERFORM KontoSperren
050900     ELSE
051000     IF PFLEGE-FREIGEBEN
051100         PERFORM KontoFreigeben
051200     ELSE
051300     IF PFLEGE-SCHLIESSEN
051400         PERFORM KontoSchliessen
051500     ELSE
051600     IF PFLEGE-LIMIT
051700         PERFORM LimitSetzen
051800     ELSE
051900     IF PFLEGE-PRODUKT
052000         PERFORM ProduktWechseln
052100     ELSE
052200     IF PFLEGE-ENDE
052300         MOVE 'Y' TO Pflege-Schalter
052400     ELSE
052500         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
052600     END-IF END-IF END-IF END-IF END-IF END-IF END-IF
052700     END-IF.
052800*
052900*----------------------------------------------------------------
053000*    LIEST DEN VERZEICHNISSATZ ZUR EINGEGEBENEN KONTONUMMER.     *
053100*    DAS ERGEBNIS STEHT IN SATZ-GEFUNDEN, DER SATZ SELBST IM     *
053200*    DATEIPUFFER.                                                *
053300*----------------------------------------------------------------
053400 KontoNachschlagen.
053500     MOVE 'N' TO Satz-Gefunden
053600     DISPLAY "KONTONUMMER (10 STELLEN): "
053700     ACCEPT Eingabe-Konto
053800     IF Eingabe-Konto IS NOT NUMERIC
053900         DISPLAY "KONTONUMMER MUSS NUMERISCH SEIN"
054000     ELSE
054100         MOVE Eingabe-Konto TO KV-KONTONUMMER
054200         READ VerzeichnisDatei
054300             INVALID KEY
054400                 CONTINUE
054500             NOT INVALID KEY
054600                 SET VERZEICHNISSATZ-GEFUNDEN TO TRUE
054700         END-READ
054800     END-IF.
054900*
055000*----------------------------------------------------------------
055100 KontoAnzeigen.
055200*----------------------------------------------------------------
055300     PERFORM KontoNachschlagen
055400     IF VERZEICHNISSATZ-GEFUNDEN
055500         PERFORM VerzeichnissatzAnzeigen
055600     ELSE
055700         DISPLAY "KONTO " Eingabe-Konto " WIRD NICHT GEFUEHRT"
055800     END-IF.
055900*
056000*----------------------------------------------------------------
056100 VerzeichnissatzAnzeigen.
056200*----------------------------------------------------------------
056300     DISPLAY "KONTO.........: " KV-KONTONUMMER
056400     IF KV-IST-OFFEN
056500         DISPLAY "STATUS........: OFFEN"
056600     ELSE
056700     IF KV-IST-GESPERRT
056800         DISPLAY "STATUS........: GESPERRT"
056900     ELSE
057000     IF KV-IST-GESCHLOSSEN
057100         DISPLAY "STATUS........: GESCHLOSSEN"
057200     ELSE
057300     IF KV-IST-RUHEND
057400         DISPLAY "STATUS........: RUHEND"
057500     ELSE
057600         DISPLAY "STATUS........: UNBEKANNT (" KV-STATUS ")"
057700     END-IF END-IF END-IF END-IF
057800     DISPLAY "EROEFFNET AM..: " KV-EROEFFNET-AM
057900     IF KV-GESCHLOSSEN-AM NOT = ZERO
058000         DISPLAY "GESCHLOSSEN AM: " KV-GESCHLOSSEN-AM
058100     END-IF
058200     MOVE KV-LIMIT TO Limit-Edit
058300     DISPLAY "KREDITLIMIT...: " Limit-Edit
058400     IF KV-PRODUKT = SPACES OR LOW-VALUES
058500         DISPLAY "PRODUKT.......: (OHNE)"
058600     ELSE
058700         DISPLAY "PRODUKT.......: " KV-PRODUKT
058800     END-IF.
058900*
059000*----------------------------------------------------------------
059100*    EROEFFNET EIN NEUES KONTO MIT STATUS OFFEN.  EIN BEREITS    *
059200*    GEFUEHRTES KONTO WIRD NICHT UEBERSCHRIEBEN - EIN GESCHLOS-  *
059300*    SENES KONTO BLEIBT GESCHLOSSEN UND EIN GESPERRTES WIRD      *
059400*    UEBER 'F' FREIGEGEBEN.  DAS PRODUKT MUSS IM KATALOG AKTIV   *
059500*    SEIN; SEIN STANDARDLIMIT WIRD WIE JEDE LIMITAENDERUNG NUR   *
059600*    ZUR FREIGABE VORGEMERKT, DAS LIMIT STEHT ZUNAECHST AUF 0.   *
059700*----------------------------------------------------------------
059800 KontoEroeffnen.
059900     PERFORM KontoNachschlagen
060000     IF Eingabe-Konto IS NUMERIC
060100         IF VERZEICHNISSATZ-GEFUNDEN
060200             DISPLAY "KONTO " Eingabe-Konto " WIRD BEREITS "
060300                 "GEFUEHRT - NICHT EROEFFNET"
060400             PERFORM VerzeichnissatzAnzeigen
060500         ELSE
060600             PERFORM EroeffnungsdatumErfragen
060700             IF Eingabe-Datum IS NUMERIC
060800                 PERFORM EroeffnungsproduktErfragen
060900             END-IF
061000             IF Eingabe-Datum IS NUMERIC
061100                 AND (Eingabe-Produkt = SPACES
061200                      OR PRODUKT-GEFUNDEN)
061300                 MOVE SPACES TO Kontoverzeichnissatz
061400                 MOVE Eingabe-Konto TO KV-KONTONUMMER
061500                 MOVE 'O' TO KV-STATUS
061600                 MOVE Eingabe-Datum TO KV-EROEFFNET-AM (1:8)
061700                 MOVE ZERO TO KV-GESCHLOSSEN-AM
061800                 MOVE ZERO TO KV-LIMIT
061900                 MOVE Eingabe-Produkt TO KV-PRODUKT
062000                 WRITE Kontoverzeichnissatz
062100                 DISPLAY "KONTO " Eingabe-Konto
062200                     " EROEFFNET (OFFEN)"
062300                 IF Eingabe-Produkt NOT = SPACES
062400                     PERFORM StandardlimitVormerken
062500                 END-IF
062600             END-IF
062700         END-IF
062800     END-IF.
062900*
063000*----------------------------------------------------------------
063100 EroeffnungsdatumErfragen.
063200*----------------------------------------------------------------
063300     DISPLAY "EROEFFNUNGSDATUM (JJJJMMTT): "
063400     ACCEPT Eingabe-Datum
063500     IF Eingabe-Datum IS NOT NUMERIC
063600         DISPLAY "DATUM MUSS ACHTSTELLIG NUMERISCH SEIN - "
063700             "NICHT EROEFFNET"
063800     END-IF.
063900*
064000*----------------------------------------------------------------
064100*    ERFRAGT DAS PRODUKT DES NEUEN KONTOS.  LEER = OHNE PRODUKT  *
064200*    (ZINS UND GEBUEHR NACH DL100ZTB/DL100GBT ALLGEMEIN); SONST  *
064300*    STEHT DAS GEFUNDENE PRODUKT UNTER PRODUKT-INDEX.            *
064400*----------------------------------------------------------------
064500 EroeffnungsproduktErfragen.
064600     MOVE 'N' TO Produkt-Treffer
064700     DISPLAY "PRODUKT (2 STELLEN, LEER = OHNE PRODUKT): "
064800     ACCEPT Eingabe-Produkt
064900     IF Eingabe-Produkt NOT = SPACES
065000         PERFORM ProdukteLaden
065100         PERFORM ProduktSuchen
065200         IF NOT PRODUKT-GEFUNDEN
065300             DISPLAY "PRODUKT " Eingabe-Produkt " NICHT IM "
065400                 "PRODUKTKATALOG - NICHT EROEFFNET"
065500         ELSE
065600         IF NOT PK-IST-AKTIV (Produkt-Index)
065700             DISPLAY "PRODUKT " Eingabe-Produkt " IST "
065800                 "STILLGELEGT - NICHT EROEFFNET"
065900             MOVE 'N' TO Produkt-Treffer
066000         END-IF
066100         END-IF
066200     END-IF.
066300*
066400*----------------------------------------------------------------
066500*    MERKT DAS STANDARDLIMIT DES PRODUKTS UNTER PRODUKT-INDEX    *
066600*    FUER DAS KONTO IM DATEIPUFFER ZUR FREIGABE VOR, SOFERN ES   *
066700*    VOM AKTUELLEN LIMIT ABWEICHT.  OHNE ANMELDUNG BLEIBT ES     *
066800*    BEIM HINWEIS.                                               *
066900*----------------------------------------------------------------
067000 StandardlimitVormerken.
067100     IF PK-STANDARDLIMIT (Produkt-Index) NOT = KV-LIMIT
067200         MOVE PK-STANDARDLIMIT (Produkt-Index) TO Limit-Edit
067300         IF ERFASSER-UNBEKANNT
067400             DISPLAY "STANDARDLIMIT " Limit-Edit " NICHT "
067500                 "VORGEMERKT - ANMELDUNG UEBER EINGABENAMEN FEHLT"
067600         ELSE
067700             MOVE PK-STANDARDLIMIT (Produkt-Index) TO Neues-Limit
067800             PERFORM LimitVormerken
067900         END-IF
068000     END-IF.
068100*
068200*----------------------------------------------------------------
068300 KontoSperren.
068400*----------------------------------------------------------------
068500     PERFORM KontoNachschlagen
068600     IF VERZEICHNISSATZ-GEFUNDEN
068700         IF KV-IST-GESCHLOSSEN
068800             DISPLAY "KONTO " Eingabe-Konto " IST GESCHLOSSEN - "
068900                 "SPERRE NICHT MOEGLICH"
069000         ELSE
069100             MOVE 'G' TO KV-STATUS
069200             REWRITE Kontoverzeichnissatz
069300             DISPLAY "KONTO " Eingabe-Konto " GESPERRT"
069400         END-IF
069500     ELSE
069600         DISPLAY "KONTO " Eingabe-Konto " WIRD NICHT GEFUEHRT"
069700     END-IF.
069800*
069900*----------------------------------------------------------------
070000 KontoFreigeben.
070100*----------------------------------------------------------------
070200     PERFORM KontoNachschlagen
070300     IF VERZEICHNISSATZ-GEFUNDEN
070400         IF KV-IST-GESPERRT OR KV-IST-RUHEND
070500             MOVE 'O' TO KV-STATUS
070600             REWRITE Kontoverzeichnissatz
070700             DISPLAY "KONTO " Eingabe-Konto " FREIGEGEBEN (OFFEN)"
070800         ELSE
070900             DISPLAY "KONTO " Eingabe-Konto " IST WEDER GESPERRT "
071000                 "NOCH RUHEND"
071100         END-IF
071200     ELSE
071300         DISPLAY "KONTO " Eingabe-Konto " WIRD NICHT GEFUEHRT"
071400     END-IF.
071500*
071600*----------------------------------------------------------------
071700*    SCHLIESST EIN KONTO MIT ABSCHLUSSRECHNUNG: ERST WERDEN      *
071800*    ZINS, GEBUEHR, AUSZAHLUNGSBETRAG SOWIE NOCH LAUFENDE        *
071900*    DAUERAUFTRAEGE UND TERMINSAETZE ERMITTELT UND ANGEZEIGT,    *
072000*    DANN ENTSCHEIDET DER OPERATOR.  ERST NACH DER BESTAETI-     *
072100*    GUNG WIRD ETWAS GESCHRIEBEN.                                *
072200*----------------------------------------------------------------
072300 KontoSchliessen.
072400     PERFORM KontoNachschlagen
072500     IF VERZEICHNISSATZ-GEFUNDEN
072600         IF KV-IST-GESCHLOSSEN
072700             DISPLAY "KONTO " Eingabe-Konto " IST BEREITS "
072800                 "GESCHLOSSEN"
072900         ELSE
073000             DISPLAY "SCHLIESSUNGSDATUM (JJJJMMTT): "
073100             ACCEPT Eingabe-Datum
073200             IF Eingabe-Datum IS NOT NUMERIC
073300                 DISPLAY "DATUM MUSS ACHTSTELLIG NUMERISCH SEIN "
073400                     "- NICHT GESCHLOSSEN"
073500             ELSE
073600                 MOVE Kontoverzeichnissatz
073700                     TO Schliess-Verzeichnissatz
073800                 MOVE KV-KONTONUMMER TO Schliess-Konto
073900                 MOVE KV-PRODUKT TO Konto-Produkt
074000                 MOVE Eingabe-Datum TO Schliess-Datum
074100                 PERFORM AbschlussErmitteln
074200                 SET AUSGABE-BILDSCHIRM TO TRUE
074300                 PERFORM AbschlusswerteAusgeben
074400                 PERFORM SchliessungEntscheiden
074500             END-IF
074600         END-IF
074700     ELSE
074800         DISPLAY "KONTO " Eingabe-Konto " WIRD NICHT GEFUEHRT"
074900     END-IF.
075000*
075100*----------------------------------------------------------------
075200*    ERMITTELT ALLE WERTE DER ABSCHLUSSRECHNUNG.  KANN EINE      *
075300*    DATEI NICHT VOLLSTAENDIG GELADEN WERDEN, WIRD DER           *
075400*    ABSCHLUSS ABGEBROCHEN, DAMIT BEIM ZURUECKSCHREIBEN NICHTS   *
075500*    VERLOREN GEHT.                                              *
075600*----------------------------------------------------------------
075700 AbschlussErmitteln.
075800     SET ABSCHLUSS-MOEGLICH TO TRUE
075900     MOVE ZERO TO Konto-Auftraege Konto-Termine
076000     MOVE ZERO TO Abschluss-Saldo Abschluss-Habenzins
076100     MOVE ZERO TO Abschluss-Sollzins Abschluss-Gebuehr
076200     MOVE ZERO TO Monats-Transaktionen Pflichtige-Transaktionen
076300     MOVE ZERO TO Auszahlungs-Konto Abschluss-Buchungstag
076400     MOVE SPACES TO Umbuchungs-Code
076500     COMPUTE Monatsanfang = Schliess-Monat * 100 + 1
076600     PERFORM ProdukteLaden
076700     MOVE Schliess-Konto TO Wechsel-Konto
076800     PERFORM WechselLaden
076900     IF KATALOG-UEBERLAUF OR WECHSEL-UEBERLAUF
077000         SET ABSCHLUSS-ABGEBROCHEN TO TRUE
077100     END-IF
077200     PERFORM DauerauftraegeLaden
077300     PERFORM TerminsaetzeLaden
077400     PERFORM AbschlusssaldoLesen
077500     PERFORM AbschlusszinsRechnen
077600     PERFORM AbschlussgebuehrRechnen
077700     COMPUTE Auszahlung-Betrag = Abschluss-Saldo
077800         + Abschluss-Habenzins - Abschluss-Sollzins
077900         - Abschluss-Gebuehr
078000     MOVE ZERO TO Neue-Buchungen
078100     IF Abschluss-Habenzins GREATER THAN ZERO
078200         ADD 1 TO Neue-Buchungen
078300     END-IF
078400     IF Abschluss-Sollzins GREATER THAN ZERO
078500         ADD 1 TO Neue-Buchungen
078600     END-IF
078700     IF Abschluss-Gebuehr GREATER THAN ZERO
078800         ADD 1 TO Neue-Buchungen
078900     END-IF
079000     IF Auszahlung-Betrag GREATER THAN ZERO
079100         ADD 1 TO Neue-Buchungen
079200     END-IF.
079300*
079400*----------------------------------------------------------------
079500*    LAEDT DEN DAUERAUFTRAGSMASTER VOLLSTAENDIG UND ZEIGT DIE    *
079600*    AKTIVEN AUFTRAEGE DES KONTOS AN.                            *
079700*----------------------------------------------------------------
079800 DauerauftraegeLaden.
079900     MOVE ZERO TO Auftrag-Anzahl
080000     MOVE 'N' TO Lese-Schalter
080100     OPEN INPUT DauerauftragDatei
080200     IF DAUERAUFTRAGDATEI-GEFUNDEN
080300         PERFORM DauerauftragUebernehmen
080400             UNTIL KEINE-SAETZE-MEHR
080500         CLOSE DauerauftragDatei
080600     END-IF.
080700*
080800*----------------------------------------------------------------
080900 DauerauftragUebernehmen.
081000*----------------------------------------------------------------
081100     READ DauerauftragDatei
081200         AT END
081300             MOVE 'Y' TO Lese-Schalter
081400         NOT AT END
081500             IF Auftrag-Anzahl LESS THAN 200
081600                 ADD 1 TO Auftrag-Anzahl
081700                 MOVE Dauerauftragssatz
081800                     TO AU-SATZ (Auftrag-Anzahl)
081900                 IF DA-KONTONUMMER = Schliess-Konto
082000                     AND DA-IST-AKTIV
082100                     ADD 1 TO Konto-Auftraege
082200                     MOVE DA-BETRAG TO Betrag-Edit
082300                     DISPLAY "AKTIVER DAUERAUFTRAG: "
082400                         DA-TRANSAKTIONSCODE " " Betrag-Edit
082500                         " " DA-BEZEICHNUNG
082600                 END-IF
082700             ELSE
082800                 DISPLAY "DL100 FEHLER - DL100DAU HAT MEHR ALS "
082900                     "200 AUFTRAEGE - ABSCHLUSS NICHT MOEGLICH"
083000                 SET ABSCHLUSS-ABGEBROCHEN TO TRUE
083100                 MOVE 'Y' TO Lese-Schalter
083200             END-IF
083300     END-READ.
083400*
083500*----------------------------------------------------------------
083600*    LAEDT DEN TERMINSPEICHER VOLLSTAENDIG UND ZEIGT DIE SAETZE  *
083700*    AN, DIE DAS KONTO ODER SEIN GEGENKONTO BETREFFEN.           *
083800*----------------------------------------------------------------
083900 TerminsaetzeLaden.
084000     MOVE ZERO TO Termin-Anzahl
084100     MOVE 'N' TO Lese-Schalter
084200     OPEN INPUT PendenzDatei
084300     IF PENDENZDATEI-GEFUNDEN
084400         PERFORM TerminsatzUebernehmen
084500             UNTIL KEINE-SAETZE-MEHR
084600         CLOSE PendenzDatei
084700     END-IF.
084800*
084900*----------------------------------------------------------------
085000 TerminsatzUebernehmen.
085100*----------------------------------------------------------------
085200     READ PendenzDatei
085300         AT END
085400             MOVE 'Y' TO Lese-Schalter
085500         NOT AT END
085600             IF Termin-Anzahl LESS THAN 2000
085700                 ADD 1 TO Termin-Anzahl
085800                 MOVE Pendenz-Satz TO TE-SATZ (Termin-Anzahl)
085900                 MOVE PN-SATZINHALT TO DATEISATZ
086000                 IF DS-KONTONUMMER = Schliess-Konto
086100                     OR DS-GEGENKONTO = Schliess-Konto
086200                     ADD 1 TO Konto-Termine
086300                     MOVE DS-BETRAG TO Betrag-Edit
086400                     DISPLAY "GEPARKTER TERMINSATZ: "
086500                         DS-TRANSAKTIONSCODE " " Betrag-Edit
086600                         " ZUM " DS-BUCHUNGSDATUM
086700                 END-IF
086800             ELSE
086900                 DISPLAY "DL100 FEHLER - DL100PND HAT MEHR ALS "
087000                     "2000 SAETZE - ABSCHLUSS NICHT MOEGLICH"
087100                 SET ABSCHLUSS-ABGEBROCHEN TO TRUE
087200                 MOVE 'Y' TO Lese-Schalter
087300             END-IF
087400     END-READ.
087500*
087600*----------------------------------------------------------------
087700*    LIEST DEN TAGESENDSALDO DES KONTOS.  OHNE SALDENMASTER      *
087800*    ODER SALDENSATZ GILT SALDO NULL.                            *
087900*----------------------------------------------------------------
088000 AbschlusssaldoLesen.
088100     OPEN INPUT SaldenDatei
088200     IF SALDENDATEI-OK
088300         MOVE Schliess-Konto TO SA-KONTONUMMER
088400         READ SaldenDatei
088500             INVALID KEY
088600                 DISPLAY "DL100 HINWEIS - KEIN SALDENSATZ FUER "
088700                     "DAS KONTO, SALDO NULL"
088800             NOT INVALID KEY
088900                 MOVE SA-SALDO TO Abschluss-Saldo
089000         END-READ
089100         CLOSE SaldenDatei
089200     ELSE
089300         DISPLAY "DL100 HINWEIS - SALDENMASTER DL100SAL NICHT "
089400             "VORHANDEN, SALDO NULL"
089500     END-IF.
089600*
089700*----------------------------------------------------------------
089800*    RECHNET DEN ZINS SEIT DEM LETZTEN ZINSENLAUF.  DER MONATS-  *
089900*    LAUF (DL100Z02) RECHNET GANZE MONATE ZU 1/12 DES JAHRES-    *
090000*    SATZES; FUER DEN ANGEBROCHENEN SCHLIESSUNGSMONAT ZAEHLT     *
090100*    JEDER TAG BIS ZUM SCHLIESSUNGSTAG ALS 1/360 (HOECHSTENS     *
090200*    30 TAGE), KAUFMAENNISCH GERUNDET.  POSITIVE SALDEN ERHAL-   *
090300*    TEN HABENZINS, NEGATIVE TRAGEN SOLLZINS.  DIE SAETZE KOMMEN *
090400*    WIE IM ZINSENLAUF AUS DEM PRODUKT DES KONTOS, NACH EINEM    *
090500*    PRODUKTWECHSEL IM MONAT ABSCHNITTSWEISE.                    *
090600*----------------------------------------------------------------
090700 AbschlusszinsRechnen.
090800     PERFORM ZinssaetzeLaden
090900     MOVE Schliess-Tag TO Zins-Tage
091000     IF Zins-Tage GREATER THAN 30
091100         MOVE 30 TO Zins-Tage
091200     END-IF
091300     PERFORM ZinsgewichtErmitteln
091400     MOVE ZERO TO Zins-Rechenwert
091500     IF Abschluss-Saldo GREATER THAN ZERO
091600         AND Habenzins-Code NOT = SPACES
091700         COMPUTE Zins-Rechenwert ROUNDED =
091800             Abschluss-Saldo * Zins-Gewicht / 36000
091900         IF Zins-Rechenwert GREATER THAN ZERO
092000             MOVE Zins-Rechenwert TO Abschluss-Habenzins
092100         END-IF
092200     END-IF
092300     IF Abschluss-Saldo LESS THAN ZERO
092400         AND Sollzins-Code NOT = SPACES
092500         COMPUTE Zins-Rechenwert ROUNDED =
092600             (ZERO - Abschluss-Saldo) * Zins-Gewicht / 36000
092700         IF Zins-Rechenwert GREATER THAN ZERO
092800             MOVE Zins-Rechenwert TO Abschluss-Sollzins
092900         END-IF
093000     END-IF.
093100*
093200*----------------------------------------------------------------
093300*    ZERLEGT DIE ZINSTAGE DES SCHLIESSUNGSMONATS AN DEN PRODUKT- *
093400*    WECHSELN IN ABSCHNITTE (WIE DL100Z02, ENDE BEIM SCHLIES-    *
093500*    SUNGSTAG).  ZINS-GEWICHT IST DIE SUMME AUS SATZ MAL TAGEN.  *
093600*----------------------------------------------------------------
093700 ZinsgewichtErmitteln.
093800     MOVE ZERO TO Zins-Gewicht
093900     MOVE ZERO TO Abschnitt-Beginn
094000     MOVE Konto-Produkt TO Abschnitt-Produkt
094100     MOVE 'N' TO Erster-Wechsel
094200     MOVE ZERO TO Wechsel-Index
094300     PERFORM WechselAnwenden
094400         UNTIL Wechsel-Index NOT LESS THAN Wechsel-Anzahl
094500     MOVE Zins-Tage TO Abschnitt-Ende
094600     PERFORM AbschnittGewichten.
094700*
094800*----------------------------------------------------------------
094900 WechselAnwenden.
095000*----------------------------------------------------------------
095100     ADD 1 TO Wechsel-Index
095200     IF WT-GUELTIG-AB (Wechsel-Index) GREATER THAN Monatsanfang
095300         IF NOT ERSTER-WECHSEL-GESEHEN
095400             MOVE WT-PRODUKT-ALT (Wechsel-Index)
095500                 TO Abschnitt-Produkt
095600             SET ERSTER-WECHSEL-GESEHEN TO TRUE
095700         END-IF
095800         MOVE WT-GUELTIG-AB (Wechsel-Index) TO Wechsel-Datum
095900         IF Wechsel-Jahrmonat = Schliess-Monat
096000             COMPUTE Abschnitt-Ende = Wechsel-Tag - 1
096100             IF Abschnitt-Ende GREATER THAN Zins-Tage
096200                 MOVE Zins-Tage TO Abschnitt-Ende
096300             END-IF
096400             PERFORM AbschnittGewichten
096500             MOVE WT-PRODUKT-NEU (Wechsel-Index)
096600                 TO Abschnitt-Produkt
096700         END-IF
096800     END-IF.
096900*
097000*----------------------------------------------------------------
097100 AbschnittGewichten.
097200*----------------------------------------------------------------
097300     IF Abschnitt-Ende GREATER THAN Abschnitt-Beginn
097400         PERFORM AbschnittsatzErmitteln
097500         COMPUTE Zins-Gewicht = Zins-Gewicht + Abschnitt-Satz
097600             * (Abschnitt-Ende - Abschnitt-Beginn)
097700         MOVE Abschnitt-Ende TO Abschnitt-Beginn
097800     END-IF.
097900*
098000*----------------------------------------------------------------
098100*    HABEN- ODER SOLLZINSSATZ DES ABSCHNITTSPRODUKTS; OHNE       *
098200*    PRODUKT ODER BEI EINEM NICHT IM KATALOG GEFUEHRTEN PRODUKT  *
098300*    DER SATZ AUS DL100ZTB.                                      *
098400*----------------------------------------------------------------
098500 AbschnittsatzErmitteln.
098600     IF Abschluss-Saldo GREATER THAN ZERO
098700         MOVE Habenzins-Satz TO Abschnitt-Satz
098800     ELSE
098900         MOVE Sollzins-Satz TO Abschnitt-Satz
099000     END-IF
099100     MOVE Abschnitt-Produkt TO Eingabe-Produkt
099200     PERFORM ProduktSuchen
099300     IF PRODUKT-GEFUNDEN
099400         IF Abschluss-Saldo GREATER THAN ZERO
099500             MOVE PK-HABENZINS (Produkt-Index) TO Abschnitt-Satz
099600         ELSE
099700             MOVE PK-SOLLZINS (Produkt-Index) TO Abschnitt-Satz
099800         END-IF
099900     END-IF.
100000*
100100*----------------------------------------------------------------
100200 ZinssaetzeLaden.
100300*----------------------------------------------------------------
100400     MOVE ZERO TO Habenzins-Satz Sollzins-Satz
100500     MOVE SPACES TO Habenzins-Code Sollzins-Code
100600     MOVE 'N' TO Lese-Schalter
100700     OPEN INPUT ZinssatzDatei
100800     IF ZINSSATZDATEI-GEFUNDEN
100900         PERFORM ZinssatzUebernehmen
101000             UNTIL KEINE-SAETZE-MEHR
101100         CLOSE ZinssatzDatei
101200     ELSE
101300         DISPLAY "DL100 HINWEIS - ZINSSATZTABELLE DL100ZTB "
101400             "NICHT VORHANDEN, KEIN ABSCHLUSSZINS"
101500     END-IF.
101600*
101700*----------------------------------------------------------------
101800 ZinssatzUebernehmen.
101900*----------------------------------------------------------------
102000     READ ZinssatzDatei
102100         AT END
102200             MOVE 'Y' TO Lese-Schalter
102300         NOT AT END
102400             IF ZS-IST-AKTIV
102500                 IF ZS-IST-HABENZINS
102600                     MOVE ZS-SATZ TO Habenzins-Satz
102700                     MOVE ZS-TRANSAKTIONSCODE TO Habenzins-Code
102800                 END-IF
102900                 IF ZS-IST-SOLLZINS
103000                     MOVE ZS-SATZ TO Sollzins-Satz
103100                     MOVE ZS-TRANSAKTIONSCODE TO Sollzins-Code
103200                 END-IF
103300             END-IF
103400     END-READ.
103500*
103600*----------------------------------------------------------------
103700*    RECHNET DIE GEBUEHREN DES SCHLIESSUNGSMONATS WIE DIE        *
103800*    GEBUEHRENABRECHNUNG: DIE IM MONAT AKZEPTIERTEN TRANS-       *
103900*    AKTIONEN DES KONTOS (HISTORIE IN SCHLUESSELFOLGE) SIND BIS  *
104000*    ZUR FREIGRENZE FREI, JEDE WEITERE KOSTET DEN PREIS IHRES    *
104100*    CODES.  FREIGRENZE UND PREIS RICHTEN SICH NACH DEM PRODUKT  *
104200*    AM VERARBEITUNGSTAG.  DIE MONATSABRECHNUNG UEBERGEHT        *
104300*    GESCHLOSSENE KONTEN, ES WIRD ALSO NICHTS DOPPELT BERECHNET. *
104400*----------------------------------------------------------------
104500 AbschlussgebuehrRechnen.
104600     PERFORM GebuehrentabelleLaden
104700     IF Gebuehren-Code NOT = SPACES
104800         OPEN INPUT HistorienDatei
104900         IF HISTORIENDATEI-OK
105000             PERFORM MonatstransaktionenZaehlen
105100             CLOSE HistorienDatei
105200         ELSE
105300             DISPLAY "DL100 HINWEIS - BUCHUNGSHISTORIE DL100HIS "
105400                 "NICHT VORHANDEN, KEINE ABSCHLUSSGEBUEHR"
105500         END-IF
105600     END-IF.
105700*
105800*----------------------------------------------------------------
105900 GebuehrentabelleLaden.
106000*----------------------------------------------------------------
106100     MOVE ZERO TO Freigrenze-Anzahl Preis-Anzahl
106200     MOVE SPACES TO Gebuehren-Code
106300     MOVE 'N' TO Lese-Schalter
106400     OPEN INPUT GebuehrenDatei
106500     IF GEBUEHRENDATEI-GEFUNDEN
106600         PERFORM GebuehrensatzUebernehmen
106700             UNTIL KEINE-SAETZE-MEHR
106800         CLOSE GebuehrenDatei
106900     END-IF
107000     IF Gebuehren-Code = SPACES
107100         DISPLAY "DL100 HINWEIS - GEBUEHRENTABELLE DL100GBT "
107200             "FEHLT ODER OHNE BUCHUNGSCODE, KEINE "
107300             "ABSCHLUSSGEBUEHR"
107400     END-IF.
107500*
107600*----------------------------------------------------------------
107700 GebuehrensatzUebernehmen.
107800*----------------------------------------------------------------
107900     READ GebuehrenDatei
108000         AT END
108100             MOVE 'Y' TO Lese-Schalter
108200         NOT AT END
108300             IF GB-IST-FREIGRENZE
108400                 MOVE GB-ANZAHL-FREI TO Freigrenze-Anzahl
108500             ELSE
108600             IF GB-IST-BUCHUNGSCODE
108700                 MOVE GB-TRANSAKTIONSCODE TO Gebuehren-Code
108800             ELSE
108900             IF GB-IST-PREIS
109000                 IF Preis-Anzahl LESS THAN 200
109100                     ADD 1 TO Preis-Anzahl
109200                     MOVE GB-TRANSAKTIONSCODE
109300                         TO PT-CODE (Preis-Anzahl)
109400                     MOVE GB-PRODUKT TO PT-PRODUKT (Preis-Anzahl)
109500                     MOVE GB-PREIS TO PT-PREIS (Preis-Anzahl)
109600                 END-IF
109700             END-IF END-IF END-IF
109800     END-READ.
109900*
110000*----------------------------------------------------------------
110100 MonatstransaktionenZaehlen.
110200*----------------------------------------------------------------
110300     MOVE 'N' TO Lese-Schalter
110400     MOVE Schliess-Konto TO HI-KONTONUMMER
110500     MOVE ZERO TO HI-BUCHUNGSDATUM
110600     MOVE ZERO TO HI-LAUFDATUM
110700     MOVE ZERO TO HI-LFDNR
110800     START HistorienDatei
110900         KEY IS NOT LESS THAN HI-SCHLUESSEL
111000         INVALID KEY
111100             MOVE 'Y' TO Lese-Schalter
111200     END-START
111300     PERFORM HistoriensatzVerrechnen
111400         UNTIL KEINE-SAETZE-MEHR.
111500*
111600*----------------------------------------------------------------
111700 HistoriensatzVerrechnen.
111800*----------------------------------------------------------------
111900     READ HistorienDatei NEXT RECORD
112000         AT END
112100             MOVE 'Y' TO Lese-Schalter
112200         NOT AT END
112300             IF HI-KONTONUMMER NOT = Schliess-Konto
112400                 MOVE 'Y' TO Lese-Schalter
112500             ELSE
112600                 MOVE HI-LAUFDATUM TO Historie-Laufdatum
112700                 IF HI-IST-AKZEPTIERT
112800                     AND Historie-Laufmonat = Schliess-Monat
112900                     PERFORM TransaktionBepreisen
113000                 END-IF
113100             END-IF
113200     END-READ.
113300*
113400*----------------------------------------------------------------
113500 TransaktionBepreisen.
113600*----------------------------------------------------------------
113700     ADD 1 TO Monats-Transaktionen
113800     PERFORM TagesproduktErmitteln
113900     IF Monats-Transaktionen GREATER THAN Tages-Freigrenze
114000         MOVE ZERO TO Satz-Preis
114100         MOVE 'N' TO Preis-Treffer
114200         IF Tages-Produkt NOT = SPACES
114300             MOVE Tages-Produkt TO Gesuchtes-Produkt
114400             MOVE ZERO TO Preis-Index
114500             PERFORM PreisVergleichen
114600                 UNTIL PREIS-GEFUNDEN
114700                     OR Preis-Index NOT LESS THAN Preis-Anzahl
114800         END-IF
114900         IF NOT PREIS-GEFUNDEN
115000             MOVE SPACES TO Gesuchtes-Produkt
115100             MOVE ZERO TO Preis-Index
115200             PERFORM PreisVergleichen
115300                 UNTIL PREIS-GEFUNDEN
115400                     OR Preis-Index NOT LESS THAN Preis-Anzahl
115500         END-IF
115600         IF Satz-Preis GREATER THAN ZERO
115700             ADD 1 TO Pflichtige-Transaktionen
115800             ADD Satz-Preis TO Abschluss-Gebuehr
115900         END-IF
116000     END-IF.
116100*
116200*----------------------------------------------------------------
116300 PreisVergleichen.
116400*----------------------------------------------------------------
116500     ADD 1 TO Preis-Index
116600     IF PT-CODE (Preis-Index) = HI-TRANSAKTIONSCODE
116700         AND PT-PRODUKT (Preis-Index) = Gesuchtes-Produkt
116800         MOVE 'J' TO Preis-Treffer
116900         MOVE PT-PREIS (Preis-Index) TO Satz-Preis
117000     END-IF.
117100*
117200*----------------------------------------------------------------
117300*    PRODUKT AM VERARBEITUNGSTAG DER TRANSAKTION: DAS ALTE       *
117400*    PRODUKT DES ERSTEN WECHSELS, DER ERST NACH DIESEM TAG GILT, *
117500*    SONST DAS PRODUKT DES KONTOS.  DIE FREIGRENZE KOMMT AUS DEM *
117600*    KATALOG, OHNE (GEFUEHRTES) PRODUKT AUS DEM 'F'-SATZ.        *
117700*----------------------------------------------------------------
117800 TagesproduktErmitteln.
117900     MOVE Konto-Produkt TO Tages-Produkt
118000     MOVE 'N' TO Wechsel-Treffer
118100     MOVE ZERO TO Wechsel-Index
118200     PERFORM WechselVergleichen
118300         UNTIL WECHSEL-GEFUNDEN
118400             OR Wechsel-Index NOT LESS THAN Wechsel-Anzahl
118500     MOVE Freigrenze-Anzahl TO Tages-Freigrenze
118600     MOVE Tages-Produkt TO Eingabe-Produkt
118700     PERFORM ProduktSuchen
118800     IF PRODUKT-GEFUNDEN
118900         MOVE PK-FREIGRENZE (Produkt-Index) TO Tages-Freigrenze
119000     END-IF.
119100*
119200*----------------------------------------------------------------
119300 WechselVergleichen.
119400*----------------------------------------------------------------
119500     ADD 1 TO Wechsel-Index
119600     IF WT-GUELTIG-AB (Wechsel-Index)
119700         GREATER THAN Historie-Laufdatum
119800         MOVE 'J' TO Wechsel-Treffer
119900         MOVE WT-PRODUKT-ALT (Wechsel-Index) TO Tages-Produkt
120000     END-IF.
120100*
120200*----------------------------------------------------------------
120300*    GIBT DIE ABSCHLUSSRECHNUNG ZEILENWEISE AUS - JE NACH        *
120400*    AUSGABE-ZIEL AUF DEN BILDSCHIRM ODER IN DEN AUSZUG.         *
120500*----------------------------------------------------------------
120600 AbschlusswerteAusgeben.
120700     MOVE Schliess-Konto TO Konto-Edit
120800     MOVE SPACES TO Abschluss-Zeile
120900     STRING "KONTOABSCHLUSS ZUM " Schliess-Datum
121000         "   KONTO " Konto-Edit DELIMITED BY SIZE
121100         INTO Abschluss-Zeile
121200     PERFORM AbschlusszeileAusgeben
121300     MOVE Abschluss-Saldo TO Betrag-Edit
121400     MOVE SPACES TO Abschluss-Zeile
121500     STRING "SALDO VOR ABSCHLUSS.......: " Betrag-Edit
121600         DELIMITED BY SIZE INTO Abschluss-Zeile
121700     PERFORM AbschlusszeileAusgeben
121800     MOVE Zins-Tage TO Tage-Edit
121900     MOVE Abschluss-Habenzins TO Betrag-Edit
122000     MOVE SPACES TO Abschluss-Zeile
122100     STRING "HABENZINSEN (" Tage-Edit " TAGE).....: " Betrag-Edit
122200         DELIMITED BY SIZE INTO Abschluss-Zeile
122300     PERFORM AbschlusszeileAusgeben
122400     COMPUTE Zins-Rechenwert = ZERO - Abschluss-Sollzins
122500     MOVE Zins-Rechenwert TO Betrag-Edit
122600     MOVE SPACES TO Abschluss-Zeile
122700     STRING "SOLLZINSEN (" Tage-Edit " TAGE)......: " Betrag-Edit
122800         DELIMITED BY SIZE INTO Abschluss-Zeile
122900     PERFORM AbschlusszeileAusgeben
123000     MOVE Pflichtige-Transaktionen TO Anzahl-Edit
123100     COMPUTE Zins-Rechenwert = ZERO - Abschluss-Gebuehr
123200     MOVE Zins-Rechenwert TO Betrag-Edit
123300     MOVE SPACES TO Abschluss-Zeile
123400     STRING "GEBUEHREN (" Anzahl-Edit " TRX)...: " Betrag-Edit
123500         DELIMITED BY SIZE INTO Abschluss-Zeile
123600     PERFORM AbschlusszeileAusgeben
123700     MOVE Auszahlung-Betrag TO Betrag-Edit
123800     MOVE SPACES TO Abschluss-Zeile
123900     STRING "AUSZAHLUNGSBETRAG.........: " Betrag-Edit
124000         DELIMITED BY SIZE INTO Abschluss-Zeile
124100     PERFORM AbschlusszeileAusgeben
124200     IF AUSGABE-AUSZUG
124300         PERFORM AuszahlungszeilenAusgeben
124400     ELSE
124500         MOVE Konto-Auftraege TO Anzahl-Edit
124600         DISPLAY "AKTIVE DAUERAUFTRAEGE.....: " Anzahl-Edit
124700         MOVE Konto-Termine TO Anzahl-Edit
124800         DISPLAY "GEPARKTE TERMINSAETZE.....: " Anzahl-Edit
124900     END-IF.
125000*
125100*----------------------------------------------------------------
125200 AuszahlungszeilenAusgeben.
125300*----------------------------------------------------------------
125400     IF Auszahlung-Betrag GREATER THAN ZERO
125500         MOVE Auszahlungs-Konto TO Konto-Edit
125600         MOVE SPACES TO Abschluss-Zeile
125700         STRING "AUSGEZAHLT AUF KONTO......: " Konto-Edit
125800             DELIMITED BY SIZE INTO Abschluss-Zeile
125900         PERFORM AbschlusszeileAusgeben
126000     END-IF
126100     IF Neue-Buchungen GREATER THAN ZERO
126200         MOVE SPACES TO Abschluss-Zeile
126300         STRING "GEBUCHT ZUM...............: "
126400             Abschluss-Buchungstag
126500             DELIMITED BY SIZE INTO Abschluss-Zeile
126600         PERFORM AbschlusszeileAusgeben
126700     END-IF
126800     IF Konto-Auftraege GREATER THAN ZERO
126900         MOVE Konto-Auftraege TO Anzahl-Edit
127000         MOVE SPACES TO Abschluss-Zeile
127100         STRING "DAUERAUFTRAEGE BEENDET....: " Anzahl-Edit
127200             DELIMITED BY SIZE INTO Abschluss-Zeile
127300         PERFORM AbschlusszeileAusgeben
127400     END-IF
127500     IF Konto-Termine GREATER THAN ZERO
127600         MOVE Konto-Termine TO Anzahl-Edit
127700         MOVE SPACES TO Abschluss-Zeile
127800         STRING "TERMINAUFTRAEGE STORNIERT.: " Anzahl-Edit
127900             DELIMITED BY SIZE INTO Abschluss-Zeile
128000         PERFORM AbschlusszeileAusgeben
128100     END-IF
128200     MOVE SPACES TO Abschluss-Zeile
128300     PERFORM AbschlusszeileAusgeben
128400     MOVE SPACES TO Abschluss-Zeile
128500     STRING "IHR KONTO IST ZUM " Schliess-Datum
128600         " AUFGELOEST." DELIMITED BY SIZE INTO Abschluss-Zeile
128700     PERFORM AbschlusszeileAusgeben.
128800*
128900*----------------------------------------------------------------
129000 AbschlusszeileAusgeben.
129100*----------------------------------------------------------------
129200     IF AUSGABE-AUSZUG
129300         MOVE Abschluss-Zeile TO Abschlussauszug-Zeile
129400         WRITE Abschlussauszug-Zeile
129500     ELSE
129600         DISPLAY Abschluss-Zeile
129700     END-IF.
129800*
129900*----------------------------------------------------------------
130000*    FUEHRT DEN OPERATOR DURCH DIE ENTSCHEIDUNG.  JEDE NICHT     *
130100*    ERFUELLTE VORAUSSETZUNG BRICHT DEN ABSCHLUSS AB; DAS KONTO  *
130200*    BLEIBT DANN UNVERAENDERT.                                   *
130300*----------------------------------------------------------------
130400 SchliessungEntscheiden.
130500     IF ABSCHLUSS-MOEGLICH
130600         AND Auszahlung-Betrag LESS THAN ZERO
130700         DISPLAY "KONTO STUENDE NACH DER ABRECHNUNG IM SOLL - "
130800             "ERST AUSGLEICHEN LASSEN"
130900         SET ABSCHLUSS-ABGEBROCHEN TO TRUE
131000     END-IF
131100     IF ABSCHLUSS-MOEGLICH
131200         AND (Konto-Auftraege GREATER THAN ZERO
131300              OR Konto-Termine GREATER THAN ZERO)
131400         PERFORM AbwicklungErfragen
131500     END-IF
131600     IF ABSCHLUSS-MOEGLICH
131700         AND Neue-Buchungen GREATER THAN ZERO
131800         PERFORM BuchungstagErfassen
131900     END-IF
132000     IF ABSCHLUSS-MOEGLICH
132100         AND Auszahlung-Betrag GREATER THAN ZERO
132200         PERFORM AuszahlungskontoErfassen
132300     END-IF
132400     IF ABSCHLUSS-MOEGLICH
132500         AND Auszahlung-Betrag GREATER THAN ZERO
132600         PERFORM UmbuchungscodeErfassen
132700     END-IF
132800     IF ABSCHLUSS-MOEGLICH
132900         DISPLAY "KONTO JETZT ABRECHNEN UND SCHLIESSEN (J/N)? "
133000         ACCEPT Eingabe-Antwort
133100         IF Eingabe-Antwort NOT = 'J'
133200             AND Eingabe-Antwort NOT = 'j'
133300             SET ABSCHLUSS-ABGEBROCHEN TO TRUE
133400         END-IF
133500     END-IF
133600     IF ABSCHLUSS-MOEGLICH
133700         PERFORM SchliessungDurchfuehren
133800     ELSE
133900         DISPLAY "KONTO " Eingabe-Konto " NICHT GESCHLOSSEN"
134000     END-IF.
134100*
134200*----------------------------------------------------------------
134300*    SOLANGE DAUERAUFTRAEGE ODER TERMINSAETZE LAUFEN, WUERDEN    *
134400*    SIE NACH DEM SCHLIESSEN MIT GRUND 0070 ABGEWIESEN.  DER     *
134500*    OPERATOR LAESST SIE ENTWEDER ABWICKELN ODER BRICHT AB.      *
134600*----------------------------------------------------------------
134700 AbwicklungErfragen.
134800     DISPLAY "DAS KONTO HAT NOCH LAUFENDE DAUERAUFTRAEGE "
134900         "ODER GEPARKTE TERMINSAETZE"
135000     DISPLAY "1  SCHLIESSEN ABBRECHEN"
135100     DISPLAY "2  ALLES ABWICKELN (AUFTRAEGE STILLLEGEN, "
135200         "TERMINSAETZE ENTFERNEN)"
135300     ACCEPT Eingabe-Antwort
135400     IF Eingabe-Antwort NOT = '2'
135500         SET ABSCHLUSS-ABGEBROCHEN TO TRUE
135600     END-IF.
135700*
135800*----------------------------------------------------------------
135900*    ERFRAGT DEN BUCHUNGSTAG DER ABSCHLUSSBUCHUNGEN (LAUFDATUM   *
136000*    DES NAECHSTEN NACHTLAUFS) UND LAEDT EINE SCHON LIEGENDE     *
136100*    DL100ABS.  SIE DARF NUR BUCHUNGEN DESSELBEN TAGES ENTHALTEN *
136200*    - EINE AELTERE DATEI UEBERNIMMT ERST DER NACHTLAUF IHRES    *
136300*    TAGES (SCHRITT 0A), DER SIE DANACH SELBST ABLEGT.           *
136400*----------------------------------------------------------------
136500 BuchungstagErfassen.
136600     DISPLAY "BUCHUNGSTAG DER ABSCHLUSSBUCHUNGEN (JJJJMMTT): "
136700     ACCEPT Eingabe-Datum
136800     IF Eingabe-Datum IS NOT NUMERIC
136900         DISPLAY "DATUM MUSS ACHTSTELLIG NUMERISCH SEIN"
137000         SET ABSCHLUSS-ABGEBROCHEN TO TRUE
137100     ELSE
137200         MOVE Eingabe-Datum TO Abschluss-Buchungstag
137300         IF Abschluss-Buchungstag LESS THAN Schliess-Datum
137400             DISPLAY "BUCHUNGSTAG LIEGT VOR DEM "
137500                 "SCHLIESSUNGSDATUM"
137600             SET ABSCHLUSS-ABGEBROCHEN TO TRUE
137700         ELSE
137800             PERFORM AbschlussbuchungenLaden
137900         END-IF
138000     END-IF.
138100*
138200*----------------------------------------------------------------
138300 AbschlussbuchungenLaden.
138400*----------------------------------------------------------------
138500     MOVE ZERO TO Buchung-Anzahl
138600     MOVE 'N' TO Lese-Schalter
138700     OPEN INPUT AbschlussbuchungsDatei
138800     IF ABSCHLUSSBUCHUNGEN-VORHANDEN
138900         PERFORM AbschlussbuchungUebernehmen
139000             UNTIL KEINE-SAETZE-MEHR
139100         CLOSE AbschlussbuchungsDatei
139200     END-IF
139300     IF Buchung-Anzahl + Neue-Buchungen GREATER THAN 500
139400         DISPLAY "DL100 FEHLER - DL100ABS VOLL (MEHR ALS 500 "
139500             "BUCHUNGEN) - NACH DEM NAECHSTEN NACHTLAUF ERNEUT "
139600             "SCHLIESSEN"
139700         SET ABSCHLUSS-ABGEBROCHEN TO TRUE
139800     END-IF.
139900*
140000*----------------------------------------------------------------
140100 AbschlussbuchungUebernehmen.
140200*----------------------------------------------------------------
140300     READ AbschlussbuchungsDatei
140400         AT END
140500             MOVE 'Y' TO Lese-Schalter
140600         NOT AT END
140700             MOVE Abschlussbuchungs-Satz TO DATEISATZ
140800             IF DH-IST-HEADER
140900                 IF DH-LAUFDATUM NOT = Abschluss-Buchungstag
141000                     DISPLAY "DL100ABS ENTHAELT NOCH "
141100                         "ABSCHLUSSBUCHUNGEN ZUM " DH-LAUFDATUM
141200                         " - NACH DEM NACHTLAUF DIESES TAGES "
141300                         "ERNEUT SCHLIESSEN"
141400                     SET ABSCHLUSS-ABGEBROCHEN TO TRUE
141500                     MOVE 'Y' TO Lese-Schalter
141600                 END-IF
141700             ELSE
141800             IF DT-IST-TRAILER
141900                 CONTINUE
142000             ELSE
142100             IF Buchung-Anzahl LESS THAN 500
142200                 ADD 1 TO Buchung-Anzahl
142300                 MOVE DATEISATZ TO BU-SATZ (Buchung-Anzahl)
142400             END-IF
142500             END-IF END-IF
142600     END-READ.
142700*
142800*----------------------------------------------------------------
142900*    DAS AUSZAHLUNGSKONTO MUSS EIN ANDERES, GEFUEHRTES UND       *
143000*    OFFENES KONTO SEIN - SONST WEIST DER VERARBEITUNGSLAUF DIE  *
143100*    UMBUCHUNG MIT GRUND 0090 AB.                                *
143200*----------------------------------------------------------------
143300 AuszahlungskontoErfassen.
143400     DISPLAY "AUSZAHLUNGSKONTO (10 STELLEN): "
143500     ACCEPT Eingabe-Konto
143600     IF Eingabe-Konto IS NOT NUMERIC
143700         DISPLAY "KONTONUMMER MUSS NUMERISCH SEIN"
143800         SET ABSCHLUSS-ABGEBROCHEN TO TRUE
143900     ELSE
144000         MOVE Eingabe-Konto TO Auszahlungs-Konto
144100         MOVE Eingabe-Konto TO KV-KONTONUMMER
144200         IF Auszahlungs-Konto = Schliess-Konto
144300             DISPLAY "AUSZAHLUNGSKONTO DARF NICHT DAS ZU "
144400                 "SCHLIESSENDE KONTO SEIN"
144500             SET ABSCHLUSS-ABGEBROCHEN TO TRUE
144600         ELSE
144700             READ VerzeichnisDatei
144800                 INVALID KEY
144900                     DISPLAY "AUSZAHLUNGSKONTO WIRD NICHT "
145000                         "GEFUEHRT"
145100                     SET ABSCHLUSS-ABGEBROCHEN TO TRUE
145200                 NOT INVALID KEY
145300                     IF NOT KV-IST-OFFEN
145400                         DISPLAY "AUSZAHLUNGSKONTO IST NICHT "
145500                             "OFFEN"
145600                         SET ABSCHLUSS-ABGEBROCHEN TO TRUE
145700                     END-IF
145800             END-READ
145900         END-IF
146000     END-IF
146100     MOVE Schliess-Konto TO Eingabe-Konto.
146200*
146300*----------------------------------------------------------------
146400*    DIE AUSZAHLUNG LAEUFT ALS INTERNE UMBUCHUNG: DER CODE MUSS  *
146500*    AKTIV, EIN UMBUCHUNGSCODE (TC-ART 'U') UND EIN SOLL-CODE    *
146600*    SEIN, DAMIT DAS ZU SCHLIESSENDE KONTO BELASTET UND DAS      *
146700*    AUSZAHLUNGSKONTO ERKANNT WIRD.                              *
146800*----------------------------------------------------------------
146900 UmbuchungscodeErfassen.
147000     DISPLAY "UMBUCHUNGSCODE DER AUSZAHLUNG (2 STELLEN): "
147100     ACCEPT Eingabe-Code
147200     MOVE 'N' TO Code-Schalter
147300     MOVE 'N' TO Lese-Schalter
147400     OPEN INPUT TranscodeDatei
147500     IF TRANSCODEDATEI-GEFUNDEN
147600         PERFORM TranscodeVergleichen
147700             UNTIL KEINE-SAETZE-MEHR
147800         CLOSE TranscodeDatei
147900     END-IF
148000     IF UMBUCHUNGSCODE-GUELTIG
148100         MOVE Eingabe-Code TO Umbuchungs-Code
148200     ELSE
148300         DISPLAY "CODE " Eingabe-Code " IST KEIN AKTIVER "
148400             "SOLL-UMBUCHUNGSCODE IN DL100TCD"
148500         SET ABSCHLUSS-ABGEBROCHEN TO TRUE
148600     END-IF.
148700*
148800*----------------------------------------------------------------
148900 TranscodeVergleichen.
149000*----------------------------------------------------------------
149100     READ TranscodeDatei
149200         AT END
149300             MOVE 'Y' TO Lese-Schalter
149400         NOT AT END
149500             IF TC-CODE = Eingabe-Code
149600                 AND TC-IST-AKTIV
149700                 AND TC-IST-UMBUCHUNG
149800                 AND TC-IST-SOLL
149900                 MOVE 'J' TO Code-Schalter
150000             END-IF
150100     END-READ.
150200*
150300*----------------------------------------------------------------
150400*    VOLLZIEHT DEN ABSCHLUSS: ABWICKLUNG, ABSCHLUSSBUCHUNGEN,    *
150500*    STATUS GESCHLOSSEN IM VERZEICHNIS UND ABSCHLUSSAUSZUG.      *
150600*----------------------------------------------------------------
150700 SchliessungDurchfuehren.
150800     IF Konto-Auftraege GREATER THAN ZERO
150900         PERFORM AuftraegeStilllegen
151000     END-IF
151100     IF Konto-Termine GREATER THAN ZERO
151200         PERFORM TerminsaetzeEntfernen
151300     END-IF
151400     IF Neue-Buchungen GREATER THAN ZERO
151500         PERFORM AbschlussbuchungenSchreiben
151600     END-IF
151700     MOVE Schliess-Verzeichnissatz TO Kontoverzeichnissatz
151800     MOVE 'C' TO KV-STATUS
151900     MOVE Schliess-Datum TO KV-GESCHLOSSEN-AM
152000     REWRITE Kontoverzeichnissatz
152100     PERFORM AbschlussauszugDrucken
152200     DISPLAY "KONTO " Eingabe-Konto " GESCHLOSSEN"
152300     IF Neue-Buchungen GREATER THAN ZERO
152400         DISPLAY "ABSCHLUSSBUCHUNGEN IN DL100ABS (BUCHUNGSTAG "
152500             Abschluss-Buchungstag ") - DER NACHTLAUF DIESES"
152600         DISPLAY "TAGES UEBERNIMMT SIE SELBST (SCHRITT 0A)"
152700     END-IF.
152800*
152900*----------------------------------------------------------------
153000*    SCHREIBT DEN DAUERAUFTRAGSMASTER ZURUECK; DIE AKTIVEN       *
153100*    AUFTRAEGE DES KONTOS WERDEN DABEI STILLGELEGT (AUFTRAEGE    *
153200*    WERDEN NIE GELOESCHT, SIEHE DAUERAUFTRAG.CPY).              *
153300*----------------------------------------------------------------
153400 AuftraegeStilllegen.
153500     OPEN OUTPUT DauerauftragDatei
153600     MOVE ZERO TO Auftrag-Index
153700     PERFORM AuftragZurueckschreiben
153800         UNTIL Auftrag-Index NOT LESS THAN Auftrag-Anzahl
153900     CLOSE DauerauftragDatei.
154000*
154100*----------------------------------------------------------------
154200 AuftragZurueckschreiben.
154300*----------------------------------------------------------------
154400     ADD 1 TO Auftrag-Index
154500     MOVE AU-SATZ (Auftrag-Index) TO Dauerauftragssatz
154600     IF DA-KONTONUMMER = Schliess-Konto
154700         MOVE 'N' TO DA-AKTIV
154800     END-IF
154900     WRITE Dauerauftragssatz.
155000*
155100*----------------------------------------------------------------
155200*    SCHREIBT DEN TERMINSPEICHER OHNE DIE SAETZE ZURUECK, DIE    *
155300*    DAS KONTO ODER SEIN GEGENKONTO BETREFFEN.                   *
155400*----------------------------------------------------------------
155500 TerminsaetzeEntfernen.
155600     OPEN OUTPUT PendenzDatei
155700     MOVE ZERO TO Termin-Index
155800     PERFORM TerminsatzZurueckschreiben
155900         UNTIL Termin-Index NOT LESS THAN Termin-Anzahl
156000     CLOSE PendenzDatei.
156100*
156200*----------------------------------------------------------------
156300 TerminsatzZurueckschreiben.
156400*----------------------------------------------------------------
156500     ADD 1 TO Termin-Index
156600     MOVE TE-SATZ (Termin-Index) TO Pendenz-Satz
156700     MOVE PN-SATZINHALT TO DATEISATZ
156800     IF DS-KONTONUMMER NOT = Schliess-Konto
156900         AND DS-GEGENKONTO NOT = Schliess-Konto
157000         WRITE Pendenz-Satz
157100     END-IF.
157200*
157300*----------------------------------------------------------------
157400*    STELLT ZINS, GEBUEHR UND AUSZAHLUNG HINTER DIE SCHON        *
157500*    LIEGENDEN BUCHUNGEN DES TAGES UND SCHREIBT DL100ABS NEU:    *
157600*    HD-VORSATZ MIT BUCHUNGSTAG UND SATZANZAHL, DETAILSAETZE,    *
157700*    TR-NACHSATZ MIT ANZAHL UND ROHBETRAGSSUMME.  JEDER SATZ     *
157800*    TRAEGT DAS KENNZEICHEN 'A', DAMIT DER VERARBEITUNGSLAUF     *
157900*    IHN AUF DAS DANN GESCHLOSSENE KONTO BUCHT.                  *
158000*----------------------------------------------------------------
158100 AbschlussbuchungenSchreiben.
158200     IF Abschluss-Habenzins GREATER THAN ZERO
158300         MOVE SPACES TO DATEISATZ
158400         MOVE Habenzins-Code TO DS-TRANSAKTIONSCODE
158500         MOVE Abschluss-Habenzins TO DS-BETRAG
158600         MOVE ZERO TO DS-GEGENKONTO
158700         PERFORM AbschlussbuchungAnfuegen
158800     END-IF
158900     IF Abschluss-Sollzins GREATER THAN ZERO
159000         MOVE SPACES TO DATEISATZ
159100         MOVE Sollzins-Code TO DS-TRANSAKTIONSCODE
159200         MOVE Abschluss-Sollzins TO DS-BETRAG
159300         MOVE ZERO TO DS-GEGENKONTO
159400         PERFORM AbschlussbuchungAnfuegen
159500     END-IF
159600     IF Abschluss-Gebuehr GREATER THAN ZERO
159700         MOVE SPACES TO DATEISATZ
159800         MOVE Gebuehren-Code TO DS-TRANSAKTIONSCODE
159900         MOVE Abschluss-Gebuehr TO DS-BETRAG
160000         MOVE ZERO TO DS-GEGENKONTO
160100         PERFORM AbschlussbuchungAnfuegen
160200     END-IF
160300     IF Auszahlung-Betrag GREATER THAN ZERO
160400         MOVE SPACES TO DATEISATZ
160500         MOVE Umbuchungs-Code TO DS-TRANSAKTIONSCODE
160600         MOVE Auszahlung-Betrag TO DS-BETRAG
160700         MOVE Auszahlungs-Konto TO DS-GEGENKONTO
160800         PERFORM AbschlussbuchungAnfuegen
160900     END-IF
161000     MOVE ZERO TO Buchungs-Summe
161100     OPEN OUTPUT AbschlussbuchungsDatei
161200     MOVE SPACES TO DATEISATZ
161300     MOVE "HD" TO DH-SATZART
161400     MOVE Abschluss-Buchungstag TO DH-LAUFDATUM
161500     MOVE Buchung-Anzahl TO DH-SATZANZAHL
161600     MOVE DATEISATZ TO Abschlussbuchungs-Satz
161700     WRITE Abschlussbuchungs-Satz
161800     MOVE ZERO TO Buchung-Index
161900     PERFORM AbschlussbuchungSchreiben
162000         UNTIL Buchung-Index NOT LESS THAN Buchung-Anzahl
162100     MOVE SPACES TO DATEISATZ
162200     MOVE "TR" TO DT-SATZART
162300     MOVE Buchung-Anzahl TO DT-SATZANZAHL
162400     MOVE Buchungs-Summe TO DT-BETRAGSSUMME
162500     MOVE DATEISATZ TO Abschlussbuchungs-Satz
162600     WRITE Abschlussbuchungs-Satz
162700     CLOSE AbschlussbuchungsDatei.
162800*
162900*----------------------------------------------------------------
163000 AbschlussbuchungAnfuegen.
163100*----------------------------------------------------------------
163200     MOVE Schliess-Konto TO DS-KONTONUMMER
163300     MOVE Abschluss-Buchungstag TO DS-BUCHUNGSDATUM
163400     SET DS-IST-ABSCHLUSSBUCHUNG TO TRUE
163500     MOVE ZERO TO DS-FILIALE
163600     ADD 1 TO Buchung-Anzahl
163700     MOVE DATEISATZ TO BU-SATZ (Buchung-Anzahl).
163800*
163900*----------------------------------------------------------------
164000 AbschlussbuchungSchreiben.
164100*----------------------------------------------------------------
164200     ADD 1 TO Buchung-Index
164300     MOVE BU-SATZ (Buchung-Index) TO DATEISATZ
164400     IF DS-BETRAG IS NUMERIC
164500         ADD DS-BETRAG TO Buchungs-Summe
164600     END-IF
164700     MOVE DATEISATZ TO Abschlussbuchungs-Satz
164800     WRITE Abschlussbuchungs-Satz.
164900*
165000*----------------------------------------------------------------
165100*    SCHREIBT DIE ADRESSIERTE ABSCHLUSSSEITE FUER DEN KUNDEN     *
165200*    (AUFBAU WIE DER KONTOAUSZUG DL100R03).  FEHLT DER ADRESS-   *
165300*    SATZ, ERSCHEINT STATT DER ANSCHRIFT EIN HINWEIS.            *
165400*----------------------------------------------------------------
165500 AbschlussauszugDrucken.
165600     OPEN EXTEND AbschlussauszugDatei
165700     IF NOT ABSCHLUSSAUSZUG-OK
165800         OPEN OUTPUT AbschlussauszugDatei
165900     END-IF
166000     MOVE ALL "=" TO Abschlussauszug-Zeile
166100     WRITE Abschlussauszug-Zeile
166200     MOVE SPACES TO Adressmastersatz
166300     MOVE "OHNE ADRESSSATZ (DL100N01)" TO AD-NAME
166400     OPEN INPUT AdressDatei
166500     IF ADRESSDATEI-OK
166600         MOVE Schliess-Konto TO AD-KONTONUMMER
166700         READ AdressDatei
166800             INVALID KEY
166900                 MOVE SPACES TO Adressmastersatz
167000                 MOVE "OHNE ADRESSSATZ (DL100N01)" TO AD-NAME
167100         END-READ
167200         CLOSE AdressDatei
167300     END-IF
167400     MOVE AD-NAME TO Abschlussauszug-Zeile
167500     WRITE Abschlussauszug-Zeile
167600     MOVE AD-STRASSE TO Abschlussauszug-Zeile
167700     WRITE Abschlussauszug-Zeile
167800     MOVE SPACES TO Abschlussauszug-Zeile
167900     STRING AD-PLZ " " AD-ORT DELIMITED BY SIZE
168000         INTO Abschlussauszug-Zeile
168100     WRITE Abschlussauszug-Zeile
168200     MOVE SPACES TO Abschlussauszug-Zeile
168300     WRITE Abschlussauszug-Zeile
168400     SET AUSGABE-AUSZUG TO TRUE
168500     PERFORM AbschlusswerteAusgeben
168600     SET AUSGABE-BILDSCHIRM TO TRUE
168700     MOVE SPACES TO Abschlussauszug-Zeile
168800     WRITE Abschlussauszug-Zeile
168900     CLOSE AbschlussauszugDatei.
169000*
169100*----------------------------------------------------------------
169200*    SETZT DIE KREDITLINIE EINES GEFUEHRTEN KONTOS.  DER BETRAG  *
169300*    WIRD ELFSTELLIG OHNE KOMMA ERFASST (LETZTE 2 = NACHKOMMA)   *
169400*    UND GILT ALS POSITIVER RAHMEN: DER SALDO DARF BIS AUF       *
169500*    MINUS LIMIT ABSINKEN (UEBERWACHT VON DL100P01).  DIE        *
169600*    AENDERUNG WIRD NUR IN DL100AEN VORGEMERKT; DER SATZ IN      *
169700*    DL100KVZ BLEIBT BIS ZUR FREIGABE UNVERAENDERT.              *
169800*----------------------------------------------------------------
169900 LimitSetzen.
170000     IF ERFASSER-UNBEKANNT
170100         DISPLAY "AENDERUNGEN NUR NACH ANMELDUNG UEBER "
170200             "EINGABENAMEN MOEGLICH"
170300     ELSE
170400         PERFORM LimitErfassen
170500     END-IF.
170600*
170700*----------------------------------------------------------------
170800 LimitErfassen.
170900*----------------------------------------------------------------
171000     PERFORM KontoNachschlagen
171100     IF VERZEICHNISSATZ-GEFUNDEN
171200         DISPLAY "KREDITLIMIT (11 STELLEN, LETZTE 2 = NACHKOMMA):"
171300         ACCEPT Eingabe-Limit
171400         IF Eingabe-Limit IS NOT NUMERIC
171500             DISPLAY "LIMIT MUSS ELFSTELLIG NUMERISCH SEIN - "
171600                 "NICHT GEAENDERT"
171700         ELSE
171800             MOVE Eingabe-Limit TO Neues-Limit (1:11)
171900             PERFORM LimitVormerken
172000         END-IF
172100     ELSE
172200         DISPLAY "KONTO " Eingabe-Konto " WIRD NICHT GEFUEHRT"
172300     END-IF.
172400*
172500*----------------------------------------------------------------
172600*    MERKT NEUES-LIMIT FUER DAS KONTO IM DATEIPUFFER IN DL100AEN *
172700*    VOR.  DER VERZEICHNISSATZ SELBST BLEIBT UNVERAENDERT.       *
172800*----------------------------------------------------------------
172900 LimitVormerken.
173000     MOVE SPACES TO Aenderungssatz
173100     SET AE-FUER-KONTOVERZEICHNIS TO TRUE
173200     MOVE 10 TO AE-SCHLUESSEL-LAENGE
173300     MOVE ZERO TO AE-ZUSATZ-STELLE AE-ZUSATZ-LAENGE
173400     SET AE-IST-OFFEN TO TRUE
173500     MOVE "KREDITLIMIT" TO AE-BESCHREIBUNG
173600     MOVE Kontoverzeichnissatz TO AE-VORHER
173700     MOVE Neues-Limit TO KV-LIMIT
173800     MOVE Kontoverzeichnissatz TO AE-NACHHER
173900     MOVE Erfasser-Kennung TO AE-ERFASSER
174000     ACCEPT AE-ERFASST-DATUM FROM DATE YYYYMMDD
174100     ACCEPT AE-ERFASST-ZEIT FROM TIME
174200     MOVE ZERO TO AE-GEPRUEFT-DATUM AE-GEPRUEFT-ZEIT
174300     PERFORM AenderungssatzAnhaengen
174400     MOVE AE-VORHER TO Kontoverzeichnissatz
174500     MOVE Neues-Limit TO Limit-Edit
174600     DISPLAY "KREDITLIMIT " Limit-Edit
174700         " ZUR FREIGABE VORGEMERKT".
174800*
174900*----------------------------------------------------------------
175000 AenderungssatzAnhaengen.
175100*----------------------------------------------------------------
175200     OPEN EXTEND AenderungsDatei
175300     IF NOT AENDERUNGSDATEI-OK
175400         OPEN OUTPUT AenderungsDatei
175500     END-IF
175600     MOVE Aenderungssatz TO Aenderungsdatei-Satz
175700     WRITE Aenderungsdatei-Satz
175800     CLOSE AenderungsDatei.
175900*
176000*----------------------------------------------------------------
176100*    WECHSELT DAS PRODUKT EINES KONTOS AB EINEM STICHTAG.  DER   *
176200*    WECHSEL WIRD WIE DAS LIMIT NUR IN DL100AEN VORGEMERKT; ERST *
176300*    DIE FREIGABE (DL100F02) SETZT DL100KVZ UM UND SCHREIBT      *
176400*    DL100PRH FORT, DAMIT ZINSENLAUF UND GEBUEHRENABRECHNUNG DEN *
176500*    MONAT ANTEILIG RECHNEN.  WEICHT DAS STANDARDLIMIT DES NEUEN *
176600*    PRODUKTS AB, KANN ES ZUR FREIGABE VORGEMERKT WERDEN.        *
176700*----------------------------------------------------------------
176800 ProduktWechseln.
176900     IF ERFASSER-UNBEKANNT
177000         DISPLAY "AENDERUNGEN NUR NACH ANMELDUNG UEBER "
177100             "EINGABENAMEN MOEGLICH"
177200     ELSE
177300         PERFORM ProduktwechselErfassen
177400     END-IF.
177500*
177600*----------------------------------------------------------------
177700 ProduktwechselErfassen.
177800*----------------------------------------------------------------
177900     PERFORM KontoNachschlagen
178000     IF NOT VERZEICHNISSATZ-GEFUNDEN
178100         DISPLAY "KONTO " Eingabe-Konto " WIRD NICHT GEFUEHRT"
178200     ELSE
178300     IF KV-IST-GESCHLOSSEN
178400         DISPLAY "KONTO " Eingabe-Konto " IST GESCHLOSSEN - "
178500             "KEIN PRODUKTWECHSEL"
178600     ELSE
178700         PERFORM VerzeichnissatzAnzeigen
178800         DISPLAY "NEUES PRODUKT (2 STELLEN): "
178900         ACCEPT Eingabe-Produkt
179000         PERFORM ProdukteLaden
179100         PERFORM ProduktSuchen
179200         IF NOT PRODUKT-GEFUNDEN
179300             DISPLAY "PRODUKT " Eingabe-Produkt " NICHT IM "
179400                 "PRODUKTKATALOG"
179500         ELSE
179600         IF NOT PK-IST-AKTIV (Produkt-Index)
179700             DISPLAY "PRODUKT " Eingabe-Produkt " IST STILLGELEGT"
179800         ELSE
179900         IF Eingabe-Produkt = KV-PRODUKT
180000             DISPLAY "KONTO FUEHRT BEREITS PRODUKT "
180100                 Eingabe-Produkt
180200         ELSE
180300             PERFORM WechseldatumErfassen
180400         END-IF END-IF END-IF
180500     END-IF END-IF.
180600*
180700*----------------------------------------------------------------
180800*    DER STICHTAG DARF NICHT VOR DER EROEFFNUNG LIEGEN UND MUSS  *
180900*    NACH DEM LETZTEN WECHSEL DES KONTOS LIEGEN, DAMIT DL100PRH  *
181000*    JE KONTO AUFSTEIGEND BLEIBT.                                *
181100*----------------------------------------------------------------
181200 WechseldatumErfassen.
181300     DISPLAY "GUELTIG AB (JJJJMMTT): "
181400     ACCEPT Eingabe-Datum
181500     IF Eingabe-Datum IS NOT NUMERIC
181600         DISPLAY "DATUM MUSS ACHTSTELLIG NUMERISCH SEIN - "
181700             "NICHT GEWECHSELT"
181800     ELSE
181900         MOVE Eingabe-Datum TO Wechsel-Datum
182000         MOVE KV-KONTONUMMER TO Wechsel-Konto
182100         PERFORM WechselLaden
182200         IF WECHSEL-UEBERLAUF
182300             DISPLAY "NICHT GEWECHSELT"
182400         ELSE
182500         IF Wechsel-Datum LESS THAN KV-EROEFFNET-AM
182600             DISPLAY "DATUM LIEGT VOR DER EROEFFNUNG "
182700                 KV-EROEFFNET-AM " - NICHT GEWECHSELT"
182800         ELSE
182900         IF Wechsel-Datum NOT GREATER THAN Letzter-Wechsel
183000             DISPLAY "DATUM LIEGT NICHT NACH DEM LETZTEN "
183100                 "PRODUKTWECHSEL VOM " Letzter-Wechsel
183200                 " - NICHT GEWECHSELT"
183300         ELSE
183400             PERFORM ProduktwechselVormerken
183500         END-IF END-IF END-IF
183600     END-IF.
183700*
183800*----------------------------------------------------------------
183900*    MERKT DEN WECHSEL AUF EINGABE-PRODUKT AB WECHSEL-DATUM FUER *
184000*    DAS KONTO IM DATEIPUFFER IN DL100AEN VOR (TABELLE PRH, DER  *
184100*    STICHTAG IN AE-GUELTIG-AB).  DER VERZEICHNISSATZ SELBST     *
184200*    BLEIBT UNVERAENDERT.                                        *
184300*----------------------------------------------------------------
184400 ProduktwechselVormerken.
184500     MOVE SPACES TO Aenderungssatz
184600     SET AE-FUER-PRODUKTWECHSEL TO TRUE
184700     MOVE 10 TO AE-SCHLUESSEL-LAENGE
184800     MOVE ZERO TO AE-ZUSATZ-STELLE AE-ZUSATZ-LAENGE
184900     SET AE-IST-OFFEN TO TRUE
185000     MOVE "PRODUKTWECHSEL" TO AE-BESCHREIBUNG
185100     MOVE Kontoverzeichnissatz TO AE-VORHER
185200     MOVE Eingabe-Produkt TO KV-PRODUKT
185300     MOVE Kontoverzeichnissatz TO AE-NACHHER
185400     MOVE Wechsel-Datum TO AE-GUELTIG-AB
185500     MOVE Erfasser-Kennung TO AE-ERFASSER
185600     ACCEPT AE-ERFASST-DATUM FROM DATE YYYYMMDD
185700     ACCEPT AE-ERFASST-ZEIT FROM TIME
185800     MOVE ZERO TO AE-GEPRUEFT-DATUM AE-GEPRUEFT-ZEIT
185900     PERFORM AenderungssatzAnhaengen
186000     MOVE AE-VORHER TO Kontoverzeichnissatz
186100     MOVE AE-ERFASST-DATUM TO Heute-Datum
186200     DISPLAY "PRODUKTWECHSEL AUF " Eingabe-Produkt " AB "
186300         Wechsel-Datum " ZUR FREIGABE VORGEMERKT"
186400     IF Wechsel-Jahrmonat LESS THAN Heute-Monat
186500         DISPLAY "HINWEIS - RUECKWIRKENDER WECHSEL; BEREITS "
186600             "ABGERECHNETE MONATE WERDEN NICHT NEU BERECHNET"
186700     END-IF
186800     PERFORM StandardlimitErfragen.
186900*
187000*----------------------------------------------------------------
187100 StandardlimitErfragen.
187200*----------------------------------------------------------------
187300     IF PK-STANDARDLIMIT (Produkt-Index) NOT = KV-LIMIT
187400         MOVE PK-STANDARDLIMIT (Produkt-Index) TO Limit-Edit
187500         DISPLAY "STANDARDLIMIT DES PRODUKTS: " Limit-Edit
187600         MOVE KV-LIMIT TO Limit-Edit
187700         DISPLAY "AKTUELLES KREDITLIMIT.....: " Limit-Edit
187800         DISPLAY "STANDARDLIMIT ZUR FREIGABE VORMERKEN (J/N)? "
187900         ACCEPT Eingabe-Antwort
188000         IF Eingabe-Antwort = 'J' OR Eingabe-Antwort = 'j'
188100             PERFORM StandardlimitVormerken
188200         END-IF
188300     END-IF.
188400*
188500*----------------------------------------------------------------
188600*    LAEDT DEN PRODUKTKATALOG.  MEHR ALS 50 PRODUKTE KANN DAS    *
188700*    PROGRAMM NICHT FUEHREN; DANN WIRD KEIN KONTO ABGERECHNET.   *
188800*----------------------------------------------------------------
188900 ProdukteLaden.
189000     MOVE ZERO TO Produkt-Anzahl
189100     MOVE 'N' TO Katalog-Schalter
189200     MOVE 'N' TO Lese-Schalter
189300     OPEN INPUT ProduktDatei
189400     IF PRODUKTDATEI-GEFUNDEN
189500         PERFORM ProduktsatzUebernehmen
189600             UNTIL KEINE-SAETZE-MEHR
189700         CLOSE ProduktDatei
189800     END-IF.
189900*
190000*----------------------------------------------------------------
190100 ProduktsatzUebernehmen.
190200*----------------------------------------------------------------
190300     READ ProduktDatei
190400         AT END
190500             MOVE 'Y' TO Lese-Schalter
190600         NOT AT END
190700             IF Produkt-Anzahl LESS THAN 50
190800                 ADD 1 TO Produkt-Anzahl
190900                 MOVE PR-PRODUKT TO PK-PRODUKT (Produkt-Anzahl)
191000                 MOVE PR-HABENZINS
191100                     TO PK-HABENZINS (Produkt-Anzahl)
191200                 MOVE PR-SOLLZINS TO PK-SOLLZINS (Produkt-Anzahl)
191300                 MOVE PR-FREIGRENZE
191400                     TO PK-FREIGRENZE (Produkt-Anzahl)
191500                 MOVE PR-STANDARDLIMIT
191600                     TO PK-STANDARDLIMIT (Produkt-Anzahl)
191700                 MOVE PR-AKTIV TO PK-AKTIV (Produkt-Anzahl)
191800             ELSE
191900                 DISPLAY "DL100 FEHLER - DL100PRD HAT MEHR ALS "
192000                     "50 PRODUKTE"
192100                 SET KATALOG-UEBERLAUF TO TRUE
192200                 MOVE 'Y' TO Lese-Schalter
192300             END-IF
192400     END-READ.
192500*
192600*----------------------------------------------------------------
192700*    SUCHT EINGABE-PRODUKT IM GELADENEN KATALOG; DER TREFFER     *
192800*    STEHT UNTER PRODUKT-INDEX.                                  *
192900*----------------------------------------------------------------
193000 ProduktSuchen.
193100     MOVE 'N' TO Produkt-Treffer
193200     IF Eingabe-Produkt NOT = SPACES
193300         MOVE ZERO TO Produkt-Index
193400         PERFORM ProduktVergleichen
193500             UNTIL PRODUKT-GEFUNDEN
193600                 OR Produkt-Index NOT LESS THAN Produkt-Anzahl
193700     END-IF.
193800*
193900*----------------------------------------------------------------
194000 ProduktVergleichen.
194100*----------------------------------------------------------------
194200     ADD 1 TO Produkt-Index
194300     IF PK-PRODUKT (Produkt-Index) = Eingabe-Produkt
194400         MOVE 'J' TO Produkt-Treffer
194500     END-IF.
194600*
194700*----------------------------------------------------------------
194800*    LAEDT DIE PRODUKTWECHSEL VON WECHSEL-KONTO AUS DL100PRH     *
194900*    UND MERKT SICH DEN JUENGSTEN STICHTAG.                      *
195000*----------------------------------------------------------------
195100 WechselLaden.
195200     MOVE ZERO TO Wechsel-Anzahl Letzter-Wechsel
195300     MOVE 'N' TO Wechsel-Schalter
195400     MOVE 'N' TO Lese-Schalter
195500     OPEN INPUT WechselDatei
195600     IF WECHSELDATEI-OK
195700         PERFORM WechselsatzUebernehmen
195800             UNTIL KEINE-SAETZE-MEHR
195900         CLOSE WechselDatei
196000     END-IF.
196100*
196200*----------------------------------------------------------------
196300 WechselsatzUebernehmen.
196400*----------------------------------------------------------------
196500     READ WechselDatei
196600         AT END
196700             MOVE 'Y' TO Lese-Schalter
196800         NOT AT END
196900             IF PW-KONTONUMMER = Wechsel-Konto
197000                 IF Wechsel-Anzahl LESS THAN 100
197100                     ADD 1 TO Wechsel-Anzahl
197200                     MOVE PW-GUELTIG-AB
197300                         TO WT-GUELTIG-AB (Wechsel-Anzahl)
197400                     MOVE PW-PRODUKT-ALT
197500                         TO WT-PRODUKT-ALT (Wechsel-Anzahl)
197600                     MOVE PW-PRODUKT-NEU
197700                         TO WT-PRODUKT-NEU (Wechsel-Anzahl)
197800                     IF PW-GUELTIG-AB GREATER THAN Letzter-Wechsel
197900                         MOVE PW-GUELTIG-AB TO Letzter-Wechsel
198000                     END-IF
198100                 ELSE
198200                     DISPLAY "DL100 FEHLER - MEHR ALS 100 "
198300                         "PRODUKTWECHSEL DES KONTOS IN DL100PRH"
198400                     SET WECHSEL-UEBERLAUF TO TRUE
198500                     MOVE 'Y' TO Lese-Schalter
198600                 END-IF
198700             END-IF
198800     END-READ.
