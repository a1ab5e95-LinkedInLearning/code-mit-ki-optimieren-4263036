000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  JAHRESABSCHLUSS                             *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      JAHRESABSCHLUSS DER KUNDENKONTEN FUER DAS JAHR AUS      *
001100*      DL100JAHR.  DIE SALDENFORTSCHREIBUNG (DL100P01) SETZT   *
001200*      DIE JAHRESSUMMEN DES SALDENMASTERS BEIM JAHRESWECHSEL   *
001300*      NEU AUF - DIESES PROGRAMM RECHNET DAS JAHR DESHALB WIE  *
001400*      DIE SALDENLISTE ZUM STICHTAG (DL100R07) AUS DEM         *
001500*      DAUERHAFTEN SALDENMASTER (DL100SAL) UND DEN UMSAETZEN   *
001600*      DER BUCHUNGSHISTORIE (DL100HIS) SAMT JAHRESARCHIVEN     *
001700*      (DL100HIS.ARCH.JJJJ, SIEHE DL100H01) NACH: SALDO ZUM    *
001800*      31.12. = SALDO GEBUCHT BIS MINUS DER DANACH GEPOSTETEN  *
001900*      UMSAETZE, SALDO ZUM 31.12. DES VORJAHRS = SALDO ZUM     *
002000*      31.12. MINUS DER IM JAHR GEPOSTETEN UMSAETZE.           *
002100*      MASSGEBLICH IST WIE DORT DAS LAUFDATUM (HI-LAUFDATUM).  *
002200*      DAMIT IST DER LAUF FUER JEDES VERGANGENE JAHR           *
002300*      WIEDERHOLBAR, SOLANGE HISTORIE UND ARCHIVE VORLIEGEN.   *
002400*                                                             *
002500*      ES ENTSTEHEN DREI AUSGABEN:                             *
002600*        ZINSBESCHEINIGUNGEN.TXT - JE KUNDE EINE JAHRESZINS-   *
002700*          BESCHEINIGUNG MIT DEN IM JAHR GUTGESCHRIEBENEN      *
002800*          HABEN- UND BELASTETEN SOLLZINSEN JE KONTO.  ZINS-   *
002900*          BUCHUNGEN SIND DIE AKZEPTIERTEN, NICHT STORNIERTEN  *
003000*          UMSAETZE UNTER DEN ZINSCODES DER ZINSSATZTABELLE    *
003100*          (DL100ZTB, AUCH STILLGELEGTE SAETZE - SIE KOENNEN   *
003200*          IM JAHR NOCH GEBUCHT HABEN).  DER ADRESSMASTER      *
003300*          (DL100ADR) KENNT KEINE KUNDENNUMMER; ALS EIN KUNDE  *
003400*          GELTEN ALLE KONTEN MIT GLEICHEM NAMEN UND GLEICHER  *
003500*          ANSCHRIFT.                                          *
003600*        SALDENBESTAETIGUNGEN.TXT - JE KONTO EINE ADRESSIERTE  *
003700*          SALDENBESTAETIGUNG ZUM 31.12. (WIE IM KONTOAUSZUGS- *
003800*          DRUCK DL100R03 EINE SEITE JE KONTO).                *
003900*        JAHRESABSCHLUSSLISTE.TXT - PAGINIERTE LISTE ALLER     *
004000*          KONTEN (SALDO VORJAHR, UMSATZ DES JAHRES, SALDO ZUM *
004100*          31.12.) MIT GESAMTSUMME UND ABSTIMMUNG ZUM          *
004200*          HAUPTBUCH:                                          *
004300*          UMSAETZE DES JAHRES JE SACHKONTO (ZUORDNUNG AUS     *
004400*          DL100SKT), BESTAND VORJAHR PLUS JAHRESUMSATZ GLEICH *
004500*          BESTAND ZUM 31.12., UND JE LAUF DES JAHRES DER      *
004600*          ABGLEICH MIT DEM EXTRAKTREGISTER (DL100HBR): SUMME  *
004700*          DES AN DIE BUCHHALTUNG GESENDETEN EXTRAKTS GLEICH   *
004800*          SUMME DER HISTORIE, QUITTUNG DER BUCHHALTUNG        *
004900*          VORHANDEN.                                          *
005000*      BERUECKSICHTIGT WERDEN KONTEN MIT SALDO ZUM 31.12.      *
005100*      ODER UMSATZ IM JAHR.  KONTEN OHNE ADRESSSATZ ERHALTEN   *
005200*      KEINE BESTAETIGUNG UND BESCHEINIGUNG (WARNUNG IM        *
005300*      PROTOKOLL, ANZAHL AUF DER LISTE).                       *
005400*                                                             *
005500*      DER LAUF WIRD ABGELEHNT, SOLANGE DER LETZTE GESCHAEFTS- *
005600*      TAG DES JAHRES (BETRIEBSKALENDER DL100KAL, LOGIK WIE    *
005700*      IM MONATSAUSZUG) NICHT IN DEN SALDENMASTER GEBUCHT IST. *
005800*                                                             *
005900*    AUFRUF:                                                   *
006000*      DL100JAHR=JJJJ dl100j01  (AUS DL100JAHRESLAUF.SH)       *
006100*                                                             *
006200*    CONDITION CODES:                                          *
006300*      0  AUSGABEN GESCHRIEBEN, JAHR ABGESTIMMT UND VOM        *
006400*         HAUPTBUCH VOLLSTAENDIG BESTAETIGT                    *
006500*      4  AUSGABEN GESCHRIEBEN, ABER KONTEN OHNE SALDENSATZ    *
006600*         ODER OHNE ANSCHRIFT, LAEUFE OHNE BESTAETIGTEN        *
006700*         EXTRAKT ODER MIT ABWEICHENDER EXTRAKTSUMME           *
006800*      8  KEIN KONTO MIT SALDO ODER UMSATZ IM JAHR             *
006900*      16 DL100JAHR UNGUELTIG, LETZTER GESCHAEFTSTAG DES       *
007000*         JAHRES NICHT GEBUCHT, DL100SAL, DL100HIS, DL100ADR   *
007100*         ODER DL100ZTB FEHLT                                  *
007200*                                                             *
007300*    AENDERUNGEN:                                              *
007400*      2026-10-15 RH  ERSTFASSUNG                              *
007500*                                                             *
007600***************************************************************
007700 IDENTIFICATION DIVISION.
007800 PROGRAM-ID. JAHRESABSCHLUSS.
007900*
008000 ENVIRONMENT DIVISION.
008100 INPUT-OUTPUT SECTION.
008200 FILE-CONTROL.
008300*    DL100SAL - DAUERHAFTER SALDENMASTER; ZUERST WIRD DER
008400*    LAUFSATZ GEZIELT GELESEN, DANN ALLE KONTEN IN FOLGE.
008500     SELECT SaldenDatei ASSIGN TO "DL100SAL"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS SA-KONTONUMMER
008900         FILE STATUS IS Salden-Status.
009000*
009100     SELECT HistorienDatei ASSIGN TO "DL100HIS"
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS HI-SCHLUESSEL
009500         FILE STATUS IS Historie-Status.
009600*
009700*    JAHRESARCHIV DER HISTORIENREORGANISATION - DER DATEINAME
009800*    (DL100HIS.ARCH.JJJJ) WIRD ZUR LAUFZEIT GEBILDET.
009900     SELECT ArchivDatei ASSIGN USING Archiv-Pfad
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS Archiv-Status.
010200*
010300*    DL100ADR - KUNDEN-ADRESSMASTER (DL100N01), NUR LESEND.
010400     SELECT AdressDatei ASSIGN TO "DL100ADR"
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS RANDOM
010700         RECORD KEY IS AD-KONTONUMMER
010800         FILE STATUS IS Adress-Status.
010900*
011000*    DL100ZTB - ZINSSATZTABELLE, LIEFERT DIE ZINSCODES.
011100     SELECT ZinssatzDatei ASSIGN TO "DL100ZTB"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS Zinssatz-Status.
011400*
011500*    DL100SKT - SACHKONTO-ZUORDNUNG FUER DIE ABSTIMMUNG ZUM
011600*    HAUPTBUCH.  FEHLT SIE, STEHEN ALLE UMSAETZE UNTER "OHNE
011700*    ZUORDNUNG".
011800     SELECT SachkontoDatei ASSIGN TO "DL100SKT"
011900         ORGANIZATION IS LINE SEQUENTIAL
012000         FILE STATUS IS Sachkonto-Status.
012100*
012200*    DL100KAL - BETRIEBSKALENDER FUER DEN LETZTEN GESCHAEFTS-
012300*    TAG DES JAHRES.  FEHLT ER, GILT DER 31.12. - MIT HINWEIS.
012400     SELECT KalenderDatei ASSIGN TO "DL100KAL"
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS Kalender-Status.
012700*
012800*    DL100HBR - EXTRAKTREGISTER DES HAUPTBUCH-ABTRAGS, NUR
012900*    LESEND.  FEHLT ES, GILT KEIN LAUF ALS BESTAETIGT.
013000     SELECT RegisterDatei ASSIGN TO "DL100HBR"
013100         ORGANIZATION IS LINE SEQUENTIAL
013200         FILE STATUS IS Register-Status.
013300*
013400     SELECT BescheinigungsDatei
013500         ASSIGN TO "zinsbescheinigungen.txt"
013600         ORGANIZATION IS LINE SEQUENTIAL.
013700*
013800     SELECT BestaetigungsDatei
013900         ASSIGN TO "saldenbestaetigungen.txt"
014000         ORGANIZATION IS LINE SEQUENTIAL.
014100*
014200     SELECT ListeDatei ASSIGN TO "jahresabschlussliste.txt"
014300         ORGANIZATION IS LINE SEQUENTIAL.
014400*
014500*    DL100JZW - ARBEITSDATEI: JE KONTO MIT ZINSBUCHUNGEN DIE
014600*    ANSCHRIFT UND DIE ZINSSUMMEN FUER DIE BESCHEINIGUNGEN.
014700*    WIRD AM ENDE DES LAUFS GELOESCHT.
014800     SELECT ZinsarbeitsDatei ASSIGN TO "DL100JZW"
014900         ORGANIZATION IS LINE SEQUENTIAL.
015000*
015100     SELECT SortArbeitsdatei ASSIGN TO "SORTWK1".
015200*
015300     SELECT KundenSortdatei ASSIGN TO "SORTWK2".
015400*
015500 DATA DIVISION.
015600 FILE SECTION.
015700 FD  SaldenDatei
015800     RECORD CONTAINS 80 CHARACTERS.
015900 COPY SALDENMASTER.
016000*
016100 FD  HistorienDatei
016200     RECORD CONTAINS 120 CHARACTERS.
016300 COPY HISTORIE.
016400*
016500 FD  ArchivDatei
016600     RECORD CONTAINS 120 CHARACTERS.
016700 01  Archiv-Satz                    PIC X(120).
016800*
016900 FD  AdressDatei
017000     RECORD CONTAINS 120 CHARACTERS.
017100 COPY ADRESSMASTER.
017200*
017300 FD  ZinssatzDatei
017400     RECORD CONTAINS 80 CHARACTERS.
017500 COPY ZINSSATZ.
017600*
017700 FD  SachkontoDatei
017800     RECORD CONTAINS 80 CHARACTERS.
017900 COPY SACHKONTO.
018000*
018100 FD  KalenderDatei
018200     RECORD CONTAINS 80 CHARACTERS.
018300 COPY KALENDER.
018400*
018500 FD  RegisterDatei
018600     RECORD CONTAINS 80 CHARACTERS.
018700 01  Register-Zeile                 PIC X(80).
018800*
018900 FD  BescheinigungsDatei
019000     RECORD CONTAINS 80 CHARACTERS.
019100 01  Bescheinigungs-Zeile           PIC X(80).
019200*
019300 FD  BestaetigungsDatei
019400     RECORD CONTAINS 80 CHARACTERS.
019500 01  Bestaetigungs-Zeile            PIC X(80).
019600*
019700 FD  ListeDatei
019800     RECORD CONTAINS 80 CHARACTERS.
019900 01  Liste-Zeile                    PIC X(80).
020000*
020100 FD  ZinsarbeitsDatei
020200     RECORD CONTAINS 126 CHARACTERS.
020300 01  Zinsarbeitssatz.
020400     05  ZW-NAME                    PIC X(30).
020500     05  ZW-STRASSE                 PIC X(30).
020600     05  ZW-PLZ                     PIC X(05).
020700     05  ZW-ORT                     PIC X(25).
020800     05  ZW-KONTONUMMER             PIC 9(10).
020900     05  ZW-HABENZINS               PIC S9(11)V99.
021000     05  ZW-SOLLZINS                PIC S9(11)V99.
021100*
021200*    SORTSATZ: JE KONTO EIN SALDENSATZ ('S', BETRAG = SALDO
021300*    GEBUCHT BIS) AUS DL100SAL UND AUS HISTORIE UND ARCHIVEN
021400*    JE UMSATZ NACH DEM 31.12. EIN SATZ 'N', JE UMSATZ IM JAHR
021500*    EIN SATZ 'J' UND JE ZINSBUCHUNG IM JAHR ZUSAETZLICH EIN
021600*    SATZ 'H' (HABENZINS) BZW. 'Z' (SOLLZINS), BETRAG JEWEILS
021700*    DER DAMALS GEBUCHTE SIGNIERTE BETRAG.
021800 SD  SortArbeitsdatei
021900     RECORD CONTAINS 24 CHARACTERS.
022000 01  Sortsatz.
022100     05  RS-KONTONUMMER             PIC 9(10).
022200     05  RS-ART                     PIC X(01).
022300         88  RS-IST-SALDO               VALUE 'S'.
022400         88  RS-IST-NACHUMSATZ          VALUE 'N'.
022500         88  RS-IST-JAHRESUMSATZ        VALUE 'J'.
022600         88  RS-IST-HABENZINS           VALUE 'H'.
022700         88  RS-IST-SOLLZINS            VALUE 'Z'.
022800     05  RS-BETRAG                  PIC S9(11)V99.
022900*
023000*    KUNDENSORT DER ARBEITSDATEI: NAME UND ANSCHRIFT BILDEN
023100*    DEN KUNDEN, DARIN AUFSTEIGEND DIE KONTEN.
023200 SD  KundenSortdatei
023300     RECORD CONTAINS 126 CHARACTERS.
023400 01  Kundensortsatz.
023500     05  KS-KUNDE.
023600         10  KS-NAME                PIC X(30).
023700         10  KS-STRASSE             PIC X(30).
023800         10  KS-PLZ                 PIC X(05).
023900         10  KS-ORT                 PIC X(25).
024000     05  KS-KONTONUMMER             PIC 9(10).
024100     05  KS-HABENZINS               PIC S9(11)V99.
024200     05  KS-SOLLZINS                PIC S9(11)V99.
024300*
024400 WORKING-STORAGE SECTION.
024500 COPY EXTRAKTREGISTER.
024600*
024700 01  Salden-Status               PIC X(02).
024800     88  SALDENDATEI-OK              VALUE '00'.
024900 01  Historie-Status             PIC X(02).
025000     88  HISTORIENDATEI-OK           VALUE '00'.
025100 01  Archiv-Status               PIC X(02).
025200     88  ARCHIVDATEI-OK              VALUE '00'.
025300 01  Adress-Status               PIC X(02).
025400     88  ADRESSDATEI-OK              VALUE '00'.
025500 01  Zinssatz-Status             PIC X(02).
025600     88  ZINSSATZDATEI-GEFUNDEN      VALUE '00'.
025700 01  Sachkonto-Status            PIC X(02).
025800     88  SACHKONTODATEI-GEFUNDEN     VALUE '00'.
025900 01  Kalender-Status             PIC X(02).
026000     88  KALENDERDATEI-GEFUNDEN      VALUE '00'.
026100 01  Register-Status             PIC X(02).
026200     88  REGISTERDATEI-GEFUNDEN      VALUE '00'.
026300*
026400 01  Lese-Ende                   PIC X VALUE 'N'.
026500     88  KEINE-SAETZE-MEHR           VALUE 'Y'.
026600 01  Sortierung-Ende             PIC X VALUE 'N'.
026700     88  KEINE-SORTSAETZE-MEHR       VALUE 'Y'.
026800*
026900*    ABSCHLUSSJAHR (DL100JAHR), DARAUS STICHTAG 31.12.,
027000*    JAHRESBEGINN UND STICHTAG DES VORJAHRS; POSTDATUM AUS
027100*    DEM LAUFSATZ VON DL100SAL.
027200 01  Jahr-Eingabe                PIC X(04) VALUE SPACES.
027300 01  Abschluss-Jahr              PIC 9(04) VALUE ZERO.
027400 01  Stichtag-Datum              PIC 9(08) VALUE ZERO.
027500 01  Jahresbeginn-Datum          PIC 9(08) VALUE ZERO.
027600 01  Vorjahr-Datum               PIC 9(08) VALUE ZERO.
027700 01  Post-Datum                  PIC 9(08) VALUE ZERO.
027800 01  Post-Teile REDEFINES Post-Datum.
027900     05  Post-Jahr                  PIC 9(04).
028000     05  FILLER                     PIC 9(04).
028100*
028200*    JAHRESARCHIVE: VOM ABSCHLUSSJAHR BIS ZUM JAHR DES
028300*    POSTDATUMS; FEHLENDE ARCHIVE WERDEN GEMELDET UND
028400*    UEBERGANGEN.
028500 01  Archiv-Pfad                 PIC X(60) VALUE SPACES.
028600 01  Archiv-Jahr                 PIC 9(04) VALUE ZERO.
028700*
028800*    BETRIEBSKALENDER DES ABSCHLUSSJAHRS UND ULTIMO-RECHNUNG
028900*    (WOCHENTAG NACH ZELLER, REST 0 = SAMSTAG, 1 = SONNTAG;
029000*    LOGIK WIE IM MONATSAUSZUG).
029100 01  Kalenderdatei-Ende          PIC X VALUE 'N'.
029200     88  KEINE-KALENDERSAETZE-MEHR   VALUE 'Y'.
029300 01  Kalender-Schalter           PIC X VALUE 'N'.
029400     88  KALENDER-VORHANDEN          VALUE 'J'.
029500 01  Kalendertabelle.
029600     05  Kalender-Anzahl            PIC S9(04) COMP VALUE ZERO.
029700     05  Kalender-Eintrag OCCURS 400 TIMES.
029800         10  KT-DATUM               PIC 9(08).
029900         10  KT-ART                 PIC X(01).
030000 01  Kalender-Index              PIC S9(04) COMP VALUE ZERO.
030100 01  Kalender-Fundart            PIC X(01) VALUE SPACE.
030200*
030300 01  Ultimo-Datum                PIC 9(08) VALUE ZERO.
030400 01  Geschaeftstag-Schalter      PIC X VALUE 'N'.
030500     88  IST-GESCHAEFTSTAG           VALUE 'J'.
030600 01  Arbeits-Datum               PIC 9(08) VALUE ZERO.
030700 01  Arbeits-Teile REDEFINES Arbeits-Datum.
030800     05  Arbeits-Jahr               PIC 9(04).
030900     05  Arbeits-Monat              PIC 9(02).
031000     05  Arbeits-Tag                PIC 9(02).
031100 01  Zeller-Jahr                 PIC S9(07) COMP VALUE ZERO.
031200 01  Zeller-Monat                PIC S9(04) COMP VALUE ZERO.
031300 01  Zeller-Wert                 PIC S9(07) COMP VALUE ZERO.
031400 01  Zeller-Rest                 PIC S9(04) COMP VALUE ZERO.
031500*
031600*    ZINSCODES AUS DL100ZTB: JE SATZ CODE UND KENNUNG ('H'
031700*    HABENZINS, 'S' SOLLZINS), AKTIV ODER STILLGELEGT.
031800 01  Zinscodetabelle.
031900     05  Zinscode-Anzahl            PIC S9(04) COMP VALUE ZERO.
032000     05  Zinscode-Eintrag OCCURS 20 TIMES.
032100         10  ZC-CODE                PIC X(02).
032200         10  ZC-KENNUNG             PIC X(01).
032300 01  Zinscode-Index              PIC S9(04) COMP VALUE ZERO.
032400 01  Zinscode-Treffer            PIC X(01) VALUE SPACE.
032500     88  ZINSCODE-HABEN              VALUE 'H'.
032600     88  ZINSCODE-SOLL               VALUE 'S'.
032700 01  Habencodes-Geladen          PIC X VALUE 'N'.
032800     88  HABENCODE-VORHANDEN         VALUE 'J'.
032900 01  Sollcodes-Geladen           PIC X VALUE 'N'.
033000     88  SOLLCODE-VORHANDEN          VALUE 'J'.
033100*
033200*    SACHKONTO-ZUORDNUNG (ALLE SAETZE AUS DL100SKT, AKTIVE
033300*    ZUORDNUNG VOR STILLGELEGTER) UND DIE UMSAETZE DES JAHRES
033400*    JE SACHKONTO.  EINTRAG MIT SACHKONTO NULL = UMSAETZE
033500*    OHNE ZUORDNUNG.
033600 01  Zuordnungstabelle.
033700     05  Zuordnung-Anzahl           PIC S9(04) COMP VALUE ZERO.
033800     05  Zuordnung-Eintrag OCCURS 50 TIMES.
033900         10  ZU-CODE                PIC X(02).
034000         10  ZU-SACHKONTO           PIC 9(08).
034100         10  ZU-BEZEICHNUNG         PIC X(30).
034200         10  ZU-AKTIV               PIC X(01).
034300 01  Zuordnung-Index             PIC S9(04) COMP VALUE ZERO.
034400 01  Zuordnung-Treffer           PIC X VALUE 'N'.
034500     88  ZUORDNUNG-GEFUNDEN          VALUE 'J'.
034600 01  Satz-Sachkonto              PIC 9(08) VALUE ZERO.
034700 01  Satz-Bezeichnung            PIC X(30) VALUE SPACES.
034800*
034900 01  Bewegungstabelle.
035000     05  Bewegung-Anzahl            PIC S9(04) COMP VALUE ZERO.
035100     05  Bewegung-Eintrag OCCURS 51 TIMES.
035200         10  BW-SACHKONTO           PIC 9(08).
035300         10  BW-BEZEICHNUNG         PIC X(30).
035400         10  BW-ANZAHL              PIC S9(07) COMP.
035500         10  BW-SUMME               PIC S9(11)V99.
035600 01  Bewegung-Index              PIC S9(04) COMP VALUE ZERO.
035700 01  Bewegung-Treffer            PIC X VALUE 'N'.
035800     88  BEWEGUNG-GEFUNDEN           VALUE 'J'.
035900*
036000*    LAEUFE DES JAHRES: JE LAUFDATUM ANZAHL UND SIGNIERTE
036100*    SUMME DER AKZEPTIERTEN UMSAETZE (AUFSTEIGEND NACH DATUM
036200*    GEFUEHRT), DAZU DIE REGISTEREINTRAEGE DES JAHRES AUS
036300*    DL100HBR.  EIN JAHR HAT HOECHSTENS 366 LAUFDATEN.
036400 01  Lauftabelle.
036500     05  Lauf-Anzahl                PIC S9(04) COMP VALUE ZERO.
036600     05  Lauf-Eintrag OCCURS 400 TIMES.
036700         10  LT-LAUFDATUM           PIC 9(08).
036800         10  LT-ANZAHL              PIC S9(07) COMP.
036900         10  LT-SUMME               PIC S9(11)V99.
037000 01  Lauf-Index                  PIC S9(04) COMP VALUE ZERO.
037100 01  Lauf-Letzter                PIC S9(04) COMP VALUE ZERO.
037200 01  Lauf-Treffer                PIC X VALUE 'N'.
037300     88  LAUF-GEFUNDEN               VALUE 'J'.
037400 01  Einordnung-Schalter         PIC X VALUE 'N'.
037500     88  LAUF-EINGEORDNET            VALUE 'J'.
037600 01  Lauf-Tausch.
037700     05  LX-LAUFDATUM               PIC 9(08).
037800     05  LX-ANZAHL                  PIC S9(07) COMP.
037900     05  LX-SUMME                   PIC S9(11)V99.
038000*
038100 01  Registertabelle.
038200     05  Register-Anzahl            PIC S9(04) COMP VALUE ZERO.
038300     05  Register-Eintrag OCCURS 400 TIMES.
038400         10  RG-LAUFDATUM           PIC 9(08).
038500         10  RG-STATUS              PIC X(01).
038600         10  RG-ANZAHL              PIC 9(07).
038700         10  RG-SUMME               PIC S9(11)V99.
038800         10  RG-ABGEGLICHEN         PIC X(01).
038900 01  Register-Index              PIC S9(04) COMP VALUE ZERO.
039000 01  Register-Treffer            PIC X VALUE 'N'.
039100     88  REGISTER-GEFUNDEN           VALUE 'J'.
039200 01  Register-Schalter           PIC X VALUE 'N'.
039300     88  REGISTER-VORHANDEN          VALUE 'J'.
039400*
039500*    GRUPPENWECHSEL JE KONTO IM AUSGABETEIL DES SORTS.
039600 01  Gruppen-Schalter            PIC X VALUE 'N'.
039700     88  GRUPPE-OFFEN                VALUE 'J'.
039800 01  Gruppe-Konto                PIC 9(10) VALUE ZERO.
039900 01  Gruppe-Saldensatz           PIC X VALUE 'N'.
040000     88  GRUPPE-HAT-SALDO            VALUE 'J'.
040100 01  Gruppe-Saldo                PIC S9(11)V99 VALUE ZERO.
040200 01  Gruppe-Nachumsatz           PIC S9(11)V99 VALUE ZERO.
040300 01  Gruppe-Jahresumsatz         PIC S9(11)V99 VALUE ZERO.
040400 01  Gruppe-Jahresposten         PIC S9(07) COMP VALUE ZERO.
040500 01  Gruppe-Habenzins            PIC S9(11)V99 VALUE ZERO.
040600 01  Gruppe-Sollzins             PIC S9(11)V99 VALUE ZERO.
040700 01  Gruppe-Zinsposten           PIC S9(07) COMP VALUE ZERO.
040800 01  Gruppe-Stichtagssaldo       PIC S9(11)V99 VALUE ZERO.
040900 01  Gruppe-Vorjahressaldo       PIC S9(11)V99 VALUE ZERO.
041000*
041100*    GRUPPENWECHSEL JE KUNDE IM AUSGABETEIL DES KUNDENSORTS.
041200 01  Kunden-Schalter             PIC X VALUE 'N'.
041300     88  KUNDE-OFFEN                 VALUE 'J'.
041400 01  Kunde-Schluessel            PIC X(90) VALUE SPACES.
041500 01  Kunde-Habenzins             PIC S9(11)V99 VALUE ZERO.
041600 01  Kunde-Sollzins              PIC S9(11)V99 VALUE ZERO.
041700*
041800 01  Zaehler-Historie            PIC S9(07) COMP VALUE ZERO.
041900 01  Zaehler-Archivsaetze        PIC S9(07) COMP VALUE ZERO.
042000 01  Zaehler-Archive             PIC S9(07) COMP VALUE ZERO.
042100 01  Zaehler-Jahresumsaetze      PIC S9(07) COMP VALUE ZERO.
042200 01  Zaehler-Zinsbuchungen       PIC S9(07) COMP VALUE ZERO.
042300 01  Zaehler-Gelistet            PIC S9(07) COMP VALUE ZERO.
042400 01  Zaehler-Ohne-Saldo          PIC S9(07) COMP VALUE ZERO.
042500 01  Zaehler-Ohne-Anschrift      PIC S9(07) COMP VALUE ZERO.
042600 01  Zaehler-Bestaetigungen      PIC S9(07) COMP VALUE ZERO.
042700 01  Zaehler-Bescheinigungen     PIC S9(07) COMP VALUE ZERO.
042800 01  Zaehler-Bestaetigt          PIC S9(07) COMP VALUE ZERO.
042900 01  Zaehler-Unbestaetigt        PIC S9(07) COMP VALUE ZERO.
043000 01  Zaehler-Ohne-Register       PIC S9(07) COMP VALUE ZERO.
043100 01  Zaehler-Abweichend          PIC S9(07) COMP VALUE ZERO.
043200 01  Summe-Vorjahr               PIC S9(11)V99 VALUE ZERO.
043300 01  Summe-Jahresumsatz          PIC S9(11)V99 VALUE ZERO.
043400 01  Summe-Stichtag              PIC S9(11)V99 VALUE ZERO.
043500 01  Summe-Ohne-Saldo            PIC S9(11)V99 VALUE ZERO.
043600 01  Summe-Habenzins             PIC S9(11)V99 VALUE ZERO.
043700 01  Summe-Sollzins              PIC S9(11)V99 VALUE ZERO.
043800 01  Summe-Umsatz-Gesamt         PIC S9(11)V99 VALUE ZERO.
043900 01  Summe-Bestaetigt            PIC S9(11)V99 VALUE ZERO.
044000 01  Summe-Unbestaetigt          PIC S9(11)V99 VALUE ZERO.
044100 01  Summe-Ohne-Register         PIC S9(11)V99 VALUE ZERO.
044200 01  Abstimm-Summe               PIC S9(11)V99 VALUE ZERO.
044300*
044400 01  Loeschung-RC                PIC 9(09) COMP-5 VALUE ZERO.
044500*
044600*    SEITENSTEUERUNG WIE IN DER SALDENLISTE.
044700 01  Seiten-Max-Zeilen           PIC S9(04) COMP VALUE 20.
044800 01  Seitenzeilen-Zaehler        PIC S9(04) COMP VALUE ZERO.
044900 01  Seiten-Nummer               PIC S9(05) COMP VALUE ZERO.
045000 01  Seiten-Nummer-Edit          PIC ZZZZ9.
045100*
045200 01  Konto-Edit                  PIC Z(09)9.
045300 01  Anzahl-Edit                 PIC ZZZZZZ9.
045400 01  Betrag-Edit                 PIC ---,---,---,--9.99.
045500 01  Umsatz-Edit                 PIC ---,---,---,--9.99.
045600 01  Saldo-Edit                  PIC ---,---,---,--9.99.
045700 01  Saldo-Text                  PIC X(10) VALUE SPACES.
045800*
045900 PROCEDURE DIVISION.
046000*----------------------------------------------------------------
046100 Hauptprogramm.
046200*----------------------------------------------------------------
046300     PERFORM ParameterErmitteln
046400     PERFORM DateienOeffnen
046500     PERFORM PostdatumErmitteln
046600     PERFORM UltimoPruefen
046700     PERFORM ZinscodesLaden
046800     PERFORM ZuordnungenLaden
046900     PERFORM RegisterLaden
047000     OPEN OUTPUT ListeDatei
047100     OPEN OUTPUT BestaetigungsDatei
047200     OPEN OUTPUT ZinsarbeitsDatei
047300     SORT SortArbeitsdatei
047400         ON ASCENDING KEY RS-KONTONUMMER
047500         ON ASCENDING KEY RS-ART
047600         INPUT PROCEDURE IS BestaendeSammeln
047700         OUTPUT PROCEDURE IS KontenAbschliessen
047800     CLOSE ZinsarbeitsDatei
047900     CLOSE BestaetigungsDatei
048000     OPEN OUTPUT BescheinigungsDatei
048100     SORT KundenSortdatei
048200         ON ASCENDING KEY KS-KUNDE
048300         ON ASCENDING KEY KS-KONTONUMMER
048400         USING ZinsarbeitsDatei
048500         OUTPUT PROCEDURE IS BescheinigungenSchreiben
048600     CLOSE BescheinigungsDatei
048700     PERFORM DokumentzahlenSchreiben
048800     CLOSE ListeDatei
048900     CLOSE SaldenDatei
049000     CLOSE HistorienDatei
049100     CLOSE AdressDatei
049200     CALL "CBL_DELETE_FILE" USING "DL100JZW"
049300         RETURNING Loeschung-RC
049400     PERFORM AbschlussMelden
049500     IF Zaehler-Gelistet = ZERO
049600         MOVE 8 TO RETURN-CODE
049700     ELSE
049800     IF Zaehler-Ohne-Saldo GREATER THAN ZERO
049900         OR Zaehler-Ohne-Anschrift GREATER THAN ZERO
050000         OR Zaehler-Unbestaetigt GREATER THAN ZERO
050100         OR Zaehler-Ohne-Register GREATER THAN ZERO
050200         OR Zaehler-Abweichend GREATER THAN ZERO
050300         MOVE 4 TO RETURN-CODE
050400     END-IF END-IF
050500     STOP RUN.
050600*
050700*----------------------------------------------------------------
050800*    UEBERNIMMT DAS ABSCHLUSSJAHR (JJJJ) AUS DL100JAHR - OHNE    *
050900*    GUELTIGES JAHR ABBRUCH MIT RETURN-CODE 16.  DAS JAHR IST    *
051000*    PFLICHT, DAMIT EIN WIEDERHOLUNGSLAUF NIE VERSEHENTLICH DAS  *
051100*    FALSCHE JAHR ABSCHLIESST.                                   *
051200*----------------------------------------------------------------
051300 ParameterErmitteln.
051400     ACCEPT Jahr-Eingabe FROM ENVIRONMENT "DL100JAHR"
051500     IF Jahr-Eingabe IS NOT NUMERIC
051600         DISPLAY "DL100 FEHLER - DL100JAHR (JJJJ) NICHT ODER "
051700             "UNGUELTIG GESETZT - JAHRESABSCHLUSS ABGEBROCHEN"
051800         MOVE 16 TO RETURN-CODE
051900         STOP RUN
052000     END-IF
052100     MOVE Jahr-Eingabe TO Abschluss-Jahr
052200     IF Abschluss-Jahr LESS THAN 1900
052300         DISPLAY "DL100 FEHLER - DL100JAHR " Abschluss-Jahr
052400             " UNGUELTIG - JAHRESABSCHLUSS ABGEBROCHEN"
052500         MOVE 16 TO RETURN-CODE
052600         STOP RUN
052700     END-IF
052800     COMPUTE Stichtag-Datum = Abschluss-Jahr * 10000 + 1231
052900     COMPUTE Jahresbeginn-Datum = Abschluss-Jahr * 10000 + 101
053000     COMPUTE Vorjahr-Datum = (Abschluss-Jahr - 1) * 10000
053100         + 1231.
053200*
053300*----------------------------------------------------------------
053400*    OEFFNET SALDENMASTER, HISTORIE UND ADRESSMASTER; OHNE SIE   *
053500*    GIBT ES WEDER SALDEN NOCH UMSAETZE NOCH ANSCHRIFTEN -       *
053600*    ABBRUCH MIT RETURN-CODE 16.                                 *
053700*----------------------------------------------------------------
053800 DateienOeffnen.
053900     OPEN INPUT SaldenDatei
054000     IF NOT SALDENDATEI-OK
054100         DISPLAY "DL100 FEHLER - SALDENMASTER DL100SAL NICHT "
054200             "VORHANDEN, FILE STATUS " Salden-Status
054300             " - JAHRESABSCHLUSS ABGEBROCHEN"
054400         MOVE 16 TO RETURN-CODE
054500         STOP RUN
054600     END-IF
054700     OPEN INPUT HistorienDatei
054800     IF NOT HISTORIENDATEI-OK
054900         DISPLAY "DL100 FEHLER - BUCHUNGSHISTORIE DL100HIS "
055000             "NICHT VORHANDEN, FILE STATUS " Historie-Status
055100             " - JAHRESABSCHLUSS ABGEBROCHEN"
055200         MOVE 16 TO RETURN-CODE
055300         STOP RUN
055400     END-IF
055500     OPEN INPUT AdressDatei
055600     IF NOT ADRESSDATEI-OK
055700         DISPLAY "DL100 FEHLER - ADRESSMASTER DL100ADR NICHT "
055800             "VORHANDEN (MIT DL100N01 ANLEGEN), FILE STATUS "
055900             Adress-Status " - JAHRESABSCHLUSS ABGEBROCHEN"
056000         MOVE 16 TO RETURN-CODE
056100         STOP RUN
056200     END-IF.
056300*
056400*----------------------------------------------------------------
056500*    LIEST DEN LAUFSATZ DES SALDENMASTERS: SEIN POSTDATUM IST    *
056600*    DER STAND, BIS ZU DEM DIE SALDEN FORTGESCHRIEBEN SIND.      *
056700*----------------------------------------------------------------
056800 PostdatumErmitteln.
056900     MOVE 9999999999 TO SA-KONTONUMMER
057000     READ SaldenDatei
057100         INVALID KEY
057200             DISPLAY "DL100 FEHLER - LAUFSATZ IM SALDENMASTER "
057300                 "FEHLT - JAHRESABSCHLUSS ABGEBROCHEN"
057400             MOVE 16 TO RETURN-CODE
057500             STOP RUN
057600     END-READ
057700     MOVE SL-LETZTES-POSTDATUM TO Post-Datum.
057800*
057900*----------------------------------------------------------------
058000*    ERMITTELT DEN LETZTEN GESCHAEFTSTAG DES JAHRES AUS DEM      *
058100*    BETRIEBSKALENDER (VOM 31.12. WIRD ZURUECKGEGANGEN, BIS EIN  *
058200*    GESCHAEFTSTAG ERREICHT IST; OHNE KALENDER GILT DER 31.12.). *
058300*    IST ER NOCH NICHT IN DEN SALDENMASTER GEBUCHT, FEHLEN       *
058400*    UMSAETZE DES JAHRES - ABBRUCH MIT RETURN-CODE 16.           *
058500*----------------------------------------------------------------
058600 UltimoPruefen.
058700     PERFORM KalenderLaden
058800     MOVE Stichtag-Datum TO Arbeits-Datum
058900     IF NOT KALENDER-VORHANDEN
059000         DISPLAY "DL100 HINWEIS - BETRIEBSKALENDER DL100KAL "
059100             "NICHT VORHANDEN - ULTIMO = 31.12."
059200     ELSE
059300         PERFORM GeschaeftstagPruefen
059400         PERFORM UltimoZurueckgehen
059500             UNTIL IST-GESCHAEFTSTAG OR Arbeits-Tag = 1
059600     END-IF
059700     MOVE Arbeits-Datum TO Ultimo-Datum
059800     IF Post-Datum LESS THAN Ultimo-Datum
059900         DISPLAY "DL100 FEHLER - LETZTER GESCHAEFTSTAG "
060000             Ultimo-Datum " DES JAHRES NOCH NICHT GEBUCHT "
060100             "(GEBUCHT BIS " Post-Datum ")"
060200         DISPLAY "JAHRESABSCHLUSS " Abschluss-Jahr
060300             " ABGELEHNT - ERST NACH DEM NACHTLAUF DES "
060400             "ULTIMOS STARTEN"
060500         MOVE 16 TO RETURN-CODE
060600         STOP RUN
060700     END-IF.
060800*
060900*----------------------------------------------------------------
061000 UltimoZurueckgehen.
061100*----------------------------------------------------------------
061200     IF IST-GESCHAEFTSTAG
061300         CONTINUE
061400     ELSE
061500         SUBTRACT 1 FROM Arbeits-Tag
061600         PERFORM GeschaeftstagPruefen
061700     END-IF.
061800*
061900*----------------------------------------------------------------
062000*    LAEDT DIE KALENDEREINTRAEGE DES ABSCHLUSSJAHRS - NUR SIE    *
062100*    ENTSCHEIDEN UEBER DEN ULTIMO, AUCH WENN DER KALENDER        *
062200*    SCHON MEHRERE JAHRE FUEHRT.                                 *
062300*----------------------------------------------------------------
062400 KalenderLaden.
062500     MOVE 'N' TO Kalenderdatei-Ende
062600     OPEN INPUT KalenderDatei
062700     IF KALENDERDATEI-GEFUNDEN
062800         SET KALENDER-VORHANDEN TO TRUE
062900         PERFORM KalendersatzUebernehmen
063000             UNTIL KEINE-KALENDERSAETZE-MEHR
063100         CLOSE KalenderDatei
063200     END-IF.
063300*
063400*----------------------------------------------------------------
063500 KalendersatzUebernehmen.
063600*----------------------------------------------------------------
063700     READ KalenderDatei
063800         AT END
063900             MOVE 'Y' TO Kalenderdatei-Ende
064000         NOT AT END
064100             IF KA-DATUM NOT LESS THAN Jahresbeginn-Datum
064200                 AND KA-DATUM NOT GREATER THAN Stichtag-Datum
064300                 AND Kalender-Anzahl LESS THAN 400
064400                 ADD 1 TO Kalender-Anzahl
064500                 MOVE KA-DATUM TO KT-DATUM (Kalender-Anzahl)
064600                 MOVE KA-ART TO KT-ART (Kalender-Anzahl)
064700             END-IF
064800     END-READ.
064900*
065000*----------------------------------------------------------------
065100*    PRUEFT, OB ARBEITS-DATUM EIN GESCHAEFTSTAG IST (LOGIK WIE   *
065200*    IM VERARBEITUNGSLAUF): 'F'-EINTRAG NIE, 'A'-EINTRAG         *
065300*    IMMER, SONST ENTSCHEIDET DER WOCHENTAG NACH ZELLER.         *
065400*----------------------------------------------------------------
065500 GeschaeftstagPruefen.
065600     MOVE 'N' TO Geschaeftstag-Schalter
065700     MOVE ZERO TO Kalender-Index
065800     MOVE SPACE TO Kalender-Fundart
065900     PERFORM KalendereintragSuchen
066000         UNTIL Kalender-Fundart NOT = SPACE
066100             OR Kalender-Index NOT LESS THAN Kalender-Anzahl
066200     IF Kalender-Fundart = 'F'
066300         CONTINUE
066400     ELSE
066500     IF Kalender-Fundart = 'A'
066600         MOVE 'J' TO Geschaeftstag-Schalter
066700     ELSE
066800         PERFORM WochentagErmitteln
066900         IF Zeller-Rest = 0 OR Zeller-Rest = 1
067000             CONTINUE
067100         ELSE
067200             MOVE 'J' TO Geschaeftstag-Schalter
067300         END-IF
067400     END-IF END-IF.
067500*
067600*----------------------------------------------------------------
067700 KalendereintragSuchen.
067800*----------------------------------------------------------------
067900     ADD 1 TO Kalender-Index
068000     IF KT-DATUM (Kalender-Index) = Arbeits-Datum
068100         MOVE KT-ART (Kalender-Index) TO Kalender-Fundart
068200     END-IF.
068300*
068400*----------------------------------------------------------------
068500 WochentagErmitteln.
068600*----------------------------------------------------------------
068700     MOVE Arbeits-Jahr TO Zeller-Jahr
068800     MOVE Arbeits-Monat TO Zeller-Monat
068900     IF Zeller-Monat LESS THAN 3
069000         ADD 12 TO Zeller-Monat
069100         SUBTRACT 1 FROM Zeller-Jahr
069200     END-IF
069300     COMPUTE Zeller-Wert = Arbeits-Tag
069400         + ((Zeller-Monat + 1) * 13) / 5
069500         + Zeller-Jahr + Zeller-Jahr / 4
069600         - Zeller-Jahr / 100 + Zeller-Jahr / 400
069700     DIVIDE Zeller-Wert BY 7 GIVING Zeller-Wert
069800         REMAINDER Zeller-Rest.
069900*
070000*----------------------------------------------------------------
070100*    LAEDT DIE ZINSCODES DER ZINSSATZTABELLE - AUCH STILL-       *
070200*    GELEGTE SAETZE, DENN IM ABSCHLUSSJAHR KANN NOCH UNTER       *
070300*    IHREM CODE VERZINST WORDEN SEIN.  OHNE TABELLE ODER OHNE    *
070400*    HABEN- UND SOLLZINSCODE SIND ZINSBUCHUNGEN NICHT ZU         *
070500*    ERKENNEN - ABBRUCH MIT RETURN-CODE 16.                      *
070600*----------------------------------------------------------------
070700 ZinscodesLaden.
070800     MOVE 'N' TO Lese-Ende
070900     OPEN INPUT ZinssatzDatei
071000     IF NOT ZINSSATZDATEI-GEFUNDEN
071100         DISPLAY "DL100 FEHLER - ZINSSATZTABELLE DL100ZTB NICHT "
071200             "GEFUNDEN, FILE STATUS " Zinssatz-Status
071300             " - JAHRESABSCHLUSS ABGEBROCHEN"
071400         MOVE 16 TO RETURN-CODE
071500         STOP RUN
071600     END-IF
071700     PERFORM ZinscodeUebernehmen UNTIL KEINE-SAETZE-MEHR
071800     CLOSE ZinssatzDatei
071900     IF NOT HABENCODE-VORHANDEN OR NOT SOLLCODE-VORHANDEN
072000         DISPLAY "DL100 FEHLER - DL100ZTB OHNE HABEN- UND "
072100             "SOLLZINSCODE - JAHRESABSCHLUSS ABGEBROCHEN"
072200         MOVE 16 TO RETURN-CODE
072300         STOP RUN
072400     END-IF.
072500*
072600*----------------------------------------------------------------
072700 ZinscodeUebernehmen.
072800*----------------------------------------------------------------
072900     READ ZinssatzDatei
073000         AT END
073100             MOVE 'Y' TO Lese-Ende
073200         NOT AT END
073300             IF (ZS-IST-HABENZINS OR ZS-IST-SOLLZINS)
073400                 AND Zinscode-Anzahl LESS THAN 20
073500                 ADD 1 TO Zinscode-Anzahl
073600                 MOVE ZS-TRANSAKTIONSCODE
073700                     TO ZC-CODE (Zinscode-Anzahl)
073800                 MOVE ZS-KENNUNG TO ZC-KENNUNG (Zinscode-Anzahl)
073900                 IF ZS-IST-HABENZINS
074000                     SET HABENCODE-VORHANDEN TO TRUE
074100                 ELSE
074200                     SET SOLLCODE-VORHANDEN TO TRUE
074300                 END-IF
074400             END-IF
074500     END-READ.
074600*
074700*----------------------------------------------------------------
074800*    LAEDT DIE SACHKONTO-ZUORDNUNG.  WIE IN DER SALDENLISTE      *
074900*    WERDEN AUCH STILLGELEGTE ZUORDNUNGEN GELADEN.  OHNE         *
075000*    TABELLE NUR HINWEIS.                                        *
075100*----------------------------------------------------------------
075200 ZuordnungenLaden.
075300     MOVE 'N' TO Lese-Ende
075400     OPEN INPUT SachkontoDatei
075500     IF SACHKONTODATEI-GEFUNDEN
075600         PERFORM ZuordnungssatzUebernehmen
075700             UNTIL KEINE-SAETZE-MEHR
075800         CLOSE SachkontoDatei
075900     ELSE
076000         DISPLAY "DL100 HINWEIS - SACHKONTOTABELLE DL100SKT "
076100             "NICHT VORHANDEN - ABSTIMMUNG OHNE ZUORDNUNG"
076200     END-IF.
076300*
076400*----------------------------------------------------------------
076500 ZuordnungssatzUebernehmen.
076600*----------------------------------------------------------------
076700     READ SachkontoDatei
076800         AT END
076900             MOVE 'Y' TO Lese-Ende
077000         NOT AT END
077100             IF Zuordnung-Anzahl LESS THAN 50
077200                 ADD 1 TO Zuordnung-Anzahl
077300                 MOVE SK-TRANSAKTIONSCODE
077400                     TO ZU-CODE (Zuordnung-Anzahl)
077500                 MOVE SK-SACHKONTO
077600                     TO ZU-SACHKONTO (Zuordnung-Anzahl)
077700                 MOVE SK-BEZEICHNUNG
077800                     TO ZU-BEZEICHNUNG (Zuordnung-Anzahl)
077900                 MOVE SK-AKTIV TO ZU-AKTIV (Zuordnung-Anzahl)
078000             ELSE
078100                 DISPLAY "DL100 WARNUNG - ZUORDNUNGSTABELLE "
078200                     "VOLL, CODE " SK-TRANSAKTIONSCODE
078300                     " WIRD NICHT GELADEN"
078400             END-IF
078500     END-READ.
078600*
078700*----------------------------------------------------------------
078800*    LAEDT DIE EINTRAEGE DES EXTRAKTREGISTERS MIT LAUFDATUM IM   *
078900*    ABSCHLUSSJAHR.  OHNE REGISTER NUR HINWEIS - DANN GILT KEIN  *
079000*    LAUF DES JAHRES ALS VOM HAUPTBUCH BESTAETIGT.               *
079100*----------------------------------------------------------------
079200 RegisterLaden.
079300     MOVE 'N' TO Lese-Ende
079400     OPEN INPUT RegisterDatei
079500     IF REGISTERDATEI-GEFUNDEN
079600         SET REGISTER-VORHANDEN TO TRUE
079700         PERFORM RegistersatzUebernehmen
079800             UNTIL KEINE-SAETZE-MEHR
079900         CLOSE RegisterDatei
080000     ELSE
080100         DISPLAY "DL100 HINWEIS - EXTRAKTREGISTER DL100HBR "
080200             "NICHT VORHANDEN - KEIN LAUF BESTAETIGT"
080300     END-IF.
080400*
080500*----------------------------------------------------------------
080600 RegistersatzUebernehmen.
080700*----------------------------------------------------------------
080800     READ RegisterDatei
080900         AT END
081000             MOVE 'Y' TO Lese-Ende
081100         NOT AT END
081200             MOVE Register-Zeile TO Extraktregistersatz
081300             IF ER-LAUFDATUM NOT LESS THAN Jahresbeginn-Datum
081400                 AND ER-LAUFDATUM NOT GREATER THAN Stichtag-Datum
081500                 AND Register-Anzahl LESS THAN 400
081600                 ADD 1 TO Register-Anzahl
081700                 MOVE ER-LAUFDATUM
081800                     TO RG-LAUFDATUM (Register-Anzahl)
081900                 MOVE ER-STATUS TO RG-STATUS (Register-Anzahl)
082000                 MOVE ER-ANZAHL TO RG-ANZAHL (Register-Anzahl)
082100                 MOVE ER-SUMME TO RG-SUMME (Register-Anzahl)
082200                 MOVE 'N' TO RG-ABGEGLICHEN (Register-Anzahl)
082300             END-IF
082400     END-READ.
082500*
082600*----------------------------------------------------------------
082700*    EINGABETEIL DES SORTS: DIE SALDEN AUS DL100SAL, DANN DIE    *
082800*    UMSAETZE AUS DER HISTORIE UND DEN JAHRESARCHIVEN VOM        *
082900*    ABSCHLUSSJAHR BIS ZUM JAHR DES POSTDATUMS.                  *
083000*----------------------------------------------------------------
083100 BestaendeSammeln.
083200     MOVE 'N' TO Lese-Ende
083300     MOVE ZERO TO SA-KONTONUMMER
083400     START SaldenDatei
083500         KEY IS NOT LESS THAN SA-KONTONUMMER
083600         INVALID KEY
083700             MOVE 'Y' TO Lese-Ende
083800     END-START
083900     PERFORM SaldensatzVerteilen
084000         UNTIL KEINE-SAETZE-MEHR
084100     MOVE 'N' TO Lese-Ende
084200     MOVE ZERO TO HI-KONTONUMMER
084300     MOVE ZERO TO HI-BUCHUNGSDATUM
084400     MOVE ZERO TO HI-LAUFDATUM
084500     MOVE ZERO TO HI-LFDNR
084600     START HistorienDatei
084700         KEY IS NOT LESS THAN HI-SCHLUESSEL
084800         INVALID KEY
084900             MOVE 'Y' TO Lese-Ende
085000     END-START
085100     PERFORM HistoriensatzVerteilen
085200         UNTIL KEINE-SAETZE-MEHR
085300     MOVE Abschluss-Jahr TO Archiv-Jahr
085400     PERFORM JahresarchivLesen
085500         UNTIL Archiv-Jahr GREATER THAN Post-Jahr.
085600*
085700*----------------------------------------------------------------
085800 SaldensatzVerteilen.
085900*----------------------------------------------------------------
086000     READ SaldenDatei NEXT RECORD
086100         AT END
086200             MOVE 'Y' TO Lese-Ende
086300         NOT AT END
086400             IF SL-IST-LAUFSATZ
086500                 MOVE 'Y' TO Lese-Ende
086600             ELSE
086700                 MOVE SA-KONTONUMMER TO RS-KONTONUMMER
086800                 MOVE 'S' TO RS-ART
086900                 MOVE SA-SALDO TO RS-BETRAG
087000                 RELEASE Sortsatz
087100             END-IF
087200     END-READ.
087300*
087400*----------------------------------------------------------------
087500 HistoriensatzVerteilen.
087600*----------------------------------------------------------------
087700     READ HistorienDatei NEXT RECORD
087800         AT END
087900             MOVE 'Y' TO Lese-Ende
088000         NOT AT END
088100             ADD 1 TO Zaehler-Historie
088200             PERFORM UmsatzPruefen
088300     END-READ.
088400*
088500*----------------------------------------------------------------
088600*    LIEST DAS JAHRESARCHIV VON ARCHIV-JAHR, SOFERN ES EXISTIERT,*
088700*    UND BLENDET JEDEN SATZ UEBER DEN HISTORIEN-SATZPUFFER EIN   *
088800*    (WIE IN DER SALDENLISTE ZUM STICHTAG).                      *
088900*----------------------------------------------------------------
089000 JahresarchivLesen.
089100     MOVE SPACES TO Archiv-Pfad
089200     STRING "DL100HIS.ARCH." Archiv-Jahr DELIMITED BY SIZE
089300         INTO Archiv-Pfad
089400     OPEN INPUT ArchivDatei
089500     IF ARCHIVDATEI-OK
089600         ADD 1 TO Zaehler-Archive
089700         MOVE 'N' TO Lese-Ende
089800         PERFORM ArchivsatzVerteilen
089900             UNTIL KEINE-SAETZE-MEHR
090000         CLOSE ArchivDatei
090100     ELSE
090200         DISPLAY "DL100 HINWEIS - HISTORIENARCHIV " Archiv-Pfad
090300         DISPLAY "NICHT VORHANDEN - JAHR " Archiv-Jahr
090400             " NUR AUS DL100HIS"
090500     END-IF
090600     ADD 1 TO Archiv-Jahr.
090700*
090800*----------------------------------------------------------------
090900 ArchivsatzVerteilen.
091000*----------------------------------------------------------------
091100     READ ArchivDatei
091200         AT END
091300             MOVE 'Y' TO Lese-Ende
091400         NOT AT END
091500             ADD 1 TO Zaehler-Archivsaetze
091600             MOVE Archiv-Satz TO Historiensatz
091700             PERFORM UmsatzPruefen
091800     END-READ.
091900*
092000*----------------------------------------------------------------
092100*    VERTEILT EINEN AKZEPTIERTEN, SPAETESTENS MIT DEM POSTDATUM  *
092200*    GEBUCHTEN UMSATZ: NACH DEM 31.12. ALS 'N', IM JAHR ALS 'J'  *
092300*    (MIT SACHKONTO- UND LAUFSUMME) UND - UNTER EINEM ZINSCODE   *
092400*    UND NICHT STORNIERT - ZUSAETZLICH ALS 'H' BZW. 'Z'.         *
092500*    UMSAETZE VOR DEM JAHR BLEIBEN AUSSER BETRACHT.              *
092600*----------------------------------------------------------------
092700 UmsatzPruefen.
092800     IF HI-IST-AKZEPTIERT
092900         AND HI-LAUFDATUM NOT GREATER THAN Post-Datum
093000         IF HI-LAUFDATUM GREATER THAN Stichtag-Datum
093100             MOVE HI-KONTONUMMER TO RS-KONTONUMMER
093200             MOVE 'N' TO RS-ART
093300             MOVE HI-BETRAG-SIGNIERT TO RS-BETRAG
093400             RELEASE Sortsatz
093500         ELSE
093600         IF HI-LAUFDATUM NOT LESS THAN Jahresbeginn-Datum
093700             ADD 1 TO Zaehler-Jahresumsaetze
093800             ADD HI-BETRAG-SIGNIERT TO Summe-Umsatz-Gesamt
093900             MOVE HI-KONTONUMMER TO RS-KONTONUMMER
094000             MOVE 'J' TO RS-ART
094100             MOVE HI-BETRAG-SIGNIERT TO RS-BETRAG
094200             RELEASE Sortsatz
094300             PERFORM SachkontoZuordnen
094400             PERFORM BewegungBuchen
094500             PERFORM LaufBuchen
094600             PERFORM ZinsbuchungPruefen
094700         END-IF END-IF
094800     END-IF.
094900*
095000*----------------------------------------------------------------
095100*    EINE ZINSBUCHUNG (CODE AUS DL100ZTB) GEHT MIT IHREM         *
095200*    SIGNIERTEN BETRAG IN DIE ZINSSUMME DES KONTOS.  EIN         *
095300*    STORNIERTES ORIGINAL ZAEHLT NICHT - SEIN STORNO LAEUFT      *
095400*    UNTER EINEM STORNOCODE UND ZAEHLT EBENSO WENIG.             *
095500*----------------------------------------------------------------
095600 ZinsbuchungPruefen.
095700     MOVE SPACE TO Zinscode-Treffer
095800     MOVE ZERO TO Zinscode-Index
095900     PERFORM ZinscodeSuchen
096000         UNTIL Zinscode-Treffer NOT = SPACE
096100             OR Zinscode-Index NOT LESS THAN Zinscode-Anzahl
096200     IF Zinscode-Treffer NOT = SPACE
096300         AND NOT HI-IST-STORNIERT
096400         ADD 1 TO Zaehler-Zinsbuchungen
096500         MOVE HI-KONTONUMMER TO RS-KONTONUMMER
096600         IF ZINSCODE-HABEN
096700             MOVE 'H' TO RS-ART
096800         ELSE
096900             MOVE 'Z' TO RS-ART
097000         END-IF
097100         MOVE HI-BETRAG-SIGNIERT TO RS-BETRAG
097200         RELEASE Sortsatz
097300     END-IF.
097400*
097500*----------------------------------------------------------------
097600 ZinscodeSuchen.
097700*----------------------------------------------------------------
097800     ADD 1 TO Zinscode-Index
097900     IF ZC-CODE (Zinscode-Index) = HI-TRANSAKTIONSCODE
098000         MOVE ZC-KENNUNG (Zinscode-Index) TO Zinscode-Treffer
098100     END-IF.
098200*
098300*----------------------------------------------------------------
098400*    SUCHT DAS SACHKONTO DES CODES: EINE AKTIVE ZUORDNUNG GEHT   *
098500*    VOR, SONST GILT DIE ERSTE STILLGELEGTE.  OHNE ZUORDNUNG     *
098600*    SACHKONTO NULL.                                             *
098700*----------------------------------------------------------------
098800 SachkontoZuordnen.
098900     MOVE ZERO TO Satz-Sachkonto
099000     MOVE "OHNE SACHKONTO-ZUORDNUNG" TO Satz-Bezeichnung
099100     MOVE 'N' TO Zuordnung-Treffer
099200     MOVE ZERO TO Zuordnung-Index
099300     PERFORM ZuordnungSuchen
099400         UNTIL ZUORDNUNG-GEFUNDEN
099500             OR Zuordnung-Index NOT LESS THAN Zuordnung-Anzahl.
099600*
099700*----------------------------------------------------------------
099800 ZuordnungSuchen.
099900*----------------------------------------------------------------
100000     ADD 1 TO Zuordnung-Index
100100     IF ZU-CODE (Zuordnung-Index) = HI-TRANSAKTIONSCODE
100200         IF ZU-AKTIV (Zuordnung-Index) = 'J'
100300             OR Satz-Sachkonto = ZERO
100400             MOVE ZU-SACHKONTO (Zuordnung-Index)
100500                 TO Satz-Sachkonto
100600             MOVE ZU-BEZEICHNUNG (Zuordnung-Index)
100700                 TO Satz-Bezeichnung
100800         END-IF
100900         IF ZU-AKTIV (Zuordnung-Index) = 'J'
101000             MOVE 'J' TO Zuordnung-Treffer
101100         END-IF
101200     END-IF.
101300*
101400*----------------------------------------------------------------
101500 BewegungBuchen.
101600*----------------------------------------------------------------
101700     MOVE 'N' TO Bewegung-Treffer
101800     MOVE ZERO TO Bewegung-Index
101900     PERFORM BewegungSuchen
102000         UNTIL BEWEGUNG-GEFUNDEN
102100             OR Bewegung-Index NOT LESS THAN Bewegung-Anzahl
102200     IF NOT BEWEGUNG-GEFUNDEN
102300         ADD 1 TO Bewegung-Anzahl
102400         MOVE Bewegung-Anzahl TO Bewegung-Index
102500         MOVE Satz-Sachkonto TO BW-SACHKONTO (Bewegung-Index)
102600         MOVE Satz-Bezeichnung
102700             TO BW-BEZEICHNUNG (Bewegung-Index)
102800         MOVE ZERO TO BW-ANZAHL (Bewegung-Index)
102900         MOVE ZERO TO BW-SUMME (Bewegung-Index)
103000     END-IF
103100     ADD 1 TO BW-ANZAHL (Bewegung-Index)
103200     ADD HI-BETRAG-SIGNIERT TO BW-SUMME (Bewegung-Index).
103300*
103400*----------------------------------------------------------------
103500 BewegungSuchen.
103600*----------------------------------------------------------------
103700     ADD 1 TO Bewegung-Index
103800     IF BW-SACHKONTO (Bewegung-Index) = Satz-Sachkonto
103900         MOVE 'J' TO Bewegung-Treffer
104000     END-IF.
104100*
104200*----------------------------------------------------------------
104300*    SUMMIERT DEN UMSATZ AUF SEIN LAUFDATUM.  DIE HISTORIE IST   *
104400*    NACH KONTO SORTIERT, DESHALB WIRD ZUERST DER ZULETZT        *
104500*    GETROFFENE EINTRAG GEPRUEFT.  EIN NEUES LAUFDATUM WIRD      *
104600*    ANGEHAENGT UND AN SEINE STELLE IN DER DATUMSFOLGE           *
104700*    GETAUSCHT.                                                  *
104800*----------------------------------------------------------------
104900 LaufBuchen.
105000     MOVE 'N' TO Lauf-Treffer
105100     IF Lauf-Letzter GREATER THAN ZERO
105200         IF LT-LAUFDATUM (Lauf-Letzter) = HI-LAUFDATUM
105300             MOVE 'J' TO Lauf-Treffer
105400             MOVE Lauf-Letzter TO Lauf-Index
105500         END-IF
105600     END-IF
105700     IF NOT LAUF-GEFUNDEN
105800         MOVE ZERO TO Lauf-Index
105900         PERFORM LaufSuchen
106000             UNTIL LAUF-GEFUNDEN
106100                 OR Lauf-Index NOT LESS THAN Lauf-Anzahl
106200     END-IF
106300     IF NOT LAUF-GEFUNDEN
106400         IF Lauf-Anzahl LESS THAN 400
106500             ADD 1 TO Lauf-Anzahl
106600             MOVE Lauf-Anzahl TO Lauf-Index
106700             MOVE HI-LAUFDATUM TO LT-LAUFDATUM (Lauf-Index)
106800             MOVE ZERO TO LT-ANZAHL (Lauf-Index)
106900             MOVE ZERO TO LT-SUMME (Lauf-Index)
107000             MOVE 'N' TO Einordnung-Schalter
107100             PERFORM LaufEinordnen UNTIL LAUF-EINGEORDNET
107200             MOVE 'J' TO Lauf-Treffer
107300         END-IF
107400     END-IF
107500     IF LAUF-GEFUNDEN
107600         MOVE Lauf-Index TO Lauf-Letzter
107700         ADD 1 TO LT-ANZAHL (Lauf-Index)
107800         ADD HI-BETRAG-SIGNIERT TO LT-SUMME (Lauf-Index)
107900     END-IF.
108000*
108100*----------------------------------------------------------------
108200 LaufSuchen.
108300*----------------------------------------------------------------
108400     ADD 1 TO Lauf-Index
108500     IF LT-LAUFDATUM (Lauf-Index) = HI-LAUFDATUM
108600         MOVE 'J' TO Lauf-Treffer
108700     END-IF.
108800*
108900*----------------------------------------------------------------
109000 LaufEinordnen.
109100*----------------------------------------------------------------
109200     IF Lauf-Index = 1
109300         MOVE 'J' TO Einordnung-Schalter
109400     ELSE
109500     IF LT-LAUFDATUM (Lauf-Index - 1)
109600         LESS THAN LT-LAUFDATUM (Lauf-Index)
109700         MOVE 'J' TO Einordnung-Schalter
109800     ELSE
109900         MOVE Lauf-Eintrag (Lauf-Index - 1) TO Lauf-Tausch
110000         MOVE Lauf-Eintrag (Lauf-Index)
110100             TO Lauf-Eintrag (Lauf-Index - 1)
110200         MOVE Lauf-Tausch TO Lauf-Eintrag (Lauf-Index)
110300         SUBTRACT 1 FROM Lauf-Index
110400     END-IF END-IF.
110500*
110600*----------------------------------------------------------------
110700*    AUSGABETEIL DES SORTS: RECHNET JE KONTO DEN SALDO ZUM 31.12.*
110800*    UND ZUM 31.12. DES VORJAHRS, SCHREIBT LISTENZEILE UND       *
110900*    SALDENBESTAETIGUNG UND MERKT KONTEN MIT ZINSBUCHUNGEN FUER  *
111000*    DIE BESCHEINIGUNGEN VOR.  DANACH SUMMEN UND ABSTIMMUNG.     *
111100*----------------------------------------------------------------
111200 KontenAbschliessen.
111300     MOVE Seiten-Max-Zeilen TO Seitenzeilen-Zaehler
111400     MOVE 'N' TO Gruppen-Schalter
111500     MOVE 'N' TO Sortierung-Ende
111600     PERFORM SortsatzVerarbeiten
111700         UNTIL KEINE-SORTSAETZE-MEHR
111800     IF GRUPPE-OFFEN
111900         PERFORM KontoAbschliessen
112000     END-IF
112100     PERFORM SchlusssummenSchreiben
112200     PERFORM AbstimmungSchreiben
112300     PERFORM RegisterabgleichSchreiben.
112400*
112500*----------------------------------------------------------------
112600 SortsatzVerarbeiten.
112700*----------------------------------------------------------------
112800     RETURN SortArbeitsdatei
112900         AT END
113000             MOVE 'Y' TO Sortierung-Ende
113100         NOT AT END
113200             IF GRUPPE-OFFEN
113300                 AND RS-KONTONUMMER NOT = Gruppe-Konto
113400                 PERFORM KontoAbschliessen
113500             END-IF
113600             IF NOT GRUPPE-OFFEN
113700                 PERFORM KontogruppeEroeffnen
113800             END-IF
113900             IF RS-IST-SALDO
114000                 MOVE 'J' TO Gruppe-Saldensatz
114100                 MOVE RS-BETRAG TO Gruppe-Saldo
114200             ELSE
114300             IF RS-IST-NACHUMSATZ
114400                 ADD RS-BETRAG TO Gruppe-Nachumsatz
114500             ELSE
114600             IF RS-IST-JAHRESUMSATZ
114700                 ADD 1 TO Gruppe-Jahresposten
114800                 ADD RS-BETRAG TO Gruppe-Jahresumsatz
114900             ELSE
115000             IF RS-IST-HABENZINS
115100                 ADD 1 TO Gruppe-Zinsposten
115200                 ADD RS-BETRAG TO Gruppe-Habenzins
115300             ELSE
115400                 ADD 1 TO Gruppe-Zinsposten
115500                 SUBTRACT RS-BETRAG FROM Gruppe-Sollzins
115600             END-IF END-IF END-IF END-IF
115700     END-RETURN.
115800*
115900*----------------------------------------------------------------
116000 KontogruppeEroeffnen.
116100*----------------------------------------------------------------
116200     MOVE 'J' TO Gruppen-Schalter
116300     MOVE RS-KONTONUMMER TO Gruppe-Konto
116400     MOVE 'N' TO Gruppe-Saldensatz
116500     MOVE ZERO TO Gruppe-Saldo
116600     MOVE ZERO TO Gruppe-Nachumsatz
116700     MOVE ZERO TO Gruppe-Jahresumsatz
116800     MOVE ZERO TO Gruppe-Jahresposten
116900     MOVE ZERO TO Gruppe-Habenzins
117000     MOVE ZERO TO Gruppe-Sollzins
117100     MOVE ZERO TO Gruppe-Zinsposten.
117200*
117300*----------------------------------------------------------------
117400*    SCHLIESST DIE KONTOGRUPPE AB.  EIN KONTO OHNE SALDO ZUM     *
117500*    31.12. UND OHNE UMSATZ IM JAHR GEHOERT NICHT ZUM ABSCHLUSS. *
117600*    UMSAETZE OHNE SALDENSATZ KOENNEN NICHT ZURUECKGERECHNET     *
117700*    WERDEN; SIE ERSCHEINEN ALS DIFFERENZ IN DER ABSTIMMUNG.     *
117800*----------------------------------------------------------------
117900 KontoAbschliessen.
118000     IF GRUPPE-HAT-SALDO
118100         COMPUTE Gruppe-Stichtagssaldo =
118200             Gruppe-Saldo - Gruppe-Nachumsatz
118300         COMPUTE Gruppe-Vorjahressaldo =
118400             Gruppe-Stichtagssaldo - Gruppe-Jahresumsatz
118500         IF Gruppe-Stichtagssaldo NOT = ZERO
118600             OR Gruppe-Jahresposten GREATER THAN ZERO
118700             ADD 1 TO Zaehler-Gelistet
118800             ADD Gruppe-Vorjahressaldo TO Summe-Vorjahr
118900             ADD Gruppe-Jahresumsatz TO Summe-Jahresumsatz
119000             ADD Gruppe-Stichtagssaldo TO Summe-Stichtag
119100             ADD Gruppe-Habenzins TO Summe-Habenzins
119200             ADD Gruppe-Sollzins TO Summe-Sollzins
119300             PERFORM KontozeileSchreiben
119400             PERFORM KontodokumenteSchreiben
119500         END-IF
119600     ELSE
119700     IF Gruppe-Jahresposten GREATER THAN ZERO
119800         ADD 1 TO Zaehler-Ohne-Saldo
119900         ADD Gruppe-Jahresumsatz TO Summe-Ohne-Saldo
120000         MOVE Gruppe-Jahresumsatz TO Betrag-Edit
120100         DISPLAY "DL100 WARNUNG - KONTO " Gruppe-Konto
120200             " HAT UMSAETZE " Betrag-Edit
120300         DISPLAY "IM JAHR " Abschluss-Jahr
120400             ", ABER KEINEN SALDENSATZ"
120500     END-IF END-IF
120600     MOVE 'N' TO Gruppen-Schalter.
120700*
120800*----------------------------------------------------------------
120900*    SALDENBESTAETIGUNG UND VORMERKUNG FUER DIE ZINSBESCHEINI-   *
121000*    GUNG - BEIDES NUR MIT ADRESSSATZ, SONST WARNUNG.            *
121100*----------------------------------------------------------------
121200 KontodokumenteSchreiben.
121300     MOVE Gruppe-Konto TO AD-KONTONUMMER
121400     READ AdressDatei
121500         INVALID KEY
121600             ADD 1 TO Zaehler-Ohne-Anschrift
121700             DISPLAY "DL100 WARNUNG - KONTO " Gruppe-Konto
121800                 " OHNE ADRESSSATZ - KEINE SALDENBESTAETIGUNG"
121900                 " UND ZINSBESCHEINIGUNG"
122000         NOT INVALID KEY
122100             PERFORM BestaetigungSchreiben
122200             IF Gruppe-Zinsposten GREATER THAN ZERO
122300                 PERFORM ZinsvormerkungSchreiben
122400             END-IF
122500     END-READ.
122600*
122700*----------------------------------------------------------------
122800 KontozeileSchreiben.
122900*----------------------------------------------------------------
123000     IF Seitenzeilen-Zaehler NOT LESS THAN Seiten-Max-Zeilen
123100         PERFORM SeitenkopfSchreiben
123200     END-IF
123300     MOVE Gruppe-Konto TO Konto-Edit
123400     MOVE Gruppe-Vorjahressaldo TO Betrag-Edit
123500     MOVE Gruppe-Jahresumsatz TO Umsatz-Edit
123600     MOVE Gruppe-Stichtagssaldo TO Saldo-Edit
123700     MOVE SPACES TO Liste-Zeile
123800     STRING Konto-Edit "  " Betrag-Edit "  " Umsatz-Edit
123900         "  " Saldo-Edit DELIMITED BY SIZE
124000         INTO Liste-Zeile
124100     WRITE Liste-Zeile
124200     ADD 1 TO Seitenzeilen-Zaehler.
124300*
124400*----------------------------------------------------------------
124500 SeitenkopfSchreiben.
124600*----------------------------------------------------------------
124700     ADD 1 TO Seiten-Nummer
124800     MOVE Seiten-Nummer TO Seiten-Nummer-Edit
124900     MOVE ZERO TO Seitenzeilen-Zaehler
125000     MOVE SPACES TO Liste-Zeile
125100     IF Seiten-Nummer NOT = 1
125200         WRITE Liste-Zeile
125300     END-IF
125400     MOVE SPACES TO Liste-Zeile
125500     STRING "DL100 JAHRESABSCHLUSSLISTE " Abschluss-Jahr
125600         "  GEBUCHT BIS " Post-Datum
125700         "  SEITE: " Seiten-Nummer-Edit
125800         DELIMITED BY SIZE INTO Liste-Zeile
125900     WRITE Liste-Zeile
126000     MOVE SPACES TO Liste-Zeile
126100     STRING "KONTONUMMER SALDO ZUM " Vorjahr-Datum
126200         "  UMSATZ DES JAHRES   SALDO ZUM " Stichtag-Datum
126300         DELIMITED BY SIZE INTO Liste-Zeile
126400     WRITE Liste-Zeile
126500     MOVE SPACES TO Liste-Zeile
126600     STRING "----------  ------------------  ------------------"
126700         "  ------------------" DELIMITED BY SIZE
126800         INTO Liste-Zeile
126900     WRITE Liste-Zeile.
127000*
127100*----------------------------------------------------------------
127200*    SCHREIBT EINE KUVERTIERFAEHIGE SALDENBESTAETIGUNG (SEITEN-  *
127300*    TRENNUNG WIE IM KONTOAUSZUGSDRUCK).                         *
127400*----------------------------------------------------------------
127500 BestaetigungSchreiben.
127600     ADD 1 TO Zaehler-Bestaetigungen
127700     IF Zaehler-Bestaetigungen NOT = 1
127800         MOVE SPACES TO Bestaetigungs-Zeile
127900         WRITE Bestaetigungs-Zeile
128000     END-IF
128100     MOVE ALL "=" TO Bestaetigungs-Zeile
128200     WRITE Bestaetigungs-Zeile
128300     MOVE AD-NAME TO Bestaetigungs-Zeile
128400     WRITE Bestaetigungs-Zeile
128500     MOVE AD-STRASSE TO Bestaetigungs-Zeile
128600     WRITE Bestaetigungs-Zeile
128700     MOVE SPACES TO Bestaetigungs-Zeile
128800     STRING AD-PLZ " " AD-ORT DELIMITED BY SIZE
128900         INTO Bestaetigungs-Zeile
129000     WRITE Bestaetigungs-Zeile
129100     MOVE SPACES TO Bestaetigungs-Zeile
129200     WRITE Bestaetigungs-Zeile
129300     MOVE Gruppe-Konto TO Konto-Edit
129400     MOVE SPACES TO Bestaetigungs-Zeile
129500     STRING "SALDENBESTAETIGUNG ZUM " Stichtag-Datum
129600         "   KONTO " Konto-Edit DELIMITED BY SIZE
129700         INTO Bestaetigungs-Zeile
129800     WRITE Bestaetigungs-Zeile
129900     MOVE SPACES TO Bestaetigungs-Zeile
130000     WRITE Bestaetigungs-Zeile
130100     MOVE Gruppe-Vorjahressaldo TO Saldo-Edit
130200     MOVE SPACES TO Bestaetigungs-Zeile
130300     STRING "SALDO ZUM " Vorjahr-Datum "........: " Saldo-Edit
130400         DELIMITED BY SIZE INTO Bestaetigungs-Zeile
130500     WRITE Bestaetigungs-Zeile
130600     MOVE Gruppe-Jahresumsatz TO Saldo-Edit
130700     MOVE SPACES TO Bestaetigungs-Zeile
130800     STRING "UMSAETZE DES JAHRES " Abschluss-Jahr "..: "
130900         Saldo-Edit DELIMITED BY SIZE INTO Bestaetigungs-Zeile
131000     WRITE Bestaetigungs-Zeile
131100     IF Gruppe-Stichtagssaldo LESS THAN ZERO
131200         MOVE "(SCHULD)" TO Saldo-Text
131300     ELSE
131400         MOVE "(GUTHABEN)" TO Saldo-Text
131500     END-IF
131600     MOVE Gruppe-Stichtagssaldo TO Saldo-Edit
131700     MOVE SPACES TO Bestaetigungs-Zeile
131800     STRING "SALDO ZUM " Stichtag-Datum "........: " Saldo-Edit
131900         " " Saldo-Text DELIMITED BY SIZE
132000         INTO Bestaetigungs-Zeile
132100     WRITE Bestaetigungs-Zeile
132200     MOVE SPACES TO Bestaetigungs-Zeile
132300     WRITE Bestaetigungs-Zeile
132400     MOVE "BITTE PRUEFEN SIE DEN SALDO UND TEILEN SIE UNS"
132500         TO Bestaetigungs-Zeile
132600     WRITE Bestaetigungs-Zeile
132700     MOVE "ABWEICHUNGEN INNERHALB VON VIER WOCHEN MIT."
132800         TO Bestaetigungs-Zeile
132900     WRITE Bestaetigungs-Zeile.
133000*
133100*----------------------------------------------------------------
133200 ZinsvormerkungSchreiben.
133300*----------------------------------------------------------------
133400     MOVE AD-NAME TO ZW-NAME
133500     MOVE AD-STRASSE TO ZW-STRASSE
133600     MOVE AD-PLZ TO ZW-PLZ
133700     MOVE AD-ORT TO ZW-ORT
133800     MOVE Gruppe-Konto TO ZW-KONTONUMMER
133900     MOVE Gruppe-Habenzins TO ZW-HABENZINS
134000     MOVE Gruppe-Sollzins TO ZW-SOLLZINS
134100     WRITE Zinsarbeitssatz.
134200*
134300*----------------------------------------------------------------
134400 SchlusssummenSchreiben.
134500*----------------------------------------------------------------
134600     IF Seiten-Nummer = ZERO
134700         PERFORM SeitenkopfSchreiben
134800     END-IF
134900     MOVE SPACES TO Liste-Zeile
135000     WRITE Liste-Zeile
135100     MOVE Summe-Vorjahr TO Betrag-Edit
135200     MOVE Summe-Jahresumsatz TO Umsatz-Edit
135300     MOVE Summe-Stichtag TO Saldo-Edit
135400     MOVE SPACES TO Liste-Zeile
135500     STRING "GESAMT      " Betrag-Edit "  " Umsatz-Edit
135600         "  " Saldo-Edit DELIMITED BY SIZE
135700         INTO Liste-Zeile
135800     WRITE Liste-Zeile
135900     MOVE Zaehler-Gelistet TO Anzahl-Edit
136000     MOVE SPACES TO Liste-Zeile
136100     STRING "KONTEN GELISTET..........: " Anzahl-Edit
136200         DELIMITED BY SIZE INTO Liste-Zeile
136300     WRITE Liste-Zeile
136400     MOVE Summe-Habenzins TO Betrag-Edit
136500     MOVE SPACES TO Liste-Zeile
136600     STRING "HABENZINSEN DES JAHRES...: " Betrag-Edit
136700         DELIMITED BY SIZE INTO Liste-Zeile
136800     WRITE Liste-Zeile
136900     MOVE Summe-Sollzins TO Betrag-Edit
137000     MOVE SPACES TO Liste-Zeile
137100     STRING "SOLLZINSEN DES JAHRES....: " Betrag-Edit
137200         DELIMITED BY SIZE INTO Liste-Zeile
137300     WRITE Liste-Zeile.
137400*
137500*----------------------------------------------------------------
137600*    ABSTIMMUNG ZUM HAUPTBUCH: BESTAND DER KUNDENKONTEN ZUM      *
137700*    31.12. DES VORJAHRS PLUS DER IM JAHR GEBUCHTEN UMSAETZE JE  *
137800*    SACHKONTO (WIE SIE IN DEN VERDICHTETEN EXTRAKTEN DL100HBV   *
137900*    DES JAHRES STANDEN) ERGIBT DEN BESTAND ZUM 31.12.; DIE      *
138000*    GEGENRECHNUNG MUSS DER GESAMTSUMME DER LISTE GLEICHEN.      *
138100*----------------------------------------------------------------
138200 AbstimmungSchreiben.
138300     MOVE SPACES TO Liste-Zeile
138400     WRITE Liste-Zeile
138500     MOVE SPACES TO Liste-Zeile
138600     STRING "ABSTIMMUNG ZUM HAUPTBUCH - UMSAETZE DES JAHRES "
138700         Abschluss-Jahr " JE SACHKONTO" DELIMITED BY SIZE
138800         INTO Liste-Zeile
138900     WRITE Liste-Zeile
139000     MOVE ZERO TO Bewegung-Index
139100     PERFORM BewegungszeileSchreiben
139200         UNTIL Bewegung-Index NOT LESS THAN Bewegung-Anzahl
139300     MOVE Summe-Vorjahr TO Betrag-Edit
139400     MOVE SPACES TO Liste-Zeile
139500     STRING "BESTAND ZUM " Vorjahr-Datum ".............: "
139600         Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
139700     WRITE Liste-Zeile
139800     MOVE Summe-Umsatz-Gesamt TO Betrag-Edit
139900     MOVE SPACES TO Liste-Zeile
140000     STRING "+ UMSAETZE DES JAHRES.............: " Betrag-Edit
140100         DELIMITED BY SIZE INTO Liste-Zeile
140200     WRITE Liste-Zeile
140300     COMPUTE Abstimm-Summe = Summe-Vorjahr + Summe-Umsatz-Gesamt
140400     MOVE Abstimm-Summe TO Betrag-Edit
140500     MOVE SPACES TO Liste-Zeile
140600     STRING "= BESTAND ZUM " Stichtag-Datum "...........: "
140700         Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
140800     WRITE Liste-Zeile
140900     MOVE SPACES TO Liste-Zeile
141000     IF Abstimm-Summe = Summe-Stichtag
141100         STRING "GESAMTSUMME DER LISTE............: OK"
141200             DELIMITED BY SIZE INTO Liste-Zeile
141300     ELSE
141400         MOVE Summe-Ohne-Saldo TO Betrag-Edit
141500         STRING "DIFFERENZ (KONTEN OHNE SALDO)....: "
141600             Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
141700     END-IF
141800     WRITE Liste-Zeile.
141900*
142000*----------------------------------------------------------------
142100 BewegungszeileSchreiben.
142200*----------------------------------------------------------------
142300     ADD 1 TO Bewegung-Index
142400     MOVE BW-ANZAHL (Bewegung-Index) TO Anzahl-Edit
142500     MOVE BW-SUMME (Bewegung-Index) TO Betrag-Edit
142600     MOVE SPACES TO Liste-Zeile
142700     STRING BW-SACHKONTO (Bewegung-Index) "  "
142800         BW-BEZEICHNUNG (Bewegung-Index) " " Anzahl-Edit
142900         " " Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
143000     WRITE Liste-Zeile.
143100*
143200*----------------------------------------------------------------
143300*    ABGLEICH JE LAUF DES JAHRES MIT DEM EXTRAKTREGISTER: DIE    *
143400*    SUMME DES GESENDETEN EXTRAKTS MUSS DER SUMME DER HISTORIE   *
143500*    GLEICHEN, UND DIE BUCHHALTUNG MUSS IHN BESTAETIGT HABEN     *
143600*    (ER-STATUS 'B').  GELISTET WERDEN NUR DIE AUSNAHMEN, DANN   *
143700*    DIE SUMMEN.  BESTAETIGTE EINTRAEGE ENTFALLEN IM REGISTER    *
143800*    NACH EINEM JAHR - FUER AELTERE JAHRE FEHLEN SIE DAHER.      *
143900*----------------------------------------------------------------
144000 RegisterabgleichSchreiben.
144100     MOVE SPACES TO Liste-Zeile
144200     WRITE Liste-Zeile
144300     MOVE SPACES TO Liste-Zeile
144400     STRING "ABGLEICH MIT DEM EXTRAKTREGISTER DL100HBR - "
144500         "AUSNAHMEN JE LAUF" DELIMITED BY SIZE
144600         INTO Liste-Zeile
144700     WRITE Liste-Zeile
144800     MOVE ZERO TO Lauf-Index
144900     PERFORM LaufAbgleichen
145000         UNTIL Lauf-Index NOT LESS THAN Lauf-Anzahl
145100     MOVE ZERO TO Register-Index
145200     PERFORM RegisterresteSchreiben
145300         UNTIL Register-Index NOT LESS THAN Register-Anzahl
145400     MOVE Lauf-Anzahl TO Anzahl-Edit
145500     MOVE Summe-Umsatz-Gesamt TO Betrag-Edit
145600     MOVE SPACES TO Liste-Zeile
145700     STRING "LAEUFE DES JAHRES MIT UMSATZ.....: " Anzahl-Edit
145800         " " Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
145900     WRITE Liste-Zeile
146000     MOVE Zaehler-Bestaetigt TO Anzahl-Edit
146100     MOVE Summe-Bestaetigt TO Betrag-Edit
146200     MOVE SPACES TO Liste-Zeile
146300     STRING "VOM HAUPTBUCH BESTAETIGT.........: " Anzahl-Edit
146400         " " Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
146500     WRITE Liste-Zeile
146600     MOVE Zaehler-Unbestaetigt TO Anzahl-Edit
146700     MOVE Summe-Unbestaetigt TO Betrag-Edit
146800     MOVE SPACES TO Liste-Zeile
146900     STRING "GESENDET, NICHT BESTAETIGT.......: " Anzahl-Edit
147000         " " Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
147100     WRITE Liste-Zeile
147200     MOVE Zaehler-Ohne-Register TO Anzahl-Edit
147300     MOVE Summe-Ohne-Register TO Betrag-Edit
147400     MOVE SPACES TO Liste-Zeile
147500     STRING "OHNE REGISTEREINTRAG.............: " Anzahl-Edit
147600         " " Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
147700     WRITE Liste-Zeile
147800     MOVE Zaehler-Abweichend TO Anzahl-Edit
147900     MOVE SPACES TO Liste-Zeile
148000     STRING "SUMMENABWEICHUNGEN...............: " Anzahl-Edit
148100         DELIMITED BY SIZE INTO Liste-Zeile
148200     WRITE Liste-Zeile
148300     MOVE SPACES TO Liste-Zeile
148400     IF Zaehler-Unbestaetigt = ZERO
148500         AND Zaehler-Ohne-Register = ZERO
148600         AND Zaehler-Abweichend = ZERO
148700         STRING "JAHRESUMSATZ VOM HAUPTBUCH VOLLSTAENDIG "
148800             "BESTAETIGT" DELIMITED BY SIZE INTO Liste-Zeile
148900     ELSE
149000         STRING "JAHRESUMSATZ NICHT VOLLSTAENDIG BESTAETIGT "
149100             "- AUSNAHMEN SIEHE OBEN" DELIMITED BY SIZE
149200             INTO Liste-Zeile
149300     END-IF
149400     WRITE Liste-Zeile.
149500*
149600*----------------------------------------------------------------
149700 LaufAbgleichen.
149800*----------------------------------------------------------------
149900     ADD 1 TO Lauf-Index
150000     MOVE 'N' TO Register-Treffer
150100     MOVE ZERO TO Register-Index
150200     PERFORM RegistereintragSuchen
150300         UNTIL REGISTER-GEFUNDEN
150400             OR Register-Index NOT LESS THAN Register-Anzahl
150500     MOVE LT-SUMME (Lauf-Index) TO Betrag-Edit
150600     IF NOT REGISTER-GEFUNDEN
150700         ADD 1 TO Zaehler-Ohne-Register
150800         ADD LT-SUMME (Lauf-Index) TO Summe-Ohne-Register
150900         MOVE SPACES TO Liste-Zeile
151000         STRING "LAUF " LT-LAUFDATUM (Lauf-Index) " "
151100             Betrag-Edit "  OHNE REGISTEREINTRAG"
151200             DELIMITED BY SIZE INTO Liste-Zeile
151300         WRITE Liste-Zeile
151400     ELSE
151500         MOVE 'J' TO RG-ABGEGLICHEN (Register-Index)
151600         IF RG-SUMME (Register-Index) NOT = LT-SUMME (Lauf-Index)
151700             ADD 1 TO Zaehler-Abweichend
151800             MOVE RG-SUMME (Register-Index) TO Umsatz-Edit
151900             MOVE SPACES TO Liste-Zeile
152000             STRING "LAUF " LT-LAUFDATUM (Lauf-Index) " "
152100                 Betrag-Edit "  EXTRAKT " Umsatz-Edit
152200                 DELIMITED BY SIZE INTO Liste-Zeile
152300             WRITE Liste-Zeile
152400         END-IF
152500         IF RG-STATUS (Register-Index) = 'B'
152600             ADD 1 TO Zaehler-Bestaetigt
152700             ADD RG-SUMME (Register-Index) TO Summe-Bestaetigt
152800         ELSE
152900             ADD 1 TO Zaehler-Unbestaetigt
153000             ADD RG-SUMME (Register-Index) TO Summe-Unbestaetigt
153100             MOVE SPACES TO Liste-Zeile
153200             STRING "LAUF " LT-LAUFDATUM (Lauf-Index) " "
153300                 Betrag-Edit "  STATUS "
153400                 RG-STATUS (Register-Index) " NICHT BESTAETIGT"
153500                 DELIMITED BY SIZE INTO Liste-Zeile
153600             WRITE Liste-Zeile
153700         END-IF
153800     END-IF.
153900*
154000*----------------------------------------------------------------
154100 RegistereintragSuchen.
154200*----------------------------------------------------------------
154300     ADD 1 TO Register-Index
154400     IF RG-LAUFDATUM (Register-Index) = LT-LAUFDATUM (Lauf-Index)
154500         MOVE 'J' TO Register-Treffer
154600     END-IF.
154700*
154800*----------------------------------------------------------------
154900*    EIN REGISTEREINTRAG DES JAHRES MIT BUCHUNGSSAETZEN, ZU DEM  *
155000*    DIE HISTORIE KEINEN UMSATZ KENNT, IST EBENFALLS EINE        *
155100*    ABWEICHUNG.                                                 *
155200*----------------------------------------------------------------
155300 RegisterresteSchreiben.
155400     ADD 1 TO Register-Index
155500     IF RG-ABGEGLICHEN (Register-Index) = 'N'
155600         AND RG-ANZAHL (Register-Index) GREATER THAN ZERO
155700         ADD 1 TO Zaehler-Abweichend
155800         MOVE RG-SUMME (Register-Index) TO Umsatz-Edit
155900         MOVE SPACES TO Liste-Zeile
156000         STRING "LAUF " RG-LAUFDATUM (Register-Index)
156100             " EXTRAKT " Umsatz-Edit "  OHNE UMSATZ IN HISTORIE"
156200             DELIMITED BY SIZE INTO Liste-Zeile
156300         WRITE Liste-Zeile
156400     END-IF.
156500*
156600*----------------------------------------------------------------
156700*    AUSGABETEIL DES KUNDENSORTS: JE KUNDE (GLEICHER NAME UND    *
156800*    GLEICHE ANSCHRIFT) EINE ZINSBESCHEINIGUNG MIT EINER ZEILE   *
156900*    JE KONTO UND DER SUMME.                                     *
157000*----------------------------------------------------------------
157100 BescheinigungenSchreiben.
157200     MOVE 'N' TO Kunden-Schalter
157300     MOVE 'N' TO Sortierung-Ende
157400     PERFORM KundensatzVerarbeiten
157500         UNTIL KEINE-SORTSAETZE-MEHR
157600     IF KUNDE-OFFEN
157700         PERFORM BescheinigungAbschliessen
157800     END-IF.
157900*
158000*----------------------------------------------------------------
158100 KundensatzVerarbeiten.
158200*----------------------------------------------------------------
158300     RETURN KundenSortdatei
158400         AT END
158500             MOVE 'Y' TO Sortierung-Ende
158600         NOT AT END
158700             IF KUNDE-OFFEN
158800                 AND KS-KUNDE NOT = Kunde-Schluessel
158900                 PERFORM BescheinigungAbschliessen
159000             END-IF
159100             IF NOT KUNDE-OFFEN
159200                 PERFORM BescheinigungEroeffnen
159300             END-IF
159400             ADD KS-HABENZINS TO Kunde-Habenzins
159500             ADD KS-SOLLZINS TO Kunde-Sollzins
159600             MOVE KS-KONTONUMMER TO Konto-Edit
159700             MOVE KS-HABENZINS TO Betrag-Edit
159800             MOVE KS-SOLLZINS TO Umsatz-Edit
159900             MOVE SPACES TO Bescheinigungs-Zeile
160000             STRING Konto-Edit "  " Betrag-Edit "  " Umsatz-Edit
160100                 DELIMITED BY SIZE INTO Bescheinigungs-Zeile
160200             WRITE Bescheinigungs-Zeile
160300     END-RETURN.
160400*
160500*----------------------------------------------------------------
160600*    ANSCHRIFTENBLOCK UND KOPF DER BESCHEINIGUNG (SEITEN-        *
160700*    TRENNUNG WIE IM KONTOAUSZUGSDRUCK).                         *
160800*----------------------------------------------------------------
160900 BescheinigungEroeffnen.
161000     MOVE 'J' TO Kunden-Schalter
161100     MOVE KS-KUNDE TO Kunde-Schluessel
161200     MOVE ZERO TO Kunde-Habenzins
161300     MOVE ZERO TO Kunde-Sollzins
161400     ADD 1 TO Zaehler-Bescheinigungen
161500     IF Zaehler-Bescheinigungen NOT = 1
161600         MOVE SPACES TO Bescheinigungs-Zeile
161700         WRITE Bescheinigungs-Zeile
161800     END-IF
161900     MOVE ALL "=" TO Bescheinigungs-Zeile
162000     WRITE Bescheinigungs-Zeile
162100     MOVE KS-NAME TO Bescheinigungs-Zeile
162200     WRITE Bescheinigungs-Zeile
162300     MOVE KS-STRASSE TO Bescheinigungs-Zeile
162400     WRITE Bescheinigungs-Zeile
162500     MOVE SPACES TO Bescheinigungs-Zeile
162600     STRING KS-PLZ " " KS-ORT DELIMITED BY SIZE
162700         INTO Bescheinigungs-Zeile
162800     WRITE Bescheinigungs-Zeile
162900     MOVE SPACES TO Bescheinigungs-Zeile
163000     WRITE Bescheinigungs-Zeile
163100     MOVE SPACES TO Bescheinigungs-Zeile
163200     STRING "JAHRESZINSBESCHEINIGUNG " Abschluss-Jahr
163300         "   ZEITRAUM " Jahresbeginn-Datum " BIS "
163400         Stichtag-Datum DELIMITED BY SIZE
163500         INTO Bescheinigungs-Zeile
163600     WRITE Bescheinigungs-Zeile
163700     MOVE SPACES TO Bescheinigungs-Zeile
163800     WRITE Bescheinigungs-Zeile
163900     MOVE SPACES TO Bescheinigungs-Zeile
164000     STRING "KONTONUMMER        HABENZINSEN"
164100         "          SOLLZINSEN" DELIMITED BY SIZE
164200         INTO Bescheinigungs-Zeile
164300     WRITE Bescheinigungs-Zeile
164400     MOVE SPACES TO Bescheinigungs-Zeile
164500     STRING "----------  ------------------  ------------------"
164600         DELIMITED BY SIZE INTO Bescheinigungs-Zeile
164700     WRITE Bescheinigungs-Zeile.
164800*
164900*----------------------------------------------------------------
165000 BescheinigungAbschliessen.
165100*----------------------------------------------------------------
165200     MOVE Kunde-Habenzins TO Betrag-Edit
165300     MOVE Kunde-Sollzins TO Umsatz-Edit
165400     MOVE SPACES TO Bescheinigungs-Zeile
165500     STRING "SUMME       " Betrag-Edit "  " Umsatz-Edit
165600         DELIMITED BY SIZE INTO Bescheinigungs-Zeile
165700     WRITE Bescheinigungs-Zeile
165800     MOVE SPACES TO Bescheinigungs-Zeile
165900     WRITE Bescheinigungs-Zeile
166000     MOVE SPACES TO Bescheinigungs-Zeile
166100     STRING "BESCHEINIGT WERDEN DIE IM JAHR " Abschluss-Jahr
166200         " GEBUCHTEN ZINSEN" DELIMITED BY SIZE
166300         INTO Bescheinigungs-Zeile
166400     WRITE Bescheinigungs-Zeile
166500     MOVE "DIESE BESCHEINIGUNG WURDE MASCHINELL ERSTELLT UND IST"
166600         TO Bescheinigungs-Zeile
166700     WRITE Bescheinigungs-Zeile
166800     MOVE "OHNE UNTERSCHRIFT GUELTIG."
166900         TO Bescheinigungs-Zeile
167000     WRITE Bescheinigungs-Zeile
167100     MOVE 'N' TO Kunden-Schalter.
167200*
167300*----------------------------------------------------------------
167400 DokumentzahlenSchreiben.
167500*----------------------------------------------------------------
167600     MOVE SPACES TO Liste-Zeile
167700     WRITE Liste-Zeile
167800     MOVE Zaehler-Bestaetigungen TO Anzahl-Edit
167900     MOVE SPACES TO Liste-Zeile
168000     STRING "SALDENBESTAETIGUNGEN.....: " Anzahl-Edit
168100         DELIMITED BY SIZE INTO Liste-Zeile
168200     WRITE Liste-Zeile
168300     MOVE Zaehler-Bescheinigungen TO Anzahl-Edit
168400     MOVE SPACES TO Liste-Zeile
168500     STRING "ZINSBESCHEINIGUNGEN......: " Anzahl-Edit
168600         DELIMITED BY SIZE INTO Liste-Zeile
168700     WRITE Liste-Zeile
168800     MOVE Zaehler-Ohne-Anschrift TO Anzahl-Edit
168900     MOVE SPACES TO Liste-Zeile
169000     STRING "KONTEN OHNE ANSCHRIFT....: " Anzahl-Edit
169100         DELIMITED BY SIZE INTO Liste-Zeile
169200     WRITE Liste-Zeile.
169300*
169400*----------------------------------------------------------------
169500 AbschlussMelden.
169600*----------------------------------------------------------------
169700     DISPLAY "DL100 JAHRESABSCHLUSS " Abschluss-Jahr
169800         " - ULTIMO " Ultimo-Datum ", GEBUCHT BIS " Post-Datum
169900     MOVE Zaehler-Historie TO Anzahl-Edit
170000     DISPLAY "HISTORIENSAETZE GELESEN..: " Anzahl-Edit
170100     MOVE Zaehler-Archivsaetze TO Anzahl-Edit
170200     DISPLAY "ARCHIVSAETZE GELESEN.....: " Anzahl-Edit
170300     MOVE Zaehler-Jahresumsaetze TO Anzahl-Edit
170400     DISPLAY "UMSAETZE IM JAHR.........: " Anzahl-Edit
170500     MOVE Zaehler-Zinsbuchungen TO Anzahl-Edit
170600     DISPLAY "ZINSBUCHUNGEN IM JAHR....: " Anzahl-Edit
170700     MOVE Zaehler-Gelistet TO Anzahl-Edit
170800     DISPLAY "KONTEN GELISTET..........: " Anzahl-Edit
170900     MOVE Summe-Stichtag TO Betrag-Edit
171000     DISPLAY "SALDENSUMME ZUM 31.12....: " Betrag-Edit
171100     MOVE Zaehler-Bestaetigungen TO Anzahl-Edit
171200     DISPLAY "SALDENBESTAETIGUNGEN.....: " Anzahl-Edit
171300     MOVE Zaehler-Bescheinigungen TO Anzahl-Edit
171400     DISPLAY "ZINSBESCHEINIGUNGEN......: " Anzahl-Edit
171500     IF Zaehler-Ohne-Saldo GREATER THAN ZERO
171600         MOVE Zaehler-Ohne-Saldo TO Anzahl-Edit
171700         DISPLAY "DL100 WARNUNG - KONTEN OHNE SALDENSATZ: "
171800             Anzahl-Edit
171900     END-IF
172000     IF Zaehler-Ohne-Anschrift GREATER THAN ZERO
172100         MOVE Zaehler-Ohne-Anschrift TO Anzahl-Edit
172200         DISPLAY "DL100 WARNUNG - KONTEN OHNE ANSCHRIFT: "
172300             Anzahl-Edit " (MIT DL100N01 NACHPFLEGEN)"
172400     END-IF
172500     IF Zaehler-Unbestaetigt GREATER THAN ZERO
172600         OR Zaehler-Ohne-Register GREATER THAN ZERO
172700         OR Zaehler-Abweichend GREATER THAN ZERO
172800         DISPLAY "DL100 WARNUNG - JAHRESUMSATZ NICHT "
172900             "VOLLSTAENDIG VOM HAUPTBUCH BESTAETIGT"
173000     END-IF
173100     DISPLAY "AUSGABEN: ZINSBESCHEINIGUNGEN.TXT, "
173200         "SALDENBESTAETIGUNGEN.TXT,"
173300     DISPLAY "          JAHRESABSCHLUSSLISTE.TXT".
