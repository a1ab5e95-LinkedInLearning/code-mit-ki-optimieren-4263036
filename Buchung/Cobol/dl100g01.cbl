001400*      DEM KONTROLLBERICHT ABTIPPT.  FESTES SATZFORMAT:        *
001500*        'D' BUCHUNGSDATUM(8) KONTO(10) CODE(2) S/H(1)         *
001600*            BETRAG S9(11)V99                                  *
001700*        'W' WAEHRUNG(3) ANZAHL(7) ORIGINALSUMME S9(11)V99     *
001800*            EUROSUMME S9(11)V99 KURSERTRAG S9(11)V99          *
001900*        'K' SACHKONTO(8) KURSERTRAG S9(11)V99                 *
002000*        'S' SATZANZAHL(7) BETRAGSSUMME S9(11)V99 (SUMMENSATZ) *
002100*      DIE 'W'-ZEILEN (JE WAEHRUNG) UND DIE 'K'-ZEILE (KURS-   *
002200*      ERTRAG AUF DAS SACHKONTO DES CODES 'KD') STEHEN VOR     *
002300*      DEM SUMMENSATZ UND ZAEHLEN NICHT ALS BUCHUNGSSAETZE.    *
002400*      VOR DER FREIGABE WERDEN ANZAHL UND SUMME DES EXTRAKTS   *
002500*      GEGEN DEN JUENGSTEN SATZ DER LAUFSTATISTIK (DL100STA:   *
002600*      ZAEHLER-AKZEPTIERT UND SIGNIERTE BETRAGSSUMME DES       *
002700*      VERARBEITUNGSLAUFS) ABGESTIMMT; BEI JEDER ABWEICHUNG    *
002800*      WIRD DER EXTRAKT GELOESCHT UND DER SCHRITT MIT          *
002900*      RETURN-CODE 16 BEENDET - EIN UNSTIMMIGER EXTRAKT DARF   *
003000*      DIE BUCHHALTUNG NIE ERREICHEN.  NACH EINEM WIEDER-      *
003100*      ANLAUF DES VERARBEITUNGSLAUFS STEHEN DIE ZWISCHEN       *
003200*      PRUEFPUNKT UND ABBRUCH GESCHRIEBENEN SAETZE DOPPELT IN  *
003300*      DL100AKZ; SIE WERDEN AN DER NICHT MEHR AUFSTEIGENDEN    *
003400*      SATZNUMMER (AK-LFDNR) ERKANNT UND UEBERGANGEN, DAMIT    *
003500*      DIE ABSTIMMUNG GEGEN ZAEHLER-AKZEPTIERT BESTEHT.        *
003600*                                                             *
003700*    AENDERUNGEN:                                              *
003800*      2026-08-23 RH  ERSTFASSUNG                              *
003900*      2026-08-23 RH  WIEDERANLAUF-DUBLETTEN WERDEN UEBER      *
004000*                     AK-LFDNR ERKANNT UND UEBERGANGEN         *
004100*      2026-09-01 RH  UMBUCHUNGEN: JE UMBUCHUNG STEHEN ZWEI    *
004200*                     AKZEPTSAETZE MIT DERSELBEN SATZNUMMER    *
004300*                     (TEILSATZ '1'/'2') IN DL100AKZ - DIE     *
004400*                     DUBLETTENERKENNUNG UNTERSCHEIDET JETZT   *
004500*                     NACH SATZNUMMER UND TEILSATZ, UND DIE    *
004600*                     ABSTIMMUNG ERWARTET LS-AKZEPTIERT +      *
004700*                     LS-UMBUCHUNGEN EXTRAKTZEILEN             *
004800*      2026-09-01 RH  SACHKONTO-VERDICHTUNG ERGAENZT: NEBEN    *
004900*                     DEM DETAILEXTRAKT ENTSTEHT DER VER-      *
005000*                     DICHTETE EXTRAKT DL100HBV (JE SACHKONTO  *
005100*                     UND SOLL/HABEN-SEITE EINE SUMMENZEILE,   *
005200*                     ZUORDNUNG AUS DER GEPFLEGTEN TABELLE     *
005300*                     DL100SKT, PFLEGE UEBER DL100T02).  EIN   *
005400*                     CODE OHNE AKTIVE ZUORDNUNG SPERRT DIE    *
005500*                     FREIGABE BEIDER EXTRAKTE WIE EIN         *
005600*                     SUMMENFEHLER; AUCH DER VERDICHTETE       *
005700*                     EXTRAKT WIRD GEGEN DEN JUENGSTEN         *
005800*                     DL100STA-SATZ ABGESTIMMT                 *
005900*      2026-10-15 RH  SATZLAENGE DL100STA AUF 69 (NEUE         *
006000*                     FELDER LS-EXTERN-ANZAHL/-SUMME)          *
006100*      2026-10-15 RH  FREMDWAEHRUNG: SATZLAENGE DL100AKZ AUF 69;*
006200*                     DL100HBU TRAEGT VOR DEM SUMMENSATZ JE    *
006300*                     WAEHRUNG EINE 'W'-ZEILE UND DEN KURS-    *
006400*                     ERTRAG DES TAGES ALS 'K'-ZEILE, DL100HBV *
006500*                     DIESEN ALS 'K'-ZEILE AUF DAS SACHKONTO   *
006600*                     DES CODES 'KD' (AUSSERHALB DER 'V'-      *
006700*                     SUMMEN).  KURSERTRAG OHNE AKTIVE 'KD'-   *
006800*                     ZUORDNUNG SPERRT DIE FREIGABE            *
006900*      2026-10-15 RH  EXTRAKTREGISTER: JEDER FREIGEGEBENE      *
007000*                     VERDICHTETE EXTRAKT WIRD ALS DATIERTE    *
007100*                     KOPIE DL100HBV.JJJJMMTT ABGELEGT UND IM  *
007200*                     REGISTER DL100HBR (SIEHE EXTRAKT-        *
007300*                     REGISTER.CPY) MIT STATUS 'G' EINGETRAGEN;*
007400*                     EIN WIEDERHOLTER ABTRAG ERSETZT DEN      *
007500*                     EINTRAG DES LAUFDATUMS.  DIE QUITTUNG DER*
007600*                     BUCHHALTUNG GLEICHT DL100G04 DAGEGEN AB  *
007700*                                                             *
007800***************************************************************
007900 IDENTIFICATION DIVISION.
008000 PROGRAM-ID. HAUPTBUCHABTRAG.
008100*
008200 ENVIRONMENT DIVISION.
008300 INPUT-OUTPUT SECTION.
008400 FILE-CONTROL.
008500     SELECT AkzeptDatei ASSIGN TO "DL100AKZ"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS Akzept-Status.
008800*
008900     SELECT StatistikDatei ASSIGN TO "DL100STA"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS Statistik-Status.
009200*
009300     SELECT HauptbuchDatei ASSIGN TO "DL100HBU"
009400         ORGANIZATION IS LINE SEQUENTIAL.
009500*
009600*    DL100SKT - SACHKONTO-ZUORDNUNGSTABELLE (SIEHE
009700*    SACHKONTO.CPY), MIT DL100T02 GEPFLEGT.  OHNE SIE KANN
009800*    NICHT VERDICHTET WERDEN - IHR FEHLEN IST EIN
009900*    ABBRUCHGRUND, BEVOR IRGENDETWAS GESCHRIEBEN IST.
010000     SELECT SachkontoDatei ASSIGN TO "DL100SKT"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS Sachkonto-Status.
010300*
010400*    DL100HBV - VERDICHTETER EXTRAKT JE SACHKONTO UND
010500*    SOLL/HABEN-SEITE.
010600     SELECT VerdichtetDatei ASSIGN TO "DL100HBV"
010700         ORGANIZATION IS LINE SEQUENTIAL.
010800*
010900*    DL100HBV.JJJJMMTT - DATIERTE KOPIE DES FREIGEGEBENEN
011000*    VERDICHTETEN EXTRAKTS; GEGEN SIE GLEICHT DIE HAUPTBUCH-
011100*    QUITTUNG (DL100G04) DIE ANTWORT DER BUCHHALTUNG AB.
011200     SELECT KopieDatei ASSIGN USING Kopie-Name
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS Kopie-Status.
011500*
011600*    DL100HBR - EXTRAKTREGISTER (SIEHE EXTRAKTREGISTER.CPY).
011700*    FEHLT ES NOCH, WIRD MIT LEEREM REGISTER BEGONNEN.
011800     SELECT RegisterDatei ASSIGN TO "DL100HBR"
011900         ORGANIZATION IS LINE SEQUENTIAL
012000         FILE STATUS IS Register-Status.
012100*
012200 DATA DIVISION.
012300 FILE SECTION.
012400 FD  AkzeptDatei
012500     RECORD CONTAINS 69 CHARACTERS.
012600 COPY AKZEPTSATZ.
012700*
012800 FD  StatistikDatei
012900     RECORD CONTAINS 69 CHARACTERS.
013000 COPY LAUFSTATISTIK.
013100*
013200 FD  HauptbuchDatei
013300     RECORD CONTAINS 80 CHARACTERS.
013400 01  Hauptbuch-Zeile                PIC X(80).
013500*
013600 FD  SachkontoDatei
013700     RECORD CONTAINS 80 CHARACTERS.
013800 COPY SACHKONTO.
013900*
014000 FD  VerdichtetDatei
014100     RECORD CONTAINS 80 CHARACTERS.
014200 01  Verdichtet-Zeile               PIC X(80).
014300*
014400 FD  KopieDatei
014500     RECORD CONTAINS 80 CHARACTERS.
014600 01  Kopie-Zeile                    PIC X(80).
014700*
014800 FD  RegisterDatei
014900     RECORD CONTAINS 80 CHARACTERS.
015000 COPY EXTRAKTREGISTER.
015100*
015200 WORKING-STORAGE SECTION.
015300 01  Akzept-Status               PIC X(02).
015400     88  AKZEPTDATEI-GEFUNDEN        VALUE '00'.
015500*
015600 01  Statistik-Status            PIC X(02).
015700     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
015800*
015900 01  Akzeptdatei-Ende            PIC X VALUE 'N'.
016000     88  KEINE-AKZEPTSAETZE-MEHR     VALUE 'Y'.
016100*
016200 01  Statistikdatei-Ende         PIC X VALUE 'N'.
016300     88  KEINE-STATISTIK-MEHR        VALUE 'Y'.
016400*
016500*    EXTRAKT-SATZBILDER (BUCHUNGSSATZ UND SUMMENSATZ).
016600 01  Hauptbuch-Buchungssatz.
016700     05  HB-SATZART                 PIC X(01).
016800     05  HB-BUCHUNGSDATUM           PIC 9(08).
016900     05  HB-KONTONUMMER             PIC 9(10).
017000     05  HB-TRANSAKTIONSCODE        PIC X(02).
017100     05  HB-SOLL-HABEN              PIC X(01).
017200     05  HB-BETRAG                  PIC S9(11)V99.
017300     05  FILLER                     PIC X(45).
017400*
017500 01  Hauptbuch-Summensatz.
017600     05  HS-SATZART                 PIC X(01).
017700     05  HS-ANZAHL                  PIC 9(07).
017800     05  HS-BETRAGSSUMME            PIC S9(11)V99.
017900     05  FILLER                     PIC X(59).
018000*
018100 01  Hauptbuch-Waehrungssatz.
018200     05  HW-SATZART                 PIC X(01).
018300     05  HW-WAEHRUNG                PIC X(03).
018400     05  HW-ANZAHL                  PIC 9(07).
018500     05  HW-ORIGINALSUMME           PIC S9(11)V99.
018600     05  HW-EUROSUMME               PIC S9(11)V99.
018700     05  HW-KURSERTRAG              PIC S9(11)V99.
018800     05  FILLER                     PIC X(30).
018900*
019000 01  Hauptbuch-Kursertragssatz.
019100     05  HK-SATZART                 PIC X(01).
019200     05  HK-SACHKONTO               PIC 9(08).
019300     05  HK-KURSERTRAG              PIC S9(11)V99.
019400     05  FILLER                     PIC X(58).
019500*
019600*    SUMMEN JE WAEHRUNG UND KURSERTRAG DES TAGES (ORIGINALBETRAG,
019700*    EUROGEGENWERT UND KURSERTRAG AUS DEN AKZEPTSAETZEN) SOWIE
019800*    DAS SACHKONTO DES KURSERTRAGS (CODE 'KD' IN DL100SKT).
019900 01  Waehrungssummen-Tabelle.
020000     05  Waehrungssummen-Anzahl     PIC S9(04) COMP VALUE ZERO.
020100     05  Waehrungssumme-Eintrag OCCURS 30 TIMES.
020200         10  WT-WAEHRUNG            PIC X(03).
020300         10  WT-ANZAHL              PIC S9(07) COMP.
020400         10  WT-ORIGINAL            PIC S9(11)V99.
020500         10  WT-EURO                PIC S9(11)V99.
020600         10  WT-KURSERTRAG          PIC S9(11)V99.
020700 01  Waehrungssummen-Index       PIC S9(04) COMP VALUE ZERO.
020800 01  Waehrungssummen-Treffer     PIC X VALUE 'N'.
020900     88  WAEHRUNGSSUMME-GEFUNDEN     VALUE 'J'.
021000 01  Satz-Waehrung               PIC X(03) VALUE SPACES.
021100 01  Kursertrag-Summe            PIC S9(11)V99 VALUE ZERO.
021200 01  Kursertrag-Anzahl           PIC S9(07) COMP VALUE ZERO.
021300 01  Kursertrag-Sachkonto        PIC 9(08) VALUE ZERO.
021400*
021500*    ABSTIMMWERTE: WAS DER EXTRAKT TATSAECHLICH ENTHAELT,
021600*    GEGEN DIE SOLLWERTE AUS DEM JUENGSTEN LAUFSTATISTIKSATZ.
021700 01  Extrakt-Anzahl              PIC S9(07) COMP VALUE ZERO.
021800 01  Extrakt-Summe               PIC S9(11)V99 VALUE ZERO.
021900*
022000*    SACHKONTO-ZUORDNUNG: GELADENE TABELLE, SUCHERGEBNIS DES
022100*    AKTUELLEN CODES UND DIE VERDICHTUNG JE SACHKONTO UND
022200*    SOLL/HABEN-SEITE.
022300 01  Sachkonto-Status            PIC X(02).
022400     88  SACHKONTODATEI-GEFUNDEN     VALUE '00'.
022500 01  Sachkontodatei-Ende         PIC X VALUE 'N'.
022600     88  KEINE-SACHKONTEN-MEHR       VALUE 'Y'.
022700 01  Zuordnungstabelle.
022800     05  Zuordnung-Anzahl           PIC S9(04) COMP VALUE ZERO.
022900     05  Zuordnung-Eintrag OCCURS 50 TIMES.
023000         10  ZU-CODE                PIC X(02).
023100         10  ZU-SACHKONTO           PIC 9(08).
023200         10  ZU-AKTIV               PIC X(01).
023300 01  Zuordnung-Index             PIC S9(04) COMP VALUE ZERO.
023400 01  Zuordnung-Treffer           PIC X VALUE 'N'.
023500     88  ZUORDNUNG-GEFUNDEN          VALUE 'J'.
023600 01  Satz-Sachkonto              PIC 9(08) VALUE ZERO.
023700*
023800 01  Mapping-Schalter            PIC X VALUE 'N'.
023900     88  ZUORDNUNG-FEHLT             VALUE 'J'.
024000*
024100 01  Verdichtungstabelle.
024200     05  Verdichtung-Anzahl         PIC S9(04) COMP VALUE ZERO.
024300     05  Verdichtung-Eintrag OCCURS 100 TIMES.
024400         10  VD-SACHKONTO           PIC 9(08).
024500         10  VD-SEITE               PIC X(01).
024600         10  VD-ANZAHL              PIC S9(07) COMP.
024700         10  VD-SUMME               PIC S9(11)V99.
024800 01  Verdichtung-Index           PIC S9(04) COMP VALUE ZERO.
024900 01  Verdichtung-Treffer         PIC X VALUE 'N'.
025000     88  VERDICHTUNG-GEFUNDEN        VALUE 'J'.
025100 01  Aktive-Verdichtung          PIC S9(04) COMP VALUE ZERO.
025200 01  Verdichtung-Summe           PIC S9(11)V99 VALUE ZERO.
025300*
025400*    VERDICHTETER EXTRAKT: ZEILENBILDER.
025500 01  Verdichtet-Detailsatz.
025600     05  VB-SATZART                 PIC X(01).
025700     05  VB-SACHKONTO               PIC 9(08).
025800     05  VB-SOLL-HABEN              PIC X(01).
025900     05  VB-ANZAHL                  PIC 9(07).
026000     05  VB-SUMME                   PIC S9(11)V99.
026100     05  FILLER                     PIC X(50).
026200 01  Verdichtet-Summensatz.
026300     05  VS-SATZART                 PIC X(01).
026400     05  VS-ANZAHL                  PIC 9(07).
026500     05  VS-SUMME                   PIC S9(11)V99.
026600     05  FILLER                     PIC X(59).
026700*
026800 01  Verdichtet-Name             PIC X(12) VALUE "DL100HBV".
026900*
027000*    DATIERTE KOPIE UND EXTRAKTREGISTER: DAS REGISTER WIRD
027100*    VOLLSTAENDIG GELADEN, DER EINTRAG DES LAUFDATUMS ERSETZT
027200*    ODER ANGEHAENGT UND DIE DATEI NEU GESCHRIEBEN.
027300 01  Kopie-Name                  PIC X(20) VALUE SPACES.
027400 01  Kopie-Status                PIC X(02).
027500     88  KOPIEDATEI-OK               VALUE '00'.
027600 01  Verdichtetdatei-Ende        PIC X VALUE 'N'.
027700     88  KEINE-VERDICHTETEN-MEHR     VALUE 'Y'.
027800 01  Register-Status             PIC X(02).
027900     88  REGISTERDATEI-GEFUNDEN      VALUE '00'.
028000 01  Registerdatei-Ende          PIC X VALUE 'N'.
028100     88  KEINE-REGISTERSAETZE-MEHR   VALUE 'Y'.
028200 01  Registertabelle.
028300     05  Register-Anzahl            PIC S9(04) COMP VALUE ZERO.
028400     05  Register-Eintrag OCCURS 1000 TIMES.
028500         10  RG-LAUFDATUM           PIC 9(08).
028600         10  RG-REST                PIC X(72).
028700 01  Register-Index              PIC S9(04) COMP VALUE ZERO.
028800 01  Register-Position           PIC S9(04) COMP VALUE ZERO.
028900 01  Register-Zeilen             PIC S9(05) COMP VALUE ZERO.
029000*
029100*    WIEDERANLAUF-ERKENNUNG: INNERHALB EINES SCHREIBDURCHGANGS
029200*    STEIGT AK-LFDNR STRENG AN; FAELLT SIE ZURUECK, BEGINNT DER
029300*    ZWEITE DURCHGANG EINES WIEDERANLAUFS UND ALLE SAETZE BIS
029400*    ZUM BISHERIGEN HOECHSTSTAND SIND DUBLETTEN.  UMBUCHUNGEN
029500*    SCHREIBEN ZWEI SAETZE MIT DERSELBEN SATZNUMMER - DER
029600*    TEILSATZ ('1' VOR '2') UNTERSCHEIDET SIE.
029700 01  Hoechste-Lfdnr              PIC 9(07) VALUE ZERO.
029800 01  Hoechster-Teilsatz          PIC X(01) VALUE SPACE.
029900 01  Zaehler-Dubletten           PIC S9(07) COMP VALUE ZERO.
030000 01  Soll-Laufdatum              PIC 9(08) VALUE ZERO.
030100 01  Soll-Anzahl                 PIC 9(07) VALUE ZERO.
030200 01  Soll-Umbuchungen            PIC 9(07) VALUE ZERO.
030300 01  Soll-Zeilen                 PIC 9(07) VALUE ZERO.
030400 01  Soll-Summe                  PIC S9(11)V99 VALUE ZERO.
030500 01  Statistik-Gelesen           PIC X VALUE 'N'.
030600     88  STATISTIK-VORHANDEN         VALUE 'J'.
030700*
030800 01  Abstimm-Schalter            PIC X VALUE 'J'.
030900     88  ABSTIMMUNG-OK               VALUE 'J'.
031000     88  ABSTIMMUNG-FEHLER           VALUE 'N'.
031100*
031200 01  Datum-Fehler-Schalter       PIC X VALUE 'N'.
031300     88  DATUM-ABWEICHUNG            VALUE 'J'.
031400*
031500 01  Extrakt-Name                PIC X(12) VALUE "DL100HBU".
031600 01  Loeschung-RC                PIC 9(09) COMP-5 VALUE ZERO.
031700*
031800 01  Anzahl-Edit                 PIC ZZZZZZ9.
031900 01  Betrag-Edit                 PIC ---,---,---,--9.99.
032000*
032100 PROCEDURE DIVISION.
032200*----------------------------------------------------------------
032300 Hauptprogramm.
032400*----------------------------------------------------------------
032500     PERFORM SollwerteErmitteln
032600     PERFORM ZuordnungenLaden
032700     OPEN INPUT AkzeptDatei
032800     IF NOT AKZEPTDATEI-GEFUNDEN
032900         DISPLAY "DL100 FEHLER - KEINE AKZEPTDATEI DL100AKZ "
033000             "VORHANDEN (VERARBEITUNGSLAUF ZUERST), FILE "
033100             "STATUS " Akzept-Status
033200         MOVE 16 TO RETURN-CODE
033300         STOP RUN
033400     END-IF
033500     OPEN OUTPUT HauptbuchDatei
033600     PERFORM AkzeptsatzVerarbeiten
033700         UNTIL KEINE-AKZEPTSAETZE-MEHR
033800     PERFORM KursertragskontoPruefen
033900     PERFORM WaehrungszeilenSchreiben
034000     PERFORM SummensatzSchreiben
034100     CLOSE AkzeptDatei
034200     CLOSE HauptbuchDatei
034300     PERFORM VerdichtetenExtraktSchreiben
034400     PERFORM ExtraktAbstimmen
034500     IF ABSTIMMUNG-OK
034600         PERFORM ExtraktRegistrieren
034700     END-IF
034800     IF ABSTIMMUNG-OK
034900         PERFORM FreigabeMelden
035000     ELSE
035100         PERFORM ExtraktZurueckziehen
035200     END-IF
035300     STOP RUN.
035400*
035500*----------------------------------------------------------------
035600*    LIEST DEN JUENGSTEN SATZ DER LAUFSTATISTIK - DIE SOLLWERTE  *
035700*    (LAUFDATUM, AKZEPTIERTE SAETZE, SIGNIERTE BETRAGSSUMME)     *
035800*    DES VERARBEITUNGSLAUFS, GEGEN DIE DER EXTRAKT BESTEHEN      *
035900*    MUSS.  OHNE STATISTIK IST KEINE ABSTIMMUNG MOEGLICH -       *
036000*    DANN WIRD GAR NICHT ERST EXTRAHIERT.                        *
036100*----------------------------------------------------------------
036200 SollwerteErmitteln.
036300     OPEN INPUT StatistikDatei
036400     IF NOT STATISTIKDATEI-GEFUNDEN
036500         DISPLAY "DL100 FEHLER - KEINE LAUFSTATISTIK DL100STA "
036600             "VORHANDEN, ABSTIMMUNG NICHT MOEGLICH - "
036700             "EXTRAKT WIRD NICHT ERSTELLT"
036800         MOVE 16 TO RETURN-CODE
036900         STOP RUN
037000     END-IF
037100     PERFORM StatistiksatzLesen
037200         UNTIL KEINE-STATISTIK-MEHR
037300     CLOSE StatistikDatei
037400     COMPUTE Soll-Zeilen = Soll-Anzahl + Soll-Umbuchungen
037500     IF NOT STATISTIK-VORHANDEN
037600         DISPLAY "DL100 FEHLER - LAUFSTATISTIK DL100STA IST "
037700             "LEER - EXTRAKT WIRD NICHT ERSTELLT"
037800         MOVE 16 TO RETURN-CODE
037900         STOP RUN
038000     END-IF.
038100*
038200*----------------------------------------------------------------
038300 StatistiksatzLesen.
038400*----------------------------------------------------------------
038500     READ StatistikDatei
038600         AT END
038700             MOVE 'Y' TO Statistikdatei-Ende
038800         NOT AT END
038900             SET STATISTIK-VORHANDEN TO TRUE
039000             MOVE LS-LAUFDATUM TO Soll-Laufdatum
039100             MOVE LS-AKZEPTIERT TO Soll-Anzahl
039200             MOVE LS-BETRAGSSUMME TO Soll-Summe
039300             IF LS-UMBUCHUNGEN IS NUMERIC
039400                 MOVE LS-UMBUCHUNGEN TO Soll-Umbuchungen
039500             ELSE
039600                 MOVE ZERO TO Soll-Umbuchungen
039700             END-IF
039800     END-READ.
039900*
040000*----------------------------------------------------------------
040100*    UEBERTRAEGT EINEN AKZEPTIERTEN SATZ ALS BUCHUNGSSATZ IN     *
040200*    DEN EXTRAKT; DAS BUCHUNGSDATUM IST DAS LAUFDATUM AUS DEM    *
040300*    VORSATZ DER TAGESEINGABE.  EIN SATZ MIT FREMDEM LAUFDATUM   *
040400*    (ALTBESTAND EINES FRUEHEREN LAUFS) MACHT DEN EXTRAKT        *
040500*    UNSTIMMIG UND WIRD ALS DATUMSABWEICHUNG FESTGEHALTEN.       *
040600*----------------------------------------------------------------
040700 AkzeptsatzVerarbeiten.
040800     READ AkzeptDatei
040900         AT END
041000             MOVE 'Y' TO Akzeptdatei-Ende
041100         NOT AT END
041200             IF AK-LFDNR LESS THAN Hoechste-Lfdnr
041300                 OR (AK-LFDNR = Hoechste-Lfdnr
041400                     AND AK-TEILSATZ NOT GREATER THAN
041500                         Hoechster-Teilsatz)
041600                 ADD 1 TO Zaehler-Dubletten
041700             ELSE
041800                 MOVE AK-LFDNR TO Hoechste-Lfdnr
041900                 MOVE AK-TEILSATZ TO Hoechster-Teilsatz
042000                 IF AK-LAUFDATUM NOT = Soll-Laufdatum
042100                     SET DATUM-ABWEICHUNG TO TRUE
042200                 END-IF
042300                 MOVE SPACES TO Hauptbuch-Buchungssatz
042400                 MOVE 'D' TO HB-SATZART
042500                 MOVE AK-LAUFDATUM TO HB-BUCHUNGSDATUM
042600                 MOVE AK-KONTONUMMER TO HB-KONTONUMMER
042700                 MOVE AK-TRANSAKTIONSCODE TO HB-TRANSAKTIONSCODE
042800                 MOVE AK-SOLL-HABEN TO HB-SOLL-HABEN
042900                 MOVE AK-BETRAG-SIGNIERT TO HB-BETRAG
043000                 MOVE Hauptbuch-Buchungssatz TO Hauptbuch-Zeile
043100                 WRITE Hauptbuch-Zeile
043200                 ADD 1 TO Extrakt-Anzahl
043300                 ADD AK-BETRAG-SIGNIERT TO Extrakt-Summe
043400                 PERFORM SachkontoVerdichten
043500                 PERFORM WaehrungssummeAddieren
043600             END-IF
043700     END-READ.
043800*
043900*----------------------------------------------------------------
044000*    SUMMIERT DEN AKTUELLEN AKZEPTSATZ IN SEINE WAEHRUNG (LEER   *
044100*    = EURO, AKZEPTDATEIEN AUS DER ZEIT VOR DER FREMDWAEHRUNG)   *
044200*    UND IN DEN KURSERTRAG DES TAGES.                            *
044300*----------------------------------------------------------------
044400 WaehrungssummeAddieren.
044500     IF AK-WAEHRUNG = SPACES
044600         MOVE 'EUR' TO Satz-Waehrung
044700     ELSE
044800         MOVE AK-WAEHRUNG TO Satz-Waehrung
044900     END-IF
045000     MOVE 'N' TO Waehrungssummen-Treffer
045100     MOVE ZERO TO Waehrungssummen-Index
045200     PERFORM WaehrungssummeSuchen
045300         UNTIL WAEHRUNGSSUMME-GEFUNDEN
045400             OR Waehrungssummen-Index NOT LESS THAN
045500                 Waehrungssummen-Anzahl
045600     IF NOT WAEHRUNGSSUMME-GEFUNDEN
045700         IF Waehrungssummen-Anzahl LESS THAN 30
045800             ADD 1 TO Waehrungssummen-Anzahl
045900             MOVE Waehrungssummen-Anzahl TO Waehrungssummen-Index
046000             MOVE Satz-Waehrung
046100                 TO WT-WAEHRUNG (Waehrungssummen-Index)
046200             MOVE ZERO TO WT-ANZAHL (Waehrungssummen-Index)
046300             MOVE ZERO TO WT-ORIGINAL (Waehrungssummen-Index)
046400             MOVE ZERO TO WT-EURO (Waehrungssummen-Index)
046500             MOVE ZERO TO WT-KURSERTRAG (Waehrungssummen-Index)
046600             SET WAEHRUNGSSUMME-GEFUNDEN TO TRUE
046700         ELSE
046800             DISPLAY "DL100 HAUPTBUCHABTRAG - WAEHRUNGSTABELLE "
046900                 "VOLL, FREIGABE GESPERRT"
047000             SET ZUORDNUNG-FEHLT TO TRUE
047100         END-IF
047200     END-IF
047300     IF WAEHRUNGSSUMME-GEFUNDEN
047400         ADD 1 TO WT-ANZAHL (Waehrungssummen-Index)
047500         IF AK-ORIGINAL-SIGNIERT IS NUMERIC
047600             ADD AK-ORIGINAL-SIGNIERT
047700                 TO WT-ORIGINAL (Waehrungssummen-Index)
047800         ELSE
047900             ADD AK-BETRAG-SIGNIERT
048000                 TO WT-ORIGINAL (Waehrungssummen-Index)
048100         END-IF
048200         ADD AK-BETRAG-SIGNIERT TO WT-EURO (Waehrungssummen-Index)
048300     END-IF
048400     IF AK-KURSERTRAG IS NUMERIC
048500         IF AK-KURSERTRAG NOT = ZERO
048600             ADD 1 TO Kursertrag-Anzahl
048700             ADD AK-KURSERTRAG TO Kursertrag-Summe
048800             IF WAEHRUNGSSUMME-GEFUNDEN
048900                 ADD AK-KURSERTRAG
049000                     TO WT-KURSERTRAG (Waehrungssummen-Index)
049100             END-IF
049200         END-IF
049300     END-IF.
049400*
049500*----------------------------------------------------------------
049600 WaehrungssummeSuchen.
049700*----------------------------------------------------------------
049800     ADD 1 TO Waehrungssummen-Index
049900     IF WT-WAEHRUNG (Waehrungssummen-Index) = Satz-Waehrung
050000         SET WAEHRUNGSSUMME-GEFUNDEN TO TRUE
050100     END-IF.
050200*
050300*----------------------------------------------------------------
050400*    SUCHT DAS AKTIVE SACHKONTO DES KURSERTRAGS (CODE 'KD').     *
050500*    HAT DER TAG EINEN KURSERTRAG UND FEHLT DIE ZUORDNUNG, IST   *
050600*    DAS WIE EIN CODE OHNE ZUORDNUNG - DIE FREIGABE WIRD         *
050700*    GESPERRT.                                                   *
050800*----------------------------------------------------------------
050900 KursertragskontoPruefen.
051000     MOVE ZERO TO Kursertrag-Sachkonto
051100     MOVE 'N' TO Zuordnung-Treffer
051200     MOVE ZERO TO Zuordnung-Index
051300     PERFORM KursertragskontoSuchen
051400         UNTIL ZUORDNUNG-GEFUNDEN
051500             OR Zuordnung-Index NOT LESS THAN Zuordnung-Anzahl
051600     IF Kursertrag-Summe NOT = ZERO
051700         AND NOT ZUORDNUNG-GEFUNDEN
051800         SET ZUORDNUNG-FEHLT TO TRUE
051900         DISPLAY "DL100 HAUPTBUCHABTRAG - KEINE AKTIVE "
052000             "SACHKONTO-ZUORDNUNG FUER DEN KURSERTRAG "
052100             "(CODE KD, DL100SKT PFLEGEN)"
052200     END-IF.
052300*
052400*----------------------------------------------------------------
052500 KursertragskontoSuchen.
052600*----------------------------------------------------------------
052700     ADD 1 TO Zuordnung-Index
052800     IF ZU-CODE (Zuordnung-Index) = 'KD'
052900         AND ZU-AKTIV (Zuordnung-Index) = 'J'
053000         MOVE 'J' TO Zuordnung-Treffer
053100         MOVE ZU-SACHKONTO (Zuordnung-Index)
053200             TO Kursertrag-Sachkonto
053300     END-IF.
053400*
053500*----------------------------------------------------------------
053600*    SCHREIBT JE WAEHRUNG EINE 'W'-ZEILE UND DEN KURSERTRAG DES  *
053700*    TAGES ALS 'K'-ZEILE IN DEN EXTRAKT.  SIE ZAEHLEN NICHT ALS  *
053800*    BUCHUNGSSAETZE UND GEHEN NICHT IN DIE EXTRAKTSUMME EIN.     *
053900*----------------------------------------------------------------
054000 WaehrungszeilenSchreiben.
054100     MOVE ZERO TO Waehrungssummen-Index
054200     PERFORM WaehrungszeileSchreiben
054300         UNTIL Waehrungssummen-Index NOT LESS THAN
054400             Waehrungssummen-Anzahl
054500     MOVE SPACES TO Hauptbuch-Kursertragssatz
054600     MOVE 'K' TO HK-SATZART
054700     MOVE Kursertrag-Sachkonto TO HK-SACHKONTO
054800     MOVE Kursertrag-Summe TO HK-KURSERTRAG
054900     MOVE Hauptbuch-Kursertragssatz TO Hauptbuch-Zeile
055000     WRITE Hauptbuch-Zeile.
055100*
055200*----------------------------------------------------------------
055300 WaehrungszeileSchreiben.
055400*----------------------------------------------------------------
055500     ADD 1 TO Waehrungssummen-Index
055600     MOVE SPACES TO Hauptbuch-Waehrungssatz
055700     MOVE 'W' TO HW-SATZART
055800     MOVE WT-WAEHRUNG (Waehrungssummen-Index) TO HW-WAEHRUNG
055900     MOVE WT-ANZAHL (Waehrungssummen-Index) TO HW-ANZAHL
056000     MOVE WT-ORIGINAL (Waehrungssummen-Index) TO HW-ORIGINALSUMME
056100     MOVE WT-EURO (Waehrungssummen-Index) TO HW-EUROSUMME
056200     MOVE WT-KURSERTRAG (Waehrungssummen-Index)
056300         TO HW-KURSERTRAG
056400     MOVE Hauptbuch-Waehrungssatz TO Hauptbuch-Zeile
056500     WRITE Hauptbuch-Zeile.
056600*
056700*----------------------------------------------------------------
056800 SummensatzSchreiben.
056900*----------------------------------------------------------------
057000     MOVE SPACES TO Hauptbuch-Summensatz
057100     MOVE 'S' TO HS-SATZART
057200     MOVE Extrakt-Anzahl TO HS-ANZAHL
057300     MOVE Extrakt-Summe TO HS-BETRAGSSUMME
057400     MOVE Hauptbuch-Summensatz TO Hauptbuch-Zeile
057500     WRITE Hauptbuch-Zeile.
057600*
057700*----------------------------------------------------------------
057800*    STIMMT DEN GESCHRIEBENEN EXTRAKT GEGEN DIE SOLLWERTE DES    *
057900*    VERARBEITUNGSLAUFS AB: ANZAHL GEGEN ZAEHLER-AKZEPTIERT,     *
058000*    SUMME GEGEN DIE SIGNIERTE BETRAGSSUMME, DAZU DIE DATUMS-    *
058100*    PRUEFUNG AUS DEM UEBERTRAG.                                 *
058200*----------------------------------------------------------------
058300 ExtraktAbstimmen.
058400     SET ABSTIMMUNG-OK TO TRUE
058500     IF DATUM-ABWEICHUNG
058600         SET ABSTIMMUNG-FEHLER TO TRUE
058700         DISPLAY "DL100 HAUPTBUCHABTRAG - ABSTIMMFEHLER: "
058800             "AKZEPTDATEI ENTHAELT FREMDE LAUFDATEN"
058900     END-IF
059000     IF Extrakt-Anzahl NOT = Soll-Zeilen
059100         SET ABSTIMMUNG-FEHLER TO TRUE
059200         DISPLAY "DL100 HAUPTBUCHABTRAG - ABSTIMMFEHLER: "
059300             "SATZANZAHL WEICHT VON ZAEHLER-AKZEPTIERT "
059400             "(PLUS UMBUCHUNGS-GEGENSEITEN) AB"
059500     END-IF
059600     IF Extrakt-Summe NOT = Soll-Summe
059700         SET ABSTIMMUNG-FEHLER TO TRUE
059800         DISPLAY "DL100 HAUPTBUCHABTRAG - ABSTIMMFEHLER: "
059900             "BETRAGSSUMME WEICHT VON DER LAUFSTATISTIK AB"
060000     END-IF
060100     IF ZUORDNUNG-FEHLT
060200         SET ABSTIMMUNG-FEHLER TO TRUE
060300         DISPLAY "DL100 HAUPTBUCHABTRAG - ABSTIMMFEHLER: "
060400             "CODE OHNE AKTIVE SACHKONTO-ZUORDNUNG, "
060500             "FREIGABE GESPERRT"
060600     END-IF
060700     IF Verdichtung-Summe NOT = Soll-Summe
060800         SET ABSTIMMUNG-FEHLER TO TRUE
060900         DISPLAY "DL100 HAUPTBUCHABTRAG - ABSTIMMFEHLER: "
061000             "VERDICHTETE SUMME WEICHT VON DER "
061100             "LAUFSTATISTIK AB"
061200     END-IF.
061300*
061400*----------------------------------------------------------------
061500 FreigabeMelden.
061600*----------------------------------------------------------------
061700     MOVE Extrakt-Anzahl TO Anzahl-Edit
061800     MOVE Extrakt-Summe TO Betrag-Edit
061900     DISPLAY "DL100 HAUPTBUCHABTRAG - EXTRAKTE DL100HBU UND "
062000         "DL100HBV FREIGEGEBEN (BUCHUNGSDATUM "
062100         Soll-Laufdatum ")"
062200     DISPLAY "EXTRAKTREGISTER DL100HBR: STATUS GESENDET, "
062300         "KOPIE " Kopie-Name
062400     DISPLAY "BUCHUNGSSAETZE: " Anzahl-Edit
062500     DISPLAY "BETRAGSSUMME..: " Betrag-Edit
062600     IF Zaehler-Dubletten GREATER THAN ZERO
062700         MOVE Zaehler-Dubletten TO Anzahl-Edit
062800         DISPLAY "WIEDERANLAUF-DUBLETTEN UEBERGANGEN: "
062900             Anzahl-Edit
063000     END-IF.
063100*
063200*----------------------------------------------------------------
063300*    LEGT DEN ABGESTIMMTEN VERDICHTETEN EXTRAKT ALS DATIERTE     *
063400*    KOPIE DL100HBV.JJJJMMTT AB UND TRAEGT IHN MIT STATUS 'G'    *
063500*    INS EXTRAKTREGISTER EIN.  EIN EINTRAG DESSELBEN LAUFDATUMS  *
063600*    (WIEDERHOLTER ABTRAG) WIRD ERSETZT - AUCH EIN SCHON         *
063700*    QUITTIERTER, DENN DER NEUE EXTRAKT BRAUCHT EINE NEUE        *
063800*    QUITTUNG.  SCHLAEGT DIES FEHL, WIRD DER EXTRAKT WIE BEI     *
063900*    EINEM ABSTIMMFEHLER ZURUECKGEZOGEN - EIN NICHT              *
064000*    REGISTRIERTER EXTRAKT WUERDE NIE NACHGEHALTEN.              *
064100*----------------------------------------------------------------
064200 ExtraktRegistrieren.
064300     MOVE SPACES TO Kopie-Name
064400     STRING "DL100HBV." Soll-Laufdatum DELIMITED BY SIZE
064500         INTO Kopie-Name
064600     PERFORM VerdichtetKopieren
064700     IF ABSTIMMUNG-OK
064800         PERFORM RegisterLaden
064900     END-IF
065000     IF ABSTIMMUNG-OK
065100         PERFORM RegisterEintragen
065200         PERFORM RegisterSchreiben
065300     END-IF.
065400*
065500*----------------------------------------------------------------
065600 VerdichtetKopieren.
065700*----------------------------------------------------------------
065800     OPEN OUTPUT KopieDatei
065900     IF NOT KOPIEDATEI-OK
066000         SET ABSTIMMUNG-FEHLER TO TRUE
066100         DISPLAY "DL100 FEHLER - KOPIE " Kopie-Name
066200             " NICHT ANLEGBAR, FILE STATUS " Kopie-Status
066300     ELSE
066400         MOVE 'N' TO Verdichtetdatei-Ende
066500         OPEN INPUT VerdichtetDatei
066600         PERFORM KopiezeileUebertragen
066700             UNTIL KEINE-VERDICHTETEN-MEHR
066800         CLOSE VerdichtetDatei
066900         CLOSE KopieDatei
067000     END-IF.
067100*
067200*----------------------------------------------------------------
067300 KopiezeileUebertragen.
067400*----------------------------------------------------------------
067500     READ VerdichtetDatei
067600         AT END
067700             MOVE 'Y' TO Verdichtetdatei-Ende
067800         NOT AT END
067900             MOVE Verdichtet-Zeile TO Kopie-Zeile
068000             WRITE Kopie-Zeile
068100     END-READ.
068200*
068300*----------------------------------------------------------------
068400 RegisterLaden.
068500*----------------------------------------------------------------
068600     MOVE 'N' TO Registerdatei-Ende
068700     OPEN INPUT RegisterDatei
068800     IF REGISTERDATEI-GEFUNDEN
068900         PERFORM RegistersatzUebernehmen
069000             UNTIL KEINE-REGISTERSAETZE-MEHR
069100         CLOSE RegisterDatei
069200     END-IF.
069300*
069400*----------------------------------------------------------------
069500 RegistersatzUebernehmen.
069600*----------------------------------------------------------------
069700     READ RegisterDatei
069800         AT END
069900             MOVE 'Y' TO Registerdatei-Ende
070000         NOT AT END
070100             IF Register-Anzahl NOT LESS THAN 1000
070200                 SET ABSTIMMUNG-FEHLER TO TRUE
070300                 MOVE 'Y' TO Registerdatei-Ende
070400                 DISPLAY "DL100 FEHLER - EXTRAKTREGISTER "
070500                     "DL100HBR VOLL (MEHR ALS 1000 EINTRAEGE)"
070600             ELSE
070700                 ADD 1 TO Register-Anzahl
070800                 MOVE Extraktregistersatz
070900                     TO Register-Eintrag (Register-Anzahl)
071000             END-IF
071100     END-READ.
071200*
071300*----------------------------------------------------------------
071400 RegisterEintragen.
071500*----------------------------------------------------------------
071600     MOVE ZERO TO Register-Index
071700     MOVE ZERO TO Register-Position
071800     PERFORM RegistereintragSuchen
071900         UNTIL Register-Position NOT = ZERO
072000             OR Register-Index NOT LESS THAN Register-Anzahl
072100     IF Register-Position = ZERO
072200         IF Register-Anzahl NOT LESS THAN 1000
072300             SET ABSTIMMUNG-FEHLER TO TRUE
072400             DISPLAY "DL100 FEHLER - EXTRAKTREGISTER DL100HBR "
072500                 "VOLL (MEHR ALS 1000 EINTRAEGE)"
072600         ELSE
072700             ADD 1 TO Register-Anzahl
072800             MOVE Register-Anzahl TO Register-Position
072900         END-IF
073000     ELSE
073100         DISPLAY "DL100 HINWEIS - EXTRAKT ZUM " Soll-Laufdatum
073200             " WAR SCHON REGISTRIERT, EINTRAG WIRD ERSETZT"
073300     END-IF
073400     IF Register-Position NOT = ZERO
073500         COMPUTE Register-Zeilen = Verdichtung-Anzahl
073600         IF Kursertrag-Summe NOT = ZERO
073700             ADD 1 TO Register-Zeilen
073800         END-IF
073900         MOVE SPACES TO Extraktregistersatz
074000         MOVE Soll-Laufdatum TO ER-LAUFDATUM
074100         SET ER-IST-GESENDET TO TRUE
074200         ACCEPT ER-GESENDET-DATUM FROM DATE YYYYMMDD
074300         MOVE Register-Zeilen TO ER-ZEILEN
074400         MOVE Extrakt-Anzahl TO ER-ANZAHL
074500         MOVE Verdichtung-Summe TO ER-SUMME
074600         MOVE ZERO TO ER-QUITTUNG-DATUM
074700         MOVE ZERO TO ER-BESTAETIGT-ZEILEN
074800         MOVE ZERO TO ER-ABGEWIESEN-ZEILEN
074900         MOVE ZERO TO ER-ESKALIERT-DATUM
075000         MOVE Extraktregistersatz
075100             TO Register-Eintrag (Register-Position)
075200     END-IF.
075300*
075400*----------------------------------------------------------------
075500 RegistereintragSuchen.
075600*----------------------------------------------------------------
075700     ADD 1 TO Register-Index
075800     IF RG-LAUFDATUM (Register-Index) = Soll-Laufdatum
075900         MOVE Register-Index TO Register-Position
076000     END-IF.
076100*
076200*----------------------------------------------------------------
076300 RegisterSchreiben.
076400*----------------------------------------------------------------
076500     IF ABSTIMMUNG-OK
076600         OPEN OUTPUT RegisterDatei
076700         MOVE ZERO TO Register-Index
076800         PERFORM RegistersatzSchreiben
076900             UNTIL Register-Index NOT LESS THAN Register-Anzahl
077000         CLOSE RegisterDatei
077100     END-IF.
077200*
077300*----------------------------------------------------------------
077400 RegistersatzSchreiben.
077500*----------------------------------------------------------------
077600     ADD 1 TO Register-Index
077700     MOVE Register-Eintrag (Register-Index) TO Extraktregistersatz
077800     WRITE Extraktregistersatz.
077900*
078000*----------------------------------------------------------------
078100*    ZIEHT EINEN UNSTIMMIGEN EXTRAKT ZURUECK (DATEI WIRD         *
078200*    GELOESCHT) UND BEENDET DEN SCHRITT MIT RETURN-CODE 16 -     *
078300*    DIE BUCHHALTUNG DARF KEINEN UNSTIMMIGEN EXTRAKT SEHEN.      *
078400*----------------------------------------------------------------
078500 ExtraktZurueckziehen.
078600     CALL "CBL_DELETE_FILE" USING Extrakt-Name
078700         RETURNING Loeschung-RC
078800     IF Loeschung-RC NOT = ZERO
078900         DISPLAY "DL100 WARNUNG - UNSTIMMIGER EXTRAKT DL100HBU "
079000             "KONNTE NICHT GELOESCHT WERDEN"
079100     END-IF
079200     CALL "CBL_DELETE_FILE" USING Verdichtet-Name
079300         RETURNING Loeschung-RC
079400     IF Loeschung-RC NOT = ZERO
079500         DISPLAY "DL100 WARNUNG - UNSTIMMIGER EXTRAKT DL100HBV "
079600             "KONNTE NICHT GELOESCHT WERDEN"
079700     END-IF
079800     IF Kopie-Name NOT = SPACES
079900         CALL "CBL_DELETE_FILE" USING Kopie-Name
080000             RETURNING Loeschung-RC
080100     END-IF
080200     MOVE 16 TO RETURN-CODE
080300     DISPLAY "DL100 HAUPTBUCHABTRAG - EXTRAKT NICHT "
080400         "FREIGEGEBEN, SCHRITT ABGEBROCHEN".
080500*
080600*----------------------------------------------------------------
080700*    LAEDT DIE SACHKONTO-ZUORDNUNGSTABELLE (DL100SKT).  OHNE     *
080800*    TABELLE KANN KEIN VERDICHTETER EXTRAKT ABGESTIMMT           *
080900*    WERDEN - ABBRUCH MIT RETURN-CODE 16, BEVOR IRGENDETWAS      *
081000*    GESCHRIEBEN IST.                                            *
081100*----------------------------------------------------------------
081200 ZuordnungenLaden.
081300     MOVE 'N' TO Sachkontodatei-Ende
081400     OPEN INPUT SachkontoDatei
081500     IF NOT SACHKONTODATEI-GEFUNDEN
081600         DISPLAY "DL100 FEHLER - SACHKONTOTABELLE DL100SKT "
081700             "NICHT GEFUNDEN (MIT DL100T02 ANLEGEN), FILE "
081800             "STATUS " Sachkonto-Status " - ABTRAG ABGEBROCHEN"
081900         MOVE 16 TO RETURN-CODE
082000         STOP RUN
082100     END-IF
082200     PERFORM ZuordnungssatzUebernehmen
082300         UNTIL KEINE-SACHKONTEN-MEHR
082400     CLOSE SachkontoDatei
082500     IF Zuordnung-Anzahl = ZERO
082600         DISPLAY "DL100 FEHLER - SACHKONTOTABELLE DL100SKT IST "
082700             "LEER - ABTRAG ABGEBROCHEN"
082800         MOVE 16 TO RETURN-CODE
082900         STOP RUN
083000     END-IF.
083100*
083200*----------------------------------------------------------------
083300 ZuordnungssatzUebernehmen.
083400*----------------------------------------------------------------
083500     READ SachkontoDatei
083600         AT END
083700             MOVE 'Y' TO Sachkontodatei-Ende
083800         NOT AT END
083900             IF Zuordnung-Anzahl LESS THAN 50
084000                 ADD 1 TO Zuordnung-Anzahl
084100                 MOVE SK-TRANSAKTIONSCODE
084200                     TO ZU-CODE (Zuordnung-Anzahl)
084300                 MOVE SK-SACHKONTO
084400                     TO ZU-SACHKONTO (Zuordnung-Anzahl)
084500                 MOVE SK-AKTIV TO ZU-AKTIV (Zuordnung-Anzahl)
084600             ELSE
084700                 DISPLAY "DL100 WARNUNG - ZUORDNUNGSTABELLE "
084800                     "VOLL, CODE " SK-TRANSAKTIONSCODE
084900                     " WIRD NICHT GELADEN"
085000             END-IF
085100     END-READ.
085200*
085300*----------------------------------------------------------------
085400*    ORDNET DEM AKTUELLEN BUCHUNGSSATZ SEIN SACHKONTO ZU UND     *
085500*    SUMMIERT IHN IN DIE VERDICHTUNG JE SACHKONTO UND            *
085600*    SOLL/HABEN-SEITE.  EIN CODE OHNE AKTIVE ZUORDNUNG WIRD      *
085700*    GEMELDET UND SPERRT DIE FREIGABE (WIE EIN SUMMENFEHLER).    *
085800*----------------------------------------------------------------
085900 SachkontoVerdichten.
086000     MOVE 'N' TO Zuordnung-Treffer
086100     MOVE ZERO TO Zuordnung-Index
086200     PERFORM ZuordnungSuchen
086300         UNTIL ZUORDNUNG-GEFUNDEN
086400             OR Zuordnung-Index NOT LESS THAN Zuordnung-Anzahl
086500     IF NOT ZUORDNUNG-GEFUNDEN
086600         IF NOT ZUORDNUNG-FEHLT
086700             SET ZUORDNUNG-FEHLT TO TRUE
086800         END-IF
086900         DISPLAY "DL100 HAUPTBUCHABTRAG - KEINE AKTIVE "
087000             "SACHKONTO-ZUORDNUNG FUER CODE "
087100             AK-TRANSAKTIONSCODE " (DL100SKT PFLEGEN)"
087200     ELSE
087300         PERFORM VerdichtungZuordnen
087400     END-IF.
087500*
087600*----------------------------------------------------------------
087700 ZuordnungSuchen.
087800*----------------------------------------------------------------
087900     ADD 1 TO Zuordnung-Index
088000     IF ZU-CODE (Zuordnung-Index) = AK-TRANSAKTIONSCODE
088100         AND ZU-AKTIV (Zuordnung-Index) = 'J'
088200         MOVE 'J' TO Zuordnung-Treffer
088300         MOVE ZU-SACHKONTO (Zuordnung-Index) TO Satz-Sachkonto
088400     END-IF.
088500*
088600*----------------------------------------------------------------
088700 VerdichtungZuordnen.
088800*----------------------------------------------------------------
088900     MOVE 'N' TO Verdichtung-Treffer
089000     MOVE ZERO TO Verdichtung-Index
089100     PERFORM VerdichtungSuchen
089200         UNTIL VERDICHTUNG-GEFUNDEN
089300             OR Verdichtung-Index NOT LESS THAN
089400                 Verdichtung-Anzahl
089500     IF NOT VERDICHTUNG-GEFUNDEN
089600         IF Verdichtung-Anzahl LESS THAN 100
089700             ADD 1 TO Verdichtung-Anzahl
089800             MOVE Satz-Sachkonto
089900                 TO VD-SACHKONTO (Verdichtung-Anzahl)
090000             MOVE AK-SOLL-HABEN
090100                 TO VD-SEITE (Verdichtung-Anzahl)
090200             MOVE ZERO TO VD-ANZAHL (Verdichtung-Anzahl)
090300             MOVE ZERO TO VD-SUMME (Verdichtung-Anzahl)
090400             MOVE Verdichtung-Anzahl TO Aktive-Verdichtung
090500         ELSE
090600             DISPLAY "DL100 HAUPTBUCHABTRAG - VERDICHTUNGS-"
090700                 "TABELLE VOLL, FREIGABE GESPERRT"
090800             SET ZUORDNUNG-FEHLT TO TRUE
090900             MOVE ZERO TO Aktive-Verdichtung
091000         END-IF
091100     END-IF
091200     IF Aktive-Verdichtung GREATER THAN ZERO
091300         ADD 1 TO VD-ANZAHL (Aktive-Verdichtung)
091400         ADD AK-BETRAG-SIGNIERT TO VD-SUMME (Aktive-Verdichtung)
091500         ADD AK-BETRAG-SIGNIERT TO Verdichtung-Summe
091600     END-IF.
091700*
091800*----------------------------------------------------------------
091900 VerdichtungSuchen.
092000*----------------------------------------------------------------
092100     ADD 1 TO Verdichtung-Index
092200     IF VD-SACHKONTO (Verdichtung-Index) = Satz-Sachkonto
092300         AND VD-SEITE (Verdichtung-Index) = AK-SOLL-HABEN
092400         MOVE 'J' TO Verdichtung-Treffer
092500         MOVE Verdichtung-Index TO Aktive-Verdichtung
092600     END-IF.
092700*
092800*----------------------------------------------------------------
092900*    SCHREIBT DEN VERDICHTETEN EXTRAKT DL100HBV: JE SACHKONTO    *
093000*    UND SOLL/HABEN-SEITE EINE 'V'-ZEILE, ZULETZT EIN            *
093100*    'S'-SUMMENSATZ.  DIE SUMME MUSS - WIE DER DETAILEXTRAKT -   *
093200*    DER SIGNIERTEN BETRAGSSUMME DES JUENGSTEN LAUFSTATISTIK-    *
093300*    SATZES ENTSPRECHEN (GEPRUEFT IN EXTRAKTABSTIMMEN).  EIN     *
093400*    KURSERTRAG STEHT ALS 'K'-ZEILE AUF SEINEM SACHKONTO DAVOR   *
093500*    (HABEN = ERTRAG, SOLL = AUFWAND) UND GEHT NICHT IN DIE      *
093600*    SUMME EIN.                                                  *
093700*----------------------------------------------------------------
093800 VerdichtetenExtraktSchreiben.
093900     OPEN OUTPUT VerdichtetDatei
094000     MOVE ZERO TO Verdichtung-Index
094100     PERFORM VerdichtungszeileSchreiben
094200         UNTIL Verdichtung-Index NOT LESS THAN
094300             Verdichtung-Anzahl
094400     IF Kursertrag-Summe NOT = ZERO
094500         MOVE SPACES TO Verdichtet-Detailsatz
094600         MOVE 'K' TO VB-SATZART
094700         MOVE Kursertrag-Sachkonto TO VB-SACHKONTO
094800         IF Kursertrag-Summe GREATER THAN ZERO
094900             MOVE 'H' TO VB-SOLL-HABEN
095000         ELSE
095100             MOVE 'S' TO VB-SOLL-HABEN
095200         END-IF
095300         MOVE Kursertrag-Anzahl TO VB-ANZAHL
095400         MOVE Kursertrag-Summe TO VB-SUMME
095500         MOVE Verdichtet-Detailsatz TO Verdichtet-Zeile
095600         WRITE Verdichtet-Zeile
095700     END-IF
095800     MOVE SPACES TO Verdichtet-Summensatz
095900     MOVE 'S' TO VS-SATZART
096000     MOVE Extrakt-Anzahl TO VS-ANZAHL
096100     MOVE Verdichtung-Summe TO VS-SUMME
096200     MOVE Verdichtet-Summensatz TO Verdichtet-Zeile
096300     WRITE Verdichtet-Zeile
096400     CLOSE VerdichtetDatei.
096500*
096600*----------------------------------------------------------------
096700 VerdichtungszeileSchreiben.
096800*----------------------------------------------------------------
096900     ADD 1 TO Verdichtung-Index
097000     MOVE SPACES TO Verdichtet-Detailsatz
097100     MOVE 'V' TO VB-SATZART
097200     MOVE VD-SACHKONTO (Verdichtung-Index) TO VB-SACHKONTO
097300     MOVE VD-SEITE (Verdichtung-Index) TO VB-SOLL-HABEN
097400     MOVE VD-ANZAHL (Verdichtung-Index) TO VB-ANZAHL
097500     MOVE VD-SUMME (Verdichtung-Index) TO VB-SUMME
097600     MOVE Verdichtet-Detailsatz TO Verdichtet-Zeile
097700     WRITE Verdichtet-Zeile.
