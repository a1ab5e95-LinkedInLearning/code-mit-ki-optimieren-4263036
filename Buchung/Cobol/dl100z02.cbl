000900*    ZWECK:                                                    *
001000*      MONATSABSCHLUSSSCHRITT: DURCHLAEUFT DEN DAUERHAFTEN     *
001100*      SALDENMASTER (DL100SAL) UND RECHNET JE KONTO DEN        *
001200*      MONATSZINS AUF DEN TAGESENDSALDO - POSITIVE SALDEN MIT  *
001300*      DEM HABENZINS, NEGATIVE MIT DEM SOLLZINS AUS DER        *
001400*      GEPFLEGTEN ZINSSATZTABELLE (DL100ZTB, PFLEGE UEBER      *
001500*      DL100Z01) BZW. AUS DEM PRODUKT DES KONTOS (KV-PRODUKT,  *
001600*      PRODUKTKATALOG DL100PRD); EIN PRODUKTWECHSEL IM MONAT   *
001700*      (DL100PRH) WIRD TAGGENAU ANTEILIG VERZINST.  DIE        *
001800*      ZINSBUCHUNGEN WERDEN ALS DATEISATZ-DATEI (DL100ZNS)     *
001900*      MIT HD-VORSATZ UND TR-NACHSATZ GESCHRIEBEN UND UEBER    *
002000*      SCHRITT 0 DES NACHTLAUFS (FILIALKONSOLIDIERUNG,         *
002100*      DL100V01) GEMEINSAM MIT DER TAGESLIEFERUNG DES          *
002200*      GENANNTEN LAUFDATUMS VERARBEITET - SO LAUFEN SIE WIE    *
002300*      JEDE ANDERE BUCHUNG DURCH PRUEFUNG, HISTORIE            *
002400*      (DL100HIS) UND HAUPTBUCH-ABTRAG (DL100HBU), STATT IN    *
002500*      DER TABELLENKALKULATION VON HAND GERECHNET ZU WERDEN.   *
002600*      WEIL DER HD-VORSATZ DIE ENDGUELTIGE SATZANZAHL TRAGEN   *
002700*      MUSS, WIRD DER SALDENMASTER IN ZWEI DURCHGAENGEN        *
002800*      GELESEN (WIE IN DER FILIALKONSOLIDIERUNG).  DER         *
002900*      BUCHUNGSTAG KOMMT ALS JJJJMMTT AUS DER                  *
003000*      UMGEBUNGSVARIABLEN DL100ZINSTAG.                        *
003100*                                                             *
003200*    CONDITION CODES:                                          *
003300*      0  ZINSDATEI DL100ZNS GESCHRIEBEN                       *
003400*      8  KEIN KONTO MIT ZINSBETRAG UNGLEICH NULL              *
003500*      16 ZINSTAG/ZINSSATZTABELLE/SALDENMASTER FEHLT ODER      *
003600*         UNGUELTIG, MEHR ALS 50 PRODUKTE ODER 2000 WECHSEL    *
003700*                                                             *
003800*    AENDERUNGEN:                                              *
003900*      2026-09-01 RH  ERSTFASSUNG                              *
004000*      2026-09-01 RH  ZINSBUCHUNGEN TRAGEN FILIALE 00, DAMIT   *
004100*                     DIE KONSOLIDIERUNG SIE NICHT ALS         *
004200*                     FILIALE IHRES SLOTS STEMPELT             *
004300*      2026-10-15 RH  ZINSSAETZE JE KONTOPRODUKT (DL100PRD,    *
004400*                     KV-PRODUKT); PRODUKTWECHSEL IM MONAT     *
004500*                     (DL100PRH) TAGGENAU ANTEILIG (30/360);   *
004600*                     ZINSMONAT AUS DL100MONAT                 *
004700*                                                             *
004800***************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. ZINSENLAUF.
005100*
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500*    DL100SAL - DAUERHAFTER SALDENMASTER, NUR LESEND.  WIRD IN
005600*    KONTONUMMERNFOLGE DURCHLAUFEN - DAHER ACCESS MODE DYNAMIC.
005700     SELECT SaldenDatei ASSIGN TO "DL100SAL"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS SA-KONTONUMMER
006100         FILE STATUS IS Salden-Status.
006200*
006300*    DL100ZTB - ZINSSATZTABELLE (SIEHE ZINSSATZ.CPY), MIT DEM
006400*    PFLEGEPROGRAMM DL100Z01 GEPFLEGT.  OHNE AKTIVEN HABEN-
006500*    UND SOLLZINSSATZ KANN NICHT VERZINST WERDEN.
006600     SELECT ZinssatzDatei ASSIGN TO "DL100ZTB"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS Zinssatz-Status.
006900*
007000*    DL100KVZ - KONTOVERZEICHNIS, NUR LESEND (KONTOPRODUKT).
007100     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS KV-KONTONUMMER
007500         FILE STATUS IS Verzeichnis-Status.
007600*
007700*    DL100PRD - PRODUKTKATALOG (SIEHE PRODUKT.CPY), NUR LESEND.
007800*    FEHLT ER, LAUFEN ALLE KONTEN MIT DEN SAETZEN AUS DL100ZTB.
007900     SELECT ProduktDatei ASSIGN TO "DL100PRD"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS Produkt-Status.
008200*
008300*    DL100PRH - PRODUKTWECHSEL-HISTORIE (SIEHE
008400*    PRODUKTWECHSEL.CPY), NUR LESEND.
008500     SELECT WechselDatei ASSIGN TO "DL100PRH"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS Wechsel-Status.
008800*
008900*    DL100ZNS - ZINSBUCHUNGEN IM DATEISATZ-FORMAT MIT EIGENEM
009000*    VORSATZ/NACHSATZ FUER SCHRITT 0 DES NACHTLAUFS.
009100     SELECT ZinsDatei ASSIGN TO "DL100ZNS"
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300*
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  SaldenDatei
009700     RECORD CONTAINS 80 CHARACTERS.
009800 COPY SALDENMASTER.
009900*
010000 FD  ZinssatzDatei
010100     RECORD CONTAINS 80 CHARACTERS.
010200 COPY ZINSSATZ.
010300*
010400 FD  VerzeichnisDatei
010500     RECORD CONTAINS 80 CHARACTERS.
010600 COPY KONTOVERZ.
010700*
010800 FD  ProduktDatei
010900     RECORD CONTAINS 80 CHARACTERS.
011000 COPY PRODUKT.
011100*
011200 FD  WechselDatei
011300     RECORD CONTAINS 80 CHARACTERS.
011400 COPY PRODUKTWECHSEL.
011500*
011600 FD  ZinsDatei
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  Zins-Ausgabesatz               PIC X(80).
011900*
012000 WORKING-STORAGE SECTION.
012100*    DER JEWEILS ERZEUGTE BUCHUNGSSATZ IN DATEISATZ-SICHT.
012200 COPY DATEISATZ.
012300*
012400 01  Salden-Status               PIC X(02).
012500     88  SALDENDATEI-OK              VALUE '00'.
012600*
012700 01  Zinssatz-Status             PIC X(02).
012800     88  ZINSSATZDATEI-GEFUNDEN      VALUE '00'.
012900*
013000 01  Zinssatzdatei-Ende          PIC X VALUE 'N'.
013100     88  KEINE-ZINSSAETZE-MEHR       VALUE 'Y'.
013200*
013300 01  Salden-Ende                 PIC X VALUE 'N'.
013400     88  KEINE-KONTEN-MEHR           VALUE 'Y'.
013500*
013600 01  Verzeichnis-Status          PIC X(02).
013700     88  VERZEICHNISDATEI-OK         VALUE '00'.
013800 01  Verzeichnis-Schalter        PIC X VALUE 'N'.
013900     88  VERZEICHNIS-VORHANDEN       VALUE 'J'.
014000*
014100 01  Produkt-Status              PIC X(02).
014200     88  PRODUKTDATEI-GEFUNDEN       VALUE '00'.
014300 01  Produktdatei-Ende           PIC X VALUE 'N'.
014400     88  KEINE-PRODUKTE-MEHR         VALUE 'Y'.
014500*
014600 01  Wechsel-Status              PIC X(02).
014700     88  WECHSELDATEI-GEFUNDEN       VALUE '00'.
014800 01  Wechseldatei-Ende           PIC X VALUE 'N'.
014900     88  KEINE-WECHSEL-MEHR          VALUE 'Y'.
015000*
015100*    AUS DL100ZTB GELADENE SAETZE; JE SEITE NUR DER AKTIVE
015200*    EINTRAG.
015300 01  Habenzins-Satz              PIC 9(02)V9(04) VALUE ZERO.
015400 01  Habenzins-Code              PIC X(02) VALUE SPACES.
015500 01  Habenzins-Schalter          PIC X VALUE 'N'.
015600     88  HABENZINS-GELADEN           VALUE 'J'.
015700 01  Sollzins-Satz               PIC 9(02)V9(04) VALUE ZERO.
015800 01  Sollzins-Code               PIC X(02) VALUE SPACES.
015900 01  Sollzins-Schalter           PIC X VALUE 'N'.
016000     88  SOLLZINS-GELADEN            VALUE 'J'.
016100*
016200*    BUCHUNGSTAG DER ZINSBUCHUNGEN (HD-LAUFDATUM UND
016300*    DS-BUCHUNGSDATUM) AUS DER UMGEBUNG.
016400 01  Zinstag-Eingabe             PIC X(08) VALUE SPACES.
016500 01  Zins-Buchungstag            PIC 9(08) VALUE ZERO.
016600*
016700*    ZINSMONAT (JJJJMM) AUS DL100MONAT, SONST DER MONAT VOR DEM
016800*    ZINSTAG.  NUR WECHSEL MIT GUELTIGKEIT IN DIESEM MONAT
016900*    TEILEN DIE ZINSTAGE AUF.
017000 01  Monat-Eingabe               PIC X(06) VALUE SPACES.
017100 01  Zins-Monat                  PIC 9(06) VALUE ZERO.
017200 01  Zins-Monat-Teile REDEFINES Zins-Monat.
017300     05  Zins-Jahr                  PIC 9(04).
017400     05  Zins-Monatszahl            PIC 9(02).
017500 01  Monatsanfang                PIC 9(08) VALUE ZERO.
017600*
017700*    KONDITIONEN JE PRODUKT AUS DL100PRD.
017800 01  Produkttabelle.
017900     05  Produkt-Anzahl             PIC S9(04) COMP VALUE ZERO.
018000     05  Produkt-Eintrag OCCURS 50 TIMES.
018100         10  PK-PRODUKT             PIC X(02).
018200         10  PK-HABENZINS           PIC 9(02)V9(04).
018300         10  PK-SOLLZINS            PIC 9(02)V9(04).
018400 01  Produkt-Index               PIC S9(04) COMP VALUE ZERO.
018500 01  Produkt-Treffer             PIC X VALUE 'N'.
018600     88  PRODUKT-GEFUNDEN            VALUE 'J'.
018700*
018800*    PRODUKTWECHSEL MIT GUELTIG-AB NACH DEM MONATSANFANG, IN
018900*    DATEIFOLGE (JE KONTO AUFSTEIGEND).  NUR SIE BESTIMMEN DAS
019000*    PRODUKT EINES TAGES IM ZINSMONAT ABWEICHEND VON KV-PRODUKT.
019100 01  Wechseltabelle.
019200     05  Wechsel-Anzahl             PIC S9(04) COMP VALUE ZERO.
019300     05  Wechsel-Eintrag OCCURS 2000 TIMES.
019400         10  WT-KONTONUMMER         PIC 9(10).
019500         10  WT-GUELTIG-AB          PIC 9(08).
019600         10  WT-PRODUKT-ALT         PIC X(02).
019700         10  WT-PRODUKT-NEU         PIC X(02).
019800 01  Wechsel-Index               PIC S9(04) COMP VALUE ZERO.
019900 01  Wechsel-Datum               PIC 9(08) VALUE ZERO.
020000 01  Wechsel-Datum-Teile REDEFINES Wechsel-Datum.
020100     05  Wechsel-Jahrmonat          PIC 9(06).
020200     05  Wechsel-Tag                PIC 9(02).
020300*
020400*    ZINSGEWICHT DES KONTOS: SUMME AUS JAHRESZINSSATZ MAL
020500*    ZINSTAGEN JE PRODUKTABSCHNITT (30/360, DER MONAT HAT 30
020600*    ZINSTAGE).  OHNE WECHSEL IST ES SATZ MAL 30.
020700 01  Konto-Produkt               PIC X(02) VALUE SPACES.
020800 01  Abschnitt-Produkt           PIC X(02) VALUE SPACES.
020900 01  Abschnitt-Satz              PIC 9(02)V9(04) VALUE ZERO.
021000 01  Abschnitt-Beginn            PIC 9(02) VALUE ZERO.
021100 01  Abschnitt-Ende              PIC 9(02) VALUE ZERO.
021200 01  Zins-Gewicht                PIC 9(05)V9(04) VALUE ZERO.
021300 01  Erster-Wechsel              PIC X VALUE 'N'.
021400     88  ERSTER-WECHSEL-GESEHEN      VALUE 'J'.
021500 01  Produktkonditionen          PIC X VALUE 'N'.
021600     88  MIT-PRODUKTKONDITIONEN      VALUE 'J'.
021700*
021800*    ERGEBNIS DER ZINSRECHNUNG FUER DAS AKTUELLE KONTO.
021900 01  Zins-Schalter               PIC X VALUE 'N'.
022000     88  ZINS-FAELLIG                VALUE 'J'.
022100 01  Zins-Betrag                 PIC 9(09)V99 VALUE ZERO.
022200 01  Zins-Betrag-Signiert        PIC S9(11)V99 VALUE ZERO.
022300 01  Zins-Code                   PIC X(02) VALUE SPACES.
022400*
022500 01  Zaehler-Konten              PIC S9(07) COMP VALUE ZERO.
022600 01  Zaehler-Haben               PIC S9(07) COMP VALUE ZERO.
022700 01  Zaehler-Soll                PIC S9(07) COMP VALUE ZERO.
022800 01  Zaehler-Produktkonten       PIC S9(07) COMP VALUE ZERO.
022900 01  Summe-Zinsen                PIC S9(11)V99 VALUE ZERO.
023000*
023100 01  Anzahl-Edit                 PIC ZZZZZZ9.
023200 01  Betrag-Edit                 PIC ---,---,---,--9.99.
023300*
023400 PROCEDURE DIVISION.
023500*----------------------------------------------------------------
023600 Hauptprogramm.
023700*----------------------------------------------------------------
023800     PERFORM ZinstagErmitteln
023900     PERFORM ZinsmonatErmitteln
024000     PERFORM ZinssaetzeLaden
024100     PERFORM ProdukteLaden
024200     PERFORM WechselLaden
024300     PERFORM VerzeichnisOeffnen
024400     PERFORM SaldenmasterOeffnen
024500     PERFORM SummendurchgangLesen
024600     IF Zaehler-Konten = ZERO
024700         DISPLAY "DL100 ZINSENLAUF - KEIN KONTO MIT ZINSBETRAG "
024800             "UNGLEICH NULL, DL100ZNS WIRD NICHT GESCHRIEBEN"
024900         MOVE 8 TO RETURN-CODE
025000         CLOSE SaldenDatei
025100         PERFORM VerzeichnisSchliessen
025200         STOP RUN
025300     END-IF
025400     PERFORM ZinsdateiSchreiben
025500     CLOSE SaldenDatei
025600     PERFORM VerzeichnisSchliessen
025700     PERFORM AbschlussMelden
025800     STOP RUN.
025900*
026000*----------------------------------------------------------------
026100*    UEBERNIMMT DEN BUCHUNGSTAG DER ZINSBUCHUNGEN (JJJJMMTT)     *
026200*    AUS DER UMGEBUNGSVARIABLEN DL100ZINSTAG - DER TAG, AN DEM   *
026300*    DIE DATEI UEBER SCHRITT 0 VERARBEITET WERDEN SOLL.  OHNE    *
026400*    GUELTIGEN TAG KEIN VORSATZ - ABBRUCH MIT RETURN-CODE 16.    *
026500*----------------------------------------------------------------
026600 ZinstagErmitteln.
026700     ACCEPT Zinstag-Eingabe FROM ENVIRONMENT "DL100ZINSTAG"
026800     IF Zinstag-Eingabe IS NOT NUMERIC
026900         DISPLAY "DL100 FEHLER - DL100ZINSTAG (JJJJMMTT) NICHT "
027000             "ODER UNGUELTIG GESETZT - ZINSENLAUF ABGEBROCHEN"
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF
027400     MOVE Zinstag-Eingabe TO Zins-Buchungstag.
027500*
027600*----------------------------------------------------------------
027700*    ZINSMONAT AUS DL100MONAT (JJJJMM, WIE IM MONATSLAUF         *
027800*    GESETZT).  OHNE GUELTIGEN WERT GILT DER MONAT VOR DEM       *
027900*    ZINSTAG - DER ZINSTAG IST UEBLICHERWEISE DER ERSTE          *
028000*    VERARBEITUNGSTAG DES FOLGEMONATS.                           *
028100*----------------------------------------------------------------
028200 ZinsmonatErmitteln.
028300     ACCEPT Monat-Eingabe FROM ENVIRONMENT "DL100MONAT"
028400     IF Monat-Eingabe IS NUMERIC
028500         MOVE Monat-Eingabe TO Zins-Monat
028600     ELSE
028700         MOVE Zins-Buchungstag (1:6) TO Zins-Monat
028800         IF Zins-Monatszahl = 1
028900             MOVE 12 TO Zins-Monatszahl
029000             SUBTRACT 1 FROM Zins-Jahr
029100         ELSE
029200             SUBTRACT 1 FROM Zins-Monatszahl
029300         END-IF
029400     END-IF
029500     COMPUTE Monatsanfang = Zins-Monat * 100 + 1.
029600*
029700*----------------------------------------------------------------
029800*    LAEDT DIE ZINSSATZTABELLE.  JE SEITE (HABEN/SOLL) WIRD DER  *
029900*    AKTIVE EINTRAG UEBERNOMMEN; FEHLT EINER, WUERDE NUR DIE     *
030000*    HALBE VERZINSUNG GEBUCHT - DANN WIRD SOFORT MIT RETURN-     *
030100*    CODE 16 ABGEBROCHEN, BEVOR IRGENDETWAS GESCHRIEBEN IST.     *
030200*----------------------------------------------------------------
030300 ZinssaetzeLaden.
030400     MOVE 'N' TO Zinssatzdatei-Ende
030500     OPEN INPUT ZinssatzDatei
030600     IF NOT ZINSSATZDATEI-GEFUNDEN
030700         DISPLAY "DL100 FEHLER - ZINSSATZTABELLE DL100ZTB NICHT "
030800             "GEFUNDEN (MIT DL100Z01 ANLEGEN), FILE STATUS "
030900             Zinssatz-Status " - ZINSENLAUF ABGEBROCHEN"
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF
031300     PERFORM ZinssatzUebernehmen UNTIL KEINE-ZINSSAETZE-MEHR
031400     CLOSE ZinssatzDatei
031500     IF NOT HABENZINS-GELADEN OR NOT SOLLZINS-GELADEN
031600         DISPLAY "DL100 FEHLER - DL100ZTB OHNE AKTIVEN HABEN- "
031700             "UND SOLLZINSSATZ - ZINSENLAUF ABGEBROCHEN"
031800         MOVE 16 TO RETURN-CODE
031900         STOP RUN
032000     END-IF.
032100*
032200*----------------------------------------------------------------
032300 ZinssatzUebernehmen.
032400*----------------------------------------------------------------
032500     READ ZinssatzDatei
032600         AT END
032700             MOVE 'Y' TO Zinssatzdatei-Ende
032800         NOT AT END
032900             IF ZS-IST-AKTIV
033000                 IF ZS-IST-HABENZINS
033100                     MOVE ZS-SATZ TO Habenzins-Satz
033200                     MOVE ZS-TRANSAKTIONSCODE TO Habenzins-Code
033300                     SET HABENZINS-GELADEN TO TRUE
033400                 END-IF
033500                 IF ZS-IST-SOLLZINS
033600                     MOVE ZS-SATZ TO Sollzins-Satz
033700                     MOVE ZS-TRANSAKTIONSCODE TO Sollzins-Code
033800                     SET SOLLZINS-GELADEN TO TRUE
033900                 END-IF
034000             END-IF
034100     END-READ.
034200*
034300*----------------------------------------------------------------
034400*    LAEDT DIE KONDITIONEN DES PRODUKTKATALOGS.  AUCH STILL-     *
034500*    GELEGTE PRODUKTE ZAEHLEN - IHRE KONTEN WERDEN WEITER NACH   *
034600*    IHREN KONDITIONEN VERZINST.                                 *
034700*----------------------------------------------------------------
034800 ProdukteLaden.
034900     MOVE 'N' TO Produktdatei-Ende
035000     OPEN INPUT ProduktDatei
035100     IF PRODUKTDATEI-GEFUNDEN
035200         PERFORM ProduktsatzUebernehmen UNTIL KEINE-PRODUKTE-MEHR
035300         CLOSE ProduktDatei
035400     ELSE
035500         DISPLAY "DL100 HINWEIS - PRODUKTKATALOG DL100PRD NICHT "
035600             "VORHANDEN, ALLE KONTEN MIT DEN SAETZEN AUS "
035700             "DL100ZTB"
035800     END-IF.
035900*
036000*----------------------------------------------------------------
036100 ProduktsatzUebernehmen.
036200*----------------------------------------------------------------
036300     READ ProduktDatei
036400         AT END
036500             MOVE 'Y' TO Produktdatei-Ende
036600         NOT AT END
036700             IF Produkt-Anzahl LESS THAN 50
036800                 ADD 1 TO Produkt-Anzahl
036900                 MOVE PR-PRODUKT TO PK-PRODUKT (Produkt-Anzahl)
037000                 MOVE PR-HABENZINS
037100                     TO PK-HABENZINS (Produkt-Anzahl)
037200                 MOVE PR-SOLLZINS TO PK-SOLLZINS (Produkt-Anzahl)
037300             ELSE
037400                 DISPLAY "DL100 FEHLER - MEHR ALS 50 PRODUKTE IN "
037500                     "DL100PRD - ZINSENLAUF ABGEBROCHEN"
037600                 MOVE 16 TO RETURN-CODE
037700                 STOP RUN
037800             END-IF
037900     END-READ.
038000*
038100*----------------------------------------------------------------
038200*    LAEDT DIE PRODUKTWECHSEL, DIE DEN ZINSMONAT ODER SPAETERE   *
038300*    MONATE BETREFFEN.  FEHLT DL100PRH, GAB ES NOCH KEINEN       *
038400*    WECHSEL.  LAEUFT DIE TABELLE UEBER, WUERDE FALSCH VERZINST  *
038500*    - DANN ABBRUCH MIT RETURN-CODE 16.                          *
038600*----------------------------------------------------------------
038700 WechselLaden.
038800     MOVE 'N' TO Wechseldatei-Ende
038900     OPEN INPUT WechselDatei
039000     IF WECHSELDATEI-GEFUNDEN
039100         PERFORM WechselsatzUebernehmen UNTIL KEINE-WECHSEL-MEHR
039200         CLOSE WechselDatei
039300     END-IF.
039400*
039500*----------------------------------------------------------------
039600 WechselsatzUebernehmen.
039700*----------------------------------------------------------------
039800     READ WechselDatei
039900         AT END
040000             MOVE 'Y' TO Wechseldatei-Ende
040100         NOT AT END
040200             IF PW-GUELTIG-AB GREATER THAN Monatsanfang
040300                 IF Wechsel-Anzahl NOT LESS THAN 2000
040400                     DISPLAY "DL100 FEHLER - WECHSELTABELLE VOLL "
040500                         "(2000 SAETZE AUS DL100PRH) - "
040600                         "ZINSENLAUF ABGEBROCHEN"
040700                     MOVE 16 TO RETURN-CODE
040800                     STOP RUN
040900                 END-IF
041000                 ADD 1 TO Wechsel-Anzahl
041100                 MOVE PW-KONTONUMMER
041200                     TO WT-KONTONUMMER (Wechsel-Anzahl)
041300                 MOVE PW-GUELTIG-AB
041400                     TO WT-GUELTIG-AB (Wechsel-Anzahl)
041500                 MOVE PW-PRODUKT-ALT
041600                     TO WT-PRODUKT-ALT (Wechsel-Anzahl)
041700                 MOVE PW-PRODUKT-NEU
041800                     TO WT-PRODUKT-NEU (Wechsel-Anzahl)
041900             END-IF
042000     END-READ.
042100*
042200*----------------------------------------------------------------
042300*    DAS KONTOVERZEICHNIS LIEFERT DAS KONTOPRODUKT.  FEHLT ES,   *
042400*    LAUFEN ALLE KONTEN MIT DEN SAETZEN AUS DL100ZTB.            *
042500*----------------------------------------------------------------
042600 VerzeichnisOeffnen.
042700     OPEN INPUT VerzeichnisDatei
042800     IF VERZEICHNISDATEI-OK
042900         SET VERZEICHNIS-VORHANDEN TO TRUE
043000     ELSE
043100         DISPLAY "DL100 HINWEIS - KONTOVERZEICHNIS DL100KVZ "
043200             "NICHT VORHANDEN, ALLE KONTEN MIT DEN SAETZEN AUS "
043300             "DL100ZTB"
043400     END-IF.
043500*
043600*----------------------------------------------------------------
043700 VerzeichnisSchliessen.
043800*----------------------------------------------------------------
043900     IF VERZEICHNIS-VORHANDEN
044000         CLOSE VerzeichnisDatei
044100     END-IF.
044200*
044300*----------------------------------------------------------------
044400 SaldenmasterOeffnen.
044500*----------------------------------------------------------------
044600     OPEN INPUT SaldenDatei
044700     IF NOT SALDENDATEI-OK
044800         DISPLAY "DL100 FEHLER - SALDENMASTER DL100SAL NICHT "
044900             "VORHANDEN, FILE STATUS " Salden-Status
045000             " - ZINSENLAUF ABGEBROCHEN"
045100         MOVE 16 TO RETURN-CODE
045200         STOP RUN
045300     END-IF.
045400*
045500*----------------------------------------------------------------
045600*    POSITIONIERT DEN SALDENMASTER AUF DEN ERSTEN SATZ IN        *
045700*    AUFSTEIGENDER KONTONUMMERNFOLGE (WIRD VOR JEDEM DER         *
045800*    BEIDEN LESEDURCHGAENGE AUFGERUFEN).                         *
045900*----------------------------------------------------------------
046000 SaldenPositionieren.
046100     MOVE 'N' TO Salden-Ende
046200     MOVE ZERO TO SA-KONTONUMMER
046300     START SaldenDatei KEY IS NOT LESS THAN SA-KONTONUMMER
046400         INVALID KEY
046500             MOVE 'Y' TO Salden-Ende
046600     END-START.
046700*
046800*----------------------------------------------------------------
046900 SaldensatzLesen.
047000*----------------------------------------------------------------
047100     READ SaldenDatei NEXT RECORD
047200         AT END
047300             MOVE 'Y' TO Salden-Ende
047400     END-READ.
047500*
047600*----------------------------------------------------------------
047700*    DURCHGANG 1: ZAEHLT DIE KONTEN MIT ZINSBETRAG UNGLEICH      *
047800*    NULL UND SUMMIERT DIE ROHBETRAEGE FUER DEN NACHSATZ -       *
047900*    DER VORSATZ MUSS DIE ENDGUELTIGE SATZANZAHL TRAGEN.         *
048000*----------------------------------------------------------------
048100 SummendurchgangLesen.
048200     PERFORM SaldenPositionieren
048300     PERFORM SaldensatzLesen
048400     PERFORM KontoSummieren UNTIL KEINE-KONTEN-MEHR.
048500*
048600*----------------------------------------------------------------
048700 KontoSummieren.
048800*----------------------------------------------------------------
048900     PERFORM ZinsRechnen
049000     IF ZINS-FAELLIG
049100         ADD 1 TO Zaehler-Konten
049200         ADD Zins-Betrag TO Summe-Zinsen
049300     END-IF
049400     PERFORM SaldensatzLesen.
049500*
049600*----------------------------------------------------------------
049700*    RECHNET DEN MONATSZINS DES AKTUELLEN SALDENSATZES:          *
049800*    TAGESENDSALDO MAL ZINSGEWICHT DURCH 36000 (PROZENT UND 360  *
049900*    ZINSTAGE), KAUFMAENNISCH GERUNDET - OHNE PRODUKTWECHSEL IM  *
050000*    MONAT GLEICH SALDO MAL JAHRESZINSSATZ DURCH 1200.  DIE      *
050100*    SAETZE KOMMEN AUS DEM PRODUKT DES KONTOS, SONST AUS         *
050200*    DL100ZTB, DIE BUCHUNGSCODES IMMER AUS DL100ZTB.  POSITIVE   *
050300*    SALDEN TRAGEN DEN HABENZINS-CODE (GUTSCHRIFT), NEGATIVE DEN *
050400*    SOLLZINS-CODE (BELASTUNG); DER BETRAG SELBST WANDERT        *
050500*    VORZEICHENLOS IN DEN DATEISATZ - DAS VORZEICHEN VERGIBT     *
050600*    DER VERARBEITUNGSLAUF AM SOLL/HABEN-KENNZEICHEN DES         *
050700*    CODES.  DER LAUFSATZ IST KEIN KONTO UND BLEIBT AUSSEN       *
050800*    VOR, EBENSO KONTEN MIT SALDO ODER GERUNDETEM ZINS NULL.     *
050900*----------------------------------------------------------------
051000 ZinsRechnen.
051100     MOVE 'N' TO Zins-Schalter
051200     MOVE ZERO TO Zins-Betrag
051300     MOVE SPACES TO Zins-Code
051400     MOVE 'N' TO Produktkonditionen
051500     IF SL-IST-LAUFSATZ OR SA-SALDO = ZERO
051600         CONTINUE
051700     ELSE
051800         PERFORM KontoproduktErmitteln
051900         PERFORM ZinsgewichtErmitteln
052000         IF SA-SALDO GREATER THAN ZERO
052100             COMPUTE Zins-Betrag-Signiert ROUNDED =
052200                 SA-SALDO * Zins-Gewicht / 36000
052300             MOVE Habenzins-Code TO Zins-Code
052400         ELSE
052500             COMPUTE Zins-Betrag-Signiert ROUNDED =
052600                 (ZERO - SA-SALDO) * Zins-Gewicht / 36000
052700             MOVE Sollzins-Code TO Zins-Code
052800         END-IF
052900         IF Zins-Betrag-Signiert GREATER THAN ZERO
053000             MOVE Zins-Betrag-Signiert TO Zins-Betrag
053100             SET ZINS-FAELLIG TO TRUE
053200         END-IF
053300     END-IF.
053400*
053500*----------------------------------------------------------------
053600 KontoproduktErmitteln.
053700*----------------------------------------------------------------
053800     MOVE SPACES TO Konto-Produkt
053900     IF VERZEICHNIS-VORHANDEN
054000         MOVE SA-KONTONUMMER TO KV-KONTONUMMER
054100         READ VerzeichnisDatei
054200             INVALID KEY
054300                 CONTINUE
054400             NOT INVALID KEY
054500                 MOVE KV-PRODUKT TO Konto-Produkt
054600         END-READ
054700     END-IF.
054800*
054900*----------------------------------------------------------------
055000*    ZERLEGT DEN ZINSMONAT AN DEN PRODUKTWECHSELN DES KONTOS IN  *
055100*    ABSCHNITTE.  DAS PRODUKT AM MONATSANFANG IST DAS ALTE       *
055200*    PRODUKT DES ERSTEN GELADENEN WECHSELS, OHNE WECHSEL         *
055300*    KV-PRODUKT.  EIN WECHSEL GUELTIG AB TAG T BEENDET DEN       *
055400*    LAUFENDEN ABSCHNITT NACH T-1 ZINSTAGEN (HOECHSTENS 30).     *
055500*----------------------------------------------------------------
055600 ZinsgewichtErmitteln.
055700     MOVE ZERO TO Zins-Gewicht
055800     MOVE ZERO TO Abschnitt-Beginn
055900     MOVE Konto-Produkt TO Abschnitt-Produkt
056000     MOVE 'N' TO Erster-Wechsel
056100     MOVE ZERO TO Wechsel-Index
056200     PERFORM WechselAnwenden
056300         UNTIL Wechsel-Index NOT LESS THAN Wechsel-Anzahl
056400     MOVE 30 TO Abschnitt-Ende
056500     PERFORM AbschnittGewichten.
056600*
056700*----------------------------------------------------------------
056800 WechselAnwenden.
056900*----------------------------------------------------------------
057000     ADD 1 TO Wechsel-Index
057100     IF WT-KONTONUMMER (Wechsel-Index) = SA-KONTONUMMER
057200         IF NOT ERSTER-WECHSEL-GESEHEN
057300             MOVE WT-PRODUKT-ALT (Wechsel-Index)
057400                 TO Abschnitt-Produkt
057500             SET ERSTER-WECHSEL-GESEHEN TO TRUE
057600         END-IF
057700         MOVE WT-GUELTIG-AB (Wechsel-Index) TO Wechsel-Datum
057800         IF Wechsel-Jahrmonat = Zins-Monat
057900             COMPUTE Abschnitt-Ende = Wechsel-Tag - 1
058000             IF Abschnitt-Ende GREATER THAN 30
058100                 MOVE 30 TO Abschnitt-Ende
058200             END-IF
058300             PERFORM AbschnittGewichten
058400             MOVE WT-PRODUKT-NEU (Wechsel-Index)
058500                 TO Abschnitt-Produkt
058600         END-IF
058700     END-IF.
058800*
058900*----------------------------------------------------------------
059000 AbschnittGewichten.
059100*----------------------------------------------------------------
059200     IF Abschnitt-Ende GREATER THAN Abschnitt-Beginn
059300         PERFORM AbschnittsatzErmitteln
059400         COMPUTE Zins-Gewicht = Zins-Gewicht + Abschnitt-Satz
059500             * (Abschnitt-Ende - Abschnitt-Beginn)
059600         MOVE Abschnitt-Ende TO Abschnitt-Beginn
059700     END-IF.
059800*
059900*----------------------------------------------------------------
060000*    HABEN- ODER SOLLZINSSATZ DES ABSCHNITTSPRODUKTS; OHNE       *
060100*    PRODUKT ODER BEI EINEM NICHT IM KATALOG GEFUEHRTEN PRODUKT  *
060200*    DER SATZ AUS DL100ZTB.                                      *
060300*----------------------------------------------------------------
060400 AbschnittsatzErmitteln.
060500     IF SA-SALDO GREATER THAN ZERO
060600         MOVE Habenzins-Satz TO Abschnitt-Satz
060700     ELSE
060800         MOVE Sollzins-Satz TO Abschnitt-Satz
060900     END-IF
061000     MOVE 'N' TO Produkt-Treffer
061100     IF Abschnitt-Produkt NOT = SPACES
061200         MOVE ZERO TO Produkt-Index
061300         PERFORM ProduktVergleichen
061400             UNTIL PRODUKT-GEFUNDEN
061500                 OR Produkt-Index NOT LESS THAN Produkt-Anzahl
061600     END-IF
061700     IF PRODUKT-GEFUNDEN
061800         SET MIT-PRODUKTKONDITIONEN TO TRUE
061900         IF SA-SALDO GREATER THAN ZERO
062000             MOVE PK-HABENZINS (Produkt-Index) TO Abschnitt-Satz
062100         ELSE
062200             MOVE PK-SOLLZINS (Produkt-Index) TO Abschnitt-Satz
062300         END-IF
062400     END-IF.
062500*
062600*----------------------------------------------------------------
062700 ProduktVergleichen.
062800*----------------------------------------------------------------
062900     ADD 1 TO Produkt-Index
063000     IF PK-PRODUKT (Produkt-Index) = Abschnitt-Produkt
063100         SET PRODUKT-GEFUNDEN TO TRUE
063200     END-IF.
063300*
063400*----------------------------------------------------------------
063500*    DURCHGANG 2: SCHREIBT DL100ZNS - HD-VORSATZ MIT ZINSTAG     *
063600*    UND SATZANZAHL, JE KONTO EIN DETAILSATZ, TR-NACHSATZ MIT    *
063700*    ANZAHL UND ROHBETRAGSSUMME.                                 *
063800*----------------------------------------------------------------
063900 ZinsdateiSchreiben.
064000     OPEN OUTPUT ZinsDatei
064100     MOVE SPACES TO DateiSatz
064200     MOVE "HD" TO DH-SATZART
064300     MOVE Zins-Buchungstag TO DH-LAUFDATUM
064400     MOVE Zaehler-Konten TO DH-SATZANZAHL
064500     MOVE DateiSatz TO Zins-Ausgabesatz
064600     WRITE Zins-Ausgabesatz
064700     PERFORM SaldenPositionieren
064800     PERFORM SaldensatzLesen
064900     PERFORM ZinssatzSchreiben UNTIL KEINE-KONTEN-MEHR
065000     MOVE SPACES TO DateiSatz
065100     MOVE "TR" TO DT-SATZART
065200     MOVE Zaehler-Konten TO DT-SATZANZAHL
065300     MOVE Summe-Zinsen TO DT-BETRAGSSUMME
065400     MOVE DateiSatz TO Zins-Ausgabesatz
065500     WRITE Zins-Ausgabesatz
065600     CLOSE ZinsDatei.
065700*
065800*----------------------------------------------------------------
065900 ZinssatzSchreiben.
066000*----------------------------------------------------------------
066100     PERFORM ZinsRechnen
066200     IF ZINS-FAELLIG
066300         MOVE SPACES TO DateiSatz
066400         MOVE Zins-Code TO DS-TRANSAKTIONSCODE
066500         MOVE SA-KONTONUMMER TO DS-KONTONUMMER
066600         MOVE Zins-Betrag TO DS-BETRAG
066700         MOVE Zins-Buchungstag TO DS-BUCHUNGSDATUM
066800         MOVE ZERO TO DS-FILIALE
066900         MOVE DateiSatz TO Zins-Ausgabesatz
067000         WRITE Zins-Ausgabesatz
067100         IF SA-SALDO GREATER THAN ZERO
067200             ADD 1 TO Zaehler-Haben
067300         ELSE
067400             ADD 1 TO Zaehler-Soll
067500         END-IF
067600         IF MIT-PRODUKTKONDITIONEN
067700             ADD 1 TO Zaehler-Produktkonten
067800         END-IF
067900     END-IF
068000     PERFORM SaldensatzLesen.
068100*
068200*----------------------------------------------------------------
068300 AbschlussMelden.
068400*----------------------------------------------------------------
068500     MOVE Zaehler-Konten TO Anzahl-Edit
068600     DISPLAY "DL100 ZINSENLAUF - ZINSTAG " Zins-Buchungstag
068700         " ZINSMONAT " Zins-Monat
068800     DISPLAY "KONTEN VERZINST.......: " Anzahl-Edit
068900     MOVE Zaehler-Haben TO Anzahl-Edit
069000     DISPLAY "DAVON HABENZINS.......: " Anzahl-Edit
069100     MOVE Zaehler-Soll TO Anzahl-Edit
069200     DISPLAY "DAVON SOLLZINS........: " Anzahl-Edit
069300     MOVE Zaehler-Produktkonten TO Anzahl-Edit
069400     DISPLAY "MIT PRODUKTKONDITIONEN: " Anzahl-Edit
069500     MOVE Summe-Zinsen TO Betrag-Edit
069600     DISPLAY "ZINS-ROHBETRAGSSUMME..: " Betrag-Edit
069700     DISPLAY "AUSGABEDATEI..........: DL100ZNS"
069800     DISPLAY "IM NACHTLAUF GEMEINSAM MIT DER TAGES-"
069900         "LIEFERUNG DES ZINSTAGS KONSOLIDIEREN:"
070000     DISPLAY "DD_DL100FIL5=DL100ZNS (SCHRITT 0, DL100V01)".
