000700*                                                             *
000800*    ZWECK:                                                    *
000900*      MONATSABSCHLUSSSCHRITT NEBEN DEM MONATSAUSZUG: ZAEHLT   *
001000*      JE KONTO DIE IM MONAT DL100MONAT AKZEPTIERTEN           *
001100*      TRANSAKTIONEN AUS DER BUCHUNGSHISTORIE (DL100HIS),      *
001200*      STELLT SIE GEGEN DIE GEPFLEGTE GEBUEHRENTABELLE         *
001300*      (DL100GBT, PFLEGE UEBER DL100B01: FREIGRENZE JE KONTO,  *
001400*      PREIS JE TRANSAKTIONSCODE) UND SCHREIBT JE KONTO EINE   *
001500*      ZEILE (MIT PRODUKT) AUF DAS GEBUEHRENJOURNAL            *
001600*      (GEBUEHRENJOURNAL.TXT).  IST DEM KONTO EIN PRODUKT AUS  *
001700*      DEM PRODUKTKATALOG (DL100PRD) ZUGEORDNET, GELTEN        *
001800*      DESSEN FREIGRENZE UND DIE PREISE JE PRODUKT AUS         *
001900*      DL100GBT; NACH EINEM PRODUKTWECHSEL IM MONAT            *
002000*      (DL100PRH) ZAEHLT FUER JEDE TRANSAKTION DAS PRODUKT     *
002100*      IHRES VERARBEITUNGSTAGS.  DIE ERSTEN                    *
002200*      FREIGRENZE-TRANSAKTIONEN EINES KONTOS (IN               *
002300*      HISTORIEN-SCHLUESSELFOLGE) SIND FREI, JEDE WEITERE      *
002400*      KOSTET DEN PREIS IHRES CODES; CODES OHNE PREISSATZ      *
002500*      SIND FREI.  DIE GEBUEHREN WERDEN ALS DATEISATZ-DATEI    *
002600*      (DL100GEB) MIT HD-VORSATZ UND TR-NACHSATZ UNTER DEM     *
002700*      GEPFLEGTEN BUCHUNGSCODE BEREITGESTELLT UND UEBER        *
002800*      SCHRITT 0 DES NACHTLAUFS (Z.B. DD_DL100FIL3=DL100GEB)   *
002900*      MITVERARBEITET - SIE LAUFEN ALSO WIE JEDE ANDERE        *
003000*      BUCHUNG DURCH PRUEFUNG, HISTORIE UND HAUPTBUCH, STATT   *
003100*      VON HAND AUS DEM GEDRUCKTEN MONATSAUSZUG GEZAEHLT ZU    *
003200*      WERDEN.  DER BUCHUNGSTAG KOMMT ALS JJJJMMTT AUS DER     *
003300*      UMGEBUNGSVARIABLEN DL100GEBTAG.                         *
003400*                                                             *
003500*    CONDITION CODES:                                          *
003600*      0  JOURNAL UND GEBUEHRENDATEI GESCHRIEBEN               *
003700*      8  KEIN KONTO MIT GEBUEHR UNGLEICH NULL                 *
003800*      16 MONAT/GEBTAG/GEBUEHRENTABELLE/HISTORIE FEHLT ODER    *
003900*         UNGUELTIG, MEHR ALS 50 PRODUKTE ODER 2000 WECHSEL    *
004000*                                                             *
004100*    AENDERUNGEN:                                              *
004200*      2026-09-01 RH  ERSTFASSUNG                              *
004300*      2026-09-01 RH  GEBUEHRENBUCHUNGEN TRAGEN FILIALE 00,    *
004400*                     DAMIT DIE KONSOLIDIERUNG SIE NICHT ALS   *
004500*                     FILIALE IHRES SLOTS STEMPELT             *
004600*      2026-10-15 RH  GESCHLOSSENE KONTEN (DL100KVZ) WERDEN    *
004700*                     NICHT MEHR BERECHNET - IHRE GEBUEHREN    *
004800*                     RECHNET DIE KONTOSCHLIESSUNG (DL100N02)  *
004900*                     BEREITS AB                               *
005000*      2026-10-15 RH  FREIGRENZE UND PREISE JE KONTOPRODUKT    *
005100*                     (DL100PRD, GB-PRODUKT); BEI PRODUKT-     *
005200*                     WECHSEL IM MONAT (DL100PRH) NACH DEM     *
005300*                     PRODUKT AM VERARBEITUNGSTAG; PREIS-      *
005400*                     TABELLE AUF 200 EINTRAEGE                *
005500*      2026-10-15 RH  SATZLAENGE DL100HIS AUF 120              *
005600*                     (FREMDWAEHRUNGSFELDER)                   *
005700*                                                             *
005800***************************************************************
005900 IDENTIFICATION DIVISION.
006000 PROGRAM-ID. GEBUEHRENABRECHNUNG.
006100*
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT HistorienDatei ASSIGN TO "DL100HIS"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS HI-SCHLUESSEL
006900         FILE STATUS IS Historie-Status.
007000*
007100     SELECT GebuehrenDatei ASSIGN TO "DL100GBT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS Gebuehren-Status.
007400*
007500     SELECT JournalDatei ASSIGN TO "gebuehrenjournal.txt"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700*
007800*    DL100GEB - GEBUEHRENBUCHUNGEN IM DATEISATZ-FORMAT MIT
007900*    EIGENEM VORSATZ/NACHSATZ FUER SCHRITT 0 DES NACHTLAUFS.
008000     SELECT AbrechnungsDatei ASSIGN TO "DL100GEB"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200*
008300*    DL100KVZ - KONTOVERZEICHNIS, NUR LESEND; FEHLT ES, GILT
008400*    JEDES KONTO ALS OFFEN UND OHNE PRODUKT.
008500     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS RANDOM
008800         RECORD KEY IS KV-KONTONUMMER
008900         FILE STATUS IS Verzeichnis-Status.
009000*
009100*    DL100PRD - PRODUKTKATALOG (FREIGRENZE JE PRODUKT), NUR
009200*    LESEND.  FEHLT ER, GILT FUER ALLE KONTEN DER 'F'-SATZ.
009300     SELECT ProduktDatei ASSIGN TO "DL100PRD"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS Produkt-Status.
009600*
009700*    DL100PRH - PRODUKTWECHSEL-HISTORIE, NUR LESEND.
009800     SELECT WechselDatei ASSIGN TO "DL100PRH"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS Wechsel-Status.
010100*
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  HistorienDatei
010500     RECORD CONTAINS 120 CHARACTERS.
010600 COPY HISTORIE.
010700*
010800 FD  GebuehrenDatei
010900     RECORD CONTAINS 80 CHARACTERS.
011000 COPY GEBUEHR.
011100*
011200 FD  JournalDatei
011300     RECORD CONTAINS 80 CHARACTERS.
011400 01  Journal-Zeile                  PIC X(80).
011500*
011600 FD  AbrechnungsDatei
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  Abrechnungs-Satz               PIC X(80).
011900*
012000 FD  VerzeichnisDatei
012100     RECORD CONTAINS 80 CHARACTERS.
012200 COPY KONTOVERZ.
012300*
012400 FD  ProduktDatei
012500     RECORD CONTAINS 80 CHARACTERS.
012600 COPY PRODUKT.
012700*
012800 FD  WechselDatei
012900     RECORD CONTAINS 80 CHARACTERS.
013000 COPY PRODUKTWECHSEL.
013100*
013200 WORKING-STORAGE SECTION.
013300*    DER JEWEILS ERZEUGTE BUCHUNGSSATZ IN DATEISATZ-SICHT.
013400 COPY DATEISATZ.
013500*
013600 01  Historie-Status             PIC X(02).
013700     88  HISTORIENDATEI-OK           VALUE '00'.
013800 01  Gebuehren-Status            PIC X(02).
013900     88  GEBUEHRENDATEI-GEFUNDEN     VALUE '00'.
014000 01  Verzeichnis-Status          PIC X(02).
014100     88  VERZEICHNISDATEI-OK         VALUE '00'.
014200 01  Produkt-Status              PIC X(02).
014300     88  PRODUKTDATEI-GEFUNDEN       VALUE '00'.
014400 01  Wechsel-Status              PIC X(02).
014500     88  WECHSELDATEI-GEFUNDEN       VALUE '00'.
014600*
014700 01  Verzeichnis-Schalter        PIC X VALUE 'N'.
014800     88  VERZEICHNIS-VORHANDEN       VALUE 'J'.
014900 01  Geschlossen-Schalter        PIC X VALUE 'N'.
015000     88  KONTO-GESCHLOSSEN           VALUE 'J'.
015100*
015200 01  Historie-Ende               PIC X VALUE 'N'.
015300     88  KEINE-HISTORIE-MEHR         VALUE 'Y'.
015400 01  Gebuehrendatei-Ende         PIC X VALUE 'N'.
015500     88  KEINE-GEBUEHRENSAETZE-MEHR  VALUE 'Y'.
015600 01  Produktdatei-Ende           PIC X VALUE 'N'.
015700     88  KEINE-PRODUKTE-MEHR         VALUE 'Y'.
015800 01  Wechseldatei-Ende           PIC X VALUE 'N'.
015900     88  KEINE-WECHSEL-MEHR          VALUE 'Y'.
016000*
016100 01  Monat-Eingabe               PIC X(06) VALUE SPACES.
016200 01  Abrechnungs-Monat           PIC 9(06) VALUE ZERO.
016300 01  Gebtag-Eingabe              PIC X(08) VALUE SPACES.
016400 01  Gebuehren-Buchungstag       PIC 9(08) VALUE ZERO.
016500 01  Monatsanfang                PIC 9(08) VALUE ZERO.
016600*
016700*    MONATSANTEIL DES LAUFDATUMS AUS DEM HISTORIENSCHLUESSEL.
016800 01  Historie-Laufdatum          PIC 9(08) VALUE ZERO.
016900 01  Historie-Laufdatum-Teile REDEFINES Historie-Laufdatum.
017000     05  Historie-Laufmonat         PIC 9(06).
017100     05  Historie-Lauftag           PIC 9(02).
017200*
017300*    GELADENE GEBUEHRENTABELLE.  PT-PRODUKT LEER = ALLGEMEINER
017400*    PREIS DES CODES, SONST PREIS NUR FUER DIESES PRODUKT.
017500 01  Freigrenze-Anzahl           PIC 9(03) VALUE ZERO.
017600 01  Buchungs-Code               PIC X(02) VALUE SPACES.
017700 01  Buchungscode-Da             PIC X VALUE 'N'.
017800     88  BUCHUNGSCODE-GEFUEHRT       VALUE 'J'.
017900 01  Preistabelle.
018000     05  Preis-Anzahl               PIC S9(04) COMP VALUE ZERO.
018100     05  Preis-Eintrag OCCURS 200 TIMES.
018200         10  PT-CODE                PIC X(02).
018300         10  PT-PRODUKT             PIC X(02).
018400         10  PT-PREIS               PIC 9(05)V99.
018500 01  Preis-Index                 PIC S9(04) COMP VALUE ZERO.
018600 01  Preis-Treffer               PIC X VALUE 'N'.
018700     88  PREIS-GEFUNDEN              VALUE 'J'.
018800 01  Satz-Preis                  PIC 9(05)V99 VALUE ZERO.
018900 01  Gesuchtes-Produkt           PIC X(02) VALUE SPACES.
019000*
019100*    FREIGRENZE JE PRODUKT AUS DL100PRD.
019200 01  Produkttabelle.
019300     05  Produkt-Anzahl             PIC S9(04) COMP VALUE ZERO.
019400     05  Produkt-Eintrag OCCURS 50 TIMES.
019500         10  PK-PRODUKT             PIC X(02).
019600         10  PK-FREIGRENZE          PIC 9(03).
019700 01  Produkt-Index               PIC S9(04) COMP VALUE ZERO.
019800 01  Produkt-Treffer             PIC X VALUE 'N'.
019900     88  PRODUKT-GEFUNDEN            VALUE 'J'.
020000*
020100*    PRODUKTWECHSEL MIT GUELTIG-AB NACH DEM MONATSANFANG, IN
020200*    DATEIFOLGE (JE KONTO AUFSTEIGEND).
020300 01  Wechseltabelle.
020400     05  Wechsel-Anzahl             PIC S9(04) COMP VALUE ZERO.
020500     05  Wechsel-Eintrag OCCURS 2000 TIMES.
020600         10  WT-KONTONUMMER         PIC 9(10).
020700         10  WT-GUELTIG-AB          PIC 9(08).
020800         10  WT-PRODUKT-ALT         PIC X(02).
020900 01  Wechsel-Index               PIC S9(04) COMP VALUE ZERO.
021000 01  Wechsel-Treffer             PIC X VALUE 'N'.
021100     88  WECHSEL-GEFUNDEN            VALUE 'J'.
021200*
021300*    PRODUKT DES KONTOS LAUT KONTOVERZEICHNIS SOWIE PRODUKT UND
021400*    FREIGRENZE AM VERARBEITUNGSTAG DER AKTUELLEN TRANSAKTION.
021500 01  Konto-Produkt               PIC X(02) VALUE SPACES.
021600 01  Tages-Produkt               PIC X(02) VALUE SPACES.
021700 01  Tages-Freigrenze            PIC 9(03) VALUE ZERO.
021800*
021900*    GRUPPENWECHSEL JE KONTO.
022000 01  Gruppen-Schalter            PIC X VALUE 'N'.
022100     88  GRUPPE-OFFEN                VALUE 'J'.
022200 01  Gruppe-Konto                PIC 9(10) VALUE ZERO.
022300 01  Konto-Anzahl                PIC S9(07) COMP VALUE ZERO.
022400 01  Konto-Pflichtig             PIC S9(07) COMP VALUE ZERO.
022500 01  Konto-Gebuehr               PIC 9(09)V99 VALUE ZERO.
022600*
022700*    JE KONTO MIT GEBUEHR EIN EINTRAG FUER DIE AUSGABEDATEI
022800*    (DER VORSATZ BRAUCHT DIE ENDGUELTIGE SATZANZAHL).
022900 01  Abrechnungs-Tabelle.
023000     05  Abrechnung-Anzahl          PIC S9(04) COMP VALUE ZERO.
023100     05  Abrechnung-Eintrag OCCURS 2000 TIMES.
023200         10  AB-KONTONUMMER         PIC 9(10).
023300         10  AB-GEBUEHR             PIC 9(09)V99.
023400 01  Abrechnung-Index            PIC S9(04) COMP VALUE ZERO.
023500*
023600 01  Zaehler-Konten              PIC S9(07) COMP VALUE ZERO.
023700 01  Zaehler-Billanz             PIC S9(07) COMP VALUE ZERO.
023800 01  Zaehler-Geschlossen         PIC S9(07) COMP VALUE ZERO.
023900 01  Summe-Gebuehren             PIC S9(11)V99 VALUE ZERO.
024000*
024100 01  Konto-Edit                  PIC Z(09)9.
024200 01  Anzahl-Edit                 PIC ZZZZZZ9.
024300 01  Frei-Edit                   PIC ZZ9.
024400 01  Pflichtig-Edit              PIC ZZZZZZ9.
024500 01  Gebuehr-Edit                PIC --,---,--9.99.
024600 01  Betrag-Edit                 PIC ---,---,---,--9.99.
024700*
024800 PROCEDURE DIVISION.
024900*----------------------------------------------------------------
025000 Hauptprogramm.
025100*----------------------------------------------------------------
025200     PERFORM ParameterErmitteln
025300     PERFORM GebuehrentabelleLaden
025400     PERFORM ProdukteLaden
025500     PERFORM WechselLaden
025600     PERFORM HistorieOeffnen
025700     PERFORM VerzeichnisOeffnen
025800     OPEN OUTPUT JournalDatei
025900     PERFORM JournalkopfSchreiben
026000     PERFORM HistorieDurcharbeiten
026100     PERFORM LetzteGruppeAbschliessen
026200     PERFORM JournalsummenSchreiben
026300     CLOSE JournalDatei
026400     CLOSE HistorienDatei
026500     IF VERZEICHNIS-VORHANDEN
026600         CLOSE VerzeichnisDatei
026700     END-IF
026800     IF Abrechnung-Anzahl = ZERO
026900         DISPLAY "DL100 GEBUEHRENABRECHNUNG - KEIN KONTO MIT "
027000             "GEBUEHR UNGLEICH NULL, DL100GEB WIRD NICHT "
027100             "GESCHRIEBEN"
027200         MOVE 8 TO RETURN-CODE
027300         STOP RUN
027400     END-IF
027500     PERFORM AbrechnungsdateiSchreiben
027600     PERFORM AbschlussMelden
027700     STOP RUN.
027800*
027900*----------------------------------------------------------------
028000*    UEBERNIMMT ABRECHNUNGSMONAT (DL100MONAT, JJJJMM) UND        *
028100*    BUCHUNGSTAG DER GEBUEHREN (DL100GEBTAG, JJJJMMTT) AUS      *
028200*    DER UMGEBUNG.  OHNE GUELTIGE WERTE ABBRUCH MIT 16.          *
028300*----------------------------------------------------------------
028400 ParameterErmitteln.
028500     ACCEPT Monat-Eingabe FROM ENVIRONMENT "DL100MONAT"
028600     IF Monat-Eingabe IS NOT NUMERIC
028700         DISPLAY "DL100 FEHLER - DL100MONAT (JJJJMM) NICHT ODER "
028800             "UNGUELTIG GESETZT - ABRECHNUNG ABGEBROCHEN"
028900         MOVE 16 TO RETURN-CODE
029000         STOP RUN
029100     END-IF
029200     MOVE Monat-Eingabe TO Abrechnungs-Monat
029300     ACCEPT Gebtag-Eingabe FROM ENVIRONMENT "DL100GEBTAG"
029400     IF Gebtag-Eingabe IS NOT NUMERIC
029500         DISPLAY "DL100 FEHLER - DL100GEBTAG (JJJJMMTT) NICHT "
029600             "ODER UNGUELTIG GESETZT - ABRECHNUNG ABGEBROCHEN"
029700         MOVE 16 TO RETURN-CODE
029800         STOP RUN
029900     END-IF
030000     MOVE Gebtag-Eingabe TO Gebuehren-Buchungstag
030100     COMPUTE Monatsanfang = Abrechnungs-Monat * 100 + 1.
030200*
030300*----------------------------------------------------------------
030400*    LAEDT DIE GEBUEHRENTABELLE.  OHNE BUCHUNGSCODE KANN KEINE   *
030500*    GEBUEHRENDATEI ERZEUGT WERDEN - ABBRUCH MIT 16, BEVOR       *
030600*    IRGENDETWAS GESCHRIEBEN IST.  OHNE FREIGRENZENSATZ GILT     *
030700*    NULL (ALLES PFLICHTIG), CODES OHNE PREISSATZ SIND FREI.     *
030800*----------------------------------------------------------------
030900 GebuehrentabelleLaden.
031000     MOVE 'N' TO Gebuehrendatei-Ende
031100     OPEN INPUT GebuehrenDatei
031200     IF NOT GEBUEHRENDATEI-GEFUNDEN
031300         DISPLAY "DL100 FEHLER - GEBUEHRENTABELLE DL100GBT "
031400             "NICHT GEFUNDEN (MIT DL100B01 ANLEGEN), FILE "
031500             "STATUS " Gebuehren-Status
031600             " - ABRECHNUNG ABGEBROCHEN"
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF
032000     PERFORM GebuehrensatzUebernehmen
032100         UNTIL KEINE-GEBUEHRENSAETZE-MEHR
032200     CLOSE GebuehrenDatei
032300     IF NOT BUCHUNGSCODE-GEFUEHRT
032400         DISPLAY "DL100 FEHLER - DL100GBT OHNE BUCHUNGSCODE "
032500             "('B'-SATZ) - ABRECHNUNG ABGEBROCHEN"
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900*
033000*----------------------------------------------------------------
033100 GebuehrensatzUebernehmen.
033200*----------------------------------------------------------------
033300     READ GebuehrenDatei
033400         AT END
033500             MOVE 'Y' TO Gebuehrendatei-Ende
033600         NOT AT END
033700             IF GB-IST-FREIGRENZE
033800                 MOVE GB-ANZAHL-FREI TO Freigrenze-Anzahl
033900             ELSE
034000             IF GB-IST-BUCHUNGSCODE
034100                 MOVE GB-TRANSAKTIONSCODE TO Buchungs-Code
034200                 MOVE 'J' TO Buchungscode-Da
034300             ELSE
034400             IF GB-IST-PREIS
034500                 IF Preis-Anzahl LESS THAN 200
034600                     ADD 1 TO Preis-Anzahl
034700                     MOVE GB-TRANSAKTIONSCODE
034800                         TO PT-CODE (Preis-Anzahl)
034900                     MOVE GB-PRODUKT TO PT-PRODUKT (Preis-Anzahl)
035000                     MOVE GB-PREIS TO PT-PREIS (Preis-Anzahl)
035100                 END-IF
035200             END-IF END-IF END-IF
035300     END-READ.
035400*
035500*----------------------------------------------------------------
035600*    LAEDT DIE FREIGRENZEN DES PRODUKTKATALOGS.  FEHLT DL100PRD, *
035700*    GILT FUER ALLE KONTEN DER 'F'-SATZ AUS DL100GBT.            *
035800*----------------------------------------------------------------
035900 ProdukteLaden.
036000     MOVE 'N' TO Produktdatei-Ende
036100     OPEN INPUT ProduktDatei
036200     IF PRODUKTDATEI-GEFUNDEN
036300         PERFORM ProduktsatzUebernehmen UNTIL KEINE-PRODUKTE-MEHR
036400         CLOSE ProduktDatei
036500     END-IF.
036600*
036700*----------------------------------------------------------------
036800 ProduktsatzUebernehmen.
036900*----------------------------------------------------------------
037000     READ ProduktDatei
037100         AT END
037200             MOVE 'Y' TO Produktdatei-Ende
037300         NOT AT END
037400             IF Produkt-Anzahl LESS THAN 50
037500                 ADD 1 TO Produkt-Anzahl
037600                 MOVE PR-PRODUKT TO PK-PRODUKT (Produkt-Anzahl)
037700                 MOVE PR-FREIGRENZE
037800                     TO PK-FREIGRENZE (Produkt-Anzahl)
037900             ELSE
038000                 DISPLAY "DL100 FEHLER - MEHR ALS 50 PRODUKTE IN "
038100                     "DL100PRD - ABRECHNUNG ABGEBROCHEN"
038200                 MOVE 16 TO RETURN-CODE
038300                 STOP RUN
038400             END-IF
038500     END-READ.
038600*
038700*----------------------------------------------------------------
038800*    LAEDT DIE PRODUKTWECHSEL, DIE DEN ABRECHNUNGSMONAT ODER     *
038900*    SPAETERE MONATE BETREFFEN (SIEHE PRODUKTWECHSEL.CPY).       *
039000*----------------------------------------------------------------
039100 WechselLaden.
039200     MOVE 'N' TO Wechseldatei-Ende
039300     OPEN INPUT WechselDatei
039400     IF WECHSELDATEI-GEFUNDEN
039500         PERFORM WechselsatzUebernehmen UNTIL KEINE-WECHSEL-MEHR
039600         CLOSE WechselDatei
039700     END-IF.
039800*
039900*----------------------------------------------------------------
040000 WechselsatzUebernehmen.
040100*----------------------------------------------------------------
040200     READ WechselDatei
040300         AT END
040400             MOVE 'Y' TO Wechseldatei-Ende
040500         NOT AT END
040600             IF PW-GUELTIG-AB GREATER THAN Monatsanfang
040700                 IF Wechsel-Anzahl NOT LESS THAN 2000
040800                     DISPLAY "DL100 FEHLER - WECHSELTABELLE VOLL "
040900                         "(2000 SAETZE AUS DL100PRH) - "
041000                         "ABRECHNUNG ABGEBROCHEN"
041100                     MOVE 16 TO RETURN-CODE
041200                     STOP RUN
041300                 END-IF
041400                 ADD 1 TO Wechsel-Anzahl
041500                 MOVE PW-KONTONUMMER
041600                     TO WT-KONTONUMMER (Wechsel-Anzahl)
041700                 MOVE PW-GUELTIG-AB
041800                     TO WT-GUELTIG-AB (Wechsel-Anzahl)
041900                 MOVE PW-PRODUKT-ALT
042000                     TO WT-PRODUKT-ALT (Wechsel-Anzahl)
042100             END-IF
042200     END-READ.
042300*
042400*----------------------------------------------------------------
042500 HistorieOeffnen.
042600*----------------------------------------------------------------
042700     OPEN INPUT HistorienDatei
042800     IF NOT HISTORIENDATEI-OK
042900         DISPLAY "DL100 FEHLER - BUCHUNGSHISTORIE DL100HIS "
043000             "NICHT VORHANDEN, FILE STATUS " Historie-Status
043100             " - ABRECHNUNG ABGEBROCHEN"
043200         MOVE 16 TO RETURN-CODE
043300         STOP RUN
043400     END-IF
043500     MOVE ZERO TO HI-KONTONUMMER
043600     MOVE ZERO TO HI-BUCHUNGSDATUM
043700     MOVE ZERO TO HI-LAUFDATUM
043800     MOVE ZERO TO HI-LFDNR
043900     START HistorienDatei
044000         KEY IS NOT LESS THAN HI-SCHLUESSEL
044100         INVALID KEY
044200             MOVE 'Y' TO Historie-Ende
044300     END-START.
044400*
044500*----------------------------------------------------------------
044600 VerzeichnisOeffnen.
044700*----------------------------------------------------------------
044800     OPEN INPUT VerzeichnisDatei
044900     IF VERZEICHNISDATEI-OK
045000         SET VERZEICHNIS-VORHANDEN TO TRUE
045100     ELSE
045200         DISPLAY "DL100 HINWEIS - KONTOVERZEICHNIS DL100KVZ "
045300             "NICHT VORHANDEN - KONTOSTATUS UND PRODUKT WERDEN "
045400             "NICHT GEPRUEFT"
045500     END-IF.
045600*
045700*----------------------------------------------------------------
045800 HistorieDurcharbeiten.
045900*----------------------------------------------------------------
046000     PERFORM HistoriensatzVerrechnen
046100         UNTIL KEINE-HISTORIE-MEHR.
046200*
046300*----------------------------------------------------------------
046400*    VERRECHNET DEN NAECHSTEN HISTORIENSATZ: BEIM KONTOWECHSEL   *
046500*    WIRD DIE OFFENE GRUPPE ABGESCHLOSSEN; JEDE IM ABRECH-       *
046600*    NUNGSMONAT AKZEPTIERTE TRANSAKTION ZAEHLT, UND JENSEITS     *
046700*    DER FREIGRENZE KOSTET SIE DEN PREIS IHRES CODES.            *
046800*    FREIGRENZE UND PREIS RICHTEN SICH NACH DEM PRODUKT DES      *
046900*    KONTOS AM VERARBEITUNGSTAG DER TRANSAKTION.                 *
047000*----------------------------------------------------------------
047100 HistoriensatzVerrechnen.
047200     READ HistorienDatei NEXT RECORD
047300         AT END
047400             MOVE 'Y' TO Historie-Ende
047500         NOT AT END
047600             IF GRUPPE-OFFEN
047700                 AND HI-KONTONUMMER NOT = Gruppe-Konto
047800                 PERFORM KontoAbschliessen
047900             END-IF
048000             IF NOT GRUPPE-OFFEN
048100                 MOVE 'J' TO Gruppen-Schalter
048200                 MOVE HI-KONTONUMMER TO Gruppe-Konto
048300                 MOVE ZERO TO Konto-Anzahl
048400                 MOVE ZERO TO Konto-Pflichtig
048500                 MOVE ZERO TO Konto-Gebuehr
048600                 PERFORM KontostatusPruefen
048700             END-IF
048800             MOVE HI-LAUFDATUM TO Historie-Laufdatum
048900             IF HI-IST-AKZEPTIERT
049000                 AND Historie-Laufmonat = Abrechnungs-Monat
049100                 ADD 1 TO Konto-Anzahl
049200                 PERFORM TagesproduktErmitteln
049300                 IF Konto-Anzahl GREATER THAN Tages-Freigrenze
049400                     PERFORM PreisErmitteln
049500                     IF Satz-Preis GREATER THAN ZERO
049600                         ADD 1 TO Konto-Pflichtig
049700                         ADD Satz-Preis TO Konto-Gebuehr
049800                     END-IF
049900                 END-IF
050000             END-IF
050100     END-READ.
050200*
050300*----------------------------------------------------------------
050400*    PRODUKT DES KONTOS AM VERARBEITUNGSTAG: DAS ALTE PRODUKT    *
050500*    DES ERSTEN WECHSELS, DER ERST NACH DIESEM TAG GILT, SONST   *
050600*    KV-PRODUKT.  DIE FREIGRENZE KOMMT AUS DEM KATALOG, FUER     *
050700*    KONTEN OHNE (GEFUEHRTES) PRODUKT AUS DEM 'F'-SATZ.          *
050800*----------------------------------------------------------------
050900 TagesproduktErmitteln.
051000     MOVE Konto-Produkt TO Tages-Produkt
051100     MOVE 'N' TO Wechsel-Treffer
051200     MOVE ZERO TO Wechsel-Index
051300     PERFORM WechselVergleichen
051400         UNTIL WECHSEL-GEFUNDEN
051500             OR Wechsel-Index NOT LESS THAN Wechsel-Anzahl
051600     MOVE Freigrenze-Anzahl TO Tages-Freigrenze
051700     MOVE 'N' TO Produkt-Treffer
051800     IF Tages-Produkt NOT = SPACES
051900         MOVE ZERO TO Produkt-Index
052000         PERFORM ProduktVergleichen
052100             UNTIL PRODUKT-GEFUNDEN
052200                 OR Produkt-Index NOT LESS THAN Produkt-Anzahl
052300     END-IF
052400     IF PRODUKT-GEFUNDEN
052500         MOVE PK-FREIGRENZE (Produkt-Index) TO Tages-Freigrenze
052600     END-IF.
052700*
052800*----------------------------------------------------------------
052900 WechselVergleichen.
053000*----------------------------------------------------------------
053100     ADD 1 TO Wechsel-Index
053200     IF WT-KONTONUMMER (Wechsel-Index) = Gruppe-Konto
053300         AND WT-GUELTIG-AB (Wechsel-Index)
053400             GREATER THAN Historie-Laufdatum
053500         MOVE 'J' TO Wechsel-Treffer
053600         MOVE WT-PRODUKT-ALT (Wechsel-Index) TO Tages-Produkt
053700     END-IF.
053800*
053900*----------------------------------------------------------------
054000 ProduktVergleichen.
054100*----------------------------------------------------------------
054200     ADD 1 TO Produkt-Index
054300     IF PK-PRODUKT (Produkt-Index) = Tages-Produkt
054400         MOVE 'J' TO Produkt-Treffer
054500     END-IF.
054600*
054700*----------------------------------------------------------------
054800*    PREIS DES CODES: ZUERST DER PREIS FUER DAS TAGESPRODUKT,    *
054900*    OHNE SOLCHEN DER ALLGEMEINE PREIS, OHNE BEIDE FREI.         *
055000*----------------------------------------------------------------
055100 PreisErmitteln.
055200     MOVE ZERO TO Satz-Preis
055300     MOVE 'N' TO Preis-Treffer
055400     IF Tages-Produkt NOT = SPACES
055500         MOVE Tages-Produkt TO Gesuchtes-Produkt
055600         MOVE ZERO TO Preis-Index
055700         PERFORM PreisVergleichen
055800             UNTIL PREIS-GEFUNDEN
055900                 OR Preis-Index NOT LESS THAN Preis-Anzahl
056000     END-IF
056100     IF NOT PREIS-GEFUNDEN
056200         MOVE SPACES TO Gesuchtes-Produkt
056300         MOVE ZERO TO Preis-Index
056400         PERFORM PreisVergleichen
056500             UNTIL PREIS-GEFUNDEN
056600                 OR Preis-Index NOT LESS THAN Preis-Anzahl
056700     END-IF.
056800*
056900*----------------------------------------------------------------
057000 PreisVergleichen.
057100*----------------------------------------------------------------
057200     ADD 1 TO Preis-Index
057300     IF PT-CODE (Preis-Index) = HI-TRANSAKTIONSCODE
057400         AND PT-PRODUKT (Preis-Index) = Gesuchtes-Produkt
057500         MOVE 'J' TO Preis-Treffer
057600         MOVE PT-PREIS (Preis-Index) TO Satz-Preis
057700     END-IF.
057800*
057900*----------------------------------------------------------------
058000 LetzteGruppeAbschliessen.
058100*----------------------------------------------------------------
058200     IF GRUPPE-OFFEN
058300         PERFORM KontoAbschliessen
058400         MOVE 'N' TO Gruppen-Schalter
058500     END-IF.
058600*
058700*----------------------------------------------------------------
058800*    SCHLIESST DIE GRUPPE EINES KONTOS AB: KONTEN MIT MINDES-    *
058900*    TENS EINER MONATSTRANSAKTION ERSCHEINEN AUF DEM JOURNAL;    *
059000*    KONTEN MIT GEBUEHR WANDERN ZUSAETZLICH IN DIE ABRECH-       *
059100*    NUNGSTABELLE FUER DL100GEB.  GESCHLOSSENE KONTEN ERSCHEINEN *
059200*    OHNE GEBUEHR - SIE SIND BEI DER SCHLIESSUNG ABGERECHNET     *
059300*    WORDEN, UND EINE BUCHUNG WUERDE MIT GRUND 0070 ABGEWIESEN.  *
059400*----------------------------------------------------------------
059500 KontoAbschliessen.
059600     IF Konto-Anzahl GREATER THAN ZERO
059700         ADD 1 TO Zaehler-Konten
059800         IF KONTO-GESCHLOSSEN
059900             ADD 1 TO Zaehler-Geschlossen
060000             MOVE ZERO TO Konto-Pflichtig
060100             MOVE ZERO TO Konto-Gebuehr
060200         END-IF
060300         PERFORM JournalzeileSchreiben
060400         IF Konto-Gebuehr GREATER THAN ZERO
060500             IF Abrechnung-Anzahl LESS THAN 2000
060600                 ADD 1 TO Abrechnung-Anzahl
060700                 MOVE Gruppe-Konto
060800                     TO AB-KONTONUMMER (Abrechnung-Anzahl)
060900                 MOVE Konto-Gebuehr
061000                     TO AB-GEBUEHR (Abrechnung-Anzahl)
061100                 ADD 1 TO Zaehler-Billanz
061200                 ADD Konto-Gebuehr TO Summe-Gebuehren
061300             ELSE
061400                 DISPLAY "DL100 FEHLER - ABRECHNUNGSTABELLE "
061500                     "VOLL (MEHR ALS 2000 KONTEN MIT GEBUEHR) "
061600                     "- ABRECHNUNG ABGEBROCHEN"
061700                 MOVE 16 TO RETURN-CODE
061800                 STOP RUN
061900             END-IF
062000         END-IF
062100     END-IF.
062200*
062300*----------------------------------------------------------------
062400*    LIEST BEIM GRUPPENBEGINN DEN VERZEICHNISSATZ DES KONTOS:    *
062500*    STATUS (GESCHLOSSEN) UND AKTUELLES PRODUKT.                 *
062600*----------------------------------------------------------------
062700 KontostatusPruefen.
062800     MOVE 'N' TO Geschlossen-Schalter
062900     MOVE SPACES TO Konto-Produkt
063000     IF VERZEICHNIS-VORHANDEN
063100         MOVE Gruppe-Konto TO KV-KONTONUMMER
063200         READ VerzeichnisDatei
063300             INVALID KEY
063400                 CONTINUE
063500             NOT INVALID KEY
063600                 IF KV-IST-GESCHLOSSEN
063700                     MOVE 'J' TO Geschlossen-Schalter
063800                 END-IF
063900                 MOVE KV-PRODUKT TO Konto-Produkt
064000         END-READ
064100     END-IF.
064200*
064300*----------------------------------------------------------------
064400 JournalkopfSchreiben.
064500*----------------------------------------------------------------
064600     MOVE SPACES TO Journal-Zeile
064700     STRING "DL100 GEBUEHRENJOURNAL - MONAT " Abrechnungs-Monat
064800         "  (FREIGRENZE " Freigrenze-Anzahl " TRX)"
064900         DELIMITED BY SIZE INTO Journal-Zeile
065000     WRITE Journal-Zeile
065100     MOVE SPACES TO Journal-Zeile
065200     STRING "KONTONUMMER  PR  TRX      PFLICHTIG  GEBUEHR"
065300         DELIMITED BY SIZE INTO Journal-Zeile
065400     WRITE Journal-Zeile.
065500*
065600*----------------------------------------------------------------
065700 JournalzeileSchreiben.
065800*----------------------------------------------------------------
065900     MOVE Gruppe-Konto TO Konto-Edit
066000     MOVE Konto-Anzahl TO Anzahl-Edit
066100     MOVE Konto-Pflichtig TO Pflichtig-Edit
066200     MOVE Konto-Gebuehr TO Gebuehr-Edit
066300     MOVE SPACES TO Journal-Zeile
066400     STRING Konto-Edit "  " Konto-Produkt Anzahl-Edit "  "
066500         Pflichtig-Edit "    " Gebuehr-Edit
066600         DELIMITED BY SIZE INTO Journal-Zeile
066700     WRITE Journal-Zeile.
066800*
066900*----------------------------------------------------------------
067000 JournalsummenSchreiben.
067100*----------------------------------------------------------------
067200     MOVE SPACES TO Journal-Zeile
067300     WRITE Journal-Zeile
067400     MOVE Zaehler-Konten TO Anzahl-Edit
067500     MOVE SPACES TO Journal-Zeile
067600     STRING "KONTEN IM MONAT..........: " Anzahl-Edit
067700         DELIMITED BY SIZE INTO Journal-Zeile
067800     WRITE Journal-Zeile
067900     MOVE Zaehler-Billanz TO Anzahl-Edit
068000     MOVE SPACES TO Journal-Zeile
068100     STRING "DAVON MIT GEBUEHR........: " Anzahl-Edit
068200         DELIMITED BY SIZE INTO Journal-Zeile
068300     WRITE Journal-Zeile
068400     MOVE Zaehler-Geschlossen TO Anzahl-Edit
068500     MOVE SPACES TO Journal-Zeile
068600     STRING "DAVON GESCHLOSSEN........: " Anzahl-Edit
068700         DELIMITED BY SIZE INTO Journal-Zeile
068800     WRITE Journal-Zeile
068900     MOVE Summe-Gebuehren TO Betrag-Edit
069000     MOVE SPACES TO Journal-Zeile
069100     STRING "GEBUEHRENSUMME...........: " Betrag-Edit
069200         DELIMITED BY SIZE INTO Journal-Zeile
069300     WRITE Journal-Zeile.
069400*
069500*----------------------------------------------------------------
069600*    SCHREIBT DIE GEBUEHRENDATEI DL100GEB: HD-VORSATZ MIT DEM    *
069700*    BUCHUNGSTAG UND DER SATZANZAHL, JE KONTO MIT GEBUEHR EIN    *
069800*    DETAILSATZ UNTER DEM GEPFLEGTEN BUCHUNGSCODE, TR-NACHSATZ   *
069900*    MIT ANZAHL UND ROHBETRAGSSUMME.                             *
070000*----------------------------------------------------------------
070100 AbrechnungsdateiSchreiben.
070200     OPEN OUTPUT AbrechnungsDatei
070300     MOVE SPACES TO DateiSatz
070400     MOVE "HD" TO DH-SATZART
070500     MOVE Gebuehren-Buchungstag TO DH-LAUFDATUM
070600     MOVE Abrechnung-Anzahl TO DH-SATZANZAHL
070700     MOVE DateiSatz TO Abrechnungs-Satz
070800     WRITE Abrechnungs-Satz
070900     MOVE ZERO TO Abrechnung-Index
071000     PERFORM AbrechnungssatzSchreiben
071100         UNTIL Abrechnung-Index NOT LESS THAN Abrechnung-Anzahl
071200     MOVE SPACES TO DateiSatz
071300     MOVE "TR" TO DT-SATZART
071400     MOVE Abrechnung-Anzahl TO DT-SATZANZAHL
071500     MOVE Summe-Gebuehren TO DT-BETRAGSSUMME
071600     MOVE DateiSatz TO Abrechnungs-Satz
071700     WRITE Abrechnungs-Satz
071800     CLOSE AbrechnungsDatei.
071900*
072000*----------------------------------------------------------------
072100 AbrechnungssatzSchreiben.
072200*----------------------------------------------------------------
072300     ADD 1 TO Abrechnung-Index
072400     MOVE SPACES TO DateiSatz
072500     MOVE Buchungs-Code TO DS-TRANSAKTIONSCODE
072600     MOVE AB-KONTONUMMER (Abrechnung-Index) TO DS-KONTONUMMER
072700     MOVE AB-GEBUEHR (Abrechnung-Index) TO DS-BETRAG
072800     MOVE Gebuehren-Buchungstag TO DS-BUCHUNGSDATUM
072900     MOVE ZERO TO DS-FILIALE
073000     MOVE DateiSatz TO Abrechnungs-Satz
073100     WRITE Abrechnungs-Satz.
073200*
073300*----------------------------------------------------------------
073400 AbschlussMelden.
073500*----------------------------------------------------------------
073600     DISPLAY "DL100 GEBUEHRENABRECHNUNG - MONAT "
073700         Abrechnungs-Monat
073800     MOVE Zaehler-Konten TO Anzahl-Edit
073900     DISPLAY "KONTEN IM MONAT.......: " Anzahl-Edit
074000     MOVE Zaehler-Billanz TO Anzahl-Edit
074100     DISPLAY "DAVON MIT GEBUEHR.....: " Anzahl-Edit
074200     MOVE Summe-Gebuehren TO Betrag-Edit
074300     DISPLAY "GEBUEHRENSUMME........: " Betrag-Edit
074400     DISPLAY "JOURNAL...............: GEBUEHRENJOURNAL.TXT"
074500     DISPLAY "AUSGABEDATEI..........: DL100GEB "
074600         "(BUCHUNGSTAG " Gebuehren-Buchungstag ")"
074700     DISPLAY "IM NACHTLAUF GEMEINSAM MIT DER TAGES-"
074800         "LIEFERUNG DES BUCHUNGSTAGS KONSOLIDIEREN:"
074900     DISPLAY "DD_DL100FIL3=DL100GEB (SCHRITT 0, DL100V01)".
