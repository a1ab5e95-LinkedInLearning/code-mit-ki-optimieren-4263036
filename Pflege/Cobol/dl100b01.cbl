001000*      INTERAKTIVE PFLEGE DER GEBUEHRENTABELLE (DL100GBT,      *
001100*      SIEHE GEBUEHR.CPY) FUER DIE MONATLICHE GEBUEHREN-       *
001200*      ABRECHNUNG (DL100B02): FREIGRENZE JE KONTO UND MONAT,   *
001300*      PREIS JE TRANSAKTIONSCODE (ALLGEMEIN ODER JE            *
001400*      KONTOPRODUKT AUS DL100PRD) UND DER BUCHUNGSCODE, UNTER  *
001500*      DEM DIE GEBUEHREN IN DEN NACHTLAUF EINGESPEIST WERDEN.  *
001600*      DIE TABELLE WIRD BEIM START VOLLSTAENDIG GELADEN.       *
001700*      JEDE AENDERUNG WIRD WIE IN DER TRANSCODEPFLEGE NUR      *
001800*      ZUR FREIGABE IN DL100AEN VORGEMERKT (SIEHE              *
001900*      AENDERUNG.CPY); DL100GBT SCHREIBT ERST DIE AENDERUNGS-  *
002000*      FREIGABE (DL100F02) DURCH EINEN ZWEITEN OPERATOR.       *
002100*                                                             *
002200*    AENDERUNGEN:                                              *
002300*      2026-09-01 RH  ERSTFASSUNG                              *
002400*      2026-10-15 RH  VIER-AUGEN-PRINZIP: AENDERUNGEN WERDEN   *
002500*                     NUR NOCH IN DL100AEN VORGEMERKT UND      *
002600*                     DURCH DL100F02 FREIGEGEBEN; TABELLE WIRD *
002700*                     NICHT MEHR ZURUECKGESCHRIEBEN            *
002800*      2026-10-15 RH  PREISE JE KONTOPRODUKT (GB-PRODUKT,      *
002900*                     GEPRUEFT GEGEN DL100PRD); PRODUKT IST    *
003000*                     ZUSATZSCHLUESSEL DER VORMERKUNG;         *
003100*                     PREISTABELLE AUF 200 EINTRAEGE           *
003200*                                                             *
003300***************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. GEBUEHRENPFLEGE.
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*    DL100GBT - GEBUEHRENTABELLE.  EXISTIERT SIE NOCH NICHT
004100*    (ERSTEINRICHTUNG), WIRD MIT LEERER TABELLE BEGONNEN;
004200*    ANGELEGT WIRD SIE MIT DER ERSTEN FREIGEGEBENEN AENDERUNG.
004300     SELECT GebuehrenDatei ASSIGN TO "DL100GBT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS Gebuehren-Status.
004600*
004700*    DL100PRD - PRODUKTKATALOG, NUR LESEND (PRUEFUNG DES
004800*    PRODUKTS BEI PREISEN JE PRODUKT).  FEHLT ER, KOENNEN NUR
004900*    ALLGEMEINE PREISE ERFASST WERDEN.
005000     SELECT ProduktDatei ASSIGN TO "DL100PRD"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS Produkt-Status.
005300*
005400*    DL100AEN - VORGEMERKTE AENDERUNGEN (WIRD FORTGESCHRIEBEN).
005500     SELECT AenderungsDatei ASSIGN TO "DL100AEN"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS Aenderung-Status.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  GebuehrenDatei
006200     RECORD CONTAINS 80 CHARACTERS.
006300 COPY GEBUEHR.
006400*
006500 FD  ProduktDatei
006600     RECORD CONTAINS 80 CHARACTERS.
006700 COPY PRODUKT.
006800*
006900 FD  AenderungsDatei
007000     RECORD CONTAINS 260 CHARACTERS.
007100 01  Aenderungsdatei-Satz           PIC X(260).
007200*
007300 WORKING-STORAGE SECTION.
007400*    DIE JEWEILS VORZUMERKENDE AENDERUNG.
007500 COPY AENDERUNG.
007600*
007700 01  Gebuehren-Status            PIC X(02).
007800     88  GEBUEHRENDATEI-GEFUNDEN     VALUE '00'.
007900*
008000 01  Gebuehrendatei-Ende         PIC X VALUE 'N'.
008100     88  KEINE-GEBUEHRENSAETZE-MEHR  VALUE 'Y'.
008200*
008300 01  Produkt-Status              PIC X(02).
008400     88  PRODUKTDATEI-GEFUNDEN       VALUE '00'.
008500*
008600 01  Produktdatei-Ende           PIC X VALUE 'N'.
008700     88  KEINE-PRODUKTE-MEHR         VALUE 'Y'.
008800*
008900 01  Aenderung-Status            PIC X(02).
009000     88  AENDERUNGSDATEI-OK          VALUE '00'.
009100*
009200*    KENNUNG DES ANGEMELDETEN OPERATORS, VON EINGABENAMEN IN
009300*    DL100OPERATOR UEBERGEBEN.  OHNE ANMELDUNG SIND NUR
009400*    ANZEIGEN MOEGLICH.
009500 01  Erfasser-Kennung            PIC X(08) VALUE SPACES.
009600     88  ERFASSER-UNBEKANNT          VALUE SPACES.
009700*
009800 01  Vorgemerkt-Anzahl           PIC S9(04) COMP VALUE ZERO.
009900*
010000*    GELADENER STAND: FREIGRENZE UND BUCHUNGSCODE JE EINMAL,
010100*    PREISE JE CODE UND PRODUKT (PT-PRODUKT LEER = ALLGEMEINER
010200*    PREIS) IN DER TABELLE.  DIE SATZBILDER SIND DIE
010300*    SAETZE, WIE SIE IN DL100GBT STEHEN BZW. NACH DER FREIGABE
010400*    STEHEN WERDEN (LEERZEICHEN, SOLANGE NICHT GEFUEHRT).
010500 01  Freigrenze-Anzahl           PIC 9(03) VALUE ZERO.
010600 01  Freigrenze-Da               PIC X VALUE 'N'.
010700     88  FREIGRENZE-GEFUEHRT         VALUE 'J'.
010800 01  Freigrenze-Satzbild         PIC X(80) VALUE SPACES.
010900 01  Buchungs-Code               PIC X(02) VALUE SPACES.
011000 01  Buchungscode-Da             PIC X VALUE 'N'.
011100     88  BUCHUNGSCODE-GEFUEHRT       VALUE 'J'.
011200 01  Buchungscode-Satzbild       PIC X(80) VALUE SPACES.
011300 01  Preistabelle.
011400     05  Preis-Anzahl               PIC S9(04) COMP VALUE ZERO.
011500     05  Preis-Eintrag OCCURS 200 TIMES.
011600         10  PT-CODE                PIC X(02).
011700         10  PT-PRODUKT             PIC X(02).
011800         10  PT-PREIS               PIC 9(05)V99.
011900         10  PT-BEZEICHNUNG         PIC X(30).
012000         10  PT-SATZBILD            PIC X(80).
012100 01  Preis-Index                 PIC S9(04) COMP VALUE ZERO.
012200*
012300*    DIE IM KATALOG GEFUEHRTEN PRODUKTCODES.
012400 01  Produkttabelle.
012500     05  Produkt-Anzahl             PIC S9(04) COMP VALUE ZERO.
012600     05  Produkt-Eintrag OCCURS 50 TIMES.
012700         10  PK-PRODUKT             PIC X(02).
012800 01  Produkt-Index               PIC S9(04) COMP VALUE ZERO.
012900 01  Produkt-Treffer             PIC X VALUE 'N'.
013000     88  PRODUKT-GEFUNDEN            VALUE 'J'.
013100     88  PRODUKT-UNBEKANNT           VALUE 'N'.
013200*
013300 01  Eintrag-Treffer             PIC X VALUE 'N'.
013400     88  EINTRAG-GEFUNDEN            VALUE 'J'.
013500     88  EINTRAG-UNBEKANNT           VALUE 'N'.
013600*
013700 01  Pflege-Auswahl              PIC X(01).
013800     88  PFLEGE-ANZEIGEN             VALUE 'A' 'a'.
013900     88  PFLEGE-FREIGRENZE           VALUE 'F' 'f'.
014000     88  PFLEGE-PREIS                VALUE 'P' 'p'.
014100     88  PFLEGE-BUCHUNGSCODE         VALUE 'B' 'b'.
014200     88  PFLEGE-ENDE                 VALUE 'E' 'e'.
014300*
014400 01  Pflege-Schalter             PIC X VALUE 'N'.
014500     88  PFLEGE-BEENDEN              VALUE 'Y'.
014600*
014700 01  Eingabe-Code                PIC X(02) VALUE SPACES.
014800 01  Eingabe-Produkt             PIC X(02) VALUE SPACES.
014900 01  Eingabe-Anzahl              PIC X(03) VALUE SPACES.
015000 01  Eingabe-Preis               PIC X(07) VALUE SPACES.
015100 01  Eingabe-Bezeichnung         PIC X(30) VALUE SPACES.
015200 01  Preis-Edit                  PIC ZZ,ZZ9.99.
015300*
015400 01  Vorher-Satzbild             PIC X(80).
015500 01  Aenderung-Text              PIC X(30).
015600 01  Schluessel-Laenge           PIC 9(02).
015700*
015800 PROCEDURE DIVISION.
015900*----------------------------------------------------------------
016000 Hauptprogramm.
016100*----------------------------------------------------------------
016200     ACCEPT Erfasser-Kennung FROM ENVIRONMENT "DL100OPERATOR"
016300     PERFORM TabelleLaden
016400     PERFORM ProdukteLaden
016500     DISPLAY "===== DL100 GEBUEHREN-PFLEGE ====="
016600     IF ERFASSER-UNBEKANNT
016700         DISPLAY "DL100 HINWEIS - KEIN ANGEMELDETER OPERATOR, "
016800             "NUR ANZEIGEN MOEGLICH"
016900     END-IF
017000     PERFORM PflegemenueBearbeiten UNTIL PFLEGE-BEENDEN
017100     DISPLAY "ZUR FREIGABE VORGEMERKTE AENDERUNGEN: "
017200         Vorgemerkt-Anzahl
017300     STOP RUN.
017400*
017500*----------------------------------------------------------------
017600 TabelleLaden.
017700*----------------------------------------------------------------
017800     MOVE 'N' TO Gebuehrendatei-Ende
017900     OPEN INPUT GebuehrenDatei
018000     IF GEBUEHRENDATEI-GEFUNDEN
018100         PERFORM TabellensatzUebernehmen
018200             UNTIL KEINE-GEBUEHRENSAETZE-MEHR
018300         CLOSE GebuehrenDatei
018400     ELSE
018500         DISPLAY "DL100GBT NOCH NICHT VORHANDEN - "
018600             "ES WIRD EINE NEUE TABELLE ANGELEGT"
018700     END-IF.
018800*
018900*----------------------------------------------------------------
019000 TabellensatzUebernehmen.
019100*----------------------------------------------------------------
019200     READ GebuehrenDatei
019300         AT END
019400             MOVE 'Y' TO Gebuehrendatei-Ende
019500         NOT AT END
019600             IF GB-IST-FREIGRENZE
019700                 MOVE GB-ANZAHL-FREI TO Freigrenze-Anzahl
019800                 MOVE 'J' TO Freigrenze-Da
019900                 MOVE Gebuehrensatz TO Freigrenze-Satzbild
020000             ELSE
020100             IF GB-IST-BUCHUNGSCODE
020200                 MOVE GB-TRANSAKTIONSCODE TO Buchungs-Code
020300                 MOVE 'J' TO Buchungscode-Da
020400                 MOVE Gebuehrensatz TO Buchungscode-Satzbild
020500             ELSE
020600             IF GB-IST-PREIS
020700                 IF Preis-Anzahl LESS THAN 200
020800                     ADD 1 TO Preis-Anzahl
020900                     MOVE GB-TRANSAKTIONSCODE
021000                         TO PT-CODE (Preis-Anzahl)
021100                     MOVE GB-PRODUKT TO PT-PRODUKT (Preis-Anzahl)
021200                     MOVE GB-PREIS TO PT-PREIS (Preis-Anzahl)
021300                     MOVE GB-BEZEICHNUNG
021400                         TO PT-BEZEICHNUNG (Preis-Anzahl)
021500                     MOVE Gebuehrensatz
021600                         TO PT-SATZBILD (Preis-Anzahl)
021700                 ELSE
021800                     DISPLAY "WARNUNG - PREISTABELLE VOLL, "
021900                         "CODE " GB-TRANSAKTIONSCODE
022000                         " WIRD NICHT GELADEN"
022100                 END-IF
022200             END-IF END-IF END-IF
022300     END-READ.
022400*
022500*----------------------------------------------------------------
022600*    LAEDT DIE PRODUKTCODES AUS DL100PRD.  FEHLT DER KATALOG,    *
022700*    BLEIBT DIE TABELLE LEER UND ES SIND NUR ALLGEMEINE PREISE   *
022800*    MOEGLICH.                                                   *
022900*----------------------------------------------------------------
023000 ProdukteLaden.
023100     MOVE 'N' TO Produktdatei-Ende
023200     OPEN INPUT ProduktDatei
023300     IF PRODUKTDATEI-GEFUNDEN
023400         PERFORM ProduktsatzUebernehmen
023500             UNTIL KEINE-PRODUKTE-MEHR
023600         CLOSE ProduktDatei
023700     END-IF.
023800*
023900*----------------------------------------------------------------
024000 ProduktsatzUebernehmen.
024100*----------------------------------------------------------------
024200     READ ProduktDatei
024300         AT END
024400             MOVE 'Y' TO Produktdatei-Ende
024500         NOT AT END
024600             IF Produkt-Anzahl LESS THAN 50
024700                 ADD 1 TO Produkt-Anzahl
024800                 MOVE PR-PRODUKT TO PK-PRODUKT (Produkt-Anzahl)
024900             END-IF
025000     END-READ.
025100*
025200*----------------------------------------------------------------
025300 PflegemenueBearbeiten.
025400*----------------------------------------------------------------
025500     DISPLAY " "
025600     DISPLAY "A  GEBUEHRENTABELLE ANZEIGEN"
025700     DISPLAY "F  FREIGRENZE SETZEN (FREIE TRX JE KONTO/MONAT)"
025800     DISPLAY "P  PREIS JE CODE UND PRODUKT ANLEGEN/AENDERN"
025900     DISPLAY "B  BUCHUNGSCODE DER GEBUEHRENBUCHUNG SETZEN"
026000     DISPLAY "E  ENDE"
026100     DISPLAY "BITTE AUSWAHL EINGEBEN"
026200     ACCEPT Pflege-Auswahl
026300     IF PFLEGE-ANZEIGEN
026400         PERFORM TabelleAnzeigen
026500     ELSE
026600     IF PFLEGE-ENDE
026700         MOVE 'Y' TO Pflege-Schalter
026800     ELSE
026900     IF ERFASSER-UNBEKANNT
027000         DISPLAY "AENDERUNGEN NUR NACH ANMELDUNG UEBER "
027100             "EINGABENAMEN MOEGLICH"
027200     ELSE
027300     IF PFLEGE-FREIGRENZE
027400         PERFORM FreigrenzeSetzen
027500     ELSE
027600     IF PFLEGE-PREIS
027700         PERFORM PreisAnlegen
027800     ELSE
027900     IF PFLEGE-BUCHUNGSCODE
028000         PERFORM BuchungscodeSetzen
028100     ELSE
028200         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
028300     END-IF END-IF END-IF END-IF END-IF END-IF.
028400*
028500*----------------------------------------------------------------
028600 TabelleAnzeigen.
028700*----------------------------------------------------------------
028800     IF FREIGRENZE-GEFUEHRT
028900         DISPLAY "FREIGRENZE (TRX JE KONTO/MONAT): "
029000             Freigrenze-Anzahl
029100     ELSE
029200         DISPLAY "FREIGRENZE NOCH NICHT GESETZT"
029300     END-IF
029400     IF BUCHUNGSCODE-GEFUEHRT
029500         DISPLAY "BUCHUNGSCODE DER GEBUEHRENBUCHUNG: "
029600             Buchungs-Code
029700     ELSE
029800         DISPLAY "BUCHUNGSCODE NOCH NICHT GESETZT"
029900     END-IF
030000     IF Preis-Anzahl = ZERO
030100         DISPLAY "KEINE PREISE GEFUEHRT"
030200     ELSE
030300         DISPLAY "CODE  PRODUKT  PREIS      BEZEICHNUNG"
030400         MOVE ZERO TO Preis-Index
030500         PERFORM PreiszeileAnzeigen
030600             UNTIL Preis-Index NOT LESS THAN Preis-Anzahl
030700     END-IF.
030800*
030900*----------------------------------------------------------------
031000 PreiszeileAnzeigen.
031100*----------------------------------------------------------------
031200     ADD 1 TO Preis-Index
031300     MOVE PT-PREIS (Preis-Index) TO Preis-Edit
031400     DISPLAY "  " PT-CODE (Preis-Index)
031500         "    " PT-PRODUKT (Preis-Index)
031600         "     " Preis-Edit
031700         "  " PT-BEZEICHNUNG (Preis-Index).
031800*
031900*----------------------------------------------------------------
032000 FreigrenzeSetzen.
032100*----------------------------------------------------------------
032200     DISPLAY "FREIE TRANSAKTIONEN JE KONTO/MONAT (3 ZIFFERN): "
032300     ACCEPT Eingabe-Anzahl
032400     IF Eingabe-Anzahl IS NOT NUMERIC
032500         DISPLAY "ANZAHL MUSS DREISTELLIG NUMERISCH SEIN - "
032600             "NICHT GEAENDERT"
032700     ELSE
032800         MOVE Freigrenze-Satzbild TO Vorher-Satzbild
032900         MOVE Eingabe-Anzahl TO Freigrenze-Anzahl (1:3)
033000         MOVE 'J' TO Freigrenze-Da
033100         MOVE SPACES TO Gebuehrensatz
033200         MOVE 'F' TO GB-KENNUNG
033300         MOVE Freigrenze-Anzahl TO GB-ANZAHL-FREI
033400         MOVE ZERO TO GB-PREIS
033500         MOVE 1 TO Schluessel-Laenge
033600         MOVE "FREIGRENZE" TO Aenderung-Text
033700         PERFORM AenderungVormerken
033800         MOVE Gebuehrensatz TO Freigrenze-Satzbild
033900         DISPLAY "FREIGRENZE " Freigrenze-Anzahl
034000             " ZUR FREIGABE VORGEMERKT"
034100     END-IF.
034200*
034300*----------------------------------------------------------------
034400*    LEGT EINEN PREIS JE CODE AN ODER AENDERT IHN.  OHNE PRODUKT *
034500*    GILT DER PREIS ALLGEMEIN, MIT PRODUKT NUR FUER KONTEN DIESES *
034600*    PRODUKTS (DAS IM KATALOG DL100PRD GEFUEHRT SEIN MUSS).      *
034700*----------------------------------------------------------------
034800 PreisAnlegen.
034900     DISPLAY "TRANSAKTIONSCODE (2 ZIFFERN): "
035000     ACCEPT Eingabe-Code
035100     DISPLAY "PRODUKT (2 STELLEN, LEER = ALLE PRODUKTE): "
035200     MOVE SPACES TO Eingabe-Produkt
035300     ACCEPT Eingabe-Produkt
035400     DISPLAY "PREIS JE TRANSAKTION (7 ZIFFERN, LETZTE 2 = "
035500         "NACHKOMMA): "
035600     ACCEPT Eingabe-Preis
035700     DISPLAY "BEZEICHNUNG: "
035800     ACCEPT Eingabe-Bezeichnung
035900     IF Eingabe-Code IS NOT NUMERIC
036000         DISPLAY "CODE MUSS ZWEISTELLIG NUMERISCH SEIN - "
036100             "NICHT ANGELEGT"
036200     ELSE
036300     IF Eingabe-Preis IS NOT NUMERIC
036400         DISPLAY "PREIS MUSS SIEBENSTELLIG NUMERISCH SEIN - "
036500             "NICHT ANGELEGT"
036600     ELSE
036700         PERFORM ProduktPruefen
036800         IF PRODUKT-UNBEKANNT
036900             DISPLAY "PRODUKT " Eingabe-Produkt
037000                 " WIRD IN DL100PRD NICHT GEFUEHRT - "
037100                 "NICHT ANGELEGT"
037200         ELSE
037300             PERFORM PreisErfassen
037400         END-IF
037500     END-IF END-IF.
037600*
037700*----------------------------------------------------------------
037800 PreisErfassen.
037900*----------------------------------------------------------------
038000     PERFORM PreisSuchen
038100     IF EINTRAG-GEFUNDEN
038200         MOVE PT-SATZBILD (Preis-Index) TO Vorher-Satzbild
038300         MOVE "PREISAENDERUNG" TO Aenderung-Text
038400     ELSE
038500         MOVE SPACES TO Vorher-Satzbild
038600         MOVE "NEUANLAGE PREIS" TO Aenderung-Text
038700     END-IF
038800     IF EINTRAG-UNBEKANNT
038900         IF Preis-Anzahl NOT LESS THAN 200
039000             DISPLAY "PREISTABELLE VOLL - NICHT ANGELEGT"
039100         ELSE
039200             ADD 1 TO Preis-Anzahl
039300             MOVE Preis-Anzahl TO Preis-Index
039400             SET EINTRAG-GEFUNDEN TO TRUE
039500         END-IF
039600     END-IF
039700     IF EINTRAG-GEFUNDEN
039800         MOVE Eingabe-Code TO PT-CODE (Preis-Index)
039900         MOVE Eingabe-Produkt TO PT-PRODUKT (Preis-Index)
040000         MOVE Eingabe-Preis
040100             TO PT-PREIS (Preis-Index) (1:7)
040200         MOVE Eingabe-Bezeichnung
040300             TO PT-BEZEICHNUNG (Preis-Index)
040400         PERFORM PreissatzAufbauen
040500         MOVE 3 TO Schluessel-Laenge
040600         PERFORM AenderungVormerken
040700         MOVE Gebuehrensatz TO PT-SATZBILD (Preis-Index)
040800         DISPLAY "PREIS FUER CODE " Eingabe-Code
040900             " PRODUKT " Eingabe-Produkt
041000             " ZUR FREIGABE VORGEMERKT"
041100     END-IF.
041200*
041300*----------------------------------------------------------------
041400*    EIN LEERES PRODUKT (ALLGEMEINER PREIS) IST IMMER ZULAESSIG, *
041500*    SONST MUSS DAS PRODUKT IM KATALOG GEFUEHRT SEIN.            *
041600*----------------------------------------------------------------
041700 ProduktPruefen.
041800     SET PRODUKT-GEFUNDEN TO TRUE
041900     IF Eingabe-Produkt NOT = SPACES
042000         SET PRODUKT-UNBEKANNT TO TRUE
042100         MOVE ZERO TO Produkt-Index
042200         PERFORM ProduktVergleichen
042300             UNTIL PRODUKT-GEFUNDEN
042400                 OR Produkt-Index NOT LESS THAN Produkt-Anzahl
042500     END-IF.
042600*
042700*----------------------------------------------------------------
042800 ProduktVergleichen.
042900*----------------------------------------------------------------
043000     ADD 1 TO Produkt-Index
043100     IF PK-PRODUKT (Produkt-Index) = Eingabe-Produkt
043200         SET PRODUKT-GEFUNDEN TO TRUE
043300     END-IF.
043400*
043500*----------------------------------------------------------------
043600 PreisSuchen.
043700*----------------------------------------------------------------
043800     SET EINTRAG-UNBEKANNT TO TRUE
043900     MOVE ZERO TO Preis-Index
044000     PERFORM PreisEintragVergleichen
044100         UNTIL EINTRAG-GEFUNDEN
044200             OR Preis-Index NOT LESS THAN Preis-Anzahl.
044300*
044400*----------------------------------------------------------------
044500 PreisEintragVergleichen.
044600*----------------------------------------------------------------
044700     ADD 1 TO Preis-Index
044800     IF PT-CODE (Preis-Index) = Eingabe-Code
044900         AND PT-PRODUKT (Preis-Index) = Eingabe-Produkt
045000         SET EINTRAG-GEFUNDEN TO TRUE
045100     END-IF.
045200*
045300*----------------------------------------------------------------
045400 BuchungscodeSetzen.
045500*----------------------------------------------------------------
045600     DISPLAY "BUCHUNGSCODE DER GEBUEHRENBUCHUNG (2 ZIFFERN, "
045700         "SOLL-CODE AUS DL100TCD): "
045800     ACCEPT Eingabe-Code
045900     IF Eingabe-Code IS NOT NUMERIC
046000         DISPLAY "CODE MUSS ZWEISTELLIG NUMERISCH SEIN - "
046100             "NICHT GEAENDERT"
046200     ELSE
046300         MOVE Buchungscode-Satzbild TO Vorher-Satzbild
046400         MOVE Eingabe-Code TO Buchungs-Code
046500         MOVE 'J' TO Buchungscode-Da
046600         MOVE SPACES TO Gebuehrensatz
046700         MOVE 'B' TO GB-KENNUNG
046800         MOVE Buchungs-Code TO GB-TRANSAKTIONSCODE
046900         MOVE ZERO TO GB-ANZAHL-FREI
047000         MOVE ZERO TO GB-PREIS
047100         MOVE 1 TO Schluessel-Laenge
047200         MOVE "BUCHUNGSCODE" TO Aenderung-Text
047300         PERFORM AenderungVormerken
047400         MOVE Gebuehrensatz TO Buchungscode-Satzbild
047500         DISPLAY "BUCHUNGSCODE " Buchungs-Code
047600             " ZUR FREIGABE VORGEMERKT"
047700     END-IF.
047800*
047900*----------------------------------------------------------------
048000*    MERKT DIE AENDERUNG IN DL100AEN VOR: VORHER-BILD AUS        *
048100*    VORHER-SATZBILD, NACHHER-BILD AUS GEBUEHRENSATZ.  DIE       *
048200*    SCHLUESSELLAENGE SETZT DER AUFRUFER (1 FUER FREIGRENZE UND  *
048300*    BUCHUNGSCODE, 3 FUER KENNUNG PLUS CODE BEI PREISEN).  BEI   *
048400*    PREISEN GEHOERT DAS PRODUKT (GB-PRODUKT, STELLE 44) ALS     *
048500*    ZUSATZSCHLUESSEL DAZU.                                      *
048600*----------------------------------------------------------------
048700 AenderungVormerken.
048800     MOVE SPACES TO Aenderungssatz
048900     SET AE-FUER-GEBUEHREN TO TRUE
049000     MOVE Schluessel-Laenge TO AE-SCHLUESSEL-LAENGE
049100     IF GB-IST-PREIS
049200         MOVE 44 TO AE-ZUSATZ-STELLE
049300         MOVE 2 TO AE-ZUSATZ-LAENGE
049400     ELSE
049500         MOVE ZERO TO AE-ZUSATZ-STELLE AE-ZUSATZ-LAENGE
049600     END-IF
049700     SET AE-IST-OFFEN TO TRUE
049800     MOVE Aenderung-Text TO AE-BESCHREIBUNG
049900     MOVE Vorher-Satzbild TO AE-VORHER
050000     MOVE Gebuehrensatz TO AE-NACHHER
050100     MOVE Erfasser-Kennung TO AE-ERFASSER
050200     ACCEPT AE-ERFASST-DATUM FROM DATE YYYYMMDD
050300     ACCEPT AE-ERFASST-ZEIT FROM TIME
050400     MOVE ZERO TO AE-GEPRUEFT-DATUM AE-GEPRUEFT-ZEIT
050500     OPEN EXTEND AenderungsDatei
050600     IF NOT AENDERUNGSDATEI-OK
050700         OPEN OUTPUT AenderungsDatei
050800     END-IF
050900     MOVE Aenderungssatz TO Aenderungsdatei-Satz
051000     WRITE Aenderungsdatei-Satz
051100     CLOSE AenderungsDatei
051200     ADD 1 TO Vorgemerkt-Anzahl.
051300*
051400*----------------------------------------------------------------
051500 PreissatzAufbauen.
051600*----------------------------------------------------------------
051700     MOVE SPACES TO Gebuehrensatz
051800     MOVE 'P' TO GB-KENNUNG
051900     MOVE PT-CODE (Preis-Index) TO GB-TRANSAKTIONSCODE
052000     MOVE ZERO TO GB-ANZAHL-FREI
052100     MOVE PT-PREIS (Preis-Index) TO GB-PREIS
052200     MOVE PT-BEZEICHNUNG (Preis-Index) TO GB-BEZEICHNUNG
052300     MOVE PT-PRODUKT (Preis-Index) TO GB-PRODUKT.
