000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  PRODUKTPFLEGE                               *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      KLEINES INTERAKTIVES PFLEGEPROGRAMM FUER DEN            *
001100*      PRODUKTKATALOG (DL100PRD, SIEHE PRODUKT.CPY).  JE       *
001200*      KONTOPRODUKT WERDEN HABEN- UND SOLLZINSSATZ             *
001300*      (ZINSENLAUF DL100Z02), DIE GEBUEHRENFREIEN              *
001400*      TRANSAKTIONEN JE MONAT (GEBUEHRENABRECHNUNG DL100B02)   *
001500*      UND DIE STANDARD-KREDITLINIE FUER NEU EROEFFNETE        *
001600*      KONTEN (KONTOVERZEICHNISPFLEGE DL100N02) GEFUEHRT.      *
001700*      ANLEGEN UEBERSCHREIBT EINEN BESTEHENDEN SATZ            *
001800*      DESSELBEN PRODUKTS (SATZAENDERUNG).  PRODUKTE WERDEN    *
001900*      WIE ZINSSAETZE NIE GELOESCHT, NUR STILLGELEGT.  DIE     *
002000*      TABELLE WIRD BEIM START VOLLSTAENDIG GELADEN.  JEDE     *
002100*      AENDERUNG WIRD NUR ZUR FREIGABE IN DL100AEN             *
002200*      VORGEMERKT (SIEHE AENDERUNG.CPY); DL100PRD SCHREIBT     *
002300*      ERST DIE AENDERUNGSFREIGABE (DL100F02) DURCH EINEN      *
002400*      ZWEITEN OPERATOR.  PREISE JE PRODUKT WERDEN IN DER      *
002500*      GEBUEHRENPFLEGE (DL100B01) ERFASST, DER                 *
002600*      PRODUKTWECHSEL EINES KONTOS IN DER                      *
002700*      KONTOVERZEICHNISPFLEGE.                                 *
002800*                                                             *
002900*    AENDERUNGEN:                                              *
003000*      2026-10-15 RH  ERSTFASSUNG                              *
003100*                                                             *
003200***************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. PRODUKTPFLEGE.
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900*    DL100PRD - PRODUKTKATALOG.  EXISTIERT ER NOCH NICHT
004000*    (ERSTEINRICHTUNG), WIRD MIT LEERER TABELLE BEGONNEN;
004100*    ANGELEGT WIRD ER MIT DER ERSTEN FREIGEGEBENEN AENDERUNG.
004200     SELECT ProduktDatei ASSIGN TO "DL100PRD"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS Produkt-Status.
004500*
004600*    DL100AEN - VORGEMERKTE AENDERUNGEN (WIRD FORTGESCHRIEBEN).
004700     SELECT AenderungsDatei ASSIGN TO "DL100AEN"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS Aenderung-Status.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ProduktDatei
005400     RECORD CONTAINS 80 CHARACTERS.
005500 COPY PRODUKT.
005600*
005700 FD  AenderungsDatei
005800     RECORD CONTAINS 260 CHARACTERS.
005900 01  Aenderungsdatei-Satz           PIC X(260).
006000*
006100 WORKING-STORAGE SECTION.
006200*    DIE JEWEILS VORZUMERKENDE AENDERUNG.
006300 COPY AENDERUNG.
006400*
006500 01  Produkt-Status              PIC X(02).
006600     88  PRODUKTDATEI-GEFUNDEN       VALUE '00'.
006700*
006800 01  Produktdatei-Ende           PIC X VALUE 'N'.
006900     88  KEINE-PRODUKTE-MEHR         VALUE 'Y'.
007000*
007100 01  Aenderung-Status            PIC X(02).
007200     88  AENDERUNGSDATEI-OK          VALUE '00'.
007300*
007400*    KENNUNG DES ANGEMELDETEN OPERATORS, VON EINGABENAMEN IN
007500*    DL100OPERATOR UEBERGEBEN.  OHNE ANMELDUNG SIND NUR
007600*    ANZEIGEN MOEGLICH.
007700 01  Erfasser-Kennung            PIC X(08) VALUE SPACES.
007800     88  ERFASSER-UNBEKANNT          VALUE SPACES.
007900*
008000 01  Vorgemerkt-Anzahl           PIC S9(04) COMP VALUE ZERO.
008100*
008200*    VOLLSTAENDIG GELADENER KATALOG, JE PRODUKT EIN EINTRAG.
008300*    PT-SATZBILD IST DER SATZ, WIE ER IN DL100PRD STEHT BZW.
008400*    NACH DER FREIGABE STEHEN WIRD.
008500 01  Pflegetabelle.
008600     05  Pflege-Anzahl              PIC S9(04) COMP VALUE ZERO.
008700     05  Pflege-Eintrag OCCURS 50 TIMES.
008800         10  PT-PRODUKT             PIC X(02).
008900         10  PT-BEZEICHNUNG         PIC X(30).
009000         10  PT-HABENZINS           PIC 9(02)V9(04).
009100         10  PT-SOLLZINS            PIC 9(02)V9(04).
009200         10  PT-FREIGRENZE          PIC 9(03).
009300         10  PT-STANDARDLIMIT       PIC 9(09)V99.
009400         10  PT-AKTIV               PIC X(01).
009500         10  PT-SATZBILD            PIC X(80).
009600 01  Pflege-Index                PIC S9(04) COMP VALUE ZERO.
009700*
009800 01  Eintrag-Treffer             PIC X VALUE 'N'.
009900     88  EINTRAG-GEFUNDEN            VALUE 'J'.
010000     88  EINTRAG-UNBEKANNT           VALUE 'N'.
010100*
010200 01  Pflege-Auswahl              PIC X(01).
010300     88  PFLEGE-ANZEIGEN             VALUE 'A' 'a'.
010400     88  PFLEGE-NEU                  VALUE 'N' 'n'.
010500     88  PFLEGE-STILLLEGEN           VALUE 'S' 's'.
010600     88  PFLEGE-REAKTIVIEREN         VALUE 'R' 'r'.
010700     88  PFLEGE-ENDE                 VALUE 'E' 'e'.
010800*
010900 01  Pflege-Schalter             PIC X VALUE 'N'.
011000     88  PFLEGE-BEENDEN              VALUE 'Y'.
011100*
011200 01  Eingabe-Produkt             PIC X(02).
011300 01  Eingabe-Bezeichnung         PIC X(30).
011400 01  Eingabe-Habenzins           PIC X(06).
011500 01  Eingabe-Sollzins            PIC X(06).
011600 01  Eingabe-Freigrenze          PIC X(03).
011700 01  Eingabe-Limit               PIC X(11).
011800 01  Haben-Edit                  PIC Z9.9999.
011900 01  Soll-Edit                   PIC Z9.9999.
012000 01  Freigrenze-Edit             PIC ZZ9.
012100 01  Limit-Edit                  PIC ZZZ,ZZZ,ZZ9.99.
012200*
012300 01  Vorher-Satzbild             PIC X(80).
012400 01  Aenderung-Text              PIC X(30).
012500*
012600 PROCEDURE DIVISION.
012700*----------------------------------------------------------------
012800 Hauptprogramm.
012900*----------------------------------------------------------------
013000     ACCEPT Erfasser-Kennung FROM ENVIRONMENT "DL100OPERATOR"
013100     PERFORM TabelleLaden
013200     DISPLAY "===== DL100 PRODUKT-PFLEGE ====="
013300     IF ERFASSER-UNBEKANNT
013400         DISPLAY "DL100 HINWEIS - KEIN ANGEMELDETER OPERATOR, "
013500             "NUR ANZEIGEN MOEGLICH"
013600     END-IF
013700     PERFORM PflegemenueBearbeiten UNTIL PFLEGE-BEENDEN
013800     DISPLAY "ZUR FREIGABE VORGEMERKTE AENDERUNGEN: "
013900         Vorgemerkt-Anzahl
014000     STOP RUN.
014100*
014200*----------------------------------------------------------------
014300*    LAEDT DEN BESTEHENDEN KATALOG VOLLSTAENDIG IN DEN SPEICHER. *
014400*    FEHLT DIE DATEI (ERSTEINRICHTUNG), WIRD MIT LEERER TABELLE  *
014500*    BEGONNEN.                                                   *
014600*----------------------------------------------------------------
014700 TabelleLaden.
014800     MOVE 'N' TO Produktdatei-Ende
014900     OPEN INPUT ProduktDatei
015000     IF PRODUKTDATEI-GEFUNDEN
015100         PERFORM TabellensatzUebernehmen
015200             UNTIL KEINE-PRODUKTE-MEHR
015300         CLOSE ProduktDatei
015400     ELSE
015500         DISPLAY "DL100PRD NOCH NICHT VORHANDEN - "
015600             "ES WIRD EIN NEUER KATALOG ANGELEGT"
015700     END-IF.
015800*
015900*----------------------------------------------------------------
016000 TabellensatzUebernehmen.
016100*----------------------------------------------------------------
016200     READ ProduktDatei
016300         AT END
016400             MOVE 'Y' TO Produktdatei-Ende
016500         NOT AT END
016600             IF Pflege-Anzahl LESS THAN 50
016700                 ADD 1 TO Pflege-Anzahl
016800                 MOVE PR-PRODUKT TO PT-PRODUKT (Pflege-Anzahl)
016900                 MOVE PR-BEZEICHNUNG
017000                     TO PT-BEZEICHNUNG (Pflege-Anzahl)
017100                 MOVE PR-HABENZINS TO PT-HABENZINS (Pflege-Anzahl)
017200                 MOVE PR-SOLLZINS TO PT-SOLLZINS (Pflege-Anzahl)
017300                 MOVE PR-FREIGRENZE
017400                     TO PT-FREIGRENZE (Pflege-Anzahl)
017500                 MOVE PR-STANDARDLIMIT
017600                     TO PT-STANDARDLIMIT (Pflege-Anzahl)
017700                 MOVE PR-AKTIV TO PT-AKTIV (Pflege-Anzahl)
017800                 MOVE Produktsatz TO PT-SATZBILD (Pflege-Anzahl)
017900             ELSE
018000                 DISPLAY "WARNUNG - TABELLE VOLL, PRODUKT "
018100                     PR-PRODUKT " WIRD NICHT GELADEN"
018200             END-IF
018300     END-READ.
018400*
018500*----------------------------------------------------------------
018600*    ZEIGT DAS PFLEGEMENUE AN UND FUEHRT DIE GEWAEHLTE FUNKTION  *
018700*    AUS.  WIRD WIEDERHOLT, BIS DER BEARBEITER MIT 'E' BEENDET.  *
018800*----------------------------------------------------------------
018900 PflegemenueBearbeiten.
019000     DISPLAY " "
019100     DISPLAY "A  PRODUKTE ANZEIGEN"
019200     DISPLAY "N  PRODUKT ANLEGEN/AENDERN"
019300     DISPLAY "S  PRODUKT STILLLEGEN"
019400     DISPLAY "R  PRODUKT REAKTIVIEREN"
019500     DISPLAY "E  ENDE"
019600     DISPLAY "BITTE AUSWAHL EINGEBEN"
019700     ACCEPT Pflege-Auswahl
019800     IF PFLEGE-ANZEIGEN
019900         PERFORM TabelleAnzeigen
020000     ELSE
020100     IF PFLEGE-ENDE
020200         MOVE 'Y' TO Pflege-Schalter
020300     ELSE
020400     IF ERFASSER-UNBEKANNT
020500         DISPLAY "AENDERUNGEN NUR NACH ANMELDUNG UEBER "
020600             "EINGABENAMEN MOEGLICH"
020700     ELSE
020800     IF PFLEGE-NEU
020900         PERFORM ProduktAnlegen
021000     ELSE
021100     IF PFLEGE-STILLLEGEN
021200         PERFORM ProduktStilllegen
021300     ELSE
021400     IF PFLEGE-REAKTIVIEREN
021500         PERFORM ProduktReaktivieren
021600     ELSE
021700         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
021800     END-IF END-IF END-IF END-IF END-IF END-IF.
021900*
022000*----------------------------------------------------------------
022100 TabelleAnzeigen.
022200*----------------------------------------------------------------
022300     IF Pflege-Anzahl = ZERO
022400         DISPLAY "DER KATALOG IST LEER"
022500     ELSE
022600         DISPLAY "PR  HABEN %  SOLL %  FREI  STANDARDLIMIT  "
022700             "AKTIV  BEZEICHNUNG"
022800         MOVE ZERO TO Pflege-Index
022900         PERFORM TabellenzeileAnzeigen
023000             UNTIL Pflege-Index NOT LESS THAN Pflege-Anzahl
023100     END-IF.
023200*
023300*----------------------------------------------------------------
023400 TabellenzeileAnzeigen.
023500*----------------------------------------------------------------
023600     ADD 1 TO Pflege-Index
023700     MOVE PT-HABENZINS (Pflege-Index) TO Haben-Edit
023800     MOVE PT-SOLLZINS (Pflege-Index) TO Soll-Edit
023900     MOVE PT-FREIGRENZE (Pflege-Index) TO Freigrenze-Edit
024000     MOVE PT-STANDARDLIMIT (Pflege-Index) TO Limit-Edit
024100     DISPLAY PT-PRODUKT (Pflege-Index)
024200         "  " Haben-Edit
024300         "  " Soll-Edit
024400         "  " Freigrenze-Edit
024500         " " Limit-Edit
024600         "    " PT-AKTIV (Pflege-Index)
024700         "    " PT-BEZEICHNUNG (Pflege-Index).
024800*
024900*----------------------------------------------------------------
025000*    LEGT EIN PRODUKT AN ODER AENDERT DEN BESTEHENDEN SATZ       *
025100*    DESSELBEN PRODUKTS.  DER PRODUKTCODE IST ZWEISTELLIG OHNE   *
025200*    LEERSTELLEN (LEER STEHT IN KV-PRODUKT FUER "KEIN PRODUKT"). *
025300*    DIE ZINSSAETZE SIND SECHSSTELLIG NUMERISCH (LETZTE VIER =   *
025400*    NACHKOMMA), DIE FREIGRENZE DREISTELLIG, DAS STANDARDLIMIT   *
025500*    ELFSTELLIG (LETZTE ZWEI = CENT).                            *
025600*----------------------------------------------------------------
025700 ProduktAnlegen.
025800     DISPLAY "PRODUKTCODE (2 STELLEN): "
025900     ACCEPT Eingabe-Produkt
026000     IF Eingabe-Produkt (1:1) = SPACE
026100         OR Eingabe-Produkt (2:1) = SPACE
026200         DISPLAY "PRODUKTCODE MUSS ZWEISTELLIG SEIN - "
026300             "NICHT ANGELEGT"
026400     ELSE
026500         PERFORM ProduktDatenErfassen
026600     END-IF.
026700*
026800*----------------------------------------------------------------
026900 ProduktDatenErfassen.
027000*----------------------------------------------------------------
027100     DISPLAY "BEZEICHNUNG: "
027200     ACCEPT Eingabe-Bezeichnung
027300     DISPLAY "HABENZINS %P.A. (6 ZIFFERN, LETZTE 4 = NACHKOMMA): "
027400     ACCEPT Eingabe-Habenzins
027500     DISPLAY "SOLLZINS %P.A. (6 ZIFFERN, LETZTE 4 = NACHKOMMA): "
027600     ACCEPT Eingabe-Sollzins
027700     DISPLAY "GEBUEHRENFREIE TRANSAKTIONEN JE MONAT (3 ZIFFERN): "
027800     ACCEPT Eingabe-Freigrenze
027900     DISPLAY "STANDARDLIMIT (11 ZIFFERN, LETZTE 2 = CENT): "
028000     ACCEPT Eingabe-Limit
028100     IF Eingabe-Habenzins IS NOT NUMERIC
028200         OR Eingabe-Sollzins IS NOT NUMERIC
028300         DISPLAY "ZINSSAETZE MUESSEN SECHSSTELLIG NUMERISCH "
028400             "SEIN - NICHT ANGELEGT"
028500     ELSE
028600     IF Eingabe-Freigrenze IS NOT NUMERIC
028700         DISPLAY "FREIGRENZE MUSS DREISTELLIG NUMERISCH "
028800             "SEIN - NICHT ANGELEGT"
028900     ELSE
029000     IF Eingabe-Limit IS NOT NUMERIC
029100         DISPLAY "STANDARDLIMIT MUSS ELFSTELLIG NUMERISCH "
029200             "SEIN - NICHT ANGELEGT"
029300     ELSE
029400         PERFORM ProduktSuchen
029500         IF EINTRAG-UNBEKANNT
029600             ADD 1 TO Pflege-Anzahl
029700             MOVE Pflege-Anzahl TO Pflege-Index
029800             MOVE SPACES TO Vorher-Satzbild
029900             MOVE "NEUANLAGE" TO Aenderung-Text
030000         ELSE
030100             MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
030200             MOVE "SATZAENDERUNG" TO Aenderung-Text
030300         END-IF
030400         MOVE Eingabe-Produkt TO PT-PRODUKT (Pflege-Index)
030500         MOVE Eingabe-Bezeichnung
030600             TO PT-BEZEICHNUNG (Pflege-Index)
030700         MOVE Eingabe-Habenzins
030800             TO PT-HABENZINS (Pflege-Index) (1:6)
030900         MOVE Eingabe-Sollzins TO PT-SOLLZINS (Pflege-Index) (1:6)
031000         MOVE Eingabe-Freigrenze
031100             TO PT-FREIGRENZE (Pflege-Index) (1:3)
031200         MOVE Eingabe-Limit
031300             TO PT-STANDARDLIMIT (Pflege-Index) (1:11)
031400         MOVE 'J' TO PT-AKTIV (Pflege-Index)
031500         PERFORM AenderungVormerken
031600         DISPLAY "PRODUKT " Eingabe-Produkt
031700             " ZUR FREIGABE VORGEMERKT"
031800     END-IF END-IF END-IF.
031900*
032000*----------------------------------------------------------------
032100*    SUCHT EINGABE-PRODUKT IN DER GELADENEN TABELLE.  BEI        *
032200*    TREFFER STEHT PFLEGE-INDEX AUF DEM GEFUNDENEN EINTRAG.      *
032300*----------------------------------------------------------------
032400 ProduktSuchen.
032500     SET EINTRAG-UNBEKANNT TO TRUE
032600     MOVE ZERO TO Pflege-Index
032700     PERFORM ProduktVergleichen
032800         UNTIL EINTRAG-GEFUNDEN
032900             OR Pflege-Index NOT LESS THAN Pflege-Anzahl.
033000*
033100*----------------------------------------------------------------
033200 ProduktVergleichen.
033300*----------------------------------------------------------------
033400     ADD 1 TO Pflege-Index
033500     IF PT-PRODUKT (Pflege-Index) = Eingabe-Produkt
033600         SET EINTRAG-GEFUNDEN TO TRUE
033700     END-IF.
033800*
033900*----------------------------------------------------------------
034000*    EIN STILLGELEGTES PRODUKT WIRD KEINEM KONTO MEHR NEU        *
034100*    ZUGEORDNET; SEINE KONTEN BEHALTEN SEINE KONDITIONEN.        *
034200*----------------------------------------------------------------
034300 ProduktStilllegen.
034400     DISPLAY "STILLZULEGENDES PRODUKT: "
034500     ACCEPT Eingabe-Produkt
034600     PERFORM ProduktSuchen
034700     IF EINTRAG-GEFUNDEN
034800         MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
034900         MOVE 'N' TO PT-AKTIV (Pflege-Index)
035000         MOVE "STILLLEGUNG" TO Aenderung-Text
035100         PERFORM AenderungVormerken
035200         DISPLAY "STILLLEGUNG PRODUKT " Eingabe-Produkt
035300             " ZUR FREIGABE VORGEMERKT"
035400     ELSE
035500         DISPLAY "PRODUKT " Eingabe-Produkt " WIRD NICHT GEFUEHRT"
035600     END-IF.
035700*
035800*----------------------------------------------------------------
035900 ProduktReaktivieren.
036000*----------------------------------------------------------------
036100     DISPLAY "ZU REAKTIVIERENDES PRODUKT: "
036200     ACCEPT Eingabe-Produkt
036300     PERFORM ProduktSuchen
036400     IF EINTRAG-GEFUNDEN
036500         MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
036600         MOVE 'J' TO PT-AKTIV (Pflege-Index)
036700         MOVE "REAKTIVIERUNG" TO Aenderung-Text
036800         PERFORM AenderungVormerken
036900         DISPLAY "REAKTIVIERUNG PRODUKT " Eingabe-Produkt
037000             " ZUR FREIGABE VORGEMERKT"
037100     ELSE
037200         DISPLAY "PRODUKT " Eingabe-Produkt " WIRD NICHT GEFUEHRT"
037300     END-IF.
037400*
037500*----------------------------------------------------------------
037600*    MERKT DIE AENDERUNG DES EINTRAGS PFLEGE-INDEX IN DL100AEN   *
037700*    VOR (WIE IN DER TRANSCODEPFLEGE, DL100T01).  SCHLUESSEL IST *
037800*    DER ZWEISTELLIGE PRODUKTCODE.                               *
037900*----------------------------------------------------------------
038000 AenderungVormerken.
038100     PERFORM SatzbildAufbauen
038200     MOVE SPACES TO Aenderungssatz
038300     SET AE-FUER-PRODUKTE TO TRUE
038400     MOVE 2 TO AE-SCHLUESSEL-LAENGE
038500     MOVE ZERO TO AE-ZUSATZ-STELLE AE-ZUSATZ-LAENGE
038600     SET AE-IST-OFFEN TO TRUE
038700     MOVE Aenderung-Text TO AE-BESCHREIBUNG
038800     MOVE Vorher-Satzbild TO AE-VORHER
038900     MOVE Produktsatz TO AE-NACHHER
039000     MOVE Erfasser-Kennung TO AE-ERFASSER
039100     ACCEPT AE-ERFASST-DATUM FROM DATE YYYYMMDD
039200     ACCEPT AE-ERFASST-ZEIT FROM TIME
039300     MOVE ZERO TO AE-GEPRUEFT-DATUM AE-GEPRUEFT-ZEIT
039400     OPEN EXTEND AenderungsDatei
039500     IF NOT AENDERUNGSDATEI-OK
039600         OPEN OUTPUT AenderungsDatei
039700     END-IF
039800     MOVE Aenderungssatz TO Aenderungsdatei-Satz
039900     WRITE Aenderungsdatei-Satz
040000     CLOSE AenderungsDatei
040100     MOVE Produktsatz TO PT-SATZBILD (Pflege-Index)
040200     ADD 1 TO Vorgemerkt-Anzahl.
040300*
040400*----------------------------------------------------------------
040500 SatzbildAufbauen.
040600*----------------------------------------------------------------
040700     MOVE SPACES TO Produktsatz
040800     MOVE PT-PRODUKT (Pflege-Index) TO PR-PRODUKT
040900     MOVE PT-BEZEICHNUNG (Pflege-Index) TO PR-BEZEICHNUNG
041000     MOVE PT-HABENZINS (Pflege-Index) TO PR-HABENZINS
041100     MOVE PT-SOLLZINS (Pflege-Index) TO PR-SOLLZINS
041200     MOVE PT-FREIGRENZE (Pflege-Index) TO PR-FREIGRENZE
041300     MOVE PT-STANDARDLIMIT (Pflege-Index) TO PR-STANDARDLIMIT
041400     MOVE PT-AKTIV (Pflege-Index) TO PR-AKTIV.
