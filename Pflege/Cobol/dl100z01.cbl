001600*      DEN SATZ DERSELBEN KENNUNG (SATZAENDERUNG).  SAETZE     *
001700*      WERDEN WIE IN DER TRANSCODEPFLEGE NIE GELOESCHT,        *
001800*      NUR STILLGELEGT.  DIE TABELLE WIRD BEIM START           *
001900*      VOLLSTAENDIG GELADEN.  JEDE AENDERUNG WIRD NUR ZUR      *
002000*      FREIGABE IN DL100AEN VORGEMERKT (SIEHE AENDERUNG.CPY);  *
002100*      DL100ZTB SCHREIBT ERST DIE AENDERUNGSFREIGABE           *
002200*      (DL100F02) DURCH EINEN ZWEITEN OPERATOR.                *
002300*                                                             *
002400*    AENDERUNGEN:                                              *
002500*      2026-09-01 RH  ERSTFASSUNG                              *
002600*      2026-09-01 RH  ZINSSATZ WIRD BYTEWEISE UEBERNOMMEN      *
002700*                     ((1:6) STATT NUMERISCHEM MOVE) - SONST   *
002800*                     WUERDE DIE EINGABE DEZIMAL AUSGERICHTET  *
002900*                     UND JEDER SATZ ALS NULL GESPEICHERT      *
003000*      2026-10-15 RH  VIER-AUGEN-PRINZIP: AENDERUNGEN WERDEN   *
003100*                     NUR NOCH IN DL100AEN VORGEMERKT UND      *
003200*                     DURCH DL100F02 FREIGEGEBEN; TABELLE WIRD *
003300*                     NICHT MEHR ZURUECKGESCHRIEBEN            *
003400*                                                             *
003500***************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. ZINSSATZPFLEGE.
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*    DL100ZTB - ZINSSATZTABELLE.  EXISTIERT SIE NOCH NICHT
004300*    (ERSTEINRICHTUNG), WIRD MIT LEERER TABELLE BEGONNEN;
004400*    ANGELEGT WIRD SIE MIT DER ERSTEN FREIGEGEBENEN AENDERUNG.
004500     SELECT ZinssatzDatei ASSIGN TO "DL100ZTB"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS Zinssatz-Status.
004800*
004900*    DL100AEN - VORGEMERKTE AENDERUNGEN (WIRD FORTGESCHRIEBEN).
005000     SELECT AenderungsDatei ASSIGN TO "DL100AEN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS Aenderung-Status.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ZinssatzDatei
005700     RECORD CONTAINS 80 CHARACTERS.
005800 COPY ZINSSATZ.
005900*
006000 FD  AenderungsDatei
006100     RECORD CONTAINS 260 CHARACTERS.
006200 01  Aenderungsdatei-Satz           PIC X(260).
006300*
006400 WORKING-STORAGE SECTION.
006500*    DIE JEWEILS VORZUMERKENDE AENDERUNG.
006600 COPY AENDERUNG.
006700*
006800 01  Zinssatz-Status             PIC X(02).
006900     88  ZINSSATZDATEI-GEFUNDEN      VALUE '00'.
007000*
007100 01  Zinssatzdatei-Ende          PIC X VALUE 'N'.
007200     88  KEINE-ZINSSAETZE-MEHR       VALUE 'Y'.
007300*
007400 01  Aenderung-Status            PIC X(02).
007500     88  AENDERUNGSDATEI-OK          VALUE '00'.
007600*
007700*    KENNUNG DES ANGEMELDETEN OPERATORS, VON EINGABENAMEN IN
007800*    DL100OPERATOR UEBERGEBEN.  OHNE ANMELDUNG SIND NUR
007900*    ANZEIGEN MOEGLICH.
008000 01  Erfasser-Kennung            PIC X(08) VALUE SPACES.
008100     88  ERFASSER-UNBEKANNT          VALUE SPACES.
008200*
008300 01  Vorgemerkt-Anzahl           PIC S9(04) COMP VALUE ZERO.
008400*
008500*    VOLLSTAENDIG GELADENE TABELLE.  JE KENNUNG WIRD NUR EIN
008600*    EINTRAG GEFUEHRT; ZEHN PLAETZE LASSEN RAUM FUER SPAETERE
008700*    STAFFELUNGEN.  PT-SATZBILD IST DER SATZ, WIE ER IN
008800*    DL100ZTB STEHT BZW. NACH DER FREIGABE STEHEN WIRD.
008900 01  Pflegetabelle.
009000     05  Pflege-Anzahl              PIC S9(04) COMP VALUE ZERO.
009100     05  Pflege-Eintrag OCCURS 10 TIMES.
009200         10  PT-KENNUNG             PIC X(01).
009300         10  PT-SATZ                PIC 9(02)V9(04).
009400         10  PT-TRANSAKTIONSCODE    PIC X(02).
009500         10  PT-BEZEICHNUNG         PIC X(30).
009600         10  PT-AKTIV               PIC X(01).
009700         10  PT-SATZBILD            PIC X(80).
009800 01  Pflege-Index                PIC S9(04) COMP VALUE ZERO.
009900*
010000 01  Eintrag-Treffer             PIC X VALUE 'N'.
010100     88  EINTRAG-GEFUNDEN            VALUE 'J'.
010200     88  EINTRAG-UNBEKANNT           VALUE 'N'.
010300*
010400 01  Pflege-Auswahl              PIC X(01).
010500     88  PFLEGE-ANZEIGEN             VALUE 'A' 'a'.
010600     88  PFLEGE-NEU                  VALUE 'N' 'n'.
010700     88  PFLEGE-STILLLEGEN           VALUE 'S' 's'.
010800     88  PFLEGE-REAKTIVIEREN         VALUE 'R' 'r'.
010900     88  PFLEGE-ENDE                 VALUE 'E' 'e'.
011000*
011100 01  Pflege-Schalter             PIC X VALUE 'N'.
011200     88  PFLEGE-BEENDEN              VALUE 'Y'.
011300*
011400 01  Eingabe-Kennung             PIC X(01).
011500 01  Eingabe-Satz                PIC X(06).
011600 01  Eingabe-Code                PIC X(02).
011700 01  Eingabe-Bezeichnung         PIC X(30).
011800 01  Satz-Edit                   PIC Z9.9999.
011900*
012000 01  Vorher-Satzbild             PIC X(80).
012100 01  Aenderung-Text              PIC X(30).
012200*
012300 PROCEDURE DIVISION.
012400*----------------------------------------------------------------
012500 Hauptprogramm.
012600*----------------------------------------------------------------
012700     ACCEPT Erfasser-Kennung FROM ENVIRONMENT "DL100OPERATOR"
012800     PERFORM TabelleLaden
012900     DISPLAY "===== DL100 ZINSSATZ-PFLEGE ====="
013000     IF ERFASSER-UNBEKANNT
013100         DISPLAY "DL100 HINWEIS - KEIN ANGEMELDETER OPERATOR, "
013200             "NUR ANZEIGEN MOEGLICH"
013300     END-IF
013400     PERFORM PflegemenueBearbeiten UNTIL PFLEGE-BEENDEN
013500     DISPLAY "ZUR FREIGABE VORGEMERKTE AENDERUNGEN: "
013600         Vorgemerkt-Anzahl
013700     STOP RUN.
013800*
013900*----------------------------------------------------------------
014000*    LAEDT DIE BESTEHENDE TABELLE VOLLSTAENDIG IN DEN SPEICHER.  *
014100*    FEHLT DIE DATEI (ERSTEINRICHTUNG), WIRD MIT LEERER TABELLE  *
014200*    BEGONNEN.                                                   *
014300*----------------------------------------------------------------
014400 TabelleLaden.
014500     MOVE 'N' TO Zinssatzdatei-Ende
014600     OPEN INPUT ZinssatzDatei
014700     IF ZINSSATZDATEI-GEFUNDEN
014800         PERFORM TabellensatzUebernehmen
014900             UNTIL KEINE-ZINSSAETZE-MEHR
015000         CLOSE ZinssatzDatei
015100     ELSE
015200         DISPLAY "DL100ZTB NOCH NICHT VORHANDEN - "
015300             "ES WIRD EINE NEUE TABELLE ANGELEGT"
015400     END-IF.
015500*
015600*----------------------------------------------------------------
015700 TabellensatzUebernehmen.
015800*----------------------------------------------------------------
015900     READ ZinssatzDatei
016000         AT END
016100             MOVE 'Y' TO Zinssatzdatei-Ende
016200         NOT AT END
016300             IF Pflege-Anzahl LESS THAN 10
016400                 ADD 1 TO Pflege-Anzahl
016500                 MOVE ZS-KENNUNG TO PT-KENNUNG (Pflege-Anzahl)
016600                 MOVE ZS-SATZ TO PT-SATZ (Pflege-Anzahl)
016700                 MOVE ZS-TRANSAKTIONSCODE
016800                     TO PT-TRANSAKTIONSCODE (Pflege-Anzahl)
016900                 MOVE ZS-BEZEICHNUNG
017000                     TO PT-BEZEICHNUNG (Pflege-Anzahl)
017100                 MOVE ZS-AKTIV TO PT-AKTIV (Pflege-Anzahl)
017200                 MOVE Zinssatzsatz TO PT-SATZBILD (Pflege-Anzahl)
017300             ELSE
017400                 DISPLAY "WARNUNG - TABELLE VOLL, KENNUNG "
017500                     ZS-KENNUNG " WIRD NICHT GELADEN"
017600             END-IF
017700     END-READ.
017800*
017900*----------------------------------------------------------------
018000*    ZEIGT DAS PFLEGEMENUE AN UND FUEHRT DIE GEWAEHLTE FUNKTION  *
018100*    AUS.  WIRD WIEDERHOLT, BIS DER BEARBEITER MIT 'E' BEENDET.  *
018200*----------------------------------------------------------------
018300 PflegemenueBearbeiten.
018400     DISPLAY " "
018500     DISPLAY "A  ZINSSAETZE ANZEIGEN"
018600     DISPLAY "N  ZINSSATZ ANLEGEN/AENDERN"
018700     DISPLAY "S  ZINSSATZ STILLLEGEN"
018800     DISPLAY "R  ZINSSATZ REAKTIVIEREN"
018900     DISPLAY "E  ENDE"
019000     DISPLAY "BITTE AUSWAHL EINGEBEN"
019100     ACCEPT Pflege-Auswahl
019200     IF PFLEGE-ANZEIGEN
019300         PERFORM TabelleAnzeigen
019400     ELSE
019500     IF PFLEGE-ENDE
019600         MOVE 'Y' TO Pflege-Schalter
019700     ELSE
019800     IF ERFASSER-UNBEKANNT
019900         DISPLAY "AENDERUNGEN NUR NACH ANMELDUNG UEBER "
020000             "EINGABENAMEN MOEGLICH"
020100     ELSE
020200     IF PFLEGE-NEU
020300         PERFORM ZinssatzAnlegen
020400     ELSE
020500     IF PFLEGE-STILLLEGEN
020600         PERFORM ZinssatzStilllegen
020700     ELSE
020800     IF PFLEGE-REAKTIVIEREN
020900         PERFORM ZinssatzReaktivieren
021000     ELSE
021100         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
021200     END-IF END-IF END-IF END-IF END-IF END-IF.
021300*
021400*----------------------------------------------------------------
021500 TabelleAnzeigen.
021600*----------------------------------------------------------------
021700     IF Pflege-Anzahl = ZERO
021800         DISPLAY "DIE TABELLE IST LEER"
021900     ELSE
022000         DISPLAY "KENN  SATZ %P.A.  CODE  AKTIV  BEZEICHNUNG"
022100         MOVE ZERO TO Pflege-Index
022200         PERFORM TabellenzeileAnzeigen
022300             UNTIL Pflege-Index NOT LESS THAN Pflege-Anzahl
022400     END-IF.
022500*
022600*----------------------------------------------------------------
022700 TabellenzeileAnzeigen.
022800*----------------------------------------------------------------
022900     ADD 1 TO Pflege-Index
023000     MOVE PT-SATZ (Pflege-Index) TO Satz-Edit
023100     DISPLAY "  " PT-KENNUNG (Pflege-Index)
023200         "    " Satz-Edit
023300         "    " PT-TRANSAKTIONSCODE (Pflege-Index)
023400         "    " PT-AKTIV (Pflege-Index)
023500         "    " PT-BEZEICHNUNG (Pflege-Index).
023600*
023700*----------------------------------------------------------------
023800*    LEGT EINEN ZINSSATZ AN ODER AENDERT DEN BESTEHENDEN SATZ    *
023900*    DERSELBEN KENNUNG.  DIE KENNUNG MUSS 'H' ODER 'S' SEIN,     *
024000*    DER SATZ SECHSSTELLIG NUMERISCH (JJVNNNN, LETZTE VIER =     *
024100*    NACHKOMMA) UND DER TRANSAKTIONSCODE ZWEISTELLIG NUMERISCH   *
024200*    (ER MUSS IN DL100TCD GEFUEHRT SEIN, SONST WEIST DER         *
024300*    NACHTLAUF DIE ZINSBUCHUNGEN MIT GRUND 0050 AB).             *
024400*----------------------------------------------------------------
024500 ZinssatzAnlegen.
024600     DISPLAY "KENNUNG (H=HABENZINS, S=SOLLZINS): "
024700     ACCEPT Eingabe-Kennung
024800     IF Eingabe-Kennung NOT = 'H' AND Eingabe-Kennung NOT = 'S'
024900         DISPLAY "KENNUNG MUSS 'H' ODER 'S' SEIN - NICHT ANGELEGT"
025000     ELSE
025100         PERFORM ZinssatzDatenErfassen
025200     END-IF.
025300*
025400*----------------------------------------------------------------
025500 ZinssatzDatenErfassen.
025600*----------------------------------------------------------------
025700     DISPLAY "ZINSSATZ %P.A. (6 ZIFFERN, LETZTE 4 = NACHKOMMA): "
025800     ACCEPT Eingabe-Satz
025900     DISPLAY "TRANSAKTIONSCODE DER ZINSBUCHUNG (2 ZIFFERN): "
026000     ACCEPT Eingabe-Code
026100     DISPLAY "BEZEICHNUNG: "
026200     ACCEPT Eingabe-Bezeichnung
026300     IF Eingabe-Satz IS NOT NUMERIC
026400         DISPLAY "ZINSSATZ MUSS SECHSSTELLIG NUMERISCH SEIN - "
026500             "NICHT ANGELEGT"
026600     ELSE
026700     IF Eingabe-Code IS NOT NUMERIC
026800         DISPLAY "TRANSAKTIONSCODE MUSS ZWEISTELLIG NUMERISCH "
026900             "SEIN - NICHT ANGELEGT"
027000     ELSE
027100         PERFORM KennungSuchen
027200         IF EINTRAG-UNBEKANNT
027300             ADD 1 TO Pflege-Anzahl
027400             MOVE Pflege-Anzahl TO Pflege-Index
027500             MOVE SPACES TO Vorher-Satzbild
027600             MOVE "NEUANLAGE" TO Aenderung-Text
027700         ELSE
027800             MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
027900             MOVE "SATZAENDERUNG" TO Aenderung-Text
028000         END-IF
028100         MOVE Eingabe-Kennung TO PT-KENNUNG (Pflege-Index)
028200         MOVE Eingabe-Satz TO PT-SATZ (Pflege-Index) (1:6)
028300         MOVE Eingabe-Code
028400             TO PT-TRANSAKTIONSCODE (Pflege-Index)
028500         MOVE Eingabe-Bezeichnung
028600             TO PT-BEZEICHNUNG (Pflege-Index)
028700         MOVE 'J' TO PT-AKTIV (Pflege-Index)
028800         PERFORM AenderungVormerken
028900         DISPLAY "ZINSSATZ " Eingabe-Kennung
029000             " ZUR FREIGABE VORGEMERKT"
029100     END-IF END-IF.
029200*
029300*----------------------------------------------------------------
029400*    SUCHT EINGABE-KENNUNG IN DER GELADENEN TABELLE.  BEI        *
029500*    TREFFER STEHT PFLEGE-INDEX AUF DEM GEFUNDENEN EINTRAG.      *
029600*----------------------------------------------------------------
029700 KennungSuchen.
029800     SET EINTRAG-UNBEKANNT TO TRUE
029900     MOVE ZERO TO Pflege-Index
030000     PERFORM KennungVergleichen
030100         UNTIL EINTRAG-GEFUNDEN
030200             OR Pflege-Index NOT LESS THAN Pflege-Anzahl.
030300*
030400*----------------------------------------------------------------
030500 KennungVergleichen.
030600*----------------------------------------------------------------
030700     ADD 1 TO Pflege-Index
030800     IF PT-KENNUNG (Pflege-Index) = Eingabe-Kennung
030900         SET EINTRAG-GEFUNDEN TO TRUE
031000     END-IF.
031100*
031200*----------------------------------------------------------------
031300 ZinssatzStilllegen.
031400*----------------------------------------------------------------
031500     DISPLAY "STILLZULEGENDE KENNUNG (H/S): "
031600     ACCEPT Eingabe-Kennung
031700     PERFORM KennungSuchen
031800     IF EINTRAG-GEFUNDEN
031900         MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
032000         MOVE 'N' TO PT-AKTIV (Pflege-Index)
032100         MOVE "STILLLEGUNG" TO Aenderung-Text
032200         PERFORM AenderungVormerken
032300         DISPLAY "STILLLEGUNG ZINSSATZ " Eingabe-Kennung
032400             " ZUR FREIGABE VORGEMERKT"
032500     ELSE
032600         DISPLAY "KENNUNG " Eingabe-Kennung " WIRD NICHT GEFUEHRT"
032700     END-IF.
032800*
032900*----------------------------------------------------------------
033000 ZinssatzReaktivieren.
033100*----------------------------------------------------------------
033200     DISPLAY "ZU REAKTIVIERENDE KENNUNG (H/S): "
033300     ACCEPT Eingabe-Kennung
033400     PERFORM KennungSuchen
033500     IF EINTRAG-GEFUNDEN
033600         MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
033700         MOVE 'J' TO PT-AKTIV (Pflege-Index)
033800         MOVE "REAKTIVIERUNG" TO Aenderung-Text
033900         PERFORM AenderungVormerken
034000         DISPLAY "REAKTIVIERUNG ZINSSATZ " Eingabe-Kennung
034100             " ZUR FREIGABE VORGEMERKT"
034200     ELSE
034300         DISPLAY "KENNUNG " Eingabe-Kennung " WIRD NICHT GEFUEHRT"
034400     END-IF.
034500*
034600*----------------------------------------------------------------
034700*    MERKT DIE AENDERUNG DES EINTRAGS PFLEGE-INDEX IN DL100AEN   *
034800*    VOR (WIE IN DER TRANSCODEPFLEGE, DL100T01).                 *
034900*----------------------------------------------------------------
035000 AenderungVormerken.
035100     PERFORM SatzbildAufbauen
035200     MOVE SPACES TO Aenderungssatz
035300     SET AE-FUER-ZINSSAETZE TO TRUE
035400     MOVE 1 TO AE-SCHLUESSEL-LAENGE
035500     SET AE-IST-OFFEN TO TRUE
035600     MOVE Aenderung-Text TO AE-BESCHREIBUNG
035700     MOVE Vorher-Satzbild TO AE-VORHER
035800     MOVE Zinssatzsatz TO AE-NACHHER
035900     MOVE Erfasser-Kennung TO AE-ERFASSER
036000     ACCEPT AE-ERFASST-DATUM FROM DATE YYYYMMDD
036100     ACCEPT AE-ERFASST-ZEIT FROM TIME
036200     MOVE ZERO TO AE-GEPRUEFT-DATUM AE-GEPRUEFT-ZEIT
036300     OPEN EXTEND AenderungsDatei
036400     IF NOT AENDERUNGSDATEI-OK
036500         OPEN OUTPUT AenderungsDatei
036600     END-IF
036700     MOVE Aenderungssatz TO Aenderungsdatei-Satz
036800     WRITE Aenderungsdatei-Satz
036900     CLOSE AenderungsDatei
037000     MOVE Zinssatzsatz TO PT-SATZBILD (Pflege-Index)
037100     ADD 1 TO Vorgemerkt-Anzahl.
037200*
037300*----------------------------------------------------------------
037400 SatzbildAufbauen.
037500*----------------------------------------------------------------
037600     MOVE SPACES TO Zinssatzsatz
037700     MOVE PT-KENNUNG (Pflege-Index) TO ZS-KENNUNG
037800     MOVE PT-SATZ (Pflege-Index) TO ZS-SATZ
037900     MOVE PT-TRANSAKTIONSCODE (Pflege-Index)
038000         TO ZS-TRANSAKTIONSCODE
038100     MOVE PT-BEZEICHNUNG (Pflege-Index) TO ZS-BEZEICHNUNG
038200     MOVE PT-AKTIV (Pflege-Index) TO ZS-AKTIV.
