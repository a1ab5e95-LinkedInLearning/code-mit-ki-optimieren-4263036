001500*      STILLGELEGT ODER REAKTIVIERT WERDEN; ANLEGEN ZU EINEM   *
001600*      SCHON GEFUEHRTEN CODE AENDERT DIE BESTEHENDE            *
001700*      ZUORDNUNG.  DIE TABELLE WIRD BEIM START VOLLSTAENDIG    *
001800*      GELADEN.  JEDE AENDERUNG WIRD NUR ZUR FREIGABE IN       *
001900*      DL100AEN VORGEMERKT (SIEHE AENDERUNG.CPY); DL100SKT     *
002000*      SCHREIBT ERST DIE AENDERUNGSFREIGABE (DL100F02) DURCH   *
002100*      EINEN ZWEITEN OPERATOR.                                 *
002200*                                                             *
002300*    AENDERUNGEN:                                              *
002400*      2026-09-01 RH  ERSTFASSUNG                              *
002500*      2026-10-15 RH  VIER-AUGEN-PRINZIP: AENDERUNGEN WERDEN   *
002600*                     NUR NOCH IN DL100AEN VORGEMERKT UND      *
002700*                     DURCH DL100F02 FREIGEGEBEN; TABELLE WIRD *
002800*                     NICHT MEHR ZURUECKGESCHRIEBEN            *
002900*      2026-10-15 RH  RESERVIERTER CODE KD (SACHKONTO FUER     *
003000*                     KURSGEWINNE/-VERLUSTE) ZUGELASSEN        *
003100*                                                             *
003200***************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. SACHKONTOPFLEGE.
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900*    DL100SKT - SACHKONTO-ZUORDNUNGSTABELLE.  EXISTIERT SIE
004000*    NOCH NICHT (ERSTEINRICHTUNG), WIRD MIT LEERER TABELLE
004100*    BEGONNEN; ANGELEGT WIRD SIE MIT DER ERSTEN FREIGEGEBENEN
004200*    AENDERUNG.
004300     SELECT SachkontoDatei ASSIGN TO "DL100SKT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS Sachkonto-Status.
004600*
004700*    DL100AEN - VORGEMERKTE AENDERUNGEN (WIRD FORTGESCHRIEBEN).
004800     SELECT AenderungsDatei ASSIGN TO "DL100AEN"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS Aenderung-Status.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  SachkontoDatei
005500     RECORD CONTAINS 80 CHARACTERS.
005600 COPY SACHKONTO.
005700*
005800 FD  AenderungsDatei
005900     RECORD CONTAINS 260 CHARACTERS.
006000 01  Aenderungsdatei-Satz           PIC X(260).
006100*
006200 WORKING-STORAGE SECTION.
006300*    DIE JEWEILS VORZUMERKENDE AENDERUNG.
006400 COPY AENDERUNG.
006500*
006600 01  Sachkonto-Status            PIC X(02).
006700     88  SACHKONTODATEI-GEFUNDEN     VALUE '00'.
006800*
006900 01  Sachkontodatei-Ende         PIC X VALUE 'N'.
007000     88  KEINE-SACHKONTEN-MEHR       VALUE 'Y'.
007100*
007200 01  Aenderung-Status            PIC X(02).
007300     88  AENDERUNGSDATEI-OK          VALUE '00'.
007400*
007500*    KENNUNG DES ANGEMELDETEN OPERATORS, VON EINGABENAMEN IN
007600*    DL100OPERATOR UEBERGEBEN.  OHNE ANMELDUNG SIND NUR
007700*    ANZEIGEN MOEGLICH.
007800 01  Erfasser-Kennung            PIC X(08) VALUE SPACES.
007900     88  ERFASSER-UNBEKANNT          VALUE SPACES.
008000*
008100 01  Vorgemerkt-Anzahl           PIC S9(04) COMP VALUE ZERO.
008200*
008300*    PT-SATZBILD IST DER SATZ, WIE ER IN DL100SKT STEHT BZW.
008400*    NACH DER FREIGABE STEHEN WIRD (VORHER-BILD DER NAECHSTEN
008500*    AENDERUNG DESSELBEN CODES).
008600 01  Pflegetabelle.
008700     05  Pflege-Anzahl              PIC S9(04) COMP VALUE ZERO.
008800     05  Pflege-Eintrag OCCURS 50 TIMES.
008900         10  PT-CODE                PIC X(02).
009000         10  PT-SACHKONTO           PIC 9(08).
009100         10  PT-BEZEICHNUNG         PIC X(30).
009200         10  PT-AKTIV               PIC X(01).
009300         10  PT-SATZBILD            PIC X(80).
009400 01  Pflege-Index                PIC S9(04) COMP VALUE ZERO.
009500*
009600 01  Eintrag-Treffer             PIC X VALUE 'N'.
009700     88  EINTRAG-GEFUNDEN            VALUE 'J'.
009800     88  EINTRAG-UNBEKANNT           VALUE 'N'.
009900*
010000 01  Pflege-Auswahl              PIC X(01).
010100     88  PFLEGE-ANZEIGEN             VALUE 'A' 'a'.
010200     88  PFLEGE-NEU                  VALUE 'N' 'n'.
010300     88  PFLEGE-STILLLEGEN           VALUE 'S' 's'.
010400     88  PFLEGE-REAKTIVIEREN         VALUE 'R' 'r'.
010500     88  PFLEGE-ENDE                 VALUE 'E' 'e'.
010600*
010700 01  Pflege-Schalter             PIC X VALUE 'N'.
010800     88  PFLEGE-BEENDEN              VALUE 'Y'.
010900*
011000 01  Eingabe-Code                PIC X(02).
011100     88  EINGABE-IST-KURSDIFFERENZ   VALUE 'KD' 'kd'.
011200 01  Eingabe-Sachkonto           PIC X(08).
011300 01  Eingabe-Bezeichnung         PIC X(30).
011400*
011500 01  Vorher-Satzbild             PIC X(80).
011600 01  Aenderung-Text              PIC X(30).
011700*
011800 PROCEDURE DIVISION.
011900*----------------------------------------------------------------
012000 Hauptprogramm.
012100*----------------------------------------------------------------
012200     ACCEPT Erfasser-Kennung FROM ENVIRONMENT "DL100OPERATOR"
012300     PERFORM TabelleLaden
012400     DISPLAY "===== DL100 SACHKONTO-PFLEGE ====="
012500     IF ERFASSER-UNBEKANNT
012600         DISPLAY "DL100 HINWEIS - KEIN ANGEMELDETER OPERATOR, "
012700             "NUR ANZEIGEN MOEGLICH"
012800     END-IF
012900     PERFORM PflegemenueBearbeiten UNTIL PFLEGE-BEENDEN
013000     DISPLAY "ZUR FREIGABE VORGEMERKTE AENDERUNGEN: "
013100         Vorgemerkt-Anzahl
013200     STOP RUN.
013300*
013400*----------------------------------------------------------------
013500 TabelleLaden.
013600*----------------------------------------------------------------
013700     MOVE 'N' TO Sachkontodatei-Ende
013800     OPEN INPUT SachkontoDatei
013900     IF SACHKONTODATEI-GEFUNDEN
014000         PERFORM TabellensatzUebernehmen
014100             UNTIL KEINE-SACHKONTEN-MEHR
014200         CLOSE SachkontoDatei
014300     ELSE
014400         DISPLAY "DL100SKT NOCH NICHT VORHANDEN - "
014500             "ES WIRD EINE NEUE TABELLE ANGELEGT"
014600     END-IF.
014700*
014800*----------------------------------------------------------------
014900 TabellensatzUebernehmen.
015000*----------------------------------------------------------------
015100     READ SachkontoDatei
015200         AT END
015300             MOVE 'Y' TO Sachkontodatei-Ende
015400         NOT AT END
015500             IF Pflege-Anzahl LESS THAN 50
015600                 ADD 1 TO Pflege-Anzahl
015700                 MOVE SK-TRANSAKTIONSCODE
015800                     TO PT-CODE (Pflege-Anzahl)
015900                 MOVE SK-SACHKONTO
016000                     TO PT-SACHKONTO (Pflege-Anzahl)
016100                 MOVE SK-BEZEICHNUNG
016200                     TO PT-BEZEICHNUNG (Pflege-Anzahl)
016300                 MOVE SK-AKTIV TO PT-AKTIV (Pflege-Anzahl)
016400                 MOVE Sachkontosatz TO PT-SATZBILD (Pflege-Anzahl)
016500             ELSE
016600                 DISPLAY "WARNUNG - TABELLE VOLL, CODE "
016700                     SK-TRANSAKTIONSCODE " WIRD NICHT GELADEN"
016800             END-IF
016900     END-READ.
017000*
017100*----------------------------------------------------------------
017200 PflegemenueBearbeiten.
017300*----------------------------------------------------------------
017400     DISPLAY " "
017500     DISPLAY "A  ZUORDNUNGEN ANZEIGEN"
017600     DISPLAY "N  ZUORDNUNG ANLEGEN/AENDERN"
017700     DISPLAY "S  ZUORDNUNG STILLLEGEN"
017800     DISPLAY "R  ZUORDNUNG REAKTIVIEREN"
017900     DISPLAY "E  ENDE"
018000     DISPLAY "BITTE AUSWAHL EINGEBEN"
018100     ACCEPT Pflege-Auswahl
018200     IF PFLEGE-ANZEIGEN
018300         PERFORM TabelleAnzeigen
018400     ELSE
018500     IF PFLEGE-ENDE
018600         MOVE 'Y' TO Pflege-Schalter
018700     ELSE
018800     IF ERFASSER-UNBEKANNT
018900         DISPLAY "AENDERUNGEN NUR NACH ANMELDUNG UEBER "
019000             "EINGABENAMEN MOEGLICH"
019100     ELSE
019200     IF PFLEGE-NEU
019300         PERFORM ZuordnungAnlegen
019400     ELSE
019500     IF PFLEGE-STILLLEGEN
019600         PERFORM ZuordnungStilllegen
019700     ELSE
019800     IF PFLEGE-REAKTIVIEREN
019900         PERFORM ZuordnungReaktivieren
020000     ELSE
020100         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
020200     END-IF END-IF END-IF END-IF END-IF END-IF.
020300*
020400*----------------------------------------------------------------
020500 TabelleAnzeigen.
020600*----------------------------------------------------------------
020700     IF Pflege-Anzahl = ZERO
020800         DISPLAY "DIE TABELLE IST LEER"
020900     ELSE
021000         DISPLAY "CODE  SACHKONTO  AKTIV  BEZEICHNUNG"
021100         MOVE ZERO TO Pflege-Index
021200         PERFORM TabellenzeileAnzeigen
021300             UNTIL Pflege-Index NOT LESS THAN Pflege-Anzahl
021400     END-IF.
021500*
021600*----------------------------------------------------------------
021700 TabellenzeileAnzeigen.
021800*----------------------------------------------------------------
021900     ADD 1 TO Pflege-Index
022000     DISPLAY "  " PT-CODE (Pflege-Index)
022100         "   " PT-SACHKONTO (Pflege-Index)
022200         "   " PT-AKTIV (Pflege-Index)
022300         "     " PT-BEZEICHNUNG (Pflege-Index).
022400*
022500*----------------------------------------------------------------
022600*    LEGT EINE ZUORDNUNG AN ODER AENDERT DIE BESTEHENDE DES      *
022700*    CODES.  CODE UND SACHKONTO MUESSEN NUMERISCH SEIN (BIS AUF  *
022800*    DEN RESERVIERTEN CODE 'KD' FUER DAS KURSERTRAGSKONTO); DER  *
022900*    CODE SOLLTE IN DL100TCD GEFUEHRT SEIN (DAS PRUEFT DER       *
023000*    HAUPTBUCH-ABTRAG IMPLIZIT, WEIL NUR GEFUEHRTE CODES         *
023100*    UEBERHAUPT IM EXTRAKT AUFTAUCHEN).                          *
023200*----------------------------------------------------------------
023300 ZuordnungAnlegen.
023400     DISPLAY "TRANSAKTIONSCODE (2 ZIFFERN ODER KD): "
023500     ACCEPT Eingabe-Code
023600     IF EINGABE-IST-KURSDIFFERENZ
023700         MOVE 'KD' TO Eingabe-Code
023800     END-IF
023900     DISPLAY "SACHKONTO (8 ZIFFERN): "
024000     ACCEPT Eingabe-Sachkonto
024100     DISPLAY "BEZEICHNUNG: "
024200     ACCEPT Eingabe-Bezeichnung
024300     IF Eingabe-Code IS NOT NUMERIC
024400         AND NOT EINGABE-IST-KURSDIFFERENZ
024500         DISPLAY "CODE MUSS ZWEISTELLIG NUMERISCH ODER KD SEIN - "
024600             "NICHT ANGELEGT"
024700     ELSE
024800     IF Eingabe-Sachkonto IS NOT NUMERIC
024900         DISPLAY "SACHKONTO MUSS ACHTSTELLIG NUMERISCH SEIN - "
025000             "NICHT ANGELEGT"
025100     ELSE
025200         PERFORM CodeSuchen
025300         IF EINTRAG-GEFUNDEN
025400             MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
025500             MOVE "AENDERUNG ZUORDNUNG" TO Aenderung-Text
025600         ELSE
025700             MOVE SPACES TO Vorher-Satzbild
025800             MOVE "NEUANLAGE" TO Aenderung-Text
025900             IF Pflege-Anzahl NOT LESS THAN 50
026000                 DISPLAY "TABELLE VOLL - NICHT ANGELEGT"
026100             ELSE
026200                 ADD 1 TO Pflege-Anzahl
026300                 MOVE Pflege-Anzahl TO Pflege-Index
026400                 SET EINTRAG-GEFUNDEN TO TRUE
026500             END-IF
026600         END-IF
026700         IF EINTRAG-GEFUNDEN
026800             MOVE Eingabe-Code TO PT-CODE (Pflege-Index)
026900             MOVE Eingabe-Sachkonto
027000                 TO PT-SACHKONTO (Pflege-Index) (1:8)
027100             MOVE Eingabe-Bezeichnung
027200                 TO PT-BEZEICHNUNG (Pflege-Index)
027300             MOVE 'J' TO PT-AKTIV (Pflege-Index)
027400             PERFORM AenderungVormerken
027500             DISPLAY "ZUORDNUNG " Eingabe-Code " -> "
027600                 Eingabe-Sachkonto " ZUR FREIGABE VORGEMERKT"
027700         END-IF
027800     END-IF END-IF.
027900*
028000*----------------------------------------------------------------
028100 CodeSuchen.
028200*----------------------------------------------------------------
028300     SET EINTRAG-UNBEKANNT TO TRUE
028400     MOVE ZERO TO Pflege-Index
028500     PERFORM CodeEintragVergleichen
028600         UNTIL EINTRAG-GEFUNDEN
028700             OR Pflege-Index NOT LESS THAN Pflege-Anzahl.
028800*
028900*----------------------------------------------------------------
029000 CodeEintragVergleichen.
029100*----------------------------------------------------------------
029200     ADD 1 TO Pflege-Index
029300     IF PT-CODE (Pflege-Index) = Eingabe-Code
029400         SET EINTRAG-GEFUNDEN TO TRUE
029500     END-IF.
029600*
029700*----------------------------------------------------------------
029800 ZuordnungStilllegen.
029900*----------------------------------------------------------------
030000     DISPLAY "STILLZULEGENDER CODE: "
030100     ACCEPT Eingabe-Code
030200     IF EINGABE-IST-KURSDIFFERENZ
030300         MOVE 'KD' TO Eingabe-Code
030400     END-IF
030500     PERFORM CodeSuchen
030600     IF EINTRAG-GEFUNDEN
030700         MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
030800         MOVE 'N' TO PT-AKTIV (Pflege-Index)
030900         MOVE "STILLLEGUNG" TO Aenderung-Text
031000         PERFORM AenderungVormerken
031100         DISPLAY "STILLLEGUNG ZUORDNUNG " Eingabe-Code
031200             " ZUR FREIGABE VORGEMERKT"
031300     ELSE
031400         DISPLAY "ZUORDNUNG " Eingabe-Code " WIRD NICHT GEFUEHRT"
031500     END-IF.
031600*
031700*----------------------------------------------------------------
031800 ZuordnungReaktivieren.
031900*----------------------------------------------------------------
032000     DISPLAY "ZU REAKTIVIERENDER CODE: "
032100     ACCEPT Eingabe-Code
032200     IF EINGABE-IST-KURSDIFFERENZ
032300         MOVE 'KD' TO Eingabe-Code
032400     END-IF
032500     PERFORM CodeSuchen
032600     IF EINTRAG-GEFUNDEN
032700         MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
032800         MOVE 'J' TO PT-AKTIV (Pflege-Index)
032900         MOVE "REAKTIVIERUNG" TO Aenderung-Text
033000         PERFORM AenderungVormerken
033100         DISPLAY "REAKTIVIERUNG ZUORDNUNG " Eingabe-Code
033200             " ZUR FREIGABE VORGEMERKT"
033300     ELSE
033400         DISPLAY "ZUORDNUNG " Eingabe-Code " WIRD NICHT GEFUEHRT"
033500     END-IF.
033600*
033700*----------------------------------------------------------------
033800*    MERKT DIE AENDERUNG DES EINTRAGS PFLEGE-INDEX IN DL100AEN   *
033900*    VOR (WIE IN DER TRANSCODEPFLEGE, DL100T01).                 *
034000*----------------------------------------------------------------
034100 AenderungVormerken.
034200     PERFORM SatzbildAufbauen
034300     MOVE SPACES TO Aenderungssatz
034400     SET AE-FUER-SACHKONTEN TO TRUE
034500     MOVE 2 TO AE-SCHLUESSEL-LAENGE
034600     SET AE-IST-OFFEN TO TRUE
034700     MOVE Aenderung-Text TO AE-BESCHREIBUNG
034800     MOVE Vorher-Satzbild TO AE-VORHER
034900     MOVE Sachkontosatz TO AE-NACHHER
035000     MOVE Erfasser-Kennung TO AE-ERFASSER
035100     ACCEPT AE-ERFASST-DATUM FROM DATE YYYYMMDD
035200     ACCEPT AE-ERFASST-ZEIT FROM TIME
035300     MOVE ZERO TO AE-GEPRUEFT-DATUM AE-GEPRUEFT-ZEIT
035400     OPEN EXTEND AenderungsDatei
035500     IF NOT AENDERUNGSDATEI-OK
035600         OPEN OUTPUT AenderungsDatei
035700     END-IF
035800     MOVE Aenderungssatz TO Aenderungsdatei-Satz
035900     WRITE Aenderungsdatei-Satz
036000     CLOSE AenderungsDatei
036100     MOVE Sachkontosatz TO PT-SATZBILD (Pflege-Index)
036200     ADD 1 TO Vorgemerkt-Anzahl.
036300*
036400*----------------------------------------------------------------
036500 SatzbildAufbauen.
036600*----------------------------------------------------------------
036700     MOVE SPACES TO Sachkontosatz
036800     MOVE PT-CODE (Pflege-Index) TO SK-TRANSAKTIONSCODE
036900     MOVE PT-SACHKONTO (Pflege-Index) TO SK-SACHKONTO
037000     MOVE PT-BEZEICHNUNG (Pflege-Index) TO SK-BEZEICHNUNG
037100     MOVE PT-AKTIV (Pflege-Index) TO SK-AKTIV.
