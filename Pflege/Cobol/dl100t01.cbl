001000*      KLEINES INTERAKTIVES PFLEGEPROGRAMM FUER DIE            *
001100*      TRANSAKTIONSCODE-TABELLE (DL100TCD, SIEHE TRANSCODE.CPY)*
001200*      GEGEN DIE VERBESSERTESPROGRAMM JEDEN SATZ PRUEFT.       *
001300*      NEUE CODES KOENNEN ANGELEGT, BESTEHENDE STILLGELEGT,    *
001400*      REAKTIVIERT ODER IM SOLL/HABEN-KENNZEICHEN UMGESTELLT   *
001500*      WERDEN, OHNE DASS DAFUER EINE PROGRAMMAENDERUNG NOETIG  *
001600*      IST.  CODES WERDEN NIE GELOESCHT, NUR STILLGELEGT,      *
001700*      DAMIT ALTBESTAENDE NACHVOLLZIEHBAR BLEIBEN.  DIE        *
001800*      TABELLE WIRD BEIM START VOLLSTAENDIG GELADEN.  JEDE     *
001900*      AENDERUNG WIRD NUR ZUR FREIGABE IN DL100AEN VORGEMERKT  *
002000*      (SIEHE AENDERUNG.CPY); DL100TCD SCHREIBT ERST DIE       *
002100*      AENDERUNGSFREIGABE (DL100F02) DURCH EINEN ZWEITEN       *
002200*      OPERATOR.                                               *
002300*                                                             *
002400*    AENDERUNGEN:                                              *
002500*      2026-08-23 RH  ERSTFASSUNG                              *
002600*      2026-08-23 RH  ART JE CODE ERGAENZT (N=NORMAL,          *
002700*                     S=STORNO), SIEHE TC-ART IN TRANSCODE.CPY *
002800*      2026-09-01 RH  ART 'U' (UMBUCHUNG) ZUGELASSEN, SIEHE    *
002900*                     TC-IST-UMBUCHUNG IN TRANSCODE.CPY        *
003000*      2026-10-15 RH  VIER-AUGEN-PRINZIP: AENDERUNGEN WERDEN   *
003100*                     NUR NOCH IN DL100AEN VORGEMERKT (MIT     *
003200*                     SATZBILD VORHER/NACHHER UND ERFASSER AUS *
003300*                     DL100OPERATOR) UND DURCH DL100F02        *
003400*                     FREIGEGEBEN; TABELLE WIRD NICHT MEHR     *
003500*                     ZURUECKGESCHRIEBEN.  FUNKTION 'H'        *
003600*                     (SOLL/HABEN-KENNZEICHEN UMSTELLEN) NEU   *
003700*      2026-10-15 RH  ARTEN 'X' (ZAHLUNG AN FREMDE BANK, NUR   *
003800*                     SOLL) UND 'R' (RUECKBUCHUNG, NUR HABEN)  *
003900*                     ZUGELASSEN; BEIDE NICHT UMSTELLBAR       *
004000*      2026-10-15 RH  ART 'L' (LASTSCHRIFT, NUR SOLL, NICHT    *
004100*                     UMSTELLBAR) ZUGELASSEN                   *
004200*                                                             *
004300***************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. TRANSCODEPFLEGE.
004600*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000*    DL100TCD - TRANSAKTIONSCODE-TABELLE.  EXISTIERT SIE NOCH
005100*    NICHT (ERSTEINRICHTUNG), WIRD MIT LEERER TABELLE BEGONNEN;
005200*    ANGELEGT WIRD SIE MIT DER ERSTEN FREIGEGEBENEN AENDERUNG.
005300     SELECT TranscodeDatei ASSIGN TO "DL100TCD"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS Transcode-Status.
005600*
005700*    DL100AEN - VORGEMERKTE AENDERUNGEN (WIRD FORTGESCHRIEBEN).
005800     SELECT AenderungsDatei ASSIGN TO "DL100AEN"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS Aenderung-Status.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  TranscodeDatei
006500     RECORD CONTAINS 80 CHARACTERS.
006600 COPY TRANSCODE.
006700*
006800 FD  AenderungsDatei
006900     RECORD CONTAINS 260 CHARACTERS.
007000 01  Aenderungsdatei-Satz           PIC X(260).
007100*
007200 WORKING-STORAGE SECTION.
007300*    DIE JEWEILS VORZUMERKENDE AENDERUNG.
007400 COPY AENDERUNG.
007500*
007600 01  Transcode-Status            PIC X(02).
007700     88  TRANSCODEDATEI-GEFUNDEN     VALUE '00'.
007800*
007900 01  Transcodedatei-Ende         PIC X VALUE 'N'.
008000     88  KEINE-TRANSCODES-MEHR       VALUE 'Y'.
008100*
008200 01  Aenderung-Status            PIC X(02).
008300     88  AENDERUNGSDATEI-OK          VALUE '00'.
008400*
008500*    KENNUNG DES ANGEMELDETEN OPERATORS, VON EINGABENAMEN IN
008600*    DL100OPERATOR UEBERGEBEN.  OHNE ANMELDUNG SIND NUR
008700*    ANZEIGEN MOEGLICH.
008800 01  Erfasser-Kennung            PIC X(08) VALUE SPACES.
008900     88  ERFASSER-UNBEKANNT          VALUE SPACES.
009000*
009100 01  Vorgemerkt-Anzahl           PIC S9(04) COMP VALUE ZERO.
009200*
009300*    VOLLSTAENDIG GELADENE TABELLE.  ANDERS ALS IN
009400*    VERBESSERTESPROGRAMM WIRD HIER AUCH DIE BEZEICHNUNG
009500*    GEHALTEN, WEIL SIE GEPFLEGT UND ANGEZEIGT WERDEN MUSS.
009600*    PT-SATZBILD IST DER SATZ, WIE ER IN DL100TCD STEHT BZW.
009700*    NACH DER FREIGABE STEHEN WIRD (VORHER-BILD DER NAECHSTEN
009800*    AENDERUNG DESSELBEN CODES).
009900 01  Pflegetabelle.
010000     05  Pflege-Anzahl              PIC S9(04) COMP VALUE ZERO.
010100     05  Pflege-Eintrag OCCURS 50 TIMES.
010200         10  PT-CODE                PIC X(02).
010300         10  PT-BEZEICHNUNG         PIC X(30).
010400         10  PT-SOLL-HABEN          PIC X(01).
010500         10  PT-AKTIV               PIC X(01).
010600         10  PT-ART                 PIC X(01).
010700         10  PT-SATZBILD            PIC X(80).
010800 01  Pflege-Index                PIC S9(04) COMP VALUE ZERO.
010900*
011000 01  Eintrag-Treffer             PIC X VALUE 'N'.
011100     88  EINTRAG-GEFUNDEN            VALUE 'J'.
011200     88  EINTRAG-UNBEKANNT           VALUE 'N'.
011300*
011400 01  Pflege-Auswahl              PIC X(01).
011500     88  PFLEGE-ANZEIGEN             VALUE 'A' 'a'.
011600     88  PFLEGE-NEU                  VALUE 'N' 'n'.
011700     88  PFLEGE-STILLLEGEN           VALUE 'S' 's'.
011800     88  PFLEGE-REAKTIVIEREN         VALUE 'R' 'r'.
011900     88  PFLEGE-SOLL-HABEN           VALUE 'H' 'h'.
012000     88  PFLEGE-ENDE                 VALUE 'E' 'e'.
012100*
012200 01  Pflege-Schalter             PIC X VALUE 'N'.
012300     88  PFLEGE-BEENDEN              VALUE 'Y'.
012400*
012500 01  Eingabe-Code                PIC X(02).
012600 01  Eingabe-Bezeichnung         PIC X(30).
012700 01  Eingabe-Soll-Haben          PIC X(01).
012800 01  Eingabe-Art                 PIC X(01).
012900*
013000 01  Vorher-Satzbild             PIC X(80).
013100 01  Aenderung-Text              PIC X(30).
013200*
013300 PROCEDURE DIVISION.
013400*----------------------------------------------------------------
013500 Hauptprogramm.
013600*----------------------------------------------------------------
013700     ACCEPT Erfasser-Kennung FROM ENVIRONMENT "DL100OPERATOR"
013800     PERFORM TabelleLaden
013900     DISPLAY "===== DL100 TRANSAKTIONSCODE-PFLEGE ====="
014000     IF ERFASSER-UNBEKANNT
014100         DISPLAY "DL100 HINWEIS - KEIN ANGEMELDETER OPERATOR, "
014200             "NUR ANZEIGEN MOEGLICH"
014300     END-IF
014400     PERFORM PflegemenueBearbeiten UNTIL PFLEGE-BEENDEN
014500     DISPLAY "ZUR FREIGABE VORGEMERKTE AENDERUNGEN: "
014600         Vorgemerkt-Anzahl
014700     STOP RUN.
014800*
014900*----------------------------------------------------------------
015000*    LAEDT DIE BESTEHENDE TABELLE VOLLSTAENDIG IN DEN SPEICHER.  *
015100*    FEHLT DIE DATEI (ERSTEINRICHTUNG), WIRD MIT LEERER TABELLE  *
015200*    BEGONNEN.                                                   *
015300*----------------------------------------------------------------
015400 TabelleLaden.
015500     MOVE 'N' TO Transcodedatei-Ende
015600     OPEN INPUT TranscodeDatei
015700     IF TRANSCODEDATEI-GEFUNDEN
015800         PERFORM TabellensatzUebernehmen
015900             UNTIL KEINE-TRANSCODES-MEHR
016000         CLOSE TranscodeDatei
016100     ELSE
016200         DISPLAY "DL100TCD NOCH NICHT VORHANDEN - "
016300             "ES WIRD EINE NEUE TABELLE ANGELEGT"
016400     END-IF.
016500*
016600*----------------------------------------------------------------
016700 TabellensatzUebernehmen.
016800*----------------------------------------------------------------
016900     READ TranscodeDatei
017000         AT END
017100             MOVE 'Y' TO Transcodedatei-Ende
017200         NOT AT END
017300             IF Pflege-Anzahl LESS THAN 50
017400                 ADD 1 TO Pflege-Anzahl
017500                 MOVE TC-CODE TO PT-CODE (Pflege-Anzahl)
017600                 MOVE TC-BEZEICHNUNG
017700                     TO PT-BEZEICHNUNG (Pflege-Anzahl)
017800                 MOVE TC-SOLL-HABEN
017900                     TO PT-SOLL-HABEN (Pflege-Anzahl)
018000                 MOVE TC-AKTIV TO PT-AKTIV (Pflege-Anzahl)
018100                 IF TC-IST-STORNO
018200                     MOVE 'S' TO PT-ART (Pflege-Anzahl)
018300                 ELSE
018400                 IF TC-IST-UMBUCHUNG
018500                     MOVE 'U' TO PT-ART (Pflege-Anzahl)
018600                 ELSE
018700                 IF TC-IST-EXTERN
018800                     MOVE 'X' TO PT-ART (Pflege-Anzahl)
018900                 ELSE
019000                 IF TC-IST-RUECKLAUF
019100                     MOVE 'R' TO PT-ART (Pflege-Anzahl)
019200                 ELSE
019300                 IF TC-IST-LASTSCHRIFT
019400                     MOVE 'L' TO PT-ART (Pflege-Anzahl)
019500                 ELSE
019600                     MOVE 'N' TO PT-ART (Pflege-Anzahl)
019700                 END-IF END-IF END-IF END-IF END-IF
019800                 MOVE Transaktionscodesatz
019900                     TO PT-SATZBILD (Pflege-Anzahl)
020000             ELSE
020100                 DISPLAY "WARNUNG - TABELLE VOLL, CODE " TC-CODE
020200                     " WIRD NICHT GELADEN"
020300             END-IF
020400     END-READ.
020500*
020600*----------------------------------------------------------------
020700*    ZEIGT DAS PFLEGEMENUE AN UND FUEHRT DIE GEWAEHLTE FUNKTION  *
020800*    AUS.  WIRD WIEDERHOLT, BIS DER BEARBEITER MIT 'E' BEENDET.  *
020900*    AENDERNDE FUNKTIONEN NUR MIT ANGEMELDETEM OPERATOR.         *
021000*----------------------------------------------------------------
021100 PflegemenueBearbeiten.
021200     DISPLAY " "
021300     DISPLAY "A  CODES ANZEIGEN"
021400     DISPLAY "N  NEUEN CODE ANLEGEN"
021500     DISPLAY "S  CODE STILLLEGEN"
021600     DISPLAY "R  CODE REAKTIVIEREN"
021700     DISPLAY "H  SOLL/HABEN-KENNZEICHEN UMSTELLEN"
021800     DISPLAY "E  ENDE"
021900     DISPLAY "BITTE AUSWAHL EINGEBEN"
022000     ACCEPT Pflege-Auswahl
022100     IF PFLEGE-ANZEIGEN
022200         PERFORM TabelleAnzeigen
022300     ELSE
022400     IF PFLEGE-ENDE
022500         MOVE 'Y' TO Pflege-Schalter
022600     ELSE
022700     IF ERFASSER-UNBEKANNT
022800         DISPLAY "AENDERUNGEN NUR NACH ANMELDUNG UEBER "
022900             "EINGABENAMEN MOEGLICH"
023000     ELSE
023100     IF PFLEGE-NEU
023200         PERFORM CodeAnlegen
023300     ELSE
023400     IF PFLEGE-STILLLEGEN
023500         PERFORM CodeStilllegen
023600     ELSE
023700     IF PFLEGE-REAKTIVIEREN
023800         PERFORM CodeReaktivieren
023900     ELSE
024000     IF PFLEGE-SOLL-HABEN
024100         PERFORM CodeUmstellen
024200     ELSE
024300         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
024400     END-IF END-IF END-IF END-IF END-IF END-IF END-IF.
024500*
024600*----------------------------------------------------------------
024700 TabelleAnzeigen.
024800*----------------------------------------------------------------
024900     IF Pflege-Anzahl = ZERO
025000         DISPLAY "DIE TABELLE IST LEER"
025100     ELSE
025200         DISPLAY "CODE  S/H  AKTIV  ART  BEZEICHNUNG"
025300         MOVE ZERO TO Pflege-Index
025400         PERFORM TabellenzeileAnzeigen
025500             UNTIL Pflege-Index NOT LESS THAN Pflege-Anzahl
025600     END-IF.
025700*
025800*----------------------------------------------------------------
025900 TabellenzeileAnzeigen.
026000*----------------------------------------------------------------
026100     ADD 1 TO Pflege-Index
026200     DISPLAY "  " PT-CODE (Pflege-Index)
026300         "    " PT-SOLL-HABEN (Pflege-Index)
026400         "    " PT-AKTIV (Pflege-Index)
026500         "    " PT-ART (Pflege-Index)
026600         "    " PT-BEZEICHNUNG (Pflege-Index).
026700*
026800*----------------------------------------------------------------
026900*    LEGT EINEN NEUEN CODE AN.  DER CODE MUSS ZWEISTELLIG        *
027000*    NUMERISCH SEIN (WIE DS-TRANSAKTIONSCODE), DARF NOCH NICHT   *
027100*    GEFUEHRT WERDEN, UND DAS SOLL/HABEN-KENNZEICHEN MUSS 'S'    *
027200*    ODER 'H' SEIN.  EINE ZAHLUNG AN EINE FREMDE BANK (ART 'X')  *
027300*    BELASTET IMMER, EINE RUECKBUCHUNG (ART 'R') ERSTATTET       *
027400*    IMMER.  NEUE CODES SIND NACH DER FREIGABE AKTIV.            *
027500*----------------------------------------------------------------
027600 CodeAnlegen.
027700     DISPLAY "NEUER CODE (2 ZIFFERN): "
027800     ACCEPT Eingabe-Code
027900     IF Eingabe-Code IS NOT NUMERIC
028000         DISPLAY "CODE MUSS ZWEISTELLIG NUMERISCH SEIN - "
028100             "NICHT ANGELEGT"
028200     ELSE
028300         PERFORM CodeSuchen
028400         IF EINTRAG-GEFUNDEN
028500             DISPLAY "CODE " Eingabe-Code " WIRD BEREITS "
028600                 "GEFUEHRT - NICHT ANGELEGT"
028700         ELSE
028800             IF Pflege-Anzahl NOT LESS THAN 50
028900                 DISPLAY "TABELLE VOLL - NICHT ANGELEGT"
029000             ELSE
029100                 PERFORM CodeDatenErfassen
029200             END-IF
029300         END-IF
029400     END-IF.
029500*
029600*----------------------------------------------------------------
029700 CodeDatenErfassen.
029800*----------------------------------------------------------------
029900     DISPLAY "BEZEICHNUNG: "
030000     ACCEPT Eingabe-Bezeichnung
030100     DISPLAY "SOLL/HABEN (S=BELASTUNG, H=GUTSCHRIFT): "
030200     ACCEPT Eingabe-Soll-Haben
030300     DISPLAY "ART (N=NORMAL, S=STORNO, U=UMBUCHUNG, "
030400         "X=FREMDBANKZAHLUNG, R=RUECKBUCHUNG, L=LASTSCHRIFT): "
030500     ACCEPT Eingabe-Art
030600     IF Eingabe-Soll-Haben NOT = 'S'
030700         AND Eingabe-Soll-Haben NOT = 'H'
030800         DISPLAY "SOLL/HABEN MUSS 'S' ODER 'H' SEIN - "
030900             "NICHT ANGELEGT"
031000     ELSE
031100     IF Eingabe-Art NOT = 'N' AND Eingabe-Art NOT = 'S'
031200         AND Eingabe-Art NOT = 'U' AND Eingabe-Art NOT = 'X'
031300         AND Eingabe-Art NOT = 'R' AND Eingabe-Art NOT = 'L'
031400         DISPLAY "ART MUSS 'N', 'S', 'U', 'X', 'R' ODER 'L' "
031500             "SEIN - NICHT ANGELEGT"
031600     ELSE
031700     IF (Eingabe-Art = 'X' AND Eingabe-Soll-Haben NOT = 'S')
031800         OR (Eingabe-Art = 'R' AND Eingabe-Soll-Haben NOT = 'H')
031900         OR (Eingabe-Art = 'L' AND Eingabe-Soll-Haben NOT = 'S')
032000         DISPLAY "ART 'X' UND 'L' VERLANGEN SOLL, ART 'R' "
032100             "HABEN - NICHT ANGELEGT"
032200     ELSE
032300         ADD 1 TO Pflege-Anzahl
032400         MOVE Pflege-Anzahl TO Pflege-Index
032500         MOVE Eingabe-Code TO PT-CODE (Pflege-Index)
032600         MOVE Eingabe-Bezeichnung
032700             TO PT-BEZEICHNUNG (Pflege-Index)
032800         MOVE Eingabe-Soll-Haben
032900             TO PT-SOLL-HABEN (Pflege-Index)
033000         MOVE 'J' TO PT-AKTIV (Pflege-Index)
033100         MOVE Eingabe-Art TO PT-ART (Pflege-Index)
033200         MOVE SPACES TO Vorher-Satzbild
033300         MOVE "NEUANLAGE" TO Aenderung-Text
033400         PERFORM AenderungVormerken
033500         DISPLAY "CODE " Eingabe-Code " ZUR FREIGABE VORGEMERKT"
033600     END-IF END-IF END-IF.
033700*
033800*----------------------------------------------------------------
033900*    SUCHT EINGABE-CODE IN DER GELADENEN TABELLE.  BEI TREFFER   *
034000*    STEHT PFLEGE-INDEX AUF DEM GEFUNDENEN EINTRAG.              *
034100*----------------------------------------------------------------
034200 CodeSuchen.
034300     SET EINTRAG-UNBEKANNT TO TRUE
034400     MOVE ZERO TO Pflege-Index
034500     PERFORM CodeEintragVergleichen
034600         UNTIL EINTRAG-GEFUNDEN
034700             OR Pflege-Index NOT LESS THAN Pflege-Anzahl.
034800*
034900*----------------------------------------------------------------
035000 CodeEintragVergleichen.
035100*----------------------------------------------------------------
035200     ADD 1 TO Pflege-Index
035300     IF PT-CODE (Pflege-Index) = Eingabe-Code
035400         SET EINTRAG-GEFUNDEN TO TRUE
035500     END-IF.
035600*
035700*----------------------------------------------------------------
035800 CodeStilllegen.
035900*----------------------------------------------------------------
036000     DISPLAY "STILLZULEGENDER CODE: "
036100     ACCEPT Eingabe-Code
036200     PERFORM CodeSuchen
036300     IF EINTRAG-GEFUNDEN
036400         MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
036500         MOVE 'N' TO PT-AKTIV (Pflege-Index)
036600         MOVE "STILLLEGUNG" TO Aenderung-Text
036700         PERFORM AenderungVormerken
036800         DISPLAY "STILLLEGUNG CODE " Eingabe-Code
036900             " ZUR FREIGABE VORGEMERKT"
037000     ELSE
037100         DISPLAY "CODE " Eingabe-Code " WIRD NICHT GEFUEHRT"
037200     END-IF.
037300*
037400*----------------------------------------------------------------
037500 CodeReaktivieren.
037600*----------------------------------------------------------------
037700     DISPLAY "ZU REAKTIVIERENDER CODE: "
037800     ACCEPT Eingabe-Code
037900     PERFORM CodeSuchen
038000     IF EINTRAG-GEFUNDEN
038100         MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
038200         MOVE 'J' TO PT-AKTIV (Pflege-Index)
038300         MOVE "REAKTIVIERUNG" TO Aenderung-Text
038400         PERFORM AenderungVormerken
038500         DISPLAY "REAKTIVIERUNG CODE " Eingabe-Code
038600             " ZUR FREIGABE VORGEMERKT"
038700     ELSE
038800         DISPLAY "CODE " Eingabe-Code " WIRD NICHT GEFUEHRT"
038900     END-IF.
039000*
039100*----------------------------------------------------------------
039200*    STELLT DAS SOLL/HABEN-KENNZEICHEN EINES GEFUEHRTEN CODES    *
039300*    UM.  EIN UMGESTELLTER CODE BUCHT AB DER FREIGABE MIT        *
039400*    UMGEKEHRTEM VORZEICHEN, DESHALB NUR UEBER VIER AUGEN.       *
039500*    CODES DER ARTEN 'X', 'R' UND 'L' SIND NICHT UMSTELLBAR.     *
039600*----------------------------------------------------------------
039700 CodeUmstellen.
039800     DISPLAY "UMZUSTELLENDER CODE: "
039900     ACCEPT Eingabe-Code
040000     PERFORM CodeSuchen
040100     IF EINTRAG-UNBEKANNT
040200         DISPLAY "CODE " Eingabe-Code " WIRD NICHT GEFUEHRT"
040300     ELSE
040400         DISPLAY "BISHER: " PT-SOLL-HABEN (Pflege-Index)
040500             "  NEU (S=BELASTUNG, H=GUTSCHRIFT): "
040600         ACCEPT Eingabe-Soll-Haben
040700         IF Eingabe-Soll-Haben NOT = 'S'
040800             AND Eingabe-Soll-Haben NOT = 'H'
040900             DISPLAY "SOLL/HABEN MUSS 'S' ODER 'H' SEIN - "
041000                 "NICHT UMGESTELLT"
041100         ELSE
041200         IF Eingabe-Soll-Haben = PT-SOLL-HABEN (Pflege-Index)
041300             DISPLAY "KENNZEICHEN UNVERAENDERT - NICHTS "
041400                 "VORGEMERKT"
041500         ELSE
041600         IF PT-ART (Pflege-Index) = 'X'
041700             OR PT-ART (Pflege-Index) = 'R'
041800             OR PT-ART (Pflege-Index) = 'L'
041900             DISPLAY "ARTEN 'X' UND 'L' BUCHEN IMMER SOLL, "
042000                 "ART 'R' IMMER HABEN - NICHT UMGESTELLT"
042100         ELSE
042200             MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
042300             MOVE Eingabe-Soll-Haben
042400                 TO PT-SOLL-HABEN (Pflege-Index)
042500             MOVE "SOLL/HABEN-UMSTELLUNG" TO Aenderung-Text
042600             PERFORM AenderungVormerken
042700             DISPLAY "UMSTELLUNG CODE " Eingabe-Code
042800                 " ZUR FREIGABE VORGEMERKT"
042900         END-IF END-IF END-IF
043000     END-IF.
043100*
043200*----------------------------------------------------------------
043300*    MERKT DIE AENDERUNG DES EINTRAGS PFLEGE-INDEX IN DL100AEN   *
043400*    VOR: VORHER-BILD AUS VORHER-SATZBILD, NACHHER-BILD AUS DEM  *
043500*    GEAENDERTEN EINTRAG.  DAS NACHHER-BILD WIRD ZUM NEUEN       *
043600*    PT-SATZBILD, DAMIT EINE WEITERE AENDERUNG DESSELBEN CODES   *
043700*    IN DIESER SITZUNG AUF DER VORGEMERKTEN AUFSETZT.            *
043800*----------------------------------------------------------------
043900 AenderungVormerken.
044000     PERFORM SatzbildAufbauen
044100     MOVE SPACES TO Aenderungssatz
044200     SET AE-FUER-TRANSCODES TO TRUE
044300     MOVE 2 TO AE-SCHLUESSEL-LAENGE
044400     SET AE-IST-OFFEN TO TRUE
044500     MOVE Aenderung-Text TO AE-BESCHREIBUNG
044600     MOVE Vorher-Satzbild TO AE-VORHER
044700     MOVE Transaktionscodesatz TO AE-NACHHER
044800     MOVE Erfasser-Kennung TO AE-ERFASSER
044900     ACCEPT AE-ERFASST-DATUM FROM DATE YYYYMMDD
045000     ACCEPT AE-ERFASST-ZEIT FROM TIME
045100     MOVE ZERO TO AE-GEPRUEFT-DATUM AE-GEPRUEFT-ZEIT
045200     OPEN EXTEND AenderungsDatei
045300     IF NOT AENDERUNGSDATEI-OK
045400         OPEN OUTPUT AenderungsDatei
045500     END-IF
045600     MOVE Aenderungssatz TO Aenderungsdatei-Satz
045700     WRITE Aenderungsdatei-Satz
045800     CLOSE AenderungsDatei
045900     MOVE Transaktionscodesatz TO PT-SATZBILD (Pflege-Index)
046000     ADD 1 TO Vorgemerkt-Anzahl.
046100*
046200*----------------------------------------------------------------
046300*    BAUT DEN SATZ DES EINTRAGS PFLEGE-INDEX IM LAYOUT VON       *
046400*    DL100TCD AUF (TRANSAKTIONSCODESATZ).                        *
046500*----------------------------------------------------------------
046600 SatzbildAufbauen.
046700     MOVE SPACES TO Transaktionscodesatz
046800     MOVE PT-CODE (Pflege-Index) TO TC-CODE
046900     MOVE PT-BEZEICHNUNG (Pflege-Index) TO TC-BEZEICHNUNG
047000     MOVE PT-SOLL-HABEN (Pflege-Index) TO TC-SOLL-HABEN
047100     MOVE PT-AKTIV (Pflege-Index) TO TC-AKTIV
047200     MOVE PT-ART (Pflege-Index) TO TC-ART.
