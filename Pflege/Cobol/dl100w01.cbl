000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  WECHSELKURSPFLEGE                           *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      KLEINES INTERAKTIVES PFLEGEPROGRAMM FUER DIE            *
001100*      WECHSELKURSTABELLE (DL100WKT, SIEHE WECHSELKURS.CPY),   *
001200*      IM STIL DER PRODUKTPFLEGE (DL100P02).  JE WAEHRUNG UND  *
001300*      KURSDATUM WERDEN GELD-, MITTEL- UND BRIEFKURS IN        *
001400*      MENGENNOTIERUNG (EINHEITEN FREMDWAEHRUNG JE EURO)       *
001500*      GEFUEHRT; DIE TAGESVERARBEITUNG (DL100M01) RECHNET      *
001600*      JEDEN FREMDWAEHRUNGSUMSATZ MIT DEM JUENGSTEN AKTIVEN    *
001700*      KURS, DESSEN KURSDATUM NICHT NACH DEM BUCHUNGSDATUM     *
001800*      LIEGT, IN EURO UM.  ANLEGEN ZU EINEM SCHON GEFUEHRTEN   *
001900*      SCHLUESSEL (WAEHRUNG UND KURSDATUM) AENDERT DEN         *
002000*      BESTEHENDEN SATZ.  KURSE WERDEN NIE GELOESCHT, NUR      *
002100*      STILLGELEGT.  DIE TABELLE WIRD BEIM START VOLLSTAENDIG  *
002200*      GELADEN.  JEDE AENDERUNG WIRD NUR ZUR FREIGABE IN       *
002300*      DL100AEN VORGEMERKT (SIEHE AENDERUNG.CPY); DL100WKT     *
002400*      SCHREIBT ERST DIE AENDERUNGSFREIGABE (DL100F02) DURCH   *
002500*      EINEN ZWEITEN OPERATOR.                                 *
002600*                                                             *
002700*    AENDERUNGEN:                                              *
002800*      2026-10-15 RH  ERSTFASSUNG                              *
002900*                                                             *
003000***************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. WECHSELKURSPFLEGE.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700*    DL100WKT - WECHSELKURSTABELLE.  EXISTIERT SIE NOCH NICHT
003800*    (ERSTEINRICHTUNG), WIRD MIT LEERER TABELLE BEGONNEN;
003900*    ANGELEGT WIRD SIE MIT DER ERSTEN FREIGEGEBENEN AENDERUNG.
004000     SELECT WechselkursDatei ASSIGN TO "DL100WKT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS Wechselkurs-Status.
004300*
004400*    DL100AEN - VORGEMERKTE AENDERUNGEN (WIRD FORTGESCHRIEBEN).
004500     SELECT AenderungsDatei ASSIGN TO "DL100AEN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS Aenderung-Status.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  WechselkursDatei
005200     RECORD CONTAINS 80 CHARACTERS.
005300 COPY WECHSELKURS.
005400*
005500 FD  AenderungsDatei
005600     RECORD CONTAINS 260 CHARACTERS.
005700 01  Aenderungsdatei-Satz           PIC X(260).
005800*
005900 WORKING-STORAGE SECTION.
006000*    DIE JEWEILS VORZUMERKENDE AENDERUNG.
006100 COPY AENDERUNG.
006200*
006300 01  Wechselkurs-Status          PIC X(02).
006400     88  WECHSELKURSDATEI-GEFUNDEN   VALUE '00'.
006500*
006600 01  Wechselkursdatei-Ende       PIC X VALUE 'N'.
006700     88  KEINE-KURSE-MEHR            VALUE 'Y'.
006800*
006900 01  Aenderung-Status            PIC X(02).
007000     88  AENDERUNGSDATEI-OK          VALUE '00'.
007100*
007200*    KENNUNG DES ANGEMELDETEN OPERATORS, VON EINGABENAMEN IN
007300*    DL100OPERATOR UEBERGEBEN.  OHNE ANMELDUNG SIND NUR
007400*    ANZEIGEN MOEGLICH.
007500 01  Erfasser-Kennung            PIC X(08) VALUE SPACES.
007600     88  ERFASSER-UNBEKANNT          VALUE SPACES.
007700*
007800 01  Vorgemerkt-Anzahl           PIC S9(04) COMP VALUE ZERO.
007900*
008000*    VOLLSTAENDIG GELADENE TABELLE, JE WAEHRUNG UND KURSDATUM
008100*    EIN EINTRAG (2000 PLAETZE WIE IN DER TAGESVERARBEITUNG).
008200*    PT-SATZBILD IST DER SATZ, WIE ER IN DL100WKT STEHT BZW.
008300*    NACH DER FREIGABE STEHEN WIRD.
008400 01  Pflegetabelle.
008500     05  Pflege-Anzahl              PIC S9(04) COMP VALUE ZERO.
008600     05  Pflege-Eintrag OCCURS 2000 TIMES.
008700         10  PT-WAEHRUNG            PIC X(03).
008800         10  PT-KURSDATUM           PIC 9(08).
008900         10  PT-GELDKURS            PIC 9(05)V9(06).
009000         10  PT-MITTELKURS          PIC 9(05)V9(06).
009100         10  PT-BRIEFKURS           PIC 9(05)V9(06).
009200         10  PT-AKTIV               PIC X(01).
009300         10  PT-SATZBILD            PIC X(80).
009400 01  Pflege-Index                PIC S9(04) COMP VALUE ZERO.
009500 01  Angezeigt-Anzahl            PIC S9(04) COMP VALUE ZERO.
009600*
009700 01  Eintrag-Treffer             PIC X VALUE 'N'.
009800     88  EINTRAG-GEFUNDEN            VALUE 'J'.
009900     88  EINTRAG-UNBEKANNT           VALUE 'N'.
010000*
010100 01  Pflege-Auswahl              PIC X(01).
010200     88  PFLEGE-ANZEIGEN             VALUE 'A' 'a'.
010300     88  PFLEGE-NEU                  VALUE 'N' 'n'.
010400     88  PFLEGE-STILLLEGEN           VALUE 'S' 's'.
010500     88  PFLEGE-REAKTIVIEREN         VALUE 'R' 'r'.
010600     88  PFLEGE-ENDE                 VALUE 'E' 'e'.
010700*
010800 01  Pflege-Schalter             PIC X VALUE 'N'.
010900     88  PFLEGE-BEENDEN              VALUE 'Y'.
011000*
011100 01  Eingabe-Waehrung            PIC X(03).
011200     88  EINGABE-IST-EURO            VALUE 'EUR'.
011300     88  EINGABE-ALLE-WAEHRUNGEN     VALUE SPACES.
011400 01  Eingabe-Kursdatum           PIC X(08).
011500 01  Eingabe-Geldkurs            PIC X(11).
011600 01  Eingabe-Mittelkurs          PIC X(11).
011700 01  Eingabe-Briefkurs           PIC X(11).
011800*
011900*    DIE EINGEGEBENEN KURSE NUMERISCH, FUER DIE PRUEFUNG
012000*    GELD <= MITTEL <= BRIEF.
012100 01  Neue-Kurse.
012200     05  NK-GELDKURS                PIC 9(05)V9(06).
012300     05  NK-MITTELKURS              PIC 9(05)V9(06).
012400     05  NK-BRIEFKURS               PIC 9(05)V9(06).
012500*
012600 01  Geld-Edit                   PIC ZZZZ9.999999.
012700 01  Mittel-Edit                 PIC ZZZZ9.999999.
012800 01  Brief-Edit                  PIC ZZZZ9.999999.
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
013900     DISPLAY "===== DL100 WECHSELKURS-PFLEGE ====="
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
015500     MOVE 'N' TO Wechselkursdatei-Ende
015600     OPEN INPUT WechselkursDatei
015700     IF WECHSELKURSDATEI-GEFUNDEN
015800         PERFORM TabellensatzUebernehmen
015900             UNTIL KEINE-KURSE-MEHR
016000         CLOSE WechselkursDatei
016100     ELSE
016200         DISPLAY "DL100WKT NOCH NICHT VORHANDEN - "
016300             "ES WIRD EINE NEUE TABELLE ANGELEGT"
016400     END-IF.
016500*
016600*----------------------------------------------------------------
016700 TabellensatzUebernehmen.
016800*----------------------------------------------------------------
016900     READ WechselkursDatei
017000         AT END
017100             MOVE 'Y' TO Wechselkursdatei-Ende
017200         NOT AT END
017300             IF Pflege-Anzahl LESS THAN 2000
017400                 ADD 1 TO Pflege-Anzahl
017500                 MOVE WK-WAEHRUNG TO PT-WAEHRUNG (Pflege-Anzahl)
017600                 MOVE WK-KURSDATUM TO PT-KURSDATUM (Pflege-Anzahl)
017700                 MOVE WK-GELDKURS TO PT-GELDKURS (Pflege-Anzahl)
017800                 MOVE WK-MITTELKURS
017900                     TO PT-MITTELKURS (Pflege-Anzahl)
018000                 MOVE WK-BRIEFKURS TO PT-BRIEFKURS (Pflege-Anzahl)
018100                 MOVE WK-AKTIV TO PT-AKTIV (Pflege-Anzahl)
018200                 MOVE Wechselkurssatz
018300                     TO PT-SATZBILD (Pflege-Anzahl)
018400             ELSE
018500                 DISPLAY "WARNUNG - TABELLE VOLL, KURS "
018600                     WK-WAEHRUNG " " WK-KURSDATUM
018700                     " WIRD NICHT GELADEN"
018800             END-IF
018900     END-READ.
019000*
019100*----------------------------------------------------------------
019200*    ZEIGT DAS PFLEGEMENUE AN UND FUEHRT DIE GEWAEHLTE FUNKTION  *
019300*    AUS.  WIRD WIEDERHOLT, BIS DER BEARBEITER MIT 'E' BEENDET.  *
019400*----------------------------------------------------------------
019500 PflegemenueBearbeiten.
019600     DISPLAY " "
019700     DISPLAY "A  KURSE ANZEIGEN"
019800     DISPLAY "N  KURS ANLEGEN/AENDERN"
019900     DISPLAY "S  KURS STILLLEGEN"
020000     DISPLAY "R  KURS REAKTIVIEREN"
020100     DISPLAY "E  ENDE"
020200     DISPLAY "BITTE AUSWAHL EINGEBEN"
020300     ACCEPT Pflege-Auswahl
020400     IF PFLEGE-ANZEIGEN
020500         PERFORM TabelleAnzeigen
020600     ELSE
020700     IF PFLEGE-ENDE
020800         MOVE 'Y' TO Pflege-Schalter
020900     ELSE
021000     IF ERFASSER-UNBEKANNT
021100         DISPLAY "AENDERUNGEN NUR NACH ANMELDUNG UEBER "
021200             "EINGABENAMEN MOEGLICH"
021300     ELSE
021400     IF PFLEGE-NEU
021500         PERFORM KursAnlegen
021600     ELSE
021700     IF PFLEGE-STILLLEGEN
021800         PERFORM KursStilllegen
021900     ELSE
022000     IF PFLEGE-REAKTIVIEREN
022100         PERFORM KursReaktivieren
022200     ELSE
022300         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
022400     END-IF END-IF END-IF END-IF END-IF END-IF.
022500*
022600*----------------------------------------------------------------
022700*    ZEIGT ALLE KURSE ODER NUR DIE EINER WAEHRUNG (LEERE         *
022800*    EINGABE = ALLE WAEHRUNGEN).                                 *
022900*----------------------------------------------------------------
023000 TabelleAnzeigen.
023100     IF Pflege-Anzahl = ZERO
023200         DISPLAY "DIE WECHSELKURSTABELLE IST LEER"
023300     ELSE
023400         DISPLAY "WAEHRUNG (3 BUCHSTABEN, LEER = ALLE): "
023500         ACCEPT Eingabe-Waehrung
023600         PERFORM WaehrungGrossSchreiben
023700         DISPLAY "WHG  KURSDATUM      GELDKURS   MITTELKURS  "
023800             "   BRIEFKURS  AKTIV"
023900         MOVE ZERO TO Pflege-Index
024000         MOVE ZERO TO Angezeigt-Anzahl
024100         PERFORM TabellenzeileAnzeigen
024200             UNTIL Pflege-Index NOT LESS THAN Pflege-Anzahl
024300         IF Angezeigt-Anzahl = ZERO
024400             DISPLAY "KEINE KURSE ZUR WAEHRUNG " Eingabe-Waehrung
024500         END-IF
024600     END-IF.
024700*
024800*----------------------------------------------------------------
024900 TabellenzeileAnzeigen.
025000*----------------------------------------------------------------
025100     ADD 1 TO Pflege-Index
025200     IF EINGABE-ALLE-WAEHRUNGEN
025300         OR PT-WAEHRUNG (Pflege-Index) = Eingabe-Waehrung
025400         ADD 1 TO Angezeigt-Anzahl
025500         MOVE PT-GELDKURS (Pflege-Index) TO Geld-Edit
025600         MOVE PT-MITTELKURS (Pflege-Index) TO Mittel-Edit
025700         MOVE PT-BRIEFKURS (Pflege-Index) TO Brief-Edit
025800         DISPLAY PT-WAEHRUNG (Pflege-Index)
025900             "  " PT-KURSDATUM (Pflege-Index)
026000             "  " Geld-Edit
026100             " " Mittel-Edit
026200             " " Brief-Edit
026300             "    " PT-AKTIV (Pflege-Index)
026400     END-IF.
026500*
026600*----------------------------------------------------------------
026700*    WAEHRUNGSCODES WERDEN IN GROSSBUCHSTABEN GEFUEHRT.          *
026800*----------------------------------------------------------------
026900 WaehrungGrossSchreiben.
027000     INSPECT Eingabe-Waehrung CONVERTING
027100         "abcdefghijklmnopqrstuvwxyz"
027200         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
027300*
027400*----------------------------------------------------------------
027500*    LEGT EINEN KURS AN ODER AENDERT DEN BESTEHENDEN SATZ        *
027600*    DERSELBEN WAEHRUNG ZUM SELBEN KURSDATUM.  DIE WAEHRUNG IST  *
027700*    DREISTELLIG ALPHABETISCH UND NICHT EUR, DAS KURSDATUM       *
027800*    ACHTSTELLIG (JJJJMMTT).  DIE KURSE SIND ELFSTELLIG          *
027900*    NUMERISCH (LETZTE SECHS = NACHKOMMA), GROESSER NULL UND     *
028000*    MUESSEN GELD <= MITTEL <= BRIEF ERFUELLEN.                  *
028100*----------------------------------------------------------------
028200 KursAnlegen.
028300     DISPLAY "WAEHRUNG (3 BUCHSTABEN, Z.B. USD): "
028400     ACCEPT Eingabe-Waehrung
028500     PERFORM WaehrungGrossSchreiben
028600     DISPLAY "KURSDATUM (JJJJMMTT): "
028700     ACCEPT Eingabe-Kursdatum
028800     IF Eingabe-Waehrung IS NOT ALPHABETIC-UPPER
028900         OR Eingabe-Waehrung (1:1) = SPACE
029000         OR Eingabe-Waehrung (2:1) = SPACE
029100         OR Eingabe-Waehrung (3:1) = SPACE
029200         DISPLAY "WAEHRUNG MUSS AUS DREI BUCHSTABEN BESTEHEN - "
029300             "NICHT ANGELEGT"
029400     ELSE
029500     IF EINGABE-IST-EURO
029600         DISPLAY "FUER EUR WIRD KEIN KURS GEFUEHRT - "
029700             "NICHT ANGELEGT"
029800     ELSE
029900     IF Eingabe-Kursdatum IS NOT NUMERIC
030000         OR Eingabe-Kursdatum = ZERO
030100         DISPLAY "KURSDATUM MUSS ACHTSTELLIG NUMERISCH SEIN - "
030200             "NICHT ANGELEGT"
030300     ELSE
030400         PERFORM KursDatenErfassen
030500     END-IF END-IF END-IF.
030600*
030700*----------------------------------------------------------------
030800 KursDatenErfassen.
030900*----------------------------------------------------------------
031000     DISPLAY "GELDKURS (11 ZIFFERN, LETZTE 6 = NACHKOMMA): "
031100     ACCEPT Eingabe-Geldkurs
031200     DISPLAY "MITTELKURS (11 ZIFFERN, LETZTE 6 = NACHKOMMA): "
031300     ACCEPT Eingabe-Mittelkurs
031400     DISPLAY "BRIEFKURS (11 ZIFFERN, LETZTE 6 = NACHKOMMA): "
031500     ACCEPT Eingabe-Briefkurs
031600     IF Eingabe-Geldkurs IS NOT NUMERIC
031700         OR Eingabe-Mittelkurs IS NOT NUMERIC
031800         OR Eingabe-Briefkurs IS NOT NUMERIC
031900         DISPLAY "KURSE MUESSEN ELFSTELLIG NUMERISCH SEIN - "
032000             "NICHT ANGELEGT"
032100     ELSE
032200         MOVE Eingabe-Geldkurs TO NK-GELDKURS (1:11)
032300         MOVE Eingabe-Mittelkurs TO NK-MITTELKURS (1:11)
032400         MOVE Eingabe-Briefkurs TO NK-BRIEFKURS (1:11)
032500         PERFORM KursePruefenUndVormerken
032600     END-IF.
032700*
032800*----------------------------------------------------------------
032900 KursePruefenUndVormerken.
033000*----------------------------------------------------------------
033100     IF NK-GELDKURS = ZERO
033200         OR NK-MITTELKURS = ZERO
033300         OR NK-BRIEFKURS = ZERO
033400         DISPLAY "KURSE MUESSEN GROESSER NULL SEIN - "
033500             "NICHT ANGELEGT"
033600     ELSE
033700     IF NK-GELDKURS GREATER THAN NK-MITTELKURS
033800         OR NK-MITTELKURS GREATER THAN NK-BRIEFKURS
033900         DISPLAY "ES MUSS GELTEN GELD <= MITTEL <= BRIEF - "
034000             "NICHT ANGELEGT"
034100     ELSE
034200         PERFORM KursSuchen
034300         IF EINTRAG-UNBEKANNT
034400             IF Pflege-Anzahl NOT LESS THAN 2000
034500                 DISPLAY "TABELLE VOLL - NICHT ANGELEGT"
034600             ELSE
034700                 ADD 1 TO Pflege-Anzahl
034800                 MOVE Pflege-Anzahl TO Pflege-Index
034900                 MOVE SPACES TO Vorher-Satzbild
035000                 MOVE "NEUANLAGE" TO Aenderung-Text
035100                 SET EINTRAG-GEFUNDEN TO TRUE
035200             END-IF
035300         ELSE
035400             MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
035500             MOVE "SATZAENDERUNG" TO Aenderung-Text
035600         END-IF
035700         IF EINTRAG-GEFUNDEN
035800             PERFORM KursUebernehmen
035900         END-IF
036000     END-IF END-IF.
036100*
036200*----------------------------------------------------------------
036300 KursUebernehmen.
036400*----------------------------------------------------------------
036500     MOVE Eingabe-Waehrung TO PT-WAEHRUNG (Pflege-Index)
036600     MOVE Eingabe-Kursdatum TO PT-KURSDATUM (Pflege-Index) (1:8)
036700     MOVE NK-GELDKURS TO PT-GELDKURS (Pflege-Index)
036800     MOVE NK-MITTELKURS TO PT-MITTELKURS (Pflege-Index)
036900     MOVE NK-BRIEFKURS TO PT-BRIEFKURS (Pflege-Index)
037000     MOVE 'J' TO PT-AKTIV (Pflege-Index)
037100     PERFORM AenderungVormerken
037200     DISPLAY "KURS " Eingabe-Waehrung " " Eingabe-Kursdatum
037300         " ZUR FREIGABE VORGEMERKT".
037400*
037500*----------------------------------------------------------------
037600*    SUCHT EINGABE-WAEHRUNG ZUM EINGABE-KURSDATUM IN DER         *
037700*    GELADENEN TABELLE.  BEI TREFFER STEHT PFLEGE-INDEX AUF DEM  *
037800*    GEFUNDENEN EINTRAG.                                         *
037900*----------------------------------------------------------------
038000 KursSuchen.
038100     SET EINTRAG-UNBEKANNT TO TRUE
038200     MOVE ZERO TO Pflege-Index
038300     PERFORM KursVergleichen
038400         UNTIL EINTRAG-GEFUNDEN
038500             OR Pflege-Index NOT LESS THAN Pflege-Anzahl.
038600*
038700*----------------------------------------------------------------
038800 KursVergleichen.
038900*----------------------------------------------------------------
039000     ADD 1 TO Pflege-Index
039100     IF PT-WAEHRUNG (Pflege-Index) = Eingabe-Waehrung
039200         AND PT-KURSDATUM (Pflege-Index) = Eingabe-Kursdatum
039300         SET EINTRAG-GEFUNDEN TO TRUE
039400     END-IF.
039500*
039600*----------------------------------------------------------------
039700 SchluesselErfassen.
039800*----------------------------------------------------------------
039900     DISPLAY "WAEHRUNG: "
040000     ACCEPT Eingabe-Waehrung
040100     PERFORM WaehrungGrossSchreiben
040200     DISPLAY "KURSDATUM (JJJJMMTT): "
040300     ACCEPT Eingabe-Kursdatum
040400     PERFORM KursSuchen.
040500*
040600*----------------------------------------------------------------
040700*    EIN STILLGELEGTER KURS WIRD IN DER TAGESVERARBEITUNG NICHT  *
040800*    MEHR HERANGEZOGEN; ES GILT DANN DER JUENGSTE AKTIVE KURS    *
040900*    DAVOR.                                                      *
041000*----------------------------------------------------------------
041100 KursStilllegen.
041200     PERFORM SchluesselErfassen
041300     IF EINTRAG-GEFUNDEN
041400         MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
041500         MOVE 'N' TO PT-AKTIV (Pflege-Index)
041600         MOVE "STILLLEGUNG" TO Aenderung-Text
041700         PERFORM AenderungVormerken
041800         DISPLAY "STILLLEGUNG KURS " Eingabe-Waehrung " "
041900             Eingabe-Kursdatum " ZUR FREIGABE VORGEMERKT"
042000     ELSE
042100         DISPLAY "KURS " Eingabe-Waehrung " " Eingabe-Kursdatum
042200             " WIRD NICHT GEFUEHRT"
042300     END-IF.
042400*
042500*----------------------------------------------------------------
042600 KursReaktivieren.
042700*----------------------------------------------------------------
042800     PERFORM SchluesselErfassen
042900     IF EINTRAG-GEFUNDEN
043000         MOVE PT-SATZBILD (Pflege-Index) TO Vorher-Satzbild
043100         MOVE 'J' TO PT-AKTIV (Pflege-Index)
043200         MOVE "REAKTIVIERUNG" TO Aenderung-Text
043300         PERFORM AenderungVormerken
043400         DISPLAY "REAKTIVIERUNG KURS " Eingabe-Waehrung " "
043500             Eingabe-Kursdatum " ZUR FREIGABE VORGEMERKT"
043600     ELSE
043700         DISPLAY "KURS " Eingabe-Waehrung " " Eingabe-Kursdatum
043800             " WIRD NICHT GEFUEHRT"
043900     END-IF.
044000*
044100*----------------------------------------------------------------
044200*    MERKT DIE AENDERUNG DES EINTRAGS PFLEGE-INDEX IN DL100AEN   *
044300*    VOR (WIE IN DER PRODUKTPFLEGE, DL100P02).  SCHLUESSEL SIND  *
044400*    WAEHRUNG UND KURSDATUM (11 STELLEN).                        *
044500*----------------------------------------------------------------
044600 AenderungVormerken.
044700     PERFORM SatzbildAufbauen
044800     MOVE SPACES TO Aenderungssatz
044900     SET AE-FUER-WECHSELKURSE TO TRUE
045000     MOVE 11 TO AE-SCHLUESSEL-LAENGE
045100     MOVE ZERO TO AE-ZUSATZ-STELLE AE-ZUSATZ-LAENGE
045200     SET AE-IST-OFFEN TO TRUE
045300     MOVE Aenderung-Text TO AE-BESCHREIBUNG
045400     MOVE Vorher-Satzbild TO AE-VORHER
045500     MOVE Wechselkurssatz TO AE-NACHHER
045600     MOVE Erfasser-Kennung TO AE-ERFASSER
045700     ACCEPT AE-ERFASST-DATUM FROM DATE YYYYMMDD
045800     ACCEPT AE-ERFASST-ZEIT FROM TIME
045900     MOVE ZERO TO AE-GEPRUEFT-DATUM AE-GEPRUEFT-ZEIT
046000     OPEN EXTEND AenderungsDatei
046100     IF NOT AENDERUNGSDATEI-OK
046200         OPEN OUTPUT AenderungsDatei
046300     END-IF
046400     MOVE Aenderungssatz TO Aenderungsdatei-Satz
046500     WRITE Aenderungsdatei-Satz
046600     CLOSE AenderungsDatei
046700     MOVE Wechselkurssatz TO PT-SATZBILD (Pflege-Index)
046800     ADD 1 TO Vorgemerkt-Anzahl.
046900*
047000*----------------------------------------------------------------
047100 SatzbildAufbauen.
047200*----------------------------------------------------------------
047300     MOVE SPACES TO Wechselkurssatz
047400     MOVE PT-WAEHRUNG (Pflege-Index) TO WK-WAEHRUNG
047500     MOVE PT-KURSDATUM (Pflege-Index) TO WK-KURSDATUM
047600     MOVE PT-GELDKURS (Pflege-Index) TO WK-GELDKURS
047700     MOVE PT-MITTELKURS (Pflege-Index) TO WK-MITTELKURS
047800     MOVE PT-BRIEFKURS (Pflege-Index) TO WK-BRIEFKURS
047900     MOVE PT-AKTIV (Pflege-Index) TO WK-AKTIV.
