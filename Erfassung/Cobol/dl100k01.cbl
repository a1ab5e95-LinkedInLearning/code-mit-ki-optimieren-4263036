001600*      DIE UEBERNOMMENEN SAETZE WERDEN GESAMMELT UND BEIM      *
001700*      ABSCHLUSS ALS WIEDERVORLAGEDATEI (DL100WVL) MIT         *
001800*      EIGENEM HD-VORSATZ UND TR-NACHSATZ GESCHRIEBEN.  SIE    *
001900*      WIRD UEBER SCHRITT 0 DES NACHTLAUFS                     *
002000*      (FILIALKONSOLIDIERUNG, DL100V01) GEMEINSAM MIT DER      *
002100*      REGULAEREN TAGESLIEFERUNG DES GEWAEHLTEN LAUFDATUMS     *
002200*      VERARBEITET (Z.B. DD_DL100FIL3=DL100WVL; DIE PLAETZE    *
002300*      2, 4, 7 UND 8 BELEGT DER NACHTLAUF SELBST) - DAS        *
002400*      LAUFREGISTER UND DIE SALDENFORTSCHREIBUNG KENNEN JE     *
002500*      DATUM NUR EINEN LAUF, EIN GETRENNTER ZWEITLAUF          *
002600*      DESSELBEN TAGES WUERDE DORT ABGEWIESEN.  DER NACHSATZ   *
002700*      SUMMIERT WIE DER VERARBEITUNGSLAUF SELBST NUR           *
002800*      NUMERISCHE BETRAEGE.                                    *
002900*                                                             *
003000*    AENDERUNGEN:                                              *
003100*      2026-08-23 RH  ERSTFASSUNG                              *
003200*      2026-08-23 RH  VERARBEITUNGSWEG RICHTIGGESTELLT: UEBER  *
003300*                     SCHRITT 0 (DL100V01) MIT DER TAGES-      *
003400*                     LIEFERUNG KONSOLIDIEREN STATT ALS        *
003500*                     EIGENER LAUF UEBER DD_DL100EIN           *
003600*      2026-09-01 RH  KONTOVERZEICHNIS-PRUEFUNG ERGAENZT:      *
003700*                     EIN KORRIGIERTER SATZ AUF EIN NICHT      *
003800*                     GEFUEHRTES ODER NICHT OFFENES KONTO      *
003900*                     (DL100KVZ) BLEIBT MIT GRUND 0070         *
004000*                     UNGUELTIG, STATT IM NAECHSTEN LAUF       *
004100*                     ERNEUT ABGEWIESEN ZU WERDEN              *
004200*      2026-09-01 RH  UEBERNOMMENE SAETZE BEHALTEN IHREN       *
004300*                     FILIALSTEMPEL; OHNE NUMERISCHEN STEMPEL  *
004400*                     GILT FILIALE 00, DAMIT DIE KONSOLI-      *
004500*                     DIERUNG SIE NICHT ALS FILIALE IHRES      *
004600*                     SLOTS STEMPELT                           *
004700*      2026-09-01 RH  FELD 5 (GEGENKONTO) IM KORREKTURDIALOG   *
004800*                     ERGAENZT, DAMIT MIT GRUND 0090           *
004900*                     ABGEWIESENE UMBUCHUNGEN REPARIERBAR      *
005000*                     SIND; EIN NUMERISCHES GEGENKONTO WIRD    *
005100*                     IN DER SATZANZEIGE MITGEZEIGT            *
005200*      2026-10-15 RH  RUHENDE KONTEN (KV-STATUS 'R') GELTEN    *
005300*                     ALS BUCHBAR; KLARTEXT FUER GRUND 0100    *
005400*                     (KUNDENBELASTUNG AUF RUHENDEM KONTO)     *
005500*      2026-10-15 RH  VORSCHLAG FUER DEN KONSOLIDIERUNGS-      *
005600*                     PLATZ AUF DD_DL100FIL3 (PLATZ 8 IST      *
005700*                     FUER DIE ABSCHLUSSBUCHUNGEN BELEGT)      *
005800*                                                             *
005900***************************************************************
006000 IDENTIFICATION DIVISION.
006100 PROGRAM-ID. ABWEISUNGSREPARATUR.
006200*
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600*    ABWEISUNG.TXT - VOM VERARBEITUNGSLAUF GESCHRIEBEN, HIER
006700*    NUR GELESEN.
006800     SELECT AbweisungsDatei ASSIGN TO "abweisung.txt"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS Abweisung-Status.
007100*
007200*    DL100WVL - WIEDERVORLAGEDATEI IM DATEISATZ-FORMAT MIT
007300*    EIGENEM VORSATZ/NACHSATZ, WIRD BEIM ABSCHLUSS GESCHLOSSEN
007400*    GESCHRIEBEN.
007500     SELECT WiedervorlageDatei ASSIGN TO "DL100WVL"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700*
007800*    DL100TCD - TRANSAKTIONSCODE-TABELLE FUER DIE NACHPRUEFUNG
007900*    KORRIGIERTER SAETZE.  FEHLT SIE, WIRD NUR AUF NUMERIK
008000*    GEPRUEFT UND DER BEARBEITER DARAUF HINGEWIESEN.
008100     SELECT TranscodeDatei ASSIGN TO "DL100TCD"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS Transcode-Status.
008400*
008500*    DL100KVZ - KONTOVERZEICHNIS FUER DIE NACHPRUEFUNG
008600*    KORRIGIERTER SAETZE (WIE IM VERARBEITUNGSLAUF: FEHLT ES,
008700*    ENTFAELLT DIE KONTOSTATUS-PRUEFUNG MIT HINWEIS).
008800     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS RANDOM
009100         RECORD KEY IS KV-KONTONUMMER
009200         FILE STATUS IS Verzeichnis-Status.
009300*
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  AbweisungsDatei
009700     RECORD CONTAINS 84 CHARACTERS.
009800 01  Abweisungssatz.
009900     05  AW-GRUND-CODE              PIC X(04).
010000     05  AW-SATZINHALT              PIC X(80).
010100*
010200 FD  WiedervorlageDatei
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  Wiedervorlage-Satz             PIC X(80).
010500*
010600 FD  TranscodeDatei
010700     RECORD CONTAINS 80 CHARACTERS.
010800 COPY TRANSCODE.
010900*
011000 FD  VerzeichnisDatei
011100     RECORD CONTAINS 80 CHARACTERS.
011200 COPY KONTOVERZ.
011300*
011400 WORKING-STORAGE SECTION.
011500*    DER ZU BEARBEITENDE SATZ IN DATEISATZ-SICHT (GLEICHES
011600*    LAYOUT WIE DIE TAGESEINGABE, SIEHE DATEISATZ.CPY).
011700 COPY DATEISATZ.
011800*
011900 01  Abweisung-Status            PIC X(02).
012000     88  ABWEISUNGSDATEI-GEFUNDEN    VALUE '00'.
012100*
012200 01  Abweisungsdatei-Ende        PIC X VALUE 'N'.
012300     88  KEINE-ABWEISUNGEN-MEHR      VALUE 'Y'.
012400*
012500 01  Transcode-Status            PIC X(02).
012600     88  TRANSCODEDATEI-GEFUNDEN     VALUE '00'.
012700*
012800 01  Transcodedatei-Ende         PIC X VALUE 'N'.
012900     88  KEINE-TRANSCODES-MEHR       VALUE 'Y'.
013000*
013100 01  Codetabelle.
013200     05  Codetabelle-Anzahl         PIC S9(04) COMP VALUE ZERO.
013300     05  Codetabelle-Eintrag OCCURS 50 TIMES.
013400         10  CT-CODE                PIC X(02).
013500         10  CT-AKTIV               PIC X(01).
013600 01  Codetabelle-Index           PIC S9(04) COMP VALUE ZERO.
013700 01  Transcode-Treffer           PIC X VALUE 'N'.
013800     88  TRANSCODE-GEFUNDEN          VALUE 'J'.
013900     88  TRANSCODE-UNBEKANNT         VALUE 'N'.
014000*
014100 01  Verzeichnis-Status          PIC X(02).
014200     88  VERZEICHNISDATEI-OK         VALUE '00'.
014300*
014400 01  Verzeichnis-Schalter        PIC X VALUE 'N'.
014500     88  VERZEICHNIS-VORHANDEN       VALUE 'J'.
014600*
014700 01  Konto-Offen-Schalter        PIC X VALUE 'J'.
014800     88  KONTO-IST-OFFEN             VALUE 'J'.
014900     88  KONTO-NICHT-OFFEN           VALUE 'N'.
015000*
015100*    GESAMMELTE, ZUR WIEDERVORLAGE UEBERNOMMENE SAETZE.  DIE
015200*    ABWEISUNGEN EINES TAGES SIND WENIGE; 200 PLAETZE REICHEN
015300*    WEIT, EIN UEBERLAUF WIRD GEMELDET.
015400 01  Wiedervorlage-Tabelle.
015500     05  Wiedervorlage-Anzahl       PIC S9(04) COMP VALUE ZERO.
015600     05  Wiedervorlage-Eintrag OCCURS 200 TIMES.
015700         10  WV-SATZ                PIC X(80).
015800 01  Wiedervorlage-Index         PIC S9(04) COMP VALUE ZERO.
015900 01  Wiedervorlage-Summe         PIC S9(11)V99 VALUE ZERO.
016000*
016100 01  Bearbeitungs-Auswahl        PIC X(01).
016200     88  SATZ-KORRIGIEREN            VALUE '1'.
016300     88  SATZ-UEBERNEHMEN            VALUE '2'.
016400     88  SATZ-VERWERFEN              VALUE '3'.
016500*
016600 01  Feld-Auswahl                PIC X(01).
016700     88  FELD-FERTIG                 VALUE '0'.
016800     88  FELD-TRANSAKTIONSCODE       VALUE '1'.
016900     88  FELD-KONTONUMMER            VALUE '2'.
017000     88  FELD-BETRAG                 VALUE '3'.
017100     88  FELD-BUCHUNGSDATUM          VALUE '4'.
017200     88  FELD-GEGENKONTO             VALUE '5'.
017300     88  FELD-SATZ-VERWERFEN         VALUE '9'.
017400*
017500 01  Korrektur-Schalter          PIC X VALUE 'N'.
017600     88  KORREKTUR-BEENDET           VALUE 'J'.
017700*
017800 01  Entscheidungs-Schalter      PIC X VALUE 'N'.
017900     88  ENTSCHEIDUNG-GETROFFEN      VALUE 'J'.
018000*
018100 01  Eingabe-Feldwert            PIC X(20).
018200*
018300 01  Abweisungsgrund             PIC X(04) VALUE SPACES.
018400 01  Grund-Text                  PIC X(40) VALUE SPACES.
018500*
018600 01  Wiedervorlage-Laufdatum     PIC X(08) VALUE SPACES.
018700*
018800 01  Zaehler-Gelesen             PIC S9(05) COMP VALUE ZERO.
018900 01  Zaehler-Verworfen           PIC S9(05) COMP VALUE ZERO.
019000 01  Anzahl-Edit                 PIC ZZZZ9.
019100 01  Betrag-Edit                 PIC ---,---,---,--9.99.
019200*
019300 PROCEDURE DIVISION.
019400*----------------------------------------------------------------
019500 Hauptprogramm.
019600*----------------------------------------------------------------
019700     OPEN INPUT AbweisungsDatei
019800     IF NOT ABWEISUNGSDATEI-GEFUNDEN
019900         DISPLAY "KEINE ABWEISUNGSDATEI (ABWEISUNG.TXT) "
020000             "VORHANDEN - NICHTS ZU REPARIEREN"
020100         STOP RUN
020200     END-IF
020300     PERFORM CodetabelleLaden
020400     PERFORM KontoverzeichnisOeffnen
020500     DISPLAY "===== DL100 ABWEISUNGSREPARATUR ====="
020600     PERFORM LaufdatumErfragen
020700     PERFORM AbweisungssatzBearbeiten
020800         UNTIL KEINE-ABWEISUNGEN-MEHR
020900     CLOSE AbweisungsDatei
021000     PERFORM WiedervorlageSchreiben
021100     IF VERZEICHNIS-VORHANDEN
021200         CLOSE VerzeichnisDatei
021300     END-IF
021400     PERFORM AbschlussMelden
021500     STOP RUN.
021600*
021700*----------------------------------------------------------------
021800*    ERFRAGT DAS LAUFDATUM, DAS DER HD-VORSATZ DER WIEDER-       *
021900*    VORLAGEDATEI TRAGEN SOLL (DER TAG, AN DEM SIE VERARBEITET   *
022000*    WERDEN SOLL).  WIRD WIEDERHOLT, BIS EIN ACHTSTELLIG         *
022100*    NUMERISCHES DATUM EINGEGEBEN IST.                           *
022200*----------------------------------------------------------------
022300 LaufdatumErfragen.
022400     MOVE SPACES TO Wiedervorlage-Laufdatum
022500     PERFORM LaufdatumAnnehmen
022600         UNTIL Wiedervorlage-Laufdatum IS NUMERIC.
022700*
022800*----------------------------------------------------------------
022900 LaufdatumAnnehmen.
023000*----------------------------------------------------------------
023100     DISPLAY "LAUFDATUM DER WIEDERVORLAGE (JJJJMMTT): "
023200     ACCEPT Wiedervorlage-Laufdatum
023300     IF Wiedervorlage-Laufdatum IS NOT NUMERIC
023400         DISPLAY "DATUM MUSS ACHTSTELLIG NUMERISCH SEIN"
023500     END-IF.
023600*
023700*----------------------------------------------------------------
023800*    LAEDT DIE TRANSAKTIONSCODE-TABELLE FUER DIE NACHPRUEFUNG.   *
023900*    FEHLT SIE, WIRD NUR AUF NUMERIK GEPRUEFT - DER KORRIGIERTE  *
024000*    SATZ KANN DANN IM NAECHSTEN LAUF IMMER NOCH AN EINEM        *
024100*    UNBEKANNTEN CODE SCHEITERN, WORAUF HINGEWIESEN WIRD.        *
024200*----------------------------------------------------------------
024300 CodetabelleLaden.
024400     MOVE 'N' TO Transcodedatei-Ende
024500     OPEN INPUT TranscodeDatei
024600     IF TRANSCODEDATEI-GEFUNDEN
024700         PERFORM CodesatzUebernehmen UNTIL KEINE-TRANSCODES-MEHR
024800         CLOSE TranscodeDatei
024900     ELSE
025000         DISPLAY "HINWEIS: DL100TCD NICHT VORHANDEN - "
025100             "TRANSAKTIONSCODES WERDEN NUR AUF NUMERIK GEPRUEFT"
025200     END-IF.
025300*
025400*----------------------------------------------------------------
025500 CodesatzUebernehmen.
025600*----------------------------------------------------------------
025700     READ TranscodeDatei
025800         AT END
025900             MOVE 'Y' TO Transcodedatei-Ende
026000         NOT AT END
026100             IF Codetabelle-Anzahl LESS THAN 50
026200                 ADD 1 TO Codetabelle-Anzahl
026300                 MOVE TC-CODE TO CT-CODE (Codetabelle-Anzahl)
026400                 MOVE TC-AKTIV TO CT-AKTIV (Codetabelle-Anzahl)
026500             END-IF
026600     END-READ.
026700*
026800*----------------------------------------------------------------
026900*    LIEST DEN NAECHSTEN ABGEWIESENEN SATZ, ZEIGT IHN FELDWEISE  *
027000*    MIT GRUND AN UND NIMMT DIE ENTSCHEIDUNG DES BEARBEITERS     *
027100*    ENTGEGEN.                                                   *
027200*----------------------------------------------------------------
027300 AbweisungssatzBearbeiten.
027400     READ AbweisungsDatei
027500         AT END
027600             MOVE 'Y' TO Abweisungsdatei-Ende
027700         NOT AT END
027800             ADD 1 TO Zaehler-Gelesen
027900             MOVE AW-SATZINHALT TO DateiSatz
028000             MOVE AW-GRUND-CODE TO Abweisungsgrund
028100             PERFORM SatzAnzeigen
028200             PERFORM EntscheidungTreffen
028300     END-READ.
028400*
028500*----------------------------------------------------------------
028600 SatzAnzeigen.
028700*----------------------------------------------------------------
028800     PERFORM GrundtextErmitteln
028900     DISPLAY " "
029000     DISPLAY "ABGEWIESENER SATZ NR. " Zaehler-Gelesen
029100     DISPLAY "  GRUND...........: " Abweisungsgrund " "
029200         Grund-Text
029300     DISPLAY "  TRANSAKTIONSCODE: " DS-TRANSAKTIONSCODE
029400     DISPLAY "  KONTONUMMER.....: " DS-KONTONUMMER
029500     DISPLAY "  BETRAG..........: " DS-BETRAG
029600     DISPLAY "  BUCHUNGSDATUM...: " DS-BUCHUNGSDATUM
029700     IF DS-GEGENKONTO IS NUMERIC
029800         DISPLAY "  GEGENKONTO......: " DS-GEGENKONTO
029900     END-IF.
030000*
030100*----------------------------------------------------------------
030200*    ORDNET DEM ABWEISUNGSGRUND SEINEN KLARTEXT ZU (DIESELBEN    *
030300*    GRUENDE, DIE DER VERARBEITUNGSLAUF IN SATZPRUEFEN VERGIBT). *
030400*----------------------------------------------------------------
030500 GrundtextErmitteln.
030600     IF Abweisungsgrund = "0010"
030700         MOVE "KONTONUMMER NICHT NUMERISCH" TO Grund-Text
030800     ELSE
030900     IF Abweisungsgrund = "0020"
031000         MOVE "BETRAG NICHT NUMERISCH" TO Grund-Text
031100     ELSE
031200     IF Abweisungsgrund = "0030"
031300         MOVE "BUCHUNGSDATUM NICHT NUMERISCH" TO Grund-Text
031400     ELSE
031500     IF Abweisungsgrund = "0040"
031600         MOVE "TRANSAKTIONSCODE NICHT NUMERISCH" TO Grund-Text
031700     ELSE
031800     IF Abweisungsgrund = "0050"
031900         MOVE "TRANSAKTIONSCODE UNBEKANNT/STILLGELEGT"
032000             TO Grund-Text
032100     ELSE
032200     IF Abweisungsgrund = "0060"
032300         MOVE "STORNO OHNE PASSENDES ORIGINAL" TO Grund-Text
032400     ELSE
032500     IF Abweisungsgrund = "0070"
032600         MOVE "KONTO NICHT GEFUEHRT ODER NICHT OFFEN"
032700             TO Grund-Text
032800     ELSE
032900     IF Abweisungsgrund = "0080"
033000         MOVE "BUCHUNGSDATUM ZU WEIT IN DER ZUKUNFT"
033100             TO Grund-Text
033200     ELSE
033300     IF Abweisungsgrund = "0090"
033400         MOVE "GEGENKONTO UNGUELTIG ODER NICHT OFFEN"
033500             TO Grund-Text
033600     ELSE
033700     IF Abweisungsgrund = "0100"
033800         MOVE "KONTO RUHEND - KEINE KUNDENBELASTUNG"
033900             TO Grund-Text
034000     ELSE
034100         MOVE "GRUND UNBEKANNT" TO Grund-Text
034200     END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
034300     END-IF END-IF.
034400*
034500*----------------------------------------------------------------
034600 EntscheidungTreffen.
034700*----------------------------------------------------------------
034800     MOVE 'N' TO Entscheidungs-Schalter
034900     PERFORM EntscheidungAnnehmen
035000         UNTIL ENTSCHEIDUNG-GETROFFEN.
035100*
035200*----------------------------------------------------------------
035300 EntscheidungAnnehmen.
035400*----------------------------------------------------------------
035500     DISPLAY "1=KORRIGIEREN  2=UNVERAENDERT UEBERNEHMEN  "
035600         "3=VERWERFEN"
035700     ACCEPT Bearbeitungs-Auswahl
035800     IF SATZ-KORRIGIEREN
035900         MOVE 'J' TO Entscheidungs-Schalter
036000         PERFORM SatzKorrigieren
036100     ELSE
036200     IF SATZ-UEBERNEHMEN
036300         MOVE 'J' TO Entscheidungs-Schalter
036400         PERFORM SatzUebernehmen
036500     ELSE
036600     IF SATZ-VERWERFEN
036700         MOVE 'J' TO Entscheidungs-Schalter
036800         ADD 1 TO Zaehler-Verworfen
036900         DISPLAY "SATZ VERWORFEN"
037000     ELSE
037100         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
037200     END-IF END-IF END-IF.
037300*
037400*----------------------------------------------------------------
037500*    KORREKTURSCHLEIFE: DER BEARBEITER WAEHLT EIN FELD, GIBT DEN *
037600*    NEUEN WERT EIN UND SIEHT DEN SATZ ERNEUT.  MIT 0 WIRD DER   *
037700*    SATZ NACHGEPRUEFT UND UEBERNOMMEN (SOLANGE ER NOCH          *
037800*    UNGUELTIG IST, BLEIBT DIE SCHLEIFE OFFEN), MIT 9 VERWORFEN. *
037900*----------------------------------------------------------------
038000 SatzKorrigieren.
038100     MOVE 'N' TO Korrektur-Schalter
038200     PERFORM FeldKorrigieren UNTIL KORREKTUR-BEENDET.
038300*
038400*----------------------------------------------------------------
038500 FeldKorrigieren.
038600*----------------------------------------------------------------
038700     DISPLAY "FELD WAEHLEN: 1=TRANSAKTIONSCODE 2=KONTONUMMER "
038800         "3=BETRAG 4=BUCHUNGSDATUM 5=GEGENKONTO "
038900         "0=FERTIG 9=VERWERFEN"
039000     ACCEPT Feld-Auswahl
039100     IF FELD-FERTIG
039200         PERFORM SatzNachpruefen
039300         IF Abweisungsgrund = SPACES
039400             PERFORM SatzUebernehmen
039500             MOVE 'J' TO Korrektur-Schalter
039600         ELSE
039700             PERFORM GrundtextErmitteln
039800             DISPLAY "SATZ NOCH UNGUELTIG (GRUND "
039900                 Abweisungsgrund " " Grund-Text ")"
040000         END-IF
040100     ELSE
040200     IF FELD-SATZ-VERWERFEN
040300         ADD 1 TO Zaehler-Verworfen
040400         DISPLAY "SATZ VERWORFEN"
040500         MOVE 'J' TO Korrektur-Schalter
040600     ELSE
040700     IF FELD-TRANSAKTIONSCODE
040800         DISPLAY "NEUER TRANSAKTIONSCODE (2 STELLEN): "
040900         ACCEPT Eingabe-Feldwert
041000         MOVE Eingabe-Feldwert (1:2) TO DS-TRANSAKTIONSCODE
041100         PERFORM SatzAnzeigen
041200     ELSE
041300     IF FELD-KONTONUMMER
041400         DISPLAY "NEUE KONTONUMMER (10 STELLEN): "
041500         ACCEPT Eingabe-Feldwert
041600         MOVE Eingabe-Feldwert (1:10) TO DS-KONTONUMMER (1:10)
041700         PERFORM SatzAnzeigen
041800     ELSE
041900     IF FELD-BETRAG
042000         DISPLAY "NEUER BETRAG (11 STELLEN, OHNE KOMMA, "
042100             "LETZTE 2 = NACHKOMMA): "
042200         ACCEPT Eingabe-Feldwert
042300         MOVE Eingabe-Feldwert (1:11) TO DS-BETRAG (1:11)
042400         PERFORM SatzAnzeigen
042500     ELSE
042600     IF FELD-BUCHUNGSDATUM
042700         DISPLAY "NEUES BUCHUNGSDATUM (JJJJMMTT): "
042800         ACCEPT Eingabe-Feldwert
042900         MOVE Eingabe-Feldwert (1:8) TO DS-BUCHUNGSDATUM (1:8)
043000         PERFORM SatzAnzeigen
043100     ELSE
043200     IF FELD-GEGENKONTO
043300         DISPLAY "NEUES GEGENKONTO (10 STELLEN, NUR BEI "
043400             "UMBUCHUNGEN): "
043500         ACCEPT Eingabe-Feldwert
043600         MOVE Eingabe-Feldwert (1:10) TO DS-GEGENKONTO (1:10)
043700         PERFORM SatzAnzeigen
043800     ELSE
043900         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
044000     END-IF END-IF END-IF END-IF END-IF END-IF END-IF.
044100*
044200*----------------------------------------------------------------
044300*    PRUEFT DEN KORRIGIERTEN SATZ NACH DENSELBEN REGELN WIE      *
044400*    SATZPRUEFEN IM VERARBEITUNGSLAUF.  ERGEBNIS STEHT IN        *
044500*    ABWEISUNGSGRUND (SPACES = GUELTIG).                         *
044600*----------------------------------------------------------------
044700 SatzNachpruefen.
044800     MOVE SPACES TO Abweisungsgrund
044900     IF DS-KONTONUMMER IS NOT NUMERIC
045000         MOVE "0010" TO Abweisungsgrund
045100     ELSE IF DS-BETRAG IS NOT NUMERIC
045200         MOVE "0020" TO Abweisungsgrund
045300     ELSE IF DS-BUCHUNGSDATUM IS NOT NUMERIC
045400         MOVE "0030" TO Abweisungsgrund
045500     ELSE IF DS-TRANSAKTIONSCODE IS NOT NUMERIC
045600         MOVE "0040" TO Abweisungsgrund
045700     ELSE
045800         IF Codetabelle-Anzahl GREATER THAN ZERO
045900             PERFORM TranscodeSuchen
046000             IF TRANSCODE-UNBEKANNT
046100                 MOVE "0050" TO Abweisungsgrund
046200             END-IF
046300         END-IF
046400         IF Abweisungsgrund = SPACES
046500             PERFORM KontoverzeichnisPruefen
046600             IF KONTO-NICHT-OFFEN
046700                 MOVE "0070" TO Abweisungsgrund
046800             END-IF
046900         END-IF
047000     END-IF.
047100*
047200*----------------------------------------------------------------
047300 TranscodeSuchen.
047400*----------------------------------------------------------------
047500     SET TRANSCODE-UNBEKANNT TO TRUE
047600     MOVE ZERO TO Codetabelle-Index
047700     PERFORM TranscodeEintragPruefen
047800         UNTIL TRANSCODE-GEFUNDEN
047900             OR Codetabelle-Index NOT LESS THAN
048000                 Codetabelle-Anzahl.
048100*
048200*----------------------------------------------------------------
048300 TranscodeEintragPruefen.
048400*----------------------------------------------------------------
048500     ADD 1 TO Codetabelle-Index
048600     IF CT-CODE (Codetabelle-Index) = DS-TRANSAKTIONSCODE
048700         AND CT-AKTIV (Codetabelle-Index) = 'J'
048800         SET TRANSCODE-GEFUNDEN TO TRUE
048900     END-IF.
049000*
049100*----------------------------------------------------------------
049200*    UEBERNIMMT DEN AKTUELLEN SATZ IN DIE WIEDERVORLAGE-TABELLE  *
049300*    UND SUMMIERT - WIE DER VERARBEITUNGSLAUF - NUR NUMERISCHE   *
049400*    BETRAEGE FUER DEN SPAETEREN NACHSATZ.                       *
049500*----------------------------------------------------------------
049600 SatzUebernehmen.
049700     IF Wiedervorlage-Anzahl NOT LESS THAN 200
049800         DISPLAY "WIEDERVORLAGE VOLL - SATZ KANN NICHT "
049900             "UEBERNOMMEN WERDEN"
050000     ELSE
050100         ADD 1 TO Wiedervorlage-Anzahl
050200         IF DS-FILIALE IS NOT NUMERIC
050300             MOVE ZERO TO DS-FILIALE
050400         END-IF
050500         MOVE DateiSatz TO WV-SATZ (Wiedervorlage-Anzahl)
050600         IF DS-BETRAG IS NUMERIC
050700             ADD DS-BETRAG TO Wiedervorlage-Summe
050800         END-IF
050900         DISPLAY "SATZ UEBERNOMMEN"
051000     END-IF.
051100*
051200*----------------------------------------------------------------
051300*    SCHREIBT DIE WIEDERVORLAGEDATEI GESCHLOSSEN: HD-VORSATZ MIT *
051400*    DEM ERFRAGTEN LAUFDATUM UND DER SATZANZAHL, DANN DIE        *
051500*    UEBERNOMMENEN SAETZE, ZULETZT DER TR-NACHSATZ MIT ANZAHL    *
051600*    UND BETRAGSSUMME.  OHNE UEBERNOMMENE SAETZE WIRD KEINE      *
051700*    DATEI GESCHRIEBEN.                                          *
051800*----------------------------------------------------------------
051900 WiedervorlageSchreiben.
052000     IF Wiedervorlage-Anzahl = ZERO
052100         DISPLAY "KEINE SAETZE UEBERNOMMEN - DL100WVL WIRD "
052200             "NICHT GESCHRIEBEN"
052300     ELSE
052400         OPEN OUTPUT WiedervorlageDatei
052500         MOVE SPACES TO DateiSatz
052600         MOVE "HD" TO DH-SATZART
052700         MOVE Wiedervorlage-Laufdatum TO DH-LAUFDATUM (1:8)
052800         MOVE Wiedervorlage-Anzahl TO DH-SATZANZAHL
052900         MOVE DateiSatz TO Wiedervorlage-Satz
053000         WRITE Wiedervorlage-Satz
053100         MOVE ZERO TO Wiedervorlage-Index
053200         PERFORM WiedervorlagesatzSchreiben
053300             UNTIL Wiedervorlage-Index NOT LESS THAN
053400                 Wiedervorlage-Anzahl
053500         MOVE SPACES TO DateiSatz
053600         MOVE "TR" TO DT-SATZART
053700         MOVE Wiedervorlage-Anzahl TO DT-SATZANZAHL
053800         MOVE Wiedervorlage-Summe TO DT-BETRAGSSUMME
053900         MOVE DateiSatz TO Wiedervorlage-Satz
054000         WRITE Wiedervorlage-Satz
054100         CLOSE WiedervorlageDatei
054200     END-IF.
054300*
054400*----------------------------------------------------------------
054500 WiedervorlagesatzSchreiben.
054600*----------------------------------------------------------------
054700     ADD 1 TO Wiedervorlage-Index
054800     MOVE WV-SATZ (Wiedervorlage-Index) TO Wiedervorlage-Satz
054900     WRITE Wiedervorlage-Satz.
055000*
055100*----------------------------------------------------------------
055200 AbschlussMelden.
055300*----------------------------------------------------------------
055400     MOVE Zaehler-Gelesen TO Anzahl-Edit
055500     DISPLAY "ABWEISUNGEN GELESEN....: " Anzahl-Edit
055600     MOVE Wiedervorlage-Anzahl TO Anzahl-Edit
055700     DISPLAY "SAETZE UEBERNOMMEN.....: " Anzahl-Edit
055800     MOVE Zaehler-Verworfen TO Anzahl-Edit
055900     DISPLAY "SAETZE VERWORFEN.......: " Anzahl-Edit
056000     MOVE Wiedervorlage-Summe TO Betrag-Edit
056100     DISPLAY "BETRAGSSUMME UEBERNOMMEN: " Betrag-Edit
056200     IF Wiedervorlage-Anzahl GREATER THAN ZERO
056300         DISPLAY "WIEDERVORLAGE GESCHRIEBEN: DL100WVL"
056400         DISPLAY "IM NACHTLAUF GEMEINSAM MIT DER TAGES-"
056500             "LIEFERUNG DES LAUFDATUMS KONSOLIDIEREN:"
056600         DISPLAY "DD_DL100FIL3=DL100WVL (SCHRITT 0, DL100V01) - "
056700             "PLATZ 2, 4, 7 UND 8 BELEGT DER NACHTLAUF SELBST"
056800     END-IF.
056900*
057000*----------------------------------------------------------------
057100*    OEFFNET DAS KONTOVERZEICHNIS (DL100KVZ) ZUM NACHSCHLAGEN.   *
057200*    FEHLT ES NOCH, ENTFAELLT DIE KONTOSTATUS-PRUEFUNG - DER     *
057300*    KORRIGIERTE SATZ KANN DANN IM NAECHSTEN LAUF IMMER NOCH     *
057400*    MIT GRUND 0070 SCHEITERN, WORAUF HINGEWIESEN WIRD.          *
057500*----------------------------------------------------------------
057600 KontoverzeichnisOeffnen.
057700     OPEN INPUT VerzeichnisDatei
057800     IF VERZEICHNISDATEI-OK
057900         SET VERZEICHNIS-VORHANDEN TO TRUE
058000     ELSE
058100         DISPLAY "HINWEIS: KONTOVERZEICHNIS DL100KVZ NICHT "
058200             "VORHANDEN - KONTOSTATUS WIRD NICHT GEPRUEFT"
058300     END-IF.
058400*
058500*----------------------------------------------------------------
058600 KontoverzeichnisPruefen.
058700*----------------------------------------------------------------
058800     SET KONTO-IST-OFFEN TO TRUE
058900     IF VERZEICHNIS-VORHANDEN
059000         MOVE DS-KONTONUMMER TO KV-KONTONUMMER
059100         READ VerzeichnisDatei
059200             INVALID KEY
059300                 SET KONTO-NICHT-OFFEN TO TRUE
059400             NOT INVALID KEY
059500                 IF NOT KV-IST-BUCHBAR
059600                     SET KONTO-NICHT-OFFEN TO TRUE
059700                 END-IF
059800         END-READ
059900     END-IF.
