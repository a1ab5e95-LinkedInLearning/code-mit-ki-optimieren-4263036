004000*      2026-09-01 RH  ERFASSTE SAETZE TRAGEN FILIALE 00,       *
004100*                     DAMIT DIE KONSOLIDIERUNG SIE NICHT ALS   *
004200*                     FILIALE IHRES SLOTS STEMPELT             *
004300*      2026-10-15 RH  RUHENDE KONTEN (KV-STATUS 'R') WERDEN    *
004400*                     ERFASST; OB EINE BELASTUNG ZULAESSIG     *
004500*                     IST, ENTSCHEIDET DER VERARBEITUNGSLAUF   *
004600*                     (GRUND 0100)                             *
004700*                                                             *
004800***************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. NACHERFASSUNG.
005100*
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500*    DL100NAC - ERFASSTE TAGESEINGABE IM DATEISATZ-FORMAT.
005600     SELECT NacherfassungsDatei ASSIGN TO "DL100NAC"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800*
005900*    DL100TCD - TRANSAKTIONSCODE-TABELLE FUER DIE FELDPRUEFUNG
006000*    (WIE IN DER ABWEISUNGSREPARATUR: FEHLT SIE, WIRD NUR AUF
006100*    NUMERIK GEPRUEFT UND DARAUF HINGEWIESEN).
006200     SELECT TranscodeDatei ASSIGN TO "DL100TCD"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS Transcode-Status.
006500*
006600*    DL100KVZ - KONTOVERZEICHNIS FUER DIE KONTOSTATUS-PRUEFUNG
006700*    (WIE IM VERARBEITUNGSLAUF: FEHLT ES, WIRD NUR AUF NUMERIK
006800*    UND TRANSAKTIONSCODE GEPRUEFT UND DARAUF HINGEWIESEN).
006900     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS KV-KONTONUMMER
007300         FILE STATUS IS Verzeichnis-Status.
007400*
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  NacherfassungsDatei
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  Nacherfassungs-Satz            PIC X(80).
008000*
008100 FD  TranscodeDatei
008200     RECORD CONTAINS 80 CHARACTERS.
008300 COPY TRANSCODE.
008400*
008500 FD  VerzeichnisDatei
008600     RECORD CONTAINS 80 CHARACTERS.
008700 COPY KONTOVERZ.
008800*
008900 WORKING-STORAGE SECTION.
009000*    DER JEWEILS ERFASSTE SATZ IN DATEISATZ-SICHT.
009100 COPY DATEISATZ.
009200*
009300 01  Transcode-Status            PIC X(02).
009400     88  TRANSCODEDATEI-GEFUNDEN     VALUE '00'.
009500*
009600 01  Transcodedatei-Ende         PIC X VALUE 'N'.
009700     88  KEINE-TRANSCODES-MEHR       VALUE 'Y'.
009800*
009900 01  Codetabelle.
010000     05  Codetabelle-Anzahl         PIC S9(04) COMP VALUE ZERO.
010100     05  Codetabelle-Eintrag OCCURS 50 TIMES.
010200         10  CT-CODE                PIC X(02).
010300         10  CT-AKTIV               PIC X(01).
010400 01  Codetabelle-Index           PIC S9(04) COMP VALUE ZERO.
010500 01  Transcode-Treffer           PIC X VALUE 'N'.
010600     88  TRANSCODE-GEFUNDEN          VALUE 'J'.
010700     88  TRANSCODE-UNBEKANNT         VALUE 'N'.
010800*
010900 01  Verzeichnis-Status          PIC X(02).
011000     88  VERZEICHNISDATEI-OK         VALUE '00'.
011100*
011200 01  Verzeichnis-Schalter        PIC X VALUE 'N'.
011300     88  VERZEICHNIS-VORHANDEN       VALUE 'J'.
011400*
011500 01  Konto-Offen-Schalter        PIC X VALUE 'J'.
011600     88  KONTO-IST-OFFEN             VALUE 'J'.
011700     88  KONTO-NICHT-OFFEN           VALUE 'N'.
011800*
011900*    ERFASSTER STAPEL; 200 PLAETZE REICHEN FUER EINE SITZUNG
012000*    WEIT, EIN UEBERLAUF WIRD GEMELDET.
012100 01  Stapel-Tabelle.
012200     05  Stapel-Anzahl              PIC S9(04) COMP VALUE ZERO.
012300     05  Stapel-Eintrag OCCURS 200 TIMES.
012400         10  SP-SATZ                PIC X(80).
012500 01  Stapel-Index                PIC S9(04) COMP VALUE ZERO.
012600 01  Stapel-Summe                PIC S9(11)V99 VALUE ZERO.
012700*
012800 01  Erfassungs-Laufdatum        PIC X(08) VALUE SPACES.
012900*
013000 01  Eingabe-Feldwert            PIC X(20) VALUE SPACES.
013100 01  Weiter-Antwort              PIC X(01) VALUE 'J'.
013200     88  ERFASSUNG-BEENDEN           VALUE 'N' 'n'.
013300*
013400 01  Satz-Gueltig-Schalter       PIC X VALUE 'J'.
013500     88  ERFASSUNG-GUELTIG           VALUE 'J'.
013600     88  ERFASSUNG-UNGUELTIG         VALUE 'N'.
013700*
013800 01  Anzahl-Edit                 PIC ZZZZ9.
013900 01  Betrag-Edit                 PIC ---,---,---,--9.99.
014000*
014100 PROCEDURE DIVISION.
014200*----------------------------------------------------------------
014300 Hauptprogramm.
014400*----------------------------------------------------------------
014500     DISPLAY "===== DL100 NACHERFASSUNG ====="
014600     PERFORM CodetabelleLaden
014700     PERFORM KontoverzeichnisOeffnen
014800     PERFORM LaufdatumErfragen
014900     PERFORM TransaktionErfassen
015000         UNTIL ERFASSUNG-BEENDEN
015100     PERFORM NacherfassungSchreiben
015200     IF VERZEICHNIS-VORHANDEN
015300         CLOSE VerzeichnisDatei
015400     END-IF
015500     STOP RUN.
015600*
015700*----------------------------------------------------------------
015800*    LAEDT DIE TRANSAKTIONSCODE-TABELLE FUER DIE FELDPRUEFUNG.   *
015900*----------------------------------------------------------------
016000 CodetabelleLaden.
016100     MOVE 'N' TO Transcodedatei-Ende
016200     OPEN INPUT TranscodeDatei
016300     IF TRANSCODEDATEI-GEFUNDEN
016400         PERFORM CodesatzUebernehmen UNTIL KEINE-TRANSCODES-MEHR
016500         CLOSE TranscodeDatei
016600     ELSE
016700         DISPLAY "HINWEIS: DL100TCD NICHT VORHANDEN - "
016800             "TRANSAKTIONSCODES WERDEN NUR AUF NUMERIK GEPRUEFT"
016900     END-IF.
017000*
017100*----------------------------------------------------------------
017200 CodesatzUebernehmen.
017300*----------------------------------------------------------------
017400     READ TranscodeDatei
017500         AT END
017600             MOVE 'Y' TO Transcodedatei-Ende
017700         NOT AT END
017800             IF Codetabelle-Anzahl LESS THAN 50
017900                 ADD 1 TO Codetabelle-Anzahl
018000                 MOVE TC-CODE TO CT-CODE (Codetabelle-Anzahl)
018100                 MOVE TC-AKTIV TO CT-AKTIV (Codetabelle-Anzahl)
018200             END-IF
018300     END-READ.
018400*
018500*----------------------------------------------------------------
018600*    ERFRAGT DAS LAUFDATUM DES ERGAENZUNGSLAUFS (HD-VORSATZ).    *
018700*----------------------------------------------------------------
018800 LaufdatumErfragen.
018900     MOVE SPACES TO Erfassungs-Laufdatum
019000     PERFORM LaufdatumAnnehmen
019100         UNTIL Erfassungs-Laufdatum IS NUMERIC.
019200*
019300*----------------------------------------------------------------
019400 LaufdatumAnnehmen.
019500*----------------------------------------------------------------
019600     DISPLAY "LAUFDATUM DES ERGAENZUNGSLAUFS (JJJJMMTT): "
019700     ACCEPT Erfassungs-Laufdatum
019800     IF Erfassungs-Laufdatum IS NOT NUMERIC
019900         DISPLAY "DATUM MUSS ACHTSTELLIG NUMERISCH SEIN"
020000     END-IF.
020100*
020200*----------------------------------------------------------------
020300*    ERFASST EINE TRANSAKTION FELD FUER FELD, PRUEFT SIE NACH    *
020400*    DEN REGELN VON SATZPRUEFEN UND UEBERNIMMT SIE IN DEN        *
020500*    STAPEL; DANACH WIRD DIE LAUFENDE STAPELSUMME GEZEIGT UND    *
020600*    GEFRAGT, OB WEITER ERFASST WERDEN SOLL.                     *
020700*----------------------------------------------------------------
020800 TransaktionErfassen.
020900     MOVE SPACES TO DateiSatz
021000     DISPLAY "TRANSAKTIONSCODE (2 ZIFFERN): "
021100     ACCEPT Eingabe-Feldwert
021200     MOVE Eingabe-Feldwert (1:2) TO DS-TRANSAKTIONSCODE
021300     DISPLAY "KONTONUMMER (10 STELLEN): "
021400     ACCEPT Eingabe-Feldwert
021500     MOVE Eingabe-Feldwert (1:10) TO DS-KONTONUMMER (1:10)
021600     DISPLAY "BETRAG (11 STELLEN, LETZTE 2 = NACHKOMMA): "
021700     ACCEPT Eingabe-Feldwert
021800     MOVE Eingabe-Feldwert (1:11) TO DS-BETRAG (1:11)
021900     DISPLAY "BUCHUNGSDATUM (JJJJMMTT): "
022000     ACCEPT Eingabe-Feldwert
022100     MOVE Eingabe-Feldwert (1:8) TO DS-BUCHUNGSDATUM (1:8)
022200     MOVE ZERO TO DS-FILIALE
022300     PERFORM SatzPruefen
022400     IF ERFASSUNG-GUELTIG
022500         PERFORM SatzUebernehmen
022600     END-IF
022700     DISPLAY "WEITER ERFASSEN (J/N)? "
022800     ACCEPT Weiter-Antwort.
022900*
023000*----------------------------------------------------------------
023100*    PRUEFT DEN ERFASSTEN SATZ NACH DEN REGELN VON SATZPRUEFEN   *
023200*    IM VERARBEITUNGSLAUF; EIN UNGUELTIGER SATZ WIRD MIT GRUND   *
023300*    GEMELDET UND NICHT UEBERNOMMEN.                             *
023400*----------------------------------------------------------------
023500 SatzPruefen.
023600     SET ERFASSUNG-GUELTIG TO TRUE
023700     IF DS-KONTONUMMER IS NOT NUMERIC
023800         SET ERFASSUNG-UNGUELTIG TO TRUE
023900         DISPLAY "KONTONUMMER NICHT NUMERISCH - NICHT "
024000             "UEBERNOMMEN"
024100     ELSE IF DS-BETRAG IS NOT NUMERIC
024200         SET ERFASSUNG-UNGUELTIG TO TRUE
024300         DISPLAY "BETRAG NICHT NUMERISCH - NICHT UEBERNOMMEN"
024400     ELSE IF DS-BUCHUNGSDATUM IS NOT NUMERIC
024500         SET ERFASSUNG-UNGUELTIG TO TRUE
024600         DISPLAY "BUCHUNGSDATUM NICHT NUMERISCH - NICHT "
024700             "UEBERNOMMEN"
024800     ELSE IF DS-TRANSAKTIONSCODE IS NOT NUMERIC
024900         SET ERFASSUNG-UNGUELTIG TO TRUE
025000         DISPLAY "TRANSAKTIONSCODE NICHT NUMERISCH - NICHT "
025100             "UEBERNOMMEN"
025200     ELSE
025300         IF Codetabelle-Anzahl GREATER THAN ZERO
025400             PERFORM TranscodeSuchen
025500             IF TRANSCODE-UNBEKANNT
025600                 SET ERFASSUNG-UNGUELTIG TO TRUE
025700                 DISPLAY "TRANSAKTIONSCODE UNBEKANNT ODER "
025800                     "STILLGELEGT - NICHT UEBERNOMMEN"
025900             END-IF
026000         END-IF
026100         IF ERFASSUNG-GUELTIG
026200             PERFORM KontoverzeichnisPruefen
026300             IF KONTO-NICHT-OFFEN
026400                 SET ERFASSUNG-UNGUELTIG TO TRUE
026500                 DISPLAY "KONTO NICHT GEFUEHRT ODER NICHT "
026600                     "OFFEN (DL100KVZ) - NICHT UEBERNOMMEN"
026700             END-IF
026800         END-IF
026900     END-IF.
027000*
027100*----------------------------------------------------------------
027200 TranscodeSuchen.
027300*----------------------------------------------------------------
027400     SET TRANSCODE-UNBEKANNT TO TRUE
027500     MOVE ZERO TO Codetabelle-Index
027600     PERFORM TranscodeEintragPruefen
027700         UNTIL TRANSCODE-GEFUNDEN
027800             OR Codetabelle-Index NOT LESS THAN
027900                 Codetabelle-Anzahl.
028000*
028100*----------------------------------------------------------------
028200 TranscodeEintragPruefen.
028300*----------------------------------------------------------------
028400     ADD 1 TO Codetabelle-Index
028500     IF CT-CODE (Codetabelle-Index) = DS-TRANSAKTIONSCODE
028600         AND CT-AKTIV (Codetabelle-Index) = 'J'
028700         SET TRANSCODE-GEFUNDEN TO TRUE
028800     END-IF.
028900*
029000*----------------------------------------------------------------
029100*    UEBERNIMMT DEN GUELTIGEN SATZ IN DEN STAPEL UND ZEIGT DIE   *
029200*    LAUFENDE ANZAHL UND BETRAGSSUMME.                           *
029300*----------------------------------------------------------------
029400 SatzUebernehmen.
029500     IF Stapel-Anzahl NOT LESS THAN 200
029600         DISPLAY "STAPEL VOLL - SATZ KANN NICHT UEBERNOMMEN "
029700             "WERDEN, BITTE ABSCHLIESSEN"
029800     ELSE
029900         ADD 1 TO Stapel-Anzahl
030000         MOVE DateiSatz TO SP-SATZ (Stapel-Anzahl)
030100         ADD DS-BETRAG TO Stapel-Summe
030200         MOVE Stapel-Anzahl TO Anzahl-Edit
030300         MOVE Stapel-Summe TO Betrag-Edit
030400         DISPLAY "UEBERNOMMEN - STAPEL: " Anzahl-Edit
030500             " SAETZE, SUMME: " Betrag-Edit
030600     END-IF.
030700*
030800*----------------------------------------------------------------
030900*    SCHREIBT DEN STAPEL ALS TAGESEINGABE IM DATEISATZ-FORMAT:   *
031000*    HD-VORSATZ MIT LAUFDATUM UND SATZANZAHL, DIE DETAILSAETZE,  *
031100*    TR-NACHSATZ MIT ANZAHL UND ROHBETRAGSSUMME.  OHNE           *
031200*    ERFASSTE SAETZE WIRD KEINE DATEI GESCHRIEBEN.               *
031300*----------------------------------------------------------------
031400 NacherfassungSchreiben.
031500     IF Stapel-Anzahl = ZERO
031600         DISPLAY "KEINE SAETZE ERFASST - DL100NAC WIRD NICHT "
031700             "GESCHRIEBEN"
031800     ELSE
031900         OPEN OUTPUT NacherfassungsDatei
032000         MOVE SPACES TO DateiSatz
032100         MOVE "HD" TO DH-SATZART
032200         MOVE Erfassungs-Laufdatum TO DH-LAUFDATUM (1:8)
032300         MOVE Stapel-Anzahl TO DH-SATZANZAHL
032400         MOVE DateiSatz TO Nacherfassungs-Satz
032500         WRITE Nacherfassungs-Satz
032600         MOVE ZERO TO Stapel-Index
032700         PERFORM StapelsatzSchreiben
032800             UNTIL Stapel-Index NOT LESS THAN Stapel-Anzahl
032900         MOVE SPACES TO DateiSatz
033000         MOVE "TR" TO DT-SATZART
033100         MOVE Stapel-Anzahl TO DT-SATZANZAHL
033200         MOVE Stapel-Summe TO DT-BETRAGSSUMME
033300         MOVE DateiSatz TO Nacherfassungs-Satz
033400         WRITE Nacherfassungs-Satz
033500         CLOSE NacherfassungsDatei
033600         MOVE Stapel-Anzahl TO Anzahl-Edit
033700         MOVE Stapel-Summe TO Betrag-Edit
033800         DISPLAY "DL100NAC GESCHRIEBEN: " Anzahl-Edit
033900             " SAETZE, SUMME " Betrag-Edit
034000         DISPLAY "IM NACHTLAUF GEMEINSAM MIT DER TAGES-"
034100             "LIEFERUNG DESSELBEN LAUFDATUMS KONSOLIDIEREN:"
034200         DISPLAY "DD_DL100FIL9=DL100NAC (SCHRITT 0, DL100V01)"
034300     END-IF.
034400*
034500*----------------------------------------------------------------
034600 StapelsatzSchreiben.
034700*----------------------------------------------------------------
034800     ADD 1 TO Stapel-Index
034900     MOVE SP-SATZ (Stapel-Index) TO Nacherfassungs-Satz
035000     WRITE Nacherfassungs-Satz.
035100*
035200*----------------------------------------------------------------
035300*    OEFFNET DAS KONTOVERZEICHNIS (DL100KVZ) ZUM NACHSCHLAGEN.   *
035400*    FEHLT ES NOCH, WIRD NUR AUF NUMERIK UND TRANSAKTIONSCODE    *
035500*    GEPRUEFT UND DER BEARBEITER DARAUF HINGEWIESEN.             *
035600*----------------------------------------------------------------
035700 KontoverzeichnisOeffnen.
035800     OPEN INPUT VerzeichnisDatei
035900     IF VERZEICHNISDATEI-OK
036000         SET VERZEICHNIS-VORHANDEN TO TRUE
036100     ELSE
036200         DISPLAY "HINWEIS: KONTOVERZEICHNIS DL100KVZ NICHT "
036300             "VORHANDEN - KONTOSTATUS WIRD NICHT GEPRUEFT"
036400     END-IF.
036500*
036600*----------------------------------------------------------------
036700*    SCHLAEGT DIE ERFASSTE KONTONUMMER IM KONTOVERZEICHNIS       *
036800*    NACH; NUR EIN GEFUEHRTES UND OFFENES (ODER RUHENDES) KONTO  *
036900*    WIRD IN DEN STAPEL UEBERNOMMEN.  OHNE VERZEICHNIS GILT      *
037000*    JEDES KONTO ALS OFFEN.                                      *
037100*----------------------------------------------------------------
037200 KontoverzeichnisPruefen.
037300     SET KONTO-IST-OFFEN TO TRUE
037400     IF VERZEICHNIS-VORHANDEN
037500         MOVE DS-KONTONUMMER TO KV-KONTONUMMER
037600         READ VerzeichnisDatei
037700             INVALID KEY
037800                 SET KONTO-NICHT-OFFEN TO TRUE
037900             NOT INVALID KEY
038000                 IF NOT KV-IST-BUCHBAR
038100                     SET KONTO-NICHT-OFFEN TO TRUE
038200                 END-IF
038300         END-READ
038400     END-IF.
