000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  KONSISTENZPRUEFUNG                          *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      WOECHENTLICHE QUERPRUEFUNG DER DAUERHAFTEN STAMM-       *
001100*      DATEIEN GEGENEINANDER.  JEDE PFLEGE PRUEFT NUR IHRE     *
001200*      EIGENE DATEI; WIDERSPRUECHE ZWISCHEN DEN DATEIEN        *
001300*      FIELEN BISHER ERST AUF, WENN EIN NACHTLAUF SAETZE       *
001400*      ABWIES ODER EIN KUNDE SICH BESCHWERTE.  GEPRUEFT WIRD:  *
001500*        1. KONTOVERZEICHNIS DL100KVZ - GESCHLOSSENE KONTEN    *
001600*           MIT SALDO UNGLEICH NULL IM SALDENMASTER (FEHLER),  *
001700*           NICHT GESCHLOSSENE KONTEN OHNE EINTRAG IM          *
001800*           ADRESSMASTER DL100ADR (WARNUNG)                    *
001900*        2. SALDENMASTER DL100SAL - KONTEN, DIE IM KONTO-      *
002000*           VERZEICHNIS FEHLEN (FEHLER)                        *
002100*        3. DAUERAUFTRAEGE DL100DAU - AKTIVE AUFTRAEGE FUER    *
002200*           GESCHLOSSENE ODER UNBEKANNTE KONTEN (FEHLER)       *
002300*        4. CODES DER AKTIVEN DAUERAUFTRAEGE, ZINSSAETZE       *
002400*           (DL100ZTB) UND GEBUEHRENBUCHUNGSCODES (DL100GBT,   *
002500*           KENNUNG 'B') - IN DL100TCD NICHT GEFUEHRT ODER     *
002600*           STILLGELEGT, ODER OHNE AKTIVE SACHKONTO-           *
002700*           ZUORDNUNG IN DL100SKT (FEHLER)                     *
002800*        5. TERMINSPEICHER DL100PND - GEPARKTE SAETZE FUER     *
002900*           GESCHLOSSENE ODER UNBEKANNTE KONTEN (FEHLER)       *
003000*        6. VERDACHTSDATEI DL100VDF - ANGEHALTENE SAETZE FUER  *
003100*           GESCHLOSSENE ODER UNBEKANNTE KONTEN (WARNUNG)      *
003200*      JEDER BEFUND STEHT MIT SCHWERE, DATEI UND SCHLUESSEL    *
003300*      AUF KONSISTENZPRUEFUNG.TXT.  ES WIRD NUR GELESEN -      *
003400*      DIE BEREINIGUNG ERFOLGT IN DEN PFLEGEPROGRAMMEN.        *
003500*      FEHLT EINE DER DATEIEN DL100DAU, DL100ZTB, DL100GBT,    *
003600*      DL100PND ODER DL100VDF (NOCH NIE ANGELEGT), ENTFAELLT   *
003700*      NUR DIESE PRUEFUNG MIT EINEM HINWEIS.                   *
003800*                                                             *
003900*    AUFRUF:                                                   *
004000*      DL100R08, UEBLICHERWEISE UEBER DL100WOCHENLAUF.SH       *
004100*                                                             *
004200*    CONDITION CODES:                                          *
004300*      0  KEIN BEFUND                                          *
004400*      4  NUR WARNUNGEN                                        *
004500*      8  MINDESTENS EIN FEHLER                                *
004600*      16 KONTOVERZEICHNIS DL100KVZ NICHT LESBAR               *
004700*                                                             *
004800*    AENDERUNGEN:                                              *
004900*      2026-10-15 RH  ERSTFASSUNG                              *
005000*                                                             *
005100***************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. KONSISTENZPRUEFUNG.
005400*
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800*    DL100KVZ - KONTOVERZEICHNIS; ERST IN FOLGE GELESEN, DANACH
005900*    GEZIELT JE KONTO DER UEBRIGEN DATEIEN.
006000     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS KV-KONTONUMMER
006400         FILE STATUS IS Verzeichnis-Status.
006500*
006600     SELECT SaldenDatei ASSIGN TO "DL100SAL"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS SA-KONTONUMMER
007000         FILE STATUS IS Salden-Status.
007100*
007200     SELECT AdressDatei ASSIGN TO "DL100ADR"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS AD-KONTONUMMER
007600         FILE STATUS IS Adress-Status.
007700*
007800     SELECT DauerauftragDatei ASSIGN TO "DL100DAU"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS Dauerauftrag-Status.
008100*
008200     SELECT TranscodeDatei ASSIGN TO "DL100TCD"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS Transcode-Status.
008500*
008600     SELECT SachkontoDatei ASSIGN TO "DL100SKT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS Sachkonto-Status.
008900*
009000     SELECT ZinssatzDatei ASSIGN TO "DL100ZTB"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS Zinssatz-Status.
009300*
009400     SELECT GebuehrenDatei ASSIGN TO "DL100GBT"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS Gebuehren-Status.
009700*
009800     SELECT PendenzDatei ASSIGN TO "DL100PND"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS Pendenz-Status.
010100*
010200     SELECT VerdachtDatei ASSIGN TO "DL100VDF"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS Verdacht-Status.
010500*
010600     SELECT KonsistenzDatei ASSIGN TO "konsistenzpruefung.txt"
010700         ORGANIZATION IS LINE SEQUENTIAL.
010800*
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  VerzeichnisDatei
011200     RECORD CONTAINS 80 CHARACTERS.
011300 COPY KONTOVERZ.
011400*
011500 FD  SaldenDatei
011600     RECORD CONTAINS 80 CHARACTERS.
011700 COPY SALDENMASTER.
011800*
011900 FD  AdressDatei
012000     RECORD CONTAINS 120 CHARACTERS.
012100 COPY ADRESSMASTER.
012200*
012300 FD  DauerauftragDatei
012400     RECORD CONTAINS 80 CHARACTERS.
012500 COPY DAUERAUFTRAG.
012600*
012700 FD  TranscodeDatei
012800     RECORD CONTAINS 80 CHARACTERS.
012900 COPY TRANSCODE.
013000*
013100 FD  SachkontoDatei
013200     RECORD CONTAINS 80 CHARACTERS.
013300 COPY SACHKONTO.
013400*
013500 FD  ZinssatzDatei
013600     RECORD CONTAINS 80 CHARACTERS.
013700 COPY ZINSSATZ.
013800*
013900 FD  GebuehrenDatei
014000     RECORD CONTAINS 80 CHARACTERS.
014100 COPY GEBUEHR.
014200*
014300 FD  PendenzDatei
014400     RECORD CONTAINS 95 CHARACTERS.
014500 01  Pendenz-Satz.
014600     05  PN-SATZINHALT              PIC X(80).
014700     05  PN-LAUFDATUM               PIC 9(08).
014800     05  PN-LFDNR                   PIC 9(07).
014900*
015000 FD  VerdachtDatei
015100     RECORD CONTAINS 103 CHARACTERS.
015200 01  Verdacht-Satz.
015300     05  VD-SATZINHALT              PIC X(80).
015400     05  VD-ORIGINAL-LAUF           PIC 9(08).
015500     05  VD-LAUFDATUM               PIC 9(08).
015600     05  VD-LFDNR                   PIC 9(07).
015700*
015800 FD  KonsistenzDatei
015900     RECORD CONTAINS 80 CHARACTERS.
016000 01  Konsistenz-Zeile               PIC X(80).
016100*
016200 WORKING-STORAGE SECTION.
016300 01  Verzeichnis-Status          PIC X(02).
016400     88  VERZEICHNIS-OK              VALUE '00'.
016500 01  Salden-Status               PIC X(02).
016600     88  SALDENDATEI-OK              VALUE '00'.
016700 01  Adress-Status               PIC X(02).
016800     88  ADRESSDATEI-OK              VALUE '00'.
016900 01  Dauerauftrag-Status         PIC X(02).
017000     88  DAUERAUFTRAGSDATEI-OK       VALUE '00'.
017100 01  Transcode-Status            PIC X(02).
017200     88  TRANSCODEDATEI-OK           VALUE '00'.
017300 01  Sachkonto-Status            PIC X(02).
017400     88  SACHKONTODATEI-OK           VALUE '00'.
017500 01  Zinssatz-Status             PIC X(02).
017600     88  ZINSSATZDATEI-OK            VALUE '00'.
017700 01  Gebuehren-Status            PIC X(02).
017800     88  GEBUEHRENDATEI-OK           VALUE '00'.
017900 01  Pendenz-Status              PIC X(02).
018000     88  PENDENZDATEI-OK             VALUE '00'.
018100 01  Verdacht-Status             PIC X(02).
018200     88  VERDACHTSDATEI-OK           VALUE '00'.
018300*
018400 01  Verzeichnis-Ende            PIC X VALUE 'N'.
018500     88  KEINE-KONTEN-MEHR           VALUE 'Y'.
018600 01  Salden-Ende                 PIC X VALUE 'N'.
018700     88  KEINE-SALDEN-MEHR           VALUE 'Y'.
018800 01  Dauerauftrag-Ende           PIC X VALUE 'N'.
018900     88  KEINE-AUFTRAEGE-MEHR        VALUE 'Y'.
019000 01  Tabellendatei-Ende          PIC X VALUE 'N'.
019100     88  KEINE-EINTRAEGE-MEHR        VALUE 'Y'.
019200 01  Pendenz-Ende                PIC X VALUE 'N'.
019300     88  KEINE-TERMINSAETZE-MEHR     VALUE 'Y'.
019400 01  Verdacht-Ende               PIC X VALUE 'N'.
019500     88  KEINE-VERDACHTSSAETZE-MEHR  VALUE 'Y'.
019600*
019700*    DER ADRESSMASTER WIRD NUR GEPRUEFT, WENN ER LESBAR IST;
019800*    DIE CODEPRUEFUNG NUR, WENN DL100TCD UND DL100SKT GELADEN
019900*    SIND.
020000 01  Adressen-Schalter           PIC X VALUE 'N'.
020100     88  ADRESSEN-PRUEFBAR           VALUE 'J'.
020200 01  Codes-Schalter              PIC X VALUE 'N'.
020300     88  CODES-PRUEFBAR              VALUE 'J'.
020400*
020500*    TRANSAKTIONSCODES (CODE, AKTIV) UND SACHKONTO-ZUORDNUNGEN
020600*    (CODE, AKTIV) FUER DIE CODEPRUEFUNG.
020700 01  Codetabelle.
020800     05  Codetabelle-Anzahl         PIC S9(04) COMP VALUE ZERO.
020900     05  Codetabelle-Eintrag OCCURS 50 TIMES.
021000         10  CT-CODE                PIC X(02).
021100         10  CT-AKTIV               PIC X(01).
021200 01  Codetabelle-Index           PIC S9(04) COMP VALUE ZERO.
021300*
021400 01  Zuordnungstabelle.
021500     05  Zuordnung-Anzahl           PIC S9(04) COMP VALUE ZERO.
021600     05  Zuordnung-Eintrag OCCURS 50 TIMES.
021700         10  ZT-CODE                PIC X(02).
021800         10  ZT-AKTIV               PIC X(01).
021900 01  Zuordnung-Index             PIC S9(04) COMP VALUE ZERO.
022000*
022100 01  Pruefcode                   PIC X(02) VALUE SPACES.
022200 01  Pruefcode-Befund            PIC X VALUE SPACE.
022300     88  CODE-IN-ORDNUNG             VALUE 'J'.
022400     88  CODE-NICHT-GEFUEHRT         VALUE 'F'.
022500     88  CODE-STILLGELEGT            VALUE 'S'.
022600 01  Zuordnung-Treffer           PIC X VALUE 'N'.
022700     88  ZUORDNUNG-GEFUNDEN          VALUE 'J'.
022800*
022900*    ERGEBNIS DES NACHSCHLAGENS EINES KONTOS IM KONTOVERZEICHNIS.
023000 01  Pruefkonto                  PIC 9(10) VALUE ZERO.
023100 01  Konto-Zustand               PIC X VALUE SPACE.
023200     88  KONTO-FEHLT                 VALUE 'F'.
023300     88  KONTO-GESCHLOSSEN           VALUE 'C'.
023400     88  KONTO-VORHANDEN             VALUE 'O'.
023500*
023600*    INHALT EINES TERMIN- ODER VERDACHTSSATZES.
023700 COPY DATEISATZ.
023800*
023900*    BEFUNDZEILE: SCHWERE, DATEI, SCHLUESSEL (KONTO ODER
024000*    TABELLENEINTRAG) UND BEFUNDTEXT.
024100 01  Befund-Zeile.
024200     05  BZ-SCHWERE                 PIC X(07).
024300     05  FILLER                     PIC X(01).
024400     05  BZ-DATEI                   PIC X(08).
024500     05  FILLER                     PIC X(01).
024600     05  BZ-SCHLUESSEL              PIC X(10).
024700     05  FILLER                     PIC X(01).
024800     05  BZ-TEXT                    PIC X(52).
024900*
025000 01  Pruefdatum                  PIC 9(08) VALUE ZERO.
025100 01  Anzahl-Fehler               PIC S9(07) COMP VALUE ZERO.
025200 01  Anzahl-Warnungen            PIC S9(07) COMP VALUE ZERO.
025300 01  Anzahl-Konten               PIC S9(07) COMP VALUE ZERO.
025400 01  Anzahl-Salden               PIC S9(07) COMP VALUE ZERO.
025500 01  Anzahl-Auftraege            PIC S9(07) COMP VALUE ZERO.
025600 01  Anzahl-Tabellencodes        PIC S9(07) COMP VALUE ZERO.
025700 01  Anzahl-Terminsaetze         PIC S9(07) COMP VALUE ZERO.
025800 01  Anzahl-Verdachtssaetze      PIC S9(07) COMP VALUE ZERO.
025900 01  Anzahl-Edit                 PIC ZZZZZZ9.
026000 01  Saldo-Edit                  PIC ---,---,---,--9.99.
026100 01  Zeilen-Text                 PIC X(40) VALUE SPACES.
026200*
026300 PROCEDURE DIVISION.
026400*----------------------------------------------------------------
026500 Hauptprogramm.
026600*----------------------------------------------------------------
026700     ACCEPT Pruefdatum FROM DATE YYYYMMDD
026800     OPEN INPUT VerzeichnisDatei
026900     IF NOT VERZEICHNIS-OK
027000         DISPLAY "DL100 FEHLER - KONTOVERZEICHNIS DL100KVZ NICHT "
027100             "LESBAR - KONSISTENZPRUEFUNG NICHT MOEGLICH"
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF
027500     OPEN OUTPUT KonsistenzDatei
027600     PERFORM BerichtskopfSchreiben
027700     PERFORM CodetabellenLaden
027800     PERFORM KontenPruefen
027900     PERFORM SaldenPruefen
028000     PERFORM DauerauftraegePruefen
028100     PERFORM ZinscodesPruefen
028200     PERFORM GebuehrencodesPruefen
028300     PERFORM TerminsaetzePruefen
028400     PERFORM VerdachtssaetzePruefen
028500     CLOSE VerzeichnisDatei
028600     PERFORM ErgebnisSchreiben
028700     CLOSE KonsistenzDatei
028800     PERFORM AbschlussMelden
028900     IF Anzahl-Fehler GREATER THAN ZERO
029000         MOVE 8 TO RETURN-CODE
029100     ELSE
029200     IF Anzahl-Warnungen GREATER THAN ZERO
029300         MOVE 4 TO RETURN-CODE
029400     END-IF END-IF
029500     STOP RUN.
029600*
029700*----------------------------------------------------------------
029800 BerichtskopfSchreiben.
029900*----------------------------------------------------------------
030000     MOVE SPACES TO Konsistenz-Zeile
030100     STRING "DL100 KONSISTENZPRUEFUNG DER STAMMDATEIEN - "
030200         "PRUEFDATUM " Pruefdatum
030300         DELIMITED BY SIZE INTO Konsistenz-Zeile
030400     WRITE Konsistenz-Zeile
030500     MOVE SPACES TO Konsistenz-Zeile
030600     WRITE Konsistenz-Zeile
030700     MOVE SPACES TO Befund-Zeile
030800     MOVE "SCHWERE" TO BZ-SCHWERE
030900     MOVE "DATEI" TO BZ-DATEI
031000     MOVE "SCHLUESSEL" TO BZ-SCHLUESSEL
031100     MOVE "BEFUND" TO BZ-TEXT
031200     WRITE Konsistenz-Zeile FROM Befund-Zeile.
031300*
031400*----------------------------------------------------------------
031500*    LAEDT DIE TRANSAKTIONSCODES (DL100TCD) UND DIE SACHKONTO-   *
031600*    ZUORDNUNGEN (DL100SKT).  FEHLT EINE DER BEIDEN TABELLEN,    *
031700*    IST DIE CODEPRUEFUNG NICHT MOEGLICH - DAS IST SELBST EIN    *
031800*    FEHLER, DENN OHNE SIE LAEUFT KEIN NACHTLAUF.                *
031900*----------------------------------------------------------------
032000 CodetabellenLaden.
032100     OPEN INPUT TranscodeDatei
032200     IF NOT TRANSCODEDATEI-OK
032300         MOVE SPACES TO Befund-Zeile
032400         MOVE "DL100TCD" TO BZ-DATEI
032500         MOVE "NICHT LESBAR - CODEPRUEFUNG ENTFAELLT" TO BZ-TEXT
032600         PERFORM FehlerMelden
032700     ELSE
032800         MOVE 'N' TO Tabellendatei-Ende
032900         PERFORM CodesatzUebernehmen
033000             UNTIL KEINE-EINTRAEGE-MEHR
033100         CLOSE TranscodeDatei
033200     END-IF
033300     OPEN INPUT SachkontoDatei
033400     IF NOT SACHKONTODATEI-OK
033500         MOVE SPACES TO Befund-Zeile
033600         MOVE "DL100SKT" TO BZ-DATEI
033700         MOVE "NICHT LESBAR - CODEPRUEFUNG ENTFAELLT" TO BZ-TEXT
033800         PERFORM FehlerMelden
033900     ELSE
034000         MOVE 'N' TO Tabellendatei-Ende
034100         PERFORM ZuordnungUebernehmen
034200             UNTIL KEINE-EINTRAEGE-MEHR
034300         CLOSE SachkontoDatei
034400     END-IF
034500     IF TRANSCODEDATEI-OK AND SACHKONTODATEI-OK
034600         SET CODES-PRUEFBAR TO TRUE
034700     END-IF.
034800*
034900*----------------------------------------------------------------
035000 CodesatzUebernehmen.
035100*----------------------------------------------------------------
035200     READ TranscodeDatei
035300         AT END
035400             MOVE 'Y' TO Tabellendatei-Ende
035500         NOT AT END
035600             IF Codetabelle-Anzahl LESS THAN 50
035700                 ADD 1 TO Codetabelle-Anzahl
035800                 MOVE TC-CODE TO CT-CODE (Codetabelle-Anzahl)
035900                 MOVE TC-AKTIV TO CT-AKTIV (Codetabelle-Anzahl)
036000             END-IF
036100     END-READ.
036200*
036300*----------------------------------------------------------------
036400 ZuordnungUebernehmen.
036500*----------------------------------------------------------------
036600     READ SachkontoDatei
036700         AT END
036800             MOVE 'Y' TO Tabellendatei-Ende
036900         NOT AT END
037000             IF Zuordnung-Anzahl LESS THAN 50
037100                 ADD 1 TO Zuordnung-Anzahl
037200                 MOVE SK-TRANSAKTIONSCODE
037300                     TO ZT-CODE (Zuordnung-Anzahl)
037400                 MOVE SK-AKTIV TO ZT-AKTIV (Zuordnung-Anzahl)
037500             END-IF
037600     END-READ.
037700*
037800*----------------------------------------------------------------
037900*    PRUEFUNG 1: ALLE KONTEN DES KONTOVERZEICHNISSES IN FOLGE.   *
038000*    EIN GESCHLOSSENES KONTO DARF IM SALDENMASTER KEINEN SALDO   *
038100*    MEHR TRAGEN (DER KONTOABSCHLUSS ZAHLT IHN AUS); JEDES NICHT *
038200*    GESCHLOSSENE KONTO BRAUCHT EINE ANSCHRIFT IM ADRESSMASTER.  *
038300*----------------------------------------------------------------
038400 KontenPruefen.
038500     OPEN INPUT SaldenDatei
038600     IF NOT SALDENDATEI-OK
038700         MOVE SPACES TO Befund-Zeile
038800         MOVE "DL100SAL" TO BZ-DATEI
038900         MOVE "NICHT LESBAR - SALDENPRUEFUNG ENTFAELLT" TO BZ-TEXT
039000         PERFORM FehlerMelden
039100     END-IF
039200     OPEN INPUT AdressDatei
039300     IF ADRESSDATEI-OK
039400         SET ADRESSEN-PRUEFBAR TO TRUE
039500     ELSE
039600         MOVE SPACES TO Befund-Zeile
039700         MOVE "DL100ADR" TO BZ-DATEI
039800         MOVE "NICHT LESBAR - ADRESSPRUEFUNG ENTFAELLT" TO BZ-TEXT
039900         PERFORM WarnungMelden
040000     END-IF
040100     MOVE ZERO TO KV-KONTONUMMER
040200     START VerzeichnisDatei
040300         KEY IS NOT LESS THAN KV-KONTONUMMER
040400         INVALID KEY
040500             MOVE 'Y' TO Verzeichnis-Ende
040600     END-START
040700     PERFORM KontosatzPruefen
040800         UNTIL KEINE-KONTEN-MEHR
040900     IF ADRESSEN-PRUEFBAR
041000         CLOSE AdressDatei
041100     END-IF.
041200*
041300*----------------------------------------------------------------
041400 KontosatzPruefen.
041500*----------------------------------------------------------------
041600     READ VerzeichnisDatei NEXT RECORD
041700         AT END
041800             MOVE 'Y' TO Verzeichnis-Ende
041900         NOT AT END
042000             ADD 1 TO Anzahl-Konten
042100             IF KV-IST-GESCHLOSSEN
042200                 PERFORM RestsaldoPruefen
042300             ELSE
042400                 PERFORM AnschriftPruefen
042500             END-IF
042600     END-READ.
042700*
042800*----------------------------------------------------------------
042900 RestsaldoPruefen.
043000*----------------------------------------------------------------
043100     IF SALDENDATEI-OK
043200         MOVE KV-KONTONUMMER TO SA-KONTONUMMER
043300         READ SaldenDatei
043400             INVALID KEY
043500                 CONTINUE
043600             NOT INVALID KEY
043700                 IF SA-SALDO NOT = ZERO
043800                     MOVE SA-SALDO TO Saldo-Edit
043900                     MOVE SPACES TO Befund-Zeile
044000                     MOVE "DL100SAL" TO BZ-DATEI
044100                     MOVE KV-KONTONUMMER TO BZ-SCHLUESSEL
044200                     STRING "KONTO GESCHLOSSEN, SALDO "
044300                         Saldo-Edit
044400                         DELIMITED BY SIZE INTO BZ-TEXT
044500                     PERFORM FehlerMelden
044600                 END-IF
044700         END-READ
044800     END-IF.
044900*
045000*----------------------------------------------------------------
045100 AnschriftPruefen.
045200*----------------------------------------------------------------
045300     IF ADRESSEN-PRUEFBAR
045400         MOVE KV-KONTONUMMER TO AD-KONTONUMMER
045500         READ AdressDatei
045600             INVALID KEY
045700                 MOVE SPACES TO Befund-Zeile
045800                 MOVE "DL100ADR" TO BZ-DATEI
045900                 MOVE KV-KONTONUMMER TO BZ-SCHLUESSEL
046000                 MOVE "KONTO NICHT GESCHLOSSEN, KEINE ANSCHRIFT"
046100                     TO BZ-TEXT
046200                 PERFORM WarnungMelden
046300         END-READ
046400     END-IF.
046500*
046600*----------------------------------------------------------------
046700*    PRUEFUNG 2: JEDES KONTO DES SALDENMASTERS (OHNE LAUFSATZ)   *
046800*    MUSS IM KONTOVERZEICHNIS GEFUEHRT SEIN.                     *
046900*----------------------------------------------------------------
047000 SaldenPruefen.
047100     IF SALDENDATEI-OK
047200         MOVE ZERO TO SA-KONTONUMMER
047300         START SaldenDatei
047400             KEY IS NOT LESS THAN SA-KONTONUMMER
047500             INVALID KEY
047600                 MOVE 'Y' TO Salden-Ende
047700         END-START
047800         PERFORM SaldensatzPruefen
047900             UNTIL KEINE-SALDEN-MEHR
048000         CLOSE SaldenDatei
048100     END-IF.
048200*
048300*----------------------------------------------------------------
048400 SaldensatzPruefen.
048500*----------------------------------------------------------------
048600     READ SaldenDatei NEXT RECORD
048700         AT END
048800             MOVE 'Y' TO Salden-Ende
048900         NOT AT END
049000             IF NOT SL-IST-LAUFSATZ
049100                 ADD 1 TO Anzahl-Salden
049200                 MOVE SA-KONTONUMMER TO Pruefkonto
049300                 PERFORM KontoNachschlagen
049400                 IF KONTO-FEHLT
049500                     MOVE SPACES TO Befund-Zeile
049600                     MOVE "DL100SAL" TO BZ-DATEI
049700                     MOVE SA-KONTONUMMER TO BZ-SCHLUESSEL
049800                     MOVE "KONTO NICHT IM KONTOVERZEICHNIS"
049900                         TO BZ-TEXT
050000                     PERFORM FehlerMelden
050100                 END-IF
050200             END-IF
050300     END-READ.
050400*
050500*----------------------------------------------------------------
050600*    PRUEFUNG 3: AKTIVE DAUERAUFTRAEGE - DAS KONTO MUSS GEFUEHRT *
050700*    UND NICHT GESCHLOSSEN SEIN, DER CODE MUSS AKTIV UND EINEM   *
050800*    SACHKONTO ZUGEORDNET SEIN.  STILLGELEGTE AUFTRAEGE ERZEUGEN *
050900*    KEINE BUCHUNGEN MEHR UND BLEIBEN AUSSER BETRACHT.           *
051000*----------------------------------------------------------------
051100 DauerauftraegePruefen.
051200     OPEN INPUT DauerauftragDatei
051300     IF NOT DAUERAUFTRAGSDATEI-OK
051400         MOVE "DL100DAU" TO Zeilen-Text
051500         PERFORM HinweisSchreiben
051600     ELSE
051700         PERFORM DauerauftragPruefen
051800             UNTIL KEINE-AUFTRAEGE-MEHR
051900         CLOSE DauerauftragDatei
052000     END-IF.
052100*
052200*----------------------------------------------------------------
052300 DauerauftragPruefen.
052400*----------------------------------------------------------------
052500     READ DauerauftragDatei
052600         AT END
052700             MOVE 'Y' TO Dauerauftrag-Ende
052800         NOT AT END
052900             IF DA-IST-AKTIV
053000                 ADD 1 TO Anzahl-Auftraege
053100                 MOVE DA-KONTONUMMER TO Pruefkonto
053200                 PERFORM KontoNachschlagen
053300                 MOVE SPACES TO Befund-Zeile
053400                 MOVE "DL100DAU" TO BZ-DATEI
053500                 MOVE DA-KONTONUMMER TO BZ-SCHLUESSEL
053600                 IF NOT KONTO-VORHANDEN
053700                     PERFORM ZustandstextBilden
053800                     STRING "AKTIVER AUFTRAG, " Zeilen-Text
053900                         DELIMITED BY SIZE INTO BZ-TEXT
054000                     PERFORM FehlerMelden
054100                 END-IF
054200                 MOVE DA-TRANSAKTIONSCODE TO Pruefcode
054300                 PERFORM CodePruefen
054400             END-IF
054500     END-READ.
054600*
054700*----------------------------------------------------------------
054800*    PRUEFUNG 4: CODES DER AKTIVEN ZINSSAETZE.  SCHLUESSEL IST   *
054900*    DIE ZINSART.                                                *
055000*----------------------------------------------------------------
055100 ZinscodesPruefen.
055200     OPEN INPUT ZinssatzDatei
055300     IF NOT ZINSSATZDATEI-OK
055400         MOVE "DL100ZTB" TO Zeilen-Text
055500         PERFORM HinweisSchreiben
055600     ELSE
055700         MOVE 'N' TO Tabellendatei-Ende
055800         PERFORM ZinssatzPruefen
055900             UNTIL KEINE-EINTRAEGE-MEHR
056000         CLOSE ZinssatzDatei
056100     END-IF.
056200*
056300*----------------------------------------------------------------
056400 ZinssatzPruefen.
056500*----------------------------------------------------------------
056600     READ ZinssatzDatei
056700         AT END
056800             MOVE 'Y' TO Tabellendatei-Ende
056900         NOT AT END
057000             IF ZS-IST-AKTIV
057100                 ADD 1 TO Anzahl-Tabellencodes
057200                 MOVE SPACES TO Befund-Zeile
057300                 MOVE "DL100ZTB" TO BZ-DATEI
057400                 IF ZS-IST-SOLLZINS
057500                     MOVE "SOLLZINS" TO BZ-SCHLUESSEL
057600                 ELSE
057700                     MOVE "HABENZINS" TO BZ-SCHLUESSEL
057800                 END-IF
057900                 MOVE ZS-TRANSAKTIONSCODE TO Pruefcode
058000                 PERFORM CodePruefen
058100             END-IF
058200     END-READ.
058300*
058400*----------------------------------------------------------------
058500*    PRUEFUNG 4 (FORTSETZUNG): GEBUEHRENBUCHUNGSCODES ('B'-      *
058600*    SAETZE, JE PRODUKT MOEGLICH).  SCHLUESSEL IST DAS PRODUKT.  *
058700*----------------------------------------------------------------
058800 GebuehrencodesPruefen.
058900     OPEN INPUT GebuehrenDatei
059000     IF NOT GEBUEHRENDATEI-OK
059100         MOVE "DL100GBT" TO Zeilen-Text
059200         PERFORM HinweisSchreiben
059300     ELSE
059400         MOVE 'N' TO Tabellendatei-Ende
059500         PERFORM GebuehrensatzPruefen
059600             UNTIL KEINE-EINTRAEGE-MEHR
059700         CLOSE GebuehrenDatei
059800     END-IF.
059900*
060000*----------------------------------------------------------------
060100 GebuehrensatzPruefen.
060200*----------------------------------------------------------------
060300     READ GebuehrenDatei
060400         AT END
060500             MOVE 'Y' TO Tabellendatei-Ende
060600         NOT AT END
060700             IF GB-IST-BUCHUNGSCODE
060800                 ADD 1 TO Anzahl-Tabellencodes
060900                 MOVE SPACES TO Befund-Zeile
061000                 MOVE "DL100GBT" TO BZ-DATEI
061100                 STRING "PRODUKT " GB-PRODUKT
061200                     DELIMITED BY SIZE INTO BZ-SCHLUESSEL
061300                 MOVE GB-TRANSAKTIONSCODE TO Pruefcode
061400                 PERFORM CodePruefen
061500             END-IF
061600     END-READ.
061700*
061800*----------------------------------------------------------------
061900*    PRUEFUNG 5: GEPARKTE TERMINSAETZE.  EIN SATZ FUER EIN       *
062000*    GESCHLOSSENES ODER UNBEKANNTES KONTO WIRD AM FAELLIGKEITS-  *
062100*    TAG FREIGEGEBEN UND IM NACHTLAUF ABGEWIESEN.                *
062200*----------------------------------------------------------------
062300 TerminsaetzePruefen.
062400     OPEN INPUT PendenzDatei
062500     IF NOT PENDENZDATEI-OK
062600         MOVE "DL100PND" TO Zeilen-Text
062700         PERFORM HinweisSchreiben
062800     ELSE
062900         PERFORM TerminsatzPruefen
063000             UNTIL KEINE-TERMINSAETZE-MEHR
063100         CLOSE PendenzDatei
063200     END-IF.
063300*
063400*----------------------------------------------------------------
063500 TerminsatzPruefen.
063600*----------------------------------------------------------------
063700     READ PendenzDatei
063800         AT END
063900             MOVE 'Y' TO Pendenz-Ende
064000         NOT AT END
064100             ADD 1 TO Anzahl-Terminsaetze
064200             MOVE PN-SATZINHALT TO DATEISATZ
064300             MOVE DS-KONTONUMMER TO Pruefkonto
064400             PERFORM KontoNachschlagen
064500             IF NOT KONTO-VORHANDEN
064600                 MOVE SPACES TO Befund-Zeile
064700                 MOVE "DL100PND" TO BZ-DATEI
064800                 MOVE DS-KONTONUMMER TO BZ-SCHLUESSEL
064900                 PERFORM ZustandstextBilden
065000                 STRING "TERMINSATZ " PN-LAUFDATUM ", "
065100                     Zeilen-Text
065200                     DELIMITED BY SIZE INTO BZ-TEXT
065300                 PERFORM FehlerMelden
065400             END-IF
065500     END-READ.
065600*
065700*----------------------------------------------------------------
065800*    PRUEFUNG 6: ANGEHALTENE VERDACHTSSAETZE.  SIE WERDEN NUR    *
065900*    AUF ANWEISUNG FREIGEGEBEN - DAHER NUR EINE WARNUNG, DAMIT   *
066000*    DER SATZ VERWORFEN STATT FREIGEGEBEN WIRD.                  *
066100*----------------------------------------------------------------
066200 VerdachtssaetzePruefen.
066300     OPEN INPUT VerdachtDatei
066400     IF NOT VERDACHTSDATEI-OK
066500         MOVE "DL100VDF" TO Zeilen-Text
066600         PERFORM HinweisSchreiben
066700     ELSE
066800         PERFORM VerdachtssatzPruefen
066900             UNTIL KEINE-VERDACHTSSAETZE-MEHR
067000         CLOSE VerdachtDatei
067100     END-IF.
067200*
067300*----------------------------------------------------------------
067400 VerdachtssatzPruefen.
067500*----------------------------------------------------------------
067600     READ VerdachtDatei
067700         AT END
067800             MOVE 'Y' TO Verdacht-Ende
067900         NOT AT END
068000             ADD 1 TO Anzahl-Verdachtssaetze
068100             MOVE VD-SATZINHALT TO DATEISATZ
068200             MOVE DS-KONTONUMMER TO Pruefkonto
068300             PERFORM KontoNachschlagen
068400             IF NOT KONTO-VORHANDEN
068500                 MOVE SPACES TO Befund-Zeile
068600                 MOVE "DL100VDF" TO BZ-DATEI
068700                 MOVE DS-KONTONUMMER TO BZ-SCHLUESSEL
068800                 PERFORM ZustandstextBilden
068900                 STRING "ANGEHALTEN " VD-LAUFDATUM ", "
069000                     Zeilen-Text
069100                     DELIMITED BY SIZE INTO BZ-TEXT
069200                 PERFORM WarnungMelden
069300             END-IF
069400     END-READ.
069500*
069600*----------------------------------------------------------------
069700*    SCHLAEGT PRUEFKONTO IM KONTOVERZEICHNIS NACH: FEHLT,        *
069800*    GESCHLOSSEN ODER VORHANDEN (JEDER ANDERE STATUS).           *
069900*----------------------------------------------------------------
070000 KontoNachschlagen.
070100     MOVE Pruefkonto TO KV-KONTONUMMER
070200     READ VerzeichnisDatei
070300         INVALID KEY
070400             SET KONTO-FEHLT TO TRUE
070500         NOT INVALID KEY
070600             IF KV-IST-GESCHLOSSEN
070700                 SET KONTO-GESCHLOSSEN TO TRUE
070800             ELSE
070900                 SET KONTO-VORHANDEN TO TRUE
071000             END-IF
071100     END-READ.
071200*
071300*----------------------------------------------------------------
071400 ZustandstextBilden.
071500*----------------------------------------------------------------
071600     IF KONTO-FEHLT
071700         MOVE "KONTO NICHT IM KONTOVERZEICHNIS" TO Zeilen-Text
071800     ELSE
071900         MOVE "KONTO GESCHLOSSEN" TO Zeilen-Text
072000     END-IF.
072100*
072200*----------------------------------------------------------------
072300*    PRUEFT PRUEFCODE GEGEN DL100TCD (GEFUEHRT UND AKTIV) UND    *
072400*    DL100SKT (AKTIVE SACHKONTO-ZUORDNUNG).  DATEI UND           *
072500*    SCHLUESSEL DER BEFUNDZEILE SETZT DER AUFRUFER.              *
072600*----------------------------------------------------------------
072700 CodePruefen.
072800     IF CODES-PRUEFBAR
072900         SET CODE-NICHT-GEFUEHRT TO TRUE
073000         MOVE ZERO TO Codetabelle-Index
073100         PERFORM CodeeintragPruefen
073200             UNTIL CODE-IN-ORDNUNG
073300                 OR Codetabelle-Index NOT LESS THAN
073400                     Codetabelle-Anzahl
073500         IF CODE-NICHT-GEFUEHRT
073600             MOVE SPACES TO BZ-TEXT
073700             STRING "CODE " Pruefcode
073800                 " IN DL100TCD NICHT GEFUEHRT"
073900                 DELIMITED BY SIZE INTO BZ-TEXT
074000             PERFORM FehlerMelden
074100         ELSE
074200         IF CODE-STILLGELEGT
074300             MOVE SPACES TO BZ-TEXT
074400             STRING "CODE " Pruefcode
074500                 " IN DL100TCD STILLGELEGT"
074600                 DELIMITED BY SIZE INTO BZ-TEXT
074700             PERFORM FehlerMelden
074800         END-IF END-IF
074900         MOVE 'N' TO Zuordnung-Treffer
075000         MOVE ZERO TO Zuordnung-Index
075100         PERFORM ZuordnungseintragPruefen
075200             UNTIL ZUORDNUNG-GEFUNDEN
075300                 OR Zuordnung-Index NOT LESS THAN
075400                     Zuordnung-Anzahl
075500         IF NOT ZUORDNUNG-GEFUNDEN
075600             MOVE SPACES TO BZ-TEXT
075700             STRING "CODE " Pruefcode " OHNE AKTIVE ZUORDNUNG "
075800                 "IN DL100SKT"
075900                 DELIMITED BY SIZE INTO BZ-TEXT
076000             PERFORM FehlerMelden
076100         END-IF
076200     END-IF.
076300*
076400*----------------------------------------------------------------
076500 CodeeintragPruefen.
076600*----------------------------------------------------------------
076700     ADD 1 TO Codetabelle-Index
076800     IF CT-CODE (Codetabelle-Index) = Pruefcode
076900         IF CT-AKTIV (Codetabelle-Index) = 'J'
077000             SET CODE-IN-ORDNUNG TO TRUE
077100         ELSE
077200             SET CODE-STILLGELEGT TO TRUE
077300         END-IF
077400     END-IF.
077500*
077600*----------------------------------------------------------------
077700 ZuordnungseintragPruefen.
077800*----------------------------------------------------------------
077900     ADD 1 TO Zuordnung-Index
078000     IF ZT-CODE (Zuordnung-Index) = Pruefcode
078100         AND ZT-AKTIV (Zuordnung-Index) = 'J'
078200         SET ZUORDNUNG-GEFUNDEN TO TRUE
078300     END-IF.
078400*
078500*----------------------------------------------------------------
078600 FehlerMelden.
078700*----------------------------------------------------------------
078800     ADD 1 TO Anzahl-Fehler
078900     MOVE "FEHLER" TO BZ-SCHWERE
079000     WRITE Konsistenz-Zeile FROM Befund-Zeile.
079100*
079200*----------------------------------------------------------------
079300 WarnungMelden.
079400*----------------------------------------------------------------
079500     ADD 1 TO Anzahl-Warnungen
079600     MOVE "WARNUNG" TO BZ-SCHWERE
079700     WRITE Konsistenz-Zeile FROM Befund-Zeile.
079800*
079900*----------------------------------------------------------------
080000*    EINE NOCH NIE ANGELEGTE BEWEGUNGS- ODER TABELLENDATEI IST   *
080100*    KEIN BEFUND; DIE PRUEFUNG ENTFAELLT MIT EINEM HINWEIS.      *
080200*----------------------------------------------------------------
080300 HinweisSchreiben.
080400     MOVE SPACES TO Befund-Zeile
080500     MOVE "HINWEIS" TO BZ-SCHWERE
080600     MOVE Zeilen-Text TO BZ-DATEI
080700     MOVE "NICHT VORHANDEN - PRUEFUNG ENTFAELLT" TO BZ-TEXT
080800     WRITE Konsistenz-Zeile FROM Befund-Zeile.
080900*
081000*----------------------------------------------------------------
081100 ErgebnisSchreiben.
081200*----------------------------------------------------------------
081300     MOVE SPACES TO Konsistenz-Zeile
081400     WRITE Konsistenz-Zeile
081500     MOVE Anzahl-Konten TO Anzahl-Edit
081600     MOVE "KONTEN IM KONTOVERZEICHNIS" TO Zeilen-Text
081700     PERFORM ZaehlerzeileSchreiben
081800     MOVE Anzahl-Salden TO Anzahl-Edit
081900     MOVE "SALDENSAETZE" TO Zeilen-Text
082000     PERFORM ZaehlerzeileSchreiben
082100     MOVE Anzahl-Auftraege TO Anzahl-Edit
082200     MOVE "AKTIVE DAUERAUFTRAEGE" TO Zeilen-Text
082300     PERFORM ZaehlerzeileSchreiben
082400     MOVE Anzahl-Tabellencodes TO Anzahl-Edit
082500     MOVE "ZINS- UND GEBUEHRENCODES" TO Zeilen-Text
082600     PERFORM ZaehlerzeileSchreiben
082700     MOVE Anzahl-Terminsaetze TO Anzahl-Edit
082800     MOVE "GEPARKTE TERMINSAETZE" TO Zeilen-Text
082900     PERFORM ZaehlerzeileSchreiben
083000     MOVE Anzahl-Verdachtssaetze TO Anzahl-Edit
083100     MOVE "ANGEHALTENE VERDACHTSSAETZE" TO Zeilen-Text
083200     PERFORM ZaehlerzeileSchreiben
083300     MOVE SPACES TO Konsistenz-Zeile
083400     WRITE Konsistenz-Zeile
083500     MOVE Anzahl-Fehler TO Anzahl-Edit
083600     MOVE "BEFUNDE DER SCHWERE FEHLER" TO Zeilen-Text
083700     PERFORM ZaehlerzeileSchreiben
083800     MOVE Anzahl-Warnungen TO Anzahl-Edit
083900     MOVE "BEFUNDE DER SCHWERE WARNUNG" TO Zeilen-Text
084000     PERFORM ZaehlerzeileSchreiben
084100     MOVE SPACES TO Konsistenz-Zeile
084200     IF Anzahl-Fehler GREATER THAN ZERO
084300         MOVE "GESAMTERGEBNIS: FEHLER - STAMMDATEN BEREINIGEN"
084400             TO Konsistenz-Zeile
084500     ELSE
084600     IF Anzahl-Warnungen GREATER THAN ZERO
084700         MOVE "GESAMTERGEBNIS: WARNUNGEN - BEFUNDE PRUEFEN"
084800             TO Konsistenz-Zeile
084900     ELSE
085000         MOVE "GESAMTERGEBNIS: OK - STAMMDATEIEN KONSISTENT"
085100             TO Konsistenz-Zeile
085200     END-IF END-IF
085300     WRITE Konsistenz-Zeile.
085400*
085500*----------------------------------------------------------------
085600 ZaehlerzeileSchreiben.
085700*----------------------------------------------------------------
085800     MOVE SPACES TO Konsistenz-Zeile
085900     STRING "GEPRUEFT/GEFUNDEN: " Anzahl-Edit " " Zeilen-Text
086000         DELIMITED BY SIZE INTO Konsistenz-Zeile
086100     WRITE Konsistenz-Zeile.
086200*
086300*----------------------------------------------------------------
086400 AbschlussMelden.
086500*----------------------------------------------------------------
086600     DISPLAY "DL100 KONSISTENZPRUEFUNG - PRUEFDATUM " Pruefdatum
086700     MOVE Anzahl-Fehler TO Anzahl-Edit
086800     DISPLAY "BEFUNDE FEHLER:   " Anzahl-Edit
086900     MOVE Anzahl-Warnungen TO Anzahl-Edit
087000     DISPLAY "BEFUNDE WARNUNG:  " Anzahl-Edit
087100     IF Anzahl-Fehler GREATER THAN ZERO
087200         DISPLAY "ERGEBNIS: FEHLER - SIEHE "
087300             "KONSISTENZPRUEFUNG.TXT (CC=8)"
087400     ELSE
087500     IF Anzahl-Warnungen GREATER THAN ZERO
087600         DISPLAY "ERGEBNIS: WARNUNGEN - SIEHE "
087700             "KONSISTENZPRUEFUNG.TXT (CC=4)"
087800     ELSE
087900         DISPLAY "ERGEBNIS: OK (SIEHE KONSISTENZPRUEFUNG.TXT)"
088000     END-IF END-IF.
