003000*                                                             *
003100*    AENDERUNGEN:                                              *
003200*      2026-09-01 RH  ERSTFASSUNG                              *
003300*      2026-10-15 RH  SATZLAENGE DL100STA AUF 69 (NEUE         *
003400*                     FELDER LS-EXTERN-ANZAHL/-SUMME)          *
003500*      2026-10-15 RH  SATZLAENGE DL100HIS UND JAHRESARCHIV     *
003600*                     AUF 120 (FREMDWAEHRUNGSFELDER)           *
003700*                                                             *
003800***************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. HISTORIENREORGANISATION.
004100*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT HistorienDatei ASSIGN TO "DL100HIS"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS HI-SCHLUESSEL
004900         FILE STATUS IS Historie-Status.
005000*
005100     SELECT StatistikDatei ASSIGN TO "DL100STA"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS Statistik-Status.
005400*
005500*    JAHRESARCHIV - DER DATEINAME (DL100HIS.ARCH.JJJJ) WIRD
005600*    ZUR LAUFZEIT GEBILDET, DESHALB ASSIGN USING (WIE DIE
005700*    FILIALDATEIEN IN DER FILIALKONSOLIDIERUNG).
005800     SELECT ArchivDatei ASSIGN USING Archiv-Pfad
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS Archiv-Status.
006100*
006200     SELECT ProtokollDatei ASSIGN TO "historienreorg.txt"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  HistorienDatei
006800     RECORD CONTAINS 120 CHARACTERS.
006900 COPY HISTORIE.
007000*
007100 FD  StatistikDatei
007200     RECORD CONTAINS 69 CHARACTERS.
007300 COPY LAUFSTATISTIK.
007400*
007500 FD  ArchivDatei
007600     RECORD CONTAINS 120 CHARACTERS.
007700 01  Archiv-Satz                    PIC X(120).
007800*
007900 FD  ProtokollDatei
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  Protokoll-Zeile                PIC X(80).
008200*
008300 WORKING-STORAGE SECTION.
008400 01  Historie-Status             PIC X(02).
008500     88  HISTORIENDATEI-OK           VALUE '00'.
008600 01  Statistik-Status            PIC X(02).
008700     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
008800 01  Archiv-Status               PIC X(02).
008900     88  ARCHIVDATEI-OK              VALUE '00'.
009000*
009100 01  Historie-Ende               PIC X VALUE 'N'.
009200     88  KEINE-HISTORIE-MEHR         VALUE 'Y'.
009300 01  Statistikdatei-Ende         PIC X VALUE 'N'.
009400     88  KEINE-STATISTIK-MEHR        VALUE 'Y'.
009500*
009600*    AUFBEWAHRUNGSFRIST UND REFERENZLAUF.  DIE MONATSRECHNUNG
009700*    LAEUFT UEBER EINEN FORTLAUFENDEN MONATSINDEX
009800*    (JAHR * 12 + MONAT); ARCHIVIERT WIRD JEDER SATZ, DESSEN
009900*    LAUFMONAT-INDEX KLEINER ODER GLEICH REFERENZINDEX MINUS
010000*    AUFBEWAHRUNGSMONATE IST.
010100 01  Monate-Eingabe              PIC X(03) VALUE SPACES.
010200 01  Aufbewahrung-Monate         PIC 9(03) VALUE ZERO.
010300 01  Referenz-Laufdatum          PIC 9(08) VALUE ZERO.
010400 01  Referenz-Teile REDEFINES Referenz-Laufdatum.
010500     05  Referenz-Jahr              PIC 9(04).
010600     05  Referenz-Monat             PIC 9(02).
010700     05  Referenz-Tag               PIC 9(02).
010800 01  Referenz-Index              PIC S9(07) COMP VALUE ZERO.
010900 01  Grenz-Index                 PIC S9(07) COMP VALUE ZERO.
011000*
011100 01  Satz-Laufdatum              PIC 9(08) VALUE ZERO.
011200 01  Satz-Teile REDEFINES Satz-Laufdatum.
011300     05  Satz-Jahr                  PIC 9(04).
011400     05  Satz-Monat                 PIC 9(02).
011500     05  Satz-Tag                   PIC 9(02).
011600 01  Satz-Index                  PIC S9(07) COMP VALUE ZERO.
011700*
011800*    JAHRESARCHIV-STEUERUNG: OFFENES JAHR UND PFAD.
011900 01  Archiv-Pfad                 PIC X(60) VALUE SPACES.
012000 01  Offenes-Jahr                PIC 9(04) VALUE ZERO.
012100 01  Archiv-Offen                PIC X VALUE 'N'.
012200     88  ARCHIV-IST-OFFEN            VALUE 'J'.
012300*
012400*    PROTOKOLLSUMMEN JE JAHR.
012500 01  Jahres-Tabelle.
012600     05  Jahres-Anzahl              PIC S9(04) COMP VALUE ZERO.
012700     05  Jahres-Eintrag OCCURS 20 TIMES.
012800         10  JT-JAHR                PIC 9(04).
012900         10  JT-ANZAHL              PIC S9(07) COMP.
013000         10  JT-SUMME               PIC S9(11)V99.
013100 01  Jahres-Index                PIC S9(04) COMP VALUE ZERO.
013200 01  Jahres-Treffer              PIC X VALUE 'N'.
013300     88  JAHR-GEFUNDEN               VALUE 'J'.
013400*
013500 01  Zaehler-Gelesen             PIC S9(07) COMP VALUE ZERO.
013600 01  Zaehler-Archiviert          PIC S9(07) COMP VALUE ZERO.
013700 01  Zaehler-Behalten            PIC S9(07) COMP VALUE ZERO.
013800 01  Summe-Archiviert            PIC S9(11)V99 VALUE ZERO.
013900*
014000 01  Anzahl-Edit                 PIC ZZZZZZ9.
014100 01  Betrag-Edit                 PIC ---,---,---,--9.99.
014200*
014300 PROCEDURE DIVISION.
014400*----------------------------------------------------------------
014500 Hauptprogramm.
014600*----------------------------------------------------------------
014700     PERFORM AufbewahrungErmitteln
014800     PERFORM ReferenzlaufErmitteln
014900     PERFORM HistorieOeffnen
015000     PERFORM HistorieDurcharbeiten
015100     PERFORM ArchivSchliessen
015200     CLOSE HistorienDatei
015300     PERFORM ProtokollSchreiben
015400     PERFORM AbschlussMelden
015500     STOP RUN.
015600*
015700*----------------------------------------------------------------
015800*    UEBERNIMMT DIE AUFBEWAHRUNGSFRIST IN MONATEN AUS DER        *
015900*    UMGEBUNGSVARIABLEN DL100HISMONATE.  OHNE GUELTIGE FRIST     *
016000*    WIRD NICHTS GELOESCHT - ABBRUCH MIT RETURN-CODE 16.         *
016100*----------------------------------------------------------------
016200 AufbewahrungErmitteln.
016300     ACCEPT Monate-Eingabe FROM ENVIRONMENT "DL100HISMONATE"
016400     IF Monate-Eingabe IS NOT NUMERIC
016500         DISPLAY "DL100 FEHLER - DL100HISMONATE (ANZAHL MONATE, "
016600             "DREISTELLIG) NICHT ODER UNGUELTIG GESETZT - "
016700             "REORGANISATION ABGEBROCHEN"
016800         MOVE 16 TO RETURN-CODE
016900         STOP RUN
017000     END-IF
017100     MOVE Monate-Eingabe TO Aufbewahrung-Monate
017200     IF Aufbewahrung-Monate = ZERO
017300         DISPLAY "DL100 FEHLER - DL100HISMONATE NULL WUERDE DIE "
017400             "GESAMTE HISTORIE ARCHIVIEREN - REORGANISATION "
017500             "ABGEBROCHEN"
017600         MOVE 16 TO RETURN-CODE
017700         STOP RUN
017800     END-IF.
017900*
018000*----------------------------------------------------------------
018100*    UEBERNIMMT DAS LAUFDATUM DES JUENGSTEN VERARBEITUNGSLAUFS   *
018200*    AUS DER LAUFSTATISTIK ALS REFERENZ DER FRISTRECHNUNG;       *
018300*    OHNE STATISTIK GILT DAS SYSTEMDATUM (WIE IN DER             *
018400*    ABWEISUNGSANALYSE).                                         *
018500*----------------------------------------------------------------
018600 ReferenzlaufErmitteln.
018700     OPEN INPUT StatistikDatei
018800     IF STATISTIKDATEI-GEFUNDEN
018900         MOVE 'N' TO Statistikdatei-Ende
019000         PERFORM StatistiksatzLesen
019100             UNTIL KEINE-STATISTIK-MEHR
019200         CLOSE StatistikDatei
019300     END-IF
019400     IF Referenz-Laufdatum = ZERO
019500         ACCEPT Referenz-Laufdatum FROM DATE YYYYMMDD
019600     END-IF
019700     COMPUTE Referenz-Index =
019800         Referenz-Jahr * 12 + Referenz-Monat
019900     COMPUTE Grenz-Index = Referenz-Index - Aufbewahrung-Monate.
020000*
020100*----------------------------------------------------------------
020200 StatistiksatzLesen.
020300*----------------------------------------------------------------
020400     READ StatistikDatei
020500         AT END
020600             MOVE 'Y' TO Statistikdatei-Ende
020700         NOT AT END
020800             MOVE LS-LAUFDATUM TO Referenz-Laufdatum
020900     END-READ.
021000*
021100*----------------------------------------------------------------
021200 HistorieOeffnen.
021300*----------------------------------------------------------------
021400     OPEN I-O HistorienDatei
021500     IF NOT HISTORIENDATEI-OK
021600         DISPLAY "DL100 FEHLER - BUCHUNGSHISTORIE DL100HIS "
021700             "NICHT ZU OEFFNEN, FILE STATUS " Historie-Status
021800             " - REORGANISATION ABGEBROCHEN"
021900         MOVE 16 TO RETURN-CODE
022000         STOP RUN
022100     END-IF
022200     MOVE ZERO TO HI-KONTONUMMER
022300     MOVE ZERO TO HI-BUCHUNGSDATUM
022400     MOVE ZERO TO HI-LAUFDATUM
022500     MOVE ZERO TO HI-LFDNR
022600     START HistorienDatei
022700         KEY IS NOT LESS THAN HI-SCHLUESSEL
022800         INVALID KEY
022900             MOVE 'Y' TO Historie-Ende
023000     END-START.
023100*
023200*----------------------------------------------------------------
023300 HistorieDurcharbeiten.
023400*----------------------------------------------------------------
023500     PERFORM HistoriensatzPruefen
023600         UNTIL KEINE-HISTORIE-MEHR.
023700*
023800*----------------------------------------------------------------
023900*    PRUEFT DEN NAECHSTEN HISTORIENSATZ GEGEN DIE FRIST: EIN     *
024000*    SATZ, DESSEN LAUFMONAT HINTER DER GRENZE LIEGT, WIRD IN     *
024100*    DAS JAHRESARCHIV SEINES LAUFJAHRS UEBERTRAGEN UND AUS       *
024200*    DL100HIS GELOESCHT (DELETE AUF DEM ZULETZT GELESENEN        *
024300*    SATZ); ALLE ANDEREN BLEIBEN STEHEN.                         *
024400*----------------------------------------------------------------
024500 HistoriensatzPruefen.
024600     READ HistorienDatei NEXT RECORD
024700         AT END
024800             MOVE 'Y' TO Historie-Ende
024900         NOT AT END
025000             ADD 1 TO Zaehler-Gelesen
025100             MOVE HI-LAUFDATUM TO Satz-Laufdatum
025200             COMPUTE Satz-Index = Satz-Jahr * 12 + Satz-Monat
025300             IF Satz-Index NOT GREATER THAN Grenz-Index
025400                 PERFORM SatzArchivieren
025500             ELSE
025600                 ADD 1 TO Zaehler-Behalten
025700             END-IF
025800     END-READ.
025900*
026000*----------------------------------------------------------------
026100 SatzArchivieren.
026200*----------------------------------------------------------------
026300     PERFORM ArchivBereitstellen
026400     MOVE Historiensatz TO Archiv-Satz
026500     WRITE Archiv-Satz
026600     ADD 1 TO Zaehler-Archiviert
026700     ADD HI-BETRAG-SIGNIERT TO Summe-Archiviert
026800     PERFORM JahressummeFortschreiben
026900     DELETE HistorienDatei.
027000*
027100*----------------------------------------------------------------
027200*    STELLT DAS JAHRESARCHIV DES AKTUELLEN SATZES BEREIT.  DIE   *
027300*    JAHRE WECHSELN IN SCHLUESSELFOLGE BELIEBIG AB (DER          *
027400*    SCHLUESSEL BEGINNT MIT DER KONTONUMMER) - BEIM WECHSEL      *
027500*    WIRD DAS OFFENE ARCHIV GESCHLOSSEN UND DAS NEUE EXTEND      *
027600*    GEOEFFNET (BEIM ALLERERSTEN MAL NEU ANGELEGT, WIE DAS       *
027700*    LAUFREGISTER IM VERARBEITUNGSLAUF).                         *
027800*----------------------------------------------------------------
027900 ArchivBereitstellen.
028000     IF ARCHIV-IST-OFFEN AND Offenes-Jahr = Satz-Jahr
028100         CONTINUE
028200     ELSE
028300         PERFORM ArchivSchliessen
028400         MOVE SPACES TO Archiv-Pfad
028500         STRING "DL100HIS.ARCH." Satz-Jahr DELIMITED BY SIZE
028600             INTO Archiv-Pfad
028700         OPEN EXTEND ArchivDatei
028800         IF NOT ARCHIVDATEI-OK
028900             OPEN OUTPUT ArchivDatei
029000         END-IF
029100         MOVE Satz-Jahr TO Offenes-Jahr
029200         MOVE 'J' TO Archiv-Offen
029300     END-IF.
029400*
029500*----------------------------------------------------------------
029600 ArchivSchliessen.
029700*----------------------------------------------------------------
029800     IF ARCHIV-IST-OFFEN
029900         CLOSE ArchivDatei
030000         MOVE 'N' TO Archiv-Offen
030100     END-IF.
030200*
030300*----------------------------------------------------------------
030400 JahressummeFortschreiben.
030500*----------------------------------------------------------------
030600     MOVE 'N' TO Jahres-Treffer
030700     MOVE ZERO TO Jahres-Index
030800     PERFORM JahreseintragSuchen
030900         UNTIL JAHR-GEFUNDEN
031000             OR Jahres-Index NOT LESS THAN Jahres-Anzahl
031100     IF NOT JAHR-GEFUNDEN
031200         IF Jahres-Anzahl LESS THAN 20
031300             ADD 1 TO Jahres-Anzahl
031400             MOVE Jahres-Anzahl TO Jahres-Index
031500             MOVE Satz-Jahr TO JT-JAHR (Jahres-Index)
031600             MOVE ZERO TO JT-ANZAHL (Jahres-Index)
031700             MOVE ZERO TO JT-SUMME (Jahres-Index)
031800             MOVE 'J' TO Jahres-Treffer
031900         END-IF
032000     END-IF
032100     IF JAHR-GEFUNDEN
032200         ADD 1 TO JT-ANZAHL (Jahres-Index)
032300         ADD HI-BETRAG-SIGNIERT TO JT-SUMME (Jahres-Index)
032400     END-IF.
032500*
032600*----------------------------------------------------------------
032700 JahreseintragSuchen.
032800*----------------------------------------------------------------
032900     ADD 1 TO Jahres-Index
033000     IF JT-JAHR (Jahres-Index) = Satz-Jahr
033100         MOVE 'J' TO Jahres-Treffer
033200     END-IF.
033300*
033400*----------------------------------------------------------------
033500*    SCHREIBT DAS REORGANISATIONSPROTOKOLL: FRIST, GRENZE UND    *
033600*    JE JAHR ANZAHL UND SIGNIERTE BETRAGSSUMME DER UEBER-        *
033700*    TRAGENEN SAETZE.                                            *
033800*----------------------------------------------------------------
033900 ProtokollSchreiben.
034000     OPEN OUTPUT ProtokollDatei
034100     MOVE SPACES TO Protokoll-Zeile
034200     STRING "DL100 HISTORIENREORGANISATION - REFERENZLAUF "
034300         Referenz-Laufdatum DELIMITED BY SIZE
034400         INTO Protokoll-Zeile
034500     WRITE Protokoll-Zeile
034600     MOVE Aufbewahrung-Monate TO Anzahl-Edit
034700     MOVE SPACES TO Protokoll-Zeile
034800     STRING "AUFBEWAHRUNG (MONATE): " Anzahl-Edit
034900         DELIMITED BY SIZE INTO Protokoll-Zeile
035000     WRITE Protokoll-Zeile
035100     MOVE SPACES TO Protokoll-Zeile
035200     STRING "JAHR  SAETZE   BETRAGSSUMME (SIGNIERT)"
035300         DELIMITED BY SIZE INTO Protokoll-Zeile
035400     WRITE Protokoll-Zeile
035500     MOVE ZERO TO Jahres-Index
035600     PERFORM JahreszeileSchreiben
035700         UNTIL Jahres-Index NOT LESS THAN Jahres-Anzahl
035800     MOVE Zaehler-Archiviert TO Anzahl-Edit
035900     MOVE Summe-Archiviert TO Betrag-Edit
036000     MOVE SPACES TO Protokoll-Zeile
036100     STRING "GESAMT ARCHIVIERT: " Anzahl-Edit "  " Betrag-Edit
036200         DELIMITED BY SIZE INTO Protokoll-Zeile
036300     WRITE Protokoll-Zeile
036400     MOVE Zaehler-Behalten TO Anzahl-Edit
036500     MOVE SPACES TO Protokoll-Zeile
036600     STRING "IN DL100HIS VERBLIEBEN: " Anzahl-Edit
036700         DELIMITED BY SIZE INTO Protokoll-Zeile
036800     WRITE Protokoll-Zeile
036900     CLOSE ProtokollDatei.
037000*
037100*----------------------------------------------------------------
037200 JahreszeileSchreiben.
037300*----------------------------------------------------------------
037400     ADD 1 TO Jahres-Index
037500     MOVE JT-ANZAHL (Jahres-Index) TO Anzahl-Edit
037600     MOVE JT-SUMME (Jahres-Index) TO Betrag-Edit
037700     MOVE SPACES TO Protokoll-Zeile
037800     STRING JT-JAHR (Jahres-Index) "  " Anzahl-Edit "  "
037900         Betrag-Edit DELIMITED BY SIZE INTO Protokoll-Zeile
038000     WRITE Protokoll-Zeile.
038100*
038200*----------------------------------------------------------------
038300 AbschlussMelden.
038400*----------------------------------------------------------------
038500     MOVE Zaehler-Gelesen TO Anzahl-Edit
038600     DISPLAY "DL100 HISTORIENREORGANISATION - SAETZE GELESEN: "
038700         Anzahl-Edit
038800     MOVE Zaehler-Archiviert TO Anzahl-Edit
038900     DISPLAY "SAETZE ARCHIVIERT.....: " Anzahl-Edit
039000     MOVE Zaehler-Behalten TO Anzahl-Edit
039100     DISPLAY "SAETZE VERBLIEBEN.....: " Anzahl-Edit
039200     MOVE Summe-Archiviert TO Betrag-Edit
039300     DISPLAY "SUMME ARCHIVIERT......: " Betrag-Edit
039400     DISPLAY "PROTOKOLL.............: HISTORIENREORG.TXT"
039500     IF Zaehler-Archiviert = ZERO
039600         DISPLAY "NICHTS ZU REORGANISIEREN - ALLE SAETZE "
039700             "INNERHALB DER AUFBEWAHRUNGSFRIST"
039800     END-IF.
