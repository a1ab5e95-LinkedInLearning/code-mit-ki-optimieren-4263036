004200*                     DER AUSZUG GEGEN DAS ARCHIV STATT GEGEN  *
004300*                     DL100HIS GERECHNET - SO BLEIBT EIN       *
004400*                     BEREITS ARCHIVIERTER MONAT ABRUFBAR      *
004500*      2026-10-15 RH  SATZLAENGE DL100HIS UND JAHRESARCHIV     *
004600*                     AUF 120 (FREMDWAEHRUNGSFELDER)           *
004700*                                                             *
004800***************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. MONATSAUSZUG.
005100*
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500*    DL100HIS - BUCHUNGSHISTORIE (VERBESSERTESPROGRAMM), WIRD
005600*    VOLLSTAENDIG IN SCHLUESSELFOLGE DURCHLAUFEN - DAHER
005700*    ACCESS MODE DYNAMIC.
005800     SELECT HistorienDatei ASSIGN TO "DL100HIS"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS HI-SCHLUESSEL
006200         FILE STATUS IS Historie-Status.
006300*
006400*    DL100MON - PAGINIERTER MONATSAUSZUG.
006500     SELECT AuszugsDatei ASSIGN TO "DL100MON"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700*
006800     SELECT SortArbeitsdatei ASSIGN TO "SORTWK1".
006900*
007000*    JAHRESARCHIV DER HISTORIENREORGANISATION (SATZLAYOUT WIE
007100*    DL100HIS, SEQUENTIELL).  DER DATEINAME KOMMT ZUR LAUFZEIT
007200*    AUS DL100HISARCHIV, DESHALB ASSIGN USING.
007300     SELECT ArchivDatei ASSIGN USING Archiv-Pfad
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS Archiv-Status.
007600*
007700*    DL100KAL - BETRIEBSKALENDER FUER DEN ULTIMO DES AUSZUGS-
007800*    MONATS.  FEHLT ER, GILT DER LETZTE KALENDERTAG - MIT
007900*    HINWEIS AN DEN OPERATOR.
008000     SELECT KalenderDatei ASSIGN TO "DL100KAL"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS Kalender-Status.
008300*
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  HistorienDatei
008700     RECORD CONTAINS 120 CHARACTERS.
008800 COPY HISTORIE.
008900*
009000 FD  AuszugsDatei
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  Auszugs-Zeile                  PIC X(80).
009300*
009400 FD  ArchivDatei
009500     RECORD CONTAINS 120 CHARACTERS.
009600 01  Archiv-Satz                    PIC X(120).
009700*
009800 FD  KalenderDatei
009900     RECORD CONTAINS 80 CHARACTERS.
010000 COPY KALENDER.
010100*
010200*    SORTSATZ: KONTO UND VERARBEITUNGSTAG ALS SCHLUESSEL, DAZU
010300*    DER DAMALS GEBUCHTE SIGNIERTE BETRAG AUS DER HISTORIE.
010400 SD  SortArbeitsdatei
010500     RECORD CONTAINS 31 CHARACTERS.
010600 01  Sortsatz.
010700     05  MS-KONTONUMMER             PIC 9(10).
010800     05  MS-VERARBEITUNGSTAG        PIC 9(08).
010900     05  MS-BETRAG-SIGNIERT         PIC S9(11)V99.
011000*
011100 WORKING-STORAGE SECTION.
011200 01  Historie-Status             PIC X(02).
011300     88  HISTORIENDATEI-OK           VALUE '00'.
011400*
011500 01  Historie-Ende               PIC X VALUE 'N'.
011600     88  KEINE-HISTORIE-MEHR         VALUE 'Y'.
011700*
011800 01  Monat-Eingabe               PIC X(06) VALUE SPACES.
011900 01  Auszug-Monat                PIC 9(06) VALUE ZERO.
012000*
012100*    ARCHIVBETRIEB: PFAD AUS DL100HISARCHIV; IST ER GESETZT,
012200*    LIEFERT DAS JAHRESARCHIV DIE HISTORIENSAETZE (UEBER DEN
012300*    SATZPUFFER VON DL100HIS EINGEBLENDET), DL100HIS SELBST
012400*    BLEIBT ZU.
012500 01  Archiv-Pfad                 PIC X(60) VALUE SPACES.
012600 01  Archiv-Status               PIC X(02).
012700     88  ARCHIVDATEI-OK              VALUE '00'.
012800 01  Archiv-Schalter             PIC X VALUE 'N'.
012900     88  ARCHIV-BETRIEB              VALUE 'J'.
013000*
013100*    BETRIEBSKALENDER UND ULTIMO-RECHNUNG (WOCHENTAG NACH
013200*    ZELLER, REST 0 = SAMSTAG, 1 = SONNTAG; LOGIK WIE IM
013300*    VERARBEITUNGSLAUF).
013400 01  Kalender-Status             PIC X(02).
013500     88  KALENDERDATEI-GEFUNDEN      VALUE '00'.
013600 01  Kalenderdatei-Ende          PIC X VALUE 'N'.
013700     88  KEINE-KALENDERSAETZE-MEHR   VALUE 'Y'.
013800 01  Kalender-Schalter           PIC X VALUE 'N'.
013900     88  KALENDER-VORHANDEN          VALUE 'J'.
014000 01  Kalendertabelle.
014100     05  Kalender-Anzahl            PIC S9(04) COMP VALUE ZERO.
014200     05  Kalender-Eintrag OCCURS 400 TIMES.
014300         10  KT-DATUM               PIC 9(08).
014400         10  KT-ART                 PIC X(01).
014500 01  Kalender-Index              PIC S9(04) COMP VALUE ZERO.
014600 01  Kalender-Fundart            PIC X(01) VALUE SPACE.
014700*
014800 01  Ultimo-Datum                PIC 9(08) VALUE ZERO.
014900 01  Geschaeftstag-Schalter      PIC X VALUE 'N'.
015000     88  IST-GESCHAEFTSTAG           VALUE 'J'.
015100 01  Arbeits-Datum               PIC 9(08) VALUE ZERO.
015200 01  Arbeits-Teile REDEFINES Arbeits-Datum.
015300     05  Arbeits-Jahr               PIC 9(04).
015400     05  Arbeits-Monat              PIC 9(02).
015500     05  Arbeits-Tag                PIC 9(02).
015600 01  Monats-Laenge               PIC 9(02) VALUE ZERO.
015700 01  Zeller-Jahr                 PIC S9(07) COMP VALUE ZERO.
015800 01  Zeller-Monat                PIC S9(04) COMP VALUE ZERO.
015900 01  Zeller-Wert                 PIC S9(07) COMP VALUE ZERO.
016000 01  Zeller-Rest                 PIC S9(04) COMP VALUE ZERO.
016100 01  Schaltjahr-Rest             PIC S9(04) COMP VALUE ZERO.
016200 01  Schaltjahr-Schalter         PIC X VALUE 'N'.
016300     88  IST-SCHALTJAHR              VALUE 'J'.
016400*
016500*    MONATSANTEIL DES LAUFDATUMS AUS DEM HISTORIENSCHLUESSEL.
016600 01  Historie-Laufdatum          PIC 9(08) VALUE ZERO.
016700 01  Historie-Laufdatum-Teile REDEFINES Historie-Laufdatum.
016800     05  Historie-Laufmonat         PIC 9(06).
016900     05  Historie-Lauftag           PIC 9(02).
017000*
017100 01  Zaehler-Historie            PIC S9(07) COMP VALUE ZERO.
017200*
017300 01  Sortierung-Ende             PIC X VALUE 'N'.
017400     88  KEINE-SORTSAETZE-MEHR       VALUE 'Y'.
017500*
017600*    GRUPPENWECHSEL IM AUSGABETEIL: JE KONTO UND JE TAG.
017700 01  Gruppen-Schalter            PIC X VALUE 'N'.
017800     88  ERSTE-GRUPPE-OFFEN          VALUE 'J'.
017900 01  Gruppe-Konto                PIC 9(10) VALUE ZERO.
018000 01  Gruppe-Tag                  PIC 9(08) VALUE ZERO.
018100 01  Tag-Anzahl                  PIC S9(07) COMP VALUE ZERO.
018200 01  Tag-Summe                   PIC S9(11)V99 VALUE ZERO.
018300 01  Konto-Anzahl                PIC S9(07) COMP VALUE ZERO.
018400 01  Konto-Summe                 PIC S9(11)V99 VALUE ZERO.
018500 01  Gesamt-Anzahl               PIC S9(07) COMP VALUE ZERO.
018600 01  Gesamt-Summe                PIC S9(11)V99 VALUE ZERO.
018700 01  Anzahl-Konten               PIC S9(07) COMP VALUE ZERO.
018800*
018900*    SEITENSTEUERUNG WIE IM TAGESBERICHT.
019000 01  Seiten-Max-Zeilen           PIC S9(04) COMP VALUE 20.
019100 01  Seitenzeilen-Zaehler        PIC S9(04) COMP VALUE ZERO.
019200 01  Seiten-Nummer               PIC S9(05) COMP VALUE ZERO.
019300 01  Seiten-Nummer-Edit          PIC ZZZZ9.
019400*
019500 01  Konto-Edit                  PIC Z(09)9.
019600 01  Anzahl-Edit                 PIC ZZZZZZ9.
019700 01  Betrag-Edit                 PIC ---,---,---,--9.99.
019800*
019900 PROCEDURE DIVISION.
020000*----------------------------------------------------------------
020100 Hauptprogramm.
020200*----------------------------------------------------------------
020300     PERFORM MonatErmitteln
020400     PERFORM UltimoErmitteln
020500     PERFORM ArchivPruefen
020600     IF ARCHIV-BETRIEB
020700         PERFORM ArchivOeffnen
020800     ELSE
020900         PERFORM HistorieOeffnen
021000     END-IF
021100     SORT SortArbeitsdatei
021200         ON ASCENDING KEY MS-KONTONUMMER
021300         ON ASCENDING KEY MS-VERARBEITUNGSTAG
021400         INPUT PROCEDURE IS HistorieEinlesen
021500         OUTPUT PROCEDURE IS MonatsauszugSchreiben
021600     IF ARCHIV-BETRIEB
021700         CLOSE ArchivDatei
021800     ELSE
021900         CLOSE HistorienDatei
022000     END-IF
022100     IF Gesamt-Anzahl = ZERO
022200         DISPLAY "DL100 MONATSAUSZUG - KEINE AKZEPTIERTEN "
022300             "TRANSAKTIONEN FUER MONAT " Auszug-Monat
022400             " IN DER BUCHUNGSHISTORIE"
022500         MOVE 8 TO RETURN-CODE
022600     ELSE
022700         PERFORM AbschlussMelden
022800     END-IF
022900     STOP RUN.
023000*
023100*----------------------------------------------------------------
023200*    UEBERNIMMT DEN AUSZUGSMONAT (JJJJMM) AUS DER UMGEBUNGS-     *
023300*    VARIABLEN DL100MONAT.  OHNE GUELTIGEN MONAT KANN NICHT      *
023400*    GEFILTERT WERDEN - ABBRUCH MIT RETURN-CODE 16.              *
023500*----------------------------------------------------------------
023600 MonatErmitteln.
023700     ACCEPT Monat-Eingabe FROM ENVIRONMENT "DL100MONAT"
023800     IF Monat-Eingabe IS NOT NUMERIC
023900         DISPLAY "DL100 FEHLER - DL100MONAT (JJJJMM) NICHT ODER "
024000             "UNGUELTIG GESETZT - MONATSAUSZUG ABGEBROCHEN"
024100         MOVE 16 TO RETURN-CODE
024200         STOP RUN
024300     END-IF
024400     MOVE Monat-Eingabe TO Auszug-Monat.
024500*
024600*----------------------------------------------------------------
024700*    OEFFNET DIE BUCHUNGSHISTORIE; OHNE SIE GIBT ES KEINE        *
024800*    VERLAESSLICHE MONATSSICHT - ABBRUCH MIT RETURN-CODE 16.     *
024900*----------------------------------------------------------------
025000 HistorieOeffnen.
025100     OPEN INPUT HistorienDatei
025200     IF NOT HISTORIENDATEI-OK
025300         DISPLAY "DL100 FEHLER - BUCHUNGSHISTORIE DL100HIS "
025400             "NICHT VORHANDEN, FILE STATUS " Historie-Status
025500             " - MONATSAUSZUG ABGEBROCHEN"
025600         MOVE 16 TO RETURN-CODE
025700         STOP RUN
025800     END-IF.
025900*
026000*----------------------------------------------------------------
026100*    EINGABETEIL DES SORTS: DURCHLAEUFT DIE GESAMTE HISTORIE IN  *
026200*    SCHLUESSELFOLGE UND REICHT JEDE IM AUSZUGSMONAT             *
026300*    AKZEPTIERTE TRANSAKTION MIT VERARBEITUNGSTAG UND DAMALS     *
026400*    GEBUCHTEM SIGNIERTEN BETRAG AN DEN SORT.                    *
026500*----------------------------------------------------------------
026600 HistorieEinlesen.
026700     MOVE 'N' TO Historie-Ende
026800     IF ARCHIV-BETRIEB
026900         PERFORM ArchivsatzVerteilen
027000             UNTIL KEINE-HISTORIE-MEHR
027100     ELSE
027200         MOVE ZERO TO HI-KONTONUMMER
027300         MOVE ZERO TO HI-BUCHUNGSDATUM
027400         MOVE ZERO TO HI-LAUFDATUM
027500         MOVE ZERO TO HI-LFDNR
027600         START HistorienDatei
027700             KEY IS NOT LESS THAN HI-SCHLUESSEL
027800             INVALID KEY
027900                 MOVE 'Y' TO Historie-Ende
028000         END-START
028100         PERFORM HistoriensatzVerteilen
028200             UNTIL KEINE-HISTORIE-MEHR
028300     END-IF.
028400*
028500*----------------------------------------------------------------
028600 HistoriensatzVerteilen.
028700*----------------------------------------------------------------
028800     READ HistorienDatei NEXT RECORD
028900         AT END
029000             MOVE 'Y' TO Historie-Ende
029100         NOT AT END
029200             PERFORM SatzFiltern
029300     END-READ.
029400*
029500*----------------------------------------------------------------
029600*    ARCHIVBETRIEB: LIEST DAS JAHRESARCHIV SEQUENTIELL UND       *
029700*    BLENDET JEDEN SATZ UEBER DEN HISTORIEN-SATZPUFFER EIN -     *
029800*    DIE FILTERUNG IST DIESELBE WIE GEGEN DL100HIS.              *
029900*----------------------------------------------------------------
030000 ArchivsatzVerteilen.
030100     READ ArchivDatei
030200         AT END
030300             MOVE 'Y' TO Historie-Ende
030400         NOT AT END
030500             MOVE Archiv-Satz TO Historiensatz
030600             PERFORM SatzFiltern
030700     END-READ.
030800*
030900*----------------------------------------------------------------
031000*    REICHT EINE IM AUSZUGSMONAT AKZEPTIERTE TRANSAKTION MIT     *
031100*    VERARBEITUNGSTAG UND DAMALS GEBUCHTEM SIGNIERTEN BETRAG     *
031200*    AN DEN SORT.                                                *
031300*----------------------------------------------------------------
031400 SatzFiltern.
031500     ADD 1 TO Zaehler-Historie
031600     MOVE HI-LAUFDATUM TO Historie-Laufdatum
031700     IF HI-IST-AKZEPTIERT
031800         AND Historie-Laufmonat = Auszug-Monat
031900         MOVE HI-KONTONUMMER TO MS-KONTONUMMER
032000         MOVE HI-LAUFDATUM TO MS-VERARBEITUNGSTAG
032100         MOVE HI-BETRAG-SIGNIERT TO MS-BETRAG-SIGNIERT
032200         RELEASE Sortsatz
032300     END-IF.
032400*
032500*----------------------------------------------------------------
032600*    AUSGABETEIL DES SORTS: VERDICHTET DIE SORTIERTEN SAETZE     *
032700*    UEBER GRUPPENWECHSEL JE KONTO UND VERARBEITUNGSTAG ZU       *
032800*    AUSZUGSZEILEN, SCHREIBT JE KONTO EINE SUMMENZEILE UND AM    *
032900*    ENDE DIE MONATS-SCHLUSSSUMMEN.                              *
033000*----------------------------------------------------------------
033100 MonatsauszugSchreiben.
033200     OPEN OUTPUT AuszugsDatei
033300     MOVE Seiten-Max-Zeilen TO Seitenzeilen-Zaehler
033400     MOVE 'N' TO Gruppen-Schalter
033500     MOVE 'N' TO Sortierung-Ende
033600     PERFORM SortsatzVerarbeiten
033700         UNTIL KEINE-SORTSAETZE-MEHR
033800     IF ERSTE-GRUPPE-OFFEN
033900         PERFORM TageszeileSchreiben
034000         PERFORM KontosummeSchreiben
034100     END-IF
034200     PERFORM SchlusssummenSchreiben
034300     CLOSE AuszugsDatei.
034400*
034500*----------------------------------------------------------------
034600 SortsatzVerarbeiten.
034700*----------------------------------------------------------------
034800     RETURN SortArbeitsdatei
034900         AT END
035000             MOVE 'Y' TO Sortierung-Ende
035100         NOT AT END
035200             PERFORM GruppenwechselPruefen
035300             ADD 1 TO Tag-Anzahl
035400             ADD MS-BETRAG-SIGNIERT TO Tag-Summe
035500             ADD 1 TO Konto-Anzahl
035600             ADD MS-BETRAG-SIGNIERT TO Konto-Summe
035700             ADD 1 TO Gesamt-Anzahl
035800             ADD MS-BETRAG-SIGNIERT TO Gesamt-Summe
035900     END-RETURN.
036000*
036100*----------------------------------------------------------------
036200*    SCHLIESST BEI EINEM SCHLUESSELWECHSEL DIE OFFENE TAGES-     *
036300*    BZW. KONTOGRUPPE AB UND EROEFFNET DIE NEUE.                 *
036400*----------------------------------------------------------------
036500 GruppenwechselPruefen.
036600     IF NOT ERSTE-GRUPPE-OFFEN
036700         MOVE 'J' TO Gruppen-Schalter
036800         MOVE MS-KONTONUMMER TO Gruppe-Konto
036900         MOVE MS-VERARBEITUNGSTAG TO Gruppe-Tag
037000         ADD 1 TO Anzahl-Konten
037100     ELSE
037200         IF MS-KONTONUMMER NOT = Gruppe-Konto
037300             PERFORM TageszeileSchreiben
037400             PERFORM KontosummeSchreiben
037500             MOVE MS-KONTONUMMER TO Gruppe-Konto
037600             MOVE MS-VERARBEITUNGSTAG TO Gruppe-Tag
037700             ADD 1 TO Anzahl-Konten
037800         ELSE
037900             IF MS-VERARBEITUNGSTAG NOT = Gruppe-Tag
038000                 PERFORM TageszeileSchreiben
038100                 MOVE MS-VERARBEITUNGSTAG TO Gruppe-Tag
038200             END-IF
038300         END-IF
038400     END-IF.
038500*
038600*----------------------------------------------------------------
038700 TageszeileSchreiben.
038800*----------------------------------------------------------------
038900     IF Seitenzeilen-Zaehler NOT LESS THAN Seiten-Max-Zeilen
039000         PERFORM SeitenkopfSchreiben
039100     END-IF
039200     MOVE Gruppe-Konto TO Konto-Edit
039300     MOVE Tag-Anzahl TO Anzahl-Edit
039400     MOVE Tag-Summe TO Betrag-Edit
039500     MOVE SPACES TO Auszugs-Zeile
039600     STRING Konto-Edit "  " Gruppe-Tag "  " Anzahl-Edit
039700         "  " Betrag-Edit DELIMITED BY SIZE
039800         INTO Auszugs-Zeile
039900     WRITE Auszugs-Zeile
040000     ADD 1 TO Seitenzeilen-Zaehler
040100     MOVE ZERO TO Tag-Anzahl
040200     MOVE ZERO TO Tag-Summe.
040300*
040400*----------------------------------------------------------------
040500 KontosummeSchreiben.
040600*----------------------------------------------------------------
040700     IF Seitenzeilen-Zaehler NOT LESS THAN Seiten-Max-Zeilen
040800         PERFORM SeitenkopfSchreiben
040900     END-IF
041000     MOVE Gruppe-Konto TO Konto-Edit
041100     MOVE Konto-Anzahl TO Anzahl-Edit
041200     MOVE Konto-Summe TO Betrag-Edit
041300     MOVE SPACES TO Auszugs-Zeile
041400     STRING Konto-Edit "  MONATSSUMME  " Anzahl-Edit
041500         "  " Betrag-Edit DELIMITED BY SIZE
041600         INTO Auszugs-Zeile
041700     WRITE Auszugs-Zeile
041800     ADD 1 TO Seitenzeilen-Zaehler
041900     MOVE ZERO TO Konto-Anzahl
042000     MOVE ZERO TO Konto-Summe.
042100*
042200*----------------------------------------------------------------
042300 SeitenkopfSchreiben.
042400*----------------------------------------------------------------
042500     ADD 1 TO Seiten-Nummer
042600     MOVE Seiten-Nummer TO Seiten-Nummer-Edit
042700     MOVE ZERO TO Seitenzeilen-Zaehler
042800     MOVE SPACES TO Auszugs-Zeile
042900     IF Seiten-Nummer NOT = 1
043000         WRITE Auszugs-Zeile
043100     END-IF
043200     MOVE SPACES TO Auszugs-Zeile
043300     STRING "DL100 MONATSAUSZUG  MONAT: " Auszug-Monat
043400         "  SEITE: " Seiten-Nummer-Edit
043500         DELIMITED BY SIZE INTO Auszugs-Zeile
043600     WRITE Auszugs-Zeile
043700     MOVE SPACES TO Auszugs-Zeile
043800     STRING "KONTONUMMER  TAG       ANZ TRX  BETRAGSSUMME"
043900         DELIMITED BY SIZE INTO Auszugs-Zeile
044000     WRITE Auszugs-Zeile
044100     MOVE SPACES TO Auszugs-Zeile
044200     STRING "-----------  --------  -------  --------------"
044300         "----" DELIMITED BY SIZE INTO Auszugs-Zeile
044400     WRITE Auszugs-Zeile.
044500*
044600*----------------------------------------------------------------
044700*    SCHREIBT DIE MONATS-SCHLUSSSUMMEN, DIE DER SUMME DER        *
044800*    TAGES-KONTROLLBERICHTE DES MONATS ENTSPRECHEN.              *
044900*----------------------------------------------------------------
045000 SchlusssummenSchreiben.
045100     MOVE SPACES TO Auszugs-Zeile
045200     WRITE Auszugs-Zeile
045300     MOVE Anzahl-Konten TO Anzahl-Edit
045400     MOVE SPACES TO Auszugs-Zeile
045500     STRING "KONTEN IM MONAT..........: " Anzahl-Edit
045600         DELIMITED BY SIZE INTO Auszugs-Zeile
045700     WRITE Auszugs-Zeile
045800     MOVE Gesamt-Anzahl TO Anzahl-Edit
045900     MOVE SPACES TO Auszugs-Zeile
046000     STRING "AKZEPTIERTE TRANSAKTIONEN: " Anzahl-Edit
046100         DELIMITED BY SIZE INTO Auszugs-Zeile
046200     WRITE Auszugs-Zeile
046300     MOVE Gesamt-Summe TO Betrag-Edit
046400     MOVE SPACES TO Auszugs-Zeile
046500     STRING "MONATS-BETRAGSSUMME......: " Betrag-Edit
046600         DELIMITED BY SIZE INTO Auszugs-Zeile
046700     WRITE Auszugs-Zeile
046800     MOVE SPACES TO Auszugs-Zeile
046900     STRING "ULTIMO (BETRIEBSKALENDER): " Ultimo-Datum
047000         DELIMITED BY SIZE INTO Auszugs-Zeile
047100     WRITE Auszugs-Zeile
047200     MOVE SPACES TO Auszugs-Zeile
047300     STRING "ENTSPRICHT DER SUMME DER TAGES-"
047400         "KONTROLLBERICHTE" DELIMITED BY SIZE
047500         INTO Auszugs-Zeile
047600     WRITE Auszugs-Zeile.
047700*
047800*----------------------------------------------------------------
047900 AbschlussMelden.
048000*----------------------------------------------------------------
048100     MOVE Zaehler-Historie TO Anzahl-Edit
048200     DISPLAY "DL100 MONATSAUSZUG - MONAT " Auszug-Monat
048300         ", HISTORIENSAETZE GELESEN: " Anzahl-Edit
048400     MOVE Gesamt-Anzahl TO Anzahl-Edit
048500     DISPLAY "AKZEPTIERTE TRANSAKTIONEN: " Anzahl-Edit
048600     MOVE Gesamt-Summe TO Betrag-Edit
048700     DISPLAY "MONATS-BETRAGSSUMME......: " Betrag-Edit
048800     DISPLAY "ULTIMO (BETRIEBSKALENDER).: " Ultimo-Datum
048900     DISPLAY "AUSZUG GESCHRIEBEN.......: DL100MON".
049000*
049100*----------------------------------------------------------------
049200*    UEBERNIMMT DEN ARCHIVPFAD AUS DL100HISARCHIV; IST ER        *
049300*    GESETZT, LAEUFT DER AUSZUG IM ARCHIVBETRIEB GEGEN DAS       *
049400*    GENANNTE JAHRESARCHIV DER HISTORIENREORGANISATION.          *
049500*----------------------------------------------------------------
049600 ArchivPruefen.
049700     ACCEPT Archiv-Pfad FROM ENVIRONMENT "DL100HISARCHIV"
049800     IF Archiv-Pfad NOT = SPACES
049900         SET ARCHIV-BETRIEB TO TRUE
050000     END-IF.
050100*
050200*----------------------------------------------------------------
050300 ArchivOeffnen.
050400*----------------------------------------------------------------
050500     OPEN INPUT ArchivDatei
050600     IF NOT ARCHIVDATEI-OK
050700         DISPLAY "DL100 FEHLER - HISTORIENARCHIV " Archiv-Pfad
050800         DISPLAY "NICHT VORHANDEN, FILE STATUS " Archiv-Status
050900             " - MONATSAUSZUG ABGEBROCHEN"
051000         MOVE 16 TO RETURN-CODE
051100         STOP RUN
051200     END-IF
051300     DISPLAY "DL100 MONATSAUSZUG - ARCHIVBETRIEB GEGEN "
051400         Archiv-Pfad.
051500*
051600*----------------------------------------------------------------
051700*    ERMITTELT DEN ULTIMO DES AUSZUGSMONATS AUS DEM BETRIEBS-    *
051800*    KALENDER: VOM LETZTEN KALENDERTAG DES MONATS WIRD          *
051900*    ZURUECKGEGANGEN, BIS EIN GESCHAEFTSTAG ERREICHT IST.        *
052000*    OHNE KALENDER GILT DER LETZTE KALENDERTAG - MIT HINWEIS.    *
052100*----------------------------------------------------------------
052200 UltimoErmitteln.
052300     PERFORM KalenderLaden
052400     MOVE ZERO TO Arbeits-Datum
052500     COMPUTE Arbeits-Datum = Auszug-Monat * 100 + 1
052600     PERFORM MonatslaengeErmitteln
052700     MOVE Monats-Laenge TO Arbeits-Tag
052800     IF NOT KALENDER-VORHANDEN
052900         DISPLAY "DL100 HINWEIS - BETRIEBSKALENDER DL100KAL "
053000             "NICHT VORHANDEN - ULTIMO = LETZTER KALENDERTAG"
053100     ELSE
053200         PERFORM GeschaeftstagPruefen
053300         PERFORM UltimoZurueckgehen
053400             UNTIL IST-GESCHAEFTSTAG OR Arbeits-Tag = 1
053500     END-IF
053600     MOVE Arbeits-Datum TO Ultimo-Datum.
053700*
053800*----------------------------------------------------------------
053900 UltimoZurueckgehen.
054000*----------------------------------------------------------------
054100     IF IST-GESCHAEFTSTAG
054200         CONTINUE
054300     ELSE
054400         SUBTRACT 1 FROM Arbeits-Tag
054500         PERFORM GeschaeftstagPruefen
054600     END-IF.
054700*
054800*----------------------------------------------------------------
054900 KalenderLaden.
055000*----------------------------------------------------------------
055100     MOVE 'N' TO Kalenderdatei-Ende
055200     OPEN INPUT KalenderDatei
055300     IF KALENDERDATEI-GEFUNDEN
055400         SET KALENDER-VORHANDEN TO TRUE
055500         PERFORM KalendersatzUebernehmen
055600             UNTIL KEINE-KALENDERSAETZE-MEHR
055700         CLOSE KalenderDatei
055800     END-IF.
055900*
056000*----------------------------------------------------------------
056100 KalendersatzUebernehmen.
056200*----------------------------------------------------------------
056300     READ KalenderDatei
056400         AT END
056500             MOVE 'Y' TO Kalenderdatei-Ende
056600         NOT AT END
056700             IF Kalender-Anzahl LESS THAN 400
056800                 ADD 1 TO Kalender-Anzahl
056900                 MOVE KA-DATUM TO KT-DATUM (Kalender-Anzahl)
057000                 MOVE KA-ART TO KT-ART (Kalender-Anzahl)
057100             END-IF
057200     END-READ.
057300*
057400*----------------------------------------------------------------
057500*    PRUEFT, OB ARBEITS-DATUM EIN GESCHAEFTSTAG IST (LOGIK WIE   *
057600*    IM VERARBEITUNGSLAUF): 'F'-EINTRAG NIE, 'A'-EINTRAG         *
057700*    IMMER, SONST ENTSCHEIDET DER WOCHENTAG NACH ZELLER.         *
057800*----------------------------------------------------------------
057900 GeschaeftstagPruefen.
058000     MOVE 'N' TO Geschaeftstag-Schalter
058100     MOVE ZERO TO Kalender-Index
058200     MOVE SPACE TO Kalender-Fundart
058300     PERFORM KalendereintragSuchen
058400         UNTIL Kalender-Fundart NOT = SPACE
058500             OR Kalender-Index NOT LESS THAN Kalender-Anzahl
058600     IF Kalender-Fundart = 'F'
058700         CONTINUE
058800     ELSE
058900     IF Kalender-Fundart = 'A'
059000         MOVE 'J' TO Geschaeftstag-Schalter
059100     ELSE
059200         PERFORM WochentagErmitteln
059300         IF Zeller-Rest = 0 OR Zeller-Rest = 1
059400             CONTINUE
059500         ELSE
059600             MOVE 'J' TO Geschaeftstag-Schalter
059700         END-IF
059800     END-IF END-IF.
059900*
060000*----------------------------------------------------------------
060100 KalendereintragSuchen.
060200*----------------------------------------------------------------
060300     ADD 1 TO Kalender-Index
060400     IF KT-DATUM (Kalender-Index) = Arbeits-Datum
060500         MOVE KT-ART (Kalender-Index) TO Kalender-Fundart
060600     END-IF.
060700*
060800*----------------------------------------------------------------
060900 MonatslaengeErmitteln.
061000*----------------------------------------------------------------
061100     IF Arbeits-Monat = 4 OR Arbeits-Monat = 6
061200         OR Arbeits-Monat = 9 OR Arbeits-Monat = 11
061300         MOVE 30 TO Monats-Laenge
061400     ELSE
061500     IF Arbeits-Monat = 2
061600         PERFORM SchaltjahrPruefen
061700         IF IST-SCHALTJAHR
061800             MOVE 29 TO Monats-Laenge
061900         ELSE
062000             MOVE 28 TO Monats-Laenge
062100         END-IF
062200     ELSE
062300         MOVE 31 TO Monats-Laenge
062400     END-IF END-IF.
062500*
062600*----------------------------------------------------------------
062700 SchaltjahrPruefen.
062800*----------------------------------------------------------------
062900     MOVE 'N' TO Schaltjahr-Schalter
063000     DIVIDE Arbeits-Jahr BY 4 GIVING Zeller-Wert
063100         REMAINDER Schaltjahr-Rest
063200     IF Schaltjahr-Rest = ZERO
063300         DIVIDE Arbeits-Jahr BY 100 GIVING Zeller-Wert
063400             REMAINDER Schaltjahr-Rest
063500         IF Schaltjahr-Rest NOT = ZERO
063600             MOVE 'J' TO Schaltjahr-Schalter
063700         ELSE
063800             DIVIDE Arbeits-Jahr BY 400 GIVING Zeller-Wert
063900                 REMAINDER Schaltjahr-Rest
064000             IF Schaltjahr-Rest = ZERO
064100                 MOVE 'J' TO Schaltjahr-Schalter
064200             END-IF
064300         END-IF
064400     END-IF.
064500*
064600*----------------------------------------------------------------
064700 WochentagErmitteln.
064800*----------------------------------------------------------------
064900     MOVE Arbeits-Jahr TO Zeller-Jahr
065000     MOVE Arbeits-Monat TO Zeller-Monat
065100     IF Zeller-Monat LESS THAN 3
065200         ADD 12 TO Zeller-Monat
065300         SUBTRACT 1 FROM Zeller-Jahr
065400     END-IF
065500     COMPUTE Zeller-Wert = Arbeits-Tag
065600         + ((Zeller-Monat + 1) * 13) / 5
065700         + Zeller-Jahr + Zeller-Jahr / 4
065800         - Zeller-Jahr / 100 + Zeller-Jahr / 400
065900     DIVIDE Zeller-Wert BY 7 GIVING Zeller-Wert
066000         REMAINDER Zeller-Rest.
