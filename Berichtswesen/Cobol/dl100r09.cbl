000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  BERICHTSARCHIV                              *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      DATIERTES BERICHTSARCHIV.  DIE BERICHTE VON NACHT- UND  *
001100*      MONATSLAUF WERDEN JEDEN LAUF UNTER IHREM FESTEN NAMEN   *
001200*      NEU GESCHRIEBEN, DER BERICHT DES VORLAUFS WAR DAMIT     *
001300*      VERLOREN.  DIESES PROGRAMM HAT ZWEI BETRIEBSARTEN       *
001400*      (UMGEBUNGSVARIABLE DL100BERICHTMODUS):                  *
001500*        A  ABLEGEN - KOPIERT DEN BERICHT DL100BERICHT NACH    *
001600*           <BERICHT>.ARCH.JJJJMMTT (AUSSERHALB DES NACHT-     *
001700*           LAUFS MIT ANGEHAENGTER KETTE, Z.B.                 *
001800*           GEBUEHRENJOURNAL.TXT.ARCH.20261031.MONATSLAUF),    *
001900*           ZAEHLT ZEILEN UND SEITEN (SEITENKOEPFE MIT         *
002000*           'SEITE: ', OHNE SOLCHE JE ANGEFANGENE 60 ZEILEN    *
002100*           EINE SEITE) UND TRAEGT DEN BERICHT MIT KETTE,      *
002200*           SCHRITT UND ERSTELLUNGSZEITPUNKT IN DEN            *
002300*           BERICHTSINDEX DL100BIX EIN (SIEHE                  *
002400*           BERICHTSINDEX.CPY).  EIN BERICHT DESSELBEN NAMENS, *
002500*           LAUFDATUMS UND DERSELBEN KETTE (WIEDERHOLTER       *
002600*           SCHRITT) ERSETZT DEN FRUEHEREN EINTRAG.            *
002700*        P  BEREINIGEN - ENTFERNT ALLE EINTRAEGE, DEREN        *
002800*           LAUFMONAT AELTER IST ALS DIE AUFBEWAHRUNGSFRIST    *
002900*           (DL100BERICHTMONATE, STANDARD 012 MONATE,          *
003000*           GERECHNET AB DEM JUENGSTEN LAUF DER LAUFSTATISTIK  *
003100*           WIE IN DER HISTORIENREORGANISATION), SAMT IHRER    *
003200*           ARCHIVKOPIE.                                       *
003300*      DAS LAUFDATUM DER ABLAGE KOMMT AUS DL100LAUFDATUM       *
003400*      (VOM NACHTLAUF GESETZT), SONST AUS DEM JUENGSTEN LAUF   *
003500*      DER LAUFSTATISTIK DL100STA, NOTFALLS DEM SYSTEMDATUM.   *
003600*      ANZEIGE UND NACHDRUCK ABGELEGTER BERICHTE UEBER         *
003700*      MENUEPUNKT 27 IN EINGABENAMEN.                          *
003800*                                                             *
003900*    AUFRUF:                                                   *
004000*      DL100BERICHTMODUS=A DL100BERICHT=<DATEI>                *
004100*        DL100KETTE=<KETTE> DL100SCHRITT=<PROGRAMM>            *
004200*        [DL100LAUFDATUM=JJJJMMTT] dl100r09                    *
004300*      DL100BERICHTMODUS=P [DL100BERICHTMONATE=NNN] dl100r09   *
004400*      (ABLAGE AUS DL100NACHTLAUF.SH, DL100MONATSLAUF.SH UND   *
004500*      DL100JAHRESLAUF.SH, BEREINIGUNG AUS DL100REORG.SH)      *
004600*                                                             *
004700*    CONDITION CODES:                                          *
004800*      0  BERICHT ABGELEGT BZW. ARCHIV BEREINIGT               *
004900*      16 BETRIEBSART, BERICHTSNAME, LAUFDATUM ODER FRIST      *
005000*         UNGUELTIG, BERICHT NICHT VORHANDEN, ARCHIVKOPIE      *
005100*         ODER BERICHTSINDEX NICHT ZU SCHREIBEN, INDEX VOLL    *
005200*                                                             *
005300*    AENDERUNGEN:                                              *
005400*      2026-10-15 RH  ERSTFASSUNG                              *
005500*      2026-10-15 RH  ABLAGE AUCH AUS DL100JAHRESLAUF.SH       *
005600*                                                             *
005700***************************************************************
005800 IDENTIFICATION DIVISION.
005900 PROGRAM-ID. BERICHTSARCHIV.
006000*
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400*    DER ABZULEGENDE BERICHT UND SEINE ARCHIVKOPIE - BEIDE
006500*    NAMEN WERDEN ZUR LAUFZEIT GEBILDET, DESHALB ASSIGN USING
006600*    (WIE DAS JAHRESARCHIV DER HISTORIENREORGANISATION).
006700     SELECT BerichtDatei ASSIGN USING Bericht-Pfad
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS Bericht-Status.
007000*
007100     SELECT ArchivDatei ASSIGN USING Archiv-Pfad
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS Archiv-Status.
007400*
007500     SELECT IndexDatei ASSIGN TO "DL100BIX"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS Index-Status.
007800*
007900     SELECT StatistikDatei ASSIGN TO "DL100STA"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS Statistik-Status.
008200*
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  BerichtDatei
008600     RECORD CONTAINS 132 CHARACTERS.
008700 01  Bericht-Zeile                  PIC X(132).
008800*
008900 FD  ArchivDatei
009000     RECORD CONTAINS 132 CHARACTERS.
009100 01  Archiv-Zeile                   PIC X(132).
009200*
009300 FD  IndexDatei
009400     RECORD CONTAINS 160 CHARACTERS.
009500 01  Index-Zeile                    PIC X(160).
009600*
009700 FD  StatistikDatei
009800     RECORD CONTAINS 69 CHARACTERS.
009900 COPY LAUFSTATISTIK.
010000*
010100 WORKING-STORAGE SECTION.
010200 01  Bericht-Status              PIC X(02).
010300     88  BERICHTDATEI-OK             VALUE '00'.
010400 01  Archiv-Status               PIC X(02).
010500     88  ARCHIVDATEI-OK              VALUE '00'.
010600 01  Index-Status                PIC X(02).
010700     88  INDEXDATEI-OK               VALUE '00'.
010800 01  Statistik-Status            PIC X(02).
010900     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
011000*
011100 01  Bericht-Ende                PIC X VALUE 'N'.
011200     88  KEINE-BERICHTSZEILEN-MEHR   VALUE 'Y'.
011300 01  Indexdatei-Ende             PIC X VALUE 'N'.
011400     88  KEINE-INDEXSAETZE-MEHR      VALUE 'Y'.
011500 01  Statistikdatei-Ende         PIC X VALUE 'N'.
011600     88  KEINE-STATISTIK-MEHR        VALUE 'Y'.
011700 01  Index-Schalter              PIC X VALUE 'N'.
011800     88  INDEX-VORHANDEN             VALUE 'J'.
011900*
012000 01  Berichtsmodus               PIC X(01) VALUE SPACE.
012100     88  BERICHT-ABLEGEN             VALUE 'A'.
012200     88  ARCHIV-BEREINIGEN           VALUE 'P'.
012300*
012400*    PARAMETER DER ABLAGE: BERICHT, KETTE, SCHRITT, LAUFDATUM.
012500 01  Bericht-Pfad                PIC X(30) VALUE SPACES.
012600 01  Archiv-Pfad                 PIC X(60) VALUE SPACES.
012700 01  Ablage-Kette                PIC X(10) VALUE SPACES.
012800 01  Ablage-Schritt              PIC X(10) VALUE SPACES.
012900 01  Laufdatum-Eingabe           PIC X(08) VALUE SPACES.
013000 01  Laufdatum                   PIC 9(08) VALUE ZERO.
013100 01  Erstellt-Datum              PIC 9(08) VALUE ZERO.
013200 01  Erstellt-Zeit               PIC 9(08) VALUE ZERO.
013300*
013400*    SEITENZAEHLUNG: ZEILEN MIT SEITENKOPF; OHNE SEITENKOPF
013500*    ZAEHLT JEDE ANGEFANGENE DRUCKSEITE ZU ZEILEN-JE-SEITE.
013600 01  Zeilen-Je-Seite             PIC S9(04) COMP VALUE 60.
013700 01  Seitenkopf-Treffer          PIC S9(04) COMP VALUE ZERO.
013800 01  Anzahl-Zeilen               PIC S9(07) COMP VALUE ZERO.
013900 01  Anzahl-Seiten               PIC S9(05) COMP VALUE ZERO.
014000*
014100*    AUFBEWAHRUNGSFRIST UND REFERENZLAUF.  DIE MONATSRECHNUNG
014200*    LAEUFT WIE IN DER HISTORIENREORGANISATION UEBER EINEN
014300*    FORTLAUFENDEN MONATSINDEX (JAHR * 12 + MONAT); ENTFERNT
014400*    WIRD JEDER EINTRAG, DESSEN LAUFMONAT-INDEX KLEINER ODER
014500*    GLEICH REFERENZINDEX MINUS AUFBEWAHRUNGSMONATE IST.
014600 01  Monate-Eingabe              PIC X(03) VALUE SPACES.
014700 01  Aufbewahrung-Monate         PIC 9(03) VALUE 12.
014800 01  Referenz-Laufdatum          PIC 9(08) VALUE ZERO.
014900 01  Referenz-Teile REDEFINES Referenz-Laufdatum.
015000     05  Referenz-Jahr              PIC 9(04).
015100     05  Referenz-Monat             PIC 9(02).
015200     05  Referenz-Tag               PIC 9(02).
015300 01  Referenz-Index              PIC S9(07) COMP VALUE ZERO.
015400 01  Grenz-Index                 PIC S9(07) COMP VALUE ZERO.
015500*
015600 01  Satz-Laufdatum              PIC 9(08) VALUE ZERO.
015700 01  Satz-Teile REDEFINES Satz-Laufdatum.
015800     05  Satz-Jahr                  PIC 9(04).
015900     05  Satz-Monat                 PIC 9(02).
016000     05  Satz-Tag                   PIC 9(02).
016100 01  Satz-Index                  PIC S9(07) COMP VALUE ZERO.
016200*
016300*    BERICHTSINDEX, VOLLSTAENDIG GELADEN (SATZBILDER).
016400 01  Indextabelle.
016500     05  Index-Anzahl               PIC S9(04) COMP VALUE ZERO.
016600     05  Index-Eintrag OCCURS 5000 TIMES
016700                                    PIC X(160).
016800 01  Index-Position              PIC S9(04) COMP VALUE ZERO.
016900*
017000 COPY BERICHTSINDEX.
017100*
017200 01  Loeschung-RC                PIC 9(09) COMP-5 VALUE ZERO.
017300 01  Anzahl-Ersetzt              PIC S9(07) COMP VALUE ZERO.
017400 01  Anzahl-Behalten             PIC S9(07) COMP VALUE ZERO.
017500 01  Anzahl-Entfernt             PIC S9(07) COMP VALUE ZERO.
017600 01  Anzahl-Ohne-Kopie           PIC S9(07) COMP VALUE ZERO.
017700 01  Anzahl-Edit                 PIC ZZZZZZ9.
017800 01  Monate-Edit                 PIC ZZ9.
017900*
018000 PROCEDURE DIVISION.
018100*----------------------------------------------------------------
018200 Hauptprogramm.
018300*----------------------------------------------------------------
018400     ACCEPT Berichtsmodus FROM ENVIRONMENT "DL100BERICHTMODUS"
018500     IF BERICHT-ABLEGEN
018600         PERFORM BerichtAblegen
018700     ELSE
018800     IF ARCHIV-BEREINIGEN
018900         PERFORM ArchivBereinigen
019000     ELSE
019100         DISPLAY "DL100 FEHLER - DL100BERICHTMODUS (A ODER P) "
019200             "NICHT ODER UNGUELTIG GESETZT - BERICHTSARCHIV "
019300             "ABGEBROCHEN"
019400         MOVE 16 TO RETURN-CODE
019500     END-IF END-IF
019600     STOP RUN.
019700*
019800*----------------------------------------------------------------
019900*    BETRIEBSART A: BERICHT KOPIEREN UND IN DEN INDEX EINTRAGEN. *
020000*----------------------------------------------------------------
020100 BerichtAblegen.
020200     PERFORM AblageparameterUebernehmen
020300     PERFORM ArchivnameBilden
020400     PERFORM BerichtKopieren
020500     PERFORM IndexLaden
020600     PERFORM IndexFortschreiben
020700     PERFORM AblageMelden.
020800*
020900*----------------------------------------------------------------
021000*    UEBERNIMMT BERICHT, KETTE, SCHRITT UND LAUFDATUM.  OHNE     *
021100*    DL100LAUFDATUM GILT DER JUENGSTE LAUF DER LAUFSTATISTIK,    *
021200*    OHNE STATISTIK DAS SYSTEMDATUM.                             *
021300*----------------------------------------------------------------
021400 AblageparameterUebernehmen.
021500     ACCEPT Bericht-Pfad FROM ENVIRONMENT "DL100BERICHT"
021600     IF Bericht-Pfad = SPACES
021700         DISPLAY "DL100 FEHLER - DL100BERICHT (NAME DES "
021800             "BERICHTS) NICHT GESETZT - BERICHTSARCHIV "
021900             "ABGEBROCHEN"
022000         MOVE 16 TO RETURN-CODE
022100         STOP RUN
022200     END-IF
022300     ACCEPT Ablage-Kette FROM ENVIRONMENT "DL100KETTE"
022400     ACCEPT Ablage-Schritt FROM ENVIRONMENT "DL100SCHRITT"
022500     ACCEPT Laufdatum-Eingabe FROM ENVIRONMENT "DL100LAUFDATUM"
022600     IF Laufdatum-Eingabe NOT = SPACES
022700         IF Laufdatum-Eingabe IS NOT NUMERIC
022800             DISPLAY "DL100 FEHLER - DL100LAUFDATUM (JJJJMMTT) "
022900                 "UNGUELTIG - BERICHTSARCHIV ABGEBROCHEN"
023000             MOVE 16 TO RETURN-CODE
023100             STOP RUN
023200         END-IF
023300         MOVE Laufdatum-Eingabe TO Laufdatum
023400     ELSE
023500         PERFORM ReferenzlaufErmitteln
023600         MOVE Referenz-Laufdatum TO Laufdatum
023700     END-IF.
023800*
023900*----------------------------------------------------------------
024000*    ARCHIVNAME: <BERICHT>.ARCH.JJJJMMTT WIE DIE ZWEITSCHRIFT    *
024100*    DES KONTROLLBERICHTS; AUSSERHALB DES NACHTLAUFS MIT DER     *
024200*    KETTE ALS ZUSATZ, DAMIT Z.B. DIE QUITTUNGSLISTE DES         *
024300*    MONATSLAUFS NICHT DIE DES NACHTLAUFS GLEICHEN DATUMS        *
024400*    UEBERSCHREIBT.                                              *
024500*----------------------------------------------------------------
024600 ArchivnameBilden.
024700     MOVE SPACES TO Archiv-Pfad
024800     IF Ablage-Kette = SPACES OR Ablage-Kette = "NACHTLAUF"
024900         STRING Bericht-Pfad DELIMITED BY SPACE
025000             ".ARCH." DELIMITED BY SIZE
025100             Laufdatum DELIMITED BY SIZE
025200             INTO Archiv-Pfad
025300     ELSE
025400         STRING Bericht-Pfad DELIMITED BY SPACE
025500             ".ARCH." DELIMITED BY SIZE
025600             Laufdatum DELIMITED BY SIZE
025700             "." DELIMITED BY SIZE
025800             Ablage-Kette DELIMITED BY SPACE
025900             INTO Archiv-Pfad
026000     END-IF.
026100*
026200*----------------------------------------------------------------
026300*    KOPIERT DEN BERICHT ZEILE FUER ZEILE IN DIE ARCHIVKOPIE     *
026400*    UND ZAEHLT DABEI ZEILEN UND SEITENKOEPFE.                   *
026500*----------------------------------------------------------------
026600 BerichtKopieren.
026700     OPEN INPUT BerichtDatei
026800     IF NOT BERICHTDATEI-OK
026900         DISPLAY "DL100 FEHLER - BERICHT " Bericht-Pfad
027000             " NICHT VORHANDEN - NICHT ABGELEGT"
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF
027400     OPEN OUTPUT ArchivDatei
027500     IF NOT ARCHIVDATEI-OK
027600         DISPLAY "DL100 FEHLER - ARCHIVKOPIE " Archiv-Pfad
027700             " NICHT ZU SCHREIBEN, FILE STATUS " Archiv-Status
027800         CLOSE BerichtDatei
027900         MOVE 16 TO RETURN-CODE
028000         STOP RUN
028100     END-IF
028200     PERFORM BerichtszeileKopieren
028300         UNTIL KEINE-BERICHTSZEILEN-MEHR
028400     CLOSE BerichtDatei
028500     CLOSE ArchivDatei
028600     IF Anzahl-Seiten = ZERO
028700         COMPUTE Anzahl-Seiten =
028800             (Anzahl-Zeilen + Zeilen-Je-Seite - 1)
028900                 / Zeilen-Je-Seite
029000     END-IF
029100     IF Anzahl-Seiten = ZERO
029200         MOVE 1 TO Anzahl-Seiten
029300     END-IF.
029400*
029500*----------------------------------------------------------------
029600 BerichtszeileKopieren.
029700*----------------------------------------------------------------
029800     READ BerichtDatei
029900         AT END
030000             MOVE 'Y' TO Bericht-Ende
030100         NOT AT END
030200             ADD 1 TO Anzahl-Zeilen
030300             MOVE ZERO TO Seitenkopf-Treffer
030400             INSPECT Bericht-Zeile TALLYING Seitenkopf-Treffer
030500                 FOR ALL "SEITE: "
030600             IF Seitenkopf-Treffer GREATER THAN ZERO
030700                 ADD 1 TO Anzahl-Seiten
030800             END-IF
030900             WRITE Archiv-Zeile FROM Bericht-Zeile
031000     END-READ.
031100*
031200*----------------------------------------------------------------
031300*    SCHREIBT DEN INDEX NEU: ALLE BISHERIGEN EINTRAEGE AUSSER    *
031400*    EINEM FRUEHEREN DESSELBEN BERICHTS, LAUFDATUMS UND          *
031500*    DERSELBEN KETTE, DAHINTER DER NEUE EINTRAG.                 *
031600*----------------------------------------------------------------
031700 IndexFortschreiben.
031800     ACCEPT Erstellt-Datum FROM DATE YYYYMMDD
031900     ACCEPT Erstellt-Zeit FROM TIME
032000     PERFORM IndexOeffnen
032100     MOVE ZERO TO Index-Position
032200     PERFORM IndexeintragUebertragen
032300         UNTIL Index-Position NOT LESS THAN Index-Anzahl
032400     MOVE SPACES TO Berichtsindexsatz
032500     MOVE Bericht-Pfad TO BI-BERICHT
032600     MOVE Laufdatum TO BI-LAUFDATUM
032700     MOVE Ablage-Kette TO BI-KETTE
032800     MOVE Ablage-Schritt TO BI-SCHRITT
032900     MOVE Anzahl-Seiten TO BI-SEITEN
033000     MOVE Anzahl-Zeilen TO BI-ZEILEN
033100     MOVE Erstellt-Datum TO BI-ERSTELLT-DATUM
033200     MOVE Erstellt-Zeit TO BI-ERSTELLT-ZEIT
033300     MOVE Archiv-Pfad TO BI-ARCHIVNAME
033400     WRITE Index-Zeile FROM Berichtsindexsatz
033500     CLOSE IndexDatei.
033600*
033700*----------------------------------------------------------------
033800 IndexeintragUebertragen.
033900*----------------------------------------------------------------
034000     ADD 1 TO Index-Position
034100     MOVE Index-Eintrag (Index-Position) TO Berichtsindexsatz
034200     IF BI-BERICHT = Bericht-Pfad
034300         AND BI-LAUFDATUM = Laufdatum
034400         AND BI-KETTE = Ablage-Kette
034500         ADD 1 TO Anzahl-Ersetzt
034600     ELSE
034700         WRITE Index-Zeile FROM Berichtsindexsatz
034800     END-IF.
034900*
035000*----------------------------------------------------------------
035100 AblageMelden.
035200*----------------------------------------------------------------
035300     DISPLAY "DL100 BERICHTSARCHIV - " Bericht-Pfad
035400     DISPLAY "ABGELEGT ALS:     " Archiv-Pfad
035500     DISPLAY "LAUFDATUM:        " Laufdatum
035600     MOVE Anzahl-Seiten TO Anzahl-Edit
035700     DISPLAY "SEITEN:           " Anzahl-Edit
035800     MOVE Anzahl-Zeilen TO Anzahl-Edit
035900     DISPLAY "ZEILEN:           " Anzahl-Edit
036000     IF Anzahl-Ersetzt GREATER THAN ZERO
036100         DISPLAY "DL100 HINWEIS - FRUEHERE ABLAGE DESSELBEN "
036200             "LAUFS ERSETZT"
036300     END-IF.
036400*
036500*----------------------------------------------------------------
036600*    BETRIEBSART P: EINTRAEGE UND ARCHIVKOPIEN JENSEITS DER      *
036700*    AUFBEWAHRUNGSFRIST ENTFERNEN.                               *
036800*----------------------------------------------------------------
036900 ArchivBereinigen.
037000     PERFORM AufbewahrungErmitteln
037100     PERFORM ReferenzlaufErmitteln
037200     COMPUTE Referenz-Index =
037300         Referenz-Jahr * 12 + Referenz-Monat
037400     COMPUTE Grenz-Index = Referenz-Index - Aufbewahrung-Monate
037500     PERFORM IndexLaden
037600     IF NOT INDEX-VORHANDEN
037700         DISPLAY "DL100 HINWEIS - KEIN BERICHTSINDEX DL100BIX "
037800             "VORHANDEN - NICHTS ZU BEREINIGEN"
037900         STOP RUN
038000     END-IF
038100     PERFORM IndexOeffnen
038200     MOVE ZERO TO Index-Position
038300     PERFORM IndexeintragPruefen
038400         UNTIL Index-Position NOT LESS THAN Index-Anzahl
038500     CLOSE IndexDatei
038600     PERFORM BereinigungMelden.
038700*
038800*----------------------------------------------------------------
038900*    UEBERNIMMT DIE AUFBEWAHRUNGSFRIST IN MONATEN AUS            *
039000*    DL100BERICHTMONATE (OHNE ANGABE 012).  NULL WUERDE DAS      *
039100*    GESAMTE ARCHIV LOESCHEN - ABBRUCH WIE BEI UNGUELTIGER       *
039200*    ANGABE MIT RETURN-CODE 16.                                  *
039300*----------------------------------------------------------------
039400 AufbewahrungErmitteln.
039500     ACCEPT Monate-Eingabe FROM ENVIRONMENT "DL100BERICHTMONATE"
039600     IF Monate-Eingabe NOT = SPACES
039700         IF Monate-Eingabe IS NOT NUMERIC
039800             DISPLAY "DL100 FEHLER - DL100BERICHTMONATE (ANZAHL "
039900                 "MONATE, DREISTELLIG) UNGUELTIG - BEREINIGUNG "
040000                 "ABGEBROCHEN"
040100             MOVE 16 TO RETURN-CODE
040200             STOP RUN
040300         END-IF
040400         MOVE Monate-Eingabe TO Aufbewahrung-Monate
040500     END-IF
040600     IF Aufbewahrung-Monate = ZERO
040700         DISPLAY "DL100 FEHLER - DL100BERICHTMONATE NULL WUERDE "
040800             "DAS GESAMTE BERICHTSARCHIV LOESCHEN - BEREINIGUNG "
040900             "ABGEBROCHEN"
041000         MOVE 16 TO RETURN-CODE
041100         STOP RUN
041200     END-IF.
041300*
041400*----------------------------------------------------------------
041500*    PRUEFT DEN NAECHSTEN EINTRAG GEGEN DIE FRIST: AELTERE       *
041600*    EINTRAEGE ENTFALLEN SAMT ARCHIVKOPIE (EINE BEREITS VON HAND *
041700*    ENTFERNTE KOPIE WIRD NUR GEZAEHLT), ALLE ANDEREN BLEIBEN.   *
041800*----------------------------------------------------------------
041900 IndexeintragPruefen.
042000     ADD 1 TO Index-Position
042100     MOVE Index-Eintrag (Index-Position) TO Berichtsindexsatz
042200     MOVE BI-LAUFDATUM TO Satz-Laufdatum
042300     COMPUTE Satz-Index = Satz-Jahr * 12 + Satz-Monat
042400     IF Satz-Index NOT GREATER THAN Grenz-Index
042500         ADD 1 TO Anzahl-Entfernt
042600         CALL "CBL_DELETE_FILE" USING BI-ARCHIVNAME
042700             RETURNING Loeschung-RC
042800         IF Loeschung-RC NOT = ZERO
042900             ADD 1 TO Anzahl-Ohne-Kopie
043000         END-IF
043100     ELSE
043200         ADD 1 TO Anzahl-Behalten
043300         WRITE Index-Zeile FROM Berichtsindexsatz
043400     END-IF.
043500*
043600*----------------------------------------------------------------
043700 BereinigungMelden.
043800*----------------------------------------------------------------
043900     DISPLAY "DL100 BERICHTSARCHIV - BEREINIGUNG"
044000     MOVE Aufbewahrung-Monate TO Monate-Edit
044100     DISPLAY "AUFBEWAHRUNG MONATE:   " Monate-Edit
044200     DISPLAY "REFERENZLAUF:          " Referenz-Laufdatum
044300     MOVE Anzahl-Entfernt TO Anzahl-Edit
044400     DISPLAY "BERICHTE ENTFERNT:     " Anzahl-Edit
044500     MOVE Anzahl-Behalten TO Anzahl-Edit
044600     DISPLAY "BERICHTE BEHALTEN:     " Anzahl-Edit
044700     IF Anzahl-Ohne-Kopie GREATER THAN ZERO
044800         MOVE Anzahl-Ohne-Kopie TO Anzahl-Edit
044900         DISPLAY "DL100 HINWEIS - " Anzahl-Edit
045000             " ARCHIVKOPIE(N) WAREN BEREITS ENTFERNT"
045100     END-IF.
045200*
045300*----------------------------------------------------------------
045400*    UEBERNIMMT DAS LAUFDATUM DES JUENGSTEN VERARBEITUNGSLAUFS   *
045500*    AUS DER LAUFSTATISTIK; OHNE STATISTIK GILT DAS              *
045600*    SYSTEMDATUM (WIE IN DER HISTORIENREORGANISATION).           *
045700*----------------------------------------------------------------
045800 ReferenzlaufErmitteln.
045900     OPEN INPUT StatistikDatei
046000     IF STATISTIKDATEI-GEFUNDEN
046100         MOVE 'N' TO Statistikdatei-Ende
046200         PERFORM StatistiksatzLesen
046300             UNTIL KEINE-STATISTIK-MEHR
046400         CLOSE StatistikDatei
046500     END-IF
046600     IF Referenz-Laufdatum = ZERO
046700         ACCEPT Referenz-Laufdatum FROM DATE YYYYMMDD
046800     END-IF.
046900*
047000*----------------------------------------------------------------
047100 StatistiksatzLesen.
047200*----------------------------------------------------------------
047300     READ StatistikDatei
047400         AT END
047500             MOVE 'Y' TO Statistikdatei-Ende
047600         NOT AT END
047700             MOVE LS-LAUFDATUM TO Referenz-Laufdatum
047800     END-READ.
047900*
048000*----------------------------------------------------------------
048100*    LAEDT DEN BERICHTSINDEX.  FEHLT ER, IST NOCH KEIN BERICHT   *
048200*    ABGELEGT (LEERER INDEX).                                    *
048300*----------------------------------------------------------------
048400 IndexLaden.
048500     MOVE 'N' TO Indexdatei-Ende
048600     OPEN INPUT IndexDatei
048700     IF INDEXDATEI-OK
048800         SET INDEX-VORHANDEN TO TRUE
048900         PERFORM IndexsatzUebernehmen
049000             UNTIL KEINE-INDEXSAETZE-MEHR
049100         CLOSE IndexDatei
049200     END-IF.
049300*
049400*----------------------------------------------------------------
049500 IndexsatzUebernehmen.
049600*----------------------------------------------------------------
049700     READ IndexDatei
049800         AT END
049900             MOVE 'Y' TO Indexdatei-Ende
050000         NOT AT END
050100             IF Index-Anzahl NOT LESS THAN 5000
050200                 DISPLAY "DL100 FEHLER - BERICHTSINDEX DL100BIX "
050300                     "VOLL (MEHR ALS 5000 EINTRAEGE) - "
050400                     "AUFBEWAHRUNGSFRIST PRUEFEN"
050500                 CLOSE IndexDatei
050600                 MOVE 16 TO RETURN-CODE
050700                 STOP RUN
050800             END-IF
050900             ADD 1 TO Index-Anzahl
051000             MOVE Index-Zeile TO Index-Eintrag (Index-Anzahl)
051100     END-READ.
051200*
051300*----------------------------------------------------------------
051400 IndexOeffnen.
051500*----------------------------------------------------------------
051600     OPEN OUTPUT IndexDatei
051700     IF NOT INDEXDATEI-OK
051800         DISPLAY "DL100 FEHLER - BERICHTSINDEX DL100BIX NICHT "
051900             "ZU SCHREIBEN, FILE STATUS " Index-Status
052000         MOVE 16 TO RETURN-CODE
052100         STOP RUN
052200     END-IF.
