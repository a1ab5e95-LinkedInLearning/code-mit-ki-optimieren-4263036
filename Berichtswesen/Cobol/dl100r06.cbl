002300*           TAGESBEWEGUNG (SALDO MINUS VORTRAG) DER AM         *
002400*           LAUFDATUM GEBUCHTEN KONTEN UND DER LAUFSATZ        *
002500*        3. HAUPTBUCHEXTRAKT DL100HBU - ANZAHL UND SUMME DES   *
002600*           SUMMENSATZES; DIE 'W'-ZEILEN JE WAEHRUNG UND DIE   *
002700*           'K'-ZEILE DES KURSERTRAGS WERDEN AUFGELISTET, DIE  *
002800*           EUROSUMMEN DER WAEHRUNGEN MUESSEN DIE BETRAGS-     *
002900*           SUMME ERGEBEN                                      *
003000*      JEDER VERGLEICH ERSCHEINT MIT OK/DIFFERENZ AUF DEM      *
003100*      ABSTIMMBOGEN (TAGESABSTIMMUNG.TXT); JEDE DIFFERENZ      *
003200*      BEENDET DEN SCHRITT MIT RETURN-CODE 16, DAMIT DIE       *
003300*      KETTE NICHT ALS ERFOLGREICH GILT.  BISHER WURDEN DIESE  *
003400*      VERGLEICHE BEI UNSTIMMIGEM MONATSENDE VON HAND AUS      *
003500*      VIER DATEIEN REKONSTRUIERT.                             *
003600*                                                             *
003700*    AENDERUNGEN:                                              *
003800*      2026-09-01 RH  ERSTFASSUNG                              *
003900*      2026-09-01 RH  UMBUCHUNGEN: DER HAUPTBUCHEXTRAKT        *
004000*                     TRAEGT JE UMBUCHUNG ZWEI ZEILEN - DIE    *
004100*                     ANZAHLPRUEFUNG ERWARTET LS-AKZEPTIERT    *
004200*                     + LS-UMBUCHUNGEN                         *
004300*      2026-10-15 RH  SATZLAENGE DL100STA AUF 69 (NEUE         *
004400*                     FELDER LS-EXTERN-ANZAHL/-SUMME)          *
004500*      2026-10-15 RH  FREMDWAEHRUNG: 'W'- UND 'K'-ZEILEN DES   *
004600*                     HAUPTBUCHEXTRAKTS AUF DEM ABSTIMMBOGEN,  *
004700*                     SUMME DER EUROGEGENWERTE JE WAEHRUNG     *
004800*                     GEGEN DIE BETRAGSSUMME                   *
004900*                                                             *
005000***************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID. TAGESABSTIMMUNG.
005300*
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT StatistikDatei ASSIGN TO "DL100STA"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS Statistik-Status.
006000*
006100     SELECT KontomasterDatei ASSIGN TO "DL100MST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS KM-KONTONUMMER
006500         FILE STATUS IS Kontomaster-Status.
006600*
006700     SELECT SaldenDatei ASSIGN TO "DL100SAL"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS SA-KONTONUMMER
007100         FILE STATUS IS Salden-Status.
007200*
007300     SELECT HauptbuchDatei ASSIGN TO "DL100HBU"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS Hauptbuch-Status.
007600*
007700     SELECT AbstimmDatei ASSIGN TO "tagesabstimmung.txt"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900*
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  StatistikDatei
008300     RECORD CONTAINS 69 CHARACTERS.
008400 COPY LAUFSTATISTIK.
008500*
008600 FD  KontomasterDatei
008700     RECORD CONTAINS 80 CHARACTERS.
008800 COPY KONTOMASTER.
008900*
009000 FD  SaldenDatei
009100     RECORD CONTAINS 80 CHARACTERS.
009200 COPY SALDENMASTER.
009300*
009400 FD  HauptbuchDatei
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  Hauptbuch-Zeile                PIC X(80).
009700*
009800 FD  AbstimmDatei
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  Abstimm-Zeile                  PIC X(80).
010100*
010200 WORKING-STORAGE SECTION.
010300 01  Statistik-Status            PIC X(02).
010400     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
010500 01  Kontomaster-Status          PIC X(02).
010600     88  KONTOMASTER-OK              VALUE '00'.
010700 01  Salden-Status               PIC X(02).
010800     88  SALDENDATEI-OK              VALUE '00'.
010900 01  Hauptbuch-Status            PIC X(02).
011000     88  HAUPTBUCHDATEI-OK           VALUE '00'.
011100*
011200 01  Statistikdatei-Ende         PIC X VALUE 'N'.
011300     88  KEINE-STATISTIK-MEHR        VALUE 'Y'.
011400 01  Kontomaster-Ende            PIC X VALUE 'N'.
011500     88  KEINE-KONTEN-MEHR           VALUE 'Y'.
011600 01  Salden-Ende                 PIC X VALUE 'N'.
011700     88  KEINE-SALDEN-MEHR           VALUE 'Y'.
011800 01  Hauptbuch-Ende              PIC X VALUE 'N'.
011900     88  KEIN-HAUPTBUCH-MEHR         VALUE 'Y'.
012000*
012100 01  Statistik-Gelesen           PIC X VALUE 'N'.
012200     88  STATISTIK-VORHANDEN         VALUE 'J'.
012300*
012400*    SOLLWERTE AUS DEM JUENGSTEN LAUFSTATISTIKSATZ.
012500 01  Soll-Laufdatum              PIC 9(08) VALUE ZERO.
012600 01  Soll-Anzahl                 PIC 9(07) VALUE ZERO.
012700 01  Soll-Umbuchungen            PIC 9(07) VALUE ZERO.
012800 01  Soll-Zeilen                 PIC 9(07) VALUE ZERO.
012900 01  Soll-Summe                  PIC S9(11)V99 VALUE ZERO.
013000*
013100*    ISTWERTE DER EINZELNEN QUELLEN.
013200 01  Master-Summe                PIC S9(11)V99 VALUE ZERO.
013300 01  Master-Laufdatum            PIC 9(08) VALUE ZERO.
013400 01  Salden-Bewegung             PIC S9(11)V99 VALUE ZERO.
013500 01  Salden-Postdatum            PIC 9(08) VALUE ZERO.
013600 01  Hauptbuch-Anzahl            PIC 9(07) VALUE ZERO.
013700 01  Hauptbuch-Summe             PIC S9(11)V99 VALUE ZERO.
013800 01  Hauptbuch-Summensatz-Da     PIC X VALUE 'N'.
013900     88  SUMMENSATZ-GEFUNDEN         VALUE 'J'.
014000*
014100*    SUMMENSATZ-SICHT AUF EINE HAUPTBUCHZEILE (SIEHE DL100G01).
014200 01  Hauptbuch-Summensatz.
014300     05  HS-SATZART                 PIC X(01).
014400         88  HS-IST-SUMMENSATZ          VALUE 'S'.
014500     05  HS-ANZAHL                  PIC 9(07).
014600     05  HS-BETRAGSSUMME            PIC S9(11)V99.
014700     05  FILLER                     PIC X(59).
014800*
014900*    WAEHRUNGS- UND KURSERTRAGSZEILE DES EXTRAKTS (SIEHE DL100G01).
015000 01  Hauptbuch-Waehrungssatz.
015100     05  HW-SATZART                 PIC X(01).
015200         88  HW-IST-WAEHRUNGSZEILE      VALUE 'W'.
015300         88  HW-IST-KURSERTRAGSZEILE    VALUE 'K'.
015400     05  HW-WAEHRUNG                PIC X(03).
015500     05  HW-ANZAHL                  PIC 9(07).
015600     05  HW-ORIGINALSUMME           PIC S9(11)V99.
015700     05  HW-EUROSUMME               PIC S9(11)V99.
015800     05  HW-KURSERTRAG              PIC S9(11)V99.
015900     05  FILLER                     PIC X(30).
016000 01  Hauptbuch-Kursertragssatz REDEFINES Hauptbuch-Waehrungssatz.
016100     05  HK-SATZART                 PIC X(01).
016200     05  HK-SACHKONTO               PIC 9(08).
016300     05  HK-KURSERTRAG              PIC S9(11)V99.
016400     05  FILLER                     PIC X(58).
016500 01  Waehrungszeilen-Schalter    PIC X VALUE 'N'.
016600     88  WAEHRUNGSZEILEN-GEFUNDEN    VALUE 'J'.
016700 01  Waehrungs-Euro-Summe        PIC S9(11)V99 VALUE ZERO.
016800 01  Original-Edit               PIC --,---,---,--9.99.
016900 01  Kursertrag-Edit             PIC --,---,---,--9.99.
017000*
017100 01  Abstimm-Schalter            PIC X VALUE 'J'.
017200     88  ABSTIMMUNG-OK               VALUE 'J'.
017300     88  ABSTIMMUNG-FEHLER           VALUE 'N'.
017400*
017500 01  Vergleichs-Text             PIC X(40) VALUE SPACES.
017600 01  Soll-Edit                   PIC --,---,---,--9.99.
017700 01  Ist-Edit                    PIC --,---,---,--9.99.
017800 01  Anzahl-Edit                 PIC ZZZZZZ9.
017900*
018000 PROCEDURE DIVISION.
018100*----------------------------------------------------------------
018200 Hauptprogramm.
018300*----------------------------------------------------------------
018400     PERFORM SollwerteErmitteln
018500     OPEN OUTPUT AbstimmDatei
018600     PERFORM BerichtskopfSchreiben
018700     PERFORM KontomasterAbstimmen
018800     PERFORM SaldenmasterAbstimmen
018900     PERFORM HauptbuchAbstimmen
019000     PERFORM ErgebnisSchreiben
019100     CLOSE AbstimmDatei
019200     PERFORM AbschlussMelden
019300     IF ABSTIMMUNG-FEHLER
019400         MOVE 16 TO RETURN-CODE
019500     END-IF
019600     STOP RUN.
019700*
019800*----------------------------------------------------------------
019900*    LIEST DEN JUENGSTEN SATZ DER LAUFSTATISTIK - LAUFDATUM,     *
020000*    AKZEPTIERTE SAETZE UND SIGNIERTE BETRAGSSUMME DES           *
020100*    VERARBEITUNGSLAUFS (DIESELBEN WERTE TRAEGT DER KONTROLL-    *
020200*    BERICHT).  OHNE STATISTIK IST KEINE ABSTIMMUNG MOEGLICH -   *
020300*    ABBRUCH MIT RETURN-CODE 16.                                 *
020400*----------------------------------------------------------------
020500 SollwerteErmitteln.
020600     OPEN INPUT StatistikDatei
020700     IF NOT STATISTIKDATEI-GEFUNDEN
020800         DISPLAY "DL100 FEHLER - KEINE LAUFSTATISTIK DL100STA "
020900             "VORHANDEN - TAGESABSTIMMUNG NICHT MOEGLICH"
021000         MOVE 16 TO RETURN-CODE
021100         STOP RUN
021200     END-IF
021300     PERFORM StatistiksatzLesen
021400         UNTIL KEINE-STATISTIK-MEHR
021500     CLOSE StatistikDatei
021600     COMPUTE Soll-Zeilen = Soll-Anzahl + Soll-Umbuchungen
021700     IF NOT STATISTIK-VORHANDEN
021800         DISPLAY "DL100 FEHLER - LAUFSTATISTIK DL100STA IST "
021900             "LEER - TAGESABSTIMMUNG NICHT MOEGLICH"
022000         MOVE 16 TO RETURN-CODE
022100         STOP RUN
022200     END-IF.
022300*
022400*----------------------------------------------------------------
022500 StatistiksatzLesen.
022600*----------------------------------------------------------------
022700     READ StatistikDatei
022800         AT END
022900             MOVE 'Y' TO Statistikdatei-Ende
023000         NOT AT END
023100             SET STATISTIK-VORHANDEN TO TRUE
023200             MOVE LS-LAUFDATUM TO Soll-Laufdatum
023300             MOVE LS-AKZEPTIERT TO Soll-Anzahl
023400             MOVE LS-BETRAGSSUMME TO Soll-Summe
023500             IF LS-UMBUCHUNGEN IS NUMERIC
023600                 MOVE LS-UMBUCHUNGEN TO Soll-Umbuchungen
023700             ELSE
023800                 MOVE ZERO TO Soll-Umbuchungen
023900             END-IF
024000     END-READ.
024100*
024200*----------------------------------------------------------------
024300 BerichtskopfSchreiben.
024400*----------------------------------------------------------------
024500     MOVE SPACES TO Abstimm-Zeile
024600     STRING "DL100 TAGESABSTIMMUNG - LAUFDATUM " Soll-Laufdatum
024700         DELIMITED BY SIZE INTO Abstimm-Zeile
024800     WRITE Abstimm-Zeile
024900     MOVE Soll-Summe TO Soll-Edit
025000     MOVE Soll-Anzahl TO Anzahl-Edit
025100     MOVE SPACES TO Abstimm-Zeile
025200     STRING "SOLL (LAUFSTATISTIK/KONTROLLBERICHT): "
025300         Anzahl-Edit " SAETZE, SUMME " Soll-Edit
025400         DELIMITED BY SIZE INTO Abstimm-Zeile
025500     WRITE Abstimm-Zeile
025600     MOVE SPACES TO Abstimm-Zeile
025700     WRITE Abstimm-Zeile.
025800*
025900*----------------------------------------------------------------
026000*    VERGLEICH 1: SUMME KM-BETRAGSSUMME UEBER ALLE KONTEN DES    *
026100*    KONTOMASTERS (OHNE LAUFSATZ) GEGEN DIE AKZEPTIERTE          *
026200*    BETRAGSSUMME, DAZU DAS LAUFDATUM DES LAUFSATZES GEGEN DAS   *
026300*    SOLL-LAUFDATUM.                                             *
026400*----------------------------------------------------------------
026500 KontomasterAbstimmen.
026600     OPEN INPUT KontomasterDatei
026700     IF NOT KONTOMASTER-OK
026800         MOVE "KONTOMASTER DL100MST NICHT LESBAR"
026900             TO Vergleichs-Text
027000         PERFORM DifferenzzeileOhneWerte
027100     ELSE
027200         MOVE ZERO TO KM-KONTONUMMER
027300         START KontomasterDatei
027400             KEY IS NOT LESS THAN KM-KONTONUMMER
027500             INVALID KEY
027600                 MOVE 'Y' TO Kontomaster-Ende
027700         END-START
027800         PERFORM KontomastersatzSummieren
027900             UNTIL KEINE-KONTEN-MEHR
028000         CLOSE KontomasterDatei
028100         MOVE "KONTOMASTER: SUMME JE KONTO" TO Vergleichs-Text
028200         MOVE Master-Summe TO Ist-Edit
028300         PERFORM SummenvergleichSchreiben
028400         IF Master-Laufdatum NOT = Soll-Laufdatum
028500             MOVE "KONTOMASTER: LAUFSATZ-DATUM WEICHT AB"
028600                 TO Vergleichs-Text
028700             PERFORM DifferenzzeileOhneWerte
028800         END-IF
028900     END-IF.
029000*
029100*----------------------------------------------------------------
029200 KontomastersatzSummieren.
029300*----------------------------------------------------------------
029400     READ KontomasterDatei NEXT RECORD
029500         AT END
029600             MOVE 'Y' TO Kontomaster-Ende
029700         NOT AT END
029800             IF KL-IST-LAUFSATZ
029900                 MOVE KL-LAUFDATUM TO Master-Laufdatum
030000             ELSE
030100                 ADD KM-BETRAGSSUMME TO Master-Summe
030200             END-IF
030300     END-READ.
030400*
030500*----------------------------------------------------------------
030600*    VERGLEICH 2: TATSAECHLICH AUF DEN SALDENMASTER GEPOSTETE    *
030700*    TAGESBEWEGUNG (SALDO MINUS VORTRAG DER AM SOLL-LAUFDATUM    *
030800*    GEBUCHTEN KONTEN) GEGEN DIE AKZEPTIERTE BETRAGSSUMME,       *
030900*    DAZU DER LAUFSATZ (LETZTES POSTDATUM).                      *
031000*----------------------------------------------------------------
031100 SaldenmasterAbstimmen.
031200     OPEN INPUT SaldenDatei
031300     IF NOT SALDENDATEI-OK
031400         MOVE "SALDENMASTER DL100SAL NICHT LESBAR"
031500             TO Vergleichs-Text
031600         PERFORM DifferenzzeileOhneWerte
031700     ELSE
031800         MOVE ZERO TO SA-KONTONUMMER
031900         START SaldenDatei
032000             KEY IS NOT LESS THAN SA-KONTONUMMER
032100             INVALID KEY
032200                 MOVE 'Y' TO Salden-Ende
032300         END-START
032400         PERFORM SaldensatzSummieren
032500             UNTIL KEINE-SALDEN-MEHR
032600         CLOSE SaldenDatei
032700         MOVE "SALDENMASTER: GEPOSTETE TAGESBEWEGUNG"
032800             TO Vergleichs-Text
032900         MOVE Salden-Bewegung TO Ist-Edit
033000         PERFORM SummenvergleichSchreiben
033100         IF Salden-Postdatum NOT = Soll-Laufdatum
033200             MOVE "SALDENMASTER: LAUFSATZ-DATUM WEICHT AB"
033300                 TO Vergleichs-Text
033400             PERFORM DifferenzzeileOhneWerte
033500         END-IF
033600     END-IF.
033700*
033800*----------------------------------------------------------------
033900 SaldensatzSummieren.
034000*----------------------------------------------------------------
034100     READ SaldenDatei NEXT RECORD
034200         AT END
034300             MOVE 'Y' TO Salden-Ende
034400         NOT AT END
034500             IF SL-IST-LAUFSATZ
034600                 MOVE SL-LETZTES-POSTDATUM TO Salden-Postdatum
034700             ELSE
034800                 IF SA-LETZTER-LAUF = Soll-Laufdatum
034900                     COMPUTE Salden-Bewegung = Salden-Bewegung
035000                         + SA-SALDO - SA-SALDO-VORTRAG
035100                 END-IF
035200             END-IF
035300     END-READ.
035400*
035500*----------------------------------------------------------------
035600*    VERGLEICH 3: SUMMENSATZ DES HAUPTBUCHEXTRAKTS (ANZAHL UND   *
035700*    BETRAGSSUMME) GEGEN DIE SOLLWERTE.                          *
035800*----------------------------------------------------------------
035900 HauptbuchAbstimmen.
036000     OPEN INPUT HauptbuchDatei
036100     IF NOT HAUPTBUCHDATEI-OK
036200         MOVE "HAUPTBUCHEXTRAKT DL100HBU NICHT LESBAR"
036300             TO Vergleichs-Text
036400         PERFORM DifferenzzeileOhneWerte
036500     ELSE
036600         PERFORM HauptbuchzeileLesen
036700             UNTIL KEIN-HAUPTBUCH-MEHR
036800         CLOSE HauptbuchDatei
036900         IF SUMMENSATZ-GEFUNDEN
037000             MOVE "HAUPTBUCH: SUMMENSATZ BETRAG"
037100                 TO Vergleichs-Text
037200             MOVE Hauptbuch-Summe TO Ist-Edit
037300             PERFORM SummenvergleichSchreiben
037400             IF Hauptbuch-Anzahl NOT = Soll-Zeilen
037500                 MOVE "HAUPTBUCH: SATZANZAHL WEICHT AB"
037600                     TO Vergleichs-Text
037700                 PERFORM DifferenzzeileOhneWerte
037800             END-IF
037900             IF WAEHRUNGSZEILEN-GEFUNDEN
038000                 MOVE "HAUPTBUCH: EUROSUMME JE WAEHRUNG"
038100                     TO Vergleichs-Text
038200                 MOVE Waehrungs-Euro-Summe TO Ist-Edit
038300                 PERFORM SummenvergleichSchreiben
038400             END-IF
038500         ELSE
038600             MOVE "HAUPTBUCH: KEIN SUMMENSATZ GEFUNDEN"
038700                 TO Vergleichs-Text
038800             PERFORM DifferenzzeileOhneWerte
038900         END-IF
039000     END-IF.
039100*
039200*----------------------------------------------------------------
039300 HauptbuchzeileLesen.
039400*----------------------------------------------------------------
039500     READ HauptbuchDatei
039600         AT END
039700             MOVE 'Y' TO Hauptbuch-Ende
039800         NOT AT END
039900             MOVE Hauptbuch-Zeile TO Hauptbuch-Summensatz
040000             MOVE Hauptbuch-Zeile TO Hauptbuch-Waehrungssatz
040100             IF HS-IST-SUMMENSATZ
040200                 SET SUMMENSATZ-GEFUNDEN TO TRUE
040300                 MOVE HS-ANZAHL TO Hauptbuch-Anzahl
040400                 MOVE HS-BETRAGSSUMME TO Hauptbuch-Summe
040500             ELSE
040600             IF HW-IST-WAEHRUNGSZEILE
040700                 PERFORM WaehrungszeileAuflisten
040800             ELSE
040900             IF HW-IST-KURSERTRAGSZEILE
041000                 MOVE HK-KURSERTRAG TO Kursertrag-Edit
041100                 MOVE SPACES TO Abstimm-Zeile
041200                 STRING "HAUPTBUCH: KURSERTRAG SACHKONTO "
041300                     HK-SACHKONTO " " Kursertrag-Edit
041400                     DELIMITED BY SIZE INTO Abstimm-Zeile
041500                 WRITE Abstimm-Zeile
041600             END-IF END-IF END-IF
041700     END-READ.
041800*
041900*----------------------------------------------------------------
042000*    LISTET EINE 'W'-ZEILE (ANZAHL, ORIGINALSUMME, EUROSUMME,    *
042100*    KURSERTRAG JE WAEHRUNG) UND SUMMIERT IHRE EUROSUMME.  VOR   *
042200*    DER ERSTEN ZEILE STEHT DIE UEBERSCHRIFT.                    *
042300*----------------------------------------------------------------
042400 WaehrungszeileAuflisten.
042500     IF NOT WAEHRUNGSZEILEN-GEFUNDEN
042600         SET WAEHRUNGSZEILEN-GEFUNDEN TO TRUE
042700         MOVE SPACES TO Abstimm-Zeile
042800         STRING "HAUPTBUCH JE WAEHRUNG "
042900             "(ANZAHL/ORIGINAL/EURO/KURSERTRAG):"
043000             DELIMITED BY SIZE INTO Abstimm-Zeile
043100         WRITE Abstimm-Zeile
043200     END-IF
043300     ADD HW-EUROSUMME TO Waehrungs-Euro-Summe
043400     MOVE HW-ANZAHL TO Anzahl-Edit
043500     MOVE HW-ORIGINALSUMME TO Original-Edit
043600     MOVE HW-EUROSUMME TO Ist-Edit
043700     MOVE HW-KURSERTRAG TO Kursertrag-Edit
043800     MOVE SPACES TO Abstimm-Zeile
043900     STRING "  " HW-WAEHRUNG " " Anzahl-Edit " " Original-Edit
044000         " " Ist-Edit " " Kursertrag-Edit
044100         DELIMITED BY SIZE INTO Abstimm-Zeile
044200     WRITE Abstimm-Zeile.
044300*
044400*----------------------------------------------------------------
044500*    SCHREIBT EINE VERGLEICHSZEILE (SOLL GEGEN IST-EDIT) MIT     *
044600*    OK/DIFFERENZ-URTEIL; EINE DIFFERENZ SETZT DEN GESAMT-       *
044700*    SCHALTER.                                                   *
044800*----------------------------------------------------------------
044900 SummenvergleichSchreiben.
045000     MOVE Soll-Summe TO Soll-Edit
045100     MOVE SPACES TO Abstimm-Zeile
045200     IF Soll-Edit = Ist-Edit
045300         STRING Vergleichs-Text " " Ist-Edit "  OK"
045400             DELIMITED BY SIZE INTO Abstimm-Zeile
045500     ELSE
045600         SET ABSTIMMUNG-FEHLER TO TRUE
045700         STRING Vergleichs-Text " " Ist-Edit "  DIFFERENZ"
045800             DELIMITED BY SIZE INTO Abstimm-Zeile
045900     END-IF
046000     WRITE Abstimm-Zeile.
046100*
046200*----------------------------------------------------------------
046300 DifferenzzeileOhneWerte.
046400*----------------------------------------------------------------
046500     SET ABSTIMMUNG-FEHLER TO TRUE
046600     MOVE SPACES TO Abstimm-Zeile
046700     STRING Vergleichs-Text "  DIFFERENZ"
046800         DELIMITED BY SIZE INTO Abstimm-Zeile
046900     WRITE Abstimm-Zeile.
047000*
047100*----------------------------------------------------------------
047200 ErgebnisSchreiben.
047300*----------------------------------------------------------------
047400     MOVE SPACES TO Abstimm-Zeile
047500     WRITE Abstimm-Zeile
047600     MOVE SPACES TO Abstimm-Zeile
047700     IF ABSTIMMUNG-OK
047800         MOVE "GESAMTERGEBNIS: OK - ALLE QUELLEN STIMMEN UEBEREIN"
047900             TO Abstimm-Zeile
048000     ELSE
048100         MOVE "GESAMTERGEBNIS: DIFFERENZ - KETTE NICHT FREIGEBEN"
048200             TO Abstimm-Zeile
048300     END-IF
048400     WRITE Abstimm-Zeile.
048500*
048600*----------------------------------------------------------------
048700 AbschlussMelden.
048800*----------------------------------------------------------------
048900     DISPLAY "DL100 TAGESABSTIMMUNG - LAUFDATUM " Soll-Laufdatum
049000     IF ABSTIMMUNG-OK
049100         DISPLAY "ERGEBNIS: OK (SIEHE TAGESABSTIMMUNG.TXT)"
049200     ELSE
049300         DISPLAY "ERGEBNIS: DIFFERENZ - SIEHE "
049400             "TAGESABSTIMMUNG.TXT (CC=16)"
049500     END-IF.
