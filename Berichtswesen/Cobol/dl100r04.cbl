002800*                                                             *
002900*    AENDERUNGEN:                                              *
003000*      2026-08-23 RH  ERSTFASSUNG                              *
003100*      2026-10-15 RH  SATZLAENGE DL100STA AUF 69 (NEUE         *
003200*                     FELDER LS-EXTERN-ANZAHL/-SUMME)          *
003300*                                                             *
003400***************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. LAUFVERGLEICH.
003700*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT StatistikDatei ASSIGN TO "DL100STA"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS Statistik-Status.
004400*
004500     SELECT AbweichungsDatei ASSIGN TO "abweichungsbericht.txt"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  StatistikDatei
005100     RECORD CONTAINS 69 CHARACTERS.
005200 COPY LAUFSTATISTIK.
005300*
005400 FD  AbweichungsDatei
005500     RECORD CONTAINS 80 CHARACTERS.
005600 01  Abweichungs-Zeile              PIC X(80).
005700*
005800 WORKING-STORAGE SECTION.
005900 01  Statistik-Status            PIC X(02).
006000     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
006100*
006200 01  Statistikdatei-Ende         PIC X VALUE 'N'.
006300     88  KEINE-STATISTIK-MEHR        VALUE 'Y'.
006400*
006500*    ROLLIERENDES FENSTER: DER JUENGSTE SATZ STEHT NACH DEM
006600*    EINLESEN IN FENSTER-EINTRAG (1), DIE BIS ZU ZEHN VORLAEUFE
006700*    DAHINTER.  BEIM EINLESEN WIRD JE SATZ NACH HINTEN
006800*    DURCHGESCHOBEN, DER AELTESTE FAELLT HERAUS.
006900 01  Vergleichsfenster.
007000     05  Fenster-Anzahl             PIC S9(04) COMP VALUE ZERO.
007100     05  Fenster-Eintrag OCCURS 11 TIMES.
007200         10  FE-LAUFDATUM           PIC 9(08).
007300         10  FE-GELESEN             PIC 9(07).
007400         10  FE-ABGEWIESEN          PIC 9(07).
007500         10  FE-BETRAGSSUMME        PIC S9(11)V99.
007600 01  Fenster-Index               PIC S9(04) COMP VALUE ZERO.
007700 01  Schiebe-Index               PIC S9(04) COMP VALUE ZERO.
007800*
007900 01  Anzahl-Vorlaeufe            PIC S9(04) COMP VALUE ZERO.
008000 01  Summe-Gelesen               PIC S9(09) COMP VALUE ZERO.
008100 01  Summe-Quote                 PIC S9(07)V99 VALUE ZERO.
008200 01  Summe-Betrag                PIC S9(13)V99 VALUE ZERO.
008300 01  Schnitt-Gelesen             PIC S9(07)V99 VALUE ZERO.
008400 01  Schnitt-Quote               PIC S9(03)V99 VALUE ZERO.
008500 01  Schnitt-Betrag              PIC S9(11)V99 VALUE ZERO.
008600 01  Heute-Quote                 PIC S9(03)V99 VALUE ZERO.
008700 01  Vergleichs-Quote            PIC S9(03)V99 VALUE ZERO.
008800 01  Betrag-Absolut              PIC S9(11)V99 VALUE ZERO.
008900 01  Vergleichswert              PIC S9(11)V99 VALUE ZERO.
009000*
009100 01  Auffaelligkeits-Schalter    PIC X VALUE 'N'.
009200     88  AUFFAELLIGKEIT-GEFUNDEN     VALUE 'J'.
009300*
009400 01  Anzahl-Edit                 PIC ZZZZZZ9.
009500 01  Betrag-Edit                 PIC ---,---,---,--9.99.
009600 01  Quote-Edit                  PIC ZZ9.99.
009700 01  Schnitt-Edit                PIC ZZZZZZ9.99.
009800*
009900 PROCEDURE DIVISION.
010000*----------------------------------------------------------------
010100 Hauptprogramm.
010200*----------------------------------------------------------------
010300     OPEN INPUT StatistikDatei
010400     IF NOT STATISTIKDATEI-GEFUNDEN
010500         DISPLAY "DL100 LAUFVERGLEICH - KEINE LAUFSTATISTIK "
010600             "(DL100STA) VORHANDEN, NOCH KEIN VERGLEICH "
010700             "MOEGLICH"
010800         STOP RUN
010900     END-IF
011000     PERFORM StatistiksatzEinlesen
011100         UNTIL KEINE-STATISTIK-MEHR
011200     CLOSE StatistikDatei
011300     OPEN OUTPUT AbweichungsDatei
011400     IF Fenster-Anzahl LESS THAN 2
011500         PERFORM AnlaufhinweisSchreiben
011600     ELSE
011700         PERFORM DurchschnitteErrechnen
011800         PERFORM VergleichSchreiben
011900         PERFORM AuffaelligkeitenPruefen
012000     END-IF
012100     CLOSE AbweichungsDatei
012200     IF AUFFAELLIGKEIT-GEFUNDEN
012300         DISPLAY "DL100 LAUFVERGLEICH - AUFFAELLIGKEITEN "
012400             "GEFUNDEN, SIEHE ABWEICHUNGSBERICHT.TXT"
012500         MOVE 8 TO RETURN-CODE
012600     ELSE
012700         DISPLAY "DL100 LAUFVERGLEICH - KEINE AUFFAELLIGKEITEN"
012800     END-IF
012900     STOP RUN.
013000*
013100*----------------------------------------------------------------
013200*    SCHIEBT JEDEN GELESENEN STATISTIKSATZ VORN IN DAS FENSTER   *
013300*    EIN (PLATZ 1 = JUENGSTER LAUF); DER AELTESTE FAELLT BEI     *
013400*    VOLLEM FENSTER HERAUS.                                      *
013500*----------------------------------------------------------------
013600 StatistiksatzEinlesen.
013700     READ StatistikDatei
013800         AT END
013900             MOVE 'Y' TO Statistikdatei-Ende
014000         NOT AT END
014100             IF Fenster-Anzahl LESS THAN 11
014200                 ADD 1 TO Fenster-Anzahl
014300             END-IF
014400             MOVE Fenster-Anzahl TO Schiebe-Index
014500             PERFORM FensterDurchschieben
014600                 UNTIL Schiebe-Index NOT GREATER THAN 1
014700             MOVE LS-LAUFDATUM TO FE-LAUFDATUM (1)
014800             MOVE LS-GELESEN TO FE-GELESEN (1)
014900             MOVE LS-ABGEWIESEN TO FE-ABGEWIESEN (1)
015000             MOVE LS-BETRAGSSUMME TO FE-BETRAGSSUMME (1)
015100     END-READ.
015200*
015300*----------------------------------------------------------------
015400 FensterDurchschieben.
015500*----------------------------------------------------------------
015600     MOVE Fenster-Eintrag (Schiebe-Index - 1)
015700         TO Fenster-Eintrag (Schiebe-Index)
015800     SUBTRACT 1 FROM Schiebe-Index.
015900*
016000*----------------------------------------------------------------
016100 AnlaufhinweisSchreiben.
016200*----------------------------------------------------------------
016300     MOVE SPACES TO Abweichungs-Zeile
016400     STRING "DL100 LAUFVERGLEICH - NOCH KEINE ZWEI LAEUFE IN "
016500         "DER STATISTIK, KEIN VERGLEICH" DELIMITED BY SIZE
016600         INTO Abweichungs-Zeile
016700     WRITE Abweichungs-Zeile
016800     DISPLAY "DL100 LAUFVERGLEICH - ZU WENIG HISTORIE FUER "
016900         "EINEN VERGLEICH".
017000*
017100*----------------------------------------------------------------
017200*    ERRECHNET DIE DURCHSCHNITTE UEBER DIE VORLAEUFE (PLAETZE    *
017300*    2..FENSTER-ANZAHL): SATZVOLUMEN, ABWEISUNGSQUOTE IN         *
017400*    PROZENT UND BETRAGSSUMME OHNE VORZEICHEN.                   *
017500*----------------------------------------------------------------
017600 DurchschnitteErrechnen.
017700     COMPUTE Anzahl-Vorlaeufe = Fenster-Anzahl - 1
017800     MOVE ZERO TO Summe-Gelesen
017900     MOVE ZERO TO Summe-Quote
018000     MOVE ZERO TO Summe-Betrag
018100     MOVE 1 TO Fenster-Index
018200     PERFORM VorlaufSummieren
018300         UNTIL Fenster-Index NOT LESS THAN Fenster-Anzahl
018400     COMPUTE Schnitt-Gelesen ROUNDED =
018500         Summe-Gelesen / Anzahl-Vorlaeufe
018600     COMPUTE Schnitt-Quote ROUNDED =
018700         Summe-Quote / Anzahl-Vorlaeufe
018800     COMPUTE Schnitt-Betrag ROUNDED =
018900         Summe-Betrag / Anzahl-Vorlaeufe.
019000*
019100*----------------------------------------------------------------
019200 VorlaufSummieren.
019300*----------------------------------------------------------------
019400     ADD 1 TO Fenster-Index
019500     ADD FE-GELESEN (Fenster-Index) TO Summe-Gelesen
019600     IF FE-GELESEN (Fenster-Index) GREATER THAN ZERO
019700         COMPUTE Vergleichs-Quote ROUNDED =
019800             FE-ABGEWIESEN (Fenster-Index) * 100
019900             / FE-GELESEN (Fenster-Index)
020000         ADD Vergleichs-Quote TO Summe-Quote
020100     END-IF
020200     MOVE FE-BETRAGSSUMME (Fenster-Index) TO Betrag-Absolut
020300     IF Betrag-Absolut LESS THAN ZERO
020400         COMPUTE Betrag-Absolut = ZERO - Betrag-Absolut
020500     END-IF
020600     ADD Betrag-Absolut TO Summe-Betrag.
020700*
020800*----------------------------------------------------------------
020900*    SCHREIBT DIE GEGENUEBERSTELLUNG DES JUENGSTEN LAUFS UND     *
021000*    DER FENSTERDURCHSCHNITTE IN DEN ABWEICHUNGSBERICHT.         *
021100*----------------------------------------------------------------
021200 VergleichSchreiben.
021300     MOVE Anzahl-Vorlaeufe TO Anzahl-Edit
021400     MOVE SPACES TO Abweichungs-Zeile
021500     STRING "DL100 LAUFVERGLEICH - LAUFDATUM " FE-LAUFDATUM (1)
021600         "  FENSTER: " Anzahl-Edit " VORLAEUFE"
021700         DELIMITED BY SIZE INTO Abweichungs-Zeile
021800     WRITE Abweichungs-Zeile
021900     MOVE FE-GELESEN (1) TO Anzahl-Edit
022000     MOVE Schnitt-Gelesen TO Schnitt-Edit
022100     MOVE SPACES TO Abweichungs-Zeile
022200     STRING "SAETZE GELESEN : HEUTE " Anzahl-Edit
022300         "  SCHNITT " Schnitt-Edit DELIMITED BY SIZE
022400         INTO Abweichungs-Zeile
022500     WRITE Abweichungs-Zeile
022600     PERFORM HeuteQuoteErrechnen
022700     MOVE Heute-Quote TO Quote-Edit
022800     MOVE SPACES TO Abweichungs-Zeile
022900     STRING "ABWEISUNGSQUOTE: HEUTE " Quote-Edit " PROZENT"
023000         DELIMITED BY SIZE INTO Abweichungs-Zeile
023100     WRITE Abweichungs-Zeile
023200     MOVE Schnitt-Quote TO Quote-Edit
023300     MOVE SPACES TO Abweichungs-Zeile
023400     STRING "                 SCHNITT " Quote-Edit " PROZENT"
023500         DELIMITED BY SIZE INTO Abweichungs-Zeile
023600     WRITE Abweichungs-Zeile
023700     MOVE FE-BETRAGSSUMME (1) TO Betrag-Edit
023800     MOVE SPACES TO Abweichungs-Zeile
023900     STRING "BETRAGSSUMME   : HEUTE " Betrag-Edit
024000         DELIMITED BY SIZE INTO Abweichungs-Zeile
024100     WRITE Abweichungs-Zeile
024200     MOVE Schnitt-Betrag TO Betrag-Edit
024300     MOVE SPACES TO Abweichungs-Zeile
024400     STRING "                 SCHNITT " Betrag-Edit
024500         " (OHNE VORZEICHEN)" DELIMITED BY SIZE
024600         INTO Abweichungs-Zeile
024700     WRITE Abweichungs-Zeile.
024800*
024900*----------------------------------------------------------------
025000 HeuteQuoteErrechnen.
025100*----------------------------------------------------------------
025200     MOVE ZERO TO Heute-Quote
025300     IF FE-GELESEN (1) GREATER THAN ZERO
025400         COMPUTE Heute-Quote ROUNDED =
025500             FE-ABGEWIESEN (1) * 100 / FE-GELESEN (1)
025600     END-IF.
025700*
025800*----------------------------------------------------------------
025900*    PRUEFT DIE DREI AUFFAELLIGKEITSREGELN UND SCHREIBT JE       *
026000*    TREFFER EINE WARNZEILE IN DEN ABWEICHUNGSBERICHT.           *
026100*----------------------------------------------------------------
026200 AuffaelligkeitenPruefen.
026300     COMPUTE Vergleichswert = Schnitt-Gelesen / 2
026400     IF FE-GELESEN (1) LESS THAN Vergleichswert
026500         PERFORM WarnzeileVolumenTief
026600     END-IF
026700     COMPUTE Vergleichswert = Schnitt-Gelesen * 2
026800     IF Schnitt-Gelesen GREATER THAN ZERO
026900         AND FE-GELESEN (1) GREATER THAN Vergleichswert
027000         PERFORM WarnzeileVolumenHoch
027100     END-IF
027200     PERFORM HeuteQuoteErrechnen
027300     COMPUTE Vergleichs-Quote = Schnitt-Quote + 10
027400     IF Heute-Quote GREATER THAN Vergleichs-Quote
027500         PERFORM WarnzeileQuote
027600     END-IF
027700     MOVE FE-BETRAGSSUMME (1) TO Betrag-Absolut
027800     IF Betrag-Absolut LESS THAN ZERO
027900         COMPUTE Betrag-Absolut = ZERO - Betrag-Absolut
028000     END-IF
028100     COMPUTE Vergleichswert = Schnitt-Betrag / 2
028200     IF Schnitt-Betrag GREATER THAN ZERO
028300         AND Betrag-Absolut LESS THAN Vergleichswert
028400         PERFORM WarnzeileBetragTief
028500     END-IF
028600     COMPUTE Vergleichswert = Schnitt-Betrag * 2
028700     IF Schnitt-Betrag GREATER THAN ZERO
028800         AND Betrag-Absolut GREATER THAN Vergleichswert
028900         PERFORM WarnzeileBetragHoch
029000     END-IF.
029100*
029200*----------------------------------------------------------------
029300 WarnzeileVolumenTief.
029400*----------------------------------------------------------------
029500     SET AUFFAELLIGKEIT-GEFUNDEN TO TRUE
029600     MOVE SPACES TO Abweichungs-Zeile
029700     STRING "*** SATZVOLUMEN UNTER DER HAELFTE DES SCHNITTS "
029800         "(UNVOLLSTAENDIGE ANLIEFERUNG?)"
029900         DELIMITED BY SIZE INTO Abweichungs-Zeile
030000     WRITE Abweichungs-Zeile.
030100*
030200*----------------------------------------------------------------
030300 WarnzeileVolumenHoch.
030400*----------------------------------------------------------------
030500     SET AUFFAELLIGKEIT-GEFUNDEN TO TRUE
030600     MOVE SPACES TO Abweichungs-Zeile
030700     STRING "*** SATZVOLUMEN UEBER DEM DOPPELTEN DES SCHNITTS "
030800         "(DOPPELTE ANLIEFERUNG?)"
030900         DELIMITED BY SIZE INTO Abweichungs-Zeile
031000     WRITE Abweichungs-Zeile.
031100*
031200*----------------------------------------------------------------
031300 WarnzeileQuote.
031400*----------------------------------------------------------------
031500     SET AUFFAELLIGKEIT-GEFUNDEN TO TRUE
031600     MOVE SPACES TO Abweichungs-Zeile
031700     STRING "*** ABWEISUNGSQUOTE UEBER 10 PUNKTE UEBER DEM "
031800         "SCHNITT (DATENQUALITAET?)"
031900         DELIMITED BY SIZE INTO Abweichungs-Zeile
032000     WRITE Abweichungs-Zeile.
032100*
032200*----------------------------------------------------------------
032300 WarnzeileBetragTief.
032400*----------------------------------------------------------------
032500     SET AUFFAELLIGKEIT-GEFUNDEN TO TRUE
032600     MOVE SPACES TO Abweichungs-Zeile
032700     STRING "*** BETRAGSSUMME UNTER DER HAELFTE DES "
032800         "DURCHSCHNITTS" DELIMITED BY SIZE
032900         INTO Abweichungs-Zeile
033000     WRITE Abweichungs-Zeile.
033100*
033200*----------------------------------------------------------------
033300 WarnzeileBetragHoch.
033400*----------------------------------------------------------------
033500     SET AUFFAELLIGKEIT-GEFUNDEN TO TRUE
033600     MOVE SPACES TO Abweichungs-Zeile
033700     STRING "*** BETRAGSSUMME UEBER DEM DOPPELTEN DES "
033800         "DURCHSCHNITTS" DELIMITED BY SIZE
033900         INTO Abweichungs-Zeile
034000     WRITE Abweichungs-Zeile.
