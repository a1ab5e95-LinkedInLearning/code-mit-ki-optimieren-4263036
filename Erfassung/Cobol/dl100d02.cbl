004700*                     SAETZE TRAGEN FILIALE 00, DAMIT DIE      *
004800*                     KONSOLIDIERUNG SIE NICHT ALS FILIALE     *
004900*                     IHRES SLOTS STEMPELT                     *
005000*      2026-10-15 RH  SATZLAENGE DL100STA AUF 69 (NEUE         *
005100*                     FELDER LS-EXTERN-ANZAHL/-SUMME)          *
005200*                                                             *
005300***************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID. DAUERAUFTRAGSGENERATOR.
005600*
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT DauerauftragDatei ASSIGN TO "DL100DAU"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS Dauerauftrag-Status.
006300*
006400*    QUELLE DES HD-VORSATZES IM GENERIERMODUS: DIE UEBER
006500*    DD_DL100EIN AUFGELOESTE TAGESEINGABE ODER - BEI REINER
006600*    FILIALANLIEFERUNG - DIE ERSTE GESETZTE FILIALDATEI
006700*    DD_DL100FIL1..9 (WIE IN DER TERMINFREIGABE).  DER NAME
006800*    WIRD ERST ZUR LAUFZEIT ERMITTELT, DESHALB ASSIGN USING.
006900     SELECT EingabeDatei ASSIGN USING Eingabe-Pfad
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS Eingabe-Status.
007200*
007300     SELECT StatistikDatei ASSIGN TO "DL100STA"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS Statistik-Status.
007600*
007700*    DL100DAG - HEUTE FAELLIGE DAUERAUFTRAEGE IM DATEISATZ-
007800*    FORMAT MIT EIGENEM VORSATZ/NACHSATZ FUER SCHRITT 0.
007900     SELECT GeneratDatei ASSIGN TO "DL100DAG"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100*
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  DauerauftragDatei
008500     RECORD CONTAINS 80 CHARACTERS.
008600 COPY DAUERAUFTRAG.
008700*
008800 FD  EingabeDatei
008900     RECORD CONTAINS 80 CHARACTERS.
009000 COPY DATEISATZ.
009100*
009200 FD  StatistikDatei
009300     RECORD CONTAINS 69 CHARACTERS.
009400 COPY LAUFSTATISTIK.
009500*
009600 FD  GeneratDatei
009700     RECORD CONTAINS 80 CHARACTERS.
009800 01  Generat-Satz                   PIC X(80).
009900*
010000 WORKING-STORAGE SECTION.
010100 01  Dauerauftrag-Status         PIC X(02).
010200     88  DAUERAUFTRAGDATEI-GEFUNDEN  VALUE '00'.
010300 01  Eingabe-Status              PIC X(02).
010400     88  EINGABEDATEI-GEOEFFNET      VALUE '00'.
010500 01  Statistik-Status            PIC X(02).
010600     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
010700*
010800 01  Dauerauftragdatei-Ende      PIC X VALUE 'N'.
010900     88  KEINE-AUFTRAEGE-MEHR        VALUE 'Y'.
011000 01  Statistikdatei-Ende         PIC X VALUE 'N'.
011100     88  KEINE-STATISTIK-MEHR        VALUE 'Y'.
011200*
011300 01  Modus-Eingabe               PIC X(01) VALUE SPACE.
011400     88  MODUS-GENERIEREN            VALUE 'G' 'g'.
011500     88  MODUS-VORRUECKEN            VALUE 'V' 'v'.
011600*
011700 01  Vorsatz-Schalter            PIC X VALUE 'N'.
011800     88  VORSATZ-ERHALTEN            VALUE 'J'.
011900 01  Statistik-Gelesen           PIC X VALUE 'N'.
012000     88  STATISTIK-VORHANDEN         VALUE 'J'.
012100 01  Lauf-Datum                  PIC 9(08) VALUE ZERO.
012200*
012300*    AUFLOESUNG DER VORSATZ-QUELLE (SIEHE SELECT OBEN).
012400 01  Eingabe-Pfad                PIC X(60) VALUE SPACES.
012500 01  Filial-Index                PIC S9(04) COMP VALUE ZERO.
012600 01  Filial-Ziffer               PIC 9(01) VALUE ZERO.
012700 01  Umgebungsname               PIC X(12) VALUE SPACES.
012800*
012900*    GELADENER MASTER (WIE IN DER PFLEGE).
013000 01  Auftrags-Tabelle.
013100     05  Auftrags-Anzahl            PIC S9(04) COMP VALUE ZERO.
013200     05  Auftrags-Eintrag OCCURS 200 TIMES.
013300         10  AT-SATZ                PIC X(80).
013400 01  Auftrags-Index              PIC S9(04) COMP VALUE ZERO.
013500*
013600*    FAELLIGKEITS-VORRUECKEN: ZERLEGTES DATUM UND MONATS-
013700*    RECHNUNG (JAHR * 12 + MONAT).
013800 01  Faelligkeit-Datum           PIC 9(08) VALUE ZERO.
013900 01  Faelligkeit-Teile REDEFINES Faelligkeit-Datum.
014000     05  Faelligkeit-Jahr           PIC 9(04).
014100     05  Faelligkeit-Monat          PIC 9(02).
014200     05  Faelligkeit-Tag            PIC 9(02).
014300 01  Monats-Index                PIC S9(07) COMP VALUE ZERO.
014400 01  Monats-Rest                 PIC S9(07) COMP VALUE ZERO.
014500*
014600 01  Zaehler-Faellig             PIC S9(07) COMP VALUE ZERO.
014700 01  Zaehler-Vorgerueckt         PIC S9(07) COMP VALUE ZERO.
014800 01  Summe-Faellig               PIC S9(11)V99 VALUE ZERO.
014900*
015000 01  Generat-Name                PIC X(12) VALUE "DL100DAG".
015100 01  Loeschung-RC                PIC 9(09) COMP-5 VALUE ZERO.
015200*
015300 01  Anzahl-Edit                 PIC ZZZZZZ9.
015400 01  Betrag-Edit                 PIC ---,---,---,--9.99.
015500*
015600 PROCEDURE DIVISION.
015700*----------------------------------------------------------------
015800 Hauptprogramm.
015900*----------------------------------------------------------------
016000     ACCEPT Modus-Eingabe FROM ENVIRONMENT "DL100DAUMODUS"
016100     IF NOT MODUS-GENERIEREN AND NOT MODUS-VORRUECKEN
016200         DISPLAY "DL100 FEHLER - DL100DAUMODUS MUSS 'G' "
016300             "(GENERIEREN) ODER 'V' (VORRUECKEN) SEIN - "
016400             "SCHRITT ABGEBROCHEN"
016500         MOVE 16 TO RETURN-CODE
016600         STOP RUN
016700     END-IF
016800     PERFORM AuftraegeLaden
016900     IF Auftrags-Anzahl = ZERO
017000         DISPLAY "DL100 DAUERAUFTRAGSGENERATOR - KEINE "
017100             "DAUERAUFTRAEGE GEFUEHRT, NICHTS ZU TUN"
017200         IF MODUS-GENERIEREN
017300             PERFORM AlteGeneratdateiEntfernen
017400         END-IF
017500         STOP RUN
017600     END-IF
017700     IF MODUS-GENERIEREN
017800         PERFORM LaufdatumAusVorsatz
017900         PERFORM AlteGeneratdateiEntfernen
018000         PERFORM FaelligeSummieren
018100         IF Zaehler-Faellig = ZERO
018200             DISPLAY "DL100 DAUERAUFTRAGSGENERATOR - NICHTS "
018300                 "FAELLIG ZUM " Lauf-Datum
018400         ELSE
018500             PERFORM GeneratdateiSchreiben
018600         END-IF
018700     ELSE
018800         PERFORM LaufdatumAusStatistik
018900         PERFORM FaelligkeitenVorruecken
019000         PERFORM MasterZurueckschreiben
019100     END-IF
019200     PERFORM AbschlussMelden
019300     STOP RUN.
019400*
019500*----------------------------------------------------------------
019600 AuftraegeLaden.
019700*----------------------------------------------------------------
019800     MOVE 'N' TO Dauerauftragdatei-Ende
019900     OPEN INPUT DauerauftragDatei
020000     IF DAUERAUFTRAGDATEI-GEFUNDEN
020100         PERFORM AuftragssatzUebernehmen
020200             UNTIL KEINE-AUFTRAEGE-MEHR
020300         CLOSE DauerauftragDatei
020400     END-IF.
020500*
020600*----------------------------------------------------------------
020700 AuftragssatzUebernehmen.
020800*----------------------------------------------------------------
020900     READ DauerauftragDatei
021000         AT END
021100             MOVE 'Y' TO Dauerauftragdatei-Ende
021200         NOT AT END
021300             IF Auftrags-Anzahl LESS THAN 200
021400                 ADD 1 TO Auftrags-Anzahl
021500                 MOVE Dauerauftragssatz
021600                     TO AT-SATZ (Auftrags-Anzahl)
021700             ELSE
021800                 DISPLAY "DL100 FEHLER - AUFTRAGSTABELLE VOLL "
021900                     "(MEHR ALS 200 DAUERAUFTRAEGE) - SCHRITT "
022000                     "ABGEBROCHEN, DL100DAU BLEIBT UNVERAENDERT"
022100                 CLOSE DauerauftragDatei
022200                 MOVE 16 TO RETURN-CODE
022300                 STOP RUN
022400             END-IF
022500     END-READ.
022600*
022700*----------------------------------------------------------------
022800*    GENERIERMODUS: LAUFDATUM AUS DEM HD-VORSATZ DER HEUTIGEN    *
022900*    ANLIEFERUNG - DD_DL100EIN-KETTE, SONST DIE ERSTE GESETZTE   *
023000*    FILIALDATEI (WIE IN DER TERMINFREIGABE).                    *
023100*----------------------------------------------------------------
023200 LaufdatumAusVorsatz.
023300     PERFORM EingabepfadErmitteln
023400     OPEN INPUT EingabeDatei
023500     IF NOT EINGABEDATEI-GEOEFFNET
023600         DISPLAY "DL100 FEHLER - ANLIEFERUNG " Eingabe-Pfad
023700         DISPLAY "NICHT LESBAR, FILE STATUS " Eingabe-Status
023800             " - GENERATOR ABGEBROCHEN"
023900         MOVE 16 TO RETURN-CODE
024000         STOP RUN
024100     END-IF
024200     READ EingabeDatei
024300         AT END
024400             CONTINUE
024500         NOT AT END
024600             IF DH-IST-HEADER
024700                 SET VORSATZ-ERHALTEN TO TRUE
024800                 MOVE DH-LAUFDATUM TO Lauf-Datum
024900             END-IF
025000     END-READ
025100     CLOSE EingabeDatei
025200     IF NOT VORSATZ-ERHALTEN
025300         DISPLAY "DL100 FEHLER - ANLIEFERUNG OHNE GUELTIGEN "
025400             "HD-VORSATZ - GENERATOR ABGEBROCHEN"
025500         MOVE 16 TO RETURN-CODE
025600         STOP RUN
025700     END-IF.
025800*
025900*----------------------------------------------------------------
026000*    LOEST DEN NAMEN DER VORSATZ-QUELLE AUF: DD_DL100EIN,        *
026100*    dd_DL100EIN, DL100EIN (UMGEBUNG), DANN DIE ERSTE GESETZTE   *
026200*    FILIALDATEI DD_DL100FIL1..9, ZULETZT DER DD-NAME DL100EIN   *
026300*    SELBST (WIE IM VERARBEITUNGSLAUF).                          *
026400*----------------------------------------------------------------
026500 EingabepfadErmitteln.
026600     ACCEPT Eingabe-Pfad FROM ENVIRONMENT "DD_DL100EIN"
026700     IF Eingabe-Pfad = SPACES
026800         ACCEPT Eingabe-Pfad FROM ENVIRONMENT "dd_DL100EIN"
026900     END-IF
027000     IF Eingabe-Pfad = SPACES
027100         ACCEPT Eingabe-Pfad FROM ENVIRONMENT "DL100EIN"
027200     END-IF
027300     MOVE ZERO TO Filial-Index
027400     PERFORM FilialpfadVersuchen
027500         UNTIL Eingabe-Pfad NOT = SPACES
027600             OR Filial-Index NOT LESS THAN 9
027700     IF Eingabe-Pfad = SPACES
027800         MOVE "DL100EIN" TO Eingabe-Pfad
027900     END-IF.
028000*
028100*----------------------------------------------------------------
028200 FilialpfadVersuchen.
028300*----------------------------------------------------------------
028400     ADD 1 TO Filial-Index
028500     MOVE Filial-Index TO Filial-Ziffer
028600     MOVE SPACES TO Umgebungsname
028700     STRING "DD_DL100FIL" Filial-Ziffer DELIMITED BY SIZE
028800         INTO Umgebungsname
028900     ACCEPT Eingabe-Pfad FROM ENVIRONMENT Umgebungsname.
029000*
029100*----------------------------------------------------------------
029200*    VORRUECKMODUS: LAUFDATUM AUS DEM JUENGSTEN SATZ DER         *
029300*    LAUFSTATISTIK - DEM SOEBEN ABGEGLICHENEN LAUF.              *
029400*----------------------------------------------------------------
029500 LaufdatumAusStatistik.
029600     OPEN INPUT StatistikDatei
029700     IF NOT STATISTIKDATEI-GEFUNDEN
029800         DISPLAY "DL100 FEHLER - KEINE LAUFSTATISTIK DL100STA "
029900             "VORHANDEN - FAELLIGKEITEN WERDEN NICHT "
030000             "VORGERUECKT"
030100         MOVE 16 TO RETURN-CODE
030200         STOP RUN
030300     END-IF
030400     PERFORM StatistiksatzLesen
030500         UNTIL KEINE-STATISTIK-MEHR
030600     CLOSE StatistikDatei
030700     IF NOT STATISTIK-VORHANDEN
030800         DISPLAY "DL100 FEHLER - LAUFSTATISTIK DL100STA IST "
030900             "LEER - FAELLIGKEITEN WERDEN NICHT VORGERUECKT"
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF.
031300*
031400*----------------------------------------------------------------
031500 StatistiksatzLesen.
031600*----------------------------------------------------------------
031700     READ StatistikDatei
031800         AT END
031900             MOVE 'Y' TO Statistikdatei-Ende
032000         NOT AT END
032100             SET STATISTIK-VORHANDEN TO TRUE
032200             MOVE LS-LAUFDATUM TO Lauf-Datum
032300     END-READ.
032400*
032500*----------------------------------------------------------------
032600 AlteGeneratdateiEntfernen.
032700*----------------------------------------------------------------
032800     CALL "CBL_DELETE_FILE" USING Generat-Name
032900         RETURNING Loeschung-RC.
033000*
033100*----------------------------------------------------------------
033200*    DURCHGANG 1 (GENERIEREN): ZAEHLT UND SUMMIERT DIE ZUM       *
033300*    LAUFDATUM FAELLIGEN, AKTIVEN AUFTRAEGE FUER VORSATZ UND     *
033400*    NACHSATZ.                                                   *
033500*----------------------------------------------------------------
033600 FaelligeSummieren.
033700     MOVE ZERO TO Auftrags-Index
033800     PERFORM FaelligkeitSummieren
033900         UNTIL Auftrags-Index NOT LESS THAN Auftrags-Anzahl.
034000*
034100*----------------------------------------------------------------
034200 FaelligkeitSummieren.
034300*----------------------------------------------------------------
034400     ADD 1 TO Auftrags-Index
034500     MOVE AT-SATZ (Auftrags-Index) TO Dauerauftragssatz
034600     IF DA-IST-AKTIV
034700         AND DA-NAECHSTE-FAELLIGKEIT IS NUMERIC
034800         AND DA-NAECHSTE-FAELLIGKEIT NOT GREATER THAN Lauf-Datum
034900         ADD 1 TO Zaehler-Faellig
035000         ADD DA-BETRAG TO Summe-Faellig
035100     END-IF.
035200*
035300*----------------------------------------------------------------
035400*    DURCHGANG 2 (GENERIEREN): SCHREIBT DL100DAG MIT HD-VORSATZ, *
035500*    JE FAELLIGEM AUFTRAG EINEM DETAILSATZ (BUCHUNGSDATUM =      *
035600*    LAUFDATUM) UND TR-NACHSATZ.                                 *
035700*----------------------------------------------------------------
035800 GeneratdateiSchreiben.
035900     OPEN OUTPUT GeneratDatei
036000     MOVE SPACES TO DateiSatz
036100     MOVE "HD" TO DH-SATZART
036200     MOVE Lauf-Datum TO DH-LAUFDATUM
036300     MOVE Zaehler-Faellig TO DH-SATZANZAHL
036400     MOVE DateiSatz TO Generat-Satz
036500     WRITE Generat-Satz
036600     MOVE ZERO TO Auftrags-Index
036700     PERFORM GeneratsatzSchreiben
036800         UNTIL Auftrags-Index NOT LESS THAN Auftrags-Anzahl
036900     MOVE SPACES TO DateiSatz
037000     MOVE "TR" TO DT-SATZART
037100     MOVE Zaehler-Faellig TO DT-SATZANZAHL
037200     MOVE Summe-Faellig TO DT-BETRAGSSUMME
037300     MOVE DateiSatz TO Generat-Satz
037400     WRITE Generat-Satz
037500     CLOSE GeneratDatei.
037600*
037700*----------------------------------------------------------------
037800 GeneratsatzSchreiben.
037900*----------------------------------------------------------------
038000     ADD 1 TO Auftrags-Index
038100     MOVE AT-SATZ (Auftrags-Index) TO Dauerauftragssatz
038200     IF DA-IST-AKTIV
038300         AND DA-NAECHSTE-FAELLIGKEIT IS NUMERIC
038400         AND DA-NAECHSTE-FAELLIGKEIT NOT GREATER THAN Lauf-Datum
038500         MOVE SPACES TO DateiSatz
038600         MOVE DA-TRANSAKTIONSCODE TO DS-TRANSAKTIONSCODE
038700         MOVE DA-KONTONUMMER TO DS-KONTONUMMER
038800         MOVE DA-BETRAG TO DS-BETRAG
038900         MOVE Lauf-Datum TO DS-BUCHUNGSDATUM
039000         MOVE ZERO TO DS-FILIALE
039100         MOVE DateiSatz TO Generat-Satz
039200         WRITE Generat-Satz
039300     END-IF.
039400*
039500*----------------------------------------------------------------
039600*    VORRUECKMODUS: RUECKT DIE FAELLIGKEIT JEDES BIS ZUM         *
039700*    LAUFDATUM FAELLIGEN AUFTRAGS UM SEIN INTERVALL VOR -        *
039800*    NOETIGENFALLS MEHRFACH, BIS SIE HINTER DEM LAUFDATUM        *
039900*    LIEGT (NACHHOLFAELLE).  TAGE UEBER 28 WERDEN AUF 28         *
040000*    GEKUERZT.                                                   *
040100*----------------------------------------------------------------
040200 FaelligkeitenVorruecken.
040300     MOVE ZERO TO Auftrags-Index
040400     PERFORM AuftragVorruecken
040500         UNTIL Auftrags-Index NOT LESS THAN Auftrags-Anzahl.
040600*
040700*----------------------------------------------------------------
040800 AuftragVorruecken.
040900*----------------------------------------------------------------
041000     ADD 1 TO Auftrags-Index
041100     MOVE AT-SATZ (Auftrags-Index) TO Dauerauftragssatz
041200     IF DA-IST-AKTIV
041300         AND DA-NAECHSTE-FAELLIGKEIT IS NUMERIC
041400         AND DA-INTERVALL-MONATE IS NUMERIC
041500         AND DA-INTERVALL-MONATE GREATER THAN ZERO
041600         AND DA-NAECHSTE-FAELLIGKEIT NOT GREATER THAN Lauf-Datum
041700         MOVE DA-NAECHSTE-FAELLIGKEIT TO Faelligkeit-Datum
041800         PERFORM IntervallAddieren
041900             UNTIL Faelligkeit-Datum GREATER THAN Lauf-Datum
042000         MOVE Faelligkeit-Datum TO DA-NAECHSTE-FAELLIGKEIT
042100         MOVE Dauerauftragssatz TO AT-SATZ (Auftrags-Index)
042200         ADD 1 TO Zaehler-Vorgerueckt
042300     END-IF.
042400*
042500*----------------------------------------------------------------
042600 IntervallAddieren.
042700*----------------------------------------------------------------
042800     COMPUTE Monats-Index = Faelligkeit-Jahr * 12
042900         + Faelligkeit-Monat - 1 + DA-INTERVALL-MONATE
043000     DIVIDE Monats-Index BY 12 GIVING Monats-Index
043100         REMAINDER Monats-Rest
043200     MOVE Monats-Index TO Faelligkeit-Jahr
043300     COMPUTE Faelligkeit-Monat = Monats-Rest + 1
043400     IF Faelligkeit-Tag GREATER THAN 28
043500         MOVE 28 TO Faelligkeit-Tag
043600     END-IF.
043700*
043800*----------------------------------------------------------------
043900 MasterZurueckschreiben.
044000*----------------------------------------------------------------
044100     OPEN OUTPUT DauerauftragDatei
044200     MOVE ZERO TO Auftrags-Index
044300     PERFORM MastersatzSchreiben
044400         UNTIL Auftrags-Index NOT LESS THAN Auftrags-Anzahl
044500     CLOSE DauerauftragDatei.
044600*
044700*----------------------------------------------------------------
044800 MastersatzSchreiben.
044900*----------------------------------------------------------------
045000     ADD 1 TO Auftrags-Index
045100     MOVE AT-SATZ (Auftrags-Index) TO Dauerauftragssatz
045200     WRITE Dauerauftragssatz.
045300*
045400*----------------------------------------------------------------
045500 AbschlussMelden.
045600*----------------------------------------------------------------
045700     DISPLAY "DL100 DAUERAUFTRAGSGENERATOR - LAUFDATUM "
045800         Lauf-Datum
045900     IF MODUS-GENERIEREN
046000         MOVE Zaehler-Faellig TO Anzahl-Edit
046100         DISPLAY "AUFTRAEGE FAELLIG.....: " Anzahl-Edit
046200         MOVE Summe-Faellig TO Betrag-Edit
046300         DISPLAY "SUMME FAELLIG.........: " Betrag-Edit
046400         IF Zaehler-Faellig GREATER THAN ZERO
046500             DISPLAY "AUSGABEDATEI..........: DL100DAG "
046600                 "(SCHRITT 0, DD_DL100FIL4)"
046700         END-IF
046800     ELSE
046900         MOVE Zaehler-Vorgerueckt TO Anzahl-Edit
047000         DISPLAY "FAELLIGKEITEN VORGERUECKT: " Anzahl-Edit
047100     END-IF.
