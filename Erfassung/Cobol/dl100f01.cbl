006000*                     DIE NAMENSAUFLOESUNG ZULETZT AUF DEN     *
006100*                     DD-NAMEN DL100EIN SELBST ZURUECK (WIE    *
006200*                     IM VERARBEITUNGSLAUF)                    *
006300*      2026-10-15 RH  SATZLAENGE DL100STA AUF 69 (NEUE         *
006400*                     FELDER LS-EXTERN-ANZAHL/-SUMME)          *
006500*                                                             *
006600***************************************************************
006700 IDENTIFICATION DIVISION.
006800 PROGRAM-ID. TERMINFREIGABE.
006900*
007000 ENVIRONMENT DIVISION.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300*    QUELLE DES HD-VORSATZES IM FREIGABEMODUS: DIE UEBER
007400*    DD_DL100EIN (BZW. dd_DL100EIN/DL100EIN) AUFGELOESTE
007500*    TAGESEINGABE, BEI REINER FILIALANLIEFERUNG DIE ERSTE
007600*    GESETZTE FILIALDATEI DD_DL100FIL1..9, ZULETZT DER
007700*    DD-NAME DL100EIN SELBST (WIE IM VERARBEITUNGSLAUF).
007800*    DER NAME WIRD ERST ZUR LAUFZEIT ERMITTELT, DESHALB
007900*    ASSIGN USING.
008000     SELECT EingabeDatei ASSIGN USING Eingabe-Pfad
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS Eingabe-Status.
008300*
008400*    DL100PND - TERMINSPEICHER DER GEPARKTEN SAETZE, LEBT
008500*    UEBER DIE TAGE HINWEG.
008600     SELECT PendenzDatei ASSIGN TO "DL100PND"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS Pendenz-Status.
008900*
009000*    DL100STA - LAUFSTATISTIK; IM BEREINIGUNGSMODUS LIEFERT
009100*    IHR JUENGSTER SATZ DAS SOEBEN ABGEGLICHENE LAUFDATUM.
009200     SELECT StatistikDatei ASSIGN TO "DL100STA"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS Statistik-Status.
009500*
009600*    DL100FLG - HEUTE FREIGEGEBENE TERMINSAETZE MIT EIGENEM
009700*    VORSATZ/NACHSATZ FUER SCHRITT 0.
009800     SELECT FreigabeDatei ASSIGN TO "DL100FLG"
009900         ORGANIZATION IS LINE SEQUENTIAL.
010000*
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  EingabeDatei
010400     RECORD CONTAINS 80 CHARACTERS.
010500 COPY DATEISATZ.
010600*
010700 FD  PendenzDatei
010800     RECORD CONTAINS 95 CHARACTERS.
010900 01  Pendenz-Satz.
011000     05  PN-SATZINHALT              PIC X(80).
011100     05  PN-LAUFDATUM               PIC 9(08).
011200     05  PN-LFDNR                   PIC 9(07).
011300*
011400 FD  StatistikDatei
011500     RECORD CONTAINS 69 CHARACTERS.
011600 COPY LAUFSTATISTIK.
011700*
011800 FD  FreigabeDatei
011900     RECORD CONTAINS 80 CHARACTERS.
012000 01  Freigabe-Satz                  PIC X(80).
012100*
012200 WORKING-STORAGE SECTION.
012300*    DER JEWEILS BETRACHTETE TERMINSATZ IN DATEISATZ-SICHT.
012400 01  Terminsatz-Sicht.
012500     05  TS-TRANSAKTIONSCODE        PIC X(02).
012600     05  TS-KONTONUMMER             PIC 9(10).
012700     05  TS-BETRAG                  PIC S9(09)V99.
012800     05  TS-BUCHUNGSDATUM           PIC 9(08).
012900     05  TS-FREIGABE-KZ             PIC X(01).
013000     05  TS-FILIALE                 PIC 9(02).
013100     05  FILLER                     PIC X(46).
013200*
013300 01  Eingabe-Status              PIC X(02).
013400     88  EINGABEDATEI-GEOEFFNET      VALUE '00'.
013500 01  Pendenz-Status              PIC X(02).
013600     88  PENDENZDATEI-GEFUNDEN       VALUE '00'.
013700 01  Statistik-Status            PIC X(02).
013800     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
013900*
014000 01  Pendenzdatei-Ende           PIC X VALUE 'N'.
014100     88  KEINE-PENDENZEN-MEHR        VALUE 'Y'.
014200 01  Statistikdatei-Ende         PIC X VALUE 'N'.
014300     88  KEINE-STATISTIK-MEHR        VALUE 'Y'.
014400*
014500 01  Modus-Eingabe               PIC X(01) VALUE SPACE.
014600     88  MODUS-FREIGEBEN             VALUE 'F' 'f'.
014700     88  MODUS-BEREINIGEN            VALUE 'B' 'b'.
014800*
014900 01  Vorsatz-Schalter            PIC X VALUE 'N'.
015000     88  VORSATZ-ERHALTEN            VALUE 'J'.
015100 01  Statistik-Gelesen           PIC X VALUE 'N'.
015200     88  STATISTIK-VORHANDEN         VALUE 'J'.
015300 01  Lauf-Datum                  PIC 9(08) VALUE ZERO.
015400*
015500*    AUFLOESUNG DER VORSATZ-QUELLE (SIEHE SELECT OBEN).
015600 01  Eingabe-Pfad                PIC X(60) VALUE SPACES.
015700 01  Filial-Index                PIC S9(04) COMP VALUE ZERO.
015800 01  Filial-Ziffer               PIC 9(01) VALUE ZERO.
015900 01  Umgebungsname               PIC X(12) VALUE SPACES.
016000*
016100*    VOLLSTAENDIG GELADENER TERMINSPEICHER.  ZWEITAUSEND
016200*    PLAETZE REICHEN WEIT; EIN UEBERLAUF BRICHT AB, BEVOR
016300*    SAETZE VERLOREN GEHEN KOENNEN.
016400 01  Pendenz-Tabelle.
016500     05  Pendenz-Anzahl             PIC S9(04) COMP VALUE ZERO.
016600     05  Pendenz-Eintrag OCCURS 2000 TIMES.
016700         10  PZ-SATZ                PIC X(95).
016800 01  Pendenz-Index               PIC S9(04) COMP VALUE ZERO.
016900 01  Pendenz-Such-Index          PIC S9(04) COMP VALUE ZERO.
017000 01  Pendenz-Doppelt             PIC X VALUE 'N'.
017100     88  STEMPEL-SCHON-GELADEN       VALUE 'J'.
017200 01  Zaehler-Dubletten           PIC S9(07) COMP VALUE ZERO.
017300*
017400 01  Zaehler-Faellig             PIC S9(07) COMP VALUE ZERO.
017500 01  Zaehler-Verbleibend         PIC S9(07) COMP VALUE ZERO.
017600 01  Summe-Faellig               PIC S9(11)V99 VALUE ZERO.
017700*
017800 01  Freigabe-Name               PIC X(12) VALUE "DL100FLG".
017900 01  Loeschung-RC                PIC 9(09) COMP-5 VALUE ZERO.
018000*
018100 01  Anzahl-Edit                 PIC ZZZZZZ9.
018200 01  Betrag-Edit                 PIC ---,---,---,--9.99.
018300*
018400 PROCEDURE DIVISION.
018500*----------------------------------------------------------------
018600 Hauptprogramm.
018700*----------------------------------------------------------------
018800     ACCEPT Modus-Eingabe FROM ENVIRONMENT "DL100TRMMODUS"
018900     IF NOT MODUS-FREIGEBEN AND NOT MODUS-BEREINIGEN
019000         DISPLAY "DL100 FEHLER - DL100TRMMODUS MUSS 'F' "
019100             "(FREIGEBEN) ODER 'B' (BEREINIGEN) SEIN - "
019200             "SCHRITT ABGEBROCHEN"
019300         MOVE 16 TO RETURN-CODE
019400         STOP RUN
019500     END-IF
019600     PERFORM PendenzenLaden
019700     IF Pendenz-Anzahl = ZERO
019800         DISPLAY "DL100 TERMINFREIGABE - KEINE GEPARKTEN "
019900             "TERMINSAETZE VORHANDEN"
020000         PERFORM AlteFreigabeEntfernen
020100         STOP RUN
020200     END-IF
020300     IF MODUS-FREIGEBEN
020400         PERFORM LaufdatumAusVorsatz
020500         PERFORM AlteFreigabeEntfernen
020600         PERFORM FaelligkeitSummieren
020700         IF Zaehler-Faellig = ZERO
020800             MOVE Pendenz-Anzahl TO Anzahl-Edit
020900             DISPLAY "DL100 TERMINFREIGABE - NICHTS FAELLIG ZUM "
021000                 Lauf-Datum ", GEPARKT BLEIBEN: " Anzahl-Edit
021100         ELSE
021200             PERFORM FreigabeSchreiben
021300         END-IF
021400     ELSE
021500         PERFORM LaufdatumAusStatistik
021600         PERFORM FaelligkeitSummieren
021700         PERFORM PendenzenZurueckschreiben
021800         PERFORM AlteFreigabeEntfernen
021900     END-IF
022000     PERFORM AbschlussMelden
022100     STOP RUN.
022200*
022300*----------------------------------------------------------------
022400*    FREIGABEMODUS: LIEST DEN HD-VORSATZ DER HEUTIGEN           *
022500*    ANLIEFERUNG UND UEBERNIMMT DAS LAUFDATUM ALS FAELLIG-      *
022600*    KEITSGRENZE.  OHNE GUELTIGEN VORSATZ KANN NICHT            *
022700*    ENTSCHIEDEN WERDEN, WAS FAELLIG IST - ABBRUCH MIT          *
022800*    RETURN-CODE 16.                                            *
022900*----------------------------------------------------------------
023000 LaufdatumAusVorsatz.
023100     PERFORM EingabepfadErmitteln
023200     OPEN INPUT EingabeDatei
023300     IF NOT EINGABEDATEI-GEOEFFNET
023400         DISPLAY "DL100 FEHLER - ANLIEFERUNG " Eingabe-Pfad
023500         DISPLAY "NICHT LESBAR, FILE STATUS " Eingabe-Status
023600             " - TERMINFREIGABE ABGEBROCHEN"
023700         MOVE 16 TO RETURN-CODE
023800         STOP RUN
023900     END-IF
024000     READ EingabeDatei
024100         AT END
024200             CONTINUE
024300         NOT AT END
024400             IF DH-IST-HEADER
024500                 SET VORSATZ-ERHALTEN TO TRUE
024600                 MOVE DH-LAUFDATUM TO Lauf-Datum
024700             END-IF
024800     END-READ
024900     CLOSE EingabeDatei
025000     IF NOT VORSATZ-ERHALTEN
025100         DISPLAY "DL100 FEHLER - ANLIEFERUNG OHNE GUELTIGEN "
025200             "HD-VORSATZ - TERMINFREIGABE ABGEBROCHEN"
025300         MOVE 16 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600*
025700*----------------------------------------------------------------
025800*    LOEST DEN NAMEN DER VORSATZ-QUELLE AUF: DD_DL100EIN,        *
025900*    dd_DL100EIN, DL100EIN (UMGEBUNG), DANN DIE ERSTE GESETZTE   *
026000*    FILIALDATEI DD_DL100FIL1..9, ZULETZT DER DD-NAME DL100EIN   *
026100*    SELBST (WIE IM VERARBEITUNGSLAUF).                          *
026200*----------------------------------------------------------------
026300 EingabepfadErmitteln.
026400     ACCEPT Eingabe-Pfad FROM ENVIRONMENT "DD_DL100EIN"
026500     IF Eingabe-Pfad = SPACES
026600         ACCEPT Eingabe-Pfad FROM ENVIRONMENT "dd_DL100EIN"
026700     END-IF
026800     IF Eingabe-Pfad = SPACES
026900         ACCEPT Eingabe-Pfad FROM ENVIRONMENT "DL100EIN"
027000     END-IF
027100     MOVE ZERO TO Filial-Index
027200     PERFORM FilialpfadVersuchen
027300         UNTIL Eingabe-Pfad NOT = SPACES
027400             OR Filial-Index NOT LESS THAN 9
027500     IF Eingabe-Pfad = SPACES
027600         MOVE "DL100EIN" TO Eingabe-Pfad
027700     END-IF.
027800*
027900*----------------------------------------------------------------
028000 FilialpfadVersuchen.
028100*----------------------------------------------------------------
028200     ADD 1 TO Filial-Index
028300     MOVE Filial-Index TO Filial-Ziffer
028400     MOVE SPACES TO Umgebungsname
028500     STRING "DD_DL100FIL" Filial-Ziffer DELIMITED BY SIZE
028600         INTO Umgebungsname
028700     ACCEPT Eingabe-Pfad FROM ENVIRONMENT Umgebungsname.
028800*
028900*----------------------------------------------------------------
029000*    BEREINIGUNGSMODUS: LAUFDATUM AUS DEM JUENGSTEN SATZ DER     *
029100*    LAUFSTATISTIK - DEM SOEBEN ABGEGLICHENEN LAUF.              *
029200*----------------------------------------------------------------
029300 LaufdatumAusStatistik.
029400     OPEN INPUT StatistikDatei
029500     IF NOT STATISTIKDATEI-GEFUNDEN
029600         DISPLAY "DL100 FEHLER - KEINE LAUFSTATISTIK DL100STA "
029700             "VORHANDEN - TERMINSPEICHER WIRD NICHT BEREINIGT"
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF
030100     PERFORM StatistiksatzLesen
030200         UNTIL KEINE-STATISTIK-MEHR
030300     CLOSE StatistikDatei
030400     IF NOT STATISTIK-VORHANDEN
030500         DISPLAY "DL100 FEHLER - LAUFSTATISTIK DL100STA IST "
030600             "LEER - TERMINSPEICHER WIRD NICHT BEREINIGT"
030700         MOVE 16 TO RETURN-CODE
030800         STOP RUN
030900     END-IF.
031000*
031100*----------------------------------------------------------------
031200 StatistiksatzLesen.
031300*----------------------------------------------------------------
031400     READ StatistikDatei
031500         AT END
031600             MOVE 'Y' TO Statistikdatei-Ende
031700         NOT AT END
031800             SET STATISTIK-VORHANDEN TO TRUE
031900             MOVE LS-LAUFDATUM TO Lauf-Datum
032000     END-READ.
032100*
032200*----------------------------------------------------------------
032300*    LOESCHT EINE NOCH LIEGENDE DL100FLG: IM FREIGABEMODUS VOR   *
032400*    DEM NEUSCHREIBEN (DER TERMINSPEICHER IST NOCH VOLLSTAENDIG, *
032500*    DIE FREIGABE WIRD EINFACH NEU ERZEUGT), IM BEREINIGUNGS-    *
032600*    MODUS WEIL SIE VERBRAUCHT IST UND NICHT EIN ZWEITES MAL     *
032700*    EINGESPEIST WERDEN DARF.                                    *
032800*----------------------------------------------------------------
032900 AlteFreigabeEntfernen.
033000     CALL "CBL_DELETE_FILE" USING Freigabe-Name
033100         RETURNING Loeschung-RC.
033200*
033300*----------------------------------------------------------------
033400*    LAEDT DEN TERMINSPEICHER VOLLSTAENDIG IN DIE TABELLE.       *
033500*    FEHLT ER NOCH, GIBT ES NICHTS ZU TUN.                       *
033600*----------------------------------------------------------------
033700 PendenzenLaden.
033800     MOVE 'N' TO Pendenzdatei-Ende
033900     OPEN INPUT PendenzDatei
034000     IF PENDENZDATEI-GEFUNDEN
034100         PERFORM PendenzsatzUebernehmen
034200             UNTIL KEINE-PENDENZEN-MEHR
034300         CLOSE PendenzDatei
034400     END-IF.
034500*
034600*----------------------------------------------------------------
034700 PendenzsatzUebernehmen.
034800*----------------------------------------------------------------
034900     READ PendenzDatei
035000         AT END
035100             MOVE 'Y' TO Pendenzdatei-Ende
035200         NOT AT END
035300             PERFORM DublettePruefen
035400             IF STEMPEL-SCHON-GELADEN
035500                 ADD 1 TO Zaehler-Dubletten
035600             ELSE
035700             IF Pendenz-Anzahl LESS THAN 2000
035800                 ADD 1 TO Pendenz-Anzahl
035900                 MOVE Pendenz-Satz TO PZ-SATZ (Pendenz-Anzahl)
036000             ELSE
036100                 DISPLAY "DL100 FEHLER - TERMINSPEICHER DL100PND "
036200                     "UEBERGELAUFEN (MEHR ALS 2000 SAETZE) - "
036300                     "TERMINFREIGABE ABGEBROCHEN"
036400                 CLOSE PendenzDatei
036500                 MOVE 16 TO RETURN-CODE
036600                 STOP RUN
036700             END-IF
036800             END-IF
036900     END-READ.
037000*
037100*----------------------------------------------------------------
037200*    PRUEFT, OB DER GELESENE EINTRAG (GLEICHER STEMPEL UND       *
037300*    GLEICHER SATZINHALT) SCHON GELADEN IST - DANN STAMMT ER     *
037400*    AUS EINEM WIEDERANLAUF DES VERARBEITUNGSLAUFS UND WIRD      *
037500*    NUR EINMAL UEBERNOMMEN.                                     *
037600*----------------------------------------------------------------
037700 DublettePruefen.
037800     MOVE 'N' TO Pendenz-Doppelt
037900     MOVE ZERO TO Pendenz-Such-Index
038000     PERFORM DubletteVergleichen
038100         UNTIL STEMPEL-SCHON-GELADEN
038200             OR Pendenz-Such-Index NOT LESS THAN Pendenz-Anzahl.
038300*
038400*----------------------------------------------------------------
038500 DubletteVergleichen.
038600*----------------------------------------------------------------
038700     ADD 1 TO Pendenz-Such-Index
038800     IF PZ-SATZ (Pendenz-Such-Index) = Pendenz-Satz
038900         MOVE 'J' TO Pendenz-Doppelt
039000     END-IF.
039100*
039200*----------------------------------------------------------------
039300*    DURCHGANG 1 UEBER DIE TABELLE: ZAEHLT UND SUMMIERT DIE      *
039400*    ZUM LAUFDATUM FAELLIGEN SAETZE (BUCHUNGSDATUM NICHT         *
039500*    GROESSER ALS LAUFDATUM) FUER DEN HD-VORSATZ UND DEN         *
039600*    TR-NACHSATZ DER FREIGABEDATEI BZW. DIE BEREINIGUNG.         *
039700*----------------------------------------------------------------
039800 FaelligkeitSummieren.
039900     MOVE ZERO TO Pendenz-Index
040000     PERFORM FaelligkeitPruefen
040100         UNTIL Pendenz-Index NOT LESS THAN Pendenz-Anzahl.
040200*
040300*----------------------------------------------------------------
040400 FaelligkeitPruefen.
040500*----------------------------------------------------------------
040600     ADD 1 TO Pendenz-Index
040700     MOVE PZ-SATZ (Pendenz-Index) (1:80) TO Terminsatz-Sicht
040800     IF TS-BUCHUNGSDATUM IS NUMERIC
040900         AND TS-BUCHUNGSDATUM NOT GREATER THAN Lauf-Datum
041000         ADD 1 TO Zaehler-Faellig
041100         IF TS-BETRAG IS NUMERIC
041200             ADD TS-BETRAG TO Summe-Faellig
041300         END-IF
041400     ELSE
041500         ADD 1 TO Zaehler-Verbleibend
041600     END-IF.
041700*
041800*----------------------------------------------------------------
041900*    FREIGABEMODUS, DURCHGANG 2: SCHREIBT DIE FREIGABEDATEI      *
042000*    DL100FLG MIT HD-VORSATZ (LAUFDATUM, SATZANZAHL), DEN        *
042100*    FAELLIGEN DETAILSAETZEN UND TR-NACHSATZ (ANZAHL,            *
042200*    ROHBETRAGSSUMME).                                           *
042300*----------------------------------------------------------------
042400 FreigabeSchreiben.
042500     OPEN OUTPUT FreigabeDatei
042600     MOVE SPACES TO DateiSatz
042700     MOVE "HD" TO DH-SATZART
042800     MOVE Lauf-Datum TO DH-LAUFDATUM
042900     MOVE Zaehler-Faellig TO DH-SATZANZAHL
043000     MOVE DateiSatz TO Freigabe-Satz
043100     WRITE Freigabe-Satz
043200     MOVE ZERO TO Pendenz-Index
043300     PERFORM FreigabesatzSchreiben
043400         UNTIL Pendenz-Index NOT LESS THAN Pendenz-Anzahl
043500     MOVE SPACES TO DateiSatz
043600     MOVE "TR" TO DT-SATZART
043700     MOVE Zaehler-Faellig TO DT-SATZANZAHL
043800     MOVE Summe-Faellig TO DT-BETRAGSSUMME
043900     MOVE DateiSatz TO Freigabe-Satz
044000     WRITE Freigabe-Satz
044100     CLOSE FreigabeDatei.
044200*
044300*----------------------------------------------------------------
044400 FreigabesatzSchreiben.
044500*----------------------------------------------------------------
044600     ADD 1 TO Pendenz-Index
044700     MOVE PZ-SATZ (Pendenz-Index) (1:80) TO Terminsatz-Sicht
044800     IF TS-BUCHUNGSDATUM IS NUMERIC
044900         AND TS-BUCHUNGSDATUM NOT GREATER THAN Lauf-Datum
045000         IF TS-FILIALE IS NOT NUMERIC
045100             MOVE ZERO TO TS-FILIALE
045200         END-IF
045300         MOVE Terminsatz-Sicht TO Freigabe-Satz
045400         WRITE Freigabe-Satz
045500     END-IF.
045600*
045700*----------------------------------------------------------------
045800*    BEREINIGUNGSMODUS: SCHREIBT DEN TERMINSPEICHER OHNE DIE     *
045900*    ZUM ABGEGLICHENEN LAUFDATUM FAELLIGEN (ALSO SOEBEN          *
046000*    GEBUCHTEN) SAETZE GESCHLOSSEN ZURUECK.                      *
046100*----------------------------------------------------------------
046200 PendenzenZurueckschreiben.
046300     OPEN OUTPUT PendenzDatei
046400     MOVE ZERO TO Pendenz-Index
046500     PERFORM VerbleibendenSatzSchreiben
046600         UNTIL Pendenz-Index NOT LESS THAN Pendenz-Anzahl
046700     CLOSE PendenzDatei.
046800*
046900*----------------------------------------------------------------
047000 VerbleibendenSatzSchreiben.
047100*----------------------------------------------------------------
047200     ADD 1 TO Pendenz-Index
047300     MOVE PZ-SATZ (Pendenz-Index) (1:80) TO Terminsatz-Sicht
047400     IF TS-BUCHUNGSDATUM IS NUMERIC
047500         AND TS-BUCHUNGSDATUM NOT GREATER THAN Lauf-Datum
047600         CONTINUE
047700     ELSE
047800         MOVE PZ-SATZ (Pendenz-Index) TO Pendenz-Satz
047900         WRITE Pendenz-Satz
048000     END-IF.
048100*
048200*----------------------------------------------------------------
048300 AbschlussMelden.
048400*----------------------------------------------------------------
048500     DISPLAY "DL100 TERMINFREIGABE - LAUFDATUM " Lauf-Datum
048600     IF MODUS-FREIGEBEN
048700         MOVE Zaehler-Faellig TO Anzahl-Edit
048800         DISPLAY "SAETZE FREIGEGEBEN....: " Anzahl-Edit
048900         MOVE Zaehler-Verbleibend TO Anzahl-Edit
049000         DISPLAY "SAETZE GEPARKT BLEIBEN: " Anzahl-Edit
049100         MOVE Summe-Faellig TO Betrag-Edit
049200         DISPLAY "SUMME FREIGEGEBEN.....: " Betrag-Edit
049300         IF Zaehler-Faellig GREATER THAN ZERO
049400             DISPLAY "AUSGABEDATEI..........: DL100FLG "
049500                 "(SCHRITT 0, DD_DL100FIL7)"
049600         END-IF
049700     ELSE
049800         MOVE Zaehler-Faellig TO Anzahl-Edit
049900         DISPLAY "SAETZE BEREINIGT......: " Anzahl-Edit
050000         MOVE Zaehler-Verbleibend TO Anzahl-Edit
050100         DISPLAY "SAETZE GEPARKT BLEIBEN: " Anzahl-Edit
050200     END-IF
050300     IF Zaehler-Dubletten GREATER THAN ZERO
050400         MOVE Zaehler-Dubletten TO Anzahl-Edit
050500         DISPLAY "WIEDERANLAUF-DUBLETTEN UEBERGANGEN: "
050600             Anzahl-Edit
050700     END-IF.
