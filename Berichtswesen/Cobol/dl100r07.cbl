000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  SALDENSTICHTAG                              *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      ERMITTELT DEN SALDO EINES KONTOS ODER ALLER KONTEN ZU   *
001100*      EINEM BELIEBIGEN STICHTAG.  AUSGANGSPUNKT IST DER       *
001200*      DAUERHAFTE SALDENMASTER (DL100SAL), GEBUCHT BIS ZUM     *
001300*      LETZTEN POSTDATUM DES LAUFSATZES.  VON DIESEM SALDO     *
001400*      WERDEN ALLE AKZEPTIERTEN UMSAETZE ZURUECKGERECHNET,     *
001500*      DIE NACH DEM STICHTAG GEPOSTET WURDEN - MASSGEBLICH IST *
001600*      DAS LAUFDATUM (HI-LAUFDATUM), DENN MIT DEM LAUF DIESES  *
001700*      TAGES HAT DIE SALDENFORTSCHREIBUNG (DL100P01) DEN       *
001800*      SIGNIERTEN BETRAG AUF DEN SALDO GEBUCHT.  DIE UMSAETZE  *
001900*      KOMMEN AUS DER BUCHUNGSHISTORIE (DL100HIS) UND DEN      *
002000*      JAHRESARCHIVEN DER HISTORIENREORGANISATION              *
002100*      (DL100HIS.ARCH.JJJJ, SIEHE DL100H01) VOM STICHTAGSJAHR  *
002200*      BIS ZUM JAHR DES POSTDATUMS.  SAETZE, DIE NACH DEM      *
002300*      POSTDATUM IN DER HISTORIE STEHEN (LAUF NOCH NICHT       *
002400*      FORTGESCHRIEBEN), BLEIBEN AUSSER BETRACHT.              *
002500*                                                             *
002600*      AUSGABE IST DIE PAGINIERTE SALDENLISTE DL100SLS (JE     *
002700*      KONTO SALDO GEBUCHT BIS, UMSATZ NACH STICHTAG UND       *
002800*      SALDO ZUM STICHTAG) MIT GESAMTSUMME.  DIE ABSTIMMUNG    *
002900*      ZUM HAUPTBUCH SCHLIESST DIE LISTE AB: BESTAND GEBUCHT   *
003000*      BIS, MINUS DER UMSAETZE NACH DEM STICHTAG JE SACHKONTO  *
003100*      (ZUORDNUNG AUS DL100SKT WIE IM HAUPTBUCHABTRAG          *
003200*      DL100G01), ERGIBT DEN BESTAND ZUM STICHTAG.  UMSAETZE   *
003300*      ZU KONTEN OHNE SALDENSATZ WERDEN ALS DIFFERENZ GEZEIGT. *
003400*                                                             *
003500*    AUFRUF:                                                   *
003600*      DL100STICHTAG=JJJJMMTT [DL100KONTO=NNNNNNNNNN] DL100R07 *
003700*      OHNE DL100KONTO WERDEN ALLE KONTEN DES SALDENMASTERS    *
003800*      GELISTET.                                               *
003900*                                                             *
004000*    CONDITION CODES:                                          *
004100*      0  LISTE GESCHRIEBEN, ABSTIMMUNG OHNE DIFFERENZ         *
004200*      4  LISTE GESCHRIEBEN, UMSAETZE OHNE SALDENSATZ          *
004300*      8  KONTO NICHT IM SALDENMASTER / KEIN KONTO GELISTET    *
004400*      16 STICHTAG UNGUELTIG ODER NACH DEM POSTDATUM,          *
004500*         DL100SAL ODER DL100HIS FEHLT                         *
004600*                                                             *
004700*    AENDERUNGEN:                                              *
004800*      2026-10-15 RH  ERSTFASSUNG                              *
004900*      2026-10-15 RH  SATZLAENGE DL100HIS UND JAHRESARCHIV     *
005000*                     AUF 120 (FREMDWAEHRUNGSFELDER)           *
005100*                                                             *
005200***************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID. SALDENSTICHTAG.
005500*
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900*    DL100SAL - DAUERHAFTER SALDENMASTER; ZUERST WIRD DER
006000*    LAUFSATZ GEZIELT GELESEN, DANN ALLE KONTEN IN FOLGE.
006100     SELECT SaldenDatei ASSIGN TO "DL100SAL"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS SA-KONTONUMMER
006500         FILE STATUS IS Salden-Status.
006600*
006700     SELECT HistorienDatei ASSIGN TO "DL100HIS"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS HI-SCHLUESSEL
007100         FILE STATUS IS Historie-Status.
007200*
007300*    JAHRESARCHIV DER HISTORIENREORGANISATION - DER DATEINAME
007400*    (DL100HIS.ARCH.JJJJ) WIRD ZUR LAUFZEIT GEBILDET.
007500     SELECT ArchivDatei ASSIGN USING Archiv-Pfad
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS Archiv-Status.
007800*
007900*    DL100SKT - SACHKONTO-ZUORDNUNG FUER DIE ABSTIMMUNG ZUM
008000*    HAUPTBUCH.  FEHLT SIE, STEHEN ALLE UMSAETZE UNTER "OHNE
008100*    ZUORDNUNG".
008200     SELECT SachkontoDatei ASSIGN TO "DL100SKT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS Sachkonto-Status.
008500*
008600*    DL100SLS - PAGINIERTE SALDENLISTE ZUM STICHTAG.
008700     SELECT ListeDatei ASSIGN TO "DL100SLS"
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900*
009000     SELECT SortArbeitsdatei ASSIGN TO "SORTWK1".
009100*
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  SaldenDatei
009500     RECORD CONTAINS 80 CHARACTERS.
009600 COPY SALDENMASTER.
009700*
009800 FD  HistorienDatei
009900     RECORD CONTAINS 120 CHARACTERS.
010000 COPY HISTORIE.
010100*
010200 FD  ArchivDatei
010300     RECORD CONTAINS 120 CHARACTERS.
010400 01  Archiv-Satz                    PIC X(120).
010500*
010600 FD  SachkontoDatei
010700     RECORD CONTAINS 80 CHARACTERS.
010800 COPY SACHKONTO.
010900*
011000 FD  ListeDatei
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  Liste-Zeile                    PIC X(80).
011300*
011400*    SORTSATZ: JE KONTO EIN SALDENSATZ ('S', BETRAG = SALDO
011500*    GEBUCHT BIS) AUS DL100SAL UND JE UMSATZ NACH DEM STICHTAG
011600*    EIN UMSATZSATZ ('U', BETRAG = DAMALS GEBUCHTER SIGNIERTER
011700*    BETRAG) AUS HISTORIE UND ARCHIVEN.
011800 SD  SortArbeitsdatei
011900     RECORD CONTAINS 24 CHARACTERS.
012000 01  Sortsatz.
012100     05  RS-KONTONUMMER             PIC 9(10).
012200     05  RS-ART                     PIC X(01).
012300         88  RS-IST-SALDO               VALUE 'S'.
012400         88  RS-IST-UMSATZ              VALUE 'U'.
012500     05  RS-BETRAG                  PIC S9(11)V99.
012600*
012700 WORKING-STORAGE SECTION.
012800 01  Salden-Status               PIC X(02).
012900     88  SALDENDATEI-OK              VALUE '00'.
013000 01  Historie-Status             PIC X(02).
013100     88  HISTORIENDATEI-OK           VALUE '00'.
013200 01  Archiv-Status               PIC X(02).
013300     88  ARCHIVDATEI-OK              VALUE '00'.
013400 01  Sachkonto-Status            PIC X(02).
013500     88  SACHKONTODATEI-GEFUNDEN     VALUE '00'.
013600*
013700 01  Lese-Ende                   PIC X VALUE 'N'.
013800     88  KEINE-SAETZE-MEHR           VALUE 'Y'.
013900 01  Sortierung-Ende             PIC X VALUE 'N'.
014000     88  KEINE-SORTSAETZE-MEHR       VALUE 'Y'.
014100*
014200*    STICHTAG (DL100STICHTAG) UND WAHLWEISES EINZELKONTO
014300*    (DL100KONTO); POSTDATUM AUS DEM LAUFSATZ VON DL100SAL.
014400 01  Stichtag-Eingabe            PIC X(08) VALUE SPACES.
014500 01  Stichtag-Datum              PIC 9(08) VALUE ZERO.
014600 01  Stichtag-Teile REDEFINES Stichtag-Datum.
014700     05  Stichtag-Jahr              PIC 9(04).
014800     05  Stichtag-Monat             PIC 9(02).
014900     05  Stichtag-Tag               PIC 9(02).
015000 01  Konto-Eingabe               PIC X(10) VALUE SPACES.
015100 01  Einzel-Konto                PIC 9(10) VALUE ZERO.
015200 01  Einzel-Schalter             PIC X VALUE 'N'.
015300     88  EINZELKONTO-BETRIEB         VALUE 'J'.
015400 01  Post-Datum                  PIC 9(08) VALUE ZERO.
015500 01  Post-Teile REDEFINES Post-Datum.
015600     05  Post-Jahr                  PIC 9(04).
015700     05  FILLER                     PIC 9(04).
015800*
015900*    JAHRESARCHIVE: VOM STICHTAGSJAHR BIS ZUM JAHR DES
016000*    POSTDATUMS; FEHLENDE ARCHIVE WERDEN GEMELDET UND
016100*    UEBERGANGEN.
016200 01  Archiv-Pfad                 PIC X(60) VALUE SPACES.
016300 01  Archiv-Jahr                 PIC 9(04) VALUE ZERO.
016400*
016500*    SACHKONTO-ZUORDNUNG (ALLE SAETZE AUS DL100SKT, AKTIVE
016600*    ZUORDNUNG VOR STILLGELEGTER) UND DIE UMSAETZE NACH DEM
016700*    STICHTAG JE SACHKONTO.  EINTRAG MIT SACHKONTO NULL =
016800*    UMSAETZE OHNE ZUORDNUNG.
016900 01  Zuordnungstabelle.
017000     05  Zuordnung-Anzahl           PIC S9(04) COMP VALUE ZERO.
017100     05  Zuordnung-Eintrag OCCURS 50 TIMES.
017200         10  ZU-CODE                PIC X(02).
017300         10  ZU-SACHKONTO           PIC 9(08).
017400         10  ZU-BEZEICHNUNG         PIC X(30).
017500         10  ZU-AKTIV               PIC X(01).
017600 01  Zuordnung-Index             PIC S9(04) COMP VALUE ZERO.
017700 01  Zuordnung-Treffer           PIC X VALUE 'N'.
017800     88  ZUORDNUNG-GEFUNDEN          VALUE 'J'.
017900 01  Satz-Sachkonto              PIC 9(08) VALUE ZERO.
018000 01  Satz-Bezeichnung            PIC X(30) VALUE SPACES.
018100*
018200 01  Bewegungstabelle.
018300     05  Bewegung-Anzahl            PIC S9(04) COMP VALUE ZERO.
018400     05  Bewegung-Eintrag OCCURS 51 TIMES.
018500         10  BW-SACHKONTO           PIC 9(08).
018600         10  BW-BEZEICHNUNG         PIC X(30).
018700         10  BW-ANZAHL              PIC S9(07) COMP.
018800         10  BW-SUMME               PIC S9(11)V99.
018900 01  Bewegung-Index              PIC S9(04) COMP VALUE ZERO.
019000 01  Bewegung-Treffer            PIC X VALUE 'N'.
019100     88  BEWEGUNG-GEFUNDEN           VALUE 'J'.
019200*
019300*    GRUPPENWECHSEL JE KONTO IM AUSGABETEIL DES SORTS.
019400 01  Gruppen-Schalter            PIC X VALUE 'N'.
019500     88  GRUPPE-OFFEN                VALUE 'J'.
019600 01  Gruppe-Konto                PIC 9(10) VALUE ZERO.
019700 01  Gruppe-Saldensatz           PIC X VALUE 'N'.
019800     88  GRUPPE-HAT-SALDO            VALUE 'J'.
019900 01  Gruppe-Saldo                PIC S9(11)V99 VALUE ZERO.
020000 01  Gruppe-Umsatz               PIC S9(11)V99 VALUE ZERO.
020100 01  Gruppe-Stichtagssaldo       PIC S9(11)V99 VALUE ZERO.
020200*
020300 01  Zaehler-Historie            PIC S9(07) COMP VALUE ZERO.
020400 01  Zaehler-Archivsaetze        PIC S9(07) COMP VALUE ZERO.
020500 01  Zaehler-Archive             PIC S9(07) COMP VALUE ZERO.
020600 01  Zaehler-Umsaetze            PIC S9(07) COMP VALUE ZERO.
020700 01  Zaehler-Gelistet            PIC S9(07) COMP VALUE ZERO.
020800 01  Zaehler-Ohne-Saldo          PIC S9(07) COMP VALUE ZERO.
020900 01  Summe-Gebucht               PIC S9(11)V99 VALUE ZERO.
021000 01  Summe-Umsatz                PIC S9(11)V99 VALUE ZERO.
021100 01  Summe-Stichtag              PIC S9(11)V99 VALUE ZERO.
021200 01  Summe-Ohne-Saldo            PIC S9(11)V99 VALUE ZERO.
021300 01  Abstimm-Summe               PIC S9(11)V99 VALUE ZERO.
021400*
021500*    SEITENSTEUERUNG WIE IM MONATSAUSZUG.
021600 01  Seiten-Max-Zeilen           PIC S9(04) COMP VALUE 20.
021700 01  Seitenzeilen-Zaehler        PIC S9(04) COMP VALUE ZERO.
021800 01  Seiten-Nummer               PIC S9(05) COMP VALUE ZERO.
021900 01  Seiten-Nummer-Edit          PIC ZZZZ9.
022000*
022100 01  Konto-Edit                  PIC Z(09)9.
022200 01  Anzahl-Edit                 PIC ZZZZZZ9.
022300 01  Betrag-Edit                 PIC ---,---,---,--9.99.
022400 01  Umsatz-Edit                 PIC ---,---,---,--9.99.
022500 01  Saldo-Edit                  PIC ---,---,---,--9.99.
022600*
022700 PROCEDURE DIVISION.
022800*----------------------------------------------------------------
022900 Hauptprogramm.
023000*----------------------------------------------------------------
023100     PERFORM ParameterErmitteln
023200     PERFORM DateienOeffnen
023300     PERFORM PostdatumErmitteln
023400     PERFORM ZuordnungenLaden
023500     SORT SortArbeitsdatei
023600         ON ASCENDING KEY RS-KONTONUMMER
023700         ON ASCENDING KEY RS-ART
023800         INPUT PROCEDURE IS BestaendeSammeln
023900         OUTPUT PROCEDURE IS SaldenlisteSchreiben
024000     CLOSE SaldenDatei
024100     CLOSE HistorienDatei
024200     PERFORM AbschlussMelden
024300     IF Zaehler-Gelistet = ZERO
024400         MOVE 8 TO RETURN-CODE
024500     ELSE
024600     IF Zaehler-Ohne-Saldo GREATER THAN ZERO
024700         MOVE 4 TO RETURN-CODE
024800     END-IF END-IF
024900     STOP RUN.
025000*
025100*----------------------------------------------------------------
025200*    UEBERNIMMT DEN STICHTAG (JJJJMMTT) AUS DL100STICHTAG UND    *
025300*    WAHLWEISE DAS EINZELKONTO AUS DL100KONTO.  OHNE GUELTIGEN   *
025400*    STICHTAG KANN NICHTS ZURUECKGERECHNET WERDEN - ABBRUCH MIT  *
025500*    RETURN-CODE 16.                                             *
025600*----------------------------------------------------------------
025700 ParameterErmitteln.
025800     ACCEPT Stichtag-Eingabe FROM ENVIRONMENT "DL100STICHTAG"
025900     IF Stichtag-Eingabe IS NOT NUMERIC
026000         DISPLAY "DL100 FEHLER - DL100STICHTAG (JJJJMMTT) NICHT "
026100             "ODER UNGUELTIG GESETZT - SALDENLISTE ABGEBROCHEN"
026200         MOVE 16 TO RETURN-CODE
026300         STOP RUN
026400     END-IF
026500     MOVE Stichtag-Eingabe TO Stichtag-Datum
026600     IF Stichtag-Monat LESS THAN 1 OR Stichtag-Monat GREATER
026700         THAN 12 OR Stichtag-Tag LESS THAN 1 OR Stichtag-Tag
026800         GREATER THAN 31
026900         DISPLAY "DL100 FEHLER - STICHTAG " Stichtag-Datum
027000             " IST KEIN DATUM - SALDENLISTE ABGEBROCHEN"
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF
027400     ACCEPT Konto-Eingabe FROM ENVIRONMENT "DL100KONTO"
027500     IF Konto-Eingabe NOT = SPACES
027600         IF Konto-Eingabe IS NOT NUMERIC
027700             DISPLAY "DL100 FEHLER - DL100KONTO (ZEHNSTELLIGE "
027800                 "KONTONUMMER) UNGUELTIG - SALDENLISTE "
027900                 "ABGEBROCHEN"
028000             MOVE 16 TO RETURN-CODE
028100             STOP RUN
028200         END-IF
028300         MOVE Konto-Eingabe TO Einzel-Konto
028400         SET EINZELKONTO-BETRIEB TO TRUE
028500     END-IF.
028600*
028700*----------------------------------------------------------------
028800*    OEFFNET SALDENMASTER UND HISTORIE; OHNE SIE GIBT ES WEDER   *
028900*    AUSGANGSSALDO NOCH UMSAETZE - ABBRUCH MIT RETURN-CODE 16.   *
029000*----------------------------------------------------------------
029100 DateienOeffnen.
029200     OPEN INPUT SaldenDatei
029300     IF NOT SALDENDATEI-OK
029400         DISPLAY "DL100 FEHLER - SALDENMASTER DL100SAL NICHT "
029500             "VORHANDEN, FILE STATUS " Salden-Status
029600             " - SALDENLISTE ABGEBROCHEN"
029700         MOVE 16 TO RETURN-CODE
029800         STOP RUN
029900     END-IF
030000     OPEN INPUT HistorienDatei
030100     IF NOT HISTORIENDATEI-OK
030200         DISPLAY "DL100 FEHLER - BUCHUNGSHISTORIE DL100HIS "
030300             "NICHT VORHANDEN, FILE STATUS " Historie-Status
030400             " - SALDENLISTE ABGEBROCHEN"
030500         MOVE 16 TO RETURN-CODE
030600         STOP RUN
030700     END-IF.
030800*
030900*----------------------------------------------------------------
031000*    LIEST DEN LAUFSATZ DES SALDENMASTERS: SEIN POSTDATUM IST    *
031100*    DER STAND, BIS ZU DEM DIE SALDEN FORTGESCHRIEBEN SIND.      *
031200*    EIN STICHTAG DANACH IST NICHT RECHENBAR - RETURN-CODE 16.   *
031300*----------------------------------------------------------------
031400 PostdatumErmitteln.
031500     MOVE 9999999999 TO SA-KONTONUMMER
031600     READ SaldenDatei
031700         INVALID KEY
031800             DISPLAY "DL100 FEHLER - LAUFSATZ IM SALDENMASTER "
031900                 "FEHLT - SALDENLISTE ABGEBROCHEN"
032000             MOVE 16 TO RETURN-CODE
032100             STOP RUN
032200     END-READ
032300     MOVE SL-LETZTES-POSTDATUM TO Post-Datum
032400     IF Stichtag-Datum GREATER THAN Post-Datum
032500         DISPLAY "DL100 FEHLER - STICHTAG " Stichtag-Datum
032600             " LIEGT NACH DEM LETZTEN POSTDATUM " Post-Datum
032700             " - SALDENLISTE ABGEBROCHEN"
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100*
033200*----------------------------------------------------------------
033300*    LAEDT DIE SACHKONTO-ZUORDNUNG.  ANDERS ALS IM HAUPTBUCH-    *
033400*    ABTRAG WERDEN AUCH STILLGELEGTE ZUORDNUNGEN GELADEN - DIE   *
033500*    UMSAETZE NACH DEM STICHTAG KOENNEN NOCH UNTER IHNEN         *
033600*    GEBUCHT SEIN.  OHNE TABELLE NUR HINWEIS.                    *
033700*----------------------------------------------------------------
033800 ZuordnungenLaden.
033900     MOVE 'N' TO Lese-Ende
034000     OPEN INPUT SachkontoDatei
034100     IF SACHKONTODATEI-GEFUNDEN
034200         PERFORM ZuordnungssatzUebernehmen
034300             UNTIL KEINE-SAETZE-MEHR
034400         CLOSE SachkontoDatei
034500     ELSE
034600         DISPLAY "DL100 HINWEIS - SACHKONTOTABELLE DL100SKT "
034700             "NICHT VORHANDEN - ABSTIMMUNG OHNE ZUORDNUNG"
034800     END-IF.
034900*
035000*----------------------------------------------------------------
035100 ZuordnungssatzUebernehmen.
035200*----------------------------------------------------------------
035300     READ SachkontoDatei
035400         AT END
035500             MOVE 'Y' TO Lese-Ende
035600         NOT AT END
035700             IF Zuordnung-Anzahl LESS THAN 50
035800                 ADD 1 TO Zuordnung-Anzahl
035900                 MOVE SK-TRANSAKTIONSCODE
036000                     TO ZU-CODE (Zuordnung-Anzahl)
036100                 MOVE SK-SACHKONTO
036200                     TO ZU-SACHKONTO (Zuordnung-Anzahl)
036300                 MOVE SK-BEZEICHNUNG
036400                     TO ZU-BEZEICHNUNG (Zuordnung-Anzahl)
036500                 MOVE SK-AKTIV TO ZU-AKTIV (Zuordnung-Anzahl)
036600             ELSE
036700                 DISPLAY "DL100 WARNUNG - ZUORDNUNGSTABELLE "
036800                     "VOLL, CODE " SK-TRANSAKTIONSCODE
036900                     " WIRD NICHT GELADEN"
037000             END-IF
037100     END-READ.
037200*
037300*----------------------------------------------------------------
037400*    EINGABETEIL DES SORTS: DIE SALDEN AUS DL100SAL, DANN DIE    *
037500*    UMSAETZE NACH DEM STICHTAG AUS DER HISTORIE UND DEN         *
037600*    JAHRESARCHIVEN.  IM EINZELKONTOBETRIEB WIRD NUR DAS         *
037700*    GEWAEHLTE KONTO GELESEN.                                    *
037800*----------------------------------------------------------------
037900 BestaendeSammeln.
038000     MOVE 'N' TO Lese-Ende
038100     MOVE Einzel-Konto TO SA-KONTONUMMER
038200     START SaldenDatei
038300         KEY IS NOT LESS THAN SA-KONTONUMMER
038400         INVALID KEY
038500             MOVE 'Y' TO Lese-Ende
038600     END-START
038700     PERFORM SaldensatzVerteilen
038800         UNTIL KEINE-SAETZE-MEHR
038900     MOVE 'N' TO Lese-Ende
039000     MOVE Einzel-Konto TO HI-KONTONUMMER
039100     MOVE ZERO TO HI-BUCHUNGSDATUM
039200     MOVE ZERO TO HI-LAUFDATUM
039300     MOVE ZERO TO HI-LFDNR
039400     START HistorienDatei
039500         KEY IS NOT LESS THAN HI-SCHLUESSEL
039600         INVALID KEY
039700             MOVE 'Y' TO Lese-Ende
039800     END-START
039900     PERFORM HistoriensatzVerteilen
040000         UNTIL KEINE-SAETZE-MEHR
040100     MOVE Stichtag-Jahr TO Archiv-Jahr
040200     PERFORM JahresarchivLesen
040300         UNTIL Archiv-Jahr GREATER THAN Post-Jahr.
040400*
040500*----------------------------------------------------------------
040600 SaldensatzVerteilen.
040700*----------------------------------------------------------------
040800     READ SaldenDatei NEXT RECORD
040900         AT END
041000             MOVE 'Y' TO Lese-Ende
041100         NOT AT END
041200             IF SL-IST-LAUFSATZ
041300                 MOVE 'Y' TO Lese-Ende
041400             ELSE
041500             IF EINZELKONTO-BETRIEB
041600                 AND SA-KONTONUMMER NOT = Einzel-Konto
041700                 MOVE 'Y' TO Lese-Ende
041800             ELSE
041900                 MOVE SA-KONTONUMMER TO RS-KONTONUMMER
042000                 MOVE 'S' TO RS-ART
042100                 MOVE SA-SALDO TO RS-BETRAG
042200                 RELEASE Sortsatz
042300             END-IF END-IF
042400     END-READ.
042500*
042600*----------------------------------------------------------------
042700 HistoriensatzVerteilen.
042800*----------------------------------------------------------------
042900     READ HistorienDatei NEXT RECORD
043000         AT END
043100             MOVE 'Y' TO Lese-Ende
043200         NOT AT END
043300             IF EINZELKONTO-BETRIEB
043400                 AND HI-KONTONUMMER NOT = Einzel-Konto
043500                 MOVE 'Y' TO Lese-Ende
043600             ELSE
043700                 ADD 1 TO Zaehler-Historie
043800                 PERFORM UmsatzPruefen
043900             END-IF
044000     END-READ.
044100*
044200*----------------------------------------------------------------
044300*    LIEST DAS JAHRESARCHIV VON ARCHIV-JAHR, SOFERN ES EXISTIERT, *
044400*    UND BLENDET JEDEN SATZ UEBER DEN HISTORIEN-SATZPUFFER EIN   *
044500*    (WIE DER ARCHIVBETRIEB DES MONATSAUSZUGS).                  *
044600*----------------------------------------------------------------
044700 JahresarchivLesen.
044800     MOVE SPACES TO Archiv-Pfad
044900     STRING "DL100HIS.ARCH." Archiv-Jahr DELIMITED BY SIZE
045000         INTO Archiv-Pfad
045100     OPEN INPUT ArchivDatei
045200     IF ARCHIVDATEI-OK
045300         ADD 1 TO Zaehler-Archive
045400         MOVE 'N' TO Lese-Ende
045500         PERFORM ArchivsatzVerteilen
045600             UNTIL KEINE-SAETZE-MEHR
045700         CLOSE ArchivDatei
045800     ELSE
045900         DISPLAY "DL100 HINWEIS - HISTORIENARCHIV " Archiv-Pfad
046000         DISPLAY "NICHT VORHANDEN - JAHR " Archiv-Jahr
046100             " NUR AUS DL100HIS"
046200     END-IF
046300     ADD 1 TO Archiv-Jahr.
046400*
046500*----------------------------------------------------------------
046600 ArchivsatzVerteilen.
046700*----------------------------------------------------------------
046800     READ ArchivDatei
046900         AT END
047000             MOVE 'Y' TO Lese-Ende
047100         NOT AT END
047200             ADD 1 TO Zaehler-Archivsaetze
047300             MOVE Archiv-Satz TO Historiensatz
047400             IF NOT EINZELKONTO-BETRIEB
047500                 OR HI-KONTONUMMER = Einzel-Konto
047600                 PERFORM UmsatzPruefen
047700             END-IF
047800     END-READ.
047900*
048000*----------------------------------------------------------------
048100*    REICHT EINEN AKZEPTIERTEN UMSATZ, DER NACH DEM STICHTAG     *
048200*    UND SPAETESTENS MIT DEM POSTDATUM AUF DEN SALDO GEBUCHT     *
048300*    WURDE, AN DEN SORT UND SUMMIERT IHN AUF SEIN SACHKONTO.     *
048400*----------------------------------------------------------------
048500 UmsatzPruefen.
048600     IF HI-IST-AKZEPTIERT
048700         AND HI-LAUFDATUM GREATER THAN Stichtag-Datum
048800         AND HI-LAUFDATUM NOT GREATER THAN Post-Datum
048900         ADD 1 TO Zaehler-Umsaetze
049000         MOVE HI-KONTONUMMER TO RS-KONTONUMMER
049100         MOVE 'U' TO RS-ART
049200         MOVE HI-BETRAG-SIGNIERT TO RS-BETRAG
049300         RELEASE Sortsatz
049400         PERFORM SachkontoZuordnen
049500         PERFORM BewegungBuchen
049600     END-IF.
049700*
049800*----------------------------------------------------------------
049900*    SUCHT DAS SACHKONTO DES CODES: EINE AKTIVE ZUORDNUNG GEHT   *
050000*    VOR, SONST GILT DIE ERSTE STILLGELEGTE.  OHNE ZUORDNUNG     *
050100*    SACHKONTO NULL.                                             *
050200*----------------------------------------------------------------
050300 SachkontoZuordnen.
050400     MOVE ZERO TO Satz-Sachkonto
050500     MOVE "OHNE SACHKONTO-ZUORDNUNG" TO Satz-Bezeichnung
050600     MOVE 'N' TO Zuordnung-Treffer
050700     MOVE ZERO TO Zuordnung-Index
050800     PERFORM ZuordnungSuchen
050900         UNTIL ZUORDNUNG-GEFUNDEN
051000             OR Zuordnung-Index NOT LESS THAN Zuordnung-Anzahl.
051100*
051200*----------------------------------------------------------------
051300 ZuordnungSuchen.
051400*----------------------------------------------------------------
051500     ADD 1 TO Zuordnung-Index
051600     IF ZU-CODE (Zuordnung-Index) = HI-TRANSAKTIONSCODE
051700         IF ZU-AKTIV (Zuordnung-Index) = 'J'
051800             OR Satz-Sachkonto = ZERO
051900             MOVE ZU-SACHKONTO (Zuordnung-Index)
052000                 TO Satz-Sachkonto
052100             MOVE ZU-BEZEICHNUNG (Zuordnung-Index)
052200                 TO Satz-Bezeichnung
052300         END-IF
052400         IF ZU-AKTIV (Zuordnung-Index) = 'J'
052500             MOVE 'J' TO Zuordnung-Treffer
052600         END-IF
052700     END-IF.
052800*
052900*----------------------------------------------------------------
053000 BewegungBuchen.
053100*----------------------------------------------------------------
053200     MOVE 'N' TO Bewegung-Treffer
053300     MOVE ZERO TO Bewegung-Index
053400     PERFORM BewegungSuchen
053500         UNTIL BEWEGUNG-GEFUNDEN
053600             OR Bewegung-Index NOT LESS THAN Bewegung-Anzahl
053700     IF NOT BEWEGUNG-GEFUNDEN
053800         ADD 1 TO Bewegung-Anzahl
053900         MOVE Bewegung-Anzahl TO Bewegung-Index
054000         MOVE Satz-Sachkonto TO BW-SACHKONTO (Bewegung-Index)
054100         MOVE Satz-Bezeichnung
054200             TO BW-BEZEICHNUNG (Bewegung-Index)
054300         MOVE ZERO TO BW-ANZAHL (Bewegung-Index)
054400         MOVE ZERO TO BW-SUMME (Bewegung-Index)
054500     END-IF
054600     ADD 1 TO BW-ANZAHL (Bewegung-Index)
054700     ADD HI-BETRAG-SIGNIERT TO BW-SUMME (Bewegung-Index).
054800*
054900*----------------------------------------------------------------
055000 BewegungSuchen.
055100*----------------------------------------------------------------
055200     ADD 1 TO Bewegung-Index
055300     IF BW-SACHKONTO (Bewegung-Index) = Satz-Sachkonto
055400         MOVE 'J' TO Bewegung-Treffer
055500     END-IF.
055600*
055700*----------------------------------------------------------------
055800*    AUSGABETEIL DES SORTS: RECHNET JE KONTO DEN SALDO ZUM       *
055900*    STICHTAG (SALDO GEBUCHT BIS MINUS UMSATZ NACH STICHTAG)     *
056000*    UND SCHREIBT DIE LISTE MIT GESAMTSUMME UND ABSTIMMUNG.      *
056100*----------------------------------------------------------------
056200 SaldenlisteSchreiben.
056300     OPEN OUTPUT ListeDatei
056400     MOVE Seiten-Max-Zeilen TO Seitenzeilen-Zaehler
056500     MOVE 'N' TO Gruppen-Schalter
056600     MOVE 'N' TO Sortierung-Ende
056700     PERFORM SortsatzVerarbeiten
056800         UNTIL KEINE-SORTSAETZE-MEHR
056900     IF GRUPPE-OFFEN
057000         PERFORM KontoAbschliessen
057100     END-IF
057200     PERFORM SchlusssummenSchreiben
057300     PERFORM AbstimmungSchreiben
057400     CLOSE ListeDatei.
057500*
057600*----------------------------------------------------------------
057700 SortsatzVerarbeiten.
057800*----------------------------------------------------------------
057900     RETURN SortArbeitsdatei
058000         AT END
058100             MOVE 'Y' TO Sortierung-Ende
058200         NOT AT END
058300             IF GRUPPE-OFFEN
058400                 AND RS-KONTONUMMER NOT = Gruppe-Konto
058500                 PERFORM KontoAbschliessen
058600             END-IF
058700             IF NOT GRUPPE-OFFEN
058800                 MOVE 'J' TO Gruppen-Schalter
058900                 MOVE RS-KONTONUMMER TO Gruppe-Konto
059000                 MOVE 'N' TO Gruppe-Saldensatz
059100                 MOVE ZERO TO Gruppe-Saldo
059200                 MOVE ZERO TO Gruppe-Umsatz
059300             END-IF
059400             IF RS-IST-SALDO
059500                 MOVE 'J' TO Gruppe-Saldensatz
059600                 MOVE RS-BETRAG TO Gruppe-Saldo
059700             ELSE
059800                 ADD RS-BETRAG TO Gruppe-Umsatz
059900             END-IF
060000     END-RETURN.
060100*
060200*----------------------------------------------------------------
060300*    SCHLIESST DIE KONTOGRUPPE AB.  UMSAETZE OHNE SALDENSATZ     *
060400*    KOENNEN NICHT ZURUECKGERECHNET WERDEN; SIE ERSCHEINEN ALS   *
060500*    DIFFERENZ IN DER ABSTIMMUNG UND IM PROTOKOLL.               *
060600*----------------------------------------------------------------
060700 KontoAbschliessen.
060800     IF GRUPPE-HAT-SALDO
060900         COMPUTE Gruppe-Stichtagssaldo =
061000             Gruppe-Saldo - Gruppe-Umsatz
061100         ADD 1 TO Zaehler-Gelistet
061200         ADD Gruppe-Saldo TO Summe-Gebucht
061300         ADD Gruppe-Umsatz TO Summe-Umsatz
061400         ADD Gruppe-Stichtagssaldo TO Summe-Stichtag
061500         PERFORM KontozeileSchreiben
061600     ELSE
061700         ADD 1 TO Zaehler-Ohne-Saldo
061800         ADD Gruppe-Umsatz TO Summe-Ohne-Saldo
061900         MOVE Gruppe-Umsatz TO Betrag-Edit
062000         DISPLAY "DL100 WARNUNG - KONTO " Gruppe-Konto
062100             " HAT UMSAETZE " Betrag-Edit
062200         DISPLAY "NACH DEM STICHTAG, ABER KEINEN SALDENSATZ"
062300     END-IF
062400     MOVE 'N' TO Gruppen-Schalter.
062500*
062600*----------------------------------------------------------------
062700 KontozeileSchreiben.
062800*----------------------------------------------------------------
062900     IF Seitenzeilen-Zaehler NOT LESS THAN Seiten-Max-Zeilen
063000         PERFORM SeitenkopfSchreiben
063100     END-IF
063200     MOVE Gruppe-Konto TO Konto-Edit
063300     MOVE Gruppe-Saldo TO Betrag-Edit
063400     MOVE Gruppe-Umsatz TO Umsatz-Edit
063500     MOVE Gruppe-Stichtagssaldo TO Saldo-Edit
063600     MOVE SPACES TO Liste-Zeile
063700     STRING Konto-Edit "  " Betrag-Edit "  " Umsatz-Edit
063800         "  " Saldo-Edit DELIMITED BY SIZE
063900         INTO Liste-Zeile
064000     WRITE Liste-Zeile
064100     ADD 1 TO Seitenzeilen-Zaehler.
064200*
064300*----------------------------------------------------------------
064400 SeitenkopfSchreiben.
064500*----------------------------------------------------------------
064600     ADD 1 TO Seiten-Nummer
064700     MOVE Seiten-Nummer TO Seiten-Nummer-Edit
064800     MOVE ZERO TO Seitenzeilen-Zaehler
064900     MOVE SPACES TO Liste-Zeile
065000     IF Seiten-Nummer NOT = 1
065100         WRITE Liste-Zeile
065200     END-IF
065300     MOVE SPACES TO Liste-Zeile
065400     STRING "DL100 SALDENLISTE ZUM STICHTAG " Stichtag-Datum
065500         "  GEBUCHT BIS " Post-Datum
065600         "  SEITE: " Seiten-Nummer-Edit
065700         DELIMITED BY SIZE INTO Liste-Zeile
065800     WRITE Liste-Zeile
065900     MOVE SPACES TO Liste-Zeile
066000     STRING "KONTONUMMER   SALDO GEBUCHT BIS  UMSATZ NACH STICH"
066100         "TAG   SALDO ZUM STICHTAG" DELIMITED BY SIZE
066200         INTO Liste-Zeile
066300     WRITE Liste-Zeile
066400     MOVE SPACES TO Liste-Zeile
066500     STRING "----------  ------------------  ------------------"
066600         "  ------------------" DELIMITED BY SIZE
066700         INTO Liste-Zeile
066800     WRITE Liste-Zeile.
066900*
067000*----------------------------------------------------------------
067100 SchlusssummenSchreiben.
067200*----------------------------------------------------------------
067300     IF Seiten-Nummer = ZERO
067400         PERFORM SeitenkopfSchreiben
067500     END-IF
067600     MOVE SPACES TO Liste-Zeile
067700     WRITE Liste-Zeile
067800     MOVE Summe-Gebucht TO Betrag-Edit
067900     MOVE Summe-Umsatz TO Umsatz-Edit
068000     MOVE Summe-Stichtag TO Saldo-Edit
068100     MOVE SPACES TO Liste-Zeile
068200     STRING "GESAMT      " Betrag-Edit "  " Umsatz-Edit
068300         "  " Saldo-Edit DELIMITED BY SIZE
068400         INTO Liste-Zeile
068500     WRITE Liste-Zeile
068600     MOVE Zaehler-Gelistet TO Anzahl-Edit
068700     MOVE SPACES TO Liste-Zeile
068800     STRING "KONTEN GELISTET..........: " Anzahl-Edit
068900         DELIMITED BY SIZE INTO Liste-Zeile
069000     WRITE Liste-Zeile.
069100*
069200*----------------------------------------------------------------
069300*    ABSTIMMUNG ZUM HAUPTBUCH: BESTAND DER KUNDENKONTEN GEBUCHT  *
069400*    BIS, MINUS DER SEITHER GEBUCHTEN UMSAETZE JE SACHKONTO      *
069500*    (WIE SIE IM VERDICHTETEN EXTRAKT DL100HBV DER LAEUFE NACH   *
069600*    DEM STICHTAG STANDEN), ERGIBT DEN BESTAND ZUM STICHTAG.     *
069700*    DIE GEGENRECHNUNG MUSS DER GESAMTSUMME DER LISTE GLEICHEN.  *
069800*----------------------------------------------------------------
069900 AbstimmungSchreiben.
070000     MOVE SPACES TO Liste-Zeile
070100     WRITE Liste-Zeile
070200     MOVE SPACES TO Liste-Zeile
070300     STRING "ABSTIMMUNG ZUM HAUPTBUCH - UMSAETZE NACH DEM "
070400         "STICHTAG JE SACHKONTO" DELIMITED BY SIZE
070500         INTO Liste-Zeile
070600     WRITE Liste-Zeile
070700     MOVE ZERO TO Bewegung-Index
070800     PERFORM BewegungszeileSchreiben
070900         UNTIL Bewegung-Index NOT LESS THAN Bewegung-Anzahl
071000     MOVE Summe-Gebucht TO Betrag-Edit
071100     MOVE SPACES TO Liste-Zeile
071200     STRING "BESTAND GEBUCHT BIS " Post-Datum "....: "
071300         Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
071400     WRITE Liste-Zeile
071500     COMPUTE Abstimm-Summe = Summe-Umsatz + Summe-Ohne-Saldo
071600     MOVE Abstimm-Summe TO Betrag-Edit
071700     MOVE SPACES TO Liste-Zeile
071800     STRING "./. UMSAETZE NACH STICHTAG.......: " Betrag-Edit
071900         DELIMITED BY SIZE INTO Liste-Zeile
072000     WRITE Liste-Zeile
072100     COMPUTE Abstimm-Summe = Summe-Gebucht - Abstimm-Summe
072200     MOVE Abstimm-Summe TO Betrag-Edit
072300     MOVE SPACES TO Liste-Zeile
072400     STRING "= BESTAND ZUM STICHTAG " Stichtag-Datum ": "
072500         Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
072600     WRITE Liste-Zeile
072700     MOVE SPACES TO Liste-Zeile
072800     IF Abstimm-Summe = Summe-Stichtag
072900         STRING "GESAMTSUMME DER LISTE............: OK"
073000             DELIMITED BY SIZE INTO Liste-Zeile
073100     ELSE
073200         MOVE Summe-Ohne-Saldo TO Betrag-Edit
073300         STRING "DIFFERENZ (KONTEN OHNE SALDO)....: "
073400             Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
073500     END-IF
073600     WRITE Liste-Zeile.
073700*
073800*----------------------------------------------------------------
073900 BewegungszeileSchreiben.
074000*----------------------------------------------------------------
074100     ADD 1 TO Bewegung-Index
074200     MOVE BW-ANZAHL (Bewegung-Index) TO Anzahl-Edit
074300     MOVE BW-SUMME (Bewegung-Index) TO Betrag-Edit
074400     MOVE SPACES TO Liste-Zeile
074500     STRING BW-SACHKONTO (Bewegung-Index) "  "
074600         BW-BEZEICHNUNG (Bewegung-Index) " " Anzahl-Edit
074700         " " Betrag-Edit DELIMITED BY SIZE INTO Liste-Zeile
074800     WRITE Liste-Zeile.
074900*
075000*----------------------------------------------------------------
075100 AbschlussMelden.
075200*----------------------------------------------------------------
075300     DISPLAY "DL100 SALDENLISTE - STICHTAG " Stichtag-Datum
075400         ", GEBUCHT BIS " Post-Datum
075500     MOVE Zaehler-Historie TO Anzahl-Edit
075600     DISPLAY "HISTORIENSAETZE GELESEN..: " Anzahl-Edit
075700     MOVE Zaehler-Archivsaetze TO Anzahl-Edit
075800     DISPLAY "ARCHIVSAETZE GELESEN.....: " Anzahl-Edit
075900     MOVE Zaehler-Umsaetze TO Anzahl-Edit
076000     DISPLAY "UMSAETZE NACH STICHTAG...: " Anzahl-Edit
076100     MOVE Zaehler-Gelistet TO Anzahl-Edit
076200     DISPLAY "KONTEN GELISTET..........: " Anzahl-Edit
076300     MOVE Summe-Stichtag TO Betrag-Edit
076400     DISPLAY "SALDENSUMME ZUM STICHTAG.: " Betrag-Edit
076500     IF Zaehler-Ohne-Saldo GREATER THAN ZERO
076600         MOVE Zaehler-Ohne-Saldo TO Anzahl-Edit
076700         DISPLAY "DL100 WARNUNG - KONTEN OHNE SALDENSATZ: "
076800             Anzahl-Edit
076900     END-IF
077000     IF EINZELKONTO-BETRIEB AND Zaehler-Gelistet = ZERO
077100         DISPLAY "DL100 HINWEIS - KONTO " Einzel-Konto
077200             " NICHT IM SALDENMASTER"
077300     END-IF
077400     DISPLAY "LISTE GESCHRIEBEN........: DL100SLS".
