005300*                     SEITEN ERSCHEINEN IN DER EINZELUMSATZ-    *
005400*                     ANZEIGE MIT STATUS 'UMBUCHUNG' UND DEM    *
005500*                     JEWEILIGEN GEGENKONTO (HI-GEGENKONTO)     *
005600*      2026-10-15 RH  SALDO ZUM STICHTAG ERGAENZT: AUF WUNSCH   *
005700*                     WIRD DER SALDO DES KONTOS ZU EINEM        *
005800*                     FRUEHEREN TAG ZURUECKGERECHNET -          *
005900*                     TAGESENDSALDO MINUS DER DANACH GEPOSTETEN *
006000*                     UMSAETZE AUS DL100HIS UND DEN JAHRES-     *
006100*                     ARCHIVEN DL100HIS.ARCH.JJJJ (WIE IN DER   *
006200*                     SALDENLISTE DL100R07)                     *
006300*      2026-10-15 RH  STATUS 'FREMDBANK', 'ZURUECKGEG.' UND     *
006400*                     'RUECKBUCH.' (MIT RUECKGABEGRUND) FUER    *
006500*                     ZAHLUNGEN AN FREMDE BANKEN, IHRE RUECK-   *
006600*                     GABEN UND DIE RUECKBUCHUNGEN              *
006700*      2026-10-15 RH  SATZLAENGE DL100HIS UND JAHRESARCHIV     *
006800*                     AUF 120; FREMDWAEHRUNGSUMSAETZE ZEIGEN   *
006900*                     ORIGINALBETRAG, WAEHRUNG UND KURS        *
007000*                                                             *
007100***************************************************************
007200 IDENTIFICATION DIVISION.
007300 PROGRAM-ID. KONTOANFRAGE.
007400*
007500 ENVIRONMENT DIVISION.
007600 INPUT-OUTPUT SECTION.
007700 FILE-CONTROL.
007800*    DL100MST - KONTOMASTER, VON VERBESSERTESPROGRAMM JE
007900*    TAGESLAUF NEU AUFGEBAUT.  HIER NUR LESEND UND WAHLFREI
008000*    (RANDOM) UEBER DIE KONTONUMMER ZUGEGRIFFEN.
008100     SELECT KontomasterDatei ASSIGN TO "DL100MST"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS RANDOM
008400         RECORD KEY IS KM-KONTONUMMER.
008500*
008600*    DL100SAL - DAUERHAFTER SALDENMASTER, VON DER SALDEN-
008700*    FORTSCHREIBUNG (DL100P01) GEFUEHRT.  FEHLT ER NOCH, WIRD
008800*    DIE ANFRAGE WIE BISHER OHNE SALDENTEIL BEANTWORTET.
008900     SELECT SaldenDatei ASSIGN TO "DL100SAL"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS RANDOM
009200         RECORD KEY IS SA-KONTONUMMER
009300         FILE STATUS IS Salden-Status.
009400*
009500*    DL100HIS - BUCHUNGSHISTORIE (VERBESSERTESPROGRAMM), JE
009600*    KONTO IN BUCHUNGSDATUMSFOLGE GELESEN - DAHER DYNAMIC.
009700*    FEHLT SIE NOCH, ENTFAELLT DIE EINZELUMSATZANZEIGE.
009800     SELECT HistorienDatei ASSIGN TO "DL100HIS"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS DYNAMIC
010100         RECORD KEY IS HI-SCHLUESSEL
010200         FILE STATUS IS Historie-Status.
010300*
010400*    DL100KVZ - KONTOVERZEICHNIS MIT DER KREDITLINIE JE KONTO
010500*    (PFLEGE UEBER DL100N02).  FEHLT ES NOCH, ENTFAELLT DIE
010600*    LIMITANZEIGE.
010700     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
010800         ORGANIZATION IS INDEXED
010900         ACCESS MODE IS RANDOM
011000         RECORD KEY IS KV-KONTONUMMER
011100         FILE STATUS IS Verzeichnis-Status.
011200*
011300*    DL100ADR - KUNDEN-ADRESSMASTER (ADRESSPFLEGE, DL100N01),
011400*    FUER DIE NAMENSSUCHE IN KONTONUMMERNFOLGE DURCHLAUFEN -
011500*    DAHER DYNAMIC.  FEHLT ER NOCH, ENTFAELLT DIE NAMENSSUCHE.
011600     SELECT AdressDatei ASSIGN TO "DL100ADR"
011700         ORGANIZATION IS INDEXED
011800         ACCESS MODE IS DYNAMIC
011900         RECORD KEY IS AD-KONTONUMMER
012000         FILE STATUS IS Adress-Status.
012100*
012200*    JAHRESARCHIV DER HISTORIENREORGANISATION FUER DEN SALDO
012300*    ZUM STICHTAG - DER DATEINAME (DL100HIS.ARCH.JJJJ) WIRD ZUR
012400*    LAUFZEIT GEBILDET.
012500     SELECT ArchivDatei ASSIGN USING Archiv-Pfad
012600         ORGANIZATION IS LINE SEQUENTIAL
012700         FILE STATUS IS Archiv-Status.
012800*
012900 DATA DIVISION.
013000 FILE SECTION.
013100 FD  KontomasterDatei
013200     RECORD CONTAINS 80 CHARACTERS.
013300 COPY KONTOMASTER.
013400*
013500 FD  SaldenDatei
013600     RECORD CONTAINS 80 CHARACTERS.
013700 COPY SALDENMASTER.
013800*
013900 FD  HistorienDatei
014000     RECORD CONTAINS 120 CHARACTERS.
014100 COPY HISTORIE.
014200*
014300 FD  VerzeichnisDatei
014400     RECORD CONTAINS 80 CHARACTERS.
014500 COPY KONTOVERZ.
014600*
014700 FD  AdressDatei
014800     RECORD CONTAINS 120 CHARACTERS.
014900 COPY ADRESSMASTER.
015000*
015100 FD  ArchivDatei
015200     RECORD CONTAINS 120 CHARACTERS.
015300 01  Archiv-Satz                    PIC X(120).
015400*
015500 WORKING-STORAGE SECTION.
015600 01  Anfrage-Eingabe             PIC X(10) VALUE SPACES.
015700     88  ANFRAGE-ENDE                VALUE "ENDE".
015800*
015900*    NAMENSSUCHE: SUCHTEXT (GROSSGESCHRIEBEN), TREFFERLISTE
016000*    UND STEUERFELDER DES TEILSTRING-VERGLEICHS GEGEN AD-NAME.
016100 01  Such-Eingabe                PIC X(10) VALUE SPACES.
016200 01  Such-Laenge                 PIC S9(04) COMP VALUE ZERO.
016300 01  Such-Position               PIC S9(04) COMP VALUE ZERO.
016400 01  Such-Grenze                 PIC S9(04) COMP VALUE ZERO.
016500 01  Name-Gross                  PIC X(30) VALUE SPACES.
016600 01  Namens-Treffer              PIC X VALUE 'N'.
016700     88  NAME-PASST                  VALUE 'J'.
016800 01  Adress-Status               PIC X(02).
016900     88  ADRESSDATEI-OK              VALUE '00'.
017000 01  Adress-Schalter             PIC X VALUE 'N'.
017100     88  ADRESSEN-VORHANDEN          VALUE 'J'.
017200 01  Adress-Ende                 PIC X VALUE 'N'.
017300     88  KEINE-ADRESSEN-MEHR         VALUE 'Y'.
017400 01  Treffer-Tabelle.
017500     05  Treffer-Anzahl             PIC S9(04) COMP VALUE ZERO.
017600     05  Treffer-Eintrag OCCURS 50 TIMES.
017700         10  TR-KONTONUMMER         PIC 9(10).
017800         10  TR-NAME                PIC X(30).
017900         10  TR-ORT                 PIC X(25).
018000 01  Treffer-Index               PIC S9(04) COMP VALUE ZERO.
018100 01  Treffer-Edit                PIC ZZZ9.
018200 01  Auswahl-Eingabe             PIC X(04) VALUE SPACES.
018300 01  Auswahl-Laenge              PIC S9(04) COMP VALUE ZERO.
018400 01  Auswahl-Nummer              PIC 9(04) VALUE ZERO.
018500*
018600 01  Anfrage-Schalter            PIC X VALUE 'N'.
018700     88  ANFRAGE-BEENDEN             VALUE 'Y'.
018800*
018900 01  Anzahl-Edit                 PIC ZZZZ9.
019000 01  Betrag-Edit                 PIC ---,---,--9.99.
019100*
019200 01  Salden-Status               PIC X(02).
019300     88  SALDENDATEI-OK              VALUE '00'.
019400*
019500 01  Salden-Schalter             PIC X VALUE 'N'.
019600     88  SALDEN-VORHANDEN            VALUE 'J'.
019700*
019800 01  Saldo-Edit                  PIC ---,---,---,--9.99.
019900*
020000 01  Historie-Status             PIC X(02).
020100     88  HISTORIENDATEI-OK           VALUE '00'.
020200*
020300 01  Historie-Schalter           PIC X VALUE 'N'.
020400     88  HISTORIE-VORHANDEN          VALUE 'J'.
020500*
020600 01  Historie-Suche-Ende         PIC X VALUE 'N'.
020700     88  KEINE-HISTORIE-MEHR         VALUE 'Y'.
020800*
020900 01  Umsatz-Antwort              PIC X(01) VALUE 'N'.
021000     88  UMSAETZE-GEWUENSCHT         VALUE 'J' 'j'.
021100*
021200 01  Anfrage-Konto               PIC 9(10) VALUE ZERO.
021300 01  Umsatz-Zaehler              PIC S9(05) COMP VALUE ZERO.
021400*
021500 01  Verzeichnis-Status          PIC X(02).
021600     88  VERZEICHNISDATEI-OK         VALUE '00'.
021700*
021800 01  Verzeichnis-Schalter        PIC X VALUE 'N'.
021900     88  VERZEICHNIS-VORHANDEN       VALUE 'J'.
022000*
022100 01  Freier-Rahmen               PIC S9(11)V99 VALUE ZERO.
022200 01  Umsatz-Betrag-Edit          PIC ---,---,---,--9.99.
022300 01  Umsatz-Status-Text          PIC X(16) VALUE SPACES.
022400 01  Umsatz-Original-Edit        PIC ---,---,--9.99.
022500 01  Umsatz-Kurs-Edit            PIC ZZZZ9.999999.
022600*
022700*    SALDO ZUM STICHTAG: TAGESENDSALDO DES KONTOS, POSTDATUM AUS
022800*    DEM LAUFSATZ DES SALDENMASTERS UND DIE SUMME DER DANACH
022900*    GEPOSTETEN UMSAETZE AUS HISTORIE UND JAHRESARCHIVEN.
023000 01  Saldensatz-Schalter         PIC X VALUE 'N'.
023100     88  SALDENSATZ-GEFUNDEN         VALUE 'J'.
023200 01  Konto-Saldo                 PIC S9(11)V99 VALUE ZERO.
023300 01  Stichtag-Eingabe            PIC X(08) VALUE SPACES.
023400 01  Stichtag-Datum              PIC 9(08) VALUE ZERO.
023500 01  Stichtag-Teile REDEFINES Stichtag-Datum.
023600     05  Stichtag-Jahr              PIC 9(04).
023700     05  Stichtag-Monat             PIC 9(02).
023800     05  Stichtag-Tag               PIC 9(02).
023900 01  Post-Datum                  PIC 9(08) VALUE ZERO.
024000 01  Post-Teile REDEFINES Post-Datum.
024100     05  Post-Jahr                  PIC 9(04).
024200     05  FILLER                     PIC 9(04).
024300 01  Stichtag-Umsatz             PIC S9(11)V99 VALUE ZERO.
024400 01  Stichtag-Saldo              PIC S9(11)V99 VALUE ZERO.
024500 01  Archiv-Pfad                 PIC X(60) VALUE SPACES.
024600 01  Archiv-Status               PIC X(02).
024700     88  ARCHIVDATEI-OK              VALUE '00'.
024800 01  Archiv-Ende                 PIC X VALUE 'N'.
024900     88  KEIN-ARCHIVSATZ-MEHR        VALUE 'Y'.
025000 01  Archiv-Jahr                 PIC 9(04) VALUE ZERO.
025100*
025200 PROCEDURE DIVISION.
025300*----------------------------------------------------------------
025400 Hauptprogramm.
025500*----------------------------------------------------------------
025600     OPEN INPUT KontomasterDatei
025700     OPEN INPUT SaldenDatei
025800     IF SALDENDATEI-OK
025900         SET SALDEN-VORHANDEN TO TRUE
026000     ELSE
026100         DISPLAY "HINWEIS: SALDENMASTER DL100SAL NICHT "
026200             "VORHANDEN - ANFRAGE OHNE SALDENTEIL"
026300     END-IF
026400     OPEN INPUT HistorienDatei
026500     IF HISTORIENDATEI-OK
026600         SET HISTORIE-VORHANDEN TO TRUE
026700     ELSE
026800         DISPLAY "HINWEIS: BUCHUNGSHISTORIE DL100HIS NICHT "
026900             "VORHANDEN - KEINE EINZELUMSATZANZEIGE"
027000     END-IF
027100     OPEN INPUT VerzeichnisDatei
027200     IF VERZEICHNISDATEI-OK
027300         SET VERZEICHNIS-VORHANDEN TO TRUE
027400     ELSE
027500         DISPLAY "HINWEIS: KONTOVERZEICHNIS DL100KVZ NICHT "
027600             "VORHANDEN - KEINE LIMITANZEIGE"
027700     END-IF
027800     OPEN INPUT AdressDatei
027900     IF ADRESSDATEI-OK
028000         SET ADRESSEN-VORHANDEN TO TRUE
028100     ELSE
028200         DISPLAY "HINWEIS: ADRESSMASTER DL100ADR NICHT "
028300             "VORHANDEN - KEINE NAMENSSUCHE"
028400     END-IF
028500     DISPLAY "===== DL100 KONTOANFRAGE ====="
028600     PERFORM AnfrageBearbeiten UNTIL ANFRAGE-BEENDEN
028700     CLOSE KontomasterDatei
028800     IF SALDEN-VORHANDEN
028900         CLOSE SaldenDatei
029000     END-IF
029100     IF HISTORIE-VORHANDEN
029200         CLOSE HistorienDatei
029300     END-IF
029400     IF VERZEICHNIS-VORHANDEN
029500         CLOSE VerzeichnisDatei
029600     END-IF
029700     IF ADRESSEN-VORHANDEN
029800         CLOSE AdressDatei
029900     END-IF
030000     STOP RUN.
030100*
030200*----------------------------------------------------------------
030300*    NIMMT EINE KONTONUMMER (ODER "ENDE") ENTGEGEN UND STOESST    *
030400*    DIE KEYED-READ UND ANZEIGE AN, SOLANGE DER OPERATOR NICHT   *
030500*    ABBRICHT.                                                  *
030600*----------------------------------------------------------------
030700 AnfrageBearbeiten.
030800     DISPLAY "KONTONUMMER ODER (TEIL-)NAME EINGEBEN "
030900         "(ODER 'ENDE'): "
031000     ACCEPT Anfrage-Eingabe
031100     IF ANFRAGE-ENDE
031200         MOVE 'Y' TO Anfrage-Schalter
031300     ELSE
031400     IF Anfrage-Eingabe IS NUMERIC
031500         PERFORM KontoNachschlagen
031600     ELSE
031700         PERFORM NamenssucheDurchfuehren
031800     END-IF END-IF.
031900*
032000*----------------------------------------------------------------
032100 KontoNachschlagen.
032200*----------------------------------------------------------------
032300     MOVE ZERO TO KM-KONTONUMMER
032400     MOVE Anfrage-Eingabe TO KM-KONTONUMMER
032500     READ KontomasterDatei
032600         INVALID KEY
032700             DISPLAY "KEIN SATZ ZU KONTO " Anfrage-Eingabe
032800                 " IM HEUTIGEN LAUF GEFUNDEN"
032900         NOT INVALID KEY
033000             IF KL-IST-LAUFSATZ
033100                 DISPLAY "KEIN SATZ ZU KONTO " Anfrage-Eingabe
033200                     " IM HEUTIGEN LAUF GEFUNDEN"
033300             ELSE
033400                 PERFORM KontosatzAnzeigen
033500             END-IF
033600     END-READ
033700     PERFORM SaldenAnzeigen
033800     PERFORM UmsaetzeAnbieten
033900     PERFORM StichtagAnbieten.
034000*
034100*----------------------------------------------------------------
034200 KontosatzAnzeigen.
034300*----------------------------------------------------------------
034400     MOVE KM-ANZAHL-TRANSAKTIONEN TO Anzahl-Edit
034500     MOVE KM-BETRAGSSUMME TO Betrag-Edit
034600     DISPLAY "KONTO..........: " KM-KONTONUMMER
034700     DISPLAY "ANZAHL TRX.....: " Anzahl-Edit
034800     DISPLAY "LETZTER TRX-CODE: " KM-LETZTER-TRANSAKTIONSCODE
034900     DISPLAY "BETRAGSSUMME...: " Betrag-Edit
035000     DISPLAY "LETZTE BUCHUNG.: " KM-LETZTE-BUCHUNG
035100     IF KM-IST-AKZEPTIERT
035200         DISPLAY "STATUS.........: AKZEPTIERT"
035300     ELSE
035400         DISPLAY "STATUS.........: ABGEWIESEN (GRUND "
035500             KM-LETZTER-ABWEISUNGSGRUND ")"
035600     END-IF.
035700*
035800*----------------------------------------------------------------
035900*    SCHLAEGT DAS KONTO IM DAUERHAFTEN SALDENMASTER NACH UND     *
036000*    ZEIGT VORTRAG, TAGESENDSALDO SOWIE MONATS- UND JAHRES-      *
036100*    SUMME.  WIRD AUCH DANN VERSUCHT, WENN DAS KONTO IM          *
036200*    HEUTIGEN LAUF NICHT VORKAM - DER SALDO LEBT JA UEBER DIE    *
036300*    TAGE HINWEG.                                                *
036400*----------------------------------------------------------------
036500 SaldenAnzeigen.
036600     MOVE 'N' TO Saldensatz-Schalter
036700     IF SALDEN-VORHANDEN
036800         MOVE ZERO TO SA-KONTONUMMER
036900         MOVE Anfrage-Eingabe TO SA-KONTONUMMER
037000         READ SaldenDatei
037100             INVALID KEY
037200                 DISPLAY "KEIN SALDENSATZ ZU KONTO "
037300                     Anfrage-Eingabe " VORHANDEN"
037400             NOT INVALID KEY
037500                 IF SL-IST-LAUFSATZ
037600                     DISPLAY "KEIN SALDENSATZ ZU KONTO "
037700                         Anfrage-Eingabe " VORHANDEN"
037800                 ELSE
037900                     MOVE 'J' TO Saldensatz-Schalter
038000                     MOVE SA-SALDO TO Konto-Saldo
038100                     PERFORM SaldensatzAnzeigen
038200                 END-IF
038300         END-READ
038400     END-IF.
038500*
038600*----------------------------------------------------------------
038700 SaldensatzAnzeigen.
038800*----------------------------------------------------------------
038900     MOVE SA-SALDO-VORTRAG TO Saldo-Edit
039000     DISPLAY "SALDO VORTRAG..: " Saldo-Edit
039100     MOVE SA-SALDO TO Saldo-Edit
039200     DISPLAY "TAGESENDSALDO..: " Saldo-Edit
039300     MOVE SA-MONAT-SUMME TO Saldo-Edit
039400     DISPLAY "MONATSSUMME....: " Saldo-Edit
039500     MOVE SA-JAHR-SUMME TO Saldo-Edit
039600     DISPLAY "JAHRESSUMME....: " Saldo-Edit
039700     DISPLAY "GEBUCHT BIS....: " SA-LETZTER-LAUF
039800     PERFORM LimitAnzeigen.
039900*
040000*----------------------------------------------------------------
040100*    BIETET NACH DER UEBERSICHT DIE EINZELUMSAETZE DES KONTOS    *
040200*    AUS DER BUCHUNGSHISTORIE AN: HEUTIGE WIE FRUEHERE TAGE,     *
040300*    AKZEPTIERTE MIT SIGNIERTEM BETRAG, ABGEWIESENE MIT GRUND,   *
040400*    STORNIERTE ORIGINALE GEKENNZEICHNET.                        *
040500*----------------------------------------------------------------
040600 UmsaetzeAnbieten.
040700     IF HISTORIE-VORHANDEN
040800         DISPLAY "EINZELUMSAETZE ANZEIGEN (J/N)? "
040900         ACCEPT Umsatz-Antwort
041000         IF UMSAETZE-GEWUENSCHT
041100             PERFORM UmsaetzeAnzeigen
041200         END-IF
041300     END-IF.
041400*
041500*----------------------------------------------------------------
041600 UmsaetzeAnzeigen.
041700*----------------------------------------------------------------
041800     MOVE ZERO TO Anfrage-Konto
041900     MOVE Anfrage-Eingabe TO Anfrage-Konto
042000     MOVE ZERO TO Umsatz-Zaehler
042100     MOVE 'N' TO Historie-Suche-Ende
042200     MOVE Anfrage-Konto TO HI-KONTONUMMER
042300     MOVE ZERO TO HI-BUCHUNGSDATUM
042400     MOVE ZERO TO HI-LAUFDATUM
042500     MOVE ZERO TO HI-LFDNR
042600     START HistorienDatei
042700         KEY IS NOT LESS THAN HI-SCHLUESSEL
042800         INVALID KEY
042900             MOVE 'Y' TO Historie-Suche-Ende
043000     END-START
043100     DISPLAY "BUCHUNG   LAUF      CODE  BETRAG             "
043200         "STATUS"
043300     PERFORM UmsatzzeileAnzeigen
043400         UNTIL KEINE-HISTORIE-MEHR
043500     MOVE Umsatz-Zaehler TO Anzahl-Edit
043600     DISPLAY "UMSAETZE GELISTET: " Anzahl-Edit.
043700*
043800*----------------------------------------------------------------
043900 UmsatzzeileAnzeigen.
044000*----------------------------------------------------------------
044100     READ HistorienDatei NEXT RECORD
044200         AT END
044300             MOVE 'Y' TO Historie-Suche-Ende
044400         NOT AT END
044500             IF HI-KONTONUMMER NOT = Anfrage-Konto
044600                 MOVE 'Y' TO Historie-Suche-Ende
044700             ELSE
044800                 ADD 1 TO Umsatz-Zaehler
044900                 PERFORM UmsatzstatusErmitteln
045000                 IF HI-IST-AKZEPTIERT
045100                     MOVE HI-BETRAG-SIGNIERT
045200                         TO Umsatz-Betrag-Edit
045300                 ELSE
045400                     MOVE HI-BETRAG TO Umsatz-Betrag-Edit
045500                 END-IF
045600                 DISPLAY HI-BUCHUNGSDATUM "  " HI-LAUFDATUM
045700                     "  " HI-TRANSAKTIONSCODE "    "
045800                     Umsatz-Betrag-Edit "  "
045900                     Umsatz-Status-Text
046000                 IF HI-IST-UMBUCHUNG
046100                     DISPLAY "  GEGENKONTO: " HI-GEGENKONTO
046200                 END-IF
046300                 IF NOT HI-IST-EURO
046400                     MOVE HI-ORIGINALBETRAG
046500                         TO Umsatz-Original-Edit
046600                     MOVE HI-KURS TO Umsatz-Kurs-Edit
046700                     DISPLAY "  ORIGINAL: " Umsatz-Original-Edit
046800                         " " HI-WAEHRUNG "  KURS: "
046900                         Umsatz-Kurs-Edit
047000                 END-IF
047100             END-IF
047200     END-READ.
047300*
047400*----------------------------------------------------------------
047500*    BIETET DEN SALDO ZU EINEM FRUEHEREN STICHTAG AN: VOM         *
047600*    TAGESENDSALDO (GEBUCHT BIS ZUM POSTDATUM DES LAUFSATZES)     *
047700*    WERDEN DIE AKZEPTIERTEN UMSAETZE ABGEZOGEN, DEREN LAUF NACH  *
047800*    DEM STICHTAG GEPOSTET WURDE - AUS DL100HIS UND DEN JAHRES-   *
047900*    ARCHIVEN VOM STICHTAGSJAHR AN.                               *
048000*----------------------------------------------------------------
048100 StichtagAnbieten.
048200     IF SALDENSATZ-GEFUNDEN AND HISTORIE-VORHANDEN
048300         MOVE SPACES TO Stichtag-Eingabe
048400         DISPLAY "SALDO ZU EINEM STICHTAG (JJJJMMTT, LEER = "
048500             "NEIN)? "
048600         ACCEPT Stichtag-Eingabe
048700         IF Stichtag-Eingabe NOT = SPACES
048800             PERFORM StichtagssaldoErmitteln
048900         END-IF
049000     END-IF.
049100*
049200*----------------------------------------------------------------
049300 StichtagssaldoErmitteln.
049400*----------------------------------------------------------------
049500     MOVE ZERO TO Post-Datum
049600     MOVE 9999999999 TO SA-KONTONUMMER
049700     READ SaldenDatei
049800         INVALID KEY
049900             CONTINUE
050000         NOT INVALID KEY
050100             MOVE SL-LETZTES-POSTDATUM TO Post-Datum
050200     END-READ
050300     IF Stichtag-Eingabe IS NOT NUMERIC
050400         DISPLAY "STICHTAG MUSS JJJJMMTT SEIN"
050500     ELSE
050600     IF Post-Datum = ZERO
050700         DISPLAY "KEIN LAUFSATZ IM SALDENMASTER - KEIN SALDO "
050800             "ZUM STICHTAG"
050900     ELSE
051000         MOVE Stichtag-Eingabe TO Stichtag-Datum
051100         IF Stichtag-Datum GREATER THAN Post-Datum
051200             DISPLAY "STICHTAG LIEGT NACH DEM LETZTEN POSTDATUM "
051300                 Post-Datum
051400         ELSE
051500             MOVE ZERO TO Anfrage-Konto
051600             MOVE Anfrage-Eingabe TO Anfrage-Konto
051700             MOVE ZERO TO Stichtag-Umsatz
051800             PERFORM StichtagsumsaetzeSammeln
051900             COMPUTE Stichtag-Saldo =
052000                 Konto-Saldo - Stichtag-Umsatz
052100             MOVE Stichtag-Umsatz TO Saldo-Edit
052200             DISPLAY "UMSATZ NACH....: " Stichtag-Datum "  "
052300                 Saldo-Edit
052400             MOVE Stichtag-Saldo TO Saldo-Edit
052500             DISPLAY "SALDO ZUM......: " Stichtag-Datum "  "
052600                 Saldo-Edit
052700         END-IF
052800     END-IF END-IF.
052900*
053000*----------------------------------------------------------------
053100 StichtagsumsaetzeSammeln.
053200*----------------------------------------------------------------
053300     MOVE 'N' TO Historie-Suche-Ende
053400     MOVE Anfrage-Konto TO HI-KONTONUMMER
053500     MOVE ZERO TO HI-BUCHUNGSDATUM
053600     MOVE ZERO TO HI-LAUFDATUM
053700     MOVE ZERO TO HI-LFDNR
053800     START HistorienDatei
053900         KEY IS NOT LESS THAN HI-SCHLUESSEL
054000         INVALID KEY
054100             MOVE 'Y' TO Historie-Suche-Ende
054200     END-START
054300     PERFORM StichtagsumsatzLesen
054400         UNTIL KEINE-HISTORIE-MEHR
054500     MOVE Stichtag-Jahr TO Archiv-Jahr
054600     PERFORM StichtagsarchivLesen
054700         UNTIL Archiv-Jahr GREATER THAN Post-Jahr.
054800*
054900*----------------------------------------------------------------
055000 StichtagsumsatzLesen.
055100*----------------------------------------------------------------
055200     READ HistorienDatei NEXT RECORD
055300         AT END
055400             MOVE 'Y' TO Historie-Suche-Ende
055500         NOT AT END
055600             IF HI-KONTONUMMER NOT = Anfrage-Konto
055700                 MOVE 'Y' TO Historie-Suche-Ende
055800             ELSE
055900                 PERFORM StichtagsumsatzAddieren
056000             END-IF
056100     END-READ.
056200*
056300*----------------------------------------------------------------
056400 StichtagsarchivLesen.
056500*----------------------------------------------------------------
056600     MOVE SPACES TO Archiv-Pfad
056700     STRING "DL100HIS.ARCH." Archiv-Jahr DELIMITED BY SIZE
056800         INTO Archiv-Pfad
056900     OPEN INPUT ArchivDatei
057000     IF ARCHIVDATEI-OK
057100         MOVE 'N' TO Archiv-Ende
057200         PERFORM StichtagsarchivsatzLesen
057300             UNTIL KEIN-ARCHIVSATZ-MEHR
057400         CLOSE ArchivDatei
057500     END-IF
057600     ADD 1 TO Archiv-Jahr.
057700*
057800*----------------------------------------------------------------
057900 StichtagsarchivsatzLesen.
058000*----------------------------------------------------------------
058100     READ ArchivDatei
058200         AT END
058300             MOVE 'Y' TO Archiv-Ende
058400         NOT AT END
058500             MOVE Archiv-Satz TO Historiensatz
058600             IF HI-KONTONUMMER = Anfrage-Konto
058700                 PERFORM StichtagsumsatzAddieren
058800             END-IF
058900     END-READ.
059000*
059100*----------------------------------------------------------------
059200 StichtagsumsatzAddieren.
059300*----------------------------------------------------------------
059400     IF HI-IST-AKZEPTIERT
059500         AND HI-LAUFDATUM GREATER THAN Stichtag-Datum
059600         AND HI-LAUFDATUM NOT GREATER THAN Post-Datum
059700         ADD HI-BETRAG-SIGNIERT TO Stichtag-Umsatz
059800     END-IF.
059900*
060000*----------------------------------------------------------------
060100 UmsatzstatusErmitteln.
060200*----------------------------------------------------------------
060300     IF HI-IST-ABGEWIESEN
060400         MOVE SPACES TO Umsatz-Status-Text
060500         STRING "ABGEW. " HI-ABWEISUNGSGRUND
060600             DELIMITED BY SIZE INTO Umsatz-Status-Text
060700     ELSE
060800     IF HI-IST-STORNIERT
060900         MOVE "STORNIERT" TO Umsatz-Status-Text
061000     ELSE
061100     IF HI-IST-ZURUECKGEGEBEN
061200         MOVE SPACES TO Umsatz-Status-Text
061300         STRING "ZURUECKGEG. " HI-ABWEISUNGSGRUND
061400             DELIMITED BY SIZE INTO Umsatz-Status-Text
061500     ELSE
061600     IF HI-IST-STORNO
061700         MOVE "STORNO" TO Umsatz-Status-Text
061800     ELSE
061900     IF HI-IST-UMBUCHUNG
062000         MOVE "UMBUCHUNG" TO Umsatz-Status-Text
062100     ELSE
062200     IF HI-IST-EXTERN
062300         MOVE "FREMDBANK" TO Umsatz-Status-Text
062400     ELSE
062500     IF HI-IST-RUECKBUCHUNG
062600         MOVE SPACES TO Umsatz-Status-Text
062700         STRING "RUECKBUCH. " HI-ABWEISUNGSGRUND
062800             DELIMITED BY SIZE INTO Umsatz-Status-Text
062900     ELSE
063000         MOVE "AKZEPTIERT" TO Umsatz-Status-Text
063100     END-IF END-IF END-IF END-IF END-IF END-IF END-IF.
063200*
063300*----------------------------------------------------------------
063400*    ZEIGT KREDITLIMIT UND FREIEN RAHMEN (TAGESENDSALDO PLUS     *
063500*    LIMIT) AUS DEM KONTOVERZEICHNIS.  EIN NEGATIVER FREIER      *
063600*    RAHMEN BEDEUTET: DAS KONTO LIEGT UEBER SEINER KREDITLINIE   *
063700*    (SIEHE UEBERZIEHUNGSBERICHT DER SALDENFORTSCHREIBUNG).      *
063800*----------------------------------------------------------------
063900 LimitAnzeigen.
064000     IF VERZEICHNIS-VORHANDEN
064100         MOVE SA-KONTONUMMER TO KV-KONTONUMMER
064200         READ VerzeichnisDatei
064300             INVALID KEY
064400                 DISPLAY "KREDITLIMIT....: KONTO NICHT IM "
064500                     "VERZEICHNIS"
064600             NOT INVALID KEY
064700                 MOVE KV-LIMIT TO Saldo-Edit
064800                 DISPLAY "KREDITLIMIT....: " Saldo-Edit
064900                 COMPUTE Freier-Rahmen = SA-SALDO + KV-LIMIT
065000                 MOVE Freier-Rahmen TO Saldo-Edit
065100                 DISPLAY "FREIER RAHMEN..: " Saldo-Edit
065200         END-READ
065300     END-IF.
065400*
065500*----------------------------------------------------------------
065600*    NAMENSSUCHE: DURCHLAEUFT DEN ADRESSMASTER UND SAMMELT       *
065700*    ALLE KONTEN, DEREN NAME DEN (GROSSGESCHRIEBENEN) SUCH-      *
065800*    TEXT ENTHAELT, ALS NUMMERIERTE TREFFERLISTE.  AUS IHR       *
065900*    WAEHLT DER OPERATOR DAS KONTO, DAS DANN WIE GEWOHNT         *
066000*    UEBER KONTOMASTER, SALDENMASTER UND HISTORIE ANGEZEIGT      *
066100*    WIRD.                                                       *
066200*----------------------------------------------------------------
066300 NamenssucheDurchfuehren.
066400     IF NOT ADRESSEN-VORHANDEN
066500         DISPLAY "KEINE NAMENSSUCHE MOEGLICH - ADRESSMASTER "
066600             "DL100ADR NICHT VORHANDEN"
066700     ELSE
066800         PERFORM SuchtextAufbereiten
066900         IF Such-Laenge = ZERO
067000             DISPLAY "SUCHTEXT LEER - BITTE WIEDERHOLEN"
067100         ELSE
067200             PERFORM AdressmasterDurchsuchen
067300             PERFORM TrefferAuswerten
067400         END-IF
067500     END-IF.
067600*
067700*----------------------------------------------------------------
067800*    BEREITET DEN SUCHTEXT AUF: GROSSSCHREIBUNG UND LAENGE       *
067900*    OHNE NACHLAUFENDE LEERZEICHEN.                              *
068000*----------------------------------------------------------------
068100 SuchtextAufbereiten.
068200     MOVE Anfrage-Eingabe TO Such-Eingabe
068300     INSPECT Such-Eingabe CONVERTING
068400         "abcdefghijklmnopqrstuvwxyz" TO
068500         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
068600     MOVE 10 TO Such-Laenge
068700     PERFORM SuchlaengeKuerzen
068800         UNTIL Such-Laenge = ZERO
068900             OR Such-Eingabe (Such-Laenge:1) NOT = SPACE.
069000*
069100*----------------------------------------------------------------
069200 SuchlaengeKuerzen.
069300*----------------------------------------------------------------
069400     SUBTRACT 1 FROM Such-Laenge.
069500*
069600*----------------------------------------------------------------
069700 AdressmasterDurchsuchen.
069800*----------------------------------------------------------------
069900     MOVE ZERO TO Treffer-Anzahl
070000     MOVE 'N' TO Adress-Ende
070100     MOVE ZERO TO AD-KONTONUMMER
070200     START AdressDatei
070300         KEY IS NOT LESS THAN AD-KONTONUMMER
070400         INVALID KEY
070500             MOVE 'Y' TO Adress-Ende
070600     END-START
070700     PERFORM AdresssatzPruefen
070800         UNTIL KEINE-ADRESSEN-MEHR.
070900*
071000*----------------------------------------------------------------
071100 AdresssatzPruefen.
071200*----------------------------------------------------------------
071300     READ AdressDatei NEXT RECORD
071400         AT END
071500             MOVE 'Y' TO Adress-Ende
071600         NOT AT END
071700             PERFORM NamenVergleichen
071800             IF NAME-PASST
071900                 IF Treffer-Anzahl LESS THAN 50
072000                     ADD 1 TO Treffer-Anzahl
072100                     MOVE AD-KONTONUMMER
072200                         TO TR-KONTONUMMER (Treffer-Anzahl)
072300                     MOVE AD-NAME TO TR-NAME (Treffer-Anzahl)
072400                     MOVE AD-ORT TO TR-ORT (Treffer-Anzahl)
072500                 ELSE
072600                     DISPLAY "MEHR ALS 50 TREFFER - BITTE "
072700                         "SUCHTEXT VERFEINERN"
072800                     MOVE 'Y' TO Adress-Ende
072900                 END-IF
073000             END-IF
073100     END-READ.
073200*
073300*----------------------------------------------------------------
073400*    TEILSTRING-VERGLEICH: DER SUCHTEXT PASST, WENN ER AN        *
073500*    IRGENDEINER STELLE DES GROSSGESCHRIEBENEN NAMENS STEHT.     *
073600*----------------------------------------------------------------
073700 NamenVergleichen.
073800     MOVE 'N' TO Namens-Treffer
073900     MOVE AD-NAME TO Name-Gross
074000     INSPECT Name-Gross CONVERTING
074100         "abcdefghijklmnopqrstuvwxyz" TO
074200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
074300     COMPUTE Such-Grenze = 30 - Such-Laenge + 1
074400     MOVE ZERO TO Such-Position
074500     PERFORM NamensstelleVergleichen
074600         UNTIL NAME-PASST
074700             OR Such-Position NOT LESS THAN Such-Grenze.
074800*
074900*----------------------------------------------------------------
075000 NamensstelleVergleichen.
075100*----------------------------------------------------------------
075200     ADD 1 TO Such-Position
075300     IF Name-Gross (Such-Position:Such-Laenge) =
075400         Such-Eingabe (1:Such-Laenge)
075500         MOVE 'J' TO Namens-Treffer
075600     END-IF.
075700*
075800*----------------------------------------------------------------
075900*    ZEIGT DIE TREFFERLISTE UND LAESST DEN OPERATOR EIN KONTO    *
076000*    WAEHLEN; DIE GEWAEHLTE KONTONUMMER LAEUFT DANN DURCH DIE    *
076100*    GEWOHNTE ANZEIGE (KONTOMASTER, SALDEN, UMSAETZE).           *
076200*----------------------------------------------------------------
076300 TrefferAuswerten.
076400     IF Treffer-Anzahl = ZERO
076500         DISPLAY "KEIN NAME PASST AUF '" Anfrage-Eingabe "'"
076600     ELSE
076700         DISPLAY "NR    KONTONUMMER  NAME"
076800         MOVE ZERO TO Treffer-Index
076900         PERFORM TrefferzeileAnzeigen
077000             UNTIL Treffer-Index NOT LESS THAN Treffer-Anzahl
077100         DISPLAY "NUMMER WAEHLEN (0 = ZURUECK): "
077200         ACCEPT Auswahl-Eingabe
077300         PERFORM AuswahlAufbereiten
077400         IF Auswahl-Laenge = ZERO
077500             OR Auswahl-Eingabe (1:Auswahl-Laenge)
077600                 IS NOT NUMERIC
077700             DISPLAY "NUMMER MUSS NUMERISCH SEIN"
077800         ELSE
077900             MOVE Auswahl-Eingabe (1:Auswahl-Laenge)
078000                 TO Auswahl-Nummer
078100             IF Auswahl-Nummer = ZERO
078200                 CONTINUE
078300             ELSE
078400             IF Auswahl-Nummer GREATER THAN Treffer-Anzahl
078500                 DISPLAY "NUMMER LIEGT AUSSERHALB DER LISTE"
078600             ELSE
078700                 MOVE TR-KONTONUMMER (Auswahl-Nummer)
078800                     TO Anfrage-Eingabe
078900                 PERFORM KontoNachschlagen
079000             END-IF END-IF
079100         END-IF
079200     END-IF.
079300*
079400*----------------------------------------------------------------
079500 TrefferzeileAnzeigen.
079600*----------------------------------------------------------------
079700     ADD 1 TO Treffer-Index
079800     MOVE Treffer-Index TO Treffer-Edit
079900     DISPLAY Treffer-Edit "  "
080000         TR-KONTONUMMER (Treffer-Index) "   "
080100         TR-NAME (Treffer-Index) "  "
080200         TR-ORT (Treffer-Index).
080300*
080400*----------------------------------------------------------------
080500*    ERMITTELT DIE LAENGE DER NUMMERNEINGABE OHNE NACH-          *
080600*    LAUFENDE LEERZEICHEN, DAMIT AUCH "1" STATT "0001"           *
080700*    ANGENOMMEN WIRD (WIE DIE SUCHTEXT-AUFBEREITUNG).            *
080800*----------------------------------------------------------------
080900 AuswahlAufbereiten.
081000     MOVE 4 TO Auswahl-Laenge
081100     PERFORM AuswahllaengeKuerzen
081200         UNTIL Auswahl-Laenge = ZERO
081300             OR Auswahl-Eingabe (Auswahl-Laenge:1) NOT = SPACE.
081400*
081500*----------------------------------------------------------------
081600 AuswahllaengeKuerzen.
081700*----------------------------------------------------------------
081800     SUBTRACT 1 FROM Auswahl-Laenge.
