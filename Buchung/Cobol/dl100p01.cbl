003000*                     (UEBERZIEHUNG.TXT); DER SCHRITT ENDET    *
003100*                     DANN MIT CONDITION CODE 4 (WARNUNG, DIE  *
003200*                     KETTE LAEUFT WEITER)                     *
003300*      2026-10-15 RH  SIMULATIONSLAUF (DL100SIMULATION=J,      *
003400*                     SIEHE DL100M01): LIEST DL100MST.SIM,     *
003500*                     LAESST DEN SALDENMASTER UNVERAENDERT     *
003600*                     (NUR LESEND, KEIN LAUFSATZ) UND HAENGT   *
003700*                     UEBERZIEHUNGEN UND ZAEHLER AN            *
003800*                     SIMULATIONSBERICHT.TXT AN; EIN SCHON     *
003900*                     GEPOSTETER TAG WIRD NUR GEMELDET         *
004000*                                                             *
004100***************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. SALDENFORTSCHREIBUNG.
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800*    DL100MST - KONTOMASTER DES TAGESLAUFS, NUR LESEND.  DER
004900*    LAUFSATZ (SCHLUESSEL 9999999999) LIEFERT DAS LAUFDATUM,
005000*    ANSCHLIESSEND WERDEN ALLE KONTEN SEQUENTIELL DURCHLAUFEN -
005100*    DAHER ACCESS MODE DYNAMIC (WIE IN TAGESBERICHT).  IM
005200*    SIMULATIONSLAUF IST ES DER KONTOMASTER DES SIMULIERTEN
005300*    TAGESLAUFS (DL100MST.SIM, SIEHE SIMULATIONERMITTELN).
005400     SELECT KontomasterDatei ASSIGN USING Kontomaster-Pfad
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS KM-KONTONUMMER.
005800*
005900*    DL100SAL - DAUERHAFTER SALDENMASTER.  BEIM ALLERERSTEN
006000*    LAUF EXISTIERT DIE DATEI NOCH NICHT (FILE STATUS 35) UND
006100*    WIRD DANN LEER ANGELEGT.  DER SIMULATIONSLAUF LIEST IHN NUR.
006200     SELECT SaldenDatei ASSIGN TO "DL100SAL"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS SA-KONTONUMMER
006600         FILE STATUS IS Salden-Status.
006700*
006800*    DL100KVZ - KONTOVERZEICHNIS MIT DER KREDITLINIE JE KONTO
006900*    (KV-LIMIT, PFLEGE UEBER DL100N02).  FEHLT ES NOCH, GILT
007000*    JEDES KONTO MIT LIMIT NULL - MIT HINWEIS AN DEN OPERATOR.
007100     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS KV-KONTONUMMER
007500         FILE STATUS IS Verzeichnis-Status.
007600*
007700*    UEBERZIEHUNG.TXT - AUSNAHMEBERICHT DER LIMITUEBERWACHUNG
007800*    FUER DEN KREDITBEREICH, JE LAUF NEU AUFGESETZT.  IM
007900*    SIMULATIONSLAUF WIRD DER BERICHT STATTDESSEN AN DEN
008000*    SIMULATIONSBERICHT DES TAGESLAUFS ANGEHAENGT.
008100     SELECT UeberziehungsDatei ASSIGN USING Ueberziehungs-Pfad
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS Ueberziehung-Status.
008400*
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  KontomasterDatei
008800     RECORD CONTAINS 80 CHARACTERS.
008900 COPY KONTOMASTER.
009000*
009100 FD  SaldenDatei
009200     RECORD CONTAINS 80 CHARACTERS.
009300 COPY SALDENMASTER.
009400*
009500 FD  VerzeichnisDatei
009600     RECORD CONTAINS 80 CHARACTERS.
009700 COPY KONTOVERZ.
009800*
009900 FD  UeberziehungsDatei
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  Ueberziehungs-Zeile            PIC X(80).
010200*
010300 WORKING-STORAGE SECTION.
010400 01  Salden-Status               PIC X(02).
010500     88  SALDENDATEI-OK              VALUE '00'.
010600     88  SALDENDATEI-FEHLT           VALUE '35'.
010700*
010800 01  Master-Schalter             PIC X VALUE 'N'.
010900     88  KEINE-KONTEN-MEHR           VALUE 'Y'.
011000*
011100 01  Laufdatum                   PIC 9(08) VALUE ZERO.
011200 01  Laufdatum-Teile REDEFINES Laufdatum.
011300     05  Laufdatum-Jahr             PIC 9(04).
011400     05  Laufdatum-Monat            PIC 9(02).
011500     05  Laufdatum-Tag              PIC 9(02).
011600*
011700 01  Vorlauf-Datum               PIC 9(08) VALUE ZERO.
011800 01  Vorlauf-Teile REDEFINES Vorlauf-Datum.
011900     05  Vorlauf-Jahr               PIC 9(04).
012000     05  Vorlauf-Monat              PIC 9(02).
012100     05  Vorlauf-Tag                PIC 9(02).
012200*
012300 01  Zaehler-Konten              PIC S9(07) COMP VALUE ZERO.
012400 01  Zaehler-Neu                 PIC S9(07) COMP VALUE ZERO.
012500 01  Zaehler-Uebersprungen       PIC S9(07) COMP VALUE ZERO.
012600 01  Summe-Bewegung              PIC S9(11)V99 VALUE ZERO.
012700 01  Anzahl-Edit                 PIC ZZZZZZ9.
012800 01  Betrag-Edit                 PIC ---,---,---,--9.99.
012900*
013000*    LIMITUEBERWACHUNG: KREDITLINIE DES AKTUELLEN KONTOS AUS
013100*    DL100KVZ (NULL, WENN DAS KONTO DORT NICHT GEFUEHRT WIRD
013200*    ODER DAS VERZEICHNIS FEHLT) UND DIE BERICHTSFELDER.
013300 01  Verzeichnis-Status          PIC X(02).
013400     88  VERZEICHNISDATEI-OK         VALUE '00'.
013500*
013600 01  Verzeichnis-Schalter        PIC X VALUE 'N'.
013700     88  VERZEICHNIS-VORHANDEN       VALUE 'J'.
013800*
013900 01  Konto-Limit                 PIC 9(09)V99 VALUE ZERO.
014000 01  Freier-Rahmen               PIC S9(11)V99 VALUE ZERO.
014100 01  Zaehler-Ueberziehung        PIC S9(07) COMP VALUE ZERO.
014200*
014300 01  Konto-Edit                  PIC Z(09)9.
014400 01  Limit-Edit                  PIC ---,---,--9.99.
014500 01  Ueberziehung-Saldo-Edit     PIC --,---,---,--9.99.
014600 01  Ueberziehung-Saldo-Edit-2   PIC --,---,---,--9.99.
014700 01  Ueberziehung-Bewegung-Edit  PIC --,---,---,--9.99.
014800*
014900*    SIMULATIONSLAUF: DL100SIMULATION WIRD AUS DER UMGEBUNG
015000*    UEBERNOMMEN (NUR 'J' SIMULIERT).  DER SALDENMASTER WIRD
015100*    DANN NUR GELESEN; FEHLT ER, GILT JEDES KONTO ALS NEU.
015200 01  Simulation-Kennzeichen      PIC X(01) VALUE SPACE.
015300     88  SIMULATIONSLAUF             VALUE 'J'.
015400 01  Salden-Schalter             PIC X VALUE 'N'.
015500     88  SALDEN-VORHANDEN            VALUE 'J'.
015600 01  Kontomaster-Pfad            PIC X(40) VALUE "DL100MST".
015700 01  Ueberziehungs-Pfad          PIC X(40)
015800                                 VALUE "ueberziehung.txt".
015900 01  Ueberziehung-Status         PIC X(02).
016000     88  UEBERZIEHUNGSDATEI-OK       VALUE '00'.
016100*
016200 PROCEDURE DIVISION.
016300*----------------------------------------------------------------
016400 Hauptprogramm.
016500*----------------------------------------------------------------
016600     PERFORM SimulationErmitteln
016700     OPEN INPUT KontomasterDatei
016800     PERFORM LaufdatumErmitteln
016900     PERFORM SaldenmasterOeffnen
017000     PERFORM KontoverzeichnisOeffnen
017100     PERFORM UeberziehungsberichtEroeffnen
017200     PERFORM PostlaufPruefen
017300     PERFORM DetailbereichPositionieren
017400     PERFORM KontomastersatzLesen
017500     PERFORM KontoPosten
017600         UNTIL KEINE-KONTEN-MEHR
017700     IF NOT SIMULATIONSLAUF
017800         PERFORM SaldenLaufsatzSchreiben
017900     END-IF
018000     CLOSE KontomasterDatei
018100     IF SALDEN-VORHANDEN
018200         CLOSE SaldenDatei
018300     END-IF
018400     PERFORM UeberziehungsberichtSchliessen
018500     PERFORM AbschlussMelden
018600     IF Zaehler-Ueberziehung GREATER THAN ZERO
018700         MOVE 4 TO RETURN-CODE
018800     END-IF
018900     STOP RUN.
019000*
019100*----------------------------------------------------------------
019200*    LIEST DEN LAUFSATZ DES KONTOMASTERS (SCHLUESSEL 9999999999) *
019300*    UND UEBERNIMMT DAS LAUFDATUM DES TAGESLAUFS.  OHNE LAUFSATZ *
019400*    KANN NICHT ENTSCHIEDEN WERDEN, WELCHER TAG GEBUCHT WIRD -   *
019500*    DANN WIRD NICHTS GEPOSTET UND MIT RETURN-CODE 16 BEENDET.   *
019600*----------------------------------------------------------------
019700 LaufdatumErmitteln.
019800     MOVE 9999999999 TO KM-KONTONUMMER
019900     READ KontomasterDatei
020000         INVALID KEY
020100             DISPLAY "DL100 FEHLER - KEIN LAUFSATZ IM "
020200                 "KONTOMASTER, SALDEN WERDEN NICHT "
020300                 "FORTGESCHRIEBEN"
020400             MOVE 16 TO RETURN-CODE
020500             CLOSE KontomasterDatei
020600             STOP RUN
020700         NOT INVALID KEY
020800             MOVE KL-LAUFDATUM TO Laufdatum
020900     END-READ.
021000*
021100*----------------------------------------------------------------
021200*    OEFFNET DEN SALDENMASTER ZUM FORTSCHREIBEN.  BEIM ALLER-    *
021300*    ERSTEN LAUF (DATEI FEHLT NOCH, FILE STATUS 35) WIRD SIE     *
021400*    LEER ANGELEGT UND DANN WIE GEWOHNT GEOEFFNET.               *
021500*    DER SIMULATIONSLAUF OEFFNET IHN NUR ZUM LESEN UND LEGT IHN  *
021600*    NICHT AN - OHNE SALDENMASTER GILT JEDES KONTO ALS NEU.      *
021700*----------------------------------------------------------------
021800 SaldenmasterOeffnen.
021900     IF SIMULATIONSLAUF
022000         OPEN INPUT SaldenDatei
022100     ELSE
022200         OPEN I-O SaldenDatei
022300         IF SALDENDATEI-FEHLT
022400             OPEN OUTPUT SaldenDatei
022500             CLOSE SaldenDatei
022600             OPEN I-O SaldenDatei
022700         END-IF
022800     END-IF
022900     IF SALDENDATEI-OK
023000         SET SALDEN-VORHANDEN TO TRUE
023100     ELSE
023200     IF SIMULATIONSLAUF AND SALDENDATEI-FEHLT
023300         DISPLAY "DL100 HINWEIS - SALDENMASTER DL100SAL NOCH "
023400             "NICHT VORHANDEN - JEDES KONTO GILT ALS NEU"
023500     ELSE
023600         DISPLAY "DL100 FEHLER - SALDENMASTER DL100SAL NICHT "
023700             "ZU OEFFNEN, FILE STATUS " Salden-Status
023800         MOVE 16 TO RETURN-CODE
023900         CLOSE KontomasterDatei
024000         STOP RUN
024100     END-IF END-IF.
024200*
024300*----------------------------------------------------------------
024400*    PRUEFT DEN LAUFSATZ DES SALDENMASTERS: IST DAS HEUTIGE      *
024500*    LAUFDATUM DORT SCHON ALS GEPOSTET VERMERKT, WUERDE EIN      *
024600*    ZWEITER DURCHLAUF JEDE BEWEGUNG DOPPELT AUFBUCHEN - DER     *
024700*    SCHRITT BRICHT DANN MIT RETURN-CODE 16 AB.  DER             *
024800*    SIMULATIONSLAUF MELDET DEN BEFUND NUR, AUCH IM              *
024900*    SIMULATIONSBERICHT.                                         *
025000*----------------------------------------------------------------
025100 PostlaufPruefen.
025200     IF SALDEN-VORHANDEN
025300         MOVE 9999999999 TO SA-KONTONUMMER
025400         READ SaldenDatei
025500             INVALID KEY
025600                 CONTINUE
025700             NOT INVALID KEY
025800                 IF SL-LETZTES-POSTDATUM = Laufdatum
025900                     PERFORM PostlaufGefunden
026000                 END-IF
026100         END-READ
026200     END-IF.
026300*
026400*----------------------------------------------------------------
026500 PostlaufGefunden.
026600*----------------------------------------------------------------
026700     IF SIMULATIONSLAUF
026800         DISPLAY "DL100 WARNUNG - LAUFDATUM " Laufdatum
026900             " IST IM SALDENMASTER BEREITS GEPOSTET - DER ECHTE "
027000             "SCHRITT WUERDE ABGEBROCHEN"
027100         MOVE SPACES TO Ueberziehungs-Zeile
027200         STRING "ACHTUNG: LAUFDATUM IM SALDENMASTER BEREITS "
027300             "GEPOSTET" DELIMITED BY SIZE INTO Ueberziehungs-Zeile
027400         WRITE Ueberziehungs-Zeile
027500     ELSE
027600         DISPLAY "DL100 FEHLER - LAUFDATUM " Laufdatum
027700             " IST IM SALDENMASTER BEREITS GEPOSTET - "
027800             "SCHRITT WIRD ABGEBROCHEN"
027900         MOVE 16 TO RETURN-CODE
028000         CLOSE KontomasterDatei
028100         CLOSE SaldenDatei
028200         STOP RUN
028300     END-IF.
028400*
028500*----------------------------------------------------------------
028600*    POSITIONIERT DEN KONTOMASTER AUF DEN ERSTEN SATZ IN         *
028700*    AUFSTEIGENDER KONTONUMMERNFOLGE (DER WAHLFREIE ZUGRIFF AUF  *
028800*    DEN LAUFSATZ OBEN HAT DIE LESEPOSITION VERAENDERT).         *
028900*----------------------------------------------------------------
029000 DetailbereichPositionieren.
029100     MOVE ZERO TO KM-KONTONUMMER
029200     START KontomasterDatei KEY IS NOT LESS THAN KM-KONTONUMMER
029300         INVALID KEY
029400             MOVE 'Y' TO Master-Schalter
029500     END-START.
029600*
029700*----------------------------------------------------------------
029800 KontomastersatzLesen.
029900*----------------------------------------------------------------
030000     READ KontomasterDatei NEXT RECORD
030100         AT END
030200             MOVE 'Y' TO Master-Schalter
030300     END-READ.
030400*
030500*----------------------------------------------------------------
030600*    SCHREIBT DIE TAGESBEWEGUNG EINES KONTOS AUF DEN SALDEN-     *
030700*    MASTER FORT.  DER LAUFSATZ DES KONTOMASTERS IST KEIN KONTO  *
030800*    UND WIRD UEBERSPRUNGEN.  TRITT DAS KONTO ERSTMALS AUF, WIRD *
030900*    EIN NEUER SALDENSATZ MIT VORTRAG NULL ANGELEGT.  STEHT DAS  *
031000*    HEUTIGE LAUFDATUM BEIM KONTO SCHON ALS ZULETZT GEBUCHT      *
031100*    (WIEDERANLAUF NACH ABBRUCH MITTEN IM SCHRITT), WIRD DAS     *
031200*    KONTO UEBERSPRUNGEN STATT DOPPELT AUFGEBUCHT.  VOR DEM      *
031300*    AUFBUCHEN WIRD DER BISHERIGE TAGESENDSALDO ZUM VORTRAG, UND *
031400*    BEI MONATS- BZW. JAHRESWECHSEL GEGENUEBER DEM ZULETZT       *
031500*    GEBUCHTEN LAUF SETZEN MONATS- BZW. JAHRESSUMME NEU AUF.     *
031600*    IM SIMULATIONSLAUF WIRD NUR GERECHNET, NICHT GESCHRIEBEN.   *
031700*----------------------------------------------------------------
031800 KontoPosten.
031900     IF KL-IST-LAUFSATZ
032000         CONTINUE
032100     ELSE
032200         MOVE KM-KONTONUMMER TO SA-KONTONUMMER
032300         IF SALDEN-VORHANDEN
032400             READ SaldenDatei
032500                 INVALID KEY
032600                     PERFORM SaldensatzAnlegen
032700             END-READ
032800         ELSE
032900             PERFORM SaldensatzAnlegen
033000         END-IF
033100         IF SA-LETZTER-LAUF = Laufdatum
033200             ADD 1 TO Zaehler-Uebersprungen
033300         ELSE
033400             PERFORM PeriodenwechselPruefen
033500             MOVE SA-SALDO TO SA-SALDO-VORTRAG
033600             ADD KM-BETRAGSSUMME TO SA-SALDO
033700             ADD KM-BETRAGSSUMME TO SA-MONAT-SUMME
033800             ADD KM-BETRAGSSUMME TO SA-JAHR-SUMME
033900             ADD KM-BETRAGSSUMME TO Summe-Bewegung
034000             PERFORM LimitPruefen
034100             MOVE Laufdatum TO SA-LETZTER-LAUF
034200             IF NOT SIMULATIONSLAUF
034300                 WRITE Saldenmastersatz
034400                     INVALID KEY
034500                         REWRITE Saldenmastersatz
034600                 END-WRITE
034700             END-IF
034800             ADD 1 TO Zaehler-Konten
034900         END-IF
035000     END-IF
035100     PERFORM KontomastersatzLesen.
035200*
035300*----------------------------------------------------------------
035400*    NEUER SALDENSATZ MIT VORTRAG NULL FUER EIN KONTO, DAS IM    *
035500*    SALDENMASTER NOCH NICHT GEFUEHRT WIRD.                      *
035600*----------------------------------------------------------------
035700 SaldensatzAnlegen.
035800     MOVE KM-KONTONUMMER TO SA-KONTONUMMER
035900     MOVE ZERO TO SA-SALDO-VORTRAG
036000     MOVE ZERO TO SA-SALDO
036100     MOVE ZERO TO SA-MONAT-SUMME
036200     MOVE ZERO TO SA-JAHR-SUMME
036300     MOVE ZERO TO SA-LETZTER-LAUF
036400     ADD 1 TO Zaehler-Neu.
036500*
036600*----------------------------------------------------------------
036700*    SETZT MONATS- UND JAHRESSUMME NEU AUF, WENN DER HEUTIGE     *
036800*    LAUF IN EINEM ANDEREN MONAT BZW. JAHR LIEGT ALS DER ZULETZT *
036900*    AUF DIESES KONTO GEBUCHTE LAUF.                             *
037000*----------------------------------------------------------------
037100 PeriodenwechselPruefen.
037200     MOVE SA-LETZTER-LAUF TO Vorlauf-Datum
037300     IF Vorlauf-Jahr NOT = Laufdatum-Jahr
037400         MOVE ZERO TO SA-JAHR-SUMME
037500         MOVE ZERO TO SA-MONAT-SUMME
037600     ELSE
037700         IF Vorlauf-Monat NOT = Laufdatum-Monat
037800             MOVE ZERO TO SA-MONAT-SUMME
037900         END-IF
038000     END-IF.
038100*
038200*----------------------------------------------------------------
038300*    VERMERKT DAS GEPOSTETE LAUFDATUM IM LAUFSATZ DES SALDEN-    *
038400*    MASTERS, DAMIT EIN ZWEITER DURCHLAUF DESSELBEN TAGES OBEN   *
038500*    IN POSTLAUFPRUEFEN ABGEFANGEN WIRD.                         *
038600*----------------------------------------------------------------
038700 SaldenLaufsatzSchreiben.
038800     MOVE SPACES TO Saldenmastersatz
038900     MOVE 9999999999 TO SL-KONTONUMMER
039000     MOVE Laufdatum TO SL-LETZTES-POSTDATUM
039100     WRITE Saldenmastersatz
039200         INVALID KEY
039300             REWRITE Saldenmastersatz
039400     END-WRITE.
039500*
039600*----------------------------------------------------------------
039700 AbschlussMelden.
039800*----------------------------------------------------------------
039900     MOVE Zaehler-Konten TO Anzahl-Edit
040000     DISPLAY "DL100 SALDENFORTSCHREIBUNG - LAUFDATUM " Laufdatum
040100     DISPLAY "KONTEN FORTGESCHRIEBEN: " Anzahl-Edit
040200     MOVE Zaehler-Neu TO Anzahl-Edit
040300     DISPLAY "DAVON NEU ANGELEGT....: " Anzahl-Edit
040400     MOVE Zaehler-Uebersprungen TO Anzahl-Edit
040500     DISPLAY "BEREITS GEBUCHT.......: " Anzahl-Edit
040600     MOVE Summe-Bewegung TO Betrag-Edit
040700     DISPLAY "SUMME TAGESBEWEGUNG...: " Betrag-Edit
040800     MOVE Zaehler-Ueberziehung TO Anzahl-Edit
040900     DISPLAY "LIMITUEBERSCHREITUNGEN: " Anzahl-Edit
041000     IF Zaehler-Ueberziehung GREATER THAN ZERO
041100         IF SIMULATIONSLAUF
041200             DISPLAY "DL100 WARNUNG - KONTEN UNTER KREDITLIMIT, "
041300                 "SIEHE SIMULATIONSBERICHT.TXT (CC=4)"
041400         ELSE
041500             DISPLAY "DL100 WARNUNG - KONTEN UNTER KREDITLIMIT, "
041600                 "SIEHE UEBERZIEHUNG.TXT (CC=4)"
041700         END-IF
041800     END-IF
041900     IF SIMULATIONSLAUF
042000         DISPLAY "DL100 HINWEIS - SIMULATIONSLAUF, SALDENMASTER "
042100             "DL100SAL UNVERAENDERT"
042200     END-IF.
042300*
042400*----------------------------------------------------------------
042500*    OEFFNET DAS KONTOVERZEICHNIS (DL100KVZ) ZUM NACHSCHLAGEN    *
042600*    DER KREDITLINIE.  FEHLT ES NOCH, GILT JEDES KONTO MIT       *
042700*    LIMIT NULL - JEDER NEGATIVE TAGESENDSALDO ERSCHEINT DANN    *
042800*    AUF DEM UEBERZIEHUNGSBERICHT.                               *
042900*----------------------------------------------------------------
043000 KontoverzeichnisOeffnen.
043100     OPEN INPUT VerzeichnisDatei
043200     IF VERZEICHNISDATEI-OK
043300         SET VERZEICHNIS-VORHANDEN TO TRUE
043400     ELSE
043500         DISPLAY "DL100 HINWEIS - KONTOVERZEICHNIS DL100KVZ "
043600             "NICHT VORHANDEN - LIMITUEBERWACHUNG MIT LIMIT "
043700             "NULL JE KONTO"
043800     END-IF.
043900*
044000*----------------------------------------------------------------
044100*    IM SIMULATIONSLAUF WIRD DER BERICHT AN DEN SIMULATIONS-     *
044200*    BERICHT DES TAGESLAUFS ANGEHAENGT (FEHLT ER, NEU ANGELEGT). *
044300*----------------------------------------------------------------
044400 UeberziehungsberichtEroeffnen.
044500     IF SIMULATIONSLAUF
044600         OPEN EXTEND UeberziehungsDatei
044700         IF NOT UEBERZIEHUNGSDATEI-OK
044800             OPEN OUTPUT UeberziehungsDatei
044900         END-IF
045000         MOVE SPACES TO Ueberziehungs-Zeile
045100         WRITE Ueberziehungs-Zeile
045200         STRING "UEBERZIEHUNGEN NACH SIMULIERTER SALDEN"
045300             "FORTSCHREIBUNG - LAUFDATUM " Laufdatum
045400             DELIMITED BY SIZE INTO Ueberziehungs-Zeile
045500     ELSE
045600         OPEN OUTPUT UeberziehungsDatei
045700         MOVE SPACES TO Ueberziehungs-Zeile
045800         STRING "DL100 UEBERZIEHUNGSBERICHT - LAUFDATUM "
045900             Laufdatum DELIMITED BY SIZE INTO Ueberziehungs-Zeile
046000     END-IF
046100     WRITE Ueberziehungs-Zeile
046200     MOVE SPACES TO Ueberziehungs-Zeile
046300     STRING "KONTONUMMER LIMIT          ALTER SALDO       "
046400         "NEUER SALDO       TAGESBEWEGUNG" DELIMITED BY SIZE
046500         INTO Ueberziehungs-Zeile
046600     WRITE Ueberziehungs-Zeile.
046700*
046800*----------------------------------------------------------------
046900*    PRUEFT DEN GERADE AUFGEBUCHTEN TAGESENDSALDO GEGEN DIE      *
047000*    KREDITLINIE DES KONTOS: DER SALDO DARF BIS AUF MINUS        *
047100*    KV-LIMIT ABSINKEN.  JEDE UEBERSCHREITUNG WIRD MIT LIMIT,    *
047200*    ALTEM UND NEUEM SALDO UND DER TAGESBEWEGUNG AUF DEN         *
047300*    UEBERZIEHUNGSBERICHT GESCHRIEBEN UND GEZAEHLT; DER LAUF     *
047400*    SELBST BUCHT WEITER (WARNUNG, KEIN ABBRUCH).                *
047500*----------------------------------------------------------------
047600 LimitPruefen.
047700     MOVE ZERO TO Konto-Limit
047800     IF VERZEICHNIS-VORHANDEN
047900         MOVE SA-KONTONUMMER TO KV-KONTONUMMER
048000         READ VerzeichnisDatei
048100             INVALID KEY
048200                 CONTINUE
048300             NOT INVALID KEY
048400                 MOVE KV-LIMIT TO Konto-Limit
048500         END-READ
048600     END-IF
048700     COMPUTE Freier-Rahmen = SA-SALDO + Konto-Limit
048800     IF Freier-Rahmen LESS THAN ZERO
048900         ADD 1 TO Zaehler-Ueberziehung
049000         PERFORM UeberziehungszeileSchreiben
049100     END-IF.
049200*
049300*----------------------------------------------------------------
049400 UeberziehungszeileSchreiben.
049500*----------------------------------------------------------------
049600     MOVE SA-KONTONUMMER TO Konto-Edit
049700     MOVE Konto-Limit TO Limit-Edit
049800     MOVE SA-SALDO-VORTRAG TO Ueberziehung-Saldo-Edit
049900     MOVE SA-SALDO TO Ueberziehung-Saldo-Edit-2
050000     MOVE KM-BETRAGSSUMME TO Ueberziehung-Bewegung-Edit
050100     MOVE SPACES TO Ueberziehungs-Zeile
050200     STRING Konto-Edit " " Limit-Edit " " Ueberziehung-Saldo-Edit
050300         " " Ueberziehung-Saldo-Edit-2 " "
050400         Ueberziehung-Bewegung-Edit DELIMITED BY SIZE
050500         INTO Ueberziehungs-Zeile
050600     WRITE Ueberziehungs-Zeile.
050700*
050800*----------------------------------------------------------------
050900 UeberziehungsberichtSchliessen.
051000*----------------------------------------------------------------
051100     IF Zaehler-Ueberziehung = ZERO
051200         MOVE "KEINE LIMITUEBERSCHREITUNGEN"
051300             TO Ueberziehungs-Zeile
051400         WRITE Ueberziehungs-Zeile
051500     END-IF
051600     IF SIMULATIONSLAUF
051700         PERFORM SimulationszaehlerSchreiben
051800     END-IF
051900     CLOSE UeberziehungsDatei
052000     IF VERZEICHNIS-VORHANDEN
052100         CLOSE VerzeichnisDatei
052200     END-IF.
052300*
052400*----------------------------------------------------------------
052500*    SIMULATIONSLAUF (DL100SIMULATION=J): GELESEN WIRD DER       *
052600*    KONTOMASTER DES SIMULIERTEN TAGESLAUFS, DER BERICHT GEHT AN *
052700*    DEN SIMULATIONSBERICHT.                                     *
052800*----------------------------------------------------------------
052900 SimulationErmitteln.
053000     ACCEPT Simulation-Kennzeichen
053100         FROM ENVIRONMENT "DL100SIMULATION"
053200     IF SIMULATIONSLAUF
053300         MOVE "DL100MST.SIM" TO Kontomaster-Pfad
053400         MOVE "simulationsbericht.txt" TO Ueberziehungs-Pfad
053500     END-IF.
053600*
053700*----------------------------------------------------------------
053800*    ZAEHLER DER SIMULIERTEN SALDENFORTSCHREIBUNG FUER DEN       *
053900*    SIMULATIONSBERICHT.                                         *
054000*----------------------------------------------------------------
054100 SimulationszaehlerSchreiben.
054200     MOVE SPACES TO Ueberziehungs-Zeile
054300     WRITE Ueberziehungs-Zeile
054400     MOVE Zaehler-Konten TO Anzahl-Edit
054500     STRING "KONTEN FORTZUSCHREIBEN: " Anzahl-Edit
054600         DELIMITED BY SIZE INTO Ueberziehungs-Zeile
054700     WRITE Ueberziehungs-Zeile
054800     MOVE Zaehler-Neu TO Anzahl-Edit
054900     MOVE SPACES TO Ueberziehungs-Zeile
055000     STRING "DAVON NEU ANZULEGEN...: " Anzahl-Edit
055100         DELIMITED BY SIZE INTO Ueberziehungs-Zeile
055200     WRITE Ueberziehungs-Zeile
055300     MOVE Zaehler-Uebersprungen TO Anzahl-Edit
055400     MOVE SPACES TO Ueberziehungs-Zeile
055500     STRING "BEREITS GEBUCHT.......: " Anzahl-Edit
055600         DELIMITED BY SIZE INTO Ueberziehungs-Zeile
055700     WRITE Ueberziehungs-Zeile
055800     MOVE Summe-Bewegung TO Betrag-Edit
055900     MOVE SPACES TO Ueberziehungs-Zeile
056000     STRING "SUMME TAGESBEWEGUNG...: " Betrag-Edit
056100         DELIMITED BY SIZE INTO Ueberziehungs-Zeile
056200     WRITE Ueberziehungs-Zeile
056300     MOVE Zaehler-Ueberziehung TO Anzahl-Edit
056400     MOVE SPACES TO Ueberziehungs-Zeile
056500     STRING "LIMITUEBERSCHREITUNGEN: " Anzahl-Edit
056600         DELIMITED BY SIZE INTO Ueberziehungs-Zeile
056700     WRITE Ueberziehungs-Zeile.
