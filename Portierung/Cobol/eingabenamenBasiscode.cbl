006400*                     PUNKT 12) UND SPERRE NACH DREI FEHL-    *
006500*                     VERSUCHEN; MENUEPUNKT 13 RUFT DIE       *
006600*                     OPERATORPFLEGE (DL100O01, NUR ADMIN)    *
006700*      2026-10-15 RH  MENUEPUNKT 23 (AENDERUNGSFREIGABE,      *
006800*                     DL100F02) ERGAENZT; DIE KENNUNG DES     *
006900*                     ANGEMELDETEN OPERATORS WIRD DEN GE-     *
007000*                     STARTETEN PROGRAMMEN IN DL100OPERATOR   *
007100*                     MITGEGEBEN (ERFASSER/PRUEFER FUER DAS   *
007200*                     VIER-AUGEN-PRINZIP)                     *
007300*      2026-10-15 RH  MENUEPUNKT 24 (PRODUKTKATALOG,          *
007400*                     DL100P02) ERGAENZT                      *
007500*      2026-10-15 RH  MENUEPUNKT 25 (LASTSCHRIFTMANDATE,       *
007600*                     DL100L01) ERGAENZT                       *
007700*      2026-10-15 RH  MENUEPUNKT 26 (WECHSELKURSE,             *
007800*                     DL100W01) ERGAENZT                       *
007900*      2026-10-15 RH  MENUEPUNKT 27 (BERICHTSARCHIV) ERGAENZT  *
008000*                     - LISTE DER ABGELEGTEN BERICHTE AB       *
008100*                     STUFE 1, ANZEIGE UND NACHDRUCK AUF       *
008200*                     NACHDRUCK.TXT AB STUFE 2, JEDER ZUGRIFF  *
008300*                     WIRD PROTOKOLLIERT                       *
008400*                                                             *
008500***************************************************************
008600 IDENTIFICATION DIVISION.
008700 PROGRAM-ID. EINGABENAMEN.
008800*
008900 ENVIRONMENT DIVISION.
009000 INPUT-OUTPUT SECTION.
009100 FILE-CONTROL.
009200*    DL100OPS - GEPFLEGTE OPERATORDATEI (KENNUNG/NAME/PIN).
009300     SELECT OperatorDatei ASSIGN TO "DL100OPS"
009400         ORGANIZATION IS LINE SEQUENTIAL.
009500*
009600*    DL100LOG - SITZUNGSPROTOKOLL, WIRD JE ANMELDUNG FORT-
009700*    GESCHRIEBEN (OPEN EXTEND), NIE UEBERSCHRIEBEN.
009800     SELECT SitzungsprotokollDatei ASSIGN TO "DL100LOG"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS Protokolldatei-Status.
010100*
010200*    KONTROLLBERICHT.TXT - WIRD VON VERBESSERTESPROGRAMM
010300*    GESCHRIEBEN, HIER NUR ZUM ANZEIGEN WIEDER GEOEFFNET.
010400     SELECT KontrollberichtDatei ASSIGN TO "kontrollbericht.txt"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS Kontrollbericht-Status.
010700*
010800*    DL100JOB - JOBHISTORIE DES NACHTLAUFS (START, ENDE,
010900*    CONDITION CODE UND KENNZAHLEN JE SCHRITT), HIER NUR ZUM
011000*    ANZEIGEN GEOEFFNET.
011100     SELECT JobhistorieDatei ASSIGN TO "DL100JOB"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS Jobhistorie-Status.
011400*
011500*    DL100BIX - BERICHTSINDEX DES BERICHTSARCHIVS (DL100R09),
011600*    HIER NUR ZUM ANZEIGEN GEOEFFNET.
011700     SELECT BerichtsindexDatei ASSIGN TO "DL100BIX"
011800         ORGANIZATION IS LINE SEQUENTIAL
011900         FILE STATUS IS Berichtsindex-Status.
012000*
012100*    ARCHIVKOPIE DES GEWAEHLTEN BERICHTS - DER NAME STEHT IM
012200*    BERICHTSINDEX, DESHALB ASSIGN USING.
012300     SELECT ArchivberichtDatei ASSIGN USING Archivbericht-Pfad
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         FILE STATUS IS Archivbericht-Status.
012600*
012700*    NACHDRUCK.TXT - NACHDRUCK EINES ARCHIVIERTEN BERICHTS FUER
012800*    DEN DRUCKER, WIRD JE NACHDRUCK NEU GESCHRIEBEN.
012900     SELECT NachdruckDatei ASSIGN TO "nachdruck.txt"
013000         ORGANIZATION IS LINE SEQUENTIAL.
013100 DATA DIVISION.
013200 FILE SECTION.
013300 FD  OperatorDatei
013400     RECORD CONTAINS 60 CHARACTERS.
013500 COPY OPERATORSATZ.
013600*
013700 FD  SitzungsprotokollDatei
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  Protokoll-Zeile                PIC X(80).
014000*
014100 FD  KontrollberichtDatei
014200     RECORD CONTAINS 80 CHARACTERS.
014300 01  Kontrollbericht-Zeile          PIC X(80).
014400*
014500*    DIE VERARBEITUNGSZEILE TRAEGT HINTER DEM CONDITION CODE
014600*    NOCH DIE KENNZAHLEN AUS DER LAUFSTATISTIK UND WIRD DAMIT
014700*    LAENGER ALS 80 STELLEN.
014800 FD  JobhistorieDatei
014900     RECORD CONTAINS 100 CHARACTERS.
015000 01  Jobhistorie-Zeile              PIC X(100).
015100*
015200 FD  BerichtsindexDatei
015300     RECORD CONTAINS 160 CHARACTERS.
015400 01  Berichtsindex-Zeile            PIC X(160).
015500*
015600 FD  ArchivberichtDatei
015700     RECORD CONTAINS 132 CHARACTERS.
015800 01  Archivbericht-Zeile            PIC X(132).
015900*
016000 FD  NachdruckDatei
016100     RECORD CONTAINS 132 CHARACTERS.
016200 01  Nachdruck-Zeile                PIC X(132).
016300*
016400 WORKING-STORAGE SECTION.
016500 01  Operator-Eingabe-Kennung   PIC X(08).
016600 01  Operator-Eingabe-Pin       PIC X(06).
016700 01  Operator-Name              PIC X(30) VALUE SPACES.
016800 01  Operator-Stufe             PIC X(01) VALUE '1'.
016900*
017000*    DIE OPERATORDATEI WIRD VOLLSTAENDIG GELADEN UND BEI JEDER
017100*    AENDERUNG (FEHLVERSUCH, SPERRE, PIN-WECHSEL) GESCHLOSSEN
017200*    ZURUECKGESCHRIEBEN - WIE DIE CODETABELLE IN DL100T01.
017300*    ALTBESTAENDE OHNE STUFE GELTEN ALS STUFE '1' (AUSKUNFT),
017400*    BIS DER ADMINISTRATOR SIE UEBER DL100O01 EINSTUFT.
017500 01  Operatortabelle.
017600     05  Operator-Anzahl            PIC S9(04) COMP VALUE ZERO.
017700     05  Operator-Eintrag OCCURS 50 TIMES.
017800         10  OT-KENNUNG             PIC X(08).
017900         10  OT-NAME                PIC X(30).
018000         10  OT-PIN                 PIC X(06).
018100         10  OT-STUFE               PIC X(01).
018200         10  OT-PIN-GILT-BIS        PIC X(08).
018300         10  OT-FEHLVERSUCHE        PIC 9(01).
018400         10  OT-GESPERRT            PIC X(01).
018500 01  Operator-Index             PIC S9(04) COMP VALUE ZERO.
018600 01  Angemeldeter-Index         PIC S9(04) COMP VALUE ZERO.
018700*
018800 01  Anmeldung-Schalter         PIC X VALUE 'N'.
018900     88  ANMELDUNG-OK               VALUE 'J'.
019000*
019100 01  Operatordatei-Schalter     PIC X VALUE 'N'.
019200     88  OPERATORDATEI-ENDE         VALUE 'Y'.
019300*
019400 01  Protokolldatei-Status      PIC X(02).
019500     88  PROTOKOLLDATEI-GEFUNDEN    VALUE '00'.
019600*
019700 01  Kontrollbericht-Status     PIC X(02).
019800     88  KONTROLLBERICHT-GEFUNDEN   VALUE '00'.
019900*
020000 01  Jobhistorie-Status         PIC X(02).
020100     88  JOBHISTORIE-GEFUNDEN       VALUE '00'.
020200*
020300 01  Jobhistorie-Ende           PIC X VALUE 'N'.
020400     88  KEINE-JOBHISTORIE-MEHR     VALUE 'Y'.
020500*
020600*    BERICHTSARCHIV (MENUEPUNKT 27): AUSWAHL NACH BERICHT UND
020700*    LAUFDATUM, BIS ZU 200 TREFFER ALS NUMMERIERTE LISTE; DIE
020800*    NUMMER WAEHLT DEN BERICHT FUER ANZEIGE ODER NACHDRUCK.
020900 01  Berichtsindex-Status       PIC X(02).
021000     88  BERICHTSINDEX-GEFUNDEN     VALUE '00'.
021100 01  Berichtsindex-Ende         PIC X VALUE 'N'.
021200     88  KEIN-BERICHTSINDEX-MEHR    VALUE 'Y'.
021300 01  Berichtsindex-Schalter     PIC X VALUE 'N'.
021400     88  BERICHTSINDEX-VORHANDEN    VALUE 'J'.
021500 01  Archivbericht-Status       PIC X(02).
021600     88  ARCHIVBERICHT-GEFUNDEN     VALUE '00'.
021700 01  Archivbericht-Ende         PIC X VALUE 'N'.
021800     88  KEIN-ARCHIVBERICHT-MEHR    VALUE 'Y'.
021900 01  Archivbericht-Pfad         PIC X(60) VALUE SPACES.
022000*
022100 COPY BERICHTSINDEX.
022200*
022300 01  Archivfilter-Bericht       PIC X(30) VALUE SPACES.
022400 01  Archivfilter-Datum         PIC X(08) VALUE SPACES.
022500 01  Archivfilter-Schalter      PIC X VALUE 'N'.
022600     88  ARCHIVFILTER-OK            VALUE 'J'.
022700 01  Archivtreffer.
022800     05  Archivtreffer-Anzahl       PIC S9(04) COMP VALUE ZERO.
022900     05  Archivtreffer-Eintrag OCCURS 200 TIMES
023000                                    PIC X(160).
023100 01  Archivtreffer-Index        PIC S9(04) COMP VALUE ZERO.
023200 01  Archivtreffer-Weitere      PIC S9(07) COMP VALUE ZERO.
023300 01  Archivtreffer-Edit         PIC ZZZZZZ9.
023400 01  Archivauswahl-Eingabe      PIC X(04) VALUE SPACES.
023500 01  Archivauswahl-Laenge       PIC S9(04) COMP VALUE ZERO.
023600 01  Archivauswahl-Nummer       PIC 9(04) VALUE ZERO.
023700 01  Archivausgabe              PIC X(01) VALUE SPACE.
023800     88  ARCHIV-ANZEIGEN            VALUE 'A'.
023900     88  ARCHIV-NACHDRUCKEN         VALUE 'D'.
024000 01  Archiv-Erstellt-Zeit       PIC 9(08) VALUE ZERO.
024100 01  Archiv-Erstellt-Teile REDEFINES Archiv-Erstellt-Zeit.
024200     05  Archiv-Erstellt-Hhmmss     PIC 9(06).
024300     05  FILLER                     PIC 9(02).
024400 01  Archivliste-Zeile.
024500     05  AL-NUMMER                  PIC ZZ9.
024600     05  FILLER                     PIC X(01).
024700     05  AL-BERICHT                 PIC X(24).
024800     05  FILLER                     PIC X(01).
024900     05  AL-LAUFDATUM               PIC 9(08).
025000     05  FILLER                     PIC X(01).
025100     05  AL-KETTE                   PIC X(10).
025200     05  FILLER                     PIC X(01).
025300     05  AL-SCHRITT                 PIC X(08).
025400     05  FILLER                     PIC X(01).
025500     05  AL-SEITEN                  PIC ZZZZ9.
025600     05  FILLER                     PIC X(01).
025700     05  AL-ERSTELLT-DATUM          PIC 9(08).
025800     05  FILLER                     PIC X(01).
025900     05  AL-ERSTELLT-ZEIT           PIC 9(06).
026000*
026100 01  Systemdatum                PIC 9(08).
026200 01  Systemdatum-X              PIC X(08).
026300 01  Systemzeit                 PIC 9(08).
026400*
026500*    BERECHTIGUNGSPRUEFUNG: JEDEM MENUEPUNKT IST EINE MINDEST-
026600*    STUFE ZUGEORDNET (SIEHE OPERATORSATZ.CPY); DIE STUFEN
026700*    '1' < '2' < '3' < '9' LASSEN SICH DIREKT VERGLEICHEN.
026800 01  Benoetigte-Stufe           PIC X(01) VALUE '1'.
026900 01  Berechtigungs-Schalter     PIC X VALUE 'N'.
027000     88  AUSWAHL-BERECHTIGT         VALUE 'J'.
027100*
027200*    PIN-WECHSEL: NEUE PIN MIT WIEDERHOLUNG, ABLAUF RUND DREI
027300*    MONATE VORAUS (MONAT + 3, TAGE UEBER 28 AUF 28 GEKUERZT,
027400*    DAMIT NIE EIN UNGUELTIGES DATUM ENTSTEHT).
027500 01  Pin-Alt                    PIC X(06) VALUE SPACES.
027600 01  Pin-Neu                    PIC X(06) VALUE SPACES.
027700 01  Pin-Neu-2                  PIC X(06) VALUE SPACES.
027800 01  Pinwechsel-Schalter        PIC X VALUE 'N'.
027900     88  PINWECHSEL-OK              VALUE 'J'.
028000 01  Ablaufdatum                PIC 9(08) VALUE ZERO.
028100 01  Ablauf-Teile REDEFINES Ablaufdatum.
028200     05  Ablauf-Jahr                PIC 9(04).
028300     05  Ablauf-Monat               PIC 9(02).
028400     05  Ablauf-Tag                 PIC 9(02).
028500*
028600 01  Protokoll-Ereignis         PIC X(44) VALUE SPACES.
028700*
028800*----------------------------------------------------------------
028900*    STEUERMENUE FUER DEN TAGESLAUF.  JEDER SCHRITT IST EIN
029000*    EIGENSTAENDIG UEBERSETZTES PROGRAMM MIT EIGENEM STOP RUN;
029100*    DIE SCHRITTE WERDEN DAHER NICHT PER COBOL-CALL, SONDERN ALS
029200*    EIGENE PROZESSE UEBER CALL "SYSTEM" ANGESTOSSEN - GENAUSO,
029300*    WIE ES DER SPAETERE JCL-AEHNLICHE ABLAUFPLAN (DL100 TAGES-
029400*    LAUF) AUCH TUN WIRD.  DIE KOMMANDOS RUFEN DIE SCHRITTE UNTER
029500*    IHREM DD-AEHNLICHEN PROGRAMMNAMEN AUF (DL100S01 USW.), NICHT
029600*    UNTER IHREM PROGRAM-ID ODER QUELLDATEINAMEN - DIE QUELLEN
029700*    SELBST HEISSEN DESHALB GENAUSO (DL100S01.CBL, DL100M01.CBL),
029800*    DAMIT DER UEBERSETZUNGSSCHRITT OHNE UMBENENNEN DIE RICHTIGE
029900*    AUSFUEHRBARE DATEI ABLIEFERT.
030000*----------------------------------------------------------------
030100 01  Menue-Auswahl              PIC X(02).
030200     88  MENUE-SORTIERLAUF          VALUE '1'.
030300     88  MENUE-VERARBEITUNGSLAUF    VALUE '2'.
030400     88  MENUE-KONTROLLBERICHT      VALUE '3'.
030500     88  MENUE-GESAMTLAUF           VALUE '4'.
030600     88  MENUE-TAGESBERICHT         VALUE '5'.
030700     88  MENUE-KONTOANFRAGE         VALUE '6'.
030800     88  MENUE-TRANSCODEPFLEGE      VALUE '7'.
030900     88  MENUE-ABWEISUNGSREPARATUR  VALUE '8'.
031000     88  MENUE-ADRESSPFLEGE         VALUE '10'.
031100     88  MENUE-AUSZUGSDRUCK         VALUE '11'.
031200     88  MENUE-PINWECHSEL           VALUE '12'.
031300     88  MENUE-OPERATORPFLEGE       VALUE '13'.
031400     88  MENUE-NACHERFASSUNG        VALUE '14'.
031500     88  MENUE-JOBHISTORIE          VALUE '15'.
031600     88  MENUE-DAUERAUFTRAG         VALUE '16'.
031700     88  MENUE-KONTOVERZEICHNIS     VALUE '17'.
031800     88  MENUE-VERDACHTSFREIGABE    VALUE '18'.
031900     88  MENUE-KALENDERPFLEGE       VALUE '19'.
032000     88  MENUE-ZINSSATZPFLEGE       VALUE '20'.
032100     88  MENUE-SACHKONTOPFLEGE      VALUE '21'.
032200     88  MENUE-GEBUEHRENPFLEGE      VALUE '22'.
032300     88  MENUE-AENDERUNGSFREIGABE   VALUE '23'.
032400     88  MENUE-PRODUKTPFLEGE        VALUE '24'.
032500     88  MENUE-MANDATSPFLEGE        VALUE '25'.
032600     88  MENUE-WECHSELKURSPFLEGE    VALUE '26'.
032700     88  MENUE-BERICHTSARCHIV       VALUE '27'.
032800     88  MENUE-ENDE                 VALUE '9'.
032900     88  MENUE-GUELTIGE-AUSWAHL     VALUES '1' '2' '3' '4' '5' '6'
033000                                          '7' '8' '9' '10' '11'
033100                                          '12' '13' '14' '15'
033200                                          '16' '17' '18' '19'
033300                                          '20' '21' '22' '23'
033400                                          '24' '25' '26' '27'.
033500*
033600 01  Menue-Schalter             PIC X VALUE 'N'.
033700     88  MENUE-BEENDEN              VALUE 'Y'.
033800*
033900 01  Kommando-Sortierlauf       PIC X(60)
034000     VALUE "dl100s01".
034100 01  Kommando-Verarbeitungslauf PIC X(60)
034200     VALUE "dl100m01".
034300 01  Kommando-Gesamtlauf        PIC X(60)
034400     VALUE "dl100nachtlauf.sh".
034500 01  Kommando-Tagesbericht      PIC X(60)
034600     VALUE "dl100r01".
034700 01  Kommando-Kontoanfrage      PIC X(60)
034800     VALUE "dl100a01".
034900 01  Kommando-Transcodepflege   PIC X(60)
035000     VALUE "dl100t01".
035100 01  Kommando-Abweisungsrep     PIC X(60)
035200     VALUE "dl100k01".
035300 01  Kommando-Adresspflege      PIC X(60)
035400     VALUE "dl100n01".
035500 01  Kommando-Auszugsdruck      PIC X(60)
035600     VALUE "dl100r03".
035700 01  Kommando-Operatorpflege    PIC X(60)
035800     VALUE "dl100o01".
035900 01  Kommando-Nacherfassung     PIC X(60)
036000     VALUE "dl100k02".
036100 01  Kommando-Dauerauftrag      PIC X(60)
036200     VALUE "dl100d01".
036300 01  Kommando-Kontoverzeichnis  PIC X(60)
036400     VALUE "dl100n02".
036500 01  Kommando-Verdachtsfreigabe PIC X(60)
036600     VALUE "dl100k03".
036700 01  Kommando-Kalenderpflege    PIC X(60)
036800     VALUE "dl100c01".
036900 01  Kommando-Zinssatzpflege    PIC X(60)
037000     VALUE "dl100z01".
037100 01  Kommando-Sachkontopflege   PIC X(60)
037200     VALUE "dl100t02".
037300 01  Kommando-Gebuehrenpflege   PIC X(60)
037400     VALUE "dl100b01".
037500 01  Kommando-Aenderungsfreigabe PIC X(60)
037600     VALUE "dl100f02".
037700 01  Kommando-Produktpflege     PIC X(60)
037800     VALUE "dl100p02".
037900 01  Kommando-Mandatspflege     PIC X(60)
038000     VALUE "dl100l01".
038100 01  Kommando-Wechselkurspflege PIC X(60)
038200     VALUE "dl100w01".
038300*
038400 01  Kontrollbericht-Ende       PIC X VALUE 'N'.
038500     88  KEIN-KONTROLLBERICHT-MEHR  VALUE 'Y'.
038600*
038700 PROCEDURE DIVISION.
038800*----------------------------------------------------------------
038900 Hauptprogramm.
039000*----------------------------------------------------------------
039100     PERFORM OperatorAnmeldung
039200     IF ANMELDUNG-OK
039300         DISPLAY "HALLO " OPERATOR-NAME
039400         DISPLAY "DL100OPERATOR" UPON ENVIRONMENT-NAME
039500         DISPLAY Operator-Eingabe-Kennung UPON ENVIRONMENT-VALUE
039600         PERFORM Tageslaufmenue UNTIL MENUE-BEENDEN
039700     ELSE
039800         DISPLAY "ANMELDUNG FEHLGESCHLAGEN - ZUGRIFF VERWEIGERT"
039900     END-IF
040000     STOP RUN.
040100*
040200*----------------------------------------------------------------
040300*    NIMMT KENNUNG UND PIN ENTGEGEN, PRUEFT SIE GEGEN DIE       *
040400*    OPERATORDATEI UND SCHREIBT ANSCHLIESSEND DEN               *
040500*    PROTOKOLLSATZ - UNABHAENGIG VOM ERGEBNIS.                  *
040600*----------------------------------------------------------------
040700 OperatorAnmeldung.
040800     DISPLAY "BITTE OPERATOR-KENNUNG EINGEBEN"
040900     ACCEPT Operator-Eingabe-Kennung
041000     DISPLAY "BITTE PIN EINGEBEN"
041100     ACCEPT Operator-Eingabe-Pin
041200     PERFORM OperatorTabelleLaden
041300     PERFORM OperatorPruefen
041400     PERFORM SitzungProtokollieren.
041500*
041600*----------------------------------------------------------------
041700*    LAEDT DIE OPERATORDATEI VOLLSTAENDIG IN DIE TABELLE.        *
041800*    FEHLVERSUCHE AUS ALTBESTAENDEN OHNE DIESES FELD WERDEN      *
041900*    ALS NULL UEBERNOMMEN.                                       *
042000*----------------------------------------------------------------
042100 OperatorTabelleLaden.
042200     MOVE ZERO TO Operator-Anzahl
042300     MOVE 'N' TO Operatordatei-Schalter
042400     OPEN INPUT OperatorDatei
042500     PERFORM OperatorsatzUebernehmen UNTIL OPERATORDATEI-ENDE
042600     CLOSE OperatorDatei.
042700*
042800*----------------------------------------------------------------
042900 OperatorsatzUebernehmen.
043000*----------------------------------------------------------------
043100     READ OperatorDatei
043200         AT END
043300             MOVE 'Y' TO Operatordatei-Schalter
043400         NOT AT END
043500             IF Operator-Anzahl LESS THAN 50
043600                 ADD 1 TO Operator-Anzahl
043700                 MOVE OP-KENNUNG TO OT-KENNUNG (Operator-Anzahl)
043800                 MOVE OP-NAME TO OT-NAME (Operator-Anzahl)
043900                 MOVE OP-PIN TO OT-PIN (Operator-Anzahl)
044000                 MOVE OP-STUFE TO OT-STUFE (Operator-Anzahl)
044100                 MOVE OP-PIN-GILT-BIS
044200                     TO OT-PIN-GILT-BIS (Operator-Anzahl)
044300                 IF OP-FEHLVERSUCHE IS NUMERIC
044400                     MOVE OP-FEHLVERSUCHE
044500                         TO OT-FEHLVERSUCHE (Operator-Anzahl)
044600                 ELSE
044700                     MOVE ZERO
044800                         TO OT-FEHLVERSUCHE (Operator-Anzahl)
044900                 END-IF
045000                 MOVE OP-GESPERRT
045100                     TO OT-GESPERRT (Operator-Anzahl)
045200             END-IF
045300     END-READ.
045400*
045500*----------------------------------------------------------------
045600*    SCHREIBT DIE TABELLE GESCHLOSSEN AUF DL100OPS ZURUECK -     *
045700*    NACH FEHLVERSUCH, SPERRE ODER PIN-WECHSEL, DAMIT DER        *
045800*    STAND AUCH EINEN ABBRUCH DER SITZUNG UEBERLEBT.             *
045900*----------------------------------------------------------------
046000 OperatorTabelleSpeichern.
046100     OPEN OUTPUT OperatorDatei
046200     MOVE ZERO TO Operator-Index
046300     PERFORM OperatorsatzSchreiben
046400         UNTIL Operator-Index NOT LESS THAN Operator-Anzahl
046500     CLOSE OperatorDatei.
046600*
046700*----------------------------------------------------------------
046800 OperatorsatzSchreiben.
046900*----------------------------------------------------------------
047000     ADD 1 TO Operator-Index
047100     MOVE SPACES TO Operatorsatz
047200     MOVE OT-KENNUNG (Operator-Index) TO OP-KENNUNG
047300     MOVE OT-NAME (Operator-Index) TO OP-NAME
047400     MOVE OT-PIN (Operator-Index) TO OP-PIN
047500     MOVE OT-STUFE (Operator-Index) TO OP-STUFE
047600     MOVE OT-PIN-GILT-BIS (Operator-Index) TO OP-PIN-GILT-BIS
047700     MOVE OT-FEHLVERSUCHE (Operator-Index) TO OP-FEHLVERSUCHE
047800     MOVE OT-GESPERRT (Operator-Index) TO OP-GESPERRT
047900     WRITE Operatorsatz.
048000*
048100*----------------------------------------------------------------
048200*    PRUEFT DIE ANMELDUNG GEGEN DIE GELADENE TABELLE: GESPERRTE  *
048300*    KENNUNGEN WERDEN ABGEWIESEN, EIN FALSCHER PIN ZAEHLT ALS    *
048400*    FEHLVERSUCH (NACH DREI IN FOLGE WIRD GESPERRT), UND EINE    *
048500*    ABGELAUFENE PIN ERZWINGT DEN SOFORTIGEN WECHSEL.            *
048600*----------------------------------------------------------------
048700 OperatorPruefen.
048800     MOVE 'N' TO Anmeldung-Schalter
048900     PERFORM OperatorSuchen
049000     IF Angemeldeter-Index GREATER THAN ZERO
049100         PERFORM AnmeldungPruefen
049200     END-IF.
049300*
049400*----------------------------------------------------------------
049500 OperatorSuchen.
049600*----------------------------------------------------------------
049700     MOVE ZERO TO Angemeldeter-Index
049800     MOVE ZERO TO Operator-Index
049900     PERFORM OperatorEintragVergleichen
050000         UNTIL Angemeldeter-Index GREATER THAN ZERO
050100             OR Operator-Index NOT LESS THAN Operator-Anzahl.
050200*
050300*----------------------------------------------------------------
050400 OperatorEintragVergleichen.
050500*----------------------------------------------------------------
050600     ADD 1 TO Operator-Index
050700     IF OT-KENNUNG (Operator-Index) = Operator-Eingabe-Kennung
050800         MOVE Operator-Index TO Angemeldeter-Index
050900     END-IF.
051000*
051100*----------------------------------------------------------------
051200 AnmeldungPruefen.
051300*----------------------------------------------------------------
051400     IF OT-GESPERRT (Angemeldeter-Index) = 'J'
051500         DISPLAY "KENNUNG IST GESPERRT - BITTE AN DEN "
051600             "ADMINISTRATOR WENDEN (DL100O01)"
051700     ELSE
051800     IF OT-PIN (Angemeldeter-Index) = Operator-Eingabe-Pin
051900         SET ANMELDUNG-OK TO TRUE
052000         MOVE OT-NAME (Angemeldeter-Index) TO Operator-Name
052100         MOVE OT-STUFE (Angemeldeter-Index) TO Operator-Stufe
052200         IF Operator-Stufe = SPACE
052300            MOVE '1' TO Operator-Stufe
052400         END-IF
052500         IF OT-FEHLVERSUCHE (Angemeldeter-Index) NOT = ZERO
052600             MOVE ZERO TO OT-FEHLVERSUCHE (Angemeldeter-Index)
052700             PERFORM OperatorTabelleSpeichern
052800         END-IF
052900         PERFORM PinAblaufPruefen
053000     ELSE
053100         PERFORM FehlversuchVerbuchen
053200     END-IF END-IF.
053300*
053400*----------------------------------------------------------------
053500*    VERBUCHT EINEN PIN-FEHLVERSUCH; NACH DEM DRITTEN IN FOLGE   *
053600*    WIRD DIE KENNUNG GESPERRT UND DIE SPERRE PROTOKOLLIERT.     *
053700*----------------------------------------------------------------
053800 FehlversuchVerbuchen.
053900     ADD 1 TO OT-FEHLVERSUCHE (Angemeldeter-Index)
054000     IF OT-FEHLVERSUCHE (Angemeldeter-Index)
054100         NOT LESS THAN 3
054200         MOVE 'J' TO OT-GESPERRT (Angemeldeter-Index)
054300         DISPLAY "KENNUNG NACH DREI FEHLVERSUCHEN GESPERRT"
054400         MOVE "KENNUNG GESPERRT (3 FEHLVERSUCHE)"
054500            TO Protokoll-Ereignis
054600         PERFORM EreignisProtokollieren
054700     END-IF
054800     PERFORM OperatorTabelleSpeichern.
054900*
055000*----------------------------------------------------------------
055100*    ERZWINGT BEI ABGELAUFENER (ODER NIE GESETZTER) PIN DEN      *
055200*    SOFORTIGEN WECHSEL; OHNE ERFOLGREICHEN WECHSEL KOMMT DER    *
055300*    OPERATOR NICHT INS MENUE.                                   *
055400*----------------------------------------------------------------
055500 PinAblaufPruefen.
055600     ACCEPT Systemdatum FROM DATE YYYYMMDD
055700     MOVE Systemdatum TO Systemdatum-X
055800     IF OT-PIN-GILT-BIS (Angemeldeter-Index) IS NOT NUMERIC
055900         OR OT-PIN-GILT-BIS (Angemeldeter-Index)
056000             LESS THAN Systemdatum-X
056100         DISPLAY "PIN IST ABGELAUFEN - BITTE NEUE PIN VERGEBEN"
056200         PERFORM PinAendern
056300         IF NOT PINWECHSEL-OK
056400             MOVE 'N' TO Anmeldung-Schalter
056500             DISPLAY "ANMELDUNG OHNE GUELTIGE PIN NICHT "
056600                 "MOEGLICH"
056700         END-IF
056800     END-IF.
056900*
057000*----------------------------------------------------------------
057100*    WECHSELT DIE PIN DES ANGEMELDETEN OPERATORS: BISHERIGE PIN  *
057200*    BESTAETIGEN, NEUE SECHSSTELLIG NUMERISCHE PIN ZWEIMAL       *
057300*    ERFASSEN; DER ABLAUF WIRD RUND DREI MONATE VORAUSGESETZT    *
057400*    UND DIE DATEI SOFORT ZURUECKGESCHRIEBEN.                    *
057500*----------------------------------------------------------------
057600 PinAendern.
057700     MOVE 'N' TO Pinwechsel-Schalter
057800     DISPLAY "BISHERIGE PIN: "
057900     ACCEPT Pin-Alt
058000     IF Pin-Alt NOT = OT-PIN (Angemeldeter-Index)
058100         DISPLAY "BISHERIGE PIN FALSCH - PIN UNVERAENDERT"
058200     ELSE
058300         DISPLAY "NEUE PIN (6 ZIFFERN): "
058400         ACCEPT Pin-Neu
058500         DISPLAY "NEUE PIN WIEDERHOLEN: "
058600         ACCEPT Pin-Neu-2
058700         IF Pin-Neu IS NOT NUMERIC
058800             DISPLAY "PIN MUSS AUS 6 ZIFFERN BESTEHEN - "
058900                 "UNVERAENDERT"
059000         ELSE
059100         IF Pin-Neu NOT = Pin-Neu-2
059200             DISPLAY "WIEDERHOLUNG WEICHT AB - PIN UNVERAENDERT"
059300         ELSE
059400         IF Pin-Neu = Pin-Alt
059500             DISPLAY "NEUE PIN DARF NICHT DER ALTEN "
059600                 "ENTSPRECHEN - UNVERAENDERT"
059700         ELSE
059800             MOVE Pin-Neu TO OT-PIN (Angemeldeter-Index)
059900             PERFORM PinAblaufErrechnen
060000             MOVE Ablaufdatum
060100                 TO OT-PIN-GILT-BIS (Angemeldeter-Index)
060200             PERFORM OperatorTabelleSpeichern
060300             MOVE 'J' TO Pinwechsel-Schalter
060400             DISPLAY "PIN GEAENDERT, GUELTIG BIS " Ablaufdatum
060500             MOVE "PIN GEAENDERT" TO Protokoll-Ereignis
060600             PERFORM EreignisProtokollieren
060700         END-IF END-IF END-IF
060800     END-IF.
060900*
061000*----------------------------------------------------------------
061100*    ERRECHNET DEN PIN-ABLAUF RUND DREI MONATE VORAUS: MONAT     *
061200*    PLUS DREI, JAHRESUEBERLAUF BERUECKSICHTIGT, TAGE UEBER 28   *
061300*    AUF 28 GEKUERZT, DAMIT NIE EIN UNGUELTIGES DATUM ENTSTEHT.  *
061400*----------------------------------------------------------------
061500 PinAblaufErrechnen.
061600     ACCEPT Systemdatum FROM DATE YYYYMMDD
061700     MOVE Systemdatum TO Ablaufdatum
061800     ADD 3 TO Ablauf-Monat
061900     IF Ablauf-Monat GREATER THAN 12
062000         SUBTRACT 12 FROM Ablauf-Monat
062100         ADD 1 TO Ablauf-Jahr
062200     END-IF
062300     IF Ablauf-Tag GREATER THAN 28
062400         MOVE 28 TO Ablauf-Tag
062500     END-IF.
062600*
062700*----------------------------------------------------------------
062800*    SCHREIBT EINEN ZEITGESTEMPELTEN ANMELDESATZ AUF DAS        *
062900*    SITZUNGSPROTOKOLL - DIE REVISIONSSICHERE SPUR, WER WELCHEN *
063000*    LAUF WANN ANGESTOSSEN (ODER VERSUCHT) HAT.                 *
063100*----------------------------------------------------------------
063200 SitzungProtokollieren.
063300     MOVE SPACES TO Protokoll-Ereignis
063400     IF ANMELDUNG-OK
063500         STRING "ANMELDUNG OK " Operator-Name
063600             DELIMITED BY SIZE INTO Protokoll-Ereignis
063700     ELSE
063800         MOVE "ANMELDUNG FEHLGESCHLAGEN" TO Protokoll-Ereignis
063900     END-IF
064000     PERFORM EreignisProtokollieren.
064100*
064200*----------------------------------------------------------------
064300*    SCHREIBT EIN EINZELNES, ZEITGESTEMPELTES EREIGNIS (AUS      *
064400*    PROTOKOLL-EREIGNIS) AUF DAS SITZUNGSPROTOKOLL - ANMELDUNG,  *
064500*    SPERRE, PIN-WECHSEL UND ABGELEHNTE MENUEAUSWAHLEN LAUFEN    *
064600*    ALLE UEBER DIESE EINE STELLE.                               *
064700*----------------------------------------------------------------
064800 EreignisProtokollieren.
064900     ACCEPT Systemdatum FROM DATE YYYYMMDD
065000     ACCEPT Systemzeit FROM TIME
065100     MOVE SPACES TO Protokoll-Zeile
065200     STRING Systemdatum " " Systemzeit " "
065300         Operator-Eingabe-Kennung " " Protokoll-Ereignis
065400         DELIMITED BY SIZE INTO Protokoll-Zeile
065500     OPEN EXTEND SitzungsprotokollDatei
065600     IF NOT PROTOKOLLDATEI-GEFUNDEN
065700         OPEN OUTPUT SitzungsprotokollDatei
065800     END-IF
065900     WRITE Protokoll-Zeile
066000     CLOSE SitzungsprotokollDatei.
066100*
066200*----------------------------------------------------------------
066300*    STEUERMENUE FUER DEN TAGESLAUF.  WIRD SOLANGE WIEDERHOLT,
066400*    BIS DER OPERATOR MENUEPUNKT 9 (ENDE) WAEHLT.
066500*----------------------------------------------------------------
066600 Tageslaufmenue.
066700     MOVE SPACES TO Menue-Auswahl
066800     PERFORM MenueAnzeigen
066900     PERFORM MenueAuswahlPruefen
067000         UNTIL MENUE-GUELTIGE-AUSWAHL
067100     PERFORM MenuepunktAusfuehren.
067200*
067300*----------------------------------------------------------------
067400 MenueAnzeigen.
067500*----------------------------------------------------------------
067600     DISPLAY " "
067700     DISPLAY "===== DL100 TAGESLAUF - STEUERMENUE ====="
067800     DISPLAY "1  SORTIERLAUF STARTEN"
067900     DISPLAY "2  VERARBEITUNGSLAUF STARTEN"
068000     DISPLAY "3  KONTROLLBERICHT ANZEIGEN"
068100     DISPLAY "4  GESAMTEN TAGESLAUF STARTEN (NACHTLAUFKETTE)"
068200     DISPLAY "5  TAGESBERICHT ERSTELLEN"
068300     DISPLAY "6  KONTOANFRAGE STARTEN"
068400     DISPLAY "7  TRANSAKTIONSCODES PFLEGEN"
068500     DISPLAY "8  ABWEISUNGEN REPARIEREN"
068600     DISPLAY "10 ADRESSSTAMM PFLEGEN"
068700     DISPLAY "11 KONTOAUSZUEGE DRUCKEN"
068800     DISPLAY "12 PIN AENDERN"
068900     DISPLAY "13 OPERATOREN PFLEGEN (NUR ADMINISTRATOR)"
069000     DISPLAY "14 NACHERFASSUNG (ERGAENZUNGSLAUF ERFASSEN)"
069100     DISPLAY "15 JOBHISTORIE ANZEIGEN"
069200     DISPLAY "16 DAUERAUFTRAEGE PFLEGEN"
069300     DISPLAY "17 KONTOVERZEICHNIS PFLEGEN"
069400     DISPLAY "18 VERDACHTSFREIGABE (DUBLETTEN ENTSCHEIDEN)"
069500     DISPLAY "19 BETRIEBSKALENDER PFLEGEN"
069600     DISPLAY "20 ZINSSAETZE PFLEGEN"
069700     DISPLAY "21 SACHKONTEN PFLEGEN"
069800     DISPLAY "22 GEBUEHREN PFLEGEN"
069900     DISPLAY "23 AENDERUNGEN FREIGEBEN (VIER-AUGEN-PRINZIP)"
070000     DISPLAY "24 PRODUKTE PFLEGEN"
070100     DISPLAY "25 LASTSCHRIFTMANDATE PFLEGEN"
070200     DISPLAY "26 WECHSELKURSE PFLEGEN"
070300     DISPLAY "27 BERICHTSARCHIV (ANZEIGEN UND NACHDRUCKEN)"
070400     DISPLAY "9  ENDE"
070500     DISPLAY "BITTE AUSWAHL EINGEBEN".
070600*
070700*----------------------------------------------------------------
070800 MenueAuswahlPruefen.
070900*----------------------------------------------------------------
071000     ACCEPT Menue-Auswahl
071100     IF NOT MENUE-GUELTIGE-AUSWAHL
071200         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
071300     END-IF.
071400*
071500*----------------------------------------------------------------
071600*    FUEHRT DEN GEWAEHLTEN MENUEPUNKT AUS, SOFERN DIE STUFE DES
071700*    ANGEMELDETEN OPERATORS AUSREICHT; EINE ABGELEHNTE AUSWAHL
071800*    WIRD GEMELDET UND AUF DEM SITZUNGSPROTOKOLL FESTGEHALTEN.
071900*    DIE BATCHSCHRITTE
072000*    SELBST SIND EIGENSTAENDIGE, UNVERAENDERTE PROGRAMME MIT
072100*    EIGENEM STOP RUN UND WERDEN DESHALB ALS EIGENE PROZESSE
072200*    UEBER CALL "SYSTEM" AUFGERUFEN, NICHT PER COBOL-CALL.
072300*----------------------------------------------------------------
072400 MenuepunktAusfuehren.
072500     PERFORM BerechtigungPruefen
072600     IF AUSWAHL-BERECHTIGT
072700         PERFORM MenuepunktStarten
072800     ELSE
072900         DISPLAY "KEINE BERECHTIGUNG FUER DIESEN MENUEPUNKT "
073000             "(STUFE " Benoetigte-Stufe " ERFORDERLICH)"
073100         MOVE SPACES TO Protokoll-Ereignis
073200         STRING "ABGELEHNT MENUEPUNKT " Menue-Auswahl
073300             DELIMITED BY SIZE INTO Protokoll-Ereignis
073400         PERFORM EreignisProtokollieren
073500     END-IF.
073600*
073700*----------------------------------------------------------------
073800*    ORDNET JEDEM MENUEPUNKT SEINE MINDESTSTUFE ZU: AUSKUNFT
073900*    (KONTOANFRAGE, PIN) STUFE 1, BERICHTE UND ERFASSUNG
074000*    STUFE 2, BATCHLAEUFE STUFE 3, OPERATORPFLEGE NUR ADMIN
074100*    (STUFE 9).  MENUEPUNKT 9 (ENDE) STEHT JEDEM OFFEN.  DAS
074200*    BERICHTSARCHIV (27) LISTET AB STUFE 1; ANZEIGE UND
074300*    NACHDRUCK EINES BERICHTS PRUEFT ARCHIVBERICHTAUSGEBEN
074400*    GEGEN STUFE 2.
074500*----------------------------------------------------------------
074600 BerechtigungPruefen.
074700     MOVE '1' TO Benoetigte-Stufe
074800     IF MENUE-KONTROLLBERICHT OR MENUE-TAGESBERICHT
074900         OR MENUE-TRANSCODEPFLEGE OR MENUE-ABWEISUNGSREPARATUR
075000         OR MENUE-ADRESSPFLEGE OR MENUE-AUSZUGSDRUCK
075100         OR MENUE-NACHERFASSUNG OR MENUE-DAUERAUFTRAG
075200         OR MENUE-KONTOVERZEICHNIS OR MENUE-VERDACHTSFREIGABE
075300         OR MENUE-KALENDERPFLEGE OR MENUE-ZINSSATZPFLEGE
075400         OR MENUE-SACHKONTOPFLEGE OR MENUE-GEBUEHRENPFLEGE
075500         OR MENUE-AENDERUNGSFREIGABE OR MENUE-PRODUKTPFLEGE
075600         OR MENUE-MANDATSPFLEGE OR MENUE-WECHSELKURSPFLEGE
075700         MOVE '2' TO Benoetigte-Stufe
075800     END-IF
075900     IF MENUE-SORTIERLAUF OR MENUE-VERARBEITUNGSLAUF
076000         OR MENUE-GESAMTLAUF
076100         MOVE '3' TO Benoetigte-Stufe
076200     END-IF
076300     IF MENUE-OPERATORPFLEGE
076400         MOVE '9' TO Benoetigte-Stufe
076500     END-IF
076600     IF Operator-Stufe NOT LESS THAN Benoetigte-Stufe
076700         MOVE 'J' TO Berechtigungs-Schalter
076800     ELSE
076900         MOVE 'N' TO Berechtigungs-Schalter
077000     END-IF.
077100*
077200*----------------------------------------------------------------
077300 MenuepunktStarten.
077400*----------------------------------------------------------------
077500     IF MENUE-SORTIERLAUF
077600         PERFORM SortierlaufStarten
077700     ELSE
077800     IF MENUE-VERARBEITUNGSLAUF
077900         PERFORM VerarbeitungslaufStarten
078000     ELSE
078100     IF MENUE-KONTROLLBERICHT
078200         PERFORM KontrollberichtAnzeigen
078300     ELSE
078400     IF MENUE-GESAMTLAUF
078500         PERFORM GesamtlaufStarten
078600     ELSE
078700     IF MENUE-TAGESBERICHT
078800         PERFORM TagesberichtStarten
078900     ELSE
079000     IF MENUE-KONTOANFRAGE
079100         PERFORM KontoanfrageStarten
079200     ELSE
079300     IF MENUE-TRANSCODEPFLEGE
079400         PERFORM TranscodepflegeStarten
079500     ELSE
079600     IF MENUE-ABWEISUNGSREPARATUR
079700         PERFORM AbweisungsreparaturStarten
079800     ELSE
079900     IF MENUE-ADRESSPFLEGE
080000         PERFORM AdresspflegeStarten
080100     ELSE
080200     IF MENUE-AUSZUGSDRUCK
080300         PERFORM AuszugsdruckStarten
080400     ELSE
080500     IF MENUE-PINWECHSEL
080600         PERFORM PinAendern
080700     ELSE
080800     IF MENUE-OPERATORPFLEGE
080900         PERFORM OperatorpflegeStarten
081000     ELSE
081100     IF MENUE-NACHERFASSUNG
081200         PERFORM NacherfassungStarten
081300     ELSE
081400     IF MENUE-JOBHISTORIE
081500         PERFORM JobhistorieAnzeigen
081600     ELSE
081700     IF MENUE-DAUERAUFTRAG
081800         PERFORM DauerauftragspflegeStarten
081900     ELSE
082000     IF MENUE-KONTOVERZEICHNIS
082100         PERFORM KontoverzeichnispflegeStarten
082200     ELSE
082300     IF MENUE-VERDACHTSFREIGABE
082400         PERFORM VerdachtsfreigabeStarten
082500     ELSE
082600     IF MENUE-KALENDERPFLEGE
082700         PERFORM KalenderpflegeStarten
082800     ELSE
082900     IF MENUE-ZINSSATZPFLEGE
083000         PERFORM ZinssatzpflegeStarten
083100     ELSE
083200     IF MENUE-SACHKONTOPFLEGE
083300         PERFORM SachkontopflegeStarten
083400     ELSE
083500     IF MENUE-GEBUEHRENPFLEGE
083600         PERFORM GebuehrenpflegeStarten
083700     ELSE
083800     IF MENUE-AENDERUNGSFREIGABE
083900         PERFORM AenderungsfreigabeStarten
084000     ELSE
084100     IF MENUE-PRODUKTPFLEGE
084200         PERFORM ProduktpflegeStarten
084300     ELSE
084400     IF MENUE-MANDATSPFLEGE
084500         PERFORM MandatspflegeStarten
084600     ELSE
084700     IF MENUE-WECHSELKURSPFLEGE
084800         PERFORM WechselkurspflegeStarten
084900     ELSE
085000     IF MENUE-BERICHTSARCHIV
085100         PERFORM BerichtsarchivAnzeigen
085200     ELSE
085300     IF MENUE-ENDE
085400         MOVE 'Y' TO Menue-Schalter
085500         DISPLAY "TAGESLAUFMENUE WIRD BEENDET"
085600     END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
085700     END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
085800     END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
085900     END-IF END-IF END-IF.
086000*
086100*----------------------------------------------------------------
086200 SortierlaufStarten.
086300*----------------------------------------------------------------
086400     DISPLAY "STARTE SORTIERLAUF..."
086500     CALL "SYSTEM" USING Kommando-Sortierlauf
086600     DISPLAY "SORTIERLAUF BEENDET".
086700*
086800*----------------------------------------------------------------
086900*    STARTET DEN VOLLSTAENDIGEN, JCL-AEHNLICHEN ABLAUFPLAN
087000*    (DL100NACHTLAUF.SH) MIT DER GESAMTEN NACHTLAUFKETTE:
087100*    FILIALKONSOLIDIERUNG (NUR BEI FILIALANLIEFERUNG),
087200*    SORTIERLAUF, VERARBEITUNGSLAUF, LAUFVERGLEICH, SALDEN-
087300*    FORTSCHREIBUNG, HAUPTBUCH-ABTRAG, TAGESBERICHT,
087400*    ABWEISUNGSANALYSE UND KONTROLLBERICHT.  DER ABLAUFPLAN
087500*    SELBST BRICHT BEI
087600*    EINEM FEHLGESCHLAGENEN SCHRITT AB, STATT DEN NAECHSTEN
087700*    SCHRITT MIT FEHLERHAFTEN DATEN ZU FUETTERN.
087800*----------------------------------------------------------------
087900 GesamtlaufStarten.
088000     DISPLAY "STARTE GESAMTEN TAGESLAUF..."
088100     CALL "SYSTEM" USING Kommando-Gesamtlauf
088200     IF RETURN-CODE NOT = ZERO
088300         DISPLAY "TAGESLAUF ABGEBROCHEN, CONDITION CODE "
088400             RETURN-CODE
088500     ELSE
088600         DISPLAY "TAGESLAUF ERFOLGREICH BEENDET"
088700     END-IF.
088800*
088900*----------------------------------------------------------------
089000 VerarbeitungslaufStarten.
089100*----------------------------------------------------------------
089200     DISPLAY "STARTE VERARBEITUNGSLAUF..."
089300     CALL "SYSTEM" USING Kommando-Verarbeitungslauf
089400     DISPLAY "VERARBEITUNGSLAUF BEENDET".
089500*
089600*----------------------------------------------------------------
089700*    ERSTELLT DEN PAGINIERTEN TAGESBERICHT (DL100R01) AUS DEM
089800*    KONTOMASTER DES LAUFENDEN TAGES.
089900*----------------------------------------------------------------
090000 TagesberichtStarten.
090100     DISPLAY "ERSTELLE TAGESBERICHT..."
090200     CALL "SYSTEM" USING Kommando-Tagesbericht
090300     DISPLAY "TAGESBERICHT ERSTELLT".
090400*
090500*----------------------------------------------------------------
090600*    STARTET DIE INTERAKTIVE KONTOANFRAGE (DL100A01) GEGEN DEN
090700*    KONTOMASTER DES LAUFENDEN TAGES.
090800*----------------------------------------------------------------
090900 KontoanfrageStarten.
091000     CALL "SYSTEM" USING Kommando-Kontoanfrage.
091100*
091200*----------------------------------------------------------------
091300*    STARTET DIE INTERAKTIVE PFLEGE DER TRANSAKTIONSCODE-
091400*    TABELLE (DL100T01), GEGEN DIE DER VERARBEITUNGSLAUF JEDEN
091500*    SATZ PRUEFT.
091600*----------------------------------------------------------------
091700 TranscodepflegeStarten.
091800     CALL "SYSTEM" USING Kommando-Transcodepflege.
091900*
092000*----------------------------------------------------------------
092100*    STARTET DIE INTERAKTIVE NACHBEARBEITUNG DER ABWEISUNGS-
092200*    DATEI (DL100K01), DIE KORRIGIERTE SAETZE ALS WIEDER-
092300*    VORLAGEDATEI DL100WVL BEREITSTELLT; DIESE LAEUFT UEBER
092400*    SCHRITT 0 DES NACHTLAUFS GEMEINSAM MIT DER TAGES-
092500*    LIEFERUNG MIT (Z.B. DD_DL100FIL3=DL100WVL).
092600*----------------------------------------------------------------
092700 AbweisungsreparaturStarten.
092800     CALL "SYSTEM" USING Kommando-Abweisungsrep.
092900*
093000*----------------------------------------------------------------
093100*    STARTET DIE INTERAKTIVE PFLEGE DES KUNDEN-ADRESSMASTERS
093200*    (DL100N01), DEN DER KONTOAUSZUGSDRUCK MIT DEM KONTOMASTER
093300*    VERHEIRATET.
093400*----------------------------------------------------------------
093500 AdresspflegeStarten.
093600     CALL "SYSTEM" USING Kommando-Adresspflege.
093700*
093800*----------------------------------------------------------------
093900*    STARTET DIE OPERATORPFLEGE (DL100O01, NUR ADMIN).  NACH
094000*    DER RUECKKEHR WIRD DIE OPERATORTABELLE NEU GELADEN, DAMIT
094100*    DORT VORGENOMMENE AENDERUNGEN (STUFEN, SPERREN, NEUE
094200*    KENNUNGEN) IN DIESER SITZUNG SOFORT GELTEN.
094300*----------------------------------------------------------------
094400 OperatorpflegeStarten.
094500     CALL "SYSTEM" USING Kommando-Operatorpflege
094600     PERFORM OperatorTabelleLaden
094700     PERFORM OperatorSuchen
094800     IF Angemeldeter-Index = ZERO
094900         DISPLAY "EIGENE KENNUNG NICHT MEHR VORHANDEN - "
095000             "SITZUNG WIRD BEENDET"
095100         MOVE 'Y' TO Menue-Schalter
095200     ELSE
095300         MOVE OT-STUFE (Angemeldeter-Index) TO Operator-Stufe
095400         IF Operator-Stufe = SPACE
095500             MOVE '1' TO Operator-Stufe
095600         END-IF
095700     END-IF.
095800*
095900*----------------------------------------------------------------
096000*    STARTET DIE TAGESGLEICHE ONLINE-ERFASSUNG (DL100K02), DIE
096100*    EINE KONTROLLSUMMIERTE ERFASSUNGSDATEI (DL100NAC)
096200*    BEREITSTELLT; DIESE LAEUFT UEBER SCHRITT 0 DES NACHT-
096300*    LAUFS GEMEINSAM MIT DER TAGESLIEFERUNG MIT (Z.B.
096400*    DD_DL100FIL9=DL100NAC).
096500*----------------------------------------------------------------
096600 NacherfassungStarten.
096700     CALL "SYSTEM" USING Kommando-Nacherfassung.
096800*
096900*----------------------------------------------------------------
097000*    STARTET DIE INTERAKTIVE PFLEGE DES DAUERAUFTRAGSMASTERS
097100*    (DL100D01); DIE FAELLIGEN AUFTRAEGE STELLT DER GENERATOR
097200*    (DL100D02) IM NACHTLAUF UEBER SCHRITT 0 BEREIT.
097300*----------------------------------------------------------------
097400 DauerauftragspflegeStarten.
097500     CALL "SYSTEM" USING Kommando-Dauerauftrag.
097600*
097700*----------------------------------------------------------------
097800*    STARTET DIE INTERAKTIVE PFLEGE DES KONTOVERZEICHNISSES
097900*    (DL100N02): KONTEN EROEFFNEN, SPERREN, SCHLIESSEN UND
098000*    KREDITLIMITS SETZEN.
098100*----------------------------------------------------------------
098200 KontoverzeichnispflegeStarten.
098300     CALL "SYSTEM" USING Kommando-Kontoverzeichnis.
098400*
098500*----------------------------------------------------------------
098600*    STARTET DIE VERDACHTSFREIGABE (DL100K03): DER BEARBEITER
098700*    ENTSCHEIDET DIE VOM VERARBEITUNGSLAUF ANGEHALTENEN
098800*    DUBLETTENVERDACHTSFAELLE (DL100VDF).
098900*----------------------------------------------------------------
099000 VerdachtsfreigabeStarten.
099100     CALL "SYSTEM" USING Kommando-Verdachtsfreigabe.
099200*
099300*----------------------------------------------------------------
099400*    STARTET DIE PFLEGE DES BETRIEBSKALENDERS (DL100C01):
099500*    FEIERTAGE UND AUSNAHME-ARBEITSTAGE FUER DIE LAUFDATUMS-
099600*    PRUEFUNG UND DEN ULTIMO DES MONATSAUSZUGS.
099700*----------------------------------------------------------------
099800 KalenderpflegeStarten.
099900     CALL "SYSTEM" USING Kommando-Kalenderpflege.
100000*
100100*----------------------------------------------------------------
100200*    STARTET DIE PFLEGE DER ZINSSATZTABELLE (DL100Z01) FUER
100300*    DEN MONATLICHEN ZINSENLAUF.
100400*----------------------------------------------------------------
100500 ZinssatzpflegeStarten.
100600     CALL "SYSTEM" USING Kommando-Zinssatzpflege.
100700*
100800*----------------------------------------------------------------
100900*    STARTET DIE PFLEGE DER SACHKONTO-ZUORDNUNG (DL100T02)
101000*    FUER DEN VERDICHTETEN HAUPTBUCHEXTRAKT.
101100*----------------------------------------------------------------
101200 SachkontopflegeStarten.
101300     CALL "SYSTEM" USING Kommando-Sachkontopflege.
101400*
101500*----------------------------------------------------------------
101600*    STARTET DIE PFLEGE DER GEBUEHRENTABELLE (DL100B01) FUER
101700*    DIE MONATLICHE GEBUEHRENABRECHNUNG.
101800*----------------------------------------------------------------
101900 GebuehrenpflegeStarten.
102000     CALL "SYSTEM" USING Kommando-Gebuehrenpflege.
102100*
102200*----------------------------------------------------------------
102300*    STARTET DIE AENDERUNGSFREIGABE (DL100F02): VORGEMERKTE
102400*    AENDERUNGEN AN TRANSCODES, SACHKONTEN, ZINSSAETZEN,
102500*    GEBUEHREN, PRODUKTEN, WECHSELKURSEN UND KREDITLIMITS
102600*    WERDEN VON EINEM ZWEITEN OPERATOR FREIGEGEBEN ODER
102700*    VERWORFEN.
102800*----------------------------------------------------------------
102900 AenderungsfreigabeStarten.
103000     CALL "SYSTEM" USING Kommando-Aenderungsfreigabe.
103100*
103200*----------------------------------------------------------------
103300*    STARTET DIE PFLEGE DES PRODUKTKATALOGS (DL100P02) MIT DEN
103400*    ZINS-, GEBUEHREN- UND LIMITKONDITIONEN JE KONTOPRODUKT.
103500*----------------------------------------------------------------
103600 ProduktpflegeStarten.
103700     CALL "SYSTEM" USING Kommando-Produktpflege.
103800*
103900*----------------------------------------------------------------
104000*    STARTET DIE PFLEGE DER LASTSCHRIFTMANDATE (DL100L01), GEGEN
104100*    DIE DER VERARBEITUNGSLAUF EINGEHENDE LASTSCHRIFTEN PRUEFT.
104200*----------------------------------------------------------------
104300 MandatspflegeStarten.
104400     CALL "SYSTEM" USING Kommando-Mandatspflege.
104500*
104600*----------------------------------------------------------------
104700*    STARTET DIE PFLEGE DER WECHSELKURSE (DL100W01), MIT DENEN
104800*    DER VERARBEITUNGSLAUF FREMDWAEHRUNGSUMSAETZE IN EURO
104900*    UMRECHNET.
105000*----------------------------------------------------------------
105100 WechselkurspflegeStarten.
105200     CALL "SYSTEM" USING Kommando-Wechselkurspflege.
105300*
105400*----------------------------------------------------------------
105500*    ZEIGT DIE VON DL100NACHTLAUF GEFUEHRTE JOBHISTORIE
105600*    (DL100JOB) AM BILDSCHIRM: JE SCHRITT START, ENDE,
105700*    CONDITION CODE UND KENNZAHLEN - SO SIEHT DIE FRUEHSCHICHT
105800*    AUF EINEN BLICK, OB UND WO DER TAGESLAUF STEHEN BLIEB.
105900*----------------------------------------------------------------
106000 JobhistorieAnzeigen.
106100     MOVE 'N' TO Jobhistorie-Ende
106200     OPEN INPUT JobhistorieDatei
106300     IF NOT JOBHISTORIE-GEFUNDEN
106400         DISPLAY "KEINE JOBHISTORIE VORHANDEN - DER NACHTLAUF "
106500             "IST NOCH NIE UEBER DL100NACHTLAUF.SH GELAUFEN"
106600     ELSE
106700         DISPLAY "START           ENDE            SCHRITT  CC"
106800         PERFORM JobhistorieZeileAnzeigen
106900             UNTIL KEINE-JOBHISTORIE-MEHR
107000         CLOSE JobhistorieDatei
107100     END-IF.
107200*
107300*----------------------------------------------------------------
107400 JobhistorieZeileAnzeigen.
107500*----------------------------------------------------------------
107600     READ JobhistorieDatei
107700         AT END
107800             MOVE 'Y' TO Jobhistorie-Ende
107900         NOT AT END
108000             DISPLAY Jobhistorie-Zeile
108100     END-READ.
108200*
108300*----------------------------------------------------------------
108400*    BERICHTSARCHIV: LISTET DIE VOM BERICHTSARCHIV (DL100R09)
108500*    ABGELEGTEN BERICHTE AUS DEM BERICHTSINDEX DL100BIX - WAHL-
108600*    WEISE NUR EIN BERICHT UND/ODER EIN LAUFDATUM - MIT KETTE,
108700*    SCHRITT, SEITENZAHL UND ERSTELLUNGSZEITPUNKT.  UEBER DIE
108800*    NUMMER WIRD EIN BERICHT ANGEZEIGT ODER AUF NACHDRUCK.TXT
108900*    NACHGEDRUCKT.
109000*----------------------------------------------------------------
109100 BerichtsarchivAnzeigen.
109200     DISPLAY "BERICHT (DATEINAME, LEER = ALLE BERICHTE): "
109300     MOVE SPACES TO Archivfilter-Bericht
109400     ACCEPT Archivfilter-Bericht
109500     DISPLAY "LAUFDATUM JJJJMMTT (LEER = ALLE LAEUFE): "
109600     MOVE SPACES TO Archivfilter-Datum
109700     ACCEPT Archivfilter-Datum
109800     IF Archivfilter-Datum NOT = SPACES
109900         AND Archivfilter-Datum IS NOT NUMERIC
110000         DISPLAY "LAUFDATUM MUSS ACHTSTELLIG NUMERISCH SEIN "
110100             "(JJJJMMTT)"
110200     ELSE
110300         PERFORM ArchivtrefferLaden
110400         IF NOT BERICHTSINDEX-VORHANDEN
110500             DISPLAY "KEIN BERICHTSARCHIV VORHANDEN - ES WURDE "
110600                 "NOCH KEIN BERICHT ABGELEGT"
110700         ELSE
110800         IF Archivtreffer-Anzahl = ZERO
110900             DISPLAY "KEIN ABGELEGTER BERICHT PASST AUF DIE "
111000                 "AUSWAHL"
111100         ELSE
111200             PERFORM ArchivtrefferAuswerten
111300         END-IF END-IF
111400     END-IF.
111500*
111600*----------------------------------------------------------------
111700 ArchivtrefferLaden.
111800*----------------------------------------------------------------
111900     MOVE ZERO TO Archivtreffer-Anzahl
112000     MOVE ZERO TO Archivtreffer-Weitere
112100     MOVE 'N' TO Berichtsindex-Schalter
112200     MOVE 'N' TO Berichtsindex-Ende
112300     OPEN INPUT BerichtsindexDatei
112400     IF BERICHTSINDEX-GEFUNDEN
112500         MOVE 'J' TO Berichtsindex-Schalter
112600         PERFORM BerichtsindexsatzPruefen
112700             UNTIL KEIN-BERICHTSINDEX-MEHR
112800         CLOSE BerichtsindexDatei
112900     END-IF.
113000*
113100*----------------------------------------------------------------
113200 BerichtsindexsatzPruefen.
113300*----------------------------------------------------------------
113400     READ BerichtsindexDatei INTO Berichtsindexsatz
113500         AT END
113600             MOVE 'Y' TO Berichtsindex-Ende
113700         NOT AT END
113800             MOVE 'J' TO Archivfilter-Schalter
113900             IF Archivfilter-Bericht NOT = SPACES
114000                 AND BI-BERICHT NOT = Archivfilter-Bericht
114100                 MOVE 'N' TO Archivfilter-Schalter
114200             END-IF
114300             IF Archivfilter-Datum NOT = SPACES
114400                 AND BI-LAUFDATUM NOT = Archivfilter-Datum
114500                 MOVE 'N' TO Archivfilter-Schalter
114600             END-IF
114700             IF ARCHIVFILTER-OK
114800                 IF Archivtreffer-Anzahl LESS THAN 200
114900                     ADD 1 TO Archivtreffer-Anzahl
115000                     MOVE Berichtsindexsatz
115100                         TO Archivtreffer-Eintrag
115200                             (Archivtreffer-Anzahl)
115300                 ELSE
115400                     ADD 1 TO Archivtreffer-Weitere
115500                 END-IF
115600             END-IF
115700     END-READ.
115800*
115900*----------------------------------------------------------------
116000*    ZEIGT DIE TREFFER NUMMERIERT AN UND NIMMT DIE NUMMER DES    *
116100*    GEWUENSCHTEN BERICHTS ENTGEGEN (0 = ZURUECK ZUM MENUE).     *
116200*----------------------------------------------------------------
116300 ArchivtrefferAuswerten.
116400     DISPLAY " NR BERICHT                  LAUFDAT. KETTE      "
116500         "SCHRITT  SEITE ERSTELLT ZEIT"
116600     MOVE ZERO TO Archivtreffer-Index
116700     PERFORM ArchivtrefferAnzeigen
116800         UNTIL Archivtreffer-Index NOT LESS THAN
116900             Archivtreffer-Anzahl
117000     IF Archivtreffer-Weitere GREATER THAN ZERO
117100         MOVE Archivtreffer-Weitere TO Archivtreffer-Edit
117200         DISPLAY "WEITERE " Archivtreffer-Edit " TREFFER NICHT "
117300             "ANGEZEIGT - BITTE BERICHT ODER LAUFDATUM ANGEBEN"
117400     END-IF
117500     DISPLAY "NUMMER WAEHLEN (0 = ZURUECK): "
117600     MOVE SPACES TO Archivauswahl-Eingabe
117700     ACCEPT Archivauswahl-Eingabe
117800     PERFORM ArchivauswahlAufbereiten
117900     IF Archivauswahl-Laenge = ZERO
118000         OR Archivauswahl-Eingabe (1:Archivauswahl-Laenge)
118100             IS NOT NUMERIC
118200         DISPLAY "NUMMER MUSS NUMERISCH SEIN"
118300     ELSE
118400         MOVE Archivauswahl-Eingabe (1:Archivauswahl-Laenge)
118500             TO Archivauswahl-Nummer
118600         IF Archivauswahl-Nummer = ZERO
118700             CONTINUE
118800         ELSE
118900         IF Archivauswahl-Nummer GREATER THAN Archivtreffer-Anzahl
119000             DISPLAY "NUMMER LIEGT AUSSERHALB DER LISTE"
119100         ELSE
119200             MOVE Archivtreffer-Eintrag (Archivauswahl-Nummer)
119300                 TO Berichtsindexsatz
119400             PERFORM ArchivberichtAusgeben
119500         END-IF END-IF
119600     END-IF.
119700*
119800*----------------------------------------------------------------
119900 ArchivtrefferAnzeigen.
120000*----------------------------------------------------------------
120100     ADD 1 TO Archivtreffer-Index
120200     MOVE Archivtreffer-Eintrag (Archivtreffer-Index)
120300         TO Berichtsindexsatz
120400     MOVE SPACES TO Archivliste-Zeile
120500     MOVE Archivtreffer-Index TO AL-NUMMER
120600     MOVE BI-BERICHT TO AL-BERICHT
120700     MOVE BI-LAUFDATUM TO AL-LAUFDATUM
120800     MOVE BI-KETTE TO AL-KETTE
120900     MOVE BI-SCHRITT TO AL-SCHRITT
121000     MOVE BI-SEITEN TO AL-SEITEN
121100     MOVE BI-ERSTELLT-DATUM TO AL-ERSTELLT-DATUM
121200     MOVE BI-ERSTELLT-ZEIT TO Archiv-Erstellt-Zeit
121300     MOVE Archiv-Erstellt-Hhmmss TO AL-ERSTELLT-ZEIT
121400     DISPLAY Archivliste-Zeile.
121500*
121600*----------------------------------------------------------------
121700*    ERMITTELT DIE LAENGE DER NUMMERNEINGABE OHNE NACH-          *
121800*    LAUFENDE LEERZEICHEN (WIE IN DER KONTOANFRAGE).             *
121900*----------------------------------------------------------------
122000 ArchivauswahlAufbereiten.
122100     MOVE 4 TO Archivauswahl-Laenge
122200     PERFORM ArchivauswahllaengeKuerzen
122300         UNTIL Archivauswahl-Laenge = ZERO
122400             OR Archivauswahl-Eingabe (Archivauswahl-Laenge:1)
122500                 NOT = SPACE.
122600*
122700*----------------------------------------------------------------
122800 ArchivauswahllaengeKuerzen.
122900*----------------------------------------------------------------
123000     SUBTRACT 1 FROM Archivauswahl-Laenge.
123100*
123200*----------------------------------------------------------------
123300*    ANZEIGE UND NACHDRUCK ZEIGEN DEN INHALT EINES BERICHTS UND  *
123400*    SETZEN DESHALB STUFE 2 (BERICHTE) VORAUS; EIN ABGELEHNTER   *
123500*    ZUGRIFF WIRD WIE EINE ABGELEHNTE MENUEAUSWAHL PROTOKOL-     *
123600*    LIERT.                                                      *
123700*----------------------------------------------------------------
123800 ArchivberichtAusgeben.
123900     IF Operator-Stufe LESS THAN '2'
124000         DISPLAY "KEINE BERECHTIGUNG FUER ANZEIGE UND NACHDRUCK "
124100             "(STUFE 2 ERFORDERLICH)"
124200         MOVE SPACES TO Protokoll-Ereignis
124300         STRING "ABGELEHNT NACHDRUCK " DELIMITED BY SIZE
124400             BI-BERICHT DELIMITED BY SPACE
124500             INTO Protokoll-Ereignis
124600         PERFORM EreignisProtokollieren
124700     ELSE
124800         DISPLAY "A = ANZEIGEN, D = NACHDRUCK AUF NACHDRUCK.TXT: "
124900         MOVE SPACE TO Archivausgabe
125000         ACCEPT Archivausgabe
125100         IF ARCHIV-ANZEIGEN OR ARCHIV-NACHDRUCKEN
125200             PERFORM ArchivberichtLesen
125300         ELSE
125400             DISPLAY "UNGUELTIGE AUSWAHL - KEINE AUSGABE"
125500         END-IF
125600     END-IF.
125700*
125800*----------------------------------------------------------------
125900*    GIBT DIE ARCHIVKOPIE AM BILDSCHIRM AUS ODER SCHREIBT SIE    *
126000*    AUF NACHDRUCK.TXT UND PROTOKOLLIERT DEN ZUGRIFF MIT         *
126100*    BERICHT UND LAUFDATUM.                                      *
126200*----------------------------------------------------------------
126300 ArchivberichtLesen.
126400     MOVE BI-ARCHIVNAME TO Archivbericht-Pfad
126500     MOVE 'N' TO Archivbericht-Ende
126600     OPEN INPUT ArchivberichtDatei
126700     IF NOT ARCHIVBERICHT-GEFUNDEN
126800         DISPLAY "ARCHIVKOPIE " Archivbericht-Pfad
126900         DISPLAY "NICHT MEHR VORHANDEN - KEIN NACHDRUCK MOEGLICH"
127000     ELSE
127100         IF ARCHIV-NACHDRUCKEN
127200             OPEN OUTPUT NachdruckDatei
127300         END-IF
127400         PERFORM ArchivberichtZeileAusgeben
127500             UNTIL KEIN-ARCHIVBERICHT-MEHR
127600         CLOSE ArchivberichtDatei
127700         MOVE SPACES TO Protokoll-Ereignis
127800         IF ARCHIV-NACHDRUCKEN
127900             CLOSE NachdruckDatei
128000             MOVE BI-SEITEN TO Archivtreffer-Edit
128100             DISPLAY "NACHDRUCK AUF NACHDRUCK.TXT BEREITGESTELLT "
128200                 "(" Archivtreffer-Edit " SEITEN)"
128300             STRING "NACHDRUCK " DELIMITED BY SIZE
128400                 BI-BERICHT DELIMITED BY SPACE
128500                 " " BI-LAUFDATUM DELIMITED BY SIZE
128600                 INTO Protokoll-Ereignis
128700         ELSE
128800             STRING "ARCHIVANZEIGE " DELIMITED BY SIZE
128900                 BI-BERICHT DELIMITED BY SPACE
129000                 " " BI-LAUFDATUM DELIMITED BY SIZE
129100                 INTO Protokoll-Ereignis
129200         END-IF
129300         PERFORM EreignisProtokollieren
129400     END-IF.
129500*
129600*----------------------------------------------------------------
129700 ArchivberichtZeileAusgeben.
129800*----------------------------------------------------------------
129900     READ ArchivberichtDatei
130000         AT END
130100             MOVE 'Y' TO Archivbericht-Ende
130200         NOT AT END
130300             IF ARCHIV-NACHDRUCKEN
130400                 WRITE Nachdruck-Zeile FROM Archivbericht-Zeile
130500             ELSE
130600                 DISPLAY Archivbericht-Zeile
130700             END-IF
130800     END-READ.
130900*
131000*----------------------------------------------------------------
131100*    ERSTELLT DIE ADRESSIERTEN KONTOAUSZUEGE (DL100R03) AUS
131200*    KONTOMASTER UND ADRESSMASTER; KONTEN OHNE ADRESSSATZ
131300*    LANDEN AUF DER ADRESSFEHLLISTE.
131400*----------------------------------------------------------------
131500 AuszugsdruckStarten.
131600     CALL "SYSTEM" USING Kommando-Auszugsdruck.
131700*
131800*----------------------------------------------------------------
131900*    LIEST DEN VON VERBESSERTESPROGRAMM GESCHRIEBENEN
132000*    KONTROLLBERICHT UND GIBT IHN ZEILE FUER ZEILE AM BILDSCHIRM
132100*    AUS, DAMIT DER OPERATOR IHN NICHT ERST IM EDITOR OEFFNEN
132200*    MUSS.
132300*----------------------------------------------------------------
132400 KontrollberichtAnzeigen.
132500     MOVE 'N' TO Kontrollbericht-Ende
132600     OPEN INPUT KontrollberichtDatei
132700     IF NOT KONTROLLBERICHT-GEFUNDEN
132800         DISPLAY "KEIN KONTROLLBERICHT VORHANDEN - BITTE ZUERST "
132900             "DEN VERARBEITUNGSLAUF STARTEN"
133000     ELSE
133100         PERFORM KontrollberichtZeileAnzeigen
133200             UNTIL KEIN-KONTROLLBERICHT-MEHR
133300     END-IF
133400     CLOSE KontrollberichtDatei.
133500*
133600*----------------------------------------------------------------
133700 KontrollberichtZeileAnzeigen.
133800*----------------------------------------------------------------
133900     READ KontrollberichtDatei
134000         AT END
134100             MOVE 'Y' TO Kontrollbericht-Ende
134200         NOT AT END
134300             DISPLAY Kontrollbericht-Zeile
134400     END-READ.
