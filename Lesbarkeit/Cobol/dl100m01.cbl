014600*                     DIE EINSEITIGKEIT WIEDER ERZEUGEN, DIE    *
014700*                     UMBUCHUNGEN AUSSCHLIESSEN - ER WIRD MIT   *
014800*                     GRUND 0060 ABGEWIESEN                     *
014900*      2026-10-15 RH  ABSCHLUSSBUCHUNGEN DER KONTOSCHLIESSUNG   *
015000*                     (DS-FREIGABE-KZ 'A', DL100ABS AUS         *
015100*                     DL100N02) WERDEN AUCH AUF DAS SCHON       *
015200*                     GESCHLOSSENE KONTO GEBUCHT                *
015300*      2026-10-15 RH  RUHENDE KONTEN (KV-STATUS 'R', SIEHE      *
015400*                     DL100U01) NEHMEN GUTSCHRIFTEN, ZINSEN     *
015500*                     UND GEBUEHREN AN; KUNDENBELASTUNGEN       *
015600*                     WERDEN MIT GRUND 0100 ABGEWIESEN.  DIE    *
015700*                     ZINS- UND GEBUEHRENCODES KOMMEN AUS       *
015800*                     DL100ZTB UND DL100GBT                     *
015900*      2026-10-15 RH  ZAHLUNGEN AN FREMDE BANKEN (TC-ART        *
016000*                     'X', EMPFAENGER IN DATEISATZ-EXTERN):     *
016100*                     UNVOLLSTAENDIGE EMPFAENGERANGABEN WERDEN  *
016200*                     MIT NEUEM GRUND 0110 ABGEWIESEN; JEDE     *
016300*                     AKZEPTIERTE ZAHLUNG GEHT AUF DIE ARBEITS- *
016400*                     DATEI DL100ZAA FUER DEN ZAHLUNGSAUSGANG   *
016500*                     (DL100G02), ANZAHL UND SUMME STEHEN IM    *
016600*                     KONTROLLBERICHT UND IN DL100STA.          *
016700*                     RUECKBUCHUNGEN (TC-ART 'R', AUS DL100G03) *
016800*                     TRAGEN DEN RUECKGABEGRUND IN DIE HISTORIE;*
016900*                     EXTERNE ZAHLUNGEN SIND NICHT STORNIERBAR  *
017000*      2026-10-15 RH  TEILLAUF UND ZUSAMMENFUEHRUNG             *
017100*                     (DL100TEILMODUS): DER TEILUNGSLAUF        *
017200*                     DL100M02 ZERLEGT DL100SRT IN              *
017300*                     KONTONUMMERNBEREICHE; JEDER TEIL LAEUFT   *
017400*                     MIT T PARALLEL UND MIT EIGENEN DATEIEN    *
017500*                     (ENDUNG .TNN, EIGENER PRUEFPUNKT,         *
017600*                     SATZNUMMERN WIE IM GESAMTLAUF), DIE       *
017700*                     GEFUEHRTE HISTORIE WIRD DABEI NUR         *
017800*                     GELESEN.  MIT Z WERDEN DIE                *
017900*                     ABGESCHLOSSENEN TEILE ZUM ERGEBNIS DES    *
018000*                     GESAMTLAUFS ZUSAMMENGEFUEHRT - EIN        *
018100*                     KONTROLLBERICHT, EIN DL100STA-SATZ,       *
018200*                     REGISTER UND ARCHIVIERUNG.  KM-LETZTE-    *
018300*                     LFDNR WIRD FORTGESCHRIEBEN                *
018400*      2026-10-15 RH  LASTSCHRIFTEN (TC-ART 'L') WERDEN NUR    *
018500*                     GEGEN EIN AKTIVES, SPAETESTENS AM        *
018600*                     BUCHUNGSDATUM UNTERSCHRIEBENES MANDAT    *
018700*                     AUS DL100MDT GEBUCHT, SONST NEUER GRUND  *
018800*                     0120; DIE LETZTE NUTZUNG DES MANDATS     *
018900*                     WIRD FORTGESCHRIEBEN (IM TEILLAUF UEBER  *
019000*                     DL100MNU.TNN UND DIE ZUSAMMENFUEHRUNG)   *
019100*      2026-10-15 RH  FREMDWAEHRUNG (DS-WAEHRUNG, LEER = EUR): *
019200*                     ZAHLUNGSSAETZE IN FREMDWAEHRUNG WERDEN   *
019300*                     MIT DEM JUENGSTEN AKTIVEN KURS AUS       *
019400*                     DL100WKT (PFLEGE UEBER DL100W01) IN EURO *
019500*                     UMGERECHNET - BELASTUNGEN ZUM GELDKURS,  *
019600*                     GUTSCHRIFTEN ZUM BRIEFKURS; DER UNTER-   *
019700*                     SCHIED ZUM MITTELKURS IST DER KURSERTRAG.*
019800*                     OHNE KURS, BEI UNGEEIGNETER TC-ART ODER  *
019900*                     UEBERLAUF NEUER GRUND 0130.  HISTORIE UND*
020000*                     AKZEPTDATEI TRAGEN WAEHRUNG, ORIGINAL-   *
020100*                     BETRAG, KURS UND KURSERTRAG; STORNO UND  *
020200*                     DUBLETTENVERDACHT VERGLEICHEN IN DER     *
020300*                     ORIGINALWAEHRUNG.  DER KONTROLLBERICHT   *
020400*                     WEIST SUMMEN JE WAEHRUNG UND DEN KURS-   *
020500*                     ERTRAG MIT SEINEM SACHKONTO (CODE 'KD'   *
020600*                     IN DL100SKT) AUS                         *
020700*      2026-10-15 RH  SIMULATIONSLAUF (DL100SIMULATION=J):     *
020800*                     PRUEFT EINE ANLIEFERUNG VOLL GEGEN DIE   *
020900*                     ECHTEN BESTAENDE, SCHREIBT ABER WIE DER  *
021000*                     TEILLAUF NUR EIGENE ARBEITSDATEIEN       *
021100*                     (ENDUNG .SIM); KEIN PRUEFPUNKT, KEIN     *
021200*                     LAUFREGISTER, KEINE LAUFSTATISTIK, KEINE *
021300*                     ARCHIVIERUNG.  SIMULATIONSBERICHT.TXT    *
021400*                     ZEIGT DEN KONTROLLBERICHT, DIE           *
021500*                     ABWEISUNGEN JE GRUND UND DIE SAETZE, DIE *
021600*                     GEPARKT ODER ANGEHALTEN WUERDEN          *
021700*                                                             *
021800***************************************************************
021900 IDENTIFICATION DIVISION.
022000 PROGRAM-ID. VerbessertesProgramm.
022100*
022200 ENVIRONMENT DIVISION.
022300 INPUT-OUTPUT SECTION.
022400 FILE-CONTROL.
022500*    DL100EIN WIRKT WIE EIN DD-NAME: DER LAUFZEITTREIBER LOEST
022600*    IHN UEBER DIE UMGEBUNGSVARIABLE DD_DL100EIN (ODER
022700*    dd_DL100EIN BZW. DL100EIN) AUF DIE TATSAECHLICHE
022800*    TAGESDATEI AUF, Z.B. DD_DL100EIN=input-20260809.txt, OHNE
022900*    DASS DAS PROGRAMM NEU UEBERSETZT WERDEN MUSS.
023000     SELECT EingabeDatei ASSIGN TO "DL100EIN"
023100         ORGANIZATION IS LINE SEQUENTIAL
023200         FILE STATUS IS Eingabedatei-Status.
023300*
023400*    DIE DATEIEN, DIE EIN TEILLAUF (DL100TEILMODUS=T, SIEHE
023500*    TEILLAUFERMITTELN) FUER SEINEN KONTONUMMERNBEREICH GETRENNT
023600*    FUEHRT, WERDEN UEBER ASSIGN USING ZUGEORDNET: IM GESAMTLAUF
023700*    TRAGEN DIE PFADFELDER DIE BISHERIGEN NAMEN, IM TEILLAUF
023800*    DIESE NAMEN MIT DER ENDUNG .TNN DES TEILS, IM SIMULATIONS-
023900*    LAUF (SIEHE SIMULATIONERMITTELN) MIT DER ENDUNG .SIM.
024000     SELECT AbweisungsDatei ASSIGN USING Abweisungs-Pfad
024100         ORGANIZATION IS LINE SEQUENTIAL.
024200*
024300     SELECT KontrollberichtDatei ASSIGN TO "kontrollbericht.txt"
024400         ORGANIZATION IS LINE SEQUENTIAL.
024500*    ZUSAETZLICH ZUM STATISCHEN NAMEN (VON EINGABENAMEN ZUM
024600*    ANZEIGEN WIEDER GEOEFFNET) WIRD DERSELBE BERICHT JE LAUF
024700*    AUCH NACH LAUFDATUM BENANNT GESCHRIEBEN, DAMIT DER NAECHSTE
024800*    LAUF DEN VORIGEN KONTROLLBERICHT NICHT UEBERSCHREIBT UND
024900*    EIN RUN-UEBER-RUN-VERGLEICH UEBERHAUPT MOEGLICH BLEIBT.  DER
025000*    DATEINAME WIRD ERST ZUR LAUFZEIT UEBER KONTROLLBERICHT-
025100*    ARCHIV-PFAD ERMITTELT, DESHALB ASSIGN USING (DATENNAME ALS
025200*    DATEINAME) STATT EINES LITERALS.
025300     SELECT KontrollberichtArchivDatei
025400         ASSIGN USING Kontrollbericht-Archiv-Pfad
025500         ORGANIZATION IS LINE SEQUENTIAL.
025600*
025700     SELECT PruefpunktDatei ASSIGN USING Pruefpunkt-Pfad
025800         ORGANIZATION IS LINE SEQUENTIAL
025900         FILE STATUS IS Pruefpunkt-Status.
026000*
026100*    DL100MST - KONTOMASTERDATEI, INDEXIERT NACH KONTONUMMER.
026200*    HAELT JE KONTO DEN STAND DER LETZTEN IM TAGESLAUF GEPRUEFTEN
026300*    TRANSAKTION, DAMIT EINZELKONTEN OHNE DEN NAECHSTEN
026400*    TAGESLAUF ABZUWARTEN NACHGESCHLAGEN WERDEN KOENNEN (SIEHE
026500*    DL100A01 UND DL100R01).
026600     SELECT KontomasterDatei ASSIGN USING Kontomaster-Pfad
026700         ORGANIZATION IS INDEXED
026800         ACCESS MODE IS DYNAMIC
026900         RECORD KEY IS KM-KONTONUMMER.
027000*
027100*    DL100TCD - TRANSAKTIONSCODE-TABELLE (SIEHE TRANSCODE.CPY),
027200*    MIT DEM PFLEGEPROGRAMM DL100T01 GEPFLEGT.  WIRD BEIM
027300*    LAUFSTART VOLLSTAENDIG IN DIE CODETABELLE GELADEN; OHNE SIE
027400*    KANN KEIN SATZ GEPRUEFT WERDEN, IHR FEHLEN IST DAHER EIN
027500*    ABBRUCHGRUND.
027600     SELECT TranscodeDatei ASSIGN TO "DL100TCD"
027700         ORGANIZATION IS LINE SEQUENTIAL
027800         FILE STATUS IS Transcode-Status.
027900*
028000*    DL100REG - REGISTER DER ERFOLGREICH VERARBEITETEN LAUF-
028100*    DATEN.  WIRD NACH GELUNGENEM ABGLEICH UND ARCHIVIERUNG UM
028200*    DAS LAUFDATUM ERGAENZT UND BEIM VORSATZLESEN GEPRUEFT,
028300*    DAMIT EINE ERNEUT ANGELIEFERTE DATEI DESSELBEN LAUFS NICHT
028400*    EIN ZWEITES MAL GEBUCHT WIRD.
028500     SELECT LaufregisterDatei ASSIGN TO "DL100REG"
028600         ORGANIZATION IS LINE SEQUENTIAL
028700         FILE STATUS IS Register-Status.
028800*
028900*    DL100STA - LAUFSTATISTIK (SIEHE LAUFSTATISTIK.CPY), WIRD
029000*    NACH JEDEM ERFOLGREICH ABGEGLICHENEN LAUF FORTGESCHRIEBEN.
029100     SELECT StatistikDatei ASSIGN TO "DL100STA"
029200         ORGANIZATION IS LINE SEQUENTIAL
029300         FILE STATUS IS Statistik-Status.
029400*
029500*    DL100AKZ - AKZEPTIERTE TRANSAKTIONEN DES LAUFS (SIEHE
029600*    AKZEPTSATZ.CPY), GRUNDLAGE DES HAUPTBUCH-ABTRAGS.  WIRD
029700*    WIE DIE ABWEISUNGSDATEI JE LAUF NEU AUFGESETZT UND BEI
029800*    EINEM WIEDERANLAUF FORTGESCHRIEBEN.
029900     SELECT AkzeptDatei ASSIGN USING Akzept-Pfad
030000         ORGANIZATION IS LINE SEQUENTIAL
030100         FILE STATUS IS Akzept-Status.
030200*
030300*    DL100HIS - BUCHUNGSHISTORIE (SIEHE HISTORIE.CPY), LEBT
030400*    UEBER DIE TAGE HINWEG.  JEDE AKZEPTIERTE TRANSAKTION WIRD
030500*    HIER FORTGESCHRIEBEN; STORNOS WERDEN GEGEN DIE GEFUEHRTEN
030600*    ORIGINALE ABGEGLICHEN.
030700     SELECT HistorienDatei ASSIGN USING Historie-Pfad
030800         ORGANIZATION IS INDEXED
030900         ACCESS MODE IS DYNAMIC
031000         RECORD KEY IS HI-SCHLUESSEL
031100         FILE STATUS IS Historie-Status.
031200*
031300*    IM TEILLAUF SCHREIBT JEDER TEIL NUR SEINEN HISTORIENTEIL
031400*    (DL100HIS.TNN); DIE GEFUEHRTE HISTORIE SELBST WIRD DANN
031500*    NUR GELESEN (STORNO-ORIGINALE, DUBLETTENVERDACHT) UND
031600*    ERST VON DER ZUSAMMENFUEHRUNG FORTGESCHRIEBEN.
031700     SELECT HistorienbestandDatei ASSIGN TO "DL100HIS"
031800         ORGANIZATION IS INDEXED
031900         ACCESS MODE IS DYNAMIC
032000         RECORD KEY IS BS-SCHLUESSEL
032100         FILE STATUS IS Bestand-Status.
032200*
032300*    DL100KVZ - KONTOVERZEICHNIS (SIEHE KONTOVERZ.CPY), MIT DEM
032400*    PFLEGEPROGRAMM DL100N02 GEFUEHRT.  NUR EIN HIER ALS OFFEN
032500*    GEFUEHRTES KONTO NIMMT BUCHUNGEN AN (GRUND 0070).  FEHLT
032600*    DAS VERZEICHNIS NOCH (ERSTEINRICHTUNG), LAEUFT DIE
032700*    PRUEFUNG LEER - MIT DEUTLICHEM HINWEIS AN DEN OPERATOR.
032800     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
032900         ORGANIZATION IS INDEXED
033000         ACCESS MODE IS RANDOM
033100         RECORD KEY IS KV-KONTONUMMER
033200         FILE STATUS IS Verzeichnis-Status.
033300*
033400*    DL100PND - TERMINSPEICHER: SAETZE MIT BUCHUNGSDATUM NACH
033500*    DEM LAUFDATUM WERDEN HIER GEPARKT (OHNE VORSATZ/NACHSATZ)
033600*    UND VON DER TERMINFREIGABE (DL100F01) AM FAELLIGKEITSTAG
033700*    WIEDER IN SCHRITT 0 EINGESPEIST.  DIE DATEI LEBT UEBER
033800*    DIE TAGE HINWEG UND WIRD DESHALB EXTEND FORTGESCHRIEBEN.
033900     SELECT PendenzDatei ASSIGN USING Pendenz-Pfad
034000         ORGANIZATION IS LINE SEQUENTIAL
034100         FILE STATUS IS Pendenz-Status.
034200*
034300*    DL100KAL - BETRIEBSKALENDER (SIEHE KALENDER.CPY), MIT DEM
034400*    PFLEGEPROGRAMM DL100C01 GEFUEHRT.  FEHLT ER, ENTFAELLT
034500*    DIE LAUFDATUMSPRUEFUNG MIT HINWEIS.
034600     SELECT KalenderDatei ASSIGN TO "DL100KAL"
034700         ORGANIZATION IS LINE SEQUENTIAL
034800         FILE STATUS IS Kalender-Status.
034900*
035000*    DL100VDF - VERDACHTSDATEI: SAETZE MIT DUBLETTENVERDACHT
035100*    GEGEN DIE BUCHUNGSHISTORIE WERDEN HIER ANGEHALTEN UND
035200*    VOM OPERATOR IN DER VERDACHTSFREIGABE (DL100K03)
035300*    AUSDRUECKLICH FREIGEGEBEN ODER VERWORFEN.  WIRD WIE DER
035400*    TERMINSPEICHER EXTEND FORTGESCHRIEBEN.
035500     SELECT VerdachtDatei ASSIGN USING Verdacht-Pfad
035600         ORGANIZATION IS LINE SEQUENTIAL
035700         FILE STATUS IS Verdacht-Status.
035800*
035900*    DL100ZTB UND DL100GBT - ZINS- UND GEBUEHRENTABELLE.  GELADEN
036000*    WERDEN NUR DIE BUCHUNGSCODES DER ZINS- UND GEBUEHRENLAEUFE,
036100*    DIE AUCH EIN RUHENDES KONTO BELASTEN DUERFEN.  FEHLT EINE
036200*    TABELLE, GILT JEDE BELASTUNG EINES RUHENDEN KONTOS ALS
036300*    KUNDENBELASTUNG.
036400     SELECT ZinssatzDatei ASSIGN TO "DL100ZTB"
036500         ORGANIZATION IS LINE SEQUENTIAL
036600         FILE STATUS IS Zinssatz-Status.
036700*
036800     SELECT GebuehrenDatei ASSIGN TO "DL100GBT"
036900         ORGANIZATION IS LINE SEQUENTIAL
037000         FILE STATUS IS Gebuehren-Status.
037100*
037200*    DL100ZAA - ARBEITSDATEI DES ZAHLUNGSAUSGANGS: JEDE AKZEP-
037300*    TIERTE ZAHLUNG AN EINE FREMDE BANK (TC-ART 'X') MIT
037400*    LAUFDATUM UND SATZNUMMER.  DER ZAHLUNGSAUSGANG (DL100G02)
037500*    BILDET DARAUS DIE AUSGANGSDATEI DL100ZAH.  WIE DL100AKZ JE
037600*    LAUF NEU AUFGESETZT UND BEI EINEM WIEDERANLAUF FORTGE-
037700*    SCHRIEBEN.
037800     SELECT ZahlungsausgangDatei ASSIGN USING Zahlungsausgang-Pfad
037900         ORGANIZATION IS LINE SEQUENTIAL.
038000*
038100*    DL100MDT - LASTSCHRIFTMANDATE (SIEHE MANDAT.CPY), MIT DER
038200*    MANDATSPFLEGE DL100L01 GEFUEHRT.  EINE LASTSCHRIFT WIRD NUR
038300*    GEGEN EIN GUELTIGES MANDAT GEBUCHT (GRUND 0120); SEINE LETZTE
038400*    NUTZUNG WIRD HIER FORTGESCHRIEBEN.  EIN TEILLAUF LIEST DEN
038500*    MASTER NUR UND VERMERKT DIE NUTZUNGEN IN DL100MNU.TNN, DIE
038600*    DIE ZUSAMMENFUEHRUNG NACHTRAEGT.
038700     SELECT MandatDatei ASSIGN TO "DL100MDT"
038800         ORGANIZATION IS INDEXED
038900         ACCESS MODE IS RANDOM
039000         RECORD KEY IS MD-SCHLUESSEL
039100         FILE STATUS IS Mandat-Status.
039200*
039300     SELECT MandatnutzungDatei ASSIGN USING Mandatnutzung-Pfad
039400         ORGANIZATION IS LINE SEQUENTIAL.
039500*
039600*    DL100WKT - WECHSELKURSTABELLE (SIEHE WECHSELKURS.CPY), MIT
039700*    DER WECHSELKURSPFLEGE DL100W01 GEFUEHRT.  DIE AKTIVEN KURSE
039800*    WERDEN BEIM LAUFSTART IN DIE KURSTABELLE GELADEN; FEHLT DIE
039900*    TABELLE, WIRD JEDER SATZ IN FREMDWAEHRUNG MIT GRUND 0130
040000*    ABGEWIESEN.
040100     SELECT WechselkursDatei ASSIGN TO "DL100WKT"
040200         ORGANIZATION IS LINE SEQUENTIAL
040300         FILE STATUS IS Wechselkurs-Status.
040400*
040500*    DL100SKT - SACHKONTO-ZUORDNUNG (SIEHE SACHKONTO.CPY), NUR
040600*    FUER DEN AUSWEIS DES KURSERTRAGSKONTOS (CODE 'KD') IM
040700*    KONTROLLBERICHT GELESEN.
040800     SELECT SachkontoDatei ASSIGN TO "DL100SKT"
040900         ORGANIZATION IS LINE SEQUENTIAL
041000         FILE STATUS IS Sachkonto-Status.
041100*
041200*    DL100AGR - ABWEISUNGSGRUND-TEXTTABELLE (SIEHE ABWGRUND.CPY),
041300*    NUR IM SIMULATIONSLAUF FUER DEN KLARTEXT DER ABWEISUNGEN IM
041400*    SIMULATIONSBERICHT GELESEN.
041500     SELECT GrundtextDatei ASSIGN TO "DL100AGR"
041600         ORGANIZATION IS LINE SEQUENTIAL
041700         FILE STATUS IS Grundtext-Status.
041800*
041900*    DL100TST - TEILUNGSDATEI DES TEILUNGSLAUFS (DL100M02, SIEHE
042000*    TEILUNG.CPY), JE TEIL EIN SATZ MIT SATZVERSATZ, ANZAHL UND
042100*    SUMME SOWIE DEN KONTROLLSUMMEN DER UNGETEILTEN EINGABE.
042200*    DIE ZUSAMMENFUEHRUNG (DL100TEILMODUS=Z) LIEST SIE UND
042300*    UEBERNIMMT DIE ERGEBNISDATEIEN DER TEILLAEUFE UEBER DIE
042400*    DREI FOLGENDEN DATEIEN, DEREN NAMEN JE TEIL GEBILDET WERDEN.
042500     SELECT TeilungDatei ASSIGN TO "DL100TST"
042600         ORGANIZATION IS LINE SEQUENTIAL
042700         FILE STATUS IS Teilung-Status.
042800*
042900     SELECT TeildateiDatei ASSIGN USING Teildatei-Pfad
043000         ORGANIZATION IS LINE SEQUENTIAL
043100         FILE STATUS IS Teildatei-Status.
043200*
043300     SELECT TeilhistorienDatei ASSIGN USING Teilhistorie-Pfad
043400         ORGANIZATION IS INDEXED
043500         ACCESS MODE IS SEQUENTIAL
043600         RECORD KEY IS TH-SCHLUESSEL
043700         FILE STATUS IS Teilhistorie-Status.
043800*
043900     SELECT TeilmasterDatei ASSIGN USING Teilmaster-Pfad
044000         ORGANIZATION IS INDEXED
044100         ACCESS MODE IS SEQUENTIAL
044200         RECORD KEY IS TM-KONTONUMMER
044300         FILE STATUS IS Teilmaster-Status.
044400*
044500 DATA DIVISION.
044600 FILE SECTION.
044700 FD  EingabeDatei
044800     RECORD CONTAINS 80 CHARACTERS.
044900 COPY DATEISATZ.
045000*
045100 FD  AbweisungsDatei
045200     RECORD CONTAINS 84 CHARACTERS.
045300 01  Abweisungssatz.
045400     05  AW-GRUND-CODE              PIC X(04).
045500     05  AW-SATZINHALT              PIC X(80).
045600*
045700 FD  KontrollberichtDatei
045800     RECORD CONTAINS 80 CHARACTERS.
045900 01  Kontrollbericht-Zeile          PIC X(80).
046000*
046100 FD  KontrollberichtArchivDatei
046200     RECORD CONTAINS 80 CHARACTERS.
046300 01  Kontrollbericht-Archiv-Zeile   PIC X(80).
046400*
046500 FD  PruefpunktDatei
046600     RECORD CONTAINS 374 CHARACTERS.
046700*    HAELT NICHT NUR DIE GELESENE SATZANZAHL, SONDERN DEN
046800*    VOLLSTAENDIGEN ZAEHLERSTAND ZUM ZEITPUNKT DES PRUEFPUNKTS,
046900*    DAMIT EIN WIEDERANLAUF DIE KONTROLLSUMMEN DER BEREITS VOR
047000*    DEM ABBRUCH VERARBEITETEN SAETZE NICHT VERLIERT (SONST
047100*    SCHLAEGT DER ABGLEICH GEGEN DEN NACHSATZ NACH JEDEM
047200*    WIEDERANLAUF FEHL).
047300 01  Pruefpunktsatz.
047400     05  PP-SATZANZAHL              PIC 9(07).
047500     05  PP-ANZAHL-AKZEPTIERT       PIC 9(07).
047600     05  PP-ANZAHL-ABGEWIESEN       PIC 9(07).
047700     05  PP-ANZAHL-STORNO           PIC 9(07).
047800     05  PP-ANZAHL-TERMIN           PIC 9(07).
047900     05  PP-ANZAHL-VERDACHT         PIC 9(07).
048000     05  PP-ANZAHL-UMBUCHUNG        PIC 9(07).
048100     05  PP-BETRAGSSUMME            PIC S9(11)V99.
048200     05  PP-BETRAGSSUMME-GELESEN    PIC S9(11)V99.
048300     05  PP-ANZAHL-EXTERN           PIC 9(07).
048400     05  PP-EXTERN-SUMME            PIC S9(11)V99.
048500*    ZWISCHENSUMMEN JE FILIALE (EINTRAG 1 = FILIALE 00 =
048600*    DIREKT/UNBEKANNT, EINTRAG 2..10 = FILIALE 01..09), DAMIT
048700*    AUCH SIE EINEN WIEDERANLAUF UEBERLEBEN.
048800     05  PP-FILIALSUMMEN.
048900         10  PP-FILIAL-EINTRAG OCCURS 10 TIMES.
049000             15  PP-FIL-AKZEPTIERT  PIC 9(07).
049100             15  PP-FIL-SUMME       PIC S9(11)V99.
049200             15  PP-FIL-ABGEWIESEN  PIC 9(07).
049300*    LAUFDATUM DES PRUEFPUNKTS UND STATUS DES TEILLAUFS ('E' =
049400*    TEIL VOLLSTAENDIG UND ABGEGLICHEN - DIE ZUSAMMENFUEHRUNG
049500*    UEBERNIMMT NUR SOLCHE TEILE).
049600     05  PP-LAUFDATUM               PIC 9(08).
049700     05  PP-TEILSTATUS              PIC X(01).
049800         88  PP-TEIL-ERLEDIGT           VALUE 'E'.
049900*
050000 FD  KontomasterDatei
050100     RECORD CONTAINS 80 CHARACTERS.
050200 COPY KONTOMASTER.
050300*
050400 FD  TranscodeDatei
050500     RECORD CONTAINS 80 CHARACTERS.
050600 COPY TRANSCODE.
050700*
050800 FD  LaufregisterDatei
050900     RECORD CONTAINS 8 CHARACTERS.
051000 01  Laufregistersatz.
051100     05  RG-LAUFDATUM               PIC 9(08).
051200*
051300 FD  StatistikDatei
051400     RECORD CONTAINS 69 CHARACTERS.
051500 COPY LAUFSTATISTIK.
051600*
051700 FD  AkzeptDatei
051800     RECORD CONTAINS 69 CHARACTERS.
051900 COPY AKZEPTSATZ.
052000*
052100 FD  HistorienDatei
052200     RECORD CONTAINS 120 CHARACTERS.
052300 COPY HISTORIE.
052400*
052500*    SATZAUFBAU WIE HISTORIE.CPY; GEPRUEFT WIRD NACH DEM
052600*    UEBERTRAGEN IN DEN HISTORIENSATZ.
052700 FD  HistorienbestandDatei
052800     RECORD CONTAINS 120 CHARACTERS.
052900 01  Bestand-Satz.
053000     05  BS-SCHLUESSEL              PIC X(33).
053100     05  FILLER                     PIC X(87).
053200*
053300 FD  VerzeichnisDatei
053400     RECORD CONTAINS 80 CHARACTERS.
053500 COPY KONTOVERZ.
053600*
053700 FD  KalenderDatei
053800     RECORD CONTAINS 80 CHARACTERS.
053900 COPY KALENDER.
054000*
054100 FD  VerdachtDatei
054200     RECORD CONTAINS 103 CHARACTERS.
054300*    NEBEN DEM UNVERAENDERTEN SATZINHALT TRAEGT JEDER EINTRAG
054400*    DAS LAUFDATUM DER GETROFFENEN ORIGINALBUCHUNG SOWIE -
054500*    WIE IM TERMINSPEICHER - LAUFDATUM UND SATZNUMMER DES
054600*    ANHALTENDEN LAUFS ALS WIEDERANLAUF-STEMPEL.
054700 01  Verdacht-Satz.
054800     05  VD-SATZINHALT              PIC X(80).
054900     05  VD-ORIGINAL-LAUF           PIC 9(08).
055000     05  VD-LAUFDATUM               PIC 9(08).
055100     05  VD-LFDNR                   PIC 9(07).
055200*
055300 FD  ZinssatzDatei
055400     RECORD CONTAINS 80 CHARACTERS.
055500 COPY ZINSSATZ.
055600*
055700 FD  GebuehrenDatei
055800     RECORD CONTAINS 80 CHARACTERS.
055900 COPY GEBUEHR.
056000*
056100 FD  PendenzDatei
056200     RECORD CONTAINS 95 CHARACTERS.
056300*    NEBEN DEM UNVERAENDERTEN SATZINHALT TRAEGT JEDER EINTRAG
056400*    LAUFDATUM UND SATZNUMMER DES PARKENDEN LAUFS: NACH EINEM
056500*    WIEDERANLAUF STEHEN DIE ZWISCHEN PRUEFPUNKT UND ABBRUCH
056600*    GEPARKTEN SAETZE EIN ZWEITES MAL IN DER DATEI; DIE
056700*    TERMINFREIGABE ERKENNT SIE AN DEMSELBEN STEMPEL UND
056800*    UEBERGEHT SIE (WIE DER HAUPTBUCH-ABTRAG BEI DL100AKZ).
056900 01  Pendenz-Satz.
057000     05  PN-SATZINHALT              PIC X(80).
057100     05  PN-LAUFDATUM               PIC 9(08).
057200     05  PN-LFDNR                   PIC 9(07).
057300*
057400 FD  ZahlungsausgangDatei
057500     RECORD CONTAINS 95 CHARACTERS.
057600*    SATZINHALT UNVERAENDERT (EMPFAENGER SIEHE DATEISATZ-
057700*    EXTERN), DAZU LAUFDATUM UND SATZNUMMER DES BUCHENDEN
057800*    LAUFS - DARAN ERKENNT DER ZAHLUNGSAUSGANG WIEDERANLAUF-
057900*    DUBLETTEN UND BILDET DIE REFERENZ AUF DEN HISTORIENSATZ.
058000 01  Zahlungsausgang-Satz.
058100     05  ZA-SATZINHALT              PIC X(80).
058200     05  ZA-LAUFDATUM               PIC 9(08).
058300     05  ZA-LFDNR                   PIC 9(07).
058400*
058500 FD  MandatDatei
058600     RECORD CONTAINS 80 CHARACTERS.
058700 COPY MANDAT.
058800*
058900 FD  MandatnutzungDatei
059000     RECORD CONTAINS 60 CHARACTERS.
059100 01  Mandatnutzung-Satz.
059200     05  MN-SCHLUESSEL.
059300         10  MN-KONTONUMMER         PIC 9(10).
059400         10  MN-GLAEUBIGER-ID       PIC X(18).
059500         10  MN-MANDATSREFERENZ     PIC X(24).
059600     05  MN-LAUFDATUM               PIC 9(08).
059700*
059800 FD  WechselkursDatei
059900     RECORD CONTAINS 80 CHARACTERS.
060000 COPY WECHSELKURS.
060100*
060200 FD  SachkontoDatei
060300     RECORD CONTAINS 80 CHARACTERS.
060400 COPY SACHKONTO.
060500*
060600 FD  GrundtextDatei
060700     RECORD CONTAINS 80 CHARACTERS.
060800 COPY ABWGRUND.
060900*
061000 FD  TeilungDatei
061100     RECORD CONTAINS 90 CHARACTERS.
061200 COPY TEILUNG.
061300*
061400*    NIMMT JE EINE ZEILE DER SEQUENTIELLEN TEILERGEBNISSE AUF
061500*    (ABWEISUNG, AKZEPT, ZAHLUNGSAUSGANG, TERMIN, VERDACHT,
061600*    MANDATSNUTZUNG - DIE LAENGSTE IST DER VERDACHTSSATZ).
061700 FD  TeildateiDatei
061800     RECORD CONTAINS 103 CHARACTERS.
061900 01  Teildatei-Satz                 PIC X(103).
062000*
062100*    SATZAUFBAU WIE HISTORIE.CPY BZW. KONTOMASTER.CPY.
062200 FD  TeilhistorienDatei
062300     RECORD CONTAINS 120 CHARACTERS.
062400 01  Teilhistorien-Satz.
062500     05  TH-SCHLUESSEL              PIC X(33).
062600     05  FILLER                     PIC X(87).
062700*
062800 FD  TeilmasterDatei
062900     RECORD CONTAINS 80 CHARACTERS.
063000 01  Teilmaster-Satz.
063100     05  TM-KONTONUMMER             PIC 9(10).
063200     05  FILLER                     PIC X(70).
063300 WORKING-STORAGE SECTION.
063400 01  DateiEnde PIC X VALUE 'N'.
063500     88  ES-GIBT-KEINE-SAETZE-MEHR VALUE 'Y'.
063600*
063700 01  Satzpruefungs-Schalter PIC X VALUE 'J'.
063800     88  SATZ-IST-GUELTIG VALUE 'J'.
063900     88  SATZ-IST-UNGUELTIG VALUE 'N'.
064000*
064100 01  Abweisungsgrund PIC X(04) VALUE SPACES.
064200*
064300 01  Zaehler-Gelesen             PIC S9(07) COMP VALUE ZERO.
064400 01  Zaehler-Akzeptiert          PIC S9(07) COMP VALUE ZERO.
064500 01  Zaehler-Abgewiesen          PIC S9(07) COMP VALUE ZERO.
064600 01  Zaehler-Storno              PIC S9(07) COMP VALUE ZERO.
064700 01  Zaehler-Termin              PIC S9(07) COMP VALUE ZERO.
064800 01  Zaehler-Verdacht            PIC S9(07) COMP VALUE ZERO.
064900 01  Zaehler-Umbuchung           PIC S9(07) COMP VALUE ZERO.
065000 01  Zaehler-Extern              PIC S9(07) COMP VALUE ZERO.
065100 01  Zaehler-Extern-Summe        PIC S9(11)V99 VALUE ZERO.
065200 01  Bericht-Anzahl-Edit         PIC ZZZZZZ9.
065300*
065400*    FILIALHERKUNFT DES AKTUELLEN SATZES (AUS DS-FILIALE, 00 =
065500*    DIREKT/UNBEKANNT) UND DIE ZWISCHENSUMMEN JE FILIALE FUER
065600*    DEN KONTROLLBERICHT (EINTRAG = FILIALE + 1).
065700 01  Satz-Filiale                PIC 9(02) VALUE ZERO.
065800 01  Filialsummen-Tabelle.
065900     05  Filialsumme-Eintrag OCCURS 10 TIMES.
066000         10  FS-AKZEPTIERT          PIC S9(07) COMP.
066100         10  FS-SUMME               PIC S9(11)V99.
066200         10  FS-ABGEWIESEN          PIC S9(07) COMP.
066300 01  Filialsummen-Index          PIC S9(04) COMP VALUE ZERO.
066400 01  Filial-Anzeige              PIC 9(02) VALUE ZERO.
066500 01  Bericht-Abgewiesen-Edit     PIC ZZZZZZ9.
066600 01  Bericht-Betrag-Edit         PIC ---,---,---,--9.99.
066700*
066800*    KONTROLLSUMMEN AUS VORSATZ UND NACHSATZ DER EINGABEDATEI,
066900*    UND DIE WAEHREND DES LAUFS TATSAECHLICH ANGETROFFENEN
067000*    GEGENWERTE, FUER DEN ABGLEICH AM LAUFENDE.  DER NACHSATZ
067100*    FUEHRT DIE SUMME UEBER ALLE GESCHRIEBENEN DETAILSAETZE, NICHT
067200*    NUR DIE SPAETER AKZEPTIERTEN - DESHALB WIRD GEGEN ZAEHLER-
067300*    BETRAGSSUMME-GELESEN ABGEGLICHEN (JEDER GELESENE SATZ MIT
067400*    NUMERISCHEM BETRAG, UNABHAENGIG VOM PRUEFERGEBNIS), WAEHREND
067500*    ZAEHLER-BETRAGSSUMME (NUR AKZEPTIERTE SAETZE, VORZEICHEN-
067600*    GERECHT NACH DEM SOLL/HABEN-KENNZEICHEN DES TRANSAKTIONS-
067700*    CODES) WEITER FUER KONTROLLBERICHT UND KONTOMASTER GILT.
067800 01  Header-Laufdatum            PIC 9(08) VALUE ZERO.
067900 01  Header-Laufdatum-Teile REDEFINES Header-Laufdatum.
068000     05  Header-Lauf-Jahr           PIC 9(04).
068100     05  Header-Lauf-Monat          PIC 9(02).
068200     05  Header-Lauf-Tag            PIC 9(02).
068300 01  Header-Satzanzahl           PIC 9(07) VALUE ZERO.
068400 01  Trailer-Satzanzahl          PIC 9(07) VALUE ZERO.
068500 01  Trailer-Betragssumme        PIC S9(11)V99 VALUE ZERO.
068600 01  Zaehler-Betragssumme        PIC S9(11)V99 VALUE ZERO.
068700 01  Zaehler-Betragssumme-Gelesen PIC S9(11)V99 VALUE ZERO.
068800*
068900 01  Vorsatz-Schalter            PIC X VALUE 'N'.
069000     88  VORSATZ-ERHALTEN            VALUE 'J'.
069100*
069200 01  Nachsatz-Schalter           PIC X VALUE 'N'.
069300     88  NACHSATZ-ERHALTEN           VALUE 'J'.
069400*
069500 01  Abgleich-Schalter           PIC X VALUE 'J'.
069600     88  ABGLEICH-OK                 VALUE 'J'.
069700     88  ABGLEICH-FEHLER             VALUE 'N'.
069800*
069900 01  Eingabedatei-Status         PIC X(02).
070000     88  EINGABEDATEI-GEOEFFNET      VALUE '00'.
070100*
070200 01  Transcode-Status            PIC X(02).
070300     88  TRANSCODEDATEI-GEFUNDEN     VALUE '00'.
070400*
070500 01  Transcodedatei-Ende         PIC X VALUE 'N'.
070600     88  KEINE-TRANSCODES-MEHR       VALUE 'Y'.
070700*
070800*    BEIM LAUFSTART AUS DL100TCD GELADENE CODETABELLE.  JE
070900*    EINTRAG NUR DIE FUER DIE PRUEFUNG NOETIGEN FELDER (CODE,
071000*    SOLL/HABEN, AKTIV); DIE BEZEICHNUNG BLEIBT DEM
071100*    PFLEGEPROGRAMM UND DEN BERICHTEN VORBEHALTEN.
071200 01  Codetabelle.
071300     05  Codetabelle-Anzahl         PIC S9(04) COMP VALUE ZERO.
071400     05  Codetabelle-Eintrag OCCURS 50 TIMES.
071500         10  CT-CODE                PIC X(02).
071600         10  CT-SOLL-HABEN          PIC X(01).
071700         10  CT-AKTIV               PIC X(01).
071800         10  CT-ART                 PIC X(01).
071900 01  Codetabelle-Index           PIC S9(04) COMP VALUE ZERO.
072000*
072100 01  Transcode-Treffer           PIC X VALUE 'N'.
072200     88  TRANSCODE-GEFUNDEN          VALUE 'J'.
072300     88  TRANSCODE-UNBEKANNT         VALUE 'N'.
072400*
072500*    SOLL/HABEN-KENNZEICHEN DES ZULETZT GEPRUEFTEN SATZES UND
072600*    DER DARAUS VORZEICHENGERECHT ABGELEITETE BETRAG (HABEN
072700*    SCHREIBT DEM KONTO GUT, SOLL BELASTET ES).
072800 01  Satz-Soll-Haben             PIC X(01) VALUE SPACE.
072900 01  Betrag-Signiert             PIC S9(09)V99 VALUE ZERO.
073000*
073100*    UMBUCHUNG: GEGENLAEUFIGER BETRAG UND SOLL/HABEN-SEITE
073200*    DER GEGENBUCHUNG AUF DS-GEGENKONTO.
073300 01  Gegen-Betrag                PIC S9(11)V99 VALUE ZERO.
073400 01  Gegen-Soll-Haben            PIC X(01) VALUE SPACE.
073500*
073600*    STORNOVERARBEITUNG: ART DES AKTUELLEN CODES ('S' =
073700*    STORNO), DER SCHLUESSEL UND SIGNIERTE BETRAG DES IN DER
073800*    HISTORIE GETROFFENEN ORIGINALS SOWIE DIE SCHALTER DER
073900*    ORIGINALSUCHE.
074000 01  Satz-Art                    PIC X(01) VALUE 'N'.
074100     88  SATZ-IST-STORNO             VALUE 'S'.
074200     88  SATZ-IST-UMBUCHUNG          VALUE 'U'.
074300     88  SATZ-IST-EXTERN             VALUE 'X'.
074400     88  SATZ-IST-RUECKBUCHUNG       VALUE 'R'.
074500     88  SATZ-IST-LASTSCHRIFT        VALUE 'L'.
074600*
074700 01  Historie-Status             PIC X(02).
074800     88  HISTORIENDATEI-OK           VALUE '00'.
074900     88  HISTORIENDATEI-FEHLT        VALUE '35'.
075000*
075100 01  Storno-Treffer              PIC X VALUE 'N'.
075200     88  STORNO-ORIGINAL-GEFUNDEN    VALUE 'J'.
075300     88  STORNO-ORIGINAL-FEHLT       VALUE 'N'.
075400*
075500 01  Historie-Suche-Ende         PIC X VALUE 'N'.
075600     88  KEINE-HISTORIE-MEHR         VALUE 'Y'.
075700*
075800 01  Storno-Original-Schluessel  PIC X(33) VALUE SPACES.
075900 01  Storno-Original-Signiert    PIC S9(11)V99 VALUE ZERO.
076000*
076100*    WIEDERANLAUF: EIN STORNO, DER VOR DEM ABBRUCH SCHON
076200*    VOLLZOGEN WURDE (EIGENER HISTORIENSATZ MIT ART 'S' UND
076300*    STATUS 'A' UNTER DEMSELBEN SCHLUESSEL), WIRD BEIM ERNEUTEN
076400*    VERARBEITEN NICHT NEU GEGEN DIE HISTORIE GESUCHT - DAS
076500*    ORIGINAL TRAEGT JA SCHON HI-STORNIERT - SONDERN MIT DEM
076600*    ERGEBNIS DES ERSTEN DURCHGANGS UEBERNOMMEN.
076700 01  Storno-Wiederholung         PIC X VALUE 'N'.
076800     88  STORNO-IST-WIEDERHOLUNG     VALUE 'J'.
076900 01  Storno-Wiederholungs-Betrag PIC S9(11)V99 VALUE ZERO.
077000*
077100*    LAUFREGISTER: SCHALTER UND STATUS FUER DIE PRUEFUNG GEGEN
077200*    DL100REG.  DL100REPRO WIRD AUS DER UMGEBUNG UEBERNOMMEN
077300*    (WIE DIE DD-NAMEN-AUFLOESUNG OBEN); NUR DER WERT 'J'
077400*    ERLAUBT DIE BEWUSSTE WIEDERVERARBEITUNG EINES BEREITS
077500*    VERARBEITETEN LAUFDATUMS.
077600 01  Register-Status             PIC X(02).
077700     88  REGISTER-GEFUNDEN           VALUE '00'.
077800*
077900 01  Registerdatei-Ende          PIC X VALUE 'N'.
078000     88  KEINE-REGISTERSAETZE-MEHR   VALUE 'Y'.
078100*
078200 01  Lauf-Schon-Verarbeitet      PIC X VALUE 'N'.
078300     88  LAUF-BEREITS-VERARBEITET    VALUE 'J'.
078400*
078500 01  Reprocessing-Kennzeichen    PIC X(01) VALUE SPACE.
078600     88  WIEDERVERARBEITUNG-ERLAUBT  VALUE 'J'.
078700*
078800 01  Statistik-Status            PIC X(02).
078900     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
079000*
079100 01  Pruefpunkt-Status           PIC X(02).
079200     88  PRUEFPUNKTDATEI-GEFUNDEN VALUE '00'.
079300 01  Pruefpunkt-Intervall        PIC S9(07) COMP VALUE 100.
079400 01  Letzter-Pruefpunkt          PIC S9(07) COMP VALUE ZERO.
079500 01  Pruefpunkt-Quotient         PIC S9(07) COMP VALUE ZERO.
079600 01  Pruefpunkt-Rest             PIC S9(07) COMP VALUE ZERO.
079700*
079800*    ARCHIVIERUNG DER TAGESEINGABE NACH ERFOLGREICHEM ABGLEICH:
079900*    DER TATSAECHLICH AUFGELOESTE DATEINAME (SIEHE DD_DL100EIN
080000*    OBEN) WIRD ERMITTELT UND AUF EINEN NACH LAUFDATUM BENANNTEN
080100*    ARCHIVNAMEN UMBENANNT, DAMIT DERSELBE DD-NAME NICHT VER-
080200*    SEHENTLICH EIN ZWEITES MAL VERARBEITET WERDEN KANN UND EINE
080300*    WIEDERAUFFINDBARE HISTORIE JE VERARBEITUNGSTAG ENTSTEHT.
080400 01  Eingabedatei-Pfad           PIC X(60) VALUE SPACES.
080500 01  Archiv-Pfad                 PIC X(80) VALUE SPACES.
080600 01  Archivierung-RC             PIC 9(09) COMP-5 VALUE ZERO.
080700*
080800*    NACH LAUFDATUM BENANNTE ZWEITSCHRIFT DES KONTROLLBERICHTS,
080900*    SIEHE KONTROLLBERICHTSCHREIBEN.
081000 01  Kontrollbericht-Archiv-Pfad PIC X(80) VALUE SPACES.
081100*
081200*    KONTOVERZEICHNIS: STATUS UND SCHALTER DER PRUEFUNG GEGEN
081300*    DL100KVZ.  FEHLT DAS VERZEICHNIS (ERSTEINRICHTUNG), GILT
081400*    JEDES KONTO ALS OFFEN - MIT HINWEIS BEIM LAUFSTART.
081500 01  Verzeichnis-Status          PIC X(02).
081600     88  VERZEICHNISDATEI-OK         VALUE '00'.
081700*
081800 01  Verzeichnis-Schalter        PIC X VALUE 'N'.
081900     88  VERZEICHNIS-VORHANDEN       VALUE 'J'.
082000*
082100 01  Konto-Offen-Schalter        PIC X VALUE 'J'.
082200     88  KONTO-IST-OFFEN             VALUE 'J'.
082300     88  KONTO-NICHT-OFFEN           VALUE 'N'.
082400*
082500*    RUHENDE KONTEN: SCHALTER DES AKTUELLEN SATZES UND DIE
082600*    BANKSEITIGEN BUCHUNGSCODES (ZINS AUS DL100ZTB, GEBUEHR AUS
082700*    DL100GBT), DIE AUCH EIN RUHENDES KONTO BELASTEN DUERFEN.
082800 01  Konto-Ruhend-Schalter       PIC X VALUE 'N'.
082900     88  KONTO-IST-RUHEND            VALUE 'J'.
083000*
083100 01  Zinssatz-Status             PIC X(02).
083200     88  ZINSSATZDATEI-GEFUNDEN      VALUE '00'.
083300 01  Gebuehren-Status            PIC X(02).
083400     88  GEBUEHRENDATEI-GEFUNDEN     VALUE '00'.
083500 01  Tabellendatei-Ende          PIC X VALUE 'N'.
083600     88  KEINE-TABELLENSAETZE-MEHR   VALUE 'Y'.
083700*
083800 01  Bankcode-Tabelle.
083900     05  Bankcode-Anzahl            PIC S9(04) COMP VALUE ZERO.
084000     05  Bankcode-Eintrag OCCURS 20 TIMES.
084100         10  BC-CODE                PIC X(02).
084200 01  Bankcode-Index              PIC S9(04) COMP VALUE ZERO.
084300 01  Bankcode-Treffer            PIC X VALUE 'N'.
084400     88  BANKCODE-GEFUNDEN           VALUE 'J'.
084500 01  Bankcode-Suche              PIC X(02) VALUE SPACES.
084600*
084700*    TERMINVERARBEITUNG: EIN SONST GUELTIGER SATZ MIT
084800*    BUCHUNGSDATUM NACH DEM LAUFDATUM WIRD GEPARKT STATT
084900*    GEBUCHT; LIEGT DAS DATUM MEHR ALS TERMIN-TOLERANZ-MONATE
085000*    VORAUS, WIRD ER MIT GRUND 0080 ABGEWIESEN.  DIE MONATS-
085100*    RECHNUNG LAEUFT UEBER EINEN FORTLAUFENDEN MONATSINDEX
085200*    (JAHR * 12 + MONAT).
085300 01  Pendenz-Status              PIC X(02).
085400     88  PENDENZDATEI-OK             VALUE '00'.
085500*
085600 01  Termin-Schalter             PIC X VALUE 'N'.
085700     88  SATZ-IST-TERMIN             VALUE 'J'.
085800*
085900 01  Termin-Toleranz-Monate      PIC S9(04) COMP VALUE 3.
086000 01  Termin-Datum                PIC 9(08) VALUE ZERO.
086100 01  Termin-Teile REDEFINES Termin-Datum.
086200     05  Termin-Jahr                PIC 9(04).
086300     05  Termin-Monat               PIC 9(02).
086400     05  Termin-Tag                 PIC 9(02).
086500 01  Termin-Index                PIC S9(07) COMP VALUE ZERO.
086600 01  Lauf-Monatsindex            PIC S9(07) COMP VALUE ZERO.
086700*
086800*    DUBLETTENVERDACHT: SCHALTER UND FUNDDATEN DER SUCHE NACH
086900*    EINER GLEICHEN, BEREITS AKZEPTIERTEN BUCHUNG EINES
087000*    FRUEHEREN LAUFS IM LAUFENDEN ODER VORMONAT.
087100 01  Verdacht-Status             PIC X(02).
087200     88  VERDACHTDATEI-OK            VALUE '00'.
087300*
087400 01  Verdacht-Schalter           PIC X VALUE 'N'.
087500     88  SATZ-IST-VERDACHT           VALUE 'J'.
087600*
087700 01  Verdacht-Suche-Ende         PIC X VALUE 'N'.
087800     88  KEINE-VERDACHTSUCHE-MEHR    VALUE 'Y'.
087900*
088000*    BETRIEBSKALENDER: GELADENE EINTRAEGE UND ARBEITSFELDER
088100*    DER GESCHAEFTSTAGSRECHNUNG.  DER WOCHENTAG WIRD NACH
088200*    ZELLER BESTIMMT (REST 0 = SAMSTAG, 1 = SONNTAG).
088300 01  Kalender-Status             PIC X(02).
088400     88  KALENDERDATEI-GEFUNDEN      VALUE '00'.
088500 01  Kalenderdatei-Ende          PIC X VALUE 'N'.
088600     88  KEINE-KALENDERSAETZE-MEHR   VALUE 'Y'.
088700 01  Kalender-Schalter           PIC X VALUE 'N'.
088800     88  KALENDER-VORHANDEN          VALUE 'J'.
088900 01  Kalendertabelle.
089000     05  Kalender-Anzahl            PIC S9(04) COMP VALUE ZERO.
089100     05  Kalender-Eintrag OCCURS 400 TIMES.
089200         10  KT-DATUM               PIC 9(08).
089300         10  KT-ART                 PIC X(01).
089400 01  Kalender-Index              PIC S9(04) COMP VALUE ZERO.
089500*
089600 01  Juengster-Lauf              PIC 9(08) VALUE ZERO.
089700 01  Erwartetes-Laufdatum        PIC 9(08) VALUE ZERO.
089800 01  Geschaeftstag-Schalter      PIC X VALUE 'N'.
089900     88  IST-GESCHAEFTSTAG           VALUE 'J'.
090000*
090100 01  Arbeits-Datum               PIC 9(08) VALUE ZERO.
090200 01  Arbeits-Teile REDEFINES Arbeits-Datum.
090300     05  Arbeits-Jahr               PIC 9(04).
090400     05  Arbeits-Monat              PIC 9(02).
090500     05  Arbeits-Tag                PIC 9(02).
090600 01  Monats-Laenge               PIC 9(02) VALUE ZERO.
090700 01  Zeller-Jahr                 PIC S9(07) COMP VALUE ZERO.
090800 01  Zeller-Monat                PIC S9(04) COMP VALUE ZERO.
090900 01  Zeller-Wert                 PIC S9(07) COMP VALUE ZERO.
091000 01  Zeller-Rest                 PIC S9(04) COMP VALUE ZERO.
091100 01  Schaltjahr-Rest             PIC S9(04) COMP VALUE ZERO.
091200 01  Schaltjahr-Schalter         PIC X VALUE 'N'.
091300     88  IST-SCHALTJAHR              VALUE 'J'.
091400*
091500 01  Kalender-Fundart            PIC X(01) VALUE SPACE.
091600*
091700 01  Terminok-Kennzeichen        PIC X(01) VALUE SPACE.
091800     88  TERMINPRUEFUNG-UEBERSTEUERT VALUE 'J'.
091900*
092000 01  Verdacht-Original-Lauf      PIC 9(08) VALUE ZERO.
092100 01  Verdacht-Fund-Datum         PIC 9(08) VALUE ZERO.
092200 01  Verdacht-Fund-Teile REDEFINES Verdacht-Fund-Datum.
092300     05  Verdacht-Fund-Jahr         PIC 9(04).
092400     05  Verdacht-Fund-Monat        PIC 9(02).
092500     05  Verdacht-Fund-Tag          PIC 9(02).
092600 01  Verdacht-Fund-Index         PIC S9(07) COMP VALUE ZERO.
092700*
092800*    TEILLAUF UND ZUSAMMENFUEHRUNG: DL100TEILMODUS WIRD AUS DER
092900*    UMGEBUNG UEBERNOMMEN (LEER = GESAMTLAUF WIE BISHER, 'T' =
093000*    TEILLAUF DES TEILS DL100TEIL, 'Z' = ZUSAMMENFUEHRUNG DER
093100*    TEILLAEUFE).  SATZ-VERSATZ IST DIE ZAHL DER DETAILSAETZE
093200*    VOR DEM TEIL (AUS DEM VORSATZ DER TEILDATEI); ZAEHLER-
093300*    GELESEN BEGINNT DORT, DAMIT JEDER TEILLAUF DIESELBEN
093400*    SATZNUMMERN VERGIBT WIE DER GESAMTLAUF.
093500 01  Teillauf-Modus              PIC X(01) VALUE SPACE.
093600     88  EINZELLAUF                  VALUE SPACE.
093700     88  TEILLAUF                    VALUE 'T' 't'.
093800     88  ZUSAMMENFUEHRUNG            VALUE 'Z' 'z'.
093900 01  Teil-Eingabe                PIC X(02) VALUE SPACES.
094000 01  Teil-Eingabe-Ziffern REDEFINES Teil-Eingabe
094100                                 PIC 9(02).
094200 01  Teil-Nummer                 PIC 9(02) VALUE ZERO.
094300 01  Satz-Versatz                PIC S9(07) COMP VALUE ZERO.
094400 01  Teilstatus                  PIC X(01) VALUE SPACE.
094500     88  TEILLAUF-ERLEDIGT           VALUE 'E'.
094600*
094700*    SIMULATIONSLAUF: DL100SIMULATION WIRD AUS DER UMGEBUNG
094800*    UEBERNOMMEN; NUR DER WERT 'J' SIMULIERT.  GEMERKT WERDEN
094900*    DIE ABWEISUNGEN JE GRUND (KLARTEXT AUS DL100AGR) UND DIE
095000*    SAETZE, DIE GEPARKT ('T') ODER ALS DUBLETTENVERDACHT
095100*    ANGEHALTEN ('V') WUERDEN; DIE BEIDEN BEFUNDE HALTEN FEST,
095200*    OB DER ECHTE LAUF AM LAUFREGISTER ODER AM BETRIEBSKALENDER
095300*    SCHEITERN WUERDE.
095400 01  Simulation-Kennzeichen      PIC X(01) VALUE SPACE.
095500     88  SIMULATIONSLAUF             VALUE 'J'.
095600 01  Befund-Laufregister         PIC X VALUE 'N'.
095700     88  BEFUND-LAUF-VERARBEITET     VALUE 'J'.
095800 01  Befund-Lauftermin           PIC X VALUE 'N'.
095900     88  BEFUND-TERMIN-ABWEICHEND    VALUE 'J'.
096000 01  Simulationsgrund-Tabelle.
096100     05  Simulationsgrund-Anzahl    PIC S9(04) COMP VALUE ZERO.
096200     05  Simulationsgrund-Eintrag OCCURS 30 TIMES.
096300         10  SG-CODE                PIC X(04).
096400         10  SG-ANZAHL              PIC S9(07) COMP.
096500         10  SG-TEXT                PIC X(40).
096600 01  Simulationsgrund-Index      PIC S9(04) COMP VALUE ZERO.
096700 01  Simulationsgrund-Suche      PIC X(04) VALUE SPACES.
096800 01  Simulationsgrund-Treffer    PIC X VALUE 'N'.
096900     88  SIMULATIONSGRUND-GEFUNDEN   VALUE 'J'.
097000 01  Simulationsposten-Tabelle.
097100     05  Simulationsposten-Anzahl   PIC S9(04) COMP VALUE ZERO.
097200     05  Simulationsposten-Eintrag OCCURS 500 TIMES.
097300         10  SP-ART                 PIC X(01).
097400             88  SP-IST-TERMIN          VALUE 'T'.
097500             88  SP-IST-VERDACHT        VALUE 'V'.
097600         10  SP-KONTONUMMER         PIC 9(10).
097700         10  SP-TRANSAKTIONSCODE    PIC X(02).
097800         10  SP-WAEHRUNG            PIC X(03).
097900         10  SP-BETRAG              PIC S9(09)V99.
098000         10  SP-BUCHUNGSDATUM       PIC 9(08).
098100         10  SP-ORIGINAL-LAUF       PIC 9(08).
098200 01  Simulationsposten-Index     PIC S9(04) COMP VALUE ZERO.
098300 01  Simulationsposten-Art       PIC X(01) VALUE SPACE.
098400 01  Simulationsposten-Gelistet  PIC S9(07) COMP VALUE ZERO.
098500 01  Simulationsposten-Ueberlauf PIC S9(07) COMP VALUE ZERO.
098600 01  Grundtext-Status            PIC X(02).
098700     88  GRUNDTEXTDATEI-GEFUNDEN     VALUE '00'.
098800*
098900 01  Abweisungs-Pfad             PIC X(40) VALUE "abweisung.txt".
099000 01  Pruefpunkt-Pfad             PIC X(40) VALUE "pruefpunkt.txt".
099100 01  Kontomaster-Pfad            PIC X(40) VALUE "DL100MST".
099200 01  Akzept-Pfad                 PIC X(40) VALUE "DL100AKZ".
099300 01  Historie-Pfad               PIC X(40) VALUE "DL100HIS".
099400 01  Pendenz-Pfad                PIC X(40) VALUE "DL100PND".
099500 01  Verdacht-Pfad               PIC X(40) VALUE "DL100VDF".
099600 01  Zahlungsausgang-Pfad        PIC X(40) VALUE "DL100ZAA".
099700 01  Mandatnutzung-Pfad          PIC X(40) VALUE "DL100MNU".
099800 01  Teilpfad-Basis              PIC X(40) VALUE SPACES.
099900 01  Teilpfad-Ergebnis           PIC X(40) VALUE SPACES.
100000 01  Teilpfad-Nummer             PIC 9(02) VALUE ZERO.
100100*
100200 01  Bestand-Status              PIC X(02).
100300     88  BESTANDSDATEI-OK            VALUE '00'.
100400     88  BESTANDSDATEI-FEHLT         VALUE '35'.
100500 01  Bestand-Schalter            PIC X VALUE 'N'.
100600     88  BESTAND-VORHANDEN           VALUE 'J'.
100700*
100800*    ZUSAMMENFUEHRUNG: DIE AUS DL100TST GELADENEN TEILE UND DIE
100900*    ARBEITSFELDER DER UEBERNAHME IHRER ERGEBNISDATEIEN.
101000 01  Teilung-Status              PIC X(02).
101100     88  TEILUNGSDATEI-GEFUNDEN      VALUE '00'.
101200 01  Teilungsdatei-Ende          PIC X VALUE 'N'.
101300     88  KEINE-TEILUNGSSAETZE-MEHR   VALUE 'Y'.
101400 01  Teiltabelle.
101500     05  Teile-Anzahl               PIC S9(04) COMP VALUE ZERO.
101600     05  Teil-Eintrag OCCURS 9 TIMES.
101700         10  TT-VERSATZ             PIC S9(07) COMP.
101800         10  TT-ANZAHL              PIC S9(07) COMP.
101900 01  Teile-Soll                  PIC S9(04) COMP VALUE ZERO.
102000 01  Teil-Index                  PIC S9(04) COMP VALUE ZERO.
102100 01  Teilfehler-Anzahl           PIC S9(04) COMP VALUE ZERO.
102200 01  Teil-Gelesen                PIC S9(07) COMP VALUE ZERO.
102300*
102400 01  Teildatei-Pfad              PIC X(40) VALUE SPACES.
102500 01  Teildatei-Status            PIC X(02).
102600     88  TEILDATEI-GEFUNDEN          VALUE '00'.
102700 01  Teildatei-Ende              PIC X VALUE 'N'.
102800     88  KEINE-TEILDATEISAETZE-MEHR  VALUE 'Y'.
102900 01  Teildatei-Art               PIC X(01) VALUE SPACE.
103000     88  TEILDATEI-ABWEISUNG         VALUE 'W'.
103100     88  TEILDATEI-AKZEPT            VALUE 'A'.
103200     88  TEILDATEI-ZAHLUNGSAUSGANG   VALUE 'Z'.
103300     88  TEILDATEI-TERMIN            VALUE 'P'.
103400     88  TEILDATEI-VERDACHT          VALUE 'V'.
103500     88  TEILDATEI-MANDATNUTZUNG     VALUE 'M'.
103600 01  Teilhistorie-Pfad           PIC X(40) VALUE SPACES.
103700 01  Teilhistorie-Status         PIC X(02).
103800     88  TEILHISTORIE-GEFUNDEN       VALUE '00'.
103900 01  Teilmaster-Pfad             PIC X(40) VALUE SPACES.
104000 01  Teilmaster-Status           PIC X(02).
104100     88  TEILMASTER-GEFUNDEN         VALUE '00'.
104200 01  Teilmaster-Puffer           PIC X(80) VALUE SPACES.
104300 01  Teil-Anzahl                 PIC S9(07) COMP VALUE ZERO.
104400 01  Teil-Summe                  PIC S9(11)V99 VALUE ZERO.
104500 01  Teil-Lfdnr                  PIC 9(07) VALUE ZERO.
104600 01  Teilung-Name                PIC X(12) VALUE "DL100TST".
104700 01  Loeschung-RC                PIC 9(09) COMP-5 VALUE ZERO.
104800*
104900*    LASTSCHRIFTMANDATE: STATUS UND SCHALTER DES MANDATSMASTERS.
105000*    FEHLT ER, KANN KEINE LASTSCHRIFT GEBUCHT WERDEN.
105100 01  Mandat-Status               PIC X(02).
105200     88  MANDATDATEI-OK              VALUE '00'.
105300 01  Mandat-Schalter             PIC X VALUE 'N'.
105400     88  MANDATE-VORHANDEN           VALUE 'J'.
105500*
105600*    FREMDWAEHRUNG: DIE BEIM LAUFSTART GELADENEN AKTIVEN KURSE
105700*    AUS DL100WKT (MENGENNOTIERUNG, EINHEITEN JE 1 EURO) UND DIE
105800*    UMRECHNUNG DES AKTUELLEN SATZES.  SATZ-EURO-BETRAG IST DER
105900*    GEBUCHTE BETRAG (BEI EURO-SAETZEN DS-BETRAG SELBST), SATZ-
106000*    KURSERTRAG DER UNTERSCHIED ZUR UMRECHNUNG ZUM MITTELKURS
106100*    (POSITIV = ERTRAG DER BANK).
106200 01  Wechselkurs-Status          PIC X(02).
106300     88  WECHSELKURSDATEI-GEFUNDEN   VALUE '00'.
106400 01  Wechselkursdatei-Ende       PIC X VALUE 'N'.
106500     88  KEINE-WECHSELKURSE-MEHR     VALUE 'Y'.
106600 01  Kurstabelle.
106700     05  Kurstabelle-Anzahl         PIC S9(04) COMP VALUE ZERO.
106800     05  Kurstabelle-Eintrag OCCURS 2000 TIMES.
106900         10  KU-WAEHRUNG            PIC X(03).
107000         10  KU-KURSDATUM           PIC 9(08).
107100         10  KU-GELDKURS            PIC 9(05)V9(06).
107200         10  KU-MITTELKURS          PIC 9(05)V9(06).
107300         10  KU-BRIEFKURS           PIC 9(05)V9(06).
107400 01  Kurstabelle-Index           PIC S9(04) COMP VALUE ZERO.
107500 01  Kurs-Fundindex              PIC S9(04) COMP VALUE ZERO.
107600 01  Kurs-Funddatum              PIC 9(08) VALUE ZERO.
107700*
107800 01  Satz-Waehrung               PIC X(03) VALUE 'EUR'.
107900     88  SATZ-IST-EURO               VALUE 'EUR'.
108000 01  Satz-Kurs                   PIC 9(05)V9(06) VALUE ZERO.
108100 01  Satz-Mittelkurs             PIC 9(05)V9(06) VALUE ZERO.
108200 01  Satz-Euro-Betrag            PIC S9(09)V99 VALUE ZERO.
108300 01  Satz-Mittel-Betrag          PIC S9(09)V99 VALUE ZERO.
108400 01  Satz-Kursertrag             PIC S9(07)V99 VALUE ZERO.
108500*
108600*    STORNO IN FREMDWAEHRUNG: KURS UND KURSERTRAG DES ORIGINALS,
108700*    DER STORNO NIMMT DEN KURSERTRAG GEGENLAEUFIG ZURUECK.
108800 01  Storno-Original-Kurs        PIC 9(05)V9(06) VALUE ZERO.
108900 01  Storno-Original-Kursertrag  PIC S9(07)V99 VALUE ZERO.
109000*
109100 01  Historienbetrag-Treffer     PIC X VALUE 'N'.
109200     88  HISTORIENBETRAG-PASST       VALUE 'J'.
109300*
109400*    SUMMEN JE WAEHRUNG FUER DEN KONTROLLBERICHT, AUS DER FERTIGEN
109500*    AKZEPTDATEI GEBILDET (WIEDERANLAUF-DUBLETTEN WIE IM HAUPT-
109600*    BUCH-ABTRAG UEBERGANGEN), UND DAS KURSERTRAGSKONTO.
109700 01  Akzept-Status               PIC X(02).
109800     88  AKZEPTDATEI-GEFUNDEN        VALUE '00'.
109900 01  Akzeptdatei-Ende            PIC X VALUE 'N'.
110000     88  KEINE-AKZEPTSAETZE-MEHR     VALUE 'Y'.
110100 01  Hoechste-Lfdnr              PIC 9(07) VALUE ZERO.
110200 01  Hoechster-Teilsatz          PIC X(01) VALUE SPACE.
110300 01  Waehrungssummen-Tabelle.
110400     05  Waehrungssummen-Anzahl     PIC S9(04) COMP VALUE ZERO.
110500     05  Waehrungssumme-Eintrag OCCURS 30 TIMES.
110600         10  WT-WAEHRUNG            PIC X(03).
110700         10  WT-ANZAHL              PIC S9(07) COMP.
110800         10  WT-ORIGINAL            PIC S9(11)V99.
110900         10  WT-EURO                PIC S9(11)V99.
111000         10  WT-KURSERTRAG          PIC S9(11)V99.
111100 01  Waehrungssummen-Index       PIC S9(04) COMP VALUE ZERO.
111200 01  Waehrungssummen-Treffer     PIC X VALUE 'N'.
111300     88  WAEHRUNGSSUMME-GEFUNDEN     VALUE 'J'.
111400 01  Kursertrag-Summe            PIC S9(11)V99 VALUE ZERO.
111500 01  Bericht-Original-Edit       PIC ---,---,---,--9.99.
111600 01  Bericht-Euro-Edit           PIC ---,---,---,--9.99.
111700 01  Bericht-Waehrung            PIC X(03) VALUE SPACES.
111800*
111900 01  Sachkonto-Status            PIC X(02).
112000     88  SACHKONTODATEI-GEFUNDEN     VALUE '00'.
112100 01  Sachkontodatei-Ende         PIC X VALUE 'N'.
112200     88  KEINE-SACHKONTEN-MEHR       VALUE 'Y'.
112300 01  Kursertrag-Sachkonto        PIC 9(08) VALUE ZERO.
112400*
112500*    KONTOMASTERDATEI: JEDER GEPRUEFTE SATZ (AKZEPTIERT ODER
112600*    ABGEWIESEN) WIRD UNTER SEINER KONTONUMMER FESTGEHALTEN UND
112700*    ZUR VORHANDENEN ANZAHL/SUMME DES KONTOS ADDIERT (READ, DANN
112800*    REWRITE; BEIM ERSTEN AUFTRETEN EINES KONTOS WRITE), DAMIT
112900*    DER MASTER SOWOHL DEN LETZTEN STAND ALS AUCH DIE UEBER DEN
113000*    TAG KUMULIERTE SUMME JE KONTO ZEIGT.
113100*
113200*    ABWEISUNGSDATEI: WIE KONTOMASTERDATEI DARF SIE BEI EINEM
113300*    WIEDERANLAUF NICHT EINFACH NEU AUFGESETZT WERDEN, SONST
113400*    GEHEN DIE ABWEISUNGSZEILEN DER SAETZE 1..LETZTER-PRUEFPUNKT
113500*    AUS DEM ABGEBROCHENEN LAUF VERLOREN, OBWOHL ZAEHLER-
113600*    ABGEWIESEN (AUS PRUEFPUNKTLESEN WIEDERHERGESTELLT) WEITER
113700*    DEN VOLLEN TAGESWERT MELDET.  DESHALB WIRD SIE NUR BEIM
113800*    ALLERERSTEN LAUF (KEIN VORHERIGER PRUEFPUNKT) OUTPUT
113900*    GEOEFFNET, SONST EXTEND.
114000*
114100 PROCEDURE DIVISION.
114200*----------------------------------------------------------------
114300 Hauptprogramm.
114400*----------------------------------------------------------------
114500     PERFORM TeillaufErmitteln
114600     PERFORM SimulationErmitteln
114700     PERFORM FilialsummenLoeschen
114800     IF ZUSAMMENFUEHRUNG
114900         PERFORM TeillaeufeZusammenfuehren
115000     END-IF
115100     PERFORM CodetabelleLaden
115200     PERFORM BankcodesLaden
115300     PERFORM KurstabelleLaden
115400     PERFORM KontoverzeichnisOeffnen
115500     OPEN INPUT EingabeDatei
115600     IF NOT EINGABEDATEI-GEOEFFNET
115700         DISPLAY "DL100 FEHLER - EINGABEDATEI NICHT GEFUNDEN "
115800             "ODER NICHT LESBAR (DD_DL100EIN), FILE STATUS "
115900             Eingabedatei-Status " - LAUF ABGEBROCHEN"
116000         MOVE 16 TO RETURN-CODE
116100         STOP RUN
116200     END-IF
116300     IF NOT SIMULATIONSLAUF
116400         PERFORM PruefpunktLesen
116500     END-IF
116600     IF TEILLAUF AND TEILLAUF-ERLEDIGT
116700         DISPLAY "DL100 HINWEIS - TEILLAUF " Teil-Nummer
116800             " IST FUER LAUFDATUM " PP-LAUFDATUM " BEREITS "
116900             "ABGESCHLOSSEN - KEINE VERARBEITUNG"
117000         CLOSE EingabeDatei
117100         IF VERZEICHNIS-VORHANDEN
117200             CLOSE VerzeichnisDatei
117300         END-IF
117400         STOP RUN
117500     END-IF
117600     IF Letzter-Pruefpunkt = ZERO
117700         OPEN OUTPUT AbweisungsDatei
117800         OPEN OUTPUT AkzeptDatei
117900         OPEN OUTPUT ZahlungsausgangDatei
118000     ELSE
118100         OPEN EXTEND AbweisungsDatei
118200         OPEN EXTEND AkzeptDatei
118300         OPEN EXTEND ZahlungsausgangDatei
118400     END-IF
118500     PERFORM VorsatzLesenUndPruefen
118600     PERFORM TerminspeicherOeffnen
118700     PERFORM VerdachtsdateiOeffnen
118800     PERFORM MandatdateiOeffnen
118900     IF Letzter-Pruefpunkt = ZERO
119000         OPEN OUTPUT KontomasterDatei
119100         CLOSE KontomasterDatei
119200     END-IF
119300     OPEN I-O KontomasterDatei
119400     PERFORM KontomasterLaufsatzSchreiben
119500     PERFORM HistorieOeffnen
119600     PERFORM PruefpunktSatzUeberspringen
119700         UNTIL ES-GIBT-KEINE-SAETZE-MEHR
119800             OR Zaehler-Gelesen NOT LESS THAN Letzter-Pruefpunkt
119900     PERFORM DateiVerarbeiten
120000         UNTIL ES-GIBT-KEINE-SAETZE-MEHR OR NACHSATZ-ERHALTEN
120100     CLOSE EingabeDatei
120200     CLOSE AbweisungsDatei
120300     CLOSE AkzeptDatei
120400     CLOSE ZahlungsausgangDatei
120500     CLOSE PendenzDatei
120600     CLOSE VerdachtDatei
120700     CLOSE HistorienDatei
120800     IF BESTAND-VORHANDEN
120900         CLOSE HistorienbestandDatei
121000     END-IF
121100     CLOSE KontomasterDatei
121200     IF VERZEICHNIS-VORHANDEN
121300         CLOSE VerzeichnisDatei
121400     END-IF
121500     IF MANDATE-VORHANDEN
121600         CLOSE MandatDatei
121700     END-IF
121800     IF TEILLAUF OR SIMULATIONSLAUF
121900         CLOSE MandatnutzungDatei
122000     END-IF
122100     IF TEILLAUF
122200         PERFORM TeillaufAbschliessen
122300     END-IF
122400     PERFORM AbgleichPruefen
122500     IF ABGLEICH-OK AND NOT SIMULATIONSLAUF
122600         PERFORM EingabedateiArchivieren
122700         PERFORM LaufregisterFortschreiben
122800         PERFORM LaufstatistikFortschreiben
122900     END-IF
123000     IF NOT SIMULATIONSLAUF
123100         PERFORM PruefpunktZuruecksetzen
123200     END-IF
123300     PERFORM KontrollberichtSchreiben
123400     STOP RUN.
123500*
123600*----------------------------------------------------------------
123700 DateiVerarbeiten.
123800*----------------------------------------------------------------
123900     READ EingabeDatei
124000         AT END
124100             MOVE 'Y' TO DateiEnde
124200         NOT AT END
124300             IF DT-IST-TRAILER
124400                 PERFORM NachsatzUebernehmen
124500             ELSE
124600             ADD 1 TO Zaehler-Gelesen
124700             PERFORM FilialeErmitteln
124800             PERFORM SatzPruefen
124900             IF DS-BETRAG IS NUMERIC
125000                 ADD DS-BETRAG TO Zaehler-Betragssumme-Gelesen
125100             END-IF
125200             IF SATZ-IST-GUELTIG AND SATZ-IST-TERMIN
125300                 ADD 1 TO Zaehler-Termin
125400                 PERFORM TerminsatzParken
125500             ELSE
125600             IF SATZ-IST-GUELTIG AND SATZ-IST-VERDACHT
125700                 ADD 1 TO Zaehler-Verdacht
125800                 PERFORM VerdachtssatzAnhalten
125900             ELSE
126000             IF SATZ-IST-GUELTIG
126100                 ADD 1 TO Zaehler-Akzeptiert
126200                 PERFORM BetragSignieren
126300                 ADD Betrag-Signiert TO Zaehler-Betragssumme
126400                 ADD 1 TO FS-AKZEPTIERT (Filialsummen-Index)
126500                 ADD Betrag-Signiert
126600                     TO FS-SUMME (Filialsummen-Index)
126700                 IF SATZ-IST-STORNO
126800                     PERFORM StornoVollziehen
126900                 END-IF
127000                 PERFORM AkzeptsatzSchreiben
127100                 PERFORM HistoriensatzSchreiben
127200                 IF SATZ-IST-UMBUCHUNG
127300                     ADD 1 TO Zaehler-Umbuchung
127400                     PERFORM UmbuchungGegenseite
127500                 END-IF
127600                 IF SATZ-IST-EXTERN
127700                     ADD 1 TO Zaehler-Extern
127800                     ADD DS-BETRAG TO Zaehler-Extern-Summe
127900                     PERFORM ZahlungsausgangSchreiben
128000                 END-IF
128100                 IF SATZ-IST-LASTSCHRIFT
128200                     PERFORM MandatnutzungVermerken
128300                 END-IF
128400                 DISPLAY "TRANSAKTION: " DS-TRANSAKTIONSCODE
128500                     " KONTO: " DS-KONTONUMMER
128600                     " BETRAG: " DS-BETRAG
128700                     " DATUM: " DS-BUCHUNGSDATUM
128800             ELSE
128900                 ADD 1 TO Zaehler-Abgewiesen
129000                 ADD 1 TO FS-ABGEWIESEN (Filialsummen-Index)
129100                 PERFORM AbweisungSchreiben
129200                 PERFORM HistoriensatzSchreiben
129300             END-IF
129400             END-IF
129500             END-IF
129600             IF SATZ-IST-GUELTIG
129700                 AND (SATZ-IST-TERMIN OR SATZ-IST-VERDACHT)
129800                 CONTINUE
129900             ELSE
130000                 PERFORM KontomasterFortschreiben
130100             END-IF
130200             DIVIDE Zaehler-Gelesen BY Pruefpunkt-Intervall
130300                 GIVING Pruefpunkt-Quotient
130400                 REMAINDER Pruefpunkt-Rest
130500             IF Pruefpunkt-Rest = ZERO AND NOT SIMULATIONSLAUF
130600                 PERFORM PruefpunktSchreiben
130700             END-IF
130800             END-IF
130900     END-READ.
131000*
131100*----------------------------------------------------------------
131200*    PRUEFT DEN GELESENEN SATZ AUF PLAUSIBILITAET.  EIN SATZ    *
131300*    GILT ALS UNGUELTIG, SOBALD EINES DER FELDER NICHT DER      *
131400*    ERWARTETEN FORM ENTSPRICHT.  DER GRUND WIRD IN            *
131500*    ABWEISUNGSGRUND FESTGEHALTEN.                              *
131600*----------------------------------------------------------------
131700 SatzPruefen.
131800     SET SATZ-IST-GUELTIG TO TRUE
131900     MOVE SPACES TO Abweisungsgrund
132000     MOVE 'N' TO Satz-Art
132100     MOVE 'N' TO Storno-Wiederholung
132200     MOVE 'N' TO Termin-Schalter
132300     MOVE 'N' TO Verdacht-Schalter
132400     PERFORM WaehrungVorbelegen
132500     IF DS-KONTONUMMER IS NOT NUMERIC
132600         SET SATZ-IST-UNGUELTIG TO TRUE
132700         MOVE "0010" TO Abweisungsgrund
132800     ELSE IF DS-BETRAG IS NOT NUMERIC
132900         SET SATZ-IST-UNGUELTIG TO TRUE
133000         MOVE "0020" TO Abweisungsgrund
133100     ELSE IF DS-BUCHUNGSDATUM IS NOT NUMERIC
133200         SET SATZ-IST-UNGUELTIG TO TRUE
133300         MOVE "0030" TO Abweisungsgrund
133400     ELSE IF DS-TRANSAKTIONSCODE IS NOT NUMERIC
133500         SET SATZ-IST-UNGUELTIG TO TRUE
133600         MOVE "0040" TO Abweisungsgrund
133700     ELSE
133800         PERFORM TranscodeSuchen
133900         IF TRANSCODE-UNBEKANNT
134000             SET SATZ-IST-UNGUELTIG TO TRUE
134100             MOVE "0050" TO Abweisungsgrund
134200         ELSE
134300             PERFORM KontoverzeichnisPruefen
134400             IF KONTO-NICHT-OFFEN
134500                 SET SATZ-IST-UNGUELTIG TO TRUE
134600                 MOVE "0070" TO Abweisungsgrund
134700             ELSE
134800             IF KONTO-IST-RUHEND
134900                 PERFORM RuhendesKontoPruefen
135000             END-IF
135100             IF SATZ-IST-GUELTIG AND NOT SATZ-IST-EURO
135200                 PERFORM WaehrungPruefen
135300             END-IF
135400             IF SATZ-IST-GUELTIG
135500                 PERFORM TerminPruefen
135600             END-IF
135700             IF SATZ-IST-UNGUELTIG
135800                 CONTINUE
135900             ELSE
136000             IF SATZ-IST-TERMIN
136100                 CONTINUE
136200             ELSE
136300             IF SATZ-IST-STORNO
136400                 PERFORM StornoWiederanlaufPruefen
136500                 IF STORNO-IST-WIEDERHOLUNG
136600                     CONTINUE
136700                 ELSE
136800                     PERFORM StornoOriginalSuchen
136900                     IF STORNO-ORIGINAL-FEHLT
137000                         SET SATZ-IST-UNGUELTIG TO TRUE
137100                         MOVE "0060" TO Abweisungsgrund
137200                     END-IF
137300                 END-IF
137400             ELSE
137500                 IF SATZ-IST-UMBUCHUNG
137600                     PERFORM GegenkontoPruefen
137700                 END-IF
137800                 IF SATZ-IST-EXTERN OR SATZ-IST-RUECKBUCHUNG
137900                     PERFORM ZahlungsangabenPruefen
138000                 END-IF
138100                 IF SATZ-IST-LASTSCHRIFT
138200                     PERFORM MandatPruefen
138300                 END-IF
138400                 IF SATZ-IST-GUELTIG AND NOT SATZ-IST-RUECKBUCHUNG
138500                     PERFORM VerdachtPruefen
138600                 END-IF
138700             END-IF
138800             END-IF
138900             END-IF
139000             END-IF
139100         END-IF
139200     END-IF.
139300*
139400*----------------------------------------------------------------
139500*    LAEDT DIE TRANSAKTIONSCODE-TABELLE (DL100TCD) VOLLSTAENDIG  *
139600*    IN DIE CODETABELLE.  FEHLT DIE TABELLE ODER IST SIE LEER,   *
139700*    KANN KEIN SATZ GEPRUEFT WERDEN - DER LAUF WIRD DANN SOFORT  *
139800*    MIT RETURN-CODE 16 ABGEBROCHEN, BEVOR IRGENDETWAS VER-      *
139900*    ARBEITET IST.                                               *
140000*----------------------------------------------------------------
140100 CodetabelleLaden.
140200     MOVE 'N' TO Transcodedatei-Ende
140300     OPEN INPUT TranscodeDatei
140400     IF NOT TRANSCODEDATEI-GEFUNDEN
140500         DISPLAY "DL100 FEHLER - TRANSAKTIONSCODE-TABELLE "
140600             "DL100TCD NICHT GEFUNDEN (MIT DL100T01 ANLEGEN), "
140700             "FILE STATUS " Transcode-Status
140800             " - LAUF ABGEBROCHEN"
140900         MOVE 16 TO RETURN-CODE
141000         STOP RUN
141100     END-IF
141200     PERFORM CodesatzUebernehmen UNTIL KEINE-TRANSCODES-MEHR
141300     CLOSE TranscodeDatei
141400     IF Codetabelle-Anzahl = ZERO
141500         DISPLAY "DL100 FEHLER - TRANSAKTIONSCODE-TABELLE "
141600             "DL100TCD IST LEER - LAUF ABGEBROCHEN"
141700         MOVE 16 TO RETURN-CODE
141800         STOP RUN
141900     END-IF.
142000*
142100*----------------------------------------------------------------
142200 CodesatzUebernehmen.
142300*----------------------------------------------------------------
142400     READ TranscodeDatei
142500         AT END
142600             MOVE 'Y' TO Transcodedatei-Ende
142700         NOT AT END
142800             IF Codetabelle-Anzahl LESS THAN 50
142900                 ADD 1 TO Codetabelle-Anzahl
143000                 MOVE TC-CODE TO CT-CODE (Codetabelle-Anzahl)
143100                 MOVE TC-SOLL-HABEN
143200                     TO CT-SOLL-HABEN (Codetabelle-Anzahl)
143300                 MOVE TC-AKTIV TO CT-AKTIV (Codetabelle-Anzahl)
143400                 IF TC-IST-STORNO
143500                     MOVE 'S' TO CT-ART (Codetabelle-Anzahl)
143600                 ELSE
143700                 IF TC-IST-UMBUCHUNG
143800                     MOVE 'U' TO CT-ART (Codetabelle-Anzahl)
143900                 ELSE
144000                 IF TC-IST-EXTERN
144100                     MOVE 'X' TO CT-ART (Codetabelle-Anzahl)
144200                 ELSE
144300                 IF TC-IST-RUECKLAUF
144400                     MOVE 'R' TO CT-ART (Codetabelle-Anzahl)
144500                 ELSE
144600                 IF TC-IST-LASTSCHRIFT
144700                     MOVE 'L' TO CT-ART (Codetabelle-Anzahl)
144800                 ELSE
144900                     MOVE 'N' TO CT-ART (Codetabelle-Anzahl)
145000                 END-IF END-IF END-IF END-IF END-IF
145100             ELSE
145200                 DISPLAY "DL100 WARNUNG - CODETABELLE VOLL, "
145300                     "CODE " TC-CODE " WIRD NICHT GELADEN"
145400             END-IF
145500     END-READ.
145600*
145700*----------------------------------------------------------------
145800*    LAEDT DIE BUCHUNGSCODES DER ZINSLAEUFE (ALLE HABEN- UND     *
145900*    SOLLZINSSAETZE AUS DL100ZTB) UND DER GEBUEHRENABRECHNUNG    *
146000*    (BUCHUNGSCODE 'B' AUS DL100GBT).  BELASTUNGEN MIT DIESEN    *
146100*    CODES SIND BANKSEITIG UND AUF RUHENDEN KONTEN ZULAESSIG.    *
146200*    FEHLENDE TABELLEN WERDEN NUR GEMELDET.                      *
146300*----------------------------------------------------------------
146400 BankcodesLaden.
146500     MOVE 'N' TO Tabellendatei-Ende
146600     OPEN INPUT ZinssatzDatei
146700     IF ZINSSATZDATEI-GEFUNDEN
146800         PERFORM ZinscodeUebernehmen
146900             UNTIL KEINE-TABELLENSAETZE-MEHR
147000         CLOSE ZinssatzDatei
147100     ELSE
147200         DISPLAY "DL100 HINWEIS - ZINSSATZTABELLE DL100ZTB NICHT "
147300             "VORHANDEN - ZINSBELASTUNGEN RUHENDER KONTEN WERDEN "
147400             "ABGEWIESEN"
147500     END-IF
147600     MOVE 'N' TO Tabellendatei-Ende
147700     OPEN INPUT GebuehrenDatei
147800     IF GEBUEHRENDATEI-GEFUNDEN
147900         PERFORM GebuehrencodeUebernehmen
148000             UNTIL KEINE-TABELLENSAETZE-MEHR
148100         CLOSE GebuehrenDatei
148200     ELSE
148300         DISPLAY "DL100 HINWEIS - GEBUEHRENTABELLE DL100GBT "
148400             "NICHT VORHANDEN - GEBUEHREN RUHENDER KONTEN WERDEN "
148500             "ABGEWIESEN"
148600     END-IF.
148700*
148800*----------------------------------------------------------------
148900 ZinscodeUebernehmen.
149000*----------------------------------------------------------------
149100     READ ZinssatzDatei
149200         AT END
149300             MOVE 'Y' TO Tabellendatei-Ende
149400         NOT AT END
149500             MOVE ZS-TRANSAKTIONSCODE TO Bankcode-Suche
149600             PERFORM BankcodeEintragen
149700     END-READ.
149800*
149900*----------------------------------------------------------------
150000 GebuehrencodeUebernehmen.
150100*----------------------------------------------------------------
150200     READ GebuehrenDatei
150300         AT END
150400             MOVE 'Y' TO Tabellendatei-Ende
150500         NOT AT END
150600             IF GB-IST-BUCHUNGSCODE
150700                 MOVE GB-TRANSAKTIONSCODE TO Bankcode-Suche
150800                 PERFORM BankcodeEintragen
150900             END-IF
151000     END-READ.
151100*
151200*----------------------------------------------------------------
151300 BankcodeEintragen.
151400*----------------------------------------------------------------
151500     PERFORM BankcodeSuchen
151600     IF NOT BANKCODE-GEFUNDEN
151700         IF Bankcode-Anzahl LESS THAN 20
151800             ADD 1 TO Bankcode-Anzahl
151900             MOVE Bankcode-Suche TO BC-CODE (Bankcode-Anzahl)
152000         ELSE
152100             DISPLAY "DL100 WARNUNG - BANKCODETABELLE VOLL, "
152200                 "CODE " Bankcode-Suche " WIRD NICHT GELADEN"
152300         END-IF
152400     END-IF.
152500*
152600*----------------------------------------------------------------
152700 BankcodeSuchen.
152800*----------------------------------------------------------------
152900     MOVE 'N' TO Bankcode-Treffer
153000     MOVE ZERO TO Bankcode-Index
153100     PERFORM BankcodeVergleichen
153200         UNTIL BANKCODE-GEFUNDEN
153300             OR Bankcode-Index NOT LESS THAN Bankcode-Anzahl.
153400*
153500*----------------------------------------------------------------
153600 BankcodeVergleichen.
153700*----------------------------------------------------------------
153800     ADD 1 TO Bankcode-Index
153900     IF BC-CODE (Bankcode-Index) = Bankcode-Suche
154000         MOVE 'J' TO Bankcode-Treffer
154100     END-IF.
154200*
154300*----------------------------------------------------------------
154400*    SUCHT DEN TRANSAKTIONSCODE DES AKTUELLEN SATZES IN DER      *
154500*    GELADENEN CODETABELLE.  NUR EIN GEFUEHRTER UND AKTIVER CODE *
154600*    GILT ALS TREFFER; SEIN SOLL/HABEN-KENNZEICHEN WIRD FUER DIE *
154700*    VORZEICHENGERECHTE VERBUCHUNG FESTGEHALTEN.                 *
154800*----------------------------------------------------------------
154900 TranscodeSuchen.
155000     SET TRANSCODE-UNBEKANNT TO TRUE
155100     MOVE SPACE TO Satz-Soll-Haben
155200     MOVE 'N' TO Satz-Art
155300     MOVE ZERO TO Codetabelle-Index
155400     PERFORM TranscodeEintragPruefen
155500         UNTIL TRANSCODE-GEFUNDEN
155600             OR Codetabelle-Index NOT LESS THAN
155700                 Codetabelle-Anzahl.
155800*
155900*----------------------------------------------------------------
156000 TranscodeEintragPruefen.
156100*----------------------------------------------------------------
156200     ADD 1 TO Codetabelle-Index
156300     IF CT-CODE (Codetabelle-Index) = DS-TRANSAKTIONSCODE
156400         AND CT-AKTIV (Codetabelle-Index) = 'J'
156500         SET TRANSCODE-GEFUNDEN TO TRUE
156600         MOVE CT-SOLL-HABEN (Codetabelle-Index)
156700             TO Satz-Soll-Haben
156800         MOVE CT-ART (Codetabelle-Index) TO Satz-Art
156900     END-IF.
157000*
157100*----------------------------------------------------------------
157200*    WENDET DAS SOLL/HABEN-KENNZEICHEN DES TRANSAKTIONSCODES AUF *
157300*    DEN BETRAG AN: HABEN-CODES SCHREIBEN DEM KONTO GUT, SOLL-   *
157400*    CODES BELASTEN ES.  EIN STORNO BUCHT STATTDESSEN DEN        *
157500*    SIGNIERTEN BETRAG DES GETROFFENEN ORIGINALS GEGENLAEUFIG    *
157600*    ZURUECK.  WIRD NUR FUER AKZEPTIERTE SAETZE AUFGERUFEN -     *
157700*    FUER ABGEWIESENE BLEIBT DER BETRAG AUSSEN VOR.              *
157800*----------------------------------------------------------------
157900 BetragSignieren.
158000     IF SATZ-IST-STORNO
158100         IF STORNO-IST-WIEDERHOLUNG
158200             MOVE Storno-Wiederholungs-Betrag TO Betrag-Signiert
158300         ELSE
158400             COMPUTE Betrag-Signiert =
158500                 ZERO - Storno-Original-Signiert
158600         END-IF
158700     ELSE
158800         MOVE Satz-Euro-Betrag TO Betrag-Signiert
158900         IF Satz-Soll-Haben = 'S'
159000             COMPUTE Betrag-Signiert = ZERO - Betrag-Signiert
159100         END-IF
159200     END-IF
159300     IF SATZ-IST-STORNO AND NOT SATZ-IST-EURO
159400         IF Betrag-Signiert LESS THAN ZERO
159500             COMPUTE Satz-Euro-Betrag = ZERO - Betrag-Signiert
159600         ELSE
159700             MOVE Betrag-Signiert TO Satz-Euro-Betrag
159800         END-IF
159900         MOVE Storno-Original-Kurs TO Satz-Kurs
160000         COMPUTE Satz-Kursertrag =
160100             ZERO - Storno-Original-Kursertrag
160200     END-IF.
160300*
160400*----------------------------------------------------------------
160500*    LAEDT DIE AKTIVEN KURSE AUS DER WECHSELKURSTABELLE DL100WKT *
160600*    IN DIE KURSTABELLE.  FEHLT SIE, LAEUFT DER TAG NUR IN EURO  *
160700*    - SAETZE IN FREMDWAEHRUNG WERDEN MIT GRUND 0130 ABGEWIESEN. *
160800*----------------------------------------------------------------
160900 KurstabelleLaden.
161000     MOVE 'N' TO Wechselkursdatei-Ende
161100     OPEN INPUT WechselkursDatei
161200     IF WECHSELKURSDATEI-GEFUNDEN
161300         PERFORM KurssatzUebernehmen
161400             UNTIL KEINE-WECHSELKURSE-MEHR
161500         CLOSE WechselkursDatei
161600     ELSE
161700         DISPLAY "DL100 HINWEIS - WECHSELKURSTABELLE DL100WKT "
161800             "NICHT VORHANDEN (MIT DL100W01 ANLEGEN) - SAETZE IN "
161900             "FREMDWAEHRUNG WERDEN MIT GRUND 0130 ABGEWIESEN"
162000     END-IF.
162100*
162200*----------------------------------------------------------------
162300 KurssatzUebernehmen.
162400*----------------------------------------------------------------
162500     READ WechselkursDatei
162600         AT END
162700             MOVE 'Y' TO Wechselkursdatei-Ende
162800         NOT AT END
162900             IF WK-IST-AKTIV
163000                 IF Kurstabelle-Anzahl LESS THAN 2000
163100                     ADD 1 TO Kurstabelle-Anzahl
163200                     MOVE WK-WAEHRUNG
163300                         TO KU-WAEHRUNG (Kurstabelle-Anzahl)
163400                     MOVE WK-KURSDATUM
163500                         TO KU-KURSDATUM (Kurstabelle-Anzahl)
163600                     MOVE WK-GELDKURS
163700                         TO KU-GELDKURS (Kurstabelle-Anzahl)
163800                     MOVE WK-MITTELKURS
163900                         TO KU-MITTELKURS (Kurstabelle-Anzahl)
164000                     MOVE WK-BRIEFKURS
164100                         TO KU-BRIEFKURS (Kurstabelle-Anzahl)
164200                 ELSE
164300                     DISPLAY "DL100 WARNUNG - KURSTABELLE VOLL, "
164400                         "KURS " WK-WAEHRUNG " " WK-KURSDATUM
164500                         " WIRD NICHT GELADEN"
164600                 END-IF
164700             END-IF
164800     END-READ.
164900*
165000*----------------------------------------------------------------
165100*    BELEGT DIE WAEHRUNGSFELDER DES AKTUELLEN SATZES VOR: LEERE  *
165200*    WAEHRUNG GILT ALS EURO, DER BETRAG WIRD DANN UNVERAENDERT   *
165300*    GEBUCHT.  EIN BETRAG IN FREMDWAEHRUNG BLEIBT BIS ZUR        *
165400*    UMRECHNUNG (WAEHRUNGPRUEFEN) OHNE EUROGEGENWERT.            *
165500*----------------------------------------------------------------
165600 WaehrungVorbelegen.
165700     IF DS-IST-EURO
165800         MOVE 'EUR' TO Satz-Waehrung
165900     ELSE
166000         MOVE DS-WAEHRUNG TO Satz-Waehrung
166100     END-IF
166200     MOVE ZERO TO Satz-Kurs
166300     MOVE ZERO TO Satz-Mittelkurs
166400     MOVE ZERO TO Satz-Kursertrag
166500     MOVE ZERO TO Satz-Euro-Betrag
166600     MOVE ZERO TO Storno-Original-Kurs
166700     MOVE ZERO TO Storno-Original-Kursertrag
166800     IF SATZ-IST-EURO AND DS-BETRAG IS NUMERIC
166900         MOVE DS-BETRAG TO Satz-Euro-Betrag
167000     END-IF.
167100*
167200*----------------------------------------------------------------
167300*    PRUEFT UND RECHNET EINEN SATZ IN FREMDWAEHRUNG UM.  NUR     *
167400*    GEWOEHNLICHE BUCHUNGEN UND STORNOS DUERFEN IN FREMDWAEHRUNG *
167500*    LAUTEN - UMBUCHUNGEN, ZAHLUNGSVERKEHR UND LASTSCHRIFTEN     *
167600*    LAUFEN NUR IN EURO.  EIN STORNO UEBERNIMMT KURS UND BETRAG  *
167700*    SEINES ORIGINALS UND BRAUCHT KEINEN TAGESKURS.  SONST GILT  *
167800*    DER JUENGSTE AKTIVE KURS DER WAEHRUNG, DESSEN KURSDATUM     *
167900*    NICHT NACH DEM BUCHUNGSDATUM LIEGT: BELASTUNGEN ZUM GELD-,  *
168000*    GUTSCHRIFTEN ZUM BRIEFKURS.  OHNE KURS ODER BEI UEBERLAUF   *
168100*    GRUND 0130.                                                 *
168200*----------------------------------------------------------------
168300 WaehrungPruefen.
168400     IF SATZ-IST-STORNO
168500         CONTINUE
168600     ELSE
168700     IF Satz-Art NOT = 'N'
168800         SET SATZ-IST-UNGUELTIG TO TRUE
168900         MOVE "0130" TO Abweisungsgrund
169000     ELSE
169100         PERFORM KursSuchen
169200         IF Kurs-Fundindex = ZERO
169300             SET SATZ-IST-UNGUELTIG TO TRUE
169400             MOVE "0130" TO Abweisungsgrund
169500         ELSE
169600             PERFORM BetragUmrechnen
169700         END-IF
169800     END-IF END-IF.
169900*
170000*----------------------------------------------------------------
170100 KursSuchen.
170200*----------------------------------------------------------------
170300     MOVE ZERO TO Kurs-Fundindex
170400     MOVE ZERO TO Kurs-Funddatum
170500     MOVE ZERO TO Kurstabelle-Index
170600     PERFORM KurseintragPruefen
170700         UNTIL Kurstabelle-Index NOT LESS THAN Kurstabelle-Anzahl.
170800*
170900*----------------------------------------------------------------
171000 KurseintragPruefen.
171100*----------------------------------------------------------------
171200     ADD 1 TO Kurstabelle-Index
171300     IF KU-WAEHRUNG (Kurstabelle-Index) = Satz-Waehrung
171400         AND KU-KURSDATUM (Kurstabelle-Index)
171500             NOT GREATER THAN DS-BUCHUNGSDATUM
171600         AND KU-KURSDATUM (Kurstabelle-Index)
171700             NOT LESS THAN Kurs-Funddatum
171800         MOVE Kurstabelle-Index TO Kurs-Fundindex
171900         MOVE KU-KURSDATUM (Kurstabelle-Index) TO Kurs-Funddatum
172000     END-IF.
172100*
172200*----------------------------------------------------------------
172300 BetragUmrechnen.
172400*----------------------------------------------------------------
172500     IF Satz-Soll-Haben = 'S'
172600         MOVE KU-GELDKURS (Kurs-Fundindex) TO Satz-Kurs
172700     ELSE
172800         MOVE KU-BRIEFKURS (Kurs-Fundindex) TO Satz-Kurs
172900     END-IF
173000     MOVE KU-MITTELKURS (Kurs-Fundindex) TO Satz-Mittelkurs
173100     COMPUTE Satz-Euro-Betrag ROUNDED = DS-BETRAG / Satz-Kurs
173200         ON SIZE ERROR
173300             SET SATZ-IST-UNGUELTIG TO TRUE
173400             MOVE "0130" TO Abweisungsgrund
173500     END-COMPUTE
173600     COMPUTE Satz-Mittel-Betrag ROUNDED =
173700         DS-BETRAG / Satz-Mittelkurs
173800         ON SIZE ERROR
173900             SET SATZ-IST-UNGUELTIG TO TRUE
174000             MOVE "0130" TO Abweisungsgrund
174100     END-COMPUTE
174200     IF SATZ-IST-GUELTIG
174300         IF Satz-Soll-Haben = 'S'
174400             COMPUTE Satz-Kursertrag =
174500                 Satz-Euro-Betrag - Satz-Mittel-Betrag
174600                 ON SIZE ERROR
174700                     SET SATZ-IST-UNGUELTIG TO TRUE
174800                     MOVE "0130" TO Abweisungsgrund
174900             END-COMPUTE
175000         ELSE
175100             COMPUTE Satz-Kursertrag =
175200                 Satz-Mittel-Betrag - Satz-Euro-Betrag
175300                 ON SIZE ERROR
175400                     SET SATZ-IST-UNGUELTIG TO TRUE
175500                     MOVE "0130" TO Abweisungsgrund
175600             END-COMPUTE
175700         END-IF
175800     END-IF
175900     IF SATZ-IST-UNGUELTIG
176000         MOVE ZERO TO Satz-Euro-Betrag
176100         MOVE ZERO TO Satz-Kursertrag
176200     END-IF.
176300*
176400*----------------------------------------------------------------
176500*    VERGLEICHT DEN BETRAG DES AKTUELLEN SATZES MIT DEM DES      *
176600*    GELESENEN HISTORIENSATZES IN DER WAEHRUNG DES SATZES: EIN   *
176700*    EURO-SATZ MIT HI-BETRAG EINER EURO-BUCHUNG, EIN SATZ IN     *
176800*    FREMDWAEHRUNG MIT DEM ORIGINALBETRAG EINER BUCHUNG DERSELBEN*
176900*    WAEHRUNG.                                                   *
177000*----------------------------------------------------------------
177100 HistorienbetragVergleichen.
177200     MOVE 'N' TO Historienbetrag-Treffer
177300     IF SATZ-IST-EURO
177400         IF HI-IST-EURO
177500             IF HI-BETRAG = DS-BETRAG
177600                 SET HISTORIENBETRAG-PASST TO TRUE
177700             END-IF
177800         END-IF
177900     ELSE
178000         IF HI-WAEHRUNG = Satz-Waehrung
178100             IF HI-ORIGINALBETRAG = DS-BETRAG
178200                 SET HISTORIENBETRAG-PASST TO TRUE
178300             END-IF
178400         END-IF
178500     END-IF.
178600*
178700*----------------------------------------------------------------
178800*    OEFFNET DIE BUCHUNGSHISTORIE ZUM FORTSCHREIBEN; BEIM        *
178900*    ALLERERSTEN LAUF (DATEI FEHLT, FILE STATUS 35) WIRD SIE     *
179000*    LEER ANGELEGT (WIE DER SALDENMASTER IN DL100P01).           *
179100*    IM TEILLAUF IST HISTORIENDATEI DER HISTORIENTEIL DES TEILS, *
179200*    DER BEIM ERSTEN DURCHGANG NEU AUFGESETZT WIRD; DIE          *
179300*    GEFUEHRTE HISTORIE WIRD DANEBEN NUR ZUM LESEN GEOEFFNET.    *
179400*    DER SIMULATIONSLAUF VERFAEHRT EBENSO MIT DL100HIS.SIM.      *
179500*----------------------------------------------------------------
179600 HistorieOeffnen.
179700     IF (TEILLAUF OR SIMULATIONSLAUF)
179800         AND Letzter-Pruefpunkt = ZERO
179900         OPEN OUTPUT HistorienDatei
180000         CLOSE HistorienDatei
180100     END-IF
180200     OPEN I-O HistorienDatei
180300     IF HISTORIENDATEI-FEHLT
180400         OPEN OUTPUT HistorienDatei
180500         CLOSE HistorienDatei
180600         OPEN I-O HistorienDatei
180700     END-IF
180800     IF NOT HISTORIENDATEI-OK
180900         DISPLAY "DL100 FEHLER - BUCHUNGSHISTORIE "
181000             Historie-Pfad " NICHT ZU OEFFNEN, FILE STATUS "
181100             Historie-Status " - LAUF ABGEBROCHEN"
181200         MOVE 16 TO RETURN-CODE
181300         STOP RUN
181400     END-IF
181500     IF TEILLAUF OR SIMULATIONSLAUF
181600         PERFORM HistorienbestandOeffnen
181700     END-IF.
181800*
181900*----------------------------------------------------------------
182000*    OEFFNET IM TEILLAUF DIE GEFUEHRTE BUCHUNGSHISTORIE DL100HIS *
182100*    NUR ZUM LESEN - ALLE TEILE LAUFEN GLEICHZEITIG GEGEN SIE.   *
182200*    EBENSO IM SIMULATIONSLAUF, DER SIE NICHT VERAENDERN DARF.   *
182300*    FEHLT SIE NOCH (ALLERERSTER LAUF), GIBT ES NICHTS ZU FINDEN.*
182400*----------------------------------------------------------------
182500 HistorienbestandOeffnen.
182600     OPEN INPUT HistorienbestandDatei
182700     IF BESTANDSDATEI-OK
182800         SET BESTAND-VORHANDEN TO TRUE
182900     ELSE
183000     IF BESTANDSDATEI-FEHLT
183100         DISPLAY "DL100 HINWEIS - BUCHUNGSHISTORIE DL100HIS "
183200             "NOCH NICHT VORHANDEN"
183300     ELSE
183400         DISPLAY "DL100 FEHLER - BUCHUNGSHISTORIE DL100HIS "
183500             "NICHT ZU OEFFNEN, FILE STATUS " Bestand-Status
183600             " - LAUF ABGEBROCHEN"
183700         MOVE 16 TO RETURN-CODE
183800         STOP RUN
183900     END-IF END-IF.
184000*
184100*----------------------------------------------------------------
184200*    PRUEFT, OB DIESER STORNO IM ABGEBROCHENEN ERSTEN DURCHGANG  *
184300*    SCHON VOLLZOGEN WURDE: SEIN EIGENER HISTORIENSATZ           *
184400*    (GLEICHER SCHLUESSEL) TRAEGT DANN ART 'S' UND STATUS 'A'.   *
184500*    IN DIESEM FALL WIRD DER DAMALS GEBUCHTE BETRAG UEBER-       *
184600*    NOMMEN, STATT DAS - BEREITS GEKENNZEICHNETE - ORIGINAL      *
184700*    ERNEUT ZU SUCHEN UND DEN STORNO FAELSCHLICH MIT 0060        *
184800*    ABZUWEISEN.                                                 *
184900*----------------------------------------------------------------
185000 StornoWiederanlaufPruefen.
185100     MOVE 'N' TO Storno-Wiederholung
185200     MOVE ZERO TO Storno-Wiederholungs-Betrag
185300     MOVE DS-KONTONUMMER TO HI-KONTONUMMER
185400     MOVE DS-BUCHUNGSDATUM TO HI-BUCHUNGSDATUM
185500     MOVE Header-Laufdatum TO HI-LAUFDATUM
185600     MOVE Zaehler-Gelesen TO HI-LFDNR
185700     READ HistorienDatei
185800         INVALID KEY
185900             CONTINUE
186000         NOT INVALID KEY
186100             IF HI-IST-STORNO AND HI-IST-AKZEPTIERT
186200                 MOVE 'J' TO Storno-Wiederholung
186300                 MOVE HI-BETRAG-SIGNIERT
186400                     TO Storno-Wiederholungs-Betrag
186500                 PERFORM StornoKursUebernehmen
186600                 COMPUTE Storno-Original-Kursertrag =
186700                     ZERO - Storno-Original-Kursertrag
186800             END-IF
186900     END-READ.
187000*
187100*----------------------------------------------------------------
187200*    SUCHT IN DER BUCHUNGSHISTORIE DIE ORIGINALBUCHUNG ZU EINEM  *
187300*    STORNO: GLEICHES KONTO, GLEICHES BUCHUNGSDATUM, GLEICHER    *
187400*    BETRAG, AKZEPTIERT, SELBST KEIN STORNO, KEINE UMBUCHUNGS-   *
187500*    TEILBUCHUNG (DIE DARF NUR ALS PAAR ZURUECKGENOMMEN          *
187600*    WERDEN - EIN EINSEITIGER STORNO ERHAELT GRUND 0060) UND     *
187700*    NOCH NICHT STORNIERT.  BEI TREFFER WERDEN SCHLUESSEL UND    *
187800*    SIGNIERTER BETRAG DES ORIGINALS FUER GEGENBUCHUNG UND       *
187900*    KENNZEICHNUNG FESTGEHALTEN.                                 *
188000*    IM TEILLAUF WIRD ZUERST DIE GEFUEHRTE HISTORIE DURCHSUCHT   *
188100*    UND DANN DER EIGENE HISTORIENTEIL (BUCHUNGEN DES LAUFS).    *
188200*----------------------------------------------------------------
188300 StornoOriginalSuchen.
188400     SET STORNO-ORIGINAL-FEHLT TO TRUE
188500     MOVE 'N' TO Historie-Suche-Ende
188600     MOVE SPACES TO Storno-Original-Schluessel
188700     MOVE ZERO TO Storno-Original-Signiert
188800     IF BESTAND-VORHANDEN
188900         PERFORM StornoBestandSuchen
189000     END-IF
189100     IF STORNO-ORIGINAL-FEHLT
189200         MOVE 'N' TO Historie-Suche-Ende
189300         MOVE DS-KONTONUMMER TO HI-KONTONUMMER
189400         MOVE DS-BUCHUNGSDATUM TO HI-BUCHUNGSDATUM
189500         MOVE ZERO TO HI-LAUFDATUM
189600         MOVE ZERO TO HI-LFDNR
189700         START HistorienDatei
189800             KEY IS NOT LESS THAN HI-SCHLUESSEL
189900             INVALID KEY
190000                 MOVE 'Y' TO Historie-Suche-Ende
190100         END-START
190200         PERFORM StornoKandidatPruefen
190300             UNTIL STORNO-ORIGINAL-GEFUNDEN
190400                 OR KEINE-HISTORIE-MEHR
190500     END-IF.
190600*
190700*----------------------------------------------------------------
190800 StornoKandidatPruefen.
190900*----------------------------------------------------------------
191000     READ HistorienDatei NEXT RECORD
191100         AT END
191200             MOVE 'Y' TO Historie-Suche-Ende
191300         NOT AT END
191400             IF HI-KONTONUMMER NOT = DS-KONTONUMMER
191500                 OR HI-BUCHUNGSDATUM NOT = DS-BUCHUNGSDATUM
191600                 MOVE 'Y' TO Historie-Suche-Ende
191700             ELSE
191800                 PERFORM StornoKandidatBewerten
191900             END-IF
192000     END-READ.
192100*
192200*----------------------------------------------------------------
192300 StornoKandidatBewerten.
192400*----------------------------------------------------------------
192500     PERFORM HistorienbetragVergleichen
192600     IF HI-IST-AKZEPTIERT
192700         AND NOT HI-IST-STORNO
192800         AND NOT HI-IST-UMBUCHUNG
192900         AND NOT HI-IST-EXTERN
193000         AND NOT HI-IST-STORNIERT
193100         AND HISTORIENBETRAG-PASST
193200         SET STORNO-ORIGINAL-GEFUNDEN TO TRUE
193300         MOVE HI-SCHLUESSEL TO Storno-Original-Schluessel
193400         MOVE HI-BETRAG-SIGNIERT TO Storno-Original-Signiert
193500         PERFORM StornoKursUebernehmen
193600     END-IF.
193700*
193800*----------------------------------------------------------------
193900*    HAELT KURS UND KURSERTRAG DES GELESENEN HISTORIENSATZES     *
194000*    FEST; SAETZE AUS DER ZEIT VOR DER FREMDWAEHRUNG TRAGEN      *
194100*    DORT NOCH LEERSTELLEN UND GELTEN ALS OHNE KURSERTRAG.       *
194200*----------------------------------------------------------------
194300 StornoKursUebernehmen.
194400     MOVE ZERO TO Storno-Original-Kurs
194500     MOVE ZERO TO Storno-Original-Kursertrag
194600     IF HI-KURS IS NUMERIC
194700         MOVE HI-KURS TO Storno-Original-Kurs
194800     END-IF
194900     IF HI-KURSERTRAG IS NUMERIC
195000         MOVE HI-KURSERTRAG TO Storno-Original-Kursertrag
195100     END-IF.
195200*
195300*----------------------------------------------------------------
195400*    TEILLAUF: SUCHT DAS STORNO-ORIGINAL IN DER GEFUEHRTEN       *
195500*    HISTORIE.  HAT DER TEIL EINEN KANDIDATEN HEUTE SCHON        *
195600*    STORNIERT, STEHT DIESE FASSUNG IM HISTORIENTEIL UND GILT.   *
195700*----------------------------------------------------------------
195800 StornoBestandSuchen.
195900     MOVE DS-KONTONUMMER TO HI-KONTONUMMER
196000     MOVE DS-BUCHUNGSDATUM TO HI-BUCHUNGSDATUM
196100     MOVE ZERO TO HI-LAUFDATUM
196200     MOVE ZERO TO HI-LFDNR
196300     MOVE HI-SCHLUESSEL TO BS-SCHLUESSEL
196400     START HistorienbestandDatei
196500         KEY IS NOT LESS THAN BS-SCHLUESSEL
196600         INVALID KEY
196700             MOVE 'Y' TO Historie-Suche-Ende
196800     END-START
196900     PERFORM StornoBestandPruefen
197000         UNTIL STORNO-ORIGINAL-GEFUNDEN
197100             OR KEINE-HISTORIE-MEHR.
197200*
197300*----------------------------------------------------------------
197400 StornoBestandPruefen.
197500*----------------------------------------------------------------
197600     READ HistorienbestandDatei NEXT RECORD
197700         AT END
197800             MOVE 'Y' TO Historie-Suche-Ende
197900         NOT AT END
198000             MOVE Bestand-Satz TO Historiensatz
198100             IF HI-KONTONUMMER NOT = DS-KONTONUMMER
198200                 OR HI-BUCHUNGSDATUM NOT = DS-BUCHUNGSDATUM
198300                 MOVE 'Y' TO Historie-Suche-Ende
198400             ELSE
198500                 READ HistorienDatei
198600                     INVALID KEY
198700                         MOVE Bestand-Satz TO Historiensatz
198800                 END-READ
198900                 PERFORM StornoKandidatBewerten
199000             END-IF
199100     END-READ.
199200*
199300*----------------------------------------------------------------
199400*    KENNZEICHNET DAS GETROFFENE ORIGINAL ALS STORNIERT, DAMIT   *
199500*    ES KEIN ZWEITES MAL STORNIERT WERDEN KANN, UND ZAEHLT DEN   *
199600*    STORNO FUER DEN KONTROLLBERICHT.  BEI EINER WIEDERANLAUF-   *
199700*    WIEDERHOLUNG TRAEGT DAS ORIGINAL DIE KENNZEICHNUNG SCHON    *
199800*    AUS DEM ERSTEN DURCHGANG - DANN WIRD NUR GEZAEHLT.          *
199900*    IM TEILLAUF WIRD EIN ORIGINAL AUS DER GEFUEHRTEN HISTORIE   *
200000*    GEKENNZEICHNET IN DEN HISTORIENTEIL GESCHRIEBEN; DIE        *
200100*    ZUSAMMENFUEHRUNG UEBERTRAEGT ES ZURUECK.                     *
200200*----------------------------------------------------------------
200300 StornoVollziehen.
200400     IF STORNO-IST-WIEDERHOLUNG
200500         CONTINUE
200600     ELSE
200700         MOVE Storno-Original-Schluessel TO HI-SCHLUESSEL
200800         READ HistorienDatei
200900             INVALID KEY
201000                 PERFORM StornoOriginalAusBestand
201100             NOT INVALID KEY
201200                 MOVE 'J' TO HI-STORNIERT
201300                 REWRITE Historiensatz
201400         END-READ
201500     END-IF
201600     ADD 1 TO Zaehler-Storno.
201700*
201800*----------------------------------------------------------------
201900 StornoOriginalAusBestand.
202000*----------------------------------------------------------------
202100     IF BESTAND-VORHANDEN
202200         MOVE Storno-Original-Schluessel TO BS-SCHLUESSEL
202300         READ HistorienbestandDatei
202400             INVALID KEY
202500                 DISPLAY "DL100 WARNUNG - STORNO-ORIGINAL NICHT "
202600                     "MEHR LESBAR, KENNZEICHNUNG UNTERBLEIBT"
202700             NOT INVALID KEY
202800                 MOVE Bestand-Satz TO Historiensatz
202900                 MOVE 'J' TO HI-STORNIERT
203000                 WRITE Historiensatz
203100         END-READ
203200     ELSE
203300         DISPLAY "DL100 WARNUNG - STORNO-ORIGINAL NICHT "
203400             "MEHR LESBAR, KENNZEICHNUNG UNTERBLEIBT"
203500     END-IF.
203600*
203700*----------------------------------------------------------------
203800*    SCHREIBT DIE GERADE GEPRUEFTE TRANSAKTION (AKZEPTIERT ODER  *
203900*    ABGEWIESEN) IN DIE BUCHUNGSHISTORIE.  DER SCHLUESSEL        *
204000*    (KONTO, BUCHUNGSDATUM, LAUFDATUM, SATZNUMMER DES LAUFS) IST *
204100*    EINDEUTIG; TRIFFT EIN WIEDERANLAUF AUF EINEN SCHON          *
204200*    GESCHRIEBENEN SATZ, WIRD ER UNVERAENDERT UEBERSCHRIEBEN.    *
204300*    NICHT NUMERISCHE FELDER ABGEWIESENER SAETZE WERDEN ALS      *
204400*    NULL FESTGEHALTEN - DER ORIGINALINHALT STEHT WEITER IN      *
204500*    DER ABWEISUNGSDATEI.                                        *
204600*----------------------------------------------------------------
204700 HistoriensatzSchreiben.
204800     MOVE SPACES TO Historiensatz
204900     IF DS-KONTONUMMER IS NUMERIC
205000         MOVE DS-KONTONUMMER TO HI-KONTONUMMER
205100     ELSE
205200         MOVE ZERO TO HI-KONTONUMMER
205300     END-IF
205400     IF DS-BUCHUNGSDATUM IS NUMERIC
205500         MOVE DS-BUCHUNGSDATUM TO HI-BUCHUNGSDATUM
205600     ELSE
205700         MOVE ZERO TO HI-BUCHUNGSDATUM
205800     END-IF
205900     MOVE Header-Laufdatum TO HI-LAUFDATUM
206000     MOVE Zaehler-Gelesen TO HI-LFDNR
206100     MOVE DS-TRANSAKTIONSCODE TO HI-TRANSAKTIONSCODE
206200     MOVE Satz-Art TO HI-ART
206300     MOVE Satz-Euro-Betrag TO HI-BETRAG
206400     MOVE Satz-Waehrung TO HI-WAEHRUNG
206500     IF DS-BETRAG IS NUMERIC
206600         MOVE DS-BETRAG TO HI-ORIGINALBETRAG
206700     ELSE
206800         MOVE ZERO TO HI-ORIGINALBETRAG
206900     END-IF
207000     MOVE Satz-Kurs TO HI-KURS
207100     IF SATZ-IST-GUELTIG
207200         MOVE Betrag-Signiert TO HI-BETRAG-SIGNIERT
207300         MOVE Satz-Kursertrag TO HI-KURSERTRAG
207400         MOVE 'A' TO HI-STATUS
207500         IF SATZ-IST-RUECKBUCHUNG
207600             MOVE DR-RUECKGABEGRUND TO HI-ABWEISUNGSGRUND
207700         ELSE
207800             MOVE SPACES TO HI-ABWEISUNGSGRUND
207900         END-IF
208000     ELSE
208100         MOVE ZERO TO HI-BETRAG-SIGNIERT
208200         MOVE ZERO TO HI-KURSERTRAG
208300         MOVE 'R' TO HI-STATUS
208400         MOVE Abweisungsgrund TO HI-ABWEISUNGSGRUND
208500     END-IF
208600     MOVE 'N' TO HI-STORNIERT
208700     MOVE Satz-Filiale TO HI-FILIALE
208800     IF SATZ-IST-UMBUCHUNG AND DS-GEGENKONTO IS NUMERIC
208900         MOVE DS-GEGENKONTO TO HI-GEGENKONTO
209000     ELSE
209100         MOVE ZERO TO HI-GEGENKONTO
209200     END-IF
209300     WRITE Historiensatz
209400         INVALID KEY
209500             REWRITE Historiensatz
209600     END-WRITE.
209700*
209800*----------------------------------------------------------------
209900 AbweisungSchreiben.
210000*----------------------------------------------------------------
210100     MOVE Abweisungsgrund TO AW-GRUND-CODE
210200     MOVE DateiSatz TO AW-SATZINHALT
210300     WRITE Abweisungssatz
210400     IF SIMULATIONSLAUF
210500         PERFORM SimulationsgrundZaehlen
210600     END-IF.
210700*
210800*----------------------------------------------------------------
210900*    HAELT EINEN AKZEPTIERTEN SATZ MIT DEM LAUFDATUM ALS         *
211000*    BUCHUNGSDATUM, DEM SIGNIERTEN BETRAG UND DER SATZNUMMER     *
211100*    DES LAUFS AUF DL100AKZ FEST - DIE GRUNDLAGE DES HAUPTBUCH-  *
211200*    ABTRAGS (DL100G01), DER AN DER SATZNUMMER AUCH WIEDER-      *
211300*    ANLAUF-DUBLETTEN ERKENNT.                                   *
211400*----------------------------------------------------------------
211500 AkzeptsatzSchreiben.
211600     MOVE SPACES TO Akzeptsatz
211700     MOVE Header-Laufdatum TO AK-LAUFDATUM
211800     MOVE DS-KONTONUMMER TO AK-KONTONUMMER
211900     MOVE DS-TRANSAKTIONSCODE TO AK-TRANSAKTIONSCODE
212000     MOVE Satz-Soll-Haben TO AK-SOLL-HABEN
212100     MOVE Betrag-Signiert TO AK-BETRAG-SIGNIERT
212200     MOVE Zaehler-Gelesen TO AK-LFDNR
212300     MOVE Satz-Filiale TO AK-FILIALE
212400     IF SATZ-IST-UMBUCHUNG
212500         MOVE '1' TO AK-TEILSATZ
212600     ELSE
212700         MOVE SPACE TO AK-TEILSATZ
212800     END-IF
212900     MOVE Satz-Waehrung TO AK-WAEHRUNG
213000     IF SATZ-IST-EURO
213100         MOVE Betrag-Signiert TO AK-ORIGINAL-SIGNIERT
213200     ELSE
213300     IF Betrag-Signiert LESS THAN ZERO
213400         COMPUTE AK-ORIGINAL-SIGNIERT = ZERO - DS-BETRAG
213500     ELSE
213600         MOVE DS-BETRAG TO AK-ORIGINAL-SIGNIERT
213700     END-IF END-IF
213800     MOVE Satz-Kursertrag TO AK-KURSERTRAG
213900     WRITE Akzeptsatz.
214000*
214100*----------------------------------------------------------------
214200*    HAELT DEN STAND DER GERADE GEPRUEFTEN TRANSAKTION IM        *
214300*    KONTOMASTER FEST.  TRITT DAS KONTO HEUTE ERSTMALIG AUF      *
214400*    (INVALID KEY BEIM LESEN), WIRD EIN NEUER MASTERSATZ MIT     *
214500*    ANZAHL 1 UND DER TRANSAKTIONSSUMME ANGELEGT; SONST WERDEN   *
214600*    ANZAHL UND (VORZEICHENGERECHTE, SIEHE BETRAGSIGNIEREN)      *
214700*    SUMME ZUM VORHANDENEN MASTERSATZ ADDIERT, DAMIT             *
214800*    DIE GESAMTSUMME IM TAGESBERICHT AUCH BEI MEHREREN           *
214900*    TRANSAKTIONEN PRO KONTO MIT DER BETRAGSSUMME AUS DEM        *
215000*    KONTROLLBERICHT UEBEREINSTIMMT.  STATUS UND ABWEISUNGSGRUND *
215100*    SPIEGELN IMMER DIE ZULETZT GEPRUEFTE TRANSAKTION.            *
215200*----------------------------------------------------------------
215300 KontomasterFortschreiben.
215400     MOVE DS-KONTONUMMER TO KM-KONTONUMMER
215500     READ KontomasterDatei
215600         INVALID KEY
215700             MOVE ZERO TO KM-ANZAHL-TRANSAKTIONEN
215800             MOVE ZERO TO KM-BETRAGSSUMME
215900     END-READ
216000     ADD 1 TO KM-ANZAHL-TRANSAKTIONEN
216100     MOVE DS-TRANSAKTIONSCODE TO KM-LETZTER-TRANSAKTIONSCODE
216200     MOVE DS-BUCHUNGSDATUM    TO KM-LETZTE-BUCHUNG
216300     MOVE Zaehler-Gelesen     TO KM-LETZTE-LFDNR
216400     IF SATZ-IST-GUELTIG
216500         ADD Betrag-Signiert TO KM-BETRAGSSUMME
216600         SET KM-IST-AKZEPTIERT TO TRUE
216700         MOVE SPACES TO KM-LETZTER-ABWEISUNGSGRUND
216800     ELSE
216900         SET KM-IST-ABGEWIESEN TO TRUE
217000         MOVE Abweisungsgrund TO KM-LETZTER-ABWEISUNGSGRUND
217100     END-IF
217200     WRITE KONTOMASTERSATZ
217300         INVALID KEY
217400             REWRITE KONTOMASTERSATZ
217500     END-WRITE.
217600*
217700*----------------------------------------------------------------
217800*    LEGT EINMAL JE LAUF DEN LAUFSATZ AN (ODER SCHREIBT IHN BEI   *
217900*    EINEM WIEDERANLAUF FORT) - DEN EINZIGEN MASTERSATZ UNTER DEM *
218000*    ALS KONTONUMMER NIE VERGEBENEN SCHLUESSEL 9999999999 - DAMIT *
218100*    DL100R01 UND DL100A01 DAS TATSAECHLICHE LAUFDATUM UND NICHT  *
218200*    DAS SYSTEMDATUM ANZEIGEN KOENNEN.                            *
218300*----------------------------------------------------------------
218400 KontomasterLaufsatzSchreiben.
218500     MOVE 9999999999 TO KL-KONTONUMMER
218600     MOVE Header-Laufdatum TO KL-LAUFDATUM
218700     WRITE KONTOMASTERSATZ
218800         INVALID KEY
218900             REWRITE KONTOMASTERSATZ
219000     END-WRITE.
219100*
219200*----------------------------------------------------------------
219300*    LIEST DEN ERSTEN SATZ DER EINGABEDATEI, DER IMMER DER       *
219400*    VORSATZ SEIN MUSS, UND UEBERNIMMT LAUFDATUM UND ERWARTETE   *
219500*    SATZANZAHL FUER DEN SPAETEREN ABGLEICH.  FEHLT DER VORSATZ  *
219600*    ODER IST ER NICHT ALS SOLCHER GEKENNZEICHNET, GILT DIE      *
219700*    DATEI ALS BESCHAEDIGT UND DER LAUF WIRD MIT RETURN-CODE 16  *
219800*    BEENDET.                                                    *
219900*----------------------------------------------------------------
220000 VorsatzLesenUndPruefen.
220100     READ EingabeDatei
220200         AT END
220300             MOVE 'Y' TO DateiEnde
220400         NOT AT END
220500             IF DH-IST-HEADER
220600                 SET VORSATZ-ERHALTEN TO TRUE
220700                 MOVE DH-LAUFDATUM TO Header-Laufdatum
220800                 MOVE DH-SATZANZAHL TO Header-Satzanzahl
220900                 IF TEILLAUF
221000                     PERFORM TeilvorsatzPruefen
221100                 END-IF
221200             END-IF
221300     END-READ
221400     IF NOT VORSATZ-ERHALTEN
221500         DISPLAY "DL100 FEHLER - EINGABEDATEI OHNE GUELTIGEN "
221600             "VORSATZ - LAUF WIRD ABGEBROCHEN"
221700         MOVE 16 TO RETURN-CODE
221800         CLOSE EingabeDatei
221900         CLOSE AbweisungsDatei
222000         STOP RUN
222100     END-IF
222200     PERFORM LaufregisterPruefen
222300     PERFORM LaufterminPruefen.
222400*
222500*----------------------------------------------------------------
222600*    PRUEFT DAS LAUFDATUM AUS DEM VORSATZ GEGEN DAS REGISTER DER *
222700*    ERFOLGREICH VERARBEITETEN LAEUFE (DL100REG).  IST DER LAUF  *
222800*    DORT SCHON VERMERKT, WUERDE EINE ERNEUT ANGELIEFERTE DATEI  *
222900*    JEDE BUCHUNG EIN ZWEITES MAL IN DEN KONTOMASTER TREIBEN -   *
223000*    DER LAUF WIRD DANN MIT RETURN-CODE 16 UND KLARER OPERATOR-  *
223100*    MELDUNG ABGEBROCHEN.  NUR EINE BEWUSST GESETZTE UMGEBUNGS-  *
223200*    VARIABLE DL100REPRO=J (ECHTE WIEDERVERARBEITUNG, Z.B. NACH  *
223300*    EINEM ZURUECKGESETZTEN KONTOMASTER) LAESST DEN LAUF DURCH.  *
223400*    DER SIMULATIONSLAUF WARNT NUR UND VERMERKT DEN BEFUND FUER  *
223500*    DEN SIMULATIONSBERICHT.                                     *
223600*----------------------------------------------------------------
223700 LaufregisterPruefen.
223800     MOVE 'N' TO Lauf-Schon-Verarbeitet
223900     MOVE 'N' TO Registerdatei-Ende
224000     OPEN INPUT LaufregisterDatei
224100     IF REGISTER-GEFUNDEN
224200         PERFORM RegistersatzPruefen
224300             UNTIL KEINE-REGISTERSAETZE-MEHR
224400                 OR LAUF-BEREITS-VERARBEITET
224500         CLOSE LaufregisterDatei
224600     END-IF
224700     IF LAUF-BEREITS-VERARBEITET
224800         ACCEPT Reprocessing-Kennzeichen
224900             FROM ENVIRONMENT "DL100REPRO"
225000         IF WIEDERVERARBEITUNG-ERLAUBT
225100             DISPLAY "DL100 HINWEIS - LAUFDATUM " Header-Laufdatum
225200                 " BEREITS VERARBEITET, WIEDERVERARBEITUNG "
225300                 "UEBER DL100REPRO=J AUSDRUECKLICH ANGEFORDERT"
225400         ELSE
225500         IF SIMULATIONSLAUF
225600             SET BEFUND-LAUF-VERARBEITET TO TRUE
225700             DISPLAY "DL100 WARNUNG - LAUFDATUM " Header-Laufdatum
225800                 " BEREITS VERARBEITET (SIEHE DL100REG) - DER "
225900                 "ECHTE LAUF WUERDE ABGEBROCHEN"
226000         ELSE
226100             DISPLAY "DL100 FEHLER - LAUFDATUM " Header-Laufdatum
226200                 " WURDE BEREITS ERFOLGREICH VERARBEITET "
226300                 "(SIEHE DL100REG) - LAUF WIRD ABGEBROCHEN"
226400             DISPLAY "FUER ECHTE WIEDERVERARBEITUNG DL100REPRO=J "
226500                 "SETZEN UND SCHRITT ERNEUT STARTEN"
226600             MOVE 16 TO RETURN-CODE
226700             IF NOT ZUSAMMENFUEHRUNG
226800                 CLOSE EingabeDatei
226900                 CLOSE AbweisungsDatei
227000             END-IF
227100             STOP RUN
227200         END-IF END-IF
227300     END-IF.
227400*
227500*----------------------------------------------------------------
227600 RegistersatzPruefen.
227700*----------------------------------------------------------------
227800     READ LaufregisterDatei
227900         AT END
228000             MOVE 'Y' TO Registerdatei-Ende
228100         NOT AT END
228200             IF RG-LAUFDATUM = Header-Laufdatum
228300                 MOVE 'J' TO Lauf-Schon-Verarbeitet
228400             END-IF
228500             IF RG-LAUFDATUM GREATER THAN Juengster-Lauf
228600                 MOVE RG-LAUFDATUM TO Juengster-Lauf
228700             END-IF
228800     END-READ.
228900*
229000*----------------------------------------------------------------
229100*    UEBERNIMMT DIE KONTROLLSUMMEN AUS DEM NACHSATZ, SOBALD ER   *
229200*    IM EINGABESTROM ANGETROFFEN WIRD.  DAMIT ENDET DIE          *
229300*    EINZELSATZVERARBEITUNG, OHNE AUF DAS PHYSISCHE DATEIENDE    *
229400*    WARTEN ZU MUESSEN.                                          *
229500*----------------------------------------------------------------
229600 NachsatzUebernehmen.
229700     SET NACHSATZ-ERHALTEN TO TRUE
229800     MOVE DT-SATZANZAHL TO Trailer-Satzanzahl
229900     MOVE DT-BETRAGSSUMME TO Trailer-Betragssumme.
230000*
230100*----------------------------------------------------------------
230200*    GLEICHT DIE WAEHREND DES LAUFS TATSAECHLICH GEZAEHLTEN      *
230300*    SAETZE UND DIE SUMME DER GELESENEN BETRAEGE (ZAEHLER-       *
230400*    BETRAGSSUMME-GELESEN - ALLE DETAILSAETZE MIT NUMERISCHEM    *
230500*    BETRAG, AUCH ABGEWIESENE) GEGEN DIE KONTROLLSUMMEN AUS      *
230600*    VORSATZ UND NACHSATZ AB.  EIN ABGEWIESENER SATZ DARF DEN    *
230700*    ABGLEICH NICHT ZUM SCHEITERN BRINGEN, SOLANGE SEIN BETRAG   *
230800*    SELBST NUMERISCH WAR - SONST WUERDE JEDE NORMALE            *
230900*    ABWEISUNG (Z.B. WEGEN UNGUELTIGER KONTONUMMER) DEN SONST    *
231000*    EINWANDFREIEN LAUF FAELSCHLICH AUF RETURN-CODE 16 SETZEN.   *
231100*    BEI JEDER ABWEICHUNG WIRD DER RETURN-CODE AUF 16 GESETZT,   *
231200*    DAMIT EIN NACHGELAGERTER BATCHSCHRITT DEN LAUF NICHT ALS    *
231300*    ERFOLGREICH ANSIEHT.                                       *
231400*----------------------------------------------------------------
231500 AbgleichPruefen.
231600     SET ABGLEICH-OK TO TRUE
231700     IF NOT NACHSATZ-ERHALTEN
231800         SET ABGLEICH-FEHLER TO TRUE
231900         DISPLAY "DL100 ABGLEICHFEHLER - KEIN NACHSATZ ERHALTEN"
232000     ELSE
232100         IF Header-Satzanzahl NOT = Trailer-Satzanzahl
232200             SET ABGLEICH-FEHLER TO TRUE
232300             DISPLAY "DL100 ABGLEICHFEHLER - VORSATZ UND "
232400                 "NACHSATZ NENNEN UNTERSCHIEDLICHE SATZANZAHL"
232500         END-IF
232600         COMPUTE Teil-Gelesen = Zaehler-Gelesen - Satz-Versatz
232700         IF Teil-Gelesen NOT = Trailer-Satzanzahl
232800             SET ABGLEICH-FEHLER TO TRUE
232900             DISPLAY "DL100 ABGLEICHFEHLER - GELESENE SATZANZAHL "
233000                 "WEICHT VOM NACHSATZ AB"
233100         END-IF
233200         IF Zaehler-Betragssumme-Gelesen NOT =
233300             Trailer-Betragssumme
233400             SET ABGLEICH-FEHLER TO TRUE
233500             DISPLAY "DL100 ABGLEICHFEHLER - BETRAGSSUMME WEICHT "
233600                 "VOM NACHSATZ AB"
233700         END-IF
233800     END-IF
233900     IF ABGLEICH-FEHLER
234000         MOVE 16 TO RETURN-CODE
234100     END-IF.
234200*
234300*----------------------------------------------------------------
234400*    ERMITTELT DEN DATEINAMEN, DER FUER DIE ARCHIVIERUNG         *
234500*    UMBENANNT WERDEN SOLL.  PRIMAER UEBER DIE UMGEBUNGSVARIABLE *
234600*    DD_DL100ARC (ODER dd_DL100ARC BZW. DL100ARC) - DIESE WIRD   *
234700*    VOM NAECHTLICHEN SCHRITTAUFRUF GESETZT, WENN DD_DL100EIN    *
234800*    SELBST SCHON AUF EINE ZWISCHENDATEI (Z.B. DIE SORTIERTE     *
234900*    DATEI DES SORTIERLAUFS) UMGELEITET IST UND DESHALB NICHT    *
235000*    DIE ECHTE TAGESEINGABE NENNT.  IST KEINE DER DL100ARC-       *
235100*    VARIANTEN GESETZT (STANDALONE-LAUF OHNE VORGESCHALTETEN     *
235200*    SORTIERLAUF), WIRD WIE BISHER AUF DIE DD_DL100EIN-KETTE      *
235300*    ZURUECKGEGRIFFEN (DD_DL100EIN, DANN dd_DL100EIN, DANN DIE    *
235400*    UMGEBUNGSVARIABLE DL100EIN, SONST DER DD-NAME SELBST).       *
235500*----------------------------------------------------------------
235600 EingabedateiPfadErmitteln.
235700     ACCEPT Eingabedatei-Pfad FROM ENVIRONMENT "DD_DL100ARC"
235800     IF Eingabedatei-Pfad = SPACES
235900         ACCEPT Eingabedatei-Pfad FROM ENVIRONMENT "dd_DL100ARC"
236000     END-IF
236100     IF Eingabedatei-Pfad = SPACES
236200         ACCEPT Eingabedatei-Pfad FROM ENVIRONMENT "DL100ARC"
236300     END-IF
236400     IF Eingabedatei-Pfad = SPACES
236500         ACCEPT Eingabedatei-Pfad FROM ENVIRONMENT "DD_DL100EIN"
236600     END-IF
236700     IF Eingabedatei-Pfad = SPACES
236800         ACCEPT Eingabedatei-Pfad FROM ENVIRONMENT "dd_DL100EIN"
236900     END-IF
237000     IF Eingabedatei-Pfad = SPACES
237100         ACCEPT Eingabedatei-Pfad FROM ENVIRONMENT "DL100EIN"
237200     END-IF
237300     IF Eingabedatei-Pfad = SPACES
237400         MOVE "DL100EIN" TO Eingabedatei-Pfad
237500     END-IF.
237600*
237700*----------------------------------------------------------------
237800*    BENENNT DIE VERARBEITETE TAGESEINGABE NACH LAUFDATUM UM,    *
237900*    DAMIT DERSELBE DD-NAME NICHT VERSEHENTLICH KEIN ZWEITES MAL *
238000*    VERARBEITET WIRD UND EINE WIEDERAUFFINDBARE HISTORIE JE     *
238100*    VERARBEITUNGSTAG ENTSTEHT.  WIRD NUR NACH ERFOLGREICHEM     *
238200*    ABGLEICH AUFGERUFEN; SCHLAEGT DIE UMBENENNUNG SELBST FEHL,  *
238300*    WIRD DIES NUR GEMELDET, OHNE DEN SONST ERFOLGREICHEN LAUF   *
238400*    NACHTRAEGLICH ALS FEHLGESCHLAGEN ZU KENNZEICHNEN.           *
238500*----------------------------------------------------------------
238600 EingabedateiArchivieren.
238700     PERFORM EingabedateiPfadErmitteln
238800     MOVE SPACES TO Archiv-Pfad
238900     STRING Eingabedatei-Pfad DELIMITED BY SPACE
239000         ".ARCH." DELIMITED BY SIZE
239100         Header-Laufdatum DELIMITED BY SIZE
239200         INTO Archiv-Pfad
239300     CALL "CBL_RENAME_FILE" USING Eingabedatei-Pfad Archiv-Pfad
239400         RETURNING Archivierung-RC
239500     IF Archivierung-RC NOT = ZERO
239600         DISPLAY "DL100 WARNUNG - TAGESEINGABE KONNTE NICHT NACH "
239700             Archiv-Pfad " ARCHIVIERT WERDEN"
239800     END-IF.
239900*
240000*----------------------------------------------------------------
240100*    VERMERKT DAS ERFOLGREICH VERARBEITETE LAUFDATUM IM REGISTER *
240200*    DL100REG (WIRD NUR NACH GELUNGENEM ABGLEICH UND ARCHIVIE-   *
240300*    RUNG AUFGERUFEN).  BEI EINER AUSDRUECKLICHEN WIEDERVER-     *
240400*    ARBEITUNG STEHT DAS DATUM SCHON IM REGISTER UND WIRD NICHT  *
240500*    ERNEUT ANGEHAENGT.  WIE BEIM SITZUNGSPROTOKOLL IN           *
240600*    EINGABENAMEN WIRD ZUERST EXTEND VERSUCHT UND DIE DATEI      *
240700*    BEIM ALLERERSTEN MAL NEU ANGELEGT.                          *
240800*----------------------------------------------------------------
240900 LaufregisterFortschreiben.
241000     IF LAUF-BEREITS-VERARBEITET
241100         CONTINUE
241200     ELSE
241300         OPEN EXTEND LaufregisterDatei
241400         IF NOT REGISTER-GEFUNDEN
241500             OPEN OUTPUT LaufregisterDatei
241600         END-IF
241700         MOVE Header-Laufdatum TO RG-LAUFDATUM
241800         WRITE Laufregistersatz
241900         CLOSE LaufregisterDatei
242000     END-IF.
242100*
242200*----------------------------------------------------------------
242300*    HAENGT DIE KERNZAHLEN DES ERFOLGREICH ABGEGLICHENEN LAUFS   *
242400*    MASCHINENLESBAR AN DIE LAUFSTATISTIK (DL100STA) AN - DIE    *
242500*    GRUNDLAGE FUER DEN LAUFVERGLEICH (DL100R04) UND DIE         *
242600*    SUMMENABSTIMMUNG DES HAUPTBUCH-ABTRAGS.  EINE BEWUSSTE      *
242700*    WIEDERVERARBEITUNG ERZEUGT ABSICHTLICH EINEN WEITEREN       *
242800*    SATZ DESSELBEN LAUFDATUMS.                                  *
242900*----------------------------------------------------------------
243000 LaufstatistikFortschreiben.
243100     OPEN EXTEND StatistikDatei
243200     IF NOT STATISTIKDATEI-GEFUNDEN
243300         OPEN OUTPUT StatistikDatei
243400     END-IF
243500     MOVE Header-Laufdatum TO LS-LAUFDATUM
243600     MOVE Zaehler-Gelesen TO LS-GELESEN
243700     MOVE Zaehler-Akzeptiert TO LS-AKZEPTIERT
243800     MOVE Zaehler-Abgewiesen TO LS-ABGEWIESEN
243900     MOVE Zaehler-Betragssumme TO LS-BETRAGSSUMME
244000     MOVE Zaehler-Umbuchung TO LS-UMBUCHUNGEN
244100     MOVE Zaehler-Extern TO LS-EXTERN-ANZAHL
244200     MOVE Zaehler-Extern-Summe TO LS-EXTERN-SUMME
244300     WRITE Laufstatistiksatz
244400     CLOSE StatistikDatei.
244500*
244600*----------------------------------------------------------------
244700*    SCHREIBT DEN ABSCHLUSS-KONTROLLBERICHT MIT DEN ZAEHLERN    *
244800*    DES LAUFS.  DIENT DEM OPERATOR ALS BELEG, DASS DER LAUF    *
244900*    VOLLSTAENDIG UND NACHVOLLZIEHBAR VERARBEITET WURDE.  JEDE  *
245000*    ZEILE WIRD UEBER KONTROLLBERICHTZEILESCHREIBEN SOWOHL AUF  *
245100*    DEN STATISCHEN NAMEN (VON EINGABENAMEN ANGEZEIGT) ALS AUCH *
245200*    AUF DIE NACH LAUFDATUM BENANNTE ZWEITSCHRIFT GESCHRIEBEN,  *
245300*    DAMIT DER BERICHT DES VORIGEN LAUFS NICHT VERLOREN GEHT.   *
245400*    IM SIMULATIONSLAUF BLEIBEN BEIDE UNBERUEHRT: DER BERICHT    *
245500*    GEHT MIT KOPF UND BEFUNDEN NUR AUF SIMULATIONSBERICHT.TXT.  *
245600*----------------------------------------------------------------
245700 KontrollberichtSchreiben.
245800     MOVE SPACES TO Kontrollbericht-Archiv-Pfad
245900     IF SIMULATIONSLAUF
246000         MOVE "simulationsbericht.txt"
246100             TO Kontrollbericht-Archiv-Pfad
246200         OPEN OUTPUT KontrollberichtArchivDatei
246300         PERFORM SimulationskopfSchreiben
246400     ELSE
246500         STRING "kontrollbericht.txt.ARCH." DELIMITED BY SIZE
246600             Header-Laufdatum DELIMITED BY SIZE
246700             INTO Kontrollbericht-Archiv-Pfad
246800         OPEN OUTPUT KontrollberichtDatei
246900         OPEN OUTPUT KontrollberichtArchivDatei
247000     END-IF
247100     MOVE SPACES TO Kontrollbericht-Zeile
247200     STRING "DL100 KONTROLLBERICHT" DELIMITED BY SIZE
247300         INTO Kontrollbericht-Zeile
247400     PERFORM KontrollberichtZeileSchreiben
247500*
247600     MOVE Zaehler-Gelesen TO Bericht-Anzahl-Edit
247700     MOVE SPACES TO Kontrollbericht-Zeile
247800     STRING "SAETZE GELESEN     : " DELIMITED BY SIZE
247900         Bericht-Anzahl-Edit DELIMITED BY SIZE
248000         INTO Kontrollbericht-Zeile
248100     PERFORM KontrollberichtZeileSchreiben
248200*
248300     MOVE Zaehler-Akzeptiert TO Bericht-Anzahl-Edit
248400     MOVE SPACES TO Kontrollbericht-Zeile
248500     STRING "SAETZE AKZEPTIERT  : " DELIMITED BY SIZE
248600         Bericht-Anzahl-Edit DELIMITED BY SIZE
248700         INTO Kontrollbericht-Zeile
248800     PERFORM KontrollberichtZeileSchreiben
248900*
249000     MOVE Zaehler-Storno TO Bericht-Anzahl-Edit
249100     MOVE SPACES TO Kontrollbericht-Zeile
249200     STRING "DAVON STORNOS      : " DELIMITED BY SIZE
249300         Bericht-Anzahl-Edit DELIMITED BY SIZE
249400         INTO Kontrollbericht-Zeile
249500     PERFORM KontrollberichtZeileSchreiben
249600*
249700     MOVE Zaehler-Umbuchung TO Bericht-Anzahl-Edit
249800     MOVE SPACES TO Kontrollbericht-Zeile
249900     STRING "DAVON UMBUCHUNGEN  : " DELIMITED BY SIZE
250000         Bericht-Anzahl-Edit DELIMITED BY SIZE
250100         INTO Kontrollbericht-Zeile
250200     PERFORM KontrollberichtZeileSchreiben
250300*
250400     MOVE Zaehler-Extern TO Bericht-Anzahl-Edit
250500     MOVE SPACES TO Kontrollbericht-Zeile
250600     STRING "DAVON EXTERN       : " DELIMITED BY SIZE
250700         Bericht-Anzahl-Edit DELIMITED BY SIZE
250800         INTO Kontrollbericht-Zeile
250900     PERFORM KontrollberichtZeileSchreiben
251000*
251100     MOVE Zaehler-Extern-Summe TO Bericht-Betrag-Edit
251200     MOVE SPACES TO Kontrollbericht-Zeile
251300     STRING "SUMME EXTERN       : " DELIMITED BY SIZE
251400         Bericht-Betrag-Edit DELIMITED BY SIZE
251500         INTO Kontrollbericht-Zeile
251600     PERFORM KontrollberichtZeileSchreiben
251700*
251800     MOVE Zaehler-Termin TO Bericht-Anzahl-Edit
251900     MOVE SPACES TO Kontrollbericht-Zeile
252000     STRING "TERMIN GEPARKT     : " DELIMITED BY SIZE
252100         Bericht-Anzahl-Edit DELIMITED BY SIZE
252200         INTO Kontrollbericht-Zeile
252300     PERFORM KontrollberichtZeileSchreiben
252400*
252500     MOVE Zaehler-Verdacht TO Bericht-Anzahl-Edit
252600     MOVE SPACES TO Kontrollbericht-Zeile
252700     STRING "DUBLETTENVERDACHT  : " DELIMITED BY SIZE
252800         Bericht-Anzahl-Edit DELIMITED BY SIZE
252900         INTO Kontrollbericht-Zeile
253000     PERFORM KontrollberichtZeileSchreiben
253100*
253200     MOVE SPACES TO Kontrollbericht-Zeile
253300     STRING "JE FILIALE (AKZEPTIERT / SUMME / ABGEWIESEN):"
253400         DELIMITED BY SIZE INTO Kontrollbericht-Zeile
253500     PERFORM KontrollberichtZeileSchreiben
253600     MOVE ZERO TO Filialsummen-Index
253700     PERFORM FilialsummeBerichten
253800         UNTIL Filialsummen-Index NOT LESS THAN 10
253900*
254000     MOVE Zaehler-Abgewiesen TO Bericht-Anzahl-Edit
254100     MOVE SPACES TO Kontrollbericht-Zeile
254200     STRING "SAETZE ABGEWIESEN  : " DELIMITED BY SIZE
254300         Bericht-Anzahl-Edit DELIMITED BY SIZE
254400         INTO Kontrollbericht-Zeile
254500     PERFORM KontrollberichtZeileSchreiben
254600*
254700     MOVE Zaehler-Betragssumme TO Bericht-Betrag-Edit
254800     MOVE SPACES TO Kontrollbericht-Zeile
254900     STRING "BETRAGSSUMME       : " DELIMITED BY SIZE
255000         Bericht-Betrag-Edit DELIMITED BY SIZE
255100         INTO Kontrollbericht-Zeile
255200     PERFORM KontrollberichtZeileSchreiben
255300*
255400     PERFORM WaehrungssummenErmitteln
255500     MOVE SPACES TO Kontrollbericht-Zeile
255600     STRING "JE WAEHRUNG (ANZAHL / ORIGINAL / EURO / KURSERTRAG):"
255700         DELIMITED BY SIZE INTO Kontrollbericht-Zeile
255800     PERFORM KontrollberichtZeileSchreiben
255900     MOVE ZERO TO Waehrungssummen-Index
256000     PERFORM WaehrungssummeBerichten
256100         UNTIL Waehrungssummen-Index NOT LESS THAN
256200             Waehrungssummen-Anzahl
256300*
256400     MOVE Kursertrag-Summe TO Bericht-Betrag-Edit
256500     MOVE SPACES TO Kontrollbericht-Zeile
256600     STRING "KURSERTRAG GESAMT  : " DELIMITED BY SIZE
256700         Bericht-Betrag-Edit DELIMITED BY SIZE
256800         INTO Kontrollbericht-Zeile
256900     PERFORM KontrollberichtZeileSchreiben
257000*
257100     PERFORM KursertragskontoErmitteln
257200     MOVE SPACES TO Kontrollbericht-Zeile
257300     IF Kursertrag-Sachkonto = ZERO
257400         STRING "SACHKONTO KURSERTR.: NICHT ZUGEORDNET"
257500             DELIMITED BY SIZE INTO Kontrollbericht-Zeile
257600     ELSE
257700         STRING "SACHKONTO KURSERTR.: " DELIMITED BY SIZE
257800             Kursertrag-Sachkonto DELIMITED BY SIZE
257900             INTO Kontrollbericht-Zeile
258000     END-IF
258100     PERFORM KontrollberichtZeileSchreiben
258200*
258300     MOVE SPACES TO Kontrollbericht-Zeile
258400     IF ABGLEICH-OK
258500         STRING "ABGLEICH VORSATZ/NACHSATZ: OK" DELIMITED BY SIZE
258600             INTO Kontrollbericht-Zeile
258700     ELSE
258800         STRING "ABGLEICH VORSATZ/NACHSATZ: FEHLER" DELIMITED
258900             BY SIZE INTO Kontrollbericht-Zeile
259000     END-IF
259100     PERFORM KontrollberichtZeileSchreiben
259200*
259300     IF SIMULATIONSLAUF
259400         PERFORM SimulationsbefundSchreiben
259500     ELSE
259600         CLOSE KontrollberichtDatei
259700     END-IF
259800     CLOSE KontrollberichtArchivDatei.
259900*
260000*----------------------------------------------------------------
260100*    SCHREIBT EINE EINZELNE KONTROLLBERICHT-ZEILE AUF BEIDE      *
260200*    DATEIEN (STATISCHER NAME UND LAUFDATUM-ZWEITSCHRIFT) - IM   *
260300*    SIMULATIONSLAUF NUR AUF DEN SIMULATIONSBERICHT.             *
260400*----------------------------------------------------------------
260500 KontrollberichtZeileSchreiben.
260600     IF NOT SIMULATIONSLAUF
260700         WRITE Kontrollbericht-Zeile
260800     END-IF
260900     MOVE Kontrollbericht-Zeile TO Kontrollbericht-Archiv-Zeile
261000     WRITE Kontrollbericht-Archiv-Zeile.
261100*
261200*----------------------------------------------------------------
261300*    BILDET DIE SUMMEN JE WAEHRUNG AUS DER FERTIGEN AKZEPTDATEI  *
261400*    DES LAUFS (IM TEILLAUF DES TEILS, NACH DER ZUSAMMENFUEHRUNG *
261500*    DES GESAMTLAUFS).  WIEDERANLAUF-DUBLETTEN WERDEN WIE IM     *
261600*    HAUPTBUCH-ABTRAG (DL100G01) AN SATZNUMMER UND TEILSATZ      *
261700*    ERKANNT UND UEBERGANGEN.                                    *
261800*----------------------------------------------------------------
261900 WaehrungssummenErmitteln.
262000     MOVE ZERO TO Waehrungssummen-Anzahl
262100     MOVE ZERO TO Kursertrag-Summe
262200     MOVE ZERO TO Hoechste-Lfdnr
262300     MOVE SPACE TO Hoechster-Teilsatz
262400     MOVE 'N' TO Akzeptdatei-Ende
262500     OPEN INPUT AkzeptDatei
262600     IF AKZEPTDATEI-GEFUNDEN
262700         PERFORM WaehrungssatzLesen
262800             UNTIL KEINE-AKZEPTSAETZE-MEHR
262900         CLOSE AkzeptDatei
263000     END-IF.
263100*
263200*----------------------------------------------------------------
263300 WaehrungssatzLesen.
263400*----------------------------------------------------------------
263500     READ AkzeptDatei
263600         AT END
263700             MOVE 'Y' TO Akzeptdatei-Ende
263800         NOT AT END
263900             IF AK-LFDNR LESS THAN Hoechste-Lfdnr
264000                 OR (AK-LFDNR = Hoechste-Lfdnr
264100                     AND AK-TEILSATZ NOT GREATER THAN
264200                         Hoechster-Teilsatz)
264300                 CONTINUE
264400             ELSE
264500                 MOVE AK-LFDNR TO Hoechste-Lfdnr
264600                 MOVE AK-TEILSATZ TO Hoechster-Teilsatz
264700                 PERFORM WaehrungssummeAddieren
264800             END-IF
264900     END-READ.
265000*
265100*----------------------------------------------------------------
265200 WaehrungssummeAddieren.
265300*----------------------------------------------------------------
265400     IF AK-WAEHRUNG = SPACES
265500         MOVE 'EUR' TO Bericht-Waehrung
265600     ELSE
265700         MOVE AK-WAEHRUNG TO Bericht-Waehrung
265800     END-IF
265900     MOVE 'N' TO Waehrungssummen-Treffer
266000     MOVE ZERO TO Waehrungssummen-Index
266100     PERFORM WaehrungssummeSuchen
266200         UNTIL WAEHRUNGSSUMME-GEFUNDEN
266300             OR Waehrungssummen-Index NOT LESS THAN
266400                 Waehrungssummen-Anzahl
266500     IF NOT WAEHRUNGSSUMME-GEFUNDEN
266600         IF Waehrungssummen-Anzahl LESS THAN 30
266700             ADD 1 TO Waehrungssummen-Anzahl
266800             MOVE Waehrungssummen-Anzahl TO Waehrungssummen-Index
266900             MOVE Bericht-Waehrung
267000                 TO WT-WAEHRUNG (Waehrungssummen-Index)
267100             MOVE ZERO TO WT-ANZAHL (Waehrungssummen-Index)
267200             MOVE ZERO TO WT-ORIGINAL (Waehrungssummen-Index)
267300             MOVE ZERO TO WT-EURO (Waehrungssummen-Index)
267400             MOVE ZERO TO WT-KURSERTRAG (Waehrungssummen-Index)
267500             SET WAEHRUNGSSUMME-GEFUNDEN TO TRUE
267600         ELSE
267700             DISPLAY "DL100 WARNUNG - WAEHRUNGSTABELLE VOLL, "
267800                 "WAEHRUNG " Bericht-Waehrung
267900                 " FEHLT IM KONTROLLBERICHT"
268000         END-IF
268100     END-IF
268200     IF WAEHRUNGSSUMME-GEFUNDEN
268300         ADD 1 TO WT-ANZAHL (Waehrungssummen-Index)
268400         ADD AK-ORIGINAL-SIGNIERT
268500             TO WT-ORIGINAL (Waehrungssummen-Index)
268600         ADD AK-BETRAG-SIGNIERT TO WT-EURO (Waehrungssummen-Index)
268700         ADD AK-KURSERTRAG
268800             TO WT-KURSERTRAG (Waehrungssummen-Index)
268900     END-IF
269000     ADD AK-KURSERTRAG TO Kursertrag-Summe.
269100*
269200*----------------------------------------------------------------
269300 WaehrungssummeSuchen.
269400*----------------------------------------------------------------
269500     ADD 1 TO Waehrungssummen-Index
269600     IF WT-WAEHRUNG (Waehrungssummen-Index) = Bericht-Waehrung
269700         SET WAEHRUNGSSUMME-GEFUNDEN TO TRUE
269800     END-IF.
269900*
270000*----------------------------------------------------------------
270100 WaehrungssummeBerichten.
270200*----------------------------------------------------------------
270300     ADD 1 TO Waehrungssummen-Index
270400     MOVE WT-ANZAHL (Waehrungssummen-Index) TO Bericht-Anzahl-Edit
270500     MOVE WT-ORIGINAL (Waehrungssummen-Index)
270600         TO Bericht-Original-Edit
270700     MOVE WT-EURO (Waehrungssummen-Index) TO Bericht-Euro-Edit
270800     MOVE WT-KURSERTRAG (Waehrungssummen-Index)
270900         TO Bericht-Betrag-Edit
271000     MOVE SPACES TO Kontrollbericht-Zeile
271100     STRING "  " DELIMITED BY SIZE
271200         WT-WAEHRUNG (Waehrungssummen-Index) DELIMITED BY SIZE
271300         " " DELIMITED BY SIZE
271400         Bericht-Anzahl-Edit DELIMITED BY SIZE
271500         Bericht-Original-Edit DELIMITED BY SIZE
271600         Bericht-Euro-Edit DELIMITED BY SIZE
271700         Bericht-Betrag-Edit DELIMITED BY SIZE
271800         INTO Kontrollbericht-Zeile
271900     PERFORM KontrollberichtZeileSchreiben.
272000*
272100*----------------------------------------------------------------
272200*    SUCHT IN DL100SKT DAS AKTIVE SACHKONTO DES KURSERTRAGS      *
272300*    (CODE 'KD').  OHNE ZUORDNUNG BLEIBT ES NULL - DER HAUPT-    *
272400*    BUCH-ABTRAG SPERRT DANN BEI KURSERTRAG DIE FREIGABE.        *
272500*----------------------------------------------------------------
272600 KursertragskontoErmitteln.
272700     MOVE ZERO TO Kursertrag-Sachkonto
272800     MOVE 'N' TO Sachkontodatei-Ende
272900     OPEN INPUT SachkontoDatei
273000     IF SACHKONTODATEI-GEFUNDEN
273100         PERFORM KursertragskontoLesen
273200             UNTIL KEINE-SACHKONTEN-MEHR
273300         CLOSE SachkontoDatei
273400     END-IF.
273500*
273600*----------------------------------------------------------------
273700 KursertragskontoLesen.
273800*----------------------------------------------------------------
273900     READ SachkontoDatei
274000         AT END
274100             MOVE 'Y' TO Sachkontodatei-Ende
274200         NOT AT END
274300             IF SK-IST-KURSDIFFERENZ AND SK-IST-AKTIV
274400                 MOVE SK-SACHKONTO TO Kursertrag-Sachkonto
274500             END-IF
274600     END-READ.
274700*
274800*----------------------------------------------------------------
274900*    LIEST DEN LETZTEN PRUEFPUNKT AUS EINEM VORHERGEHENDEN,     *
275000*    ABGEBROCHENEN LAUF.  EXISTIERT KEINE PRUEFPUNKTDATEI,      *
275100*    WIRD BEI SATZ EINS BEGONNEN WIE BISHER.  DIE ZAEHLER FUER   *
275200*    AKZEPTIERT/ABGEWIESEN/BETRAGSSUMME(-GELESEN) WERDEN HIER    *
275300*    DEN STAND DES LETZTEN PRUEFPUNKTS GESETZT, DAMIT SIE NACH   *
275400*    DEM UEBERSPRINGEN DER BEREITS VERARBEITETEN SAETZE (SIEHE   *
275500*    PRUEFPUNKTSATZUEBERSPRINGEN) WIEDER DEN VOLLSTAENDIGEN      *
275600*    STAND HABEN - SONST SCHLAEGT DER ABGLEICH GEGEN DEN         *
275700*    NACHSATZ (ABGLEICHPRUEFEN) NACH JEDEM WIEDERANLAUF FEHL.    *
275800*    ZAEHLER-GELESEN SELBST BLEIBT BEI NULL, DAMIT DAS           *
275900*    UEBERSPRINGEN UNTEN DIE RICHTIGE ANZAHL SAETZE TATSAECHLICH *
276000*    EINLIEST (DIE LINE-SEQUENTIAL-DATEI KANN NICHT DIREKT AUF   *
276100*    EINEN SATZ POSITIONIERT WERDEN).                           *
276200*----------------------------------------------------------------
276300 PruefpunktLesen.
276400     MOVE ZERO TO Letzter-Pruefpunkt
276500     MOVE SPACE TO Teilstatus
276600     OPEN INPUT PruefpunktDatei
276700     IF PRUEFPUNKTDATEI-GEFUNDEN
276800         READ PruefpunktDatei
276900         MOVE PP-SATZANZAHL TO Letzter-Pruefpunkt
277000         MOVE PP-TEILSTATUS TO Teilstatus
277100         MOVE PP-ANZAHL-AKZEPTIERT TO Zaehler-Akzeptiert
277200         MOVE PP-ANZAHL-ABGEWIESEN TO Zaehler-Abgewiesen
277300         MOVE PP-ANZAHL-STORNO TO Zaehler-Storno
277400         MOVE PP-ANZAHL-TERMIN TO Zaehler-Termin
277500         MOVE PP-ANZAHL-VERDACHT TO Zaehler-Verdacht
277600         MOVE PP-ANZAHL-UMBUCHUNG TO Zaehler-Umbuchung
277700         MOVE PP-ANZAHL-EXTERN TO Zaehler-Extern
277800         MOVE PP-EXTERN-SUMME TO Zaehler-Extern-Summe
277900         MOVE PP-BETRAGSSUMME TO Zaehler-Betragssumme
278000         MOVE PP-BETRAGSSUMME-GELESEN TO
278100             Zaehler-Betragssumme-Gelesen
278200         MOVE ZERO TO Filialsummen-Index
278300         PERFORM FilialsummeUebernehmen
278400             UNTIL Filialsummen-Index NOT LESS THAN 10
278500         CLOSE PruefpunktDatei
278600     END-IF.
278700*
278800*----------------------------------------------------------------
278900*    UEBERSPRINGT EINEN BEREITS IM VORLAUF VERARBEITETEN SATZ,  *
279000*    OHNE IHN ERNEUT ZU PRUEFEN ODER ANZUZEIGEN.  WIRD SO OFT   *
279100*    AUFGERUFEN, BIS DER STAND DES LETZTEN PRUEFPUNKTS ERREICHT *
279200*    IST.  DIE UEBRIGEN ZAEHLER WURDEN BEREITS VON              *
279300*    PRUEFPUNKTLESEN AUF DEN STAND DIESES PRUEFPUNKTS GESETZT,   *
279400*    EBENSO DER KONTOMASTER (DER BEIM WIEDERANLAUF NICHT NEU     *
279500*    AUFGEBAUT WIRD, SIEHE HAUPTPROGRAMM) - DAHER GENUEGT ES     *
279600*    HIER, NUR ZAEHLER-GELESEN FORTZUSCHREIBEN.                  *
279700*----------------------------------------------------------------
279800 PruefpunktSatzUeberspringen.
279900     READ EingabeDatei
280000         AT END
280100             MOVE 'Y' TO DateiEnde
280200         NOT AT END
280300             ADD 1 TO Zaehler-Gelesen
280400     END-READ.
280500*
280600*----------------------------------------------------------------
280700*    SCHREIBT DEN AKTUELLEN ZAEHLERSTAND ALS NEUEN PRUEFPUNKT,   *
280800*    DAMIT EIN SPAETERER ABBRUCH NICHT DEN GESAMTEN LAUF         *
280900*    ZUNICHTE MACHT.                                            *
281000*----------------------------------------------------------------
281100 PruefpunktSchreiben.
281200     MOVE Zaehler-Gelesen TO PP-SATZANZAHL
281300     MOVE Zaehler-Akzeptiert TO PP-ANZAHL-AKZEPTIERT
281400     MOVE Zaehler-Abgewiesen TO PP-ANZAHL-ABGEWIESEN
281500     MOVE Zaehler-Storno TO PP-ANZAHL-STORNO
281600     MOVE Zaehler-Termin TO PP-ANZAHL-TERMIN
281700     MOVE Zaehler-Verdacht TO PP-ANZAHL-VERDACHT
281800     MOVE Zaehler-Umbuchung TO PP-ANZAHL-UMBUCHUNG
281900     MOVE Zaehler-Extern TO PP-ANZAHL-EXTERN
282000     MOVE Zaehler-Extern-Summe TO PP-EXTERN-SUMME
282100     MOVE Zaehler-Betragssumme TO PP-BETRAGSSUMME
282200     MOVE Zaehler-Betragssumme-Gelesen TO
282300         PP-BETRAGSSUMME-GELESEN
282400     MOVE ZERO TO Filialsummen-Index
282500     PERFORM FilialsummeSichern
282600         UNTIL Filialsummen-Index NOT LESS THAN 10
282700     MOVE Header-Laufdatum TO PP-LAUFDATUM
282800     MOVE Teilstatus TO PP-TEILSTATUS
282900     OPEN OUTPUT PruefpunktDatei
283000     WRITE Pruefpunktsatz
283100     CLOSE PruefpunktDatei.
283200*
283300*----------------------------------------------------------------
283400*    SETZT DEN PRUEFPUNKT NACH EINEM VOLLSTAENDIG DURCHGELAUFENEN
283500*    JOB WIEDER AUF NULL ZURUECK, DAMIT DER NAECHSTE LAUF WIEDER *
283600*    BEI SATZ EINS BEGINNT.                                     *
283700*----------------------------------------------------------------
283800 PruefpunktZuruecksetzen.
283900     MOVE ZERO TO PP-SATZANZAHL
284000     MOVE ZERO TO PP-ANZAHL-AKZEPTIERT
284100     MOVE ZERO TO PP-ANZAHL-ABGEWIESEN
284200     MOVE ZERO TO PP-ANZAHL-STORNO
284300     MOVE ZERO TO PP-ANZAHL-TERMIN
284400     MOVE ZERO TO PP-ANZAHL-VERDACHT
284500     MOVE ZERO TO PP-ANZAHL-UMBUCHUNG
284600     MOVE ZERO TO PP-ANZAHL-EXTERN
284700     MOVE ZERO TO PP-EXTERN-SUMME
284800     MOVE ZERO TO PP-BETRAGSSUMME
284900     MOVE ZERO TO PP-BETRAGSSUMME-GELESEN
285000     MOVE SPACES TO PP-FILIALSUMMEN
285100     MOVE ZERO TO Filialsummen-Index
285200     PERFORM PruefpunktFilialsummeLoeschen
285300         UNTIL Filialsummen-Index NOT LESS THAN 10
285400     MOVE ZERO TO PP-LAUFDATUM
285500     MOVE SPACE TO PP-TEILSTATUS
285600     OPEN OUTPUT PruefpunktDatei
285700     WRITE Pruefpunktsatz
285800     CLOSE PruefpunktDatei.
285900*
286000*----------------------------------------------------------------
286100*    OEFFNET DAS KONTOVERZEICHNIS (DL100KVZ) ZUM NACHSCHLAGEN.   *
286200*    FEHLT ES NOCH (ERSTEINRICHTUNG, MIT DL100N02 ANLEGEN),      *
286300*    LAEUFT DIE PRUEFUNG LEER UND JEDES KONTO GILT WIE BISHER    *
286400*    ALS OFFEN - DER OPERATOR WIRD DEUTLICH DARAUF HINGEWIESEN.  *
286500*----------------------------------------------------------------
286600 KontoverzeichnisOeffnen.
286700     OPEN INPUT VerzeichnisDatei
286800     IF VERZEICHNISDATEI-OK
286900         SET VERZEICHNIS-VORHANDEN TO TRUE
287000     ELSE
287100         DISPLAY "DL100 HINWEIS - KONTOVERZEICHNIS DL100KVZ "
287200             "NICHT VORHANDEN (MIT DL100N02 ANLEGEN) - "
287300             "KONTOSTATUS WIRD NICHT GEPRUEFT"
287400     END-IF.
287500*
287600*----------------------------------------------------------------
287700*    SCHLAEGT DIE KONTONUMMER DES AKTUELLEN SATZES IM KONTO-     *
287800*    VERZEICHNIS NACH.  NUR EIN GEFUEHRTES UND OFFENES KONTO     *
287900*    NIMMT BUCHUNGEN AN; GESPERRTE, GESCHLOSSENE UND NICHT       *
288000*    GEFUEHRTE KONTEN FUEHREN ZUM ABWEISUNGSGRUND 0070.  OHNE    *
288100*    VERZEICHNIS (SIEHE KONTOVERZEICHNISOEFFNEN) GILT JEDES      *
288200*    KONTO ALS OFFEN.  AUSNAHME SIND DIE ABSCHLUSSBUCHUNGEN      *
288300*    (KENNZEICHEN 'A') DER KONTOSCHLIESSUNG: SIE RECHNEN DAS     *
288400*    SOEBEN GESCHLOSSENE KONTO NOCH AB.                          *
288500*    EIN RUHENDES KONTO GILT ALS BUCHBAR; WELCHE BUCHUNGEN ES    *
288600*    ANNIMMT, ENTSCHEIDET RUHENDESKONTOPRUEFEN.                  *
288700*----------------------------------------------------------------
288800 KontoverzeichnisPruefen.
288900     SET KONTO-IST-OFFEN TO TRUE
289000     MOVE 'N' TO Konto-Ruhend-Schalter
289100     IF VERZEICHNIS-VORHANDEN
289200         MOVE DS-KONTONUMMER TO KV-KONTONUMMER
289300         READ VerzeichnisDatei
289400             INVALID KEY
289500                 SET KONTO-NICHT-OFFEN TO TRUE
289600             NOT INVALID KEY
289700                 IF KV-IST-RUHEND
289800                     MOVE 'J' TO Konto-Ruhend-Schalter
289900                 END-IF
290000                 IF NOT KV-IST-BUCHBAR
290100                     IF KV-IST-GESCHLOSSEN
290200                         AND DS-IST-ABSCHLUSSBUCHUNG
290300                         CONTINUE
290400                     ELSE
290500                         SET KONTO-NICHT-OFFEN TO TRUE
290600                     END-IF
290700                 END-IF
290800         END-READ
290900     END-IF.
291000*
291100*----------------------------------------------------------------
291200*    EIN RUHENDES KONTO NIMMT GUTSCHRIFTEN SOWIE ZINS- UND       *
291300*    GEBUEHRENBELASTUNGEN (BANKCODES) AN.  EINE KUNDENBELASTUNG  *
291400*    - JEDER ANDERE SOLL-CODE AUSSER DEM STORNO - WIRD MIT GRUND *
291500*    0100 ABGEWIESEN.  DAS KONTO BLEIBT RUHEND, BIS ES IN DER    *
291600*    KONTOVERZEICHNISPFLEGE (DL100N02) FREIGEGEBEN WIRD.         *
291700*----------------------------------------------------------------
291800 RuhendesKontoPruefen.
291900     IF Satz-Soll-Haben = 'S'
292000         AND NOT SATZ-IST-STORNO
292100         MOVE DS-TRANSAKTIONSCODE TO Bankcode-Suche
292200         PERFORM BankcodeSuchen
292300         IF NOT BANKCODE-GEFUNDEN
292400             SET SATZ-IST-UNGUELTIG TO TRUE
292500             MOVE "0100" TO Abweisungsgrund
292600         END-IF
292700     END-IF.
292800*
292900*----------------------------------------------------------------
293000*    OEFFNET DEN TERMINSPEICHER DL100PND ZUM FORTSCHREIBEN.      *
293100*    DIE DATEI LEBT UEBER DIE TAGE HINWEG (EXTEND); BEIM         *
293200*    ALLERERSTEN MAL WIRD SIE NEU ANGELEGT, WIE DAS              *
293300*    LAUFREGISTER.  DER TERMINTEIL EINES TEILLAUFS LEBT NUR BIS  *
293400*    ZUR ZUSAMMENFUEHRUNG UND WIRD BEIM ERSTEN DURCHGANG NEU     *
293500*    AUFGESETZT, DER DES SIMULATIONSLAUFS BEI JEDEM LAUF.        *
293600*----------------------------------------------------------------
293700 TerminspeicherOeffnen.
293800     IF (TEILLAUF OR SIMULATIONSLAUF)
293900         AND Letzter-Pruefpunkt = ZERO
294000         OPEN OUTPUT PendenzDatei
294100     ELSE
294200         OPEN EXTEND PendenzDatei
294300         IF NOT PENDENZDATEI-OK
294400             OPEN OUTPUT PendenzDatei
294500         END-IF
294600     END-IF.
294700*
294800*----------------------------------------------------------------
294900*    PRUEFT DAS BUCHUNGSDATUM EINES SONST GUELTIGEN SATZES       *
295000*    GEGEN DAS LAUFDATUM: LIEGT ES IN DER ZUKUNFT, WIRD DER      *
295100*    SATZ ZUM TERMINSATZ (PARKEN STATT BUCHEN); LIEGT SEIN       *
295200*    MONAT MEHR ALS TERMIN-TOLERANZ-MONATE HINTER DEM LAUF-      *
295300*    MONAT, GILT DAS DATUM ALS ERFASSUNGSFEHLER UND DER SATZ     *
295400*    WIRD MIT GRUND 0080 ABGEWIESEN.                             *
295500*----------------------------------------------------------------
295600 TerminPruefen.
295700     IF DS-BUCHUNGSDATUM GREATER THAN Header-Laufdatum
295800         MOVE DS-BUCHUNGSDATUM TO Termin-Datum
295900         COMPUTE Termin-Index =
296000             Termin-Jahr * 12 + Termin-Monat
296100         COMPUTE Lauf-Monatsindex =
296200             Header-Lauf-Jahr * 12 + Header-Lauf-Monat
296300         IF Termin-Index GREATER THAN
296400             Lauf-Monatsindex + Termin-Toleranz-Monate
296500             SET SATZ-IST-UNGUELTIG TO TRUE
296600             MOVE "0080" TO Abweisungsgrund
296700         ELSE
296800             SET SATZ-IST-TERMIN TO TRUE
296900         END-IF
297000     END-IF.
297100*
297200*----------------------------------------------------------------
297300*    PARKT DEN TERMINSATZ UNVERAENDERT IM TERMINSPEICHER.  ER    *
297400*    ZAEHLT WEDER ALS AKZEPTIERT NOCH ALS ABGEWIESEN UND         *
297500*    BERUEHRT WEDER KONTOMASTER NOCH HISTORIE - GEBUCHT WIRD     *
297600*    ER ERST, WENN DIE TERMINFREIGABE (DL100F01) IHN AM          *
297700*    FAELLIGKEITSTAG WIEDER EINSPEIST.                           *
297800*----------------------------------------------------------------
297900 TerminsatzParken.
298000     MOVE SPACES TO Pendenz-Satz
298100     MOVE DateiSatz TO PN-SATZINHALT
298200     MOVE Header-Laufdatum TO PN-LAUFDATUM
298300     MOVE Zaehler-Gelesen TO PN-LFDNR
298400     WRITE Pendenz-Satz
298500     IF SIMULATIONSLAUF
298600         MOVE 'T' TO Simulationsposten-Art
298700         PERFORM SimulationspostenMerken
298800     END-IF
298900     DISPLAY "TERMIN GEPARKT: KONTO " DS-KONTONUMMER
299000         " BETRAG " DS-BETRAG
299100         " FAELLIG " DS-BUCHUNGSDATUM.
299200*
299300*----------------------------------------------------------------
299400*    OEFFNET DIE VERDACHTSDATEI DL100VDF ZUM FORTSCHREIBEN       *
299500*    (EXTEND, BEIM ALLERERSTEN MAL NEU ANGELEGT) - SIE LEBT      *
299600*    UEBER DIE TAGE HINWEG, BIS DER OPERATOR DIE EINTRAEGE IN    *
299700*    DER VERDACHTSFREIGABE (DL100K03) ENTSCHEIDET.  DER          *
299800*    VERDACHTSTEIL EINES TEILLAUFS WIRD WIE DER TERMINTEIL BEIM  *
299900*    ERSTEN DURCHGANG NEU AUFGESETZT (IM SIMULATIONSLAUF IMMER). *
300000*----------------------------------------------------------------
300100 VerdachtsdateiOeffnen.
300200     IF (TEILLAUF OR SIMULATIONSLAUF)
300300         AND Letzter-Pruefpunkt = ZERO
300400         OPEN OUTPUT VerdachtDatei
300500     ELSE
300600         OPEN EXTEND VerdachtDatei
300700         IF NOT VERDACHTDATEI-OK
300800             OPEN OUTPUT VerdachtDatei
300900         END-IF
301000     END-IF.
301100*
301200*----------------------------------------------------------------
301300*    SUCHT ZUM AKTUELLEN SATZ EINE BEREITS AKZEPTIERTE BUCHUNG   *
301400*    EINES FRUEHEREN LAUFS MIT GLEICHEM KONTO, BUCHUNGSDATUM,    *
301500*    TRANSAKTIONSCODE UND BETRAG, DEREN LAUFMONAT IM LAUFENDEN   *
301600*    ODER VORMONAT LIEGT (FENSTER DER FILIAL-WIEDERANLAEUFE).    *
301700*    EIN TREFFER MACHT DEN SATZ ZUM VERDACHTSFALL.  VOM          *
301800*    OPERATOR BEREITS FREIGEGEBENE SAETZE (KENNZEICHEN 'F')      *
301900*    UND STORNOS BLEIBEN AUSSEN VOR.                             *
302000*    DA NUR FRUEHERE LAEUFE ZAEHLEN, SUCHT EIN TEILLAUF ALLEIN   *
302100*    IN DER GEFUEHRTEN HISTORIE.                                 *
302200*----------------------------------------------------------------
302300 VerdachtPruefen.
302400     IF DS-IST-FREIGEGEBEN
302500         CONTINUE
302600     ELSE
302700         MOVE 'N' TO Verdacht-Suche-Ende
302800         MOVE ZERO TO Verdacht-Original-Lauf
302900         MOVE DS-KONTONUMMER TO HI-KONTONUMMER
303000         MOVE DS-BUCHUNGSDATUM TO HI-BUCHUNGSDATUM
303100         MOVE ZERO TO HI-LAUFDATUM
303200         MOVE ZERO TO HI-LFDNR
303300         IF BESTAND-VORHANDEN
303400             MOVE HI-SCHLUESSEL TO BS-SCHLUESSEL
303500             START HistorienbestandDatei
303600                 KEY IS NOT LESS THAN BS-SCHLUESSEL
303700                 INVALID KEY
303800                     MOVE 'Y' TO Verdacht-Suche-Ende
303900             END-START
304000             PERFORM VerdachtBestandPruefen
304100                 UNTIL SATZ-IST-VERDACHT
304200                     OR KEINE-VERDACHTSUCHE-MEHR
304300         ELSE
304400             START HistorienDatei
304500                 KEY IS NOT LESS THAN HI-SCHLUESSEL
304600                 INVALID KEY
304700                     MOVE 'Y' TO Verdacht-Suche-Ende
304800             END-START
304900             PERFORM VerdachtKandidatPruefen
305000                 UNTIL SATZ-IST-VERDACHT
305100                     OR KEINE-VERDACHTSUCHE-MEHR
305200         END-IF
305300     END-IF.
305400*
305500*----------------------------------------------------------------
305600 VerdachtKandidatPruefen.
305700*----------------------------------------------------------------
305800     READ HistorienDatei NEXT RECORD
305900         AT END
306000             MOVE 'Y' TO Verdacht-Suche-Ende
306100         NOT AT END
306200             PERFORM VerdachtKandidatBewerten
306300     END-READ.
306400*
306500*----------------------------------------------------------------
306600 VerdachtBestandPruefen.
306700*----------------------------------------------------------------
306800     READ HistorienbestandDatei NEXT RECORD
306900         AT END
307000             MOVE 'Y' TO Verdacht-Suche-Ende
307100         NOT AT END
307200             MOVE Bestand-Satz TO Historiensatz
307300             PERFORM VerdachtKandidatBewerten
307400     END-READ.
307500*
307600*----------------------------------------------------------------
307700 VerdachtKandidatBewerten.
307800*----------------------------------------------------------------
307900     IF HI-KONTONUMMER NOT = DS-KONTONUMMER
308000         OR HI-BUCHUNGSDATUM NOT = DS-BUCHUNGSDATUM
308100         MOVE 'Y' TO Verdacht-Suche-Ende
308200     ELSE
308300         PERFORM HistorienbetragVergleichen
308400         IF HI-IST-AKZEPTIERT
308500             AND NOT HI-IST-STORNO
308600             AND HI-TRANSAKTIONSCODE = DS-TRANSAKTIONSCODE
308700             AND HISTORIENBETRAG-PASST
308800             AND HI-LAUFDATUM LESS THAN Header-Laufdatum
308900             MOVE HI-LAUFDATUM TO Verdacht-Fund-Datum
309000             COMPUTE Verdacht-Fund-Index =
309100                 Verdacht-Fund-Jahr * 12
309200                 + Verdacht-Fund-Monat
309300             COMPUTE Lauf-Monatsindex =
309400                 Header-Lauf-Jahr * 12
309500                 + Header-Lauf-Monat
309600             IF Verdacht-Fund-Index NOT LESS THAN
309700                 Lauf-Monatsindex - 1
309800                 SET SATZ-IST-VERDACHT TO TRUE
309900                 MOVE HI-LAUFDATUM TO Verdacht-Original-Lauf
310000             END-IF
310100         END-IF
310200     END-IF.
310300*
310400*----------------------------------------------------------------
310500*    HAELT DEN VERDACHTSSATZ UNVERAENDERT IN DER VERDACHTS-      *
310600*    DATEI AN.  ER ZAEHLT WEDER ALS AKZEPTIERT NOCH ALS          *
310700*    ABGEWIESEN UND BERUEHRT WEDER KONTOMASTER NOCH HISTORIE -   *
310800*    GEBUCHT WIRD ER ERST NACH AUSDRUECKLICHER FREIGABE DURCH    *
310900*    DEN OPERATOR (DL100K03).                                    *
311000*----------------------------------------------------------------
311100 VerdachtssatzAnhalten.
311200     MOVE SPACES TO Verdacht-Satz
311300     MOVE DateiSatz TO VD-SATZINHALT
311400     MOVE Verdacht-Original-Lauf TO VD-ORIGINAL-LAUF
311500     MOVE Header-Laufdatum TO VD-LAUFDATUM
311600     MOVE Zaehler-Gelesen TO VD-LFDNR
311700     WRITE Verdacht-Satz
311800     IF SIMULATIONSLAUF
311900         MOVE 'V' TO Simulationsposten-Art
312000         PERFORM SimulationspostenMerken
312100     END-IF
312200     DISPLAY "DUBLETTENVERDACHT: KONTO " DS-KONTONUMMER
312300         " BETRAG " DS-BETRAG
312400         " - ORIGINAL IM LAUF " Verdacht-Original-Lauf.
312500*
312600*----------------------------------------------------------------
312700*    SETZT DIE ZWISCHENSUMMEN JE FILIALE AUF NULL (BEIM          *
312800*    LAUFSTART; EIN WIEDERANLAUF UEBERNIMMT ANSCHLIESSEND DEN    *
312900*    STAND DES LETZTEN PRUEFPUNKTS).                             *
313000*----------------------------------------------------------------
313100 FilialsummenLoeschen.
313200     MOVE ZERO TO Filialsummen-Index
313300     PERFORM FilialsummeNullen
313400         UNTIL Filialsummen-Index NOT LESS THAN 10.
313500*
313600*----------------------------------------------------------------
313700 FilialsummeNullen.
313800*----------------------------------------------------------------
313900     ADD 1 TO Filialsummen-Index
314000     MOVE ZERO TO FS-AKZEPTIERT (Filialsummen-Index)
314100     MOVE ZERO TO FS-SUMME (Filialsummen-Index)
314200     MOVE ZERO TO FS-ABGEWIESEN (Filialsummen-Index).
314300*
314400*----------------------------------------------------------------
314500*    UEBERNIMMT DIE FILIALHERKUNFT DES AKTUELLEN SATZES AUS      *
314600*    DS-FILIALE.  DIREKTLIEFERUNGEN UND ALTBESTAENDE (NICHT      *
314700*    NUMERISCH) SOWIE UNBEKANNTE NUMMERN UEBER 9 GELTEN ALS      *
314800*    FILIALE 00; FILIALSUMMEN-INDEX ZEIGT AUF DEN ZUGEHOERIGEN   *
314900*    TABELLENEINTRAG (FILIALE + 1).                              *
315000*----------------------------------------------------------------
315100 FilialeErmitteln.
315200     IF DS-FILIALE IS NUMERIC
315300         AND DS-FILIALE NOT GREATER THAN 9
315400         MOVE DS-FILIALE TO Satz-Filiale
315500     ELSE
315600         MOVE ZERO TO Satz-Filiale
315700     END-IF
315800     COMPUTE Filialsummen-Index = Satz-Filiale + 1.
315900*
316000*----------------------------------------------------------------
316100*    SCHREIBT DIE ZWISCHENSUMME EINER FILIALE AUF DEN            *
316200*    KONTROLLBERICHT; FILIALEN OHNE SAETZE BLEIBEN WEG, DAMIT    *
316300*    DER BERICHT NICHT MIT NULLZEILEN WAECHST.                   *
316400*----------------------------------------------------------------
316500 FilialsummeBerichten.
316600     ADD 1 TO Filialsummen-Index
316700     IF FS-AKZEPTIERT (Filialsummen-Index) = ZERO
316800         AND FS-ABGEWIESEN (Filialsummen-Index) = ZERO
316900         CONTINUE
317000     ELSE
317100         COMPUTE Filial-Anzeige = Filialsummen-Index - 1
317200         MOVE FS-AKZEPTIERT (Filialsummen-Index)
317300             TO Bericht-Anzahl-Edit
317400         MOVE FS-SUMME (Filialsummen-Index)
317500             TO Bericht-Betrag-Edit
317600         MOVE FS-ABGEWIESEN (Filialsummen-Index)
317700             TO Bericht-Abgewiesen-Edit
317800         MOVE SPACES TO Kontrollbericht-Zeile
317900         STRING "  FILIALE " Filial-Anzeige ": "
318000             Bericht-Anzahl-Edit " " Bericht-Betrag-Edit
318100             " " Bericht-Abgewiesen-Edit
318200             DELIMITED BY SIZE INTO Kontrollbericht-Zeile
318300         PERFORM KontrollberichtZeileSchreiben
318400     END-IF.
318500*
318600*----------------------------------------------------------------
318700 FilialsummeUebernehmen.
318800*----------------------------------------------------------------
318900     ADD 1 TO Filialsummen-Index
319000     IF PP-FIL-AKZEPTIERT (Filialsummen-Index) IS NUMERIC
319100         MOVE PP-FIL-AKZEPTIERT (Filialsummen-Index)
319200             TO FS-AKZEPTIERT (Filialsummen-Index)
319300         MOVE PP-FIL-SUMME (Filialsummen-Index)
319400             TO FS-SUMME (Filialsummen-Index)
319500         MOVE PP-FIL-ABGEWIESEN (Filialsummen-Index)
319600             TO FS-ABGEWIESEN (Filialsummen-Index)
319700     END-IF.
319800*
319900*----------------------------------------------------------------
320000 FilialsummeSichern.
320100*----------------------------------------------------------------
320200     ADD 1 TO Filialsummen-Index
320300     MOVE FS-AKZEPTIERT (Filialsummen-Index)
320400         TO PP-FIL-AKZEPTIERT (Filialsummen-Index)
320500     MOVE FS-SUMME (Filialsummen-Index)
320600         TO PP-FIL-SUMME (Filialsummen-Index)
320700     MOVE FS-ABGEWIESEN (Filialsummen-Index)
320800         TO PP-FIL-ABGEWIESEN (Filialsummen-Index).
320900*
321000*----------------------------------------------------------------
321100 PruefpunktFilialsummeLoeschen.
321200*----------------------------------------------------------------
321300     ADD 1 TO Filialsummen-Index
321400     MOVE ZERO TO PP-FIL-AKZEPTIERT (Filialsummen-Index)
321500     MOVE ZERO TO PP-FIL-SUMME (Filialsummen-Index)
321600     MOVE ZERO TO PP-FIL-ABGEWIESEN (Filialsummen-Index).
321700*
321800*----------------------------------------------------------------
321900*    PRUEFT DAS ANGELIEFERTE LAUFDATUM GEGEN DEN BETRIEBS-       *
322000*    KALENDER: ERWARTET WIRD DER NAECHSTE GESCHAEFTSTAG NACH     *
322100*    DEM JUENGSTEN EINTRAG DES LAUFREGISTERS.  EIN ABWEICHEN-    *
322200*    DES DATUM (WOCHENENDE, FEIERTAG, UEBERSPRUNGENER ODER      *
322300*    ZURUECKGEHALTENER TAG) BRICHT DEN LAUF MIT RETURN-CODE 16   *
322400*    AB; NUR DL100TERMINOK=J (BEWUSSTE UEBERSTEUERUNG, WIE       *
322500*    DL100REPRO) LAESST IHN DURCH.  OHNE KALENDER ODER OHNE      *
322600*    VORLAUF IM REGISTER LAEUFT DIE PRUEFUNG LEER - MIT          *
322700*    HINWEIS AN DEN OPERATOR.                                    *
322800*    DER SIMULATIONSLAUF WARNT NUR UND VERMERKT DEN BEFUND FUER  *
322900*    DEN SIMULATIONSBERICHT.                                     *
323000*----------------------------------------------------------------
323100 LaufterminPruefen.
323200     PERFORM KalenderLaden
323300     IF NOT KALENDER-VORHANDEN
323400         DISPLAY "DL100 HINWEIS - BETRIEBSKALENDER DL100KAL "
323500             "NICHT VORHANDEN (MIT DL100C01 ANLEGEN) - "
323600             "LAUFDATUM WIRD NICHT TERMINGEPRUEFT"
323700     ELSE
323800     IF Juengster-Lauf = ZERO
323900         DISPLAY "DL100 HINWEIS - KEIN VORLAUF IM LAUFREGISTER "
324000             "- LAUFDATUM WIRD NICHT TERMINGEPRUEFT"
324100     ELSE
324200         PERFORM ErwartetenGeschaeftstagErmitteln
324300         IF Header-Laufdatum = Erwartetes-Laufdatum
324400             CONTINUE
324500         ELSE
324600             ACCEPT Terminok-Kennzeichen
324700                 FROM ENVIRONMENT "DL100TERMINOK"
324800             IF TERMINPRUEFUNG-UEBERSTEUERT
324900                 DISPLAY "DL100 HINWEIS - LAUFDATUM "
325000                     Header-Laufdatum " WEICHT VOM ERWARTETEN "
325100                     "GESCHAEFTSTAG " Erwartetes-Laufdatum
325200                     " AB, UEBERSTEUERT MIT DL100TERMINOK=J"
325300             ELSE
325400             IF SIMULATIONSLAUF
325500                 SET BEFUND-TERMIN-ABWEICHEND TO TRUE
325600                 DISPLAY "DL100 WARNUNG - LAUFDATUM "
325700                     Header-Laufdatum " IST NICHT DER ERWARTETE "
325800                     "GESCHAEFTSTAG " Erwartetes-Laufdatum
325900                     " - DER ECHTE LAUF WUERDE ABGEBROCHEN"
326000             ELSE
326100                 DISPLAY "DL100 FEHLER - LAUFDATUM "
326200                     Header-Laufdatum " IST NICHT DER ERWARTETE "
326300                     "NAECHSTE GESCHAEFTSTAG "
326400                     Erwartetes-Laufdatum
326500                 DISPLAY "NACH DEM JUENGSTEN LAUF " Juengster-Lauf
326600                     " (SIEHE DL100KAL/DL100REG) - LAUF WIRD "
326700                     "ABGEBROCHEN"
326800                 DISPLAY "FUER BEWUSSTE VERARBEITUNG "
326900                     "DL100TERMINOK=J SETZEN UND SCHRITT "
327000                     "ERNEUT STARTEN"
327100                 MOVE 16 TO RETURN-CODE
327200                 CLOSE EingabeDatei
327300                 CLOSE AbweisungsDatei
327400                 STOP RUN
327500             END-IF END-IF
327600         END-IF
327700     END-IF END-IF.
327800*
327900*----------------------------------------------------------------
328000*    LAEDT DEN BETRIEBSKALENDER VOLLSTAENDIG IN DIE TABELLE.     *
328100*----------------------------------------------------------------
328200 KalenderLaden.
328300     MOVE 'N' TO Kalenderdatei-Ende
328400     OPEN INPUT KalenderDatei
328500     IF KALENDERDATEI-GEFUNDEN
328600         SET KALENDER-VORHANDEN TO TRUE
328700         PERFORM KalendersatzUebernehmen
328800             UNTIL KEINE-KALENDERSAETZE-MEHR
328900         CLOSE KalenderDatei
329000     END-IF.
329100*
329200*----------------------------------------------------------------
329300 KalendersatzUebernehmen.
329400*----------------------------------------------------------------
329500     READ KalenderDatei
329600         AT END
329700             MOVE 'Y' TO Kalenderdatei-Ende
329800         NOT AT END
329900             IF Kalender-Anzahl LESS THAN 400
330000                 ADD 1 TO Kalender-Anzahl
330100                 MOVE KA-DATUM TO KT-DATUM (Kalender-Anzahl)
330200                 MOVE KA-ART TO KT-ART (Kalender-Anzahl)
330300             ELSE
330400                 DISPLAY "DL100 WARNUNG - KALENDERTABELLE VOLL, "
330500                     "EINTRAG " KA-DATUM " WIRD NICHT GELADEN"
330600             END-IF
330700     END-READ.
330800*
330900*----------------------------------------------------------------
331000*    ERMITTELT DEN NAECHSTEN GESCHAEFTSTAG NACH DEM JUENGSTEN    *
331100*    LAUF: TAGEWEISE VORRUECKEN, BIS EIN TAG WEDER WOCHENENDE    *
331200*    (SOFERN NICHT ALS ARBEITSTAG EINGETRAGEN) NOCH FEIERTAG     *
331300*    IST.                                                        *
331400*----------------------------------------------------------------
331500 ErwartetenGeschaeftstagErmitteln.
331600     MOVE Juengster-Lauf TO Arbeits-Datum
331700     PERFORM NaechstenTagBilden
331800     PERFORM GeschaeftstagPruefen
331900     PERFORM GeschaeftstagWeitersuchen
332000         UNTIL IST-GESCHAEFTSTAG
332100     MOVE Arbeits-Datum TO Erwartetes-Laufdatum.
332200*
332300*----------------------------------------------------------------
332400 GeschaeftstagWeitersuchen.
332500*----------------------------------------------------------------
332600     IF IST-GESCHAEFTSTAG
332700         CONTINUE
332800     ELSE
332900         PERFORM NaechstenTagBilden
333000         PERFORM GeschaeftstagPruefen
333100     END-IF.
333200*
333300*----------------------------------------------------------------
333400*    RUECKT ARBEITS-DATUM UM EINEN KALENDERTAG VOR (MONATS-      *
333500*    UND JAHRESWECHSEL SAMT SCHALTJAHRSREGEL).                   *
333600*----------------------------------------------------------------
333700 NaechstenTagBilden.
333800     PERFORM MonatslaengeErmitteln
333900     IF Arbeits-Tag LESS THAN Monats-Laenge
334000         ADD 1 TO Arbeits-Tag
334100     ELSE
334200         MOVE 1 TO Arbeits-Tag
334300         IF Arbeits-Monat LESS THAN 12
334400             ADD 1 TO Arbeits-Monat
334500         ELSE
334600             MOVE 1 TO Arbeits-Monat
334700             ADD 1 TO Arbeits-Jahr
334800         END-IF
334900     END-IF.
335000*
335100*----------------------------------------------------------------
335200 MonatslaengeErmitteln.
335300*----------------------------------------------------------------
335400     IF Arbeits-Monat = 4 OR Arbeits-Monat = 6
335500         OR Arbeits-Monat = 9 OR Arbeits-Monat = 11
335600         MOVE 30 TO Monats-Laenge
335700     ELSE
335800     IF Arbeits-Monat = 2
335900         PERFORM SchaltjahrPruefen
336000         IF IST-SCHALTJAHR
336100             MOVE 29 TO Monats-Laenge
336200         ELSE
336300             MOVE 28 TO Monats-Laenge
336400         END-IF
336500     ELSE
336600         MOVE 31 TO Monats-Laenge
336700     END-IF END-IF.
336800*
336900*----------------------------------------------------------------
337000 SchaltjahrPruefen.
337100*----------------------------------------------------------------
337200     MOVE 'N' TO Schaltjahr-Schalter
337300     DIVIDE Arbeits-Jahr BY 4 GIVING Zeller-Wert
337400         REMAINDER Schaltjahr-Rest
337500     IF Schaltjahr-Rest = ZERO
337600         DIVIDE Arbeits-Jahr BY 100 GIVING Zeller-Wert
337700             REMAINDER Schaltjahr-Rest
337800         IF Schaltjahr-Rest NOT = ZERO
337900             MOVE 'J' TO Schaltjahr-Schalter
338000         ELSE
338100             DIVIDE Arbeits-Jahr BY 400 GIVING Zeller-Wert
338200                 REMAINDER Schaltjahr-Rest
338300             IF Schaltjahr-Rest = ZERO
338400                 MOVE 'J' TO Schaltjahr-Schalter
338500             END-IF
338600         END-IF
338700     END-IF.
338800*
338900*----------------------------------------------------------------
339000*    PRUEFT, OB ARBEITS-DATUM EIN GESCHAEFTSTAG IST: EIN ALS     *
339100*    FEIERTAG ('F') EINGETRAGENER TAG IST ES NIE, EIN ALS        *
339200*    ARBEITSTAG ('A') EINGETRAGENER IMMER; SONST ENTSCHEIDET     *
339300*    DER WOCHENTAG NACH ZELLER (SAMSTAG/SONNTAG ARBEITSFREI).    *
339400*----------------------------------------------------------------
339500 GeschaeftstagPruefen.
339600     MOVE 'N' TO Geschaeftstag-Schalter
339700     MOVE ZERO TO Kalender-Index
339800     MOVE SPACE TO Kalender-Fundart
339900     PERFORM KalendereintragSuchen
340000         UNTIL Kalender-Fundart NOT = SPACE
340100             OR Kalender-Index NOT LESS THAN Kalender-Anzahl
340200     IF Kalender-Fundart = 'F'
340300         CONTINUE
340400     ELSE
340500     IF Kalender-Fundart = 'A'
340600         MOVE 'J' TO Geschaeftstag-Schalter
340700     ELSE
340800         PERFORM WochentagErmitteln
340900         IF Zeller-Rest = 0 OR Zeller-Rest = 1
341000             CONTINUE
341100         ELSE
341200             MOVE 'J' TO Geschaeftstag-Schalter
341300         END-IF
341400     END-IF END-IF.
341500*
341600*----------------------------------------------------------------
341700 KalendereintragSuchen.
341800*----------------------------------------------------------------
341900     ADD 1 TO Kalender-Index
342000     IF KT-DATUM (Kalender-Index) = Arbeits-Datum
342100         MOVE KT-ART (Kalender-Index) TO Kalender-Fundart
342200     END-IF.
342300*
342400*----------------------------------------------------------------
342500*    WOCHENTAG NACH ZELLER: REST 0 = SAMSTAG, 1 = SONNTAG,       *
342600*    2 = MONTAG USW.  JANUAR UND FEBRUAR ZAEHLEN ALS MONAT 13    *
342700*    UND 14 DES VORJAHRS.                                        *
342800*----------------------------------------------------------------
342900 WochentagErmitteln.
343000     MOVE Arbeits-Jahr TO Zeller-Jahr
343100     MOVE Arbeits-Monat TO Zeller-Monat
343200     IF Zeller-Monat LESS THAN 3
343300         ADD 12 TO Zeller-Monat
343400         SUBTRACT 1 FROM Zeller-Jahr
343500     END-IF
343600     COMPUTE Zeller-Wert = Arbeits-Tag
343700         + ((Zeller-Monat + 1) * 13) / 5
343800         + Zeller-Jahr + Zeller-Jahr / 4
343900         - Zeller-Jahr / 100 + Zeller-Jahr / 400
344000     DIVIDE Zeller-Wert BY 7 GIVING Zeller-Wert
344100         REMAINDER Zeller-Rest.
344200*
344300*----------------------------------------------------------------
344400*    PRUEFT DAS GEGENKONTO EINER UMBUCHUNG: ES MUSS NUMERISCH,   *
344500*    VOM EIGENEN KONTO VERSCHIEDEN UND - SOFERN DAS KONTO-       *
344600*    VERZEICHNIS GEFUEHRT WIRD - DORT OFFEN SEIN.  JEDER         *
344700*    VERSTOSS WEIST DEN GANZEN SATZ MIT GRUND 0090 AB - SO       *
344800*    BUCHT NIE NUR EINE SEITE DES PAARES.                        *
344900*    EIN RUHENDES GEGENKONTO DARF DIE GUTSCHRIFT EMPFANGEN;      *
345000*    SOLL ES SELBST BELASTET WERDEN (HABEN-CODE AUF DEM KONTO),  *
345100*    IST DAS EINE KUNDENBELASTUNG - GRUND 0100.                  *
345200*----------------------------------------------------------------
345300 GegenkontoPruefen.
345400     IF DS-GEGENKONTO IS NOT NUMERIC
345500         OR DS-GEGENKONTO = ZERO
345600         OR DS-GEGENKONTO = DS-KONTONUMMER
345700         SET SATZ-IST-UNGUELTIG TO TRUE
345800         MOVE "0090" TO Abweisungsgrund
345900     ELSE
346000         IF VERZEICHNIS-VORHANDEN
346100             MOVE DS-GEGENKONTO TO KV-KONTONUMMER
346200             READ VerzeichnisDatei
346300                 INVALID KEY
346400                     SET SATZ-IST-UNGUELTIG TO TRUE
346500                     MOVE "0090" TO Abweisungsgrund
346600                 NOT INVALID KEY
346700                     IF NOT KV-IST-BUCHBAR
346800                         SET SATZ-IST-UNGUELTIG TO TRUE
346900                         MOVE "0090" TO Abweisungsgrund
347000                     ELSE
347100                     IF KV-IST-RUHEND AND Satz-Soll-Haben = 'H'
347200                         SET SATZ-IST-UNGUELTIG TO TRUE
347300                         MOVE "0100" TO Abweisungsgrund
347400                     END-IF
347500                     END-IF
347600             END-READ
347700         END-IF
347800     END-IF.
347900*
348000*----------------------------------------------------------------
348100*    VOLLZIEHT DIE GEGENSEITE EINER AKZEPTIERTEN UMBUCHUNG:      *
348200*    DER GEGENLAEUFIGE BETRAG WIRD DEM GEGENKONTO ZUGE-          *
348300*    SCHRIEBEN - ALS ZWEITER AKZEPTSATZ (TEILSATZ '2'),          *
348400*    ZWEITER HISTORIENSATZ (GLEICHE SATZNUMMER, ANDERES          *
348500*    KONTO) UND ZWEITE KONTOMASTER-FORTSCHREIBUNG.  DIE          *
348600*    BETRAGSSUMME DES LAUFS ERHAELT DEN GEGENBETRAG, DAS PAAR    *
348700*    SALDIERT SICH ALSO ZU NULL.                                 *
348800*----------------------------------------------------------------
348900 UmbuchungGegenseite.
349000     COMPUTE Gegen-Betrag = ZERO - Betrag-Signiert
349100     IF Satz-Soll-Haben = 'S'
349200         MOVE 'H' TO Gegen-Soll-Haben
349300     ELSE
349400         MOVE 'S' TO Gegen-Soll-Haben
349500     END-IF
349600     ADD Gegen-Betrag TO Zaehler-Betragssumme
349700     ADD Gegen-Betrag TO FS-SUMME (Filialsummen-Index)
349800     PERFORM GegenAkzeptsatzSchreiben
349900     PERFORM GegenHistoriensatzSchreiben
350000     PERFORM GegenkontoFortschreiben.
350100*
350200*----------------------------------------------------------------
350300 GegenAkzeptsatzSchreiben.
350400*----------------------------------------------------------------
350500     MOVE SPACES TO Akzeptsatz
350600     MOVE Header-Laufdatum TO AK-LAUFDATUM
350700     MOVE DS-GEGENKONTO TO AK-KONTONUMMER
350800     MOVE DS-TRANSAKTIONSCODE TO AK-TRANSAKTIONSCODE
350900     MOVE Gegen-Soll-Haben TO AK-SOLL-HABEN
351000     MOVE Gegen-Betrag TO AK-BETRAG-SIGNIERT
351100     MOVE Zaehler-Gelesen TO AK-LFDNR
351200     MOVE Satz-Filiale TO AK-FILIALE
351300     MOVE '2' TO AK-TEILSATZ
351400     MOVE Satz-Waehrung TO AK-WAEHRUNG
351500     MOVE Gegen-Betrag TO AK-ORIGINAL-SIGNIERT
351600     MOVE ZERO TO AK-KURSERTRAG
351700     WRITE Akzeptsatz.
351800*
351900*----------------------------------------------------------------
352000 GegenHistoriensatzSchreiben.
352100*----------------------------------------------------------------
352200     MOVE SPACES TO Historiensatz
352300     MOVE DS-GEGENKONTO TO HI-KONTONUMMER
352400     MOVE DS-BUCHUNGSDATUM TO HI-BUCHUNGSDATUM
352500     MOVE Header-Laufdatum TO HI-LAUFDATUM
352600     MOVE Zaehler-Gelesen TO HI-LFDNR
352700     MOVE DS-TRANSAKTIONSCODE TO HI-TRANSAKTIONSCODE
352800     MOVE 'U' TO HI-ART
352900     MOVE Satz-Euro-Betrag TO HI-BETRAG
353000     MOVE Satz-Waehrung TO HI-WAEHRUNG
353100     MOVE DS-BETRAG TO HI-ORIGINALBETRAG
353200     MOVE ZERO TO HI-KURS
353300     MOVE ZERO TO HI-KURSERTRAG
353400     MOVE Gegen-Betrag TO HI-BETRAG-SIGNIERT
353500     MOVE 'A' TO HI-STATUS
353600     MOVE SPACES TO HI-ABWEISUNGSGRUND
353700     MOVE 'N' TO HI-STORNIERT
353800     MOVE Satz-Filiale TO HI-FILIALE
353900     MOVE DS-KONTONUMMER TO HI-GEGENKONTO
354000     WRITE Historiensatz
354100         INVALID KEY
354200             REWRITE Historiensatz
354300     END-WRITE.
354400*
354500*----------------------------------------------------------------
354600*    SCHREIBT DIE GEGENSEITE IN DEN KONTOMASTER FORT (WIE        *
354700*    KONTOMASTERFORTSCHREIBEN, NUR FUER DAS GEGENKONTO MIT       *
354800*    DEM GEGENLAEUFIGEN BETRAG).                                 *
354900*----------------------------------------------------------------
355000 GegenkontoFortschreiben.
355100     MOVE DS-GEGENKONTO TO KM-KONTONUMMER
355200     READ KontomasterDatei
355300         INVALID KEY
355400             MOVE ZERO TO KM-ANZAHL-TRANSAKTIONEN
355500             MOVE ZERO TO KM-BETRAGSSUMME
355600     END-READ
355700     ADD 1 TO KM-ANZAHL-TRANSAKTIONEN
355800     MOVE DS-TRANSAKTIONSCODE TO KM-LETZTER-TRANSAKTIONSCODE
355900     MOVE DS-BUCHUNGSDATUM TO KM-LETZTE-BUCHUNG
356000     MOVE Zaehler-Gelesen TO KM-LETZTE-LFDNR
356100     ADD Gegen-Betrag TO KM-BETRAGSSUMME
356200     SET KM-IST-AKZEPTIERT TO TRUE
356300     MOVE SPACES TO KM-LETZTER-ABWEISUNGSGRUND
356400     WRITE KONTOMASTERSATZ
356500         INVALID KEY
356600             REWRITE KONTOMASTERSATZ
356700     END-WRITE.
356800*
356900*----------------------------------------------------------------
357000*    PRUEFT DIE ZAHLUNGSVERKEHRSANGABEN: EINE ZAHLUNG AN EINE    *
357100*    FREMDE BANK BRAUCHT BANKLEITZAHL, KONTO UND NAME DES        *
357200*    EMPFAENGERS (DATEISATZ-EXTERN), EINE RUECKBUCHUNG DEN       *
357300*    VERWEIS AUF IHR ORIGINAL UND DEN RUECKGABEGRUND             *
357400*    (DATEISATZ-RUECKLAUF).  FEHLT ETWAS, GRUND 0110 - EINE      *
357500*    ZAHLUNG OHNE EMPFAENGER KOENNTE NIE AUSGEFUEHRT WERDEN.     *
357600*----------------------------------------------------------------
357700 ZahlungsangabenPruefen.
357800     IF SATZ-IST-EXTERN
357900         IF DX-EMPFAENGER-BLZ IS NOT NUMERIC
358000             OR DX-EMPFAENGER-BLZ = ZERO
358100             OR DX-EMPFAENGER-KONTO IS NOT NUMERIC
358200             OR DX-EMPFAENGER-KONTO = ZERO
358300             OR DX-EMPFAENGER-NAME = SPACES
358400             SET SATZ-IST-UNGUELTIG TO TRUE
358500             MOVE "0110" TO Abweisungsgrund
358600         END-IF
358700     ELSE
358800         IF DR-ORIGINAL-BUCHUNGSDATUM IS NOT NUMERIC
358900             OR DR-ORIGINAL-LAUFDATUM IS NOT NUMERIC
359000             OR DR-ORIGINAL-LFDNR IS NOT NUMERIC
359100             OR DR-RUECKGABEGRUND = SPACES
359200             SET SATZ-IST-UNGUELTIG TO TRUE
359300             MOVE "0110" TO Abweisungsgrund
359400         END-IF
359500     END-IF.
359600*
359700*----------------------------------------------------------------
359800*    STELLT EINE AKZEPTIERTE ZAHLUNG AN EINE FREMDE BANK MIT     *
359900*    LAUFDATUM UND SATZNUMMER IN DIE ARBEITSDATEI DL100ZAA       *
360000*    (GRUNDLAGE DES ZAHLUNGSAUSGANGS DL100G02).                  *
360100*----------------------------------------------------------------
360200 ZahlungsausgangSchreiben.
360300     MOVE DATEISATZ TO ZA-SATZINHALT
360400     MOVE Header-Laufdatum TO ZA-LAUFDATUM
360500     MOVE Zaehler-Gelesen TO ZA-LFDNR
360600     WRITE Zahlungsausgang-Satz.
360700*
360800*----------------------------------------------------------------
360900*    OEFFNET DEN MANDATSMASTER DL100MDT.  GESAMTLAUF UND         *
361000*    ZUSAMMENFUEHRUNG SCHREIBEN DIE LETZTE NUTZUNG DIREKT FORT;  *
361100*    EIN TEILLAUF LIEST IHN NUR (ALLE TEILE LAUFEN GLEICHZEITIG) *
361200*    UND SETZT SEINE NUTZUNGSDATEI DL100MNU.TNN BEIM ERSTEN      *
361300*    DURCHGANG NEU AUF, DER SIMULATIONSLAUF EBENSO DL100MNU.SIM. *
361400*    FEHLT DER MASTER, WIRD JEDE LASTSCHRIFT MIT GRUND 0120      *
361500*    ABGEWIESEN - MIT HINWEIS AN DEN OPERATOR.                   *
361600*----------------------------------------------------------------
361700 MandatdateiOeffnen.
361800     IF TEILLAUF OR SIMULATIONSLAUF
361900         OPEN INPUT MandatDatei
362000         IF Letzter-Pruefpunkt = ZERO
362100             OPEN OUTPUT MandatnutzungDatei
362200         ELSE
362300             OPEN EXTEND MandatnutzungDatei
362400         END-IF
362500     ELSE
362600         OPEN I-O MandatDatei
362700     END-IF
362800     IF MANDATDATEI-OK
362900         SET MANDATE-VORHANDEN TO TRUE
363000     ELSE
363100         DISPLAY "DL100 HINWEIS - MANDATSMASTER DL100MDT NICHT "
363200             "VORHANDEN (MIT DL100L01 ANLEGEN) - LASTSCHRIFTEN "
363300             "WERDEN MIT GRUND 0120 ABGEWIESEN"
363400     END-IF.
363500*
363600*----------------------------------------------------------------
363700*    EINE LASTSCHRIFT BRAUCHT GLAEUBIGER-ID UND MANDATSREFERENZ  *
363800*    (DATEISATZ-LASTSCHRIFT) UND ZU KONTO, GLAEUBIGER UND        *
363900*    REFERENZ EIN AKTIVES MANDAT, DAS SPAETESTENS AM BUCHUNGS-   *
364000*    DATUM UNTERSCHRIEBEN WAR.  SONST GRUND 0120 - OHNE MANDAT   *
364100*    HAT DER KUNDE DEN EINZUG NICHT ERLAUBT.                     *
364200*----------------------------------------------------------------
364300 MandatPruefen.
364400     IF NOT MANDATE-VORHANDEN
364500         OR DL-GLAEUBIGER-ID = SPACES
364600         OR DL-MANDATSREFERENZ = SPACES
364700         SET SATZ-IST-UNGUELTIG TO TRUE
364800         MOVE "0120" TO Abweisungsgrund
364900     ELSE
365000         MOVE DS-KONTONUMMER TO MD-KONTONUMMER
365100         MOVE DL-GLAEUBIGER-ID TO MD-GLAEUBIGER-ID
365200         MOVE DL-MANDATSREFERENZ TO MD-MANDATSREFERENZ
365300         READ MandatDatei
365400             INVALID KEY
365500                 SET SATZ-IST-UNGUELTIG TO TRUE
365600                 MOVE "0120" TO Abweisungsgrund
365700             NOT INVALID KEY
365800                 IF NOT MD-IST-AKTIV
365900                     OR MD-UNTERSCHRIFT-DATUM IS NOT NUMERIC
366000                     OR MD-UNTERSCHRIFT-DATUM GREATER THAN
366100                         DS-BUCHUNGSDATUM
366200                     SET SATZ-IST-UNGUELTIG TO TRUE
366300                     MOVE "0120" TO Abweisungsgrund
366400                 END-IF
366500         END-READ
366600     END-IF.
366700*
366800*----------------------------------------------------------------
366900*    VERMERKT DAS LAUFDATUM ALS LETZTE NUTZUNG DES MANDATS EINER *
367000*    AKZEPTIERTEN LASTSCHRIFT - IM TEILLAUF AUF DL100MNU.TNN,    *
367100*    IM SIMULATIONSLAUF AUF DL100MNU.SIM, SONST DIREKT IM        *
367200*    MANDATSMASTER.                                              *
367300*----------------------------------------------------------------
367400 MandatnutzungVermerken.
367500     MOVE DS-KONTONUMMER TO MN-KONTONUMMER
367600     MOVE DL-GLAEUBIGER-ID TO MN-GLAEUBIGER-ID
367700     MOVE DL-MANDATSREFERENZ TO MN-MANDATSREFERENZ
367800     MOVE Header-Laufdatum TO MN-LAUFDATUM
367900     IF TEILLAUF OR SIMULATIONSLAUF
368000         WRITE Mandatnutzung-Satz
368100     ELSE
368200         PERFORM MandatnutzungEintragen
368300     END-IF.
368400*
368500*----------------------------------------------------------------
368600*    SCHREIBT DIE NUTZUNG IN DEN MANDATSMASTER.  EIN JUENGERER   *
368700*    SCHON VERMERKTER STAND BLEIBT STEHEN, DAMIT WIEDERANLAUF    *
368800*    UND NACHVERARBEITUNG DAS DATUM NICHT ZURUECKSETZEN.         *
368900*----------------------------------------------------------------
369000 MandatnutzungEintragen.
369100     IF MANDATE-VORHANDEN
369200         MOVE MN-SCHLUESSEL TO MD-SCHLUESSEL
369300         READ MandatDatei
369400             INVALID KEY
369500                 CONTINUE
369600             NOT INVALID KEY
369700                 IF MD-LETZTE-NUTZUNG IS NOT NUMERIC
369800                     OR MN-LAUFDATUM GREATER THAN
369900                         MD-LETZTE-NUTZUNG
370000                     MOVE MN-LAUFDATUM TO MD-LETZTE-NUTZUNG
370100                     REWRITE Mandatssatz
370200                 END-IF
370300         END-READ
370400     END-IF.
370500*
370600*----------------------------------------------------------------
370700*    TEILLAUF: DIE EINGABE MUSS DIE TEILDATEI DES ANGEFORDERTEN  *
370800*    TEILS SEIN (DH-TEIL IM VORSATZ).  ZAEHLER-GELESEN BEGINNT   *
370900*    BEIM SATZVERSATZ DES TEILS, DAMIT SATZNUMMERN, PRUEFPUNKTE  *
371000*    UND WIEDERANLAUF WIE IM GESAMTLAUF ZAEHLEN.                 *
371100*----------------------------------------------------------------
371200 TeilvorsatzPruefen.
371300     IF DH-TEIL IS NOT NUMERIC
371400         OR DH-TEIL NOT = Teil-Nummer
371500         OR DH-SATZVERSATZ IS NOT NUMERIC
371600         DISPLAY "DL100 FEHLER - EINGABEDATEI IST NICHT DIE "
371700             "TEILDATEI DES TEILS " Teil-Nummer
371800             " (VORSATZ NENNT TEIL " DH-TEIL ") - LAUF WIRD "
371900             "ABGEBROCHEN"
372000         MOVE 16 TO RETURN-CODE
372100         CLOSE EingabeDatei
372200         CLOSE AbweisungsDatei
372300         STOP RUN
372400     END-IF
372500     MOVE DH-SATZVERSATZ TO Satz-Versatz
372600     MOVE Satz-Versatz TO Zaehler-Gelesen.
372700*
372800*----------------------------------------------------------------
372900*    ERMITTELT DIE BETRIEBSART AUS DL100TEILMODUS: LEER =        *
373000*    GESAMTLAUF, T = TEILLAUF DES TEILS DL100TEIL (01 BIS 09) -  *
373100*    DIE DATEIEN DES LAUFS ERHALTEN DANN DIE ENDUNG .TNN -, Z =  *
373200*    ZUSAMMENFUEHRUNG DER ABGESCHLOSSENEN TEILLAEUFE.  JEDER     *
373300*    ANDERE WERT BRICHT DEN LAUF AB, BEVOR ETWAS GEOEFFNET IST.  *
373400*----------------------------------------------------------------
373500 TeillaufErmitteln.
373600     ACCEPT Teillauf-Modus FROM ENVIRONMENT "DL100TEILMODUS"
373700     IF EINZELLAUF OR ZUSAMMENFUEHRUNG
373800         CONTINUE
373900     ELSE
374000     IF TEILLAUF
374100         ACCEPT Teil-Eingabe FROM ENVIRONMENT "DL100TEIL"
374200         IF Teil-Eingabe-Ziffern IS NUMERIC
374300             AND Teil-Eingabe-Ziffern GREATER THAN ZERO
374400             AND Teil-Eingabe-Ziffern NOT GREATER THAN 9
374500             MOVE Teil-Eingabe-Ziffern TO Teil-Nummer
374600             PERFORM TeilpfadeSetzen
374700         ELSE
374800             DISPLAY "DL100 FEHLER - DL100TEIL '" Teil-Eingabe
374900                 "' UNGUELTIG (01 BIS 09) - LAUF ABGEBROCHEN"
375000             MOVE 16 TO RETURN-CODE
375100             STOP RUN
375200         END-IF
375300     ELSE
375400         DISPLAY "DL100 FEHLER - DL100TEILMODUS '" Teillauf-Modus
375500             "' UNGUELTIG (LEER, T ODER Z) - LAUF ABGEBROCHEN"
375600         MOVE 16 TO RETURN-CODE
375700         STOP RUN
375800     END-IF END-IF.
375900*
376000*----------------------------------------------------------------
376100 TeilpfadeSetzen.
376200*----------------------------------------------------------------
376300     MOVE Teil-Nummer TO Teilpfad-Nummer
376400     MOVE Abweisungs-Pfad TO Teilpfad-Basis
376500     PERFORM TeilpfadBilden
376600     MOVE Teilpfad-Ergebnis TO Abweisungs-Pfad
376700     MOVE Pruefpunkt-Pfad TO Teilpfad-Basis
376800     PERFORM TeilpfadBilden
376900     MOVE Teilpfad-Ergebnis TO Pruefpunkt-Pfad
377000     MOVE Kontomaster-Pfad TO Teilpfad-Basis
377100     PERFORM TeilpfadBilden
377200     MOVE Teilpfad-Ergebnis TO Kontomaster-Pfad
377300     MOVE Akzept-Pfad TO Teilpfad-Basis
377400     PERFORM TeilpfadBilden
377500     MOVE Teilpfad-Ergebnis TO Akzept-Pfad
377600     MOVE Historie-Pfad TO Teilpfad-Basis
377700     PERFORM TeilpfadBilden
377800     MOVE Teilpfad-Ergebnis TO Historie-Pfad
377900     MOVE Pendenz-Pfad TO Teilpfad-Basis
378000     PERFORM TeilpfadBilden
378100     MOVE Teilpfad-Ergebnis TO Pendenz-Pfad
378200     MOVE Verdacht-Pfad TO Teilpfad-Basis
378300     PERFORM TeilpfadBilden
378400     MOVE Teilpfad-Ergebnis TO Verdacht-Pfad
378500     MOVE Zahlungsausgang-Pfad TO Teilpfad-Basis
378600     PERFORM TeilpfadBilden
378700     MOVE Teilpfad-Ergebnis TO Zahlungsausgang-Pfad
378800     MOVE Mandatnutzung-Pfad TO Teilpfad-Basis
378900     PERFORM TeilpfadBilden
379000     MOVE Teilpfad-Ergebnis TO Mandatnutzung-Pfad.
379100*
379200*----------------------------------------------------------------
379300*    HAENGT AN TEILPFAD-BASIS DIE ENDUNG .TNN DES TEILS          *
379400*    TEILPFAD-NUMMER AN (Z.B. DL100AKZ.T03).                     *
379500*----------------------------------------------------------------
379600 TeilpfadBilden.
379700     MOVE SPACES TO Teilpfad-Ergebnis
379800     STRING Teilpfad-Basis DELIMITED BY SPACE
379900         ".T" DELIMITED BY SIZE
380000         Teilpfad-Nummer DELIMITED BY SIZE
380100         INTO Teilpfad-Ergebnis.
380200*
380300*----------------------------------------------------------------
380400*    SCHLIESST EINEN TEILLAUF AB: STIMMT DER ABGLEICH GEGEN      *
380500*    VORSATZ UND NACHSATZ DER TEILDATEI, WIRD DER ENDSTAND ALS   *
380600*    PRUEFPUNKT MIT STATUS 'E' FESTGEHALTEN - DARAUS UEBERNIMMT  *
380700*    DIE ZUSAMMENFUEHRUNG DIE ZAEHLER, UND EIN ERNEUTER START    *
380800*    DES TEILS BLEIBT OHNE WIRKUNG.  ARCHIVIERUNG, LAUFREGISTER, *
380900*    LAUFSTATISTIK UND KONTROLLBERICHT BLEIBEN DER               *
381000*    ZUSAMMENFUEHRUNG VORBEHALTEN.                               *
381100*----------------------------------------------------------------
381200 TeillaufAbschliessen.
381300     PERFORM AbgleichPruefen
381400     IF ABGLEICH-OK
381500         MOVE 'E' TO Teilstatus
381600         PERFORM PruefpunktSchreiben
381700         MOVE Teil-Gelesen TO Bericht-Anzahl-Edit
381800         DISPLAY "DL100 HINWEIS - TEILLAUF " Teil-Nummer
381900             " ABGESCHLOSSEN, " Bericht-Anzahl-Edit " SAETZE - "
382000             "ERGEBNIS WARTET AUF DIE ZUSAMMENFUEHRUNG"
382100     ELSE
382200         PERFORM PruefpunktZuruecksetzen
382300         DISPLAY "DL100 FEHLER - TEILLAUF " Teil-Nummer
382400             " NICHT ABGEGLICHEN - TEIL NEU STARTEN"
382500     END-IF
382600     STOP RUN.
382700*
382800*----------------------------------------------------------------
382900*    FUEHRT DIE ABGESCHLOSSENEN TEILLAEUFE ZU DEM ERGEBNIS       *
383000*    ZUSAMMEN, DAS EIN GESAMTLAUF ERZEUGT HAETTE: ZAEHLER UND    *
383100*    FILIALSUMMEN AUS DEN PRUEFPUNKTEN DER TEILE, ABWEISUNGS-,   *
383200*    AKZEPT- UND ZAHLUNGSAUSGANGSDATEI NEU AUS DEN TEILEN IN     *
383300*    TEILFOLGE (DIE TEILE SIND ZUSAMMENHAENGENDE ABSCHNITTE DER  *
383400*    SORTIERTEN EINGABE, DIE SATZFOLGE BLEIBT ALSO ERHALTEN),    *
383500*    TERMINSPEICHER UND VERDACHTSDATEI FORTGESCHRIEBEN,          *
383600*    HISTORIENTEILE IN DIE GEFUEHRTE HISTORIE UND DER KONTO-     *
383700*    MASTER NEU AUS DEN MASTERTEILEN.  DANACH ABGLEICH GEGEN DIE *
383800*    KONTROLLSUMMEN DER UNGETEILTEN EINGABE, ARCHIVIERUNG,       *
383900*    LAUFREGISTER, LAUFSTATISTIK UND KONTROLLBERICHT WIE IM      *
384000*    GESAMTLAUF.  IST EIN TEIL NICHT ABGESCHLOSSEN, WIRD NICHTS  *
384100*    GESCHRIEBEN.  DIE TEILUNGSDATEI WIRD NACH ERFOLGREICHEM     *
384200*    ABGLEICH ENTFERNT, DAMIT DIESELBEN TEILE NICHT EIN ZWEITES  *
384300*    MAL ZUSAMMENGEFUEHRT WERDEN KOENNEN.                        *
384400*----------------------------------------------------------------
384500 TeillaeufeZusammenfuehren.
384600     PERFORM TeilungLaden
384700     PERFORM TeilstaendePruefen
384800     PERFORM LaufregisterPruefen
384900     OPEN OUTPUT AbweisungsDatei
385000     OPEN OUTPUT AkzeptDatei
385100     OPEN OUTPUT ZahlungsausgangDatei
385200     PERFORM TerminspeicherOeffnen
385300     PERFORM VerdachtsdateiOeffnen
385400     OPEN OUTPUT KontomasterDatei
385500     CLOSE KontomasterDatei
385600     OPEN I-O KontomasterDatei
385700     PERFORM KontomasterLaufsatzSchreiben
385800     PERFORM HistorieOeffnen
385900     PERFORM MandatdateiOeffnen
386000     MOVE ZERO TO Teil-Index
386100     PERFORM TeilergebnisUebernehmen
386200         UNTIL Teil-Index NOT LESS THAN Teile-Anzahl
386300     IF MANDATE-VORHANDEN
386400         CLOSE MandatDatei
386500     END-IF
386600     CLOSE AbweisungsDatei
386700     CLOSE AkzeptDatei
386800     CLOSE ZahlungsausgangDatei
386900     CLOSE PendenzDatei
387000     CLOSE VerdachtDatei
387100     CLOSE HistorienDatei
387200     CLOSE KontomasterDatei
387300     MOVE Teile-Anzahl TO Bericht-Anzahl-Edit
387400     DISPLAY "DL100 HINWEIS - TEILLAEUFE DES LAUFDATUMS "
387500         Header-Laufdatum " ZUSAMMENGEFUEHRT: "
387600         Bericht-Anzahl-Edit
387700     PERFORM AbgleichPruefen
387800     IF ABGLEICH-OK
387900         PERFORM EingabedateiArchivieren
388000         PERFORM LaufregisterFortschreiben
388100         PERFORM LaufstatistikFortschreiben
388200         CALL "CBL_DELETE_FILE" USING Teilung-Name
388300             RETURNING Loeschung-RC
388400         IF Loeschung-RC NOT = ZERO
388500             DISPLAY "DL100 WARNUNG - TEILUNGSDATEI DL100TST "
388600                 "KONNTE NICHT ENTFERNT WERDEN"
388700         END-IF
388800     END-IF
388900     PERFORM PruefpunktZuruecksetzen
389000     PERFORM KontrollberichtSchreiben
389100     STOP RUN.
389200*
389300*----------------------------------------------------------------
389400*    LAEDT DIE TEILUNGSDATEI DL100TST.  DIE TEILE MUESSEN LUECKEN-*
389500*    LOS VON 01 AN NUMERIERT UND VOLLZAEHLIG SEIN; LAUFDATUM UND *
389600*    KONTROLLSUMMEN DER UNGETEILTEN EINGABE TRETEN AN DIE STELLE *
389700*    VON VORSATZ UND NACHSATZ.                                   *
389800*----------------------------------------------------------------
389900 TeilungLaden.
390000     MOVE 'N' TO Teilungsdatei-Ende
390100     MOVE ZERO TO Teile-Anzahl
390200     OPEN INPUT TeilungDatei
390300     IF NOT TEILUNGSDATEI-GEFUNDEN
390400         DISPLAY "DL100 FEHLER - TEILUNGSDATEI DL100TST NICHT "
390500             "GEFUNDEN (TEILUNGSLAUF DL100M02), FILE STATUS "
390600             Teilung-Status " - LAUF ABGEBROCHEN"
390700         MOVE 16 TO RETURN-CODE
390800         STOP RUN
390900     END-IF
391000     PERFORM TeilungssatzUebernehmen
391100         UNTIL KEINE-TEILUNGSSAETZE-MEHR
391200     CLOSE TeilungDatei
391300     IF Teile-Anzahl = ZERO
391400         OR Teile-Soll NOT = Teile-Anzahl
391500         DISPLAY "DL100 FEHLER - TEILUNGSDATEI DL100TST "
391600             "UNVOLLSTAENDIG - LAUF ABGEBROCHEN"
391700         MOVE 16 TO RETURN-CODE
391800         STOP RUN
391900     END-IF.
392000*
392100*----------------------------------------------------------------
392200 TeilungssatzUebernehmen.
392300*----------------------------------------------------------------
392400     READ TeilungDatei
392500         AT END
392600             MOVE 'Y' TO Teilungsdatei-Ende
392700         NOT AT END
392800             IF Teile-Anzahl NOT LESS THAN 9
392900                 OR TL-TEIL NOT = Teile-Anzahl + 1
393000                 DISPLAY "DL100 FEHLER - TEILUNGSDATEI DL100TST "
393100                     "FEHLERHAFT BEI TEIL " TL-TEIL
393200                     " - LAUF ABGEBROCHEN"
393300                 MOVE 16 TO RETURN-CODE
393400                 STOP RUN
393500             END-IF
393600             ADD 1 TO Teile-Anzahl
393700             MOVE TL-TEILE TO Teile-Soll
393800             MOVE TL-VERSATZ TO TT-VERSATZ (Teile-Anzahl)
393900             MOVE TL-ANZAHL TO TT-ANZAHL (Teile-Anzahl)
394000             MOVE TL-LAUFDATUM TO Header-Laufdatum
394100             MOVE TL-VORSATZ-ANZAHL TO Header-Satzanzahl
394200             MOVE TL-NACHSATZ-ANZAHL TO Trailer-Satzanzahl
394300             MOVE TL-NACHSATZ-SUMME TO Trailer-Betragssumme
394400             SET VORSATZ-ERHALTEN TO TRUE
394500             SET NACHSATZ-ERHALTEN TO TRUE
394600     END-READ.
394700*
394800*----------------------------------------------------------------
394900*    PRUEFT DEN ENDSTAND JEDES TEILS (PRUEFPUNKT.TXT.TNN): STATUS*
395000*    'E', GLEICHES LAUFDATUM UND SATZANZAHL BIS ZUM ENDE DES     *
395100*    TEILS.  ALLE NICHT ABGESCHLOSSENEN TEILE WERDEN GEMELDET;   *
395200*    GIBT ES EINEN, ENDET DIE ZUSAMMENFUEHRUNG OHNE WIRKUNG MIT  *
395300*    RETURN-CODE 16 - DIE BETROFFENEN TEILE KOENNEN EINZELN NEU  *
395400*    GESTARTET WERDEN.  SONST WERDEN DIE ZAEHLER ADDIERT.        *
395500*----------------------------------------------------------------
395600 TeilstaendePruefen.
395700     MOVE ZERO TO Teilfehler-Anzahl
395800     MOVE ZERO TO Teil-Index
395900     PERFORM TeilstandPruefen
396000         UNTIL Teil-Index NOT LESS THAN Teile-Anzahl
396100     MOVE "pruefpunkt.txt" TO Pruefpunkt-Pfad
396200     IF Teilfehler-Anzahl GREATER THAN ZERO
396300         MOVE Teilfehler-Anzahl TO Bericht-Anzahl-Edit
396400         DISPLAY "DL100 FEHLER - TEILLAEUFE NICHT ABGESCHLOSSEN: "
396500             Bericht-Anzahl-Edit " - ZUSAMMENFUEHRUNG ABGEBROCHEN"
396600         DISPLAY "BETROFFENE TEILE MIT DL100TEILMODUS=T UND "
396700             "DL100TEIL=NN NEU STARTEN, DANN ERNEUT "
396800             "ZUSAMMENFUEHREN"
396900         MOVE 16 TO RETURN-CODE
397000         STOP RUN
397100     END-IF.
397200*
397300*----------------------------------------------------------------
397400 TeilstandPruefen.
397500*----------------------------------------------------------------
397600     ADD 1 TO Teil-Index
397700     MOVE Teil-Index TO Teilpfad-Nummer
397800     MOVE "pruefpunkt.txt" TO Teilpfad-Basis
397900     PERFORM TeilpfadBilden
398000     MOVE Teilpfad-Ergebnis TO Pruefpunkt-Pfad
398100     MOVE SPACES TO Pruefpunktsatz
398200     OPEN INPUT PruefpunktDatei
398300     IF PRUEFPUNKTDATEI-GEFUNDEN
398400         READ PruefpunktDatei
398500             AT END
398600                 MOVE SPACES TO Pruefpunktsatz
398700         END-READ
398800         CLOSE PruefpunktDatei
398900     END-IF
399000     IF PP-TEIL-ERLEDIGT
399100         AND PP-LAUFDATUM = Header-Laufdatum
399200         AND PP-SATZANZAHL = TT-VERSATZ (Teil-Index)
399300             + TT-ANZAHL (Teil-Index)
399400         PERFORM TeilstandAddieren
399500     ELSE
399600         ADD 1 TO Teilfehler-Anzahl
399700         DISPLAY "DL100 FEHLER - TEILLAUF " Teilpfad-Nummer
399800             " NICHT ABGESCHLOSSEN (" Pruefpunkt-Pfad ")"
399900     END-IF.
400000*
400100*----------------------------------------------------------------
400200 TeilstandAddieren.
400300*----------------------------------------------------------------
400400     COMPUTE Zaehler-Gelesen = Zaehler-Gelesen + PP-SATZANZAHL
400500         - TT-VERSATZ (Teil-Index)
400600     ADD PP-ANZAHL-AKZEPTIERT TO Zaehler-Akzeptiert
400700     ADD PP-ANZAHL-ABGEWIESEN TO Zaehler-Abgewiesen
400800     ADD PP-ANZAHL-STORNO TO Zaehler-Storno
400900     ADD PP-ANZAHL-TERMIN TO Zaehler-Termin
401000     ADD PP-ANZAHL-VERDACHT TO Zaehler-Verdacht
401100     ADD PP-ANZAHL-UMBUCHUNG TO Zaehler-Umbuchung
401200     ADD PP-ANZAHL-EXTERN TO Zaehler-Extern
401300     ADD PP-EXTERN-SUMME TO Zaehler-Extern-Summe
401400     ADD PP-BETRAGSSUMME TO Zaehler-Betragssumme
401500     ADD PP-BETRAGSSUMME-GELESEN TO Zaehler-Betragssumme-Gelesen
401600     MOVE ZERO TO Filialsummen-Index
401700     PERFORM FilialsummeAddieren
401800         UNTIL Filialsummen-Index NOT LESS THAN 10.
401900*
402000*----------------------------------------------------------------
402100 FilialsummeAddieren.
402200*----------------------------------------------------------------
402300     ADD 1 TO Filialsummen-Index
402400     IF PP-FIL-AKZEPTIERT (Filialsummen-Index) IS NUMERIC
402500         ADD PP-FIL-AKZEPTIERT (Filialsummen-Index)
402600             TO FS-AKZEPTIERT (Filialsummen-Index)
402700         ADD PP-FIL-SUMME (Filialsummen-Index)
402800             TO FS-SUMME (Filialsummen-Index)
402900         ADD PP-FIL-ABGEWIESEN (Filialsummen-Index)
403000             TO FS-ABGEWIESEN (Filialsummen-Index)
403100     END-IF.
403200*
403300*----------------------------------------------------------------
403400*    UEBERNIMMT DIE ERGEBNISDATEIEN EINES TEILS.                 *
403500*----------------------------------------------------------------
403600 TeilergebnisUebernehmen.
403700     ADD 1 TO Teil-Index
403800     MOVE Teil-Index TO Teilpfad-Nummer
403900     MOVE Abweisungs-Pfad TO Teilpfad-Basis
404000     SET TEILDATEI-ABWEISUNG TO TRUE
404100     PERFORM TeildateiUebernehmen
404200     MOVE Akzept-Pfad TO Teilpfad-Basis
404300     SET TEILDATEI-AKZEPT TO TRUE
404400     PERFORM TeildateiUebernehmen
404500     MOVE Zahlungsausgang-Pfad TO Teilpfad-Basis
404600     SET TEILDATEI-ZAHLUNGSAUSGANG TO TRUE
404700     PERFORM TeildateiUebernehmen
404800     MOVE Pendenz-Pfad TO Teilpfad-Basis
404900     SET TEILDATEI-TERMIN TO TRUE
405000     PERFORM TeildateiUebernehmen
405100     MOVE Verdacht-Pfad TO Teilpfad-Basis
405200     SET TEILDATEI-VERDACHT TO TRUE
405300     PERFORM TeildateiUebernehmen
405400     MOVE Mandatnutzung-Pfad TO Teilpfad-Basis
405500     SET TEILDATEI-MANDATNUTZUNG TO TRUE
405600     PERFORM TeildateiUebernehmen
405700     PERFORM TeilhistorieUebernehmen
405800     PERFORM TeilmasterUebernehmen.
405900*
406000*----------------------------------------------------------------
406100 TeildateiUebernehmen.
406200*----------------------------------------------------------------
406300     PERFORM TeilpfadBilden
406400     MOVE Teilpfad-Ergebnis TO Teildatei-Pfad
406500     MOVE 'N' TO Teildatei-Ende
406600     OPEN INPUT TeildateiDatei
406700     IF NOT TEILDATEI-GEFUNDEN
406800         PERFORM TeilergebnisFehlt
406900     END-IF
407000     PERFORM TeildateisatzUebertragen
407100         UNTIL KEINE-TEILDATEISAETZE-MEHR
407200     CLOSE TeildateiDatei.
407300*
407400*----------------------------------------------------------------
407500 TeildateisatzUebertragen.
407600*----------------------------------------------------------------
407700     READ TeildateiDatei
407800         AT END
407900             MOVE 'Y' TO Teildatei-Ende
408000         NOT AT END
408100             IF TEILDATEI-ABWEISUNG
408200                 MOVE Teildatei-Satz TO Abweisungssatz
408300                 WRITE Abweisungssatz
408400             ELSE
408500             IF TEILDATEI-AKZEPT
408600                 MOVE Teildatei-Satz TO Akzeptsatz
408700                 WRITE Akzeptsatz
408800             ELSE
408900             IF TEILDATEI-ZAHLUNGSAUSGANG
409000                 MOVE Teildatei-Satz TO Zahlungsausgang-Satz
409100                 WRITE Zahlungsausgang-Satz
409200             ELSE
409300             IF TEILDATEI-TERMIN
409400                 MOVE Teildatei-Satz TO Pendenz-Satz
409500                 WRITE Pendenz-Satz
409600             ELSE
409700             IF TEILDATEI-MANDATNUTZUNG
409800                 MOVE Teildatei-Satz TO Mandatnutzung-Satz
409900                 PERFORM MandatnutzungEintragen
410000             ELSE
410100                 MOVE Teildatei-Satz TO Verdacht-Satz
410200                 WRITE Verdacht-Satz
410300             END-IF END-IF END-IF END-IF END-IF
410400     END-READ.
410500*
410600*----------------------------------------------------------------
410700*    UEBERTRAEGT DEN HISTORIENTEIL IN DIE GEFUEHRTE HISTORIE     *
410800*    (EIN IM TEIL STORNIERTES ORIGINAL UEBERSCHREIBT DABEI       *
410900*    SEINEN BISHERIGEN STAND).                                   *
411000*----------------------------------------------------------------
411100 TeilhistorieUebernehmen.
411200     MOVE Historie-Pfad TO Teilpfad-Basis
411300     PERFORM TeilpfadBilden
411400     MOVE Teilpfad-Ergebnis TO Teilhistorie-Pfad
411500     MOVE 'N' TO Teildatei-Ende
411600     OPEN INPUT TeilhistorienDatei
411700     IF NOT TEILHISTORIE-GEFUNDEN
411800         PERFORM TeilergebnisFehlt
411900     END-IF
412000     PERFORM TeilhistoriensatzUebertragen
412100         UNTIL KEINE-TEILDATEISAETZE-MEHR
412200     CLOSE TeilhistorienDatei.
412300*
412400*----------------------------------------------------------------
412500 TeilhistoriensatzUebertragen.
412600*----------------------------------------------------------------
412700     READ TeilhistorienDatei NEXT RECORD
412800         AT END
412900             MOVE 'Y' TO Teildatei-Ende
413000         NOT AT END
413100             MOVE Teilhistorien-Satz TO Historiensatz
413200             WRITE Historiensatz
413300                 INVALID KEY
413400                     REWRITE Historiensatz
413500             END-WRITE
413600     END-READ.
413700*
413800*----------------------------------------------------------------
413900*    MISCHT DEN MASTERTEIL IN DEN NEU AUFGEBAUTEN KONTOMASTER.   *
414000*    DER LAUFSATZ DES TEILS ENTFAELLT.                           *
414100*----------------------------------------------------------------
414200 TeilmasterUebernehmen.
414300     MOVE Kontomaster-Pfad TO Teilpfad-Basis
414400     PERFORM TeilpfadBilden
414500     MOVE Teilpfad-Ergebnis TO Teilmaster-Pfad
414600     MOVE 'N' TO Teildatei-Ende
414700     OPEN INPUT TeilmasterDatei
414800     IF NOT TEILMASTER-GEFUNDEN
414900         PERFORM TeilergebnisFehlt
415000     END-IF
415100     PERFORM TeilmastersatzUebertragen
415200         UNTIL KEINE-TEILDATEISAETZE-MEHR
415300     CLOSE TeilmasterDatei.
415400*
415500*----------------------------------------------------------------
415600 TeilmastersatzUebertragen.
415700*----------------------------------------------------------------
415800     READ TeilmasterDatei NEXT RECORD
415900         AT END
416000             MOVE 'Y' TO Teildatei-Ende
416100         NOT AT END
416200             IF TM-KONTONUMMER = 9999999999
416300                 CONTINUE
416400             ELSE
416500                 PERFORM TeilmastersatzEinmischen
416600             END-IF
416700     END-READ.
416800*
416900*----------------------------------------------------------------
417000*    EIN KONTO KANN IN MEHREREN TEILEN AUFTRETEN (GEGENKONTO     *
417100*    EINER UMBUCHUNG): ANZAHL UND SUMME WERDEN ADDIERT, DEN      *
417200*    LETZTEN STAND LIEFERT DER SATZ MIT DER HOECHSTEN SATZNUMMER *
417300*    (KM-LETZTE-LFDNR) - WIE IM GESAMTLAUF.                      *
417400*----------------------------------------------------------------
417500 TeilmastersatzEinmischen.
417600     MOVE Teilmaster-Satz TO Teilmaster-Puffer
417700     MOVE Teilmaster-Satz TO KONTOMASTERSATZ
417800     MOVE KM-ANZAHL-TRANSAKTIONEN TO Teil-Anzahl
417900     MOVE KM-BETRAGSSUMME TO Teil-Summe
418000     MOVE KM-LETZTE-LFDNR TO Teil-Lfdnr
418100     READ KontomasterDatei
418200         INVALID KEY
418300             MOVE Teilmaster-Puffer TO KONTOMASTERSATZ
418400             WRITE KONTOMASTERSATZ
418500         NOT INVALID KEY
418600             IF Teil-Lfdnr GREATER THAN KM-LETZTE-LFDNR
418700                 ADD KM-ANZAHL-TRANSAKTIONEN TO Teil-Anzahl
418800                 ADD KM-BETRAGSSUMME TO Teil-Summe
418900                 MOVE Teilmaster-Puffer TO KONTOMASTERSATZ
419000                 MOVE Teil-Anzahl TO KM-ANZAHL-TRANSAKTIONEN
419100                 MOVE Teil-Summe TO KM-BETRAGSSUMME
419200             ELSE
419300                 ADD Teil-Anzahl TO KM-ANZAHL-TRANSAKTIONEN
419400                 ADD Teil-Summe TO KM-BETRAGSSUMME
419500             END-IF
419600             REWRITE KONTOMASTERSATZ
419700     END-READ.
419800*
419900*----------------------------------------------------------------
420000 TeilergebnisFehlt.
420100*----------------------------------------------------------------
420200     DISPLAY "DL100 FEHLER - TEILERGEBNIS " Teilpfad-Ergebnis
420300         " NICHT LESBAR - ZUSAMMENFUEHRUNG ABGEBROCHEN"
420400     DISPLAY "TEIL MIT DL100TEILMODUS=T NEU STARTEN, DANN ERNEUT "
420500         "ZUSAMMENFUEHREN"
420600     MOVE 16 TO RETURN-CODE
420700     STOP RUN.
420800*
420900*----------------------------------------------------------------
421000*    SIMULATIONSLAUF (DL100SIMULATION=J): DIE ANLIEFERUNG WIRD   *
421100*    VOLL GEGEN CODETABELLE, KONTOVERZEICHNIS, MANDATE, HISTORIE *
421200*    UND KALENDER GEPRUEFT, OHNE EINEN GEFUEHRTEN BESTAND ZU     *
421300*    VERAENDERN - WIE IM TEILLAUF ERHALTEN DIE FORTGESCHRIEBENEN *
421400*    DATEIEN EINE EIGENE ENDUNG (.SIM).  MIT TEILLAUF ODER       *
421500*    ZUSAMMENFUEHRUNG IST ER NICHT KOMBINIERBAR.                 *
421600*----------------------------------------------------------------
421700 SimulationErmitteln.
421800     ACCEPT Simulation-Kennzeichen
421900         FROM ENVIRONMENT "DL100SIMULATION"
422000     IF SIMULATIONSLAUF
422100         IF NOT EINZELLAUF
422200             DISPLAY "DL100 FEHLER - DL100SIMULATION=J IST MIT "
422300                 "DL100TEILMODUS NICHT KOMBINIERBAR - LAUF "
422400                 "ABGEBROCHEN"
422500             MOVE 16 TO RETURN-CODE
422600             STOP RUN
422700         END-IF
422800         DISPLAY "DL100 HINWEIS - SIMULATIONSLAUF: BESTAENDE "
422900             "WERDEN NUR GELESEN, ERGEBNIS AUF "
423000             "SIMULATIONSBERICHT.TXT"
423100         PERFORM SimulationspfadeSetzen
423200     END-IF.
423300*
423400*----------------------------------------------------------------
423500*    DER PRUEFPUNKT WIRD IM SIMULATIONSLAUF WEDER GELESEN NOCH   *
423600*    GESCHRIEBEN UND BEHAELT DESHALB SEINEN NAMEN.               *
423700*----------------------------------------------------------------
423800 SimulationspfadeSetzen.
423900     MOVE Abweisungs-Pfad TO Teilpfad-Basis
424000     PERFORM SimulationspfadBilden
424100     MOVE Teilpfad-Ergebnis TO Abweisungs-Pfad
424200     MOVE Kontomaster-Pfad TO Teilpfad-Basis
424300     PERFORM SimulationspfadBilden
424400     MOVE Teilpfad-Ergebnis TO Kontomaster-Pfad
424500     MOVE Akzept-Pfad TO Teilpfad-Basis
424600     PERFORM SimulationspfadBilden
424700     MOVE Teilpfad-Ergebnis TO Akzept-Pfad
424800     MOVE Historie-Pfad TO Teilpfad-Basis
424900     PERFORM SimulationspfadBilden
425000     MOVE Teilpfad-Ergebnis TO Historie-Pfad
425100     MOVE Pendenz-Pfad TO Teilpfad-Basis
425200     PERFORM SimulationspfadBilden
425300     MOVE Teilpfad-Ergebnis TO Pendenz-Pfad
425400     MOVE Verdacht-Pfad TO Teilpfad-Basis
425500     PERFORM SimulationspfadBilden
425600     MOVE Teilpfad-Ergebnis TO Verdacht-Pfad
425700     MOVE Zahlungsausgang-Pfad TO Teilpfad-Basis
425800     PERFORM SimulationspfadBilden
425900     MOVE Teilpfad-Ergebnis TO Zahlungsausgang-Pfad
426000     MOVE Mandatnutzung-Pfad TO Teilpfad-Basis
426100     PERFORM SimulationspfadBilden
426200     MOVE Teilpfad-Ergebnis TO Mandatnutzung-Pfad.
426300*
426400*----------------------------------------------------------------
426500*    HAENGT AN TEILPFAD-BASIS DIE ENDUNG .SIM AN (Z.B.           *
426600*    DL100AKZ.SIM).                                              *
426700*----------------------------------------------------------------
426800 SimulationspfadBilden.
426900     MOVE SPACES TO Teilpfad-Ergebnis
427000     STRING Teilpfad-Basis DELIMITED BY SPACE
427100         ".SIM" DELIMITED BY SIZE
427200         INTO Teilpfad-Ergebnis.
427300*
427400*----------------------------------------------------------------
427500*    ZAEHLT IM SIMULATIONSLAUF DIE ABWEISUNG JE GRUNDCODE FUER   *
427600*    DEN SIMULATIONSBERICHT.                                     *
427700*----------------------------------------------------------------
427800 SimulationsgrundZaehlen.
427900     MOVE Abweisungsgrund TO Simulationsgrund-Suche
428000     PERFORM SimulationsgrundSuchen
428100     IF SIMULATIONSGRUND-GEFUNDEN
428200         ADD 1 TO SG-ANZAHL (Simulationsgrund-Index)
428300     ELSE
428400     IF Simulationsgrund-Anzahl LESS THAN 30
428500         ADD 1 TO Simulationsgrund-Anzahl
428600         MOVE Simulationsgrund-Anzahl TO Simulationsgrund-Index
428700         MOVE Abweisungsgrund TO SG-CODE (Simulationsgrund-Index)
428800         MOVE 1 TO SG-ANZAHL (Simulationsgrund-Index)
428900         MOVE "(KEIN KLARTEXT IN DL100AGR)"
429000             TO SG-TEXT (Simulationsgrund-Index)
429100     END-IF END-IF.
429200*
429300*----------------------------------------------------------------
429400*    SUCHT SIMULATIONSGRUND-SUCHE IN DER GRUNDTABELLE; BEI       *
429500*    TREFFER STEHT SIMULATIONSGRUND-INDEX AUF DEM EINTRAG.       *
429600*----------------------------------------------------------------
429700 SimulationsgrundSuchen.
429800     MOVE 'N' TO Simulationsgrund-Treffer
429900     MOVE ZERO TO Simulationsgrund-Index
430000     PERFORM SimulationsgrundVergleichen
430100         UNTIL SIMULATIONSGRUND-GEFUNDEN
430200             OR Simulationsgrund-Index NOT LESS THAN
430300                 Simulationsgrund-Anzahl.
430400*
430500*----------------------------------------------------------------
430600 SimulationsgrundVergleichen.
430700*----------------------------------------------------------------
430800     ADD 1 TO Simulationsgrund-Index
430900     IF SG-CODE (Simulationsgrund-Index) = Simulationsgrund-Suche
431000         SET SIMULATIONSGRUND-GEFUNDEN TO TRUE
431100     END-IF.
431200*
431300*----------------------------------------------------------------
431400*    MERKT IM SIMULATIONSLAUF EINEN SATZ, DER GEPARKT ('T') ODER *
431500*    ALS DUBLETTENVERDACHT ANGEHALTEN ('V') WUERDE.  UEBER 500   *
431600*    SAETZE HINAUS WIRD NUR NOCH GEZAEHLT.                       *
431700*----------------------------------------------------------------
431800 SimulationspostenMerken.
431900     IF Simulationsposten-Anzahl LESS THAN 500
432000         ADD 1 TO Simulationsposten-Anzahl
432100         MOVE Simulationsposten-Anzahl TO Simulationsposten-Index
432200         MOVE Simulationsposten-Art
432300             TO SP-ART (Simulationsposten-Index)
432400         MOVE DS-KONTONUMMER
432500             TO SP-KONTONUMMER (Simulationsposten-Index)
432600         MOVE DS-TRANSAKTIONSCODE
432700             TO SP-TRANSAKTIONSCODE (Simulationsposten-Index)
432800         MOVE Satz-Waehrung
432900             TO SP-WAEHRUNG (Simulationsposten-Index)
433000         MOVE DS-BETRAG TO SP-BETRAG (Simulationsposten-Index)
433100         MOVE DS-BUCHUNGSDATUM
433200             TO SP-BUCHUNGSDATUM (Simulationsposten-Index)
433300         IF SP-IST-VERDACHT (Simulationsposten-Index)
433400             MOVE Verdacht-Original-Lauf
433500                 TO SP-ORIGINAL-LAUF (Simulationsposten-Index)
433600         ELSE
433700             MOVE ZERO
433800                 TO SP-ORIGINAL-LAUF (Simulationsposten-Index)
433900         END-IF
434000     ELSE
434100         ADD 1 TO Simulationsposten-Ueberlauf
434200     END-IF.
434300*
434400*----------------------------------------------------------------
434500*    KOPF DES SIMULATIONSBERICHTS: LAUFDATUM, DER HINWEIS, DASS  *
434600*    KEIN BESTAND VERAENDERT WURDE, UND DIE BEFUNDE, AN DENEN DER*
434700*    ECHTE LAUF SCHEITERN WUERDE.                                *
434800*----------------------------------------------------------------
434900 SimulationskopfSchreiben.
435000     MOVE SPACES TO Kontrollbericht-Zeile
435100     STRING "DL100 SIMULATIONSLAUF - LAUFDATUM " DELIMITED BY SIZE
435200         Header-Laufdatum DELIMITED BY SIZE
435300         INTO Kontrollbericht-Zeile
435400     PERFORM KontrollberichtZeileSchreiben
435500     MOVE "KEIN BESTAND VERAENDERT: DL100REG, DL100STA, DL100HIS,"
435600         TO Kontrollbericht-Zeile
435700     PERFORM KontrollberichtZeileSchreiben
435800     MOVE "DL100PND, DL100VDF, DL100MDT, DL100MST BLEIBEN STEHEN;"
435900         TO Kontrollbericht-Zeile
436000     PERFORM KontrollberichtZeileSchreiben
436100     MOVE "DIE ANLIEFERUNG WIRD NICHT ARCHIVIERT."
436200         TO Kontrollbericht-Zeile
436300     PERFORM KontrollberichtZeileSchreiben
436400     IF BEFUND-LAUF-VERARBEITET
436500         MOVE "ACHTUNG: LAUFDATUM IN DL100REG BEREITS VERARBEITET"
436600             TO Kontrollbericht-Zeile
436700         PERFORM KontrollberichtZeileSchreiben
436800         MOVE "- ECHTER LAUF BRICHT OHNE DL100REPRO=J AB"
436900             TO Kontrollbericht-Zeile
437000         PERFORM KontrollberichtZeileSchreiben
437100     END-IF
437200     IF BEFUND-TERMIN-ABWEICHEND
437300         MOVE SPACES TO Kontrollbericht-Zeile
437400         STRING "ACHTUNG: ERWARTETER GESCHAEFTSTAG IST "
437500             DELIMITED BY SIZE
437600             Erwartetes-Laufdatum DELIMITED BY SIZE
437700             INTO Kontrollbericht-Zeile
437800         PERFORM KontrollberichtZeileSchreiben
437900         MOVE "- ECHTER LAUF BRICHT OHNE DL100TERMINOK=J AB"
438000             TO Kontrollbericht-Zeile
438100         PERFORM KontrollberichtZeileSchreiben
438200     END-IF
438300     MOVE SPACES TO Kontrollbericht-Zeile
438400     PERFORM KontrollberichtZeileSchreiben.
438500*
438600*----------------------------------------------------------------
438700*    BEFUNDTEIL DES SIMULATIONSBERICHTS: ABWEISUNGEN JE GRUND MIT*
438800*    KLARTEXT AUS DL100AGR, DANACH DIE SAETZE, DIE GEPARKT UND   *
438900*    DIE ALS DUBLETTENVERDACHT ANGEHALTEN WUERDEN.               *
439000*----------------------------------------------------------------
439100 SimulationsbefundSchreiben.
439200     MOVE SPACES TO Kontrollbericht-Zeile
439300     PERFORM KontrollberichtZeileSchreiben
439400     MOVE "ABWEISUNGEN JE GRUND:" TO Kontrollbericht-Zeile
439500     PERFORM KontrollberichtZeileSchreiben
439600     IF Simulationsgrund-Anzahl = ZERO
439700         MOVE "  KEINE" TO Kontrollbericht-Zeile
439800         PERFORM KontrollberichtZeileSchreiben
439900     ELSE
440000         PERFORM SimulationsgrundtexteLaden
440100         MOVE ZERO TO Simulationsgrund-Index
440200         PERFORM SimulationsgrundBerichten
440300             UNTIL Simulationsgrund-Index NOT LESS THAN
440400                 Simulationsgrund-Anzahl
440500     END-IF
440600*
440700     MOVE SPACES TO Kontrollbericht-Zeile
440800     PERFORM KontrollberichtZeileSchreiben
440900     MOVE "WUERDEN GEPARKT (TERMINSAETZE, DL100PND):"
441000         TO Kontrollbericht-Zeile
441100     PERFORM KontrollberichtZeileSchreiben
441200     MOVE 'T' TO Simulationsposten-Art
441300     PERFORM SimulationspostenAuflisten
441400*
441500     MOVE SPACES TO Kontrollbericht-Zeile
441600     PERFORM KontrollberichtZeileSchreiben
441700     MOVE "WUERDEN ANGEHALTEN (DUBLETTENVERDACHT, DL100VDF):"
441800         TO Kontrollbericht-Zeile
441900     PERFORM KontrollberichtZeileSchreiben
442000     MOVE 'V' TO Simulationsposten-Art
442100     PERFORM SimulationspostenAuflisten
442200*
442300     IF Simulationsposten-Ueberlauf GREATER THAN ZERO
442400         MOVE Simulationsposten-Ueberlauf TO Bericht-Anzahl-Edit
442500         MOVE SPACES TO Kontrollbericht-Zeile
442600         STRING "WEITERE, NICHT EINZELN AUFGEFUEHRTE SAETZE: "
442700             DELIMITED BY SIZE
442800             Bericht-Anzahl-Edit DELIMITED BY SIZE
442900             INTO Kontrollbericht-Zeile
443000         PERFORM KontrollberichtZeileSchreiben
443100     END-IF
443200     DISPLAY "DL100 HINWEIS - SIMULATIONSBERICHT AUF "
443300         "simulationsbericht.txt GESCHRIEBEN".
443400*
443500*----------------------------------------------------------------
443600*    UEBERNIMMT DIE KLARTEXTE DER GEZAEHLTEN GRUNDCODES AUS      *
443700*    DL100AGR.  FEHLT DIE DATEI, BLEIBT DER ERSATZTEXT STEHEN.   *
443800*----------------------------------------------------------------
443900 SimulationsgrundtexteLaden.
444000     OPEN INPUT GrundtextDatei
444100     IF GRUNDTEXTDATEI-GEFUNDEN
444200         MOVE 'N' TO Tabellendatei-Ende
444300         PERFORM GrundtextsatzZuordnen
444400             UNTIL KEINE-TABELLENSAETZE-MEHR
444500         CLOSE GrundtextDatei
444600     END-IF.
444700*
444800*----------------------------------------------------------------
444900 GrundtextsatzZuordnen.
445000*----------------------------------------------------------------
445100     READ GrundtextDatei
445200         AT END
445300             MOVE 'Y' TO Tabellendatei-Ende
445400         NOT AT END
445500             MOVE AG-CODE TO Simulationsgrund-Suche
445600             PERFORM SimulationsgrundSuchen
445700             IF SIMULATIONSGRUND-GEFUNDEN
445800                 MOVE AG-TEXT TO SG-TEXT (Simulationsgrund-Index)
445900             END-IF
446000     END-READ.
446100*
446200*----------------------------------------------------------------
446300 SimulationsgrundBerichten.
446400*----------------------------------------------------------------
446500     ADD 1 TO Simulationsgrund-Index
446600     MOVE SG-ANZAHL (Simulationsgrund-Index)
446700         TO Bericht-Anzahl-Edit
446800     MOVE SPACES TO Kontrollbericht-Zeile
446900     STRING "  " DELIMITED BY SIZE
447000         SG-CODE (Simulationsgrund-Index) DELIMITED BY SIZE
447100         "  " DELIMITED BY SIZE
447200         Bericht-Anzahl-Edit DELIMITED BY SIZE
447300         "  " DELIMITED BY SIZE
447400         SG-TEXT (Simulationsgrund-Index) DELIMITED BY SIZE
447500         INTO Kontrollbericht-Zeile
447600     PERFORM KontrollberichtZeileSchreiben.
447700*
447800*----------------------------------------------------------------
447900*    LISTET DIE GEMERKTEN SAETZE DER ART SIMULATIONSPOSTEN-ART   *
448000*    (ORIGINALLAUF NUR BEIM DUBLETTENVERDACHT), SONST 'KEINE'.   *
448100*----------------------------------------------------------------
448200 SimulationspostenAuflisten.
448300     MOVE ZERO TO Simulationsposten-Gelistet
448400     MOVE ZERO TO Simulationsposten-Index
448500     PERFORM SimulationspostenBerichten
448600         UNTIL Simulationsposten-Index NOT LESS THAN
448700             Simulationsposten-Anzahl
448800     IF Simulationsposten-Gelistet = ZERO
448900         MOVE "  KEINE" TO Kontrollbericht-Zeile
449000         PERFORM KontrollberichtZeileSchreiben
449100     END-IF.
449200*
449300*----------------------------------------------------------------
449400 SimulationspostenBerichten.
449500*----------------------------------------------------------------
449600     ADD 1 TO Simulationsposten-Index
449700     IF SP-ART (Simulationsposten-Index) = Simulationsposten-Art
449800         IF Simulationsposten-Gelistet = ZERO
449900             MOVE "  KONTO       TC  WAE" TO Kontrollbericht-Zeile
450000             MOVE "BETRAG  DATUM" TO Kontrollbericht-Zeile (36:13)
450100             IF Simulationsposten-Art = 'V'
450200                 MOVE "ORIG.LAUF" TO Kontrollbericht-Zeile (54:9)
450300             END-IF
450400             PERFORM KontrollberichtZeileSchreiben
450500         END-IF
450600         ADD 1 TO Simulationsposten-Gelistet
450700         MOVE SP-BETRAG (Simulationsposten-Index)
450800             TO Bericht-Betrag-Edit
450900         MOVE SPACES TO Kontrollbericht-Zeile
451000         STRING "  " DELIMITED BY SIZE
451100             SP-KONTONUMMER (Simulationsposten-Index)
451200                 DELIMITED BY SIZE
451300             "  " DELIMITED BY SIZE
451400             SP-TRANSAKTIONSCODE (Simulationsposten-Index)
451500                 DELIMITED BY SIZE
451600             "  " DELIMITED BY SIZE
451700             SP-WAEHRUNG (Simulationsposten-Index)
451800                 DELIMITED BY SIZE
451900             "  " DELIMITED BY SIZE
452000             Bericht-Betrag-Edit DELIMITED BY SIZE
452100             "  " DELIMITED BY SIZE
452200             SP-BUCHUNGSDATUM (Simulationsposten-Index)
452300                 DELIMITED BY SIZE
452400             INTO Kontrollbericht-Zeile
452500         IF Simulationsposten-Art = 'V'
452600             MOVE SP-ORIGINAL-LAUF (Simulationsposten-Index)
452700                 TO Kontrollbericht-Zeile (54:8)
452800         END-IF
452900         PERFORM KontrollberichtZeileSchreiben
453000     END-IF.
