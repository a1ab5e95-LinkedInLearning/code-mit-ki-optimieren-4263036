000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  AENDERUNGSFREIGABE                          *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      VIER-AUGEN-FREIGABE DER STEUERTABELLEN.  DIE            *
001100*      PFLEGEPROGRAMME DL100T01, DL100T02, DL100Z01,           *
001200*      DL100B01, DL100P02, DL100W01 SOWIE LIMITPFLEGE UND      *
001300*      PRODUKTWECHSEL IN DL100N02 MERKEN JEDE AENDERUNG NUR    *
001400*      IN DL100AEN VOR (SIEHE AENDERUNG.CPY).  HIER SIEHT EIN  *
001500*      ZWEITER OPERATOR JEDE OFFENE AENDERUNG MIT SATZBILD     *
001600*      VORHER/NACHHER UND ENTSCHEIDET: FREIGEBEN (DIE          *
001700*      AENDERUNG WIRD IN DIE TABELLE UEBERNOMMEN),             *
001800*      ZURUECKSTELLEN (SPAETER ENTSCHEIDEN) ODER VERWERFEN.    *
001900*      DER ERFASSER SELBST KANN SEINE AENDERUNG NUR            *
002000*      VERWERFEN, NICHT FREIGEBEN.  STEHT DER SATZ IN DER      *
002100*      TABELLE INZWISCHEN NICHT MEHR SO, WIE ER BEI DER        *
002200*      ERFASSUNG STAND (VORHER-BILD), WIRD DIE FREIGABE        *
002300*      ABGELEHNT - DIE AENDERUNG IST DANN NEU ZU ERFASSEN.     *
002400*      BEIM KREDITLIMIT (DL100KVZ) WIRD NUR DAS LIMIT          *
002500*      VERGLICHEN UND UEBERNOMMEN, DA STATUS UND DATEN DES     *
002600*      KONTOS UNABHAENGIG DAVON GEPFLEGT WERDEN.  BEIM         *
002700*      PRODUKTWECHSEL (TABELLE PRH) MUSS DAS KONTO NOCH DAS    *
002800*      ALTE PRODUKT FUEHREN, DARF NICHT GESCHLOSSEN SEIN, UND  *
002900*      DER STICHTAG MUSS NACH DEM LETZTEN WECHSEL IN DL100PRH  *
003000*      LIEGEN; DIE FREIGABE SETZT KV-PRODUKT UM UND HAENGT     *
003100*      DEN WECHSEL AN DL100PRH AN.  WAEHREND DER SITZUNG NEU   *
003200*      VORGEMERKTE AENDERUNGEN BLEIBEN BEIM ZURUECKSCHREIBEN   *
003300*      VON DL100AEN ERHALTEN.                                  *
003400*                                                             *
003500*      JEDE ENTSCHIEDENE AENDERUNG WIRD MIT ERFASSER, PRUEFER, *
003600*      ZEITSTEMPEL UND DEN SATZBILDERN VORHER/NACHHER AN DAS   *
003700*      DAUERHAFTE AENDERUNGSJOURNAL DL100JRN ANGEHAENGT; DAS   *
003800*      JOURNAL LAESST SICH JE TABELLE UND SCHLUESSEL ANZEIGEN  *
003900*      (WER HAT WANN CODE 47 AUF HABEN UMGESTELLT, WER HAT ES  *
004000*      FREIGEGEBEN).  DIE KENNUNG DES PRUEFERS KOMMT WIE DIE   *
004100*      DES ERFASSERS AUS DL100OPERATOR (GESETZT VON            *
004200*      EINGABENAMEN); OHNE ANMELDUNG IST NUR DIE JOURNAL-      *
004300*      ANZEIGE MOEGLICH.                                       *
004400*                                                             *
004500*    AENDERUNGEN:                                              *
004600*      2026-10-15 RH  ERSTFASSUNG                              *
004700*      2026-10-15 RH  PRODUKTKATALOG DL100PRD (DL100P02)       *
004800*                     ALS FREIGABETABELLE; ZUSATZSCHLUESSEL    *
004900*                     FUER PREISE JE PRODUKT IN DL100GBT       *
005000*      2026-10-15 RH  WECHSELKURSTABELLE DL100WKT (DL100W01)   *
005100*                     ALS FREIGABETABELLE; BESTANDSTABELLE     *
005200*                     AUF 2000 SAETZE, SCHLUESSEL BIS 12       *
005300*                     STELLEN IN DER JOURNALANZEIGE            *
005400*      2026-10-15 RH  WAEHREND DER SITZUNG VORGEMERKTE         *
005500*                     AENDERUNGEN WERDEN BEIM ZURUECK-         *
005600*                     SCHREIBEN VON DL100AEN UEBERNOMMEN       *
005700*                     STATT UEBERSCHRIEBEN (DL100AEW)          *
005800*      2026-10-15 RH  PRODUKTWECHSEL (TABELLE PRH) AUS         *
005900*                     DL100N02 ALS FREIGABE; UEBERNAHME IN     *
006000*                     DL100KVZ UND DL100PRH                    *
006100*                                                             *
006200***************************************************************
006300 IDENTIFICATION DIVISION.
006400 PROGRAM-ID. AENDERUNGSFREIGABE.
006500*
006600 ENVIRONMENT DIVISION.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900*    DL100AEN - VORGEMERKTE AENDERUNGEN; WIRD BEIM ABSCHLUSS
007000*    OHNE DIE ENTSCHIEDENEN SAETZE ZURUECKGESCHRIEBEN.  SAETZE,
007100*    DIE DIE PFLEGEPROGRAMME WAEHREND DER SITZUNG ANGEHAENGT
007200*    HABEN, BLEIBEN DABEI HINTEN ERHALTEN.
007300     SELECT AenderungsDatei ASSIGN TO "DL100AEN"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS Aenderung-Status.
007600*
007700*    DL100AEW - ARBEITSDATEI FUER DIE WAEHREND DER SITZUNG
007800*    ANGEHAENGTEN AENDERUNGEN; NUR BEIM ZURUECKSCHREIBEN
007900*    VORHANDEN.
008000     SELECT NachtragDatei ASSIGN TO "DL100AEW"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS Nachtrag-Status.
008300*
008400*    DL100JRN - DAUERHAFTES AENDERUNGSJOURNAL, WIRD NUR
008500*    FORTGESCHRIEBEN (WIE DAS SITZUNGSPROTOKOLL).
008600     SELECT JournalDatei ASSIGN TO "DL100JRN"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS Journal-Status.
008900*
009000*    DIE ZU AENDERNDE STEUERTABELLE (DL100TCD, DL100SKT,
009100*    DL100ZTB, DL100GBT ODER DL100PRD).  DER DATEINAME HAENGT VON
009200*    AE-TABELLE AB, DESHALB ASSIGN USING STATT EINES LITERALS.
009300     SELECT TabellenDatei ASSIGN USING Tabellen-Dateiname
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS Tabellen-Status.
009600*
009700     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS KV-KONTONUMMER
010100         FILE STATUS IS Verzeichnis-Status.
010200*
010300*    DL100PRH - PRODUKTWECHSEL-HISTORIE, WIRD BEI DER FREIGABE
010400*    EINES PRODUKTWECHSELS FORTGESCHRIEBEN.
010500     SELECT WechselDatei ASSIGN TO "DL100PRH"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS Wechsel-Status.
010800*
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  AenderungsDatei
011200     RECORD CONTAINS 260 CHARACTERS.
011300 01  Aenderungsdatei-Satz           PIC X(260).
011400*
011500 FD  NachtragDatei
011600     RECORD CONTAINS 260 CHARACTERS.
011700 01  Nachtrag-Satz                  PIC X(260).
011800*
011900 FD  JournalDatei
012000     RECORD CONTAINS 260 CHARACTERS.
012100 01  Journal-Satz                   PIC X(260).
012200*
012300 FD  TabellenDatei
012400     RECORD CONTAINS 80 CHARACTERS.
012500 01  Tabellen-Satz                  PIC X(80).
012600*
012700 FD  VerzeichnisDatei
012800     RECORD CONTAINS 80 CHARACTERS.
012900 COPY KONTOVERZ.
013000*
013100 FD  WechselDatei
013200     RECORD CONTAINS 80 CHARACTERS.
013300 COPY PRODUKTWECHSEL.
013400*
013500 WORKING-STORAGE SECTION.
013600*    DIE JEWEILS BEARBEITETE AENDERUNG BZW. DER JEWEILS
013700*    ANGEZEIGTE JOURNALSATZ.
013800 COPY AENDERUNG.
013900*
014000 01  Aenderung-Status            PIC X(02).
014100     88  AENDERUNGSDATEI-OK          VALUE '00'.
014200*
014300 01  Journal-Status              PIC X(02).
014400     88  JOURNALDATEI-OK             VALUE '00'.
014500*
014600 01  Tabellen-Status             PIC X(02).
014700     88  TABELLENDATEI-OK            VALUE '00'.
014800*
014900 01  Verzeichnis-Status          PIC X(02).
015000     88  VERZEICHNISDATEI-OK         VALUE '00'.
015100*
015200 01  Nachtrag-Status             PIC X(02).
015300     88  NACHTRAGDATEI-OK            VALUE '00'.
015400*
015500 01  Wechsel-Status              PIC X(02).
015600     88  WECHSELDATEI-OK             VALUE '00'.
015700*
015800 01  Aenderungsdatei-Ende        PIC X VALUE 'N'.
015900     88  KEINE-AENDERUNGEN-MEHR      VALUE 'Y'.
016000*
016100 01  Journaldatei-Ende           PIC X VALUE 'N'.
016200     88  KEINE-JOURNALSAETZE-MEHR    VALUE 'Y'.
016300*
016400 01  Tabellendatei-Ende          PIC X VALUE 'N'.
016500     88  KEINE-TABELLENSAETZE-MEHR   VALUE 'Y'.
016600*
016700 01  Wechseldatei-Ende           PIC X VALUE 'N'.
016800     88  KEINE-WECHSELSAETZE-MEHR    VALUE 'Y'.
016900*
017000*    KENNUNG DES ANGEMELDETEN OPERATORS (PRUEFER), VON
017100*    EINGABENAMEN IN DL100OPERATOR UEBERGEBEN.
017200 01  Pruefer-Kennung             PIC X(08) VALUE SPACES.
017300     88  PRUEFER-UNBEKANNT           VALUE SPACES.
017400*
017500*    ALLE VORGEMERKTEN AENDERUNGEN; 200 PLAETZE WIE IN DER
017600*    VERDACHTSFREIGABE, EIN UEBERLAUF BRICHT AB, BEVOR
017700*    ENTSCHIEDEN WIRD.
017800 01  Aenderung-Tabelle.
017900     05  Aenderung-Anzahl           PIC S9(04) COMP VALUE ZERO.
018000     05  Aenderung-Eintrag OCCURS 200 TIMES.
018100         10  AT-SATZ                PIC X(260).
018200 01  Aenderung-Index             PIC S9(04) COMP VALUE ZERO.
018300 01  Nachtrag-Index              PIC S9(04) COMP VALUE ZERO.
018400*
018500*    DIE ZU AENDERNDE STEUERTABELLE, VOLLSTAENDIG GELADEN;
018600*    2000 PLAETZE (DIE WECHSELKURSTABELLE FUEHRT JE WAEHRUNG
018700*    UND TAG EINEN SATZ).
018800 01  Tabellen-Dateiname          PIC X(80) VALUE SPACES.
018900 01  Bestand-Tabelle.
019000     05  Bestand-Anzahl             PIC S9(04) COMP VALUE ZERO.
019100     05  Bestand-Eintrag OCCURS 2000 TIMES.
019200         10  BT-SATZ                PIC X(80).
019300 01  Bestand-Index               PIC S9(04) COMP VALUE ZERO.
019400 01  Bestand-Treffer             PIC X VALUE 'N'.
019500     88  BESTAND-GEFUNDEN            VALUE 'J'.
019600     88  BESTAND-UNBEKANNT           VALUE 'N'.
019700*
019800*    SICHT AUF DAS KREDITLIMIT IM SATZBILD EINES
019900*    VERZEICHNISSATZES (LAGE WIE KV-LIMIT IN KONTOVERZ.CPY).
020000 01  Limit-Sicht.
020100     05  FILLER                     PIC X(27).
020200     05  LS-LIMIT                   PIC 9(09)V99.
020300     05  FILLER                     PIC X(42).
020400*
020500*    SICHT AUF DAS PRODUKT IM SATZBILD EINES VERZEICHNIS-
020600*    SATZES (LAGE WIE KV-PRODUKT IN KONTOVERZ.CPY) UND DER
020700*    JUENGSTE STICHTAG DES KONTOS IN DL100PRH.
020800 01  Produkt-Sicht.
020900     05  FILLER                     PIC X(38).
021000     05  PS-PRODUKT                 PIC X(02).
021100     05  FILLER                     PIC X(40).
021200 01  Wechsel-Konto               PIC 9(10) VALUE ZERO.
021300 01  Letzter-Wechsel             PIC 9(08) VALUE ZERO.
021400*
021500*    ERGEBNIS DER UEBERNAHME: DAS TATSAECHLICH ERSETZTE UND
021600*    DAS TATSAECHLICH GESCHRIEBENE SATZBILD FUERS JOURNAL.
021700 01  Uebernahme-Schalter         PIC X VALUE 'N'.
021800     88  UEBERNAHME-OK               VALUE 'J'.
021900     88  UEBERNAHME-ABGELEHNT        VALUE 'N'.
022000 01  Ersetztes-Satzbild          PIC X(80).
022100 01  Geschriebenes-Satzbild      PIC X(80).
022200*
022300 01  Programm-Auswahl            PIC X(01).
022400     88  AUSWAHL-FREIGABE            VALUE '1'.
022500     88  AUSWAHL-JOURNAL             VALUE '2'.
022600*
022700 01  Bearbeitungs-Auswahl        PIC X(01).
022800     88  AENDERUNG-FREIGEBEN         VALUE '1'.
022900     88  AENDERUNG-ZURUECKSTELLEN    VALUE '2'.
023000     88  AENDERUNG-VERWERFEN         VALUE '3'.
023100*
023200 01  Entscheidungs-Schalter      PIC X VALUE 'N'.
023300     88  ENTSCHEIDUNG-GETROFFEN      VALUE 'J'.
023400*
023500 01  Eingabe-Tabelle             PIC X(03) VALUE SPACES.
023600 01  Eingabe-Schluessel          PIC X(12) VALUE SPACES.
023700 01  Journal-Treffer             PIC S9(05) COMP VALUE ZERO.
023800*
023900 01  Zaehler-Offen               PIC S9(05) COMP VALUE ZERO.
024000 01  Zaehler-Freigegeben         PIC S9(05) COMP VALUE ZERO.
024100 01  Zaehler-Zurueckgestellt     PIC S9(05) COMP VALUE ZERO.
024200 01  Zaehler-Verworfen           PIC S9(05) COMP VALUE ZERO.
024300 01  Zaehler-Abgelehnt           PIC S9(05) COMP VALUE ZERO.
024400 01  Zaehler-Nachtrag            PIC S9(05) COMP VALUE ZERO.
024500*
024600 01  Loeschung-RC                PIC 9(09) COMP-5 VALUE ZERO.
024700*
024800 01  Anzahl-Edit                 PIC ZZZZ9.
024900*
025000 PROCEDURE DIVISION.
025100*----------------------------------------------------------------
025200 Hauptprogramm.
025300*----------------------------------------------------------------
025400     ACCEPT Pruefer-Kennung FROM ENVIRONMENT "DL100OPERATOR"
025500     DISPLAY "===== DL100 AENDERUNGSFREIGABE ====="
025600     DISPLAY "1=OFFENE AENDERUNGEN BEARBEITEN  "
025700         "2=JOURNAL ZU EINEM SCHLUESSEL ANZEIGEN"
025800     ACCEPT Programm-Auswahl
025900     IF AUSWAHL-JOURNAL
026000         PERFORM JournalAnzeigen
026100     ELSE
026200     IF NOT AUSWAHL-FREIGABE
026300         DISPLAY "UNGUELTIGE AUSWAHL - PROGRAMM WIRD BEENDET"
026400     ELSE
026500     IF PRUEFER-UNBEKANNT
026600         DISPLAY "FREIGABEN NUR NACH ANMELDUNG UEBER "
026700             "EINGABENAMEN MOEGLICH"
026800     ELSE
026900         PERFORM FreigabeBearbeiten
027000     END-IF END-IF END-IF
027100     STOP RUN.
027200*
027300*----------------------------------------------------------------
027400*    LAEDT DIE VORGEMERKTEN AENDERUNGEN, LAESST JEDE OFFENE      *
027500*    ENTSCHEIDEN, SCHREIBT DIE ENTSCHIEDENEN INS JOURNAL UND     *
027600*    DIE UEBRIGEN ZURUECK NACH DL100AEN.                         *
027700*----------------------------------------------------------------
027800 FreigabeBearbeiten.
027900     PERFORM AenderungenLaden
028000     IF Zaehler-Offen = ZERO
028100         DISPLAY "KEINE OFFENEN AENDERUNGEN (DL100AEN) - "
028200             "NICHTS ZU ENTSCHEIDEN"
028300     ELSE
028400         OPEN EXTEND JournalDatei
028500         IF NOT JOURNALDATEI-OK
028600             OPEN OUTPUT JournalDatei
028700         END-IF
028800         MOVE ZERO TO Aenderung-Index
028900         PERFORM AenderungBearbeiten
029000             UNTIL Aenderung-Index NOT LESS THAN Aenderung-Anzahl
029100         CLOSE JournalDatei
029200         PERFORM AenderungsdateiZurueckschreiben
029300         PERFORM AbschlussMelden
029400     END-IF.
029500*
029600*----------------------------------------------------------------
029700 AenderungenLaden.
029800*----------------------------------------------------------------
029900     MOVE 'N' TO Aenderungsdatei-Ende
030000     OPEN INPUT AenderungsDatei
030100     IF AENDERUNGSDATEI-OK
030200         PERFORM AenderungssatzUebernehmen
030300             UNTIL KEINE-AENDERUNGEN-MEHR
030400         CLOSE AenderungsDatei
030500     END-IF.
030600*
030700*----------------------------------------------------------------
030800 AenderungssatzUebernehmen.
030900*----------------------------------------------------------------
031000     READ AenderungsDatei
031100         AT END
031200             MOVE 'Y' TO Aenderungsdatei-Ende
031300         NOT AT END
031400             IF Aenderung-Anzahl LESS THAN 200
031500                 ADD 1 TO Aenderung-Anzahl
031600                 MOVE Aenderungsdatei-Satz
031700                     TO AT-SATZ (Aenderung-Anzahl)
031800                 MOVE Aenderungsdatei-Satz TO Aenderungssatz
031900                 IF AE-IST-OFFEN
032000                     ADD 1 TO Zaehler-Offen
032100                 END-IF
032200             ELSE
032300                 DISPLAY "DL100 FEHLER - AENDERUNGSTABELLE VOLL "
032400                     "(MEHR ALS 200 SAETZE) - FREIGABE "
032500                     "ABGEBROCHEN, DL100AEN BLEIBT UNVERAENDERT"
032600                 CLOSE AenderungsDatei
032700                 MOVE 16 TO RETURN-CODE
032800                 STOP RUN
032900             END-IF
033000     END-READ.
033100*
033200*----------------------------------------------------------------
033300*    ZEIGT EINE OFFENE AENDERUNG AN UND HOLT DIE ENTSCHEIDUNG.   *
033400*----------------------------------------------------------------
033500 AenderungBearbeiten.
033600     ADD 1 TO Aenderung-Index
033700     MOVE AT-SATZ (Aenderung-Index) TO Aenderungssatz
033800     IF AE-IST-OFFEN
033900         DISPLAY " "
034000         DISPLAY "AENDERUNG NR. " Aenderung-Index
034100             "  TABELLE " AE-TABELLE "  " AE-BESCHREIBUNG
034200         DISPLAY "  ERFASST VON " AE-ERFASSER
034300             " AM " AE-ERFASST-DATUM " UM " AE-ERFASST-ZEIT (1:6)
034400         IF AE-VORHER = SPACES
034500             DISPLAY "  VORHER : (NEUANLAGE)"
034600         ELSE
034700             DISPLAY "  VORHER : " AE-VORHER
034800         END-IF
034900         DISPLAY "  NACHHER: " AE-NACHHER
035000         IF AE-FUER-PRODUKTWECHSEL
035100             DISPLAY "  GUELTIG AB: " AE-GUELTIG-AB
035200         END-IF
035300         PERFORM EntscheidungTreffen
035400         MOVE Aenderungssatz TO AT-SATZ (Aenderung-Index)
035500     END-IF.
035600*
035700*----------------------------------------------------------------
035800 EntscheidungTreffen.
035900*----------------------------------------------------------------
036000     MOVE 'N' TO Entscheidungs-Schalter
036100     PERFORM EntscheidungAnnehmen
036200         UNTIL ENTSCHEIDUNG-GETROFFEN.
036300*
036400*----------------------------------------------------------------
036500*    FREIGEBEN DARF NUR EIN ANDERER OPERATOR ALS DER ERFASSER.   *
036600*    EINE ABGELEHNTE UEBERNAHME (DATENSTAND GEAENDERT) LAESST    *
036700*    DIE AENDERUNG OFFEN; SIE IST ZU VERWERFEN UND NEU ZU        *
036800*    ERFASSEN.                                                   *
036900*----------------------------------------------------------------
037000 EntscheidungAnnehmen.
037100     DISPLAY "1=FREIGEBEN  2=ZURUECKSTELLEN  3=VERWERFEN"
037200     ACCEPT Bearbeitungs-Auswahl
037300     IF AENDERUNG-FREIGEBEN
037400         IF AE-ERFASSER = Pruefer-Kennung
037500             DISPLAY "VIER-AUGEN-PRINZIP: DIE EIGENE AENDERUNG "
037600                 "KANN NUR EIN ANDERER OPERATOR FREIGEBEN"
037700         ELSE
037800             MOVE 'J' TO Entscheidungs-Schalter
037900             PERFORM AenderungUebernehmen
038000             IF UEBERNAHME-OK
038100                 SET AE-IST-FREIGEGEBEN TO TRUE
038200                 MOVE Ersetztes-Satzbild TO AE-VORHER
038300                 MOVE Geschriebenes-Satzbild TO AE-NACHHER
038400                 PERFORM JournalSchreiben
038500                 ADD 1 TO Zaehler-Freigegeben
038600                 DISPLAY "AENDERUNG FREIGEGEBEN UND UEBERNOMMEN"
038700             ELSE
038800                 ADD 1 TO Zaehler-Abgelehnt
038900                 DISPLAY "DL100 WARNUNG - DATENSTAND SEIT DER "
039000                     "ERFASSUNG GEAENDERT, NICHT UEBERNOMMEN"
039100                 DISPLAY "BITTE VERWERFEN UND NEU ERFASSEN"
039200             END-IF
039300         END-IF
039400     ELSE
039500     IF AENDERUNG-ZURUECKSTELLEN
039600         MOVE 'J' TO Entscheidungs-Schalter
039700         ADD 1 TO Zaehler-Zurueckgestellt
039800         DISPLAY "AENDERUNG BLEIBT IN DL100AEN STEHEN"
039900     ELSE
040000     IF AENDERUNG-VERWERFEN
040100         MOVE 'J' TO Entscheidungs-Schalter
040200         SET AE-IST-VERWORFEN TO TRUE
040300         PERFORM JournalSchreiben
040400         ADD 1 TO Zaehler-Verworfen
040500         DISPLAY "AENDERUNG VERWORFEN"
040600     ELSE
040700         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
040800     END-IF END-IF END-IF.
040900*
041000*----------------------------------------------------------------
041100 AenderungUebernehmen.
041200*----------------------------------------------------------------
041300     SET UEBERNAHME-ABGELEHNT TO TRUE
041400     MOVE SPACES TO Ersetztes-Satzbild
041500     MOVE SPACES TO Geschriebenes-Satzbild
041600     IF AE-FUER-KONTOVERZEICHNIS
041700         PERFORM LimitUebernehmen
041800     ELSE
041900     IF AE-FUER-PRODUKTWECHSEL
042000         PERFORM ProduktwechselUebernehmen
042100     ELSE
042200         PERFORM TabellensatzUebernehmen
042300     END-IF END-IF.
042400*
042500*----------------------------------------------------------------
042600*    UEBERNIMMT DIE AENDERUNG IN EINE STEUERTABELLE: DIE         *
042700*    TABELLE WIRD GANZ GELADEN, DER SATZ MIT DEM SCHLUESSEL      *
042800*    ERSETZT (BZW. BEI NEUANLAGE ANGEHAENGT) UND DIE TABELLE     *
042900*    GESCHLOSSEN ZURUECKGESCHRIEBEN - WIE FRUEHER BEIM BEENDEN   *
043000*    DER PFLEGEPROGRAMME.                                        *
043100*----------------------------------------------------------------
043200 TabellensatzUebernehmen.
043300     MOVE SPACES TO Tabellen-Dateiname
043400     STRING "DL100" AE-TABELLE DELIMITED BY SIZE
043500         INTO Tabellen-Dateiname
043600     PERFORM TabelleLaden
043700     PERFORM SchluesselSuchen
043800     IF AE-VORHER = SPACES
043900         IF BESTAND-UNBEKANNT
044000             IF Bestand-Anzahl LESS THAN 2000
044100                 ADD 1 TO Bestand-Anzahl
044200                 MOVE Bestand-Anzahl TO Bestand-Index
044300                 SET UEBERNAHME-OK TO TRUE
044400             ELSE
044500                 DISPLAY "DL100 FEHLER - " Tabellen-Dateiname
044600                     " VOLL"
044700             END-IF
044800         END-IF
044900     ELSE
045000         IF BESTAND-GEFUNDEN
045100             IF BT-SATZ (Bestand-Index) = AE-VORHER
045200                 MOVE BT-SATZ (Bestand-Index)
045300                     TO Ersetztes-Satzbild
045400                 SET UEBERNAHME-OK TO TRUE
045500             END-IF
045600         END-IF
045700     END-IF
045800     IF UEBERNAHME-OK
045900         MOVE AE-NACHHER TO BT-SATZ (Bestand-Index)
046000         MOVE AE-NACHHER TO Geschriebenes-Satzbild
046100         PERFORM TabelleSpeichern
046200     END-IF.
046300*
046400*----------------------------------------------------------------
046500 TabelleLaden.
046600*----------------------------------------------------------------
046700     MOVE ZERO TO Bestand-Anzahl
046800     MOVE 'N' TO Tabellendatei-Ende
046900     OPEN INPUT TabellenDatei
047000     IF TABELLENDATEI-OK
047100         PERFORM BestandssatzUebernehmen
047200             UNTIL KEINE-TABELLENSAETZE-MEHR
047300         CLOSE TabellenDatei
047400     END-IF.
047500*
047600*----------------------------------------------------------------
047700 BestandssatzUebernehmen.
047800*----------------------------------------------------------------
047900     READ TabellenDatei
048000         AT END
048100             MOVE 'Y' TO Tabellendatei-Ende
048200         NOT AT END
048300             IF Bestand-Anzahl LESS THAN 2000
048400                 ADD 1 TO Bestand-Anzahl
048500                 MOVE Tabellen-Satz TO BT-SATZ (Bestand-Anzahl)
048600             ELSE
048700                 DISPLAY "DL100 FEHLER - " Tabellen-Dateiname
048800                     " HAT MEHR ALS 2000 SAETZE - FREIGABE "
048900                     "ABGEBROCHEN"
049000                 CLOSE TabellenDatei
049100                 MOVE 16 TO RETURN-CODE
049200                 STOP RUN
049300             END-IF
049400     END-READ.
049500*
049600*----------------------------------------------------------------
049700*    SUCHT DEN SATZ, DESSEN ERSTE AE-SCHLUESSEL-LAENGE STELLEN   *
049800*    MIT DEM NACHHER-BILD UEBEREINSTIMMEN - BEI GESETZTEM        *
049900*    ZUSATZSCHLUESSEL AUCH DIE STELLEN AB AE-ZUSATZ-STELLE.      *
050000*    AELTERE VORMERKUNGEN TRAGEN DORT LEERZEICHEN UND WERDEN     *
050100*    NUR UEBER DEN SCHLUESSEL GEFUNDEN.  BEI TREFFER STEHT       *
050200*    BESTAND-INDEX AUF DEM GEFUNDENEN SATZ.                      *
050300*----------------------------------------------------------------
050400 SchluesselSuchen.
050500     SET BESTAND-UNBEKANNT TO TRUE
050600     MOVE ZERO TO Bestand-Index
050700     PERFORM SchluesselVergleichen
050800         UNTIL BESTAND-GEFUNDEN
050900             OR Bestand-Index NOT LESS THAN Bestand-Anzahl.
051000*
051100*----------------------------------------------------------------
051200 SchluesselVergleichen.
051300*----------------------------------------------------------------
051400     ADD 1 TO Bestand-Index
051500     IF BT-SATZ (Bestand-Index) (1:AE-SCHLUESSEL-LAENGE)
051600         = AE-NACHHER (1:AE-SCHLUESSEL-LAENGE)
051700         IF AE-ZUSATZ-LAENGE IS NUMERIC
051800             AND AE-ZUSATZ-LAENGE GREATER THAN ZERO
051900             IF BT-SATZ (Bestand-Index)
052000                 (AE-ZUSATZ-STELLE:AE-ZUSATZ-LAENGE)
052100                 = AE-NACHHER (AE-ZUSATZ-STELLE:AE-ZUSATZ-LAENGE)
052200                 SET BESTAND-GEFUNDEN TO TRUE
052300             END-IF
052400         ELSE
052500             SET BESTAND-GEFUNDEN TO TRUE
052600         END-IF
052700     END-IF.
052800*
052900*----------------------------------------------------------------
053000 TabelleSpeichern.
053100*----------------------------------------------------------------
053200     OPEN OUTPUT TabellenDatei
053300     IF NOT TABELLENDATEI-OK
053400         DISPLAY "DL100 FEHLER - " Tabellen-Dateiname
053500             " NICHT ZU SCHREIBEN, FILE STATUS " Tabellen-Status
053600         MOVE 16 TO RETURN-CODE
053700         STOP RUN
053800     END-IF
053900     MOVE ZERO TO Bestand-Index
054000     PERFORM BestandssatzSchreiben
054100         UNTIL Bestand-Index NOT LESS THAN Bestand-Anzahl
054200     CLOSE TabellenDatei.
054300*
054400*----------------------------------------------------------------
054500 BestandssatzSchreiben.
054600*----------------------------------------------------------------
054700     ADD 1 TO Bestand-Index
054800     MOVE BT-SATZ (Bestand-Index) TO Tabellen-Satz
054900     WRITE Tabellen-Satz.
055000*
055100*----------------------------------------------------------------
055200*    UEBERNIMMT EIN KREDITLIMIT IN DL100KVZ.  VERGLICHEN WIRD    *
055300*    NUR DAS LIMIT DES VORHER-BILDES MIT DEM AKTUELLEN; ALLE     *
055400*    UEBRIGEN FELDER DES SATZES BLEIBEN, WIE SIE SIND.           *
055500*----------------------------------------------------------------
055600 LimitUebernehmen.
055700     OPEN I-O VerzeichnisDatei
055800     IF NOT VERZEICHNISDATEI-OK
055900         DISPLAY "DL100 FEHLER - KONTOVERZEICHNIS DL100KVZ NICHT "
056000             "ZU OEFFNEN, FILE STATUS " Verzeichnis-Status
056100     ELSE
056200         MOVE AE-NACHHER (1:10) TO KV-KONTONUMMER (1:10)
056300         READ VerzeichnisDatei
056400             INVALID KEY
056500                 DISPLAY "KONTO " AE-NACHHER (1:10)
056600                     " WIRD NICHT MEHR GEFUEHRT"
056700             NOT INVALID KEY
056800                 MOVE AE-VORHER TO Limit-Sicht
056900                 IF KV-LIMIT = LS-LIMIT
057000                     MOVE Kontoverzeichnissatz
057100                         TO Ersetztes-Satzbild
057200                     MOVE AE-NACHHER TO Limit-Sicht
057300                     MOVE LS-LIMIT TO KV-LIMIT
057400                     REWRITE Kontoverzeichnissatz
057500                     MOVE Kontoverzeichnissatz
057600                         TO Geschriebenes-Satzbild
057700                     SET UEBERNAHME-OK TO TRUE
057800                 END-IF
057900         END-READ
058000         CLOSE VerzeichnisDatei
058100     END-IF.
058200*
058300*----------------------------------------------------------------
058400*    UEBERNIMMT EINEN PRODUKTWECHSEL IN DL100KVZ UND DL100PRH.   *
058500*    DAS KONTO MUSS NOCH DAS PRODUKT DES VORHER-BILDES FUEHREN,  *
058600*    DARF NICHT GESCHLOSSEN SEIN, UND AE-GUELTIG-AB MUSS NACH    *
058700*    DEM LETZTEN WECHSEL DES KONTOS LIEGEN (DL100PRH BLEIBT JE   *
058800*    KONTO AUFSTEIGEND).  UEBERNOMMEN WIRD NUR KV-PRODUKT.       *
058900*----------------------------------------------------------------
059000 ProduktwechselUebernehmen.
059100     MOVE AE-NACHHER (1:10) TO Wechsel-Konto
059200     PERFORM LetztenWechselSuchen
059300     OPEN I-O VerzeichnisDatei
059400     IF NOT VERZEICHNISDATEI-OK
059500         DISPLAY "DL100 FEHLER - KONTOVERZEICHNIS DL100KVZ NICHT "
059600             "ZU OEFFNEN, FILE STATUS " Verzeichnis-Status
059700     ELSE
059800         MOVE AE-NACHHER (1:10) TO KV-KONTONUMMER (1:10)
059900         READ VerzeichnisDatei
060000             INVALID KEY
060100                 DISPLAY "KONTO " AE-NACHHER (1:10)
060200                     " WIRD NICHT MEHR GEFUEHRT"
060300             NOT INVALID KEY
060400                 PERFORM ProduktwechselPruefen
060500         END-READ
060600         CLOSE VerzeichnisDatei
060700     END-IF.
060800*
060900*----------------------------------------------------------------
061000 ProduktwechselPruefen.
061100*----------------------------------------------------------------
061200     MOVE AE-VORHER TO Produkt-Sicht
061300     IF KV-IST-GESCHLOSSEN
061400         DISPLAY "KONTO " AE-NACHHER (1:10) " IST GESCHLOSSEN"
061500     ELSE
061600     IF AE-GUELTIG-AB NOT GREATER THAN Letzter-Wechsel
061700         DISPLAY "STICHTAG LIEGT NICHT NACH DEM LETZTEN "
061800             "PRODUKTWECHSEL VOM " Letzter-Wechsel
061900     ELSE
062000     IF KV-PRODUKT = PS-PRODUKT
062100         MOVE Kontoverzeichnissatz TO Ersetztes-Satzbild
062200         MOVE AE-NACHHER TO Produkt-Sicht
062300         MOVE PS-PRODUKT TO KV-PRODUKT
062400         REWRITE Kontoverzeichnissatz
062500         MOVE Kontoverzeichnissatz TO Geschriebenes-Satzbild
062600         PERFORM WechselsatzAnhaengen
062700         SET UEBERNAHME-OK TO TRUE
062800     END-IF END-IF END-IF.
062900*
063000*----------------------------------------------------------------
063100*    SUCHT IN DL100PRH DEN JUENGSTEN STICHTAG VON WECHSEL-KONTO. *
063200*----------------------------------------------------------------
063300 LetztenWechselSuchen.
063400     MOVE ZERO TO Letzter-Wechsel
063500     MOVE 'N' TO Wechseldatei-Ende
063600     OPEN INPUT WechselDatei
063700     IF WECHSELDATEI-OK
063800         PERFORM WechselsatzPruefen
063900             UNTIL KEINE-WECHSELSAETZE-MEHR
064000         CLOSE WechselDatei
064100     END-IF.
064200*
064300*----------------------------------------------------------------
064400 WechselsatzPruefen.
064500*----------------------------------------------------------------
064600     READ WechselDatei
064700         AT END
064800             MOVE 'Y' TO Wechseldatei-Ende
064900         NOT AT END
065000             IF PW-KONTONUMMER = Wechsel-Konto
065100                 AND PW-GUELTIG-AB GREATER THAN Letzter-Wechsel
065200                 MOVE PW-GUELTIG-AB TO Letzter-Wechsel
065300             END-IF
065400     END-READ.
065500*
065600*----------------------------------------------------------------
065700 WechselsatzAnhaengen.
065800*----------------------------------------------------------------
065900     MOVE SPACES TO Produktwechselsatz
066000     MOVE KV-KONTONUMMER TO PW-KONTONUMMER
066100     MOVE AE-GUELTIG-AB TO PW-GUELTIG-AB
066200     MOVE Ersetztes-Satzbild TO Produkt-Sicht
066300     MOVE PS-PRODUKT TO PW-PRODUKT-ALT
066400     MOVE KV-PRODUKT TO PW-PRODUKT-NEU
066500     MOVE AE-ERFASSER TO PW-ERFASSER
066600     MOVE AE-ERFASST-DATUM TO PW-ERFASST-DATUM
066700     MOVE AE-ERFASST-ZEIT TO PW-ERFASST-ZEIT
066800     OPEN EXTEND WechselDatei
066900     IF NOT WECHSELDATEI-OK
067000         OPEN OUTPUT WechselDatei
067100     END-IF
067200     WRITE Produktwechselsatz
067300     CLOSE WechselDatei.
067400*
067500*----------------------------------------------------------------
067600*    HAENGT DIE ENTSCHIEDENE AENDERUNG MIT PRUEFER UND           *
067700*    ZEITSTEMPEL AN DAS JOURNAL AN.                              *
067800*----------------------------------------------------------------
067900 JournalSchreiben.
068000     MOVE Pruefer-Kennung TO AE-PRUEFER
068100     ACCEPT AE-GEPRUEFT-DATUM FROM DATE YYYYMMDD
068200     ACCEPT AE-GEPRUEFT-ZEIT FROM TIME
068300     MOVE Aenderungssatz TO Journal-Satz
068400     WRITE Journal-Satz.
068500*
068600*----------------------------------------------------------------
068700*    SCHREIBT DL100AEN MIT DEN NOCH OFFENEN AENDERUNGEN ZURUECK. *
068800*    WAS DIE PFLEGEPROGRAMME SEIT DEM LADEN HINTEN ANGEHAENGT    *
068900*    HABEN, WIRD VORHER NACH DL100AEW GERETTET UND DANACH WIEDER *
069000*    ANGEHAENGT - DIESE SAETZE SIND NOCH NICHT ENTSCHIEDEN.      *
069100*----------------------------------------------------------------
069200 AenderungsdateiZurueckschreiben.
069300     PERFORM NachtraegeRetten
069400     OPEN OUTPUT AenderungsDatei
069500     MOVE ZERO TO Aenderung-Index
069600     PERFORM OffeneAenderungSchreiben
069700         UNTIL Aenderung-Index NOT LESS THAN Aenderung-Anzahl
069800     IF Zaehler-Nachtrag GREATER THAN ZERO
069900         MOVE 'N' TO Aenderungsdatei-Ende
070000         OPEN INPUT NachtragDatei
070100         PERFORM NachtragZurueckschreiben
070200             UNTIL KEINE-AENDERUNGEN-MEHR
070300         CLOSE NachtragDatei
070400         MOVE Zaehler-Nachtrag TO Anzahl-Edit
070500         DISPLAY "HINWEIS - " Anzahl-Edit " WAEHREND DER SITZUNG "
070600             "VORGEMERKTE AENDERUNG(EN) BLEIBEN OFFEN"
070700     END-IF
070800     CLOSE AenderungsDatei
070900     CALL "CBL_DELETE_FILE" USING "DL100AEW"
071000         RETURNING Loeschung-RC.
071100*
071200*----------------------------------------------------------------
071300 NachtraegeRetten.
071400*----------------------------------------------------------------
071500     MOVE ZERO TO Zaehler-Nachtrag
071600     MOVE 'N' TO Aenderungsdatei-Ende
071700     OPEN INPUT AenderungsDatei
071800     IF AENDERUNGSDATEI-OK
071900         OPEN OUTPUT NachtragDatei
072000         IF NOT NACHTRAGDATEI-OK
072100             DISPLAY "DL100 FEHLER - ARBEITSDATEI DL100AEW NICHT "
072200                 "ZU SCHREIBEN, FILE STATUS " Nachtrag-Status
072300             DISPLAY "DL100AEN BLEIBT UNVERAENDERT - DIE "
072400                 "ENTSCHEIDUNGEN STEHEN IM JOURNAL DL100JRN"
072500             CLOSE AenderungsDatei
072600             MOVE 16 TO RETURN-CODE
072700             STOP RUN
072800         END-IF
072900         MOVE ZERO TO Nachtrag-Index
073000         PERFORM NachtragUebernehmen
073100             UNTIL KEINE-AENDERUNGEN-MEHR
073200         CLOSE NachtragDatei
073300         CLOSE AenderungsDatei
073400     END-IF.
073500*
073600*----------------------------------------------------------------
073700*    DIE ERSTEN AENDERUNG-ANZAHL SAETZE SIND DIE GELADENEN;      *
073800*    JEDER WEITERE IST SEIT DEM LADEN ANGEHAENGT WORDEN.         *
073900*----------------------------------------------------------------
074000 NachtragUebernehmen.
074100     READ AenderungsDatei
074200         AT END
074300             MOVE 'Y' TO Aenderungsdatei-Ende
074400         NOT AT END
074500             ADD 1 TO Nachtrag-Index
074600             IF Nachtrag-Index GREATER THAN Aenderung-Anzahl
074700                 MOVE Aenderungsdatei-Satz TO Nachtrag-Satz
074800                 WRITE Nachtrag-Satz
074900                 ADD 1 TO Zaehler-Nachtrag
075000             END-IF
075100     END-READ.
075200*
075300*----------------------------------------------------------------
075400 NachtragZurueckschreiben.
075500*----------------------------------------------------------------
075600     READ NachtragDatei
075700         AT END
075800             MOVE 'Y' TO Aenderungsdatei-Ende
075900         NOT AT END
076000             MOVE Nachtrag-Satz TO Aenderungsdatei-Satz
076100             WRITE Aenderungsdatei-Satz
076200     END-READ.
076300*
076400*----------------------------------------------------------------
076500 OffeneAenderungSchreiben.
076600*----------------------------------------------------------------
076700     ADD 1 TO Aenderung-Index
076800     MOVE AT-SATZ (Aenderung-Index) TO Aenderungssatz
076900     IF AE-IST-OFFEN
077000         MOVE AT-SATZ (Aenderung-Index) TO Aenderungsdatei-Satz
077100         WRITE Aenderungsdatei-Satz
077200     END-IF.
077300*
077400*----------------------------------------------------------------
077500 AbschlussMelden.
077600*----------------------------------------------------------------
077700     MOVE Zaehler-Freigegeben TO Anzahl-Edit
077800     DISPLAY "AENDERUNGEN FREIGEGEBEN...: " Anzahl-Edit
077900     MOVE Zaehler-Zurueckgestellt TO Anzahl-Edit
078000     DISPLAY "AENDERUNGEN ZURUECKGESTELLT: " Anzahl-Edit
078100     MOVE Zaehler-Verworfen TO Anzahl-Edit
078200     DISPLAY "AENDERUNGEN VERWORFEN.....: " Anzahl-Edit
078300     MOVE Zaehler-Abgelehnt TO Anzahl-Edit
078400     DISPLAY "UEBERNAHME ABGELEHNT......: " Anzahl-Edit
078500     IF Zaehler-Abgelehnt GREATER THAN ZERO
078600         MOVE 4 TO RETURN-CODE
078700     END-IF.
078800*
078900*----------------------------------------------------------------
079000*    ZEIGT ALLE JOURNALSAETZE ZU EINER TABELLE UND EINEM         *
079100*    SCHLUESSEL (Z.B. TCD 47, GBT P47, KVZ UND PRH MIT           *
079200*    KONTONUMMER, WKT MIT WAEHRUNG UND KURSDATUM: USD20261015).  *
079300*----------------------------------------------------------------
079400 JournalAnzeigen.
079500     DISPLAY "TABELLE (TCD, SKT, ZTB, GBT, KVZ, PRD, WKT, PRH): "
079600     ACCEPT Eingabe-Tabelle
079700     DISPLAY "SCHLUESSEL (CODE, KENNUNG ODER KONTONUMMER): "
079800     ACCEPT Eingabe-Schluessel
079900     MOVE ZERO TO Journal-Treffer
080000     MOVE 'N' TO Journaldatei-Ende
080100     OPEN INPUT JournalDatei
080200     IF NOT JOURNALDATEI-OK
080300         DISPLAY "KEIN AENDERUNGSJOURNAL (DL100JRN) VORHANDEN"
080400     ELSE
080500         PERFORM JournalsatzPruefen
080600             UNTIL KEINE-JOURNALSAETZE-MEHR
080700         CLOSE JournalDatei
080800         MOVE Journal-Treffer TO Anzahl-Edit
080900         DISPLAY "JOURNALSAETZE GEFUNDEN: " Anzahl-Edit
081000     END-IF.
081100*
081200*----------------------------------------------------------------
081300 JournalsatzPruefen.
081400*----------------------------------------------------------------
081500     READ JournalDatei
081600         AT END
081700             MOVE 'Y' TO Journaldatei-Ende
081800         NOT AT END
081900             MOVE Journal-Satz TO Aenderungssatz
082000             IF AE-TABELLE = Eingabe-Tabelle
082100                 AND AE-NACHHER (1:AE-SCHLUESSEL-LAENGE)
082200                     = Eingabe-Schluessel (1:AE-SCHLUESSEL-LAENGE)
082300                 ADD 1 TO Journal-Treffer
082400                 PERFORM JournalsatzAnzeigen
082500             END-IF
082600     END-READ.
082700*
082800*----------------------------------------------------------------
082900 JournalsatzAnzeigen.
083000*----------------------------------------------------------------
083100     DISPLAY " "
083200     IF AE-IST-FREIGEGEBEN
083300         DISPLAY "FREIGEGEBEN  " AE-BESCHREIBUNG
083400     ELSE
083500         DISPLAY "VERWORFEN    " AE-BESCHREIBUNG
083600     END-IF
083700     DISPLAY "  ERFASST VON " AE-ERFASSER
083800         " AM " AE-ERFASST-DATUM " UM " AE-ERFASST-ZEIT (1:6)
083900     DISPLAY "  GEPRUEFT VON " AE-PRUEFER
084000         " AM " AE-GEPRUEFT-DATUM " UM " AE-GEPRUEFT-ZEIT (1:6)
084100     IF AE-VORHER = SPACES
084200         DISPLAY "  VORHER : (NEUANLAGE)"
084300     ELSE
084400         DISPLAY "  VORHER : " AE-VORHER
084500     END-IF
084600     DISPLAY "  NACHHER: " AE-NACHHER
084700     IF AE-FUER-PRODUKTWECHSEL
084800         DISPLAY "  GUELTIG AB: " AE-GUELTIG-AB
084900     END-IF.
