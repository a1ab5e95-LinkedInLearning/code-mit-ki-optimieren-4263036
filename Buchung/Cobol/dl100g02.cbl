000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  ZAHLUNGSAUSGANG                             *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      ERSTELLT AUS DEN AKZEPTIERTEN ZAHLUNGEN AN FREMDE       *
001100*      BANKEN (TC-ART 'X') DES TAGESLAUFS DIE AUSGANGSDATEI    *
001200*      DL100ZAH FUER DIE CLEARINGSTELLE (SATZLAYOUT SIEHE      *
001300*      ZAHLAUSGANG.CPY) - DIE ZAHLUNGEN MUESSEN NICHT MEHR VON *
001400*      HAND IM CLEARINGPORTAL ERFASST WERDEN.  GRUNDLAGE IST   *
001500*      DIE VOM VERARBEITUNGSLAUF GESCHRIEBENE ARBEITSDATEI     *
001600*      DL100ZAA.  DER NACHSATZ TRAEGT DIE KONTROLLSUMMEN DER   *
001700*      DATEI (ANZAHL, BETRAGSSUMME, SUMME DER EMPFAENGERKONTEN *
001800*      UND -BANKLEITZAHLEN).  VOR DER FREIGABE WERDEN ANZAHL   *
001900*      UND BETRAGSSUMME WIE BEIM HAUPTBUCH-ABTRAG (DL100G01)   *
002000*      GEGEN DEN JUENGSTEN SATZ DER LAUFSTATISTIK (DL100STA:   *
002100*      LS-EXTERN-ANZAHL UND LS-EXTERN-SUMME, DIE ZAHLEN DES    *
002200*      KONTROLLBERICHTS) ABGESTIMMT; BEI JEDER ABWEICHUNG WIRD *
002300*      DIE DATEI GELOESCHT UND DER SCHRITT MIT RETURN-CODE 16  *
002400*      BEENDET.  WIEDERANLAUF-DUBLETTEN DES VERARBEITUNGSLAUFS *
002500*      WERDEN AN DER NICHT MEHR AUFSTEIGENDEN SATZNUMMER       *
002600*      (ZA-LFDNR) ERKANNT UND UEBERGANGEN.  DIE REFERENZ JEDER *
002700*      ZAHLUNG IST DER SCHLUESSEL IHRES HISTORIENSATZES, GEGEN *
002800*      DEN DER ZAHLUNGSRUECKLAUF (DL100G03) RUECKGABEN         *
002900*      ABGLEICHT.                                              *
003000*                                                             *
003100*    CONDITION CODES:                                          *
003200*      0  AUSGANGSDATEI ABGESTIMMT UND FREIGEGEBEN (AUCH OHNE  *
003300*         ZAHLUNGEN: DANN NUR VORSATZ UND NACHSATZ)            *
003400*      16 DL100STA ODER DL100ZAA FEHLT, ABSTIMMFEHLER          *
003500*                                                             *
003600*    AENDERUNGEN:                                              *
003700*      2026-10-15 RH  ERSTFASSUNG                              *
003800*                                                             *
003900***************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. ZAHLUNGSAUSGANG.
004200*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ArbeitsDatei ASSIGN TO "DL100ZAA"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS Arbeits-Status.
004900*
005000     SELECT StatistikDatei ASSIGN TO "DL100STA"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS Statistik-Status.
005300*
005400     SELECT AusgangsDatei ASSIGN TO "DL100ZAH"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ArbeitsDatei
006000     RECORD CONTAINS 95 CHARACTERS.
006100 01  Zahlungsausgang-Satz.
006200     05  ZA-SATZINHALT              PIC X(80).
006300     05  ZA-LAUFDATUM               PIC 9(08).
006400     05  ZA-LFDNR                   PIC 9(07).
006500*
006600 FD  StatistikDatei
006700     RECORD CONTAINS 69 CHARACTERS.
006800 COPY LAUFSTATISTIK.
006900*
007000 FD  AusgangsDatei
007100     RECORD CONTAINS 120 CHARACTERS.
007200 COPY ZAHLAUSGANG.
007300*
007400 WORKING-STORAGE SECTION.
007500*    SATZINHALT DER ARBEITSDATEI IN DER SICHT DES TAGESSATZES
007600*    (EMPFAENGERANGABEN SIEHE DATEISATZ-EXTERN).
007700 COPY DATEISATZ.
007800*
007900 01  Arbeits-Status              PIC X(02).
008000     88  ARBEITSDATEI-GEFUNDEN       VALUE '00'.
008100*
008200 01  Statistik-Status            PIC X(02).
008300     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
008400*
008500 01  Arbeitsdatei-Ende           PIC X VALUE 'N'.
008600     88  KEINE-ZAHLUNGEN-MEHR        VALUE 'Y'.
008700*
008800 01  Statistikdatei-Ende         PIC X VALUE 'N'.
008900     88  KEINE-STATISTIK-MEHR        VALUE 'Y'.
009000*
009100*    KONTROLLSUMMEN DER GESCHRIEBENEN DATEI (GEHEN IN DEN
009200*    NACHSATZ) UND DIE SOLLWERTE AUS DEM JUENGSTEN
009300*    LAUFSTATISTIKSATZ.
009400 01  Datei-Anzahl                PIC S9(07) COMP VALUE ZERO.
009500 01  Datei-Summe                 PIC 9(13)V99 VALUE ZERO.
009600 01  Datei-Summe-Konten          PIC 9(17) VALUE ZERO.
009700 01  Datei-Summe-Blz             PIC 9(17) VALUE ZERO.
009800*
009900 01  Soll-Laufdatum              PIC 9(08) VALUE ZERO.
010000 01  Soll-Anzahl                 PIC 9(07) VALUE ZERO.
010100 01  Soll-Summe                  PIC 9(11)V99 VALUE ZERO.
010200 01  Statistik-Gelesen           PIC X VALUE 'N'.
010300     88  STATISTIK-VORHANDEN         VALUE 'J'.
010400*
010500*    WIEDERANLAUF-ERKENNUNG WIE IM HAUPTBUCH-ABTRAG: INNERHALB
010600*    EINES SCHREIBDURCHGANGS STEIGT ZA-LFDNR STRENG AN.
010700 01  Hoechste-Lfdnr              PIC 9(07) VALUE ZERO.
010800 01  Zaehler-Dubletten           PIC S9(07) COMP VALUE ZERO.
010900*
011000 01  Abstimm-Schalter            PIC X VALUE 'J'.
011100     88  ABSTIMMUNG-OK               VALUE 'J'.
011200     88  ABSTIMMUNG-FEHLER           VALUE 'N'.
011300*
011400 01  Datum-Fehler-Schalter       PIC X VALUE 'N'.
011500     88  DATUM-ABWEICHUNG            VALUE 'J'.
011600*
011700 01  Tagesdatum                  PIC 9(08) VALUE ZERO.
011800 01  Ausgang-Name                PIC X(12) VALUE "DL100ZAH".
011900 01  Loeschung-RC                PIC 9(09) COMP-5 VALUE ZERO.
012000*
012100 01  Anzahl-Edit                 PIC ZZZZZZ9.
012200 01  Betrag-Edit                 PIC ---,---,---,--9.99.
012300*
012400 PROCEDURE DIVISION.
012500*----------------------------------------------------------------
012600 Hauptprogramm.
012700*----------------------------------------------------------------
012800     PERFORM SollwerteErmitteln
012900     OPEN INPUT ArbeitsDatei
013000     IF NOT ARBEITSDATEI-GEFUNDEN
013100         DISPLAY "DL100 FEHLER - KEINE ARBEITSDATEI DL100ZAA "
013200             "VORHANDEN (VERARBEITUNGSLAUF ZUERST), FILE "
013300             "STATUS " Arbeits-Status
013400         MOVE 16 TO RETURN-CODE
013500         STOP RUN
013600     END-IF
013700     ACCEPT Tagesdatum FROM DATE YYYYMMDD
013800     OPEN OUTPUT AusgangsDatei
013900     PERFORM VorsatzSchreiben
014000     PERFORM ZahlungVerarbeiten
014100         UNTIL KEINE-ZAHLUNGEN-MEHR
014200     PERFORM NachsatzSchreiben
014300     CLOSE ArbeitsDatei
014400     CLOSE AusgangsDatei
014500     PERFORM AusgangAbstimmen
014600     IF ABSTIMMUNG-OK
014700         PERFORM FreigabeMelden
014800     ELSE
014900         PERFORM AusgangZurueckziehen
015000     END-IF
015100     STOP RUN.
015200*
015300*----------------------------------------------------------------
015400*    LIEST DEN JUENGSTEN SATZ DER LAUFSTATISTIK - LAUFDATUM,     *
015500*    ANZAHL UND BETRAGSSUMME DER AKZEPTIERTEN ZAHLUNGEN AN       *
015600*    FREMDE BANKEN, WIE SIE DER KONTROLLBERICHT AUSWEIST.        *
015700*    SAETZE AUS DER ZEIT VOR DEN FELDERN LS-EXTERN-ANZAHL UND    *
015800*    LS-EXTERN-SUMME GELTEN ALS LAUF OHNE ZAHLUNGEN.             *
015900*----------------------------------------------------------------
016000 SollwerteErmitteln.
016100     OPEN INPUT StatistikDatei
016200     IF NOT STATISTIKDATEI-GEFUNDEN
016300         DISPLAY "DL100 FEHLER - KEINE LAUFSTATISTIK DL100STA "
016400             "VORHANDEN, ABSTIMMUNG NICHT MOEGLICH - "
016500             "AUSGANGSDATEI WIRD NICHT ERSTELLT"
016600         MOVE 16 TO RETURN-CODE
016700         STOP RUN
016800     END-IF
016900     PERFORM StatistiksatzLesen
017000         UNTIL KEINE-STATISTIK-MEHR
017100     CLOSE StatistikDatei
017200     IF NOT STATISTIK-VORHANDEN
017300         DISPLAY "DL100 FEHLER - LAUFSTATISTIK DL100STA IST "
017400             "LEER - AUSGANGSDATEI WIRD NICHT ERSTELLT"
017500         MOVE 16 TO RETURN-CODE
017600         STOP RUN
017700     END-IF.
017800*
017900*----------------------------------------------------------------
018000 StatistiksatzLesen.
018100*----------------------------------------------------------------
018200     READ StatistikDatei
018300         AT END
018400             MOVE 'Y' TO Statistikdatei-Ende
018500         NOT AT END
018600             SET STATISTIK-VORHANDEN TO TRUE
018700             MOVE LS-LAUFDATUM TO Soll-Laufdatum
018800             IF LS-EXTERN-ANZAHL IS NUMERIC
018900                 AND LS-EXTERN-SUMME IS NUMERIC
019000                 MOVE LS-EXTERN-ANZAHL TO Soll-Anzahl
019100                 MOVE LS-EXTERN-SUMME TO Soll-Summe
019200             ELSE
019300                 MOVE ZERO TO Soll-Anzahl
019400                 MOVE ZERO TO Soll-Summe
019500             END-IF
019600     END-READ.
019700*
019800*----------------------------------------------------------------
019900 VorsatzSchreiben.
020000*----------------------------------------------------------------
020100     MOVE SPACES TO ZAHLAUSGANG-VORSATZ
020200     SET ZV-IST-VORSATZ TO TRUE
020300     MOVE "DL100ZAH" TO ZV-DATEIKENNUNG
020400     MOVE Soll-Laufdatum TO ZV-LAUFDATUM
020500     MOVE Tagesdatum TO ZV-ERSTELLDATUM
020600     WRITE ZAHLAUSGANG-VORSATZ.
020700*
020800*----------------------------------------------------------------
020900*    UEBERTRAEGT EINE ZAHLUNG DER ARBEITSDATEI ALS ZAHLUNGS-     *
021000*    SATZ ('C') IN DIE AUSGANGSDATEI UND FUEHRT DIE KONTROLL-    *
021100*    SUMMEN FORT.  EIN SATZ MIT FREMDEM LAUFDATUM (ALTBESTAND    *
021200*    EINES FRUEHEREN LAUFS) MACHT DIE DATEI UNSTIMMIG.           *
021300*----------------------------------------------------------------
021400 ZahlungVerarbeiten.
021500     READ ArbeitsDatei
021600         AT END
021700             MOVE 'Y' TO Arbeitsdatei-Ende
021800         NOT AT END
021900             IF ZA-LFDNR NOT GREATER THAN Hoechste-Lfdnr
022000                 ADD 1 TO Zaehler-Dubletten
022100             ELSE
022200                 MOVE ZA-LFDNR TO Hoechste-Lfdnr
022300                 IF ZA-LAUFDATUM NOT = Soll-Laufdatum
022400                     SET DATUM-ABWEICHUNG TO TRUE
022500                 END-IF
022600                 PERFORM ZahlungssatzSchreiben
022700             END-IF
022800     END-READ.
022900*
023000*----------------------------------------------------------------
023100 ZahlungssatzSchreiben.
023200*----------------------------------------------------------------
023300     MOVE ZA-SATZINHALT TO DATEISATZ
023400     MOVE SPACES TO ZAHLAUSGANG-ZAHLUNG
023500     SET ZC-IST-ZAHLUNG TO TRUE
023600     MOVE DS-KONTONUMMER TO ZC-REF-KONTONUMMER
023700     MOVE DS-BUCHUNGSDATUM TO ZC-REF-BUCHUNGSDATUM
023800     MOVE ZA-LAUFDATUM TO ZC-REF-LAUFDATUM
023900     MOVE ZA-LFDNR TO ZC-REF-LFDNR
024000     MOVE DS-TRANSAKTIONSCODE TO ZC-TRANSAKTIONSCODE
024100     MOVE DX-EMPFAENGER-BLZ TO ZC-EMPFAENGER-BLZ
024200     MOVE DX-EMPFAENGER-KONTO TO ZC-EMPFAENGER-KONTO
024300     MOVE DX-EMPFAENGER-NAME TO ZC-EMPFAENGER-NAME
024400     MOVE DS-BETRAG TO ZC-BETRAG
024500     IF DS-FILIALE IS NUMERIC
024600         MOVE DS-FILIALE TO ZC-FILIALE
024700     ELSE
024800         MOVE ZERO TO ZC-FILIALE
024900     END-IF
025000     WRITE ZAHLAUSGANG-ZAHLUNG
025100     ADD 1 TO Datei-Anzahl
025200     ADD DS-BETRAG TO Datei-Summe
025300     ADD DX-EMPFAENGER-KONTO TO Datei-Summe-Konten
025400     ADD DX-EMPFAENGER-BLZ TO Datei-Summe-Blz.
025500*
025600*----------------------------------------------------------------
025700 NachsatzSchreiben.
025800*----------------------------------------------------------------
025900     MOVE SPACES TO ZAHLAUSGANG-NACHSATZ
026000     SET ZE-IST-NACHSATZ TO TRUE
026100     MOVE Datei-Anzahl TO ZE-ANZAHL
026200     MOVE Datei-Summe TO ZE-BETRAGSSUMME
026300     MOVE Datei-Summe-Konten TO ZE-SUMME-KONTEN
026400     MOVE Datei-Summe-Blz TO ZE-SUMME-BLZ
026500     WRITE ZAHLAUSGANG-NACHSATZ.
026600*
026700*----------------------------------------------------------------
026800*    STIMMT DIE GESCHRIEBENE DATEI GEGEN DIE SOLLWERTE DES       *
026900*    VERARBEITUNGSLAUFS AB: ANZAHL UND BETRAGSSUMME GEGEN DIE    *
027000*    ZAHLEN DES KONTROLLBERICHTS, DAZU DIE DATUMSPRUEFUNG.       *
027100*----------------------------------------------------------------
027200 AusgangAbstimmen.
027300     SET ABSTIMMUNG-OK TO TRUE
027400     IF DATUM-ABWEICHUNG
027500         SET ABSTIMMUNG-FEHLER TO TRUE
027600         DISPLAY "DL100 ZAHLUNGSAUSGANG - ABSTIMMFEHLER: "
027700             "ARBEITSDATEI ENTHAELT FREMDE LAUFDATEN"
027800     END-IF
027900     IF Datei-Anzahl NOT = Soll-Anzahl
028000         SET ABSTIMMUNG-FEHLER TO TRUE
028100         DISPLAY "DL100 ZAHLUNGSAUSGANG - ABSTIMMFEHLER: "
028200             "ANZAHL ZAHLUNGEN WEICHT VOM KONTROLLBERICHT AB"
028300     END-IF
028400     IF Datei-Summe NOT = Soll-Summe
028500         SET ABSTIMMUNG-FEHLER TO TRUE
028600         DISPLAY "DL100 ZAHLUNGSAUSGANG - ABSTIMMFEHLER: "
028700             "BETRAGSSUMME WEICHT VOM KONTROLLBERICHT AB"
028800     END-IF.
028900*
029000*----------------------------------------------------------------
029100 FreigabeMelden.
029200*----------------------------------------------------------------
029300     DISPLAY "DL100 ZAHLUNGSAUSGANG - AUSGANGSDATEI DL100ZAH "
029400         "FREIGEGEBEN (LAUFDATUM " Soll-Laufdatum ")"
029500     MOVE Datei-Anzahl TO Anzahl-Edit
029600     MOVE Datei-Summe TO Betrag-Edit
029700     DISPLAY "ZAHLUNGEN.....: " Anzahl-Edit
029800     DISPLAY "BETRAGSSUMME..: " Betrag-Edit
029900     DISPLAY "SUMME KONTEN..: " Datei-Summe-Konten
030000     DISPLAY "SUMME BLZ.....: " Datei-Summe-Blz
030100     IF Zaehler-Dubletten GREATER THAN ZERO
030200         MOVE Zaehler-Dubletten TO Anzahl-Edit
030300         DISPLAY "WIEDERANLAUF-DUBLETTEN UEBERGANGEN: "
030400             Anzahl-Edit
030500     END-IF.
030600*
030700*----------------------------------------------------------------
030800*    ZIEHT EINE UNSTIMMIGE AUSGANGSDATEI ZURUECK (DATEI WIRD     *
030900*    GELOESCHT) UND BEENDET DEN SCHRITT MIT RETURN-CODE 16 -     *
031000*    DIE CLEARINGSTELLE DARF KEINE UNSTIMMIGE DATEI ERHALTEN.    *
031100*----------------------------------------------------------------
031200 AusgangZurueckziehen.
031300     CALL "CBL_DELETE_FILE" USING Ausgang-Name
031400         RETURNING Loeschung-RC
031500     IF Loeschung-RC NOT = ZERO
031600         DISPLAY "DL100 WARNUNG - UNSTIMMIGE AUSGANGSDATEI "
031700             "DL100ZAH KONNTE NICHT GELOESCHT WERDEN"
031800     END-IF
031900     MOVE 16 TO RETURN-CODE
032000     DISPLAY "DL100 ZAHLUNGSAUSGANG - AUSGANGSDATEI NICHT "
032100         "FREIGEGEBEN, SCHRITT ABGEBROCHEN".
