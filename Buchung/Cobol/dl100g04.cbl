000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  HAUPTBUCHQUITTUNG                           *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      VERARBEITET DIE QUITTUNG DER BUCHHALTUNG ZUM            *
001100*      VERDICHTETEN HAUPTBUCHEXTRAKT (DL100HBQ, SATZLAYOUT     *
001200*      SIEHE QUITTUNG.CPY) UND FUEHRT DAS EXTRAKTREGISTER      *
001300*      DL100HBR (SIEHE EXTRAKTREGISTER.CPY) FORT, IN DAS DER   *
001400*      HAUPTBUCH-ABTRAG (DL100G01) JEDEN FREIGEGEBENEN EXTRAKT *
001500*      EINTRAEGT.  JE QUITTIERTEM LAUFDATUM WIRD DIE QUITTUNG  *
001600*      JE SACHKONTO UND SOLL/HABEN-SEITE GEGEN DIE DATIERTE    *
001700*      KOPIE DL100HBV.JJJJMMTT DES GESENDETEN EXTRAKTS         *
001800*      ABGEGLICHEN ('V'- UND 'K'-ZEILEN DESSELBEN SCHLUESSELS  *
001900*      ZUSAMMEN): SIND ALLE ZEILEN MIT GLEICHER SUMME GEBUCHT, *
002000*      GILT DER EXTRAKT ALS BESTAETIGT; JEDE ABGEWIESENE,      *
002100*      ABWEICHENDE, FEHLENDE ODER NICHT GESENDETE ZEILE MACHT  *
002200*      IHN TEILWEISE ABGEWIESEN.  EINE SPAETERE QUITTUNG       *
002300*      DESSELBEN LAUFDATUMS ERSETZT DAS ERGEBNIS.  DANACH      *
002400*      ENTSTEHT DIE TAEGLICHE LISTE DER OFFENEN EXTRAKTE       *
002500*      (QUITTUNGSLISTE.TXT) MIT DEN ABWEICHUNGEN DER           *
002600*      VERARBEITETEN QUITTUNGEN; EIN EXTRAKT, DER NACH         *
002700*      DL100QUITTAGE GESCHAEFTSTAGEN (STANDARD 002,            *
002800*      BETRIEBSKALENDER DL100KAL WIE IM VERARBEITUNGSLAUF)     *
002900*      NOCH UNBEANTWORTET IST, WIRD ALS UNBEANTWORTET          *
003000*      GEKENNZEICHNET UND ESKALIERT.  BESTAETIGTE EINTRAEGE    *
003100*      ENTFALLEN NACH EINEM JAHR SAMT IHRER KOPIE.  EINE       *
003200*      UNSTIMMIGE QUITTUNGSDATEI (SATZART UNBEKANNT, NACHSATZ  *
003300*      FEHLT ODER ZEILENZAHL WEICHT AB) WIRD NICHT             *
003400*      VERARBEITET.  MIT DL100QUITMODUS=M PRUEFT DAS PROGRAMM  *
003500*      FUER DEN MONATSLAUF NUR, OB ALLE EXTRAKTE DES MONATS    *
003600*      DL100MONAT BESTAETIGT SIND, UND VERAENDERT NICHTS.      *
003700*                                                             *
003800*    CONDITION CODES:                                          *
003900*      0  ALLES BESTAETIGT ODER NOCH IN DER FRIST              *
004000*      4  TEILWEISE ABGEWIESENE EXTRAKTE OFFEN ODER EINE       *
004100*         QUITTUNG OHNE REGISTRIERTEN EXTRAKT (LISTE)          *
004200*      8  MINDESTENS EIN EXTRAKT UEBER DIE FRIST               *
004300*         UNBEANTWORTET (ESKALIERT)                            *
004400*      16 QUITTUNGSDATEI UNSTIMMIG, TABELLE VOLL ODER          *
004500*         PARAMETER UNGUELTIG; IM MONATSMODUS: EIN EXTRAKT     *
004600*         DES MONATS IST NICHT BESTAETIGT                      *
004700*                                                             *
004800*    AENDERUNGEN:                                              *
004900*      2026-10-15 RH  ERSTFASSUNG                              *
005000*                                                             *
005100***************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. HAUPTBUCHQUITTUNG.
005400*
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800*    DL100HBQ - QUITTUNGSDATEI DER BUCHHALTUNG.  DER NACHTLAUF
005900*    LEGT SIE NACH DER VERARBEITUNG ALS .ARCH.-DATEI AB.
006000     SELECT QuittungDatei ASSIGN TO "DL100HBQ"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS Quittung-Status.
006300*
006400*    DL100HBR - EXTRAKTREGISTER (WIRD NEU GESCHRIEBEN).
006500     SELECT RegisterDatei ASSIGN TO "DL100HBR"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS Register-Status.
006800*
006900*    DL100HBV.JJJJMMTT - DATIERTE KOPIE DES GESENDETEN
007000*    VERDICHTETEN EXTRAKTS (VOM HAUPTBUCH-ABTRAG ABGELEGT).
007100     SELECT KopieDatei ASSIGN USING Kopie-Name
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS Kopie-Status.
007400*
007500     SELECT KalenderDatei ASSIGN TO "DL100KAL"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS Kalender-Status.
007800*
007900     SELECT ListeDatei ASSIGN TO "quittungsliste.txt"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100*
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  QuittungDatei
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  Quittung-Eingabe               PIC X(80).
008700*
008800 FD  RegisterDatei
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  Register-Zeile                 PIC X(80).
009100*
009200 FD  KopieDatei
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  Kopie-Zeile                    PIC X(80).
009500*
009600 FD  KalenderDatei
009700     RECORD CONTAINS 80 CHARACTERS.
009800 COPY KALENDER.
009900*
010000 FD  ListeDatei
010100     RECORD CONTAINS 80 CHARACTERS.
010200 01  Liste-Zeile                    PIC X(80).
010300*
010400 WORKING-STORAGE SECTION.
010500*    DER JEWEILS BEARBEITETE QUITTUNGS- UND REGISTERSATZ.
010600 COPY QUITTUNG.
010700 COPY EXTRAKTREGISTER.
010800*
010900 01  Quittung-Status             PIC X(02).
011000     88  QUITTUNGSDATEI-GEFUNDEN     VALUE '00'.
011100 01  Register-Status             PIC X(02).
011200     88  REGISTERDATEI-GEFUNDEN      VALUE '00'.
011300 01  Kopie-Status                PIC X(02).
011400     88  KOPIEDATEI-GEFUNDEN         VALUE '00'.
011500*
011600 01  Quittungsdatei-Ende         PIC X VALUE 'N'.
011700     88  KEINE-QUITTUNGEN-MEHR       VALUE 'Y'.
011800 01  Registerdatei-Ende          PIC X VALUE 'N'.
011900     88  KEINE-REGISTERSAETZE-MEHR   VALUE 'Y'.
012000 01  Kopiedatei-Ende             PIC X VALUE 'N'.
012100     88  KEINE-KOPIEZEILEN-MEHR      VALUE 'Y'.
012200*
012300*    BETRIEBSART: T = TAGESLAUF (STANDARD), M = MONATSPRUEFUNG
012400*    FUER DEN MONATSLAUF (NUR LESEND).
012500 01  Modus-Eingabe               PIC X(01) VALUE SPACE.
012600     88  MODUS-MONATSPRUEFUNG        VALUE 'M' 'm'.
012700 01  Monat-Eingabe               PIC X(06) VALUE SPACES.
012800 01  Pruef-Monat                 PIC 9(06) VALUE ZERO.
012900 01  Pruef-Monat-Teile REDEFINES Pruef-Monat.
013000     05  Pruef-Jahr                 PIC 9(04).
013100     05  Pruef-Monatszahl           PIC 9(02).
013200*
013300*    FRIST IN GESCHAEFTSTAGEN BIS ZUR ESKALATION.
013400 01  Tage-Eingabe                PIC X(03) VALUE SPACES.
013500 01  Frist-Tage                  PIC 9(03) VALUE 2.
013600*
013700 01  Tagesdatum                  PIC 9(08) VALUE ZERO.
013800 01  Aufbewahrung-Grenze         PIC 9(08) VALUE ZERO.
013900*
014000*    GELADENE QUITTUNGSDATEI (SATZBILDER) UND IHRE KONTROLLE:
014100*    JEDE GRUPPE BEGINNT MIT 'H' UND ENDET MIT 'E', DESSEN
014200*    ZEILENZAHL DIE 'Q'-ZEILEN DER GRUPPE NENNT.
014300 01  Quittungstabelle.
014400     05  Quittung-Anzahl            PIC S9(04) COMP VALUE ZERO.
014500     05  Quittung-Eintrag OCCURS 2000 TIMES.
014600         10  QT-SATZ                PIC X(80).
014700 01  Quittung-Index              PIC S9(04) COMP VALUE ZERO.
014800 01  Gruppen-Schalter            PIC X VALUE 'N'.
014900     88  GRUPPE-OFFEN                VALUE 'J'.
015000 01  Format-Schalter             PIC X VALUE 'N'.
015100     88  FORMATFEHLER                VALUE 'J'.
015200 01  Gruppen-Zeilen              PIC 9(05) VALUE ZERO.
015300 01  Gruppen-Anzahl              PIC S9(07) COMP VALUE ZERO.
015400*
015500*    EXTRAKTREGISTER, VOLLSTAENDIG GELADEN (SATZBILDER).
015600 01  Registertabelle.
015700     05  Register-Anzahl            PIC S9(04) COMP VALUE ZERO.
015800     05  Register-Eintrag OCCURS 1000 TIMES.
015900         10  RG-LAUFDATUM           PIC 9(08).
016000         10  RG-REST                PIC X(72).
016100 01  Register-Index              PIC S9(04) COMP VALUE ZERO.
016200 01  Register-Position           PIC S9(04) COMP VALUE ZERO.
016300*
016400*    DIE QUITTIERTE GRUPPE: LAUFDATUM, REGISTERPLATZ, ABGLEICH
016500*    AKTIV (EXTRAKT UND KOPIE VORHANDEN) UND IHRE ZAEHLER.
016600 01  Gruppe-Laufdatum            PIC 9(08) VALUE ZERO.
016700 01  Abgleich-Schalter           PIC X VALUE 'N'.
016800     88  ABGLEICH-AKTIV              VALUE 'J'.
016900 01  Gruppe-Bestaetigt           PIC S9(05) COMP VALUE ZERO.
017000 01  Gruppe-Abgewiesen           PIC S9(05) COMP VALUE ZERO.
017100*
017200*    SOLLZEILEN DER DATIERTEN KOPIE JE SACHKONTO UND SEITE.
017300 01  Kopie-Name                  PIC X(20) VALUE SPACES.
017400 01  Kopie-Detailsatz.
017500     05  KZ-SATZART                 PIC X(01).
017600         88  KZ-IST-BUCHUNGSZEILE       VALUE 'V' 'K'.
017700     05  KZ-SACHKONTO               PIC 9(08).
017800     05  KZ-SOLL-HABEN              PIC X(01).
017900     05  KZ-ANZAHL                  PIC 9(07).
018000     05  KZ-SUMME                   PIC S9(11)V99.
018100     05  FILLER                     PIC X(50).
018200 01  Sollzeilen-Tabelle.
018300     05  Sollzeilen-Anzahl          PIC S9(04) COMP VALUE ZERO.
018400     05  Sollzeile-Eintrag OCCURS 200 TIMES.
018500         10  SZ-SACHKONTO           PIC 9(08).
018600         10  SZ-SEITE               PIC X(01).
018700         10  SZ-SUMME               PIC S9(11)V99.
018800         10  SZ-QUITTIERT           PIC X(01).
018900 01  Sollzeilen-Index            PIC S9(04) COMP VALUE ZERO.
019000 01  Sollzeilen-Position         PIC S9(04) COMP VALUE ZERO.
019100 01  Such-Sachkonto              PIC 9(08) VALUE ZERO.
019200 01  Such-Seite                  PIC X(01) VALUE SPACE.
019300*
019400*    BETRIEBSKALENDER UND GESCHAEFTSTAGE (LOGIK WIE IM
019500*    VERARBEITUNGSLAUF; WOCHENTAG NACH ZELLER, REST 0 =
019600*    SAMSTAG, 1 = SONNTAG).
019700 01  Kalender-Status             PIC X(02).
019800     88  KALENDERDATEI-GEFUNDEN      VALUE '00'.
019900 01  Kalenderdatei-Ende          PIC X VALUE 'N'.
020000     88  KEINE-KALENDERSAETZE-MEHR   VALUE 'Y'.
020100 01  Kalendertabelle.
020200     05  Kalender-Anzahl            PIC S9(04) COMP VALUE ZERO.
020300     05  Kalender-Eintrag OCCURS 400 TIMES.
020400         10  KT-DATUM               PIC 9(08).
020500         10  KT-ART                 PIC X(01).
020600 01  Kalender-Index              PIC S9(04) COMP VALUE ZERO.
020700 01  Kalender-Fundart            PIC X(01) VALUE SPACE.
020800 01  Geschaeftstag-Schalter      PIC X VALUE 'N'.
020900     88  IST-GESCHAEFTSTAG           VALUE 'J'.
021000 01  Arbeits-Datum               PIC 9(08) VALUE ZERO.
021100 01  Arbeits-Teile REDEFINES Arbeits-Datum.
021200     05  Arbeits-Jahr               PIC 9(04).
021300     05  Arbeits-Monat              PIC 9(02).
021400     05  Arbeits-Tag                PIC 9(02).
021500 01  Monats-Laenge               PIC 9(02) VALUE ZERO.
021600 01  Zeller-Jahr                 PIC S9(07) COMP VALUE ZERO.
021700 01  Zeller-Monat                PIC S9(04) COMP VALUE ZERO.
021800 01  Zeller-Wert                 PIC S9(07) COMP VALUE ZERO.
021900 01  Zeller-Rest                 PIC S9(04) COMP VALUE ZERO.
022000 01  Schaltjahr-Rest             PIC S9(04) COMP VALUE ZERO.
022100 01  Schaltjahr-Schalter         PIC X VALUE 'N'.
022200     88  IST-SCHALTJAHR              VALUE 'J'.
022300*
022400*    ALTER EINES OFFENEN EXTRAKTS IN GESCHAEFTSTAGEN NACH DEM
022500*    LAUFDATUM BIS HEUTE (HOECHSTENS 400 KALENDERTAGE GEZAEHLT).
022600 01  Alter-Tage                  PIC S9(04) COMP VALUE ZERO.
022700 01  Kalendertage                PIC S9(04) COMP VALUE ZERO.
022800*
022900 01  Zaehler-Gruppen             PIC S9(07) COMP VALUE ZERO.
023000 01  Zaehler-Bestaetigt          PIC S9(07) COMP VALUE ZERO.
023100 01  Zaehler-Teilweise           PIC S9(07) COMP VALUE ZERO.
023200 01  Zaehler-Unbekannt           PIC S9(07) COMP VALUE ZERO.
023300 01  Zaehler-Offen               PIC S9(07) COMP VALUE ZERO.
023400 01  Zaehler-Eskaliert           PIC S9(07) COMP VALUE ZERO.
023500 01  Zaehler-Entfallen           PIC S9(07) COMP VALUE ZERO.
023600 01  Zaehler-Monat               PIC S9(07) COMP VALUE ZERO.
023700*
023800 01  Abweichung-Text             PIC X(40) VALUE SPACES.
023900 01  Status-Text                 PIC X(18) VALUE SPACES.
024000 01  Loeschung-RC                PIC 9(09) COMP-5 VALUE ZERO.
024100 01  Anzahl-Edit                 PIC ZZZZZZ9.
024200 01  Zeilen-Edit                 PIC ZZZZ9.
024300 01  Tage-Edit                   PIC ZZZ9.
024400 01  Betrag-Edit                 PIC ---,---,---,--9.99.
024500*
024600 PROCEDURE DIVISION.
024700*----------------------------------------------------------------
024800 Hauptprogramm.
024900*----------------------------------------------------------------
025000     PERFORM ParameterLesen
025100     ACCEPT Tagesdatum FROM DATE YYYYMMDD
025200     IF MODUS-MONATSPRUEFUNG
025300         PERFORM RegisterLaden
025400         PERFORM MonatPruefen
025500         STOP RUN
025600     END-IF
025700     PERFORM QuittungLaden
025800     PERFORM RegisterLaden
025900     IF Register-Anzahl = ZERO AND Quittung-Anzahl = ZERO
026000         DISPLAY "DL100 HAUPTBUCHQUITTUNG - KEIN EXTRAKT "
026100             "REGISTRIERT UND KEINE QUITTUNG, NICHTS ZU TUN"
026200         STOP RUN
026300     END-IF
026400     PERFORM KalenderLaden
026500     OPEN OUTPUT ListeDatei
026600     MOVE SPACES TO Liste-Zeile
026700     STRING "DL100 HAUPTBUCHQUITTUNG - STAND " Tagesdatum
026800         DELIMITED BY SIZE INTO Liste-Zeile
026900     WRITE Liste-Zeile
027000     IF Quittung-Anzahl GREATER THAN ZERO
027100         PERFORM QuittungenVerarbeiten
027200     END-IF
027300     PERFORM OffeneExtrakteListen
027400     CLOSE ListeDatei
027500     PERFORM RegisterSchreiben
027600     PERFORM AbschlussMelden
027700     IF Zaehler-Eskaliert GREATER THAN ZERO
027800         MOVE 8 TO RETURN-CODE
027900     ELSE
028000     IF Zaehler-Teilweise GREATER THAN ZERO
028100         OR Zaehler-Unbekannt GREATER THAN ZERO
028200         MOVE 4 TO RETURN-CODE
028300     END-IF
028400     END-IF
028500     STOP RUN.
028600*
028700*----------------------------------------------------------------
028800*    BETRIEBSART (DL100QUITMODUS), ESKALATIONSFRIST              *
028900*    (DL100QUITTAGE, DREISTELLIG) UND IM MONATSMODUS DER         *
029000*    PRUEFMONAT (DL100MONAT, JJJJMM).                            *
029100*----------------------------------------------------------------
029200 ParameterLesen.
029300     ACCEPT Modus-Eingabe FROM ENVIRONMENT "DL100QUITMODUS"
029400     ACCEPT Tage-Eingabe FROM ENVIRONMENT "DL100QUITTAGE"
029500     IF Tage-Eingabe NOT = SPACES
029600         IF Tage-Eingabe IS NOT NUMERIC
029700             DISPLAY "DL100 FEHLER - DL100QUITTAGE (ANZAHL "
029800                 "GESCHAEFTSTAGE, DREISTELLIG) UNGUELTIG - "
029900                 "QUITTUNG NICHT VERARBEITET"
030000             MOVE 16 TO RETURN-CODE
030100             STOP RUN
030200         END-IF
030300         MOVE Tage-Eingabe TO Frist-Tage
030400     END-IF
030500     IF MODUS-MONATSPRUEFUNG
030600         ACCEPT Monat-Eingabe FROM ENVIRONMENT "DL100MONAT"
030700         IF Monat-Eingabe IS NUMERIC
030800             MOVE Monat-Eingabe TO Pruef-Monat
030900         END-IF
031000         IF Pruef-Monatszahl LESS THAN 1
031100             OR Pruef-Monatszahl GREATER THAN 12
031200             DISPLAY "DL100 FEHLER - DL100MONAT (JJJJMM) FEHLT "
031300                 "ODER IST UNGUELTIG - QUITTUNGSPRUEFUNG "
031400                 "ABGEBROCHEN"
031500             MOVE 16 TO RETURN-CODE
031600             STOP RUN
031700         END-IF
031800     END-IF.
031900*
032000*----------------------------------------------------------------
032100*    LAEDT DIE QUITTUNGSDATEI UND PRUEFT IHREN AUFBAU.  BEI      *
032200*    JEDER UNSTIMMIGKEIT WIRD ABGEBROCHEN, BEVOR DAS REGISTER    *
032300*    VERAENDERT IST - DIE DATEI BLEIBT LIEGEN UND MUSS MIT DER   *
032400*    BUCHHALTUNG GEKLAERT WERDEN.                                *
032500*----------------------------------------------------------------
032600 QuittungLaden.
032700     OPEN INPUT QuittungDatei
032800     IF NOT QUITTUNGSDATEI-GEFUNDEN
032900         DISPLAY "DL100 HAUPTBUCHQUITTUNG - KEINE QUITTUNGS"
033000             "DATEI DL100HBQ ANGELIEFERT"
033100     ELSE
033200         PERFORM QuittungssatzLesen
033300             UNTIL KEINE-QUITTUNGEN-MEHR
033400         CLOSE QuittungDatei
033500         IF GRUPPE-OFFEN
033600             SET FORMATFEHLER TO TRUE
033700         END-IF
033800         IF FORMATFEHLER
033900             DISPLAY "DL100 FEHLER - QUITTUNGSDATEI DL100HBQ "
034000                 "UNSTIMMIG (SATZART ODER FELD UNGUELTIG, "
034100                 "NACHSATZ FEHLT ODER ZEILENZAHL WEICHT AB) - "
034200                 "NICHTS VERARBEITET"
034300             MOVE 16 TO RETURN-CODE
034400             STOP RUN
034500         END-IF
034600     END-IF.
034700*
034800*----------------------------------------------------------------
034900 QuittungssatzLesen.
035000*----------------------------------------------------------------
035100     READ QuittungDatei INTO QUITTUNG-KOPFSATZ
035200         AT END
035300             MOVE 'Y' TO Quittungsdatei-Ende
035400         NOT AT END
035500             PERFORM QuittungssatzPruefen
035600             IF NOT FORMATFEHLER
035700                 PERFORM QuittungssatzUebernehmen
035800             END-IF
035900     END-READ.
036000*
036100*----------------------------------------------------------------
036200 QuittungssatzPruefen.
036300*----------------------------------------------------------------
036400     IF QH-IST-KOPF
036500         IF GRUPPE-OFFEN OR QH-LAUFDATUM IS NOT NUMERIC
036600             SET FORMATFEHLER TO TRUE
036700         ELSE
036800             SET GRUPPE-OFFEN TO TRUE
036900             MOVE ZERO TO Gruppen-Zeilen
037000             ADD 1 TO Gruppen-Anzahl
037100         END-IF
037200     ELSE
037300     IF QQ-IST-ZEILE
037400         IF NOT GRUPPE-OFFEN
037500             OR QQ-SACHKONTO IS NOT NUMERIC
037600             OR QQ-SUMME IS NOT NUMERIC
037700             OR (QQ-SOLL-HABEN NOT = 'S'
037800                 AND QQ-SOLL-HABEN NOT = 'H')
037900             OR (NOT QQ-IST-GEBUCHT AND NOT QQ-IST-ABGEWIESEN)
038000             SET FORMATFEHLER TO TRUE
038100         ELSE
038200             ADD 1 TO Gruppen-Zeilen
038300         END-IF
038400     ELSE
038500     IF QE-IST-NACHSATZ
038600         IF NOT GRUPPE-OFFEN
038700             OR QE-ANZAHL IS NOT NUMERIC
038800             SET FORMATFEHLER TO TRUE
038900         ELSE
039000             IF QE-ANZAHL NOT = Gruppen-Zeilen
039100                 SET FORMATFEHLER TO TRUE
039200             END-IF
039300             MOVE 'N' TO Gruppen-Schalter
039400         END-IF
039500     ELSE
039600         SET FORMATFEHLER TO TRUE
039700     END-IF END-IF END-IF.
039800*
039900*----------------------------------------------------------------
040000 QuittungssatzUebernehmen.
040100*----------------------------------------------------------------
040200     IF Quittung-Anzahl NOT LESS THAN 2000
040300         DISPLAY "DL100 FEHLER - QUITTUNGSTABELLE VOLL (MEHR "
040400             "ALS 2000 SAETZE) - NICHTS VERARBEITET"
040500         CLOSE QuittungDatei
040600         MOVE 16 TO RETURN-CODE
040700         STOP RUN
040800     END-IF
040900     ADD 1 TO Quittung-Anzahl
041000     MOVE QUITTUNG-KOPFSATZ TO QT-SATZ (Quittung-Anzahl).
041100*
041200*----------------------------------------------------------------
041300*    LAEDT DAS EXTRAKTREGISTER.  FEHLT ES, IST NOCH KEIN         *
041400*    EXTRAKT REGISTRIERT (LEERES REGISTER).                      *
041500*----------------------------------------------------------------
041600 RegisterLaden.
041700     MOVE 'N' TO Registerdatei-Ende
041800     OPEN INPUT RegisterDatei
041900     IF REGISTERDATEI-GEFUNDEN
042000         PERFORM RegistersatzUebernehmen
042100             UNTIL KEINE-REGISTERSAETZE-MEHR
042200         CLOSE RegisterDatei
042300     END-IF.
042400*
042500*----------------------------------------------------------------
042600 RegistersatzUebernehmen.
042700*----------------------------------------------------------------
042800     READ RegisterDatei
042900         AT END
043000             MOVE 'Y' TO Registerdatei-Ende
043100         NOT AT END
043200             IF Register-Anzahl NOT LESS THAN 1000
043300                 DISPLAY "DL100 FEHLER - EXTRAKTREGISTER "
043400                     "DL100HBR VOLL (MEHR ALS 1000 EINTRAEGE)"
043500                 CLOSE RegisterDatei
043600                 MOVE 16 TO RETURN-CODE
043700                 STOP RUN
043800             END-IF
043900             ADD 1 TO Register-Anzahl
044000             MOVE Register-Zeile
044100                 TO Register-Eintrag (Register-Anzahl)
044200     END-READ.
044300*
044400*----------------------------------------------------------------
044500 RegistereintragSuchen.
044600*----------------------------------------------------------------
044700     ADD 1 TO Register-Index
044800     IF RG-LAUFDATUM (Register-Index) = Gruppe-Laufdatum
044900         MOVE Register-Index TO Register-Position
045000     END-IF.
045100*
045200*----------------------------------------------------------------
045300*    WERTET DIE GELADENE QUITTUNGSDATEI SATZ FUER SATZ AUS: DER  *
045400*    KOPFSATZ STELLT DEN ABGLEICH GEGEN DIE KOPIE BEREIT, JEDE   *
045500*    ZEILE WIRD ZUGEORDNET, DER NACHSATZ SCHLIESST DIE GRUPPE    *
045600*    AB UND SETZT DEN REGISTEREINTRAG FORT.                      *
045700*----------------------------------------------------------------
045800 QuittungenVerarbeiten.
045900     MOVE SPACES TO Liste-Zeile
046000     WRITE Liste-Zeile
046100     MOVE "VERARBEITETE QUITTUNGEN (DL100HBQ)" TO Liste-Zeile
046200     WRITE Liste-Zeile
046300     MOVE SPACES TO Liste-Zeile
046400     STRING "LAUFDATUM SACHKTO  S              SUMME "
046500         "ERGEBNIS" DELIMITED BY SIZE INTO Liste-Zeile
046600     WRITE Liste-Zeile
046700     MOVE ALL "-" TO Liste-Zeile
046800     WRITE Liste-Zeile
046900     MOVE ZERO TO Quittung-Index
047000     PERFORM QuittungssatzAuswerten
047100         UNTIL Quittung-Index NOT LESS THAN Quittung-Anzahl.
047200*
047300*----------------------------------------------------------------
047400 QuittungssatzAuswerten.
047500*----------------------------------------------------------------
047600     ADD 1 TO Quittung-Index
047700     MOVE QT-SATZ (Quittung-Index) TO QUITTUNG-KOPFSATZ
047800     IF QH-IST-KOPF
047900         PERFORM GruppeBeginnen
048000     ELSE
048100     IF QQ-IST-ZEILE
048200         IF ABGLEICH-AKTIV
048300             PERFORM QuittungszeileAbgleichen
048400         END-IF
048500     ELSE
048600         IF ABGLEICH-AKTIV
048700             PERFORM GruppeAbschliessen
048800         END-IF
048900     END-IF END-IF.
049000*
049100*----------------------------------------------------------------
049200*    SUCHT DEN REGISTEREINTRAG DES QUITTIERTEN LAUFDATUMS UND    *
049300*    LAEDT DIE SOLLZEILEN AUS SEINER DATIERTEN KOPIE.  OHNE      *
049400*    EINTRAG ODER KOPIE BLEIBT DIE GRUPPE UNVERARBEITET.         *
049500*----------------------------------------------------------------
049600 GruppeBeginnen.
049700     ADD 1 TO Zaehler-Gruppen
049800     MOVE 'N' TO Abgleich-Schalter
049900     MOVE QH-LAUFDATUM TO Gruppe-Laufdatum
050000     MOVE ZERO TO Gruppe-Bestaetigt
050100     MOVE ZERO TO Gruppe-Abgewiesen
050200     MOVE ZERO TO Register-Index
050300     MOVE ZERO TO Register-Position
050400     PERFORM RegistereintragSuchen
050500         UNTIL Register-Position NOT = ZERO
050600             OR Register-Index NOT LESS THAN Register-Anzahl
050700     IF Register-Position = ZERO
050800         MOVE "KEIN EXTRAKT ZU DIESEM LAUFDATUM"
050900             TO Abweichung-Text
051000         PERFORM GruppenfehlerMelden
051100     ELSE
051200         PERFORM SollzeilenLaden
051300         IF NOT KOPIEDATEI-GEFUNDEN
051400             MOVE "KOPIE DES EXTRAKTS FEHLT"
051500                 TO Abweichung-Text
051600             PERFORM GruppenfehlerMelden
051700         ELSE
051800             SET ABGLEICH-AKTIV TO TRUE
051900         END-IF
052000     END-IF.
052100*
052200*----------------------------------------------------------------
052300 GruppenfehlerMelden.
052400*----------------------------------------------------------------
052500     ADD 1 TO Zaehler-Unbekannt
052600     MOVE SPACES TO Liste-Zeile
052700     STRING Gruppe-Laufdatum "  QUITTUNG NICHT VERARBEITET: "
052800         Abweichung-Text DELIMITED BY SIZE INTO Liste-Zeile
052900     WRITE Liste-Zeile
053000     DISPLAY "DL100 WARNUNG - QUITTUNG ZUM " Gruppe-Laufdatum
053100         " NICHT VERARBEITET: " Abweichung-Text.
053200*
053300*----------------------------------------------------------------
053400 SollzeilenLaden.
053500*----------------------------------------------------------------
053600     MOVE ZERO TO Sollzeilen-Anzahl
053700     MOVE SPACES TO Kopie-Name
053800     STRING "DL100HBV." Gruppe-Laufdatum DELIMITED BY SIZE
053900         INTO Kopie-Name
054000     MOVE 'N' TO Kopiedatei-Ende
054100     OPEN INPUT KopieDatei
054200     IF KOPIEDATEI-GEFUNDEN
054300         PERFORM KopiezeileUebernehmen
054400             UNTIL KEINE-KOPIEZEILEN-MEHR
054500         CLOSE KopieDatei
054600     END-IF.
054700*
054800*----------------------------------------------------------------
054900 KopiezeileUebernehmen.
055000*----------------------------------------------------------------
055100     READ KopieDatei INTO Kopie-Detailsatz
055200         AT END
055300             MOVE 'Y' TO Kopiedatei-Ende
055400         NOT AT END
055500             IF KZ-IST-BUCHUNGSZEILE
055600                 MOVE KZ-SACHKONTO TO Such-Sachkonto
055700                 MOVE KZ-SOLL-HABEN TO Such-Seite
055800                 PERFORM SollzeileSuchen
055900                 IF Sollzeilen-Position = ZERO
056000                     AND Sollzeilen-Anzahl LESS THAN 200
056100                     ADD 1 TO Sollzeilen-Anzahl
056200                     MOVE Sollzeilen-Anzahl TO Sollzeilen-Position
056300                     MOVE KZ-SACHKONTO
056400                         TO SZ-SACHKONTO (Sollzeilen-Position)
056500                     MOVE KZ-SOLL-HABEN
056600                         TO SZ-SEITE (Sollzeilen-Position)
056700                     MOVE ZERO TO SZ-SUMME (Sollzeilen-Position)
056800                     MOVE 'N'
056900                         TO SZ-QUITTIERT (Sollzeilen-Position)
057000                 END-IF
057100                 IF Sollzeilen-Position NOT = ZERO
057200                     ADD KZ-SUMME
057300                         TO SZ-SUMME (Sollzeilen-Position)
057400                 END-IF
057500             END-IF
057600     END-READ.
057700*
057800*----------------------------------------------------------------
057900 SollzeileSuchen.
058000*----------------------------------------------------------------
058100     MOVE ZERO TO Sollzeilen-Index
058200     MOVE ZERO TO Sollzeilen-Position
058300     PERFORM SollzeileVergleichen
058400         UNTIL Sollzeilen-Position NOT = ZERO
058500             OR Sollzeilen-Index NOT LESS THAN Sollzeilen-Anzahl.
058600*
058700*----------------------------------------------------------------
058800 SollzeileVergleichen.
058900*----------------------------------------------------------------
059000     ADD 1 TO Sollzeilen-Index
059100     IF SZ-SACHKONTO (Sollzeilen-Index) = Such-Sachkonto
059200         AND SZ-SEITE (Sollzeilen-Index) = Such-Seite
059300         MOVE Sollzeilen-Index TO Sollzeilen-Position
059400     END-IF.
059500*
059600*----------------------------------------------------------------
059700*    ORDNET EINE QUITTUNGSZEILE IHRER SOLLZEILE ZU: GEBUCHT MIT  *
059800*    GLEICHER SUMME ZAEHLT ALS BESTAETIGT, ALLES ANDERE ALS      *
059900*    ABWEICHUNG MIT LISTENZEILE.                                 *
060000*----------------------------------------------------------------
060100 QuittungszeileAbgleichen.
060200     MOVE QQ-SACHKONTO TO Such-Sachkonto
060300     MOVE QQ-SOLL-HABEN TO Such-Seite
060400     PERFORM SollzeileSuchen
060500     MOVE SPACES TO Abweichung-Text
060600     IF Sollzeilen-Position = ZERO
060700         MOVE "ZEILE WURDE NICHT GESENDET" TO Abweichung-Text
060800     ELSE
060900     IF SZ-QUITTIERT (Sollzeilen-Position) = 'J'
061000         MOVE "ZEILE DOPPELT QUITTIERT" TO Abweichung-Text
061100     ELSE
061200         MOVE 'J' TO SZ-QUITTIERT (Sollzeilen-Position)
061300         IF QQ-IST-ABGEWIESEN
061400             STRING "ABGEWIESEN: " QQ-GRUND DELIMITED BY SIZE
061500                 INTO Abweichung-Text
061600         ELSE
061700         IF QQ-SUMME NOT = SZ-SUMME (Sollzeilen-Position)
061800             MOVE "GEBUCHTE SUMME WEICHT AB" TO Abweichung-Text
061900         END-IF
062000         END-IF
062100     END-IF END-IF
062200     IF Abweichung-Text = SPACES
062300         ADD 1 TO Gruppe-Bestaetigt
062400     ELSE
062500         ADD 1 TO Gruppe-Abgewiesen
062600         MOVE QQ-SUMME TO Betrag-Edit
062700         PERFORM AbweichungListen
062800     END-IF.
062900*
063000*----------------------------------------------------------------
063100 AbweichungListen.
063200*----------------------------------------------------------------
063300     MOVE SPACES TO Liste-Zeile
063400     STRING Gruppe-Laufdatum "  " Such-Sachkonto " " Such-Seite
063500         " " Betrag-Edit " " Abweichung-Text
063600         DELIMITED BY SIZE INTO Liste-Zeile
063700     WRITE Liste-Zeile.
063800*
063900*----------------------------------------------------------------
064000*    SCHLIESST EINE GRUPPE AB: NICHT QUITTIERTE SOLLZEILEN       *
064100*    ZAEHLEN ALS ABWEICHUNG, DANN WIRD DER REGISTEREINTRAG       *
064200*    BESTAETIGT ODER ALS TEILWEISE ABGEWIESEN GEKENNZEICHNET.    *
064300*----------------------------------------------------------------
064400 GruppeAbschliessen.
064500     MOVE ZERO TO Sollzeilen-Index
064600     PERFORM SollzeileOffenPruefen
064700         UNTIL Sollzeilen-Index NOT LESS THAN Sollzeilen-Anzahl
064800     MOVE Register-Eintrag (Register-Position)
064900         TO Extraktregistersatz
065000     MOVE Tagesdatum TO ER-QUITTUNG-DATUM
065100     MOVE Gruppe-Bestaetigt TO ER-BESTAETIGT-ZEILEN
065200     MOVE Gruppe-Abgewiesen TO ER-ABGEWIESEN-ZEILEN
065300     MOVE Gruppe-Bestaetigt TO Zeilen-Edit
065400     MOVE SPACES TO Liste-Zeile
065500     IF Gruppe-Abgewiesen = ZERO
065600         SET ER-IST-BESTAETIGT TO TRUE
065700         ADD 1 TO Zaehler-Bestaetigt
065800         STRING Gruppe-Laufdatum "  EXTRAKT BESTAETIGT, "
065900             Zeilen-Edit " ZEILEN GEBUCHT"
066000             DELIMITED BY SIZE INTO Liste-Zeile
066100     ELSE
066200         SET ER-IST-TEILABGEWIESEN TO TRUE
066300         MOVE Gruppe-Abgewiesen TO Anzahl-Edit
066400         STRING Gruppe-Laufdatum "  TEILWEISE ABGEWIESEN, "
066500             Zeilen-Edit " GEBUCHT, " Anzahl-Edit
066600             " ABWEICHEND" DELIMITED BY SIZE INTO Liste-Zeile
066700     END-IF
066800     WRITE Liste-Zeile
066900     MOVE Extraktregistersatz
067000         TO Register-Eintrag (Register-Position)
067100     MOVE 'N' TO Abgleich-Schalter.
067200*
067300*----------------------------------------------------------------
067400 SollzeileOffenPruefen.
067500*----------------------------------------------------------------
067600     ADD 1 TO Sollzeilen-Index
067700     IF SZ-QUITTIERT (Sollzeilen-Index) NOT = 'J'
067800         ADD 1 TO Gruppe-Abgewiesen
067900         MOVE SZ-SACHKONTO (Sollzeilen-Index) TO Such-Sachkonto
068000         MOVE SZ-SEITE (Sollzeilen-Index) TO Such-Seite
068100         MOVE SZ-SUMME (Sollzeilen-Index) TO Betrag-Edit
068200         MOVE "ZEILE NICHT QUITTIERT" TO Abweichung-Text
068300         PERFORM AbweichungListen
068400     END-IF.
068500*
068600*----------------------------------------------------------------
068700*    LISTET ALLE NICHT BESTAETIGTEN EXTRAKTE MIT IHREM ALTER IN  *
068800*    GESCHAEFTSTAGEN.  EIN GESENDETER EXTRAKT, DER DIE FRIST     *
068900*    ERREICHT, WIRD ALS UNBEANTWORTET GEKENNZEICHNET; JEDER      *
069000*    UNBEANTWORTETE WIRD JEDEN TAG AUFS NEUE ESKALIERT.          *
069100*----------------------------------------------------------------
069200 OffeneExtrakteListen.
069300     MOVE SPACES TO Liste-Zeile
069400     WRITE Liste-Zeile
069500     MOVE SPACES TO Liste-Zeile
069600     MOVE Frist-Tage TO Tage-Edit
069700     STRING "OFFENE EXTRAKTE (FRIST " Tage-Edit
069800         " GESCHAEFTSTAGE)" DELIMITED BY SIZE INTO Liste-Zeile
069900     WRITE Liste-Zeile
070000     MOVE SPACES TO Liste-Zeile
070100     STRING "LAUFDATUM  STATUS             GESENDET ZEILEN    "
070200         "         SUMME TAGE" DELIMITED BY SIZE INTO Liste-Zeile
070300     WRITE Liste-Zeile
070400     MOVE ALL "-" TO Liste-Zeile
070500     WRITE Liste-Zeile
070600     MOVE ZERO TO Register-Index
070700     PERFORM RegistereintragBewerten
070800         UNTIL Register-Index NOT LESS THAN Register-Anzahl
070900     MOVE ALL "-" TO Liste-Zeile
071000     WRITE Liste-Zeile
071100     MOVE Zaehler-Offen TO Anzahl-Edit
071200     MOVE SPACES TO Liste-Zeile
071300     STRING "OFFEN GESAMT: " Anzahl-Edit
071400         DELIMITED BY SIZE INTO Liste-Zeile
071500     WRITE Liste-Zeile
071600     MOVE Zaehler-Eskaliert TO Anzahl-Edit
071700     MOVE SPACES TO Liste-Zeile
071800     STRING "DAVON ESKALIERT: " Anzahl-Edit
071900         DELIMITED BY SIZE INTO Liste-Zeile
072000     WRITE Liste-Zeile.
072100*
072200*----------------------------------------------------------------
072300 RegistereintragBewerten.
072400*----------------------------------------------------------------
072500     ADD 1 TO Register-Index
072600     MOVE Register-Eintrag (Register-Index) TO Extraktregistersatz
072700     IF NOT ER-IST-BESTAETIGT
072800         ADD 1 TO Zaehler-Offen
072900         PERFORM AlterErmitteln
073000         IF ER-IST-GESENDET
073100             AND Alter-Tage NOT LESS THAN Frist-Tage
073200             SET ER-IST-UNBEANTWORTET TO TRUE
073300             MOVE Tagesdatum TO ER-ESKALIERT-DATUM
073400         END-IF
073500         IF ER-IST-UNBEANTWORTET
073600             ADD 1 TO Zaehler-Eskaliert
073700             MOVE Alter-Tage TO Tage-Edit
073800             DISPLAY "DL100 WARNUNG - EXTRAKT ZUM " ER-LAUFDATUM
073900                 " SEIT " Tage-Edit " GESCHAEFTSTAGEN "
074000                 "UNBEANTWORTET - BUCHHALTUNG ANMAHNEN"
074100         END-IF
074200         IF ER-IST-TEILABGEWIESEN
074300             ADD 1 TO Zaehler-Teilweise
074400             DISPLAY "DL100 WARNUNG - EXTRAKT ZUM " ER-LAUFDATUM
074500                 " TEILWEISE ABGEWIESEN - MIT DER BUCHHALTUNG "
074600                 "KLAEREN"
074700         END-IF
074800         PERFORM OffenenEintragListen
074900         MOVE Extraktregistersatz
075000             TO Register-Eintrag (Register-Index)
075100     END-IF.
075200*
075300*----------------------------------------------------------------
075400 OffenenEintragListen.
075500*----------------------------------------------------------------
075600     IF ER-IST-GESENDET
075700         MOVE "GESENDET" TO Status-Text
075800     ELSE
075900     IF ER-IST-TEILABGEWIESEN
076000         MOVE "TEILW. ABGEWIESEN" TO Status-Text
076100     ELSE
076200         MOVE "UNBEANTW./ESKAL." TO Status-Text
076300     END-IF END-IF
076400     MOVE ER-ZEILEN TO Zeilen-Edit
076500     MOVE ER-SUMME TO Betrag-Edit
076600     MOVE Alter-Tage TO Tage-Edit
076700     MOVE SPACES TO Liste-Zeile
076800     STRING ER-LAUFDATUM "   " Status-Text " " ER-GESENDET-DATUM
076900         " " Zeilen-Edit " " Betrag-Edit " " Tage-Edit
077000         DELIMITED BY SIZE INTO Liste-Zeile
077100     WRITE Liste-Zeile.
077200*
077300*----------------------------------------------------------------
077400*    ZAEHLT DIE GESCHAEFTSTAGE NACH DEM LAUFDATUM BIS EINSCHL.   *
077500*    HEUTE.                                                      *
077600*----------------------------------------------------------------
077700 AlterErmitteln.
077800     MOVE ZERO TO Alter-Tage
077900     MOVE ZERO TO Kalendertage
078000     MOVE ER-LAUFDATUM TO Arbeits-Datum
078100     PERFORM TagZaehlen
078200         UNTIL Arbeits-Datum NOT LESS THAN Tagesdatum
078300             OR Kalendertage NOT LESS THAN 400.
078400*
078500*----------------------------------------------------------------
078600 TagZaehlen.
078700*----------------------------------------------------------------
078800     ADD 1 TO Kalendertage
078900     PERFORM MonatslaengeErmitteln
079000     IF Arbeits-Tag NOT LESS THAN Monats-Laenge
079100         MOVE 1 TO Arbeits-Tag
079200         IF Arbeits-Monat = 12
079300             MOVE 1 TO Arbeits-Monat
079400             ADD 1 TO Arbeits-Jahr
079500         ELSE
079600             ADD 1 TO Arbeits-Monat
079700         END-IF
079800     ELSE
079900         ADD 1 TO Arbeits-Tag
080000     END-IF
080100     PERFORM GeschaeftstagPruefen
080200     IF IST-GESCHAEFTSTAG
080300         ADD 1 TO Alter-Tage
080400     END-IF.
080500*
080600*----------------------------------------------------------------
080700*    SCHREIBT DAS REGISTER NEU.  BESTAETIGTE EINTRAEGE, DEREN    *
080800*    LAUFDATUM LAENGER ALS EIN JAHR ZURUECKLIEGT, ENTFALLEN      *
080900*    SAMT IHRER DATIERTEN KOPIE.                                 *
081000*----------------------------------------------------------------
081100 RegisterSchreiben.
081200     COMPUTE Aufbewahrung-Grenze = Tagesdatum - 10000
081300     OPEN OUTPUT RegisterDatei
081400     MOVE ZERO TO Register-Index
081500     PERFORM RegistersatzSchreiben
081600         UNTIL Register-Index NOT LESS THAN Register-Anzahl
081700     CLOSE RegisterDatei.
081800*
081900*----------------------------------------------------------------
082000 RegistersatzSchreiben.
082100*----------------------------------------------------------------
082200     ADD 1 TO Register-Index
082300     MOVE Register-Eintrag (Register-Index) TO Extraktregistersatz
082400     IF ER-IST-BESTAETIGT
082500         AND ER-LAUFDATUM LESS THAN Aufbewahrung-Grenze
082600         ADD 1 TO Zaehler-Entfallen
082700         MOVE SPACES TO Kopie-Name
082800         STRING "DL100HBV." ER-LAUFDATUM DELIMITED BY SIZE
082900             INTO Kopie-Name
083000         CALL "CBL_DELETE_FILE" USING Kopie-Name
083100             RETURNING Loeschung-RC
083200     ELSE
083300         WRITE Register-Zeile FROM Extraktregistersatz
083400     END-IF.
083500*
083600*----------------------------------------------------------------
083700*    MONATSPRUEFUNG FUER DEN MONATSLAUF: JEDER EXTRAKT DES       *
083800*    MONATS MUSS BESTAETIGT SEIN, SONST WIRD DER MONATSLAUF      *
083900*    MIT RETURN-CODE 16 ABGEWIESEN.  ES WIRD NICHTS VERAENDERT.  *
084000*----------------------------------------------------------------
084100 MonatPruefen.
084200     IF Register-Anzahl = ZERO
084300         DISPLAY "DL100 HINWEIS - KEIN EXTRAKTREGISTER DL100HBR "
084400             "- QUITTUNGSPRUEFUNG ENTFAELLT"
084500     ELSE
084600         MOVE ZERO TO Register-Index
084700         PERFORM MonatseintragPruefen
084800             UNTIL Register-Index NOT LESS THAN Register-Anzahl
084900         IF Zaehler-Offen GREATER THAN ZERO
085000             MOVE Zaehler-Offen TO Anzahl-Edit
085100             DISPLAY "DL100 FEHLER - " Anzahl-Edit " EXTRAKT(E) "
085200                 "DES MONATS " Pruef-Monat " NICHT BESTAETIGT "
085300                 "- MONATSLAUF GESPERRT (QUITTUNGSLISTE.TXT)"
085400             MOVE 16 TO RETURN-CODE
085500         ELSE
085600             MOVE Zaehler-Monat TO Anzahl-Edit
085700             DISPLAY "DL100 HAUPTBUCHQUITTUNG - ALLE " Anzahl-Edit
085800                 " EXTRAKTE DES MONATS " Pruef-Monat
085900                 " BESTAETIGT"
086000         END-IF
086100     END-IF.
086200*
086300*----------------------------------------------------------------
086400 MonatseintragPruefen.
086500*----------------------------------------------------------------
086600     ADD 1 TO Register-Index
086700     MOVE Register-Eintrag (Register-Index) TO Extraktregistersatz
086800     IF ER-LAUFDATUM (1:6) = Monat-Eingabe
086900         ADD 1 TO Zaehler-Monat
087000         IF NOT ER-IST-BESTAETIGT
087100             ADD 1 TO Zaehler-Offen
087200             DISPLAY "DL100 FEHLER - EXTRAKT ZUM " ER-LAUFDATUM
087300                 " STATUS " ER-STATUS " (NICHT BESTAETIGT)"
087400         END-IF
087500     END-IF.
087600*
087700*----------------------------------------------------------------
087800 AbschlussMelden.
087900*----------------------------------------------------------------
088000     DISPLAY "DL100 HAUPTBUCHQUITTUNG - STAND " Tagesdatum
088100     MOVE Zaehler-Gruppen TO Anzahl-Edit
088200     DISPLAY "QUITTUNGEN GELESEN....: " Anzahl-Edit
088300     MOVE Zaehler-Bestaetigt TO Anzahl-Edit
088400     DISPLAY "DAVON BESTAETIGT......: " Anzahl-Edit
088500     MOVE Zaehler-Unbekannt TO Anzahl-Edit
088600     DISPLAY "NICHT VERARBEITET.....: " Anzahl-Edit
088700     MOVE Zaehler-Offen TO Anzahl-Edit
088800     DISPLAY "OFFENE EXTRAKTE.......: " Anzahl-Edit
088900     MOVE Zaehler-Teilweise TO Anzahl-Edit
089000     DISPLAY "TEILWEISE ABGEWIESEN..: " Anzahl-Edit
089100     MOVE Zaehler-Eskaliert TO Anzahl-Edit
089200     DISPLAY "UNBEANTWORTET/ESKAL...: " Anzahl-Edit
089300     MOVE Zaehler-Entfallen TO Anzahl-Edit
089400     DISPLAY "AELTER ALS 1 JAHR.....: " Anzahl-Edit
089500         " (AUS DEM REGISTER ENTFERNT)"
089600     IF Zaehler-Offen GREATER THAN ZERO
089700         DISPLAY "OFFENE EXTRAKTE SIEHE QUITTUNGSLISTE.TXT"
089800     END-IF.
089900*
090000*----------------------------------------------------------------
090100 KalenderLaden.
090200*----------------------------------------------------------------
090300     MOVE 'N' TO Kalenderdatei-Ende
090400     OPEN INPUT KalenderDatei
090500     IF KALENDERDATEI-GEFUNDEN
090600         PERFORM KalendersatzUebernehmen
090700             UNTIL KEINE-KALENDERSAETZE-MEHR
090800         CLOSE KalenderDatei
090900     END-IF.
091000*
091100*----------------------------------------------------------------
091200 KalendersatzUebernehmen.
091300*----------------------------------------------------------------
091400     READ KalenderDatei
091500         AT END
091600             MOVE 'Y' TO Kalenderdatei-Ende
091700         NOT AT END
091800             IF Kalender-Anzahl LESS THAN 400
091900                 ADD 1 TO Kalender-Anzahl
092000                 MOVE KA-DATUM TO KT-DATUM (Kalender-Anzahl)
092100                 MOVE KA-ART TO KT-ART (Kalender-Anzahl)
092200             END-IF
092300     END-READ.
092400*
092500*----------------------------------------------------------------
092600*    PRUEFT, OB ARBEITS-DATUM EIN GESCHAEFTSTAG IST (LOGIK WIE   *
092700*    IM VERARBEITUNGSLAUF): 'F'-EINTRAG NIE, 'A'-EINTRAG         *
092800*    IMMER, SONST ENTSCHEIDET DER WOCHENTAG NACH ZELLER.         *
092900*----------------------------------------------------------------
093000 GeschaeftstagPruefen.
093100     MOVE 'N' TO Geschaeftstag-Schalter
093200     MOVE ZERO TO Kalender-Index
093300     MOVE SPACE TO Kalender-Fundart
093400     PERFORM KalendereintragSuchen
093500         UNTIL Kalender-Fundart NOT = SPACE
093600             OR Kalender-Index NOT LESS THAN Kalender-Anzahl
093700     IF Kalender-Fundart = 'F'
093800         CONTINUE
093900     ELSE
094000     IF Kalender-Fundart = 'A'
094100         MOVE 'J' TO Geschaeftstag-Schalter
094200     ELSE
094300         PERFORM WochentagErmitteln
094400         IF Zeller-Rest = 0 OR Zeller-Rest = 1
094500             CONTINUE
094600         ELSE
094700             MOVE 'J' TO Geschaeftstag-Schalter
094800         END-IF
094900     END-IF END-IF.
095000*
095100*----------------------------------------------------------------
095200 KalendereintragSuchen.
095300*----------------------------------------------------------------
095400     ADD 1 TO Kalender-Index
095500     IF KT-DATUM (Kalender-Index) = Arbeits-Datum
095600         MOVE KT-ART (Kalender-Index) TO Kalender-Fundart
095700     END-IF.
095800*
095900*----------------------------------------------------------------
096000 MonatslaengeErmitteln.
096100*----------------------------------------------------------------
096200     IF Arbeits-Monat = 4 OR Arbeits-Monat = 6
096300         OR Arbeits-Monat = 9 OR Arbeits-Monat = 11
096400         MOVE 30 TO Monats-Laenge
096500     ELSE
096600     IF Arbeits-Monat = 2
096700         PERFORM SchaltjahrPruefen
096800         IF IST-SCHALTJAHR
096900             MOVE 29 TO Monats-Laenge
097000         ELSE
097100             MOVE 28 TO Monats-Laenge
097200         END-IF
097300     ELSE
097400         MOVE 31 TO Monats-Laenge
097500     END-IF END-IF.
097600*
097700*----------------------------------------------------------------
097800 SchaltjahrPruefen.
097900*----------------------------------------------------------------
098000     MOVE 'N' TO Schaltjahr-Schalter
098100     DIVIDE Arbeits-Jahr BY 4 GIVING Zeller-Wert
098200         REMAINDER Schaltjahr-Rest
098300     IF Schaltjahr-Rest = ZERO
098400         DIVIDE Arbeits-Jahr BY 100 GIVING Zeller-Wert
098500             REMAINDER Schaltjahr-Rest
098600         IF Schaltjahr-Rest NOT = ZERO
098700             MOVE 'J' TO Schaltjahr-Schalter
098800         ELSE
098900             DIVIDE Arbeits-Jahr BY 400 GIVING Zeller-Wert
099000                 REMAINDER Schaltjahr-Rest
099100             IF Schaltjahr-Rest = ZERO
099200                 MOVE 'J' TO Schaltjahr-Schalter
099300             END-IF
099400         END-IF
099500     END-IF.
099600*
099700*----------------------------------------------------------------
099800 WochentagErmitteln.
099900*----------------------------------------------------------------
100000     MOVE Arbeits-Jahr TO Zeller-Jahr
100100     MOVE Arbeits-Monat TO Zeller-Monat
100200     IF Zeller-Monat LESS THAN 3
100300         ADD 12 TO Zeller-Monat
100400         SUBTRACT 1 FROM Zeller-Jahr
100500     END-IF
100600     COMPUTE Zeller-Wert = Arbeits-Tag
100700         + ((Zeller-Monat + 1) * 13) / 5
100800         + Zeller-Jahr + Zeller-Jahr / 4
100900         - Zeller-Jahr / 100 + Zeller-Jahr / 400
101000     DIVIDE Zeller-Wert BY 7 GIVING Zeller-Wert
101100         REMAINDER Zeller-Rest.
