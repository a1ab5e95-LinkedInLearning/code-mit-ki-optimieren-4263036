000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  ZAHLUNGSRUECKLAUF                           *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      GENERATORSCHRITT FUER RUECKGABEN DER CLEARINGSTELLE.    *
001100*      LIEST DIE ANGELIEFERTE RUECKLAUFDATEI DL100RLE          *
001200*      (SATZLAYOUT SIEHE RUECKLAUF.CPY), ORDNET JEDE           *
001300*      ZURUECKGEGEBENE ZAHLUNG UEBER IHRE REFERENZ (SCHLUESSEL *
001400*      DES HISTORIENSATZES, WIE IM ZAHLUNGSAUSGANG DL100G02    *
001500*      AUSGEGEBEN) IHREM ORIGINAL IN DL100HIS ZU UND STELLT    *
001600*      FUER JEDE ZUGEORDNETE RUECKGABE DIE RUECKBUCHUNG        *
001700*      (TC-ART 'R', HABEN AUF DAS BELASTETE KONTO) ALS         *
001800*      DATEISATZ-DATEI DL100RLB MIT HD-VORSATZ UND TR-NACHSATZ *
001900*      BEREIT.  DER NACHTLAUF FUEHRT SIE UEBER DD_DL100FIL2 IN *
002000*      SCHRITT 0 MIT.  DIE RUECKBUCHUNG NENNT DAS ORIGINAL UND *
002100*      TRAEGT DEN RUECKGABEGRUND DER CLEARINGSTELLE            *
002200*      (DATEISATZ-RUECKLAUF); DAS ORIGINAL WIRD MIT            *
002300*      HI-STORNIERT = 'R' UND DEM RUECKGABEGRUND IN            *
002400*      HI-ABWEISUNGSGRUND GEKENNZEICHNET, DAMIT ES NICHT EIN   *
002500*      ZWEITES MAL ZURUECKGEBUCHT ODER STORNIERT WIRD.  DAS    *
002600*      LAUFDATUM (BUCHUNGSTAG DER RUECKBUCHUNG) KOMMT WIE IM   *
002700*      DAUERAUFTRAGSGENERATOR AUS DEM HD-VORSATZ DER HEUTIGEN  *
002800*      ANLIEFERUNG.  NICHT ZUORDENBARE RUECKGABEN ERSCHEINEN   *
002900*      MIT GRUND IN DER LISTE ZAHLUNGSRUECKLAUF.TXT UND        *
003000*      MUESSEN VON HAND GEKLAERT WERDEN.  EINE UNSTIMMIGE      *
003100*      RUECKLAUFDATEI (NACHSATZ FEHLT, ANZAHL ODER SUMME       *
003200*      WEICHEN AB) WIRD NICHT VERARBEITET.                     *
003300*                                                             *
003400*    CONDITION CODES:                                          *
003500*      0  ALLE RUECKGABEN ZUGEORDNET (AUCH: LEERE DATEI)       *
003600*      4  MINDESTENS EINE RUECKGABE NICHT ZUGEORDNET (LISTE)   *
003700*      16 RUECKLAUFDATEI UNSTIMMIG, DL100RLB NOCH NICHT        *
003800*         VERARBEITET, KEIN RUECKBUCHUNGSCODE IN DL100TCD,     *
003900*         DL100HIS FEHLT ODER LAUFDATUM NICHT ERMITTELBAR      *
004000*                                                             *
004100*    AENDERUNGEN:                                              *
004200*      2026-10-15 RH  ERSTFASSUNG                              *
004300*      2026-10-15 RH  SATZLAENGE DL100HIS AUF 120              *
004400*                     (FREMDWAEHRUNGSFELDER)                   *
004500*                                                             *
004600***************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. ZAHLUNGSRUECKLAUF.
004900*
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300*    DL100RLE - RUECKLAUFDATEI DER CLEARINGSTELLE.
005400     SELECT RuecklaufDatei ASSIGN TO "DL100RLE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS Ruecklauf-Status.
005700*
005800*    QUELLE DES HD-VORSATZES: DIE UEBER DD_DL100EIN AUFGELOESTE
005900*    TAGESEINGABE ODER DIE ERSTE GESETZTE FILIALDATEI
006000*    DD_DL100FIL1..9 (WIE IM DAUERAUFTRAGSGENERATOR).
006100     SELECT EingabeDatei ASSIGN USING Eingabe-Pfad
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS Eingabe-Status.
006400*
006500*    DL100HIS - BUCHUNGSHISTORIE; DIE ORIGINALE WERDEN ALS
006600*    ZURUECKGEGEBEN GEKENNZEICHNET.
006700     SELECT HistorienDatei ASSIGN TO "DL100HIS"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS HI-SCHLUESSEL
007100         FILE STATUS IS Historie-Status.
007200*
007300*    DL100TCD - TRANSAKTIONSCODES, NUR LESEND (RUECKBUCHUNGS-
007400*    CODE).
007500     SELECT TranscodeDatei ASSIGN TO "DL100TCD"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS Transcode-Status.
007800*
007900*    DL100RLB - RUECKBUCHUNGEN IM DATEISATZ-FORMAT MIT EIGENEM
008000*    VORSATZ/NACHSATZ FUER SCHRITT 0.
008100     SELECT BuchungsDatei ASSIGN TO "DL100RLB"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS Buchung-Status.
008400*
008500     SELECT ListeDatei ASSIGN TO "zahlungsruecklauf.txt"
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700*
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  RuecklaufDatei
009100     RECORD CONTAINS 80 CHARACTERS.
009200 COPY RUECKLAUF.
009300*
009400 FD  EingabeDatei
009500     RECORD CONTAINS 80 CHARACTERS.
009600 COPY DATEISATZ.
009700*
009800 FD  HistorienDatei
009900     RECORD CONTAINS 120 CHARACTERS.
010000 COPY HISTORIE.
010100*
010200 FD  TranscodeDatei
010300     RECORD CONTAINS 80 CHARACTERS.
010400 COPY TRANSCODE.
010500*
010600 FD  BuchungsDatei
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  Buchungs-Satz                  PIC X(80).
010900*
011000 FD  ListeDatei
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  Liste-Zeile                    PIC X(80).
011300*
011400 WORKING-STORAGE SECTION.
011500 01  Ruecklauf-Status            PIC X(02).
011600     88  RUECKLAUFDATEI-GEFUNDEN     VALUE '00'.
011700 01  Eingabe-Status              PIC X(02).
011800     88  EINGABEDATEI-GEOEFFNET      VALUE '00'.
011900 01  Historie-Status             PIC X(02).
012000     88  HISTORIENDATEI-OK           VALUE '00'.
012100 01  Transcode-Status            PIC X(02).
012200     88  TRANSCODEDATEI-GEFUNDEN     VALUE '00'.
012300 01  Buchung-Status              PIC X(02).
012400     88  BUCHUNGSDATEI-VORHANDEN     VALUE '00'.
012500*
012600 01  Ruecklaufdatei-Ende         PIC X VALUE 'N'.
012700     88  KEINE-RUECKGABEN-MEHR       VALUE 'Y'.
012800 01  Transcodedatei-Ende         PIC X VALUE 'N'.
012900     88  KEINE-CODES-MEHR            VALUE 'Y'.
013000*
013100 01  Vorsatz-Schalter            PIC X VALUE 'N'.
013200     88  VORSATZ-ERHALTEN            VALUE 'J'.
013300 01  Lauf-Datum                  PIC 9(08) VALUE ZERO.
013400*
013500*    AUFLOESUNG DER VORSATZ-QUELLE (SIEHE SELECT OBEN).
013600 01  Eingabe-Pfad                PIC X(60) VALUE SPACES.
013700 01  Filial-Index                PIC S9(04) COMP VALUE ZERO.
013800 01  Filial-Ziffer               PIC 9(01) VALUE ZERO.
013900 01  Umgebungsname               PIC X(12) VALUE SPACES.
014000*
014100*    ERSTER AKTIVER RUECKBUCHUNGSCODE (TC-ART 'R', HABEN).
014200 01  Ruecklauf-Code              PIC X(02) VALUE SPACES.
014300*
014400*    KONTROLLE DER RUECKLAUFDATEI GEGEN IHREN NACHSATZ.
014500 01  Nachsatz-Schalter           PIC X VALUE 'N'.
014600     88  NACHSATZ-ERHALTEN           VALUE 'J'.
014700 01  Format-Schalter             PIC X VALUE 'N'.
014800     88  FORMATFEHLER                VALUE 'J'.
014900 01  Nachsatz-Anzahl             PIC 9(07) VALUE ZERO.
015000 01  Nachsatz-Summe              PIC 9(13)V99 VALUE ZERO.
015100 01  Datei-Summe                 PIC 9(13)V99 VALUE ZERO.
015200*
015300*    GELADENE RUECKGABEN.  RT-ERGEBNIS NENNT DAS ERGEBNIS DER
015400*    ZUORDNUNG (0 = ZUGEORDNET, SONST GRUND, SIEHE
015500*    ErgebnistextErmitteln).
015600 01  Rueckgabe-Tabelle.
015700     05  Rueckgabe-Anzahl           PIC S9(04) COMP VALUE ZERO.
015800     05  Rueckgabe-Eintrag OCCURS 500 TIMES.
015900         10  RT-REFERENZ.
016000             15  RT-REF-KONTONUMMER PIC 9(10).
016100             15  RT-REF-BUCHUNGSDATUM
016200                                    PIC 9(08).
016300             15  RT-REF-LAUFDATUM   PIC 9(08).
016400             15  RT-REF-LFDNR       PIC 9(07).
016500         10  RT-BETRAG              PIC 9(09)V99.
016600         10  RT-GRUND               PIC X(04).
016700         10  RT-RUECKGABEDATUM      PIC 9(08).
016800         10  RT-ERGEBNIS            PIC 9(01).
016900             88  RT-IST-ZUGEORDNET       VALUE 0.
017000 01  Rueckgabe-Index             PIC S9(04) COMP VALUE ZERO.
017100 01  Vergleichs-Index            PIC S9(04) COMP VALUE ZERO.
017200 01  Dubletten-Schalter          PIC X VALUE 'N'.
017300     88  DUBLETTE-GEFUNDEN           VALUE 'J'.
017400*
017500 01  Zaehler-Zugeordnet          PIC S9(07) COMP VALUE ZERO.
017600 01  Zaehler-Offen               PIC S9(07) COMP VALUE ZERO.
017700 01  Zaehler-Gekennzeichnet      PIC S9(07) COMP VALUE ZERO.
017800 01  Summe-Zugeordnet            PIC S9(11)V99 VALUE ZERO.
017900 01  Summe-Offen                 PIC S9(11)V99 VALUE ZERO.
018000*
018100 01  Ergebnis-Text               PIC X(34) VALUE SPACES.
018200 01  Konto-Edit                  PIC 9(10).
018300 01  Anzahl-Edit                 PIC ZZZZZZ9.
018400 01  Betrag-Edit                 PIC ---,---,---,--9.99.
018500 01  Listen-Betrag               PIC ZZZ,ZZZ,ZZ9.99.
018600*
018700 PROCEDURE DIVISION.
018800*----------------------------------------------------------------
018900 Hauptprogramm.
019000*----------------------------------------------------------------
019100     PERFORM BuchungsdateiPruefen
019200     PERFORM RuecklaufLaden
019300     IF Rueckgabe-Anzahl = ZERO
019400         DISPLAY "DL100 ZAHLUNGSRUECKLAUF - KEINE RUECKGABEN "
019500             "ANGELIEFERT, NICHTS ZU TUN"
019600         STOP RUN
019700     END-IF
019800     PERFORM LaufdatumAusVorsatz
019900     PERFORM RuecklaufcodeErmitteln
020000     OPEN I-O HistorienDatei
020100     IF NOT HISTORIENDATEI-OK
020200         DISPLAY "DL100 FEHLER - HISTORIE DL100HIS NICHT "
020300             "VERFUEGBAR, FILE STATUS " Historie-Status
020400             " - RUECKLAUF NICHT VERARBEITET"
020500         MOVE 16 TO RETURN-CODE
020600         STOP RUN
020700     END-IF
020800     MOVE ZERO TO Rueckgabe-Index
020900     PERFORM RueckgabeZuordnen
021000         UNTIL Rueckgabe-Index NOT LESS THAN Rueckgabe-Anzahl
021100     IF Zaehler-Zugeordnet GREATER THAN ZERO
021200         PERFORM BuchungsdateiSchreiben
021300         MOVE ZERO TO Rueckgabe-Index
021400         PERFORM OriginalKennzeichnen
021500             UNTIL Rueckgabe-Index NOT LESS THAN Rueckgabe-Anzahl
021600     END-IF
021700     CLOSE HistorienDatei
021800     PERFORM ListeSchreiben
021900     PERFORM AbschlussMelden
022000     IF Zaehler-Offen GREATER THAN ZERO
022100         MOVE 4 TO RETURN-CODE
022200     END-IF
022300     STOP RUN.
022400*
022500*----------------------------------------------------------------
022600*    EINE NOCH VORHANDENE DL100RLB IST VOM NACHTLAUF NOCH NICHT  *
022700*    VERARBEITET - SIE WIRD NICHT UEBERSCHRIEBEN, SONST GINGEN   *
022800*    RUECKBUCHUNGEN VERLOREN, DEREN ORIGINALE SCHON              *
022900*    GEKENNZEICHNET SIND.                                        *
023000*----------------------------------------------------------------
023100 BuchungsdateiPruefen.
023200     OPEN INPUT BuchungsDatei
023300     IF BUCHUNGSDATEI-VORHANDEN
023400         CLOSE BuchungsDatei
023500         DISPLAY "DL100 FEHLER - DL100RLB IST NOCH NICHT "
023600             "VERARBEITET - ERST IM NACHTLAUF VERARBEITEN, "
023700             "RUECKLAUF BLEIBT LIEGEN"
023800         MOVE 16 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100*
024200*----------------------------------------------------------------
024300*    LAEDT DIE RUECKLAUFDATEI UND STIMMT SIE GEGEN IHREN         *
024400*    NACHSATZ AB.  BEI JEDER UNSTIMMIGKEIT WIRD ABGEBROCHEN,     *
024500*    BEVOR IRGENDETWAS GESCHRIEBEN IST.                          *
024600*----------------------------------------------------------------
024700 RuecklaufLaden.
024800     OPEN INPUT RuecklaufDatei
024900     IF NOT RUECKLAUFDATEI-GEFUNDEN
025000         DISPLAY "DL100 ZAHLUNGSRUECKLAUF - KEINE RUECKLAUF"
025100             "DATEI DL100RLE ANGELIEFERT, NICHTS ZU TUN"
025200         STOP RUN
025300     END-IF
025400     PERFORM RuecklaufsatzLesen
025500         UNTIL KEINE-RUECKGABEN-MEHR
025600     CLOSE RuecklaufDatei
025700     IF FORMATFEHLER
025800         OR NOT NACHSATZ-ERHALTEN
025900         OR Nachsatz-Anzahl NOT = Rueckgabe-Anzahl
026000         OR Nachsatz-Summe NOT = Datei-Summe
026100         DISPLAY "DL100 FEHLER - RUECKLAUFDATEI DL100RLE "
026200             "UNSTIMMIG (NACHSATZ FEHLT, SATZART UNBEKANNT "
026300             "ODER ANZAHL/SUMME WEICHEN AB) - NICHTS "
026400             "VERARBEITET"
026500         MOVE 16 TO RETURN-CODE
026600         STOP RUN
026700     END-IF.
026800*
026900*----------------------------------------------------------------
027000 RuecklaufsatzLesen.
027100*----------------------------------------------------------------
027200     READ RuecklaufDatei
027300         AT END
027400             MOVE 'Y' TO Ruecklaufdatei-Ende
027500         NOT AT END
027600             IF RL-IST-RUECKGABE
027700                 PERFORM RueckgabeUebernehmen
027800             ELSE
027900             IF RE-IST-NACHSATZ
028000                 SET NACHSATZ-ERHALTEN TO TRUE
028100                 IF RE-ANZAHL IS NUMERIC
028200                     AND RE-BETRAGSSUMME IS NUMERIC
028300                     MOVE RE-ANZAHL TO Nachsatz-Anzahl
028400                     MOVE RE-BETRAGSSUMME TO Nachsatz-Summe
028500                 ELSE
028600                     SET FORMATFEHLER TO TRUE
028700                 END-IF
028800             ELSE
028900                 SET FORMATFEHLER TO TRUE
029000             END-IF
029100             END-IF
029200     END-READ.
029300*
029400*----------------------------------------------------------------
029500 RueckgabeUebernehmen.
029600*----------------------------------------------------------------
029700     IF Rueckgabe-Anzahl NOT LESS THAN 500
029800         DISPLAY "DL100 FEHLER - RUECKGABETABELLE VOLL (MEHR "
029900             "ALS 500 RUECKGABEN) - NICHTS VERARBEITET"
030000         CLOSE RuecklaufDatei
030100         MOVE 16 TO RETURN-CODE
030200         STOP RUN
030300     END-IF
030400     IF RL-BETRAG IS NOT NUMERIC
030500         OR RL-REF-KONTONUMMER IS NOT NUMERIC
030600         OR RL-REF-BUCHUNGSDATUM IS NOT NUMERIC
030700         OR RL-REF-LAUFDATUM IS NOT NUMERIC
030800         OR RL-REF-LFDNR IS NOT NUMERIC
030900         SET FORMATFEHLER TO TRUE
031000     ELSE
031100         ADD 1 TO Rueckgabe-Anzahl
031200         MOVE RL-REFERENZ TO RT-REFERENZ (Rueckgabe-Anzahl)
031300         MOVE RL-BETRAG TO RT-BETRAG (Rueckgabe-Anzahl)
031400         MOVE RL-RUECKGABEGRUND TO RT-GRUND (Rueckgabe-Anzahl)
031500         IF RL-RUECKGABEDATUM IS NUMERIC
031600             MOVE RL-RUECKGABEDATUM
031700                 TO RT-RUECKGABEDATUM (Rueckgabe-Anzahl)
031800         ELSE
031900             MOVE ZERO TO RT-RUECKGABEDATUM (Rueckgabe-Anzahl)
032000         END-IF
032100         ADD RL-BETRAG TO Datei-Summe
032200     END-IF.
032300*
032400*----------------------------------------------------------------
032500*    LAUFDATUM AUS DEM HD-VORSATZ DER HEUTIGEN ANLIEFERUNG -     *
032600*    DD_DL100EIN-KETTE, SONST DIE ERSTE GESETZTE FILIALDATEI     *
032700*    (WIE IM DAUERAUFTRAGSGENERATOR).                            *
032800*----------------------------------------------------------------
032900 LaufdatumAusVorsatz.
033000     PERFORM EingabepfadErmitteln
033100     OPEN INPUT EingabeDatei
033200     IF NOT EINGABEDATEI-GEOEFFNET
033300         DISPLAY "DL100 FEHLER - ANLIEFERUNG " Eingabe-Pfad
033400         DISPLAY "NICHT LESBAR, FILE STATUS " Eingabe-Status
033500             " - RUECKLAUF NICHT VERARBEITET"
033600         MOVE 16 TO RETURN-CODE
033700         STOP RUN
033800     END-IF
033900     READ EingabeDatei
034000         AT END
034100             CONTINUE
034200         NOT AT END
034300             IF DH-IST-HEADER
034400                 SET VORSATZ-ERHALTEN TO TRUE
034500                 MOVE DH-LAUFDATUM TO Lauf-Datum
034600             END-IF
034700     END-READ
034800     CLOSE EingabeDatei
034900     IF NOT VORSATZ-ERHALTEN
035000         DISPLAY "DL100 FEHLER - ANLIEFERUNG OHNE GUELTIGEN "
035100             "HD-VORSATZ - RUECKLAUF NICHT VERARBEITET"
035200         MOVE 16 TO RETURN-CODE
035300         STOP RUN
035400     END-IF.
035500*
035600*----------------------------------------------------------------
035700 EingabepfadErmitteln.
035800*----------------------------------------------------------------
035900     ACCEPT Eingabe-Pfad FROM ENVIRONMENT "DD_DL100EIN"
036000     IF Eingabe-Pfad = SPACES
036100         ACCEPT Eingabe-Pfad FROM ENVIRONMENT "dd_DL100EIN"
036200     END-IF
036300     IF Eingabe-Pfad = SPACES
036400         ACCEPT Eingabe-Pfad FROM ENVIRONMENT "DL100EIN"
036500     END-IF
036600     MOVE ZERO TO Filial-Index
036700     PERFORM FilialpfadVersuchen
036800         UNTIL Eingabe-Pfad NOT = SPACES
036900             OR Filial-Index NOT LESS THAN 9
037000     IF Eingabe-Pfad = SPACES
037100         MOVE "DL100EIN" TO Eingabe-Pfad
037200     END-IF.
037300*
037400*----------------------------------------------------------------
037500 FilialpfadVersuchen.
037600*----------------------------------------------------------------
037700     ADD 1 TO Filial-Index
037800     MOVE Filial-Index TO Filial-Ziffer
037900     MOVE SPACES TO Umgebungsname
038000     STRING "DD_DL100FIL" Filial-Ziffer DELIMITED BY SIZE
038100         INTO Umgebungsname
038200     ACCEPT Eingabe-Pfad FROM ENVIRONMENT Umgebungsname.
038300*
038400*----------------------------------------------------------------
038500*    DER ERSTE AKTIVE RUECKBUCHUNGSCODE (TC-ART 'R') AUS         *
038600*    DL100TCD.  ER MUSS EIN HABEN-CODE SEIN - DIE RUECKBUCHUNG   *
038700*    ERSTATTET DEM KONTO DEN BELASTETEN BETRAG.                  *
038800*----------------------------------------------------------------
038900 RuecklaufcodeErmitteln.
039000     OPEN INPUT TranscodeDatei
039100     IF TRANSCODEDATEI-GEFUNDEN
039200         PERFORM CodesatzPruefen
039300             UNTIL KEINE-CODES-MEHR
039400         CLOSE TranscodeDatei
039500     END-IF
039600     IF Ruecklauf-Code = SPACES
039700         DISPLAY "DL100 FEHLER - KEIN AKTIVER RUECKBUCHUNGS"
039800             "CODE (ART 'R', HABEN) IN DL100TCD - ERST MIT "
039900             "DL100T01 ANLEGEN, RUECKLAUF NICHT VERARBEITET"
040000         MOVE 16 TO RETURN-CODE
040100         STOP RUN
040200     END-IF.
040300*
040400*----------------------------------------------------------------
040500 CodesatzPruefen.
040600*----------------------------------------------------------------
040700     READ TranscodeDatei
040800         AT END
040900             MOVE 'Y' TO Transcodedatei-Ende
041000         NOT AT END
041100             IF TC-IST-RUECKLAUF AND TC-IST-AKTIV
041200                 AND TC-IST-HABEN
041300                 MOVE TC-CODE TO Ruecklauf-Code
041400                 MOVE 'Y' TO Transcodedatei-Ende
041500             END-IF
041600     END-READ.
041700*
041800*----------------------------------------------------------------
041900*    ORDNET EINE RUECKGABE IHREM ORIGINAL ZU.  DAS ORIGINAL MUSS *
042000*    EINE AKZEPTIERTE ZAHLUNG AN EINE FREMDE BANK MIT DEM        *
042100*    ZURUECKGEGEBENEN BETRAG SEIN, DIE WEDER STORNIERT NOCH      *
042200*    SCHON ZURUECKGEGEBEN IST; DIESELBE REFERENZ DARF IN DER     *
042300*    DATEI NUR EINMAL ZUGEORDNET WERDEN.                         *
042400*----------------------------------------------------------------
042500 RueckgabeZuordnen.
042600     ADD 1 TO Rueckgabe-Index
042700     MOVE ZERO TO RT-ERGEBNIS (Rueckgabe-Index)
042800     IF RT-GRUND (Rueckgabe-Index) = SPACES
042900         MOVE 8 TO RT-ERGEBNIS (Rueckgabe-Index)
043000     ELSE
043100         PERFORM DublettePruefen
043200         IF DUBLETTE-GEFUNDEN
043300             MOVE 7 TO RT-ERGEBNIS (Rueckgabe-Index)
043400         ELSE
043500             MOVE RT-REFERENZ (Rueckgabe-Index) TO HI-SCHLUESSEL
043600             READ HistorienDatei
043700                 INVALID KEY
043800                     MOVE 1 TO RT-ERGEBNIS (Rueckgabe-Index)
043900                 NOT INVALID KEY
044000                     PERFORM OriginalPruefen
044100             END-READ
044200         END-IF
044300     END-IF
044400     IF RT-IST-ZUGEORDNET (Rueckgabe-Index)
044500         ADD 1 TO Zaehler-Zugeordnet
044600         ADD RT-BETRAG (Rueckgabe-Index) TO Summe-Zugeordnet
044700     ELSE
044800         ADD 1 TO Zaehler-Offen
044900         ADD RT-BETRAG (Rueckgabe-Index) TO Summe-Offen
045000     END-IF.
045100*
045200*----------------------------------------------------------------
045300 OriginalPruefen.
045400*----------------------------------------------------------------
045500     IF NOT HI-IST-EXTERN
045600         MOVE 2 TO RT-ERGEBNIS (Rueckgabe-Index)
045700     ELSE
045800     IF NOT HI-IST-AKZEPTIERT
045900         MOVE 3 TO RT-ERGEBNIS (Rueckgabe-Index)
046000     ELSE
046100     IF HI-IST-ZURUECKGEGEBEN
046200         MOVE 5 TO RT-ERGEBNIS (Rueckgabe-Index)
046300     ELSE
046400     IF HI-IST-STORNIERT
046500         MOVE 4 TO RT-ERGEBNIS (Rueckgabe-Index)
046600     ELSE
046700     IF HI-BETRAG NOT = RT-BETRAG (Rueckgabe-Index)
046800         MOVE 6 TO RT-ERGEBNIS (Rueckgabe-Index)
046900     END-IF END-IF END-IF END-IF END-IF.
047000*
047100*----------------------------------------------------------------
047200 DublettePruefen.
047300*----------------------------------------------------------------
047400     MOVE 'N' TO Dubletten-Schalter
047500     MOVE ZERO TO Vergleichs-Index
047600     PERFORM DublettenVergleich
047700         UNTIL DUBLETTE-GEFUNDEN
047800             OR Vergleichs-Index + 1
047900                 NOT LESS THAN Rueckgabe-Index.
048000*
048100*----------------------------------------------------------------
048200 DublettenVergleich.
048300*----------------------------------------------------------------
048400     ADD 1 TO Vergleichs-Index
048500     IF RT-IST-ZUGEORDNET (Vergleichs-Index)
048600         AND RT-REFERENZ (Vergleichs-Index)
048700             = RT-REFERENZ (Rueckgabe-Index)
048800         SET DUBLETTE-GEFUNDEN TO TRUE
048900     END-IF.
049000*
049100*----------------------------------------------------------------
049200*    SCHREIBT DL100RLB: JE ZUGEORDNETER RUECKGABE EINE           *
049300*    RUECKBUCHUNG ZUM LAUFDATUM AUF DAS KONTO DES ORIGINALS,     *
049400*    DAZU HD-VORSATZ UND TR-NACHSATZ.  GENERIERTE SAETZE TRAGEN  *
049500*    FILIALE 00 (WIE DIE DAUERAUFTRAEGE).                        *
049600*----------------------------------------------------------------
049700 BuchungsdateiSchreiben.
049800     OPEN OUTPUT BuchungsDatei
049900     MOVE SPACES TO DATEISATZ
050000     MOVE "HD" TO DH-SATZART
050100     MOVE Lauf-Datum TO DH-LAUFDATUM
050200     MOVE Zaehler-Zugeordnet TO DH-SATZANZAHL
050300     MOVE DATEISATZ TO Buchungs-Satz
050400     WRITE Buchungs-Satz
050500     MOVE ZERO TO Rueckgabe-Index
050600     PERFORM RueckbuchungSchreiben
050700         UNTIL Rueckgabe-Index NOT LESS THAN Rueckgabe-Anzahl
050800     MOVE SPACES TO DATEISATZ
050900     MOVE "TR" TO DT-SATZART
051000     MOVE Zaehler-Zugeordnet TO DT-SATZANZAHL
051100     MOVE Summe-Zugeordnet TO DT-BETRAGSSUMME
051200     MOVE DATEISATZ TO Buchungs-Satz
051300     WRITE Buchungs-Satz
051400     CLOSE BuchungsDatei.
051500*
051600*----------------------------------------------------------------
051700 RueckbuchungSchreiben.
051800*----------------------------------------------------------------
051900     ADD 1 TO Rueckgabe-Index
052000     IF RT-IST-ZUGEORDNET (Rueckgabe-Index)
052100         MOVE SPACES TO DATEISATZ
052200         MOVE Ruecklauf-Code TO DS-TRANSAKTIONSCODE
052300         MOVE RT-REF-KONTONUMMER (Rueckgabe-Index)
052400             TO DS-KONTONUMMER
052500         MOVE RT-BETRAG (Rueckgabe-Index) TO DS-BETRAG
052600         MOVE Lauf-Datum TO DS-BUCHUNGSDATUM
052700         MOVE ZERO TO DS-FILIALE
052800         MOVE RT-REF-BUCHUNGSDATUM (Rueckgabe-Index)
052900             TO DR-ORIGINAL-BUCHUNGSDATUM
053000         MOVE RT-REF-LAUFDATUM (Rueckgabe-Index)
053100             TO DR-ORIGINAL-LAUFDATUM
053200         MOVE RT-REF-LFDNR (Rueckgabe-Index) TO DR-ORIGINAL-LFDNR
053300         MOVE RT-GRUND (Rueckgabe-Index) TO DR-RUECKGABEGRUND
053400         MOVE DATEISATZ TO Buchungs-Satz
053500         WRITE Buchungs-Satz
053600     END-IF.
053700*
053800*----------------------------------------------------------------
053900*    KENNZEICHNET DIE ORIGINALE DER ZUGEORDNETEN RUECKGABEN ALS  *
054000*    ZURUECKGEGEBEN - ERST NACHDEM DL100RLB VOLLSTAENDIG         *
054100*    GESCHRIEBEN IST.                                            *
054200*----------------------------------------------------------------
054300 OriginalKennzeichnen.
054400     ADD 1 TO Rueckgabe-Index
054500     IF RT-IST-ZUGEORDNET (Rueckgabe-Index)
054600         MOVE RT-REFERENZ (Rueckgabe-Index) TO HI-SCHLUESSEL
054700         READ HistorienDatei
054800             INVALID KEY
054900                 DISPLAY "DL100 WARNUNG - ORIGINAL " HI-SCHLUESSEL
055000                     " NICHT MEHR LESBAR, NICHT GEKENNZEICHNET"
055100             NOT INVALID KEY
055200                 SET HI-IST-ZURUECKGEGEBEN TO TRUE
055300                 MOVE RT-GRUND (Rueckgabe-Index)
055400                     TO HI-ABWEISUNGSGRUND
055500                 REWRITE Historiensatz
055600                     INVALID KEY
055700                         DISPLAY "DL100 WARNUNG - ORIGINAL "
055800                             HI-SCHLUESSEL " NICHT GEKENNZEICHNET"
055900                     NOT INVALID KEY
056000                         ADD 1 TO Zaehler-Gekennzeichnet
056100                 END-REWRITE
056200         END-READ
056300     END-IF.
056400*
056500*----------------------------------------------------------------
056600 ListeSchreiben.
056700*----------------------------------------------------------------
056800     OPEN OUTPUT ListeDatei
056900     MOVE SPACES TO Liste-Zeile
057000     STRING "DL100 ZAHLUNGSRUECKLAUF - RUECKBUCHUNG ZUM "
057100         Lauf-Datum DELIMITED BY SIZE INTO Liste-Zeile
057200     WRITE Liste-Zeile
057300     MOVE SPACES TO Liste-Zeile
057400     WRITE Liste-Zeile
057500     MOVE SPACES TO Liste-Zeile
057600     STRING "KONTO      ORIG.BUCH GRND        BETRAG  "
057700         "ERGEBNIS" DELIMITED BY SIZE INTO Liste-Zeile
057800     WRITE Liste-Zeile
057900     MOVE ALL "-" TO Liste-Zeile
058000     WRITE Liste-Zeile
058100     MOVE ZERO TO Rueckgabe-Index
058200     PERFORM ListenzeileSchreiben
058300         UNTIL Rueckgabe-Index NOT LESS THAN Rueckgabe-Anzahl
058400     MOVE ALL "-" TO Liste-Zeile
058500     WRITE Liste-Zeile
058600     MOVE Zaehler-Zugeordnet TO Anzahl-Edit
058700     MOVE Summe-Zugeordnet TO Betrag-Edit
058800     MOVE SPACES TO Liste-Zeile
058900     STRING "ZURUECKGEBUCHT:   " Anzahl-Edit "  " Betrag-Edit
059000         DELIMITED BY SIZE INTO Liste-Zeile
059100     WRITE Liste-Zeile
059200     MOVE Zaehler-Offen TO Anzahl-Edit
059300     MOVE Summe-Offen TO Betrag-Edit
059400     MOVE SPACES TO Liste-Zeile
059500     STRING "NICHT ZUGEORDNET: " Anzahl-Edit "  " Betrag-Edit
059600         DELIMITED BY SIZE INTO Liste-Zeile
059700     WRITE Liste-Zeile
059800     CLOSE ListeDatei.
059900*
060000*----------------------------------------------------------------
060100 ListenzeileSchreiben.
060200*----------------------------------------------------------------
060300     ADD 1 TO Rueckgabe-Index
060400     PERFORM ErgebnistextErmitteln
060500     MOVE RT-REF-KONTONUMMER (Rueckgabe-Index) TO Konto-Edit
060600     MOVE RT-BETRAG (Rueckgabe-Index) TO Listen-Betrag
060700     MOVE SPACES TO Liste-Zeile
060800     STRING Konto-Edit " "
060900         RT-REF-BUCHUNGSDATUM (Rueckgabe-Index) " "
061000         RT-GRUND (Rueckgabe-Index) " " Listen-Betrag "  "
061100         Ergebnis-Text DELIMITED BY SIZE INTO Liste-Zeile
061200     WRITE Liste-Zeile.
061300*
061400*----------------------------------------------------------------
061500 ErgebnistextErmitteln.
061600*----------------------------------------------------------------
061700     IF RT-ERGEBNIS (Rueckgabe-Index) = 0
061800         MOVE "ZURUECKGEBUCHT" TO Ergebnis-Text
061900     ELSE
062000     IF RT-ERGEBNIS (Rueckgabe-Index) = 1
062100         MOVE "ORIGINAL NICHT IN DL100HIS" TO Ergebnis-Text
062200     ELSE
062300     IF RT-ERGEBNIS (Rueckgabe-Index) = 2
062400         MOVE "ORIGINAL KEINE FREMDBANKZAHLUNG" TO Ergebnis-Text
062500     ELSE
062600     IF RT-ERGEBNIS (Rueckgabe-Index) = 3
062700         MOVE "ORIGINAL NICHT AKZEPTIERT" TO Ergebnis-Text
062800     ELSE
062900     IF RT-ERGEBNIS (Rueckgabe-Index) = 4
063000         MOVE "ORIGINAL STORNIERT" TO Ergebnis-Text
063100     ELSE
063200     IF RT-ERGEBNIS (Rueckgabe-Index) = 5
063300         MOVE "ORIGINAL SCHON ZURUECKGEGEBEN" TO Ergebnis-Text
063400     ELSE
063500     IF RT-ERGEBNIS (Rueckgabe-Index) = 6
063600         MOVE "BETRAG WEICHT VOM ORIGINAL AB" TO Ergebnis-Text
063700     ELSE
063800     IF RT-ERGEBNIS (Rueckgabe-Index) = 7
063900         MOVE "DOPPELT IN DER RUECKLAUFDATEI" TO Ergebnis-Text
064000     ELSE
064100         MOVE "RUECKGABEGRUND FEHLT" TO Ergebnis-Text
064200     END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF.
064300*
064400*----------------------------------------------------------------
064500 AbschlussMelden.
064600*----------------------------------------------------------------
064700     DISPLAY "DL100 ZAHLUNGSRUECKLAUF - RUECKBUCHUNG ZUM "
064800         Lauf-Datum " MIT CODE " Ruecklauf-Code
064900     MOVE Rueckgabe-Anzahl TO Anzahl-Edit
065000     DISPLAY "RUECKGABEN GELESEN....: " Anzahl-Edit
065100     MOVE Zaehler-Zugeordnet TO Anzahl-Edit
065200     MOVE Summe-Zugeordnet TO Betrag-Edit
065300     DISPLAY "ZURUECKGEBUCHT........: " Anzahl-Edit "  "
065400         Betrag-Edit
065500     MOVE Zaehler-Gekennzeichnet TO Anzahl-Edit
065600     DISPLAY "ORIGINALE GEKENNZ.....: " Anzahl-Edit
065700     MOVE Zaehler-Offen TO Anzahl-Edit
065800     MOVE Summe-Offen TO Betrag-Edit
065900     DISPLAY "NICHT ZUGEORDNET......: " Anzahl-Edit "  "
066000         Betrag-Edit
066100     IF Zaehler-Zugeordnet GREATER THAN ZERO
066200         DISPLAY "RUECKBUCHUNGEN STEHEN IN DL100RLB "
066300             "(SCHRITT 0 UEBER DD_DL100FIL2)"
066400     END-IF
066500     IF Zaehler-Offen GREATER THAN ZERO
066600         DISPLAY "DL100 WARNUNG - NICHT ZUGEORDNETE RUECKGABEN "
066700             "SIEHE ZAHLUNGSRUECKLAUF.TXT"
066800     END-IF.
