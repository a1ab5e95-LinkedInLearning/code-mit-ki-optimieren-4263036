000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  MANDATSPFLEGE                               *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      INTERAKTIVE PFLEGE DER LASTSCHRIFTMANDATE (DL100MDT,    *
001100*      SIEHE MANDAT.CPY).  JE KONTO, GLAEUBIGER-ID UND         *
001200*      MANDATSREFERENZ WIRD EIN MANDAT MIT UNTERSCHRIFTSDATUM  *
001300*      ERFASST; DER VERARBEITUNGSLAUF (DL100M01) BUCHT EINE    *
001400*      LASTSCHRIFT NUR GEGEN EIN AKTIVES MANDAT UND VERMERKT   *
001500*      DORT DIE LETZTE NUTZUNG.  ANGEZEIGT WERDEN ALLE MANDATE *
001600*      EINES KONTOS.  EIN MANDAT WIRD WIDERRUFEN (AUF WEISUNG  *
001700*      DES KUNDEN) ODER ALS ERLOSCHEN GEKENNZEICHNET (NACH 36  *
001800*      MONATEN OHNE NUTZUNG, SIEHE MANDATSLISTE DL100L02);     *
001900*      GELOESCHT WIRD ES NIE.  EIN WIDERRUFENES ODER           *
002000*      ERLOSCHENES MANDAT LEBT NICHT WIEDER AUF - DER          *
002100*      GLAEUBIGER BRAUCHT EIN NEUES MANDAT MIT NEUER REFERENZ. *
002200*      DAS KONTO MUSS IM KONTOVERZEICHNIS (DL100KVZ) STEHEN    *
002300*      UND DARF NICHT GESCHLOSSEN SEIN.  BEIM ALLERERSTEN      *
002400*      AUFRUF WIRD DL100MDT LEER ANGELEGT (WIE DER             *
002500*      ADRESSMASTER IN DER ADRESSPFLEGE).                      *
002600*                                                             *
002700*    AENDERUNGEN:                                              *
002800*      2026-10-15 RH  ERSTFASSUNG                              *
002900*                                                             *
003000***************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. MANDATSPFLEGE.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MandatDatei ASSIGN TO "DL100MDT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS MD-SCHLUESSEL
004100         FILE STATUS IS Mandat-Status.
004200*
004300*    DL100KVZ - KONTOVERZEICHNIS, NUR ZUR PRUEFUNG DES KONTOS.
004400     SELECT VerzeichnisDatei ASSIGN TO "DL100KVZ"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS KV-KONTONUMMER
004800         FILE STATUS IS Verzeichnis-Status.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MandatDatei
005300     RECORD CONTAINS 80 CHARACTERS.
005400 COPY MANDAT.
005500*
005600 FD  VerzeichnisDatei
005700     RECORD CONTAINS 80 CHARACTERS.
005800 COPY KONTOVERZ.
005900*
006000 WORKING-STORAGE SECTION.
006100 01  Mandat-Status               PIC X(02).
006200     88  MANDATDATEI-OK              VALUE '00'.
006300     88  MANDATDATEI-FEHLT           VALUE '35'.
006400*
006500 01  Verzeichnis-Status          PIC X(02).
006600     88  VERZEICHNISDATEI-OK         VALUE '00'.
006700 01  Verzeichnis-Schalter        PIC X VALUE 'N'.
006800     88  VERZEICHNIS-VORHANDEN       VALUE 'J'.
006900*
007000 01  Pflege-Auswahl              PIC X(01).
007100     88  PFLEGE-ANZEIGEN             VALUE 'A' 'a'.
007200     88  PFLEGE-NEU                  VALUE 'N' 'n'.
007300     88  PFLEGE-WIDERRUFEN           VALUE 'W' 'w'.
007400     88  PFLEGE-ERLOESCHEN           VALUE 'V' 'v'.
007500     88  PFLEGE-ENDE                 VALUE 'E' 'e'.
007600*
007700 01  Pflege-Schalter             PIC X VALUE 'N'.
007800     88  PFLEGE-BEENDEN              VALUE 'Y'.
007900*
008000 01  Eingabe-Konto               PIC X(10) VALUE SPACES.
008100 01  Eingabe-Glaeubiger          PIC X(18) VALUE SPACES.
008200 01  Eingabe-Referenz            PIC X(24) VALUE SPACES.
008300 01  Eingabe-Datum               PIC X(08) VALUE SPACES.
008400 01  Eingabe-Datum-Teile REDEFINES Eingabe-Datum.
008500     05  Eingabe-Jahr               PIC 9(04).
008600     05  Eingabe-Monat              PIC 9(02).
008700     05  Eingabe-Tag                PIC 9(02).
008800 01  Eingabe-Bestaetigung        PIC X(01) VALUE SPACE.
008900 01  Tagesdatum                  PIC 9(08) VALUE ZERO.
009000*
009100 01  Satz-Gefunden               PIC X VALUE 'N'.
009200     88  MANDAT-GEFUNDEN             VALUE 'J'.
009300 01  Konto-Pruefung              PIC X VALUE 'N'.
009400     88  KONTO-ZULAESSIG             VALUE 'J'.
009500*
009600*    ANZEIGE ALLER MANDATE EINES KONTOS.
009700 01  Lese-Schalter               PIC X VALUE 'N'.
009800     88  KEINE-MANDATE-MEHR          VALUE 'Y'.
009900 01  Mandate-Anzahl              PIC S9(04) COMP VALUE ZERO.
010000 01  Neuer-Status                PIC X(01) VALUE SPACE.
010100 01  Status-Text                 PIC X(11) VALUE SPACES.
010200*
010300 PROCEDURE DIVISION.
010400*----------------------------------------------------------------
010500 Hauptprogramm.
010600*----------------------------------------------------------------
010700     ACCEPT Tagesdatum FROM DATE YYYYMMDD
010800     PERFORM MandatdateiOeffnen
010900     OPEN INPUT VerzeichnisDatei
011000     IF VERZEICHNISDATEI-OK
011100         SET VERZEICHNIS-VORHANDEN TO TRUE
011200     ELSE
011300         DISPLAY "DL100 HINWEIS - KONTOVERZEICHNIS DL100KVZ "
011400             "NICHT VORHANDEN - KONTEN WERDEN NICHT GEPRUEFT"
011500     END-IF
011600     DISPLAY "===== DL100 MANDATSPFLEGE ====="
011700     PERFORM PflegemenueBearbeiten UNTIL PFLEGE-BEENDEN
011800     CLOSE MandatDatei
011900     IF VERZEICHNIS-VORHANDEN
012000         CLOSE VerzeichnisDatei
012100     END-IF
012200     STOP RUN.
012300*
012400*----------------------------------------------------------------
012500*    OEFFNET DEN MANDATSMASTER ZUM PFLEGEN; BEIM ALLERERSTEN     *
012600*    AUFRUF (DATEI FEHLT, FILE STATUS 35) WIRD ER LEER           *
012700*    ANGELEGT UND DANN WIE GEWOHNT GEOEFFNET.                    *
012800*----------------------------------------------------------------
012900 MandatdateiOeffnen.
013000     OPEN I-O MandatDatei
013100     IF MANDATDATEI-FEHLT
013200         OPEN OUTPUT MandatDatei
013300         CLOSE MandatDatei
013400         OPEN I-O MandatDatei
013500     END-IF
013600     IF NOT MANDATDATEI-OK
013700         DISPLAY "DL100 FEHLER - MANDATSMASTER DL100MDT NICHT "
013800             "ZU OEFFNEN, FILE STATUS " Mandat-Status
013900         MOVE 16 TO RETURN-CODE
014000         STOP RUN
014100     END-IF.
014200*
014300*----------------------------------------------------------------
014400 PflegemenueBearbeiten.
014500*----------------------------------------------------------------
014600     DISPLAY " "
014700     DISPLAY "A  MANDATE EINES KONTOS ANZEIGEN"
014800     DISPLAY "N  MANDAT ANLEGEN"
014900     DISPLAY "W  MANDAT WIDERRUFEN"
015000     DISPLAY "V  MANDAT ALS ERLOSCHEN KENNZEICHNEN"
015100     DISPLAY "E  ENDE"
015200     DISPLAY "BITTE AUSWAHL EINGEBEN"
015300     ACCEPT Pflege-Auswahl
015400     IF PFLEGE-ANZEIGEN
015500         PERFORM MandateAnzeigen
015600     ELSE
015700     IF PFLEGE-NEU
015800         PERFORM MandatAnlegen
015900     ELSE
016000     IF PFLEGE-WIDERRUFEN
016100         MOVE 'W' TO Neuer-Status
016200         PERFORM MandatBeenden
016300     ELSE
016400     IF PFLEGE-ERLOESCHEN
016500         MOVE 'E' TO Neuer-Status
016600         PERFORM MandatBeenden
016700     ELSE
016800     IF PFLEGE-ENDE
016900         MOVE 'Y' TO Pflege-Schalter
017000     ELSE
017100         DISPLAY "UNGUELTIGE AUSWAHL - BITTE WIEDERHOLEN"
017200     END-IF END-IF END-IF END-IF END-IF.
017300*
017400*----------------------------------------------------------------
017500*    ZEIGT ALLE MANDATE DES EINGEGEBENEN KONTOS: START AUF DEN   *
017600*    KLEINSTEN SCHLUESSEL DES KONTOS, DANN READ NEXT, BIS EIN    *
017700*    ANDERES KONTO ERREICHT IST.                                 *
017800*----------------------------------------------------------------
017900 MandateAnzeigen.
018000     DISPLAY "KONTONUMMER (10 STELLEN): "
018100     ACCEPT Eingabe-Konto
018200     IF Eingabe-Konto IS NOT NUMERIC
018300         DISPLAY "KONTONUMMER MUSS NUMERISCH SEIN"
018400     ELSE
018500         MOVE ZERO TO Mandate-Anzahl
018600         MOVE 'N' TO Lese-Schalter
018700         MOVE LOW-VALUES TO MD-SCHLUESSEL
018800         MOVE Eingabe-Konto TO MD-KONTONUMMER
018900         START MandatDatei KEY IS NOT LESS THAN MD-SCHLUESSEL
019000             INVALID KEY
019100                 MOVE 'Y' TO Lese-Schalter
019200         END-START
019300         PERFORM MandatszeileAnzeigen UNTIL KEINE-MANDATE-MEHR
019400         IF Mandate-Anzahl = ZERO
019500             DISPLAY "KEINE MANDATE ZU KONTO " Eingabe-Konto
019600         END-IF
019700     END-IF.
019800*
019900*----------------------------------------------------------------
020000 MandatszeileAnzeigen.
020100*----------------------------------------------------------------
020200     READ MandatDatei NEXT RECORD
020300         AT END
020400             MOVE 'Y' TO Lese-Schalter
020500         NOT AT END
020600             IF MD-KONTONUMMER NOT = Eingabe-Konto
020700                 MOVE 'Y' TO Lese-Schalter
020800             ELSE
020900                 ADD 1 TO Mandate-Anzahl
021000                 PERFORM MandatssatzAnzeigen
021100             END-IF
021200     END-READ.
021300*
021400*----------------------------------------------------------------
021500 MandatssatzAnzeigen.
021600*----------------------------------------------------------------
021700     IF MD-IST-AKTIV
021800         MOVE "AKTIV" TO Status-Text
021900     ELSE
022000     IF MD-IST-WIDERRUFEN
022100         MOVE "WIDERRUFEN" TO Status-Text
022200     ELSE
022300     IF MD-IST-ERLOSCHEN
022400         MOVE "ERLOSCHEN" TO Status-Text
022500     ELSE
022600         MOVE "UNBEKANNT" TO Status-Text
022700     END-IF END-IF END-IF
022800     DISPLAY " "
022900     DISPLAY "KONTO..........: " MD-KONTONUMMER
023000     DISPLAY "GLAEUBIGER-ID..: " MD-GLAEUBIGER-ID
023100     DISPLAY "MANDATSREFERENZ: " MD-MANDATSREFERENZ
023200     DISPLAY "UNTERSCHRIEBEN.: " MD-UNTERSCHRIFT-DATUM
023300     DISPLAY "STATUS.........: " Status-Text
023400     IF MD-LETZTE-NUTZUNG = ZERO
023500         DISPLAY "LETZTE NUTZUNG.: NOCH NIE GENUTZT"
023600     ELSE
023700         DISPLAY "LETZTE NUTZUNG.: " MD-LETZTE-NUTZUNG
023800     END-IF.
023900*
024000*----------------------------------------------------------------
024100*    LIEST KONTO, GLAEUBIGER-ID UND MANDATSREFERENZ EIN UND DAS  *
024200*    MANDAT DAZU.  DAS ERGEBNIS STEHT IN SATZ-GEFUNDEN, DER SATZ *
024300*    SELBST IM DATEIPUFFER.  BEI UNGUELTIGER EINGABE BLEIBT      *
024400*    EINGABE-KONTO LEER.                                         *
024500*----------------------------------------------------------------
024600 MandatNachschlagen.
024700     MOVE 'N' TO Satz-Gefunden
024800     DISPLAY "KONTONUMMER (10 STELLEN): "
024900     ACCEPT Eingabe-Konto
025000     DISPLAY "GLAEUBIGER-ID: "
025100     ACCEPT Eingabe-Glaeubiger
025200     DISPLAY "MANDATSREFERENZ: "
025300     ACCEPT Eingabe-Referenz
025400     IF Eingabe-Konto IS NOT NUMERIC
025500         DISPLAY "KONTONUMMER MUSS NUMERISCH SEIN"
025600         MOVE SPACES TO Eingabe-Konto
025700     ELSE
025800     IF Eingabe-Glaeubiger = SPACES OR Eingabe-Referenz = SPACES
025900         DISPLAY "GLAEUBIGER-ID UND MANDATSREFERENZ SIND "
026000             "PFLICHTANGABEN"
026100         MOVE SPACES TO Eingabe-Konto
026200     ELSE
026300         MOVE Eingabe-Konto TO MD-KONTONUMMER
026400         MOVE Eingabe-Glaeubiger TO MD-GLAEUBIGER-ID
026500         MOVE Eingabe-Referenz TO MD-MANDATSREFERENZ
026600         READ MandatDatei
026700             INVALID KEY
026800                 CONTINUE
026900             NOT INVALID KEY
027000                 SET MANDAT-GEFUNDEN TO TRUE
027100         END-READ
027200     END-IF END-IF.
027300*
027400*----------------------------------------------------------------
027500*    LEGT EIN NEUES, AKTIVES MANDAT AN.  DAS UNTERSCHRIFTSDATUM  *
027600*    MUSS EIN GUELTIGES DATUM JJJJMMTT SEIN UND DARF NICHT IN    *
027700*    DER ZUKUNFT LIEGEN.  EIN SCHON GEFUEHRTES MANDAT (GLEICHER  *
027800*    SCHLUESSEL) WIRD NICHT UEBERSCHRIEBEN.                      *
027900*----------------------------------------------------------------
028000 MandatAnlegen.
028100     PERFORM MandatNachschlagen
028200     IF Eingabe-Konto NOT = SPACES
028300         IF MANDAT-GEFUNDEN
028400             PERFORM MandatssatzAnzeigen
028500             DISPLAY "MANDAT BESTEHT BEREITS - NICHT ANGELEGT"
028600         ELSE
028700             PERFORM KontoPruefen
028800             IF KONTO-ZULAESSIG
028900                 PERFORM MandatsdatenErfassen
029000             END-IF
029100         END-IF
029200     END-IF.
029300*
029400*----------------------------------------------------------------
029500*    DAS KONTO MUSS IM KONTOVERZEICHNIS STEHEN UND DARF NICHT    *
029600*    GESCHLOSSEN SEIN.  OHNE KONTOVERZEICHNIS WIRD NICHT         *
029700*    GEPRUEFT (SIEHE HINWEIS BEIM START).                        *
029800*----------------------------------------------------------------
029900 KontoPruefen.
030000     SET KONTO-ZULAESSIG TO TRUE
030100     IF VERZEICHNIS-VORHANDEN
030200         MOVE Eingabe-Konto TO KV-KONTONUMMER
030300         READ VerzeichnisDatei
030400             INVALID KEY
030500                 MOVE 'N' TO Konto-Pruefung
030600                 DISPLAY "KONTO " Eingabe-Konto " STEHT NICHT IM "
030700                     "KONTOVERZEICHNIS - NICHT ANGELEGT"
030800             NOT INVALID KEY
030900                 IF KV-IST-GESCHLOSSEN
031000                     MOVE 'N' TO Konto-Pruefung
031100                     DISPLAY "KONTO " Eingabe-Konto " IST "
031200                         "GESCHLOSSEN - NICHT ANGELEGT"
031300                 END-IF
031400         END-READ
031500     END-IF.
031600*
031700*----------------------------------------------------------------
031800 MandatsdatenErfassen.
031900*----------------------------------------------------------------
032000     DISPLAY "UNTERSCHRIFTSDATUM (JJJJMMTT): "
032100     ACCEPT Eingabe-Datum
032200     IF Eingabe-Datum IS NOT NUMERIC
032300         DISPLAY "DATUM MUSS ACHTSTELLIG NUMERISCH SEIN - "
032400             "NICHT ANGELEGT"
032500     ELSE
032600     IF Eingabe-Monat LESS THAN 1 OR Eingabe-Monat GREATER THAN 12
032700         OR Eingabe-Tag LESS THAN 1 OR Eingabe-Tag GREATER THAN 31
032800         DISPLAY "DATUM UNGUELTIG - NICHT ANGELEGT"
032900     ELSE
033000     IF Eingabe-Datum GREATER THAN Tagesdatum
033100         DISPLAY "UNTERSCHRIFTSDATUM LIEGT IN DER ZUKUNFT - "
033200             "NICHT ANGELEGT"
033300     ELSE
033400         MOVE SPACES TO Mandatssatz
033500         MOVE Eingabe-Konto TO MD-KONTONUMMER
033600         MOVE Eingabe-Glaeubiger TO MD-GLAEUBIGER-ID
033700         MOVE Eingabe-Referenz TO MD-MANDATSREFERENZ
033800         MOVE Eingabe-Datum TO MD-UNTERSCHRIFT-DATUM
033900         SET MD-IST-AKTIV TO TRUE
034000         MOVE ZERO TO MD-LETZTE-NUTZUNG
034100         WRITE Mandatssatz
034200             INVALID KEY
034300                 DISPLAY "MANDAT BESTEHT BEREITS - NICHT ANGELEGT"
034400             NOT INVALID KEY
034500                 DISPLAY "MANDAT ANGELEGT"
034600         END-WRITE
034700     END-IF END-IF END-IF.
034800*
034900*----------------------------------------------------------------
035000*    WIDERRUFT EIN AKTIVES MANDAT ODER KENNZEICHNET ES ALS       *
035100*    ERLOSCHEN (NEUER-STATUS 'W' BZW. 'E').  NUR EIN AKTIVES     *
035200*    MANDAT KANN BEENDET WERDEN; DIE LETZTE NUTZUNG BLEIBT ALS   *
035300*    NACHWEIS STEHEN.                                            *
035400*----------------------------------------------------------------
035500 MandatBeenden.
035600     PERFORM MandatNachschlagen
035700     IF Eingabe-Konto NOT = SPACES
035800         IF NOT MANDAT-GEFUNDEN
035900             DISPLAY "MANDAT NICHT GEFUNDEN"
036000         ELSE
036100             PERFORM MandatssatzAnzeigen
036200             IF NOT MD-IST-AKTIV
036300                 DISPLAY "MANDAT IST NICHT AKTIV - "
036400                     "NICHTS GEAENDERT"
036500             ELSE
036600                 DISPLAY "WIRKLICH BEENDEN (J/N)? "
036700                 ACCEPT Eingabe-Bestaetigung
036800                 IF Eingabe-Bestaetigung = 'J' OR 'j'
036900                     MOVE Neuer-Status TO MD-STATUS
037000                     REWRITE Mandatssatz
037100                     IF MD-IST-WIDERRUFEN
037200                         DISPLAY "MANDAT WIDERRUFEN"
037300                     ELSE
037400                         DISPLAY "MANDAT ALS ERLOSCHEN "
037500                             "GEKENNZEICHNET"
037600                     END-IF
037700                 ELSE
037800                     DISPLAY "AENDERUNG VERWORFEN"
037900                 END-IF
038000             END-IF
038100         END-IF
038200     END-IF.
