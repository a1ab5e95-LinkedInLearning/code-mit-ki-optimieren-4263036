000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.  TEILUNGSLAUF                                *
000400*    AUTOR....... R. HELLWIG, ANWENDUNGSENTWICKLUNG BATCH     *
000500*    INSTALLATION DL100 - TAGESVERARBEITUNG                   *
000600*    GESCHRIEBEN.. 2026-10-15                                  *
000700*    UEBERSETZT... 2026-10-15                                  *
000800*                                                             *
000900*    ZWECK:                                                    *
001000*      VORSCHALTSCHRITT FUER DEN GETEILTEN VERARBEITUNGSLAUF.  *
001100*      ZERLEGT DIE SORTIERTE TAGESEINGABE DL100SRT IN          *
001200*      DL100TEILE (2 BIS 9) ZUSAMMENHAENGENDE                  *
001300*      KONTONUMMERNBEREICHE ETWA GLEICHER SATZZAHL - EIN KONTO *
001400*      WIRD NIE AUF ZWEI TEILE VERTEILT - UND SCHREIBT JE TEIL *
001500*      EINE TEILDATEI DL100SRT.TNN MIT EIGENEM VORSATZ         *
001600*      (DH-TEIL, DH-SATZVERSATZ) UND NACHSATZ.  DIE TEILE      *
001700*      LAUFEN ALS VERARBEITUNGSLAUF (DL100M01) MIT             *
001800*      DL100TEILMODUS=T PARALLEL, DIE ZUSAMMENFUEHRUNG         *
001900*      (DL100TEILMODUS=Z) ERGIBT DANACH DENSELBEN STAND WIE    *
002000*      EIN UNGETEILTER LAUF.  DIE TEILUNGSDATEI DL100TST       *
002100*      (SATZLAYOUT SIEHE TEILUNG.CPY) HAELT DIE BEREICHE UND   *
002200*      DIE KONTROLLSUMMEN VON DL100SRT FEST; SIE WIRD ZULETZT  *
002300*      GESCHRIEBEN UND ERST VON DER GELUNGENEN                 *
002400*      ZUSAMMENFUEHRUNG GELOESCHT.  STEHT SIE NOCH UND STIMMT  *
002500*      SIE MIT DER NEU ERMITTELTEN TEILUNG UEBEREIN, IST DIES  *
002600*      EIN WIEDERANLAUF: TEILDATEIEN UND PRUEFPUNKTE DER TEILE *
002700*      BLEIBEN DANN UNBERUEHRT, JEDER TEIL SETZT AN SEINEM     *
002800*      PRUEFPUNKT FORT.  BEI EINER NEUEN TEILUNG WERDEN DIE    *
002900*      PRUEFPUNKTE DER TEILE (PRUEFPUNKT.TXT.T01 BIS .T09)     *
003000*      ENTFERNT.                                               *
003100*                                                             *
003200*    CONDITION CODES:                                          *
003300*      0  TEILDATEIEN GESCHRIEBEN ODER WIEDERANLAUF ERKANNT    *
003400*      16 DL100TEILE UNGUELTIG, DL100SRT FEHLT ODER OHNE       *
003500*         VORSATZ/NACHSATZ, ODER ABWEICHENDE DL100TST EINES    *
003600*         NICHT ZUSAMMENGEFUEHRTEN LAUFS VORHANDEN             *
003700*                                                             *
003800*    AENDERUNGEN:                                              *
003900*      2026-10-15 RH  ERSTFASSUNG                              *
004000*                                                             *
004100***************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. TEILUNGSLAUF.
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800*    DL100SRT - SORTIERTE TAGESEINGABE AUS DEM SORTIERLAUF.
004900     SELECT SortierDatei ASSIGN TO "DL100SRT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS Sortier-Status.
005200*
005300*    DL100SRT.TNN - TEILDATEI; DER NAME WIRD JE TEIL GEBILDET,
005400*    DESHALB ASSIGN USING (WIE DIE FILIALDATEI IN DER FILIAL-
005500*    KONSOLIDIERUNG).
005600     SELECT TeildateiDatei ASSIGN USING Teildatei-Pfad
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS Teildatei-Status.
005900*
006000*    DL100TST - TEILUNGSDATEI FUER TEILLAEUFE UND ZUSAMMEN-
006100*    FUEHRUNG.
006200     SELECT TeilungDatei ASSIGN TO "DL100TST"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS Teilung-Status.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  SortierDatei
006900     RECORD CONTAINS 80 CHARACTERS.
007000 COPY DATEISATZ.
007100*
007200 FD  TeildateiDatei
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  Teildatei-Satz                 PIC X(80).
007500*
007600 FD  TeilungDatei
007700     RECORD CONTAINS 90 CHARACTERS.
007800 COPY TEILUNG.
007900*
008000 WORKING-STORAGE SECTION.
008100 01  Sortier-Status              PIC X(02).
008200     88  SORTIERDATEI-OK             VALUE '00'.
008300 01  Teildatei-Status            PIC X(02).
008400     88  TEILDATEI-OK                VALUE '00'.
008500 01  Teilung-Status              PIC X(02).
008600     88  TEILUNGSDATEI-GEFUNDEN      VALUE '00'.
008700*
008800 01  Sortierdatei-Ende           PIC X VALUE 'N'.
008900     88  KEINE-SORTIERSAETZE-MEHR    VALUE 'Y'.
009000 01  Teilungsdatei-Ende          PIC X VALUE 'N'.
009100     88  KEINE-TEILUNGSSAETZE-MEHR   VALUE 'Y'.
009200*
009300*    ZAHL DER TEILE AUS DL100TEILE - EINE ZIFFER 2 BIS 9.
009400 01  Teile-Eingabe               PIC X(02) VALUE SPACES.
009500 01  Teile-Eingabe-Stellen REDEFINES Teile-Eingabe.
009600     05  Teile-Eingabe-Ziffer       PIC X(01).
009700         88  TEILE-ZULAESSIG             VALUE '2' THRU '9'.
009800     05  Teile-Eingabe-Rest         PIC X(01).
009900 01  Teile-Eingabe-Wert REDEFINES Teile-Eingabe.
010000     05  Teile-Eingabe-Zahl         PIC 9(01).
010100     05  FILLER                     PIC X(01).
010200*
010300*    KONTROLLSUMMEN VON DL100SRT.
010400 01  Vorsatz-Schalter            PIC X VALUE 'N'.
010500     88  VORSATZ-ERHALTEN            VALUE 'J'.
010600 01  Nachsatz-Schalter           PIC X VALUE 'N'.
010700     88  NACHSATZ-ERHALTEN           VALUE 'J'.
010800 01  Lauf-Datum                  PIC 9(08) VALUE ZERO.
010900 01  Vorsatz-Anzahl              PIC 9(07) VALUE ZERO.
011000 01  Nachsatz-Anzahl             PIC 9(07) VALUE ZERO.
011100 01  Nachsatz-Summe              PIC S9(11)V99 VALUE ZERO.
011200*
011300*    TEILUNG.  ZIEL-ANZAHL IST DIE SATZZAHL, AB DER BEIM NAECHSTEN
011400*    KONTOWECHSEL EIN NEUER TEIL BEGINNT.
011500 01  Teile-Soll                  PIC S9(04) COMP VALUE ZERO.
011600 01  Ziel-Anzahl                 PIC S9(07) COMP VALUE ZERO.
011700 01  Gesamt-Anzahl               PIC S9(07) COMP VALUE ZERO.
011800 01  Konto-Aktuell               PIC X(10) VALUE SPACES.
011900 01  Konto-Vorher                PIC X(10) VALUE SPACES.
012000 01  Teiltabelle.
012100     05  Teil-Aktuell               PIC S9(04) COMP VALUE ZERO.
012200     05  Teil-Eintrag OCCURS 9 TIMES.
012300         10  TT-VERSATZ             PIC S9(07) COMP.
012400         10  TT-ANZAHL              PIC S9(07) COMP.
012500         10  TT-SUMME               PIC S9(11)V99.
012600         10  TT-VON-KONTO           PIC X(10).
012700         10  TT-BIS-KONTO           PIC X(10).
012800 01  Teil-Index                  PIC S9(04) COMP VALUE ZERO.
012900 01  Teil-Nummer                 PIC 9(02) VALUE ZERO.
013000 01  Kopie-Anzahl                PIC S9(07) COMP VALUE ZERO.
013100*
013200*    VERGLEICH MIT EINER VORHANDENEN TEILUNGSDATEI.
013300 01  Teilung-Vergleich           PIC X(90) VALUE SPACES.
013400 01  Teilung-Gelesen             PIC S9(04) COMP VALUE ZERO.
013500 01  Teilung-Schalter            PIC X VALUE 'N'.
013600     88  TEILUNG-VORHANDEN           VALUE 'J'.
013700 01  Abweichung-Schalter         PIC X VALUE 'N'.
013800     88  TEILUNG-WEICHT-AB           VALUE 'J'.
013900*
014000 01  Teildatei-Pfad              PIC X(20) VALUE SPACES.
014100 01  Pruefpunkt-Name             PIC X(20) VALUE SPACES.
014200 01  Loeschung-RC                PIC 9(09) COMP-5 VALUE ZERO.
014300*
014400 01  Anzahl-Edit                 PIC ZZZZZZ9.
014500 01  Betrag-Edit                 PIC ---,---,---,--9.99.
014600*
014700 PROCEDURE DIVISION.
014800*----------------------------------------------------------------
014900 Hauptprogramm.
015000*----------------------------------------------------------------
015100     PERFORM TeilezahlErmitteln
015200     PERFORM TeilungErmitteln
015300     PERFORM TeilungVergleichen
015400     IF TEILUNG-VORHANDEN
015500         IF TEILUNG-WEICHT-AB
015600             DISPLAY "DL100 FEHLER - TEILUNGSDATEI DL100TST "
015700                 "EINES NICHT ZUSAMMENGEFUEHRTEN LAUFS WEICHT "
015800                 "VON DL100SRT AB - TEILUNG ABGEBROCHEN"
015900             DISPLAY "ERST DIE TEILLAEUFE ZUSAMMENFUEHREN ODER "
016000                 "DEN LAUF VERWERFEN UND DL100TST ENTFERNEN"
016100             MOVE 16 TO RETURN-CODE
016200             STOP RUN
016300         END-IF
016400         DISPLAY "DL100 HINWEIS - TEILUNG VON DL100SRT BESTEHT "
016500             "BEREITS (DL100TST) - WIEDERANLAUF, DIE TEILE "
016600             "SETZEN AN IHREN PRUEFPUNKTEN FORT"
016700         PERFORM AbschlussMelden
016800         STOP RUN
016900     END-IF
017000     PERFORM TeildateienSchreiben
017100     MOVE ZERO TO Teil-Index
017200     PERFORM TeilpruefpunktLoeschen
017300         UNTIL Teil-Index NOT LESS THAN 9
017400     PERFORM TeilungSchreiben
017500     PERFORM AbschlussMelden
017600     STOP RUN.
017700*
017800*----------------------------------------------------------------
017900 TeilezahlErmitteln.
018000*----------------------------------------------------------------
018100     ACCEPT Teile-Eingabe FROM ENVIRONMENT "DL100TEILE"
018200     IF NOT TEILE-ZULAESSIG
018300         OR Teile-Eingabe-Rest NOT = SPACE
018400         DISPLAY "DL100 FEHLER - DL100TEILE=" Teile-Eingabe
018500             " UNGUELTIG (ZULAESSIG 2 BIS 9) - TEILUNG "
018600             "ABGEBROCHEN"
018700         MOVE 16 TO RETURN-CODE
018800         STOP RUN
018900     END-IF
019000     MOVE Teile-Eingabe-Zahl TO Teile-Soll.
019100*
019200*----------------------------------------------------------------
019300*    DURCHGANG 1: LIEST DL100SRT UND LEGT DIE TEILGRENZEN FEST.  *
019400*    EIN NEUER TEIL BEGINNT, SOBALD DER LAUFENDE TEIL DIE        *
019500*    ZIEL-ANZAHL ERREICHT HAT UND DAS KONTO WECHSELT.  BLEIBEN   *
019600*    AM ENDE TEILE LEER (WENIGER KONTEN ALS TEILE), ERHALTEN SIE *
019700*    DEN VERSATZ HINTER DEM LETZTEN SATZ UND LAUFEN MIT LEERER   *
019800*    TEILDATEI.  FEHLT VORSATZ ODER NACHSATZ, WIRD NICHTS        *
019900*    GETEILT.                                                    *
020000*----------------------------------------------------------------
020100 TeilungErmitteln.
020200     OPEN INPUT SortierDatei
020300     IF NOT SORTIERDATEI-OK
020400         DISPLAY "DL100 FEHLER - DL100SRT NICHT LESBAR, FILE "
020500             "STATUS " Sortier-Status " - TEILUNG ABGEBROCHEN"
020600         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020800     END-IF
020900     READ SortierDatei
021000         AT END
021100             CONTINUE
021200         NOT AT END
021300             IF DH-IST-HEADER
021400                 SET VORSATZ-ERHALTEN TO TRUE
021500                 MOVE DH-LAUFDATUM TO Lauf-Datum
021600                 MOVE DH-SATZANZAHL TO Vorsatz-Anzahl
021700             END-IF
021800     END-READ
021900     IF NOT VORSATZ-ERHALTEN
022000         DISPLAY "DL100 FEHLER - DL100SRT OHNE GUELTIGEN "
022100             "VORSATZ - TEILUNG ABGEBROCHEN"
022200         CLOSE SortierDatei
022300         MOVE 16 TO RETURN-CODE
022400         STOP RUN
022500     END-IF
022600     IF Vorsatz-Anzahl IS NOT NUMERIC
022700         MOVE ZERO TO Vorsatz-Anzahl
022800     END-IF
022900     COMPUTE Ziel-Anzahl = (Vorsatz-Anzahl + Teile-Soll - 1)
023000         / Teile-Soll
023100     IF Ziel-Anzahl LESS THAN 1
023200         MOVE 1 TO Ziel-Anzahl
023300     END-IF
023400     MOVE ZERO TO Teil-Index
023500     PERFORM TeileintragLeeren
023600         UNTIL Teil-Index NOT LESS THAN 9
023700     MOVE 1 TO Teil-Aktuell
023800     PERFORM SortiersatzZuordnen
023900         UNTIL KEINE-SORTIERSAETZE-MEHR
024000     CLOSE SortierDatei
024100     IF NOT NACHSATZ-ERHALTEN
024200         DISPLAY "DL100 FEHLER - DL100SRT OHNE NACHSATZ - "
024300             "TEILUNG ABGEBROCHEN"
024400         MOVE 16 TO RETURN-CODE
024500         STOP RUN
024600     END-IF
024700     MOVE Teil-Aktuell TO Teil-Index
024800     PERFORM LeerenTeilSetzen
024900         UNTIL Teil-Index NOT LESS THAN Teile-Soll.
025000*
025100*----------------------------------------------------------------
025200 TeileintragLeeren.
025300*----------------------------------------------------------------
025400     ADD 1 TO Teil-Index
025500     MOVE ZERO TO TT-VERSATZ (Teil-Index)
025600     MOVE ZERO TO TT-ANZAHL (Teil-Index)
025700     MOVE ZERO TO TT-SUMME (Teil-Index)
025800     MOVE SPACES TO TT-VON-KONTO (Teil-Index)
025900     MOVE SPACES TO TT-BIS-KONTO (Teil-Index).
026000*
026100*----------------------------------------------------------------
026200 SortiersatzZuordnen.
026300*----------------------------------------------------------------
026400     READ SortierDatei
026500         AT END
026600             MOVE 'Y' TO Sortierdatei-Ende
026700         NOT AT END
026800             IF DT-IST-TRAILER
026900                 SET NACHSATZ-ERHALTEN TO TRUE
027000                 MOVE DT-SATZANZAHL TO Nachsatz-Anzahl
027100                 MOVE DT-BETRAGSSUMME TO Nachsatz-Summe
027200                 MOVE 'Y' TO Sortierdatei-Ende
027300             ELSE
027400                 PERFORM DetailsatzZuordnen
027500             END-IF
027600     END-READ.
027700*
027800*----------------------------------------------------------------
027900 DetailsatzZuordnen.
028000*----------------------------------------------------------------
028100     MOVE DS-KONTONUMMER TO Konto-Aktuell
028200     IF TT-ANZAHL (Teil-Aktuell) NOT LESS THAN Ziel-Anzahl
028300         AND Konto-Aktuell NOT = Konto-Vorher
028400         AND Teil-Aktuell LESS THAN Teile-Soll
028500         ADD 1 TO Teil-Aktuell
028600     END-IF
028700     IF TT-ANZAHL (Teil-Aktuell) = ZERO
028800         MOVE Gesamt-Anzahl TO TT-VERSATZ (Teil-Aktuell)
028900         MOVE Konto-Aktuell TO TT-VON-KONTO (Teil-Aktuell)
029000     END-IF
029100     ADD 1 TO Gesamt-Anzahl
029200     ADD 1 TO TT-ANZAHL (Teil-Aktuell)
029300     IF DS-BETRAG IS NUMERIC
029400         ADD DS-BETRAG TO TT-SUMME (Teil-Aktuell)
029500     END-IF
029600     MOVE Konto-Aktuell TO TT-BIS-KONTO (Teil-Aktuell)
029700     MOVE Konto-Aktuell TO Konto-Vorher.
029800*
029900*----------------------------------------------------------------
030000 LeerenTeilSetzen.
030100*----------------------------------------------------------------
030200     ADD 1 TO Teil-Index
030300     IF TT-ANZAHL (Teil-Index) = ZERO
030400         MOVE Gesamt-Anzahl TO TT-VERSATZ (Teil-Index)
030500     END-IF.
030600*
030700*----------------------------------------------------------------
030800*    STEHT NOCH EINE TEILUNGSDATEI, WURDE DER LETZTE GETEILTE    *
030900*    LAUF NICHT ZUSAMMENGEFUEHRT.  STIMMT SIE SATZ FUER SATZ MIT *
031000*    DER EBEN ERMITTELTEN TEILUNG UEBEREIN, IST ES EIN           *
031100*    WIEDERANLAUF DESSELBEN LAUFS.                               *
031200*----------------------------------------------------------------
031300 TeilungVergleichen.
031400     MOVE 'N' TO Teilungsdatei-Ende
031500     MOVE ZERO TO Teilung-Gelesen
031600     OPEN INPUT TeilungDatei
031700     IF TEILUNGSDATEI-GEFUNDEN
031800         SET TEILUNG-VORHANDEN TO TRUE
031900         PERFORM TeilungssatzVergleichen
032000             UNTIL KEINE-TEILUNGSSAETZE-MEHR
032100         CLOSE TeilungDatei
032200         IF Teilung-Gelesen NOT = Teile-Soll
032300             SET TEILUNG-WEICHT-AB TO TRUE
032400         END-IF
032500     END-IF.
032600*
032700*----------------------------------------------------------------
032800 TeilungssatzVergleichen.
032900*----------------------------------------------------------------
033000     READ TeilungDatei
033100         AT END
033200             MOVE 'Y' TO Teilungsdatei-Ende
033300         NOT AT END
033400             ADD 1 TO Teilung-Gelesen
033500             IF Teilung-Gelesen GREATER THAN Teile-Soll
033600                 SET TEILUNG-WEICHT-AB TO TRUE
033700             ELSE
033800                 MOVE Teilungssatz TO Teilung-Vergleich
033900                 MOVE Teilung-Gelesen TO Teil-Index
034000                 PERFORM TeilungssatzAufbauen
034100                 IF Teilungssatz NOT = Teilung-Vergleich
034200                     SET TEILUNG-WEICHT-AB TO TRUE
034300                 END-IF
034400             END-IF
034500     END-READ.
034600*
034700*----------------------------------------------------------------
034800 TeilungssatzAufbauen.
034900*----------------------------------------------------------------
035000     MOVE SPACES TO Teilungssatz
035100     MOVE Lauf-Datum TO TL-LAUFDATUM
035200     MOVE Teil-Index TO TL-TEIL
035300     MOVE Teile-Soll TO TL-TEILE
035400     MOVE TT-VON-KONTO (Teil-Index) TO TL-VON-KONTO
035500     MOVE TT-BIS-KONTO (Teil-Index) TO TL-BIS-KONTO
035600     MOVE TT-VERSATZ (Teil-Index) TO TL-VERSATZ
035700     MOVE TT-ANZAHL (Teil-Index) TO TL-ANZAHL
035800     MOVE TT-SUMME (Teil-Index) TO TL-SUMME
035900     MOVE Vorsatz-Anzahl TO TL-VORSATZ-ANZAHL
036000     MOVE Nachsatz-Anzahl TO TL-NACHSATZ-ANZAHL
036100     MOVE Nachsatz-Summe TO TL-NACHSATZ-SUMME.
036200*
036300*----------------------------------------------------------------
036400*    DURCHGANG 2: KOPIERT DIE DETAILSAETZE IN DER REIHENFOLGE    *
036500*    VON DL100SRT IN DIE TEILDATEIEN, JEDE MIT VORSATZ UND       *
036600*    NACHSATZ.  DER VORSATZ NENNT DIE SATZANZAHL DES TEILS, DEN  *
036700*    TEIL UND DEN SATZVERSATZ.                                   *
036800*----------------------------------------------------------------
036900 TeildateienSchreiben.
037000     MOVE 'N' TO Sortierdatei-Ende
037100     OPEN INPUT SortierDatei
037200     IF NOT SORTIERDATEI-OK
037300         DISPLAY "DL100 FEHLER - DL100SRT IM ZWEITEN DURCHGANG "
037400             "NICHT MEHR LESBAR, FILE STATUS " Sortier-Status
037500             " - TEILUNG ABGEBROCHEN"
037600         MOVE 16 TO RETURN-CODE
037700         STOP RUN
037800     END-IF
037900     READ SortierDatei
038000         AT END
038100             MOVE 'Y' TO Sortierdatei-Ende
038200     END-READ
038300     MOVE ZERO TO Teil-Index
038400     PERFORM TeildateiSchreiben
038500         UNTIL Teil-Index NOT LESS THAN Teile-Soll
038600     CLOSE SortierDatei.
038700*
038800*----------------------------------------------------------------
038900 TeildateiSchreiben.
039000*----------------------------------------------------------------
039100     ADD 1 TO Teil-Index
039200     MOVE Teil-Index TO Teil-Nummer
039300     MOVE SPACES TO Teildatei-Pfad
039400     STRING "DL100SRT.T" Teil-Nummer DELIMITED BY SIZE
039500         INTO Teildatei-Pfad
039600     OPEN OUTPUT TeildateiDatei
039700     IF NOT TEILDATEI-OK
039800         DISPLAY "DL100 FEHLER - TEILDATEI " Teildatei-Pfad
039900             " NICHT ANLEGBAR, FILE STATUS " Teildatei-Status
040000             " - TEILUNG ABGEBROCHEN"
040100         CLOSE SortierDatei
040200         MOVE 16 TO RETURN-CODE
040300         STOP RUN
040400     END-IF
040500     PERFORM TeilvorsatzSchreiben
040600     MOVE ZERO TO Kopie-Anzahl
040700     PERFORM DetailsatzKopieren
040800         UNTIL Kopie-Anzahl NOT LESS THAN TT-ANZAHL (Teil-Index)
040900     PERFORM TeilnachsatzSchreiben
041000     CLOSE TeildateiDatei.
041100*
041200*----------------------------------------------------------------
041300 DetailsatzKopieren.
041400*----------------------------------------------------------------
041500     READ SortierDatei
041600         AT END
041700             DISPLAY "DL100 FEHLER - DL100SRT IM ZWEITEN "
041800                 "DURCHGANG VERKUERZT - TEILUNG ABGEBROCHEN"
041900             CLOSE SortierDatei
042000             CLOSE TeildateiDatei
042100             MOVE 16 TO RETURN-CODE
042200             STOP RUN
042300     END-READ
042400     ADD 1 TO Kopie-Anzahl
042500     MOVE DATEISATZ TO Teildatei-Satz
042600     WRITE Teildatei-Satz.
042700*
042800*----------------------------------------------------------------
042900 TeilvorsatzSchreiben.
043000*----------------------------------------------------------------
043100     MOVE SPACES TO DATEISATZ
043200     MOVE "HD" TO DH-SATZART
043300     MOVE Lauf-Datum TO DH-LAUFDATUM
043400     MOVE TT-ANZAHL (Teil-Index) TO DH-SATZANZAHL
043500     MOVE Teil-Index TO DH-TEIL
043600     MOVE TT-VERSATZ (Teil-Index) TO DH-SATZVERSATZ
043700     MOVE DATEISATZ TO Teildatei-Satz
043800     WRITE Teildatei-Satz.
043900*
044000*----------------------------------------------------------------
044100 TeilnachsatzSchreiben.
044200*----------------------------------------------------------------
044300     MOVE SPACES TO DATEISATZ
044400     MOVE "TR" TO DT-SATZART
044500     MOVE TT-ANZAHL (Teil-Index) TO DT-SATZANZAHL
044600     MOVE TT-SUMME (Teil-Index) TO DT-BETRAGSSUMME
044700     MOVE DATEISATZ TO Teildatei-Satz
044800     WRITE Teildatei-Satz.
044900*
045000*----------------------------------------------------------------
045100*    EINE NEUE TEILUNG MACHT DIE PRUEFPUNKTE FRUEHERER           *
045200*    TEILLAEUFE WERTLOS - SIE WERDEN ENTFERNT, DAMIT KEIN TEIL   *
045300*    AN EINEM FREMDEN PRUEFPUNKT FORTSETZT.  EIN FEHLENDER       *
045400*    PRUEFPUNKT IST DER NORMALFALL.                              *
045500*----------------------------------------------------------------
045600 TeilpruefpunktLoeschen.
045700     ADD 1 TO Teil-Index
045800     MOVE Teil-Index TO Teil-Nummer
045900     MOVE SPACES TO Pruefpunkt-Name
046000     STRING "pruefpunkt.txt.T" Teil-Nummer DELIMITED BY SIZE
046100         INTO Pruefpunkt-Name
046200     CALL "CBL_DELETE_FILE" USING Pruefpunkt-Name
046300         RETURNING Loeschung-RC.
046400*
046500*----------------------------------------------------------------
046600*    DIE TEILUNGSDATEI WIRD ALS LETZTES GESCHRIEBEN - BRICHT DER *
046700*    SCHRITT VORHER AB, FINDET DER NAECHSTE AUFRUF KEINE UND     *
046800*    TEILT NEU.                                                  *
046900*----------------------------------------------------------------
047000 TeilungSchreiben.
047100     OPEN OUTPUT TeilungDatei
047200     IF NOT TEILUNGSDATEI-GEFUNDEN
047300         DISPLAY "DL100 FEHLER - TEILUNGSDATEI DL100TST NICHT "
047400             "ANLEGBAR, FILE STATUS " Teilung-Status
047500             " - TEILUNG ABGEBROCHEN"
047600         MOVE 16 TO RETURN-CODE
047700         STOP RUN
047800     END-IF
047900     MOVE ZERO TO Teil-Index
048000     PERFORM TeilungssatzSchreiben
048100         UNTIL Teil-Index NOT LESS THAN Teile-Soll
048200     CLOSE TeilungDatei.
048300*
048400*----------------------------------------------------------------
048500 TeilungssatzSchreiben.
048600*----------------------------------------------------------------
048700     ADD 1 TO Teil-Index
048800     PERFORM TeilungssatzAufbauen
048900     WRITE Teilungssatz.
049000*
049100*----------------------------------------------------------------
049200 AbschlussMelden.
049300*----------------------------------------------------------------
049400     MOVE Teile-Soll TO Anzahl-Edit
049500     DISPLAY "DL100 TEILUNGSLAUF - LAUFDATUM " Lauf-Datum
049600         ", TEILE: " Anzahl-Edit
049700     MOVE ZERO TO Teil-Index
049800     PERFORM TeilMelden
049900         UNTIL Teil-Index NOT LESS THAN Teile-Soll
050000     MOVE Gesamt-Anzahl TO Anzahl-Edit
050100     DISPLAY "DETAILSAETZE GESAMT......: " Anzahl-Edit.
050200*
050300*----------------------------------------------------------------
050400 TeilMelden.
050500*----------------------------------------------------------------
050600     ADD 1 TO Teil-Index
050700     MOVE Teil-Index TO Teil-Nummer
050800     MOVE TT-ANZAHL (Teil-Index) TO Anzahl-Edit
050900     MOVE TT-SUMME (Teil-Index) TO Betrag-Edit
051000     DISPLAY "TEIL " Teil-Nummer " DL100SRT.T" Teil-Nummer
051100         " KONTEN " TT-VON-KONTO (Teil-Index) " BIS "
051200         TT-BIS-KONTO (Teil-Index)
051300     DISPLAY "        SAETZE " Anzahl-Edit " SUMME " Betrag-Edit.
