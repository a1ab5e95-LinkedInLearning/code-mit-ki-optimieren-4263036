003500*                     RUNG) SOWIE FILIALAUSWEIS IN DER         *
003600*                     ALTERUNG, DAMIT DATENQUALITAETSZAHLEN    *
003700*                     JE FILIALE STATT ANEKDOTEN VORLIEGEN     *
003800*      2026-10-15 RH  STANDARDTEXT FUER GRUND 0100 (KUNDEN-    *
003900*                     BELASTUNG AUF RUHENDEM KONTO); STANDARD- *
004000*                     TEXTE NEUERER CODES WERDEN EINER SCHON   *
004100*                     BESTEHENDEN DL100AGR NACHGETRAGEN        *
004200*      2026-10-15 RH  SATZLAENGE DL100STA AUF 69 (NEUE         *
004300*                     FELDER LS-EXTERN-ANZAHL/-SUMME)          *
004400*      2026-10-15 RH  STANDARDTEXT FUER GRUND 0110 (EMPFAEN-   *
004500*                     GERANGABEN EINER FREMDBANKZAHLUNG ODER   *
004600*                     REFERENZ EINER RUECKBUCHUNG FEHLEN)      *
004700*      2026-10-15 RH  STANDARDTEXT FUER GRUND 0120 (KEIN       *
004800*                     GUELTIGES MANDAT ZUR LASTSCHRIFT)        *
004900*      2026-10-15 RH  STANDARDTEXT FUER GRUND 0130 (WAEHRUNG   *
005000*                     UNGUELTIG ODER KEIN WECHSELKURS);        *
005100*                     SATZLAENGE DL100HIS AUF 120              *
005200*                                                             *
005300***************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID. ABWEISUNGSANALYSE.
005600*
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT AbweisungsDatei ASSIGN TO "abweisung.txt"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS Abweisung-Status.
006300*
006400     SELECT GrundtextDatei ASSIGN TO "DL100AGR"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS Grundtext-Status.
006700*
006800*    DL100AWB - ABWEISUNGSBESTAND: ERSTLAUF, GRUND UND
006900*    SATZINHALT JEDER NOCH OFFENEN ABWEISUNG.
007000     SELECT BestandDatei ASSIGN TO "DL100AWB"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS Bestand-Status.
007300*
007400     SELECT HistorienDatei ASSIGN TO "DL100HIS"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS HI-SCHLUESSEL
007800         FILE STATUS IS Historie-Status.
007900*
008000     SELECT StatistikDatei ASSIGN TO "DL100STA"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS Statistik-Status.
008300*
008400     SELECT AnalyseDatei ASSIGN TO "abweisungsanalyse.txt"
008500         ORGANIZATION IS LINE SEQUENTIAL.
008600*
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  AbweisungsDatei
009000     RECORD CONTAINS 84 CHARACTERS.
009100 01  Abweisungssatz.
009200     05  AW-GRUND-CODE              PIC X(04).
009300     05  AW-SATZINHALT              PIC X(80).
009400*
009500 FD  GrundtextDatei
009600     RECORD CONTAINS 80 CHARACTERS.
009700 COPY ABWGRUND.
009800*
009900 FD  BestandDatei
010000     RECORD CONTAINS 92 CHARACTERS.
010100 01  Bestandssatz.
010200     05  AB-ERSTLAUF                PIC 9(08).
010300     05  AB-GRUND                   PIC X(04).
010400     05  AB-SATZINHALT              PIC X(80).
010500*
010600 FD  HistorienDatei
010700     RECORD CONTAINS 120 CHARACTERS.
010800 COPY HISTORIE.
010900*
011000 FD  StatistikDatei
011100     RECORD CONTAINS 69 CHARACTERS.
011200 COPY LAUFSTATISTIK.
011300*
011400 FD  AnalyseDatei
011500     RECORD CONTAINS 80 CHARACTERS.
011600 01  Analyse-Zeile                  PIC X(80).
011700*
011800 WORKING-STORAGE SECTION.
011900*    DER JEWEILS BETRACHTETE SATZINHALT IN DATEISATZ-SICHT.
012000 COPY DATEISATZ.
012100*
012200 01  Abweisung-Status            PIC X(02).
012300     88  ABWEISUNGSDATEI-GEFUNDEN    VALUE '00'.
012400 01  Grundtext-Status            PIC X(02).
012500     88  GRUNDTEXTDATEI-GEFUNDEN     VALUE '00'.
012600 01  Bestand-Status              PIC X(02).
012700     88  BESTANDSDATEI-GEFUNDEN      VALUE '00'.
012800 01  Historie-Status             PIC X(02).
012900     88  HISTORIENDATEI-OK           VALUE '00'.
013000 01  Statistik-Status            PIC X(02).
013100     88  STATISTIKDATEI-GEFUNDEN     VALUE '00'.
013200*
013300 01  Abweisungsdatei-Ende        PIC X VALUE 'N'.
013400     88  KEINE-ABWEISUNGEN-MEHR      VALUE 'Y'.
013500*
013600*    MERKT SICH, OB DIE ABWEISUNGSDATEI GERADE OFFEN IST - DER
013700*    FILE STATUS SELBST STEHT NACH DEM DATEIENDE AUF '10' UND
013800*    TAUGT DESHALB NICHT ALS SCHLIESSKRITERIUM.
013900 01  Abweisung-Offen             PIC X VALUE 'N'.
014000     88  ABWEISUNG-IST-OFFEN         VALUE 'J'.
014100 01  Grundtextdatei-Ende         PIC X VALUE 'N'.
014200     88  KEINE-GRUNDTEXTE-MEHR       VALUE 'Y'.
014300 01  Bestandsdatei-Ende          PIC X VALUE 'N'.
014400     88  KEIN-BESTAND-MEHR           VALUE 'Y'.
014500 01  Statistikdatei-Ende         PIC X VALUE 'N'.
014600     88  KEINE-STATISTIK-MEHR        VALUE 'Y'.
014700 01  Historie-Suche-Ende         PIC X VALUE 'N'.
014800     88  KEINE-HISTORIE-MEHR         VALUE 'Y'.
014900*
015000 01  Historie-Schalter           PIC X VALUE 'N'.
015100     88  HISTORIE-VORHANDEN          VALUE 'J'.
015200*
015300*    TEXTTABELLE DER GRUNDCODES.
015400 01  Grundtext-Tabelle.
015500     05  Grundtext-Anzahl           PIC S9(04) COMP VALUE ZERO.
015600     05  Grundtext-Eintrag OCCURS 20 TIMES.
015700         10  GT-CODE                PIC X(04).
015800         10  GT-TEXT                PIC X(40).
015900 01  Grundtext-Index             PIC S9(04) COMP VALUE ZERO.
016000 01  Grund-Text                  PIC X(40) VALUE SPACES.
016100*
016200*    STANDARDTEXTE DER CODES, DIE NACH DER ERSTEINRICHTUNG VON
016300*    DL100AGR HINZUGEKOMMEN SIND.  FEHLT EINER DAVON IN DER
016400*    DATEI, WIRD ER BEIM LADEN ANGEFUEGT.
016500 01  Nachtrag-Werte.
016600     05  FILLER                     PIC X(44) VALUE
016700         "0100KONTO RUHEND - KEINE KUNDENBELASTUNG".
016800     05  FILLER                     PIC X(44) VALUE
016900         "0110ZAHLUNGSANGABEN FEHLEN/UNVOLLSTAENDIG".
017000     05  FILLER                     PIC X(44) VALUE
017100         "0120KEIN GUELTIGES LASTSCHRIFTMANDAT".
017200     05  FILLER                     PIC X(44) VALUE
017300         "0130WAEHRUNG UNGUELTIG/KEIN WECHSELKURS".
017400 01  Nachtrag-Tabelle REDEFINES Nachtrag-Werte.
017500     05  Nachtrag-Eintrag OCCURS 4 TIMES.
017600         10  NT-CODE                PIC X(04).
017700         10  NT-TEXT                PIC X(40).
017800 01  Nachtrag-Anzahl             PIC S9(04) COMP VALUE 4.
017900 01  Nachtrag-Index              PIC S9(04) COMP VALUE ZERO.
018000 01  Nachtrag-Treffer            PIC X VALUE 'N'.
018100     88  NACHTRAG-VORHANDEN          VALUE 'J'.
018200*
018300*    GRUPPENSUMMEN JE GRUNDCODE UND LIEFERNDER FILIALE DES
018400*    HEUTIGEN LAUFS (FILIALE 00 = DIREKT/UNBEKANNT).
018500 01  Gruppen-Tabelle.
018600     05  Gruppen-Anzahl             PIC S9(04) COMP VALUE ZERO.
018700     05  Gruppen-Eintrag OCCURS 60 TIMES.
018800         10  GR-CODE                PIC X(04).
018900         10  GR-FILIALE             PIC 9(02).
019000         10  GR-ANZAHL              PIC S9(07) COMP.
019100         10  GR-SUMME               PIC S9(11)V99.
019200 01  Gruppen-Index               PIC S9(04) COMP VALUE ZERO.
019300 01  Gruppen-Treffer             PIC X VALUE 'N'.
019400     88  GRUPPE-GEFUNDEN             VALUE 'J'.
019500 01  Aktive-Gruppe               PIC S9(04) COMP VALUE ZERO.
019600*
019700*    ABWEISUNGSBESTAND (ALT UND HEUTE NEU HINZUGEKOMMEN).
019800 01  Bestand-Tabelle.
019900     05  Bestand-Anzahl             PIC S9(04) COMP VALUE ZERO.
020000     05  Bestand-Eintrag OCCURS 500 TIMES.
020100         10  BS-ERSTLAUF            PIC 9(08).
020200         10  BS-GRUND               PIC X(04).
020300         10  BS-SATZ                PIC X(80).
020400         10  BS-ERLEDIGT            PIC X(01).
020500 01  Bestand-Index               PIC S9(04) COMP VALUE ZERO.
020600 01  Bestand-Such-Index          PIC S9(04) COMP VALUE ZERO.
020700 01  Satz-Schon-Im-Bestand       PIC X VALUE 'N'.
020800     88  BESTAND-DOPPELT             VALUE 'J'.
020900*
021000 01  Heutiges-Laufdatum          PIC 9(08) VALUE ZERO.
021100*
021200*    FILIALHERKUNFT DES AKTUELL BETRACHTETEN SATZINHALTS
021300*    (AUS DS-FILIALE; NICHT NUMERISCH ODER UEBER 9 = 00).
021400 01  Satz-Filiale                PIC 9(02) VALUE ZERO.
021500*
021600 01  Zaehler-Heute               PIC S9(07) COMP VALUE ZERO.
021700 01  Zaehler-Offen               PIC S9(07) COMP VALUE ZERO.
021800 01  Zaehler-Erledigt            PIC S9(07) COMP VALUE ZERO.
021900*
022000 01  Anzahl-Edit                 PIC ZZZZZZ9.
022100 01  Betrag-Edit                 PIC ---,---,---,--9.99.
022200*
022300 PROCEDURE DIVISION.
022400*----------------------------------------------------------------
022500 Hauptprogramm.
022600*----------------------------------------------------------------
022700     PERFORM GrundtexteLaden
022800     PERFORM LaufdatumErmitteln
022900     PERFORM HistorieOeffnen
023000     PERFORM BestandLaden
023100     PERFORM HeutigeAbweisungenSammeln
023200     OPEN OUTPUT AnalyseDatei
023300     PERFORM BerichtskopfSchreiben
023400     PERFORM GruppenBerichten
023500     PERFORM AlterungBerichten
023600     CLOSE AnalyseDatei
023700     PERFORM BestandSpeichern
023800     IF HISTORIE-VORHANDEN
023900         CLOSE HistorienDatei
024000     END-IF
024100     PERFORM AbschlussMelden
024200     STOP RUN.
024300*
024400*----------------------------------------------------------------
024500*    LAEDT DIE GRUNDTEXT-TABELLE; BEIM ALLERERSTEN LAUF WIRD     *
024600*    DL100AGR MIT DEN STANDARDTEXTEN DER IN SATZPRUEFEN          *
024700*    VERGEBENEN CODES ANGELEGT UND DANN GELADEN.                 *
024800*----------------------------------------------------------------
024900 GrundtexteLaden.
025000     OPEN INPUT GrundtextDatei
025100     IF NOT GRUNDTEXTDATEI-GEFUNDEN
025200         PERFORM GrundtexteAnlegen
025300         OPEN INPUT GrundtextDatei
025400     END-IF
025500     MOVE 'N' TO Grundtextdatei-Ende
025600     PERFORM GrundtextsatzUebernehmen
025700         UNTIL KEINE-GRUNDTEXTE-MEHR
025800     CLOSE GrundtextDatei
025900     MOVE ZERO TO Nachtrag-Index
026000     PERFORM GrundtextNachtragen
026100         UNTIL Nachtrag-Index NOT LESS THAN Nachtrag-Anzahl.
026200*
026300*----------------------------------------------------------------
026400 GrundtexteAnlegen.
026500*----------------------------------------------------------------
026600     OPEN OUTPUT GrundtextDatei
026700     MOVE SPACES TO Abweisungsgrundsatz
026800     MOVE "0010" TO AG-CODE
026900     MOVE "KONTONUMMER NICHT NUMERISCH" TO AG-TEXT
027000     WRITE Abweisungsgrundsatz
027100     MOVE SPACES TO Abweisungsgrundsatz
027200     MOVE "0020" TO AG-CODE
027300     MOVE "BETRAG NICHT NUMERISCH" TO AG-TEXT
027400     WRITE Abweisungsgrundsatz
027500     MOVE SPACES TO Abweisungsgrundsatz
027600     MOVE "0030" TO AG-CODE
027700     MOVE "BUCHUNGSDATUM NICHT NUMERISCH" TO AG-TEXT
027800     WRITE Abweisungsgrundsatz
027900     MOVE SPACES TO Abweisungsgrundsatz
028000     MOVE "0040" TO AG-CODE
028100     MOVE "TRANSAKTIONSCODE NICHT NUMERISCH" TO AG-TEXT
028200     WRITE Abweisungsgrundsatz
028300     MOVE SPACES TO Abweisungsgrundsatz
028400     MOVE "0050" TO AG-CODE
028500     MOVE "TRANSAKTIONSCODE UNBEKANNT/STILLGELEGT" TO AG-TEXT
028600     WRITE Abweisungsgrundsatz
028700     MOVE SPACES TO Abweisungsgrundsatz
028800     MOVE "0060" TO AG-CODE
028900     MOVE "STORNO OHNE PASSENDES ORIGINAL" TO AG-TEXT
029000     WRITE Abweisungsgrundsatz
029100     MOVE SPACES TO Abweisungsgrundsatz
029200     MOVE "0070" TO AG-CODE
029300     MOVE "KONTO NICHT GEFUEHRT ODER NICHT OFFEN" TO AG-TEXT
029400     WRITE Abweisungsgrundsatz
029500     MOVE SPACES TO Abweisungsgrundsatz
029600     MOVE "0080" TO AG-CODE
029700     MOVE "BUCHUNGSDATUM ZU WEIT IN DER ZUKUNFT" TO AG-TEXT
029800     WRITE Abweisungsgrundsatz
029900     MOVE SPACES TO Abweisungsgrundsatz
030000     MOVE "0090" TO AG-CODE
030100     MOVE "GEGENKONTO UNGUELTIG ODER NICHT OFFEN" TO AG-TEXT
030200     WRITE Abweisungsgrundsatz
030300     CLOSE GrundtextDatei
030400     DISPLAY "DL100AGR MIT STANDARDTEXTEN ANGELEGT".
030500*
030600*----------------------------------------------------------------
030700*    TRAEGT DEN STANDARDTEXT EINES NEUEREN CODES NACH, WENN      *
030800*    DL100AGR IHN NOCH NICHT FUEHRT (DATEI UND TABELLE).  EIN    *
030900*    VOM BETRIEB GEPFLEGTER TEXT WIRD NIE UEBERSCHRIEBEN.        *
031000*----------------------------------------------------------------
031100 GrundtextNachtragen.
031200     ADD 1 TO Nachtrag-Index
031300     MOVE 'N' TO Nachtrag-Treffer
031400     MOVE ZERO TO Grundtext-Index
031500     PERFORM NachtragVergleichen
031600         UNTIL NACHTRAG-VORHANDEN
031700             OR Grundtext-Index NOT LESS THAN Grundtext-Anzahl
031800     IF NOT NACHTRAG-VORHANDEN
031900         OPEN EXTEND GrundtextDatei
032000         MOVE SPACES TO Abweisungsgrundsatz
032100         MOVE NT-CODE (Nachtrag-Index) TO AG-CODE
032200         MOVE NT-TEXT (Nachtrag-Index) TO AG-TEXT
032300         WRITE Abweisungsgrundsatz
032400         CLOSE GrundtextDatei
032500         IF Grundtext-Anzahl LESS THAN 20
032600             ADD 1 TO Grundtext-Anzahl
032700             MOVE AG-CODE TO GT-CODE (Grundtext-Anzahl)
032800             MOVE AG-TEXT TO GT-TEXT (Grundtext-Anzahl)
032900         END-IF
033000         DISPLAY "DL100AGR UM STANDARDTEXT FUER GRUND "
033100             NT-CODE (Nachtrag-Index) " ERGAENZT"
033200     END-IF.
033300*
033400*----------------------------------------------------------------
033500 NachtragVergleichen.
033600*----------------------------------------------------------------
033700     ADD 1 TO Grundtext-Index
033800     IF GT-CODE (Grundtext-Index) = NT-CODE (Nachtrag-Index)
033900         MOVE 'J' TO Nachtrag-Treffer
034000     END-IF.
034100*
034200*----------------------------------------------------------------
034300 GrundtextsatzUebernehmen.
034400*----------------------------------------------------------------
034500     READ GrundtextDatei
034600         AT END
034700             MOVE 'Y' TO Grundtextdatei-Ende
034800         NOT AT END
034900             IF Grundtext-Anzahl LESS THAN 20
035000                 ADD 1 TO Grundtext-Anzahl
035100                 MOVE AG-CODE TO GT-CODE (Grundtext-Anzahl)
035200                 MOVE AG-TEXT TO GT-TEXT (Grundtext-Anzahl)
035300             END-IF
035400     END-READ.
035500*
035600*----------------------------------------------------------------
035700 GrundtextErmitteln.
035800*----------------------------------------------------------------
035900     MOVE "GRUND UNBEKANNT" TO Grund-Text
036000     MOVE ZERO TO Grundtext-Index
036100     PERFORM GrundtextVergleichen
036200         UNTIL Grundtext-Index NOT LESS THAN Grundtext-Anzahl.
036300*
036400*----------------------------------------------------------------
036500 GrundtextVergleichen.
036600*----------------------------------------------------------------
036700     ADD 1 TO Grundtext-Index
036800     IF GT-CODE (Grundtext-Index) = AW-GRUND-CODE
036900         MOVE GT-TEXT (Grundtext-Index) TO Grund-Text
037000     END-IF.
037100*
037200*----------------------------------------------------------------
037300*    UEBERNIMMT DAS LAUFDATUM DES JUENGSTEN VERARBEITUNGSLAUFS   *
037400*    AUS DER LAUFSTATISTIK; OHNE STATISTIK GILT DAS SYSTEMDATUM. *
037500*----------------------------------------------------------------
037600 LaufdatumErmitteln.
037700     OPEN INPUT StatistikDatei
037800     IF STATISTIKDATEI-GEFUNDEN
037900         MOVE 'N' TO Statistikdatei-Ende
038000         PERFORM StatistiksatzLesen
038100             UNTIL KEINE-STATISTIK-MEHR
038200         CLOSE StatistikDatei
038300     END-IF
038400     IF Heutiges-Laufdatum = ZERO
038500         ACCEPT Heutiges-Laufdatum FROM DATE YYYYMMDD
038600     END-IF.
038700*
038800*----------------------------------------------------------------
038900 StatistiksatzLesen.
039000*----------------------------------------------------------------
039100     READ StatistikDatei
039200         AT END
039300             MOVE 'Y' TO Statistikdatei-Ende
039400         NOT AT END
039500             MOVE LS-LAUFDATUM TO Heutiges-Laufdatum
039600     END-READ.
039700*
039800*----------------------------------------------------------------
039900 HistorieOeffnen.
040000*----------------------------------------------------------------
040100     OPEN INPUT HistorienDatei
040200     IF HISTORIENDATEI-OK
040300         SET HISTORIE-VORHANDEN TO TRUE
040400     ELSE
040500         DISPLAY "DL100 HINWEIS - BUCHUNGSHISTORIE DL100HIS "
040600             "NICHT VORHANDEN, ALTERUNG OHNE WIEDERAUFTAUCH-"
040700             "PRUEFUNG"
040800     END-IF.
040900*
041000*----------------------------------------------------------------
041100 BestandLaden.
041200*----------------------------------------------------------------
041300     MOVE 'N' TO Bestandsdatei-Ende
041400     OPEN INPUT BestandDatei
041500     IF BESTANDSDATEI-GEFUNDEN
041600         PERFORM BestandssatzUebernehmen
041700             UNTIL KEIN-BESTAND-MEHR
041800         CLOSE BestandDatei
041900     END-IF.
042000*
042100*----------------------------------------------------------------
042200 BestandssatzUebernehmen.
042300*----------------------------------------------------------------
042400     READ BestandDatei
042500         AT END
042600             MOVE 'Y' TO Bestandsdatei-Ende
042700         NOT AT END
042800             IF Bestand-Anzahl LESS THAN 500
042900                 ADD 1 TO Bestand-Anzahl
043000                 MOVE AB-ERSTLAUF TO BS-ERSTLAUF (Bestand-Anzahl)
043100                 MOVE AB-GRUND TO BS-GRUND (Bestand-Anzahl)
043200                 MOVE AB-SATZINHALT TO BS-SATZ (Bestand-Anzahl)
043300                 MOVE 'N' TO BS-ERLEDIGT (Bestand-Anzahl)
043400             ELSE
043500                 DISPLAY "DL100 WARNUNG - ABWEISUNGSBESTAND "
043600                     "VOLL, AELTESTE EINTRAEGE BITTE BEREINIGEN"
043700             END-IF
043800     END-READ.
043900*
044000*----------------------------------------------------------------
044100*    DURCHGANG 1 UEBER DIE HEUTIGE ABWEISUNGSDATEI: GRUPPEN-     *
044200*    SUMMEN JE GRUNDCODE BILDEN UND NOCH UNBEKANNTE SAETZE IN    *
044300*    DEN BESTAND AUFNEHMEN (ERSTLAUF = HEUTIGES LAUFDATUM).      *
044400*----------------------------------------------------------------
044500 HeutigeAbweisungenSammeln.
044600     MOVE 'N' TO Abweisungsdatei-Ende
044700     MOVE 'N' TO Abweisung-Offen
044800     OPEN INPUT AbweisungsDatei
044900     IF NOT ABWEISUNGSDATEI-GEFUNDEN
045000         DISPLAY "DL100 HINWEIS - KEINE ABWEISUNGSDATEI, NUR "
045100             "ALTERUNG WIRD BERICHTET"
045200         MOVE 'Y' TO Abweisungsdatei-Ende
045300     ELSE
045400         MOVE 'J' TO Abweisung-Offen
045500     END-IF
045600     PERFORM AbweisungssatzSammeln
045700         UNTIL KEINE-ABWEISUNGEN-MEHR
045800     IF ABWEISUNG-IST-OFFEN
045900         CLOSE AbweisungsDatei
046000         MOVE 'N' TO Abweisung-Offen
046100     END-IF.
046200*
046300*----------------------------------------------------------------
046400 AbweisungssatzSammeln.
046500*----------------------------------------------------------------
046600     READ AbweisungsDatei
046700         AT END
046800             MOVE 'Y' TO Abweisungsdatei-Ende
046900         NOT AT END
047000             ADD 1 TO Zaehler-Heute
047100             PERFORM GruppeZuordnen
047200             PERFORM BestandAufnehmen
047300     END-READ.
047400*
047500*----------------------------------------------------------------
047600 GruppeZuordnen.
047700*----------------------------------------------------------------
047800     MOVE AW-SATZINHALT TO DateiSatz
047900     PERFORM FilialeErmitteln
048000     MOVE 'N' TO Gruppen-Treffer
048100     MOVE ZERO TO Gruppen-Index
048200     PERFORM GruppeSuchen
048300         UNTIL GRUPPE-GEFUNDEN
048400             OR Gruppen-Index NOT LESS THAN Gruppen-Anzahl
048500     IF NOT GRUPPE-GEFUNDEN
048600         IF Gruppen-Anzahl LESS THAN 60
048700             ADD 1 TO Gruppen-Anzahl
048800             MOVE AW-GRUND-CODE TO GR-CODE (Gruppen-Anzahl)
048900             MOVE Satz-Filiale TO GR-FILIALE (Gruppen-Anzahl)
049000             MOVE ZERO TO GR-ANZAHL (Gruppen-Anzahl)
049100             MOVE ZERO TO GR-SUMME (Gruppen-Anzahl)
049200             MOVE Gruppen-Anzahl TO Aktive-Gruppe
049300         ELSE
049400             MOVE ZERO TO Aktive-Gruppe
049500         END-IF
049600     END-IF
049700     IF Aktive-Gruppe GREATER THAN ZERO
049800         ADD 1 TO GR-ANZAHL (Aktive-Gruppe)
049900         IF DS-BETRAG IS NUMERIC
050000             ADD DS-BETRAG TO GR-SUMME (Aktive-Gruppe)
050100         END-IF
050200     END-IF.
050300*
050400*----------------------------------------------------------------
050500 GruppeSuchen.
050600*----------------------------------------------------------------
050700     ADD 1 TO Gruppen-Index
050800     IF GR-CODE (Gruppen-Index) = AW-GRUND-CODE
050900         AND GR-FILIALE (Gruppen-Index) = Satz-Filiale
051000         MOVE 'J' TO Gruppen-Treffer
051100         MOVE Gruppen-Index TO Aktive-Gruppe
051200     END-IF.
051300*
051400*----------------------------------------------------------------
051500*    NIMMT DIE HEUTIGE ABWEISUNG IN DEN BESTAND AUF, SOFERN      *
051600*    DERSELBE SATZINHALT NICHT SCHON GEFUEHRT WIRD (EINE ER-     *
051700*    NEUT ANGELIEFERTE, ERNEUT ABGEWIESENE WIEDERVORLAGE SOLL    *
051800*    IHREN URSPRUENGLICHEN ERSTLAUF BEHALTEN).                   *
051900*----------------------------------------------------------------
052000 BestandAufnehmen.
052100     MOVE 'N' TO Satz-Schon-Im-Bestand
052200     MOVE ZERO TO Bestand-Such-Index
052300     PERFORM BestandVergleichen
052400         UNTIL BESTAND-DOPPELT
052500             OR Bestand-Such-Index NOT LESS THAN Bestand-Anzahl
052600     IF NOT BESTAND-DOPPELT
052700         IF Bestand-Anzahl LESS THAN 500
052800             ADD 1 TO Bestand-Anzahl
052900             MOVE Heutiges-Laufdatum
053000                 TO BS-ERSTLAUF (Bestand-Anzahl)
053100             MOVE AW-GRUND-CODE TO BS-GRUND (Bestand-Anzahl)
053200             MOVE AW-SATZINHALT TO BS-SATZ (Bestand-Anzahl)
053300             MOVE 'N' TO BS-ERLEDIGT (Bestand-Anzahl)
053400         END-IF
053500     END-IF.
053600*
053700*----------------------------------------------------------------
053800 BestandVergleichen.
053900*----------------------------------------------------------------
054000     ADD 1 TO Bestand-Such-Index
054100     IF BS-SATZ (Bestand-Such-Index) = AW-SATZINHALT
054200         MOVE 'J' TO Satz-Schon-Im-Bestand
054300     END-IF.
054400*
054500*----------------------------------------------------------------
054600 BerichtskopfSchreiben.
054700*----------------------------------------------------------------
054800     MOVE SPACES TO Analyse-Zeile
054900     STRING "DL100 ABWEISUNGSANALYSE - LAUFDATUM "
055000         Heutiges-Laufdatum DELIMITED BY SIZE
055100         INTO Analyse-Zeile
055200     WRITE Analyse-Zeile.
055300*
055400*----------------------------------------------------------------
055500*    TEIL 1 DES BERICHTS: JE GRUNDCODE EINE GRUPPE MIT KLARTEXT, *
055600*    ANZAHL UND BETRAGSSUMME, DARUNTER DIE BETROFFENEN SAETZE    *
055700*    IN IHREN DATEISATZ-FELDERN (ZWEITER LESEDURCHGANG UEBER     *
055800*    DIE ABWEISUNGSDATEI JE GRUPPE).                             *
055900*----------------------------------------------------------------
056000 GruppenBerichten.
056100     IF Gruppen-Anzahl = ZERO
056200         MOVE SPACES TO Analyse-Zeile
056300         MOVE "KEINE ABWEISUNGEN IM HEUTIGEN LAUF"
056400             TO Analyse-Zeile
056500         WRITE Analyse-Zeile
056600     ELSE
056700         MOVE ZERO TO Gruppen-Index
056800         PERFORM GruppeBerichten
056900             UNTIL Gruppen-Index NOT LESS THAN Gruppen-Anzahl
057000     END-IF.
057100*
057200*----------------------------------------------------------------
057300 GruppeBerichten.
057400*----------------------------------------------------------------
057500     ADD 1 TO Gruppen-Index
057600     MOVE GR-CODE (Gruppen-Index) TO AW-GRUND-CODE
057700     PERFORM GrundtextErmitteln
057800     MOVE SPACES TO Analyse-Zeile
057900     WRITE Analyse-Zeile
058000     MOVE GR-ANZAHL (Gruppen-Index) TO Anzahl-Edit
058100     MOVE GR-SUMME (Gruppen-Index) TO Betrag-Edit
058200     MOVE SPACES TO Analyse-Zeile
058300     STRING "GRUND " GR-CODE (Gruppen-Index)
058400         "  FILIALE " GR-FILIALE (Gruppen-Index)
058500         "  " Grund-Text
058600         DELIMITED BY SIZE INTO Analyse-Zeile
058700     WRITE Analyse-Zeile
058800     MOVE SPACES TO Analyse-Zeile
058900     STRING "  ANZAHL " Anzahl-Edit "   BETRAGSSUMME "
059000         Betrag-Edit DELIMITED BY SIZE INTO Analyse-Zeile
059100     WRITE Analyse-Zeile
059200     PERFORM GruppendetailsSchreiben.
059300*
059400*----------------------------------------------------------------
059500 GruppendetailsSchreiben.
059600*----------------------------------------------------------------
059700     MOVE 'N' TO Abweisungsdatei-Ende
059800     MOVE 'N' TO Abweisung-Offen
059900     OPEN INPUT AbweisungsDatei
060000     IF NOT ABWEISUNGSDATEI-GEFUNDEN
060100         MOVE 'Y' TO Abweisungsdatei-Ende
060200     ELSE
060300         MOVE 'J' TO Abweisung-Offen
060400     END-IF
060500     PERFORM GruppendetailzeileSchreiben
060600         UNTIL KEINE-ABWEISUNGEN-MEHR
060700     IF ABWEISUNG-IST-OFFEN
060800         CLOSE AbweisungsDatei
060900         MOVE 'N' TO Abweisung-Offen
061000     END-IF.
061100*
061200*----------------------------------------------------------------
061300 GruppendetailzeileSchreiben.
061400*----------------------------------------------------------------
061500     READ AbweisungsDatei
061600         AT END
061700             MOVE 'Y' TO Abweisungsdatei-Ende
061800         NOT AT END
061900             MOVE AW-SATZINHALT TO DateiSatz
062000             PERFORM FilialeErmitteln
062100             IF AW-GRUND-CODE = GR-CODE (Gruppen-Index)
062200                 AND Satz-Filiale = GR-FILIALE (Gruppen-Index)
062300                 MOVE SPACES TO Analyse-Zeile
062400                 STRING "  CODE " DS-TRANSAKTIONSCODE
062500                     "  KONTO " DS-KONTONUMMER
062600                     "  BETRAG " DS-BETRAG
062700                     "  DATUM " DS-BUCHUNGSDATUM
062800                     DELIMITED BY SIZE INTO Analyse-Zeile
062900                 WRITE Analyse-Zeile
063000             END-IF
063100     END-READ.
063200*
063300*----------------------------------------------------------------
063400*    TEIL 2 DES BERICHTS: ALTERUNG.  JEDER BESTANDSEINTRAG AUS   *
063500*    FRUEHEREN LAEUFEN WIRD GEGEN DIE BUCHUNGSHISTORIE           *
063600*    GEPRUEFT; WIEDER ALS AKZEPTIERT AUFGETAUCHTE FALLEN AUS     *
063700*    DEM BESTAND, DIE UEBRIGEN ERSCHEINEN MIT IHREM ERSTLAUF.    *
063800*----------------------------------------------------------------
063900 AlterungBerichten.
064000     MOVE SPACES TO Analyse-Zeile
064100     WRITE Analyse-Zeile
064200     MOVE SPACES TO Analyse-Zeile
064300     MOVE "OFFENE ABWEISUNGEN FRUEHERER LAEUFE (ALTERUNG):"
064400         TO Analyse-Zeile
064500     WRITE Analyse-Zeile
064600     MOVE ZERO TO Bestand-Index
064700     PERFORM BestandseintragPruefen
064800         UNTIL Bestand-Index NOT LESS THAN Bestand-Anzahl
064900     IF Zaehler-Offen = ZERO
065000         MOVE SPACES TO Analyse-Zeile
065100         MOVE "  KEINE" TO Analyse-Zeile
065200         WRITE Analyse-Zeile
065300     END-IF.
065400*
065500*----------------------------------------------------------------
065600 BestandseintragPruefen.
065700*----------------------------------------------------------------
065800     ADD 1 TO Bestand-Index
065900     IF BS-ERSTLAUF (Bestand-Index) LESS THAN Heutiges-Laufdatum
066000         PERFORM WiederauftauchenPruefen
066100         IF BS-ERLEDIGT (Bestand-Index) = 'J'
066200             ADD 1 TO Zaehler-Erledigt
066300         ELSE
066400             ADD 1 TO Zaehler-Offen
066500             PERFORM AlterungszeileSchreiben
066600         END-IF
066700     END-IF.
066800*
066900*----------------------------------------------------------------
067000*    PRUEFT, OB DER BESTANDSEINTRAG INZWISCHEN ALS AKZEPTIERTER  *
067100*    SATZ WIEDER AUFGETAUCHT IST: GLEICHES KONTO, GLEICHES       *
067200*    BUCHUNGSDATUM UND GLEICHER BETRAG IN EINEM LAUF NACH DEM    *
067300*    ERSTLAUF.  NICHT PARSBARE EINTRAEGE (FELDER NICHT           *
067400*    NUMERISCH) BLEIBEN OFFEN, BIS SIE VON HAND BEREINIGT SIND.  *
067500*----------------------------------------------------------------
067600 WiederauftauchenPruefen.
067700     IF NOT HISTORIE-VORHANDEN
067800         CONTINUE
067900     ELSE
068000         MOVE BS-SATZ (Bestand-Index) TO DateiSatz
068100         IF DS-KONTONUMMER IS NUMERIC
068200             AND DS-BUCHUNGSDATUM IS NUMERIC
068300             AND DS-BETRAG IS NUMERIC
068400             PERFORM HistorieDurchsuchen
068500         END-IF
068600     END-IF.
068700*
068800*----------------------------------------------------------------
068900 HistorieDurchsuchen.
069000*----------------------------------------------------------------
069100     MOVE 'N' TO Historie-Suche-Ende
069200     MOVE DS-KONTONUMMER TO HI-KONTONUMMER
069300     MOVE DS-BUCHUNGSDATUM TO HI-BUCHUNGSDATUM
069400     MOVE ZERO TO HI-LAUFDATUM
069500     MOVE ZERO TO HI-LFDNR
069600     START HistorienDatei
069700         KEY IS NOT LESS THAN HI-SCHLUESSEL
069800         INVALID KEY
069900             MOVE 'Y' TO Historie-Suche-Ende
070000     END-START
070100     PERFORM HistoriensatzPruefen
070200         UNTIL KEINE-HISTORIE-MEHR
070300             OR BS-ERLEDIGT (Bestand-Index) = 'J'.
070400*
070500*----------------------------------------------------------------
070600 HistoriensatzPruefen.
070700*----------------------------------------------------------------
070800     READ HistorienDatei NEXT RECORD
070900         AT END
071000             MOVE 'Y' TO Historie-Suche-Ende
071100         NOT AT END
071200             IF HI-KONTONUMMER NOT = DS-KONTONUMMER
071300                 OR HI-BUCHUNGSDATUM NOT = DS-BUCHUNGSDATUM
071400                 MOVE 'Y' TO Historie-Suche-Ende
071500             ELSE
071600                 IF HI-IST-AKZEPTIERT
071700                     AND HI-BETRAG = DS-BETRAG
071800                     AND HI-LAUFDATUM GREATER THAN
071900                         BS-ERSTLAUF (Bestand-Index)
072000                     MOVE 'J' TO BS-ERLEDIGT (Bestand-Index)
072100                 END-IF
072200             END-IF
072300     END-READ.
072400*
072500*----------------------------------------------------------------
072600 AlterungszeileSchreiben.
072700*----------------------------------------------------------------
072800     MOVE BS-GRUND (Bestand-Index) TO AW-GRUND-CODE
072900     PERFORM GrundtextErmitteln
073000     MOVE BS-SATZ (Bestand-Index) TO DateiSatz
073100     PERFORM FilialeErmitteln
073200     MOVE SPACES TO Analyse-Zeile
073300     STRING "  SEIT " BS-ERSTLAUF (Bestand-Index)
073400         "  GRUND " BS-GRUND (Bestand-Index)
073500         "  FILIALE " Satz-Filiale
073600         "  KONTO " DS-KONTONUMMER
073700         "  BETRAG " DS-BETRAG
073800         DELIMITED BY SIZE INTO Analyse-Zeile
073900     WRITE Analyse-Zeile.
074000*
074100*----------------------------------------------------------------
074200*    SCHREIBT DEN BEREINIGTEN BESTAND ZURUECK: ALLE NICHT        *
074300*    ERLEDIGTEN EINTRAEGE (EINSCHLIESSLICH DER HEUTE NEU         *
074400*    AUFGENOMMENEN).                                             *
074500*----------------------------------------------------------------
074600 BestandSpeichern.
074700     OPEN OUTPUT BestandDatei
074800     MOVE ZERO TO Bestand-Index
074900     PERFORM BestandssatzSchreiben
075000         UNTIL Bestand-Index NOT LESS THAN Bestand-Anzahl
075100     CLOSE BestandDatei.
075200*
075300*----------------------------------------------------------------
075400 BestandssatzSchreiben.
075500*----------------------------------------------------------------
075600     ADD 1 TO Bestand-Index
075700     IF BS-ERLEDIGT (Bestand-Index) = 'J'
075800         CONTINUE
075900     ELSE
076000         MOVE SPACES TO Bestandssatz
076100         MOVE BS-ERSTLAUF (Bestand-Index) TO AB-ERSTLAUF
076200         MOVE BS-GRUND (Bestand-Index) TO AB-GRUND
076300         MOVE BS-SATZ (Bestand-Index) TO AB-SATZINHALT
076400         WRITE Bestandssatz
076500     END-IF.
076600*
076700*----------------------------------------------------------------
076800 AbschlussMelden.
076900*----------------------------------------------------------------
077000     MOVE Zaehler-Heute TO Anzahl-Edit
077100     DISPLAY "DL100 ABWEISUNGSANALYSE - LAUFDATUM "
077200         Heutiges-Laufdatum
077300     DISPLAY "ABWEISUNGEN HEUTE.....: " Anzahl-Edit
077400     MOVE Zaehler-Offen TO Anzahl-Edit
077500     DISPLAY "OFFEN AUS VORLAEUFEN..: " Anzahl-Edit
077600     MOVE Zaehler-Erledigt TO Anzahl-Edit
077700     DISPLAY "INZWISCHEN ERLEDIGT...: " Anzahl-Edit
077800     DISPLAY "BERICHT GESCHRIEBEN...: ABWEISUNGSANALYSE.TXT".
077900*
078000*----------------------------------------------------------------
078100*    UEBERNIMMT DIE FILIALHERKUNFT DES SATZINHALTS IM DATEI-     *
078200*    PUFFER (DS-FILIALE); NICHT NUMERISCHE ODER UNBEKANNTE       *
078300*    WERTE GELTEN ALS FILIALE 00 (DIREKT/ALTBESTAND).            *
078400*----------------------------------------------------------------
078500 FilialeErmitteln.
078600     IF DS-FILIALE IS NUMERIC
078700         AND DS-FILIALE NOT GREATER THAN 9
078800         MOVE DS-FILIALE TO Satz-Filiale
078900     ELSE
079000         MOVE ZERO TO Satz-Filiale
079100     END-IF.
