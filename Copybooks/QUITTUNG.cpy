000100***************************************************************
000200*                                                             *
000300*    QUITTUNG.CPY                                             *
000400*                                                             *
000500*    SATZLAYOUT DER QUITTUNGSDATEI DER BUCHHALTUNG            *
000600*    (DL100HBQ): ANTWORT DES HAUPTBUCHSYSTEMS AUF DEN         *
000700*    VERDICHTETEN EXTRAKT DL100HBV.  JE QUITTIERTEM LAUFDATUM *
000800*    EINE GRUPPE AUS KOPFSATZ, QUITTUNGSZEILEN JE SACHKONTO   *
000900*    UND SOLL/HABEN-SEITE MIT DER GEBUCHTEN SUMME (VORZEICHEN *
001000*    WIE GESENDET) UND DEM ERGEBNIS 'G' GEBUCHT BZW. 'A'      *
001100*    ABGEWIESEN MIT GRUND, UND EINEM NACHSATZ MIT DER         *
001200*    ZEILENZAHL DER GRUPPE.  EINE DATEI KANN MEHRERE GRUPPEN  *
001300*    ENTHALTEN; EINE SPAETERE GRUPPE ZUM SELBEN LAUFDATUM     *
001400*    (NACHBUCHUNG ABGEWIESENER ZEILEN) QUITTIERT DEN EXTRAKT  *
001500*    VOLLSTAENDIG NEU.  VERARBEITET VON DER HAUPTBUCHQUITTUNG *
001600*    (DL100G04).                                              *
001700*                                                             *
001800*    01 QUITTUNG-KOPFSATZ  - SATZART 'H'                      *
001900*    01 QUITTUNGSSATZ      - SATZART 'Q' (REDEFINES)          *
002000*    01 QUITTUNG-NACHSATZ  - SATZART 'E' (REDEFINES)          *
002100*                                                             *
002200*    AENDERUNGEN:                                             *
002300*      2026-10-15  RH  ERSTFASSUNG                            *
002400*                                                             *
002500***************************************************************
002600 01  QUITTUNG-KOPFSATZ.
002700     05  QH-SATZART                 PIC X(01).
002800         88  QH-IST-KOPF                VALUE 'H'.
002900     05  QH-LAUFDATUM               PIC 9(08).
003000     05  QH-ERSTELLT-DATUM          PIC 9(08).
003100     05  FILLER                     PIC X(63).
003200*
003300 01  QUITTUNGSSATZ REDEFINES QUITTUNG-KOPFSATZ.
003400     05  QQ-SATZART                 PIC X(01).
003500         88  QQ-IST-ZEILE               VALUE 'Q'.
003600     05  QQ-SACHKONTO               PIC 9(08).
003700     05  QQ-SOLL-HABEN              PIC X(01).
003800     05  QQ-SUMME                   PIC S9(11)V99.
003900     05  QQ-ERGEBNIS                PIC X(01).
004000         88  QQ-IST-GEBUCHT             VALUE 'G'.
004100         88  QQ-IST-ABGEWIESEN          VALUE 'A'.
004200     05  QQ-GRUND                   PIC X(30).
004300     05  FILLER                     PIC X(26).
004400*
004500 01  QUITTUNG-NACHSATZ REDEFINES QUITTUNG-KOPFSATZ.
004600     05  QE-SATZART                 PIC X(01).
004700         88  QE-IST-NACHSATZ            VALUE 'E'.
004800     05  QE-ANZAHL                  PIC 9(05).
004900     05  FILLER                     PIC X(74).
