000100***************************************************************
000200*                                                             *
000300*    BERICHTSINDEX.CPY                                        *
000400*                                                             *
000500*    SATZLAYOUT DES BERICHTSINDEX (DL100BIX): JE ABGELEGTEM   *
000600*    BERICHT EIN SATZ MIT BERICHTSNAME, LAUFDATUM, KETTE UND  *
000700*    SCHRITT, SEITEN- UND ZEILENZAHL, ERSTELLUNGSZEITPUNKT    *
000800*    UND DEM NAMEN DER ARCHIVKOPIE.  DAS BERICHTSARCHIV       *
000900*    (DL100R09) LEGT NACH JEDEM BERICHTSSCHRITT VON NACHT-    *
001000*    UND MONATSLAUF EINE KOPIE DES BERICHTS UNTER             *
001100*    <BERICHT>.ARCH.JJJJMMTT AB (AUSSERHALB DES NACHTLAUFS    *
001200*    MIT ANGEHAENGTER KETTE, Z.B. .MONATSLAUF) UND TRAEGT SIE *
001300*    HIER EIN; EIN ERNEUT ABGELEGTER BERICHT DESSELBEN        *
001400*    NAMENS, LAUFDATUMS UND DERSELBEN KETTE ERSETZT DEN       *
001500*    EINTRAG.  DIE REORGANISATION LOESCHT EINTRAEGE UND       *
001600*    KOPIEN JENSEITS DER AUFBEWAHRUNGSFRIST.  EINGABENAMEN    *
001700*    LISTET DEN INDEX UND DRUCKT ABGELEGTE BERICHTE NACH      *
001800*    (MENUEPUNKT 27).  DIE DATEI WIRD VOLLSTAENDIG GELADEN    *
001900*    UND NEU GESCHRIEBEN.                                     *
002000*                                                             *
002100*    BI-KETTE:                                                *
002200*      NACHTLAUF, MONATSLAUF ODER JAHRESLAUF; LEER BEI        *
002300*      EINZELN ABGELEGTEN BERICHTEN                           *
002400*                                                             *
002500*    AENDERUNGEN:                                             *
002600*      2026-10-15  RH  ERSTFASSUNG                            *
002700*      2026-10-15  RH  KETTE JAHRESLAUF (DL100JAHRESLAUF.SH)    *
002800*                                                             *
002900***************************************************************
003000 01  Berichtsindexsatz.
003100     05  BI-BERICHT                 PIC X(30).
003200     05  BI-LAUFDATUM               PIC 9(08).
003300     05  BI-KETTE                   PIC X(10).
003400     05  BI-SCHRITT                 PIC X(10).
003500     05  BI-SEITEN                  PIC 9(05).
003600     05  BI-ZEILEN                  PIC 9(07).
003700     05  BI-ERSTELLT-DATUM          PIC 9(08).
003800     05  BI-ERSTELLT-ZEIT           PIC 9(08).
003900     05  BI-ARCHIVNAME              PIC X(60).
004000     05  FILLER                     PIC X(14).
