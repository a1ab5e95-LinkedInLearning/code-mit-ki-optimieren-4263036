000100***************************************************************
000200*                                                             *
000300*    EXTRAKTREGISTER.CPY                                      *
000400*                                                             *
000500*    SATZLAYOUT DES EXTRAKTREGISTERS (DL100HBR): JE LAUFDATUM *
000600*    EIN SATZ UEBER DEN AN DIE BUCHHALTUNG ABGEGEBENEN        *
000700*    VERDICHTETEN HAUPTBUCHEXTRAKT.  DER HAUPTBUCH-ABTRAG     *
000800*    (DL100G01) TRAEGT JEDEN FREIGEGEBENEN EXTRAKT MIT STATUS *
000900*    'G' EIN (EIN WIEDERHOLTER ABTRAG DESSELBEN LAUFDATUMS    *
001000*    ERSETZT DEN EINTRAG) UND LEGT DAZU DIE DATIERTE KOPIE    *
001100*    DL100HBV.JJJJMMTT AB.  DIE HAUPTBUCHQUITTUNG (DL100G04)  *
001200*    GLEICHT DIE QUITTUNG DER BUCHHALTUNG (SIEHE              *
001300*    QUITTUNG.CPY) GEGEN DIESE KOPIE AB UND SETZT DEN STATUS  *
001400*    FORT; EIN NACH DL100QUITTAGE GESCHAEFTSTAGEN NOCH        *
001500*    UNBEANTWORTETER EXTRAKT WIRD ESKALIERT.  DER MONATSLAUF  *
001600*    STARTET NICHT, SOLANGE EIN EXTRAKT DES MONATS NICHT      *
001700*    BESTAETIGT IST.  DIE DATEI WIRD VOLLSTAENDIG GELADEN UND *
001800*    NEU GESCHRIEBEN; BESTAETIGTE EINTRAEGE ENTFALLEN NACH    *
001900*    EINEM JAHR.                                              *
002000*                                                             *
002100*    ER-STATUS:                                               *
002200*      G  GESENDET, NOCH OHNE QUITTUNG                        *
002300*      B  BESTAETIGT (ALLE ZEILEN GEBUCHT, BETRAEGE GLEICH)   *
002400*      T  TEILWEISE ABGEWIESEN ODER ABWEICHEND                *
002500*      U  UNBEANTWORTET UEBER DIE FRIST (ESKALIERT)           *
002600*                                                             *
002700*    AENDERUNGEN:                                             *
002800*      2026-10-15  RH  ERSTFASSUNG                            *
002900*                                                             *
003000***************************************************************
003100 01  Extraktregistersatz.
003200     05  ER-LAUFDATUM               PIC 9(08).
003300     05  ER-STATUS                  PIC X(01).
003400         88  ER-IST-GESENDET            VALUE 'G'.
003500         88  ER-IST-BESTAETIGT          VALUE 'B'.
003600         88  ER-IST-TEILABGEWIESEN      VALUE 'T'.
003700         88  ER-IST-UNBEANTWORTET       VALUE 'U'.
003800     05  ER-GESENDET-DATUM          PIC 9(08).
003900     05  ER-ZEILEN                  PIC 9(05).
004000     05  ER-ANZAHL                  PIC 9(07).
004100     05  ER-SUMME                   PIC S9(11)V99.
004200     05  ER-QUITTUNG-DATUM          PIC 9(08).
004300     05  ER-BESTAETIGT-ZEILEN       PIC 9(05).
004400     05  ER-ABGEWIESEN-ZEILEN       PIC 9(05).
004500     05  ER-ESKALIERT-DATUM         PIC 9(08).
004600     05  FILLER                     PIC X(12).
