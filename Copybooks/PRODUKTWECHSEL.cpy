000100***************************************************************
000200*                                                             *
000300*    PRODUKTWECHSEL.CPY                                       *
000400*                                                             *
000500*    SATZLAYOUT FUER DIE PRODUKTWECHSEL-HISTORIE (DL100PRH).   *
000600*    JEDER IN DER KONTOVERZEICHNISPFLEGE (DL100N02) ERFASSTE   *
000700*    PRODUKTWECHSEL EINES KONTOS HAENGT MIT SEINER FREIGABE    *
000800*    (DL100F02, VIER-AUGEN-PRINZIP) EINEN SATZ AN; DIE DATEI   *
000900*    WIRD NUR FORTGESCHRIEBEN, NIE UEBERSCHRIEBEN.             *
001000*    PW-GUELTIG-AB IST DER ERSTE TAG, AN DEM PW-PRODUKT-NEU    *
001100*    GILT - BIS ZUM VORTAG GALT PW-PRODUKT-ALT.  PFLEGE UND    *
001200*    FREIGABE LASSEN JE KONTO NUR AUFSTEIGENDE GUELTIGKEITS-   *
001300*    TAGE ZU, DIE SAETZE EINES KONTOS STEHEN ALSO IN           *
001400*    ZEITFOLGE.                                                *
001500*                                                             *
001600*    DAS PRODUKT EINES KONTOS AN EINEM TAG T IST               *
001700*    PW-PRODUKT-ALT DES ERSTEN SATZES MIT PW-GUELTIG-AB NACH   *
001800*    T, OHNE SOLCHEN SATZ DAS AKTUELLE KV-PRODUKT.  SO RECHNEN *
001900*    ZINSENLAUF (DL100Z02), GEBUEHRENABRECHNUNG (DL100B02) UND *
002000*    DER KONTOABSCHLUSS (DL100N02) EINEN WECHSEL MITTEN IM     *
002100*    MONAT ANTEILIG AB: ZINSEN TAGGENAU (30/360) JE PRODUKT,   *
002200*    GEBUEHREN JE TRANSAKTION NACH DEM PRODUKT IHRES           *
002300*    VERARBEITUNGSTAGS.                                        *
002400*                                                             *
002500*    AENDERUNGEN:                                              *
002600*      2026-10-15  RH  ERSTFASSUNG                              *
002700*      2026-10-15  RH  SATZ WIRD ERST BEI DER FREIGABE DES      *
002800*                      WECHSELS (DL100F02) ANGEHAENGT           *
002900*                                                             *
003000***************************************************************
003100 01  Produktwechselsatz.
003200     05  PW-KONTONUMMER             PIC 9(10).
003300     05  PW-GUELTIG-AB              PIC 9(08).
003400     05  PW-PRODUKT-ALT             PIC X(02).
003500     05  PW-PRODUKT-NEU             PIC X(02).
003600     05  PW-ERFASSER                PIC X(08).
003700     05  PW-ERFASST-DATUM           PIC 9(08).
003800     05  PW-ERFASST-ZEIT            PIC 9(08).
003900     05  FILLER                     PIC X(34).
