000100***************************************************************
000200*                                                             *
000300*    WECHSELKURS.CPY                                          *
000400*                                                             *
000500*    SATZLAYOUT FUER DIE WECHSELKURSTABELLE (DL100WKT).  JE   *
000600*    WAEHRUNG UND KURSDATUM EIN SATZ MIT GELD-, MITTEL- UND   *
000700*    BRIEFKURS IN MENGENNOTIERUNG (EINHEITEN DER FREMDWAEHRUNG*
000800*    JE 1 EURO, SECHS NACHKOMMASTELLEN), DAHER GILT GELD <=   *
000900*    MITTEL <= BRIEF.  GEPFLEGT MIT WECHSELKURSPFLEGE         *
001000*    (DL100W01) UEBER DIE VIER-AUGEN-FREIGABE (DL100F02,      *
001100*    TABELLE WKT); SCHLUESSEL SIND WAEHRUNG UND KURSDATUM.    *
001200*                                                             *
001300*    DER VERARBEITUNGSLAUF RECHNET EINEN SATZ IN FREMDWAEHRUNG*
001400*    MIT DEM JUENGSTEN AKTIVEN KURS SEINER WAEHRUNG, DESSEN   *
001500*    KURSDATUM NICHT NACH DEM BUCHUNGSDATUM LIEGT, IN EURO UM:*
001600*    BELASTUNGEN ZUM GELDKURS, GUTSCHRIFTEN ZUM BRIEFKURS.  DER*
001700*    UNTERSCHIED ZUR UMRECHNUNG ZUM MITTELKURS IST DER        *
001800*    KURSERTRAG DER BANK (SACHKONTO DES CODES 'KD' IN         *
001900*    DL100SKT).  OHNE PASSENDEN KURS WIRD DER SATZ MIT GRUND  *
002000*    0130 ABGEWIESEN.  KURSE WERDEN NIE GELOESCHT, EIN        *
002100*    FALSCH ERFASSTER KURS WIRD STILLGELEGT (WK-AKTIV = 'N'). *
002200*                                                             *
002300*    AENDERUNGEN:                                             *
002400*      2026-10-15  RH  ERSTFASSUNG                            *
002500*                                                             *
002600***************************************************************
002700 01  Wechselkurssatz.
002800     05  WK-SCHLUESSEL.
002900         10  WK-WAEHRUNG            PIC X(03).
003000         10  WK-KURSDATUM           PIC 9(08).
003100     05  WK-GELDKURS                PIC 9(05)V9(06).
003200     05  WK-MITTELKURS              PIC 9(05)V9(06).
003300     05  WK-BRIEFKURS               PIC 9(05)V9(06).
003400     05  WK-AKTIV                   PIC X(01).
003500         88  WK-IST-AKTIV               VALUE 'J'.
003600         88  WK-IST-STILLGELEGT         VALUE 'N'.
003700     05  FILLER                     PIC X(35).
