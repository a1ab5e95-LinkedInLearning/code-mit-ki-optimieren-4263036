000100***************************************************************
000200*                                                             *
000300*    MANDAT.CPY                                               *
000400*                                                             *
000500*    SATZLAYOUT FUER DEN LASTSCHRIFTMANDATSMASTER (DL100MDT), *
000600*    INDEXIERT NACH MD-SCHLUESSEL (KONTO,                     *
000700*    GLAEUBIGER-IDENTIFIKATIONSNUMMER, MANDATSREFERENZ).  JE  *
000800*    MANDAT, MIT DEM EIN KUNDE EINEN GLAEUBIGER ZUM EINZUG    *
000900*    VON SEINEM KONTO ERMAECHTIGT HAT, EIN SATZ.  GEFUEHRT    *
001000*    WIRD ER MIT DER MANDATSPFLEGE (DL100L01).                *
001100*                                                             *
001200*    DER VERARBEITUNGSLAUF BUCHT EINE LASTSCHRIFT (TC-ART     *
001300*    'L', GLAEUBIGER UND REFERENZ IN DATEISATZ-LASTSCHRIFT)   *
001400*    NUR GEGEN EIN AKTIVES MANDAT, DAS SPAETESTENS AM         *
001500*    BUCHUNGSDATUM UNTERSCHRIEBEN WAR - SONST GRUND 0120 -    *
001600*    UND VERMERKT DAS LAUFDATUM IN MD-LETZTE-NUTZUNG (NULL =  *
001700*    NOCH NIE GENUTZT).  DIE MANDATSLISTE (DL100L02) NENNT    *
001800*    MONATLICH DIE AKTIVEN MANDATE, DIE 36 MONATE UNGENUTZT   *
001900*    SIND; SIE WERDEN IN DER PFLEGE AUF ERLOSCHEN GESETZT.    *
002000*    MANDATE WERDEN NIE GELOESCHT.                            *
002100*                                                             *
002200*    AENDERUNGEN:                                             *
002300*      2026-10-15  RH  ERSTFASSUNG                            *
002400*                                                             *
002500***************************************************************
002600 01  Mandatssatz.
002700     05  MD-SCHLUESSEL.
002800         10  MD-KONTONUMMER         PIC 9(10).
002900         10  MD-GLAEUBIGER-ID       PIC X(18).
003000         10  MD-MANDATSREFERENZ     PIC X(24).
003100     05  MD-UNTERSCHRIFT-DATUM      PIC 9(08).
003200     05  MD-STATUS                  PIC X(01).
003300         88  MD-IST-AKTIV               VALUE 'A'.
003400         88  MD-IST-WIDERRUFEN          VALUE 'W'.
003500         88  MD-IST-ERLOSCHEN           VALUE 'E'.
003600     05  MD-LETZTE-NUTZUNG          PIC 9(08).
003700     05  FILLER                     PIC X(11).
