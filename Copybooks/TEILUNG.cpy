000100***************************************************************
000200*                                                             *
000300*    TEILUNG.CPY                                              *
000400*                                                             *
000500*    SATZLAYOUT DER TEILUNGSDATEI (DL100TST).  DER            *
000600*    TEILUNGSLAUF (DL100M02) ZERLEGT DIE SORTIERTE            *
000700*    TAGESEINGABE DL100SRT IN BIS ZU NEUN ZUSAMMENHAENGENDE   *
000800*    KONTONUMMERNBEREICHE (TEILDATEIEN DL100SRT.T01 BIS .T09, *
000900*    JE MIT EIGENEM VORSATZ UND NACHSATZ) UND SCHREIBT JE     *
001000*    TEIL EINEN SATZ.  TL-VERSATZ IST DIE ZAHL DER            *
001100*    DETAILSAETZE VOR DEM TEIL, TL-ANZAHL UND TL-SUMME SEINE  *
001200*    SATZANZAHL UND BETRAGSSUMME.  JEDER SATZ WIEDERHOLT DIE  *
001300*    KONTROLLSUMMEN AUS VORSATZ UND NACHSATZ VON DL100SRT,    *
001400*    GEGEN DIE DIE ZUSAMMENFUEHRUNG DER TEILLAEUFE (DL100M01, *
001500*    MODUS Z) WIE EIN GESAMTLAUF ABGLEICHT.  VON/BIS-KONTO    *
001600*    DIENEN NUR DER ANZEIGE.                                  *
001700*                                                             *
001800*    AENDERUNGEN:                                             *
001900*      2026-10-15  RH  ERSTFASSUNG                            *
002000*                                                             *
002100***************************************************************
002200 01  Teilungssatz.
002300     05  TL-LAUFDATUM               PIC 9(08).
002400     05  TL-TEIL                    PIC 9(02).
002500     05  TL-TEILE                   PIC 9(02).
002600     05  TL-VON-KONTO               PIC X(10).
002700     05  TL-BIS-KONTO               PIC X(10).
002800     05  TL-VERSATZ                 PIC 9(07).
002900     05  TL-ANZAHL                  PIC 9(07).
003000     05  TL-SUMME                   PIC S9(11)V99.
003100     05  TL-VORSATZ-ANZAHL          PIC 9(07).
003200     05  TL-NACHSATZ-ANZAHL         PIC 9(07).
003300     05  TL-NACHSATZ-SUMME          PIC S9(11)V99.
003400     05  FILLER                     PIC X(04).
