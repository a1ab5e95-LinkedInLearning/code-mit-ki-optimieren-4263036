002000*                      HAUPTBUCH-ABTRAG ERWARTET JE UMBUCHUNG   *
002100*                      ZWEI EXTRAKTZEILEN UND STIMMT GEGEN      *
002200*                      LS-AKZEPTIERT + LS-UMBUCHUNGEN AB        *
002300*      2026-10-15  RH  LS-EXTERN-ANZAHL UND LS-EXTERN-SUMME     *
002400*                      ERGAENZT (AKZEPTIERTE ZAHLUNGEN AN       *
002500*                      FREMDE BANKEN, BETRAG UNSIGNIERT); DER   *
002600*                      ZAHLUNGSAUSGANG (DL100G02) STIMMT SEINE  *
002700*                      DATEI DAGEGEN AB.  ALTE SAETZE OHNE DIE  *
002800*                      FELDER GELTEN ALS NULL                   *
002900*                                                             *
003000***************************************************************
003100 01  Laufstatistiksatz.
003200     05  LS-LAUFDATUM               PIC 9(08).
003300     05  LS-GELESEN                 PIC 9(07).
003400     05  LS-AKZEPTIERT              PIC 9(07).
003500     05  LS-ABGEWIESEN              PIC 9(07).
003600     05  LS-BETRAGSSUMME            PIC S9(11)V99.
003700     05  LS-UMBUCHUNGEN             PIC 9(07).
003800     05  LS-EXTERN-ANZAHL           PIC 9(07).
003900     05  LS-EXTERN-SUMME            PIC 9(11)V99.
