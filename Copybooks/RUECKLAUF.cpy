000100***************************************************************
000200*                                                             *
000300*    RUECKLAUF.CPY                                            *
000400*                                                             *
000500*    SATZLAYOUT DER RUECKLAUFDATEI DER CLEARINGSTELLE         *
000600*    (DD_DL100RLE): JE ZURUECKGEGEBENER ZAHLUNG EIN SATZ MIT  *
000700*    DER REFERENZ AUS DEM ZAHLUNGSAUSGANG (SIEHE ZAHLAUSGANG. *
000800*    CPY), DEM ZURUECKGEGEBENEN BETRAG, DEM RUECKGABEGRUND DER*
000900*    CLEARINGSTELLE UND DEM RUECKGABEDATUM; ZULETZT EIN       *
001000*    NACHSATZ MIT ANZAHL UND BETRAGSSUMME.  VERARBEITET VOM   *
001100*    ZAHLUNGSRUECKLAUF (DL100G03).                            *
001200*                                                             *
001300*    01 RUECKLAUFSATZ       - SATZART 'R'                     *
001400*    01 RUECKLAUF-NACHSATZ  - SATZART 'E' (REDEFINES)         *
001500*                                                             *
001600*    AENDERUNGEN:                                             *
001700*      2026-10-15  RH  ERSTFASSUNG                            *
001800*                                                             *
001900***************************************************************
002000 01  RUECKLAUFSATZ.
002100     05  RL-SATZART                 PIC X(01).
002200         88  RL-IST-RUECKGABE            VALUE 'R'.
002300     05  RL-REFERENZ.
002400         10  RL-REF-KONTONUMMER     PIC 9(10).
002500         10  RL-REF-BUCHUNGSDATUM   PIC 9(08).
002600         10  RL-REF-LAUFDATUM       PIC 9(08).
002700         10  RL-REF-LFDNR           PIC 9(07).
002800     05  RL-BETRAG                  PIC 9(09)V99.
002900     05  RL-RUECKGABEGRUND          PIC X(04).
003000     05  RL-RUECKGABEDATUM          PIC 9(08).
003100     05  FILLER                     PIC X(23).
003200*
003300 01  RUECKLAUF-NACHSATZ REDEFINES RUECKLAUFSATZ.
003400     05  RE-SATZART                 PIC X(01).
003500         88  RE-IST-NACHSATZ             VALUE 'E'.
003600     05  RE-ANZAHL                  PIC 9(07).
003700     05  RE-BETRAGSSUMME            PIC 9(13)V99.
003800     05  FILLER                     PIC X(57).
