003600*                      MIT DER BETRAGSSUMME AUS DEM KONTROLL-    *
003700*                      BERICHT UEBEREINSTIMMT; LAUFSATZ FUER DAS *
003800*                      LAUFDATUM ERGAENZT                       *
003900*      2026-10-15  RH  KM-LETZTE-LFDNR ERGAENZT (SATZNUMMER     *
004000*                      DER ZULETZT GEPRUEFTEN TRANSAKTION): DIE *
004100*                      ZUSAMMENFUEHRUNG DER TEILLAEUFE NIMMT    *
004200*                      BEI EINEM KONTO AUS MEHREREN TEILEN DEN  *
004300*                      LETZTEN STAND AUS DEM TEIL MIT DER       *
004400*                      HOECHSTEN SATZNUMMER                     *
004500*                                                             *
004600***************************************************************
004700 01  KONTOMASTERSATZ.
004800     05  KM-KONTONUMMER             PIC 9(10).
004900     05  KM-LETZTER-TRANSAKTIONSCODE PIC X(02).
005000     05  KM-BETRAGSSUMME            PIC S9(11)V99.
005100     05  KM-LETZTE-BUCHUNG          PIC 9(08).
005200     05  KM-STATUS                  PIC X(01).
005300         88  KM-IST-AKZEPTIERT          VALUE 'A'.
005400         88  KM-IST-ABGEWIESEN          VALUE 'R'.
005500     05  KM-LETZTER-ABWEISUNGSGRUND PIC X(04).
005600     05  KM-ANZAHL-TRANSAKTIONEN    PIC S9(05) COMP.
005700     05  KM-LETZTE-LFDNR            PIC 9(07).
005800     05  FILLER                     PIC X(31).
005900*
006000 01  KONTOMASTER-LAUFSATZ REDEFINES KONTOMASTERSATZ.
006100     05  KL-KONTONUMMER             PIC 9(10).
006200         88  KL-IST-LAUFSATZ             VALUE 9999999999.
006300     05  KL-LAUFDATUM               PIC 9(08).
006400     05  FILLER                     PIC X(62).
