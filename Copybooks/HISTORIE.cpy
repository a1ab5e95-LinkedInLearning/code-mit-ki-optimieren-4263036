002000*                      UMBUCHUNGEN SCHREIBEN JE SEITE EINEN     *
002100*                      HISTORIENSATZ; HI-GEGENKONTO NENNT       *
002200*                      JEWEILS DIE ANDERE SEITE DES PAARES      *
002300*      2026-10-15  RH  HI-ART 'X' (ZAHLUNG AN FREMDE BANK) UND  *
002400*                      'R' (RUECKBUCHUNG) ERGAENZT.  EINE VON   *
002500*                      DER CLEARINGSTELLE ZURUECKGEGEBENE       *
002600*                      ZAHLUNG ERHAELT HI-STORNIERT = 'R'; BEI  *
002700*                      IHR UND BEI DER RUECKBUCHUNG STEHT DER   *
002800*                      RUECKGABEGRUND IN HI-ABWEISUNGSGRUND     *
002900*                      (STATUS BLEIBT 'A')                      *
003000*      2026-10-15  RH  SATZLAENGE 80 -> 120: HI-WAEHRUNG,       *
003100*                      HI-ORIGINALBETRAG (BETRAG IN DER         *
003200*                      GELIEFERTEN WAEHRUNG), HI-KURS (FREMD-   *
003300*                      WAEHRUNG JE EURO) UND HI-KURSERTRAG      *
003400*                      (KURSGEWINN DER BANK GEGEN DEN MITTEL-   *
003500*                      KURS, IN EURO) ERGAENZT.  HI-BETRAG UND  *
003600*                      HI-BETRAG-SIGNIERT SIND IMMER DER        *
003700*                      GEBUCHTE EUROBETRAG.  AELTERE SAETZE     *
003800*                      (AUCH IN DEN JAHRESARCHIVEN) TRAGEN      *
003900*                      DORT LEERZEICHEN UND GELTEN ALS EURO     *
004000*                                                             *
004100***************************************************************
004200 01  Historiensatz.
004300     05  HI-SCHLUESSEL.
004400         10  HI-KONTONUMMER         PIC 9(10).
004500         10  HI-BUCHUNGSDATUM       PIC 9(08).
004600         10  HI-LAUFDATUM           PIC 9(08).
004700         10  HI-LFDNR               PIC 9(07).
004800     05  HI-TRANSAKTIONSCODE        PIC X(02).
004900     05  HI-ART                     PIC X(01).
005000         88  HI-IST-STORNO              VALUE 'S'.
005100         88  HI-IST-UMBUCHUNG           VALUE 'U'.
005200         88  HI-IST-EXTERN              VALUE 'X'.
005300         88  HI-IST-RUECKBUCHUNG        VALUE 'R'.
005400     05  HI-BETRAG                  PIC S9(09)V99.
005500     05  HI-BETRAG-SIGNIERT         PIC S9(11)V99.
005600     05  HI-STATUS                  PIC X(01).
005700         88  HI-IST-AKZEPTIERT          VALUE 'A'.
005800         88  HI-IST-ABGEWIESEN          VALUE 'R'.
005900     05  HI-ABWEISUNGSGRUND         PIC X(04).
006000     05  HI-STORNIERT               PIC X(01).
006100         88  HI-IST-STORNIERT           VALUE 'J'.
006200         88  HI-IST-ZURUECKGEGEBEN      VALUE 'R'.
006300     05  HI-FILIALE                 PIC 9(02).
006400     05  HI-GEGENKONTO              PIC 9(10).
006500     05  HI-WAEHRUNG                PIC X(03).
006600         88  HI-IST-EURO                VALUE SPACES 'EUR'.
006700     05  HI-ORIGINALBETRAG          PIC S9(09)V99.
006800     05  HI-KURS                    PIC 9(05)V9(06).
006900     05  HI-KURSERTRAG              PIC S9(07)V99.
007000     05  FILLER                     PIC X(08).
