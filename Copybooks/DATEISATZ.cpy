001200*    01 DATEISATZ          - TRANSAKTIONSSATZ (NORMALFALL)    *
001300*    01 DATEISATZ-HEADER   - LAUF-VORSATZ  (REDEFINES)        *
001400*    01 DATEISATZ-TRAILER  - LAUF-NACHSATZ (REDEFINES)        *
001500*    01 DATEISATZ-EXTERN   - AUSLANDS-/FREMDBANKZAHLUNG       *
001600*                            (TC-ART 'X', REDEFINES)          *
001700*    01 DATEISATZ-RUECKLAUF - RUECKBUCHUNG EINER ZURUECK-     *
001800*                            GEGEBENEN ZAHLUNG (TC-ART 'R',   *
001900*                            REDEFINES)                       *
002000*    01 DATEISATZ-LASTSCHRIFT - EINGEHENDE LASTSCHRIFT       *
002100*                            EINES GLAEUBIGERS (TC-ART 'L',   *
002200*                            REDEFINES)                       *
002300*                                                             *
002400*    AENDERUNGEN:                                             *
002500*      2026-08-09  RH  ERSTFASSUNG (TRANSAKTIONSSATZ)         *
002600*      2026-08-09  RH  HEADER-/TRAILERSATZ ERGAENZT           *
002700*      2026-09-01  RH  DS-FREIGABE-KZ ERGAENZT: 'F' KENN-     *
002800*                      ZEICHNET EINEN VON DER VERDACHTS-      *
002900*                      FREIGABE (DL100K03) AUSDRUECKLICH      *
003000*                      FREIGEGEBENEN SATZ, DEN DIE DUBLETTEN- *
003100*                      PRUEFUNG IM VERARBEITUNGSLAUF NICHT    *
003200*                      ERNEUT ANHALTEN DARF; ALTBESTAENDE     *
003300*                      TRAGEN LEERZEICHEN                     *
003400*      2026-09-01  RH  DS-FILIALE ERGAENZT: DIE FILIAL-       *
003500*                      KONSOLIDIERUNG (DL100V01) STEMPELT     *
003600*                      BEIM ZUSAMMENFUEHREN DIE LIEFERNDE     *
003700*                      FILIALE (1-9) AUF JEDEN DETAILSATZ;    *
003800*                      DIREKTLIEFERUNGEN UND ALTBESTAENDE     *
003900*                      TRAGEN LEERZEICHEN UND GELTEN ALS      *
004000*                      FILIALE 00                             *
004100*      2026-09-01  RH  DS-GEGENKONTO ERGAENZT: BEI UMBUCHUNGS-*
004200*                      CODES (TC-ART 'U') TRAEGT ES DAS       *
004300*                      EMPFANGENDE GEGENKONTO - BEIDE SEITEN  *
004400*                      EINER INTERNEN UMBUCHUNG STEHEN DAMIT  *
004500*                      IN EINEM SATZ UND BUCHEN ALS EINHEIT   *
004600*      2026-10-15  RH  DS-FREIGABE-KZ 'A' KENNZEICHNET DIE    *
004700*                      ABSCHLUSSBUCHUNGEN DER KONTOSCHLIESSUNG*
004800*                      (DL100N02, DATEI DL100ABS); NUR SIE    *
004900*                      BUCHT DER VERARBEITUNGSLAUF NOCH AUF   *
005000*                      EIN GESCHLOSSENES KONTO                *
005100*      2026-10-15  RH  DATEISATZ-EXTERN ERGAENZT: ZAHLUNGEN AN *
005200*                      EINE FREMDE BANK (TC-ART 'X') TRAGEN    *
005300*                      STATT DES GEGENKONTOS BANKLEITZAHL,     *
005400*                      KONTO UND NAME DES EMPFAENGERS          *
005500*      2026-10-15  RH  DATEISATZ-RUECKLAUF ERGAENZT: DIE VOM   *
005600*                      ZAHLUNGSRUECKLAUF (DL100G03) ERZEUGTE   *
005700*                      RUECKBUCHUNG (TC-ART 'R') NENNT DAS     *
005800*                      ORIGINAL UND DEN RUECKGABEGRUND DER     *
005900*                      CLEARINGSTELLE                          *
006000*      2026-10-15  RH  DH-TEIL UND DH-SATZVERSATZ ERGAENZT:    *
006100*                      DIE TEILDATEIEN DES TEILUNGSLAUFS       *
006200*                      (DL100M02) NENNEN IM VORSATZ IHREN TEIL *
006300*                      UND DIE ZAHL DER SAETZE VOR IHNEN IN    *
006400*                      DL100SRT, DAMIT JEDER TEILLAUF DIE      *
006500*                      SATZNUMMERN DES GESAMTLAUFS VERGIBT;    *
006600*                      SONST LEERZEICHEN                       *
006700*      2026-10-15  RH  DATEISATZ-LASTSCHRIFT ERGAENZT: EINE     *
006800*                      LASTSCHRIFT (TC-ART 'L') NENNT DIE       *
006900*                      GLAEUBIGER-ID UND DIE MANDATSREFERENZ,   *
007000*                      GEGEN DIE DER VERARBEITUNGSLAUF DAS      *
007100*                      MANDAT IN DL100MDT PRUEFT                *
007200*      2026-10-15  RH  DS-WAEHRUNG ERGAENZT (STELLEN 78-80):    *
007300*                      ISO-CODE DER WAEHRUNG VON DS-BETRAG;     *
007400*                      LEERZEICHEN ODER EUR = EURO.  FREMD-     *
007500*                      WAEHRUNGEN RECHNET DER VERARBEITUNGS-    *
007600*                      LAUF MIT DEM KURS AUS DL100WKT UM.       *
007700*                      DX-EMPFAENGER-NAME DAFUER AUF 25         *
007800*                      STELLEN GEKUERZT                         *
007900*                                                             *
008000***************************************************************
008100 01  DATEISATZ.
008200     05  DS-TRANSAKTIONSCODE        PIC X(02).
008300     05  DS-KONTONUMMER             PIC 9(10).
008400     05  DS-BETRAG                  PIC S9(09)V99.
008500     05  DS-BUCHUNGSDATUM           PIC 9(08).
008600     05  DS-FREIGABE-KZ             PIC X(01).
008700         88  DS-IST-FREIGEGEBEN          VALUE 'F'.
008800         88  DS-IST-ABSCHLUSSBUCHUNG     VALUE 'A'.
008900     05  DS-FILIALE                 PIC 9(02).
009000     05  DS-GEGENKONTO              PIC 9(10).
009100     05  FILLER                     PIC X(33).
009200     05  DS-WAEHRUNG                PIC X(03).
009300         88  DS-IST-EURO                 VALUE SPACES 'EUR'.
009400*
009500 01  DATEISATZ-HEADER REDEFINES DATEISATZ.
009600     05  DH-SATZART                 PIC X(02).
009700         88  DH-IST-HEADER               VALUE 'HD'.
009800     05  DH-LAUFDATUM               PIC 9(08).
009900     05  DH-SATZANZAHL              PIC 9(07).
010000     05  DH-TEIL                    PIC 9(02).
010100     05  DH-SATZVERSATZ             PIC 9(07).
010200     05  FILLER                     PIC X(54).
010300*
010400 01  DATEISATZ-TRAILER REDEFINES DATEISATZ.
010500     05  DT-SATZART                 PIC X(02).
010600         88  DT-IST-TRAILER              VALUE 'TR'.
010700     05  DT-SATZANZAHL              PIC 9(07).
010800     05  DT-BETRAGSSUMME            PIC S9(11)V99.
010900     05  FILLER                     PIC X(58).
011000*
011100 01  DATEISATZ-EXTERN REDEFINES DATEISATZ.
011200     05  FILLER                     PIC X(34).
011300     05  DX-EMPFAENGER-BLZ          PIC 9(08).
011400     05  DX-EMPFAENGER-KONTO        PIC 9(10).
011500     05  DX-EMPFAENGER-NAME         PIC X(25).
011600     05  FILLER                     PIC X(03).
011700*
011800 01  DATEISATZ-RUECKLAUF REDEFINES DATEISATZ.
011900     05  FILLER                     PIC X(34).
012000     05  DR-ORIGINAL-BUCHUNGSDATUM  PIC 9(08).
012100     05  DR-ORIGINAL-LAUFDATUM      PIC 9(08).
012200     05  DR-ORIGINAL-LFDNR          PIC 9(07).
012300     05  DR-RUECKGABEGRUND          PIC X(04).
012400     05  FILLER                     PIC X(19).
012500*
012600 01  DATEISATZ-LASTSCHRIFT REDEFINES DATEISATZ.
012700     05  FILLER                     PIC X(34).
012800     05  DL-GLAEUBIGER-ID           PIC X(18).
012900     05  DL-MANDATSREFERENZ         PIC X(24).
013000     05  FILLER                     PIC X(04).
