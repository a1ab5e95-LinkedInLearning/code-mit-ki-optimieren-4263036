000100***************************************************************
000200*                                                             *
000300*    AENDERUNG.CPY                                            *
000400*                                                             *
000500*    SATZLAYOUT FUER VORGEMERKTE AENDERUNGEN AN DEN            *
000600*    STEUERTABELLEN (DL100AEN) UND FUER DAS AENDERUNGSJOURNAL  *
000700*    (DL100JRN).  DIE PFLEGEPROGRAMME TRANSCODEPFLEGE          *
000800*    (DL100T01), SACHKONTOPFLEGE (DL100T02), ZINSSATZPFLEGE    *
000900*    (DL100Z01), GEBUEHRENPFLEGE (DL100B01), LIMITPFLEGE UND   *
001000*    PRODUKTWECHSEL IN KONTOVERZEICHNISPFLEGE (DL100N02) SOWIE *
001100*    DIE PRODUKTPFLEGE (DL100P02) UND DIE WECHSELKURSPFLEGE    *
001200*    (DL100W01) AENDERN DIE TABELLEN NICHT MEHR SELBST,        *
001300*    SONDERN STELLEN JE AENDERUNG EINEN SATZ MIT STATUS 'O'    *
001400*    (OFFEN) IN DL100AEN EIN.  ERST AENDERUNGSFREIGABE         *
001500*    (DL100F02) UEBERNIMMT DIE AENDERUNG, UND NUR DURCH EINEN  *
001600*    ZWEITEN OPERATOR (AE-PRUEFER UNGLEICH AE-ERFASSER,        *
001700*    VIER-AUGEN-PRINZIP).  JEDE ENTSCHIEDENE AENDERUNG WIRD    *
001800*    MIT STATUS 'F' (FREIGEGEBEN) ODER 'V' (VERWORFEN)         *
001900*    UNVERAENDERT IN DAS DAUERHAFTE JOURNAL DL100JRN           *
002000*    UEBERNOMMEN.                                              *
002100*                                                             *
002200*    AE-TABELLE NENNT DIE BETROFFENE DATEI (TCD, SKT, ZTB,     *
002300*    GBT, KVZ, PRD, WKT, PRH).  DER SCHLUESSEL SIND DIE ERSTEN *
002400*    AE-SCHLUESSEL-LAENGE STELLEN DES SATZBILDES, BEI ZUSAETZ- *
002500*    LICH GESETZTER AE-ZUSATZ-LAENGE AUSSERDEM DIE STELLEN AB  *
002600*    AE-ZUSATZ-STELLE (PREIS JE PRODUKT IN DL100GBT).          *
002700*    AE-VORHER IST DAS SATZBILD VOR DER AENDERUNG (LEER-       *
002800*    ZEICHEN BEI NEUANLAGE), AE-NACHHER DAS SATZBILD DANACH.   *
002900*    IM JOURNAL STEHT IN AE-VORHER DAS BEI DER FREIGABE        *
003000*    TATSAECHLICH ERSETZTE SATZBILD.                           *
003100*                                                             *
003200*    BEIM PRODUKTWECHSEL (PRH) SIND AE-VORHER UND AE-NACHHER   *
003300*    DER VERZEICHNISSATZ (DL100KVZ) VOR UND NACH DEM WECHSEL;  *
003400*    AE-GUELTIG-AB TRAEGT DEN STICHTAG.  ERST DIE FREIGABE     *
003500*    SETZT KV-PRODUKT UND SCHREIBT DEN WECHSEL IN DL100PRH     *
003600*    FORT (SIEHE PRODUKTWECHSEL.CPY).                          *
003700*                                                             *
003800*    AENDERUNGEN:                                              *
003900*      2026-10-15  RH  ERSTFASSUNG                              *
004000*      2026-10-15  RH  TABELLE PRD (PRODUKTKATALOG) UND         *
004100*                      ZUSATZSCHLUESSEL AE-ZUSATZ-STELLE/       *
004200*                      -LAENGE ERGAENZT                         *
004300*      2026-10-15  RH  TABELLE WKT (WECHSELKURSE) ERGAENZT      *
004400*      2026-10-15  RH  TABELLE PRH (PRODUKTWECHSEL EINES        *
004500*                      KONTOS) UND STICHTAG AE-GUELTIG-AB       *
004600*                      ERGAENZT                                 *
004700*                                                             *
004800***************************************************************
004900 01  Aenderungssatz.
005000     05  AE-TABELLE                 PIC X(03).
005100         88  AE-FUER-TRANSCODES         VALUE 'TCD'.
005200         88  AE-FUER-SACHKONTEN         VALUE 'SKT'.
005300         88  AE-FUER-ZINSSAETZE         VALUE 'ZTB'.
005400         88  AE-FUER-GEBUEHREN          VALUE 'GBT'.
005500         88  AE-FUER-KONTOVERZEICHNIS   VALUE 'KVZ'.
005600         88  AE-FUER-PRODUKTE           VALUE 'PRD'.
005700         88  AE-FUER-WECHSELKURSE       VALUE 'WKT'.
005800         88  AE-FUER-PRODUKTWECHSEL     VALUE 'PRH'.
005900     05  AE-SCHLUESSEL-LAENGE       PIC 9(02).
006000     05  AE-STATUS                  PIC X(01).
006100         88  AE-IST-OFFEN               VALUE 'O'.
006200         88  AE-IST-FREIGEGEBEN         VALUE 'F'.
006300         88  AE-IST-VERWORFEN           VALUE 'V'.
006400     05  AE-BESCHREIBUNG            PIC X(30).
006500     05  AE-VORHER                  PIC X(80).
006600     05  AE-NACHHER                 PIC X(80).
006700     05  AE-ERFASSER                PIC X(08).
006800     05  AE-ERFASST-DATUM           PIC 9(08).
006900     05  AE-ERFASST-ZEIT            PIC 9(08).
007000     05  AE-PRUEFER                 PIC X(08).
007100     05  AE-GEPRUEFT-DATUM          PIC 9(08).
007200     05  AE-GEPRUEFT-ZEIT           PIC 9(08).
007300     05  AE-ZUSATZ-STELLE           PIC 9(02).
007400     05  AE-ZUSATZ-LAENGE           PIC 9(02).
007500     05  AE-GUELTIG-AB              PIC 9(08).
007600     05  FILLER                     PIC X(04).
