000600*    INDEXIERT NACH KV-KONTONUMMER.  WIRD MIT DEM PFLEGE-      *
000700*    PROGRAMM KONTOVERZEICHNISPFLEGE (DL100N02) GEFUEHRT UND   *
000800*    HAELT JE KONTO DEN LEBENSZYKLUS-STATUS (OFFEN, GESPERRT,  *
000900*    GESCHLOSSEN, RUHEND) SAMT EROEFFNUNGS- UND SCHLIESSUNGS-  *
001000*    DATUM.                                                    *
001100*    DER VERARBEITUNGSLAUF WEIST BUCHUNGEN AUF NICHT OFFENE    *
001200*    ODER NICHT GEFUEHRTE KONTEN MIT GRUND 0070 AB, DAMIT      *
001300*    EINE VERTIPPTE KONTONUMMER NICHT STILLSCHWEIGEND EIN      *
001400*    NEUES KONTO IN DL100MST UND DL100SAL ANLEGT; DIESELBE     *
001500*    PRUEFUNG LAEUFT SCHON BEI DER ERFASSUNG (DL100K02) UND    *
001600*    DER ABWEISUNGSREPARATUR (DL100K01).                       *
001700*                                                             *
001800*    KV-LIMIT TRAEGT DIE EINGERAEUMTE KREDITLINIE ALS          *
001900*    POSITIVEN BETRAG: DER SALDO DARF BIS AUF MINUS KV-LIMIT   *
002000*    ABSINKEN.  DIE SALDENFORTSCHREIBUNG (DL100P01) MELDET     *
002100*    JEDE UEBERSCHREITUNG AUF DEM UEBERZIEHUNGSBERICHT; DIE    *
002200*    KONTOANFRAGE (DL100A01) ZEIGT LIMIT UND FREIEN RAHMEN.    *
002300*                                                             *
002400*    KV-PRODUKT NENNT DAS KONTOPRODUKT AUS DEM PRODUKTKATALOG  *
002500*    (DL100PRD, SIEHE PRODUKT.CPY), NACH DESSEN KONDITIONEN    *
002600*    ZINSENLAUF UND GEBUEHRENABRECHNUNG DAS KONTO ABRECHNEN;   *
002700*    LEER BEI KONTEN OHNE PRODUKT (ALLGEMEINE KONDITIONEN).    *
002800*    JEDER WECHSEL WIRD IN DL100PRH FESTGEHALTEN.              *
002900*                                                             *
003000*    AENDERUNGEN:                                              *
003100*      2026-09-01  RH  ERSTFASSUNG                              *
003200*      2026-09-01  RH  KV-LIMIT (KREDITLINIE) ERGAENZT          *
003300*      2026-10-15  RH  STATUS 'R' (RUHEND) ERGAENZT: DER        *
003400*                      RUHENDLAUF (DL100U01) SETZT KONTEN OHNE  *
003500*                      KUNDENUMSATZ AUF RUHEND.  EIN RUHENDES   *
003600*                      KONTO NIMMT GUTSCHRIFTEN, ZINSEN UND     *
003700*                      GEBUEHREN AN (KV-IST-BUCHBAR), KUNDEN-   *
003800*                      BELASTUNGEN WEIST DER VERARBEITUNGSLAUF  *
003900*                      MIT GRUND 0100 AB                        *
004000*      2026-10-15  RH  KV-PRODUKT (KONTOPRODUKT) ERGAENZT       *
004100*                                                             *
004200***************************************************************
004300 01  Kontoverzeichnissatz.
004400     05  KV-KONTONUMMER             PIC 9(10).
004500     05  KV-STATUS                  PIC X(01).
004600         88  KV-IST-OFFEN               VALUE 'O'.
004700         88  KV-IST-GESPERRT            VALUE 'G'.
004800         88  KV-IST-GESCHLOSSEN         VALUE 'C'.
004900         88  KV-IST-RUHEND              VALUE 'R'.
005000         88  KV-IST-BUCHBAR             VALUE 'O' 'R'.
005100     05  KV-EROEFFNET-AM            PIC 9(08).
005200     05  KV-GESCHLOSSEN-AM          PIC 9(08).
005300     05  KV-LIMIT                   PIC 9(09)V99.
005400     05  KV-PRODUKT                 PIC X(02).
005500     05  FILLER                     PIC X(40).
