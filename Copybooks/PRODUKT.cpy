000100***************************************************************
000200*                                                             *
000300*    PRODUKT.CPY                                              *
000400*                                                             *
000500*    SATZLAYOUT FUER DEN PRODUKTKATALOG (DL100PRD).  JE        *
000600*    KONTOPRODUKT (GIROKONTO, SPARKONTO, MITARBEITERKONTO      *
000700*    USW.) EIN SATZ MIT DEN KONDITIONEN, DIE DIE               *
000800*    MONATSABSCHLUSSPROGRAMME JE KONTO ANWENDEN:               *
000900*      PR-HABENZINS/  - JAHRESZINSSATZ IN PROZENT FUER         *
001000*      PR-SOLLZINS      POSITIVE BZW. NEGATIVE SALDEN          *
001100*                       (ZINSENLAUF DL100Z02)                  *
001200*      PR-FREIGRENZE  - GEBUEHRENFREIE TRANSAKTIONEN JE        *
001300*                       KONTO UND MONAT (GEBUEHREN-            *
001400*                       ABRECHNUNG DL100B02); PREISE JE        *
001500*                       PRODUKT STEHEN IN DL100GBT             *
001600*                       (GB-PRODUKT, SIEHE GEBUEHR.CPY)        *
001700*      PR-STANDARD-   - KREDITLINIE, DIE EIN NEU EROEFF-       *
001800*      LIMIT            NETES KONTO DES PRODUKTS ERHAELT       *
001900*                       (KONTOVERZEICHNISPFLEGE DL100N02)      *
002000*                                                             *
002100*    KONTEN OHNE PRODUKT (KV-PRODUKT LEER) ODER MIT EINEM HIER *
002200*    NICHT GEFUEHRTEN PRODUKT LAUFEN MIT DEN ALLGEMEINEN       *
002300*    KONDITIONEN AUS DL100ZTB UND DL100GBT.  DIE               *
002400*    ZINSBUCHUNGSCODES KOMMEN IMMER AUS DL100ZTB.  GEPFLEGT    *
002500*    WIRD DER KATALOG MIT PRODUKTPFLEGE (DL100P02) UNTER       *
002600*    VIER-AUGEN-FREIGABE (DL100F02).  PRODUKTE WERDEN NIE      *
002700*    GELOESCHT, NUR STILLGELEGT (PR-AKTIV = 'N'); EIN          *
002800*    STILLGELEGTES PRODUKT WIRD KEINEM KONTO MEHR NEU          *
002900*    ZUGEORDNET, SEINE KONTEN WERDEN ABER WEITER NACH SEINEN   *
003000*    KONDITIONEN ABGERECHNET.                                  *
003100*                                                             *
003200*    AENDERUNGEN:                                              *
003300*      2026-10-15  RH  ERSTFASSUNG                              *
003400*                                                             *
003500***************************************************************
003600 01  Produktsatz.
003700     05  PR-PRODUKT                 PIC X(02).
003800     05  PR-BEZEICHNUNG             PIC X(30).
003900     05  PR-HABENZINS               PIC 9(02)V9(04).
004000     05  PR-SOLLZINS                PIC 9(02)V9(04).
004100     05  PR-FREIGRENZE              PIC 9(03).
004200     05  PR-STANDARDLIMIT           PIC 9(09)V99.
004300     05  PR-AKTIV                   PIC X(01).
004400         88  PR-IST-AKTIV               VALUE 'J'.
004500         88  PR-IST-STILLGELEGT         VALUE 'N'.
004600     05  FILLER                     PIC X(21).
