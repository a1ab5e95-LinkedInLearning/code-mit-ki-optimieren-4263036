001700*                          GEBUEHRENBUCHUNGEN IN DEN NACHT-    *
001800*                          LAUF EINGESPEIST WERDEN (EIN SATZ)  *
001900*                                                             *
002000*    EIN PREISSATZ MIT GB-PRODUKT GILT NUR FUER KONTEN DIESES  *
002100*    PRODUKTS (SIEHE PRODUKT.CPY) UND GEHT DORT DEM ALL-       *
002200*    GEMEINEN PREIS DES CODES (GB-PRODUKT LEER) VOR; EIN       *
002300*    PRODUKTPREIS NULL STELLT DEN CODE FUER DAS PRODUKT FREI.  *
002400*    DIE FREIGRENZE EINES IM KATALOG GEFUEHRTEN PRODUKTS STEHT *
002500*    IN PR-FREIGRENZE, DER 'F'-SATZ GILT FUER DIE UEBRIGEN     *
002600*    KONTEN.                                                   *
002700*                                                             *
002800*    AENDERUNGEN:                                              *
002900*      2026-09-01  RH  ERSTFASSUNG                              *
003000*      2026-10-15  RH  GB-PRODUKT (PREIS JE KONTOPRODUKT)       *
003100*                      ERGAENZT                                 *
003200*                                                             *
003300***************************************************************
003400 01  Gebuehrensatz.
003500     05  GB-KENNUNG                 PIC X(01).
003600         88  GB-IST-FREIGRENZE          VALUE 'F'.
003700         88  GB-IST-PREIS               VALUE 'P'.
003800         88  GB-IST-BUCHUNGSCODE        VALUE 'B'.
003900     05  GB-TRANSAKTIONSCODE        PIC X(02).
004000     05  GB-ANZAHL-FREI             PIC 9(03).
004100     05  GB-PREIS                   PIC 9(05)V99.
004200     05  GB-BEZEICHNUNG             PIC X(30).
004300     05  GB-PRODUKT                 PIC X(02).
004400     05  FILLER                     PIC X(35).
