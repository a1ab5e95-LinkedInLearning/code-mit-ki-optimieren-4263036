000100***************************************************************
000200*                                                             *
000300*    ZAHLAUSGANG.CPY                                          *
000400*                                                             *
000500*    SATZLAYOUT DER AUSGANGSDATEI FUER DEN ZAHLUNGSVERKEHR    *
000600*    MIT FREMDEN BANKEN (DL100ZAH), ERSTELLT VOM ZAHLUNGS-    *
000700*    AUSGANG (DL100G02) UND AN DIE CLEARINGSTELLE UEBERGEBEN. *
000800*    JE DATEI EIN VORSATZ, JE ZAHLUNG EIN ZAHLUNGSSATZ UND    *
000900*    ZULETZT EIN NACHSATZ MIT DEN KONTROLLSUMMEN DER DATEI    *
001000*    (ANZAHL, BETRAGSSUMME SOWIE DIE SUMMEN DER EMPFAENGER-   *
001100*    KONTEN UND -BANKLEITZAHLEN).  DIE REFERENZ EINES         *
001200*    ZAHLUNGSSATZES IST DER SCHLUESSEL DES HISTORIENSATZES    *
001300*    (KONTO, BUCHUNGSDATUM, LAUFDATUM, SATZNUMMER); DIE       *
001400*    CLEARINGSTELLE GIBT SIE BEI EINER RUECKGABE UNVERAENDERT *
001500*    ZURUECK (SIEHE RUECKLAUF.CPY).                           *
001600*                                                             *
001700*    01 ZAHLAUSGANG-VORSATZ  - SATZART 'A'                    *
001800*    01 ZAHLAUSGANG-ZAHLUNG  - SATZART 'C' (REDEFINES)        *
001900*    01 ZAHLAUSGANG-NACHSATZ - SATZART 'E' (REDEFINES)        *
002000*                                                             *
002100*    AENDERUNGEN:                                             *
002200*      2026-10-15  RH  ERSTFASSUNG                            *
002300*                                                             *
002400***************************************************************
002500 01  ZAHLAUSGANG-VORSATZ.
002600     05  ZV-SATZART                 PIC X(01).
002700         88  ZV-IST-VORSATZ              VALUE 'A'.
002800     05  ZV-DATEIKENNUNG            PIC X(08).
002900     05  ZV-LAUFDATUM               PIC 9(08).
003000     05  ZV-ERSTELLDATUM            PIC 9(08).
003100     05  FILLER                     PIC X(95).
003200*
003300 01  ZAHLAUSGANG-ZAHLUNG REDEFINES ZAHLAUSGANG-VORSATZ.
003400     05  ZC-SATZART                 PIC X(01).
003500         88  ZC-IST-ZAHLUNG              VALUE 'C'.
003600     05  ZC-REFERENZ.
003700         10  ZC-REF-KONTONUMMER     PIC 9(10).
003800         10  ZC-REF-BUCHUNGSDATUM   PIC 9(08).
003900         10  ZC-REF-LAUFDATUM       PIC 9(08).
004000         10  ZC-REF-LFDNR           PIC 9(07).
004100     05  ZC-TRANSAKTIONSCODE        PIC X(02).
004200     05  ZC-EMPFAENGER-BLZ          PIC 9(08).
004300     05  ZC-EMPFAENGER-KONTO        PIC 9(10).
004400     05  ZC-EMPFAENGER-NAME         PIC X(27).
004500     05  ZC-BETRAG                  PIC 9(09)V99.
004600     05  ZC-FILIALE                 PIC 9(02).
004700     05  FILLER                     PIC X(26).
004800*
004900 01  ZAHLAUSGANG-NACHSATZ REDEFINES ZAHLAUSGANG-VORSATZ.
005000     05  ZE-SATZART                 PIC X(01).
005100         88  ZE-IST-NACHSATZ             VALUE 'E'.
005200     05  ZE-ANZAHL                  PIC 9(07).
005300     05  ZE-BETRAGSSUMME            PIC 9(13)V99.
005400     05  ZE-SUMME-KONTEN            PIC 9(17).
005500     05  ZE-SUMME-BLZ               PIC 9(17).
005600     05  FILLER                     PIC X(63).
