002800*                      '2' = GEGENKONTO); DER HAUPTBUCH-        *
002900*                      ABTRAG UNTERSCHEIDET WIEDERANLAUF-       *
003000*                      DUBLETTEN AN SATZNUMMER UND TEILSATZ     *
003100*      2026-10-15  RH  SATZLAENGE 44 -> 69: AK-WAEHRUNG,        *
003200*                      AK-ORIGINAL-SIGNIERT (VORZEICHEN-        *
003300*                      GERECHTER BETRAG IN DER GELIEFERTEN      *
003400*                      WAEHRUNG) UND AK-KURSERTRAG (EURO)       *
003500*                      FUER DIE SUMMEN JE WAEHRUNG UND DIE      *
003600*                      KURSDIFFERENZ IM HAUPTBUCH-ABTRAG        *
003700*                                                             *
003800***************************************************************
003900 01  Akzeptsatz.
004000     05  AK-LAUFDATUM               PIC 9(08).
004100     05  AK-KONTONUMMER             PIC 9(10).
004200     05  AK-TRANSAKTIONSCODE        PIC X(02).
004300     05  AK-SOLL-HABEN              PIC X(01).
004400     05  AK-BETRAG-SIGNIERT         PIC S9(11)V99.
004500     05  AK-LFDNR                   PIC 9(07).
004600     05  AK-FILIALE                 PIC 9(02).
004700     05  AK-TEILSATZ                PIC X(01).
004800     05  AK-WAEHRUNG                PIC X(03).
004900     05  AK-ORIGINAL-SIGNIERT       PIC S9(11)V99.
005000     05  AK-KURSERTRAG              PIC S9(07)V99.
