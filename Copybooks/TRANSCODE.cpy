002300*                      DEREN SAETZE KONTO UND GEGENKONTO       *
002400*                      (DS-GEGENKONTO) IN EINEM ZUG BE- UND    *
002500*                      ENTLASTEN - BEIDE SEITEN ODER KEINE     *
002600*      2026-10-15  RH  TC-ART 'X' ERGAENZT: ZAHLUNG AN EINE     *
002700*                      FREMDE BANK (SOLL-CODE, EMPFAENGER SIEHE *
002800*                      DATEISATZ-EXTERN) - GEHT NACH DER        *
002900*                      BUCHUNG IN DEN ZAHLUNGSAUSGANG DL100ZAH  *
003000*      2026-10-15  RH  TC-ART 'R' ERGAENZT: RUECKBUCHUNG EINER  *
003100*                      VON DER CLEARINGSTELLE ZURUECKGEGEBENEN  *
003200*                      ZAHLUNG (HABEN-CODE, SIEHE DL100G03)     *
003300*      2026-10-15  RH  TC-ART 'L' ERGAENZT: LASTSCHRIFT EINES   *
003400*                      FREMDEN GLAEUBIGERS (SOLL-CODE, MANDAT   *
003500*                      SIEHE DATEISATZ-LASTSCHRIFT) - WIRD NUR  *
003600*                      GEGEN EIN GUELTIGES MANDAT (DL100MDT)    *
003700*                      GEBUCHT                                  *
003800*                                                             *
003900***************************************************************
004000 01  Transaktionscodesatz.
004100     05  TC-CODE                    PIC X(02).
004200     05  TC-BEZEICHNUNG             PIC X(30).
004300     05  TC-SOLL-HABEN              PIC X(01).
004400         88  TC-IST-SOLL                VALUE 'S'.
004500         88  TC-IST-HABEN               VALUE 'H'.
004600     05  TC-AKTIV                   PIC X(01).
004700         88  TC-IST-AKTIV               VALUE 'J'.
004800         88  TC-IST-STILLGELEGT         VALUE 'N'.
004900     05  TC-ART                     PIC X(01).
005000         88  TC-IST-STORNO              VALUE 'S'.
005100         88  TC-IST-UMBUCHUNG           VALUE 'U'.
005200         88  TC-IST-EXTERN              VALUE 'X'.
005300         88  TC-IST-RUECKLAUF           VALUE 'R'.
005400         88  TC-IST-LASTSCHRIFT         VALUE 'L'.
005500     05  FILLER                     PIC X(45).
