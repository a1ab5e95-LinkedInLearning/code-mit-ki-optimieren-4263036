000400*                                                             *
000500*    SATZLAYOUT FUER DIE ABWEISUNGSGRUND-TEXTTABELLE          *
000600*    (DL100AGR).  ORDNET JEDEM GRUNDCODE AUS SATZPRUEFEN      *
000700*    (0010-0130) SEINEN KLARTEXT ZU.  DIE ABWEISUNGSANALYSE   *
000800*    (DL100R05) LEGT DIE DATEI BEIM ALLERERSTEN LAUF MIT DEN  *
000900*    STANDARDTEXTEN AN; NEUE CODES WERDEN DANACH UEBER DIESE  *
001000*    DATEI GEPFLEGT, OHNE DASS EIN PROGRAMM ANGEFASST         *
001400*      2026-08-23  RH  ERSTFASSUNG                              *
001500*      2026-09-01  RH  GRUNDBEREICH AUF 0010-0090 ERWEITERT     *
001600*                      (KONTOVERZEICHNIS, TERMIN, GEGENKONTO)   *
001700*      2026-10-15  RH  GRUND 0100 (RUHENDES KONTO) ERGAENZT     *
001800*      2026-10-15  RH  GRUND 0110 (ZAHLUNGSANGABEN FEHLEN)      *
001900*                      ERGAENZT                                 *
002000*      2026-10-15  RH  GRUND 0120 (KEIN GUELTIGES MANDAT)       *
002100*                      ERGAENZT                                 *
002200*      2026-10-15  RH  GRUND 0130 (WAEHRUNG UNGUELTIG ODER      *
002300*                      KEIN WECHSELKURS) ERGAENZT               *
002400*                                                             *
002500***************************************************************
002600 01  Abweisungsgrundsatz.
002700     05  AG-CODE                    PIC X(04).
002800     05  AG-TEXT                    PIC X(40).
002900     05  FILLER                     PIC X(36).
