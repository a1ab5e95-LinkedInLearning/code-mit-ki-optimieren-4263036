001600*                                                             *
001700*    AENDERUNGEN:                                              *
001800*      2026-09-01  RH  ERSTFASSUNG                              *
001900*      2026-10-15  RH  RESERVIERTER CODE 'KD' (KURS-            *
002000*                      DIFFERENZEN): SEIN SACHKONTO ERHAELT     *
002100*                      IM HAUPTBUCH-ABTRAG DEN KURSGEWINN BZW.  *
002200*                      -VERLUST DER FREMDWAEHRUNGSUMSAETZE      *
002300*                                                             *
002400***************************************************************
002500 01  Sachkontosatz.
002600     05  SK-TRANSAKTIONSCODE        PIC X(02).
002700         88  SK-IST-KURSDIFFERENZ       VALUE 'KD'.
002800     05  SK-SACHKONTO               PIC 9(08).
002900     05  SK-BEZEICHNUNG             PIC X(30).
003000     05  SK-AKTIV                   PIC X(01).
003100         88  SK-IST-AKTIV               VALUE 'J'.
003200         88  SK-IST-STILLGELEGT         VALUE 'N'.
003300     05  FILLER                     PIC X(39).
