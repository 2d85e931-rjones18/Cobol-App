000100*----------------------------------------------------------
000200* CLBKUPR   - KEYED-CLUSTER UNLOAD RECORD (HITCNT, VISPROF,
000300*             BLOCKLST BACKUP GENERATIONS)
000400*----------------------------------------------------------
000500* 2026-10-15 RJ  ORIGINAL - KSUNLOAD WRITES ONE "D" RECORD
000600*                PER CLUSTER RECORD, IN KEY ORDER, CARRYING
000700*                THE RECORD IMAGE LEFT-JUSTIFIED IN BKP-DATA
000800*                (HITCNT 44 BYTES, BLOCKLST 60, VISPROF 80),
000900*                THEN ONE "T" TRAILER WITH THE RECORD COUNT
001000*                AND THE KEY HASH TOTAL. THE HASH IS THE SUM,
001100*                OVER EVERY KEY, OF EACH KEY BYTE'S CODE
001200*                POINT TIMES ITS POSITION (1-30), SO A LOST,
001300*                ADDED, OR ALTERED KEY MOVES IT. KSRELOAD
001400*                RECOMPUTES BOTH FROM THE RELOADED CLUSTER.
001500*                LRECL 100.
001600*----------------------------------------------------------
001700 01  BKP-RECORD.
001800     05  BKP-REC-TYPE            PIC X(01).
001900         88  BKP-DATA-REC                VALUE "D".
002000         88  BKP-TRAILER-REC             VALUE "T".
002100     05  BKP-CLUSTER             PIC X(08).
002200     05  BKP-DATA                PIC X(80).
002300     05  BKP-TRAILER REDEFINES BKP-DATA.
002400         10  BKP-TRL-UNLOAD-DATE PIC 9(08).
002500         10  BKP-TRL-UNLOAD-TIME PIC 9(08).
002600         10  BKP-TRL-RECORD-COUNT
002700                                 PIC 9(09).
002800         10  BKP-TRL-KEY-HASH    PIC 9(15).
002900         10  FILLER              PIC X(40).
003000     05  FILLER                  PIC X(11).
