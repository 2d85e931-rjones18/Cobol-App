000100*----------------------------------------------------------
000200* ALRTCTLR  - ALERT SUPPRESSION CONTROL RECORD, KEYED BY
000300*             PROGRAM / SEVERITY / OBJECT
000400*----------------------------------------------------------
000500* 2026-10-15 RJ  ORIGINAL - ONE RECORD PER ALERT CONDITION
000600*                ALERTW HAS EVER SENT, HOLDING WHEN IT WAS
000700*                LAST SENT AND HOW MANY REPEATS HAVE BEEN
000800*                HELD BACK SINCE. KEPT IN ITS OWN CLUSTER
000900*                RATHER THAN READ BACK OUT OF ALERTQ,
001000*                BECAUSE THE GATEWAY MAY DRAIN ALERTQ AT ANY
001100*                TIME. KEYS(46 0), RECORDSIZE(80 80).
001200*----------------------------------------------------------
001300 01  ACT-RECORD.
001400     05  ACT-KEY.
001500         10  ACT-PROGRAM         PIC X(08).
001600         10  ACT-SEVERITY        PIC X(08).
001700         10  ACT-OBJECT          PIC X(30).
001800     05  ACT-LAST-SENT-DATE      PIC 9(08).
001900     05  ACT-LAST-SENT-TIME      PIC 9(08).
002000     05  ACT-HELD-COUNT          PIC 9(05).
002100     05  FILLER                  PIC X(13).
