002290*                OPEN - A TRANSIENT LOCK USED TO PRODUCE A
002292*                SWEEP THAT READ NOTHING AND BLOCKED NOBODY
002294*                AT RC 0.
002295* 2026-10-15 RJ  A SWEEP THAT BLOCKS ANY SESSION NOW RAISES
002296*                ONE WARNING ALERT THROUGH ALERTW (SEE
002297*                ALERTR) WITH THE BLOCK COUNT, FOR THE
002298*                PAGING GATEWAY - BLOCKS USED TO SHOW ONLY
002299*                IN THE JOB LOG.
002300*----------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
005276 01  WS-TICKS-SEEN           PIC 9(02) COMP VALUE ZERO.
005278 01  WS-PACE-PREV            PIC 9(08) VALUE ZERO.
005282 01  WS-PACE-NOW             PIC 9(08) VALUE ZERO.
005283
005284*----------------------------------------------------------
005285* ALERT STAGING - FILLED BY 8000 WHEN THE SWEEP BLOCKED
005286* ANYBODY AND HANDED TO THE ALERTW SUBPROGRAM BY 9700
005287*----------------------------------------------------------
005288 01  WS-ALR-PROGRAM          PIC X(08) VALUE "ABUSESCN".
005289 01  WS-ALR-SEVERITY         PIC X(08) VALUE "WARNING".
005290 01  WS-ALR-OBJECT           PIC X(30) VALUE "BLOCKLST".
005291 01  WS-ALR-MESSAGE          PIC X(80) VALUE SPACES.
005292 01  WS-ALR-RESULT-SW        PIC X(01) VALUE SPACES.
005300
005400*----------------------------------------------------------
005500* CONTROL CARD - CEILING HITS/HOUR (1-5), BLOCK HOURS (7-8)
034200     DISPLAY "ABUSESCN: SCANNED " WS-COUNT-ED
034300             " HITS, BLOCKED " WS-COUNT-ED-2 " SESSION/HOUR"
034400             " ENTRIES OVER CEILING " WS-CEILING
034407     IF WS-BLOCKED-COUNT > 0
034414         MOVE SPACES TO WS-ALR-MESSAGE
034421         STRING "BLOCKED" DELIMITED BY SIZE
034428                 WS-COUNT-ED-2 DELIMITED BY SIZE
034435                 " SESSION/HOUR ENTRIES OVER CEILING "
034442                     DELIMITED BY SIZE
034449                 WS-CEILING DELIMITED BY SIZE
034456                 " HITS/HOUR" DELIMITED BY SIZE
034463                 INTO WS-ALR-MESSAGE
034470         END-STRING
034477         PERFORM 9700-RAISE-ALERT THRU 9700-EXIT
034484     END-IF
034500     IF WS-TABLE-FULL
034600         DISPLAY "ABUSESCN: COUNT TABLE FULL - SWEEP"
034700                 " TRUNCATED, RERUN WITH A SHORTER LOG"
034900     END-IF.
035000 8000-EXIT.
035100     EXIT.
035107
035114*----------------------------------------------------------
035121 9700-RAISE-ALERT.
035128*    HAND ONE ALERT TO THE ALERTW SUBPROGRAM, WHICH OWNS
035135*    EVERY ALERTQ APPEND IN THE SHOP AND HOLDS BACK REPEATS
035142*    OF THE SAME CONDITION. ALERTW LOGS ITS OWN FAILURES TO
035149*    ERRLOG; THE RETURN CODE ALREADY FLAGS THE RUN.
035156*----------------------------------------------------------
035163     CALL "ALERTW" USING WS-ALR-PROGRAM WS-ALR-SEVERITY
035170                         WS-ALR-OBJECT WS-ALR-MESSAGE
035177                         WS-ALR-RESULT-SW.
035184 9700-EXIT.
035191     EXIT.
035200
035300*----------------------------------------------------------
035400 9800-LOG-FILE-ERROR.
