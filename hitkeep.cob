002320*                THE COMMON ERRLOG DATASET (SEE ERREVR AND
002330*                THE ERRRPT JOB), ON TOP OF THE EXISTING
002340*                RC 8 PATH.
002350* 2026-10-15 RJ  AN OCCUPANCY ALARM NOW ALSO RAISES A
002360*                WARNING ALERT THROUGH ALERTW (SEE ALERTR)
002370*                FOR THE PAGING GATEWAY, ON TOP OF THE RC 4.
002400*----------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
004655 01  WS-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
004660 01  WS-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
004665 01  WS-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
004667
004669*----------------------------------------------------------
004671* ALERT STAGING - FILLED BY 8000 ON AN OCCUPANCY ALARM AND
004673* HANDED TO THE ALERTW SUBPROGRAM BY 9700
004675*----------------------------------------------------------
004677 01  WS-ALR-PROGRAM          PIC X(08) VALUE "HITKEEP".
004679 01  WS-ALR-SEVERITY         PIC X(08) VALUE "WARNING".
004681 01  WS-ALR-OBJECT           PIC X(30) VALUE "HITCNT".
004683 01  WS-ALR-MESSAGE          PIC X(80) VALUE SPACES.
004685 01  WS-ALR-RESULT-SW        PIC X(01) VALUE SPACES.
004687 01  WS-ALARM-ED             PIC ZZ9.
004700
004800*----------------------------------------------------------
004900* CONTROL CARD - FIXED COLUMNS: RETENTION DAYS (1-3),
023600         DISPLAY "HITKEEP: OCCUPANCY ALARM - EXPAND THE"
023700                 " CLUSTER OR TIGHTEN RETENTION"
023800         MOVE 4 TO RETURN-CODE
023808         MOVE WS-ALARM-PCT TO WS-ALARM-ED
023816         MOVE SPACES TO WS-ALR-MESSAGE
023824         STRING "CLUSTER OCCUPANCY" DELIMITED BY SIZE
023832                 WS-PCT-ED DELIMITED BY SIZE
023840                 " PCT, ALARM AT" DELIMITED BY SIZE
023848                 WS-ALARM-ED DELIMITED BY SIZE
023856                 " PCT - EXPAND OR TIGHTEN RETENTION"
023864                     DELIMITED BY SIZE
023872                 INTO WS-ALR-MESSAGE
023880         END-STRING
023888         PERFORM 9700-RAISE-ALERT THRU 9700-EXIT
023900     END-IF.
024000 8000-EXIT.
024100     EXIT.
024107
024114*----------------------------------------------------------
024121 9700-RAISE-ALERT.
024128*    HAND ONE ALERT TO THE ALERTW SUBPROGRAM, WHICH OWNS
024135*    EVERY ALERTQ APPEND IN THE SHOP AND HOLDS BACK REPEATS
024142*    OF THE SAME CONDITION. ALERTW LOGS ITS OWN FAILURES TO
024149*    ERRLOG; THE RETURN CODE ALREADY FLAGS THE RUN.
024156*----------------------------------------------------------
024163     CALL "ALERTW" USING WS-ALR-PROGRAM WS-ALR-SEVERITY
024170                         WS-ALR-OBJECT WS-ALR-MESSAGE
024177                         WS-ALR-RESULT-SW.
024184 9700-EXIT.
024191     EXIT.
024200
024300*----------------------------------------------------------
024400 9800-LOG-FILE-ERROR.
