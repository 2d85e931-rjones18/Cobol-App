002000*                THE OPERATOR EMPTIES ERRLOG AFTER REVIEW
002100*                (SEE JCL/ERRRPT) SO EACH WINDOW STARTS
002200*                CLEAN.
002220* 2026-10-15 RJ  A WINDOW WITH EVENTS NOW ALSO RAISES A
002240*                WARNING ALERT THROUGH ALERTW (SEE ALERTR)
002260*                FOR THE PAGING GATEWAY, ON TOP OF THE RC 4.
002300*----------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
009200 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
009300 01  WS-RPT-LINE             PIC X(110) VALUE SPACES.
009400 01  WS-COUNT-ED             PIC ZZZZZZ9.
009409
009418*----------------------------------------------------------
009427* ALERT STAGING - FILLED BY 8000 WHEN THERE ARE EVENTS AND
009436* HANDED TO THE ALERTW SUBPROGRAM BY 9700
009445*----------------------------------------------------------
009454 01  WS-ALR-PROGRAM          PIC X(08) VALUE "ERRRPT".
009463 01  WS-ALR-SEVERITY         PIC X(08) VALUE "WARNING".
009472 01  WS-ALR-OBJECT           PIC X(30) VALUE "ERRLOG".
009481 01  WS-ALR-MESSAGE          PIC X(80) VALUE SPACES.
009490 01  WS-ALR-RESULT-SW        PIC X(01) VALUE SPACES.
009500
009600 PROCEDURE DIVISION.
009700*----------------------------------------------------------
024300             WRITE RPT-LINE AFTER ADVANCING 1 LINE
024400         END-IF
024500         MOVE 4 TO RETURN-CODE
024510         MOVE SPACES TO WS-ALR-MESSAGE
024520         STRING "FILE ERROR EVENTS LOGGED THIS WINDOW:"
024530                 DELIMITED BY SIZE
024540                 WS-COUNT-ED DELIMITED BY SIZE
024550                 " - SEE THE ERRRPT REPORT" DELIMITED BY SIZE
024560                 INTO WS-ALR-MESSAGE
024570         END-STRING
024580         PERFORM 9700-RAISE-ALERT THRU 9700-EXIT
024600     END-IF.
024700 8000-EXIT.
024800     EXIT.
029900     CLOSE ERROR-RPT.
030000 9000-EXIT.
030100     EXIT.
030107
030114*----------------------------------------------------------
030121 9700-RAISE-ALERT.
030128*    HAND ONE ALERT TO THE ALERTW SUBPROGRAM, WHICH OWNS
030135*    EVERY ALERTQ APPEND IN THE SHOP AND HOLDS BACK REPEATS
030142*    OF THE SAME CONDITION. ALERTW LOGS ITS OWN FAILURES TO
030149*    ERRLOG; THE RETURN CODE ALREADY FLAGS THE RUN.
030156*----------------------------------------------------------
030163     CALL "ALERTW" USING WS-ALR-PROGRAM WS-ALR-SEVERITY
030170                         WS-ALR-OBJECT WS-ALR-MESSAGE
030177                         WS-ALR-RESULT-SW.
030184 9700-EXIT.
030191     EXIT.
030200
