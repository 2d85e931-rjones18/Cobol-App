003040*                OPEN - A TRANSIENT LOCK USED TO BE TREATED
003050*                AS A HARD FAILURE THAT LEFT A WHOLE DAY
003060*                UNWATCHED AT RC 0.
003068* 2026-10-15 RJ  EACH PAGE OVER THE THRESHOLD NOW ALSO
003076*                RAISES A WARNING ALERT THROUGH ALERTW (SEE
003084*                ALERTR) NAMING THE PAGE, FOR THE PAGING
003092*                GATEWAY, ON TOP OF THE RC 4.
003093* 2026-10-15 RJ  REQUESTS WEBMAIN REFUSED WITH A 503 DURING A
003094*                PLANNED MAINTWIN WINDOW (FLAGGED IN THE LOG
003095*                RECORD, SEE VISLOGR) ARE COUNTED APART AND
003096*                NEVER JUDGED - PLANNED DOWNTIME IS NOT A
003097*                PAGE ERROR. THE TOTAL PRINTS BELOW THE PAGE
003098*                LINES.
003100*----------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
011500 01  WS-AVG-BYTES            PIC 9(07) COMP VALUE ZERO.
011600 01  WS-ALERT-COUNT          PIC 9(03) COMP VALUE ZERO.
011700 01  WS-SCANNED-COUNT        PIC 9(07) COMP VALUE ZERO.
011750 01  WS-PLANNED-COUNT        PIC 9(07) COMP VALUE ZERO.
011800 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
011900 01  WS-RPT-LINE             PIC X(100) VALUE SPACES.
012000 01  WS-HITS-ED              PIC ZZZZZZ9.
012400 01  WS-CLASS-ED-4           PIC ZZZZZZ9.
012500 01  WS-PCT-ED               PIC ZZ9.
012600 01  WS-BYTES-ED             PIC ZZZZZZ9.
012608
012616*----------------------------------------------------------
012624* ALERT STAGING - FILLED BY 8100 FOR A PAGE OVER THE
012632* THRESHOLD AND HANDED TO THE ALERTW SUBPROGRAM BY 9700
012640*----------------------------------------------------------
012648 01  WS-ALR-PROGRAM          PIC X(08) VALUE "PAGEWTCH".
012656 01  WS-ALR-SEVERITY         PIC X(08) VALUE "WARNING".
012664 01  WS-ALR-OBJECT           PIC X(30) VALUE SPACES.
012672 01  WS-ALR-MESSAGE          PIC X(80) VALUE SPACES.
012680 01  WS-ALR-RESULT-SW        PIC X(01) VALUE SPACES.
012688 01  WS-THRESHOLD-ED         PIC ZZ9.
012700
012800 PROCEDURE DIVISION.
012900*----------------------------------------------------------
018600
018700*----------------------------------------------------------
018800 2200-TALLY-ONE-RECORD.
018900*    COUNT A PLANNED-OUTAGE REFUSAL (WEBMAIN'S 503 INSIDE A
019000*    MAINTWIN WINDOW) ASIDE, UNJUDGED, OR FILE THE HIT
019100*    UNDER ITS PAGE, THEN READ THE NEXT RECORD.
019200*----------------------------------------------------------
019300     ADD 1 TO WS-SCANNED-COUNT
019305     IF VLG-PLANNED-OUTAGE
019310         ADD 1 TO WS-PLANNED-COUNT
019315     ELSE
019320         PERFORM 2250-FILE-ONE-HIT THRU 2250-EXIT
019325     END-IF
019330     PERFORM 2100-READ-VISITOR-LOG THRU 2100-EXIT.
019335 2200-EXIT.
019340     EXIT.
019345
019350*----------------------------------------------------------
019355 2250-FILE-ONE-HIT.
019360*    BUMP THIS RECORD'S PAGE ENTRY, ADDING ONE IF THE PATH
019365*    IS NEW. A FULL TABLE IS REPORTED RATHER THAN OVERRUN.
019370*----------------------------------------------------------
019400     IF VLG-PAGE-PATH = SPACES
019500         MOVE "/hello" TO WS-WORK-PATH
019600     ELSE
022000     END-EVALUATE
022100     IF WS-FOUND-IX > 0
022200         PERFORM 2300-COUNT-ONE-HIT THRU 2300-EXIT
022300     END-IF.
022500 2250-EXIT.
022600     EXIT.
022700
022800*----------------------------------------------------------
030600         MOVE "  NO TRAFFIC TO WATCH" TO RPT-LINE
030700         WRITE RPT-LINE AFTER ADVANCING 1 LINE
030800     END-IF
030808     IF WS-PLANNED-COUNT > 0
030816         MOVE WS-PLANNED-COUNT TO WS-CLASS-ED
030824         MOVE SPACES TO WS-RPT-LINE
030832         STRING "  PLANNED-OUTAGE REFUSALS (NOT JUDGED): "
030840                 DELIMITED BY SIZE
030848                 WS-CLASS-ED DELIMITED BY SIZE
030856                 INTO WS-RPT-LINE
030864         END-STRING
030872         MOVE WS-RPT-LINE TO RPT-LINE
030880         WRITE RPT-LINE AFTER ADVANCING 1 LINE
030888     END-IF
030900     IF WS-ALERT-COUNT > 0
031000         MOVE WS-ALERT-COUNT TO WS-CLASS-ED
031100         MOVE SPACES TO WS-RPT-LINE
037500     IF WS-ERROR-PCT > WS-THRESHOLD-PCT
037600        AND WS-PG-HITS (WS-PAGE-IX) >= WS-MIN-HITS
037700         ADD 1 TO WS-ALERT-COUNT
037707         MOVE WS-PG-PATH (WS-PAGE-IX) TO WS-ALR-OBJECT
037714         MOVE WS-THRESHOLD-PCT TO WS-THRESHOLD-ED
037721         MOVE SPACES TO WS-ALR-MESSAGE
037728         STRING "ERROR RATE" DELIMITED BY SIZE
037735                 WS-PCT-ED DELIMITED BY SIZE
037742                 " PCT OVER" DELIMITED BY SIZE
037749                 WS-THRESHOLD-ED DELIMITED BY SIZE
037756                 " PCT THRESHOLD ON" DELIMITED BY SIZE
037763                 WS-HITS-ED DELIMITED BY SIZE
037770                 " HITS" DELIMITED BY SIZE
037777                 INTO WS-ALR-MESSAGE
037784         END-STRING
037791         PERFORM 9700-RAISE-ALERT THRU 9700-EXIT
037800         STRING WS-RPT-LINE (1:70) DELIMITED BY SIZE
037900                 " ** OVER THRESHOLD" DELIMITED BY SIZE
038000                 INTO RPT-LINE
038500     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
038600 8100-EXIT.
038700     EXIT.
038707
038714*----------------------------------------------------------
038721 9700-RAISE-ALERT.
038728*    HAND ONE ALERT TO THE ALERTW SUBPROGRAM, WHICH OWNS
038735*    EVERY ALERTQ APPEND IN THE SHOP AND HOLDS BACK REPEATS
038742*    OF THE SAME CONDITION. ALERTW LOGS ITS OWN FAILURES TO
038749*    ERRLOG; THE RETURN CODE ALREADY FLAGS THE RUN.
038756*----------------------------------------------------------
038763     CALL "ALERTW" USING WS-ALR-PROGRAM WS-ALR-SEVERITY
038770                         WS-ALR-OBJECT WS-ALR-MESSAGE
038777                         WS-ALR-RESULT-SW.
038784 9700-EXIT.
038791     EXIT.
038800
038900*----------------------------------------------------------
039000 9800-LOG-FILE-ERROR.
