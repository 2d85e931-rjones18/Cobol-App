000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LATRPT.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - END-OF-WINDOW PAGE LATENCY
001100*                REPORT OVER THE RESPLOG DATASET WEBMAIN
001200*                WRITES FOR EVERY ROUTED REQUEST (SEE
001300*                RESPTMR). "/guestbook FEELS SLOW" NOW HAS
001400*                NUMBERS: PER PAGE PATH, THE REQUEST COUNT,
001500*                AVERAGE, 90TH AND 99TH PERCENTILE, AND WORST
001600*                ELAPSED TIME IN SECONDS, THEN THE HOUR OF THE
001700*                DAY WITH THE HIGHEST AVERAGE. PERCENTILES
001800*                COME FROM A PER-PAGE HISTOGRAM IN HUNDREDTHS
001900*                OF A SECOND (THE CLOCK'S OWN RESOLUTION) UP
002000*                TO TEN SECONDS; A PERCENTILE THAT FALLS BEYOND
002100*                THAT PRINTS AS "10.00+". ENDS RC 4 WHEN ANY
002200*                PAGE WITH AT LEAST THE MINIMUM REQUEST COUNT
002300*                HAS A 90TH PERCENTILE OVER THE THRESHOLD -
002400*                SAME ALARM DISCIPLINE AS PAGEWTCH. CONTROLS
002500*                COME ON A SYSIN CARD: 90TH PERCENTILE
002600*                THRESHOLD IN HUNDREDTHS OF A SECOND IN COLS
002700*                1-5 AND MINIMUM REQUESTS BEFORE A PAGE IS
002800*                JUDGED IN COLS 7-11 (SEE JCL/NIGHTLY). BLANKS
002900*                TAKE THE DEFAULTS (2.00 SECONDS, 20 REQUESTS).
002910* 2026-10-15 RJ  EACH PAGE OVER THE THRESHOLD NOW ALSO RAISES
002920*                A WARNING ALERT THROUGH ALERTW (SEE ALERTR)
002930*                NAMING THE PAGE, FOR THE PAGING GATEWAY, ON
002940*                TOP OF THE RC 4 - AS PAGEWTCH DOES.
002950* 2026-10-15 RJ  A RESPLOG THAT CANNOT BE OPENED NOW SAYS SO
002960*                ON THE REPORT INSTEAD OF READING AS A
002970*                WINDOW WITH NO TRAFFIC.
003000*----------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RESPONSE-LOG ASSIGN TO "RESPLOG"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RESPLOG-STATUS.
003800     SELECT LATENCY-RPT ASSIGN TO "LATOUT"
003900         ORGANIZATION IS SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  RESPONSE-LOG
004400     RECORDING MODE IS F.
004500     COPY RESPTMR.
004600 FD  LATENCY-RPT
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  RPT-LINE                PIC X(100).
005000
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------
005300* FILE STATUS AND END-OF-FILE CONTROL
005400*----------------------------------------------------------
005500 01  WS-RESPLOG-STATUS       PIC X(02) VALUE SPACES.
005600 01  WS-EOF-SW               PIC X(01) VALUE "N".
005700     88  WS-EOF-REACHED               VALUE "Y".
005800
005900*----------------------------------------------------------
006000* ERROR-EVENT STAGING - THE FAILING PARAGRAPH FILLS THESE
006100* AND PERFORMS 9800, WHICH HANDS THEM TO THE ERRLOGW
006200* SUBPROGRAM (THE ONLY ERRLOG WRITER IN THE SHOP)
006300*----------------------------------------------------------
006400 01  WS-ERR-PROGRAM          PIC X(08) VALUE "LATRPT".
006500 01  WS-ERR-PARAGRAPH        PIC X(24) VALUE SPACES.
006600 01  WS-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
006700 01  WS-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
006800 01  WS-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
006900
007000*----------------------------------------------------------
007100* RESPLOG OPEN RETRY - THE FILE MAY BE HELD FOR A MOMENT BY
007200* A RESPLOGW APPEND IN FLIGHT. EACH FAILED ATTEMPT WAITS A
007300* COUPLE OF CLOCK TICKS (THERE IS NO WAIT VERB IN THIS
007400* DIALECT, SO THE PACE PARAGRAPH WATCHES THE TIME-OF-DAY
007500* CLOCK ADVANCE).
007600*----------------------------------------------------------
007700 01  WS-OPEN-TRY-IX          PIC 9(02) COMP VALUE ZERO.
007800 77  WS-MAX-OPEN-TRIES       PIC 9(02) VALUE 10.
007900 01  WS-LOG-OPEN-DONE-SW     PIC X(01) VALUE "N".
008000     88  WS-LOG-OPEN-DONE             VALUE "Y".
008100 77  WS-PACE-TICKS           PIC 9(02) VALUE 2.
008200 01  WS-TICKS-SEEN           PIC 9(02) COMP VALUE ZERO.
008300 01  WS-PACE-PREV            PIC 9(08) VALUE ZERO.
008400 01  WS-PACE-NOW             PIC 9(08) VALUE ZERO.
008500
008600*----------------------------------------------------------
008700* CONTROL CARD - 90TH PERCENTILE THRESHOLD IN HUNDREDTHS OF
008800* A SECOND (1-5), MINIMUM REQUESTS BEFORE A PAGE IS JUDGED
008900* (7-11). A BLANK OR NON-NUMERIC FIELD FALLS BACK TO ITS
009000* DEFAULT.
009100*----------------------------------------------------------
009200 01  WS-PARM-CARD.
009300     05  WS-CARD-THRESHOLD   PIC X(05).
009400     05  FILLER              PIC X(01).
009500     05  WS-CARD-MIN-REQS    PIC X(05).
009600     05  FILLER              PIC X(69).
009700 77  WS-THRESHOLD-HSEC       PIC 9(05) VALUE 200.
009800 77  WS-MIN-REQS             PIC 9(05) VALUE 20.
009900
010000*----------------------------------------------------------
010100* PER-PAGE ROLLUP TABLE, KEYED BY RTM-PAGE-PATH. EACH ENTRY
010200* CARRIES A HISTOGRAM OF ELAPSED TIMES: BUCKET N HOLDS THE
010300* REQUESTS THAT TOOK N-1 HUNDREDTHS, AND THE LAST BUCKET
010400* HOLDS EVERYTHING FROM TEN SECONDS UP.
010500*----------------------------------------------------------
010600 01  WS-PAGE-TABLE.
010700     05  WS-PAGE-CNT         PIC 9(02) COMP VALUE ZERO.
010800     05  WS-PAGE-ENTRY       OCCURS 20 TIMES.
010900         10  WS-PG-PATH      PIC X(10).
011000         10  WS-PG-REQS      PIC 9(07) COMP.
011100         10  WS-PG-TOTAL     PIC 9(11) COMP.
011200         10  WS-PG-WORST     PIC 9(07) COMP.
011300         10  WS-PG-BUCKET    PIC 9(07) COMP
011400                             OCCURS 1001 TIMES.
011500 01  WS-PAGE-IX              PIC 9(02) COMP VALUE ZERO.
011600 01  WS-FOUND-IX             PIC 9(02) COMP VALUE ZERO.
011700 01  WS-BUCKET-IX            PIC 9(04) COMP VALUE ZERO.
011800 77  WS-MAX-BUCKETS          PIC 9(04) VALUE 1001.
011900 01  WS-WORK-PATH            PIC X(10) VALUE SPACES.
012000 01  WS-WORK-ELAPSED         PIC 9(07) VALUE ZERO.
012100 01  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
012200     88  WS-TABLE-FULL                VALUE "Y".
012210 01  WS-LOG-UNREADABLE-SW    PIC X(01) VALUE "N".
012220     88  WS-LOG-UNREADABLE            VALUE "Y".
012300
012400*----------------------------------------------------------
012500* PER-HOUR ROLLUP, SUBSCRIPTED BY HOUR OF DAY PLUS ONE
012600*----------------------------------------------------------
012700 01  WS-HOUR-TABLE.
012800     05  WS-HOUR-ENTRY       OCCURS 24 TIMES.
012900         10  WS-HR-REQS      PIC 9(07) COMP.
013000         10  WS-HR-TOTAL     PIC 9(11) COMP.
013100 01  WS-HOUR-IX              PIC 9(02) COMP VALUE ZERO.
013200 01  WS-SLOW-HOUR-IX         PIC 9(02) COMP VALUE ZERO.
013300 01  WS-SLOW-HOUR-AVG        PIC 9(07) COMP VALUE ZERO.
013400 01  WS-HOUR-AVG             PIC 9(07) COMP VALUE ZERO.
013500
013600*----------------------------------------------------------
013700* PERCENTILE WORK - THE RANK OF THE 90TH AND 99TH PERCENTILE
013800* REQUEST, AND THE BUCKET WALK THAT FINDS THEM
013900*----------------------------------------------------------
014000 01  WS-RANK-90              PIC 9(07) COMP VALUE ZERO.
014100 01  WS-RANK-99              PIC 9(07) COMP VALUE ZERO.
014200 01  WS-CUM-REQS             PIC 9(07) COMP VALUE ZERO.
014300 01  WS-P90-HSEC             PIC 9(07) COMP VALUE ZERO.
014400 01  WS-P99-HSEC             PIC 9(07) COMP VALUE ZERO.
014500 01  WS-P90-FOUND-SW         PIC X(01) VALUE "N".
014600     88  WS-P90-FOUND                 VALUE "Y".
014700 01  WS-P99-FOUND-SW         PIC X(01) VALUE "N".
014800     88  WS-P99-FOUND                 VALUE "Y".
014900 01  WS-AVG-HSEC             PIC 9(07) COMP VALUE ZERO.
015000
015100*----------------------------------------------------------
015200* JUDGEMENT AND REPORT BUILD AREAS
015300*----------------------------------------------------------
015400 01  WS-ALERT-COUNT          PIC 9(03) COMP VALUE ZERO.
015500 01  WS-SCANNED-COUNT        PIC 9(07) COMP VALUE ZERO.
015600 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
015700 01  WS-RPT-LINE             PIC X(100) VALUE SPACES.
015800 01  WS-REQS-ED              PIC ZZZZZZ9.
015900 01  WS-SECS-WORK            PIC 9(05)V99 VALUE ZERO.
016000 01  WS-AVG-ED               PIC ZZZZ9.99.
016100 01  WS-P90-ED               PIC ZZZZ9.99.
016200 01  WS-P99-ED               PIC ZZZZ9.99.
016300 01  WS-WORST-ED             PIC ZZZZ9.99.
016400 01  WS-P90-MARK             PIC X(01) VALUE SPACE.
016500 01  WS-P99-MARK             PIC X(01) VALUE SPACE.
016600 01  WS-HOUR-ED              PIC 99.
016700 01  WS-COUNT-ED             PIC ZZZZZZ9.
016710
016720*----------------------------------------------------------
016730* ALERT STAGING - FILLED BY 8100 FOR A PAGE OVER THE
016740* THRESHOLD AND HANDED TO THE ALERTW SUBPROGRAM BY 9700
016750*----------------------------------------------------------
016760 01  WS-ALR-PROGRAM          PIC X(08) VALUE "LATRPT".
016770 01  WS-ALR-SEVERITY         PIC X(08) VALUE "WARNING".
016780 01  WS-ALR-OBJECT           PIC X(30) VALUE SPACES.
016790 01  WS-ALR-MESSAGE          PIC X(80) VALUE SPACES.
016792 01  WS-ALR-RESULT-SW        PIC X(01) VALUE SPACES.
016794 01  WS-THRESHOLD-ED         PIC ZZZZ9.99.
016800
016900 PROCEDURE DIVISION.
017000*----------------------------------------------------------
017100 0000-MAINLINE.
017200*----------------------------------------------------------
017300     PERFORM 1000-READ-CONTROLS THRU 1000-EXIT
017400     PERFORM 2000-ROLL-UP-TIMINGS THRU 2000-EXIT
017500     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
017600     STOP RUN.
017700
017800*----------------------------------------------------------
017900 1000-READ-CONTROLS.
018000*----------------------------------------------------------
018100     MOVE SPACES TO WS-PARM-CARD
018200     ACCEPT WS-PARM-CARD
018300     IF WS-CARD-THRESHOLD IS NUMERIC
018400        AND WS-CARD-THRESHOLD NOT = "00000"
018500         MOVE WS-CARD-THRESHOLD TO WS-THRESHOLD-HSEC
018600     END-IF
018700     IF WS-CARD-MIN-REQS IS NUMERIC
018800         MOVE WS-CARD-MIN-REQS TO WS-MIN-REQS
018900     END-IF
019000     MOVE ZERO TO WS-PAGE-CNT
019100     PERFORM 1100-CLEAR-ONE-HOUR THRU 1100-EXIT
019200             VARYING WS-HOUR-IX FROM 1 BY 1
019300             UNTIL WS-HOUR-IX > 24
019400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019500 1000-EXIT.
019600     EXIT.
019700
019800*----------------------------------------------------------
019900 1100-CLEAR-ONE-HOUR.
020000*----------------------------------------------------------
020100     MOVE ZERO TO WS-HR-REQS (WS-HOUR-IX)
020200     MOVE ZERO TO WS-HR-TOTAL (WS-HOUR-IX).
020300 1100-EXIT.
020400     EXIT.
020500
020600*----------------------------------------------------------
020700 2000-ROLL-UP-TIMINGS.
020800*    TALLY EVERY RESPLOG RECORD INTO ITS PAGE AND HOUR. A
020900*    MISSING FILE MEANS NO ROUTED TRAFFIC THIS WINDOW; A
021000*    FILE HELD BY A RESPLOGW APPEND IS RETRIED, AND ONE
021100*    STILL UNOPENABLE AFTER THAT ENDS THE JOB RC 8 - AN
021200*    UNMEASURED DAY MUST NOT LOOK LIKE A FAST ONE.
021300*----------------------------------------------------------
021400     MOVE "N" TO WS-EOF-SW
021500     MOVE "N" TO WS-LOG-OPEN-DONE-SW
021600     PERFORM 2050-TRY-LOG-OPEN THRU 2050-EXIT
021700             VARYING WS-OPEN-TRY-IX FROM 1 BY 1
021800             UNTIL WS-OPEN-TRY-IX > WS-MAX-OPEN-TRIES
021900                OR WS-LOG-OPEN-DONE
022000     IF WS-RESPLOG-STATUS NOT = "00"
022100         MOVE "Y" TO WS-EOF-SW
022200         IF WS-RESPLOG-STATUS NOT = "35"
022300             MOVE "2000-ROLL-UP-TIMINGS" TO WS-ERR-PARAGRAPH
022400             MOVE "RESPLOG" TO WS-ERR-FILE-NAME
022500             MOVE WS-RESPLOG-STATUS TO WS-ERR-STATUS-CODE
022600             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
022650             MOVE "Y" TO WS-LOG-UNREADABLE-SW
022700             DISPLAY "LATRPT: CANNOT OPEN RESPLOG - STATUS "
022800                     WS-RESPLOG-STATUS
022900             MOVE 8 TO RETURN-CODE
023000         END-IF
023100     ELSE
023200         PERFORM 2100-READ-RESPONSE-LOG THRU 2100-EXIT
023300         PERFORM 2200-TALLY-ONE-RECORD THRU 2200-EXIT
023400                 UNTIL WS-EOF-REACHED
023500         CLOSE RESPONSE-LOG
023600     END-IF.
023700 2000-EXIT.
023800     EXIT.
023900
024000*----------------------------------------------------------
024100 2050-TRY-LOG-OPEN.
024200*    ONE ATTEMPT TO OPEN THE FILE. ONLY THE FILE-LOCKED
024300*    STATUS ("93" - A RESPLOGW APPEND IN FLIGHT) WAITS AND
024400*    BURNS A RETRY; ANY OTHER OUTCOME, GOOD OR BAD, IS
024500*    FINAL AND JUDGED BY THE CALLER.
024600*----------------------------------------------------------
024700     OPEN INPUT RESPONSE-LOG
024800     IF WS-RESPLOG-STATUS = "93"
024900         PERFORM 2060-PACE-ONE-WAIT THRU 2060-EXIT
025000     ELSE
025100         MOVE "Y" TO WS-LOG-OPEN-DONE-SW
025200     END-IF.
025300 2050-EXIT.
025400     EXIT.
025500
025600*----------------------------------------------------------
025700 2060-PACE-ONE-WAIT.
025800*    WAIT WS-PACE-TICKS HUNDREDTHS OF A SECOND BY WATCHING
025900*    THE TIME-OF-DAY CLOCK CHANGE THAT MANY TIMES - SAME
026000*    SCHEME WEBLOG PACES ITS RETRIES WITH.
026100*----------------------------------------------------------
026200     MOVE ZERO TO WS-TICKS-SEEN
026300     ACCEPT WS-PACE-PREV FROM TIME
026400     PERFORM 2070-WATCH-ONE-TICK THRU 2070-EXIT
026500             UNTIL WS-TICKS-SEEN >= WS-PACE-TICKS.
026600 2060-EXIT.
026700     EXIT.
026800
026900*----------------------------------------------------------
027000 2070-WATCH-ONE-TICK.
027100*----------------------------------------------------------
027200     ACCEPT WS-PACE-NOW FROM TIME
027300     IF WS-PACE-NOW NOT = WS-PACE-PREV
027400         ADD 1 TO WS-TICKS-SEEN
027500         MOVE WS-PACE-NOW TO WS-PACE-PREV
027600     END-IF.
027700 2070-EXIT.
027800     EXIT.
027900
028000*----------------------------------------------------------
028100 2100-READ-RESPONSE-LOG.
028200*----------------------------------------------------------
028300     READ RESPONSE-LOG
028400         AT END
028500             MOVE "Y" TO WS-EOF-SW
028600     END-READ.
028700 2100-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------
029100 2200-TALLY-ONE-RECORD.
029200*    BUMP THIS RECORD'S PAGE ENTRY, ADDING ONE IF THE PATH
029300*    IS NEW, THEN READ THE NEXT RECORD. A RECORD WHOSE
029400*    ELAPSED TIME IS NOT NUMERIC IS SKIPPED; A FULL TABLE
029500*    IS REPORTED RATHER THAN OVERRUN.
029600*----------------------------------------------------------
029700     ADD 1 TO WS-SCANNED-COUNT
029800     IF RTM-ELAPSED-HSEC IS NUMERIC
029900         MOVE RTM-ELAPSED-HSEC TO WS-WORK-ELAPSED
030000         MOVE RTM-PAGE-PATH TO WS-WORK-PATH
030100         MOVE ZERO TO WS-FOUND-IX
030200         PERFORM 2210-MATCH-ONE-PAGE THRU 2210-EXIT
030300                 VARYING WS-PAGE-IX FROM 1 BY 1
030400                 UNTIL WS-PAGE-IX > WS-PAGE-CNT
030500                    OR WS-FOUND-IX > 0
030600         EVALUATE TRUE
030700             WHEN WS-FOUND-IX > 0
030800                 CONTINUE
030900             WHEN WS-PAGE-CNT < 20
031000                 ADD 1 TO WS-PAGE-CNT
031100                 MOVE WS-PAGE-CNT TO WS-FOUND-IX
031200                 PERFORM 2220-OPEN-PAGE-ENTRY THRU 2220-EXIT
031300             WHEN OTHER
031400                 MOVE "Y" TO WS-TABLE-FULL-SW
031500         END-EVALUATE
031600         IF WS-FOUND-IX > 0
031700             PERFORM 2300-COUNT-ONE-REQUEST THRU 2300-EXIT
031800         END-IF
031900     END-IF
032000     PERFORM 2100-READ-RESPONSE-LOG THRU 2100-EXIT.
032100 2200-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------
032500 2210-MATCH-ONE-PAGE.
032600*----------------------------------------------------------
032700     IF WS-PG-PATH (WS-PAGE-IX) = WS-WORK-PATH
032800         MOVE WS-PAGE-IX TO WS-FOUND-IX
032900     END-IF.
033000 2210-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------
033400 2220-OPEN-PAGE-ENTRY.
033500*    START A NEW PAGE ENTRY WITH EVERY FIGURE AND EVERY
033600*    HISTOGRAM BUCKET AT ZERO.
033700*----------------------------------------------------------
033800     MOVE WS-WORK-PATH TO WS-PG-PATH (WS-FOUND-IX)
033900     MOVE ZERO TO WS-PG-REQS (WS-FOUND-IX)
034000     MOVE ZERO TO WS-PG-TOTAL (WS-FOUND-IX)
034100     MOVE ZERO TO WS-PG-WORST (WS-FOUND-IX)
034200     PERFORM 2230-CLEAR-ONE-BUCKET THRU 2230-EXIT
034300             VARYING WS-BUCKET-IX FROM 1 BY 1
034400             UNTIL WS-BUCKET-IX > WS-MAX-BUCKETS.
034500 2220-EXIT.
034600     EXIT.
034700
034800*----------------------------------------------------------
034900 2230-CLEAR-ONE-BUCKET.
035000*----------------------------------------------------------
035100     MOVE ZERO TO WS-PG-BUCKET (WS-FOUND-IX WS-BUCKET-IX).
035200 2230-EXIT.
035300     EXIT.
035400
035500*----------------------------------------------------------
035600 2300-COUNT-ONE-REQUEST.
035700*    FOLD ONE TIMING INTO ITS PAGE'S FIGURES AND HISTOGRAM
035800*    AND INTO THE HOUR IT STARTED IN.
035900*----------------------------------------------------------
036000     ADD 1 TO WS-PG-REQS (WS-FOUND-IX)
036100     ADD WS-WORK-ELAPSED TO WS-PG-TOTAL (WS-FOUND-IX)
036200     IF WS-WORK-ELAPSED > WS-PG-WORST (WS-FOUND-IX)
036300         MOVE WS-WORK-ELAPSED TO WS-PG-WORST (WS-FOUND-IX)
036400     END-IF
036500     IF WS-WORK-ELAPSED >= WS-MAX-BUCKETS - 1
036600         MOVE WS-MAX-BUCKETS TO WS-BUCKET-IX
036700     ELSE
036800         COMPUTE WS-BUCKET-IX = WS-WORK-ELAPSED + 1
036900     END-IF
037000     ADD 1 TO WS-PG-BUCKET (WS-FOUND-IX WS-BUCKET-IX)
037100     IF RTM-LOG-TIME IS NUMERIC
037200        AND RTM-LOG-TIME (1:2) < "24"
037300         MOVE RTM-LOG-TIME (1:2) TO WS-HOUR-IX
037400         ADD 1 TO WS-HOUR-IX
037500         ADD 1 TO WS-HR-REQS (WS-HOUR-IX)
037600         ADD WS-WORK-ELAPSED TO WS-HR-TOTAL (WS-HOUR-IX)
037700     END-IF.
037800 2300-EXIT.
037900     EXIT.
038000
038100*----------------------------------------------------------
038200 8000-PRINT-REPORT.
038300*----------------------------------------------------------
038400     OPEN OUTPUT LATENCY-RPT
038500     MOVE SPACES TO WS-RPT-LINE
038600     STRING "PAGE LATENCY REPORT - RUN " DELIMITED BY SIZE
038700             WS-RUN-DATE DELIMITED BY SIZE
038800             INTO WS-RPT-LINE
038900     END-STRING
039000     MOVE WS-RPT-LINE TO RPT-LINE
039100     WRITE RPT-LINE AFTER ADVANCING PAGE
039200     MOVE SPACES TO WS-RPT-LINE
039300     COMPUTE WS-SECS-WORK = WS-THRESHOLD-HSEC / 100
039400     MOVE WS-SECS-WORK TO WS-P90-ED
039500     MOVE WS-MIN-REQS TO WS-REQS-ED
039600     STRING "  THRESHOLD 90TH PCTL " DELIMITED BY SIZE
039700             WS-P90-ED DELIMITED BY SIZE
039800             " SEC, JUDGED FROM " DELIMITED BY SIZE
039900             WS-REQS-ED DELIMITED BY SIZE
040000             " REQUESTS - TIMES IN SECONDS" DELIMITED BY SIZE
040100             INTO WS-RPT-LINE
040200     END-STRING
040300     MOVE WS-RPT-LINE TO RPT-LINE
040400     WRITE RPT-LINE AFTER ADVANCING 1 LINE
040500     MOVE SPACES TO RPT-LINE
040600     WRITE RPT-LINE AFTER ADVANCING 1 LINE
040700     MOVE "  PATH       REQUESTS  AVERAGE   90TH PCT  99TH PCT"
040800         TO WS-RPT-LINE
040900     STRING WS-RPT-LINE (1:52) DELIMITED BY SIZE
041000             "     WORST" DELIMITED BY SIZE
041100             INTO RPT-LINE
041200     END-STRING
041300     WRITE RPT-LINE AFTER ADVANCING 1 LINE
041400     PERFORM 8100-PRINT-ONE-PAGE THRU 8100-EXIT
041500             VARYING WS-PAGE-IX FROM 1 BY 1
041600             UNTIL WS-PAGE-IX > WS-PAGE-CNT
041700     MOVE SPACES TO RPT-LINE
041800     WRITE RPT-LINE AFTER ADVANCING 1 LINE
041900     IF WS-PAGE-CNT = ZERO
041920         IF WS-LOG-UNREADABLE
041940             MOVE "  RESPLOG COULD NOT BE READ - SEE ERRLOG"
041960                 TO RPT-LINE
041980         ELSE
042000             MOVE "  NO ROUTED REQUESTS TO REPORT" TO RPT-LINE
042050         END-IF
042100         WRITE RPT-LINE AFTER ADVANCING 1 LINE
042200     ELSE
042300         PERFORM 8300-PRINT-SLOWEST-HOUR THRU 8300-EXIT
042400     END-IF
042500     IF WS-ALERT-COUNT > 0
042600         MOVE WS-ALERT-COUNT TO WS-COUNT-ED
042700         MOVE SPACES TO WS-RPT-LINE
042800         STRING "  PAGES OVER THRESHOLD: " DELIMITED BY SIZE
042900                 WS-COUNT-ED DELIMITED BY SIZE
043000                 INTO WS-RPT-LINE
043100         END-STRING
043200         MOVE WS-RPT-LINE TO RPT-LINE
043300         WRITE RPT-LINE AFTER ADVANCING 1 LINE
043400         MOVE 4 TO RETURN-CODE
043500     END-IF
043600     IF WS-TABLE-FULL
043700         MOVE "  PAGE TABLE FULL - REPORT TRUNCATED"
043800             TO RPT-LINE
043900         WRITE RPT-LINE AFTER ADVANCING 1 LINE
044000         MOVE 4 TO RETURN-CODE
044100     END-IF
044200     CLOSE LATENCY-RPT.
044300 8000-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------
044700 8100-PRINT-ONE-PAGE.
044800*    PRINT ONE PAGE'S FIGURES AND JUDGE ITS 90TH PERCENTILE
044900*    AGAINST THE THRESHOLD - A PAGE UNDER THE MINIMUM
045000*    REQUEST COUNT IS REPORTED BUT NEVER FLAGGED, SO ONE
045100*    SLOW HIT ON A QUIET PAGE DOES NOT PAGE ANYBODY.
045200*----------------------------------------------------------
045300     PERFORM 8200-FIND-PERCENTILES THRU 8200-EXIT
045400     COMPUTE WS-AVG-HSEC =
045500             WS-PG-TOTAL (WS-PAGE-IX) / WS-PG-REQS (WS-PAGE-IX)
045600     MOVE WS-PG-REQS (WS-PAGE-IX) TO WS-REQS-ED
045700     COMPUTE WS-SECS-WORK = WS-AVG-HSEC / 100
045800     MOVE WS-SECS-WORK TO WS-AVG-ED
045900     COMPUTE WS-SECS-WORK = WS-P90-HSEC / 100
046000     MOVE WS-SECS-WORK TO WS-P90-ED
046100     COMPUTE WS-SECS-WORK = WS-P99-HSEC / 100
046200     MOVE WS-SECS-WORK TO WS-P99-ED
046300     COMPUTE WS-SECS-WORK = WS-PG-WORST (WS-PAGE-IX) / 100
046400     MOVE WS-SECS-WORK TO WS-WORST-ED
046500     MOVE SPACES TO WS-RPT-LINE
046600     STRING "  " DELIMITED BY SIZE
046700             WS-PG-PATH (WS-PAGE-IX) DELIMITED BY SIZE
046800             "  " DELIMITED BY SIZE
046900             WS-REQS-ED DELIMITED BY SIZE
047000             " " DELIMITED BY SIZE
047100             WS-AVG-ED DELIMITED BY SIZE
047200             "  " DELIMITED BY SIZE
047300             WS-P90-ED DELIMITED BY SIZE
047400             WS-P90-MARK DELIMITED BY SIZE
047500             " " DELIMITED BY SIZE
047600             WS-P99-ED DELIMITED BY SIZE
047700             WS-P99-MARK DELIMITED BY SIZE
047800             " " DELIMITED BY SIZE
047900             WS-WORST-ED DELIMITED BY SIZE
048000             INTO WS-RPT-LINE
048100     END-STRING
048200     IF WS-P90-HSEC > WS-THRESHOLD-HSEC
048300        AND WS-PG-REQS (WS-PAGE-IX) >= WS-MIN-REQS
048400         ADD 1 TO WS-ALERT-COUNT
048410         MOVE WS-PG-PATH (WS-PAGE-IX) TO WS-ALR-OBJECT
048420         COMPUTE WS-SECS-WORK = WS-THRESHOLD-HSEC / 100
048430         MOVE WS-SECS-WORK TO WS-THRESHOLD-ED
048440         MOVE SPACES TO WS-ALR-MESSAGE
048450         STRING "90TH PCTL" DELIMITED BY SIZE
048455                 WS-P90-ED DELIMITED BY SIZE
048460                 WS-P90-MARK DELIMITED BY SIZE
048465                 " SEC OVER" DELIMITED BY SIZE
048470                 WS-THRESHOLD-ED DELIMITED BY SIZE
048475                 " SEC THRESHOLD ON" DELIMITED BY SIZE
048480                 WS-REQS-ED DELIMITED BY SIZE
048485                 " REQUESTS" DELIMITED BY SIZE
048488                 INTO WS-ALR-MESSAGE
048490         END-STRING
048495         PERFORM 9700-RAISE-ALERT THRU 9700-EXIT
048500         STRING WS-RPT-LINE (1:70) DELIMITED BY SIZE
048600                 " ** OVER THRESHOLD" DELIMITED BY SIZE
048700                 INTO RPT-LINE
048800         END-STRING
048900     ELSE
049000         MOVE WS-RPT-LINE TO RPT-LINE
049100     END-IF
049200     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
049300 8100-EXIT.
049400     EXIT.
049500
049600*----------------------------------------------------------
049700 8200-FIND-PERCENTILES.
049800*    THE NTH PERCENTILE IS THE TIME OF THE REQUEST AT RANK
049900*    CEILING(N * REQUESTS / 100) IN ASCENDING ORDER. WALK
050000*    THE HISTOGRAM FROM THE FAST END, ADDING UP REQUESTS,
050100*    UNTIL BOTH RANKS HAVE BEEN REACHED. A RANK REACHED IN
050200*    THE TEN-SECOND-AND-OVER BUCKET IS MARKED "+".
050300*----------------------------------------------------------
050400     COMPUTE WS-RANK-90 = (WS-PG-REQS (WS-PAGE-IX) * 90 + 99)
050500                          / 100
050600     COMPUTE WS-RANK-99 = (WS-PG-REQS (WS-PAGE-IX) * 99 + 99)
050700                          / 100
050800     MOVE ZERO TO WS-CUM-REQS
050900     MOVE ZERO TO WS-P90-HSEC WS-P99-HSEC
051000     MOVE SPACE TO WS-P90-MARK WS-P99-MARK
051100     MOVE "N" TO WS-P90-FOUND-SW
051200     MOVE "N" TO WS-P99-FOUND-SW
051300     PERFORM 8210-WALK-ONE-BUCKET THRU 8210-EXIT
051400             VARYING WS-BUCKET-IX FROM 1 BY 1
051500             UNTIL WS-BUCKET-IX > WS-MAX-BUCKETS
051600                OR WS-P99-FOUND.
051700 8200-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------
052100 8210-WALK-ONE-BUCKET.
052200*----------------------------------------------------------
052300     ADD WS-PG-BUCKET (WS-PAGE-IX WS-BUCKET-IX) TO WS-CUM-REQS
052400     IF NOT WS-P90-FOUND AND WS-CUM-REQS >= WS-RANK-90
052500         MOVE "Y" TO WS-P90-FOUND-SW
052600         COMPUTE WS-P90-HSEC = WS-BUCKET-IX - 1
052700         IF WS-BUCKET-IX = WS-MAX-BUCKETS
052800             MOVE "+" TO WS-P90-MARK
052900         END-IF
053000     END-IF
053100     IF NOT WS-P99-FOUND AND WS-CUM-REQS >= WS-RANK-99
053200         MOVE "Y" TO WS-P99-FOUND-SW
053300         COMPUTE WS-P99-HSEC = WS-BUCKET-IX - 1
053400         IF WS-BUCKET-IX = WS-MAX-BUCKETS
053500             MOVE "+" TO WS-P99-MARK
053600         END-IF
053700     END-IF.
053800 8210-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------
054200 8300-PRINT-SLOWEST-HOUR.
054300*    THE SLOWEST HOUR IS THE CLOCK HOUR WITH THE HIGHEST
054400*    AVERAGE ELAPSED TIME ACROSS ALL PAGES. THE EARLIER
054500*    HOUR WINS A TIE.
054600*----------------------------------------------------------
054700     MOVE ZERO TO WS-SLOW-HOUR-IX
054800     MOVE ZERO TO WS-SLOW-HOUR-AVG
054900     PERFORM 8310-JUDGE-ONE-HOUR THRU 8310-EXIT
055000             VARYING WS-HOUR-IX FROM 1 BY 1
055100             UNTIL WS-HOUR-IX > 24
055200     IF WS-SLOW-HOUR-IX > 0
055300         COMPUTE WS-HOUR-ED = WS-SLOW-HOUR-IX - 1
055400         COMPUTE WS-SECS-WORK = WS-SLOW-HOUR-AVG / 100
055500         MOVE WS-SECS-WORK TO WS-AVG-ED
055600         MOVE WS-HR-REQS (WS-SLOW-HOUR-IX) TO WS-REQS-ED
055700         MOVE SPACES TO WS-RPT-LINE
055800         STRING "  SLOWEST HOUR: " DELIMITED BY SIZE
055900                 WS-HOUR-ED DELIMITED BY SIZE
056000                 ":00-" DELIMITED BY SIZE
056100                 WS-HOUR-ED DELIMITED BY SIZE
056200                 ":59  AVERAGE " DELIMITED BY SIZE
056300                 WS-AVG-ED DELIMITED BY SIZE
056400                 " SEC OVER " DELIMITED BY SIZE
056500                 WS-REQS-ED DELIMITED BY SIZE
056600                 " REQUESTS" DELIMITED BY SIZE
056700                 INTO WS-RPT-LINE
056800         END-STRING
056900         MOVE WS-RPT-LINE TO RPT-LINE
057000         WRITE RPT-LINE AFTER ADVANCING 1 LINE
057100     END-IF.
057200 8300-EXIT.
057300     EXIT.
057400
057500*----------------------------------------------------------
057600 8310-JUDGE-ONE-HOUR.
057700*----------------------------------------------------------
057800     IF WS-HR-REQS (WS-HOUR-IX) > 0
057900         COMPUTE WS-HOUR-AVG = WS-HR-TOTAL (WS-HOUR-IX)
058000                             / WS-HR-REQS (WS-HOUR-IX)
058100         IF WS-SLOW-HOUR-IX = 0
058200            OR WS-HOUR-AVG > WS-SLOW-HOUR-AVG
058300             MOVE WS-HOUR-IX TO WS-SLOW-HOUR-IX
058400             MOVE WS-HOUR-AVG TO WS-SLOW-HOUR-AVG
058500         END-IF
058600     END-IF.
058700 8310-EXIT.
058800     EXIT.
058810
058820*----------------------------------------------------------
058830 9700-RAISE-ALERT.
058840*    HAND ONE ALERT TO THE ALERTW SUBPROGRAM, WHICH OWNS
058850*    EVERY ALERTQ APPEND IN THE SHOP AND HOLDS BACK REPEATS
058860*    OF THE SAME CONDITION. ALERTW LOGS ITS OWN FAILURES TO
058870*    ERRLOG; THE RETURN CODE ALREADY FLAGS THE RUN.
058880*----------------------------------------------------------
058890     CALL "ALERTW" USING WS-ALR-PROGRAM WS-ALR-SEVERITY
058892                         WS-ALR-OBJECT WS-ALR-MESSAGE
058894                         WS-ALR-RESULT-SW.
058896 9700-EXIT.
058898     EXIT.
058900
059000*----------------------------------------------------------
059100 9800-LOG-FILE-ERROR.
059200*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
059300*    EVERY ERRLOG APPEND IN THE SHOP - SAME EXCLUSIVE-LOCK-
059400*    AND-RETRY DISCIPLINE WEBLOG APPLIES TO VISLOG, SO A
059500*    BATCH JOB RUNNING ALONGSIDE LIVE CGI TRAFFIC CANNOT
059600*    CLOBBER (OR BE CLOBBERED BY) A REQUEST'S EVENT. THE
059700*    FAILING PARAGRAPH HAS ALREADY FILLED THE WS-ERR-
059800*    STAGING FIELDS; BATCH EVENTS CARRY NO SESSION ID.
059900*----------------------------------------------------------
060000     CALL "ERRLOGW" USING WS-ERR-PROGRAM WS-ERR-PARAGRAPH
060100                          WS-ERR-FILE-NAME WS-ERR-STATUS-CODE
060200                          WS-ERR-SESSION-ID.
060300 9800-EXIT.
060400     EXIT.
