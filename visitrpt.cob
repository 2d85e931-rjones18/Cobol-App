000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VISITRPT.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - VISIT REPORT OVER THE
001100*                ARCHIVED VISITOR-LOG GENERATIONS (DDNAME
001200*                ARCHIN - THE JCL CONCATENATES THE GDG, AS FOR
001300*                TRENDRPT). EVERY OTHER REPORT COUNTS SINGLE
001400*                HITS; THIS ONE GROUPS EACH SESSION'S HITS
001500*                INTO VISITS, A NEW VISIT STARTING AFTER THE
001600*                IDLE GAP ON THE SYSIN CARD (COLS 1-3, IN
001700*                MINUTES, DEFAULT 30). IT REPORTS VISITS PER
001800*                DAY, PAGES PER VISIT, VISIT LENGTH, ENTRY AND
001900*                EXIT PAGES, AND THE /home CONVERSION: OF THE
002000*                VISITS THAT REACHED /home, HOW MANY WENT ON IN
002100*                THE SAME VISIT TO A /hello ANSWERED 200 (THE
002200*                HOMEPAGE GREETING FORM WORKED) OR A GUESTBOOK
002300*                POST ANSWERED 200 (SIGNED). HITS WITH NO
002400*                SESSION ID (RECORDS CUT BEFORE VLG-SESSION-ID
002500*                EXISTED, OR BLANKED BY VISERASE) CANNOT BE
002600*                GROUPED AND ARE COUNTED APART.
002610* 2026-10-15 RJ  A HIT A FEW SECONDS OLDER THAN THE ONE
002620*                BEFORE IT NO LONGER CLOSES EVERY OPEN VISIT -
002630*                CONCURRENT HITS REACH THE LOG OUT OF ORDER.
002640*                ONLY A STEP BACK LONGER THAN THE IDLE GAP
002650*                MARKS A NEW GENERATION, AND A LATE HIT NEVER
002660*                WINDS A VISIT'S LAST-HIT TIME BACK.
002670* 2026-10-15 RJ  REQUESTS WEBMAIN REFUSED DURING A PLANNED
002680*                MAINTWIN WINDOW (VLG-PLANNED-OUTAGE) ARE
002685*                COUNTED APART AND NEVER GROUPED - THEY NEVER
002690*                REACHED THE SITE - AS PAGEWTCH DOES. ONLY A
002695*                /home ANSWERED 200 OPENS THE CONVERSION GATE.
002700*----------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ARCHIVE-IN ASSIGN TO "ARCHIN"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-ARCHIN-STATUS.
003500     SELECT VISIT-RPT ASSIGN TO "VISITOUT"
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ARCHIVE-IN
004100     RECORDING MODE IS F.
004200     COPY VISLOGR.
004300 FD  VISIT-RPT
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 01  RPT-LINE                PIC X(100).
004700
004800 WORKING-STORAGE SECTION.
004900*----------------------------------------------------------
005000* FILE STATUS AND END-OF-FILE CONTROL
005100*----------------------------------------------------------
005200 01  WS-ARCHIN-STATUS        PIC X(02) VALUE SPACES.
005300 01  WS-EOF-SW               PIC X(01) VALUE "N".
005400     88  WS-EOF-REACHED               VALUE "Y".
005500
005600*----------------------------------------------------------
005700* ERROR-EVENT STAGING - THE FAILING PARAGRAPH FILLS THESE
005800* AND PERFORMS 9800, WHICH HANDS THEM TO THE ERRLOGW
005900* SUBPROGRAM (THE ONLY ERRLOG WRITER IN THE SHOP)
006000*----------------------------------------------------------
006100 01  WS-ERR-PROGRAM          PIC X(08) VALUE "VISITRPT".
006200 01  WS-ERR-PARAGRAPH        PIC X(24) VALUE SPACES.
006300 01  WS-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
006400 01  WS-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
006500 01  WS-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
006600
006700*----------------------------------------------------------
006800* CONTROL CARD - IDLE GAP IN MINUTES (1-3). A BLANK, ZERO OR
006900* NON-NUMERIC FIELD FALLS BACK TO THE DEFAULT.
007000*----------------------------------------------------------
007100 01  WS-PARM-CARD.
007200     05  WS-CARD-GAP-MINS    PIC X(03).
007300     05  FILLER              PIC X(77).
007400 77  WS-GAP-MINS             PIC 9(03) VALUE 30.
007500 01  WS-GAP-SECS             PIC 9(07) COMP VALUE ZERO.
007600
007700*----------------------------------------------------------
007800* OPEN-VISIT TABLE - ONE ENTRY PER SESSION WITH A VISIT IN
007900* PROGRESS. TIMES ARE SECONDS FROM THE DAY SERIAL (SEE
008000* 2400) SO A VISIT CAN RUN ACROSS MIDNIGHT. WHEN THE TABLE
008100* FILLS, VISITS ALREADY IDLE PAST THE GAP ARE CLOSED TO
008200* MAKE ROOM; ONLY IF NONE ARE IS THE LONGEST-IDLE VISIT
008300* CLOSED EARLY, AND THAT IS COUNTED AND REPORTED.
008400*----------------------------------------------------------
008500 01  WS-OPEN-TABLE.
008600     05  WS-OPEN-CNT         PIC 9(04) COMP VALUE ZERO.
008700     05  WS-OPEN-ENTRY       OCCURS 500 TIMES.
008800         10  WS-OV-SESSION   PIC X(30).
008900         10  WS-OV-START-DATE
009000                             PIC 9(08).
009100         10  WS-OV-START-SECS
009200                             PIC 9(11) COMP.
009300         10  WS-OV-LAST-SECS PIC 9(11) COMP.
009400         10  WS-OV-HITS      PIC 9(05) COMP.
009500         10  WS-OV-ENTRY-PATH
009600                             PIC X(10).
009700         10  WS-OV-EXIT-PATH PIC X(10).
009800         10  WS-OV-HOME-SW   PIC X(01).
009900             88  WS-OV-HOME-SEEN      VALUE "Y".
010000         10  WS-OV-HELLO-SW  PIC X(01).
010100             88  WS-OV-HELLO-DONE     VALUE "Y".
010200         10  WS-OV-SIGN-SW   PIC X(01).
010300             88  WS-OV-SIGN-DONE      VALUE "Y".
010400 77  WS-MAX-OPEN             PIC 9(04) VALUE 500.
010500 01  WS-OPEN-IX              PIC 9(04) COMP VALUE ZERO.
010600 01  WS-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
010700 01  WS-KEEP-IX              PIC 9(04) COMP VALUE ZERO.
010800 01  WS-CLOSE-IX             PIC 9(04) COMP VALUE ZERO.
010900 01  WS-OLDEST-IX            PIC 9(04) COMP VALUE ZERO.
011000
011100*----------------------------------------------------------
011200* THE HIT IN HAND
011300*----------------------------------------------------------
011400 01  WS-HIT-SECS             PIC 9(11) COMP VALUE ZERO.
011500 01  WS-PREV-HIT-SECS        PIC 9(11) COMP VALUE ZERO.
011600 01  WS-IDLE-SECS            PIC 9(11) COMP VALUE ZERO.
011700 01  WS-HIT-TIME             PIC 9(08) VALUE ZERO.
011800 01  WS-HIT-TIME-X REDEFINES WS-HIT-TIME.
011900     05  WS-HIT-HH           PIC 9(02).
012000     05  WS-HIT-MM           PIC 9(02).
012100     05  WS-HIT-SS           PIC 9(02).
012200     05  WS-HIT-CC           PIC 9(02).
012300
012400*----------------------------------------------------------
012500* DAY SERIAL WORK - SAME CIVIL-DATE ARITHMETIC AS TRENDRPT
012600*----------------------------------------------------------
012700 01  WS-CDS-DATE             PIC 9(08) VALUE ZERO.
012800 01  WS-CDS-DATE-X REDEFINES WS-CDS-DATE.
012900     05  WS-CDS-YEAR         PIC 9(04).
013000     05  WS-CDS-MONTH        PIC 9(02).
013100     05  WS-CDS-DAY          PIC 9(02).
013200 01  WS-CDS-Y                PIC 9(04) COMP VALUE ZERO.
013300 01  WS-CDS-M                PIC 9(02) COMP VALUE ZERO.
013400 01  WS-CDS-LEAP4            PIC 9(04) COMP VALUE ZERO.
013500 01  WS-CDS-LEAP100          PIC 9(04) COMP VALUE ZERO.
013600 01  WS-CDS-LEAP400          PIC 9(04) COMP VALUE ZERO.
013700 01  WS-CDS-MWORK            PIC 9(05) COMP VALUE ZERO.
013800 01  WS-CDS-MDAYS            PIC 9(04) COMP VALUE ZERO.
013900 01  WS-CDS-SERIAL           PIC 9(07) COMP VALUE ZERO.
014000
014100*----------------------------------------------------------
014200* PER-DAY ROLLUP, KEPT IN ASCENDING DATE ORDER (THE GDG
014300* CONCATENATION NEED NOT PRESENT THE DAYS IN ORDER). A
014400* VISIT BELONGS TO THE DAY IT STARTED.
014500*----------------------------------------------------------
014600 01  WS-DAY-TABLE.
014700     05  WS-DAY-CNT          PIC 9(02) COMP VALUE ZERO.
014800     05  WS-DAY-ENTRY        OCCURS 31 TIMES.
014900         10  WS-DY-DATE      PIC 9(08).
015000         10  WS-DY-VISITS    PIC 9(07) COMP.
015100         10  WS-DY-HITS      PIC 9(07) COMP.
015200         10  WS-DY-SECS      PIC 9(09) COMP.
015300         10  WS-DY-HOME      PIC 9(07) COMP.
015400         10  WS-DY-CONVERTED PIC 9(07) COMP.
015500 77  WS-MAX-DAYS             PIC 9(02) VALUE 31.
015600 01  WS-DAY-IX               PIC 9(02) COMP VALUE ZERO.
015700 01  WS-DAY-FOUND-IX         PIC 9(02) COMP VALUE ZERO.
015800 01  WS-DAY-SHIFT-IX         PIC 9(02) COMP VALUE ZERO.
015900 01  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
016000
016100*----------------------------------------------------------
016200* ENTRY AND EXIT PAGES, KEYED BY PAGE PATH
016300*----------------------------------------------------------
016400 01  WS-PAGE-TABLE.
016500     05  WS-PAGE-CNT         PIC 9(02) COMP VALUE ZERO.
016600     05  WS-PAGE-ENTRY       OCCURS 20 TIMES.
016700         10  WS-PG-PATH      PIC X(10).
016800         10  WS-PG-ENTRIES   PIC 9(07) COMP.
016900         10  WS-PG-EXITS     PIC 9(07) COMP.
017000 01  WS-PAGE-IX              PIC 9(02) COMP VALUE ZERO.
017100 01  WS-PAGE-FOUND-IX        PIC 9(02) COMP VALUE ZERO.
017200 01  WS-WORK-PATH            PIC X(10) VALUE SPACES.
017300
017400*----------------------------------------------------------
017500* WHOLE-ARCHIVE TOTALS AND DISTRIBUTIONS. PAGES PER VISIT:
017600* 1, 2-3, 4-9, 10 AND UP. VISIT LENGTH: UNDER 1 MINUTE,
017700* 1-5, 5-15, 15-30, 30 AND UP.
017800*----------------------------------------------------------
017900 01  WS-TOTALS.
018000     05  WS-TOT-RECORDS      PIC 9(09) COMP VALUE ZERO.
018100     05  WS-TOT-NO-SESSION   PIC 9(09) COMP VALUE ZERO.
018150     05  WS-TOT-PLANNED      PIC 9(09) COMP VALUE ZERO.
018200     05  WS-TOT-VISITS       PIC 9(09) COMP VALUE ZERO.
018300     05  WS-TOT-HITS         PIC 9(09) COMP VALUE ZERO.
018400     05  WS-TOT-SECS         PIC 9(11) COMP VALUE ZERO.
018500     05  WS-TOT-HOME         PIC 9(09) COMP VALUE ZERO.
018600     05  WS-TOT-HELLO        PIC 9(09) COMP VALUE ZERO.
018700     05  WS-TOT-SIGN         PIC 9(09) COMP VALUE ZERO.
018800     05  WS-TOT-CONVERTED    PIC 9(09) COMP VALUE ZERO.
018900     05  WS-TOT-FORCED       PIC 9(09) COMP VALUE ZERO.
019000     05  WS-TOT-DAY-LOST     PIC 9(09) COMP VALUE ZERO.
019100     05  WS-TOT-PAGE-LOST    PIC 9(09) COMP VALUE ZERO.
019200 01  WS-PAGES-BUCKETS.
019300     05  WS-PAGES-BKT        PIC 9(09) COMP OCCURS 4 TIMES.
019400 01  WS-LENGTH-BUCKETS.
019500     05  WS-LENGTH-BKT       PIC 9(09) COMP OCCURS 5 TIMES.
019600 01  WS-BKT-IX               PIC 9(02) COMP VALUE ZERO.
019700 01  WS-BKT-COUNT            PIC 9(09) COMP VALUE ZERO.
019800 01  WS-VISIT-SECS           PIC 9(11) COMP VALUE ZERO.
019900
020000*----------------------------------------------------------
020100* REPORT BUILD AREAS
020200*----------------------------------------------------------
020300 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
020400 01  WS-RPT-LINE             PIC X(100) VALUE SPACES.
020500 01  WS-COUNT-ED             PIC ZZZZZZZZ9.
020600 01  WS-COUNT2-ED            PIC ZZZZZZZZ9.
020700 01  WS-PAGES-ED             PIC ZZZ9.99.
020800 01  WS-PAGES-WORK           PIC 9(04)V99 VALUE ZERO.
020900 01  WS-PCT-ED               PIC ZZ9.9.
021000 01  WS-PCT-WORK             PIC 9(03)V9 VALUE ZERO.
021100 01  WS-AVG-SECS             PIC 9(09) COMP VALUE ZERO.
021200 01  WS-LEN-MINS             PIC 9(07) COMP VALUE ZERO.
021300 01  WS-LEN-SECS             PIC 9(02) COMP VALUE ZERO.
021400 01  WS-LEN-MINS-ED          PIC ZZZZ9.
021500 01  WS-LEN-SECS-ED          PIC 99.
021600 01  WS-BKT-LABEL            PIC X(16) VALUE SPACES.
021700 01  WS-GAP-ED               PIC ZZ9.
021800
021900 PROCEDURE DIVISION.
022000*----------------------------------------------------------
022100 0000-MAINLINE.
022200*----------------------------------------------------------
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022400     PERFORM 2000-PROCESS-ARCHIVE THRU 2000-EXIT
022500     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
022600     STOP RUN.
022700
022800*----------------------------------------------------------
022900 1000-INITIALIZE.
023000*    READ THE CONTROL CARD AND ZERO THE TABLES.
023100*----------------------------------------------------------
023200     MOVE SPACES TO WS-PARM-CARD
023300     ACCEPT WS-PARM-CARD
023400     IF WS-CARD-GAP-MINS IS NUMERIC
023500        AND WS-CARD-GAP-MINS NOT = "000"
023600         MOVE WS-CARD-GAP-MINS TO WS-GAP-MINS
023700     END-IF
023800     COMPUTE WS-GAP-SECS = WS-GAP-MINS * 60
023900     INITIALIZE WS-TOTALS
024000     INITIALIZE WS-PAGES-BUCKETS
024100     INITIALIZE WS-LENGTH-BUCKETS
024200     MOVE ZERO TO WS-OPEN-CNT WS-DAY-CNT WS-PAGE-CNT
024300     MOVE ZERO TO WS-PREV-HIT-SECS
024400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024500 1000-EXIT.
024600     EXIT.
024700
024800*----------------------------------------------------------
024900 2000-PROCESS-ARCHIVE.
025000*    FEED EVERY ARCHIVED HIT THROUGH THE OPEN-VISIT TABLE,
025100*    THEN CLOSE WHATEVER IS STILL OPEN AT END OF FILE. AN
025200*    ARCHIVE THAT CANNOT BE OPENED ENDS THE JOB RC 8 - AN
025300*    EMPTY REPORT WOULD READ AS A DAY WITH NO VISITORS.
025400*----------------------------------------------------------
025500     MOVE "N" TO WS-EOF-SW
025600     OPEN INPUT ARCHIVE-IN
025700     IF WS-ARCHIN-STATUS NOT = "00"
025800         MOVE "Y" TO WS-EOF-SW
025900         MOVE "2000-PROCESS-ARCHIVE" TO WS-ERR-PARAGRAPH
026000         MOVE "ARCHIN" TO WS-ERR-FILE-NAME
026100         MOVE WS-ARCHIN-STATUS TO WS-ERR-STATUS-CODE
026200         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
026300         DISPLAY "VISITRPT: CANNOT OPEN ARCHIN - STATUS "
026400                 WS-ARCHIN-STATUS
026500         MOVE 8 TO RETURN-CODE
026600     ELSE
026700         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
026800         PERFORM 2200-APPLY-ONE-HIT THRU 2200-EXIT
026900                 UNTIL WS-EOF-REACHED
027000         CLOSE ARCHIVE-IN
027100     END-IF
027200     PERFORM 3500-CLOSE-ALL-VISITS THRU 3500-EXIT.
027300 2000-EXIT.
027400     EXIT.
027500
027600*----------------------------------------------------------
027700 2100-READ-ARCHIVE.
027800*----------------------------------------------------------
027900     READ ARCHIVE-IN
028000         AT END
028100             MOVE "Y" TO WS-EOF-SW
028200     END-READ.
028300 2100-EXIT.
028400     EXIT.
028500
028600*----------------------------------------------------------
028700 2200-APPLY-ONE-HIT.
028800*    PLACE ONE HIT IN ITS VISIT, THEN READ THE NEXT RECORD.
028900*    THE LOG IS ONLY ROUGHLY IN TIME ORDER - A HIT IS
029000*    STAMPED BEFORE WEBLOG WINS THE LOG, SO CONCURRENT HITS
029010*    CAN LAND SECONDS OUT OF ORDER. ONLY A HIT MORE THAN
029020*    THE IDLE GAP EARLIER THAN THE LATEST ONE SEEN MEANS
029030*    THE CONCATENATION HAS STEPPED INTO ANOTHER GENERATION;
029040*    EVERY OPEN VISIT IS CLOSED FIRST THEN, SO A VISIT IS
029050*    NEVER STITCHED ACROSS GENERATIONS. WS-PREV-HIT-SECS
029060*    KEEPS THE LATEST TIME SEEN, SO ONE LATE RECORD DOES
029070*    NOT LOWER IT. A RECORD WITH NO SESSION ID OR A DAMAGED
029080*    DATE OR TIME IS COUNTED BUT NOT GROUPED. A PLANNED-
029085*    OUTAGE REFUSAL (WEBMAIN'S 503 INSIDE A MAINTWIN WINDOW)
029090*    IS COUNTED ON ITS OWN - THE VISITOR NEVER REACHED A
029095*    PAGE, SO IT IS NO PART OF ANY VISIT.
029500*----------------------------------------------------------
029600     ADD 1 TO WS-TOT-RECORDS
029700     EVALUATE TRUE
029750         WHEN VLG-PLANNED-OUTAGE
029760             ADD 1 TO WS-TOT-PLANNED
029800         WHEN VLG-SESSION-ID = SPACES
029900             ADD 1 TO WS-TOT-NO-SESSION
030000         WHEN VLG-LOG-DATE NOT NUMERIC
030100           OR VLG-LOG-TIME NOT NUMERIC
030200             ADD 1 TO WS-TOT-NO-SESSION
030300         WHEN OTHER
030400             PERFORM 2400-COMPUTE-HIT-SECS THRU 2400-EXIT
030500             IF WS-HIT-SECS + WS-GAP-SECS < WS-PREV-HIT-SECS
030600                 PERFORM 3500-CLOSE-ALL-VISITS THRU 3500-EXIT
030650                 MOVE WS-HIT-SECS TO WS-PREV-HIT-SECS
030700             END-IF
030750             IF WS-HIT-SECS > WS-PREV-HIT-SECS
030800                 MOVE WS-HIT-SECS TO WS-PREV-HIT-SECS
030850             END-IF
030900             PERFORM 2300-PLACE-HIT THRU 2300-EXIT
031000     END-EVALUATE
031100     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
031200 2200-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------
031600 2300-PLACE-HIT.
031700*    FIND THE SESSION'S OPEN VISIT. A HIT WITHIN THE GAP
031800*    EXTENDS IT; ONE AFTER THE GAP CLOSES IT AND STARTS A
031900*    NEW VISIT IN THE SAME SLOT. A SESSION WITH NO OPEN
032000*    VISIT TAKES A NEW SLOT, MAKING ROOM IF NEED BE.
032100*----------------------------------------------------------
032200     MOVE ZERO TO WS-FOUND-IX
032300     PERFORM 2310-MATCH-ONE-SESSION THRU 2310-EXIT
032400             VARYING WS-OPEN-IX FROM 1 BY 1
032500             UNTIL WS-OPEN-IX > WS-OPEN-CNT
032600                OR WS-FOUND-IX > 0
032700     IF WS-FOUND-IX > 0
032750         MOVE ZERO TO WS-IDLE-SECS
032760         IF WS-HIT-SECS > WS-OV-LAST-SECS (WS-FOUND-IX)
032800             COMPUTE WS-IDLE-SECS =
032900                 WS-HIT-SECS - WS-OV-LAST-SECS (WS-FOUND-IX)
032950         END-IF
033000         IF WS-IDLE-SECS > WS-GAP-SECS
033100             MOVE WS-FOUND-IX TO WS-CLOSE-IX
033200             PERFORM 3000-CLOSE-ONE-VISIT THRU 3000-EXIT
033300             PERFORM 2500-START-VISIT THRU 2500-EXIT
033400         ELSE
033500             PERFORM 2600-EXTEND-VISIT THRU 2600-EXIT
033600         END-IF
033700     ELSE
033800         IF WS-OPEN-CNT >= WS-MAX-OPEN
033900             PERFORM 3400-MAKE-ROOM THRU 3400-EXIT
034000         END-IF
034100         ADD 1 TO WS-OPEN-CNT
034200         MOVE WS-OPEN-CNT TO WS-FOUND-IX
034300         PERFORM 2500-START-VISIT THRU 2500-EXIT
034400     END-IF.
034500 2300-EXIT.
034600     EXIT.
034700
034800*----------------------------------------------------------
034900 2310-MATCH-ONE-SESSION.
035000*----------------------------------------------------------
035100     IF WS-OV-SESSION (WS-OPEN-IX) = VLG-SESSION-ID
035200         MOVE WS-OPEN-IX TO WS-FOUND-IX
035300     END-IF.
035400 2310-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------
035800 2400-COMPUTE-HIT-SECS.
035900*    SECONDS SINCE THE START OF THE DAY SERIAL FOR THE HIT
036000*    IN HAND - DAY SERIAL TIMES 86400 PLUS THE TIME OF DAY.
036100*    HUNDREDTHS ARE DROPPED.
036200*----------------------------------------------------------
036300     MOVE VLG-LOG-DATE TO WS-CDS-DATE
036400     PERFORM 2450-COMPUTE-DAY-SERIAL THRU 2450-EXIT
036500     MOVE VLG-LOG-TIME TO WS-HIT-TIME
036600     COMPUTE WS-HIT-SECS = WS-CDS-SERIAL * 86400
036700                         + WS-HIT-HH * 3600
036800                         + WS-HIT-MM * 60
036900                         + WS-HIT-SS.
037000 2400-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------
037400 2450-COMPUTE-DAY-SERIAL.
037500*    TURN THE CIVIL DATE IN WS-CDS-DATE INTO A RUNNING DAY
037600*    COUNT IN WS-CDS-SERIAL. JANUARY AND FEBRUARY ARE
037700*    COUNTED AS MONTHS 13 AND 14 OF THE PRIOR YEAR SO THE
037800*    LEAP DAY FALLS AT THE END OF THE SHIFTED YEAR - THE
037900*    USUAL CALENDAR ARITHMETIC. EACH DIVISION IS DONE WITH
038000*    DIVIDE SO IT TRUNCATES BY ITSELF, NOT INSIDE A LARGER
038100*    COMPUTE WHERE INTERMEDIATE DECIMALS WOULD SKEW THE
038200*    SUM.
038300*----------------------------------------------------------
038400     IF WS-CDS-MONTH < 3
038500         COMPUTE WS-CDS-Y = WS-CDS-YEAR - 1
038600         COMPUTE WS-CDS-M = WS-CDS-MONTH + 12
038700     ELSE
038800         MOVE WS-CDS-YEAR TO WS-CDS-Y
038900         MOVE WS-CDS-MONTH TO WS-CDS-M
039000     END-IF
039100     DIVIDE WS-CDS-Y BY 4 GIVING WS-CDS-LEAP4
039200     DIVIDE WS-CDS-Y BY 100 GIVING WS-CDS-LEAP100
039300     DIVIDE WS-CDS-Y BY 400 GIVING WS-CDS-LEAP400
039400     COMPUTE WS-CDS-MWORK = 153 * (WS-CDS-M - 3) + 2
039500     DIVIDE WS-CDS-MWORK BY 5 GIVING WS-CDS-MDAYS
039600     COMPUTE WS-CDS-SERIAL =
039700             365 * WS-CDS-Y + WS-CDS-LEAP4
039800             - WS-CDS-LEAP100 + WS-CDS-LEAP400
039900             + WS-CDS-MDAYS + WS-CDS-DAY.
040000 2450-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------
040400 2500-START-VISIT.
040500*    OPEN A VISIT IN SLOT WS-FOUND-IX WITH THE HIT IN HAND
040600*    AS ITS ENTRY PAGE.
040700*----------------------------------------------------------
040800     MOVE VLG-SESSION-ID TO WS-OV-SESSION (WS-FOUND-IX)
040900     MOVE VLG-LOG-DATE TO WS-OV-START-DATE (WS-FOUND-IX)
041000     MOVE WS-HIT-SECS TO WS-OV-START-SECS (WS-FOUND-IX)
041100     MOVE ZERO TO WS-OV-HITS (WS-FOUND-IX)
041200     MOVE VLG-PAGE-PATH TO WS-OV-ENTRY-PATH (WS-FOUND-IX)
041300     MOVE "N" TO WS-OV-HOME-SW (WS-FOUND-IX)
041400     MOVE "N" TO WS-OV-HELLO-SW (WS-FOUND-IX)
041500     MOVE "N" TO WS-OV-SIGN-SW (WS-FOUND-IX)
041600     PERFORM 2600-EXTEND-VISIT THRU 2600-EXIT.
041700 2500-EXIT.
041800     EXIT.
041900
042000*----------------------------------------------------------
042100 2600-EXTEND-VISIT.
042200*    ADD THE HIT IN HAND TO THE VISIT IN SLOT WS-FOUND-IX.
042300*    A /hello ANSWERED 200 OR A GUESTBOOK POST ANSWERED 200
042400*    COUNTS AS A CONVERSION ONLY AFTER THE VISIT HAS BEEN
042500*    TO /home AND BEEN ANSWERED 200 THERE - THAT IS THE PATH
042550*    THE GREETING FORM TAKES.
042600*----------------------------------------------------------
042700     ADD 1 TO WS-OV-HITS (WS-FOUND-IX)
042750     IF WS-HIT-SECS NOT < WS-OV-LAST-SECS (WS-FOUND-IX)
042800         MOVE WS-HIT-SECS TO WS-OV-LAST-SECS (WS-FOUND-IX)
042900         MOVE VLG-PAGE-PATH TO WS-OV-EXIT-PATH (WS-FOUND-IX)
042950     END-IF
043000     EVALUATE TRUE
043100         WHEN VLG-PAGE-PATH = "/home"
043150          AND VLG-STATUS-CODE = 200
043200             MOVE "Y" TO WS-OV-HOME-SW (WS-FOUND-IX)
043300         WHEN NOT WS-OV-HOME-SEEN (WS-FOUND-IX)
043400             CONTINUE
043500         WHEN VLG-PAGE-PATH = "/hello"
043600          AND VLG-STATUS-CODE = 200
043700             MOVE "Y" TO WS-OV-HELLO-SW (WS-FOUND-IX)
043800         WHEN VLG-PAGE-PATH = "/guestbook"
043900          AND VLG-REQ-METHOD = "POST"
044000          AND VLG-STATUS-CODE = 200
044100             MOVE "Y" TO WS-OV-SIGN-SW (WS-FOUND-IX)
044200         WHEN OTHER
044300             CONTINUE
044400     END-EVALUATE.
044500 2600-EXIT.
044600     EXIT.
044700
044800*----------------------------------------------------------
044900 3000-CLOSE-ONE-VISIT.
045000*    FOLD THE VISIT IN SLOT WS-CLOSE-IX INTO THE TOTALS, ITS
045100*    START DAY, AND ITS ENTRY AND EXIT PAGES. THE SLOT
045200*    ITSELF IS LEFT FOR THE CALLER TO REUSE OR REMOVE.
045300*----------------------------------------------------------
045400     COMPUTE WS-VISIT-SECS = WS-OV-LAST-SECS (WS-CLOSE-IX)
045500                           - WS-OV-START-SECS (WS-CLOSE-IX)
045600     ADD 1 TO WS-TOT-VISITS
045700     ADD WS-OV-HITS (WS-CLOSE-IX) TO WS-TOT-HITS
045800     ADD WS-VISIT-SECS TO WS-TOT-SECS
045900     EVALUATE TRUE
046000         WHEN WS-OV-HITS (WS-CLOSE-IX) = 1
046100             ADD 1 TO WS-PAGES-BKT (1)
046200         WHEN WS-OV-HITS (WS-CLOSE-IX) < 4
046300             ADD 1 TO WS-PAGES-BKT (2)
046400         WHEN WS-OV-HITS (WS-CLOSE-IX) < 10
046500             ADD 1 TO WS-PAGES-BKT (3)
046600         WHEN OTHER
046700             ADD 1 TO WS-PAGES-BKT (4)
046800     END-EVALUATE
046900     EVALUATE TRUE
047000         WHEN WS-VISIT-SECS < 60
047100             ADD 1 TO WS-LENGTH-BKT (1)
047200         WHEN WS-VISIT-SECS < 300
047300             ADD 1 TO WS-LENGTH-BKT (2)
047400         WHEN WS-VISIT-SECS < 900
047500             ADD 1 TO WS-LENGTH-BKT (3)
047600         WHEN WS-VISIT-SECS < 1800
047700             ADD 1 TO WS-LENGTH-BKT (4)
047800         WHEN OTHER
047900             ADD 1 TO WS-LENGTH-BKT (5)
048000     END-EVALUATE
048100     IF WS-OV-HOME-SEEN (WS-CLOSE-IX)
048200         ADD 1 TO WS-TOT-HOME
048300         IF WS-OV-HELLO-DONE (WS-CLOSE-IX)
048400             ADD 1 TO WS-TOT-HELLO
048500         END-IF
048600         IF WS-OV-SIGN-DONE (WS-CLOSE-IX)
048700             ADD 1 TO WS-TOT-SIGN
048800         END-IF
048900         IF WS-OV-HELLO-DONE (WS-CLOSE-IX)
049000            OR WS-OV-SIGN-DONE (WS-CLOSE-IX)
049100             ADD 1 TO WS-TOT-CONVERTED
049200         END-IF
049300     END-IF
049400     PERFORM 3100-POST-TO-DAY THRU 3100-EXIT
049500     MOVE WS-OV-ENTRY-PATH (WS-CLOSE-IX) TO WS-WORK-PATH
049600     PERFORM 3200-FIND-PAGE THRU 3200-EXIT
049700     IF WS-PAGE-FOUND-IX > 0
049800         ADD 1 TO WS-PG-ENTRIES (WS-PAGE-FOUND-IX)
049900     END-IF
050000     MOVE WS-OV-EXIT-PATH (WS-CLOSE-IX) TO WS-WORK-PATH
050100     PERFORM 3200-FIND-PAGE THRU 3200-EXIT
050200     IF WS-PAGE-FOUND-IX > 0
050300         ADD 1 TO WS-PG-EXITS (WS-PAGE-FOUND-IX)
050400     END-IF.
050500 3000-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------
050900 3100-POST-TO-DAY.
051000*    ADD THE CLOSING VISIT TO ITS START DAY, OPENING THE DAY
051100*    IN DATE ORDER IF IT IS NEW. A FULL DAY TABLE DROPS THE
051200*    VISIT FROM THE DAILY LINES ONLY (THE TOTALS HAVE IT)
051300*    AND IS REPORTED.
051400*----------------------------------------------------------
051500     MOVE WS-OV-START-DATE (WS-CLOSE-IX) TO WS-WORK-DATE
051600     MOVE ZERO TO WS-DAY-FOUND-IX
051700     PERFORM 3110-MATCH-ONE-DAY THRU 3110-EXIT
051800             VARYING WS-DAY-IX FROM 1 BY 1
051900             UNTIL WS-DAY-IX > WS-DAY-CNT
052000                OR WS-DAY-FOUND-IX > 0
052100     IF WS-DAY-FOUND-IX = 0
052200         IF WS-DAY-CNT < WS-MAX-DAYS
052300             PERFORM 3120-INSERT-DAY THRU 3120-EXIT
052400         ELSE
052500             ADD 1 TO WS-TOT-DAY-LOST
052600         END-IF
052700     END-IF
052800     IF WS-DAY-FOUND-IX > 0
052900         ADD 1 TO WS-DY-VISITS (WS-DAY-FOUND-IX)
053000         ADD WS-OV-HITS (WS-CLOSE-IX)
053100             TO WS-DY-HITS (WS-DAY-FOUND-IX)
053200         ADD WS-VISIT-SECS TO WS-DY-SECS (WS-DAY-FOUND-IX)
053300         IF WS-OV-HOME-SEEN (WS-CLOSE-IX)
053400             ADD 1 TO WS-DY-HOME (WS-DAY-FOUND-IX)
053500             IF WS-OV-HELLO-DONE (WS-CLOSE-IX)
053600                OR WS-OV-SIGN-DONE (WS-CLOSE-IX)
053700                 ADD 1 TO WS-DY-CONVERTED (WS-DAY-FOUND-IX)
053800             END-IF
053900         END-IF
054000     END-IF.
054100 3100-EXIT.
054200     EXIT.
054300
054400*----------------------------------------------------------
054500 3110-MATCH-ONE-DAY.
054600*----------------------------------------------------------
054700     IF WS-DY-DATE (WS-DAY-IX) = WS-WORK-DATE
054800         MOVE WS-DAY-IX TO WS-DAY-FOUND-IX
054900     END-IF.
055000 3110-EXIT.
055100     EXIT.
055200
055300*----------------------------------------------------------
055400 3120-INSERT-DAY.
055500*    FIND THE FIRST DAY LATER THAN THE NEW ONE, SHIFT IT
055600*    AND EVERYTHING AFTER IT UP ONE SLOT, AND OPEN THE NEW
055700*    DAY IN THE GAP.
055800*----------------------------------------------------------
055900     MOVE ZERO TO WS-DAY-FOUND-IX
056000     PERFORM 3130-FIND-INSERT-POINT THRU 3130-EXIT
056100             VARYING WS-DAY-IX FROM 1 BY 1
056200             UNTIL WS-DAY-IX > WS-DAY-CNT
056300                OR WS-DAY-FOUND-IX > 0
056400     IF WS-DAY-FOUND-IX = 0
056500         COMPUTE WS-DAY-FOUND-IX = WS-DAY-CNT + 1
056600     END-IF
056700     PERFORM 3140-SHIFT-ONE-DAY THRU 3140-EXIT
056800             VARYING WS-DAY-SHIFT-IX FROM WS-DAY-CNT BY -1
056900             UNTIL WS-DAY-SHIFT-IX < WS-DAY-FOUND-IX
057000     ADD 1 TO WS-DAY-CNT
057100     MOVE WS-WORK-DATE TO WS-DY-DATE (WS-DAY-FOUND-IX)
057200     MOVE ZERO TO WS-DY-VISITS (WS-DAY-FOUND-IX)
057300     MOVE ZERO TO WS-DY-HITS (WS-DAY-FOUND-IX)
057400     MOVE ZERO TO WS-DY-SECS (WS-DAY-FOUND-IX)
057500     MOVE ZERO TO WS-DY-HOME (WS-DAY-FOUND-IX)
057600     MOVE ZERO TO WS-DY-CONVERTED (WS-DAY-FOUND-IX).
057700 3120-EXIT.
057800     EXIT.
057900
058000*----------------------------------------------------------
058100 3130-FIND-INSERT-POINT.
058200*----------------------------------------------------------
058300     IF WS-DY-DATE (WS-DAY-IX) > WS-WORK-DATE
058400         MOVE WS-DAY-IX TO WS-DAY-FOUND-IX
058500     END-IF.
058600 3130-EXIT.
058700     EXIT.
058800
058900*----------------------------------------------------------
059000 3140-SHIFT-ONE-DAY.
059100*----------------------------------------------------------
059200     MOVE WS-DAY-ENTRY (WS-DAY-SHIFT-IX)
059300         TO WS-DAY-ENTRY (WS-DAY-SHIFT-IX + 1).
059400 3140-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------
059800 3200-FIND-PAGE.
059900*    LOOK UP WS-WORK-PATH IN THE ENTRY/EXIT TABLE, ADDING IT
060000*    IF THERE IS ROOM. WS-PAGE-FOUND-IX IS ZERO WHEN THE
060100*    TABLE IS FULL; THE LOSS IS COUNTED AND REPORTED.
060200*----------------------------------------------------------
060300     MOVE ZERO TO WS-PAGE-FOUND-IX
060400     PERFORM 3210-MATCH-ONE-PAGE THRU 3210-EXIT
060500             VARYING WS-PAGE-IX FROM 1 BY 1
060600             UNTIL WS-PAGE-IX > WS-PAGE-CNT
060700                OR WS-PAGE-FOUND-IX > 0
060800     IF WS-PAGE-FOUND-IX = 0
060900         IF WS-PAGE-CNT < 20
061000             ADD 1 TO WS-PAGE-CNT
061100             MOVE WS-PAGE-CNT TO WS-PAGE-FOUND-IX
061200             MOVE WS-WORK-PATH TO WS-PG-PATH (WS-PAGE-FOUND-IX)
061300             MOVE ZERO TO WS-PG-ENTRIES (WS-PAGE-FOUND-IX)
061400             MOVE ZERO TO WS-PG-EXITS (WS-PAGE-FOUND-IX)
061500         ELSE
061600             ADD 1 TO WS-TOT-PAGE-LOST
061700         END-IF
061800     END-IF.
061900 3200-EXIT.
062000     EXIT.
062100
062200*----------------------------------------------------------
062300 3210-MATCH-ONE-PAGE.
062400*----------------------------------------------------------
062500     IF WS-PG-PATH (WS-PAGE-IX) = WS-WORK-PATH
062600         MOVE WS-PAGE-IX TO WS-PAGE-FOUND-IX
062700     END-IF.
062800 3210-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------
063200 3400-MAKE-ROOM.
063300*    THE OPEN-VISIT TABLE IS FULL. CLOSE EVERY VISIT THAT
063400*    HAS BEEN IDLE PAST THE GAP AS OF THE HIT IN HAND (THEY
063500*    ARE OVER IN ANY CASE) AND CLOSE UP THE TABLE. IF THAT
063600*    FREES NOTHING, CLOSE THE LONGEST-IDLE VISIT EARLY AND
063700*    COUNT IT.
063800*----------------------------------------------------------
063900     MOVE ZERO TO WS-KEEP-IX
064000     PERFORM 3410-SWEEP-ONE-VISIT THRU 3410-EXIT
064100             VARYING WS-OPEN-IX FROM 1 BY 1
064200             UNTIL WS-OPEN-IX > WS-OPEN-CNT
064300     MOVE WS-KEEP-IX TO WS-OPEN-CNT
064400     IF WS-OPEN-CNT >= WS-MAX-OPEN
064500         MOVE 1 TO WS-OLDEST-IX
064600         PERFORM 3420-FIND-OLDEST THRU 3420-EXIT
064700                 VARYING WS-OPEN-IX FROM 2 BY 1
064800                 UNTIL WS-OPEN-IX > WS-OPEN-CNT
064900         MOVE WS-OLDEST-IX TO WS-CLOSE-IX
065000         PERFORM 3000-CLOSE-ONE-VISIT THRU 3000-EXIT
065100         ADD 1 TO WS-TOT-FORCED
065200         MOVE WS-OPEN-ENTRY (WS-OPEN-CNT)
065300             TO WS-OPEN-ENTRY (WS-OLDEST-IX)
065400         SUBTRACT 1 FROM WS-OPEN-CNT
065500     END-IF.
065600 3400-EXIT.
065700     EXIT.
065800
065900*----------------------------------------------------------
066000 3410-SWEEP-ONE-VISIT.
066100*    CLOSE THIS VISIT IF IT IS OVER; OTHERWISE KEEP IT,
066200*    SLIDING IT DOWN OVER ANY SLOTS ALREADY CLOSED.
066300*----------------------------------------------------------
066400     COMPUTE WS-IDLE-SECS =
066500             WS-HIT-SECS - WS-OV-LAST-SECS (WS-OPEN-IX)
066600     IF WS-HIT-SECS > WS-OV-LAST-SECS (WS-OPEN-IX)
066700        AND WS-IDLE-SECS > WS-GAP-SECS
066800         MOVE WS-OPEN-IX TO WS-CLOSE-IX
066900         PERFORM 3000-CLOSE-ONE-VISIT THRU 3000-EXIT
067000     ELSE
067100         ADD 1 TO WS-KEEP-IX
067200         IF WS-KEEP-IX < WS-OPEN-IX
067300             MOVE WS-OPEN-ENTRY (WS-OPEN-IX)
067400                 TO WS-OPEN-ENTRY (WS-KEEP-IX)
067500         END-IF
067600     END-IF.
067700 3410-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------
068100 3420-FIND-OLDEST.
068200*----------------------------------------------------------
068300     IF WS-OV-LAST-SECS (WS-OPEN-IX)
068400        < WS-OV-LAST-SECS (WS-OLDEST-IX)
068500         MOVE WS-OPEN-IX TO WS-OLDEST-IX
068600     END-IF.
068700 3420-EXIT.
068800     EXIT.
068900
069000*----------------------------------------------------------
069100 3500-CLOSE-ALL-VISITS.
069200*    CLOSE EVERY OPEN VISIT AND EMPTY THE TABLE - AT END OF
069300*    FILE, AND WHEN THE INPUT STEPS BACK IN TIME.
069400*----------------------------------------------------------
069500     PERFORM 3510-CLOSE-FROM-TABLE THRU 3510-EXIT
069600             VARYING WS-CLOSE-IX FROM 1 BY 1
069700             UNTIL WS-CLOSE-IX > WS-OPEN-CNT
069800     MOVE ZERO TO WS-OPEN-CNT.
069900 3500-EXIT.
070000     EXIT.
070100
070200*----------------------------------------------------------
070300 3510-CLOSE-FROM-TABLE.
070400*----------------------------------------------------------
070500     PERFORM 3000-CLOSE-ONE-VISIT THRU 3000-EXIT.
070600 3510-EXIT.
070700     EXIT.
070800
070900*----------------------------------------------------------
071000 8000-PRINT-REPORT.
071100*----------------------------------------------------------
071200     OPEN OUTPUT VISIT-RPT
071300     MOVE SPACES TO WS-RPT-LINE
071400     MOVE WS-GAP-MINS TO WS-GAP-ED
071500     STRING "VISIT REPORT - RUN " DELIMITED BY SIZE
071600             WS-RUN-DATE DELIMITED BY SIZE
071700             " - NEW VISIT AFTER " DELIMITED BY SIZE
071800             WS-GAP-ED DELIMITED BY SIZE
071900             " IDLE MINUTES" DELIMITED BY SIZE
072000             INTO WS-RPT-LINE
072100     END-STRING
072200     MOVE WS-RPT-LINE TO RPT-LINE
072300     WRITE RPT-LINE AFTER ADVANCING PAGE
072400     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
072500     PERFORM 8200-PRINT-DAYS THRU 8200-EXIT
072600     PERFORM 8300-PRINT-DISTRIBUTIONS THRU 8300-EXIT
072700     PERFORM 8400-PRINT-PAGES THRU 8400-EXIT
072800     PERFORM 8500-PRINT-CONVERSION THRU 8500-EXIT
072900     PERFORM 8600-PRINT-WARNINGS THRU 8600-EXIT
073000     CLOSE VISIT-RPT.
073100 8000-EXIT.
073200     EXIT.
073300
073400*----------------------------------------------------------
073500 8100-PRINT-TOTALS.
073600*----------------------------------------------------------
073700     MOVE SPACES TO RPT-LINE
073800     WRITE RPT-LINE AFTER ADVANCING 1 LINE
073900     MOVE WS-TOT-RECORDS TO WS-COUNT-ED
074000     MOVE WS-TOT-NO-SESSION TO WS-COUNT2-ED
074100     MOVE SPACES TO WS-RPT-LINE
074200     STRING "  HITS READ     " DELIMITED BY SIZE
074300             WS-COUNT-ED DELIMITED BY SIZE
074400             "   NOT GROUPED (NO SESSION OR BAD DATE) "
074500                 DELIMITED BY SIZE
074600             WS-COUNT2-ED DELIMITED BY SIZE
074700             INTO WS-RPT-LINE
074800     END-STRING
074900     MOVE WS-RPT-LINE TO RPT-LINE
075000     WRITE RPT-LINE AFTER ADVANCING 1 LINE
075010     MOVE WS-TOT-PLANNED TO WS-COUNT-ED
075020     MOVE SPACES TO WS-RPT-LINE
075030     STRING "  PLANNED-OUTAGE REFUSALS (NOT GROUPED) "
075040                 DELIMITED BY SIZE
075050             WS-COUNT-ED DELIMITED BY SIZE
075060             INTO WS-RPT-LINE
075070     END-STRING
075080     MOVE WS-RPT-LINE TO RPT-LINE
075090     WRITE RPT-LINE AFTER ADVANCING 1 LINE
075100     MOVE WS-TOT-VISITS TO WS-COUNT-ED
075200     MOVE SPACES TO WS-RPT-LINE
075300     STRING "  VISITS        " DELIMITED BY SIZE
075400             WS-COUNT-ED DELIMITED BY SIZE
075500             INTO WS-RPT-LINE
075600     END-STRING
075700     MOVE WS-RPT-LINE TO RPT-LINE
075800     WRITE RPT-LINE AFTER ADVANCING 1 LINE
075900     IF WS-TOT-VISITS > 0
076000         COMPUTE WS-PAGES-WORK ROUNDED =
076100                 WS-TOT-HITS / WS-TOT-VISITS
076200         MOVE WS-PAGES-WORK TO WS-PAGES-ED
076300         COMPUTE WS-AVG-SECS = WS-TOT-SECS / WS-TOT-VISITS
076400         PERFORM 8900-EDIT-LENGTH THRU 8900-EXIT
076500         MOVE SPACES TO WS-RPT-LINE
076600         STRING "  AVERAGE PAGES PER VISIT " DELIMITED BY SIZE
076700                 WS-PAGES-ED DELIMITED BY SIZE
076800                 "   AVERAGE VISIT LENGTH " DELIMITED BY SIZE
076900                 WS-LEN-MINS-ED DELIMITED BY SIZE
077000                 ":" DELIMITED BY SIZE
077100                 WS-LEN-SECS-ED DELIMITED BY SIZE
077200                 " (MIN:SEC)" DELIMITED BY SIZE
077300                 INTO WS-RPT-LINE
077400         END-STRING
077500         MOVE WS-RPT-LINE TO RPT-LINE
077600         WRITE RPT-LINE AFTER ADVANCING 1 LINE
077700     END-IF.
077800 8100-EXIT.
077900     EXIT.
078000
078100*----------------------------------------------------------
078200 8200-PRINT-DAYS.
078300*----------------------------------------------------------
078400     MOVE SPACES TO RPT-LINE
078500     WRITE RPT-LINE AFTER ADVANCING 1 LINE
078600     MOVE "  VISITS PER DAY (BY VISIT START DATE)" TO RPT-LINE
078700     WRITE RPT-LINE AFTER ADVANCING 1 LINE
078800     MOVE SPACES TO WS-RPT-LINE
078900     STRING "  DATE        VISITS  PAGES/VISIT   AVG LENGTH"
079000                 DELIMITED BY SIZE
079100             "  HOME VISITS  CONVERTED" DELIMITED BY SIZE
079200             INTO WS-RPT-LINE
079300     END-STRING
079400     MOVE WS-RPT-LINE TO RPT-LINE
079500     WRITE RPT-LINE AFTER ADVANCING 1 LINE
079600     PERFORM 8210-PRINT-ONE-DAY THRU 8210-EXIT
079700             VARYING WS-DAY-IX FROM 1 BY 1
079800             UNTIL WS-DAY-IX > WS-DAY-CNT.
079900 8200-EXIT.
080000     EXIT.
080100
080200*----------------------------------------------------------
080300 8210-PRINT-ONE-DAY.
080400*----------------------------------------------------------
080500     MOVE WS-DY-VISITS (WS-DAY-IX) TO WS-COUNT-ED
080600     COMPUTE WS-PAGES-WORK ROUNDED =
080700             WS-DY-HITS (WS-DAY-IX) / WS-DY-VISITS (WS-DAY-IX)
080800     MOVE WS-PAGES-WORK TO WS-PAGES-ED
080900     COMPUTE WS-AVG-SECS =
081000             WS-DY-SECS (WS-DAY-IX) / WS-DY-VISITS (WS-DAY-IX)
081100     PERFORM 8900-EDIT-LENGTH THRU 8900-EXIT
081200     MOVE WS-DY-HOME (WS-DAY-IX) TO WS-COUNT2-ED
081300     MOVE SPACES TO WS-RPT-LINE
081400     STRING "  " DELIMITED BY SIZE
081500             WS-DY-DATE (WS-DAY-IX) DELIMITED BY SIZE
081600             " " DELIMITED BY SIZE
081700             WS-COUNT-ED DELIMITED BY SIZE
081800             "      " DELIMITED BY SIZE
081900             WS-PAGES-ED DELIMITED BY SIZE
082000             "     " DELIMITED BY SIZE
082100             WS-LEN-MINS-ED DELIMITED BY SIZE
082200             ":" DELIMITED BY SIZE
082300             WS-LEN-SECS-ED DELIMITED BY SIZE
082400             "    " DELIMITED BY SIZE
082500             WS-COUNT2-ED DELIMITED BY SIZE
082600             INTO WS-RPT-LINE
082700     END-STRING
082800     MOVE WS-DY-CONVERTED (WS-DAY-IX) TO WS-COUNT-ED
082900     STRING WS-RPT-LINE (1:59) DELIMITED BY SIZE
083000             "  " DELIMITED BY SIZE
083100             WS-COUNT-ED DELIMITED BY SIZE
083200             INTO RPT-LINE
083300     END-STRING
083400     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
083500 8210-EXIT.
083600     EXIT.
083700
083800*----------------------------------------------------------
083900 8300-PRINT-DISTRIBUTIONS.
084000*----------------------------------------------------------
084100     MOVE SPACES TO RPT-LINE
084200     WRITE RPT-LINE AFTER ADVANCING 1 LINE
084300     MOVE "  PAGES PER VISIT" TO RPT-LINE
084400     WRITE RPT-LINE AFTER ADVANCING 1 LINE
084500     PERFORM 8310-PRINT-PAGES-BKT THRU 8310-EXIT
084600             VARYING WS-BKT-IX FROM 1 BY 1
084700             UNTIL WS-BKT-IX > 4
084800     MOVE SPACES TO RPT-LINE
084900     WRITE RPT-LINE AFTER ADVANCING 1 LINE
085000     MOVE "  VISIT LENGTH" TO RPT-LINE
085100     WRITE RPT-LINE AFTER ADVANCING 1 LINE
085200     PERFORM 8320-PRINT-LENGTH-BKT THRU 8320-EXIT
085300             VARYING WS-BKT-IX FROM 1 BY 1
085400             UNTIL WS-BKT-IX > 5.
085500 8300-EXIT.
085600     EXIT.
085700
085800*----------------------------------------------------------
085900 8310-PRINT-PAGES-BKT.
086000*----------------------------------------------------------
086100     EVALUATE WS-BKT-IX
086200         WHEN 1
086300             MOVE "1 PAGE" TO WS-BKT-LABEL
086400         WHEN 2
086500             MOVE "2-3 PAGES" TO WS-BKT-LABEL
086600         WHEN 3
086700             MOVE "4-9 PAGES" TO WS-BKT-LABEL
086800         WHEN OTHER
086900             MOVE "10 PAGES OR MORE" TO WS-BKT-LABEL
087000     END-EVALUATE
087100     MOVE WS-PAGES-BKT (WS-BKT-IX) TO WS-BKT-COUNT
087200     PERFORM 8330-PRINT-BKT-LINE THRU 8330-EXIT.
087300 8310-EXIT.
087400     EXIT.
087500
087600*----------------------------------------------------------
087700 8320-PRINT-LENGTH-BKT.
087800*----------------------------------------------------------
087900     EVALUATE WS-BKT-IX
088000         WHEN 1
088100             MOVE "UNDER 1 MIN" TO WS-BKT-LABEL
088200         WHEN 2
088300             MOVE "1-5 MIN" TO WS-BKT-LABEL
088400         WHEN 3
088500             MOVE "5-15 MIN" TO WS-BKT-LABEL
088600         WHEN 4
088700             MOVE "15-30 MIN" TO WS-BKT-LABEL
088800         WHEN OTHER
088900             MOVE "30 MIN OR MORE" TO WS-BKT-LABEL
089000     END-EVALUATE
089100     MOVE WS-LENGTH-BKT (WS-BKT-IX) TO WS-BKT-COUNT
089200     PERFORM 8330-PRINT-BKT-LINE THRU 8330-EXIT.
089300 8320-EXIT.
089400     EXIT.
089500
089600*----------------------------------------------------------
089700 8330-PRINT-BKT-LINE.
089800*    ONE DISTRIBUTION LINE - LABEL, VISIT COUNT, AND SHARE
089900*    OF ALL VISITS.
090000*----------------------------------------------------------
090100     MOVE ZERO TO WS-PCT-WORK
090200     IF WS-TOT-VISITS > 0
090300         COMPUTE WS-PCT-WORK ROUNDED =
090400                 WS-BKT-COUNT * 100 / WS-TOT-VISITS
090500     END-IF
090600     MOVE WS-PCT-WORK TO WS-PCT-ED
090700     MOVE WS-BKT-COUNT TO WS-COUNT-ED
090800     MOVE SPACES TO WS-RPT-LINE
090900     STRING "    " DELIMITED BY SIZE
091000             WS-BKT-LABEL DELIMITED BY SIZE
091100             WS-COUNT-ED DELIMITED BY SIZE
091200             "  " DELIMITED BY SIZE
091300             WS-PCT-ED DELIMITED BY SIZE
091400             " PCT" DELIMITED BY SIZE
091500             INTO WS-RPT-LINE
091600     END-STRING
091700     MOVE WS-RPT-LINE TO RPT-LINE
091800     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
091900 8330-EXIT.
092000     EXIT.
092100
092200*----------------------------------------------------------
092300 8400-PRINT-PAGES.
092400*----------------------------------------------------------
092500     MOVE SPACES TO RPT-LINE
092600     WRITE RPT-LINE AFTER ADVANCING 1 LINE
092700     MOVE "  ENTRY AND EXIT PAGES" TO RPT-LINE
092800     WRITE RPT-LINE AFTER ADVANCING 1 LINE
092900     MOVE "  PATH         ENTRIES      EXITS" TO RPT-LINE
093000     WRITE RPT-LINE AFTER ADVANCING 1 LINE
093100     PERFORM 8410-PRINT-ONE-PAGE THRU 8410-EXIT
093200             VARYING WS-PAGE-IX FROM 1 BY 1
093300             UNTIL WS-PAGE-IX > WS-PAGE-CNT.
093400 8400-EXIT.
093500     EXIT.
093600
093700*----------------------------------------------------------
093800 8410-PRINT-ONE-PAGE.
093900*----------------------------------------------------------
094000     MOVE WS-PG-ENTRIES (WS-PAGE-IX) TO WS-COUNT-ED
094100     MOVE WS-PG-EXITS (WS-PAGE-IX) TO WS-COUNT2-ED
094200     MOVE SPACES TO WS-RPT-LINE
094300     STRING "  " DELIMITED BY SIZE
094400             WS-PG-PATH (WS-PAGE-IX) DELIMITED BY SIZE
094500             " " DELIMITED BY SIZE
094600             WS-COUNT-ED DELIMITED BY SIZE
094700             "  " DELIMITED BY SIZE
094800             WS-COUNT2-ED DELIMITED BY SIZE
094900             INTO WS-RPT-LINE
095000     END-STRING
095100     MOVE WS-RPT-LINE TO RPT-LINE
095200     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
095300 8410-EXIT.
095400     EXIT.
095500
095600*----------------------------------------------------------
095700 8500-PRINT-CONVERSION.
095800*    OF THE VISITS THAT REACHED /home, HOW MANY THEN GOT A
095900*    GREETING FROM /hello OR SIGNED THE GUESTBOOK. A VISIT
096000*    THAT DID BOTH COUNTS ONCE IN THE CONVERTED LINE.
096100*----------------------------------------------------------
096200     MOVE SPACES TO RPT-LINE
096300     WRITE RPT-LINE AFTER ADVANCING 1 LINE
096400     MOVE "  /home CONVERSION" TO RPT-LINE
096500     WRITE RPT-LINE AFTER ADVANCING 1 LINE
096600     MOVE WS-TOT-HOME TO WS-COUNT-ED
096700     MOVE SPACES TO WS-RPT-LINE
096800     STRING "    VISITS REACHING /home       " DELIMITED BY SIZE
096900             WS-COUNT-ED DELIMITED BY SIZE
097000             INTO WS-RPT-LINE
097100     END-STRING
097200     MOVE WS-RPT-LINE TO RPT-LINE
097300     WRITE RPT-LINE AFTER ADVANCING 1 LINE
097400     MOVE "THEN /hello 200" TO WS-BKT-LABEL
097500     MOVE WS-TOT-HELLO TO WS-BKT-COUNT
097600     PERFORM 8510-PRINT-CONV-LINE THRU 8510-EXIT
097700     MOVE "THEN SIGNED GB" TO WS-BKT-LABEL
097800     MOVE WS-TOT-SIGN TO WS-BKT-COUNT
097900     PERFORM 8510-PRINT-CONV-LINE THRU 8510-EXIT
098000     MOVE "CONVERTED" TO WS-BKT-LABEL
098100     MOVE WS-TOT-CONVERTED TO WS-BKT-COUNT
098200     PERFORM 8510-PRINT-CONV-LINE THRU 8510-EXIT.
098300 8500-EXIT.
098400     EXIT.
098500
098600*----------------------------------------------------------
098700 8510-PRINT-CONV-LINE.
098800*    ONE CONVERSION LINE - LABEL, VISIT COUNT, AND SHARE OF
098900*    THE VISITS THAT REACHED /home.
099000*----------------------------------------------------------
099100     MOVE ZERO TO WS-PCT-WORK
099200     IF WS-TOT-HOME > 0
099300         COMPUTE WS-PCT-WORK ROUNDED =
099400                 WS-BKT-COUNT * 100 / WS-TOT-HOME
099500     END-IF
099600     MOVE WS-PCT-WORK TO WS-PCT-ED
099700     MOVE WS-BKT-COUNT TO WS-COUNT-ED
099800     MOVE SPACES TO WS-RPT-LINE
099900     STRING "    " DELIMITED BY SIZE
100000             WS-BKT-LABEL DELIMITED BY SIZE
100100             "            " DELIMITED BY SIZE
100200             WS-COUNT-ED DELIMITED BY SIZE
100300             "  " DELIMITED BY SIZE
100400             WS-PCT-ED DELIMITED BY SIZE
100500             " PCT OF /home VISITS" DELIMITED BY SIZE
100600             INTO WS-RPT-LINE
100700     END-STRING
100800     MOVE WS-RPT-LINE TO RPT-LINE
100900     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
101000 8510-EXIT.
101100     EXIT.
101200
101300*----------------------------------------------------------
101400 8600-PRINT-WARNINGS.
101500*    ANY FIGURE THE TABLES COULD NOT HOLD IS SAID SO, AND
101600*    THE JOB ENDS RC 4 - SAME DISCIPLINE AS A FULL PAGE
101700*    TABLE IN PAGEWTCH.
101800*----------------------------------------------------------
101900     IF WS-TOT-FORCED > 0
102000         MOVE WS-TOT-FORCED TO WS-COUNT-ED
102100         MOVE SPACES TO WS-RPT-LINE
102200         STRING "  VISIT TABLE FULL - VISITS CLOSED EARLY: "
102300                     DELIMITED BY SIZE
102400                 WS-COUNT-ED DELIMITED BY SIZE
102500                 INTO WS-RPT-LINE
102600         END-STRING
102700         MOVE WS-RPT-LINE TO RPT-LINE
102800         WRITE RPT-LINE AFTER ADVANCING 1 LINE
102900         MOVE 4 TO RETURN-CODE
103000     END-IF
103100     IF WS-TOT-DAY-LOST > 0
103200         MOVE WS-TOT-DAY-LOST TO WS-COUNT-ED
103300         MOVE SPACES TO WS-RPT-LINE
103400         STRING "  DAY TABLE FULL - VISITS LEFT OFF DAILY LINES: "
103500                     DELIMITED BY SIZE
103600                 WS-COUNT-ED DELIMITED BY SIZE
103700                 INTO WS-RPT-LINE
103800         END-STRING
103900         MOVE WS-RPT-LINE TO RPT-LINE
104000         WRITE RPT-LINE AFTER ADVANCING 1 LINE
104100         MOVE 4 TO RETURN-CODE
104200     END-IF
104300     IF WS-TOT-PAGE-LOST > 0
104400         MOVE WS-TOT-PAGE-LOST TO WS-COUNT-ED
104500         MOVE SPACES TO WS-RPT-LINE
104600         STRING "  PAGE TABLE FULL - ENTRIES/EXITS NOT SHOWN: "
104700                     DELIMITED BY SIZE
104800                 WS-COUNT-ED DELIMITED BY SIZE
104900                 INTO WS-RPT-LINE
105000         END-STRING
105100         MOVE WS-RPT-LINE TO RPT-LINE
105200         WRITE RPT-LINE AFTER ADVANCING 1 LINE
105300         MOVE 4 TO RETURN-CODE
105400     END-IF.
105500 8600-EXIT.
105600     EXIT.
105700
105800*----------------------------------------------------------
105900 8900-EDIT-LENGTH.
106000*    SPLIT WS-AVG-SECS INTO MINUTES AND SECONDS FOR PRINT.
106100*----------------------------------------------------------
106200     DIVIDE WS-AVG-SECS BY 60 GIVING WS-LEN-MINS
106300             REMAINDER WS-LEN-SECS
106400     MOVE WS-LEN-MINS TO WS-LEN-MINS-ED
106500     MOVE WS-LEN-SECS TO WS-LEN-SECS-ED.
106600 8900-EXIT.
106700     EXIT.
106800
106900*----------------------------------------------------------
107000 9800-LOG-FILE-ERROR.
107100*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
107200*    EVERY ERRLOG APPEND IN THE SHOP - SAME EXCLUSIVE-LOCK-
107300*    AND-RETRY DISCIPLINE WEBLOG APPLIES TO VISLOG, SO A
107400*    BATCH JOB RUNNING ALONGSIDE LIVE CGI TRAFFIC CANNOT
107500*    CLOBBER (OR BE CLOBBERED BY) A REQUEST'S EVENT. THE
107600*    FAILING PARAGRAPH HAS ALREADY FILLED THE WS-ERR-
107700*    STAGING FIELDS; BATCH EVENTS CARRY NO SESSION ID.
107800*----------------------------------------------------------
107900     CALL "ERRLOGW" USING WS-ERR-PROGRAM WS-ERR-PARAGRAPH
108000                          WS-ERR-FILE-NAME WS-ERR-STATUS-CODE
108100                          WS-ERR-SESSION-ID.
108200 9800-EXIT.
108300     EXIT.
