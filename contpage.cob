000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CONTPAGE.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - GENERIC CONTENT PAGE.
001100*                RENDERS THE TEXT HELD FOR THE REQUESTED
001200*                PATH IN THE CONTENT DATASET OPERATIONS
001300*                MAINTAIN, SO A PAGE THAT IS ONLY TEXT
001400*                (/about, /faq, /privacy, ...) NEEDS A
001500*                ROUTEFIL ENTRY POINTING HERE AND SOME
001600*                CONTENT RECORDS - NOT A NEW PROGRAM.
001700*                CONTENT RECORDS: PATH IN COLS 1-10, ONE
001800*                LINE OF PAGE MARKUP IN COLS 12-80, IN THE
001900*                ORDER THEY ARE TO APPEAR; A RECORD WHOSE
002000*                FIRST BYTE IS "*" IS A COMMENT. RENDERS
002100*                INSIDE THE SHARED SITE LAYOUT WITH A TRUE
002200*                CONTENT-LENGTH AND LOGS EVERY HIT THROUGH
002300*                WEBLOG LIKE EVERY OTHER PAGE. A PATH WITH
002400*                NO CONTENT GETS THE SAME 404 PAGE WEBMAIN
002500*                SENDS FOR AN UNROUTED PATH.
002600*----------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CONTENT-FILE ASSIGN TO "CONTENT"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-CONTENT-STATUS.
003400     SELECT SITE-LAYOUT ASSIGN TO "SITELYT"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS LYT-FILE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CONTENT-FILE
004100     RECORDING MODE IS F.
004200 01  CNT-RECORD.
004300     05  CNT-PATH            PIC X(10).
004400     05  FILLER              PIC X(01).
004500     05  CNT-TEXT            PIC X(69).
004600 FD  SITE-LAYOUT
004700     RECORDING MODE IS F.
004800 01  SLY-RECORD              PIC X(80).
004900
005000 WORKING-STORAGE SECTION.
005100*----------------------------------------------------------
005200* FILE STATUS AND END-OF-FILE CONTROL
005300*----------------------------------------------------------
005400 01  WS-CONTENT-STATUS       PIC X(02) VALUE SPACES.
005500 01  WS-CONTENT-EOF-SW       PIC X(01) VALUE "N".
005600     88  WS-CONTENT-EOF               VALUE "Y".
005700
005800*----------------------------------------------------------
005900* ERROR-EVENT STAGING - THE FAILING PARAGRAPH FILLS THESE
006000* AND PERFORMS 9800, WHICH HANDS THEM TO THE ERRLOGW
006100* SUBPROGRAM (THE ONLY ERRLOG WRITER IN THE SHOP)
006200*----------------------------------------------------------
006300 01  WS-ERR-PROGRAM          PIC X(08) VALUE "CONTPAGE".
006400 01  WS-ERR-PARAGRAPH        PIC X(24) VALUE SPACES.
006500 01  WS-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
006600 01  WS-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
006700
006800*----------------------------------------------------------
006900* VISITOR-LOG RECORD, BUILT HERE AND HANDED TO THE WEBLOG
007000* SUBPROGRAM, WHICH OWNS EVERY VISLOG APPEND
007100*----------------------------------------------------------
007200     COPY VISLOGR.
007300 01  WS-WEBLOG-OK            PIC X(01) VALUE "N".
007400
007500*----------------------------------------------------------
007600* REQUEST - CONTENT PAGES ARE GET-ONLY. THE PATH COMES
007700* FROM PATH_INFO, THE SAME VARIABLE WEBMAIN ROUTED ON.
007800*----------------------------------------------------------
007900 01  WS-REQUEST-METHOD       PIC X(08) VALUE SPACES.
008000 01  WS-METHOD-BAD-SW        PIC X(01) VALUE "N".
008100     88  WS-METHOD-BAD                VALUE "Y".
008200 01  WS-ENV-VAR-NAME         PIC X(20) VALUE SPACES.
008300 01  WS-PATH-INFO            PIC X(10) VALUE SPACES.
008400 01  WS-STATUS-LINE          PIC X(40) VALUE
008500         "Status: 200 OK".
008600 01  WS-HEADING              PIC X(40) VALUE SPACES.
008700 01  WS-HEADING-LEN          PIC 9(03) COMP VALUE ZERO.
008800
008900*----------------------------------------------------------
009000* THE PAGE'S OWN LINES, PICKED OUT OF CONTENT BEFORE THE
009100* PAGE IS ASSEMBLED SO A PATH WITH NONE CAN STILL BE
009200* ANSWERED WITH A CLEAN 404. LINES PAST THE TABLE'S END
009300* ARE DROPPED.
009400*----------------------------------------------------------
009500 01  WS-TEXT-TABLE.
009600     05  WS-TEXT-CNT         PIC 9(03) COMP VALUE ZERO.
009700     05  WS-TEXT-ENTRY       OCCURS 150 TIMES.
009800         10  WS-TEXT-LINE    PIC X(69).
009900 01  WS-TEXT-IX              PIC 9(03) COMP VALUE ZERO.
010000 77  WS-MAX-TEXT-LINES       PIC 9(03) VALUE 150.
010100
010200*----------------------------------------------------------
010300* RESPONSE SESSION AND VISITOR-LOG WORK AREAS
010400*----------------------------------------------------------
010500 01  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
010600 01  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
010700 01  WS-SESSION-ID           PIC X(30) VALUE SPACES.
010800 01  WS-COOKIE-ENV           PIC X(200) VALUE SPACES.
010900 01  WS-COOKIE-REST          PIC X(200) VALUE SPACES.
011000 01  WS-COOKIE-SID           PIC X(200) VALUE SPACES.
011100 01  WS-REMOTE-ADDR          PIC X(15) VALUE SPACES.
011200 01  WS-USER-AGENT           PIC X(80) VALUE SPACES.
011300
011400*----------------------------------------------------------
011500* PAGE ASSEMBLY AREAS - SAME LINE-TABLE SCHEME STATPAGE
011600* USES SO A TRUE CONTENT-LENGTH GOES OUT AHEAD OF THE BODY.
011700* ROOM FOR A FULL LAYOUT HEAD AND TAIL AROUND THE LONGEST
011800* PAGE THE TEXT TABLE HOLDS.
011900*----------------------------------------------------------
012000 01  WS-PAGE-TABLE.
012100     05  WS-PAGE-LINE-CNT    PIC 9(03) COMP VALUE ZERO.
012200     05  WS-PAGE-ENTRY       OCCURS 190 TIMES.
012300         10  WS-PAGE-TEXT    PIC X(80).
012400         10  WS-PAGE-LEN     PIC 9(02) COMP.
012500 01  WS-PAGE-IX              PIC 9(03) COMP VALUE ZERO.
012600 01  WS-LINE-WORK            PIC X(80) VALUE SPACES.
012700 01  WS-SCAN-IX              PIC 9(03) COMP VALUE ZERO.
012800 01  WS-CONTENT-LEN-NUM      PIC 9(05) VALUE ZERO.
012900 01  WS-CONTENT-LEN-ED       PIC ZZZZ9.
013000 01  WS-CONTENT-LEN-LINE     PIC X(30) VALUE SPACES.
013100
013200*----------------------------------------------------------
013300* SHARED SITE LAYOUT (SEE COPYBOOKS/SITELYTW.CPY)
013400*----------------------------------------------------------
013500     COPY SITELYTW.
013600
013700 PROCEDURE DIVISION.
013800*----------------------------------------------------------
013900 0000-MAINLINE.
014000*----------------------------------------------------------
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014200     IF NOT WS-METHOD-BAD
014300         PERFORM 2000-LOAD-CONTENT THRU 2000-EXIT
014400     END-IF
014500     EVALUATE TRUE
014600         WHEN WS-METHOD-BAD
014700             MOVE "Status: 405 Method Not Allowed"
014800                 TO WS-STATUS-LINE
014900             MOVE "Method Not Allowed" TO WS-HEADING
015000             PERFORM 5500-BUILD-REFUSAL-PAGE THRU 5500-EXIT
015100         WHEN WS-TEXT-CNT = ZERO
015200             MOVE "Status: 404 Not Found" TO WS-STATUS-LINE
015300             MOVE "404 Not Found" TO WS-HEADING
015400             PERFORM 5500-BUILD-REFUSAL-PAGE THRU 5500-EXIT
015500         WHEN OTHER
015600             PERFORM 5000-BUILD-PAGE THRU 5000-EXIT
015700     END-EVALUATE
015800     PERFORM 6000-LOG-VISITOR THRU 6000-EXIT
015900     PERFORM 7000-WRITE-RESPONSE THRU 7000-EXIT
016000     GOBACK.
016100
016200*----------------------------------------------------------
016300 1000-INITIALIZE.
016400*    RESET PER-INVOCATION STATE - LIKE HELLO, THIS PROGRAM
016500*    IS CALLED BY WEBMAIN AND MAY RUN MORE THAN ONCE PER
016600*    RUN UNIT. THE SESSION ID IS RESET HERE TOO SO A STALE
016700*    ONE CANNOT RIDE INTO AN ERRLOG EVENT RAISED BEFORE
016800*    6100 RESOLVES IT. A BLANK PATH_INFO IS "/", AS IN
016900*    WEBMAIN.
017000*----------------------------------------------------------
017100     MOVE "Status: 200 OK" TO WS-STATUS-LINE
017200     MOVE "N" TO WS-METHOD-BAD-SW
017300     MOVE SPACES TO WS-SESSION-ID
017400     MOVE ZERO TO WS-TEXT-CNT
017500     MOVE ZERO TO WS-PAGE-LINE-CNT
017600     MOVE ZERO TO WS-CONTENT-LEN-NUM
017700     MOVE SPACES TO WS-LINE-WORK
017800     MOVE SPACES TO WS-REQUEST-METHOD
017900     MOVE "REQUEST_METHOD" TO WS-ENV-VAR-NAME
018000     DISPLAY WS-ENV-VAR-NAME UPON ENVIRONMENT-NAME
018100     ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT-VALUE
018200     EVALUATE WS-REQUEST-METHOD
018300         WHEN "GET"
018400         WHEN SPACES
018500             CONTINUE
018600         WHEN OTHER
018700             MOVE "Y" TO WS-METHOD-BAD-SW
018800     END-EVALUATE
018900     MOVE SPACES TO WS-PATH-INFO
019000     MOVE "PATH_INFO" TO WS-ENV-VAR-NAME
019100     DISPLAY WS-ENV-VAR-NAME UPON ENVIRONMENT-NAME
019200     ACCEPT WS-PATH-INFO FROM ENVIRONMENT-VALUE
019300     IF WS-PATH-INFO = SPACES
019400         MOVE "/" TO WS-PATH-INFO
019500     END-IF
019600     PERFORM 1200-LOAD-LAYOUT THRU 1200-EXIT.
019700 1000-EXIT.
019800     EXIT.
019900
020000*----------------------------------------------------------
020100 1200-LOAD-LAYOUT.
020200*    LOAD THE SHARED SITE LAYOUT FROM SITELYT, SPLITTING IT
020300*    AT THE "*CONTENT*" RECORD INTO HEAD AND TAIL LINES. A
020400*    FILE THAT IS MISSING, UNREADABLE, OR HAS NO CONTENT
020500*    TOKEN LEAVES LYT-LOADED OFF AND THE PAGE RENDERS ITS
020600*    OWN BARE MARKUP INSTEAD.
020700*----------------------------------------------------------
020800     MOVE ZERO TO LYT-HEAD-CNT LYT-TAIL-CNT
020900                  LYT-HEAD-TOTAL LYT-TAIL-TOTAL
021000     MOVE "H" TO LYT-SIDE-SW
021100     MOVE "N" TO LYT-EOF-SW
021200     MOVE "N" TO LYT-LOADED-SW
021300     OPEN INPUT SITE-LAYOUT
021400     IF LYT-FILE-STATUS = "00"
021500         PERFORM 1210-READ-LAYOUT THRU 1210-EXIT
021600         PERFORM 1220-STORE-LAYOUT-LINE THRU 1220-EXIT
021700                 UNTIL LYT-EOF
021800         CLOSE SITE-LAYOUT
021900         IF LYT-SIDE-SW = "T"
022000             MOVE "Y" TO LYT-LOADED-SW
022100         END-IF
022200     END-IF.
022300 1200-EXIT.
022400     EXIT.
022500
022600*----------------------------------------------------------
022700 1210-READ-LAYOUT.
022800*----------------------------------------------------------
022900     READ SITE-LAYOUT
023000         AT END
023100             MOVE "Y" TO LYT-EOF-SW
023200     END-READ.
023300 1210-EXIT.
023400     EXIT.
023500
023600*----------------------------------------------------------
023700 1220-STORE-LAYOUT-LINE.
023800*    FILE ONE LAYOUT RECORD ON THE HEAD OR TAIL SIDE OF THE
023900*    CONTENT TOKEN WITH ITS TRIMMED LENGTH, THEN READ THE
024000*    NEXT ONE. BLANK RECORDS AND OVERFLOW ARE SKIPPED.
024100*----------------------------------------------------------
024200     IF SLY-RECORD = "*CONTENT*"
024300         MOVE "T" TO LYT-SIDE-SW
024400     ELSE
024500         PERFORM 1230-MEASURE-LAYOUT-LINE THRU 1230-EXIT
024600                 VARYING LYT-SCAN-IX FROM 80 BY -1
024700                 UNTIL LYT-SCAN-IX = 0
024800                    OR SLY-RECORD (LYT-SCAN-IX:1) NOT = SPACE
024900         EVALUATE TRUE
025000             WHEN LYT-SCAN-IX = 0
025100                 CONTINUE
025200             WHEN LYT-SIDE-SW = "H" AND LYT-HEAD-CNT < 15
025300                 ADD 1 TO LYT-HEAD-CNT
025400                 MOVE SLY-RECORD
025500                     TO LYT-HEAD-TEXT (LYT-HEAD-CNT)
025600                 MOVE LYT-SCAN-IX
025700                     TO LYT-HEAD-LEN (LYT-HEAD-CNT)
025800                 ADD LYT-SCAN-IX TO LYT-HEAD-TOTAL
025900             WHEN LYT-SIDE-SW = "T" AND LYT-TAIL-CNT < 15
026000                 ADD 1 TO LYT-TAIL-CNT
026100                 MOVE SLY-RECORD
026200                     TO LYT-TAIL-TEXT (LYT-TAIL-CNT)
026300                 MOVE LYT-SCAN-IX
026400                     TO LYT-TAIL-LEN (LYT-TAIL-CNT)
026500                 ADD LYT-SCAN-IX TO LYT-TAIL-TOTAL
026600             WHEN OTHER
026700                 CONTINUE
026800         END-EVALUATE
026900     END-IF
027000     PERFORM 1210-READ-LAYOUT THRU 1210-EXIT.
027100 1220-EXIT.
027200     EXIT.
027300
027400*----------------------------------------------------------
027500 1230-MEASURE-LAYOUT-LINE.
027600*    NO-OP BODY - THE TRAILING-SPACE SCAN IS DRIVEN ENTIRELY
027700*    BY THE PERFORM VARYING/UNTIL CLAUSE ABOVE.
027800*----------------------------------------------------------
027900     CONTINUE.
028000 1230-EXIT.
028100     EXIT.
028200
028300*----------------------------------------------------------
028400 2000-LOAD-CONTENT.
028500*    PICK THIS PATH'S LINES OUT OF CONTENT, IN FILE ORDER.
028600*    A CONTENT DATASET THAT WILL NOT OPEN IS LOGGED AND
028700*    LEAVES THE TEXT TABLE EMPTY, SO THE VISITOR GETS THE
028800*    404 RATHER THAN A HALF-BUILT PAGE.
028900*----------------------------------------------------------
029000     MOVE "N" TO WS-CONTENT-EOF-SW
029100     OPEN INPUT CONTENT-FILE
029200     IF WS-CONTENT-STATUS = "00"
029300         PERFORM 2100-READ-CONTENT THRU 2100-EXIT
029400         PERFORM 2200-KEEP-ONE-LINE THRU 2200-EXIT
029500                 UNTIL WS-CONTENT-EOF
029600         CLOSE CONTENT-FILE
029700     ELSE
029800         MOVE "2000-LOAD-CONTENT" TO WS-ERR-PARAGRAPH
029900         MOVE "CONTENT" TO WS-ERR-FILE-NAME
030000         MOVE WS-CONTENT-STATUS TO WS-ERR-STATUS-CODE
030100         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
030200     END-IF.
030300 2000-EXIT.
030400     EXIT.
030500
030600*----------------------------------------------------------
030700 2100-READ-CONTENT.
030800*----------------------------------------------------------
030900     READ CONTENT-FILE
031000         AT END
031100             MOVE "Y" TO WS-CONTENT-EOF-SW
031200     END-READ.
031300 2100-EXIT.
031400     EXIT.
031500
031600*----------------------------------------------------------
031700 2200-KEEP-ONE-LINE.
031800*    KEEP ONE CONTENT RECORD IF IT BELONGS TO THIS PATH,
031900*    THEN READ THE NEXT ONE. COMMENTS NEVER MATCH A PATH,
032000*    WHICH ALWAYS STARTS WITH "/". A BLANK TEXT LINE IS
032100*    KEPT SO THE COUNT SHOWS THE PATH EXISTS, BUT ADDS
032200*    NOTHING TO THE PAGE.
032300*----------------------------------------------------------
032400     IF CNT-PATH (1:1) NOT = "*"
032500        AND CNT-PATH = WS-PATH-INFO
032600        AND WS-TEXT-CNT < WS-MAX-TEXT-LINES
032700         ADD 1 TO WS-TEXT-CNT
032800         MOVE CNT-TEXT TO WS-TEXT-LINE (WS-TEXT-CNT)
032900     END-IF
033000     PERFORM 2100-READ-CONTENT THRU 2100-EXIT.
033100 2200-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------
033500 5000-BUILD-PAGE.
033600*    ASSEMBLE THE PATH'S LINES INSIDE THE LAYOUT (OR THE
033700*    BARE HTML/BODY WRAPPER) IN THE PAGE LINE TABLE. EVERY
033800*    LINE GOES THROUGH 5900-ADD-LINE SO THE CONTENT LENGTH
033900*    ACCUMULATES AS THE PAGE IS BUILT.
034000*----------------------------------------------------------
034100     IF LYT-LOADED
034200         PERFORM 5700-ADD-HEAD-LINES THRU 5700-EXIT
034300     ELSE
034400         MOVE "<html><body>" TO WS-LINE-WORK
034500         PERFORM 5900-ADD-LINE THRU 5900-EXIT
034600     END-IF
034700     PERFORM 5100-ADD-TEXT-LINE THRU 5100-EXIT
034800             VARYING WS-TEXT-IX FROM 1 BY 1
034900             UNTIL WS-TEXT-IX > WS-TEXT-CNT
035000     IF LYT-LOADED
035100         PERFORM 5750-ADD-TAIL-LINES THRU 5750-EXIT
035200     ELSE
035300         MOVE "</body></html>" TO WS-LINE-WORK
035400         PERFORM 5900-ADD-LINE THRU 5900-EXIT
035500     END-IF.
035600 5000-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------
036000 5100-ADD-TEXT-LINE.
036100*----------------------------------------------------------
036200     MOVE WS-TEXT-LINE (WS-TEXT-IX) TO WS-LINE-WORK
036300     PERFORM 5900-ADD-LINE THRU 5900-EXIT.
036400 5100-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------
036800 5500-BUILD-REFUSAL-PAGE.
036900*    THE 404 AND 405 ANSWERS, SHAPED EXACTLY AS WEBMAIN'S
037000*    OWN ERROR PAGES SO A VISITOR CANNOT TELL A CONTENT
037100*    PATH WITH NO TEXT FROM A PATH THAT WAS NEVER ROUTED.
037200*    THE CALLER HAS PUT THE HEADING TEXT IN WS-HEADING.
037300*----------------------------------------------------------
037400     PERFORM 5510-SCAN-HEADING THRU 5510-EXIT
037500             VARYING WS-SCAN-IX FROM 40 BY -1
037600             UNTIL WS-SCAN-IX = 0
037700                OR WS-HEADING (WS-SCAN-IX:1) NOT = SPACE
037800     MOVE WS-SCAN-IX TO WS-HEADING-LEN
037900     IF LYT-LOADED
038000         PERFORM 5700-ADD-HEAD-LINES THRU 5700-EXIT
038100         STRING "<h1>" DELIMITED BY SIZE
038200                 WS-HEADING (1:WS-HEADING-LEN)
038300                     DELIMITED BY SIZE
038400                 "</h1>" DELIMITED BY SIZE
038500                 INTO WS-LINE-WORK
038600         END-STRING
038700         PERFORM 5900-ADD-LINE THRU 5900-EXIT
038800         PERFORM 5750-ADD-TAIL-LINES THRU 5750-EXIT
038900     ELSE
039000         MOVE SPACES TO WS-LINE-WORK
039100         STRING "<html><body><h1>" DELIMITED BY SIZE
039200                 WS-HEADING (1:WS-HEADING-LEN)
039300                     DELIMITED BY SIZE
039400                 "</h1></body></html>" DELIMITED BY SIZE
039500                 INTO WS-LINE-WORK
039600         END-STRING
039700         PERFORM 5900-ADD-LINE THRU 5900-EXIT
039800     END-IF.
039900 5500-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------
040300 5510-SCAN-HEADING.
040400*    NO-OP BODY - THE TRAILING-SPACE SCAN IS DRIVEN ENTIRELY
040500*    BY THE PERFORM VARYING/UNTIL CLAUSE ABOVE.
040600*----------------------------------------------------------
040700     CONTINUE.
040800 5510-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------
041200 5700-ADD-HEAD-LINES.
041300*    FEED THE LAYOUT'S HEAD LINES THROUGH THE PAGE TABLE SO
041400*    THEY COUNT TOWARD THE CONTENT LENGTH LIKE ANY OTHER
041500*    LINE.
041600*----------------------------------------------------------
041700     PERFORM 5710-ADD-ONE-HEAD-LINE THRU 5710-EXIT
041800             VARYING LYT-IX FROM 1 BY 1
041900             UNTIL LYT-IX > LYT-HEAD-CNT.
042000 5700-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------
042400 5710-ADD-ONE-HEAD-LINE.
042500*----------------------------------------------------------
042600     MOVE LYT-HEAD-TEXT (LYT-IX) TO WS-LINE-WORK
042700     PERFORM 5900-ADD-LINE THRU 5900-EXIT.
042800 5710-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------
043200 5750-ADD-TAIL-LINES.
043300*----------------------------------------------------------
043400     PERFORM 5760-ADD-ONE-TAIL-LINE THRU 5760-EXIT
043500             VARYING LYT-IX FROM 1 BY 1
043600             UNTIL LYT-IX > LYT-TAIL-CNT.
043700 5750-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------
044100 5760-ADD-ONE-TAIL-LINE.
044200*----------------------------------------------------------
044300     MOVE LYT-TAIL-TEXT (LYT-IX) TO WS-LINE-WORK
044400     PERFORM 5900-ADD-LINE THRU 5900-EXIT.
044500 5760-EXIT.
044600     EXIT.
044700
044800*----------------------------------------------------------
044900 5900-ADD-LINE.
045000*    STORE ONE ASSEMBLED LINE IN THE PAGE TABLE, RECORDING
045100*    ITS TRIMMED LENGTH AND ADDING THAT TO THE RUNNING
045200*    CONTENT LENGTH. THE WORK AREA IS CLEARED FOR THE NEXT
045300*    LINE.
045400*----------------------------------------------------------
045500     PERFORM 5910-SCAN-LINE THRU 5910-EXIT
045600             VARYING WS-SCAN-IX FROM 80 BY -1
045700             UNTIL WS-SCAN-IX = 0
045800                OR WS-LINE-WORK (WS-SCAN-IX:1) NOT = SPACE
045900     IF WS-SCAN-IX > 0 AND WS-PAGE-LINE-CNT < 190
046000         ADD 1 TO WS-PAGE-LINE-CNT
046100         MOVE WS-LINE-WORK TO WS-PAGE-TEXT (WS-PAGE-LINE-CNT)
046200         MOVE WS-SCAN-IX TO WS-PAGE-LEN (WS-PAGE-LINE-CNT)
046300         ADD WS-SCAN-IX TO WS-CONTENT-LEN-NUM
046400     END-IF
046500     MOVE SPACES TO WS-LINE-WORK.
046600 5900-EXIT.
046700     EXIT.
046800
046900*----------------------------------------------------------
047000 5910-SCAN-LINE.
047100*    NO-OP BODY - THE TRAILING-SPACE SCAN IS DRIVEN ENTIRELY
047200*    BY THE PERFORM VARYING/UNTIL CLAUSE ABOVE.
047300*----------------------------------------------------------
047400     CONTINUE.
047500 5910-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------
047900 6000-LOG-VISITOR.
048000*    BUILD ONE AUDIT RECORD FOR THIS HIT AND HAND IT TO
048100*    THE WEBLOG SUBPROGRAM, WHICH OWNS EVERY VISLOG APPEND.
048200*    THE PAGE PATH IS THE ONE REQUESTED, SO EACH CONTENT
048300*    PAGE SHOWS UP ON ITS OWN IN THE TRAFFIC REPORTS AND
048400*    THE PAGE WATCH.
048500*----------------------------------------------------------
048600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
048700     ACCEPT WS-CURRENT-TIME FROM TIME
048800     MOVE SPACES TO WS-REMOTE-ADDR
048900     MOVE "REMOTE_ADDR" TO WS-ENV-VAR-NAME
049000     DISPLAY WS-ENV-VAR-NAME UPON ENVIRONMENT-NAME
049100     ACCEPT WS-REMOTE-ADDR FROM ENVIRONMENT-VALUE
049200     MOVE SPACES TO WS-USER-AGENT
049300     MOVE "HTTP_USER_AGENT" TO WS-ENV-VAR-NAME
049400     DISPLAY WS-ENV-VAR-NAME UPON ENVIRONMENT-NAME
049500     ACCEPT WS-USER-AGENT FROM ENVIRONMENT-VALUE
049600     PERFORM 6100-GET-SESSION-ID THRU 6100-EXIT
049700     MOVE SPACES TO VLG-RECORD
049800     MOVE WS-CURRENT-DATE TO VLG-LOG-DATE
049900     MOVE WS-CURRENT-TIME TO VLG-LOG-TIME
050000     MOVE SPACES TO VLG-VISITOR-NAME
050100     MOVE SPACES TO VLG-QUERY-STRING
050200     MOVE SPACES TO VLG-LANG-CODE
050300     MOVE WS-REMOTE-ADDR TO VLG-REMOTE-ADDR
050400     MOVE WS-USER-AGENT TO VLG-USER-AGENT
050500     IF WS-REQUEST-METHOD = SPACES
050600         MOVE "GET" TO VLG-REQ-METHOD
050700     ELSE
050800         MOVE WS-REQUEST-METHOD TO VLG-REQ-METHOD
050900     END-IF
051000     MOVE WS-PATH-INFO TO VLG-PAGE-PATH
051100     MOVE WS-STATUS-LINE (9:3) TO VLG-STATUS-CODE
051200     MOVE WS-CONTENT-LEN-NUM TO VLG-BYTES-SENT
051300     MOVE WS-SESSION-ID TO VLG-SESSION-ID
051400     CALL "WEBLOG" USING VLG-RECORD WS-WEBLOG-OK.
051500 6000-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------
051900 6100-GET-SESSION-ID.
052000*    PULL THE HELLOSID VALUE OUT OF HTTP_COOKIE THE SAME
052100*    WAY HELLO DOES. A COOKIE STRING WITH NO HELLOSID= KEY
052200*    IS HONORED AS THE SESSION ID ITSELF; NO COOKIE AT ALL
052300*    LEAVES THE ID BLANK.
052400*----------------------------------------------------------
052500     MOVE SPACES TO WS-SESSION-ID
052600     MOVE SPACES TO WS-COOKIE-ENV WS-COOKIE-REST
052700                    WS-COOKIE-SID
052800     MOVE "HTTP_COOKIE" TO WS-ENV-VAR-NAME
052900     DISPLAY WS-ENV-VAR-NAME UPON ENVIRONMENT-NAME
053000     ACCEPT WS-COOKIE-ENV FROM ENVIRONMENT-VALUE
053100     IF WS-COOKIE-ENV NOT = SPACES
053200         UNSTRING WS-COOKIE-ENV DELIMITED BY "HELLOSID="
053300                 INTO WS-COOKIE-REST WS-COOKIE-SID
053400         END-UNSTRING
053500         IF WS-COOKIE-SID = SPACES
053600             MOVE WS-COOKIE-ENV TO WS-SESSION-ID
053700         ELSE
053800             UNSTRING WS-COOKIE-SID DELIMITED BY ";"
053900                     INTO WS-SESSION-ID
054000             END-UNSTRING
054100         END-IF
054200     END-IF.
054300 6100-EXIT.
054400     EXIT.
054500
054600*----------------------------------------------------------
054700 7000-WRITE-RESPONSE.
054800*----------------------------------------------------------
054900     DISPLAY WS-STATUS-LINE
055000     DISPLAY "Content-Type: text/html"
055100     MOVE WS-CONTENT-LEN-NUM TO WS-CONTENT-LEN-ED
055200     MOVE SPACES TO WS-CONTENT-LEN-LINE
055300     STRING "Content-Length: " DELIMITED BY SIZE
055400             WS-CONTENT-LEN-ED DELIMITED BY SIZE
055500             INTO WS-CONTENT-LEN-LINE
055600     END-STRING
055700     DISPLAY WS-CONTENT-LEN-LINE
055800     DISPLAY " "
055900     PERFORM 7100-WRITE-ONE-LINE THRU 7100-EXIT
056000             VARYING WS-PAGE-IX FROM 1 BY 1
056100             UNTIL WS-PAGE-IX > WS-PAGE-LINE-CNT.
056200 7000-EXIT.
056300     EXIT.
056400
056500*----------------------------------------------------------
056600 7100-WRITE-ONE-LINE.
056700*----------------------------------------------------------
056800     DISPLAY WS-PAGE-TEXT (WS-PAGE-IX)
056900             (1:WS-PAGE-LEN (WS-PAGE-IX)).
057000 7100-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------
057400 9800-LOG-FILE-ERROR.
057500*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
057600*    EVERY ERRLOG APPEND IN THE SHOP - SAME
057700*    EXCLUSIVE-LOCK-AND-RETRY DISCIPLINE WEBLOG APPLIES TO
057800*    VISLOG, SO TWO SIMULTANEOUS REQUESTS' EVENTS CANNOT
057900*    CLOBBER EACH OTHER. THE FAILING PARAGRAPH HAS ALREADY
058000*    FILLED THE WS-ERR- STAGING FIELDS.
058100*----------------------------------------------------------
058200     CALL "ERRLOGW" USING WS-ERR-PROGRAM WS-ERR-PARAGRAPH
058300                          WS-ERR-FILE-NAME WS-ERR-STATUS-CODE
058400                          WS-SESSION-ID.
058500 9800-EXIT.
058600     EXIT.
