002028*                SUBPROGRAM INSTEAD OF AN UNSERIALIZED OPEN
002032*                EXTEND HERE - SAME CLOBBER RISK WEBLOG
002034*                ENDED FOR VISLOG.
002036* 2026-10-15 RJ  THE GUESTBOOK IS NOW A KSDS KEYED ON ENTRY
002037*                DATE AND TIME (SEE GBCONV). A POST IS
002038*                WRITTEN BY KEY, ITS TIME MOVED ON A
002039*                HUNDREDTH WHEN TWO SIGNINGS COLLIDE, AND A
002040*                VIEW NO LONGER READS THE WHOLE BOOK - IT
002041*                STARTS NEAR THE PAGE IT WANTS. THE PAGE NOW
002042*                PAGES THROUGH RELEASED ENTRIES FIVE AT A
002043*                TIME WITH OLDER/NEWER LINKS CARRYING THE
002044*                ENTRY KEY ("before=" / "after=", 16
002045*                DIGITS); A MALFORMED KEY SHOWS THE FIRST
002046*                PAGE. PAGE TABLE WIDENED TO 40 LINES.
002047* 2026-10-15 RJ  PAGE TABLE WIDENED TO 50 LINES SO A FULL
002048*                PAGE OF FIVE LONG ENTRIES FITS UNDER A
002049*                FULL LAYOUT, AND A PAGE THAT STILL
002050*                OUTGROWS IT SAYS SO ON STDERR (THE WEB
002051*                SERVER'S ERROR LOG), ONCE PER REQUEST,
002052*                INSTEAD OF LOSING LINES UNSEEN.
002000*----------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT GUEST-BOOK ASSIGN TO "GUESTBK"
002600         ORGANIZATION IS INDEXED
002630         ACCESS MODE IS DYNAMIC
002660         RECORD KEY IS GBK-ENTRY-KEY
002700         FILE STATUS IS WS-GUEST-BOOK-STATUS.
003010     SELECT WORD-LIST ASSIGN TO "WORDLIST"
003020         ORGANIZATION IS SEQUENTIAL
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  GUEST-BOOK.
003600     COPY GBOOKR.
003910 FD  WORD-LIST
003920     RECORDING MODE IS F.
004900 01  WS-SCREEN-HIT-SW        PIC X(01) VALUE "N".
004902     88  WS-SCREEN-HIT                VALUE "Y".
004904
004906*----------------------------------------------------------
004908* DUPLICATE-KEY WORK - A POST WHOSE KEY IS TAKEN HAS ITS
004910* TIME MOVED ON ONE HUNDREDTH OF A SECOND PER TRY
004912*----------------------------------------------------------
004914 01  WS-WRITE-DONE-SW        PIC X(01) VALUE "N".
004916     88  WS-WRITE-DONE                VALUE "Y".
004918 01  WS-NUDGE-CNT            PIC 9(03) COMP VALUE ZERO.
004920 77  WS-MAX-NUDGES           PIC 9(03) VALUE 100.
004922 01  WS-NUDGE-TIME           PIC 9(08) VALUE ZERO.
004924 01  WS-NUDGE-TIME-X REDEFINES WS-NUDGE-TIME.
004926     05  WS-NDG-HH           PIC 9(02).
004928     05  WS-NDG-MI           PIC 9(02).
004930     05  WS-NDG-SS           PIC 9(02).
004932     05  WS-NDG-CC           PIC 9(02).
004934 01  WS-DAY-HUNDREDTHS       PIC 9(07) COMP VALUE ZERO.
004936 01  WS-WORK-SECONDS         PIC 9(05) COMP VALUE ZERO.
004938 01  WS-WORK-MINUTES         PIC 9(04) COMP VALUE ZERO.
004940 77  WS-HUNDREDTHS-PER-DAY   PIC 9(07) VALUE 8640000.
004942
005000*----------------------------------------------------------
005100* REQUEST METHOD / POST BODY WORK AREAS
005200*----------------------------------------------------------
012200         "Status: 200 OK".
012300
012400*----------------------------------------------------------
012500* RECENT-ENTRY TABLE - ONE PAGE OF RELEASED ENTRIES, OLDEST
012600* FIRST, PLUS ONE SLOT THAT SHOWS WHETHER MORE LIE BEYOND
012650* THE PAGE. KEPT BY SHIFTING THE TABLE UP AS THE BOOK IS
012660* READ.
012700*----------------------------------------------------------
012800 01  WS-RECENT-TABLE.
012900     05  WS-RECENT-CNT       PIC 9(02) COMP VALUE ZERO.
013000     05  WS-RECENT-ENTRY     OCCURS 6 TIMES.
013050         10  WS-RECENT-KEY.
013100             15  WS-RECENT-DATE PIC 9(08).
013200             15  WS-RECENT-TIME PIC 9(08).
013300         10  WS-RECENT-NAME  PIC X(30).
013400         10  WS-RECENT-MSG   PIC X(120).
013500 01  WS-RECENT-IX            PIC 9(02) COMP VALUE ZERO.
013600 01  WS-SHIFT-IX             PIC 9(02) COMP VALUE ZERO.
013602 77  WS-ENTRIES-PER-PAGE     PIC 9(02) VALUE 5.
013604 77  WS-RECENT-SLOTS         PIC 9(02) VALUE 6.
013606
013608*----------------------------------------------------------
013610* PAGING - A "before=" OR "after=" PARAMETER CARRIES THE
013612* 16-DIGIT ENTRY KEY (YYYYMMDDHHMMSSHH) TO PAGE FROM. AN
013614* OLDER PAGE IS FOUND THROUGH A WINDOW STARTED SHORT OF
013616* THE ANCHOR AND READ FORWARD (SEE 4600).
013618*----------------------------------------------------------
013620 01  WS-BROWSE-SW            PIC X(01) VALUE SPACE.
013622     88  WS-BROWSE-FIRST              VALUE SPACE.
013624     88  WS-BROWSE-OLDER              VALUE "B".
013626     88  WS-BROWSE-NEWER              VALUE "A".
013628 01  WS-ANCHOR-KEY           PIC X(16) VALUE SPACES.
013630 01  WS-ANCHOR-KEY-R REDEFINES WS-ANCHOR-KEY.
013632     05  WS-ANCHOR-DATE      PIC 9(08).
013634     05  WS-ANCHOR-TIME      PIC 9(08).
013636 01  WS-WINDOW-KEY.
013638     05  WS-WINDOW-DATE.
013640         10  WS-WINDOW-YEAR  PIC 9(04).
013642         10  WS-WINDOW-MONTH PIC 9(02).
013644         10  WS-WINDOW-DAY   PIC 9(02).
013646     05  WS-WINDOW-TIME      PIC 9(08).
013648 01  WS-WINDOW-LEVEL         PIC 9(02) COMP VALUE ZERO.
013650 01  WS-SHOW-FIRST-IX        PIC 9(02) COMP VALUE ZERO.
013652 01  WS-SHOW-LAST-IX         PIC 9(02) COMP VALUE ZERO.
013654 01  WS-OLDER-LINK-SW        PIC X(01) VALUE "N".
013656     88  WS-OLDER-LINK                VALUE "Y".
013658 01  WS-NEWER-LINK-SW        PIC X(01) VALUE "N".
013660     88  WS-NEWER-LINK                VALUE "Y".
013700
013800*----------------------------------------------------------
013900* PAGE ASSEMBLY AREAS - SAME LINE-TABLE SCHEME STATPAGE
014100*----------------------------------------------------------
014200 01  WS-PAGE-TABLE.
014300     05  WS-PAGE-LINE-CNT    PIC 9(02) COMP VALUE ZERO.
014400     05  WS-PAGE-ENTRY       OCCURS 50 TIMES.
014500         10  WS-PAGE-TEXT    PIC X(200).
014600         10  WS-PAGE-LEN     PIC 9(03) COMP.
014700 01  WS-PAGE-IX              PIC 9(02) COMP VALUE ZERO.
014710 01  WS-PAGE-FULL-SW         PIC X(01) VALUE "N".
014720     88  WS-PAGE-FULL                 VALUE "Y".
014800 01  WS-LINE-WORK            PIC X(200) VALUE SPACES.
014900 01  WS-SCAN-IX              PIC 9(03) COMP VALUE ZERO.
015000 01  WS-TRIM-WORK            PIC X(120) VALUE SPACES.
019500     MOVE ZERO TO WS-VISITOR-NAME-LEN
019600     MOVE ZERO TO WS-GB-MESSAGE-LEN
019700     MOVE ZERO TO WS-PAGE-LINE-CNT
019710     MOVE "N" TO WS-PAGE-FULL-SW
019800     MOVE ZERO TO WS-CONTENT-LEN-NUM
019900     MOVE ZERO TO WS-RECENT-CNT
019910     MOVE SPACE TO WS-BROWSE-SW
019920     MOVE SPACES TO WS-ANCHOR-KEY
020000     MOVE SPACES TO WS-REQUEST-METHOD
020100     MOVE "REQUEST_METHOD" TO WS-ENV-VAR-NAME
020200     DISPLAY WS-ENV-VAR-NAME UPON ENVIRONMENT-NAME
028700*----------------------------------------------------------
028800 2100-SPLIT-ONE-PARM.
028900*    SPLIT ONE "KEY=VALUE" PAIR, URL-DECODE THE VALUE, AND
029000*    SAVE OFF THE ONES WE RECOGNIZE. A PAGING KEY THAT IS
029050*    NOT EXACTLY 16 DIGITS IS IGNORED (FIRST PAGE).
029100*----------------------------------------------------------
029200     MOVE SPACES TO WS-QS-KEY WS-QS-VALUE
029300     UNSTRING WS-QS-PARM (WS-QS-IX) DELIMITED BY "="
031000             END-IF
031100             MOVE WS-SCAN-IX TO WS-GB-MESSAGE-LEN
031200             MOVE WS-QS-VALUE (1:120) TO WS-GB-MESSAGE
031210         WHEN "before"
031220         WHEN "BEFORE"
031230             IF WS-SCAN-IX = 16
031240                AND WS-QS-VALUE (1:16) IS NUMERIC
031250                 MOVE "B" TO WS-BROWSE-SW
031260                 MOVE WS-QS-VALUE (1:16) TO WS-ANCHOR-KEY
031270             END-IF
031280         WHEN "after"
031285         WHEN "AFTER"
031290             IF WS-SCAN-IX = 16
031292                AND WS-QS-VALUE (1:16) IS NUMERIC
031294                 MOVE "A" TO WS-BROWSE-SW
031296                 MOVE WS-QS-VALUE (1:16) TO WS-ANCHOR-KEY
031298             END-IF
031300         WHEN OTHER
031400             CONTINUE
031500     END-EVALUATE.
046500     EXIT.
046600
046700*----------------------------------------------------------
046720 4000-APPEND-GUESTBOOK.
046740*    ADD THE SIGNED ENTRY TO THE GUESTBOOK CLUSTER UNDER
046760*    ITS DATE/TIME KEY. A CLUSTER THAT HAS NEVER HELD A
046780*    RECORD CAN REFUSE THE I-O OPEN ("35"), SO THAT CASE
046800*    PRIMES IT WITH AN OUTPUT OPEN AND CLOSE FIRST - THE
046820*    SAME PATTERN THE SEQUENTIAL BOOK USED FOR ITS FIRST
046840*    ENTRY. THE ENTRY GOES IN PENDING ("P"), OR HELD ("H")
046860*    WHEN THE WORDLIST SCREEN MATCHES - EITHER WAY IT
046880*    STAYS OFF THE PAGE UNTIL THE GBREVIEW JOB RELEASES
046900*    IT.
046920*----------------------------------------------------------
046940     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
046960     ACCEPT WS-CURRENT-TIME FROM TIME
046980     PERFORM 4100-SCREEN-ENTRY THRU 4100-EXIT
047000     OPEN I-O GUEST-BOOK
047020     IF WS-GUEST-BOOK-STATUS = "35"
047040         OPEN OUTPUT GUEST-BOOK
047060         CLOSE GUEST-BOOK
047080         OPEN I-O GUEST-BOOK
047100     END-IF
047120     IF WS-GUEST-BOOK-STATUS NOT = "00"
047140         MOVE "4000-APPEND-GUESTBOOK" TO WS-ERR-PARAGRAPH
047160         MOVE "GUESTBK" TO WS-ERR-FILE-NAME
047180         MOVE WS-GUEST-BOOK-STATUS TO WS-ERR-STATUS-CODE
047200         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
047220     ELSE
047240         MOVE SPACES TO GBK-RECORD
047260         MOVE WS-CURRENT-DATE TO GBK-LOG-DATE
047280         MOVE WS-CURRENT-TIME TO GBK-LOG-TIME
047300         MOVE WS-VISITOR-NAME TO GBK-VISITOR-NAME
047320         MOVE WS-GB-MESSAGE TO GBK-MESSAGE
047340         IF WS-SCREEN-HIT
047360             MOVE "H" TO GBK-STATUS
047380         ELSE
047400             MOVE "P" TO GBK-STATUS
047420         END-IF
047440         MOVE ZERO TO WS-NUDGE-CNT
047460         MOVE "N" TO WS-WRITE-DONE-SW
047480         PERFORM 4050-TRY-ONE-WRITE THRU 4050-EXIT
047500                 UNTIL WS-WRITE-DONE
047520         CLOSE GUEST-BOOK
047540     END-IF.
047560 4000-EXIT.
047580     EXIT.
047600
047620*----------------------------------------------------------
047640 4050-TRY-ONE-WRITE.
047660*    TWO VISITORS SIGNING IN THE SAME HUNDREDTH OF A
047680*    SECOND WOULD SHARE A KEY. THE LATER WRITE IS REFUSED
047700*    AS A DUPLICATE ("22"), SO ITS TIME IS MOVED ON A
047720*    HUNDREDTH AND TRIED AGAIN. ANY OTHER REFUSAL IS
047740*    LOGGED AND THE ENTRY IS LOST, AS BEFORE.
047760*----------------------------------------------------------
047780     WRITE GBK-RECORD
047800     EVALUATE TRUE
047820         WHEN WS-GUEST-BOOK-STATUS = "00"
047840             MOVE "Y" TO WS-WRITE-DONE-SW
047860         WHEN WS-GUEST-BOOK-STATUS = "22"
047880          AND WS-NUDGE-CNT < WS-MAX-NUDGES
047900             PERFORM 4060-NUDGE-ENTRY-TIME THRU 4060-EXIT
047920         WHEN OTHER
047940             MOVE "Y" TO WS-WRITE-DONE-SW
047960             MOVE "4050-TRY-ONE-WRITE" TO WS-ERR-PARAGRAPH
047980             MOVE "GUESTBK" TO WS-ERR-FILE-NAME
048000             MOVE WS-GUEST-BOOK-STATUS TO WS-ERR-STATUS-CODE
048020             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
048040     END-EVALUATE.
048060 4050-EXIT.
048080     EXIT.
048100
048120*----------------------------------------------------------
048140 4060-NUDGE-ENTRY-TIME.
048160*    MOVE GBK-LOG-TIME ON ONE HUNDREDTH OF A SECOND,
048180*    CARRYING INTO THE SECONDS, MINUTES AND HOURS - SAME
048200*    ARITHMETIC GBCONV USES. THE LAST HUNDREDTH OF THE DAY
048220*    CANNOT MOVE ON; THE TRY COUNT IS RUN OUT INSTEAD.
048240*----------------------------------------------------------
048260     ADD 1 TO WS-NUDGE-CNT
048280     MOVE GBK-LOG-TIME TO WS-NUDGE-TIME
048300     COMPUTE WS-DAY-HUNDREDTHS =
048320             ((WS-NDG-HH * 60 + WS-NDG-MI) * 60
048340             + WS-NDG-SS) * 100 + WS-NDG-CC + 1
048360     IF WS-DAY-HUNDREDTHS NOT < WS-HUNDREDTHS-PER-DAY
048380         MOVE WS-MAX-NUDGES TO WS-NUDGE-CNT
048400     ELSE
048420         DIVIDE WS-DAY-HUNDREDTHS BY 100
048440             GIVING WS-WORK-SECONDS REMAINDER WS-NDG-CC
048460         DIVIDE WS-WORK-SECONDS BY 60
048480             GIVING WS-WORK-MINUTES REMAINDER WS-NDG-SS
048500         DIVIDE WS-WORK-MINUTES BY 60
048520             GIVING WS-NDG-HH REMAINDER WS-NDG-MI
048540         MOVE WS-NUDGE-TIME TO GBK-LOG-TIME
048560     END-IF.
048580 4060-EXIT.
048600     EXIT.
049200
049210*----------------------------------------------------------
049220 4100-SCREEN-ENTRY.
049910     EXIT.
049920
049300*----------------------------------------------------------
049320 4500-LOAD-RECENT-ENTRIES.
049340*    FILL THE RECENT TABLE WITH THE PAGE OF RELEASED
049360*    ENTRIES THE REQUEST ASKED FOR - THE NEWEST ONES, OR
049380*    THE ONES BEFORE OR AFTER THE KEY ON A PAGING LINK -
049400*    AND SETTLE WHICH PAGING LINKS THE PAGE GETS. AN OLDER
049420*    PAGE THAT COMES UP EMPTY, OR A NEWER PAGE THAT WOULD
049440*    NOT FILL, IS SHOWN AS THE FIRST PAGE INSTEAD. A POST
049460*    ALWAYS LANDS ON THE FIRST PAGE. A MISSING DATASET
049480*    JUST MEANS NOBODY HAS SIGNED YET.
049500*----------------------------------------------------------
049520     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
049540     MOVE ZERO TO WS-RECENT-CNT
049560     MOVE ZERO TO WS-SHOW-FIRST-IX WS-SHOW-LAST-IX
049580     MOVE "N" TO WS-OLDER-LINK-SW WS-NEWER-LINK-SW
049600     IF WS-IS-POST
049620         MOVE SPACE TO WS-BROWSE-SW
049640     END-IF
049660     OPEN INPUT GUEST-BOOK
049680     IF WS-GUEST-BOOK-STATUS NOT = "00"
049700         IF WS-GUEST-BOOK-STATUS NOT = "35"
049720             MOVE "4500-LOAD-RECENT-ENTRIES"
049740                 TO WS-ERR-PARAGRAPH
049760             MOVE "GUESTBK" TO WS-ERR-FILE-NAME
049780             MOVE WS-GUEST-BOOK-STATUS TO WS-ERR-STATUS-CODE
049800             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
049820         END-IF
049840     ELSE
049860         IF WS-BROWSE-NEWER
049880             PERFORM 4700-LOAD-NEWER-PAGE THRU 4700-EXIT
049900             IF WS-RECENT-CNT NOT > WS-ENTRIES-PER-PAGE
049920                 MOVE SPACE TO WS-BROWSE-SW
049940             END-IF
049960         END-IF
049980         IF WS-BROWSE-OLDER
050000             PERFORM 4600-LOAD-OLDER-PAGE THRU 4600-EXIT
050020             IF WS-RECENT-CNT = ZERO
050040                 MOVE SPACE TO WS-BROWSE-SW
050060             END-IF
050080         END-IF
050100         IF WS-BROWSE-FIRST
050120             MOVE HIGH-VALUES TO WS-ANCHOR-KEY
050140             PERFORM 4600-LOAD-OLDER-PAGE THRU 4600-EXIT
050160         END-IF
050180         CLOSE GUEST-BOOK
050200     END-IF.
050220 4500-EXIT.
050240     EXIT.
050260
050280*----------------------------------------------------------
050300 4510-READ-GUEST-BOOK.
050320*    READ THE NEXT ENTRY IN KEY ORDER. A READ THAT FAILS
050340*    OUTRIGHT IS LOGGED AND ENDS THE SCAN LIKE END OF FILE.
050360*----------------------------------------------------------
050380     READ GUEST-BOOK NEXT RECORD
050400         AT END
050420             MOVE "Y" TO WS-BOOK-EOF-SW
050440     END-READ
050460     IF WS-GUEST-BOOK-STATUS NOT = "00"
050480        AND WS-GUEST-BOOK-STATUS NOT = "10"
050500         MOVE "Y" TO WS-BOOK-EOF-SW
050520         MOVE "4510-READ-GUEST-BOOK" TO WS-ERR-PARAGRAPH
050540         MOVE "GUESTBK" TO WS-ERR-FILE-NAME
050560         MOVE WS-GUEST-BOOK-STATUS TO WS-ERR-STATUS-CODE
050580         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
050600     END-IF.
050620 4510-EXIT.
050640     EXIT.
050660
050680*----------------------------------------------------------
050700 4520-KEEP-ONE-ENTRY.
050720*    SLIDE THIS RECORD INTO THE LAST SLOT OF THE RECENT
050740*    TABLE, SHIFTING OLDER ENTRIES UP WHEN IT IS FULL, SO
050760*    THE TABLE ALWAYS HOLDS THE LAST RELEASED ENTRIES READ,
050780*    OLDEST FIRST.
050800*----------------------------------------------------------
050820     IF WS-RECENT-CNT < WS-RECENT-SLOTS
050840         ADD 1 TO WS-RECENT-CNT
050860     ELSE
050880         PERFORM 4530-SHIFT-ENTRY-UP THRU 4530-EXIT
050900                 VARYING WS-SHIFT-IX FROM 1 BY 1
050920                 UNTIL WS-SHIFT-IX NOT < WS-RECENT-SLOTS
050940     END-IF
050960     MOVE GBK-ENTRY-KEY TO WS-RECENT-KEY (WS-RECENT-CNT)
050980     MOVE GBK-VISITOR-NAME TO WS-RECENT-NAME (WS-RECENT-CNT)
051000     MOVE GBK-MESSAGE TO WS-RECENT-MSG (WS-RECENT-CNT).
051020 4520-EXIT.
051040     EXIT.
051060
051080*----------------------------------------------------------
051100 4530-SHIFT-ENTRY-UP.
051120*----------------------------------------------------------
051140     MOVE WS-RECENT-ENTRY (WS-SHIFT-IX + 1)
051160         TO WS-RECENT-ENTRY (WS-SHIFT-IX).
051180 4530-EXIT.
051200     EXIT.
051220
051240*----------------------------------------------------------
051260 4600-LOAD-OLDER-PAGE.
051280*    FIND THE NEWEST RELEASED ENTRIES KEYED BEFORE THE
051300*    ANCHOR (HIGH-VALUES FOR THE FIRST PAGE). THE BOOK IS
051320*    ONLY EVER READ FORWARD, SO EACH TRY STARTS A WINDOW
051340*    SHORT OF THE ANCHOR AND READS UP TO IT - THE ANCHOR'S
051360*    DAY, THEN ITS MONTH, THEN ITS YEAR, THEN THE WHOLE
051380*    BOOK - UNTIL ONE MORE THAN A PAGE IS IN HAND. THAT
051400*    EXTRA, OLDEST ENTRY ONLY PROVES AN OLDER PAGE EXISTS.
051420*----------------------------------------------------------
051440     IF WS-ANCHOR-KEY = HIGH-VALUES
051460         MOVE WS-CURRENT-DATE TO WS-WINDOW-DATE
051480     ELSE
051500         MOVE WS-ANCHOR-DATE TO WS-WINDOW-DATE
051520     END-IF
051540     MOVE ZERO TO WS-RECENT-CNT
051560     PERFORM 4610-SCAN-ONE-WINDOW THRU 4610-EXIT
051580             VARYING WS-WINDOW-LEVEL FROM 1 BY 1
051600             UNTIL WS-WINDOW-LEVEL > 4
051620                OR WS-RECENT-CNT > WS-ENTRIES-PER-PAGE
051640     MOVE "N" TO WS-OLDER-LINK-SW WS-NEWER-LINK-SW
051660     IF WS-RECENT-CNT > WS-ENTRIES-PER-PAGE
051680         MOVE 2 TO WS-SHOW-FIRST-IX
051700         MOVE "Y" TO WS-OLDER-LINK-SW
051720     ELSE
051740         MOVE 1 TO WS-SHOW-FIRST-IX
051760     END-IF
051780     MOVE WS-RECENT-CNT TO WS-SHOW-LAST-IX
051800     IF WS-BROWSE-OLDER AND WS-RECENT-CNT > ZERO
051820         MOVE "Y" TO WS-NEWER-LINK-SW
051840     END-IF.
051860 4600-EXIT.
051880     EXIT.
051900
051920*----------------------------------------------------------
051940 4610-SCAN-ONE-WINDOW.
051960*    WIDEN THE WINDOW ONE STEP - EACH STEP KEEPS THE ONE
051980*    BEFORE IT AND ZEROES ONE MORE PART OF THE KEY - AND
052000*    READ IT FROM THE TOP UP TO THE ANCHOR.
052020*----------------------------------------------------------
052040     EVALUATE WS-WINDOW-LEVEL
052060         WHEN 1
052080             MOVE ZERO TO WS-WINDOW-TIME
052100         WHEN 2
052120             MOVE 1 TO WS-WINDOW-DAY
052140         WHEN 3
052160             MOVE 1 TO WS-WINDOW-MONTH
052180         WHEN OTHER
052200             MOVE LOW-VALUES TO WS-WINDOW-KEY
052220     END-EVALUATE
052240     MOVE ZERO TO WS-RECENT-CNT
052260     MOVE "N" TO WS-BOOK-EOF-SW
052280     MOVE WS-WINDOW-KEY TO GBK-ENTRY-KEY
052300     START GUEST-BOOK KEY NOT < GBK-ENTRY-KEY
052320         INVALID KEY
052340             MOVE "Y" TO WS-BOOK-EOF-SW
052360     END-START
052380     IF NOT WS-BOOK-EOF
052400         PERFORM 4510-READ-GUEST-BOOK THRU 4510-EXIT
052420     END-IF
052440     PERFORM 4620-JUDGE-BEFORE-ANCHOR THRU 4620-EXIT
052460             UNTIL WS-BOOK-EOF.
052480 4610-EXIT.
052500     EXIT.
052520
052540*----------------------------------------------------------
052560 4620-JUDGE-BEFORE-ANCHOR.
052580*    THE WINDOW ENDS AT THE ANCHOR. SHORT OF IT, KEEP THIS
052600*    ENTRY ONLY IF IT IS RELEASED (OR PREDATES MODERATION)
052620*    - PENDING, HELD, AND REJECTED ENTRIES NEVER REACH THE
052640*    PAGE - THEN READ THE NEXT ONE.
052660*----------------------------------------------------------
052680     IF GBK-ENTRY-KEY NOT < WS-ANCHOR-KEY
052700         MOVE "Y" TO WS-BOOK-EOF-SW
052720     ELSE
052740         IF GBK-SHOWABLE
052760             PERFORM 4520-KEEP-ONE-ENTRY THRU 4520-EXIT
052780         END-IF
052800         PERFORM 4510-READ-GUEST-BOOK THRU 4510-EXIT
052820     END-IF.
052840 4620-EXIT.
052860     EXIT.
052880
052900*----------------------------------------------------------
052920 4700-LOAD-NEWER-PAGE.
052940*    READ FORWARD FROM JUST AFTER THE ANCHOR FOR ONE MORE
052960*    THAN A PAGE OF RELEASED ENTRIES. ONLY A FULL PAGE
052980*    WITH ONE TO SPARE IS SHOWN FROM HERE, WITH LINKS BOTH
053000*    WAYS; ANYTHING SHORTER IS LEFT FOR 4500 TO SHOW AS
053020*    THE FIRST PAGE.
053040*----------------------------------------------------------
053060     MOVE ZERO TO WS-RECENT-CNT
053080     MOVE "N" TO WS-BOOK-EOF-SW
053100     MOVE WS-ANCHOR-KEY TO GBK-ENTRY-KEY
053120     START GUEST-BOOK KEY > GBK-ENTRY-KEY
053140         INVALID KEY
053160             MOVE "Y" TO WS-BOOK-EOF-SW
053180     END-START
053200     IF NOT WS-BOOK-EOF
053220         PERFORM 4510-READ-GUEST-BOOK THRU 4510-EXIT
053240     END-IF
053260     PERFORM 4710-JUDGE-AFTER-ANCHOR THRU 4710-EXIT
053280             UNTIL WS-BOOK-EOF
053300                OR WS-RECENT-CNT > WS-ENTRIES-PER-PAGE
053320     IF WS-RECENT-CNT > WS-ENTRIES-PER-PAGE
053340         MOVE 1 TO WS-SHOW-FIRST-IX
053360         MOVE WS-ENTRIES-PER-PAGE TO WS-SHOW-LAST-IX
053380         MOVE "Y" TO WS-OLDER-LINK-SW
053400         MOVE "Y" TO WS-NEWER-LINK-SW
053420     END-IF.
053440 4700-EXIT.
053460     EXIT.
053480
053500*----------------------------------------------------------
053520 4710-JUDGE-AFTER-ANCHOR.
053540*----------------------------------------------------------
053560     IF GBK-SHOWABLE
053580         PERFORM 4520-KEEP-ONE-ENTRY THRU 4520-EXIT
053600     END-IF
053620     PERFORM 4510-READ-GUEST-BOOK THRU 4510-EXIT.
053640 4710-EXIT.
053660     EXIT.
055200
055300*----------------------------------------------------------
055400 5000-BUILD-PAGE.
055500*    ASSEMBLE THE FORM AND THE RECENT ENTRIES INTO THE PAGE
055600*    LINE TABLE. EVERY LINE GOES THROUGH 5900-ADD-LINE SO
055700*    THE CONTENT LENGTH ACCUMULATES AS THE PAGE IS BUILT.
055710*    ENTRIES RUN NEWEST FIRST, FOLLOWED BY THE PAGING LINKS.
055800*----------------------------------------------------------
055900     IF LYT-LOADED
055910         PERFORM 5700-ADD-HEAD-LINES THRU 5700-EXIT
057430             TO WS-LINE-WORK
057440         PERFORM 5900-ADD-LINE THRU 5900-EXIT
057450     END-IF
057500     IF WS-BROWSE-FIRST
057510         MOVE "<h2>Recent entries</h2>" TO WS-LINE-WORK
057520     ELSE
057530         MOVE "<h2>Earlier entries</h2>" TO WS-LINE-WORK
057540     END-IF
057600     PERFORM 5900-ADD-LINE THRU 5900-EXIT
057700     IF WS-RECENT-CNT = ZERO
057800         MOVE "<p>No entries yet - be the first.</p>"
058000         PERFORM 5900-ADD-LINE THRU 5900-EXIT
058100     ELSE
058200         PERFORM 5100-ADD-ENTRY-LINE THRU 5100-EXIT
058300                 VARYING WS-RECENT-IX FROM WS-SHOW-LAST-IX
058400                 BY -1 UNTIL WS-RECENT-IX < WS-SHOW-FIRST-IX
058500     END-IF
058510     PERFORM 5200-ADD-PAGING-LINKS THRU 5200-EXIT
058600     IF LYT-LOADED
058610         PERFORM 5750-ADD-TAIL-LINES THRU 5750-EXIT
058620     ELSE
061700     PERFORM 5900-ADD-LINE THRU 5900-EXIT.
061800 5100-EXIT.
061900     EXIT.
061910
061915*----------------------------------------------------------
061920 5200-ADD-PAGING-LINKS.
061925*    A NEWER LINK PAGES FORWARD FROM THE NEWEST ENTRY SHOWN,
061930*    AN OLDER LINK BACK FROM THE OLDEST ONE. 4600 AND 4700
061935*    HAVE ALREADY DECIDED WHICH LINKS THIS PAGE GETS.
061940*----------------------------------------------------------
061942     IF WS-NEWER-LINK
061944         STRING "<p><a href='/guestbook?after="
061946                     DELIMITED BY SIZE
061948                 WS-RECENT-KEY (WS-SHOW-LAST-IX)
061950                     DELIMITED BY SIZE
061952                 "'>Newer entries</a></p>" DELIMITED BY SIZE
061954                 INTO WS-LINE-WORK
061956         END-STRING
061958         PERFORM 5900-ADD-LINE THRU 5900-EXIT
061960     END-IF
061962     IF WS-OLDER-LINK
061964         STRING "<p><a href='/guestbook?before="
061966                     DELIMITED BY SIZE
061968                 WS-RECENT-KEY (WS-SHOW-FIRST-IX)
061970                     DELIMITED BY SIZE
061972                 "'>Older entries</a></p>" DELIMITED BY SIZE
061974                 INTO WS-LINE-WORK
061976         END-STRING
061978         PERFORM 5900-ADD-LINE THRU 5900-EXIT
061980     END-IF.
061985 5200-EXIT.
061990     EXIT.
062000
062100*----------------------------------------------------------
062200 5800-TRIM-WORK-FIELD.
064800*    STORE ONE ASSEMBLED LINE IN THE PAGE TABLE, RECORDING
064900*    ITS TRIMMED LENGTH AND ADDING THAT TO THE RUNNING
065000*    CONTENT LENGTH. THE WORK AREA IS CLEARED FOR THE NEXT
065100*    LINE. A LINE THAT FINDS THE TABLE FULL IS DROPPED AND
065110*    THE FIRST SUCH LINE OF THE REQUEST IS REPORTED, AS
065120*    ABUSESCN REPORTS ITS FULL TABLE - ON STDERR, SINCE
065130*    STDOUT IS THE VISITOR'S PAGE. ERRLOG IS KEPT FOR FILE
065140*    STATUSES.
065200*----------------------------------------------------------
065300     PERFORM 5910-SCAN-LINE THRU 5910-EXIT
065400             VARYING WS-SCAN-IX FROM 200 BY -1
065500             UNTIL WS-SCAN-IX = 0
065600                OR WS-LINE-WORK (WS-SCAN-IX:1) NOT = SPACE
065700     IF WS-SCAN-IX > 0 AND WS-PAGE-LINE-CNT < 50
065800         ADD 1 TO WS-PAGE-LINE-CNT
065900         MOVE WS-LINE-WORK TO WS-PAGE-TEXT (WS-PAGE-LINE-CNT)
066000         MOVE WS-SCAN-IX TO WS-PAGE-LEN (WS-PAGE-LINE-CNT)
066100         ADD WS-SCAN-IX TO WS-CONTENT-LEN-NUM
066110     ELSE
066120         IF WS-SCAN-IX > 0 AND NOT WS-PAGE-FULL
066130             MOVE "Y" TO WS-PAGE-FULL-SW
066140             DISPLAY "GUESTBK: PAGE TABLE FULL - PAGE LINES"
066150                     " DROPPED" UPON SYSERR
066180         END-IF
066200     END-IF
066300     MOVE SPACES TO WS-LINE-WORK.
066400 5900-EXIT.
