001100*                THAT ROUTES ON PATH_INFO AND CALLS THE
001200*                PAGE PROGRAM THAT OWNS THAT PATH, SO NEW
001300*                PAGES CAN BE ADDED WITHOUT NEW JCL STEPS.
001302* 2026-08-09 RJ  THE 404 RESPONSE NOW COMPUTES AND EMITS A
001304*                CONTENT-LENGTH HEADER INSTEAD OF SENDING
001306*                JUST STATUS/CONTENT-TYPE - SAME RATIONALE
001308*                AS HELLO'S CONTENT-LENGTH HANDLING: A
001310*                HARDCODED HEADER SET WITH NO LENGTH BREAKS
001312*                WELL-BEHAVED HTTP CLIENTS.
001314* 2026-08-23 RJ  HONOR REQUEST_METHOD BEFORE ROUTING - GET
001316*                AND POST ARE FORWARDED TO THE PAGE PROGRAM,
001318*                ANY OTHER METHOD IS ANSWERED WITH A 405
001320*                PAGE, SAME HEADER DISCIPLINE AS THE 404.
001322* 2026-08-23 RJ  LOAD THE PATH-TO-PROGRAM ROUTING TABLE FROM
001324*                THE ROUTEFIL DATASET AT STARTUP INSTEAD OF
001326*                COMPILED-IN LITERALS, SO OPERATIONS CAN
001328*                REGISTER A NEW PAGE PROGRAM BY EDITING THE
001330*                FILE AND BOUNCING THE SERVER - SAME REASON
001332*                THE PAGE MARKUP MOVED OUT TO HTMLTMPL. A
001334*                MISSING, EMPTY, OR MALFORMED ROUTEFIL IS A
001336*                STARTUP FAILURE: STATUS 500 PAGE AND RC 12.
001338* 2026-08-23 RJ  CHECK THE SESSION'S HELLOSID AGAINST THE
001340*                BLOCKLST CLUSTER THE ABUSESCN SWEEP FEEDS,
001342*                BEFORE THE CALL TO THE PAGE PROGRAM. A
001344*                LISTED SESSION WHOSE EXPIRY HAS NOT PASSED
001346*                GETS A STATUS 429 PAGE - SAME HEADER
001348*                DISCIPLINE AS THE 404 - INSTEAD OF BEING
001350*                ROUTED. NO CLUSTER, NO COOKIE, OR A LAPSED
001352*                EXPIRY ALL MEAN THE REQUEST ROUTES
001354*                NORMALLY.
001356* 2026-09-02 RJ  RENDER EVERY ERROR RESPONSE (404, 405,
001358*                429, AND THE STARTUP 500) INSIDE THE
001360*                SHARED SITE LAYOUT FROM THE SITELYT
001362*                DATASET (SEE SITELYTW) WHEN IT LOADS,
001364*                FALLING BACK TO THE BARE MARKUP WHEN IT
001366*                DOES NOT. THE FOUR HAND-ROLLED BODY/LENGTH
001368*                PARAGRAPH SETS COLLAPSED INTO ONE COMMON
001370*                8900-WRITE-ERROR-PAGE - THEY WERE CLONES
001372*                OF EACH OTHER APART FROM THE HEADING TEXT.
001374* 2026-09-02 RJ  RECORD EVERY UNEXPECTED FILE STATUS AS AN
001376*                EVENT IN THE COMMON ERRLOG DATASET (SEE
001378*                ERREVR AND THE ERRRPT JOB) - A ROUTEFIL
001380*                THAT WOULD NOT OPEN OR A BLOCKLST CLUSTER
001382*                GONE MISSING NOW LEAVES A TRACE BEYOND THE
001384*                RESPONSE PAGE.
001386* 2026-09-02 RJ  ERRLOG APPENDS NOW GO THROUGH THE ERRLOGW
001388*                SUBPROGRAM INSTEAD OF AN UNSERIALIZED OPEN
001390*                EXTEND HERE - SAME CLOBBER RISK WEBLOG
001392*                ENDED FOR VISLOG.
001394* 2026-10-15 RJ  TIME EVERY CALL OF A PAGE PROGRAM AND WRITE
001396*                THE ELAPSED TIME, PATH, PROGRAM, STATUS,
001398*                AND SESSION TO THE RESPLOG DATASET THROUGH
001400*                THE RESPLOGW SUBPROGRAM (SEE RESPTMR) FOR
001402*                THE LATRPT LATENCY REPORT. THE PAGE'S
001404*                STATUS COMES BACK THROUGH THE SHARED
001406*                RESPSTAT AREA.
001408* 2026-10-15 RJ  HONOR PLANNED MAINTENANCE WINDOWS FROM THE
001410*                MAINTWIN DATASET OPERATIONS MAINTAIN. A
001412*                REQUEST FOR THE WHOLE SITE OR A LISTED PATH
001414*                DURING A WINDOW GETS A 503 PAGE INSIDE THE
001416*                SITE LAYOUT WITH A RETRY-AFTER HEADER AND
001418*                THE WINDOW'S MESSAGE INSTEAD OF BEING
001420*                ROUTED, AND IS LOGGED TO VISLOG THROUGH
001422*                WEBLOG MARKED AS A PLANNED REFUSAL (SEE
001424*                VISLOGR). /health AND /console ARE NEVER
001426*                REFUSED.
001428*----------------------------------------------------------
001500
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001792     SELECT SITE-LAYOUT ASSIGN TO "SITELYT"
001794         ORGANIZATION IS SEQUENTIAL
001796         FILE STATUS IS LYT-FILE-STATUS.
001797     SELECT MAINT-WINDOWS ASSIGN TO "MAINTWIN"
001798         ORGANIZATION IS SEQUENTIAL
001799         FILE STATUS IS WM-MAINT-STATUS.
001800
001900 DATA DIVISION.
001910 FILE SECTION.
001992 FD  SITE-LAYOUT
001994     RECORDING MODE IS F.
001996 01  SLY-RECORD              PIC X(80).
001997 FD  MAINT-WINDOWS
001998     RECORDING MODE IS F.
001999 01  MTW-RECORD              PIC X(80).
002000
002100 WORKING-STORAGE SECTION.
002200*----------------------------------------------------------
004386 01  WM-NOW-DATE             PIC 9(08) VALUE ZERO.
004388 01  WM-NOW-TIME             PIC 9(08) VALUE ZERO.
004400
004402*----------------------------------------------------------
004404* PAGE-CALL TIMING - THE TIME-OF-DAY CLOCK IS READ EITHER
004406* SIDE OF THE CALL AND BOTH READINGS ARE TURNED INTO
004408* HUNDREDTHS SINCE MIDNIGHT. A CALL THAT SPANS MIDNIGHT
004410* GETS A DAY'S WORTH OF HUNDREDTHS ADDED BACK.
004412*----------------------------------------------------------
004414 01  WM-CALL-START.
004416     05  WM-CS-HH            PIC 9(02).
004418     05  WM-CS-MM            PIC 9(02).
004420     05  WM-CS-SS            PIC 9(02).
004422     05  WM-CS-HS            PIC 9(02).
004424 01  WM-CALL-START-NUM REDEFINES WM-CALL-START
004426                             PIC 9(08).
004428 01  WM-CALL-END.
004430     05  WM-CE-HH            PIC 9(02).
004432     05  WM-CE-MM            PIC 9(02).
004434     05  WM-CE-SS            PIC 9(02).
004436     05  WM-CE-HS            PIC 9(02).
004438 01  WM-CALL-END-NUM REDEFINES WM-CALL-END
004440                             PIC 9(08).
004442 01  WM-START-HSEC           PIC 9(07) COMP VALUE ZERO.
004444 01  WM-END-HSEC             PIC 9(07) COMP VALUE ZERO.
004446 01  WM-ELAPSED-HSEC         PIC 9(07) COMP VALUE ZERO.
004448 77  WM-HSEC-PER-DAY         PIC 9(07) VALUE 8640000.
004450 01  WM-RESP-LOGGED-SW       PIC X(01) VALUE "N".
004452
004454*----------------------------------------------------------
004456* RESPONSE-TIME RECORD (SEE COPYBOOKS/RESPTMR.CPY) AND THE
004458* STATUS THE PAGE PROGRAM POSTS (COPYBOOKS/RESPSTAT.CPY)
004460*----------------------------------------------------------
004462     COPY RESPTMR.
004464     COPY RESPSTAT.
004466
004500*----------------------------------------------------------
004600* ERROR RESPONSE AREAS - THE CALLER SETS THE STATUS LINE
004700* AND HEADING TEXT, 8900-WRITE-ERROR-PAGE DOES THE REST
005100 01  WM-ERR-STATUS-LINE      PIC X(40) VALUE SPACES.
005200 01  WM-ERR-TEXT             PIC X(60) VALUE SPACES.
005300 01  WM-ERR-TEXT-LEN         PIC 9(04) VALUE ZERO.
005310 01  WM-ERR-BODY             PIC X(200) VALUE SPACES.
005320 01  WM-ERR-BODY-LEN         PIC 9(04) VALUE ZERO.
005330 01  WM-ERR-TOTAL-LEN        PIC 9(04) VALUE ZERO.
005340 01  WM-SCAN-IX              PIC 9(03) COMP VALUE ZERO.
005395*----------------------------------------------------------
005397     COPY SITELYTW.
005402
005404*----------------------------------------------------------
005405* PLANNED MAINTENANCE WINDOWS - READ FROM THE MAINTWIN
005406* DATASET BY 0400-CHECK-MAINTENANCE. ONE RECORD PER WINDOW
005407* AND PATH: START YYYYMMDDHHMM IN COLUMNS 1-12, END IN
005408* 14-25, PATH (OR "*" FOR THE WHOLE SITE) IN 27-36, AND
005409* THE VISITOR MESSAGE IN 38-80. SEVERAL RECORDS WITH THE
005410* SAME TIMES MAKE A PATH LIST. A RECORD WHOSE FIRST BYTE
005411* IS "*" IS A COMMENT.
005412*----------------------------------------------------------
005413 01  WM-MAINT-RECORD.
005414     05  WM-MTW-START.
005415         10  WM-MTW-START-DATE   PIC 9(08).
005416         10  WM-MTW-START-HH     PIC 9(02).
005417         10  WM-MTW-START-MM     PIC 9(02).
005418     05  FILLER                  PIC X(01).
005419     05  WM-MTW-END.
005420         10  WM-MTW-END-DATE     PIC 9(08).
005421         10  WM-MTW-END-HH       PIC 9(02).
005422         10  WM-MTW-END-MM       PIC 9(02).
005423     05  FILLER                  PIC X(01).
005424     05  WM-MTW-PATH             PIC X(10).
005425     05  FILLER                  PIC X(01).
005426     05  WM-MTW-MESSAGE          PIC X(43).
005427 01  WM-MAINT-STATUS         PIC X(02) VALUE SPACES.
005428 01  WM-MAINT-EOF-SW         PIC X(01) VALUE "N".
005429     88  WM-MAINT-EOF                VALUE "Y".
005430 01  WM-IN-MAINT-SW          PIC X(01) VALUE "N".
005431     88  WM-IN-MAINT                 VALUE "Y".
005432 01  WM-MAINT-END.
005433     05  WM-ME-DATE          PIC 9(08).
005434     05  WM-ME-HH            PIC 9(02).
005435     05  WM-ME-MM            PIC 9(02).
005436 01  WM-MAINT-MESSAGE        PIC X(43) VALUE SPACES.
005437 01  WM-NOW-STAMP.
005438     05  WM-NS-DATE          PIC 9(08).
005439     05  WM-NS-HH            PIC 9(02).
005440     05  WM-NS-MM            PIC 9(02).
005441 01  WM-NOW-CLOCK.
005442     05  WM-NCK-HH           PIC 9(02).
005443     05  WM-NCK-MM           PIC 9(02).
005444     05  WM-NCK-SS           PIC 9(02).
005445     05  WM-NCK-HS           PIC 9(02).
005446 01  WM-NOW-CLOCK-NUM REDEFINES WM-NOW-CLOCK
005447                             PIC 9(08).
005448
005449*----------------------------------------------------------
005450* RETRY-AFTER ARITHMETIC - BOTH STAMPS BECOME SECONDS FROM
005451* A DAY SERIAL SO THE DIFFERENCE HOLDS ACROSS MIDNIGHT AND
005452* MONTH ENDS
005453*----------------------------------------------------------
005454 01  WM-CDS-DATE             PIC 9(08) VALUE ZERO.
005455 01  WM-CDS-DATE-X REDEFINES WM-CDS-DATE.
005456     05  WM-CDS-YEAR         PIC 9(04).
005457     05  WM-CDS-MONTH        PIC 9(02).
005458     05  WM-CDS-DAY          PIC 9(02).
005459 01  WM-CDS-Y                PIC 9(04) COMP VALUE ZERO.
005460 01  WM-CDS-M                PIC 9(02) COMP VALUE ZERO.
005461 01  WM-CDS-LEAP4            PIC 9(04) COMP VALUE ZERO.
005462 01  WM-CDS-LEAP100          PIC 9(04) COMP VALUE ZERO.
005463 01  WM-CDS-LEAP400          PIC 9(04) COMP VALUE ZERO.
005464 01  WM-CDS-MWORK            PIC 9(05) COMP VALUE ZERO.
005465 01  WM-CDS-MDAYS            PIC 9(04) COMP VALUE ZERO.
005466 01  WM-CDS-SERIAL           PIC 9(07) COMP VALUE ZERO.
005467 01  WM-NOW-SECOND           PIC 9(11) COMP VALUE ZERO.
005468 01  WM-END-SECOND           PIC 9(11) COMP VALUE ZERO.
005469 01  WM-RETRY-SECONDS        PIC 9(08) COMP VALUE ZERO.
005470 01  WM-RETRY-ED             PIC Z(07)9.
005471
005472*----------------------------------------------------------
005473* OPTIONAL PARTS OF AN ERROR RESPONSE - AN EXTRA HEADER
005474* LINE AND A DETAIL PARAGRAPH UNDER THE HEADING. BOTH ARE
005475* LEFT BLANK EXCEPT BY 8800-WRITE-MAINTENANCE.
005476*----------------------------------------------------------
005477 01  WM-EXTRA-HEADER         PIC X(40) VALUE SPACES.
005478 01  WM-ERR-DETAIL           PIC X(43) VALUE SPACES.
005479 01  WM-ERR-DETAIL-LEN       PIC 9(04) VALUE ZERO.
005480 01  WM-BODY-PTR             PIC 9(04) COMP VALUE ZERO.
005481
005482*----------------------------------------------------------
005483* VISITOR LOG RECORD FOR A REFUSED REQUEST (SEE
005484* COPYBOOKS/VISLOGR.CPY) - HANDED TO THE WEBLOG SUBPROGRAM
005485*----------------------------------------------------------
005486     COPY VISLOGR.
005487 01  WM-WEBLOG-OK            PIC X(01) VALUE "N".
005488
005500 PROCEDURE DIVISION.
005600*----------------------------------------------------------
005700 0000-MAINLINE.
005840         MOVE 12 TO RETURN-CODE
005845     ELSE
005850         PERFORM 0500-CHECK-METHOD THRU 0500-EXIT
005855         PERFORM 1000-GET-PATH-INFO THRU 1000-EXIT
005858         PERFORM 0400-CHECK-MAINTENANCE THRU 0400-EXIT
005860         IF WM-IN-MAINT
005865             PERFORM 0710-GET-SESSION-ID THRU 0710-EXIT
005870         ELSE
005875             PERFORM 0700-CHECK-BLOCKLIST THRU 0700-EXIT
005880         END-IF
006000         PERFORM 2000-FIND-ROUTE THRU 2000-EXIT
006100         EVALUATE TRUE
006150             WHEN WM-METHOD-BAD
006175                 PERFORM 8500-WRITE-BAD-METHOD THRU 8500-EXIT
006176             WHEN WM-IN-MAINT
006177                 PERFORM 8800-WRITE-MAINTENANCE THRU 8800-EXIT
006180             WHEN WM-BLOCKED
006190                 PERFORM 8600-WRITE-TOO-MANY THRU 8600-EXIT
006200             WHEN WM-ROUTE-FOUND
006250                 PERFORM 3000-CALL-PAGE THRU 3000-EXIT
006300             WHEN OTHER
006400                 PERFORM 8000-WRITE-NOT-FOUND THRU 8000-EXIT
006500         END-EVALUATE
010200 2100-EXIT.
010300     EXIT.
010400
010401*----------------------------------------------------------
010403 3000-CALL-PAGE.
010405*    CALL THE PAGE PROGRAM THAT OWNS THIS PATH, READING THE
010407*    CLOCK EITHER SIDE OF THE CALL, THEN RECORD HOW LONG IT
010409*    TOOK. THE STATUS IS CLEARED FIRST SO A PAGE THAT POSTS
010411*    NONE IS RECORDED AS ZERO RATHER THAN AS THE LAST
010413*    REQUEST'S.
010415*----------------------------------------------------------
010417     MOVE ZERO TO RSP-STATUS-CODE
010419     ACCEPT WM-NOW-DATE FROM DATE YYYYMMDD
010421     ACCEPT WM-CALL-START FROM TIME
010423     CALL WM-TARGET-PGM
010425     ACCEPT WM-CALL-END FROM TIME
010427     PERFORM 3100-RECORD-RESP-TIME THRU 3100-EXIT.
010429 3000-EXIT.
010431     EXIT.
010433
010435*----------------------------------------------------------
010437 3100-RECORD-RESP-TIME.
010439*    TURN THE TWO CLOCK READINGS INTO AN ELAPSED TIME IN
010441*    HUNDREDTHS AND HAND THE RECORD TO RESPLOGW. A RECORD
010443*    RESPLOGW CANNOT WRITE IS ALREADY ON ERRLOG - THE PAGE
010445*    HAS BEEN SENT AND NOTHING MORE IS DONE HERE.
010447*----------------------------------------------------------
010449     COMPUTE WM-START-HSEC = WM-CS-HH * 360000
010451                           + WM-CS-MM * 6000
010453                           + WM-CS-SS * 100
010455                           + WM-CS-HS
010457     COMPUTE WM-END-HSEC = WM-CE-HH * 360000
010459                         + WM-CE-MM * 6000
010461                         + WM-CE-SS * 100
010463                         + WM-CE-HS
010465     IF WM-END-HSEC < WM-START-HSEC
010467         ADD WM-HSEC-PER-DAY TO WM-END-HSEC
010469     END-IF
010471     COMPUTE WM-ELAPSED-HSEC = WM-END-HSEC - WM-START-HSEC
010473     MOVE SPACES TO RTM-RECORD
010475     MOVE WM-NOW-DATE TO RTM-LOG-DATE
010477     MOVE WM-CALL-START-NUM TO RTM-LOG-TIME
010479     MOVE WM-PATH-INFO TO RTM-PAGE-PATH
010481     MOVE WM-TARGET-PGM TO RTM-TARGET-PGM
010483     MOVE RSP-STATUS-CODE TO RTM-STATUS-CODE
010485     MOVE WM-ELAPSED-HSEC TO RTM-ELAPSED-HSEC
010487     MOVE WM-SESSION-ID TO RTM-SESSION-ID
010489     CALL "RESPLOGW" USING RTM-RECORD WM-RESP-LOGGED-SW.
010491 3100-EXIT.
010493     EXIT.
010495
010500*----------------------------------------------------------
010600 8000-WRITE-NOT-FOUND.
010700*----------------------------------------------------------
029600 0330-EXIT.
029700     EXIT.
029800
029801*----------------------------------------------------------
029802 0400-CHECK-MAINTENANCE.
029803*    DECIDE WHETHER THIS REQUEST FALLS IN A PLANNED WINDOW
029804*    FROM MAINTWIN. /health AND /console ARE NEVER REFUSED
029805*    SO OPERATIONS CAN STILL SEE IN DURING A WINDOW.
029806*----------------------------------------------------------
029807     MOVE "N" TO WM-IN-MAINT-SW
029808     MOVE ZERO TO WM-MAINT-END
029809     MOVE SPACES TO WM-MAINT-MESSAGE
029810     EVALUATE WM-PATH-INFO
029811         WHEN "/health"
029812         WHEN "/console"
029813             CONTINUE
029814         WHEN OTHER
029815             PERFORM 0410-SCAN-MAINT-WINDOWS THRU 0410-EXIT
029816     END-EVALUATE.
029817 0400-EXIT.
029818     EXIT.
029819
029820*----------------------------------------------------------
029821 0410-SCAN-MAINT-WINDOWS.
029822*    CHECK EVERY MAINTWIN RECORD AGAINST THE CURRENT MINUTE
029823*    AND THIS PATH. NO MAINTWIN DATASET MEANS NO WINDOWS;
029824*    ONE THAT WILL NOT OPEN FOR ANY OTHER REASON IS LOGGED
029825*    AND THE REQUEST ROUTES NORMALLY - A PLANNED-OUTAGE
029826*    NOTICE MUST NEVER CAUSE AN UNPLANNED ONE.
029827*----------------------------------------------------------
029828     ACCEPT WM-NOW-DATE FROM DATE YYYYMMDD
029829     ACCEPT WM-NOW-CLOCK FROM TIME
029830     MOVE WM-NOW-DATE TO WM-NS-DATE
029831     MOVE WM-NCK-HH TO WM-NS-HH
029832     MOVE WM-NCK-MM TO WM-NS-MM
029833     MOVE "N" TO WM-MAINT-EOF-SW
029834     OPEN INPUT MAINT-WINDOWS
029835     EVALUATE WM-MAINT-STATUS
029836         WHEN "00"
029837             PERFORM 0420-READ-MAINT-WINDOW THRU 0420-EXIT
029838             PERFORM 0430-CHECK-ONE-WINDOW THRU 0430-EXIT
029839                     UNTIL WM-MAINT-EOF
029840             CLOSE MAINT-WINDOWS
029841         WHEN "35"
029842             CONTINUE
029843         WHEN OTHER
029844             MOVE "0410-SCAN-MAINT-WINDOWS"
029845                 TO WM-ERR-PARAGRAPH
029846             MOVE "MAINTWIN" TO WM-ERR-FILE-NAME
029847             MOVE WM-MAINT-STATUS TO WM-ERR-STATUS-CODE
029848             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
029849     END-EVALUATE.
029850 0410-EXIT.
029851     EXIT.
029852
029853*----------------------------------------------------------
029854 0420-READ-MAINT-WINDOW.
029855*----------------------------------------------------------
029856     READ MAINT-WINDOWS INTO WM-MAINT-RECORD
029857         AT END
029858             MOVE "Y" TO WM-MAINT-EOF-SW
029859     END-READ.
029860 0420-EXIT.
029861     EXIT.
029862
029863*----------------------------------------------------------
029864 0430-CHECK-ONE-WINDOW.
029865*    A WINDOW APPLIES WHEN ITS TIMES ARE VALID, IT COVERS
029866*    THE CURRENT MINUTE (START INCLUSIVE, END EXCLUSIVE),
029867*    AND ITS PATH IS "*" OR THIS REQUEST'S PATH. BLANK,
029868*    COMMENT, AND MALFORMED RECORDS ARE PASSED OVER. WHERE
029869*    WINDOWS OVERLAP THE ONE ENDING LAST WINS, SO THE
029870*    RETRY-AFTER NEVER SENDS A VISITOR BACK TOO EARLY.
029871*----------------------------------------------------------
029872     EVALUATE TRUE
029873         WHEN WM-MAINT-RECORD = SPACES
029874         WHEN WM-MAINT-RECORD (1:1) = "*"
029875         WHEN WM-MTW-START NOT NUMERIC
029876         WHEN WM-MTW-END NOT NUMERIC
029877         WHEN WM-MTW-START-HH > 23
029878         WHEN WM-MTW-START-MM > 59
029879         WHEN WM-MTW-END-HH > 23
029880         WHEN WM-MTW-END-MM > 59
029881         WHEN WM-MTW-END NOT > WM-MTW-START
029882             CONTINUE
029883         WHEN WM-MTW-START > WM-NOW-STAMP
029884         WHEN WM-MTW-END NOT > WM-NOW-STAMP
029885             CONTINUE
029886         WHEN WM-MTW-PATH NOT = "*"
029887          AND WM-MTW-PATH NOT = WM-PATH-INFO
029888             CONTINUE
029889         WHEN OTHER
029890             MOVE "Y" TO WM-IN-MAINT-SW
029891             IF WM-MTW-END > WM-MAINT-END
029892                 MOVE WM-MTW-END TO WM-MAINT-END
029893                 MOVE WM-MTW-MESSAGE TO WM-MAINT-MESSAGE
029894             END-IF
029895     END-EVALUATE
029896     PERFORM 0420-READ-MAINT-WINDOW THRU 0420-EXIT.
029897 0430-EXIT.
029898     EXIT.
029899
029900*----------------------------------------------------------
030000 8700-WRITE-CONFIG-ERROR.
030100*    THE DISPATCHER CANNOT ROUTE ANYTHING WITHOUT A USABLE
039800 0720-EXIT.
039900     EXIT.
040000
040050*----------------------------------------------------------
040100 8600-WRITE-TOO-MANY.
040150*----------------------------------------------------------
040200     MOVE "Status: 429 Too Many Requests"
040250         TO WM-ERR-STATUS-LINE
040300     MOVE "Too Many Requests" TO WM-ERR-TEXT
040350     PERFORM 8900-WRITE-ERROR-PAGE THRU 8900-EXIT.
040400 8600-EXIT.
040450     EXIT.
040500
040550*----------------------------------------------------------
040600 8800-WRITE-MAINTENANCE.
040650*    ANSWER A REQUEST REFUSED FOR A PLANNED WINDOW: STATUS
040700*    503 INSIDE THE SITE LAYOUT WITH THE WINDOW'S MESSAGE
040750*    UNDER THE HEADING AND A RETRY-AFTER HEADER GIVING THE
040800*    SECONDS LEFT IN THE WINDOW, THEN LOG THE REFUSAL.
040850*----------------------------------------------------------
040900     PERFORM 8810-COMPUTE-RETRY-AFTER THRU 8810-EXIT
040950     MOVE WM-RETRY-SECONDS TO WM-RETRY-ED
041000     MOVE SPACES TO WM-EXTRA-HEADER
041050     STRING "Retry-After: " DELIMITED BY SIZE
041100             WM-RETRY-ED DELIMITED BY SIZE
041150             INTO WM-EXTRA-HEADER
041200     END-STRING
041250     MOVE "Status: 503 Service Unavailable"
041300         TO WM-ERR-STATUS-LINE
041350     MOVE "Service Unavailable" TO WM-ERR-TEXT
041400     MOVE WM-MAINT-MESSAGE TO WM-ERR-DETAIL
041450     PERFORM 8900-WRITE-ERROR-PAGE THRU 8900-EXIT
041500     PERFORM 8850-LOG-REFUSAL THRU 8850-EXIT
041550     MOVE SPACES TO WM-EXTRA-HEADER WM-ERR-DETAIL.
041600 8800-EXIT.
041650     EXIT.
041700
041750*----------------------------------------------------------
041800 8810-COMPUTE-RETRY-AFTER.
041850*    SECONDS FROM NOW TO THE END OF THE WINDOW, NEVER LESS
041900*    THAN ONE.
041950*----------------------------------------------------------
042000     MOVE WM-ME-DATE TO WM-CDS-DATE
042050     PERFORM 8820-COMPUTE-DAY-SERIAL THRU 8820-EXIT
042100     COMPUTE WM-END-SECOND = WM-CDS-SERIAL * 86400
042150                           + WM-ME-HH * 3600
042200                           + WM-ME-MM * 60
042250     MOVE WM-NOW-DATE TO WM-CDS-DATE
042300     PERFORM 8820-COMPUTE-DAY-SERIAL THRU 8820-EXIT
042350     COMPUTE WM-NOW-SECOND = WM-CDS-SERIAL * 86400
042400                           + WM-NCK-HH * 3600
042450                           + WM-NCK-MM * 60
042500                           + WM-NCK-SS
042550     IF WM-END-SECOND > WM-NOW-SECOND
042600         COMPUTE WM-RETRY-SECONDS =
042650                 WM-END-SECOND - WM-NOW-SECOND
042700     ELSE
042750         MOVE 1 TO WM-RETRY-SECONDS
042800     END-IF.
042850 8810-EXIT.
042900     EXIT.
042950
043000*----------------------------------------------------------
043050 8820-COMPUTE-DAY-SERIAL.
043100*    CONVERT WM-CDS-DATE (YYYYMMDD) TO A DAY SERIAL IN
043150*    WM-CDS-SERIAL - SAME CIVIL-DATE ARITHMETIC HITKEEP
043200*    USES. MARCH IS TREATED AS MONTH 3 OF THE PRIOR YEAR'S
043250*    CYCLE SO THE LEAP DAY FALLS AT THE END.
043300*----------------------------------------------------------
043350     IF WM-CDS-MONTH < 3
043400         COMPUTE WM-CDS-Y = WM-CDS-YEAR - 1
043450         COMPUTE WM-CDS-M = WM-CDS-MONTH + 12
043500     ELSE
043550         MOVE WM-CDS-YEAR TO WM-CDS-Y
043600         MOVE WM-CDS-MONTH TO WM-CDS-M
043650     END-IF
043700     DIVIDE WM-CDS-Y BY 4 GIVING WM-CDS-LEAP4
043750     DIVIDE WM-CDS-Y BY 100 GIVING WM-CDS-LEAP100
043800     DIVIDE WM-CDS-Y BY 400 GIVING WM-CDS-LEAP400
043850     COMPUTE WM-CDS-MWORK = 153 * (WM-CDS-M - 3) + 2
043900     DIVIDE WM-CDS-MWORK BY 5 GIVING WM-CDS-MDAYS
043950     COMPUTE WM-CDS-SERIAL =
044000             365 * WM-CDS-Y + WM-CDS-LEAP4
044050             - WM-CDS-LEAP100 + WM-CDS-LEAP400
044100             + WM-CDS-MDAYS + WM-CDS-DAY.
044150 8820-EXIT.
044200     EXIT.
044250
044300*----------------------------------------------------------
044350 8850-LOG-REFUSAL.
044400*    HAND THE REFUSAL TO WEBLOG WITH ITS REAL 503 SO THE
044450*    TRAFFIC REPORTS SEE IT, MARKED AS A PLANNED OUTAGE SO
044500*    PAGEWTCH DOES NOT COUNT IT AGAINST THE PAGE.
044550*----------------------------------------------------------
044600     MOVE SPACES TO VLG-RECORD
044650     MOVE WM-NOW-DATE TO VLG-LOG-DATE
044700     MOVE WM-NOW-CLOCK-NUM TO VLG-LOG-TIME
044750     MOVE "QUERY_STRING" TO WM-ENV-VAR-NAME
044800     DISPLAY WM-ENV-VAR-NAME UPON ENVIRONMENT-NAME
044850     ACCEPT VLG-QUERY-STRING FROM ENVIRONMENT-VALUE
044900     MOVE "REMOTE_ADDR" TO WM-ENV-VAR-NAME
044950     DISPLAY WM-ENV-VAR-NAME UPON ENVIRONMENT-NAME
045000     ACCEPT VLG-REMOTE-ADDR FROM ENVIRONMENT-VALUE
045050     MOVE "HTTP_USER_AGENT" TO WM-ENV-VAR-NAME
045100     DISPLAY WM-ENV-VAR-NAME UPON ENVIRONMENT-NAME
045150     ACCEPT VLG-USER-AGENT FROM ENVIRONMENT-VALUE
045200     IF WM-REQUEST-METHOD = SPACES
045250         MOVE "GET" TO VLG-REQ-METHOD
045300     ELSE
045350         MOVE WM-REQUEST-METHOD TO VLG-REQ-METHOD
045400     END-IF
045450     MOVE WM-PATH-INFO TO VLG-PAGE-PATH
045500     MOVE 503 TO VLG-STATUS-CODE
045550     MOVE WM-ERR-TOTAL-LEN TO VLG-BYTES-SENT
045600     MOVE WM-SESSION-ID TO VLG-SESSION-ID
045650     MOVE "M" TO VLG-DISPOSITION
045700     CALL "WEBLOG" USING VLG-RECORD WM-WEBLOG-OK.
045750 8850-EXIT.
045800     EXIT.
045850
045900*----------------------------------------------------------
045950 8900-WRITE-ERROR-PAGE.
046000*    RENDER ONE ERROR RESPONSE. THE CALLER HAS SET THE
046050*    STATUS LINE AND THE HEADING TEXT, AND MAY HAVE SET AN
046100*    EXTRA HEADER LINE AND A DETAIL PARAGRAPH; THE BODY GOES
046150*    INSIDE THE SITE LAYOUT WHEN IT LOADED AND INSIDE THE
046200*    BARE HTML/BODY WRAPPER OTHERWISE, WITH A TRUE
046250*    CONTENT-LENGTH AHEAD OF IT EITHER WAY.
046300*----------------------------------------------------------
046350     PERFORM 8910-SCAN-ERR-TEXT THRU 8910-EXIT
046400             VARYING WM-SCAN-IX FROM 60 BY -1
046450             UNTIL WM-SCAN-IX = 0
046500                OR WM-ERR-TEXT (WM-SCAN-IX:1) NOT = SPACE
046550     MOVE WM-SCAN-IX TO WM-ERR-TEXT-LEN
046600     MOVE SPACES TO WM-ERR-BODY
046650     MOVE 1 TO WM-BODY-PTR
046700     IF NOT LYT-LOADED
046750         STRING "<html><body>" DELIMITED BY SIZE
046800                 INTO WM-ERR-BODY WITH POINTER WM-BODY-PTR
046850         END-STRING
046900     END-IF
046950     STRING "<h1>" DELIMITED BY SIZE
047000             WM-ERR-TEXT (1:WM-ERR-TEXT-LEN) DELIMITED BY SIZE
047050             "</h1>" DELIMITED BY SIZE
047100             INTO WM-ERR-BODY WITH POINTER WM-BODY-PTR
047150     END-STRING
047200     IF WM-ERR-DETAIL NOT = SPACES
047250         PERFORM 8950-SCAN-ERR-DETAIL THRU 8950-EXIT
047300                 VARYING WM-SCAN-IX FROM 43 BY -1
047350                 UNTIL WM-SCAN-IX = 0
047400                    OR WM-ERR-DETAIL (WM-SCAN-IX:1) NOT = SPACE
047450         MOVE WM-SCAN-IX TO WM-ERR-DETAIL-LEN
047500         STRING "<p>" DELIMITED BY SIZE
047550                 WM-ERR-DETAIL (1:WM-ERR-DETAIL-LEN)
047600                     DELIMITED BY SIZE
047650                 "</p>" DELIMITED BY SIZE
047700                 INTO WM-ERR-BODY WITH POINTER WM-BODY-PTR
047750         END-STRING
047800     END-IF
047850     IF NOT LYT-LOADED
047900         STRING "</body></html>" DELIMITED BY SIZE
047950                 INTO WM-ERR-BODY WITH POINTER WM-BODY-PTR
048000         END-STRING
048050     END-IF
048100     PERFORM 8920-SCAN-ERR-BODY THRU 8920-EXIT
048150             VARYING WM-SCAN-IX FROM 200 BY -1
048200             UNTIL WM-SCAN-IX = 0
048250                OR WM-ERR-BODY (WM-SCAN-IX:1) NOT = SPACE
048300     MOVE WM-SCAN-IX TO WM-ERR-BODY-LEN
048350     MOVE WM-ERR-BODY-LEN TO WM-ERR-TOTAL-LEN
048400     IF LYT-LOADED
048450         ADD LYT-HEAD-TOTAL TO WM-ERR-TOTAL-LEN
048500         ADD LYT-TAIL-TOTAL TO WM-ERR-TOTAL-LEN
048550     END-IF
048600     MOVE WM-ERR-TOTAL-LEN TO WM-CONTENT-LEN-ED
048650     MOVE SPACES TO WM-CONTENT-LEN-LINE
048700     STRING "Content-Length: " DELIMITED BY SIZE
048750             WM-CONTENT-LEN-ED DELIMITED BY SIZE
048800             INTO WM-CONTENT-LEN-LINE
048850     END-STRING
048900     DISPLAY WM-ERR-STATUS-LINE
048950     DISPLAY WM-CTYPE-LINE
049000     DISPLAY WM-CONTENT-LEN-LINE
049050     IF WM-EXTRA-HEADER NOT = SPACES
049100         DISPLAY WM-EXTRA-HEADER
049150     END-IF
049200     DISPLAY " "
049250     IF LYT-LOADED
049300         PERFORM 8930-WRITE-HEAD-LINE THRU 8930-EXIT
049350                 VARYING LYT-IX FROM 1 BY 1
049400                 UNTIL LYT-IX > LYT-HEAD-CNT
049450     END-IF
049500     DISPLAY WM-ERR-BODY (1:WM-ERR-BODY-LEN)
049550     IF LYT-LOADED
049600         PERFORM 8940-WRITE-TAIL-LINE THRU 8940-EXIT
049650                 VARYING LYT-IX FROM 1 BY 1
049700                 UNTIL LYT-IX > LYT-TAIL-CNT
049750     END-IF.
049800 8900-EXIT.
049850     EXIT.
049900
049950*----------------------------------------------------------
050000 8910-SCAN-ERR-TEXT.
050050*    NO-OP BODY - THE TRAILING-SPACE SCAN IS DRIVEN ENTIRELY
050100*    BY THE PERFORM VARYING/UNTIL CLAUSE ABOVE.
050150*----------------------------------------------------------
050200     CONTINUE.
050250 8910-EXIT.
050300     EXIT.
050350
050400*----------------------------------------------------------
050450 8920-SCAN-ERR-BODY.
050500*    NO-OP BODY - THE TRAILING-SPACE SCAN IS DRIVEN ENTIRELY
050550*    BY THE PERFORM VARYING/UNTIL CLAUSE ABOVE.
050600*----------------------------------------------------------
050650     CONTINUE.
050700 8920-EXIT.
050750     EXIT.
050800
050850*----------------------------------------------------------
050900 8930-WRITE-HEAD-LINE.
050950*----------------------------------------------------------
051000     DISPLAY LYT-HEAD-TEXT (LYT-IX)
051050             (1:LYT-HEAD-LEN (LYT-IX)).
051100 8930-EXIT.
051150     EXIT.
051200
051250*----------------------------------------------------------
051300 8940-WRITE-TAIL-LINE.
051350*----------------------------------------------------------
051400     DISPLAY LYT-TAIL-TEXT (LYT-IX)
051450             (1:LYT-TAIL-LEN (LYT-IX)).
051500 8940-EXIT.
051550     EXIT.
051600
051650*----------------------------------------------------------
051700 8950-SCAN-ERR-DETAIL.
051750*    NO-OP BODY - THE TRAILING-SPACE SCAN IS DRIVEN ENTIRELY
051800*    BY THE PERFORM VARYING/UNTIL CLAUSE ABOVE.
051850*----------------------------------------------------------
051900     CONTINUE.
051950 8950-EXIT.
052000     EXIT.
052050
052100*----------------------------------------------------------
052150 9800-LOG-FILE-ERROR.
052200*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
052250*    EVERY ERRLOG APPEND IN THE SHOP - SAME
052300*    EXCLUSIVE-LOCK-AND-RETRY DISCIPLINE WEBLOG APPLIES TO
052350*    VISLOG, SO TWO SIMULTANEOUS REQUESTS' EVENTS CANNOT
052400*    CLOBBER EACH OTHER. THE FAILING PARAGRAPH HAS ALREADY
052450*    FILLED THE WM-ERR- STAGING FIELDS.
052500*----------------------------------------------------------
052550     CALL "ERRLOGW" USING WM-ERR-PROGRAM WM-ERR-PARAGRAPH
052600                          WM-ERR-FILE-NAME WM-ERR-STATUS-CODE
052650                          WM-SESSION-ID.
052700 9800-EXIT.
052750     EXIT.
