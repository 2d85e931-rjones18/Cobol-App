002860*                - A SITE BUSY LOGGING HITS IS THE OPPOSITE
002870*                OF DEGRADED, AND A FALSE 503 HERE IS
002880*                EXACTLY THE NOISE THIS PAGE EXISTS TO END.
002882* 2026-10-15 RJ  POST THE RESPONSE STATUS TO THE SHARED
002884*                RESPSTAT AREA FOR WEBMAIN'S RESPONSE-TIME
002886*                RECORD - HEALTH POLLS ARE NOT LOGGED, SO
002888*                WEBLOG CANNOT POST IT.
002889* 2026-10-15 RJ  RAISE A CRITICAL ALERT THROUGH ALERTW (SEE
002890*                ALERTR) FOR EACH FAILING COMPONENT WHEN THE
002891*                PAGE ANSWERS 503, SO THE ON-CALL PERSON IS
002892*                PAGED WITH THE PIECE THAT BROKE INSTEAD OF
002893*                RELYING ON WHOEVER HAPPENS TO POLL. ALERTW
002894*                HOLDS BACK REPEATS, SO A MINUTELY POLL OF A
002895*                STILL-BROKEN SITE DOES NOT PAGE EVERY TIME.
002896* 2026-10-15 RJ  GUESTBK IS NOW THE KEYED GUESTBOOK CLUSTER
002897*                (SEE GBCONV); THE OPEN CHECK IS UNCHANGED.
002900*----------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
005000         RECORD KEY IS VPF-SESSION-ID
005100         FILE STATUS IS WS-PROFILE-STATUS.
005200     SELECT GUEST-BOOK ASSIGN TO "GUESTBK"
005300         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS DYNAMIC
005360         RECORD KEY IS GBK-ENTRY-KEY
005400         FILE STATUS IS WS-GUEST-BOOK-STATUS.
005500     SELECT VISITOR-LOG ASSIGN TO "VISLOG"
005600         ORGANIZATION IS SEQUENTIAL
007000     COPY BLOCKR.
007100 FD  VISITOR-PROFILE.
007200     COPY VPROFR.
007300 FD  GUEST-BOOK.
007500     COPY GBOOKR.
007600 FD  VISITOR-LOG
007700     RECORDING MODE IS F.
013600* SHARED SITE LAYOUT (SEE COPYBOOKS/SITELYTW.CPY)
013700*----------------------------------------------------------
013800     COPY SITELYTW.
013810
013820*----------------------------------------------------------
013830* STATUS NOTE READ BACK BY WEBMAIN (SEE RESPSTAT)
013840*----------------------------------------------------------
013850     COPY RESPSTAT.
013854
013858*----------------------------------------------------------
013862* ALERT STAGING - FILLED BY 2900 FOR A FAILING COMPONENT
013866* AND HANDED TO THE ALERTW SUBPROGRAM BY 9700
013870*----------------------------------------------------------
013874 01  WS-ALR-PROGRAM          PIC X(08) VALUE "HEALTHPG".
013878 01  WS-ALR-SEVERITY         PIC X(08) VALUE "CRITICAL".
013882 01  WS-ALR-OBJECT           PIC X(30) VALUE SPACES.
013886 01  WS-ALR-MESSAGE          PIC X(80) VALUE SPACES.
013890 01  WS-ALR-RESULT-SW        PIC X(01) VALUE SPACES.
013900
014000 PROCEDURE DIVISION.
014100*----------------------------------------------------------
038600         MOVE WS-COMP-OK-SW
038700             TO WS-RESULT-OK-SW (WS-RESULT-CNT)
038800     END-IF
038820     IF WS-COMP-OK-SW = "N"
038840         MOVE "Y" TO WS-DEGRADED-SW
038860         MOVE WS-COMP-NAME TO WS-ALR-OBJECT
038880         MOVE SPACES TO WS-ALR-MESSAGE
038900         STRING "/health ANSWERING 503 - " DELIMITED BY SIZE
038920                 WS-COMP-NAME DELIMITED BY SPACE
038940                 " OPEN FAILED, FILE STATUS "
038960                     DELIMITED BY SIZE
038980                 WS-COMP-STATUS DELIMITED BY SIZE
039000                 INTO WS-ALR-MESSAGE
039020         END-STRING
039040         PERFORM 9700-RAISE-ALERT THRU 9700-EXIT
039060     END-IF.
039200 2900-EXIT.
039300     EXIT.
039400
052300*----------------------------------------------------------
052400 7000-WRITE-RESPONSE.
052500*----------------------------------------------------------
052550     MOVE WS-STATUS-LINE (9:3) TO RSP-STATUS-CODE
052600     DISPLAY WS-STATUS-LINE
052700     DISPLAY "Content-Type: text/html"
052800     MOVE WS-CONTENT-LEN-NUM TO WS-CONTENT-LEN-ED
054600             (1:WS-PAGE-LEN (WS-PAGE-IX)).
054700 7100-EXIT.
054800     EXIT.
054806
054812*----------------------------------------------------------
054818 9700-RAISE-ALERT.
054824*    HAND ONE ALERT TO THE ALERTW SUBPROGRAM, WHICH OWNS
054830*    EVERY ALERTQ APPEND IN THE SHOP AND HOLDS BACK REPEATS
054836*    OF THE SAME CONDITION. THE RESULT SWITCH IS NOT ACTED
054842*    ON - THE PAGE ANSWERS THE SAME EITHER WAY, AND ALERTW
054848*    LOGS ITS OWN FAILURES TO ERRLOG.
054854*----------------------------------------------------------
054860     CALL "ALERTW" USING WS-ALR-PROGRAM WS-ALR-SEVERITY
054866                         WS-ALR-OBJECT WS-ALR-MESSAGE
054872                         WS-ALR-RESULT-SW.
054878 9700-EXIT.
054884     EXIT.
054900
