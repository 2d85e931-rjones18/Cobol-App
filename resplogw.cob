000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RESPLOGW.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - THE ONE AND ONLY WRITER
001100*                OF THE RESPLOG RESPONSE-TIME DATASET (SEE
001200*                RESPTMR). WEBMAIN HANDS OVER ONE FILLED
001300*                RECORD PER ROUTED REQUEST; CONCURRENT CGI
001400*                REQUESTS WOULD CLOBBER EACH OTHER'S
001500*                APPENDS EXACTLY AS THEY ONCE DID ON VISLOG,
001600*                SO THIS SUBPROGRAM FOLLOWS WEBLOG TO THE
001700*                LETTER: EXCLUSIVE LOCK, PACED RETRIES WHILE
001800*                ANOTHER REQUEST HOLDS THE FILE, WRITE,
001900*                VERIFY, CLOSE. A RECORD THAT STILL CANNOT
002000*                BE WRITTEN IS RECORDED IN THE COMMON ERRLOG
002100*                DATASET AND REPORTED BACK "N" - A LOST
002200*                TIMING IS A HOLE IN THE LATENCY FIGURES,
002300*                NOT A REASON TO FAIL THE VISITOR'S PAGE.
002310* 2026-10-15 RJ  THE CALLER'S RECORD IS NOW DESCRIBED BY
002320*                RESPTMR ITSELF (LNK-RTM-), SO ERRLOG TAKES
002330*                THE SESSION ID BY NAME, AS WEBLOG DOES.
002400*----------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RESPONSE-LOG ASSIGN TO "RESPLOG"
003000         ORGANIZATION IS SEQUENTIAL
003100         LOCK MODE IS EXCLUSIVE
003200         FILE STATUS IS RW-RESPLOG-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  RESPONSE-LOG
003700     RECORDING MODE IS F.
003800     COPY RESPTMR.
003900
004000 WORKING-STORAGE SECTION.
004100*----------------------------------------------------------
004200* FILE STATUS AND RETRY CONTROL
004300*----------------------------------------------------------
004400 01  RW-RESPLOG-STATUS       PIC X(02) VALUE SPACES.
004500 01  RW-TRY-IX               PIC 9(03) COMP VALUE ZERO.
004600 77  RW-MAX-TRIES            PIC 9(03) VALUE 200.
004700 01  RW-OPENED-SW            PIC X(01) VALUE "N".
004800     88  RW-OPENED                    VALUE "Y".
004900 01  RW-LAST-STATUS          PIC X(02) VALUE SPACES.
005000
005100*----------------------------------------------------------
005200* RETRY PACING - EACH FAILED ATTEMPT WAITS A COUPLE OF
005300* CLOCK TICKS (HUNDREDTHS OF A SECOND) BEFORE THE NEXT -
005400* SAME SCHEME AS WEBLOG. THERE IS NO WAIT VERB IN THIS
005500* DIALECT, SO THE PACE PARAGRAPH WATCHES THE TIME-OF-DAY
005600* CLOCK ADVANCE INSTEAD.
005700*----------------------------------------------------------
005800 77  RW-PACE-TICKS           PIC 9(02) VALUE 2.
005900 01  RW-TICKS-SEEN           PIC 9(02) COMP VALUE ZERO.
006000 01  RW-PACE-PREV            PIC 9(08) VALUE ZERO.
006100 01  RW-PACE-NOW             PIC 9(08) VALUE ZERO.
006200
006300*----------------------------------------------------------
006400* ERROR-EVENT STAGING FOR THE ERRLOGW SUBPROGRAM, WHICH
006500* OWNS EVERY ERRLOG APPEND FROM THE CGI PROGRAMS
006600*----------------------------------------------------------
006700 01  RW-ERR-PROGRAM          PIC X(08) VALUE "RESPLOGW".
006800 01  RW-ERR-PARAGRAPH        PIC X(24) VALUE
006900         "0000-MAINLINE".
007000 01  RW-ERR-FILE-NAME        PIC X(08) VALUE "RESPLOG".
007100 01  RW-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
007200
007300 LINKAGE SECTION.
007400*----------------------------------------------------------
007500* THE CALLER'S FILLED RESPONSE-TIME RECORD AND THE
007600* WRITTEN/FAILED ANSWER HANDED BACK ("Y" = ON THE FILE)
007700*----------------------------------------------------------
007800     COPY RESPTMR REPLACING LEADING ==RTM== BY ==LNK-RTM==.
007900 01  LNK-LOGGED-SW           PIC X(01).
008000
008100 PROCEDURE DIVISION USING LNK-RTM-RECORD LNK-LOGGED-SW.
008200*----------------------------------------------------------
008300 0000-MAINLINE.
008400*----------------------------------------------------------
008500     MOVE "N" TO LNK-LOGGED-SW
008600     MOVE "N" TO RW-OPENED-SW
008700     MOVE SPACES TO RW-LAST-STATUS
008800     PERFORM 2000-TRY-ONE-OPEN THRU 2000-EXIT
008900             VARYING RW-TRY-IX FROM 1 BY 1
009000             UNTIL RW-TRY-IX > RW-MAX-TRIES
009100                OR RW-OPENED
009200     IF RW-OPENED
009300         MOVE LNK-RTM-RECORD TO RTM-RECORD
009400         WRITE RTM-RECORD
009500         IF RW-RESPLOG-STATUS = "00"
009600             MOVE "Y" TO LNK-LOGGED-SW
009700         ELSE
009800             MOVE RW-RESPLOG-STATUS TO RW-LAST-STATUS
009900         END-IF
010000         CLOSE RESPONSE-LOG
010100     END-IF
010200     IF LNK-LOGGED-SW = "N"
010300         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
010400     END-IF
010500     GOBACK.
010600
010700*----------------------------------------------------------
010800 2000-TRY-ONE-OPEN.
010900*    ONE ATTEMPT TO TAKE THE FILE EXCLUSIVELY. NOT-FOUND ON
011000*    THE FIRST REQUEST OF A WINDOW CREATES THE DATASET
011100*    EMPTY AND THE NEXT ATTEMPT TAKES IT. A LOCKED OR BUSY
011200*    STATUS WAITS A MOMENT BEFORE BURNING THE NEXT RETRY.
011300*----------------------------------------------------------
011400     OPEN EXTEND RESPONSE-LOG
011500     EVALUATE RW-RESPLOG-STATUS
011600         WHEN "00"
011700             MOVE "Y" TO RW-OPENED-SW
011800         WHEN "35"
011900             OPEN OUTPUT RESPONSE-LOG
012000             CLOSE RESPONSE-LOG
012100             MOVE RW-RESPLOG-STATUS TO RW-LAST-STATUS
012200         WHEN OTHER
012300             MOVE RW-RESPLOG-STATUS TO RW-LAST-STATUS
012400             PERFORM 2100-PACE-ONE-WAIT THRU 2100-EXIT
012500     END-EVALUATE.
012600 2000-EXIT.
012700     EXIT.
012800
012900*----------------------------------------------------------
013000 2100-PACE-ONE-WAIT.
013100*    WAIT RW-PACE-TICKS HUNDREDTHS OF A SECOND BY WATCHING
013200*    THE TIME-OF-DAY CLOCK CHANGE THAT MANY TIMES. THE
013300*    INEQUALITY TEST RIDES THROUGH MIDNIGHT UNBOTHERED.
013400*----------------------------------------------------------
013500     MOVE ZERO TO RW-TICKS-SEEN
013600     ACCEPT RW-PACE-PREV FROM TIME
013700     PERFORM 2110-WATCH-ONE-TICK THRU 2110-EXIT
013800             UNTIL RW-TICKS-SEEN >= RW-PACE-TICKS.
013900 2100-EXIT.
014000     EXIT.
014100
014200*----------------------------------------------------------
014300 2110-WATCH-ONE-TICK.
014400*----------------------------------------------------------
014500     ACCEPT RW-PACE-NOW FROM TIME
014600     IF RW-PACE-NOW NOT = RW-PACE-PREV
014700         ADD 1 TO RW-TICKS-SEEN
014800         MOVE RW-PACE-NOW TO RW-PACE-PREV
014900     END-IF.
015000 2110-EXIT.
015100     EXIT.
015200
015300*----------------------------------------------------------
015400 9800-LOG-FILE-ERROR.
015500*    THE TIMING COULD NOT BE WRITTEN - SAY SO IN THE COMMON
015600*    ERRLOG DATASET WITH THE LAST STATUS SEEN. THE SESSION
015700*    ID IS TAKEN FROM THE CALLER'S RECORD - THE FILE RECORD
015800*    HOLDS NOTHING WHEN THE OPEN FAILED.
015900*----------------------------------------------------------
016000     MOVE LNK-RTM-SESSION-ID TO RW-ERR-SESSION-ID
016100     CALL "ERRLOGW" USING RW-ERR-PROGRAM RW-ERR-PARAGRAPH
016200                          RW-ERR-FILE-NAME RW-LAST-STATUS
016300                          RW-ERR-SESSION-ID.
016400 9800-EXIT.
016500     EXIT.
