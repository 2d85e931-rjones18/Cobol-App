000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ALERTW.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - THE ONE AND ONLY WRITER
001100*                OF THE ALERTQ DATASET THE CORPORATE
001200*                MAIL/PAGER GATEWAY PICKS UP. UNTIL NOW AN
001300*                ALARM WAS JUST A RETURN CODE (OR, FOR
001400*                HEALTHPG, A 503 TO WHOEVER POLLED), AND
001500*                SOMEBODY HAD TO READ EACH JOB LOG TO FIND
001600*                OUT WHY. THE CALLER HANDS OVER ITS PROGRAM
001700*                NAME, A SEVERITY (CRITICAL OR WARNING), THE
001800*                OBJECT THE ALARM IS ABOUT, AND A ONE-LINE
001900*                MESSAGE (SEE ALERTR). THE SAME CONDITION -
002000*                SAME PROGRAM, SEVERITY AND OBJECT - RAISED
002100*                AGAIN WITHIN AW-SUPPRESS-MINUTES OF THE
002200*                LAST ONE SENT IS HELD BACK AND COUNTED
002300*                INSTEAD OF SENT, SO A MINUTELY HEALTH POLL
002400*                OR AN HOURLY JOB DOES NOT PAGE THE ON-CALL
002500*                PERSON OVER AND OVER; THE NEXT ALERT SENT
002600*                FOR IT CARRIES THE HELD COUNT. THE LAST-
002700*                SENT TIMES LIVE IN THE ALERTCTL CLUSTER
002800*                (SEE ALRTCTLR). ALERTQ IS TAKEN WITH THE
002900*                SAME EXCLUSIVE-LOCK-AND-RETRY DISCIPLINE
003000*                ERRLOGW APPLIES TO ERRLOG, AND IS HELD
003100*                WHILE ALERTCTL IS CONSULTED AND UPDATED, SO
003200*                TWO CALLERS RAISING THE SAME CONDITION AT
003300*                ONCE CANNOT BOTH SEND IT. AN ALERTCTL THAT
003400*                CANNOT BE USED FAILS OPEN - THE ALERT GOES
003500*                OUT UNSUPPRESSED - AND IS LOGGED TO ERRLOG;
003600*                A LOST PAGE IS WORSE THAN A REPEATED ONE.
003700*                THE RESULT SWITCH TELLS THE CALLER WHAT
003800*                HAPPENED: "Y" SENT, "S" HELD BACK AS A
003900*                REPEAT, "N" ALERTQ COULD NOT BE WRITTEN.
004000*                NOTHING IS DISPLAYED - CGI CALLERS OWN
004100*                THEIR STANDARD OUTPUT.
004200*----------------------------------------------------------
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ALERT-QUEUE ASSIGN TO "ALERTQ"
004800         ORGANIZATION IS SEQUENTIAL
004900         LOCK MODE IS EXCLUSIVE
005000         FILE STATUS IS AW-ALERTQ-STATUS.
005100     SELECT ALERT-CONTROL ASSIGN TO "ALERTCTL"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS ACT-KEY
005500         FILE STATUS IS AW-CONTROL-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ALERT-QUEUE
006000     RECORDING MODE IS F.
006100     COPY ALERTR.
006200 FD  ALERT-CONTROL.
006300     COPY ALRTCTLR.
006400
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------
006700* FILE STATUS AND RETRY CONTROL
006800*----------------------------------------------------------
006900 01  AW-ALERTQ-STATUS        PIC X(02) VALUE SPACES.
007000 01  AW-CONTROL-STATUS       PIC X(02) VALUE SPACES.
007100 01  AW-TRY-IX               PIC 9(03) COMP VALUE ZERO.
007200 77  AW-MAX-TRIES            PIC 9(03) VALUE 200.
007300 01  AW-OPENED-SW            PIC X(01) VALUE "N".
007400     88  AW-OPENED                    VALUE "Y".
007500 01  AW-CONTROL-OPEN-SW      PIC X(01) VALUE "N".
007600     88  AW-CONTROL-OPEN              VALUE "Y".
007700 01  AW-CONTROL-FOUND-SW     PIC X(01) VALUE "N".
007800     88  AW-CONTROL-FOUND             VALUE "Y".
007900 01  AW-HOLD-SW              PIC X(01) VALUE "N".
008000     88  AW-HOLD-BACK                 VALUE "Y".
008100
008200*----------------------------------------------------------
008300* THE SEVERITY AS SENT AND KEYED - A BLANK ONE FROM THE
008400* CALLER IS TAKEN AS A WARNING
008500*----------------------------------------------------------
008600 01  AW-SEVERITY             PIC X(08) VALUE SPACES.
008700
008800*----------------------------------------------------------
008900* RETRY PACING - SAME SCHEME AS ERRLOGW
009000*----------------------------------------------------------
009100 77  AW-PACE-TICKS           PIC 9(02) VALUE 2.
009200 01  AW-TICKS-SEEN           PIC 9(02) COMP VALUE ZERO.
009300 01  AW-PACE-PREV            PIC 9(08) VALUE ZERO.
009400 01  AW-PACE-NOW             PIC 9(08) VALUE ZERO.
009500
009600*----------------------------------------------------------
009700* SUPPRESSION WINDOW - A REPEAT OF A CONDITION SENT LESS
009800* THAN THIS MANY MINUTES AGO IS HELD BACK. FOUR HOURS
009900* LETS A DAILY JOB ALERT EVERY RUN WHILE A HEALTH POLL
010000* FAILING ALL NIGHT PAGES ONLY A FEW TIMES.
010100*----------------------------------------------------------
010200 77  AW-SUPPRESS-MINUTES     PIC 9(05) VALUE 240.
010300
010400*----------------------------------------------------------
010500* CLOCK AND ELAPSED-MINUTE WORK AREAS
010600*----------------------------------------------------------
010700 01  AW-NOW-DATE             PIC 9(08) VALUE ZERO.
010800 01  AW-NOW-TIME             PIC 9(08) VALUE ZERO.
010900 01  AW-STAMP-TIME           PIC 9(08) VALUE ZERO.
011000 01  AW-STAMP-TIME-X REDEFINES AW-STAMP-TIME.
011100     05  AW-STAMP-HH         PIC 9(02).
011200     05  AW-STAMP-MM         PIC 9(02).
011300     05  FILLER              PIC 9(04).
011400 01  AW-NOW-MINUTE           PIC S9(11) COMP VALUE ZERO.
011500 01  AW-LAST-MINUTE          PIC S9(11) COMP VALUE ZERO.
011600 01  AW-ELAPSED-MINUTES      PIC S9(11) COMP VALUE ZERO.
011700 01  AW-CDS-DATE             PIC 9(08) VALUE ZERO.
011800 01  AW-CDS-DATE-X REDEFINES AW-CDS-DATE.
011900     05  AW-CDS-YEAR         PIC 9(04).
012000     05  AW-CDS-MONTH        PIC 9(02).
012100     05  AW-CDS-DAY          PIC 9(02).
012200 01  AW-CDS-Y                PIC 9(04) COMP VALUE ZERO.
012300 01  AW-CDS-M                PIC 9(02) COMP VALUE ZERO.
012400 01  AW-CDS-LEAP4            PIC 9(04) COMP VALUE ZERO.
012500 01  AW-CDS-LEAP100          PIC 9(04) COMP VALUE ZERO.
012600 01  AW-CDS-LEAP400          PIC 9(04) COMP VALUE ZERO.
012700 01  AW-CDS-MWORK            PIC 9(05) COMP VALUE ZERO.
012800 01  AW-CDS-MDAYS            PIC 9(04) COMP VALUE ZERO.
012900 01  AW-CDS-SERIAL           PIC 9(07) COMP VALUE ZERO.
013000
013100*----------------------------------------------------------
013200* ERROR-EVENT STAGING - HANDED TO ERRLOGW BY 9800
013300*----------------------------------------------------------
013400 01  AW-ERR-PROGRAM          PIC X(08) VALUE "ALERTW".
013500 01  AW-ERR-PARAGRAPH        PIC X(24) VALUE SPACES.
013600 01  AW-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
013700 01  AW-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
013800 01  AW-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
013900
014000 LINKAGE SECTION.
014100*----------------------------------------------------------
014200* THE CALLER'S ALERT PARTICULARS AND THE RESULT SWITCH -
014300* THE TIMESTAMP IS STAMPED HERE SO EVERY WRITER AGREES ON
014400* ITS SOURCE
014500*----------------------------------------------------------
014600 01  LNK-PROGRAM             PIC X(08).
014700 01  LNK-SEVERITY            PIC X(08).
014800 01  LNK-OBJECT              PIC X(30).
014900 01  LNK-MESSAGE             PIC X(80).
015000 01  LNK-RESULT-SW           PIC X(01).
015100
015200 PROCEDURE DIVISION USING LNK-PROGRAM LNK-SEVERITY
015300                          LNK-OBJECT LNK-MESSAGE
015400                          LNK-RESULT-SW.
015500*----------------------------------------------------------
015600 0000-MAINLINE.
015700*----------------------------------------------------------
015800     MOVE "N" TO LNK-RESULT-SW
015900     IF LNK-SEVERITY = SPACES
016000         MOVE "WARNING" TO AW-SEVERITY
016100     ELSE
016200         MOVE LNK-SEVERITY TO AW-SEVERITY
016300     END-IF
016400     ACCEPT AW-NOW-DATE FROM DATE YYYYMMDD
016500     ACCEPT AW-NOW-TIME FROM TIME
016600     MOVE "N" TO AW-OPENED-SW
016700     PERFORM 2000-TRY-ONE-OPEN THRU 2000-EXIT
016800             VARYING AW-TRY-IX FROM 1 BY 1
016900             UNTIL AW-TRY-IX > AW-MAX-TRIES
017000                OR AW-OPENED
017100     IF AW-OPENED
017200         PERFORM 3000-CHECK-REPEAT THRU 3000-EXIT
017300         IF AW-HOLD-BACK
017400             MOVE "S" TO LNK-RESULT-SW
017500         ELSE
017600             PERFORM 4000-WRITE-ALERT THRU 4000-EXIT
017700         END-IF
017800         PERFORM 5000-UPDATE-CONTROL THRU 5000-EXIT
017900         CLOSE ALERT-QUEUE
018000     ELSE
018100         MOVE "0000-MAINLINE" TO AW-ERR-PARAGRAPH
018200         MOVE "ALERTQ" TO AW-ERR-FILE-NAME
018300         MOVE AW-ALERTQ-STATUS TO AW-ERR-STATUS-CODE
018400         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
018500     END-IF
018600     GOBACK.
018700
018800*----------------------------------------------------------
018900 2000-TRY-ONE-OPEN.
019000*    ONE ATTEMPT TO TAKE ALERTQ EXCLUSIVELY. NOT-FOUND ON
019100*    THE FIRST-EVER ALERT (OR AFTER THE GATEWAY DELETES A
019200*    DRAINED QUEUE) CREATES THE DATASET EMPTY AND THE NEXT
019300*    ATTEMPT TAKES IT. A LOCKED OR BUSY STATUS WAITS A
019400*    MOMENT BEFORE BURNING THE NEXT RETRY.
019500*----------------------------------------------------------
019600     OPEN EXTEND ALERT-QUEUE
019700     EVALUATE AW-ALERTQ-STATUS
019800         WHEN "00"
019900             MOVE "Y" TO AW-OPENED-SW
020000         WHEN "35"
020100             OPEN OUTPUT ALERT-QUEUE
020200             CLOSE ALERT-QUEUE
020300         WHEN OTHER
020400             PERFORM 2100-PACE-ONE-WAIT THRU 2100-EXIT
020500     END-EVALUATE.
020600 2000-EXIT.
020700     EXIT.
020800
020900*----------------------------------------------------------
021000 2100-PACE-ONE-WAIT.
021100*    WAIT AW-PACE-TICKS HUNDREDTHS OF A SECOND BY WATCHING
021200*    THE TIME-OF-DAY CLOCK CHANGE THAT MANY TIMES. THE
021300*    INEQUALITY TEST RIDES THROUGH MIDNIGHT UNBOTHERED.
021400*----------------------------------------------------------
021500     MOVE ZERO TO AW-TICKS-SEEN
021600     ACCEPT AW-PACE-PREV FROM TIME
021700     PERFORM 2110-WATCH-ONE-TICK THRU 2110-EXIT
021800             UNTIL AW-TICKS-SEEN >= AW-PACE-TICKS.
021900 2100-EXIT.
022000     EXIT.
022100
022200*----------------------------------------------------------
022300 2110-WATCH-ONE-TICK.
022400*----------------------------------------------------------
022500     ACCEPT AW-PACE-NOW FROM TIME
022600     IF AW-PACE-NOW NOT = AW-PACE-PREV
022700         ADD 1 TO AW-TICKS-SEEN
022800         MOVE AW-PACE-NOW TO AW-PACE-PREV
022900     END-IF.
023000 2110-EXIT.
023100     EXIT.
023200
023300*----------------------------------------------------------
023400 3000-CHECK-REPEAT.
023500*    LOOK THE CONDITION UP IN ALERTCTL AND DECIDE WHETHER
023600*    THIS RAISING IS A REPEAT TO HOLD BACK. A CONDITION
023700*    NEVER SENT, A CONTROL RECORD WITH A DAMAGED STAMP, OR
023800*    A STAMP IN THE FUTURE (CLOCK SET BACK) ALL SEND. A
023900*    CLUSTER THAT WILL NOT OPEN OR READ CLEANLY IS LOGGED
024000*    AND LEFT ALONE, AND THE ALERT IS SENT.
024100*----------------------------------------------------------
024200     MOVE "N" TO AW-HOLD-SW
024300     MOVE "N" TO AW-CONTROL-FOUND-SW
024400     MOVE "N" TO AW-CONTROL-OPEN-SW
024500     OPEN I-O ALERT-CONTROL
024600     IF AW-CONTROL-STATUS = "00"
024700         MOVE "Y" TO AW-CONTROL-OPEN-SW
024800     ELSE
024900         MOVE "3000-CHECK-REPEAT" TO AW-ERR-PARAGRAPH
025000         MOVE "ALERTCTL" TO AW-ERR-FILE-NAME
025100         MOVE AW-CONTROL-STATUS TO AW-ERR-STATUS-CODE
025200         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
025300     END-IF
025400     IF AW-CONTROL-OPEN
025500         MOVE LNK-PROGRAM TO ACT-PROGRAM
025600         MOVE AW-SEVERITY TO ACT-SEVERITY
025700         MOVE LNK-OBJECT TO ACT-OBJECT
025800         READ ALERT-CONTROL
025900             INVALID KEY
026000                 CONTINUE
026100         END-READ
026200         EVALUATE AW-CONTROL-STATUS
026300             WHEN "00"
026400                 MOVE "Y" TO AW-CONTROL-FOUND-SW
026500             WHEN "23"
026600                 CONTINUE
026700             WHEN OTHER
026800                 MOVE "3000-CHECK-REPEAT"
026900                     TO AW-ERR-PARAGRAPH
027000                 MOVE "ALERTCTL" TO AW-ERR-FILE-NAME
027100                 MOVE AW-CONTROL-STATUS
027200                     TO AW-ERR-STATUS-CODE
027300                 PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
027400                 CLOSE ALERT-CONTROL
027500                 MOVE "N" TO AW-CONTROL-OPEN-SW
027600         END-EVALUATE
027700     END-IF
027800     IF AW-CONTROL-FOUND
027900        AND ACT-LAST-SENT-DATE IS NUMERIC
028000        AND ACT-LAST-SENT-TIME IS NUMERIC
028100         MOVE ACT-LAST-SENT-DATE TO AW-CDS-DATE
028200         MOVE ACT-LAST-SENT-TIME TO AW-STAMP-TIME
028300         PERFORM 3100-COMPUTE-MINUTE THRU 3100-EXIT
028400         MOVE AW-NOW-MINUTE TO AW-LAST-MINUTE
028500         MOVE AW-NOW-DATE TO AW-CDS-DATE
028600         MOVE AW-NOW-TIME TO AW-STAMP-TIME
028700         PERFORM 3100-COMPUTE-MINUTE THRU 3100-EXIT
028800         COMPUTE AW-ELAPSED-MINUTES =
028900                 AW-NOW-MINUTE - AW-LAST-MINUTE
029000         IF AW-ELAPSED-MINUTES >= ZERO
029100            AND AW-ELAPSED-MINUTES < AW-SUPPRESS-MINUTES
029200             MOVE "Y" TO AW-HOLD-SW
029300         END-IF
029400     END-IF.
029500 3000-EXIT.
029600     EXIT.
029700
029800*----------------------------------------------------------
029900 3100-COMPUTE-MINUTE.
030000*    TURN THE DATE IN AW-CDS-DATE AND THE TIME IN AW-STAMP-
030100*    TIME INTO A RUNNING MINUTE NUMBER IN AW-NOW-MINUTE, SO
030200*    TWO STAMPS SUBTRACT ACROSS MIDNIGHT AND MONTH ENDS.
030300*----------------------------------------------------------
030400     PERFORM 3200-COMPUTE-DAY-SERIAL THRU 3200-EXIT
030500     COMPUTE AW-NOW-MINUTE =
030600             AW-CDS-SERIAL * 1440
030700             + AW-STAMP-HH * 60 + AW-STAMP-MM.
030800 3100-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------
031200 3200-COMPUTE-DAY-SERIAL.
031300*    CONVERT AW-CDS-DATE (YYYYMMDD) TO A DAY SERIAL IN
031400*    AW-CDS-SERIAL - SAME CIVIL-DATE ARITHMETIC HITKEEP
031500*    USES. MARCH IS TREATED AS MONTH 3 OF THE PRIOR YEAR'S
031600*    CYCLE SO THE LEAP DAY FALLS AT THE END.
031700*----------------------------------------------------------
031800     IF AW-CDS-MONTH < 3
031900         COMPUTE AW-CDS-Y = AW-CDS-YEAR - 1
032000         COMPUTE AW-CDS-M = AW-CDS-MONTH + 12
032100     ELSE
032200         MOVE AW-CDS-YEAR TO AW-CDS-Y
032300         MOVE AW-CDS-MONTH TO AW-CDS-M
032400     END-IF
032500     DIVIDE AW-CDS-Y BY 4 GIVING AW-CDS-LEAP4
032600     DIVIDE AW-CDS-Y BY 100 GIVING AW-CDS-LEAP100
032700     DIVIDE AW-CDS-Y BY 400 GIVING AW-CDS-LEAP400
032800     COMPUTE AW-CDS-MWORK = 153 * (AW-CDS-M - 3) + 2
032900     DIVIDE AW-CDS-MWORK BY 5 GIVING AW-CDS-MDAYS
033000     COMPUTE AW-CDS-SERIAL =
033100             365 * AW-CDS-Y + AW-CDS-LEAP4
033200             - AW-CDS-LEAP100 + AW-CDS-LEAP400
033300             + AW-CDS-MDAYS + AW-CDS-DAY.
033400 3200-EXIT.
033500     EXIT.
033600
033700*----------------------------------------------------------
033800 4000-WRITE-ALERT.
033900*    APPEND THE ALERT, CARRYING THE NUMBER OF REPEATS HELD
034000*    BACK SINCE THIS CONDITION WAS LAST SENT.
034100*----------------------------------------------------------
034200     MOVE SPACES TO ALR-RECORD
034300     MOVE AW-NOW-DATE TO ALR-ALERT-DATE
034400     MOVE AW-NOW-TIME TO ALR-ALERT-TIME
034500     MOVE LNK-PROGRAM TO ALR-PROGRAM
034600     MOVE AW-SEVERITY TO ALR-SEVERITY
034700     MOVE LNK-OBJECT TO ALR-OBJECT
034800     MOVE LNK-MESSAGE TO ALR-MESSAGE
034900     IF AW-CONTROL-FOUND
035000        AND ACT-HELD-COUNT IS NUMERIC
035100         MOVE ACT-HELD-COUNT TO ALR-REPEAT-COUNT
035200     ELSE
035300         MOVE ZERO TO ALR-REPEAT-COUNT
035400     END-IF
035500     WRITE ALR-RECORD
035600     IF AW-ALERTQ-STATUS = "00"
035700         MOVE "Y" TO LNK-RESULT-SW
035800     ELSE
035900         MOVE "4000-WRITE-ALERT" TO AW-ERR-PARAGRAPH
036000         MOVE "ALERTQ" TO AW-ERR-FILE-NAME
036100         MOVE AW-ALERTQ-STATUS TO AW-ERR-STATUS-CODE
036200         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
036300     END-IF.
036400 4000-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------
036800 5000-UPDATE-CONTROL.
036900*    RECORD THE OUTCOME IN ALERTCTL: A HELD-BACK REPEAT
037000*    BUMPS THE HELD COUNT; A SENT ALERT RESTAMPS THE
037100*    CONDITION AND CLEARS THE COUNT (ADDING ITS RECORD THE
037200*    FIRST TIME). AN ALERT THAT FAILED TO WRITE LEAVES THE
037300*    RECORD AS IT WAS SO THE NEXT RAISING IS NOT HELD.
037400*----------------------------------------------------------
037500     IF AW-CONTROL-OPEN
037600         EVALUATE TRUE
037700             WHEN AW-HOLD-BACK
037800                 IF ACT-HELD-COUNT IS NUMERIC
037900                    AND ACT-HELD-COUNT < 99999
038000                     ADD 1 TO ACT-HELD-COUNT
038100                 END-IF
038200                 REWRITE ACT-RECORD
038300             WHEN LNK-RESULT-SW NOT = "Y"
038400                 MOVE "00" TO AW-CONTROL-STATUS
038500             WHEN AW-CONTROL-FOUND
038600                 MOVE AW-NOW-DATE TO ACT-LAST-SENT-DATE
038700                 MOVE AW-NOW-TIME TO ACT-LAST-SENT-TIME
038800                 MOVE ZERO TO ACT-HELD-COUNT
038900                 REWRITE ACT-RECORD
039000             WHEN OTHER
039100                 MOVE SPACES TO ACT-RECORD
039200                 MOVE LNK-PROGRAM TO ACT-PROGRAM
039300                 MOVE AW-SEVERITY TO ACT-SEVERITY
039400                 MOVE LNK-OBJECT TO ACT-OBJECT
039500                 MOVE AW-NOW-DATE TO ACT-LAST-SENT-DATE
039600                 MOVE AW-NOW-TIME TO ACT-LAST-SENT-TIME
039700                 MOVE ZERO TO ACT-HELD-COUNT
039800                 WRITE ACT-RECORD
039900         END-EVALUATE
040000         IF AW-CONTROL-STATUS NOT = "00"
040100             MOVE "5000-UPDATE-CONTROL" TO AW-ERR-PARAGRAPH
040200             MOVE "ALERTCTL" TO AW-ERR-FILE-NAME
040300             MOVE AW-CONTROL-STATUS TO AW-ERR-STATUS-CODE
040400             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
040500         END-IF
040600         CLOSE ALERT-CONTROL
040700     END-IF.
040800 5000-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------
041200 9800-LOG-FILE-ERROR.
041300*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
041400*    EVERY ERRLOG APPEND IN THE SHOP. THE FAILING PARAGRAPH
041500*    HAS ALREADY FILLED THE AW-ERR- STAGING FIELDS; ALERT
041600*    EVENTS CARRY NO SESSION ID.
041700*----------------------------------------------------------
041800     CALL "ERRLOGW" USING AW-ERR-PROGRAM AW-ERR-PARAGRAPH
041900                          AW-ERR-FILE-NAME AW-ERR-STATUS-CODE
042000                          AW-ERR-SESSION-ID.
042100 9800-EXIT.
042200     EXIT.
