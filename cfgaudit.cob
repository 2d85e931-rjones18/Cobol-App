000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CFGAUDIT.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - NIGHTLY CHANGE AUDIT OF
001100*                THE FOUR HAND-EDITED DATASETS THAT DRIVE THE
001200*                SITE: ROUTEFIL, SITELYT, WORDLIST AND
001300*                OPSKEY. EACH IS COMPARED RECORD BY RECORD
001400*                WITH THE COPY KEPT FROM THE LAST CLEAN RUN
001500*                (SEE JCL/NIGHTLY - THE COPY IS ONLY ROLLED
001600*                FORWARD WHEN THIS STEP ENDS BELOW RC 8) AND
001700*                EVERY ADDED, REMOVED AND CHANGED RECORD IS
001800*                PRINTED. RECORDS ARE MATCHED ON THE LONGEST
001900*                RUN OF UNCHANGED RECORDS THE TWO COPIES
002000*                SHARE, SO ONE INSERTED ROUTE SHOWS AS ONE
002100*                ADDED RECORD, NOT AS EVERY RECORD BELOW IT
002200*                CHANGED. THE OPSKEY TOKEN (COLS 1-30) NEVER
002300*                REACHES THE REPORT: IT IS MASKED IN BOTH
002400*                COPIES BEFORE THEY ARE COMPARED, AND A NEW
002500*                TOKEN IS REPORTED ONLY AS "TOKEN CHANGED".
002600*                THE CURRENT COPY OF EACH DATASET IS THEN PUT
002700*                THROUGH THE SAME CHECKS WEBMAIN, THE PAGE
002800*                PROGRAMS, GUESTBK AND OPSCON APPLY WHEN THEY
002900*                LOAD IT, AND EVERY RECORD THAT WOULD FAIL OR
003000*                BE SILENTLY DROPPED IS LISTED. A DATASET
003100*                THAT FAILS RAISES AN ALERT THROUGH ALERTW -
003200*                CRITICAL FOR ROUTEFIL (THE WHOLE SITE WOULD
003300*                ANSWER 500), WARNING FOR THE OTHERS. ENDS
003400*                RC 0 WHEN NOTHING CHANGED, RC 4 WHEN A
003500*                DATASET CHANGED AND STILL PASSES, RC 8 WHEN
003600*                A DATASET FAILS ITS CHECKS OR A COPY COULD
003700*                NOT BE READ.
003710* 2026-10-15 RJ  STATES THE LOADING PROGRAMS ACCEPT AS
003720*                CONFIGURED - A MISSING, EMPTY OR BLANK-TOKEN
003730*                OPSKEY (CONSOLE SWITCHED OFF), A MISSING OR
003740*                EMPTY WORDLIST, TEXT PAST COLUMN 20 OF A
003750*                WORDLIST RECORD - ARE NOW WARNINGS: LISTED,
003760*                COUNTED APART, AND RC 4, NOT RC 8. THEY USED
003770*                TO HOLD THE JOB AT RC 8 EVERY NIGHT. THE
003780*                NIGHTLY DRIVER NOW ROLLS THE PREVIOUS COPIES
003790*                FORWARD AFTER EVERY COMPLETED AUDIT, SO EACH
003795*                REPORT IS AGAINST THE NIGHT BEFORE.
003800*----------------------------------------------------------
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ROUTE-CUR-FILE ASSIGN TO "ROUTEFIL"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-CUR-STATUS.
004600     SELECT ROUTE-PRV-FILE ASSIGN TO "ROUTPREV"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-PRV-STATUS.
004900     SELECT LAYOUT-CUR-FILE ASSIGN TO "SITELYT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-CUR-STATUS.
005200     SELECT LAYOUT-PRV-FILE ASSIGN TO "LYTPREV"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-PRV-STATUS.
005500     SELECT WORD-CUR-FILE ASSIGN TO "WORDLIST"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-CUR-STATUS.
005800     SELECT WORD-PRV-FILE ASSIGN TO "WORDPREV"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-PRV-STATUS.
006100     SELECT OPSKEY-CUR-FILE ASSIGN TO "OPSKEY"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-CUR-STATUS.
006400     SELECT OPSKEY-PRV-FILE ASSIGN TO "OPSKPREV"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-PRV-STATUS.
006700     SELECT AUDIT-RPT ASSIGN TO "CFGOUT"
006800         ORGANIZATION IS SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  ROUTE-CUR-FILE
007300     RECORDING MODE IS F.
007400 01  ROUTE-CUR-RECORD        PIC X(80).
007500 FD  ROUTE-PRV-FILE
007600     RECORDING MODE IS F.
007700 01  ROUTE-PRV-RECORD        PIC X(80).
007800 FD  LAYOUT-CUR-FILE
007900     RECORDING MODE IS F.
008000 01  LAYOUT-CUR-RECORD       PIC X(80).
008100 FD  LAYOUT-PRV-FILE
008200     RECORDING MODE IS F.
008300 01  LAYOUT-PRV-RECORD       PIC X(80).
008400 FD  WORD-CUR-FILE
008500     RECORDING MODE IS F.
008600 01  WORD-CUR-RECORD         PIC X(80).
008700 FD  WORD-PRV-FILE
008800     RECORDING MODE IS F.
008900 01  WORD-PRV-RECORD         PIC X(80).
009000 FD  OPSKEY-CUR-FILE
009100     RECORDING MODE IS F.
009200 01  OPSKEY-CUR-RECORD       PIC X(80).
009300 FD  OPSKEY-PRV-FILE
009400     RECORDING MODE IS F.
009500 01  OPSKEY-PRV-RECORD       PIC X(80).
009600 FD  AUDIT-RPT
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  RPT-LINE                PIC X(100).
010000
010100 WORKING-STORAGE SECTION.
010200*----------------------------------------------------------
010300* FILE STATUS AND END-OF-FILE CONTROL - ONE STATUS FOR
010400* WHICHEVER CURRENT COPY IS OPEN, ONE FOR THE PREVIOUS
010500*----------------------------------------------------------
010600 01  WS-CUR-STATUS           PIC X(02) VALUE SPACES.
010700 01  WS-PRV-STATUS           PIC X(02) VALUE SPACES.
010800 01  WS-LOAD-EOF-SW          PIC X(01) VALUE "N".
010900     88  WS-LOAD-EOF                  VALUE "Y".
011000
011100*----------------------------------------------------------
011200* ERROR-EVENT STAGING - THE FAILING PARAGRAPH FILLS THESE
011300* AND PERFORMS 9800, WHICH HANDS THEM TO THE ERRLOGW
011400* SUBPROGRAM (THE ONLY ERRLOG WRITER IN THE SHOP)
011500*----------------------------------------------------------
011600 01  WS-ERR-PROGRAM          PIC X(08) VALUE "CFGAUDIT".
011700 01  WS-ERR-PARAGRAPH        PIC X(24) VALUE SPACES.
011800 01  WS-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
011900 01  WS-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
012000 01  WS-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
012100
012200*----------------------------------------------------------
012300* ALERT STAGING - ONE ALERT PER DATASET THAT FAILS ITS LOAD
012400* CHECKS, HANDED TO THE ALERTW SUBPROGRAM BY 9700
012500*----------------------------------------------------------
012600 01  WS-ALR-PROGRAM          PIC X(08) VALUE "CFGAUDIT".
012700 01  WS-ALR-SEVERITY         PIC X(08) VALUE SPACES.
012800 01  WS-ALR-OBJECT           PIC X(30) VALUE SPACES.
012900 01  WS-ALR-MESSAGE          PIC X(80) VALUE SPACES.
013000 01  WS-ALR-RESULT-SW        PIC X(01) VALUE SPACES.
013100
013200*----------------------------------------------------------
013300* THE TWO COPIES OF THE DATASET UNDER AUDIT, ONE 80-BYTE
013400* RECORD PER LINE IN FILE ORDER. A COPY LONGER THAN THE
013500* TABLE IS AUDITED AS FAR AS IT FITS AND REPORTED.
013600*----------------------------------------------------------
013700 77  WS-MAX-LINES            PIC 9(03) VALUE 200.
013800 01  WS-CUR-TABLE.
013900     05  WS-CUR-CNT          PIC 9(03) COMP VALUE ZERO.
014000     05  WS-CUR-LINE         PIC X(80) OCCURS 200 TIMES.
014100 01  WS-PRV-TABLE.
014200     05  WS-PRV-CNT          PIC 9(03) COMP VALUE ZERO.
014300     05  WS-PRV-LINE         PIC X(80) OCCURS 200 TIMES.
014400 01  WS-IN-LINE              PIC X(80) VALUE SPACES.
014500 01  WS-CUR-STATE-SW         PIC X(01) VALUE "N".
014600     88  WS-CUR-MISSING               VALUE "M".
014700     88  WS-CUR-UNREADABLE            VALUE "U".
014800 01  WS-PRV-STATE-SW         PIC X(01) VALUE "N".
014900     88  WS-PRV-MISSING               VALUE "M".
015000     88  WS-PRV-UNREADABLE            VALUE "U".
015100 01  WS-CUR-OVERFLOW-SW      PIC X(01) VALUE "N".
015200     88  WS-CUR-OVERFLOW              VALUE "Y".
015300 01  WS-PRV-OVERFLOW-SW      PIC X(01) VALUE "N".
015400     88  WS-PRV-OVERFLOW              VALUE "Y".
015500
015600*----------------------------------------------------------
015700* OPSKEY MASKING - COLS 1-30 OF EVERY OPSKEY RECORD ARE
015800* OVERLAID AS THE RECORD IS STORED. THE LIVE TOKEN (FIRST
015900* RECORD, THE ONE OPSCON READS) OF EACH COPY IS HELD ONLY
016000* LONG ENOUGH TO SEE WHETHER IT CHANGED.
016100*----------------------------------------------------------
016200 01  WS-MASK-TOKEN-SW        PIC X(01) VALUE "N".
016300     88  WS-MASK-TOKEN                VALUE "Y".
016400 77  WS-TOKEN-MASK           PIC X(30)
016500                             VALUE "(TOKEN MASKED)".
016600 01  WS-CUR-TOKEN            PIC X(30) VALUE SPACES.
016700 01  WS-PRV-TOKEN            PIC X(30) VALUE SPACES.
016800
016900*----------------------------------------------------------
017000* COMPARE WORK. CELL (P C) HOLDS THE LENGTH OF THE LONGEST
017100* RUN OF RECORDS COMMON TO THE PREVIOUS COPY FROM RECORD P
017200* ON AND THE CURRENT COPY FROM RECORD C ON. THE WALK
017300* COLLECTS EACH STRETCH OF UNMATCHED RECORDS AS PENDING
017400* REMOVES AND ADDS, PAIRED OFF AS CHANGES WHEN PRINTED.
017500*----------------------------------------------------------
017600 01  WS-LCS-TABLE.
017700     05  WS-LCS-ROW          OCCURS 201 TIMES.
017800         10  WS-LCS-CELL     PIC 9(03) COMP
017900                             OCCURS 201 TIMES.
018000 01  WS-PI                   PIC 9(03) COMP VALUE ZERO.
018100 01  WS-CI                   PIC 9(03) COMP VALUE ZERO.
018200 01  WS-PEND-TABLE.
018300     05  WS-PEND-DEL-CNT     PIC 9(03) COMP VALUE ZERO.
018400     05  WS-PEND-DEL         PIC 9(03) COMP
018500                             OCCURS 200 TIMES.
018600     05  WS-PEND-ADD-CNT     PIC 9(03) COMP VALUE ZERO.
018700     05  WS-PEND-ADD         PIC 9(03) COMP
018800                             OCCURS 200 TIMES.
018900 01  WS-PEND-IX              PIC 9(03) COMP VALUE ZERO.
019000 01  WS-PAIR-CNT             PIC 9(03) COMP VALUE ZERO.
019100
019200*----------------------------------------------------------
019300* PER-DATASET AND RUN TOTALS
019400*----------------------------------------------------------
019500 01  WS-DATASET-NAME         PIC X(08) VALUE SPACES.
019600 01  WS-ADD-CNT              PIC 9(03) COMP VALUE ZERO.
019700 01  WS-DEL-CNT              PIC 9(03) COMP VALUE ZERO.
019800 01  WS-CHG-CNT              PIC 9(03) COMP VALUE ZERO.
019900 01  WS-PROBLEM-CNT          PIC 9(03) COMP VALUE ZERO.
019950 01  WS-WARNING-CNT          PIC 9(03) COMP VALUE ZERO.
020000 01  WS-TOKEN-CHANGED-SW     PIC X(01) VALUE "N".
020100     88  WS-TOKEN-CHANGED             VALUE "Y".
020200 01  WS-CHANGED-DS-CNT       PIC 9(01) COMP VALUE ZERO.
020300 01  WS-FAILED-DS-CNT        PIC 9(01) COMP VALUE ZERO.
020350 01  WS-WARNED-DS-CNT        PIC 9(01) COMP VALUE ZERO.
020400 01  WS-BASELINE-DS-CNT      PIC 9(01) COMP VALUE ZERO.
020500 01  WS-IO-ERROR-SW          PIC X(01) VALUE "N".
020600     88  WS-IO-ERROR                  VALUE "Y".
020700
020800*----------------------------------------------------------
020900* LOAD-CHECK WORK. A RECORD UNDER CHECK IS MOVED TO
021000* WS-WORK-LINE; THE REDEFINES GIVE THE ROUTEFIL, WORDLIST
021100* AND OPSKEY VIEWS THE LOADING PROGRAMS USE.
021200*----------------------------------------------------------
021300 01  WS-WORK-LINE            PIC X(80) VALUE SPACES.
021400 01  WS-WORK-ROUTE REDEFINES WS-WORK-LINE.
021500     05  WS-WR-PATH          PIC X(10).
021600     05  WS-WR-PGM           PIC X(08).
021700     05  FILLER              PIC X(62).
021800 01  WS-WORK-WORD REDEFINES WS-WORK-LINE.
021900     05  WS-WW-WORD          PIC X(20).
022000     05  WS-WW-REST          PIC X(60).
022100 01  WS-WORK-OPSKEY REDEFINES WS-WORK-LINE.
022200     05  WS-WO-TOKEN         PIC X(30).
022300     05  FILLER              PIC X(01).
022400     05  WS-WO-CAPACITY      PIC X(05).
022500     05  FILLER              PIC X(44).
022600 01  WS-LINE-IX              PIC 9(03) COMP VALUE ZERO.
022700 77  WS-MAX-ROUTES           PIC 9(02) VALUE 50.
022800 77  WS-MAX-LAYOUT-LINES     PIC 9(02) VALUE 15.
022900 77  WS-MAX-WORDS            PIC 9(02) VALUE 50.
023000 01  WS-ITEM-CNT             PIC 9(03) COMP VALUE ZERO.
023100 01  WS-HEAD-CNT             PIC 9(03) COMP VALUE ZERO.
023200 01  WS-TAIL-CNT             PIC 9(03) COMP VALUE ZERO.
023300 01  WS-HEAD-DROP-LINE       PIC 9(03) COMP VALUE ZERO.
023400 01  WS-TAIL-DROP-LINE       PIC 9(03) COMP VALUE ZERO.
023500 01  WS-LYT-SIDE-SW          PIC X(01) VALUE "H".
023600     88  WS-LYT-TAIL-SIDE             VALUE "T".
023700 01  WS-ROUTES-FULL-SW       PIC X(01) VALUE "N".
023800     88  WS-ROUTES-FULL               VALUE "Y".
023900 01  WS-WORDS-FULL-SW        PIC X(01) VALUE "N".
024000     88  WS-WORDS-FULL                VALUE "Y".
024100
024200*----------------------------------------------------------
024300* REPORT BUILD AREAS. A COMPARE LINE CARRIES THE ACTION,
024400* THE RECORD NUMBER AND THE WHOLE 80-BYTE RECORD.
024500*----------------------------------------------------------
024600 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
024700 01  WS-RPT-LINE             PIC X(100) VALUE SPACES.
024800 01  WS-DIFF-LINE.
024900     05  FILLER              PIC X(02) VALUE SPACES.
025000     05  WS-DIFF-ACTION      PIC X(08) VALUE SPACES.
025100     05  WS-DIFF-NUM         PIC 9(04) VALUE ZERO.
025200     05  FILLER              PIC X(02) VALUE SPACES.
025300     05  WS-DIFF-TEXT        PIC X(80) VALUE SPACES.
025400     05  FILLER              PIC X(04) VALUE SPACES.
025500 01  WS-PROBLEM-TEXT         PIC X(80) VALUE SPACES.
025600 01  WS-NUM-ED               PIC ZZ9.
025700 01  WS-NUM2-ED              PIC ZZ9.
025800 01  WS-LINE-ED              PIC 9(04).
025900 01  WS-ADD-ED               PIC ZZ9.
026000 01  WS-DEL-ED               PIC ZZ9.
026100 01  WS-CHG-ED               PIC ZZ9.
026200 01  WS-CHANGED-DS-ED        PIC 9(01).
026300 01  WS-FAILED-DS-ED         PIC 9(01).
026350 01  WS-WARNED-DS-ED         PIC 9(01).
026400 01  WS-BASELINE-DS-ED       PIC 9(01).
026500
026600 PROCEDURE DIVISION.
026700*----------------------------------------------------------
026800 0000-MAINLINE.
026900*----------------------------------------------------------
027000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027100     PERFORM 2000-AUDIT-ROUTEFIL THRU 2000-EXIT
027200     PERFORM 3000-AUDIT-SITELYT THRU 3000-EXIT
027300     PERFORM 4000-AUDIT-WORDLIST THRU 4000-EXIT
027400     PERFORM 5000-AUDIT-OPSKEY THRU 5000-EXIT
027500     PERFORM 8000-FINISH THRU 8000-EXIT
027600     STOP RUN.
027700
027800*----------------------------------------------------------
027900 1000-INITIALIZE.
028000*----------------------------------------------------------
028100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
028200     OPEN OUTPUT AUDIT-RPT
028300     MOVE SPACES TO WS-RPT-LINE
028400     STRING "CONFIGURATION CHANGE AUDIT - RUN " DELIMITED BY SIZE
028500             WS-RUN-DATE DELIMITED BY SIZE
028600             INTO WS-RPT-LINE
028700     END-STRING
028800     MOVE WS-RPT-LINE TO RPT-LINE
028900     WRITE RPT-LINE AFTER ADVANCING PAGE
029000     MOVE "  EACH DATASET AGAINST ITS PREVIOUS NIGHTLY COPY"
029100         TO RPT-LINE
029200     WRITE RPT-LINE AFTER ADVANCING 1 LINE
029300     MOVE "  OLD-SIDE RECORD NUMBERS ARE THE PREVIOUS COPY'S"
029400         TO RPT-LINE
029500     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
029600 1000-EXIT.
029700     EXIT.
029800
029900*----------------------------------------------------------
030000 2000-AUDIT-ROUTEFIL.
030100*    ROUTEFIL - WEBMAIN'S ROUTING TABLE.
030200*----------------------------------------------------------
030300     MOVE "ROUTEFIL" TO WS-DATASET-NAME
030400     PERFORM 7000-START-DATASET THRU 7000-EXIT
030500     OPEN INPUT ROUTE-CUR-FILE
030600     IF WS-CUR-STATUS = "00"
030700         PERFORM 2010-READ-ROUTE-CUR THRU 2010-EXIT
030800                 UNTIL WS-LOAD-EOF
030900         CLOSE ROUTE-CUR-FILE
031000     END-IF
031100     PERFORM 7100-JUDGE-CUR-OPEN THRU 7100-EXIT
031200     MOVE "N" TO WS-LOAD-EOF-SW
031300     OPEN INPUT ROUTE-PRV-FILE
031400     IF WS-PRV-STATUS = "00"
031500         PERFORM 2020-READ-ROUTE-PRV THRU 2020-EXIT
031600                 UNTIL WS-LOAD-EOF
031700         CLOSE ROUTE-PRV-FILE
031800     END-IF
031900     PERFORM 7200-JUDGE-PRV-OPEN THRU 7200-EXIT
032000     PERFORM 6000-REPORT-CHANGES THRU 6000-EXIT
032100     PERFORM 2100-CHECK-ROUTES THRU 2100-EXIT
032200     PERFORM 7900-END-DATASET THRU 7900-EXIT.
032300 2000-EXIT.
032400     EXIT.
032500
032600*----------------------------------------------------------
032700 2010-READ-ROUTE-CUR.
032800*----------------------------------------------------------
032900     READ ROUTE-CUR-FILE INTO WS-IN-LINE
033000         AT END
033100             MOVE "Y" TO WS-LOAD-EOF-SW
033200         NOT AT END
033300             PERFORM 7050-STORE-CUR-LINE THRU 7050-EXIT
033400     END-READ.
033500 2010-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------
033900 2020-READ-ROUTE-PRV.
034000*----------------------------------------------------------
034100     READ ROUTE-PRV-FILE INTO WS-IN-LINE
034200         AT END
034300             MOVE "Y" TO WS-LOAD-EOF-SW
034400         NOT AT END
034500             PERFORM 7060-STORE-PRV-LINE THRU 7060-EXIT
034600     END-READ.
034700 2020-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------
035100 2100-CHECK-ROUTES.
035200*    THE WEBMAIN 0100-LOAD-ROUTES RULES: BLANK AND "*"
035300*    RECORDS ARE SKIPPED; A PATH NOT STARTING WITH "/", A
035400*    BLANK PROGRAM NAME, A 51ST ROUTE, A MISSING FILE OR A
035500*    FILE WITH NO ROUTES ALL TURN EVERY REQUEST INTO A 500.
035600*    WEBMAIN GIVES UP AT THE FIRST BAD RECORD; THE AUDIT
035700*    LISTS THEM ALL.
035800*----------------------------------------------------------
035900     MOVE ZERO TO WS-ITEM-CNT
036000     MOVE "N" TO WS-ROUTES-FULL-SW
036100     IF WS-CUR-MISSING
036200         MOVE "ROUTEFIL MISSING - EVERY REQUEST WOULD ANSWER 500"
036300             TO WS-PROBLEM-TEXT
036400         PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
036500     ELSE
036600         PERFORM 2110-CHECK-ONE-ROUTE THRU 2110-EXIT
036700                 VARYING WS-LINE-IX FROM 1 BY 1
036800                 UNTIL WS-LINE-IX > WS-CUR-CNT
036900                    OR WS-ROUTES-FULL
037000         IF WS-ITEM-CNT = ZERO
037100             MOVE "NO ROUTES - EVERY REQUEST WOULD ANSWER 500"
037200                 TO WS-PROBLEM-TEXT
037300             PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
037400         END-IF
037500     END-IF.
037600 2100-EXIT.
037700     EXIT.
037800
037900*----------------------------------------------------------
038000 2110-CHECK-ONE-ROUTE.
038100*----------------------------------------------------------
038200     MOVE WS-CUR-LINE (WS-LINE-IX) TO WS-WORK-LINE
038300     MOVE WS-LINE-IX TO WS-LINE-ED
038400     MOVE SPACES TO WS-PROBLEM-TEXT
038500     EVALUATE TRUE
038600         WHEN WS-WORK-LINE = SPACES
038700         WHEN WS-WR-PATH (1:1) = "*"
038800             CONTINUE
038900         WHEN WS-WR-PATH (1:1) NOT = "/"
039000             STRING "RECORD " DELIMITED BY SIZE
039100                     WS-LINE-ED DELIMITED BY SIZE
039200                     " PATH DOES NOT START WITH / - SITE WOULD"
039300                         DELIMITED BY SIZE
039400                     " ANSWER 500" DELIMITED BY SIZE
039500                     INTO WS-PROBLEM-TEXT
039600             END-STRING
039700             PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
039800         WHEN WS-WR-PGM = SPACES
039900             STRING "RECORD " DELIMITED BY SIZE
040000                     WS-LINE-ED DELIMITED BY SIZE
040100                     " HAS NO PROGRAM NAME - SITE WOULD ANSWER"
040200                         DELIMITED BY SIZE
040300                     " 500" DELIMITED BY SIZE
040400                     INTO WS-PROBLEM-TEXT
040500             END-STRING
040600             PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
040700         WHEN WS-ITEM-CNT >= WS-MAX-ROUTES
040800             MOVE "Y" TO WS-ROUTES-FULL-SW
040900             STRING "RECORD " DELIMITED BY SIZE
041000                     WS-LINE-ED DELIMITED BY SIZE
041100                     " IS ROUTE 51 - TABLE HOLDS 50, SITE WOULD"
041200                         DELIMITED BY SIZE
041300                     " ANSWER 500" DELIMITED BY SIZE
041400                     INTO WS-PROBLEM-TEXT
041500             END-STRING
041600             PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
041700         WHEN OTHER
041800             ADD 1 TO WS-ITEM-CNT
041900     END-EVALUATE.
042000 2110-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------
042400 3000-AUDIT-SITELYT.
042500*    SITELYT - THE SHARED PAGE LAYOUT.
042600*----------------------------------------------------------
042700     MOVE "SITELYT" TO WS-DATASET-NAME
042800     PERFORM 7000-START-DATASET THRU 7000-EXIT
042900     OPEN INPUT LAYOUT-CUR-FILE
043000     IF WS-CUR-STATUS = "00"
043100         PERFORM 3010-READ-LAYOUT-CUR THRU 3010-EXIT
043200                 UNTIL WS-LOAD-EOF
043300         CLOSE LAYOUT-CUR-FILE
043400     END-IF
043500     PERFORM 7100-JUDGE-CUR-OPEN THRU 7100-EXIT
043600     MOVE "N" TO WS-LOAD-EOF-SW
043700     OPEN INPUT LAYOUT-PRV-FILE
043800     IF WS-PRV-STATUS = "00"
043900         PERFORM 3020-READ-LAYOUT-PRV THRU 3020-EXIT
044000                 UNTIL WS-LOAD-EOF
044100         CLOSE LAYOUT-PRV-FILE
044200     END-IF
044300     PERFORM 7200-JUDGE-PRV-OPEN THRU 7200-EXIT
044400     PERFORM 6000-REPORT-CHANGES THRU 6000-EXIT
044500     PERFORM 3100-CHECK-LAYOUT THRU 3100-EXIT
044600     PERFORM 7900-END-DATASET THRU 7900-EXIT.
044700 3000-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------
045100 3010-READ-LAYOUT-CUR.
045200*----------------------------------------------------------
045300     READ LAYOUT-CUR-FILE INTO WS-IN-LINE
045400         AT END
045500             MOVE "Y" TO WS-LOAD-EOF-SW
045600         NOT AT END
045700             PERFORM 7050-STORE-CUR-LINE THRU 7050-EXIT
045800     END-READ.
045900 3010-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------
046300 3020-READ-LAYOUT-PRV.
046400*----------------------------------------------------------
046500     READ LAYOUT-PRV-FILE INTO WS-IN-LINE
046600         AT END
046700             MOVE "Y" TO WS-LOAD-EOF-SW
046800         NOT AT END
046900             PERFORM 7060-STORE-PRV-LINE THRU 7060-EXIT
047000     END-READ.
047100 3020-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------
047500 3100-CHECK-LAYOUT.
047600*    THE WEBMAIN 0300-LOAD-LAYOUT RULES, WHICH EVERY PAGE
047700*    PROGRAM SHARES: WITH NO "*CONTENT*" RECORD (OR NO FILE)
047800*    THE LAYOUT IS DROPPED AND PAGES GO OUT AS BARE MARKUP;
047900*    PAST 15 NON-BLANK RECORDS ON EITHER SIDE OF THE TOKEN
048000*    THE REST ARE DROPPED WITHOUT A WORD.
048100*----------------------------------------------------------
048200     MOVE ZERO TO WS-HEAD-CNT WS-TAIL-CNT
048300     MOVE ZERO TO WS-HEAD-DROP-LINE WS-TAIL-DROP-LINE
048400     MOVE "H" TO WS-LYT-SIDE-SW
048500     IF WS-CUR-MISSING
048600         MOVE "SITELYT MISSING - PAGES GO OUT AS BARE MARKUP"
048700             TO WS-PROBLEM-TEXT
048800         PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
048900     ELSE
049000         PERFORM 3110-CHECK-ONE-LAYOUT-LINE THRU 3110-EXIT
049100                 VARYING WS-LINE-IX FROM 1 BY 1
049200                 UNTIL WS-LINE-IX > WS-CUR-CNT
049300         IF NOT WS-LYT-TAIL-SIDE
049400             MOVE "NO *CONTENT* RECORD - THE LAYOUT IS DROPPED"
049500                 TO WS-PROBLEM-TEXT
049600             PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
049700         END-IF
049800         IF WS-HEAD-DROP-LINE > 0
049900             MOVE WS-HEAD-CNT TO WS-NUM-ED
050000             MOVE WS-HEAD-DROP-LINE TO WS-LINE-ED
050100             MOVE SPACES TO WS-PROBLEM-TEXT
050200             STRING WS-NUM-ED DELIMITED BY SIZE
050300                     " HEAD RECORDS - ONLY 15 ARE USED, RECORD "
050400                         DELIMITED BY SIZE
050500                     WS-LINE-ED DELIMITED BY SIZE
050600                     " ON WOULD BE DROPPED" DELIMITED BY SIZE
050700                     INTO WS-PROBLEM-TEXT
050800             END-STRING
050900             PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
051000         END-IF
051100         IF WS-TAIL-DROP-LINE > 0
051200             MOVE WS-TAIL-CNT TO WS-NUM-ED
051300             MOVE WS-TAIL-DROP-LINE TO WS-LINE-ED
051400             MOVE SPACES TO WS-PROBLEM-TEXT
051500             STRING WS-NUM-ED DELIMITED BY SIZE
051600                     " TAIL RECORDS - ONLY 15 ARE USED, RECORD "
051700                         DELIMITED BY SIZE
051800                     WS-LINE-ED DELIMITED BY SIZE
051900                     " ON WOULD BE DROPPED" DELIMITED BY SIZE
052000                     INTO WS-PROBLEM-TEXT
052100             END-STRING
052200             PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
052300         END-IF
052400     END-IF.
052500 3100-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------
052900 3110-CHECK-ONE-LAYOUT-LINE.
053000*    COUNT ONE LAYOUT RECORD ON ITS SIDE OF THE TOKEN,
053100*    NOTING THE FIRST RECORD EACH SIDE WOULD DROP.
053200*----------------------------------------------------------
053300     EVALUATE TRUE
053400         WHEN WS-CUR-LINE (WS-LINE-IX) = "*CONTENT*"
053500             MOVE "T" TO WS-LYT-SIDE-SW
053600         WHEN WS-CUR-LINE (WS-LINE-IX) = SPACES
053700             CONTINUE
053800         WHEN WS-LYT-TAIL-SIDE
053900             ADD 1 TO WS-TAIL-CNT
054000             IF WS-TAIL-CNT > WS-MAX-LAYOUT-LINES
054100                AND WS-TAIL-DROP-LINE = ZERO
054200                 MOVE WS-LINE-IX TO WS-TAIL-DROP-LINE
054300             END-IF
054400         WHEN OTHER
054500             ADD 1 TO WS-HEAD-CNT
054600             IF WS-HEAD-CNT > WS-MAX-LAYOUT-LINES
054700                AND WS-HEAD-DROP-LINE = ZERO
054800                 MOVE WS-LINE-IX TO WS-HEAD-DROP-LINE
054900             END-IF
055000     END-EVALUATE.
055100 3110-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------
055500 4000-AUDIT-WORDLIST.
055600*    WORDLIST - THE GUESTBOOK SCREENING WORDS.
055700*----------------------------------------------------------
055800     MOVE "WORDLIST" TO WS-DATASET-NAME
055900     PERFORM 7000-START-DATASET THRU 7000-EXIT
056000     OPEN INPUT WORD-CUR-FILE
056100     IF WS-CUR-STATUS = "00"
056200         PERFORM 4010-READ-WORD-CUR THRU 4010-EXIT
056300                 UNTIL WS-LOAD-EOF
056400         CLOSE WORD-CUR-FILE
056500     END-IF
056600     PERFORM 7100-JUDGE-CUR-OPEN THRU 7100-EXIT
056700     MOVE "N" TO WS-LOAD-EOF-SW
056800     OPEN INPUT WORD-PRV-FILE
056900     IF WS-PRV-STATUS = "00"
057000         PERFORM 4020-READ-WORD-PRV THRU 4020-EXIT
057100                 UNTIL WS-LOAD-EOF
057200         CLOSE WORD-PRV-FILE
057300     END-IF
057400     PERFORM 7200-JUDGE-PRV-OPEN THRU 7200-EXIT
057500     PERFORM 6000-REPORT-CHANGES THRU 6000-EXIT
057600     PERFORM 4100-CHECK-WORDS THRU 4100-EXIT
057700     PERFORM 7900-END-DATASET THRU 7900-EXIT.
057800 4000-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------
058200 4010-READ-WORD-CUR.
058300*----------------------------------------------------------
058400     READ WORD-CUR-FILE INTO WS-IN-LINE
058500         AT END
058600             MOVE "Y" TO WS-LOAD-EOF-SW
058700         NOT AT END
058800             PERFORM 7050-STORE-CUR-LINE THRU 7050-EXIT
058900     END-READ.
059000 4010-EXIT.
059100     EXIT.
059200
059300*----------------------------------------------------------
059400 4020-READ-WORD-PRV.
059500*----------------------------------------------------------
059600     READ WORD-PRV-FILE INTO WS-IN-LINE
059700         AT END
059800             MOVE "Y" TO WS-LOAD-EOF-SW
059900         NOT AT END
060000             PERFORM 7060-STORE-PRV-LINE THRU 7060-EXIT
060100     END-READ.
060200 4020-EXIT.
060300     EXIT.
060400
060500*----------------------------------------------------------
060600 4100-CHECK-WORDS.
060700*    THE GUESTBK 4110-LOAD-WORDLIST RULES: BLANK AND "*"
060800*    RECORDS ARE SKIPPED, ONLY COLUMNS 1-20 ARE READ, AND
060900*    ONLY THE FIRST 50 WORDS ARE USED. A MISSING FILE, OR
061000*    ONE WITH NO WORDS, LETS EVERY POST THROUGH UNSCREENED -
061050*    GUESTBK RUNS THAT WAY, SO IT IS A WARNING.
061100*----------------------------------------------------------
061200     MOVE ZERO TO WS-ITEM-CNT
061300     MOVE "N" TO WS-WORDS-FULL-SW
061400     IF WS-CUR-MISSING
061500         MOVE "WORDLIST MISSING - POSTS WOULD NOT BE SCREENED"
061600             TO WS-PROBLEM-TEXT
061700         PERFORM 7550-PRINT-WARNING THRU 7550-EXIT
061800     ELSE
061900         PERFORM 4110-CHECK-ONE-WORD THRU 4110-EXIT
062000                 VARYING WS-LINE-IX FROM 1 BY 1
062100                 UNTIL WS-LINE-IX > WS-CUR-CNT
062200         IF WS-ITEM-CNT = ZERO
062300             MOVE "NO SCREENING WORDS - POSTS NOT SCREENED"
062400                 TO WS-PROBLEM-TEXT
062500             PERFORM 7550-PRINT-WARNING THRU 7550-EXIT
062600         END-IF
062700     END-IF.
062800 4100-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------
063200 4110-CHECK-ONE-WORD.
063250*    TEXT PAST COLUMN 20 IS NEVER READ (OFTEN A COMMENT) -
063260*    A WARNING. A 51ST WORD IS A WORD SILENTLY NOT SCREENED.
063300*----------------------------------------------------------
063400     MOVE WS-CUR-LINE (WS-LINE-IX) TO WS-WORK-LINE
063500     MOVE WS-LINE-IX TO WS-LINE-ED
063600     IF WS-WW-WORD NOT = SPACES
063700        AND WS-WW-WORD (1:1) NOT = "*"
063800         IF WS-WW-REST NOT = SPACES
063900             MOVE SPACES TO WS-PROBLEM-TEXT
064000             STRING "RECORD " DELIMITED BY SIZE
064100                     WS-LINE-ED DELIMITED BY SIZE
064200                     " RUNS PAST COLUMN 20 - ONLY COLUMNS 1-20 AR"
064300                         DELIMITED BY SIZE
064400                     "E SCREENED" DELIMITED BY SIZE
064500                     INTO WS-PROBLEM-TEXT
064600             END-STRING
064700             PERFORM 7550-PRINT-WARNING THRU 7550-EXIT
064800         END-IF
064900         ADD 1 TO WS-ITEM-CNT
065000         IF WS-ITEM-CNT > WS-MAX-WORDS
065100            AND NOT WS-WORDS-FULL
065200             MOVE "Y" TO WS-WORDS-FULL-SW
065300             MOVE SPACES TO WS-PROBLEM-TEXT
065400             STRING "RECORD " DELIMITED BY SIZE
065500                     WS-LINE-ED DELIMITED BY SIZE
065600                     " IS WORD 51 - ONLY 50 ARE USED, THE REST WO"
065700                         DELIMITED BY SIZE
065800                     "ULD BE IGNORED" DELIMITED BY SIZE
065900                     INTO WS-PROBLEM-TEXT
066000             END-STRING
066100             PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
066200         END-IF
066300     END-IF.
066400 4110-EXIT.
066500     EXIT.
066600
066700*----------------------------------------------------------
066800 5000-AUDIT-OPSKEY.
066900*    OPSKEY - THE OPS CONSOLE TOKEN AND HITCNT CAPACITY.
067000*    BOTH COPIES ARE MASKED AS THEY ARE STORED, SO NO TOKEN
067100*    CAN REACH THE REPORT THROUGH THE COMPARE.
067200*----------------------------------------------------------
067300     MOVE "OPSKEY" TO WS-DATASET-NAME
067400     PERFORM 7000-START-DATASET THRU 7000-EXIT
067500     MOVE "Y" TO WS-MASK-TOKEN-SW
067600     OPEN INPUT OPSKEY-CUR-FILE
067700     IF WS-CUR-STATUS = "00"
067800         PERFORM 5010-READ-OPSKEY-CUR THRU 5010-EXIT
067900                 UNTIL WS-LOAD-EOF
068000         CLOSE OPSKEY-CUR-FILE
068100     END-IF
068200     PERFORM 7100-JUDGE-CUR-OPEN THRU 7100-EXIT
068300     MOVE "N" TO WS-LOAD-EOF-SW
068400     OPEN INPUT OPSKEY-PRV-FILE
068500     IF WS-PRV-STATUS = "00"
068600         PERFORM 5020-READ-OPSKEY-PRV THRU 5020-EXIT
068700                 UNTIL WS-LOAD-EOF
068800         CLOSE OPSKEY-PRV-FILE
068900     END-IF
069000     PERFORM 7200-JUDGE-PRV-OPEN THRU 7200-EXIT
069100     IF WS-PRV-CNT > 0
069200        AND WS-CUR-TOKEN NOT = WS-PRV-TOKEN
069300         MOVE "Y" TO WS-TOKEN-CHANGED-SW
069400     END-IF
069500     MOVE SPACES TO WS-CUR-TOKEN WS-PRV-TOKEN
069600     MOVE "N" TO WS-MASK-TOKEN-SW
069700     PERFORM 6000-REPORT-CHANGES THRU 6000-EXIT
069800     PERFORM 5100-CHECK-OPSKEY THRU 5100-EXIT
069900     PERFORM 7900-END-DATASET THRU 7900-EXIT.
070000 5000-EXIT.
070100     EXIT.
070200
070300*----------------------------------------------------------
070400 5010-READ-OPSKEY-CUR.
070500*----------------------------------------------------------
070600     READ OPSKEY-CUR-FILE INTO WS-IN-LINE
070700         AT END
070800             MOVE "Y" TO WS-LOAD-EOF-SW
070900         NOT AT END
071000             IF WS-CUR-CNT = ZERO
071100                 MOVE WS-IN-LINE (1:30) TO WS-CUR-TOKEN
071200             END-IF
071300             PERFORM 7050-STORE-CUR-LINE THRU 7050-EXIT
071400     END-READ.
071500 5010-EXIT.
071600     EXIT.
071700
071800*----------------------------------------------------------
071900 5020-READ-OPSKEY-PRV.
072000*----------------------------------------------------------
072100     READ OPSKEY-PRV-FILE INTO WS-IN-LINE
072200         AT END
072300             MOVE "Y" TO WS-LOAD-EOF-SW
072400         NOT AT END
072500             IF WS-PRV-CNT = ZERO
072600                 MOVE WS-IN-LINE (1:30) TO WS-PRV-TOKEN
072700             END-IF
072800             PERFORM 7060-STORE-PRV-LINE THRU 7060-EXIT
072900     END-READ.
073000 5020-EXIT.
073100     EXIT.
073200
073300*----------------------------------------------------------
073400 5100-CHECK-OPSKEY.
073500*    THE OPSCON 1300-CHECK-GATE RULES, ON THE FIRST RECORD
073600*    ONLY: NO FILE, NO RECORD OR A BLANK TOKEN LEAVES THE
073650*    CONSOLE DISABLED - THE WAY OPERATIONS SWITCH IT OFF, SO
073660*    A WARNING; A CAPACITY THAT IS FILLED IN BUT NOT
073800*    A NON-ZERO NUMBER IS IGNORED FOR THE DEFAULT OF 200.
073900*    (A BLANK CAPACITY ASKS FOR THE DEFAULT AND IS FINE.)
074000*    THE MASK LEAVES A BLANK TOKEN BLANK.
074100*----------------------------------------------------------
074200     IF WS-CUR-MISSING OR WS-CUR-CNT = ZERO
074300         MOVE "OPSKEY MISSING OR EMPTY - OPS CONSOLE DISABLED"
074400             TO WS-PROBLEM-TEXT
074500         PERFORM 7550-PRINT-WARNING THRU 7550-EXIT
074600     ELSE
074700         MOVE WS-CUR-LINE (1) TO WS-WORK-LINE
074800         IF WS-WO-TOKEN = SPACES
074900             MOVE "TOKEN IS BLANK - OPS CONSOLE DISABLED"
075000                 TO WS-PROBLEM-TEXT
075100             PERFORM 7550-PRINT-WARNING THRU 7550-EXIT
075200         END-IF
075300         IF WS-WO-CAPACITY NOT = SPACES
075400            AND (WS-WO-CAPACITY IS NOT NUMERIC
075500                 OR WS-WO-CAPACITY = "00000")
075600             MOVE "CAPACITY INVALID - DEFAULT 200 WOULD BE USED"
075700                 TO WS-PROBLEM-TEXT
075800             PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
075900         END-IF
076000     END-IF.
076100 5100-EXIT.
076200     EXIT.
076300
076400*----------------------------------------------------------
076500 6000-REPORT-CHANGES.
076600*    PRINT THE DATASET HEADING AND, WHEN THERE IS A
076700*    PREVIOUS COPY TO COMPARE WITH, EVERY RECORD THAT WAS
076800*    ADDED, REMOVED OR CHANGED. WITH NO PREVIOUS COPY (THE
076900*    FIRST NIGHT, OR AFTER IT WAS LOST) TONIGHT'S COPY
077000*    BECOMES THE BASELINE AND NOTHING IS LISTED. A PREVIOUS
077010*    COPY THAT WOULD NOT OPEN IS NOT A BASELINE - THE RUN
077020*    ENDS RC 8 - SO IT IS REPORTED AS NOT COMPARED.
077100*----------------------------------------------------------
077200     MOVE SPACES TO RPT-LINE
077300     WRITE RPT-LINE AFTER ADVANCING 1 LINE
077400     MOVE WS-CUR-CNT TO WS-NUM-ED
077500     MOVE WS-PRV-CNT TO WS-NUM2-ED
077600     MOVE SPACES TO WS-RPT-LINE
077700     STRING WS-DATASET-NAME DELIMITED BY SIZE
077800             " - " DELIMITED BY SIZE
077900             WS-NUM-ED DELIMITED BY SIZE
078000             " RECORDS NOW, " DELIMITED BY SIZE
078100             WS-NUM2-ED DELIMITED BY SIZE
078200             " IN THE PREVIOUS COPY" DELIMITED BY SIZE
078300             INTO WS-RPT-LINE
078400     END-STRING
078500     MOVE WS-RPT-LINE TO RPT-LINE
078600     WRITE RPT-LINE AFTER ADVANCING 1 LINE
078700     EVALUATE TRUE
078710         WHEN WS-PRV-UNREADABLE
078720             MOVE "  PREVIOUS COPY UNREADABLE - NOT COMPARED"
078730                 TO RPT-LINE
078740             WRITE RPT-LINE AFTER ADVANCING 1 LINE
078750         WHEN WS-PRV-CNT = ZERO
078800             MOVE "  NO PREVIOUS COPY - TONIGHT'S IS THE BASELINE"
078900                 TO RPT-LINE
079000             WRITE RPT-LINE AFTER ADVANCING 1 LINE
079100             ADD 1 TO WS-BASELINE-DS-CNT
079200         WHEN OTHER
079300             PERFORM 6100-FILL-LCS-TABLE THRU 6100-EXIT
079400             PERFORM 6200-WALK-COPIES THRU 6200-EXIT
079500             IF WS-TOKEN-CHANGED
079600                 MOVE "  TOKEN CHANGED" TO RPT-LINE
079700                 WRITE RPT-LINE AFTER ADVANCING 1 LINE
079800             END-IF
079900             IF WS-ADD-CNT = ZERO AND WS-DEL-CNT = ZERO
080000                AND WS-CHG-CNT = ZERO AND NOT WS-TOKEN-CHANGED
080100                 MOVE "  NO CHANGES" TO RPT-LINE
080200                 WRITE RPT-LINE AFTER ADVANCING 1 LINE
080300             ELSE
080400                 ADD 1 TO WS-CHANGED-DS-CNT
080500                 MOVE WS-ADD-CNT TO WS-ADD-ED
080600                 MOVE WS-DEL-CNT TO WS-DEL-ED
080700                 MOVE WS-CHG-CNT TO WS-CHG-ED
080800                 MOVE SPACES TO WS-RPT-LINE
080900                 STRING "  " DELIMITED BY SIZE
081000                         WS-ADD-ED DELIMITED BY SIZE
081100                         " ADDED, " DELIMITED BY SIZE
081200                         WS-DEL-ED DELIMITED BY SIZE
081300                         " REMOVED, " DELIMITED BY SIZE
081400                         WS-CHG-ED DELIMITED BY SIZE
081500                         " CHANGED" DELIMITED BY SIZE
081600                         INTO WS-RPT-LINE
081700                 END-STRING
081800                 MOVE WS-RPT-LINE TO RPT-LINE
081900                 WRITE RPT-LINE AFTER ADVANCING 1 LINE
082000             END-IF
082100     END-EVALUATE.
082200 6000-EXIT.
082300     EXIT.
082400
082500*----------------------------------------------------------
082600 6100-FILL-LCS-TABLE.
082700*    FILL THE TABLE FROM THE BOTTOM RIGHT CORNER. THE ROW
082800*    AND COLUMN PAST EACH COPY'S LAST RECORD STAY ZERO.
082900*----------------------------------------------------------
083000     INITIALIZE WS-LCS-TABLE
083100     PERFORM 6110-FILL-ONE-CELL THRU 6110-EXIT
083200             VARYING WS-PI FROM WS-PRV-CNT BY -1
083300             UNTIL WS-PI < 1
083400             AFTER WS-CI FROM WS-CUR-CNT BY -1
083500             UNTIL WS-CI < 1.
083600 6100-EXIT.
083700     EXIT.
083800
083900*----------------------------------------------------------
084000 6110-FILL-ONE-CELL.
084100*----------------------------------------------------------
084200     EVALUATE TRUE
084300         WHEN WS-PRV-LINE (WS-PI) = WS-CUR-LINE (WS-CI)
084400             COMPUTE WS-LCS-CELL (WS-PI WS-CI) =
084500                     WS-LCS-CELL (WS-PI + 1 WS-CI + 1) + 1
084600         WHEN WS-LCS-CELL (WS-PI + 1 WS-CI) >=
084700              WS-LCS-CELL (WS-PI WS-CI + 1)
084800             MOVE WS-LCS-CELL (WS-PI + 1 WS-CI)
084900                 TO WS-LCS-CELL (WS-PI WS-CI)
085000         WHEN OTHER
085100             MOVE WS-LCS-CELL (WS-PI WS-CI + 1)
085200                 TO WS-LCS-CELL (WS-PI WS-CI)
085300     END-EVALUATE.
085400 6110-EXIT.
085500     EXIT.
085600
085700*----------------------------------------------------------
085800 6200-WALK-COPIES.
085900*    WALK BOTH COPIES FROM THE TOP. MATCHING RECORDS CLOSE
086000*    OFF THE STRETCH OF DIFFERENCES BEFORE THEM; OTHERWISE
086100*    THE TABLE SAYS WHICH SIDE TO STEP TO KEEP THE LONGEST
086200*    COMMON RUN. WHATEVER IS LEFT ON EITHER SIDE AT THE END
086300*    WAS REMOVED OR ADDED.
086400*----------------------------------------------------------
086500     MOVE ZERO TO WS-PEND-DEL-CNT WS-PEND-ADD-CNT
086600     MOVE 1 TO WS-PI
086700     MOVE 1 TO WS-CI
086800     PERFORM 6210-WALK-ONE-STEP THRU 6210-EXIT
086900             UNTIL WS-PI > WS-PRV-CNT
087000                OR WS-CI > WS-CUR-CNT
087100     PERFORM 6220-PEND-ONE-REMOVE THRU 6220-EXIT
087200             VARYING WS-PI FROM WS-PI BY 1
087300             UNTIL WS-PI > WS-PRV-CNT
087400     PERFORM 6230-PEND-ONE-ADD THRU 6230-EXIT
087500             VARYING WS-CI FROM WS-CI BY 1
087600             UNTIL WS-CI > WS-CUR-CNT
087700     PERFORM 6300-FLUSH-PENDING THRU 6300-EXIT.
087800 6200-EXIT.
087900     EXIT.
088000
088100*----------------------------------------------------------
088200 6210-WALK-ONE-STEP.
088300*----------------------------------------------------------
088400     EVALUATE TRUE
088500         WHEN WS-PRV-LINE (WS-PI) = WS-CUR-LINE (WS-CI)
088600             PERFORM 6300-FLUSH-PENDING THRU 6300-EXIT
088700             ADD 1 TO WS-PI
088800             ADD 1 TO WS-CI
088900         WHEN WS-LCS-CELL (WS-PI + 1 WS-CI) >=
089000              WS-LCS-CELL (WS-PI WS-CI + 1)
089100             PERFORM 6220-PEND-ONE-REMOVE THRU 6220-EXIT
089200             ADD 1 TO WS-PI
089300         WHEN OTHER
089400             PERFORM 6230-PEND-ONE-ADD THRU 6230-EXIT
089500             ADD 1 TO WS-CI
089600     END-EVALUATE.
089700 6210-EXIT.
089800     EXIT.
089900
090000*----------------------------------------------------------
090100 6220-PEND-ONE-REMOVE.
090200*----------------------------------------------------------
090300     ADD 1 TO WS-PEND-DEL-CNT
090400     MOVE WS-PI TO WS-PEND-DEL (WS-PEND-DEL-CNT).
090500 6220-EXIT.
090600     EXIT.
090700
090800*----------------------------------------------------------
090900 6230-PEND-ONE-ADD.
091000*----------------------------------------------------------
091100     ADD 1 TO WS-PEND-ADD-CNT
091200     MOVE WS-CI TO WS-PEND-ADD (WS-PEND-ADD-CNT).
091300 6230-EXIT.
091400     EXIT.
091500
091600*----------------------------------------------------------
091700 6300-FLUSH-PENDING.
091800*    PRINT ONE STRETCH OF DIFFERENCES. REMOVED AND ADDED
091900*    RECORDS ARE PAIRED OFF IN ORDER AS CHANGES; ANY LEFT
092000*    OVER ON ONE SIDE PRINT AS PLAIN REMOVES OR ADDS.
092100*----------------------------------------------------------
092200     IF WS-PEND-DEL-CNT < WS-PEND-ADD-CNT
092300         MOVE WS-PEND-DEL-CNT TO WS-PAIR-CNT
092400     ELSE
092500         MOVE WS-PEND-ADD-CNT TO WS-PAIR-CNT
092600     END-IF
092700     PERFORM 6310-PRINT-ONE-CHANGE THRU 6310-EXIT
092800             VARYING WS-PEND-IX FROM 1 BY 1
092900             UNTIL WS-PEND-IX > WS-PAIR-CNT
093000     PERFORM 6320-PRINT-ONE-REMOVE THRU 6320-EXIT
093100             VARYING WS-PEND-IX FROM WS-PEND-IX BY 1
093200             UNTIL WS-PEND-IX > WS-PEND-DEL-CNT
093300     COMPUTE WS-PEND-IX = WS-PAIR-CNT + 1
093400     PERFORM 6330-PRINT-ONE-ADD THRU 6330-EXIT
093500             VARYING WS-PEND-IX FROM WS-PEND-IX BY 1
093600             UNTIL WS-PEND-IX > WS-PEND-ADD-CNT
093700     MOVE ZERO TO WS-PEND-DEL-CNT WS-PEND-ADD-CNT.
093800 6300-EXIT.
093900     EXIT.
094000
094100*----------------------------------------------------------
094200 6310-PRINT-ONE-CHANGE.
094300*----------------------------------------------------------
094400     ADD 1 TO WS-CHG-CNT
094500     MOVE "CHANGED " TO WS-DIFF-ACTION
094600     MOVE WS-PEND-DEL (WS-PEND-IX) TO WS-DIFF-NUM
094700     MOVE WS-PRV-LINE (WS-PEND-DEL (WS-PEND-IX))
094800         TO WS-DIFF-TEXT
094900     MOVE WS-DIFF-LINE TO RPT-LINE
095000     WRITE RPT-LINE AFTER ADVANCING 1 LINE
095100     MOVE "   TO   " TO WS-DIFF-ACTION
095200     MOVE WS-PEND-ADD (WS-PEND-IX) TO WS-DIFF-NUM
095300     MOVE WS-CUR-LINE (WS-PEND-ADD (WS-PEND-IX))
095400         TO WS-DIFF-TEXT
095500     MOVE WS-DIFF-LINE TO RPT-LINE
095600     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
095700 6310-EXIT.
095800     EXIT.
095900
096000*----------------------------------------------------------
096100 6320-PRINT-ONE-REMOVE.
096200*----------------------------------------------------------
096300     ADD 1 TO WS-DEL-CNT
096400     MOVE "REMOVED " TO WS-DIFF-ACTION
096500     MOVE WS-PEND-DEL (WS-PEND-IX) TO WS-DIFF-NUM
096600     MOVE WS-PRV-LINE (WS-PEND-DEL (WS-PEND-IX))
096700         TO WS-DIFF-TEXT
096800     MOVE WS-DIFF-LINE TO RPT-LINE
096900     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
097000 6320-EXIT.
097100     EXIT.
097200
097300*----------------------------------------------------------
097400 6330-PRINT-ONE-ADD.
097500*----------------------------------------------------------
097600     ADD 1 TO WS-ADD-CNT
097700     MOVE "ADDED   " TO WS-DIFF-ACTION
097800     MOVE WS-PEND-ADD (WS-PEND-IX) TO WS-DIFF-NUM
097900     MOVE WS-CUR-LINE (WS-PEND-ADD (WS-PEND-IX))
098000         TO WS-DIFF-TEXT
098100     MOVE WS-DIFF-LINE TO RPT-LINE
098200     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
098300 6330-EXIT.
098400     EXIT.
098500
098600*----------------------------------------------------------
098700 7000-START-DATASET.
098800*    CLEAR THE TABLES AND COUNTS FOR THE NEXT DATASET.
098900*----------------------------------------------------------
099000     MOVE ZERO TO WS-CUR-CNT WS-PRV-CNT
099100     MOVE ZERO TO WS-ADD-CNT WS-DEL-CNT WS-CHG-CNT
099200     MOVE ZERO TO WS-PROBLEM-CNT WS-WARNING-CNT
099300     MOVE "N" TO WS-CUR-STATE-SW WS-PRV-STATE-SW
099400     MOVE "N" TO WS-CUR-OVERFLOW-SW WS-PRV-OVERFLOW-SW
099500     MOVE "N" TO WS-TOKEN-CHANGED-SW
099600     MOVE "N" TO WS-LOAD-EOF-SW.
099700 7000-EXIT.
099800     EXIT.
099900
100000*----------------------------------------------------------
100100 7050-STORE-CUR-LINE.
100200*    FILE ONE RECORD OF THE CURRENT COPY, MASKED WHEN THE
100300*    DATASET IS OPSKEY. PAST THE TABLE THE REST IS COUNTED
100400*    OUT AS OVERFLOW.
100500*----------------------------------------------------------
100600     IF WS-MASK-TOKEN AND WS-IN-LINE (1:30) NOT = SPACES
100700         MOVE WS-TOKEN-MASK TO WS-IN-LINE (1:30)
100800     END-IF
100900     IF WS-CUR-CNT < WS-MAX-LINES
101000         ADD 1 TO WS-CUR-CNT
101100         MOVE WS-IN-LINE TO WS-CUR-LINE (WS-CUR-CNT)
101200     ELSE
101300         MOVE "Y" TO WS-CUR-OVERFLOW-SW
101400     END-IF.
101500 7050-EXIT.
101600     EXIT.
101700
101800*----------------------------------------------------------
101900 7060-STORE-PRV-LINE.
102000*----------------------------------------------------------
102100     IF WS-MASK-TOKEN AND WS-IN-LINE (1:30) NOT = SPACES
102200         MOVE WS-TOKEN-MASK TO WS-IN-LINE (1:30)
102300     END-IF
102400     IF WS-PRV-CNT < WS-MAX-LINES
102500         ADD 1 TO WS-PRV-CNT
102600         MOVE WS-IN-LINE TO WS-PRV-LINE (WS-PRV-CNT)
102700     ELSE
102800         MOVE "Y" TO WS-PRV-OVERFLOW-SW
102900     END-IF.
103000 7060-EXIT.
103100     EXIT.
103200
103300*----------------------------------------------------------
103400 7100-JUDGE-CUR-OPEN.
103500*    "35" IS A MISSING DATASET, WHICH THE CHECKS REPORT IN
103600*    THE LOADING PROGRAM'S OWN TERMS. ANY OTHER FAILURE IS
103700*    LOGGED AND THE COPY IS TREATED AS MISSING TOO.
103800*----------------------------------------------------------
103900     EVALUATE WS-CUR-STATUS
104000         WHEN "00"
104100             CONTINUE
104200         WHEN "35"
104300             MOVE "M" TO WS-CUR-STATE-SW
104400         WHEN OTHER
104500             MOVE "M" TO WS-CUR-STATE-SW
104600             MOVE "Y" TO WS-IO-ERROR-SW
104700             MOVE "7100-JUDGE-CUR-OPEN" TO WS-ERR-PARAGRAPH
104800             MOVE WS-DATASET-NAME TO WS-ERR-FILE-NAME
104900             MOVE WS-CUR-STATUS TO WS-ERR-STATUS-CODE
105000             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
105100             DISPLAY "CFGAUDIT: CANNOT OPEN " WS-DATASET-NAME
105200                     " - STATUS " WS-CUR-STATUS
105300     END-EVALUATE.
105400 7100-EXIT.
105500     EXIT.
105600
105700*----------------------------------------------------------
105800 7200-JUDGE-PRV-OPEN.
105900*    A MISSING PREVIOUS COPY JUST MEANS NO BASELINE YET. ONE
106000*    THAT WILL NOT OPEN FOR ANY OTHER REASON IS LOGGED AND
106100*    FAILS THE RUN, SO OPERATIONS LOOK AT WHAT IS WRONG WITH
106200*    IT.
106300*----------------------------------------------------------
106400     EVALUATE WS-PRV-STATUS
106500         WHEN "00"
106600             CONTINUE
106700         WHEN "35"
106800             MOVE "M" TO WS-PRV-STATE-SW
106900         WHEN OTHER
107000             MOVE "U" TO WS-PRV-STATE-SW
107100             MOVE "Y" TO WS-IO-ERROR-SW
107200             MOVE "7200-JUDGE-PRV-OPEN" TO WS-ERR-PARAGRAPH
107300             MOVE WS-DATASET-NAME TO WS-ERR-FILE-NAME
107400             MOVE WS-PRV-STATUS TO WS-ERR-STATUS-CODE
107500             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
107600             DISPLAY "CFGAUDIT: CANNOT OPEN PREVIOUS "
107700                     WS-DATASET-NAME " - STATUS " WS-PRV-STATUS
107800     END-EVALUATE.
107900 7200-EXIT.
108000     EXIT.
108100
108200*----------------------------------------------------------
108300 7500-PRINT-PROBLEM.
108400*    PRINT ONE LOAD-CHECK FAILURE AND COUNT IT.
108500*----------------------------------------------------------
108600     ADD 1 TO WS-PROBLEM-CNT
108700     MOVE SPACES TO RPT-LINE
108800     STRING "  ** " DELIMITED BY SIZE
108900             WS-PROBLEM-TEXT DELIMITED BY SIZE
109000             INTO RPT-LINE
109100     END-STRING
109200     WRITE RPT-LINE AFTER ADVANCING 1 LINE
109300     MOVE SPACES TO WS-PROBLEM-TEXT.
109400 7500-EXIT.
109500     EXIT.
109510
109520*----------------------------------------------------------
109530 7550-PRINT-WARNING.
109540*    PRINT ONE STATE THE LOADING PROGRAM ACCEPTS BUT THAT
109550*    OPERATIONS SHOULD KNOW ABOUT, AND COUNT IT APART FROM
109560*    THE FAILURES.
109570*----------------------------------------------------------
109580     ADD 1 TO WS-WARNING-CNT
109582     MOVE SPACES TO RPT-LINE
109584     STRING "  -- WARNING: " DELIMITED BY SIZE
109586             WS-PROBLEM-TEXT DELIMITED BY SIZE
109588             INTO RPT-LINE
109590     END-STRING
109592     WRITE RPT-LINE AFTER ADVANCING 1 LINE
109594     MOVE SPACES TO WS-PROBLEM-TEXT.
109596 7550-EXIT.
109598     EXIT.
109600
109700*----------------------------------------------------------
109800 7900-END-DATASET.
109900*    CLOSE OFF ONE DATASET: NOTE A COPY TOO LONG TO AUDIT
110000*    WHOLE, PRINT THE LOAD-CHECK VERDICT, AND RAISE THE
110100*    ALERT WHEN IT FAILED. WARNINGS ALONE PASS THE CHECK.
110200*----------------------------------------------------------
110300     IF WS-CUR-OVERFLOW OR WS-PRV-OVERFLOW
110400         MOVE "MORE THAN 200 RECORDS - ONLY THE FIRST 200 AUDITED"
110500             TO WS-PROBLEM-TEXT
110600         PERFORM 7500-PRINT-PROBLEM THRU 7500-EXIT
110700     END-IF
111200     EVALUATE TRUE
111300         WHEN WS-PROBLEM-CNT = ZERO AND WS-WARNING-CNT = ZERO
111400             MOVE "  LOAD CHECK: OK" TO RPT-LINE
111500             WRITE RPT-LINE AFTER ADVANCING 1 LINE
111510         WHEN WS-PROBLEM-CNT = ZERO
111520             ADD 1 TO WS-WARNED-DS-CNT
111530             MOVE WS-WARNING-CNT TO WS-NUM-ED
111540             MOVE SPACES TO WS-RPT-LINE
111550             STRING "  LOAD CHECK: OK - " DELIMITED BY SIZE
111560                     WS-NUM-ED DELIMITED BY SIZE
111570                     " WARNING(S)" DELIMITED BY SIZE
111580                     INTO WS-RPT-LINE
111590             END-STRING
111592             MOVE WS-RPT-LINE TO RPT-LINE
111594             WRITE RPT-LINE AFTER ADVANCING 1 LINE
111600         WHEN OTHER
111700             ADD 1 TO WS-FAILED-DS-CNT
111800             MOVE WS-PROBLEM-CNT TO WS-NUM-ED
111900             MOVE SPACES TO WS-RPT-LINE
112000             STRING "  LOAD CHECK: FAILED - " DELIMITED BY SIZE
112100                     WS-NUM-ED DELIMITED BY SIZE
112200                     " PROBLEM(S)" DELIMITED BY SIZE
112300                     INTO WS-RPT-LINE
112400             END-STRING
112500             MOVE WS-RPT-LINE TO RPT-LINE
112600             WRITE RPT-LINE AFTER ADVANCING 1 LINE
112700             IF WS-DATASET-NAME = "ROUTEFIL"
112800                 MOVE "CRITICAL" TO WS-ALR-SEVERITY
112900             ELSE
113000                 MOVE "WARNING" TO WS-ALR-SEVERITY
113100             END-IF
113200             MOVE WS-DATASET-NAME TO WS-ALR-OBJECT
113300             MOVE SPACES TO WS-ALR-MESSAGE
113400             STRING WS-DATASET-NAME DELIMITED BY SPACE
113500                     " FAILS ITS LOAD CHECKS - SEE CFGAUDIT"
113550                         DELIMITED BY SIZE
113600                     " REPORT" DELIMITED BY SIZE
113700                     INTO WS-ALR-MESSAGE
113800             END-STRING
113900             PERFORM 9700-RAISE-ALERT THRU 9700-EXIT
114000     END-EVALUATE.
114100 7900-EXIT.
114200     EXIT.
114300
114400*----------------------------------------------------------
114500 8000-FINISH.
114600*    RUN SUMMARY AND RETURN CODE: 8 WHEN ANY DATASET FAILS
114700*    ITS CHECKS OR A COPY WOULD NOT OPEN, 4 WHEN ANY DATASET
114800*    CHANGED OR CARRIES A WARNING, OTHERWISE 0.
114900*----------------------------------------------------------
115000     MOVE SPACES TO RPT-LINE
115100     WRITE RPT-LINE AFTER ADVANCING 1 LINE
115200     MOVE WS-CHANGED-DS-CNT TO WS-CHANGED-DS-ED
115300     MOVE WS-FAILED-DS-CNT TO WS-FAILED-DS-ED
115350     MOVE WS-WARNED-DS-CNT TO WS-WARNED-DS-ED
115400     MOVE WS-BASELINE-DS-CNT TO WS-BASELINE-DS-ED
115500     MOVE SPACES TO WS-RPT-LINE
115600     STRING "DATASETS CHANGED: " DELIMITED BY SIZE
115700             WS-CHANGED-DS-ED DELIMITED BY SIZE
115800             "   FAILING LOAD CHECKS: " DELIMITED BY SIZE
115900             WS-FAILED-DS-ED DELIMITED BY SIZE
115950             "   WARNED: " DELIMITED BY SIZE
115960             WS-WARNED-DS-ED DELIMITED BY SIZE
116000             "   NEW BASELINES: " DELIMITED BY SIZE
116100             WS-BASELINE-DS-ED DELIMITED BY SIZE
116200             INTO WS-RPT-LINE
116300     END-STRING
116400     MOVE WS-RPT-LINE TO RPT-LINE
116500     WRITE RPT-LINE AFTER ADVANCING 1 LINE
116600     EVALUATE TRUE
116700         WHEN WS-FAILED-DS-CNT > 0
116800         WHEN WS-IO-ERROR
117200             MOVE 8 TO RETURN-CODE
117300         WHEN WS-CHANGED-DS-CNT > 0
117350         WHEN WS-WARNED-DS-CNT > 0
117400             MOVE 4 TO RETURN-CODE
117500         WHEN OTHER
117600             MOVE ZERO TO RETURN-CODE
117700     END-EVALUATE
117800     CLOSE AUDIT-RPT.
117900 8000-EXIT.
118000     EXIT.
118100
118200*----------------------------------------------------------
118300 9700-RAISE-ALERT.
118400*    HAND ONE ALERT TO THE ALERTW SUBPROGRAM, WHICH OWNS
118500*    EVERY ALERTQ APPEND IN THE SHOP AND HOLDS BACK REPEATS
118600*    OF THE SAME CONDITION. ALERTW LOGS ITS OWN FAILURES TO
118700*    ERRLOG; THE RETURN CODE ALREADY FLAGS THE RUN.
118800*----------------------------------------------------------
118900     CALL "ALERTW" USING WS-ALR-PROGRAM WS-ALR-SEVERITY
119000                         WS-ALR-OBJECT WS-ALR-MESSAGE
119100                         WS-ALR-RESULT-SW.
119200 9700-EXIT.
119300     EXIT.
119400
119500*----------------------------------------------------------
119600 9800-LOG-FILE-ERROR.
119700*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
119800*    EVERY ERRLOG APPEND IN THE SHOP. THE FAILING PARAGRAPH
119900*    HAS ALREADY FILLED THE WS-ERR- STAGING FIELDS; BATCH
120000*    EVENTS CARRY NO SESSION ID.
120100*----------------------------------------------------------
120200     CALL "ERRLOGW" USING WS-ERR-PROGRAM WS-ERR-PARAGRAPH
120300                          WS-ERR-FILE-NAME WS-ERR-STATUS-CODE
120400                          WS-ERR-SESSION-ID.
120500 9800-EXIT.
120600     EXIT.
