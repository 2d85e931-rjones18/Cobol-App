000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTEGAUD.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - CROSS-DATASET INTEGRITY
001100*                AUDIT. HITKEEP PURGES IDLE HITCNT SESSIONS
001200*                BUT NOTHING EVER TIDIED WHAT HUNG OFF THEM,
001300*                SO THE CLUSTERS HAVE BEEN DRIFTING APART.
001400*                THREE PASSES, EACH ONE LINE PER EXCEPTION
001500*                ON THE AUDOUT REPORT:
001600*                  VISPROF  - A PROFILE WHOSE SESSION HAS NO
001700*                             HITCNT RECORD (AN ORPHAN).
001800*                  BLOCKLST - AN ENTRY WHOSE EXPIRY PASSED
001900*                             MORE THAN THE RETENTION DAYS
002000*                             AGO, OR WHOSE EXPIRY DATE IS
002100*                             NOT A DATE AT ALL.
002200*                  GUESTBK  - AN ENTRY WHOSE GBK-STATUS IS
002300*                             NOT ONE GBOOKR DEFINES, OR
002400*                             WHOSE DATE/TIME STAMP DOES NOT
002500*                             PARSE AS A REAL CALENDAR DATE
002600*                             AND CLOCK TIME.
002700*                REPORT MODE (THE DEFAULT) CHANGES NOTHING.
002800*                UPDATE MODE ALSO DELETES THE ORPHANED
002900*                PROFILES AND THE LONG-EXPIRED BLOCKS,
003000*                WRITING EACH DELETED RECORD TO THE AUDLOG
003100*                DELETION LOG (SEE AUDLOGR) BEFORE IT GOES.
003200*                BAD EXPIRY DATES AND GUESTBOOK EXCEPTIONS
003300*                ARE REPORTED ONLY - THEY NEED A HUMAN.
003400*                CARD: MODE IN COLS 1-6 ("REPORT" OR
003500*                "UPDATE"), BLOCKLST RETENTION DAYS IN COLS
003600*                8-10 (DEFAULT 30). RC 4 WHEN ANY EXCEPTION
003700*                WAS FOUND, RC 8 ON A BAD MODE, A CLUSTER
003800*                THAT WILL NOT OPEN, OR A FAILED DELETE.
003810* 2026-10-15 RJ  GUESTBK IS NOW THE KEYED GUESTBOOK CLUSTER
003820*                (SEE GBCONV) AND IS READ IN KEY ORDER. THE
003830*                CHECKS ARE UNCHANGED - A DAMAGED DATE OR
003840*                TIME CAN STILL ARRIVE IN A CONVERTED KEY.
003900*----------------------------------------------------------
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT HIT-COUNTER ASSIGN TO "HITCNT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS HCT-SESSION-ID
004800         FILE STATUS IS WS-HIT-FILE-STATUS.
004900     SELECT VISITOR-PROFILE ASSIGN TO "VISPROF"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS VPF-SESSION-ID
005300         FILE STATUS IS WS-PROFILE-STATUS.
005400     SELECT BLOCK-LIST ASSIGN TO "BLOCKLST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS BLK-SESSION-ID
005800         FILE STATUS IS WS-BLOCK-STATUS.
005900     SELECT GUEST-BOOK ASSIGN TO "GUESTBK"
006000         ORGANIZATION IS INDEXED
006030         ACCESS MODE IS DYNAMIC
006060         RECORD KEY IS GBK-ENTRY-KEY
006100         FILE STATUS IS WS-GUEST-BOOK-STATUS.
006200     SELECT DELETION-LOG ASSIGN TO "AUDLOG"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-AUDLOG-STATUS.
006500     SELECT AUDIT-RPT ASSIGN TO "AUDOUT"
006600         ORGANIZATION IS SEQUENTIAL.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  HIT-COUNTER.
007100     COPY HITCNTR.
007200 FD  VISITOR-PROFILE.
007300     COPY VPROFR.
007400 FD  BLOCK-LIST.
007500     COPY BLOCKR.
007600 FD  GUEST-BOOK.
007800     COPY GBOOKR.
007900 FD  DELETION-LOG
008000     RECORDING MODE IS F.
008100     COPY AUDLOGR.
008200 FD  AUDIT-RPT
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  RPT-LINE                PIC X(100).
008600
008700 WORKING-STORAGE SECTION.
008800*----------------------------------------------------------
008900* FILE STATUS AND END-OF-FILE CONTROL
009000*----------------------------------------------------------
009100 01  WS-HIT-FILE-STATUS      PIC X(02) VALUE SPACES.
009200 01  WS-PROFILE-STATUS       PIC X(02) VALUE SPACES.
009300 01  WS-BLOCK-STATUS         PIC X(02) VALUE SPACES.
009400 01  WS-GUEST-BOOK-STATUS    PIC X(02) VALUE SPACES.
009500 01  WS-AUDLOG-STATUS        PIC X(02) VALUE SPACES.
009600 01  WS-PROF-EOF-SW          PIC X(01) VALUE "N".
009700     88  WS-PROF-EOF                  VALUE "Y".
009800 01  WS-BLOCK-EOF-SW         PIC X(01) VALUE "N".
009900     88  WS-BLOCK-EOF                 VALUE "Y".
010000 01  WS-BOOK-EOF-SW          PIC X(01) VALUE "N".
010100     88  WS-BOOK-EOF                  VALUE "Y".
010200 01  WS-AUDLOG-OPEN-SW       PIC X(01) VALUE "N".
010300     88  WS-AUDLOG-OPEN               VALUE "Y".
010400
010500*----------------------------------------------------------
010600* ERROR-EVENT STAGING - THE FAILING PARAGRAPH FILLS THESE
010700* AND PERFORMS 9800, WHICH HANDS THEM TO THE ERRLOGW
010800* SUBPROGRAM (THE ONLY ERRLOG WRITER IN THE SHOP)
010900*----------------------------------------------------------
011000 01  WS-ERR-PROGRAM          PIC X(08) VALUE "INTEGAUD".
011100 01  WS-ERR-PARAGRAPH        PIC X(24) VALUE SPACES.
011200 01  WS-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
011300 01  WS-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
011400 01  WS-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
011500
011600*----------------------------------------------------------
011700* CONTROL CARD - RUN MODE (1-6), BLOCKLST RETENTION DAYS
011800* (8-10). A BLANK MODE MEANS REPORT; A BLANK OR
011900* NON-NUMERIC RETENTION FALLS BACK TO ITS DEFAULT.
012000*----------------------------------------------------------
012100 01  WS-PARM-CARD.
012200     05  WS-CARD-MODE        PIC X(06).
012300         88  WS-CARD-REPORT           VALUE "REPORT" SPACES.
012400         88  WS-CARD-UPDATE           VALUE "UPDATE".
012500     05  FILLER              PIC X(01).
012600     05  WS-CARD-RETENTION   PIC X(03).
012700     05  FILLER              PIC X(70).
012800 01  WS-MODE-SW              PIC X(01) VALUE "R".
012900     88  WS-REPORT-MODE               VALUE "R".
013000     88  WS-UPDATE-MODE               VALUE "U".
013100 01  WS-CARD-BAD-SW          PIC X(01) VALUE "N".
013200     88  WS-CARD-BAD                  VALUE "Y".
013300 77  WS-RETENTION-DAYS       PIC 9(03) VALUE 30.
013400
013500*----------------------------------------------------------
013600* AUDIT COUNTERS
013700*----------------------------------------------------------
013800 01  WS-PROF-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
013900 01  WS-PROF-ORPHAN-COUNT    PIC 9(07) COMP VALUE ZERO.
014000 01  WS-PROF-DELETED-COUNT   PIC 9(07) COMP VALUE ZERO.
014100 01  WS-BLOCK-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
014200 01  WS-BLOCK-STALE-COUNT    PIC 9(07) COMP VALUE ZERO.
014300 01  WS-BLOCK-BAD-COUNT      PIC 9(07) COMP VALUE ZERO.
014400 01  WS-BLOCK-DELETED-COUNT  PIC 9(07) COMP VALUE ZERO.
014500 01  WS-BOOK-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
014600 01  WS-BOOK-STATUS-COUNT    PIC 9(07) COMP VALUE ZERO.
014700 01  WS-BOOK-STAMP-COUNT     PIC 9(07) COMP VALUE ZERO.
014800 01  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
014900
015000*----------------------------------------------------------
015100* DATE WORK AREAS - TODAY, THE BLOCKLST CUTOFF, AND THE
015200* SAME CIVIL-DATE-TO-DAY-SERIAL FIELDS HITKEEP CARRIES
015300*----------------------------------------------------------
015400 01  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
015500 01  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
015600 01  WS-TODAY-SERIAL         PIC 9(07) COMP VALUE ZERO.
015700 01  WS-CUTOFF-SERIAL        PIC 9(07) COMP VALUE ZERO.
015800 01  WS-REC-SERIAL           PIC 9(07) COMP VALUE ZERO.
015900 01  WS-CDS-DATE             PIC 9(08) VALUE ZERO.
016000 01  WS-CDS-DATE-X REDEFINES WS-CDS-DATE.
016100     05  WS-CDS-YEAR         PIC 9(04).
016200     05  WS-CDS-MONTH        PIC 9(02).
016300     05  WS-CDS-DAY          PIC 9(02).
016400 01  WS-CDS-Y                PIC 9(04) COMP VALUE ZERO.
016500 01  WS-CDS-M                PIC 9(02) COMP VALUE ZERO.
016600 01  WS-CDS-LEAP4            PIC 9(04) COMP VALUE ZERO.
016700 01  WS-CDS-LEAP100          PIC 9(04) COMP VALUE ZERO.
016800 01  WS-CDS-LEAP400          PIC 9(04) COMP VALUE ZERO.
016900 01  WS-CDS-MWORK            PIC 9(05) COMP VALUE ZERO.
017000 01  WS-CDS-MDAYS            PIC 9(04) COMP VALUE ZERO.
017100 01  WS-CDS-SERIAL           PIC 9(07) COMP VALUE ZERO.
017200
017300*----------------------------------------------------------
017400* GUESTBOOK STAMP CHECK - THE ENTRY DATE IS SPLIT THROUGH
017500* WS-CDS-DATE-X; THE TIME (HHMMSSHH) THROUGH WS-STAMP-
017600* TIME-X. DAYS PER MONTH COME FROM THE TABLE, WITH
017700* FEBRUARY WIDENED TO 29 IN A LEAP YEAR.
017800*----------------------------------------------------------
017900 01  WS-STAMP-TIME           PIC 9(08) VALUE ZERO.
018000 01  WS-STAMP-TIME-X REDEFINES WS-STAMP-TIME.
018100     05  WS-STAMP-HH         PIC 9(02).
018200     05  WS-STAMP-MM         PIC 9(02).
018300     05  WS-STAMP-SS         PIC 9(02).
018400     05  WS-STAMP-HS         PIC 9(02).
018500 01  WS-MONTH-DAYS-VALUES    PIC X(24) VALUE
018600         "312831303130313130313031".
018700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
018800     05  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
018900 01  WS-DAYS-IN-MONTH        PIC 9(02) VALUE ZERO.
019000 01  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
019100 01  WS-LEAP-REM4            PIC 9(04) COMP VALUE ZERO.
019200 01  WS-LEAP-REM100          PIC 9(04) COMP VALUE ZERO.
019300 01  WS-LEAP-REM400          PIC 9(04) COMP VALUE ZERO.
019400 01  WS-STAMP-BAD-SW         PIC X(01) VALUE "N".
019500     88  WS-STAMP-BAD                 VALUE "Y".
019600
019700*----------------------------------------------------------
019800* EXCEPTION LINE STAGING - THE JUDGING PARAGRAPH FILLS
019900* THESE AND PERFORMS 7000
020000*----------------------------------------------------------
020100 01  WS-EXC-DATASET          PIC X(08) VALUE SPACES.
020200 01  WS-EXC-KEY              PIC X(30) VALUE SPACES.
020300 01  WS-EXC-REASON           PIC X(30) VALUE SPACES.
020400 01  WS-EXC-ACTION           PIC X(12) VALUE SPACES.
020500
020600*----------------------------------------------------------
020700* REPORT BUILD AREAS
020800*----------------------------------------------------------
020900 01  WS-RPT-LINE             PIC X(100) VALUE SPACES.
021000 01  WS-MODE-TEXT            PIC X(06) VALUE SPACES.
021100 01  WS-RETENTION-ED         PIC ZZ9.
021200 01  WS-COUNT-ED             PIC ZZZZZZ9.
021300 01  WS-COUNT-ED-2           PIC ZZZZZZ9.
021400 01  WS-COUNT-ED-3           PIC ZZZZZZ9.
021500
021600 PROCEDURE DIVISION.
021700*----------------------------------------------------------
021800 0000-MAINLINE.
021900*----------------------------------------------------------
022000     PERFORM 1000-READ-CONTROLS THRU 1000-EXIT
022100     IF WS-CARD-BAD
022200         DISPLAY "INTEGAUD: MODE MUST BE REPORT OR UPDATE -"
022300                 " NOTHING AUDITED"
022400         MOVE 8 TO RETURN-CODE
022500     ELSE
022600         PERFORM 1100-OPEN-DELETION-LOG THRU 1100-EXIT
022700         PERFORM 1200-START-REPORT THRU 1200-EXIT
022800         PERFORM 2000-AUDIT-PROFILES THRU 2000-EXIT
022900         PERFORM 3000-AUDIT-BLOCKS THRU 3000-EXIT
023000         PERFORM 4000-AUDIT-GUESTBOOK THRU 4000-EXIT
023100         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
023200         IF WS-AUDLOG-OPEN
023300             CLOSE DELETION-LOG
023400         END-IF
023500     END-IF
023600     STOP RUN.
023700
023800*----------------------------------------------------------
023900 1000-READ-CONTROLS.
024000*    PICK UP THE CONTROL CARD AND WORK OUT THE BLOCKLST
024100*    CUTOFF DAY SERIAL - AN ENTRY THAT EXPIRED ON OR
024200*    BEFORE THE CUTOFF DAY HAS OUTLIVED ITS RETENTION.
024300*----------------------------------------------------------
024400     MOVE SPACES TO WS-PARM-CARD
024500     ACCEPT WS-PARM-CARD
024600     MOVE "N" TO WS-CARD-BAD-SW
024700     EVALUATE TRUE
024800         WHEN WS-CARD-REPORT
024900             MOVE "R" TO WS-MODE-SW
025000             MOVE "REPORT" TO WS-MODE-TEXT
025100         WHEN WS-CARD-UPDATE
025200             MOVE "U" TO WS-MODE-SW
025300             MOVE "UPDATE" TO WS-MODE-TEXT
025400         WHEN OTHER
025500             MOVE "Y" TO WS-CARD-BAD-SW
025600     END-EVALUATE
025700     IF WS-CARD-RETENTION IS NUMERIC
025800         MOVE WS-CARD-RETENTION TO WS-RETENTION-DAYS
025900     END-IF
026000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
026100     ACCEPT WS-CURRENT-TIME FROM TIME
026200     MOVE WS-CURRENT-DATE TO WS-CDS-DATE
026300     PERFORM 2300-COMPUTE-DAY-SERIAL THRU 2300-EXIT
026400     MOVE WS-CDS-SERIAL TO WS-TODAY-SERIAL
026500     COMPUTE WS-CUTOFF-SERIAL =
026600             WS-TODAY-SERIAL - WS-RETENTION-DAYS.
026700 1000-EXIT.
026800     EXIT.
026900
027000*----------------------------------------------------------
027100 1100-OPEN-DELETION-LOG.
027200*    UPDATE MODE ONLY. EVERY DELETION MUST LAND IN AUDLOG
027300*    FIRST, SO A LOG THAT WILL NOT OPEN DROPS THE RUN BACK
027400*    TO REPORT MODE AND ENDS RC 8 - NOTHING IS DELETED
027500*    THAT COULD NOT BE ACCOUNTED FOR. A FIRST RUN FINDS NO
027600*    LOG ("35") AND CREATES IT.
027700*----------------------------------------------------------
027800     MOVE "N" TO WS-AUDLOG-OPEN-SW
027900     IF WS-UPDATE-MODE
028000         OPEN EXTEND DELETION-LOG
028100         IF WS-AUDLOG-STATUS = "35"
028200             OPEN OUTPUT DELETION-LOG
028300         END-IF
028400         IF WS-AUDLOG-STATUS = "00"
028500             MOVE "Y" TO WS-AUDLOG-OPEN-SW
028600         ELSE
028700             DISPLAY "INTEGAUD: CANNOT OPEN AUDLOG - STATUS "
028800                     WS-AUDLOG-STATUS
028900                     " - RUNNING IN REPORT MODE"
029000             MOVE "1100-OPEN-DELETION-LOG" TO WS-ERR-PARAGRAPH
029100             MOVE "AUDLOG" TO WS-ERR-FILE-NAME
029200             MOVE WS-AUDLOG-STATUS TO WS-ERR-STATUS-CODE
029300             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
029400             MOVE 8 TO RETURN-CODE
029500             MOVE "R" TO WS-MODE-SW
029600             MOVE "REPORT" TO WS-MODE-TEXT
029700         END-IF
029800     END-IF.
029900 1100-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------
030300 1200-START-REPORT.
030400*----------------------------------------------------------
030500     OPEN OUTPUT AUDIT-RPT
030600     MOVE WS-RETENTION-DAYS TO WS-RETENTION-ED
030700     MOVE SPACES TO WS-RPT-LINE
030800     STRING "CROSS-DATASET INTEGRITY AUDIT - RUN "
030900             DELIMITED BY SIZE
031000             WS-CURRENT-DATE DELIMITED BY SIZE
031100             "  MODE " DELIMITED BY SIZE
031200             WS-MODE-TEXT DELIMITED BY SIZE
031300             "  BLOCKLST RETENTION " DELIMITED BY SIZE
031400             WS-RETENTION-ED DELIMITED BY SIZE
031500             " DAYS" DELIMITED BY SIZE
031600             INTO WS-RPT-LINE
031700     END-STRING
031800     MOVE WS-RPT-LINE TO RPT-LINE
031900     WRITE RPT-LINE AFTER ADVANCING PAGE
032000     MOVE SPACES TO RPT-LINE
032100     WRITE RPT-LINE AFTER ADVANCING 1 LINE
032200     MOVE SPACES TO WS-RPT-LINE
032300     STRING "  DATASET   KEY                             "
032400             DELIMITED BY SIZE
032500             "EXCEPTION                       ACTION"
032600             DELIMITED BY SIZE
032700             INTO WS-RPT-LINE
032800     END-STRING
032900     MOVE WS-RPT-LINE TO RPT-LINE
033000     WRITE RPT-LINE AFTER ADVANCING 1 LINE
033100     MOVE SPACES TO WS-RPT-LINE
033200     STRING "  --------  ------------------------------  "
033300             DELIMITED BY SIZE
033400             "------------------------------  ------------"
033500             DELIMITED BY SIZE
033600             INTO WS-RPT-LINE
033700     END-STRING
033800     MOVE WS-RPT-LINE TO RPT-LINE
033900     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
034000 1200-EXIT.
034100     EXIT.
034200
034300*----------------------------------------------------------
034400 2000-AUDIT-PROFILES.
034500*    WALK VISPROF IN KEY ORDER AND LOOK EACH SESSION UP IN
034600*    HITCNT. WITHOUT HITCNT THERE IS NO WAY TO TELL AN
034700*    ORPHAN FROM A GOOD PROFILE, SO A HITCNT THAT WILL NOT
034800*    OPEN SKIPS THE PASS RC 8 RATHER THAN FLAG (OR IN
034900*    UPDATE MODE DELETE) EVERY PROFILE ON THE CLUSTER.
035000*----------------------------------------------------------
035100     MOVE "N" TO WS-PROF-EOF-SW
035200     OPEN INPUT HIT-COUNTER
035300     IF WS-HIT-FILE-STATUS NOT = "00"
035400         DISPLAY "INTEGAUD: CANNOT OPEN HITCNT - STATUS "
035500                 WS-HIT-FILE-STATUS
035600         MOVE "2000-AUDIT-PROFILES" TO WS-ERR-PARAGRAPH
035700         MOVE "HITCNT" TO WS-ERR-FILE-NAME
035800         MOVE WS-HIT-FILE-STATUS TO WS-ERR-STATUS-CODE
035900         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
036000         MOVE 8 TO RETURN-CODE
036100     ELSE
036200         IF WS-UPDATE-MODE
036300             OPEN I-O VISITOR-PROFILE
036400         ELSE
036500             OPEN INPUT VISITOR-PROFILE
036600         END-IF
036700         IF WS-PROFILE-STATUS NOT = "00"
036800             DISPLAY "INTEGAUD: CANNOT OPEN VISPROF - STATUS "
036900                     WS-PROFILE-STATUS
037000             MOVE "2000-AUDIT-PROFILES" TO WS-ERR-PARAGRAPH
037100             MOVE "VISPROF" TO WS-ERR-FILE-NAME
037200             MOVE WS-PROFILE-STATUS TO WS-ERR-STATUS-CODE
037300             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
037400             MOVE 8 TO RETURN-CODE
037500         ELSE
037600             MOVE LOW-VALUES TO VPF-SESSION-ID
037700             START VISITOR-PROFILE KEY NOT < VPF-SESSION-ID
037800                 INVALID KEY
037900                     MOVE "Y" TO WS-PROF-EOF-SW
038000             END-START
038100             PERFORM 2100-READ-NEXT-PROFILE THRU 2100-EXIT
038200                     UNTIL WS-PROF-EOF
038300             CLOSE VISITOR-PROFILE
038400         END-IF
038500         CLOSE HIT-COUNTER
038600     END-IF.
038700 2000-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------
039100 2100-READ-NEXT-PROFILE.
039200*----------------------------------------------------------
039300     READ VISITOR-PROFILE NEXT RECORD
039400         AT END
039500             MOVE "Y" TO WS-PROF-EOF-SW
039600         NOT AT END
039700             PERFORM 2200-JUDGE-ONE-PROFILE THRU 2200-EXIT
039800     END-READ.
039900 2100-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------
040300 2200-JUDGE-ONE-PROFILE.
040400*    A PROFILE IS AN ORPHAN WHEN ITS SESSION IS NOT ON
040500*    HITCNT ("23"). ANY OTHER READ FAILURE IS AN I/O
040600*    PROBLEM, NOT AN ORPHAN - LOG IT AND LEAVE THE PROFILE.
040700*----------------------------------------------------------
040800     ADD 1 TO WS-PROF-READ-COUNT
040900     MOVE VPF-SESSION-ID TO HCT-SESSION-ID
041000     READ HIT-COUNTER
041100     EVALUATE WS-HIT-FILE-STATUS
041200         WHEN "00"
041300             CONTINUE
041400         WHEN "23"
041500             ADD 1 TO WS-PROF-ORPHAN-COUNT
041600             MOVE "VISPROF" TO WS-EXC-DATASET
041700             MOVE VPF-SESSION-ID TO WS-EXC-KEY
041800             MOVE "NO HITCNT RECORD" TO WS-EXC-REASON
041900             MOVE "REPORTED" TO WS-EXC-ACTION
042000             IF WS-UPDATE-MODE
042100                 PERFORM 2250-DELETE-PROFILE THRU 2250-EXIT
042200             END-IF
042300             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
042400         WHEN OTHER
042500             MOVE "2200-JUDGE-ONE-PROFILE" TO WS-ERR-PARAGRAPH
042600             MOVE "HITCNT" TO WS-ERR-FILE-NAME
042700             MOVE WS-HIT-FILE-STATUS TO WS-ERR-STATUS-CODE
042800             MOVE VPF-SESSION-ID TO WS-ERR-SESSION-ID
042900             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
043000             MOVE SPACES TO WS-ERR-SESSION-ID
043100             MOVE 8 TO RETURN-CODE
043200     END-EVALUATE.
043300 2200-EXIT.
043400     EXIT.
043500
043600*----------------------------------------------------------
043700 2250-DELETE-PROFILE.
043800*    LOG THE PROFILE AS IT STANDS, THEN DELETE IT.
043900*----------------------------------------------------------
044000     MOVE "VISPROF" TO ADL-DATASET
044100     MOVE VPF-SESSION-ID TO ADL-KEY
044200     MOVE WS-EXC-REASON TO ADL-REASON
044300     MOVE VPF-RECORD TO ADL-RECORD-IMAGE
044400     PERFORM 6000-LOG-DELETION THRU 6000-EXIT
044500     DELETE VISITOR-PROFILE RECORD
044600     IF WS-PROFILE-STATUS = "00"
044700         ADD 1 TO WS-PROF-DELETED-COUNT
044800         MOVE "DELETED" TO WS-EXC-ACTION
044900     ELSE
045000         MOVE "DELETE FAILED" TO WS-EXC-ACTION
045100         MOVE "2250-DELETE-PROFILE" TO WS-ERR-PARAGRAPH
045200         MOVE "VISPROF" TO WS-ERR-FILE-NAME
045300         MOVE WS-PROFILE-STATUS TO WS-ERR-STATUS-CODE
045400         MOVE VPF-SESSION-ID TO WS-ERR-SESSION-ID
045500         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
045600         MOVE SPACES TO WS-ERR-SESSION-ID
045700         MOVE 8 TO RETURN-CODE
045800     END-IF.
045900 2250-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------
046300 2300-COMPUTE-DAY-SERIAL.
046400*    TURN THE CIVIL DATE IN WS-CDS-DATE INTO A RUNNING DAY
046500*    COUNT IN WS-CDS-SERIAL - SAME CALENDAR ARITHMETIC
046600*    HITKEEP USES. EACH DIVISION IS DONE WITH DIVIDE SO IT
046700*    TRUNCATES BY ITSELF.
046800*----------------------------------------------------------
046900     IF WS-CDS-MONTH < 3
047000         COMPUTE WS-CDS-Y = WS-CDS-YEAR - 1
047100         COMPUTE WS-CDS-M = WS-CDS-MONTH + 12
047200     ELSE
047300         MOVE WS-CDS-YEAR TO WS-CDS-Y
047400         MOVE WS-CDS-MONTH TO WS-CDS-M
047500     END-IF
047600     DIVIDE WS-CDS-Y BY 4 GIVING WS-CDS-LEAP4
047700     DIVIDE WS-CDS-Y BY 100 GIVING WS-CDS-LEAP100
047800     DIVIDE WS-CDS-Y BY 400 GIVING WS-CDS-LEAP400
047900     COMPUTE WS-CDS-MWORK = 153 * (WS-CDS-M - 3) + 2
048000     DIVIDE WS-CDS-MWORK BY 5 GIVING WS-CDS-MDAYS
048100     COMPUTE WS-CDS-SERIAL =
048200             365 * WS-CDS-Y + WS-CDS-LEAP4
048300             - WS-CDS-LEAP100 + WS-CDS-LEAP400
048400             + WS-CDS-MDAYS + WS-CDS-DAY.
048500 2300-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------
048900 3000-AUDIT-BLOCKS.
049000*    WALK BLOCKLST IN KEY ORDER. A CLUSTER NOT YET DEFINED
049100*    ("35") MEANS NOTHING HAS EVER BEEN BLOCKED - THERE IS
049200*    NOTHING TO AUDIT. ANY OTHER OPEN FAILURE IS RC 8.
049300*----------------------------------------------------------
049400     MOVE "N" TO WS-BLOCK-EOF-SW
049500     IF WS-UPDATE-MODE
049600         OPEN I-O BLOCK-LIST
049700     ELSE
049800         OPEN INPUT BLOCK-LIST
049900     END-IF
050000     IF WS-BLOCK-STATUS NOT = "00"
050100         IF WS-BLOCK-STATUS NOT = "35"
050200             DISPLAY "INTEGAUD: CANNOT OPEN BLOCKLST - STATUS "
050300                     WS-BLOCK-STATUS
050400             MOVE "3000-AUDIT-BLOCKS" TO WS-ERR-PARAGRAPH
050500             MOVE "BLOCKLST" TO WS-ERR-FILE-NAME
050600             MOVE WS-BLOCK-STATUS TO WS-ERR-STATUS-CODE
050700             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
050800             MOVE 8 TO RETURN-CODE
050900         END-IF
051000     ELSE
051100         MOVE LOW-VALUES TO BLK-SESSION-ID
051200         START BLOCK-LIST KEY NOT < BLK-SESSION-ID
051300             INVALID KEY
051400                 MOVE "Y" TO WS-BLOCK-EOF-SW
051500         END-START
051600         PERFORM 3100-READ-NEXT-BLOCK THRU 3100-EXIT
051700                 UNTIL WS-BLOCK-EOF
051800         CLOSE BLOCK-LIST
051900     END-IF.
052000 3000-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------
052400 3100-READ-NEXT-BLOCK.
052500*----------------------------------------------------------
052600     READ BLOCK-LIST NEXT RECORD
052700         AT END
052800             MOVE "Y" TO WS-BLOCK-EOF-SW
052900         NOT AT END
053000             PERFORM 3200-JUDGE-ONE-BLOCK THRU 3200-EXIT
053100     END-READ.
053200 3100-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------
053600 3200-JUDGE-ONE-BLOCK.
053700*    AN EXPIRY DATE THAT IS NOT A DATE IS REPORTED FOR THE
053800*    OPERATOR TO SORT OUT WITH OPSCON - WEBMAIN CANNOT TELL
053900*    WHETHER IT IS STILL IN FORCE, AND NEITHER CAN THIS
054000*    AUDIT. A GOOD EXPIRY ON OR BEFORE THE CUTOFF DAY HAS
054100*    OUTLIVED ITS RETENTION AND, IN UPDATE MODE, GOES.
054200*----------------------------------------------------------
054300     ADD 1 TO WS-BLOCK-READ-COUNT
054400     MOVE "BLOCKLST" TO WS-EXC-DATASET
054500     MOVE BLK-SESSION-ID TO WS-EXC-KEY
054600     MOVE "REPORTED" TO WS-EXC-ACTION
054700     IF BLK-EXPIRE-DATE IS NOT NUMERIC
054800        OR BLK-EXPIRE-DATE = ZERO
054900         ADD 1 TO WS-BLOCK-BAD-COUNT
055000         MOVE "EXPIRY DATE NOT A DATE" TO WS-EXC-REASON
055100         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
055200     ELSE
055300         MOVE BLK-EXPIRE-DATE TO WS-CDS-DATE
055400         PERFORM 2300-COMPUTE-DAY-SERIAL THRU 2300-EXIT
055500         MOVE WS-CDS-SERIAL TO WS-REC-SERIAL
055600         IF WS-REC-SERIAL NOT > WS-CUTOFF-SERIAL
055700             ADD 1 TO WS-BLOCK-STALE-COUNT
055800             MOVE SPACES TO WS-EXC-REASON
055900             STRING "EXPIRED " DELIMITED BY SIZE
056000                     BLK-EXPIRE-DATE DELIMITED BY SIZE
056100                     INTO WS-EXC-REASON
056200             END-STRING
056300             IF WS-UPDATE-MODE
056400                 PERFORM 3250-DELETE-BLOCK THRU 3250-EXIT
056500             END-IF
056600             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
056700         END-IF
056800     END-IF.
056900 3200-EXIT.
057000     EXIT.
057100
057200*----------------------------------------------------------
057300 3250-DELETE-BLOCK.
057400*    LOG THE BLOCK AS IT STANDS, THEN DELETE IT.
057500*----------------------------------------------------------
057600     MOVE "BLOCKLST" TO ADL-DATASET
057700     MOVE BLK-SESSION-ID TO ADL-KEY
057800     MOVE WS-EXC-REASON TO ADL-REASON
057900     MOVE BLK-RECORD TO ADL-RECORD-IMAGE
058000     PERFORM 6000-LOG-DELETION THRU 6000-EXIT
058100     DELETE BLOCK-LIST RECORD
058200     IF WS-BLOCK-STATUS = "00"
058300         ADD 1 TO WS-BLOCK-DELETED-COUNT
058400         MOVE "DELETED" TO WS-EXC-ACTION
058500     ELSE
058600         MOVE "DELETE FAILED" TO WS-EXC-ACTION
058700         MOVE "3250-DELETE-BLOCK" TO WS-ERR-PARAGRAPH
058800         MOVE "BLOCKLST" TO WS-ERR-FILE-NAME
058900         MOVE WS-BLOCK-STATUS TO WS-ERR-STATUS-CODE
059000         MOVE BLK-SESSION-ID TO WS-ERR-SESSION-ID
059100         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
059200         MOVE SPACES TO WS-ERR-SESSION-ID
059300         MOVE 8 TO RETURN-CODE
059400     END-IF.
059500 3250-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------
059900 4000-AUDIT-GUESTBOOK.
060000*    READ THE GUESTBOOK FRONT TO BACK. A MISSING DATASET
060100*    MEANS NOBODY HAS SIGNED YET. THE GUESTBOOK IS ONLY
060200*    EVER READ HERE - ITS EXCEPTIONS ARE FOR THE DUTY
060300*    REVIEWER, NOT FOR A PROGRAM, TO RESOLVE.
060400*----------------------------------------------------------
060500     MOVE "N" TO WS-BOOK-EOF-SW
060600     OPEN INPUT GUEST-BOOK
060700     IF WS-GUEST-BOOK-STATUS NOT = "00"
060800         IF WS-GUEST-BOOK-STATUS NOT = "35"
060900             DISPLAY "INTEGAUD: CANNOT OPEN GUESTBK - STATUS "
061000                     WS-GUEST-BOOK-STATUS
061100             MOVE "4000-AUDIT-GUESTBOOK" TO WS-ERR-PARAGRAPH
061200             MOVE "GUESTBK" TO WS-ERR-FILE-NAME
061300             MOVE WS-GUEST-BOOK-STATUS TO WS-ERR-STATUS-CODE
061400             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
061500             MOVE 8 TO RETURN-CODE
061600         END-IF
061700     ELSE
061800         PERFORM 4100-READ-GUEST-BOOK THRU 4100-EXIT
061900         PERFORM 4200-JUDGE-ONE-ENTRY THRU 4200-EXIT
062000                 UNTIL WS-BOOK-EOF
062100         CLOSE GUEST-BOOK
062200     END-IF.
062300 4000-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------
062700 4100-READ-GUEST-BOOK.
062800*----------------------------------------------------------
062900     READ GUEST-BOOK NEXT RECORD
063000         AT END
063100             MOVE "Y" TO WS-BOOK-EOF-SW
063200     END-READ.
063300 4100-EXIT.
063400     EXIT.
063500
063600*----------------------------------------------------------
063700 4200-JUDGE-ONE-ENTRY.
063800*    THE KEY SHOWN ON THE REPORT IS THE ENTRY DATE AND TIME
063900*    GBREVIEW'S CARDS USE, PLUS THE START OF THE NAME.
064000*----------------------------------------------------------
064100     ADD 1 TO WS-BOOK-READ-COUNT
064200     MOVE "GUESTBK" TO WS-EXC-DATASET
064300     MOVE SPACES TO WS-EXC-KEY
064400     STRING GBK-RECORD (1:8) DELIMITED BY SIZE
064500             " " DELIMITED BY SIZE
064600             GBK-RECORD (9:8) DELIMITED BY SIZE
064700             " " DELIMITED BY SIZE
064800             GBK-VISITOR-NAME DELIMITED BY SIZE
064900             INTO WS-EXC-KEY
065000     END-STRING
065100     MOVE "REPORTED" TO WS-EXC-ACTION
065200     IF NOT GBK-PENDING AND NOT GBK-HELD
065300        AND NOT GBK-RELEASED AND NOT GBK-REJECTED
065400        AND GBK-STATUS NOT = SPACE
065500         ADD 1 TO WS-BOOK-STATUS-COUNT
065600         MOVE SPACES TO WS-EXC-REASON
065700         STRING "UNKNOWN STATUS """ DELIMITED BY SIZE
065800                 GBK-STATUS DELIMITED BY SIZE
065900                 """" DELIMITED BY SIZE
066000                 INTO WS-EXC-REASON
066100         END-STRING
066200         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
066300     END-IF
066400     PERFORM 4300-CHECK-ENTRY-STAMP THRU 4300-EXIT
066500     IF WS-STAMP-BAD
066600         ADD 1 TO WS-BOOK-STAMP-COUNT
066700         MOVE "DATE/TIME DOES NOT PARSE" TO WS-EXC-REASON
066800         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
066900     END-IF
067000     PERFORM 4100-READ-GUEST-BOOK THRU 4100-EXIT.
067100 4200-EXIT.
067200     EXIT.
067300
067400*----------------------------------------------------------
067500 4300-CHECK-ENTRY-STAMP.
067600*    THE ENTRY DATE MUST BE A REAL CALENDAR DATE (MONTH
067700*    1-12, DAY WITHIN THAT MONTH, LEAP YEARS HONOURED) AND
067800*    THE TIME A REAL CLOCK TIME (HH < 24, MM AND SS < 60).
067900*    THE RAW BYTES ARE TESTED FIRST SO A DAMAGED RECORD
068000*    NEVER REACHES THE NUMERIC COMPARES.
068100*----------------------------------------------------------
068200     MOVE "N" TO WS-STAMP-BAD-SW
068300     IF GBK-RECORD (1:8) IS NOT NUMERIC
068400        OR GBK-RECORD (9:8) IS NOT NUMERIC
068500         MOVE "Y" TO WS-STAMP-BAD-SW
068600     ELSE
068700         MOVE GBK-LOG-DATE TO WS-CDS-DATE
068800         MOVE GBK-LOG-TIME TO WS-STAMP-TIME
068900         IF WS-CDS-YEAR = ZERO
069000            OR WS-CDS-MONTH < 1 OR WS-CDS-MONTH > 12
069100            OR WS-CDS-DAY < 1
069200             MOVE "Y" TO WS-STAMP-BAD-SW
069300         ELSE
069400             MOVE WS-MONTH-DAYS (WS-CDS-MONTH)
069500                 TO WS-DAYS-IN-MONTH
069600             IF WS-CDS-MONTH = 2
069700                 PERFORM 4350-ADJUST-FOR-LEAP THRU 4350-EXIT
069800             END-IF
069900             IF WS-CDS-DAY > WS-DAYS-IN-MONTH
070000                 MOVE "Y" TO WS-STAMP-BAD-SW
070100             END-IF
070200         END-IF
070300         IF WS-STAMP-HH > 23 OR WS-STAMP-MM > 59
070400            OR WS-STAMP-SS > 59
070500             MOVE "Y" TO WS-STAMP-BAD-SW
070600         END-IF
070700     END-IF.
070800 4300-EXIT.
070900     EXIT.
071000
071100*----------------------------------------------------------
071200 4350-ADJUST-FOR-LEAP.
071300*    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT
071400*    CENTURY YEARS NOT DIVISIBLE BY 400.
071500*----------------------------------------------------------
071600     DIVIDE WS-CDS-YEAR BY 4 GIVING WS-LEAP-QUOT
071700             REMAINDER WS-LEAP-REM4
071800     DIVIDE WS-CDS-YEAR BY 100 GIVING WS-LEAP-QUOT
071900             REMAINDER WS-LEAP-REM100
072000     DIVIDE WS-CDS-YEAR BY 400 GIVING WS-LEAP-QUOT
072100             REMAINDER WS-LEAP-REM400
072200     IF WS-LEAP-REM4 = 0
072300        AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
072400         MOVE 29 TO WS-DAYS-IN-MONTH
072500     END-IF.
072600 4350-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------
073000 6000-LOG-DELETION.
073100*    THE JUDGING PARAGRAPH HAS FILLED THE DATASET, KEY,
073200*    REASON, AND IMAGE; STAMP THE RUN AND APPEND. A FAILED
073300*    WRITE IS AN ERROR EVENT AND RC 8 - THE DELETE STILL
073400*    GOES AHEAD, AND THE REPORT LINE AND ERRLOG EVENT
073500*    TOGETHER STILL ACCOUNT FOR IT.
073600*----------------------------------------------------------
073700     MOVE WS-CURRENT-DATE TO ADL-RUN-DATE
073800     MOVE WS-CURRENT-TIME TO ADL-RUN-TIME
073900     WRITE ADL-RECORD
074000     IF WS-AUDLOG-STATUS NOT = "00"
074100         MOVE "6000-LOG-DELETION" TO WS-ERR-PARAGRAPH
074200         MOVE "AUDLOG" TO WS-ERR-FILE-NAME
074300         MOVE WS-AUDLOG-STATUS TO WS-ERR-STATUS-CODE
074400         MOVE ADL-KEY TO WS-ERR-SESSION-ID
074500         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
074600         MOVE SPACES TO WS-ERR-SESSION-ID
074700         MOVE 8 TO RETURN-CODE
074800     END-IF.
074900 6000-EXIT.
075000     EXIT.
075100
075200*----------------------------------------------------------
075300 7000-WRITE-EXCEPTION.
075400*    ONE REPORT LINE FROM THE WS-EXC- STAGING FIELDS.
075500*----------------------------------------------------------
075600     ADD 1 TO WS-EXCEPTION-COUNT
075700     MOVE SPACES TO WS-RPT-LINE
075800     STRING "  " DELIMITED BY SIZE
075900             WS-EXC-DATASET DELIMITED BY SIZE
076000             "  " DELIMITED BY SIZE
076100             WS-EXC-KEY DELIMITED BY SIZE
076200             "  " DELIMITED BY SIZE
076300             WS-EXC-REASON DELIMITED BY SIZE
076400             "  " DELIMITED BY SIZE
076500             WS-EXC-ACTION DELIMITED BY SIZE
076600             INTO WS-RPT-LINE
076700     END-STRING
076800     MOVE WS-RPT-LINE TO RPT-LINE
076900     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
077000 7000-EXIT.
077100     EXIT.
077200
077300*----------------------------------------------------------
077400 8000-PRINT-SUMMARY.
077500*    PER-DATASET TOTALS UNDER THE EXCEPTION LINES. ANY
077600*    EXCEPTION AT ALL ENDS RC 4 (UNLESS SOMETHING WORSE
077700*    ALREADY SET RC 8) SO THE SCHEDULER FLAGS THE RUN.
077800*----------------------------------------------------------
077900     MOVE SPACES TO RPT-LINE
078000     WRITE RPT-LINE AFTER ADVANCING 1 LINE
078100     IF WS-EXCEPTION-COUNT = ZERO
078200         MOVE "  NO EXCEPTIONS FOUND" TO RPT-LINE
078300         WRITE RPT-LINE AFTER ADVANCING 1 LINE
078400         MOVE SPACES TO RPT-LINE
078500         WRITE RPT-LINE AFTER ADVANCING 1 LINE
078600     END-IF
078700     MOVE WS-PROF-READ-COUNT TO WS-COUNT-ED
078800     MOVE WS-PROF-ORPHAN-COUNT TO WS-COUNT-ED-2
078900     MOVE WS-PROF-DELETED-COUNT TO WS-COUNT-ED-3
079000     MOVE SPACES TO WS-RPT-LINE
079100     STRING "  VISPROF   READ " DELIMITED BY SIZE
079200             WS-COUNT-ED DELIMITED BY SIZE
079300             "  ORPHANED " DELIMITED BY SIZE
079400             WS-COUNT-ED-2 DELIMITED BY SIZE
079500             "  DELETED " DELIMITED BY SIZE
079600             WS-COUNT-ED-3 DELIMITED BY SIZE
079700             INTO WS-RPT-LINE
079800     END-STRING
079900     MOVE WS-RPT-LINE TO RPT-LINE
080000     WRITE RPT-LINE AFTER ADVANCING 1 LINE
080100     MOVE WS-BLOCK-READ-COUNT TO WS-COUNT-ED
080200     MOVE WS-BLOCK-STALE-COUNT TO WS-COUNT-ED-2
080300     MOVE WS-BLOCK-DELETED-COUNT TO WS-COUNT-ED-3
080400     MOVE SPACES TO WS-RPT-LINE
080500     STRING "  BLOCKLST  READ " DELIMITED BY SIZE
080600             WS-COUNT-ED DELIMITED BY SIZE
080700             "  EXPIRED  " DELIMITED BY SIZE
080800             WS-COUNT-ED-2 DELIMITED BY SIZE
080900             "  DELETED " DELIMITED BY SIZE
081000             WS-COUNT-ED-3 DELIMITED BY SIZE
081100             INTO WS-RPT-LINE
081200     END-STRING
081300     MOVE WS-RPT-LINE TO RPT-LINE
081400     WRITE RPT-LINE AFTER ADVANCING 1 LINE
081500     MOVE WS-BLOCK-BAD-COUNT TO WS-COUNT-ED
081600     MOVE SPACES TO WS-RPT-LINE
081700     STRING "            BAD EXPIRY DATES " DELIMITED BY SIZE
081800             WS-COUNT-ED DELIMITED BY SIZE
081900             INTO WS-RPT-LINE
082000     END-STRING
082100     MOVE WS-RPT-LINE TO RPT-LINE
082200     WRITE RPT-LINE AFTER ADVANCING 1 LINE
082300     MOVE WS-BOOK-READ-COUNT TO WS-COUNT-ED
082400     MOVE WS-BOOK-STATUS-COUNT TO WS-COUNT-ED-2
082500     MOVE WS-BOOK-STAMP-COUNT TO WS-COUNT-ED-3
082600     MOVE SPACES TO WS-RPT-LINE
082700     STRING "  GUESTBK   READ " DELIMITED BY SIZE
082800             WS-COUNT-ED DELIMITED BY SIZE
082900             "  BAD STAT " DELIMITED BY SIZE
083000             WS-COUNT-ED-2 DELIMITED BY SIZE
083100             "  BAD DATE " DELIMITED BY SIZE
083200             WS-COUNT-ED-3 DELIMITED BY SIZE
083300             INTO WS-RPT-LINE
083400     END-STRING
083500     MOVE WS-RPT-LINE TO RPT-LINE
083600     WRITE RPT-LINE AFTER ADVANCING 1 LINE
083700     CLOSE AUDIT-RPT
083800     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED
083900     DISPLAY "INTEGAUD: " WS-MODE-TEXT " RUN - EXCEPTIONS "
084000             WS-COUNT-ED
084100     IF WS-EXCEPTION-COUNT > ZERO
084200        AND RETURN-CODE < 4
084300         MOVE 4 TO RETURN-CODE
084400     END-IF.
084500 8000-EXIT.
084600     EXIT.
084700
084800*----------------------------------------------------------
084900 9800-LOG-FILE-ERROR.
085000*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
085100*    EVERY ERRLOG APPEND IN THE SHOP - SAME EXCLUSIVE-LOCK-
085200*    AND-RETRY DISCIPLINE WEBLOG APPLIES TO VISLOG, SO A
085300*    BATCH JOB RUNNING ALONGSIDE LIVE CGI TRAFFIC CANNOT
085400*    CLOBBER (OR BE CLOBBERED BY) A REQUEST'S EVENT. THE
085500*    FAILING PARAGRAPH HAS ALREADY FILLED THE WS-ERR-
085600*    STAGING FIELDS; A RECORD-LEVEL EVENT CARRIES THE KEY
085700*    IN THE SESSION ID SLOT.
085800*----------------------------------------------------------
085900     CALL "ERRLOGW" USING WS-ERR-PROGRAM WS-ERR-PARAGRAPH
086000                          WS-ERR-FILE-NAME WS-ERR-STATUS-CODE
086100                          WS-ERR-SESSION-ID.
086200 9800-EXIT.
086300     EXIT.
