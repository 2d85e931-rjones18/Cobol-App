000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VISACCES.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - VISITOR DATA ACCESS
001100*                REPORT. TAKES THE SAME SYSIN CARD VISERASE
001200*                DOES (SESSION ID IN COLS 1-30, VISITOR NAME
001300*                IN COLS 32-61; EITHER MAY BE BLANK BUT NOT
001400*                BOTH - RC 8) AND GATHERS EVERYTHING THE SITE
001500*                HOLDS ABOUT THAT PERSON INTO ONE READABLE
001600*                REPORT (ACCSOUT) AND A MACHINE-READABLE
001700*                EXTRACT (ACCSEXT, LAYOUT VACCEXR): THE
001800*                VISPROF PROFILES, THE HITCNT VISIT COUNT AND
001900*                LAST VISIT, ANY BLOCKLST ENTRY, THE GUESTBOOK
002000*                ENTRIES WITH THEIR MODERATION STATUS, AND THE
002100*                VISLOG AND ARCHIVED VISITOR-LOG RECORDS.
002200*
002300*                EVERY DATASET IS SELECTED BY EXACTLY THE RULE
002400*                VISERASE ERASES BY - VISLOG, ARCHIVE, AND
002500*                VISPROF RECORDS BY SESSION ID OR NAME, HITCNT
002600*                AND BLOCKLST BY SESSION ID, GUESTBOOK ENTRIES
002700*                BY NAME - SO THE CLOSING PER-DATASET COUNTS
002800*                ARE THE COUNTS A VISERASE RUN ON THE SAME
002900*                CARD WOULD REPORT. VISERASE NEVER TOUCHES
003000*                BLOCKLST (AN ENTRY EXPIRES ON ITS OWN), SO
003100*                ITS ERASE COUNT IS ALWAYS ZERO.
003200*
003300*                ARCHLOG IS THE GDG BASE NAME, SO ONE PASS
003400*                READS EVERY RETAINED GENERATION IN TURN (SEE
003500*                JCL/VISACCES). NOTHING IS WRITTEN BACK TO ANY
003600*                DATASET. RC 4 WHEN NOTHING AT ALL WAS FOUND
003700*                (CHECK THE SPELLING AGAINST VISLOG); RC 8
003800*                WHEN A DATASET COULD NOT BE READ - THE REPORT
003900*                SAYS WHICH, AND MUST NOT BE SENT AS THE
004000*                ANSWER UNTIL A CLEAN RERUN.
004100*----------------------------------------------------------
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT VISITOR-LOG ASSIGN TO "VISLOG"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-VISLOG-STATUS.
004900     SELECT ARCHIVE-LOG ASSIGN TO "ARCHLOG"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-ARCHLOG-STATUS.
005200     SELECT GUEST-BOOK ASSIGN TO "GUESTBK"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS GBK-ENTRY-KEY
005600         FILE STATUS IS WS-GUEST-BOOK-STATUS.
005700     SELECT HIT-COUNTER ASSIGN TO "HITCNT"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS HCT-SESSION-ID
006100         FILE STATUS IS WS-HIT-FILE-STATUS.
006200     SELECT VISITOR-PROFILE ASSIGN TO "VISPROF"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS VPF-SESSION-ID
006600         FILE STATUS IS WS-PROFILE-STATUS.
006700     SELECT BLOCK-LIST ASSIGN TO "BLOCKLST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS BLK-SESSION-ID
007100         FILE STATUS IS WS-BLOCK-STATUS.
007200     SELECT ACCESS-EXTRACT ASSIGN TO "ACCSEXT"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-EXTRACT-STATUS.
007500     SELECT ACCESS-RPT ASSIGN TO "ACCSOUT"
007600         ORGANIZATION IS SEQUENTIAL.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  VISITOR-LOG
008100     RECORDING MODE IS F.
008200     COPY VISLOGR.
008300 FD  ARCHIVE-LOG
008400     RECORDING MODE IS F.
008500*    THE ARCHIVE GENERATIONS ARE VLG-RECORD IMAGES CUT BY
008600*    VLOGARCH - SAME ALG- VIEW OF VISLOGR VISERASE USES.
008700     COPY VISLOGR REPLACING LEADING ==VLG== BY ==ALG==.
008800 FD  GUEST-BOOK.
008900     COPY GBOOKR.
009000 FD  HIT-COUNTER.
009100     COPY HITCNTR.
009200 FD  VISITOR-PROFILE.
009300     COPY VPROFR.
009400 FD  BLOCK-LIST.
009500     COPY BLOCKR.
009600 FD  ACCESS-EXTRACT
009700     RECORDING MODE IS F.
009800     COPY VACCEXR.
009900 FD  ACCESS-RPT
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200 01  RPT-LINE                PIC X(100).
010300
010400 WORKING-STORAGE SECTION.
010500*----------------------------------------------------------
010600* FILE STATUS AND END-OF-FILE CONTROL
010700*----------------------------------------------------------
010800 01  WS-VISLOG-STATUS        PIC X(02) VALUE SPACES.
010900 01  WS-ARCHLOG-STATUS       PIC X(02) VALUE SPACES.
011000 01  WS-GUEST-BOOK-STATUS    PIC X(02) VALUE SPACES.
011100 01  WS-HIT-FILE-STATUS      PIC X(02) VALUE SPACES.
011200 01  WS-PROFILE-STATUS       PIC X(02) VALUE SPACES.
011300 01  WS-BLOCK-STATUS         PIC X(02) VALUE SPACES.
011400 01  WS-EXTRACT-STATUS       PIC X(02) VALUE SPACES.
011500 01  WS-LOG-EOF-SW           PIC X(01) VALUE "N".
011600     88  WS-LOG-EOF                   VALUE "Y".
011700 01  WS-ARC-EOF-SW           PIC X(01) VALUE "N".
011800     88  WS-ARC-EOF                   VALUE "Y".
011900 01  WS-BOOK-EOF-SW          PIC X(01) VALUE "N".
012000     88  WS-BOOK-EOF                  VALUE "Y".
012100 01  WS-PROF-EOF-SW          PIC X(01) VALUE "N".
012200     88  WS-PROF-EOF                  VALUE "Y".
012300 01  WS-EXTRACT-BAD-SW       PIC X(01) VALUE "N".
012400     88  WS-EXTRACT-BAD               VALUE "Y".
012500
012600*----------------------------------------------------------
012700* ERROR-EVENT STAGING - THE FAILING PARAGRAPH FILLS THESE
012800* AND PERFORMS 9800, WHICH HANDS THEM TO THE ERRLOGW
012900* SUBPROGRAM (THE ONLY ERRLOG WRITER IN THE SHOP)
013000*----------------------------------------------------------
013100 01  WS-ERR-PROGRAM          PIC X(08) VALUE "VISACCES".
013200 01  WS-ERR-PARAGRAPH        PIC X(24) VALUE SPACES.
013300 01  WS-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
013400 01  WS-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
013500 01  WS-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
013600
013700*----------------------------------------------------------
013800* VISLOG OPEN RETRY - THE LOG MAY BE HELD FOR A MOMENT BY
013900* A WEBLOG APPEND IN FLIGHT. EACH FAILED ATTEMPT WAITS A
014000* COUPLE OF CLOCK TICKS (THERE IS NO WAIT VERB IN THIS
014100* DIALECT, SO THE PACE PARAGRAPH WATCHES THE TIME-OF-DAY
014200* CLOCK ADVANCE).
014300*----------------------------------------------------------
014400 01  WS-OPEN-TRY-IX          PIC 9(02) COMP VALUE ZERO.
014500 77  WS-MAX-OPEN-TRIES       PIC 9(02) VALUE 10.
014600 01  WS-LOG-OPEN-DONE-SW     PIC X(01) VALUE "N".
014700     88  WS-LOG-OPEN-DONE             VALUE "Y".
014800 77  WS-PACE-TICKS           PIC 9(02) VALUE 2.
014900 01  WS-TICKS-SEEN           PIC 9(02) COMP VALUE ZERO.
015000 01  WS-PACE-PREV            PIC 9(08) VALUE ZERO.
015100 01  WS-PACE-NOW             PIC 9(08) VALUE ZERO.
015200
015300*----------------------------------------------------------
015400* CONTROL CARD - SESSION ID (1-30), VISITOR NAME (32-61),
015500* THE SAME CARD VISERASE TAKES
015600*----------------------------------------------------------
015700 01  WS-PARM-CARD.
015800     05  WS-CARD-SESSION     PIC X(30).
015900     05  FILLER              PIC X(01).
016000     05  WS-CARD-NAME        PIC X(30).
016100     05  FILLER              PIC X(19).
016200 01  WS-CARD-BAD-SW          PIC X(01) VALUE "N".
016300     88  WS-CARD-BAD                  VALUE "Y".
016400 01  WS-MATCH-SW             PIC X(01) VALUE "N".
016500     88  WS-RECORD-MATCHES            VALUE "Y".
016600
016700*----------------------------------------------------------
016800* ONE ROW PER DATASET, IN REPORT ORDER: THE DDNAME, WHAT
016900* VISERASE DOES TO A MATCHING RECORD, AND WHETHER THAT
017000* ERASES IT (BLOCKLST IS LEFT AS IT IS).
017100*----------------------------------------------------------
017200 01  WS-DATASET-NAMES.
017300     05  FILLER              PIC X(25) VALUE
017400             "VISPROF DELETE          Y".
017500     05  FILLER              PIC X(25) VALUE
017600             "HITCNT  DELETE          Y".
017700     05  FILLER              PIC X(25) VALUE
017800             "BLOCKLSTLEFT AS IS      N".
017900     05  FILLER              PIC X(25) VALUE
018000             "GUESTBK BLANK AND REJECTY".
018100     05  FILLER              PIC X(25) VALUE
018200             "VISLOG  BLANK IN PLACE  Y".
018300     05  FILLER              PIC X(25) VALUE
018400             "ARCHLOG BLANK IN PLACE  Y".
018500 01  WS-DATASET-TABLE REDEFINES WS-DATASET-NAMES.
018600     05  WS-DS-ENTRY         OCCURS 6 TIMES.
018700         10  WS-DS-NAME      PIC X(08).
018800         10  WS-DS-ACTION    PIC X(16).
018900         10  WS-DS-ERASES    PIC X(01).
019000 01  WS-DATASET-RESULTS.
019100     05  WS-DS-RESULT        OCCURS 6 TIMES.
019200         10  WS-DS-FOUND     PIC 9(07) COMP.
019300         10  WS-DS-STATE     PIC X(01).
019400         10  WS-DS-STATUS    PIC X(02).
019500 01  WS-DS-IX                PIC 9(02) COMP VALUE ZERO.
019600 77  WS-DS-ROWS              PIC 9(02) VALUE 6.
019700 77  WS-ROW-VISPROF          PIC 9(02) VALUE 1.
019800 77  WS-ROW-HITCNT           PIC 9(02) VALUE 2.
019900 77  WS-ROW-BLOCKLST         PIC 9(02) VALUE 3.
020000 77  WS-ROW-GUESTBK          PIC 9(02) VALUE 4.
020100 77  WS-ROW-VISLOG           PIC 9(02) VALUE 5.
020200 77  WS-ROW-ARCHLOG          PIC 9(02) VALUE 6.
020300 01  WS-TOTAL-FOUND          PIC 9(07) COMP VALUE ZERO.
020400 01  WS-ERASABLE-COUNT       PIC 9(07) COMP VALUE ZERO.
020500
020600*----------------------------------------------------------
020700* REPORT BUILD AREAS
020800*----------------------------------------------------------
020900 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
021000 01  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
021100 01  WS-RPT-LINE             PIC X(100) VALUE SPACES.
021200 01  WS-SECTION-TITLE        PIC X(60) VALUE SPACES.
021300 01  WS-NOTE-TEXT            PIC X(40) VALUE SPACES.
021400 01  WS-STATUS-TEXT          PIC X(24) VALUE SPACES.
021500 01  WS-COUNT-ED             PIC ZZZZZZ9.
021600 01  WS-ERASE-ED             PIC ZZZZZZ9.
021700 01  WS-VISITS-ED            PIC ZZZZZZZZ9.
021800 01  WS-HTTP-STATUS          PIC X(03) VALUE SPACES.
021900 01  WS-MSG-WORK             PIC X(120) VALUE SPACES.
022000 01  WS-MSG-HALVES REDEFINES WS-MSG-WORK.
022100     05  WS-MSG-FIRST        PIC X(60).
022200     05  WS-MSG-SECOND       PIC X(60).
022300
022400 PROCEDURE DIVISION.
022500*----------------------------------------------------------
022600 0000-MAINLINE.
022700*----------------------------------------------------------
022800     PERFORM 1000-READ-CONTROLS THRU 1000-EXIT
022900     IF WS-CARD-BAD
023000         DISPLAY "VISACCES: CARD NEEDS A SESSION ID OR A"
023100                 " NAME - NOTHING REPORTED"
023200         MOVE 8 TO RETURN-CODE
023300     ELSE
023400         PERFORM 1100-OPEN-OUTPUTS THRU 1100-EXIT
023500         PERFORM 2000-LIST-VISPROF THRU 2000-EXIT
023600         PERFORM 3000-LIST-HITCNT THRU 3000-EXIT
023700         PERFORM 3500-LIST-BLOCKLST THRU 3500-EXIT
023800         PERFORM 4000-LIST-GUESTBOOK THRU 4000-EXIT
023900         PERFORM 5000-LIST-VISLOG THRU 5000-EXIT
024000         PERFORM 6000-LIST-ARCHIVE THRU 6000-EXIT
024100         PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT
024200         CLOSE ACCESS-EXTRACT
024300         CLOSE ACCESS-RPT
024400     END-IF
024500     STOP RUN.
024600
024700*----------------------------------------------------------
024800 1000-READ-CONTROLS.
024900*----------------------------------------------------------
025000     MOVE SPACES TO WS-PARM-CARD
025100     ACCEPT WS-PARM-CARD
025200     MOVE "N" TO WS-CARD-BAD-SW
025300     IF WS-CARD-SESSION = SPACES AND WS-CARD-NAME = SPACES
025400         MOVE "Y" TO WS-CARD-BAD-SW
025500     END-IF
025600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025700     ACCEPT WS-RUN-TIME FROM TIME.
025800 1000-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------
026200 1100-OPEN-OUTPUTS.
026300*    OPEN THE REPORT AND THE EXTRACT, HEAD THE REPORT WITH
026400*    THE CARD AS GIVEN, AND WRITE THE EXTRACT'S "H" RECORD.
026500*    AN EXTRACT THAT WILL NOT OPEN IS LOGGED AND ENDS THE
026600*    JOB RC 8 - THE REPORT STILL RUNS, BUT THE ANSWER IS
026700*    NOT COMPLETE WITHOUT THE EXTRACT.
026800*----------------------------------------------------------
026900     OPEN OUTPUT ACCESS-RPT
027000     MOVE SPACES TO WS-RPT-LINE
027100     STRING "VISITOR DATA ACCESS REPORT - RUN "
027200             DELIMITED BY SIZE
027300             WS-RUN-DATE DELIMITED BY SIZE
027400             INTO WS-RPT-LINE
027500     END-STRING
027600     MOVE WS-RPT-LINE TO RPT-LINE
027700     WRITE RPT-LINE AFTER ADVANCING PAGE
027800     MOVE SPACES TO RPT-LINE
027900     WRITE RPT-LINE AFTER ADVANCING 1 LINE
028000     MOVE SPACES TO WS-RPT-LINE
028100     STRING "  SESSION ID: " DELIMITED BY SIZE
028200             WS-CARD-SESSION DELIMITED BY SIZE
028300             INTO WS-RPT-LINE
028400     END-STRING
028500     MOVE WS-RPT-LINE TO RPT-LINE
028600     WRITE RPT-LINE AFTER ADVANCING 1 LINE
028700     MOVE SPACES TO WS-RPT-LINE
028800     STRING "  NAME:       " DELIMITED BY SIZE
028900             WS-CARD-NAME DELIMITED BY SIZE
029000             INTO WS-RPT-LINE
029100     END-STRING
029200     MOVE WS-RPT-LINE TO RPT-LINE
029300     WRITE RPT-LINE AFTER ADVANCING 1 LINE
029400     OPEN OUTPUT ACCESS-EXTRACT
029500     IF WS-EXTRACT-STATUS NOT = "00"
029600         MOVE "Y" TO WS-EXTRACT-BAD-SW
029700         DISPLAY "VISACCES: CANNOT OPEN ACCSEXT - STATUS "
029800                 WS-EXTRACT-STATUS
029900         MOVE "1100-OPEN-OUTPUTS" TO WS-ERR-PARAGRAPH
030000         MOVE "ACCSEXT" TO WS-ERR-FILE-NAME
030100         MOVE WS-EXTRACT-STATUS TO WS-ERR-STATUS-CODE
030200         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
030300         MOVE 8 TO RETURN-CODE
030400     ELSE
030500         MOVE SPACES TO VAX-RECORD
030600         MOVE "H" TO VAX-REC-TYPE
030700         MOVE "REQUEST" TO VAX-DATASET
030800         MOVE WS-RUN-DATE TO VAX-HDR-RUN-DATE
030900         MOVE WS-RUN-TIME TO VAX-HDR-RUN-TIME
031000         MOVE WS-CARD-SESSION TO VAX-HDR-SESSION-ID
031100         MOVE WS-CARD-NAME TO VAX-HDR-NAME
031200         PERFORM 8810-WRITE-EXTRACT THRU 8810-EXIT
031300     END-IF.
031400 1100-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------
031800 2000-LIST-VISPROF.
031900*    WALK THE PROFILE CLUSTER AND LIST THE RECORD KEYED BY
032000*    THE SESSION AND ANY RECORD CARRYING THE VISITOR'S NAME
032100*    - THE SAME RULE VISERASE DELETES BY.
032200*----------------------------------------------------------
032300     MOVE WS-ROW-VISPROF TO WS-DS-IX
032400     MOVE "VISPROF - VISITOR PROFILES" TO WS-SECTION-TITLE
032500     PERFORM 8500-START-SECTION THRU 8500-EXIT
032600     MOVE "N" TO WS-PROF-EOF-SW
032700     OPEN INPUT VISITOR-PROFILE
032800     MOVE WS-PROFILE-STATUS TO WS-DS-STATUS (WS-DS-IX)
032900     IF WS-PROFILE-STATUS NOT = "00"
033000         MOVE "F" TO WS-DS-STATE (WS-DS-IX)
033100         MOVE "2000-LIST-VISPROF" TO WS-ERR-PARAGRAPH
033200         MOVE "VISPROF" TO WS-ERR-FILE-NAME
033300         MOVE WS-PROFILE-STATUS TO WS-ERR-STATUS-CODE
033400         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
033500         MOVE 8 TO RETURN-CODE
033600     ELSE
033700         MOVE LOW-VALUES TO VPF-SESSION-ID
033800         START VISITOR-PROFILE KEY NOT < VPF-SESSION-ID
033900             INVALID KEY
034000                 MOVE "Y" TO WS-PROF-EOF-SW
034100         END-START
034200         PERFORM 2100-READ-NEXT-PROFILE THRU 2100-EXIT
034300                 UNTIL WS-PROF-EOF
034400         CLOSE VISITOR-PROFILE
034500     END-IF
034600     PERFORM 8600-END-SECTION THRU 8600-EXIT.
034700 2000-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------
035100 2100-READ-NEXT-PROFILE.
035200*----------------------------------------------------------
035300     READ VISITOR-PROFILE NEXT RECORD
035400         AT END
035500             MOVE "Y" TO WS-PROF-EOF-SW
035600         NOT AT END
035700             PERFORM 2200-JUDGE-ONE-PROFILE THRU 2200-EXIT
035800     END-READ.
035900 2100-EXIT.
036000     EXIT.
036100
036200*----------------------------------------------------------
036300 2200-JUDGE-ONE-PROFILE.
036400*----------------------------------------------------------
036500     MOVE "N" TO WS-MATCH-SW
036600     IF WS-CARD-SESSION NOT = SPACES
036700        AND VPF-SESSION-ID = WS-CARD-SESSION
036800         MOVE "Y" TO WS-MATCH-SW
036900     END-IF
037000     IF WS-CARD-NAME NOT = SPACES
037100        AND VPF-VISITOR-NAME = WS-CARD-NAME
037200         MOVE "Y" TO WS-MATCH-SW
037300     END-IF
037400     IF WS-RECORD-MATCHES
037500         ADD 1 TO WS-DS-FOUND (WS-DS-IX)
037600         MOVE SPACES TO WS-RPT-LINE
037700         STRING "    SESSION " DELIMITED BY SIZE
037800                 VPF-SESSION-ID DELIMITED BY SIZE
037900                 " NAME " DELIMITED BY SIZE
038000                 VPF-VISITOR-NAME DELIMITED BY SIZE
038100                 INTO WS-RPT-LINE
038200         END-STRING
038300         MOVE WS-RPT-LINE TO RPT-LINE
038400         WRITE RPT-LINE AFTER ADVANCING 1 LINE
038500         MOVE SPACES TO WS-RPT-LINE
038600         STRING "      LANGUAGE " DELIMITED BY SIZE
038700                 VPF-LANG-CODE DELIMITED BY SIZE
038800                 "  LAST UPDATED " DELIMITED BY SIZE
038900                 VPF-LAST-UPDATE-DATE DELIMITED BY SIZE
039000                 INTO WS-RPT-LINE
039100         END-STRING
039200         MOVE WS-RPT-LINE TO RPT-LINE
039300         WRITE RPT-LINE AFTER ADVANCING 1 LINE
039400         MOVE SPACES TO VAX-RECORD
039500         MOVE VPF-SESSION-ID TO VAX-PRF-SESSION-ID
039600         MOVE VPF-VISITOR-NAME TO VAX-PRF-NAME
039700         MOVE VPF-LANG-CODE TO VAX-PRF-LANG-CODE
039800         MOVE VPF-LAST-UPDATE-DATE TO VAX-PRF-LAST-UPDATE
039900         PERFORM 8800-WRITE-DATA-RECORD THRU 8800-EXIT
040000     END-IF.
040100 2200-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------
040500 3000-LIST-HITCNT.
040600*    READ THE SESSION'S HIT-COUNTER RECORD. THE CLUSTER IS
040700*    KEYED ONLY BY SESSION ID, SO A CARD WITH ONLY A NAME
040800*    SEARCHES NOTHING HERE - AS IN VISERASE.
040900*----------------------------------------------------------
041000     MOVE WS-ROW-HITCNT TO WS-DS-IX
041100     MOVE "HITCNT - VISIT COUNT AND LAST VISIT"
041200         TO WS-SECTION-TITLE
041300     PERFORM 8500-START-SECTION THRU 8500-EXIT
041400     IF WS-CARD-SESSION = SPACES
041500         MOVE "S" TO WS-DS-STATE (WS-DS-IX)
041600     ELSE
041700         OPEN INPUT HIT-COUNTER
041800         MOVE WS-HIT-FILE-STATUS TO WS-DS-STATUS (WS-DS-IX)
041900         IF WS-HIT-FILE-STATUS NOT = "00"
042000             MOVE "F" TO WS-DS-STATE (WS-DS-IX)
042100             MOVE "3000-LIST-HITCNT" TO WS-ERR-PARAGRAPH
042200             MOVE "HITCNT" TO WS-ERR-FILE-NAME
042300             MOVE WS-HIT-FILE-STATUS TO WS-ERR-STATUS-CODE
042400             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
042500             MOVE 8 TO RETURN-CODE
042600         ELSE
042700             MOVE WS-CARD-SESSION TO HCT-SESSION-ID
042800             READ HIT-COUNTER
042900             IF WS-HIT-FILE-STATUS = "00"
043000                 PERFORM 3100-LIST-HIT-RECORD THRU 3100-EXIT
043100             END-IF
043200             CLOSE HIT-COUNTER
043300         END-IF
043400     END-IF
043500     PERFORM 8600-END-SECTION THRU 8600-EXIT.
043600 3000-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------
044000 3100-LIST-HIT-RECORD.
044100*----------------------------------------------------------
044200     ADD 1 TO WS-DS-FOUND (WS-DS-IX)
044300     MOVE HCT-VISIT-COUNT TO WS-VISITS-ED
044400     MOVE SPACES TO WS-RPT-LINE
044500     STRING "    SESSION " DELIMITED BY SIZE
044600             HCT-SESSION-ID DELIMITED BY SIZE
044700             " VISITS " DELIMITED BY SIZE
044800             WS-VISITS-ED DELIMITED BY SIZE
044900             "  LAST VISIT " DELIMITED BY SIZE
045000             HCT-LAST-VISIT-DATE DELIMITED BY SIZE
045100             INTO WS-RPT-LINE
045200     END-STRING
045300     MOVE WS-RPT-LINE TO RPT-LINE
045400     WRITE RPT-LINE AFTER ADVANCING 1 LINE
045500     MOVE SPACES TO VAX-RECORD
045600     MOVE HCT-SESSION-ID TO VAX-HIT-SESSION-ID
045700     MOVE HCT-VISIT-COUNT TO VAX-HIT-VISIT-COUNT
045800     MOVE HCT-LAST-VISIT-DATE TO VAX-HIT-LAST-VISIT
045900     PERFORM 8800-WRITE-DATA-RECORD THRU 8800-EXIT.
046000 3100-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------
046400 3500-LIST-BLOCKLST.
046500*    READ THE SESSION'S BLOCKLIST ENTRY, IF ABUSESCN EVER
046600*    LISTED IT. KEYED BY SESSION ID ONLY, LIKE HITCNT. A
046700*    CLUSTER NOT YET DEFINED ("35") MEANS NOBODY HAS EVER
046800*    BEEN BLOCKED.
046900*----------------------------------------------------------
047000     MOVE WS-ROW-BLOCKLST TO WS-DS-IX
047100     MOVE "BLOCKLST - ABUSE BLOCKLIST ENTRY" TO WS-SECTION-TITLE
047200     PERFORM 8500-START-SECTION THRU 8500-EXIT
047300     IF WS-CARD-SESSION = SPACES
047400         MOVE "S" TO WS-DS-STATE (WS-DS-IX)
047500     ELSE
047600         OPEN INPUT BLOCK-LIST
047700         MOVE WS-BLOCK-STATUS TO WS-DS-STATUS (WS-DS-IX)
047800         EVALUATE TRUE
047900             WHEN WS-BLOCK-STATUS = "00"
048000                 MOVE WS-CARD-SESSION TO BLK-SESSION-ID
048100                 READ BLOCK-LIST
048200                 IF WS-BLOCK-STATUS = "00"
048300                     PERFORM 3600-LIST-BLOCK-RECORD THRU 3600-EXIT
048400                 END-IF
048500                 CLOSE BLOCK-LIST
048600             WHEN WS-BLOCK-STATUS = "35"
048700                 CONTINUE
048800             WHEN OTHER
048900                 MOVE "F" TO WS-DS-STATE (WS-DS-IX)
049000                 MOVE "3500-LIST-BLOCKLST" TO WS-ERR-PARAGRAPH
049100                 MOVE "BLOCKLST" TO WS-ERR-FILE-NAME
049200                 MOVE WS-BLOCK-STATUS TO WS-ERR-STATUS-CODE
049300                 PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
049400                 MOVE 8 TO RETURN-CODE
049500         END-EVALUATE
049600     END-IF
049700     PERFORM 8600-END-SECTION THRU 8600-EXIT.
049800 3500-EXIT.
049900     EXIT.
050000
050100*----------------------------------------------------------
050200 3600-LIST-BLOCK-RECORD.
050300*----------------------------------------------------------
050400     ADD 1 TO WS-DS-FOUND (WS-DS-IX)
050500     MOVE BLK-HIT-COUNT TO WS-COUNT-ED
050600     MOVE SPACES TO WS-RPT-LINE
050700     STRING "    SESSION " DELIMITED BY SIZE
050800             BLK-SESSION-ID DELIMITED BY SIZE
050900             " BLOCKED UNTIL " DELIMITED BY SIZE
051000             BLK-EXPIRE-DATE DELIMITED BY SIZE
051100             " " DELIMITED BY SIZE
051200             BLK-EXPIRE-TIME DELIMITED BY SIZE
051300             " AFTER " DELIMITED BY SIZE
051400             WS-COUNT-ED DELIMITED BY SIZE
051500             " HITS" DELIMITED BY SIZE
051600             INTO WS-RPT-LINE
051700     END-STRING
051800     MOVE WS-RPT-LINE TO RPT-LINE
051900     WRITE RPT-LINE AFTER ADVANCING 1 LINE
052000     MOVE SPACES TO VAX-RECORD
052100     MOVE BLK-SESSION-ID TO VAX-BLK-SESSION-ID
052200     MOVE BLK-EXPIRE-DATE TO VAX-BLK-EXPIRE-DATE
052300     MOVE BLK-EXPIRE-TIME TO VAX-BLK-EXPIRE-TIME
052400     MOVE BLK-HIT-COUNT TO VAX-BLK-HIT-COUNT
052500     PERFORM 8800-WRITE-DATA-RECORD THRU 8800-EXIT.
052600 3600-EXIT.
052700     EXIT.
052800
052900*----------------------------------------------------------
053000 4000-LIST-GUESTBOOK.
053100*    LIST EVERY GUESTBOOK ENTRY SIGNED WITH THE VISITOR'S
053200*    NAME, WHATEVER ITS MODERATION STATUS. THE GUESTBOOK
053300*    CARRIES NO SESSION ID, SO A CARD WITH ONLY A SESSION
053400*    SEARCHES NOTHING HERE - AS IN VISERASE.
053500*----------------------------------------------------------
053600     MOVE WS-ROW-GUESTBK TO WS-DS-IX
053700     MOVE "GUESTBK - GUESTBOOK ENTRIES" TO WS-SECTION-TITLE
053800     PERFORM 8500-START-SECTION THRU 8500-EXIT
053900     MOVE "N" TO WS-BOOK-EOF-SW
054000     IF WS-CARD-NAME = SPACES
054100         MOVE "S" TO WS-DS-STATE (WS-DS-IX)
054200     ELSE
054300         OPEN INPUT GUEST-BOOK
054400         MOVE WS-GUEST-BOOK-STATUS TO WS-DS-STATUS (WS-DS-IX)
054500         EVALUATE TRUE
054600             WHEN WS-GUEST-BOOK-STATUS = "00"
054700                 PERFORM 4100-READ-GUEST-BOOK THRU 4100-EXIT
054800                 PERFORM 4200-JUDGE-ONE-ENTRY THRU 4200-EXIT
054900                         UNTIL WS-BOOK-EOF
055000                 CLOSE GUEST-BOOK
055100             WHEN WS-GUEST-BOOK-STATUS = "35"
055200                 CONTINUE
055300             WHEN OTHER
055400                 MOVE "F" TO WS-DS-STATE (WS-DS-IX)
055500                 MOVE "4000-LIST-GUESTBOOK" TO WS-ERR-PARAGRAPH
055600                 MOVE "GUESTBK" TO WS-ERR-FILE-NAME
055700                 MOVE WS-GUEST-BOOK-STATUS TO WS-ERR-STATUS-CODE
055800                 PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
055900                 MOVE 8 TO RETURN-CODE
056000         END-EVALUATE
056100     END-IF
056200     PERFORM 8600-END-SECTION THRU 8600-EXIT.
056300 4000-EXIT.
056400     EXIT.
056500
056600*----------------------------------------------------------
056700 4100-READ-GUEST-BOOK.
056800*----------------------------------------------------------
056900     READ GUEST-BOOK NEXT RECORD
057000         AT END
057100             MOVE "Y" TO WS-BOOK-EOF-SW
057200     END-READ.
057300 4100-EXIT.
057400     EXIT.
057500
057600*----------------------------------------------------------
057700 4200-JUDGE-ONE-ENTRY.
057800*    LIST A MATCHING ENTRY - WHEN AND IN WHAT STATE, THEN
057900*    THE MESSAGE OVER TWO LINES - AND READ THE NEXT ONE.
058000*----------------------------------------------------------
058100     IF GBK-VISITOR-NAME = WS-CARD-NAME
058200         ADD 1 TO WS-DS-FOUND (WS-DS-IX)
058300         EVALUATE TRUE
058400             WHEN GBK-PENDING
058500                 MOVE "PENDING REVIEW" TO WS-STATUS-TEXT
058600             WHEN GBK-HELD
058700                 MOVE "HELD FOR REVIEW" TO WS-STATUS-TEXT
058800             WHEN GBK-RELEASED
058900                 MOVE "RELEASED - ON THE PAGE" TO WS-STATUS-TEXT
059000             WHEN GBK-REJECTED
059100                 MOVE "REJECTED" TO WS-STATUS-TEXT
059200             WHEN GBK-STATUS = SPACE
059300                 MOVE "PRE-MODERATION - ON PAGE"
059400                     TO WS-STATUS-TEXT
059500             WHEN OTHER
059600                 MOVE "UNKNOWN STATUS" TO WS-STATUS-TEXT
059700         END-EVALUATE
059800         MOVE SPACES TO WS-RPT-LINE
059900         STRING "    " DELIMITED BY SIZE
060000                 GBK-LOG-DATE DELIMITED BY SIZE
060100                 " " DELIMITED BY SIZE
060200                 GBK-LOG-TIME DELIMITED BY SIZE
060300                 " " DELIMITED BY SIZE
060400                 WS-STATUS-TEXT DELIMITED BY SIZE
060500                 INTO WS-RPT-LINE
060600         END-STRING
060700         MOVE WS-RPT-LINE TO RPT-LINE
060800         WRITE RPT-LINE AFTER ADVANCING 1 LINE
060900         MOVE GBK-MESSAGE TO WS-MSG-WORK
061000         MOVE SPACES TO WS-RPT-LINE
061100         STRING "      " DELIMITED BY SIZE
061200                 WS-MSG-FIRST DELIMITED BY SIZE
061300                 INTO WS-RPT-LINE
061400         END-STRING
061500         MOVE WS-RPT-LINE TO RPT-LINE
061600         WRITE RPT-LINE AFTER ADVANCING 1 LINE
061700         IF WS-MSG-SECOND NOT = SPACES
061800             MOVE SPACES TO WS-RPT-LINE
061900             STRING "      " DELIMITED BY SIZE
062000                     WS-MSG-SECOND DELIMITED BY SIZE
062100                     INTO WS-RPT-LINE
062200             END-STRING
062300             MOVE WS-RPT-LINE TO RPT-LINE
062400             WRITE RPT-LINE AFTER ADVANCING 1 LINE
062500         END-IF
062600         MOVE SPACES TO VAX-RECORD
062700         MOVE GBK-LOG-DATE TO VAX-GBK-LOG-DATE
062800         MOVE GBK-LOG-TIME TO VAX-GBK-LOG-TIME
062900         MOVE GBK-VISITOR-NAME TO VAX-GBK-NAME
063000         MOVE GBK-MESSAGE TO VAX-GBK-MESSAGE
063100         MOVE GBK-STATUS TO VAX-GBK-STATUS
063200         MOVE WS-STATUS-TEXT TO VAX-GBK-STATUS-TEXT
063300         PERFORM 8800-WRITE-DATA-RECORD THRU 8800-EXIT
063400     END-IF
063500     PERFORM 4100-READ-GUEST-BOOK THRU 4100-EXIT.
063600 4200-EXIT.
063700     EXIT.
063800
063900*----------------------------------------------------------
064000 5000-LIST-VISLOG.
064100*    WALK THE LIVE LOG FOR EVERY HIT CARRYING THE SESSION
064200*    OR THE NAME - VISERASE'S BLANKING RULE. A MISSING LOG
064300*    MEANS NO TRAFFIC SINCE THE LAST CUT; A LOG HELD BY A
064400*    WEBLOG APPEND IS RETRIED, AND ONE STILL LOCKED AFTER
064500*    THAT IS RC 8 - THE REPORT WOULD OTHERWISE UNDERSTATE.
064600*----------------------------------------------------------
064700     MOVE WS-ROW-VISLOG TO WS-DS-IX
064800     MOVE "VISLOG - VISITOR LOG SINCE THE LAST ARCHIVE CUT"
064900         TO WS-SECTION-TITLE
065000     PERFORM 8500-START-SECTION THRU 8500-EXIT
065100     MOVE "N" TO WS-LOG-EOF-SW
065200     MOVE "N" TO WS-LOG-OPEN-DONE-SW
065300     PERFORM 5050-TRY-LOG-OPEN THRU 5050-EXIT
065400             VARYING WS-OPEN-TRY-IX FROM 1 BY 1
065500             UNTIL WS-OPEN-TRY-IX > WS-MAX-OPEN-TRIES
065600                OR WS-LOG-OPEN-DONE
065700     MOVE WS-VISLOG-STATUS TO WS-DS-STATUS (WS-DS-IX)
065800     EVALUATE TRUE
065900         WHEN WS-VISLOG-STATUS = "00"
066000             PERFORM 5100-READ-VISLOG THRU 5100-EXIT
066100             PERFORM 5200-JUDGE-ONE-LOG-RECORD THRU 5200-EXIT
066200                     UNTIL WS-LOG-EOF
066300             CLOSE VISITOR-LOG
066400         WHEN WS-VISLOG-STATUS = "35"
066500             CONTINUE
066600         WHEN OTHER
066700             MOVE "F" TO WS-DS-STATE (WS-DS-IX)
066800             MOVE "5000-LIST-VISLOG" TO WS-ERR-PARAGRAPH
066900             MOVE "VISLOG" TO WS-ERR-FILE-NAME
067000             MOVE WS-VISLOG-STATUS TO WS-ERR-STATUS-CODE
067100             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
067200             MOVE 8 TO RETURN-CODE
067300     END-EVALUATE
067400     PERFORM 8600-END-SECTION THRU 8600-EXIT.
067500 5000-EXIT.
067600     EXIT.
067700
067800*----------------------------------------------------------
067900 5050-TRY-LOG-OPEN.
068000*    ONE ATTEMPT TO OPEN THE LOG. ONLY THE FILE-LOCKED
068100*    STATUS ("93" - A WEBLOG APPEND IN FLIGHT) WAITS AND
068200*    BURNS A RETRY; ANY OTHER OUTCOME IS FINAL AND JUDGED
068300*    BY THE CALLER.
068400*----------------------------------------------------------
068500     OPEN INPUT VISITOR-LOG
068600     IF WS-VISLOG-STATUS = "93"
068700         PERFORM 5060-PACE-ONE-WAIT THRU 5060-EXIT
068800     ELSE
068900         MOVE "Y" TO WS-LOG-OPEN-DONE-SW
069000     END-IF.
069100 5050-EXIT.
069200     EXIT.
069300
069400*----------------------------------------------------------
069500 5060-PACE-ONE-WAIT.
069600*    WAIT WS-PACE-TICKS HUNDREDTHS OF A SECOND BY WATCHING
069700*    THE TIME-OF-DAY CLOCK CHANGE THAT MANY TIMES - SAME
069800*    SCHEME WEBLOG PACES ITS RETRIES WITH.
069900*----------------------------------------------------------
070000     MOVE ZERO TO WS-TICKS-SEEN
070100     ACCEPT WS-PACE-PREV FROM TIME
070200     PERFORM 5070-WATCH-ONE-TICK THRU 5070-EXIT
070300             UNTIL WS-TICKS-SEEN >= WS-PACE-TICKS.
070400 5060-EXIT.
070500     EXIT.
070600
070700*----------------------------------------------------------
070800 5070-WATCH-ONE-TICK.
070900*----------------------------------------------------------
071000     ACCEPT WS-PACE-NOW FROM TIME
071100     IF WS-PACE-NOW NOT = WS-PACE-PREV
071200         ADD 1 TO WS-TICKS-SEEN
071300         MOVE WS-PACE-NOW TO WS-PACE-PREV
071400     END-IF.
071500 5070-EXIT.
071600     EXIT.
071700
071800*----------------------------------------------------------
071900 5100-READ-VISLOG.
072000*----------------------------------------------------------
072100     READ VISITOR-LOG
072200         AT END
072300             MOVE "Y" TO WS-LOG-EOF-SW
072400     END-READ.
072500 5100-EXIT.
072600     EXIT.
072700
072800*----------------------------------------------------------
072900 5200-JUDGE-ONE-LOG-RECORD.
073000*    A MATCHING HIT GOES TO THE EXTRACT WHOLE AND TO THE
073100*    REPORT AS WHEN, WHICH PAGE, FROM WHERE, AND WITH WHAT
073200*    BROWSER (7000 PRINTS IT). THEN READ THE NEXT ONE.
073300*----------------------------------------------------------
073400     MOVE "N" TO WS-MATCH-SW
073500     IF WS-CARD-SESSION NOT = SPACES
073600        AND VLG-SESSION-ID = WS-CARD-SESSION
073700         MOVE "Y" TO WS-MATCH-SW
073800     END-IF
073900     IF WS-CARD-NAME NOT = SPACES
074000        AND VLG-VISITOR-NAME = WS-CARD-NAME
074100         MOVE "Y" TO WS-MATCH-SW
074200     END-IF
074300     IF WS-RECORD-MATCHES
074400         ADD 1 TO WS-DS-FOUND (WS-DS-IX)
074500         MOVE SPACES TO VAX-RECORD
074600         MOVE VLG-RECORD TO VAX-DATA
074700         PERFORM 7000-PRINT-ONE-HIT THRU 7000-EXIT
074800         PERFORM 8800-WRITE-DATA-RECORD THRU 8800-EXIT
074900     END-IF
075000     PERFORM 5100-READ-VISLOG THRU 5100-EXIT.
075100 5200-EXIT.
075200     EXIT.
075300
075400*----------------------------------------------------------
075500 6000-LIST-ARCHIVE.
075550*    SAME PASS OVER THE ARCHIVED GENERATIONS. THE JCL CODES
075600*    THE GDG BASE NAME, SO THE SYSTEM HANDS EVERY RETAINED
075650*    GENERATION OVER IN TURN AS ONE FILE. A MISSING DD OR
075700*    DATASET ("35") MEANS NOTHING IS ARCHIVED YET -
075750*    VISERASE SKIPS THE PASS THE SAME WAY. A GENERATION
075800*    THAT IS THERE BUT WILL NOT OPEN IS RC 8, AS FOR VISLOG
075850*    - THE REPORT WOULD OTHERWISE UNDERSTATE.
075900*----------------------------------------------------------
075950     MOVE WS-ROW-ARCHLOG TO WS-DS-IX
076000     MOVE "ARCHLOG - ARCHIVED VISITOR LOG GENERATIONS"
076050         TO WS-SECTION-TITLE
076100     PERFORM 8500-START-SECTION THRU 8500-EXIT
076150     MOVE "N" TO WS-ARC-EOF-SW
076200     OPEN INPUT ARCHIVE-LOG
076250     MOVE WS-ARCHLOG-STATUS TO WS-DS-STATUS (WS-DS-IX)
076300     EVALUATE TRUE
076350         WHEN WS-ARCHLOG-STATUS = "00"
076400             PERFORM 6100-READ-ARCHIVE THRU 6100-EXIT
076450             PERFORM 6200-JUDGE-ONE-ARC-RECORD THRU 6200-EXIT
076500                     UNTIL WS-ARC-EOF
076550             CLOSE ARCHIVE-LOG
076600         WHEN WS-ARCHLOG-STATUS = "35"
076650             CONTINUE
076700         WHEN OTHER
076750             MOVE "F" TO WS-DS-STATE (WS-DS-IX)
076800             MOVE "6000-LIST-ARCHIVE" TO WS-ERR-PARAGRAPH
076850             MOVE "ARCHLOG" TO WS-ERR-FILE-NAME
076900             MOVE WS-ARCHLOG-STATUS TO WS-ERR-STATUS-CODE
076950             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
077000             MOVE 8 TO RETURN-CODE
077050     END-EVALUATE
077500     PERFORM 8600-END-SECTION THRU 8600-EXIT.
077600 6000-EXIT.
077700     EXIT.
077800
077900*----------------------------------------------------------
078000 6100-READ-ARCHIVE.
078100*----------------------------------------------------------
078200     READ ARCHIVE-LOG
078300         AT END
078400             MOVE "Y" TO WS-ARC-EOF-SW
078500     END-READ.
078600 6100-EXIT.
078700     EXIT.
078800
078900*----------------------------------------------------------
079000 6200-JUDGE-ONE-ARC-RECORD.
079100*    SAME MATCHING RULE 5200 APPLIES TO THE LIVE LOG.
079200*----------------------------------------------------------
079300     MOVE "N" TO WS-MATCH-SW
079400     IF WS-CARD-SESSION NOT = SPACES
079500        AND ALG-SESSION-ID = WS-CARD-SESSION
079600         MOVE "Y" TO WS-MATCH-SW
079700     END-IF
079800     IF WS-CARD-NAME NOT = SPACES
079900        AND ALG-VISITOR-NAME = WS-CARD-NAME
080000         MOVE "Y" TO WS-MATCH-SW
080100     END-IF
080200     IF WS-RECORD-MATCHES
080300         ADD 1 TO WS-DS-FOUND (WS-DS-IX)
080400         MOVE SPACES TO VAX-RECORD
080500         MOVE ALG-RECORD TO VAX-DATA
080600         PERFORM 7000-PRINT-ONE-HIT THRU 7000-EXIT
080700         PERFORM 8800-WRITE-DATA-RECORD THRU 8800-EXIT
080800     END-IF
080900     PERFORM 6100-READ-ARCHIVE THRU 6100-EXIT.
081000 6200-EXIT.
081100     EXIT.
081200
081300*----------------------------------------------------------
081400 7000-PRINT-ONE-HIT.
081500*    PRINT ONE LOGGED HIT FROM ITS EXTRACT VIEW, SO THE LIVE
081600*    LOG AND THE ARCHIVE PRINT ALIKE: DATE, TIME, PAGE,
081700*    METHOD, STATUS, ADDRESS, AND SESSION, THEN THE BROWSER
081800*    AGENT ON A LINE OF ITS OWN. RECORDS CUT BEFORE THE
081900*    STATUS WAS LOGGED CARRY SPACES THERE AND PRINT BLANK.
082000*----------------------------------------------------------
082100     IF VAX-VIS-STATUS-CODE IS NUMERIC
082200         MOVE VAX-VIS-STATUS-CODE TO WS-HTTP-STATUS
082300     ELSE
082400         MOVE SPACES TO WS-HTTP-STATUS
082500     END-IF
082600     MOVE SPACES TO WS-RPT-LINE
082700     STRING "    " DELIMITED BY SIZE
082800             VAX-VIS-LOG-DATE DELIMITED BY SIZE
082900             " " DELIMITED BY SIZE
083000             VAX-VIS-LOG-TIME DELIMITED BY SIZE
083100             " " DELIMITED BY SIZE
083200             VAX-VIS-PAGE-PATH DELIMITED BY SIZE
083300             " " DELIMITED BY SIZE
083400             VAX-VIS-METHOD DELIMITED BY SIZE
083500             " " DELIMITED BY SIZE
083600             WS-HTTP-STATUS DELIMITED BY SIZE
083700             " " DELIMITED BY SIZE
083800             VAX-VIS-REMOTE-ADDR DELIMITED BY SIZE
083900             " " DELIMITED BY SIZE
084000             VAX-VIS-SESSION-ID DELIMITED BY SIZE
084100             INTO WS-RPT-LINE
084200     END-STRING
084300     MOVE WS-RPT-LINE TO RPT-LINE
084400     WRITE RPT-LINE AFTER ADVANCING 1 LINE
084500     MOVE SPACES TO WS-RPT-LINE
084600     STRING "      AGENT " DELIMITED BY SIZE
084700             VAX-VIS-USER-AGENT DELIMITED BY SIZE
084800             INTO WS-RPT-LINE
084900     END-STRING
085000     MOVE WS-RPT-LINE TO RPT-LINE
085100     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
085200 7000-EXIT.
085300     EXIT.
085400
085500*----------------------------------------------------------
085600 8000-PRINT-COUNTS.
085700*    ONE LINE PER DATASET: RECORDS FOUND, AND WHAT A
085800*    VISERASE RUN ON THE SAME CARD WOULD DO TO HOW MANY OF
085900*    THEM - THE FIGURES ITS AUDIT WOULD PRINT. EACH LINE
086000*    ALSO GOES TO THE EXTRACT AS A "C" RECORD. RC 4 WHEN
086100*    NOTHING WAS FOUND ANYWHERE.
086200*----------------------------------------------------------
086300     MOVE SPACES TO RPT-LINE
086400     WRITE RPT-LINE AFTER ADVANCING 2 LINES
086500     MOVE "RECORDS HELD PER DATASET" TO RPT-LINE
086600     WRITE RPT-LINE AFTER ADVANCING 1 LINE
086700     MOVE SPACES TO RPT-LINE
086800     WRITE RPT-LINE AFTER ADVANCING 1 LINE
086900     MOVE "  DATASET     FOUND  VISERASE WOULD      COUNT"
087000         TO RPT-LINE
087100     WRITE RPT-LINE AFTER ADVANCING 1 LINE
087200     MOVE ZERO TO WS-TOTAL-FOUND
087300     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT
087400             VARYING WS-DS-IX FROM 1 BY 1
087500             UNTIL WS-DS-IX > WS-DS-ROWS
087600     IF WS-TOTAL-FOUND = ZERO AND RETURN-CODE = ZERO
087700         MOVE SPACES TO RPT-LINE
087800         WRITE RPT-LINE AFTER ADVANCING 1 LINE
087900         MOVE "  NOTHING HELD UNDER THIS SESSION ID OR NAME"
088000             TO RPT-LINE
088100         WRITE RPT-LINE AFTER ADVANCING 1 LINE
088200         MOVE 4 TO RETURN-CODE
088300     END-IF.
088400 8000-EXIT.
088500     EXIT.
088600
088700*----------------------------------------------------------
088800 8100-PRINT-ONE-COUNT.
088900*----------------------------------------------------------
089000     ADD WS-DS-FOUND (WS-DS-IX) TO WS-TOTAL-FOUND
089100     IF WS-DS-ERASES (WS-DS-IX) = "Y"
089200         MOVE WS-DS-FOUND (WS-DS-IX) TO WS-ERASABLE-COUNT
089300     ELSE
089400         MOVE ZERO TO WS-ERASABLE-COUNT
089500     END-IF
089600     MOVE WS-DS-FOUND (WS-DS-IX) TO WS-COUNT-ED
089700     MOVE WS-ERASABLE-COUNT TO WS-ERASE-ED
089800     PERFORM 8700-SET-STATE-NOTE THRU 8700-EXIT
089900     MOVE SPACES TO WS-RPT-LINE
090000     STRING "  " DELIMITED BY SIZE
090100             WS-DS-NAME (WS-DS-IX) DELIMITED BY SIZE
090200             "  " DELIMITED BY SIZE
090300             WS-COUNT-ED DELIMITED BY SIZE
090400             "  " DELIMITED BY SIZE
090500             WS-DS-ACTION (WS-DS-IX) DELIMITED BY SIZE
090600             "  " DELIMITED BY SIZE
090700             WS-ERASE-ED DELIMITED BY SIZE
090800             "  " DELIMITED BY SIZE
090900             WS-NOTE-TEXT DELIMITED BY SIZE
091000             INTO WS-RPT-LINE
091100     END-STRING
091200     MOVE WS-RPT-LINE TO RPT-LINE
091300     WRITE RPT-LINE AFTER ADVANCING 1 LINE
091400     MOVE SPACES TO VAX-RECORD
091500     MOVE "C" TO VAX-REC-TYPE
091600     MOVE WS-DS-NAME (WS-DS-IX) TO VAX-DATASET
091700     MOVE WS-DS-STATE (WS-DS-IX) TO VAX-CNT-STATE
091800     MOVE WS-DS-FOUND (WS-DS-IX) TO VAX-CNT-FOUND
091900     MOVE WS-ERASABLE-COUNT TO VAX-CNT-ERASABLE
092000     MOVE WS-DS-ACTION (WS-DS-IX) TO VAX-CNT-ERASE-ACTION
092100     PERFORM 8810-WRITE-EXTRACT THRU 8810-EXIT.
092200 8100-EXIT.
092300     EXIT.
092400
092500*----------------------------------------------------------
092600 8500-START-SECTION.
092700*    HEAD A DATASET'S SECTION OF THE REPORT AND CLEAR ITS
092800*    ROW. A ROW STARTS AS READ; THE SECTION MARKS IT "S"
092900*    WHEN THE CARD CARRIES NO KEY THE DATASET CAN BE
093000*    SEARCHED BY, OR "F" WHEN THE DATASET WOULD NOT OPEN.
093100*----------------------------------------------------------
093200     MOVE ZERO TO WS-DS-FOUND (WS-DS-IX)
093300     MOVE "R" TO WS-DS-STATE (WS-DS-IX)
093400     MOVE SPACES TO WS-DS-STATUS (WS-DS-IX)
093500     MOVE SPACES TO RPT-LINE
093600     WRITE RPT-LINE AFTER ADVANCING 1 LINE
093700     MOVE WS-SECTION-TITLE TO RPT-LINE
093800     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
093900 8500-EXIT.
094000     EXIT.
094100
094200*----------------------------------------------------------
094300 8600-END-SECTION.
094400*    CLOSE A SECTION THAT LISTED NOTHING WITH THE REASON.
094500*----------------------------------------------------------
094600     IF WS-DS-FOUND (WS-DS-IX) = ZERO
094700         PERFORM 8700-SET-STATE-NOTE THRU 8700-EXIT
094800         IF WS-NOTE-TEXT = SPACES
094900             MOVE "NONE FOUND" TO WS-NOTE-TEXT
095000         END-IF
095100         MOVE SPACES TO WS-RPT-LINE
095200         STRING "    " DELIMITED BY SIZE
095300                 WS-NOTE-TEXT DELIMITED BY SIZE
095400                 INTO WS-RPT-LINE
095500         END-STRING
095600         MOVE WS-RPT-LINE TO RPT-LINE
095700         WRITE RPT-LINE AFTER ADVANCING 1 LINE
095800     END-IF.
095900 8600-EXIT.
096000     EXIT.
096100
096200*----------------------------------------------------------
096300 8700-SET-STATE-NOTE.
096400*    WHY A ROW'S COUNT IS NOT THE WHOLE STORY, IF IT IS NOT.
096500*----------------------------------------------------------
096600     MOVE SPACES TO WS-NOTE-TEXT
096700     EVALUATE TRUE
096800         WHEN WS-DS-STATE (WS-DS-IX) = "F"
096900             STRING "NOT READ - OPEN STATUS " DELIMITED BY SIZE
097000                     WS-DS-STATUS (WS-DS-IX) DELIMITED BY SIZE
097100                     INTO WS-NOTE-TEXT
097200             END-STRING
097300         WHEN WS-DS-STATE (WS-DS-IX) = "S"
097400          AND WS-DS-IX = WS-ROW-GUESTBK
097500             MOVE "NOT SEARCHED - CARD HAS NO NAME"
097600                 TO WS-NOTE-TEXT
097700         WHEN WS-DS-STATE (WS-DS-IX) = "S"
097800             MOVE "NOT SEARCHED - CARD HAS NO SESSION ID"
097900                 TO WS-NOTE-TEXT
098000     END-EVALUATE.
098100 8700-EXIT.
098200     EXIT.
098300
098400*----------------------------------------------------------
098500 8800-WRITE-DATA-RECORD.
098600*    THE CALLER HAS FILLED ITS VIEW OF VAX-DATA; STAMP THE
098700*    RECORD AS DATA FROM THE CURRENT ROW'S DATASET.
098800*----------------------------------------------------------
098900     MOVE "D" TO VAX-REC-TYPE
099000     MOVE WS-DS-NAME (WS-DS-IX) TO VAX-DATASET
099100     PERFORM 8810-WRITE-EXTRACT THRU 8810-EXIT.
099200 8800-EXIT.
099300     EXIT.
099400
099500*----------------------------------------------------------
099600 8810-WRITE-EXTRACT.
099700*    WRITE ONE EXTRACT RECORD. AN EXTRACT THAT DID NOT OPEN
099800*    IS SKIPPED (1100 HAS ALREADY SET RC 8); THE FIRST WRITE
099900*    THAT FAILS IS LOGGED AND STOPS ANY MORE BEING TRIED.
100000*----------------------------------------------------------
100100     IF NOT WS-EXTRACT-BAD
100200         WRITE VAX-RECORD
100300         IF WS-EXTRACT-STATUS NOT = "00"
100400             MOVE "Y" TO WS-EXTRACT-BAD-SW
100500             MOVE "8810-WRITE-EXTRACT" TO WS-ERR-PARAGRAPH
100600             MOVE "ACCSEXT" TO WS-ERR-FILE-NAME
100700             MOVE WS-EXTRACT-STATUS TO WS-ERR-STATUS-CODE
100800             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
100900             MOVE 8 TO RETURN-CODE
101000         END-IF
101100     END-IF.
101200 8810-EXIT.
101300     EXIT.
101400
101500*----------------------------------------------------------
101600 9800-LOG-FILE-ERROR.
101700*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
101800*    EVERY ERRLOG APPEND IN THE SHOP. THE FAILING PARAGRAPH
101900*    HAS ALREADY FILLED THE WS-ERR- STAGING FIELDS; BATCH
102000*    EVENTS CARRY NO SESSION ID.
102100*----------------------------------------------------------
102200     CALL "ERRLOGW" USING WS-ERR-PROGRAM WS-ERR-PARAGRAPH
102300                          WS-ERR-FILE-NAME WS-ERR-STATUS-CODE
102400                          WS-ERR-SESSION-ID.
102500 9800-EXIT.
102600     EXIT.
