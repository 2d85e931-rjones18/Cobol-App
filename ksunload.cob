000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     KSUNLOAD.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - NIGHTLY UNLOAD OF THE
001100*                THREE KEYED CLUSTERS (HITCNT, VISPROF,
001200*                BLOCKLST) TO DATED SEQUENTIAL BACKUP
001300*                GENERATIONS, ONE GDG PER CLUSTER (HITBKUP,
001400*                VPFBKUP, BLKBKUP DDS). EACH GENERATION IS
001500*                THE CLUSTER'S RECORDS IN KEY ORDER FOLLOWED
001600*                BY A TRAILER WITH THE RECORD COUNT AND THE
001700*                KEY HASH TOTAL (SEE CLBKUPR) THAT KSRELOAD
001800*                PROVES A RESTORE AGAINST. A BLOCKLST NOT
001900*                YET DEFINED UNLOADS AS AN EMPTY GENERATION
002000*                WITH A ZERO TRAILER. ANY OTHER CLUSTER THAT
002100*                WILL NOT OPEN, OR AN UNLOAD THAT CANNOT BE
002200*                WRITTEN, ENDS RC 8 - THAT GENERATION HAS NO
002300*                TRAILER AND KSRELOAD WILL REFUSE IT.
002400*----------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT HIT-COUNTER ASSIGN TO "HITCNT"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS HCT-SESSION-ID
003300         FILE STATUS IS WS-HIT-FILE-STATUS.
003400     SELECT VISITOR-PROFILE ASSIGN TO "VISPROF"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS VPF-SESSION-ID
003800         FILE STATUS IS WS-PROFILE-STATUS.
003900     SELECT BLOCK-LIST ASSIGN TO "BLOCKLST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS BLK-SESSION-ID
004300         FILE STATUS IS WS-BLOCK-STATUS.
004400     SELECT HIT-UNLOAD ASSIGN TO "HITBKUP"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-HIT-UNL-STATUS.
004700     SELECT PROFILE-UNLOAD ASSIGN TO "VPFBKUP"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-PROF-UNL-STATUS.
005000     SELECT BLOCK-UNLOAD ASSIGN TO "BLKBKUP"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-BLOCK-UNL-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  HIT-COUNTER.
005700     COPY HITCNTR.
005800 FD  VISITOR-PROFILE.
005900     COPY VPROFR.
006000 FD  BLOCK-LIST.
006100     COPY BLOCKR.
006200 FD  HIT-UNLOAD
006300     RECORDING MODE IS F.
006400 01  HIT-UNLOAD-REC          PIC X(100).
006500 FD  PROFILE-UNLOAD
006600     RECORDING MODE IS F.
006700 01  PROFILE-UNLOAD-REC      PIC X(100).
006800 FD  BLOCK-UNLOAD
006900     RECORDING MODE IS F.
007000 01  BLOCK-UNLOAD-REC        PIC X(100).
007100
007200 WORKING-STORAGE SECTION.
007300*----------------------------------------------------------
007400* FILE STATUS AND END-OF-FILE CONTROL
007500*----------------------------------------------------------
007600 01  WS-HIT-FILE-STATUS      PIC X(02) VALUE SPACES.
007700 01  WS-PROFILE-STATUS       PIC X(02) VALUE SPACES.
007800 01  WS-BLOCK-STATUS         PIC X(02) VALUE SPACES.
007900 01  WS-HIT-UNL-STATUS       PIC X(02) VALUE SPACES.
008000 01  WS-PROF-UNL-STATUS      PIC X(02) VALUE SPACES.
008100 01  WS-BLOCK-UNL-STATUS     PIC X(02) VALUE SPACES.
008200 01  WS-CLU-EOF-SW           PIC X(01) VALUE "N".
008300     88  WS-CLU-EOF                   VALUE "Y".
008400 01  WS-WRITE-BAD-SW         PIC X(01) VALUE "N".
008500     88  WS-WRITE-BAD                 VALUE "Y".
008600
008700*----------------------------------------------------------
008800* ERROR-EVENT STAGING - THE FAILING PARAGRAPH FILLS THESE
008900* AND PERFORMS 9800, WHICH HANDS THEM TO THE ERRLOGW
009000* SUBPROGRAM (THE ONLY ERRLOG WRITER IN THE SHOP)
009100*----------------------------------------------------------
009200 01  WS-ERR-PROGRAM          PIC X(08) VALUE "KSUNLOAD".
009300 01  WS-ERR-PARAGRAPH        PIC X(24) VALUE SPACES.
009400 01  WS-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
009500 01  WS-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
009600 01  WS-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
009700
009800*----------------------------------------------------------
009900* UNLOAD RECORD BUILD AREA
010000*----------------------------------------------------------
010100     COPY CLBKUPR.
010200
010300*----------------------------------------------------------
010400* PER-CLUSTER CONTROL TOTALS AND RUN STAMP
010500*----------------------------------------------------------
010600 01  WS-CUR-CLUSTER          PIC X(08) VALUE SPACES.
010700 01  WS-CUR-UNLOAD-DD        PIC X(08) VALUE SPACES.
010800 01  WS-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
010900 01  WS-KEY-HASH             PIC 9(15) COMP VALUE ZERO.
011000 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
011100 01  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
011200
011300*----------------------------------------------------------
011400* KEY HASH WORK AREAS - EACH KEY BYTE IS DROPPED INTO THE
011500* LOW-ORDER BYTE OF A BINARY HALFWORD TO READ ITS CODE
011600* POINT, THE SAME REDEFINES GUESTBK DECODES WITH
011700*----------------------------------------------------------
011800 01  WS-HASH-KEY             PIC X(30) VALUE SPACES.
011900 01  WS-HASH-IX              PIC 9(02) COMP VALUE ZERO.
012000 01  WS-HASH-BIN             PIC 9(04) COMP VALUE ZERO.
012100 01  WS-HASH-BIN-X REDEFINES WS-HASH-BIN.
012200     05  FILLER              PIC X(01).
012300     05  WS-HASH-BYTE        PIC X(01).
012400
012500*----------------------------------------------------------
012600* REPORT EDIT FIELDS
012700*----------------------------------------------------------
012800 01  WS-COUNT-ED             PIC ZZZZZZZZ9.
012900 01  WS-HASH-ED              PIC Z(14)9.
013000
013100 PROCEDURE DIVISION.
013200*----------------------------------------------------------
013300 0000-MAINLINE.
013400*----------------------------------------------------------
013500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013600     ACCEPT WS-RUN-TIME FROM TIME
013700     PERFORM 2000-UNLOAD-HITCNT THRU 2000-EXIT
013800     PERFORM 3000-UNLOAD-VISPROF THRU 3000-EXIT
013900     PERFORM 4000-UNLOAD-BLOCKLST THRU 4000-EXIT
014000     STOP RUN.
014100
014200*----------------------------------------------------------
014300 2000-UNLOAD-HITCNT.
014400*    COPY HITCNT IN KEY ORDER TO HITBKUP, THEN CLOSE THE
014500*    GENERATION WITH ITS TRAILER.
014600*----------------------------------------------------------
014700     MOVE "HITCNT" TO WS-CUR-CLUSTER
014800     MOVE "HITBKUP" TO WS-CUR-UNLOAD-DD
014900     PERFORM 6000-RESET-TOTALS THRU 6000-EXIT
015000     OPEN INPUT HIT-COUNTER
015100     IF WS-HIT-FILE-STATUS NOT = "00"
015200         MOVE "2000-UNLOAD-HITCNT" TO WS-ERR-PARAGRAPH
015300         MOVE "HITCNT" TO WS-ERR-FILE-NAME
015400         MOVE WS-HIT-FILE-STATUS TO WS-ERR-STATUS-CODE
015500         PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
015600     ELSE
015700         OPEN OUTPUT HIT-UNLOAD
015800         IF WS-HIT-UNL-STATUS NOT = "00"
015900             MOVE "2000-UNLOAD-HITCNT" TO WS-ERR-PARAGRAPH
016000             MOVE "HITBKUP" TO WS-ERR-FILE-NAME
016100             MOVE WS-HIT-UNL-STATUS TO WS-ERR-STATUS-CODE
016200             PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
016300         ELSE
016400             MOVE LOW-VALUES TO HCT-SESSION-ID
016500             START HIT-COUNTER KEY NOT < HCT-SESSION-ID
016600                 INVALID KEY
016700                     MOVE "Y" TO WS-CLU-EOF-SW
016800             END-START
016900             PERFORM 2100-UNLOAD-ONE-HIT THRU 2100-EXIT
017000                     UNTIL WS-CLU-EOF
017100             PERFORM 6200-BUILD-TRAILER THRU 6200-EXIT
017200             WRITE HIT-UNLOAD-REC FROM BKP-RECORD
017300             MOVE WS-HIT-UNL-STATUS TO WS-ERR-STATUS-CODE
017400             PERFORM 6300-CHECK-WRITE THRU 6300-EXIT
017500             CLOSE HIT-UNLOAD
017600             PERFORM 8000-REPORT-CLUSTER THRU 8000-EXIT
017700         END-IF
017800         CLOSE HIT-COUNTER
017900     END-IF.
018000 2000-EXIT.
018100     EXIT.
018200
018300*----------------------------------------------------------
018400 2100-UNLOAD-ONE-HIT.
018500*----------------------------------------------------------
018600     READ HIT-COUNTER NEXT RECORD
018700         AT END
018800             MOVE "Y" TO WS-CLU-EOF-SW
018900         NOT AT END
019000             MOVE HCT-SESSION-ID TO WS-HASH-KEY
019100             PERFORM 6100-ADD-KEY-TO-TOTALS THRU 6100-EXIT
019200             MOVE "D" TO BKP-REC-TYPE
019300             MOVE WS-CUR-CLUSTER TO BKP-CLUSTER
019400             MOVE HCT-RECORD TO BKP-DATA
019500             WRITE HIT-UNLOAD-REC FROM BKP-RECORD
019600             MOVE WS-HIT-UNL-STATUS TO WS-ERR-STATUS-CODE
019700             PERFORM 6300-CHECK-WRITE THRU 6300-EXIT
019800     END-READ.
019900 2100-EXIT.
020000     EXIT.
020100
020200*----------------------------------------------------------
020300 3000-UNLOAD-VISPROF.
020400*    SAME UNLOAD FOR VISPROF TO VPFBKUP.
020500*----------------------------------------------------------
020600     MOVE "VISPROF" TO WS-CUR-CLUSTER
020700     MOVE "VPFBKUP" TO WS-CUR-UNLOAD-DD
020800     PERFORM 6000-RESET-TOTALS THRU 6000-EXIT
020900     OPEN INPUT VISITOR-PROFILE
021000     IF WS-PROFILE-STATUS NOT = "00"
021100         MOVE "3000-UNLOAD-VISPROF" TO WS-ERR-PARAGRAPH
021200         MOVE "VISPROF" TO WS-ERR-FILE-NAME
021300         MOVE WS-PROFILE-STATUS TO WS-ERR-STATUS-CODE
021400         PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
021500     ELSE
021600         OPEN OUTPUT PROFILE-UNLOAD
021700         IF WS-PROF-UNL-STATUS NOT = "00"
021800             MOVE "3000-UNLOAD-VISPROF" TO WS-ERR-PARAGRAPH
021900             MOVE "VPFBKUP" TO WS-ERR-FILE-NAME
022000             MOVE WS-PROF-UNL-STATUS TO WS-ERR-STATUS-CODE
022100             PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
022200         ELSE
022300             MOVE LOW-VALUES TO VPF-SESSION-ID
022400             START VISITOR-PROFILE KEY NOT < VPF-SESSION-ID
022500                 INVALID KEY
022600                     MOVE "Y" TO WS-CLU-EOF-SW
022700             END-START
022800             PERFORM 3100-UNLOAD-ONE-PROFILE THRU 3100-EXIT
022900                     UNTIL WS-CLU-EOF
023000             PERFORM 6200-BUILD-TRAILER THRU 6200-EXIT
023100             WRITE PROFILE-UNLOAD-REC FROM BKP-RECORD
023200             MOVE WS-PROF-UNL-STATUS TO WS-ERR-STATUS-CODE
023300             PERFORM 6300-CHECK-WRITE THRU 6300-EXIT
023400             CLOSE PROFILE-UNLOAD
023500             PERFORM 8000-REPORT-CLUSTER THRU 8000-EXIT
023600         END-IF
023700         CLOSE VISITOR-PROFILE
023800     END-IF.
023900 3000-EXIT.
024000     EXIT.
024100
024200*----------------------------------------------------------
024300 3100-UNLOAD-ONE-PROFILE.
024400*----------------------------------------------------------
024500     READ VISITOR-PROFILE NEXT RECORD
024600         AT END
024700             MOVE "Y" TO WS-CLU-EOF-SW
024800         NOT AT END
024900             MOVE VPF-SESSION-ID TO WS-HASH-KEY
025000             PERFORM 6100-ADD-KEY-TO-TOTALS THRU 6100-EXIT
025100             MOVE "D" TO BKP-REC-TYPE
025200             MOVE WS-CUR-CLUSTER TO BKP-CLUSTER
025300             MOVE VPF-RECORD TO BKP-DATA
025400             WRITE PROFILE-UNLOAD-REC FROM BKP-RECORD
025500             MOVE WS-PROF-UNL-STATUS TO WS-ERR-STATUS-CODE
025600             PERFORM 6300-CHECK-WRITE THRU 6300-EXIT
025700     END-READ.
025800 3100-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------
026200 4000-UNLOAD-BLOCKLST.
026300*    SAME UNLOAD FOR BLOCKLST TO BLKBKUP. A CLUSTER NOT YET
026400*    DEFINED ("35" - NOTHING HAS EVER BEEN BLOCKED) STILL
026500*    GETS A GENERATION, EMPTY WITH A ZERO TRAILER, SO THE
026600*    BACKUP SET FOR THE NIGHT IS COMPLETE.
026700*----------------------------------------------------------
026800     MOVE "BLOCKLST" TO WS-CUR-CLUSTER
026900     MOVE "BLKBKUP" TO WS-CUR-UNLOAD-DD
027000     PERFORM 6000-RESET-TOTALS THRU 6000-EXIT
027100     OPEN INPUT BLOCK-LIST
027200     IF WS-BLOCK-STATUS NOT = "00"
027300        AND WS-BLOCK-STATUS NOT = "35"
027400         MOVE "4000-UNLOAD-BLOCKLST" TO WS-ERR-PARAGRAPH
027500         MOVE "BLOCKLST" TO WS-ERR-FILE-NAME
027600         MOVE WS-BLOCK-STATUS TO WS-ERR-STATUS-CODE
027700         PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
027800     ELSE
027900         IF WS-BLOCK-STATUS = "35"
028000             MOVE "Y" TO WS-CLU-EOF-SW
028100         END-IF
028200         OPEN OUTPUT BLOCK-UNLOAD
028300         IF WS-BLOCK-UNL-STATUS NOT = "00"
028400             MOVE "4000-UNLOAD-BLOCKLST" TO WS-ERR-PARAGRAPH
028500             MOVE "BLKBKUP" TO WS-ERR-FILE-NAME
028600             MOVE WS-BLOCK-UNL-STATUS TO WS-ERR-STATUS-CODE
028700             PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
028800         ELSE
028900             IF NOT WS-CLU-EOF
029000                 MOVE LOW-VALUES TO BLK-SESSION-ID
029100                 START BLOCK-LIST KEY NOT < BLK-SESSION-ID
029200                     INVALID KEY
029300                         MOVE "Y" TO WS-CLU-EOF-SW
029400                 END-START
029500             END-IF
029600             PERFORM 4100-UNLOAD-ONE-BLOCK THRU 4100-EXIT
029700                     UNTIL WS-CLU-EOF
029800             PERFORM 6200-BUILD-TRAILER THRU 6200-EXIT
029900             WRITE BLOCK-UNLOAD-REC FROM BKP-RECORD
030000             MOVE WS-BLOCK-UNL-STATUS TO WS-ERR-STATUS-CODE
030100             PERFORM 6300-CHECK-WRITE THRU 6300-EXIT
030200             CLOSE BLOCK-UNLOAD
030300             PERFORM 8000-REPORT-CLUSTER THRU 8000-EXIT
030400         END-IF
030500         IF WS-BLOCK-STATUS NOT = "35"
030600             CLOSE BLOCK-LIST
030700         END-IF
030800     END-IF.
030900 4000-EXIT.
031000     EXIT.
031100
031200*----------------------------------------------------------
031300 4100-UNLOAD-ONE-BLOCK.
031400*----------------------------------------------------------
031500     READ BLOCK-LIST NEXT RECORD
031600         AT END
031700             MOVE "Y" TO WS-CLU-EOF-SW
031800         NOT AT END
031900             MOVE BLK-SESSION-ID TO WS-HASH-KEY
032000             PERFORM 6100-ADD-KEY-TO-TOTALS THRU 6100-EXIT
032100             MOVE "D" TO BKP-REC-TYPE
032200             MOVE WS-CUR-CLUSTER TO BKP-CLUSTER
032300             MOVE BLK-RECORD TO BKP-DATA
032400             WRITE BLOCK-UNLOAD-REC FROM BKP-RECORD
032500             MOVE WS-BLOCK-UNL-STATUS TO WS-ERR-STATUS-CODE
032600             PERFORM 6300-CHECK-WRITE THRU 6300-EXIT
032700     END-READ.
032800 4100-EXIT.
032900     EXIT.
033000
033100*----------------------------------------------------------
033200 6000-RESET-TOTALS.
033300*----------------------------------------------------------
033400     MOVE "N" TO WS-CLU-EOF-SW
033500     MOVE "N" TO WS-WRITE-BAD-SW
033600     MOVE ZERO TO WS-RECORD-COUNT
033700     MOVE ZERO TO WS-KEY-HASH
033800     MOVE SPACES TO BKP-RECORD.
033900 6000-EXIT.
034000     EXIT.
034100
034200*----------------------------------------------------------
034300 6100-ADD-KEY-TO-TOTALS.
034400*    COUNT THE RECORD AND FOLD ITS KEY INTO THE HASH TOTAL.
034500*    KSRELOAD CARRIES THE SAME ARITHMETIC - CHANGE BOTH OR
034600*    NEITHER, OR EVERY OLDER GENERATION STOPS VERIFYING.
034700*----------------------------------------------------------
034800     ADD 1 TO WS-RECORD-COUNT
034900     PERFORM 6110-HASH-ONE-BYTE THRU 6110-EXIT
035000             VARYING WS-HASH-IX FROM 1 BY 1
035100             UNTIL WS-HASH-IX > 30.
035200 6100-EXIT.
035300     EXIT.
035400
035500*----------------------------------------------------------
035600 6110-HASH-ONE-BYTE.
035700*----------------------------------------------------------
035800     MOVE ZERO TO WS-HASH-BIN
035900     MOVE WS-HASH-KEY (WS-HASH-IX:1) TO WS-HASH-BYTE
036000     COMPUTE WS-KEY-HASH = WS-KEY-HASH
036100             + WS-HASH-BIN * WS-HASH-IX.
036200 6110-EXIT.
036300     EXIT.
036400
036500*----------------------------------------------------------
036600 6200-BUILD-TRAILER.
036700*----------------------------------------------------------
036800     MOVE SPACES TO BKP-RECORD
036900     MOVE "T" TO BKP-REC-TYPE
037000     MOVE WS-CUR-CLUSTER TO BKP-CLUSTER
037100     MOVE WS-RUN-DATE TO BKP-TRL-UNLOAD-DATE
037200     MOVE WS-RUN-TIME TO BKP-TRL-UNLOAD-TIME
037300     MOVE WS-RECORD-COUNT TO BKP-TRL-RECORD-COUNT
037400     MOVE WS-KEY-HASH TO BKP-TRL-KEY-HASH.
037500 6200-EXIT.
037600     EXIT.
037700
037800*----------------------------------------------------------
037900 6300-CHECK-WRITE.
038000*    THE CALLER HAS COPIED THE UNLOAD'S STATUS INTO
038100*    WS-ERR-STATUS-CODE. THE FIRST FAILED WRITE OF A
038200*    GENERATION IS LOGGED; ANY FAILURE MAKES THE RUN RC 8.
038300*----------------------------------------------------------
038400     IF WS-ERR-STATUS-CODE NOT = "00"
038500         IF NOT WS-WRITE-BAD
038600             MOVE "Y" TO WS-WRITE-BAD-SW
038700             DISPLAY "KSUNLOAD: " WS-CUR-CLUSTER
038800                     " UNLOAD WRITE FAILED - STATUS "
038900                     WS-ERR-STATUS-CODE
039000             MOVE "6300-CHECK-WRITE" TO WS-ERR-PARAGRAPH
039100             MOVE WS-CUR-UNLOAD-DD TO WS-ERR-FILE-NAME
039200             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
039300         END-IF
039400         MOVE 8 TO RETURN-CODE
039500     END-IF.
039600 6300-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------
040000 8000-REPORT-CLUSTER.
040100*----------------------------------------------------------
040200     MOVE WS-RECORD-COUNT TO WS-COUNT-ED
040300     MOVE WS-KEY-HASH TO WS-HASH-ED
040400     DISPLAY "KSUNLOAD: " WS-CUR-CLUSTER " RECORDS "
040500             WS-COUNT-ED "  KEY HASH " WS-HASH-ED.
040600 8000-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------
041000 9700-OPEN-FAILED.
041100*    A CLUSTER OR UNLOAD THAT WILL NOT OPEN - THE FAILING
041200*    PARAGRAPH HAS FILLED THE WS-ERR- STAGING FIELDS.
041300*----------------------------------------------------------
041400     DISPLAY "KSUNLOAD: CANNOT OPEN " WS-ERR-FILE-NAME
041500             " - STATUS " WS-ERR-STATUS-CODE
041600             " - NO " WS-CUR-CLUSTER " BACKUP TONIGHT"
041700     PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
041800     MOVE 8 TO RETURN-CODE.
041900 9700-EXIT.
042000     EXIT.
042100
042200*----------------------------------------------------------
042300 9800-LOG-FILE-ERROR.
042400*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
042500*    EVERY ERRLOG APPEND IN THE SHOP - SAME EXCLUSIVE-LOCK-
042600*    AND-RETRY DISCIPLINE WEBLOG APPLIES TO VISLOG, SO A
042700*    BATCH JOB RUNNING ALONGSIDE LIVE CGI TRAFFIC CANNOT
042800*    CLOBBER (OR BE CLOBBERED BY) A REQUEST'S EVENT. THE
042900*    FAILING PARAGRAPH HAS ALREADY FILLED THE WS-ERR-
043000*    STAGING FIELDS; BATCH EVENTS CARRY NO SESSION ID.
043100*----------------------------------------------------------
043200     CALL "ERRLOGW" USING WS-ERR-PROGRAM WS-ERR-PARAGRAPH
043300                          WS-ERR-FILE-NAME WS-ERR-STATUS-CODE
043400                          WS-ERR-SESSION-ID.
043500 9800-EXIT.
043600     EXIT.
