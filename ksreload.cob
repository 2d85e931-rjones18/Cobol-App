000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     KSRELOAD.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - RESTORE ONE KEYED
001100*                CLUSTER (HITCNT, VISPROF, OR BLOCKLST,
001200*                NAMED IN COLS 1-8 OF THE SYSIN CARD) FROM A
001300*                KSUNLOAD BACKUP GENERATION (BKUPIN DD) INTO
001400*                A FRESHLY DEFINED, EMPTY CLUSTER. AFTER THE
001500*                LOAD THE CLUSTER IS READ BACK FRONT TO BACK
001600*                AND ITS RECORD COUNT AND KEY HASH TOTAL ARE
001700*                RECOMPUTED AND PROVED AGAINST THE TRAILER
001800*                KSUNLOAD WROTE (SEE CLBKUPR). A MISSING
001900*                TRAILER, A GENERATION BELONGING TO ANOTHER
002000*                CLUSTER, A SHORT OR LONG UNLOAD, A RECORD
002100*                THE CLUSTER REFUSED, OR ANY COUNT OR HASH
002200*                MISMATCH ENDS RC 8 - THE RESTORED CLUSTER
002300*                MUST NOT BE PUT INTO SERVICE. RC 0 ONLY
002400*                WHEN EVERY CHECK AGREES.
002500*----------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT BACKUP-IN ASSIGN TO "BKUPIN"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-BKUPIN-STATUS.
003300     SELECT HIT-COUNTER ASSIGN TO "HITCNT"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS HCT-SESSION-ID
003700         FILE STATUS IS WS-TARGET-STATUS.
003800     SELECT VISITOR-PROFILE ASSIGN TO "VISPROF"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS VPF-SESSION-ID
004200         FILE STATUS IS WS-TARGET-STATUS.
004300     SELECT BLOCK-LIST ASSIGN TO "BLOCKLST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS BLK-SESSION-ID
004700         FILE STATUS IS WS-TARGET-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BACKUP-IN
005200     RECORDING MODE IS F.
005300     COPY CLBKUPR.
005400 FD  HIT-COUNTER.
005500     COPY HITCNTR.
005600 FD  VISITOR-PROFILE.
005700     COPY VPROFR.
005800 FD  BLOCK-LIST.
005900     COPY BLOCKR.
006000
006100 WORKING-STORAGE SECTION.
006200*----------------------------------------------------------
006300* FILE STATUS AND END-OF-FILE CONTROL. ONLY THE ONE
006400* CLUSTER NAMED ON THE CARD IS EVER OPENED, SO THE THREE
006500* SHARE A STATUS FIELD.
006600*----------------------------------------------------------
006700 01  WS-BKUPIN-STATUS        PIC X(02) VALUE SPACES.
006800 01  WS-TARGET-STATUS        PIC X(02) VALUE SPACES.
006900 01  WS-BKUP-EOF-SW          PIC X(01) VALUE "N".
007000     88  WS-BKUP-EOF                  VALUE "Y".
007100 01  WS-CLU-EOF-SW           PIC X(01) VALUE "N".
007200     88  WS-CLU-EOF                   VALUE "Y".
007300
007400*----------------------------------------------------------
007500* ERROR-EVENT STAGING - THE FAILING PARAGRAPH FILLS THESE
007600* AND PERFORMS 9800, WHICH HANDS THEM TO THE ERRLOGW
007700* SUBPROGRAM (THE ONLY ERRLOG WRITER IN THE SHOP)
007800*----------------------------------------------------------
007900 01  WS-ERR-PROGRAM          PIC X(08) VALUE "KSRELOAD".
008000 01  WS-ERR-PARAGRAPH        PIC X(24) VALUE SPACES.
008100 01  WS-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
008200 01  WS-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
008300 01  WS-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
008400
008500*----------------------------------------------------------
008600* CONTROL CARD - CLUSTER TO RESTORE (1-8)
008700*----------------------------------------------------------
008800 01  WS-PARM-CARD.
008900     05  WS-CARD-CLUSTER     PIC X(08).
009000         88  WS-LOAD-HITCNT           VALUE "HITCNT".
009100         88  WS-LOAD-VISPROF          VALUE "VISPROF".
009200         88  WS-LOAD-BLOCKLST         VALUE "BLOCKLST".
009300     05  FILLER              PIC X(72).
009400
009500*----------------------------------------------------------
009600* LOAD AND VERIFY TOTALS. "IN" IS WHAT THE GENERATION
009700* HELD, "LOADED" WHAT THE CLUSTER ACCEPTED, "REREAD" WHAT
009800* READING THE CLUSTER BACK FOUND.
009900*----------------------------------------------------------
010000 01  WS-IN-COUNT             PIC 9(09) COMP VALUE ZERO.
010100 01  WS-LOADED-COUNT         PIC 9(09) COMP VALUE ZERO.
010200 01  WS-REJECT-COUNT         PIC 9(09) COMP VALUE ZERO.
010300 01  WS-FOREIGN-COUNT        PIC 9(09) COMP VALUE ZERO.
010400 01  WS-STRAY-COUNT          PIC 9(09) COMP VALUE ZERO.
010500 01  WS-REREAD-COUNT         PIC 9(09) COMP VALUE ZERO.
010600 01  WS-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
010700 01  WS-KEY-HASH             PIC 9(15) COMP VALUE ZERO.
010800 01  WS-TRAILER-SW           PIC X(01) VALUE "N".
010900     88  WS-TRAILER-SEEN              VALUE "Y".
011000 01  WS-SAVED-TRAILER.
011100     05  WS-TRL-CLUSTER      PIC X(08) VALUE SPACES.
011200     05  WS-TRL-UNLOAD-DATE  PIC 9(08) VALUE ZERO.
011300     05  WS-TRL-UNLOAD-TIME  PIC 9(08) VALUE ZERO.
011400     05  WS-TRL-RECORD-COUNT PIC 9(09) VALUE ZERO.
011500     05  WS-TRL-KEY-HASH     PIC 9(15) VALUE ZERO.
011600 01  WS-MISMATCH-CNT         PIC 9(02) COMP VALUE ZERO.
011700
011800*----------------------------------------------------------
011900* KEY HASH WORK AREAS - MUST MATCH KSUNLOAD EXACTLY
012000*----------------------------------------------------------
012100 01  WS-HASH-KEY             PIC X(30) VALUE SPACES.
012200 01  WS-HASH-IX              PIC 9(02) COMP VALUE ZERO.
012300 01  WS-HASH-BIN             PIC 9(04) COMP VALUE ZERO.
012400 01  WS-HASH-BIN-X REDEFINES WS-HASH-BIN.
012500     05  FILLER              PIC X(01).
012600     05  WS-HASH-BYTE        PIC X(01).
012700
012800*----------------------------------------------------------
012900* REPORT EDIT FIELDS
013000*----------------------------------------------------------
013100 01  WS-COUNT-ED             PIC ZZZZZZZZ9.
013200 01  WS-COUNT-ED-2           PIC ZZZZZZZZ9.
013300 01  WS-HASH-ED              PIC Z(14)9.
013400 01  WS-HASH-ED-2            PIC Z(14)9.
013500
013600 PROCEDURE DIVISION.
013700*----------------------------------------------------------
013800 0000-MAINLINE.
013900*----------------------------------------------------------
014000     MOVE SPACES TO WS-PARM-CARD
014100     ACCEPT WS-PARM-CARD
014200     IF NOT WS-LOAD-HITCNT AND NOT WS-LOAD-VISPROF
014300        AND NOT WS-LOAD-BLOCKLST
014400         DISPLAY "KSRELOAD: CARD MUST NAME HITCNT, VISPROF OR"
014500                 " BLOCKLST - NOTHING RESTORED"
014600         MOVE 8 TO RETURN-CODE
014700     ELSE
014800         PERFORM 2000-LOAD-CLUSTER THRU 2000-EXIT
014900         IF RETURN-CODE < 8
015000             PERFORM 3000-REREAD-CLUSTER THRU 3000-EXIT
015100         END-IF
015200         IF RETURN-CODE < 8
015300             PERFORM 4000-PROVE-TOTALS THRU 4000-EXIT
015400         END-IF
015500     END-IF
015600     STOP RUN.
015700
015800*----------------------------------------------------------
015900 2000-LOAD-CLUSTER.
016000*    COPY EVERY DATA RECORD OF THE GENERATION INTO THE
016100*    NAMED CLUSTER, OPENED OUTPUT - THE JCL HAS JUST
016200*    DEFINED IT EMPTY, AND AN OUTPUT OPEN ON A CLUSTER
016300*    THAT ALREADY HOLDS DATA FAILS RATHER THAN MIXING OLD
016400*    RECORDS WITH RESTORED ONES. THE UNLOAD IS IN KEY
016500*    ORDER, SO THE WRITES GO IN AS A SEQUENTIAL LOAD.
016600*----------------------------------------------------------
016700     OPEN INPUT BACKUP-IN
016800     IF WS-BKUPIN-STATUS NOT = "00"
016900         MOVE "2000-LOAD-CLUSTER" TO WS-ERR-PARAGRAPH
017000         MOVE "BKUPIN" TO WS-ERR-FILE-NAME
017100         MOVE WS-BKUPIN-STATUS TO WS-ERR-STATUS-CODE
017200         PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
017300     ELSE
017400         PERFORM 2050-OPEN-TARGET-OUTPUT THRU 2050-EXIT
017500         IF WS-TARGET-STATUS NOT = "00"
017600             MOVE "2000-LOAD-CLUSTER" TO WS-ERR-PARAGRAPH
017700             MOVE WS-CARD-CLUSTER TO WS-ERR-FILE-NAME
017800             MOVE WS-TARGET-STATUS TO WS-ERR-STATUS-CODE
017900             PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
018000         ELSE
018100             MOVE "N" TO WS-BKUP-EOF-SW
018200             PERFORM 2100-READ-BACKUP THRU 2100-EXIT
018300             PERFORM 2200-LOAD-ONE-RECORD THRU 2200-EXIT
018400                     UNTIL WS-BKUP-EOF
018500             PERFORM 2900-CLOSE-TARGET THRU 2900-EXIT
018600         END-IF
018700         CLOSE BACKUP-IN
018800     END-IF.
018900 2000-EXIT.
019000     EXIT.
019100
019200*----------------------------------------------------------
019300 2050-OPEN-TARGET-OUTPUT.
019400*----------------------------------------------------------
019500     EVALUATE TRUE
019600         WHEN WS-LOAD-HITCNT
019700             OPEN OUTPUT HIT-COUNTER
019800         WHEN WS-LOAD-VISPROF
019900             OPEN OUTPUT VISITOR-PROFILE
020000         WHEN WS-LOAD-BLOCKLST
020100             OPEN OUTPUT BLOCK-LIST
020200     END-EVALUATE.
020300 2050-EXIT.
020400     EXIT.
020500
020600*----------------------------------------------------------
020700 2100-READ-BACKUP.
020800*----------------------------------------------------------
020900     READ BACKUP-IN
021000         AT END
021100             MOVE "Y" TO WS-BKUP-EOF-SW
021200     END-READ.
021300 2100-EXIT.
021400     EXIT.
021500
021600*----------------------------------------------------------
021700 2200-LOAD-ONE-RECORD.
021800*    A DATA RECORD CUT FROM ANOTHER CLUSTER MEANS THE WRONG
021900*    GENERATION WAS BOUND TO BKUPIN - NONE OF IT IS LOADED.
022000*    ANYTHING AFTER THE TRAILER, OR OF NEITHER TYPE, IS A
022100*    DAMAGED GENERATION AND IS COUNTED AS STRAY.
022200*----------------------------------------------------------
022300     EVALUATE TRUE
022400         WHEN WS-TRAILER-SEEN
022500             ADD 1 TO WS-STRAY-COUNT
022600         WHEN BKP-TRAILER-REC
022700             MOVE "Y" TO WS-TRAILER-SW
022800             MOVE BKP-CLUSTER TO WS-TRL-CLUSTER
022900             MOVE BKP-TRL-UNLOAD-DATE TO WS-TRL-UNLOAD-DATE
023000             MOVE BKP-TRL-UNLOAD-TIME TO WS-TRL-UNLOAD-TIME
023100             MOVE BKP-TRL-RECORD-COUNT
023200                 TO WS-TRL-RECORD-COUNT
023300             MOVE BKP-TRL-KEY-HASH TO WS-TRL-KEY-HASH
023400         WHEN BKP-DATA-REC
023500             ADD 1 TO WS-IN-COUNT
023600             IF BKP-CLUSTER NOT = WS-CARD-CLUSTER
023700                 ADD 1 TO WS-FOREIGN-COUNT
023800             ELSE
023900                 PERFORM 2300-WRITE-TARGET THRU 2300-EXIT
024000             END-IF
024100         WHEN OTHER
024200             ADD 1 TO WS-STRAY-COUNT
024300     END-EVALUATE
024400     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
024500 2200-EXIT.
024600     EXIT.
024700
024800*----------------------------------------------------------
024900 2300-WRITE-TARGET.
025000*    EACH CLUSTER TAKES THE LEADING BYTES OF THE IMAGE -
025100*    ITS OWN RECORD LENGTH. A REFUSED WRITE (DUPLICATE OR
025200*    OUT-OF-SEQUENCE KEY, CLUSTER FULL) IS COUNTED; THE
025300*    FIRST ONE IS LOGGED WITH ITS KEY.
025400*----------------------------------------------------------
025500     EVALUATE TRUE
025600         WHEN WS-LOAD-HITCNT
025700             MOVE BKP-DATA TO HCT-RECORD
025800             WRITE HCT-RECORD
025900         WHEN WS-LOAD-VISPROF
026000             MOVE BKP-DATA TO VPF-RECORD
026100             WRITE VPF-RECORD
026200         WHEN WS-LOAD-BLOCKLST
026300             MOVE BKP-DATA TO BLK-RECORD
026400             WRITE BLK-RECORD
026500     END-EVALUATE
026600     IF WS-TARGET-STATUS = "00"
026700         ADD 1 TO WS-LOADED-COUNT
026800     ELSE
026900         ADD 1 TO WS-REJECT-COUNT
027000         IF WS-REJECT-COUNT = 1
027100             MOVE "2300-WRITE-TARGET" TO WS-ERR-PARAGRAPH
027200             MOVE WS-CARD-CLUSTER TO WS-ERR-FILE-NAME
027300             MOVE WS-TARGET-STATUS TO WS-ERR-STATUS-CODE
027400             MOVE BKP-DATA (1:30) TO WS-ERR-SESSION-ID
027500             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
027600             MOVE SPACES TO WS-ERR-SESSION-ID
027700         END-IF
027800     END-IF.
027900 2300-EXIT.
028000     EXIT.
028100
028200*----------------------------------------------------------
028300 2900-CLOSE-TARGET.
028400*----------------------------------------------------------
028500     EVALUATE TRUE
028600         WHEN WS-LOAD-HITCNT
028700             CLOSE HIT-COUNTER
028800         WHEN WS-LOAD-VISPROF
028900             CLOSE VISITOR-PROFILE
029000         WHEN WS-LOAD-BLOCKLST
029100             CLOSE BLOCK-LIST
029200     END-EVALUATE.
029300 2900-EXIT.
029400     EXIT.
029500
029600*----------------------------------------------------------
029700 3000-REREAD-CLUSTER.
029800*    READ THE RESTORED CLUSTER BACK IN KEY ORDER AND
029900*    RECOMPUTE THE COUNT AND KEY HASH FROM WHAT IS REALLY
030000*    ON IT - NOT FROM WHAT WAS WRITTEN.
030100*----------------------------------------------------------
030200     MOVE ZERO TO WS-RECORD-COUNT
030300     MOVE ZERO TO WS-KEY-HASH
030400     MOVE "N" TO WS-CLU-EOF-SW
030500     EVALUATE TRUE
030600         WHEN WS-LOAD-HITCNT
030700             OPEN INPUT HIT-COUNTER
030800         WHEN WS-LOAD-VISPROF
030900             OPEN INPUT VISITOR-PROFILE
031000         WHEN WS-LOAD-BLOCKLST
031100             OPEN INPUT BLOCK-LIST
031200     END-EVALUATE
031300     IF WS-TARGET-STATUS NOT = "00"
031400         MOVE "3000-REREAD-CLUSTER" TO WS-ERR-PARAGRAPH
031500         MOVE WS-CARD-CLUSTER TO WS-ERR-FILE-NAME
031600         MOVE WS-TARGET-STATUS TO WS-ERR-STATUS-CODE
031700         PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
031800     ELSE
031900         PERFORM 3050-START-TARGET THRU 3050-EXIT
032000         PERFORM 3100-REREAD-ONE-RECORD THRU 3100-EXIT
032100                 UNTIL WS-CLU-EOF
032200         PERFORM 2900-CLOSE-TARGET THRU 2900-EXIT
032300         MOVE WS-RECORD-COUNT TO WS-REREAD-COUNT
032400     END-IF.
032500 3000-EXIT.
032600     EXIT.
032700
032800*----------------------------------------------------------
032900 3050-START-TARGET.
033000*----------------------------------------------------------
033100     EVALUATE TRUE
033200         WHEN WS-LOAD-HITCNT
033300             MOVE LOW-VALUES TO HCT-SESSION-ID
033400             START HIT-COUNTER KEY NOT < HCT-SESSION-ID
033500                 INVALID KEY
033600                     MOVE "Y" TO WS-CLU-EOF-SW
033700             END-START
033800         WHEN WS-LOAD-VISPROF
033900             MOVE LOW-VALUES TO VPF-SESSION-ID
034000             START VISITOR-PROFILE KEY NOT < VPF-SESSION-ID
034100                 INVALID KEY
034200                     MOVE "Y" TO WS-CLU-EOF-SW
034300             END-START
034400         WHEN WS-LOAD-BLOCKLST
034500             MOVE LOW-VALUES TO BLK-SESSION-ID
034600             START BLOCK-LIST KEY NOT < BLK-SESSION-ID
034700                 INVALID KEY
034800                     MOVE "Y" TO WS-CLU-EOF-SW
034900             END-START
035000     END-EVALUATE.
035100 3050-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------
035500 3100-REREAD-ONE-RECORD.
035600*----------------------------------------------------------
035700     EVALUATE TRUE
035800         WHEN WS-LOAD-HITCNT
035900             READ HIT-COUNTER NEXT RECORD
036000                 AT END
036100                     MOVE "Y" TO WS-CLU-EOF-SW
036200                 NOT AT END
036300                     MOVE HCT-SESSION-ID TO WS-HASH-KEY
036400             END-READ
036500         WHEN WS-LOAD-VISPROF
036600             READ VISITOR-PROFILE NEXT RECORD
036700                 AT END
036800                     MOVE "Y" TO WS-CLU-EOF-SW
036900                 NOT AT END
037000                     MOVE VPF-SESSION-ID TO WS-HASH-KEY
037100             END-READ
037200         WHEN WS-LOAD-BLOCKLST
037300             READ BLOCK-LIST NEXT RECORD
037400                 AT END
037500                     MOVE "Y" TO WS-CLU-EOF-SW
037600                 NOT AT END
037700                     MOVE BLK-SESSION-ID TO WS-HASH-KEY
037800             END-READ
037900     END-EVALUATE
038000     IF NOT WS-CLU-EOF
038100         PERFORM 6100-ADD-KEY-TO-TOTALS THRU 6100-EXIT
038200     END-IF.
038300 3100-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------
038700 4000-PROVE-TOTALS.
038800*    EVERY CHECK IS PRINTED, PASS OR FAIL, SO THE SYSOUT
038900*    SHOWS EXACTLY WHY A RESTORE WAS REFUSED. ONE FAILURE
039000*    IS ENOUGH FOR RC 8.
039100*----------------------------------------------------------
039200     MOVE ZERO TO WS-MISMATCH-CNT
039300     IF NOT WS-TRAILER-SEEN
039400         DISPLAY "KSRELOAD: NO TRAILER ON THE GENERATION -"
039500                 " UNLOAD WAS INCOMPLETE"
039600         ADD 1 TO WS-MISMATCH-CNT
039700     ELSE
039800         DISPLAY "KSRELOAD: RESTORING " WS-CARD-CLUSTER
039900                 " FROM THE UNLOAD OF " WS-TRL-UNLOAD-DATE
040000                 " " WS-TRL-UNLOAD-TIME
040100         IF WS-TRL-CLUSTER NOT = WS-CARD-CLUSTER
040200             DISPLAY "KSRELOAD: GENERATION IS A "
040300                     WS-TRL-CLUSTER " UNLOAD, NOT "
040400                     WS-CARD-CLUSTER
040500             ADD 1 TO WS-MISMATCH-CNT
040600         END-IF
040700     END-IF
040800     IF WS-FOREIGN-COUNT > ZERO OR WS-STRAY-COUNT > ZERO
040900         MOVE WS-FOREIGN-COUNT TO WS-COUNT-ED
041000         MOVE WS-STRAY-COUNT TO WS-COUNT-ED-2
041100         DISPLAY "KSRELOAD: FOREIGN RECORDS " WS-COUNT-ED
041200                 "  STRAY RECORDS " WS-COUNT-ED-2
041300         ADD 1 TO WS-MISMATCH-CNT
041400     END-IF
041500     IF WS-REJECT-COUNT > ZERO
041600         MOVE WS-REJECT-COUNT TO WS-COUNT-ED
041700         DISPLAY "KSRELOAD: RECORDS REFUSED BY THE CLUSTER "
041800                 WS-COUNT-ED
041900         ADD 1 TO WS-MISMATCH-CNT
042000     END-IF
042100     MOVE WS-TRL-RECORD-COUNT TO WS-COUNT-ED
042200     MOVE WS-IN-COUNT TO WS-COUNT-ED-2
042300     DISPLAY "KSRELOAD: TRAILER COUNT " WS-COUNT-ED
042400             "  GENERATION COUNT " WS-COUNT-ED-2
042500     IF WS-IN-COUNT NOT = WS-TRL-RECORD-COUNT
042600         DISPLAY "KSRELOAD: GENERATION COUNT MISMATCH"
042700         ADD 1 TO WS-MISMATCH-CNT
042800     END-IF
042900     MOVE WS-REREAD-COUNT TO WS-COUNT-ED-2
043000     DISPLAY "KSRELOAD: TRAILER COUNT " WS-COUNT-ED
043100             "  RELOADED COUNT   " WS-COUNT-ED-2
043200     IF WS-REREAD-COUNT NOT = WS-TRL-RECORD-COUNT
043300         DISPLAY "KSRELOAD: RELOADED COUNT MISMATCH"
043400         ADD 1 TO WS-MISMATCH-CNT
043500     END-IF
043600     MOVE WS-TRL-KEY-HASH TO WS-HASH-ED
043700     MOVE WS-KEY-HASH TO WS-HASH-ED-2
043800     DISPLAY "KSRELOAD: TRAILER HASH  " WS-HASH-ED
043900             "  RELOADED HASH " WS-HASH-ED-2
044000     IF WS-KEY-HASH NOT = WS-TRL-KEY-HASH
044100         DISPLAY "KSRELOAD: RELOADED KEY HASH MISMATCH"
044200         ADD 1 TO WS-MISMATCH-CNT
044300     END-IF
044400     IF WS-MISMATCH-CNT > ZERO
044500         DISPLAY "KSRELOAD: RESTORE NOT VERIFIED - DO NOT"
044600                 " PUT THE CLUSTER INTO SERVICE"
044700         MOVE 8 TO RETURN-CODE
044800     ELSE
044900         DISPLAY "KSRELOAD: RESTORE VERIFIED"
045000     END-IF.
045100 4000-EXIT.
045200     EXIT.
045300
045400*----------------------------------------------------------
045500 6100-ADD-KEY-TO-TOTALS.
045600*    COUNT THE RECORD AND FOLD ITS KEY INTO THE HASH TOTAL
045700*    - THE SAME ARITHMETIC KSUNLOAD APPLIES.
045800*----------------------------------------------------------
045900     ADD 1 TO WS-RECORD-COUNT
046000     PERFORM 6110-HASH-ONE-BYTE THRU 6110-EXIT
046100             VARYING WS-HASH-IX FROM 1 BY 1
046200             UNTIL WS-HASH-IX > 30.
046300 6100-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------
046700 6110-HASH-ONE-BYTE.
046800*----------------------------------------------------------
046900     MOVE ZERO TO WS-HASH-BIN
047000     MOVE WS-HASH-KEY (WS-HASH-IX:1) TO WS-HASH-BYTE
047100     COMPUTE WS-KEY-HASH = WS-KEY-HASH
047200             + WS-HASH-BIN * WS-HASH-IX.
047300 6110-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------
047700 9700-OPEN-FAILED.
047800*    A DATASET THAT WILL NOT OPEN - THE FAILING PARAGRAPH
047900*    HAS FILLED THE WS-ERR- STAGING FIELDS.
048000*----------------------------------------------------------
048100     DISPLAY "KSRELOAD: CANNOT OPEN " WS-ERR-FILE-NAME
048200             " - STATUS " WS-ERR-STATUS-CODE
048300             " - RESTORE NOT VERIFIED"
048400     PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
048500     MOVE 8 TO RETURN-CODE.
048600 9700-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------
049000 9800-LOG-FILE-ERROR.
049100*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
049200*    EVERY ERRLOG APPEND IN THE SHOP - SAME EXCLUSIVE-LOCK-
049300*    AND-RETRY DISCIPLINE WEBLOG APPLIES TO VISLOG, SO A
049400*    BATCH JOB RUNNING ALONGSIDE LIVE CGI TRAFFIC CANNOT
049500*    CLOBBER (OR BE CLOBBERED BY) A REQUEST'S EVENT. THE
049600*    FAILING PARAGRAPH HAS ALREADY FILLED THE WS-ERR-
049700*    STAGING FIELDS; A REFUSED RECORD CARRIES ITS KEY IN
049800*    THE SESSION ID SLOT.
049900*----------------------------------------------------------
050000     CALL "ERRLOGW" USING WS-ERR-PROGRAM WS-ERR-PARAGRAPH
050100                          WS-ERR-FILE-NAME WS-ERR-STATUS-CODE
050200                          WS-ERR-SESSION-ID.
050300 9800-EXIT.
050400     EXIT.
