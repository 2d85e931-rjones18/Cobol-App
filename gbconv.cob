000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     GBCONV.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - ONE-TIME CONVERSION OF
001100*                THE SEQUENTIAL GUESTBOOK (GBOLD DD) INTO
001200*                THE NEW GUESTBOOK KSDS (GUESTBK DD), KEYED
001300*                ON ENTRY DATE AND TIME (GBK-ENTRY-KEY). THE
001400*                OLD FILE IS IN ARRIVAL ORDER, NOT STRICTLY
001500*                KEY ORDER, SO EVERY RECORD GOES IN BY KEY.
001600*                TWO ENTRIES SIGNED IN THE SAME HUNDREDTH OF
001700*                A SECOND CANNOT SHARE A KEY - THE LATER ONE
001800*                HAS ITS TIME MOVED ON A HUNDREDTH AT A TIME
001900*                UNTIL IT FITS, AND EVERY SUCH RE-KEYED
002000*                ENTRY IS LISTED SO A GBREVIEW CARD CAN BE
002100*                KEYED TO ITS NEW TIME. AFTER THE LOAD THE
002200*                CLUSTER IS READ BACK AND ITS RECORD COUNT,
002300*                AND ITS COUNT PER MODERATION STATUS, ARE
002400*                PROVED AGAINST WHAT THE OLD FILE HELD. ANY
002500*                REFUSED RECORD OR MISMATCH ENDS RC 8 - THE
002600*                CLUSTER MUST NOT GO INTO SERVICE. RC 4 WHEN
002700*                EVERYTHING AGREES BUT ENTRIES WERE RE-KEYED,
002800*                RC 0 OTHERWISE.
002900*----------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OLD-BOOK ASSIGN TO "GBOLD"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-OLD-BOOK-STATUS.
003700     SELECT GUEST-BOOK ASSIGN TO "GUESTBK"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS GBK-ENTRY-KEY
004100         FILE STATUS IS WS-GUEST-BOOK-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  OLD-BOOK
004600     RECORDING MODE IS F.
004700     COPY GBOOKR REPLACING LEADING ==GBK== BY ==OGB==.
004800 FD  GUEST-BOOK.
004900     COPY GBOOKR.
005000
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------
005300* FILE STATUS AND END-OF-FILE CONTROL
005400*----------------------------------------------------------
005500 01  WS-OLD-BOOK-STATUS      PIC X(02) VALUE SPACES.
005600 01  WS-GUEST-BOOK-STATUS    PIC X(02) VALUE SPACES.
005700 01  WS-OLD-EOF-SW           PIC X(01) VALUE "N".
005800     88  WS-OLD-EOF                   VALUE "Y".
005900 01  WS-CLU-EOF-SW           PIC X(01) VALUE "N".
006000     88  WS-CLU-EOF                   VALUE "Y".
006100
006200*----------------------------------------------------------
006300* ERROR-EVENT STAGING - THE FAILING PARAGRAPH FILLS THESE
006400* AND PERFORMS 9800, WHICH HANDS THEM TO THE ERRLOGW
006500* SUBPROGRAM (THE ONLY ERRLOG WRITER IN THE SHOP)
006600*----------------------------------------------------------
006700 01  WS-ERR-PROGRAM          PIC X(08) VALUE "GBCONV".
006800 01  WS-ERR-PARAGRAPH        PIC X(24) VALUE SPACES.
006900 01  WS-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
007000 01  WS-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
007100 01  WS-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
007200
007300*----------------------------------------------------------
007400* LOAD AND VERIFY TOTALS. "IN" IS WHAT THE OLD FILE HELD,
007500* "LOADED" WHAT THE CLUSTER ACCEPTED, "REREAD" WHAT
007600* READING THE CLUSTER BACK FOUND.
007700*----------------------------------------------------------
007800 01  WS-IN-COUNT             PIC 9(09) COMP VALUE ZERO.
007900 01  WS-LOADED-COUNT         PIC 9(09) COMP VALUE ZERO.
008000 01  WS-REJECT-COUNT         PIC 9(09) COMP VALUE ZERO.
008100 01  WS-REKEYED-COUNT        PIC 9(09) COMP VALUE ZERO.
008200 01  WS-REREAD-COUNT         PIC 9(09) COMP VALUE ZERO.
008300 01  WS-MISMATCH-CNT         PIC 9(02) COMP VALUE ZERO.
008400
008500*----------------------------------------------------------
008600* COUNTS PER MODERATION STATUS - ONE ROW PER GBK-STATUS
008700* VALUE GBOOKR DEFINES, A ROW FOR THE BLANK STATUS OF
008800* PRE-MODERATION ENTRIES, AND A LAST ROW FOR ANYTHING
008900* ELSE. THE SAME ENTRY MUST LAND IN THE SAME ROW ON BOTH
009000* SIDES OF THE CONVERSION.
009100*----------------------------------------------------------
009200 01  WS-STATUS-NAMES.
009300     05  FILLER              PIC X(21) VALUE
009400             "PPENDING".
009500     05  FILLER              PIC X(21) VALUE
009600             "HHELD".
009700     05  FILLER              PIC X(21) VALUE
009800             "RRELEASED".
009900     05  FILLER              PIC X(21) VALUE
010000             "XREJECTED".
010100     05  FILLER              PIC X(21) VALUE
010200             " PRE-MODERATION".
010300     05  FILLER              PIC X(21) VALUE
010400             "?UNKNOWN STATUS".
010500 01  WS-STATUS-TABLE REDEFINES WS-STATUS-NAMES.
010600     05  WS-STS-ENTRY        OCCURS 6 TIMES.
010700         10  WS-STS-CODE     PIC X(01).
010800         10  WS-STS-LABEL    PIC X(20).
010900 01  WS-STATUS-COUNTS.
011000     05  WS-STS-TOTALS       OCCURS 6 TIMES.
011100         10  WS-STS-IN-CNT   PIC 9(09) COMP.
011200         10  WS-STS-CLU-CNT  PIC 9(09) COMP.
011300 01  WS-STS-IX               PIC 9(02) COMP VALUE ZERO.
011400 01  WS-STS-SCAN-IX          PIC 9(02) COMP VALUE ZERO.
011500 01  WS-STS-LOOKUP           PIC X(01) VALUE SPACE.
011600 77  WS-STS-UNKNOWN-ROW      PIC 9(02) VALUE 6.
011700
011800*----------------------------------------------------------
011900* DUPLICATE-KEY WORK. A REFUSED KEY HAS ITS TIME MOVED
012000* ON ONE HUNDREDTH OF A SECOND PER TRY, CARRYING INTO THE
012100* SECONDS, MINUTES AND HOURS. A TIME THAT IS NOT NUMERIC,
012200* OR THAT WOULD PASS MIDNIGHT, CANNOT BE MOVED.
012300*----------------------------------------------------------
012400 01  WS-WRITE-DONE-SW        PIC X(01) VALUE "N".
012500     88  WS-WRITE-DONE                VALUE "Y".
012600 01  WS-NUDGE-CNT            PIC 9(03) COMP VALUE ZERO.
012700 77  WS-MAX-NUDGES           PIC 9(03) VALUE 100.
012800 01  WS-NUDGE-TIME           PIC 9(08) VALUE ZERO.
012900 01  WS-NUDGE-TIME-X REDEFINES WS-NUDGE-TIME.
013000     05  WS-NDG-HH           PIC 9(02).
013100     05  WS-NDG-MI           PIC 9(02).
013200     05  WS-NDG-SS           PIC 9(02).
013300     05  WS-NDG-CC           PIC 9(02).
013400 01  WS-DAY-HUNDREDTHS       PIC 9(07) COMP VALUE ZERO.
013500 01  WS-WORK-SECONDS         PIC 9(05) COMP VALUE ZERO.
013600 01  WS-WORK-MINUTES         PIC 9(04) COMP VALUE ZERO.
013700 77  WS-HUNDREDTHS-PER-DAY   PIC 9(07) VALUE 8640000.
013800
013900*----------------------------------------------------------
014000* REPORT EDIT FIELDS
014100*----------------------------------------------------------
014200 01  WS-COUNT-ED             PIC ZZZZZZZZ9.
014300 01  WS-COUNT-ED-2           PIC ZZZZZZZZ9.
014400
014500 PROCEDURE DIVISION.
014600*----------------------------------------------------------
014700 0000-MAINLINE.
014800*----------------------------------------------------------
014900     INITIALIZE WS-STATUS-COUNTS
015000     PERFORM 2000-LOAD-CLUSTER THRU 2000-EXIT
015100     IF RETURN-CODE < 8
015200         PERFORM 3000-REREAD-CLUSTER THRU 3000-EXIT
015300     END-IF
015400     IF RETURN-CODE < 8
015500         PERFORM 4000-PROVE-TOTALS THRU 4000-EXIT
015600     END-IF
015700     STOP RUN.
015800
015900*----------------------------------------------------------
016000 2000-LOAD-CLUSTER.
016100*    COPY EVERY RECORD OF THE OLD GUESTBOOK INTO THE NEW
016200*    CLUSTER, OPENED OUTPUT - THE JCL HAS JUST DEFINED IT
016300*    EMPTY, AND AN OUTPUT OPEN ON A CLUSTER THAT ALREADY
016400*    HOLDS DATA FAILS RATHER THAN LOADING THE BOOK TWICE.
016500*----------------------------------------------------------
016600     OPEN INPUT OLD-BOOK
016700     IF WS-OLD-BOOK-STATUS NOT = "00"
016800         MOVE "2000-LOAD-CLUSTER" TO WS-ERR-PARAGRAPH
016900         MOVE "GBOLD" TO WS-ERR-FILE-NAME
017000         MOVE WS-OLD-BOOK-STATUS TO WS-ERR-STATUS-CODE
017100         PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
017200     ELSE
017300         OPEN OUTPUT GUEST-BOOK
017400         IF WS-GUEST-BOOK-STATUS NOT = "00"
017500             MOVE "2000-LOAD-CLUSTER" TO WS-ERR-PARAGRAPH
017600             MOVE "GUESTBK" TO WS-ERR-FILE-NAME
017700             MOVE WS-GUEST-BOOK-STATUS TO WS-ERR-STATUS-CODE
017800             PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
017900         ELSE
018000             MOVE "N" TO WS-OLD-EOF-SW
018100             PERFORM 2100-READ-OLD-BOOK THRU 2100-EXIT
018200             PERFORM 2200-LOAD-ONE-ENTRY THRU 2200-EXIT
018300                     UNTIL WS-OLD-EOF
018400             CLOSE GUEST-BOOK
018500         END-IF
018600         CLOSE OLD-BOOK
018700     END-IF.
018800 2000-EXIT.
018900     EXIT.
019000
019100*----------------------------------------------------------
019200 2100-READ-OLD-BOOK.
019300*----------------------------------------------------------
019400     READ OLD-BOOK
019500         AT END
019600             MOVE "Y" TO WS-OLD-EOF-SW
019700     END-READ.
019800 2100-EXIT.
019900     EXIT.
020000
020100*----------------------------------------------------------
020200 2200-LOAD-ONE-ENTRY.
020300*    COUNT THE ENTRY UNDER ITS STATUS, WRITE IT (MOVING
020400*    ITS KEY ON WHILE THE KEY IS TAKEN), THEN READ THE
020500*    NEXT ONE. THE RECORD GOES ACROSS BYTE FOR BYTE - AN
020600*    UNKNOWN STATUS OR A DAMAGED DATE IS CARRIED OVER FOR
020700*    INTEGAUD TO REPORT, NOT CORRECTED HERE.
020800*----------------------------------------------------------
020900     ADD 1 TO WS-IN-COUNT
021000     MOVE OGB-STATUS TO WS-STS-LOOKUP
021100     PERFORM 6500-FIND-STATUS-ROW THRU 6500-EXIT
021200     ADD 1 TO WS-STS-IN-CNT (WS-STS-IX)
021300     MOVE OGB-RECORD TO GBK-RECORD
021400     MOVE ZERO TO WS-NUDGE-CNT
021500     MOVE "N" TO WS-WRITE-DONE-SW
021600     PERFORM 2300-TRY-ONE-WRITE THRU 2300-EXIT
021700             UNTIL WS-WRITE-DONE
021800     PERFORM 2100-READ-OLD-BOOK THRU 2100-EXIT.
021900 2200-EXIT.
022000     EXIT.
022100
022200*----------------------------------------------------------
022300 2300-TRY-ONE-WRITE.
022400*    A DUPLICATE KEY ("22") IS MOVED ON AND TRIED AGAIN.
022500*    ANY OTHER REFUSAL, OR A KEY THAT CANNOT BE MOVED ON,
022600*    IS COUNTED AND THE ENTRY LISTED; THE FIRST ONE IS
022700*    ALSO LOGGED WITH ITS KEY.
022800*----------------------------------------------------------
022900     WRITE GBK-RECORD
023000     EVALUATE TRUE
023100         WHEN WS-GUEST-BOOK-STATUS = "00"
023200             ADD 1 TO WS-LOADED-COUNT
023300             MOVE "Y" TO WS-WRITE-DONE-SW
023400             IF WS-NUDGE-CNT > ZERO
023500                 ADD 1 TO WS-REKEYED-COUNT
023600                 DISPLAY "GBCONV: RE-KEYED " OGB-LOG-DATE
023700                         " " OGB-LOG-TIME " TO "
023800                         GBK-LOG-DATE " " GBK-LOG-TIME
023900                         " - " GBK-VISITOR-NAME
024000             END-IF
024100         WHEN WS-GUEST-BOOK-STATUS = "22"
024200          AND GBK-LOG-TIME IS NUMERIC
024300          AND WS-NUDGE-CNT < WS-MAX-NUDGES
024400             PERFORM 2400-NUDGE-ENTRY-TIME THRU 2400-EXIT
024500         WHEN OTHER
024600             ADD 1 TO WS-REJECT-COUNT
024700             MOVE "Y" TO WS-WRITE-DONE-SW
024800             DISPLAY "GBCONV: REFUSED " OGB-LOG-DATE " "
024900                     OGB-LOG-TIME " STATUS "
025000                     WS-GUEST-BOOK-STATUS " - "
025100                     OGB-VISITOR-NAME
025200             IF WS-REJECT-COUNT = 1
025300                 MOVE "2300-TRY-ONE-WRITE"
025400                     TO WS-ERR-PARAGRAPH
025500                 MOVE "GUESTBK" TO WS-ERR-FILE-NAME
025600                 MOVE WS-GUEST-BOOK-STATUS
025700                     TO WS-ERR-STATUS-CODE
025800                 MOVE OGB-RECORD (1:16) TO WS-ERR-SESSION-ID
025900                 PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
026000                 MOVE SPACES TO WS-ERR-SESSION-ID
026100             END-IF
026200     END-EVALUATE.
026300 2300-EXIT.
026400     EXIT.
026500
026600*----------------------------------------------------------
026700 2400-NUDGE-ENTRY-TIME.
026800*    MOVE GBK-LOG-TIME ON ONE HUNDREDTH OF A SECOND. A
026900*    TIME ALREADY AT THE LAST HUNDREDTH OF THE DAY IS LEFT
027000*    ALONE AND THE TRY COUNT RUN OUT, SO THE NEXT WRITE
027100*    FAILS INTO THE REFUSED PATH.
027200*----------------------------------------------------------
027300     ADD 1 TO WS-NUDGE-CNT
027400     MOVE GBK-LOG-TIME TO WS-NUDGE-TIME
027500     COMPUTE WS-DAY-HUNDREDTHS =
027600             ((WS-NDG-HH * 60 + WS-NDG-MI) * 60
027700             + WS-NDG-SS) * 100 + WS-NDG-CC + 1
027800     IF WS-DAY-HUNDREDTHS NOT < WS-HUNDREDTHS-PER-DAY
027900         MOVE WS-MAX-NUDGES TO WS-NUDGE-CNT
028000     ELSE
028100         DIVIDE WS-DAY-HUNDREDTHS BY 100
028200             GIVING WS-WORK-SECONDS REMAINDER WS-NDG-CC
028300         DIVIDE WS-WORK-SECONDS BY 60
028400             GIVING WS-WORK-MINUTES REMAINDER WS-NDG-SS
028500         DIVIDE WS-WORK-MINUTES BY 60
028600             GIVING WS-NDG-HH REMAINDER WS-NDG-MI
028700         MOVE WS-NUDGE-TIME TO GBK-LOG-TIME
028800     END-IF.
028900 2400-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------
029300 3000-REREAD-CLUSTER.
029400*    READ THE NEW CLUSTER BACK IN KEY ORDER AND COUNT WHAT
029500*    IS REALLY ON IT, PER STATUS - NOT WHAT WAS WRITTEN.
029600*    AN EMPTY OLD GUESTBOOK LEAVES NOTHING TO READ BACK.
029700*----------------------------------------------------------
029800     MOVE ZERO TO WS-REREAD-COUNT
029900     MOVE "N" TO WS-CLU-EOF-SW
030000     IF WS-LOADED-COUNT > ZERO
030100         OPEN INPUT GUEST-BOOK
030200         IF WS-GUEST-BOOK-STATUS NOT = "00"
030300             MOVE "3000-REREAD-CLUSTER" TO WS-ERR-PARAGRAPH
030400             MOVE "GUESTBK" TO WS-ERR-FILE-NAME
030500             MOVE WS-GUEST-BOOK-STATUS TO WS-ERR-STATUS-CODE
030600             PERFORM 9700-OPEN-FAILED THRU 9700-EXIT
030700         ELSE
030800             MOVE LOW-VALUES TO GBK-ENTRY-KEY
030900             START GUEST-BOOK KEY NOT < GBK-ENTRY-KEY
031000                 INVALID KEY
031100                     MOVE "Y" TO WS-CLU-EOF-SW
031200             END-START
031300             PERFORM 3100-REREAD-ONE-ENTRY THRU 3100-EXIT
031400                     UNTIL WS-CLU-EOF
031500             CLOSE GUEST-BOOK
031600         END-IF
031700     END-IF.
031800 3000-EXIT.
031900     EXIT.
032000
032100*----------------------------------------------------------
032200 3100-REREAD-ONE-ENTRY.
032300*----------------------------------------------------------
032400     READ GUEST-BOOK NEXT RECORD
032500         AT END
032600             MOVE "Y" TO WS-CLU-EOF-SW
032700         NOT AT END
032800             ADD 1 TO WS-REREAD-COUNT
032900             MOVE GBK-STATUS TO WS-STS-LOOKUP
033000             PERFORM 6500-FIND-STATUS-ROW THRU 6500-EXIT
033100             ADD 1 TO WS-STS-CLU-CNT (WS-STS-IX)
033200     END-READ.
033300 3100-EXIT.
033400     EXIT.
033500
033600*----------------------------------------------------------
033700 4000-PROVE-TOTALS.
033800*    EVERY CHECK IS PRINTED, PASS OR FAIL, SO THE SYSOUT
033900*    SHOWS EXACTLY WHY A CONVERSION WAS REFUSED. ONE
034000*    FAILURE IS ENOUGH FOR RC 8.
034100*----------------------------------------------------------
034200     MOVE ZERO TO WS-MISMATCH-CNT
034300     MOVE WS-IN-COUNT TO WS-COUNT-ED
034400     MOVE WS-LOADED-COUNT TO WS-COUNT-ED-2
034500     DISPLAY "GBCONV: OLD GUESTBOOK " WS-COUNT-ED
034600             "  LOADED " WS-COUNT-ED-2
034700     IF WS-REJECT-COUNT > ZERO
034800         MOVE WS-REJECT-COUNT TO WS-COUNT-ED
034900         DISPLAY "GBCONV: ENTRIES REFUSED BY THE CLUSTER "
035000                 WS-COUNT-ED
035100         ADD 1 TO WS-MISMATCH-CNT
035200     END-IF
035300     MOVE WS-REREAD-COUNT TO WS-COUNT-ED-2
035400     DISPLAY "GBCONV: OLD GUESTBOOK " WS-COUNT-ED
035500             "  CLUSTER " WS-COUNT-ED-2
035600     IF WS-REREAD-COUNT NOT = WS-IN-COUNT
035700         DISPLAY "GBCONV: CLUSTER COUNT MISMATCH"
035800         ADD 1 TO WS-MISMATCH-CNT
035900     END-IF
036000     PERFORM 4100-PROVE-ONE-STATUS THRU 4100-EXIT
036100             VARYING WS-STS-IX FROM 1 BY 1
036200             UNTIL WS-STS-IX > WS-STS-UNKNOWN-ROW
036300     IF WS-REKEYED-COUNT > ZERO
036400         MOVE WS-REKEYED-COUNT TO WS-COUNT-ED
036500         DISPLAY "GBCONV: ENTRIES RE-KEYED " WS-COUNT-ED
036600                 " - SEE THE LIST ABOVE"
036700     END-IF
036800     EVALUATE TRUE
036900         WHEN WS-MISMATCH-CNT > ZERO
037000             DISPLAY "GBCONV: CONVERSION NOT VERIFIED - DO"
037100                     " NOT PUT THE CLUSTER INTO SERVICE"
037200             MOVE 8 TO RETURN-CODE
037300         WHEN WS-REKEYED-COUNT > ZERO
037400             DISPLAY "GBCONV: CONVERSION VERIFIED WITH"
037500                     " RE-KEYED ENTRIES"
037600             MOVE 4 TO RETURN-CODE
037700         WHEN OTHER
037800             DISPLAY "GBCONV: CONVERSION VERIFIED"
037900     END-EVALUATE.
038000 4000-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------
038400 4100-PROVE-ONE-STATUS.
038500*    ONE LINE PER STATUS THAT EITHER SIDE HELD.
038600*----------------------------------------------------------
038700     IF WS-STS-IN-CNT (WS-STS-IX) > ZERO
038800        OR WS-STS-CLU-CNT (WS-STS-IX) > ZERO
038900         MOVE WS-STS-IN-CNT (WS-STS-IX) TO WS-COUNT-ED
039000         MOVE WS-STS-CLU-CNT (WS-STS-IX) TO WS-COUNT-ED-2
039100         DISPLAY "GBCONV:   " WS-STS-LABEL (WS-STS-IX)
039200                 " OLD " WS-COUNT-ED
039300                 "  CLUSTER " WS-COUNT-ED-2
039400         IF WS-STS-IN-CNT (WS-STS-IX)
039500            NOT = WS-STS-CLU-CNT (WS-STS-IX)
039600             DISPLAY "GBCONV: STATUS COUNT MISMATCH - "
039700                     WS-STS-LABEL (WS-STS-IX)
039800             ADD 1 TO WS-MISMATCH-CNT
039900         END-IF
040000     END-IF.
040100 4100-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------
040500 6500-FIND-STATUS-ROW.
040600*    LEAVE THE ROW FOR THE STATUS IN WS-STS-LOOKUP IN
040700*    WS-STS-IX. A STATUS GBOOKR DOES NOT DEFINE FALLS TO
040800*    THE LAST ROW.
040900*----------------------------------------------------------
041000     MOVE WS-STS-UNKNOWN-ROW TO WS-STS-IX
041100     PERFORM 6510-CHECK-ONE-ROW THRU 6510-EXIT
041200             VARYING WS-STS-SCAN-IX FROM 1 BY 1
041300             UNTIL WS-STS-SCAN-IX NOT < WS-STS-UNKNOWN-ROW
041400                OR WS-STS-IX < WS-STS-UNKNOWN-ROW.
041500 6500-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------
041900 6510-CHECK-ONE-ROW.
042000*----------------------------------------------------------
042100     IF WS-STS-CODE (WS-STS-SCAN-IX) = WS-STS-LOOKUP
042200         MOVE WS-STS-SCAN-IX TO WS-STS-IX
042300     END-IF.
042400 6510-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------
042800 9700-OPEN-FAILED.
042900*    A DATASET THAT WILL NOT OPEN - THE FAILING PARAGRAPH
043000*    HAS FILLED THE WS-ERR- STAGING FIELDS.
043100*----------------------------------------------------------
043200     DISPLAY "GBCONV: CANNOT OPEN " WS-ERR-FILE-NAME
043300             " - STATUS " WS-ERR-STATUS-CODE
043400             " - CONVERSION NOT VERIFIED"
043500     PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
043600     MOVE 8 TO RETURN-CODE.
043700 9700-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------
044100 9800-LOG-FILE-ERROR.
044200*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
044300*    EVERY ERRLOG APPEND IN THE SHOP - SAME EXCLUSIVE-LOCK-
044400*    AND-RETRY DISCIPLINE WEBLOG APPLIES TO VISLOG. THE
044500*    FAILING PARAGRAPH HAS ALREADY FILLED THE WS-ERR-
044600*    STAGING FIELDS; A REFUSED ENTRY CARRIES ITS KEY IN
044700*    THE SESSION ID SLOT.
044800*----------------------------------------------------------
044900     CALL "ERRLOGW" USING WS-ERR-PROGRAM WS-ERR-PARAGRAPH
045000                          WS-ERR-FILE-NAME WS-ERR-STATUS-CODE
045100                          WS-ERR-SESSION-ID.
045200 9800-EXIT.
045300     EXIT.
