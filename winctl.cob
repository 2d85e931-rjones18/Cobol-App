000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     WINCTL.
000300 AUTHOR.         R JONES.
000400 INSTALLATION.   WEB SERVICES GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 2026-10-15 RJ  ORIGINAL PROGRAM - STEP CONTROL FOR THE
001100*                END-OF-WINDOW DRIVER JOB (SEE JCL/NIGHTLY).
001200*                THE NIGHTLY JOBS USED TO BE SUBMITTED ONE
001300*                BY ONE AND IN WHATEVER ORDER THE OPERATOR
001400*                REMEMBERED; ONE NIGHT VLOGARCH PURGED THE
001500*                LOG BEFORE CLFEXP HAD CUT THE EXPORT. THE
001600*                DRIVER NOW RUNS EVERY STEP IN ONE JOB AND
001700*                THIS PROGRAM KEEPS THE BATCHCTL DATASET
001800*                (SEE BATCHCR) - ONE RECORD PER STEP OUTCOME
001900*                PER WINDOW DATE - SO A RESUBMIT SKIPS WHAT
002000*                ALREADY FINISHED AND THE PURGE IS REFUSED
002100*                UNTIL ITS PREREQUISITES FINISHED CLEAN.
002200*
002300*                ONE SYSIN CARD PER EXECUTION. FUNCTION IN
002400*                COLS 1-8, RETURN CODE IN COLS 10-13 (POST
002500*                ONLY), THEN UP TO SIX STEP NAMES IN COLS
002600*                15-22, 24-31, 33-40, 42-49, 51-58, 60-67:
002700*                  CHECK  - FIRST STEP IS THE ONE ABOUT TO
002800*                           RUN, THE REST ARE PREREQUISITES
002900*                           THAT MUST HAVE ENDED RC 0 FOR
003000*                           THIS WINDOW. RC 0 = RUN IT,
003100*                           RC 1 = ALREADY DONE - SKIP IT,
003200*                           RC 8 = REFUSED (OR BATCHCTL
003300*                           UNREADABLE) - DO NOT RUN IT.
003400*                  POST   - RECORD THE FIRST STEP'S RETURN
003500*                           CODE (FOUR DIGITS OR "ABND").
003600*                  RESET  - MAKE THE FIRST STEP RUN AGAIN
003700*                           ON THE NEXT RESUBMIT.
003800*                  REPORT - PRINT THE WINDOW STATUS REPORT
003900*                           FOR THE STEPS NAMED, IN ORDER.
004000*                           RC 4 WHEN ANY OF THEM HAS NOT
004100*                           COMPLETED.
004200*                THE WINDOW DATE IS THE RUN DATE - THE SAME
004300*                DATE TRAFRPT STAMPS ON TRAFCNT AND VLOGARCH
004400*                RECORDS IN ARCHCTL.
004410* 2026-10-15 RJ  A CARD WITH COL 72 NON-BLANK IS CONTINUED ON
004420*                ONE MORE CARD CARRYING UP TO SIX MORE STEP
004430*                NAMES IN THE SAME SIX SLOTS (COLS 1-14 AND
004440*                72 BLANK), SO ONE REPORT COVERS EVERY DRIVER
004450*                STEP WITH ONE VERDICT - THE WINDOW HAS MORE
004460*                STEPS THAN ONE CARD HOLDS. THE STEP TABLE
004470*                NOW TAKES TWELVE.
004471* 2026-10-15 RJ  THE WINDOW DATE NOW COMES FROM THE EXEC PARM
004472*                (YYYYMMDD), SET ONCE BY THE SCHEDULER FOR THE
004473*                WHOLE WINDOW, SO A RESUBMIT THAT RUNS PAST
004474*                MIDNIGHT STILL FINDS WHAT THE FIRST SUBMIT
004475*                COMPLETED INSTEAD OF OPENING A NEW WINDOW AND
004476*                RERUNNING EVERY STEP. NO PARM FALLS BACK TO
004477*                THE RUN DATE; A PARM THAT IS NOT A DATE IS A
004478*                BAD CARD. BCT-POST-DATE NOW CARRIES THE DATE
004479*                OF THE POST ITSELF.
004480* 2026-10-15 RJ  ON A CHECK CARD THE COLUMN AFTER A STEP NAME
004481*                (23, 32, 41, 50, 59, 68) MAY CARRY "W": THAT
004482*                PREREQUISITE ALSO PASSES WHEN IT POSTED A
004483*                WARNING RC. FOR STEPS WHOSE RC 4 IS AN ALARM
004484*                RAISED AFTER A FULL READ (PAGEWTCH, ABUSESCN),
004485*                NOT A SHORTFALL. ANYTHING ELSE THERE IS A BAD
004486*                CARD.
004500*----------------------------------------------------------
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT BATCH-CONTROL ASSIGN TO "BATCHCTL"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-BATCHCTL-STATUS.
005300     SELECT WINDOW-RPT ASSIGN TO "WINOUT"
005400         ORGANIZATION IS SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  BATCH-CONTROL
005900     RECORDING MODE IS F.
006000     COPY BATCHCR.
006100 FD  WINDOW-RPT
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  RPT-LINE                PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------
006800* FILE STATUS AND END-OF-FILE CONTROL
006900*----------------------------------------------------------
007000 01  WS-BATCHCTL-STATUS      PIC X(02) VALUE SPACES.
007100 01  WS-CTL-EOF-SW           PIC X(01) VALUE "N".
007200     88  WS-CTL-EOF                   VALUE "Y".
007300 01  WS-CTL-BAD-SW           PIC X(01) VALUE "N".
007400     88  WS-CTL-BAD                   VALUE "Y".
007500
007600*----------------------------------------------------------
007700* ERROR-EVENT STAGING - THE FAILING PARAGRAPH FILLS THESE
007800* AND PERFORMS 9800, WHICH HANDS THEM TO THE ERRLOGW
007900* SUBPROGRAM (THE ONLY ERRLOG WRITER IN THE SHOP)
008000*----------------------------------------------------------
008100 01  WS-ERR-PROGRAM          PIC X(08) VALUE "WINCTL".
008200 01  WS-ERR-PARAGRAPH        PIC X(24) VALUE SPACES.
008300 01  WS-ERR-FILE-NAME        PIC X(08) VALUE SPACES.
008400 01  WS-ERR-STATUS-CODE      PIC X(02) VALUE SPACES.
008500 01  WS-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
008600
008700*----------------------------------------------------------
008800* CONTROL CARD - FUNCTION (1-8), RC (10-13), STEP NAMES
008900* IN SIX NINE-COLUMN SLOTS FROM COL 15 (NAME, THEN A "W"
008920* OPTION FOR A CHECK PREREQUISITE), CONTINUATION MARK IN
008950* COL 72
009000*----------------------------------------------------------
009100 01  WS-PARM-CARD.
009200     05  WS-CARD-FUNCTION    PIC X(08).
009300     05  FILLER              PIC X(01).
009400     05  WS-CARD-RC          PIC X(04).
009500     05  WS-CARD-RC-9 REDEFINES WS-CARD-RC
009600                             PIC 9(04).
009700     05  FILLER              PIC X(01).
009800     05  WS-CARD-STEP-SLOT   OCCURS 6 TIMES.
009900         10  WS-CARD-STEP    PIC X(08).
010000         10  WS-CARD-STEP-OPT
010050                             PIC X(01).
010100     05  FILLER              PIC X(03).
010110     05  WS-CARD-CONT        PIC X(01).
010120     05  FILLER              PIC X(08).
010130*    THE CONTINUATION CARD - SAME STEP SLOTS, NOTHING ELSE
010140 01  WS-CONT-CARD.
010150     05  WS-CONT-LEAD        PIC X(14).
010160     05  WS-CONT-STEP-SLOT   OCCURS 6 TIMES.
010170         10  WS-CONT-STEP    PIC X(08).
010180         10  WS-CONT-STEP-OPT
010182                             PIC X(01).
010185     05  FILLER              PIC X(03).
010190     05  WS-CONT-CONT        PIC X(01).
010195     05  FILLER              PIC X(08).
010200 01  WS-CARD-BAD-SW          PIC X(01) VALUE "N".
010300     88  WS-CARD-BAD                  VALUE "Y".
010400 01  WS-CARD-IX              PIC 9(02) COMP VALUE ZERO.
010450 77  WS-CARD-SLOTS           PIC 9(02) VALUE 6.
010460 01  WS-PARM-BAD-SW          PIC X(01) VALUE "N".
010470     88  WS-PARM-BAD                  VALUE "Y".
010500
010600*----------------------------------------------------------
010700* STEP STATE TABLE - ONE ENTRY PER STEP NAMED ON THE CARDS,
010800* FILLED FROM THE LAST BATCHCTL RECORD FOR THIS WINDOW.
010900* A BLANK STATUS MEANS NO RECORD - THE STEP HAS NOT RUN.
011000*----------------------------------------------------------
011100 01  WS-STEP-TABLE.
011200     05  WS-STEP-CNT         PIC 9(02) COMP VALUE ZERO.
011300     05  WS-STEP-ENTRY       OCCURS 12 TIMES.
011400         10  WS-STEP-NAME    PIC X(08).
011450         10  WS-STEP-WARN-SW PIC X(01).
011460             88  WS-STEP-WARN-OK          VALUE "W".
011500         10  WS-STEP-STATUS  PIC X(01).
011600         10  WS-STEP-RC      PIC X(04).
011700         10  WS-STEP-POST-DATE
011800                             PIC 9(08).
011900         10  WS-STEP-POST-TIME
012000                             PIC 9(08).
012100 01  WS-STEP-IX              PIC 9(02) COMP VALUE ZERO.
012200 01  WS-PREREQ-BAD-CNT       PIC 9(02) COMP VALUE ZERO.
012300 01  WS-OUTSTANDING-CNT      PIC 9(02) COMP VALUE ZERO.
012400
012500*----------------------------------------------------------
012600* WINDOW DATE AND POSTING CLOCK
012700*----------------------------------------------------------
012800 01  WS-WINDOW-DATE          PIC 9(08) VALUE ZERO.
012900 01  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
012950 01  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
013000 01  WS-NEW-STATUS           PIC X(01) VALUE SPACE.
013100 01  WS-NEW-RC               PIC X(04) VALUE SPACES.
013200
013300*----------------------------------------------------------
013400* REPORT BUILD AREAS
013500*----------------------------------------------------------
013600 01  WS-RPT-LINE             PIC X(80) VALUE SPACES.
013700 01  WS-STATUS-TEXT          PIC X(22) VALUE SPACES.
013800 01  WS-COUNT-ED             PIC Z9.
013810
013820 LINKAGE SECTION.
013830*----------------------------------------------------------
013840* EXEC PARM - THE WINDOW DATE THE SCHEDULER SET FOR THIS
013850* RUN OF THE DRIVER (SEE 1200). LENGTH ZERO WHEN THERE IS
013860* NO PARM.
013870*----------------------------------------------------------
013880 01  LNK-PARM-AREA.
013890     05  LNK-PARM-LEN        PIC S9(04) COMP.
013900     05  LNK-PARM-DATE.
013910         10  LNK-PARM-YYYY   PIC 9(04).
013920         10  LNK-PARM-MM     PIC 9(02).
013930         10  LNK-PARM-DD     PIC 9(02).
013940     05  LNK-PARM-DATE-9 REDEFINES LNK-PARM-DATE
013950                             PIC 9(08).
013960
014000 PROCEDURE DIVISION USING LNK-PARM-AREA.
014100*----------------------------------------------------------
014200 0000-MAINLINE.
014300*----------------------------------------------------------
014400     PERFORM 1000-READ-CONTROLS THRU 1000-EXIT
014500     IF WS-CARD-BAD
014600         DISPLAY "WINCTL: BAD CONTROL CARD - " WS-PARM-CARD
014700         MOVE 8 TO RETURN-CODE
014800     ELSE
014900         EVALUATE WS-CARD-FUNCTION
015000             WHEN "CHECK"
015100                 PERFORM 3000-CHECK-STEP THRU 3000-EXIT
015200             WHEN "POST"
015300                 PERFORM 4000-POST-STEP THRU 4000-EXIT
015400             WHEN "RESET"
015500                 PERFORM 4500-RESET-STEP THRU 4500-EXIT
015600             WHEN "REPORT"
015700                 PERFORM 5000-REPORT-WINDOW THRU 5000-EXIT
015800         END-EVALUATE
015900     END-IF
016000     STOP RUN.
016100
016200*----------------------------------------------------------
016300 1000-READ-CONTROLS.
016400*    READ THE CARD (AND ITS CONTINUATION, IF COL 72 CALLS
016500*    FOR ONE), SET THE WINDOW DATE, AND LOAD THE NAMED
016600*    STEPS INTO THE STATE TABLE. AN UNKNOWN FUNCTION, NO
016700*    STEP NAME, A POST WITH NO USABLE RETURN CODE, A
016710*    CONTINUATION CARD WITH ANYTHING OUTSIDE ITS STEP
016720*    SLOTS, OR A PARM THAT IS NOT A DATE IS A BAD CARD -
016800*    NOTHING IS RECORDED AND THE STEP ENDS RC 8.
016900*----------------------------------------------------------
017000     MOVE SPACES TO WS-PARM-CARD
017100     ACCEPT WS-PARM-CARD
017200     PERFORM 1200-SET-WINDOW-DATE THRU 1200-EXIT
017300     MOVE "N" TO WS-CARD-BAD-SW
017400     MOVE ZERO TO WS-STEP-CNT
017500     PERFORM 1100-LOAD-ONE-STEP THRU 1100-EXIT
017600             VARYING WS-CARD-IX FROM 1 BY 1
017700             UNTIL WS-CARD-IX > WS-CARD-SLOTS
017710     MOVE SPACES TO WS-CONT-CARD
017720     IF WS-CARD-CONT NOT = SPACE
017730         ACCEPT WS-CONT-CARD
017740         PERFORM 1150-LOAD-ONE-CONT-STEP THRU 1150-EXIT
017750                 VARYING WS-CARD-IX FROM 1 BY 1
017760                 UNTIL WS-CARD-IX > WS-CARD-SLOTS
017770     END-IF
017800     EVALUATE TRUE
017900         WHEN WS-CARD-FUNCTION NOT = "CHECK"
018000          AND WS-CARD-FUNCTION NOT = "POST"
018100          AND WS-CARD-FUNCTION NOT = "RESET"
018200          AND WS-CARD-FUNCTION NOT = "REPORT"
018300             MOVE "Y" TO WS-CARD-BAD-SW
018400         WHEN WS-STEP-CNT = ZERO
018500             MOVE "Y" TO WS-CARD-BAD-SW
018510         WHEN WS-CARD-CONT NOT = SPACE
018520          AND (WS-CONT-LEAD NOT = SPACES
018530           OR WS-CONT-CONT NOT = SPACE)
018540             DISPLAY "WINCTL: BAD CONTINUATION CARD - "
018550                     WS-CONT-CARD
018560             MOVE "Y" TO WS-CARD-BAD-SW
018570         WHEN WS-PARM-BAD
018580             DISPLAY "WINCTL: BAD WINDOW DATE PARM - "
018590                     LNK-PARM-DATE
018595             MOVE "Y" TO WS-CARD-BAD-SW
018600         WHEN WS-CARD-FUNCTION = "POST"
018700          AND WS-CARD-RC NOT = "ABND"
018800          AND WS-CARD-RC NOT NUMERIC
018900             MOVE "Y" TO WS-CARD-BAD-SW
019000         WHEN OTHER
019100             CONTINUE
019200     END-EVALUATE.
019300 1000-EXIT.
019400     EXIT.
019500
019600*----------------------------------------------------------
019700 1100-LOAD-ONE-STEP.
019800*    COPY ONE NON-BLANK STEP SLOT INTO THE STATE TABLE WITH
019900*    A BLANK (NOT RUN) STATE. THE OPTION COLUMN MAY ONLY BE
019950*    BLANK OR "W".
020000*----------------------------------------------------------
020050     IF WS-CARD-STEP-OPT (WS-CARD-IX) NOT = SPACE
020060        AND WS-CARD-STEP-OPT (WS-CARD-IX) NOT = "W"
020070         MOVE "Y" TO WS-CARD-BAD-SW
020080     END-IF
020100     IF WS-CARD-STEP (WS-CARD-IX) NOT = SPACES
020200         ADD 1 TO WS-STEP-CNT
020300         MOVE WS-CARD-STEP (WS-CARD-IX)
020400             TO WS-STEP-NAME (WS-STEP-CNT)
020450         MOVE WS-CARD-STEP-OPT (WS-CARD-IX)
020460             TO WS-STEP-WARN-SW (WS-STEP-CNT)
020500         MOVE SPACE TO WS-STEP-STATUS (WS-STEP-CNT)
020600         MOVE SPACES TO WS-STEP-RC (WS-STEP-CNT)
020700         MOVE ZERO TO WS-STEP-POST-DATE (WS-STEP-CNT)
020800         MOVE ZERO TO WS-STEP-POST-TIME (WS-STEP-CNT)
020900     END-IF.
021000 1100-EXIT.
021100     EXIT.
021110
021120*----------------------------------------------------------
021130 1150-LOAD-ONE-CONT-STEP.
021140*    SAME AS 1100, FOR A SLOT ON THE CONTINUATION CARD.
021150*----------------------------------------------------------
021152     IF WS-CONT-STEP-OPT (WS-CARD-IX) NOT = SPACE
021154        AND WS-CONT-STEP-OPT (WS-CARD-IX) NOT = "W"
021156         MOVE "Y" TO WS-CARD-BAD-SW
021158     END-IF
021160     IF WS-CONT-STEP (WS-CARD-IX) NOT = SPACES
021170         ADD 1 TO WS-STEP-CNT
021180         MOVE WS-CONT-STEP (WS-CARD-IX)
021182             TO WS-STEP-NAME (WS-STEP-CNT)
021183         MOVE WS-CONT-STEP-OPT (WS-CARD-IX)
021184             TO WS-STEP-WARN-SW (WS-STEP-CNT)
021185         MOVE SPACE TO WS-STEP-STATUS (WS-STEP-CNT)
021186         MOVE SPACES TO WS-STEP-RC (WS-STEP-CNT)
021188         MOVE ZERO TO WS-STEP-POST-DATE (WS-STEP-CNT)
021190         MOVE ZERO TO WS-STEP-POST-TIME (WS-STEP-CNT)
021192     END-IF.
021194 1150-EXIT.
021196     EXIT.
021197
021198*----------------------------------------------------------
021199 1200-SET-WINDOW-DATE.
021200*    THE SCHEDULER PASSES THE WINDOW DATE AS THE EXEC PARM,
021201*    THE SAME VALUE FOR EVERY STEP AND EVERY RESUBMIT OF THE
021202*    WINDOW, SO A RERUN PAST MIDNIGHT STAYS IN THE WINDOW IT
021203*    IS FINISHING. ONLY WHEN THERE IS NO PARM AT ALL IS THE
021204*    RUN DATE TAKEN. A PARM THAT IS NOT AN EIGHT-DIGIT DATE
021205*    IS REFUSED RATHER THAN GUESSED AT.
021206*----------------------------------------------------------
021207     MOVE "N" TO WS-PARM-BAD-SW
021208     EVALUATE TRUE
021209         WHEN LNK-PARM-LEN = ZERO
021210             ACCEPT WS-WINDOW-DATE FROM DATE YYYYMMDD
021211         WHEN LNK-PARM-LEN NOT = 8
021212             MOVE "Y" TO WS-PARM-BAD-SW
021213         WHEN LNK-PARM-DATE-9 NOT NUMERIC
021214             MOVE "Y" TO WS-PARM-BAD-SW
021215         WHEN LNK-PARM-MM < 1 OR LNK-PARM-MM > 12
021216             MOVE "Y" TO WS-PARM-BAD-SW
021217         WHEN LNK-PARM-DD < 1 OR LNK-PARM-DD > 31
021218             MOVE "Y" TO WS-PARM-BAD-SW
021219         WHEN OTHER
021220             MOVE LNK-PARM-DATE-9 TO WS-WINDOW-DATE
021221     END-EVALUATE.
021222 1200-EXIT.
021223     EXIT.
021224
021300*----------------------------------------------------------
021400 2000-LOAD-HISTORY.
021500*    WALK BATCHCTL FROM THE TOP, LETTING EACH RECORD FOR
021600*    THIS WINDOW OVERWRITE THE STATE OF ITS STEP - THE FILE
021700*    IS CHRONOLOGICAL, SO WHAT IS LEFT IS EACH STEP'S LATEST
021800*    OUTCOME. A MISSING DATASET JUST MEANS NO WINDOW HAS
021900*    EVER RUN; ANY OTHER OPEN FAILURE LEAVES WS-CTL-BAD ON
022000*    SO THE CALLER REFUSES RATHER THAN GUESSES.
022100*----------------------------------------------------------
022200     MOVE "N" TO WS-CTL-BAD-SW
022300     MOVE "N" TO WS-CTL-EOF-SW
022400     OPEN INPUT BATCH-CONTROL
022500     EVALUATE WS-BATCHCTL-STATUS
022600         WHEN "00"
022700             PERFORM 2100-READ-CONTROL THRU 2100-EXIT
022800             PERFORM 2200-APPLY-ONE-RECORD THRU 2200-EXIT
022900                     UNTIL WS-CTL-EOF
023000             CLOSE BATCH-CONTROL
023100         WHEN "35"
023200             CONTINUE
023300         WHEN OTHER
023400             MOVE "Y" TO WS-CTL-BAD-SW
023500             MOVE "2000-LOAD-HISTORY" TO WS-ERR-PARAGRAPH
023600             MOVE "BATCHCTL" TO WS-ERR-FILE-NAME
023700             MOVE WS-BATCHCTL-STATUS TO WS-ERR-STATUS-CODE
023800             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
023900     END-EVALUATE.
024000 2000-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------
024400 2100-READ-CONTROL.
024500*----------------------------------------------------------
024600     READ BATCH-CONTROL
024700         AT END
024800             MOVE "Y" TO WS-CTL-EOF-SW
024900     END-READ.
025000 2100-EXIT.
025100     EXIT.
025200
025300*----------------------------------------------------------
025400 2200-APPLY-ONE-RECORD.
025500*    FOLD ONE BATCHCTL RECORD INTO THE STATE TABLE WHEN IT
025600*    BELONGS TO THIS WINDOW, THEN READ THE NEXT ONE.
025700*----------------------------------------------------------
025800     IF BCT-WINDOW-DATE = WS-WINDOW-DATE
025900         PERFORM 2210-MATCH-ONE-STEP THRU 2210-EXIT
026000                 VARYING WS-STEP-IX FROM 1 BY 1
026100                 UNTIL WS-STEP-IX > WS-STEP-CNT
026200     END-IF
026300     PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
026400 2200-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------
026800 2210-MATCH-ONE-STEP.
026900*----------------------------------------------------------
027000     IF BCT-STEP-NAME = WS-STEP-NAME (WS-STEP-IX)
027100         MOVE BCT-STEP-STATUS TO WS-STEP-STATUS (WS-STEP-IX)
027200         MOVE BCT-STEP-RC TO WS-STEP-RC (WS-STEP-IX)
027300         MOVE BCT-POST-DATE TO WS-STEP-POST-DATE (WS-STEP-IX)
027400         MOVE BCT-POST-TIME TO WS-STEP-POST-TIME (WS-STEP-IX)
027500     END-IF.
027600 2210-EXIT.
027700     EXIT.
027800
027900*----------------------------------------------------------
028000 3000-CHECK-STEP.
028100*    DECIDE WHETHER THE FIRST STEP ON THE CARD RUNS. DONE
028200*    ALREADY THIS WINDOW (RC 0 OR A WARNING RC) - SKIP IT,
028300*    RC 1. ANY PREREQUISITE NOT YET COMPLETED RC 0 - REFUSE
028400*    IT, RECORD THE REFUSAL, RC 8. OTHERWISE RC 0 AND THE
028500*    DRIVER RUNS THE STEP.
028600*----------------------------------------------------------
028700     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
028800     EVALUATE TRUE
028900         WHEN WS-CTL-BAD
029000             DISPLAY "WINCTL: CANNOT READ BATCHCTL - STEP "
029100                     WS-STEP-NAME (1) " HELD"
029200             MOVE 8 TO RETURN-CODE
029300         WHEN WS-STEP-STATUS (1) = "C"
029400         WHEN WS-STEP-STATUS (1) = "W"
029500             DISPLAY "WINCTL: STEP " WS-STEP-NAME (1)
029600                     " ALREADY COMPLETE FOR WINDOW "
029700                     WS-WINDOW-DATE " - SKIPPED"
029800             MOVE 1 TO RETURN-CODE
029900         WHEN OTHER
030000             MOVE ZERO TO WS-PREREQ-BAD-CNT
030100             PERFORM 3100-CHECK-ONE-PREREQ THRU 3100-EXIT
030200                     VARYING WS-STEP-IX FROM 2 BY 1
030300                     UNTIL WS-STEP-IX > WS-STEP-CNT
030400             IF WS-PREREQ-BAD-CNT > 0
030500                 DISPLAY "WINCTL: STEP " WS-STEP-NAME (1)
030600                         " REFUSED FOR WINDOW " WS-WINDOW-DATE
030700                         " - PREREQUISITES NOT CLEAN"
030800                 MOVE "G" TO WS-NEW-STATUS
030900                 MOVE SPACES TO WS-NEW-RC
031000                 PERFORM 6000-APPEND-RECORD THRU 6000-EXIT
031100                 MOVE 8 TO RETURN-CODE
031200             ELSE
031300                 DISPLAY "WINCTL: STEP " WS-STEP-NAME (1)
031400                         " RELEASED FOR WINDOW " WS-WINDOW-DATE
031500             END-IF
031600     END-EVALUATE.
031700 3000-EXIT.
031800     EXIT.
031900
032000*----------------------------------------------------------
032100 3100-CHECK-ONE-PREREQ.
032200*    A PREREQUISITE COUNTS ONLY IF IT FINISHED RC 0 - A
032300*    WARNING, A FAILURE, OR NO RECORD AT ALL HOLDS THE STEP.
032310*    ONE MARKED "W" ON THE CARD ALSO PASSES ON A WARNING.
032400*----------------------------------------------------------
032500     IF WS-STEP-STATUS (WS-STEP-IX) NOT = "C"
032510        AND NOT (WS-STEP-STATUS (WS-STEP-IX) = "W"
032520                 AND WS-STEP-WARN-OK (WS-STEP-IX))
032600         ADD 1 TO WS-PREREQ-BAD-CNT
032700         DISPLAY "WINCTL:   PREREQUISITE "
032800                 WS-STEP-NAME (WS-STEP-IX) " NOT CLEAN"
032900     END-IF.
033000 3100-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------
033400 4000-POST-STEP.
033500*    RECORD THE FIRST STEP'S OUTCOME FROM THE RETURN CODE
033600*    THE DRIVER'S CONDITIONAL POST STEP CARRIES.
033700*----------------------------------------------------------
033800     MOVE WS-CARD-RC TO WS-NEW-RC
033900     EVALUATE TRUE
034000         WHEN WS-CARD-RC = "ABND"
034100             MOVE "A" TO WS-NEW-STATUS
034200         WHEN WS-CARD-RC-9 = ZERO
034300             MOVE "C" TO WS-NEW-STATUS
034400         WHEN WS-CARD-RC-9 <= 4
034500             MOVE "W" TO WS-NEW-STATUS
034600         WHEN OTHER
034700             MOVE "F" TO WS-NEW-STATUS
034800     END-EVALUATE
034900     PERFORM 6000-APPEND-RECORD THRU 6000-EXIT
035000     DISPLAY "WINCTL: STEP " WS-STEP-NAME (1) " POSTED "
035100             WS-NEW-STATUS " RC " WS-NEW-RC
035200             " FOR WINDOW " WS-WINDOW-DATE.
035300 4000-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------
035700 4500-RESET-STEP.
035800*    OPERATOR RESET - THE NEXT CHECK FOR THIS STEP FINDS
035900*    THE "R" RECORD LAST AND LETS THE STEP RUN AGAIN.
036000*----------------------------------------------------------
036100     MOVE "R" TO WS-NEW-STATUS
036200     MOVE SPACES TO WS-NEW-RC
036300     PERFORM 6000-APPEND-RECORD THRU 6000-EXIT
036400     DISPLAY "WINCTL: STEP " WS-STEP-NAME (1)
036500             " RESET FOR WINDOW " WS-WINDOW-DATE.
036600 4500-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------
037000 5000-REPORT-WINDOW.
037100*    ONE LINE PER STEP NAMED ON THE CARDS, IN DRIVER ORDER,
037200*    THEN A VERDICT. ANY STEP NOT COMPLETED ENDS RC 4 SO
037300*    THE SCHEDULER FLAGS THE WINDOW FOR A RESUBMIT.
037400*----------------------------------------------------------
037500     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
037600     MOVE ZERO TO WS-OUTSTANDING-CNT
037700     OPEN OUTPUT WINDOW-RPT
037800     MOVE SPACES TO WS-RPT-LINE
037900     STRING "END-OF-WINDOW BATCH STATUS - WINDOW "
038000             DELIMITED BY SIZE
038100             WS-WINDOW-DATE DELIMITED BY SIZE
038200             INTO WS-RPT-LINE
038300     END-STRING
038400     MOVE WS-RPT-LINE TO RPT-LINE
038500     WRITE RPT-LINE AFTER ADVANCING PAGE
038600     MOVE SPACES TO RPT-LINE
038700     WRITE RPT-LINE AFTER ADVANCING 1 LINE
038800     MOVE "  STEP      STATE                   RC    POSTED"
038900         TO RPT-LINE
039000     WRITE RPT-LINE AFTER ADVANCING 1 LINE
039100     IF WS-CTL-BAD
039200         MOVE "  ** BATCHCTL UNREADABLE - STATES UNKNOWN **"
039300             TO RPT-LINE
039400         WRITE RPT-LINE AFTER ADVANCING 1 LINE
039500     END-IF
039600     PERFORM 5100-REPORT-ONE-STEP THRU 5100-EXIT
039700             VARYING WS-STEP-IX FROM 1 BY 1
039800             UNTIL WS-STEP-IX > WS-STEP-CNT
039900     MOVE SPACES TO RPT-LINE
040000     WRITE RPT-LINE AFTER ADVANCING 1 LINE
040100     IF WS-OUTSTANDING-CNT = ZERO AND NOT WS-CTL-BAD
040200         MOVE "  WINDOW COMPLETE" TO RPT-LINE
040300     ELSE
040400         MOVE WS-OUTSTANDING-CNT TO WS-COUNT-ED
040500         MOVE SPACES TO WS-RPT-LINE
040600         STRING "  WINDOW INCOMPLETE - " DELIMITED BY SIZE
040700                 WS-COUNT-ED DELIMITED BY SIZE
040800                 " STEP(S) OUTSTANDING - CORRECT AND RESUBMIT"
040900                     DELIMITED BY SIZE
041000                 INTO WS-RPT-LINE
041100         END-STRING
041200         MOVE WS-RPT-LINE TO RPT-LINE
041300         MOVE 4 TO RETURN-CODE
041400     END-IF
041500     WRITE RPT-LINE AFTER ADVANCING 1 LINE
041600     CLOSE WINDOW-RPT.
041700 5000-EXIT.
041800     EXIT.
041900
042000*----------------------------------------------------------
042100 5100-REPORT-ONE-STEP.
042200*----------------------------------------------------------
042300     EVALUATE WS-STEP-STATUS (WS-STEP-IX)
042400         WHEN "C"
042500             MOVE "COMPLETE" TO WS-STATUS-TEXT
042600         WHEN "W"
042700             MOVE "COMPLETE - WARNING" TO WS-STATUS-TEXT
042800         WHEN "F"
042900             MOVE "FAILED" TO WS-STATUS-TEXT
043000         WHEN "A"
043100             MOVE "ABENDED" TO WS-STATUS-TEXT
043200         WHEN "G"
043300             MOVE "REFUSED - PREREQS" TO WS-STATUS-TEXT
043400         WHEN "R"
043500             MOVE "RESET - WILL RERUN" TO WS-STATUS-TEXT
043600         WHEN OTHER
043700             MOVE "NOT RUN" TO WS-STATUS-TEXT
043800     END-EVALUATE
043900     IF WS-STEP-STATUS (WS-STEP-IX) NOT = "C"
044000        AND WS-STEP-STATUS (WS-STEP-IX) NOT = "W"
044100         ADD 1 TO WS-OUTSTANDING-CNT
044200     END-IF
044300     MOVE SPACES TO WS-RPT-LINE
044400     IF WS-STEP-STATUS (WS-STEP-IX) = SPACE
044500         STRING "  " DELIMITED BY SIZE
044600                 WS-STEP-NAME (WS-STEP-IX) DELIMITED BY SIZE
044700                 "  " DELIMITED BY SIZE
044800                 WS-STATUS-TEXT DELIMITED BY SIZE
044900                 INTO WS-RPT-LINE
045000         END-STRING
045100     ELSE
045200         STRING "  " DELIMITED BY SIZE
045300                 WS-STEP-NAME (WS-STEP-IX) DELIMITED BY SIZE
045400                 "  " DELIMITED BY SIZE
045500                 WS-STATUS-TEXT DELIMITED BY SIZE
045600                 "  " DELIMITED BY SIZE
045700                 WS-STEP-RC (WS-STEP-IX) DELIMITED BY SIZE
045800                 "  " DELIMITED BY SIZE
045900                 WS-STEP-POST-DATE (WS-STEP-IX)
046000                     DELIMITED BY SIZE
046100                 " " DELIMITED BY SIZE
046200                 WS-STEP-POST-TIME (WS-STEP-IX) (1:6)
046300                     DELIMITED BY SIZE
046400                 INTO WS-RPT-LINE
046500         END-STRING
046600     END-IF
046700     MOVE WS-RPT-LINE TO RPT-LINE
046800     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
046900 5100-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------
047300 6000-APPEND-RECORD.
047400*    APPEND ONE STATE RECORD FOR THE FIRST STEP ON THE
047500*    CARD. THE FIRST WINDOW EVER FINDS NO DATASET ON DISK -
047600*    SAME CREATE-ON-35 PATTERN TRAFRPT USES FOR TRAFSUM. A
047700*    RECORD THAT CANNOT BE WRITTEN ENDS RC 8: A LOST POST
047800*    WOULD MAKE THE NEXT RESUBMIT RUN THE STEP AGAIN.
047900*----------------------------------------------------------
047990     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
048000     ACCEPT WS-CURRENT-TIME FROM TIME
048100     OPEN EXTEND BATCH-CONTROL
048200     IF WS-BATCHCTL-STATUS = "35"
048300         OPEN OUTPUT BATCH-CONTROL
048400         CLOSE BATCH-CONTROL
048500         OPEN EXTEND BATCH-CONTROL
048600     END-IF
048700     IF WS-BATCHCTL-STATUS NOT = "00"
048800         MOVE "6000-APPEND-RECORD" TO WS-ERR-PARAGRAPH
048900         MOVE "BATCHCTL" TO WS-ERR-FILE-NAME
049000         MOVE WS-BATCHCTL-STATUS TO WS-ERR-STATUS-CODE
049100         PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
049200         DISPLAY "WINCTL: CANNOT WRITE BATCHCTL - STATUS "
049300                 WS-BATCHCTL-STATUS
049400         MOVE 8 TO RETURN-CODE
049500     ELSE
049600         MOVE SPACES TO BCT-RECORD
049700         MOVE WS-WINDOW-DATE TO BCT-WINDOW-DATE
049800         MOVE WS-STEP-NAME (1) TO BCT-STEP-NAME
049900         MOVE WS-NEW-STATUS TO BCT-STEP-STATUS
050000         MOVE WS-NEW-RC TO BCT-STEP-RC
050100         MOVE WS-CURRENT-DATE TO BCT-POST-DATE
050200         MOVE WS-CURRENT-TIME TO BCT-POST-TIME
050300         WRITE BCT-RECORD
050400         IF WS-BATCHCTL-STATUS NOT = "00"
050500             MOVE "6000-APPEND-RECORD" TO WS-ERR-PARAGRAPH
050600             MOVE "BATCHCTL" TO WS-ERR-FILE-NAME
050700             MOVE WS-BATCHCTL-STATUS TO WS-ERR-STATUS-CODE
050800             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
050900             MOVE 8 TO RETURN-CODE
051000         END-IF
051100         CLOSE BATCH-CONTROL
051200     END-IF.
051300 6000-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------
051700 9800-LOG-FILE-ERROR.
051800*    HAND ONE EVENT TO THE ERRLOGW SUBPROGRAM, WHICH OWNS
051900*    EVERY ERRLOG APPEND IN THE SHOP - SAME EXCLUSIVE-LOCK-
052000*    AND-RETRY DISCIPLINE WEBLOG APPLIES TO VISLOG, SO A
052100*    BATCH JOB RUNNING ALONGSIDE LIVE CGI TRAFFIC CANNOT
052200*    CLOBBER (OR BE CLOBBERED BY) A REQUEST'S EVENT. THE
052300*    FAILING PARAGRAPH HAS ALREADY FILLED THE WS-ERR-
052400*    STAGING FIELDS; BATCH EVENTS CARRY NO SESSION ID.
052500*----------------------------------------------------------
052600     CALL "ERRLOGW" USING WS-ERR-PROGRAM WS-ERR-PARAGRAPH
052700                          WS-ERR-FILE-NAME WS-ERR-STATUS-CODE
052800                          WS-ERR-SESSION-ID.
052900 9800-EXIT.
053000     EXIT.
