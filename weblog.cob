002800*                THE VLOGARCH RECONCILIATION MISMATCH THAT
002900*                USED TO SURFACE AT 2 AM IS EXPLAINED IN
003000*                THE MORNING ERRRPT INSTEAD.
003002* 2026-09-02 RJ  THE ERRLOG APPEND ITSELF NOW GOES THROUGH
003004*                THE ERRLOGW SUBPROGRAM - IT WAS THE SAME
003006*                UNSERIALIZED OPEN EXTEND THIS PROGRAM
003008*                EXISTS TO ELIMINATE, AND A CLOBBERED ERROR
003010*                EVENT WOULD BE A SILENT LOSS OF THE VERY
003012*                RECORD MEANT TO MAKE A LOSS VISIBLE.
003014* 2026-09-02 RJ  PACED THE RETRIES. THE OLD 50 ATTEMPTS
003016*                RAN BACK TO BACK AND BURNED OUT IN WELL
003018*                UNDER A MILLISECOND, SO ANY BATCH READER
003020*                HOLDING THE LOG FOR A SCAN (ABUSESCN,
003022*                PAGEWTCH, CLFEXP RUN ALONGSIDE LIVE
003024*                TRAFFIC) DIVERTED EVERY CONCURRENT HIT TO
003026*                ERRLOG - ROUTINE LOSS INSTEAD OF
003028*                EXCEPTIONAL. EACH FAILED ATTEMPT NOW WAITS
003030*                A COUPLE OF CLOCK TICKS AND THE BUDGET IS
003032*                200 TRIES, SO THE WINDOW SPANS SECONDS.
003034* 2026-10-15 RJ  POST THE STATUS OF EVERY HIT HANDED IN TO
003036*                THE SHARED RESPSTAT AREA, SO WEBMAIN'S
003038*                RESPONSE-TIME RECORD CARRIES THE STATUS THE
003040*                PAGE ACTUALLY ANSWERED WITH.
003042* 2026-10-15 RJ  TAKE THE POSTED STATUS FROM VLG-STATUS-CODE
003044*                RATHER THAN A FIXED OFFSET INTO THE HIT, SO
003046*                THE NEXT VISLOGR CHANGE CANNOT SHIFT IT.
003048* 2026-10-15 RJ  DESCRIBE THE HIT IN LINKAGE WITH VISLOGR
003050*                ITSELF, SO THE STATUS AND THE SESSION ID
003052*                ARE READ FROM THE CALLER'S RECORD AND THE
003054*                FD AREA IS NOT TOUCHED UNTIL THE LOG IS
003056*                OPEN.
003100*----------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
006380         "0000-MAINLINE".
006390 01  WL-ERR-FILE-NAME        PIC X(08) VALUE "VISLOG".
006400 01  WL-ERR-SESSION-ID       PIC X(30) VALUE SPACES.
006410
006420*----------------------------------------------------------
006430* STATUS NOTE READ BACK BY WEBMAIN (SEE RESPSTAT)
006440*----------------------------------------------------------
006450     COPY RESPSTAT.
006460
006500 LINKAGE SECTION.
006600*----------------------------------------------------------
006700* THE CALLER'S FILLED LOG RECORD AND THE WRITTEN/FAILED
006800* ANSWER HANDED BACK ("Y" = PROVABLY ON THE LOG)
006900*----------------------------------------------------------
007000     COPY VISLOGR REPLACING LEADING ==VLG== BY ==LNK-VLG==.
007100 01  LNK-LOGGED-SW           PIC X(01).
007200
007300 PROCEDURE DIVISION USING LNK-VLG-RECORD LNK-LOGGED-SW.
007400*----------------------------------------------------------
007500 0000-MAINLINE.
007600*----------------------------------------------------------
007700     MOVE "N" TO LNK-LOGGED-SW
007800     MOVE "N" TO WL-OPENED-SW
007900     MOVE SPACES TO WL-LAST-STATUS
007905*    POST THE STATUS STRAIGHT FROM THE CALLER'S RECORD - THE
007906*    FD AREA HAS NO DEFINED CONTENT UNTIL THE LOG IS OPEN.
007910     IF LNK-VLG-STATUS-CODE IS NUMERIC
007920         MOVE LNK-VLG-STATUS-CODE TO RSP-STATUS-CODE
007930     END-IF
008000     PERFORM 2000-TRY-ONE-OPEN THRU 2000-EXIT
008100             VARYING WL-TRY-IX FROM 1 BY 1
008200             UNTIL WL-TRY-IX > WL-MAX-TRIES
008300                OR WL-OPENED
008400     IF WL-OPENED
008500         MOVE LNK-VLG-RECORD TO VLG-RECORD
008600         WRITE VLG-RECORD
008700         IF WL-VISLOG-STATUS = "00"
008800             MOVE "Y" TO LNK-LOGGED-SW
012300*    THE HIT COULD NOT BE LOGGED - SAY SO IN THE COMMON
012400*    ERRLOG DATASET WITH THE LAST STATUS SEEN, SO THE
012500*    MORNING ERRRPT EXPLAINS ANY RECONCILIATION GAP. THE
012600*    SESSION ID IS TAKEN FROM THE RECORD THE CALLER
012700*    BUILT. THE APPEND GOES THROUGH THE ERRLOGW SUBPROGRAM
012800*    SO CONCURRENT EVENT WRITERS CANNOT CLOBBER EACH OTHER
012900*    EITHER.
013000*----------------------------------------------------------
013100     MOVE LNK-VLG-SESSION-ID TO WL-ERR-SESSION-ID
013200     CALL "ERRLOGW" USING WL-ERR-PROGRAM WL-ERR-PARAGRAPH
013300                          WL-ERR-FILE-NAME WL-LAST-STATUS
013400                          WL-ERR-SESSION-ID.
