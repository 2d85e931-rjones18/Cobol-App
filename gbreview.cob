002510* 2026-09-02 RJ  RECORD EVERY UNEXPECTED FILE STATUS AS AN
002520*                EVENT IN THE COMMON ERRLOG DATASET (SEE
002530*                ERREVR AND THE ERRRPT JOB).
002540* 2026-10-15 RJ  THE GUESTBOOK IS NOW A KSDS KEYED ON ENTRY
002550*                DATE AND TIME (SEE GBCONV). EACH CARD'S
002560*                ENTRY IS READ DIRECTLY BY ITS KEY INSTEAD OF
002570*                WALKING THE WHOLE BOOK, SO THE "STILL
002580*                AWAITING REVIEW" TOTAL (WHICH NEEDED THE
002590*                WALK) IS GONE FROM THE SUMMARY.
002600*----------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT GUEST-BOOK ASSIGN TO "GUESTBK"
003200         ORGANIZATION IS INDEXED
003210         ACCESS MODE IS RANDOM
003220         RECORD KEY IS GBK-ENTRY-KEY
003300         FILE STATUS IS WS-GUEST-BOOK-STATUS.
003400     SELECT REVIEW-CARDS ASSIGN TO "REVCARDS"
003500         ORGANIZATION IS SEQUENTIAL
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  GUEST-BOOK.
004400     COPY GBOOKR.
004500 FD  REVIEW-CARDS
004600     RECORDING MODE IS F.
006400*----------------------------------------------------------
006500 01  WS-GUEST-BOOK-STATUS    PIC X(02) VALUE SPACES.
006600 01  WS-CARDS-STATUS         PIC X(02) VALUE SPACES.
006900 01  WS-CARDS-EOF-SW         PIC X(01) VALUE "N".
007000     88  WS-CARDS-EOF                 VALUE "Y".
007010
007100
007200*----------------------------------------------------------
007300* DECISION CARD TABLE - ONE ENTRY PER CARD, MARKED USED AS
007400* IT DECIDES A GUESTBOOK ENTRY SO LEFTOVER CARDS CAN BE
007500* REPORTED AT END OF JOB.
007600*----------------------------------------------------------
007700 01  WS-CARD-TABLE.
009300*----------------------------------------------------------
009400 01  WS-RELEASED-COUNT       PIC 9(05) COMP VALUE ZERO.
009500 01  WS-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
009700 01  WS-UNMATCHED-COUNT      PIC 9(05) COMP VALUE ZERO.
009800
009900*----------------------------------------------------------
020800     EXIT.
020900
021000*----------------------------------------------------------
021120 3000-APPLY-DECISIONS.
021240*    FETCH EACH CARD'S ENTRY BY ITS DATE/TIME KEY AND
021360*    REWRITE IT WHEN IT IS STILL PENDING OR HELD. ONLY THE
021480*    CARDED ENTRIES ARE EVER READ.
021600*----------------------------------------------------------
021720     OPEN I-O GUEST-BOOK
021840     EVALUATE TRUE
021960         WHEN WS-GUEST-BOOK-STATUS = "00"
022080             PERFORM 3200-JUDGE-ONE-CARD THRU 3200-EXIT
022200                     VARYING WS-CARD-IX FROM 1 BY 1
022320                     UNTIL WS-CARD-IX > WS-CARD-CNT
022440             CLOSE GUEST-BOOK
022560         WHEN WS-GUEST-BOOK-STATUS = "35"
022680             MOVE "  NO GUESTBOOK DATASET - NOTHING TO REVIEW"
022800                 TO RPT-LINE
022920             WRITE RPT-LINE AFTER ADVANCING 1 LINE
023040             MOVE 4 TO RETURN-CODE
023160         WHEN OTHER
023280             DISPLAY "GBREVIEW: CANNOT OPEN GUESTBK - STATUS "
023400                     WS-GUEST-BOOK-STATUS
023520             MOVE 8 TO RETURN-CODE
023640             MOVE "3000-APPLY-DECISIONS" TO WS-ERR-PARAGRAPH
023760             MOVE "GUESTBK" TO WS-ERR-FILE-NAME
023880             MOVE WS-GUEST-BOOK-STATUS TO WS-ERR-STATUS-CODE
024000             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
024120     END-EVALUATE.
024240 3000-EXIT.
024360     EXIT.
024480
024600*----------------------------------------------------------
024720 3200-JUDGE-ONE-CARD.
024840*    READ THE ENTRY THE CARD NAMES. A PENDING OR HELD ENTRY
024960*    TAKES THE DECISION; AN ENTRY ALREADY RELEASED OR
025080*    REJECTED, OR NO ENTRY AT THAT KEY ("23"), LEAVES THE
025200*    CARD UNUSED FOR 8100 TO REPORT.
025320*----------------------------------------------------------
025440     MOVE WS-CARD-DATE (WS-CARD-IX) TO GBK-LOG-DATE
025560     MOVE WS-CARD-TIME (WS-CARD-IX) TO GBK-LOG-TIME
025680     READ GUEST-BOOK
025800     EVALUATE TRUE
025920         WHEN WS-GUEST-BOOK-STATUS = "00"
026040             IF GBK-PENDING OR GBK-HELD
026160                 MOVE WS-CARD-IX TO WS-MATCH-IX
026280                 PERFORM 3300-APPLY-ONE-DECISION THRU 3300-EXIT
026400             END-IF
026520         WHEN WS-GUEST-BOOK-STATUS = "23"
026640             CONTINUE
026760         WHEN OTHER
026880             MOVE "3200-JUDGE-ONE-CARD" TO WS-ERR-PARAGRAPH
027000             MOVE "GUESTBK" TO WS-ERR-FILE-NAME
027120             MOVE WS-GUEST-BOOK-STATUS TO WS-ERR-STATUS-CODE
027240             PERFORM 9800-LOG-FILE-ERROR THRU 9800-EXIT
027360             MOVE 8 TO RETURN-CODE
027480     END-EVALUATE.
027600 3200-EXIT.
027720     EXIT.
027840
028000*----------------------------------------------------------
028100 3300-APPLY-ONE-DECISION.
028200*    FLIP THE ENTRY'S STATUS, REWRITE IT IN PLACE, MARK THE
033900             INTO WS-RPT-LINE
034000     END-STRING
034100     MOVE WS-RPT-LINE TO RPT-LINE
034200     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
035100 8000-EXIT.
035200     EXIT.
035300
