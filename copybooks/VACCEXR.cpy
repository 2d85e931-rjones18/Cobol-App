000100*----------------------------------------------------------
000200* VACCEXR   - VISITOR DATA ACCESS EXTRACT RECORD
000300*----------------------------------------------------------
000400* 2026-10-15 RJ  ORIGINAL - VISACCES WRITES ONE "H" HEADER
000500*                WITH THE RUN DATE/TIME AND THE CARD AS
000600*                GIVEN, ONE "D" RECORD PER RECORD HELD ABOUT
000700*                THE VISITOR (VAX-DATASET NAMES WHICH, AND
000800*                PICKS THE VIEW OF VAX-DATA), THEN ONE "C"
000900*                RECORD PER DATASET WITH THE COUNT FOUND AND
001000*                THE COUNT VISERASE WOULD ERASE. THE VISIT
001100*                VIEW IS THE FIRST 400 BYTES OF VLG-RECORD,
001200*                FIELD FOR FIELD - KEEP IT IN STEP WITH
001300*                VISLOGR. EVERY FIELD IS DISPLAY. LRECL 420.
001400*----------------------------------------------------------
001500 01  VAX-RECORD.
001600     05  VAX-REC-TYPE            PIC X(01).
001700         88  VAX-HEADER-REC              VALUE "H".
001800         88  VAX-DATA-REC                VALUE "D".
001900         88  VAX-COUNT-REC               VALUE "C".
002000     05  VAX-DATASET             PIC X(08).
002100     05  VAX-DATA                PIC X(400).
002200     05  VAX-HEADER REDEFINES VAX-DATA.
002300         10  VAX-HDR-RUN-DATE    PIC 9(08).
002400         10  VAX-HDR-RUN-TIME    PIC 9(08).
002500         10  VAX-HDR-SESSION-ID  PIC X(30).
002600         10  VAX-HDR-NAME        PIC X(30).
002700         10  FILLER              PIC X(324).
002800     05  VAX-PROFILE REDEFINES VAX-DATA.
002900         10  VAX-PRF-SESSION-ID  PIC X(30).
003000         10  VAX-PRF-NAME        PIC X(30).
003100         10  VAX-PRF-LANG-CODE   PIC X(02).
003200         10  VAX-PRF-LAST-UPDATE PIC 9(08).
003300         10  FILLER              PIC X(330).
003400     05  VAX-HITS REDEFINES VAX-DATA.
003500         10  VAX-HIT-SESSION-ID  PIC X(30).
003600         10  VAX-HIT-VISIT-COUNT PIC 9(09).
003700         10  VAX-HIT-LAST-VISIT  PIC 9(08).
003800         10  FILLER              PIC X(353).
003900     05  VAX-BLOCK REDEFINES VAX-DATA.
004000         10  VAX-BLK-SESSION-ID  PIC X(30).
004100         10  VAX-BLK-EXPIRE-DATE PIC 9(08).
004200         10  VAX-BLK-EXPIRE-TIME PIC 9(08).
004300         10  VAX-BLK-HIT-COUNT   PIC 9(07).
004400         10  FILLER              PIC X(347).
004500     05  VAX-GUEST REDEFINES VAX-DATA.
004600         10  VAX-GBK-LOG-DATE    PIC 9(08).
004700         10  VAX-GBK-LOG-TIME    PIC 9(08).
004800         10  VAX-GBK-NAME        PIC X(30).
004900         10  VAX-GBK-MESSAGE     PIC X(120).
005000         10  VAX-GBK-STATUS      PIC X(01).
005100         10  VAX-GBK-STATUS-TEXT PIC X(24).
005200         10  FILLER              PIC X(209).
005300     05  VAX-VISIT REDEFINES VAX-DATA.
005400         10  VAX-VIS-LOG-DATE    PIC 9(08).
005500         10  VAX-VIS-LOG-TIME    PIC 9(08).
005600         10  VAX-VIS-NAME        PIC X(30).
005700         10  VAX-VIS-QUERY       PIC X(200).
005800         10  VAX-VIS-LANG-CODE   PIC X(02).
005900         10  VAX-VIS-REMOTE-ADDR PIC X(15).
006000         10  VAX-VIS-USER-AGENT  PIC X(80).
006100         10  VAX-VIS-METHOD      PIC X(08).
006200         10  VAX-VIS-PAGE-PATH   PIC X(10).
006300         10  VAX-VIS-STATUS-CODE PIC 9(03).
006400         10  VAX-VIS-BYTES-SENT  PIC 9(05).
006500         10  VAX-VIS-SESSION-ID  PIC X(30).
006600         10  VAX-VIS-DISPOSITION PIC X(01).
006700     05  VAX-COUNTS REDEFINES VAX-DATA.
006800         10  VAX-CNT-STATE       PIC X(01).
006900             88  VAX-CNT-READ            VALUE "R".
007000             88  VAX-CNT-NOT-SEARCHED    VALUE "S".
007100             88  VAX-CNT-NOT-READ        VALUE "F".
007200         10  VAX-CNT-FOUND       PIC 9(07).
007300         10  VAX-CNT-ERASABLE    PIC 9(07).
007400         10  VAX-CNT-ERASE-ACTION
007500                                 PIC X(16).
007600         10  FILLER              PIC X(369).
007700     05  FILLER                  PIC X(11).
