004090*                RETRIES TAKES THE EXISTING RC 8 PATH, SO
004092*                THE WRITTEN AUDIT NEVER UNDERSTATES WHAT
004094*                WAS LEFT UNERASED.
004095* 2026-10-15 RJ  GUESTBK IS NOW THE KEYED GUESTBOOK CLUSTER
004096*                (SEE GBCONV). IT CARRIES NO NAME KEY, SO
004097*                THE ERASURE STILL READS IT FRONT TO BACK.
004100*----------------------------------------------------------
004200
004300 ENVIRONMENT DIVISION.
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-ARCHLOG-STATUS.
005200     SELECT GUEST-BOOK ASSIGN TO "GUESTBK"
005300         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS DYNAMIC
005360         RECORD KEY IS GBK-ENTRY-KEY
005400         FILE STATUS IS WS-GUEST-BOOK-STATUS.
005500     SELECT HIT-COUNTER ASSIGN TO "HITCNT"
005600         ORGANIZATION IS INDEXED
007730*    (ALG- PREFIX) SO THE NEXT VISLOGR WIDENING CANNOT
007740*    LEAVE THIS FD BLANKING THE WRONG COLUMNS.
007800     COPY VISLOGR REPLACING LEADING ==VLG== BY ==ALG==.
009200 FD  GUEST-BOOK.
009400     COPY GBOOKR.
009500 FD  HIT-COUNTER.
009600     COPY HITCNTR.
037800*----------------------------------------------------------
037900 4100-READ-GUEST-BOOK.
038000*----------------------------------------------------------
038100     READ GUEST-BOOK NEXT RECORD
038200         AT END
038300             MOVE "Y" TO WS-BOOK-EOF-SW
038400     END-READ.
