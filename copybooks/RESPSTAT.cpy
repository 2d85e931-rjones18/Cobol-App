000100*----------------------------------------------------------
000200* RESPSTAT  - RUN-UNIT-WIDE NOTE OF THE HTTP STATUS THE PAGE
000300*             PROGRAM JUST ANSWERED WITH
000400*----------------------------------------------------------
000500* 2026-10-15 RJ  ORIGINAL - WEBMAIN CLEARS RSP-STATUS-CODE
000600*                BEFORE EACH CALL OF A PAGE PROGRAM AND
000700*                READS IT BACK AFTERWARDS FOR ITS RESPONSE-
000800*                TIME RECORD (SEE RESPTMR). WEBLOG POSTS THE
000900*                STATUS OF EVERY HIT IT LOGS, SO THE PAGES
001000*                THAT LOG THROUGH WEBLOG NEED NOTHING MORE;
001100*                A PAGE THAT DOES NOT LOG ITS HITS POSTS ITS
001200*                OWN STATUS WHEN IT WRITES THE RESPONSE. THE
001300*                AREA IS EXTERNAL SO ALL PROGRAMS IN THE RUN
001400*                UNIT SHARE ONE COPY.
001500*----------------------------------------------------------
001600 01  RSP-SHARED-AREA         EXTERNAL.
001700     05  RSP-STATUS-CODE         PIC 9(03).
001800     05  FILLER                  PIC X(05).
