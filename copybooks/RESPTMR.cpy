000100*----------------------------------------------------------
000200* RESPTMR   - RESPONSE-TIME RECORD WRITTEN BY WEBMAIN
000300*             (THROUGH RESPLOGW) FOR EVERY ROUTED REQUEST
000400*----------------------------------------------------------
000500* 2026-10-15 RJ  ORIGINAL - ONE RECORD PER CALL OF A PAGE
000600*                PROGRAM: WHEN IT STARTED, WHICH PATH AND
000700*                PROGRAM, THE STATUS THE PAGE ANSWERED WITH
000800*                (ZERO WHEN THE PAGE REPORTED NONE), HOW
000900*                LONG THE CALL TOOK IN HUNDREDTHS OF A
001000*                SECOND (THE RESOLUTION OF THE TIME-OF-DAY
001100*                CLOCK), AND THE HELLOSID SESSION. THE
001200*                LATRPT JOB REPORTS ON THE WINDOW'S RECORDS.
001300*                LRECL 80.
001400*----------------------------------------------------------
001500 01  RTM-RECORD.
001600     05  RTM-LOG-DATE            PIC 9(08).
001700     05  RTM-LOG-TIME            PIC 9(08).
001800     05  RTM-PAGE-PATH           PIC X(10).
001900     05  RTM-TARGET-PGM          PIC X(08).
002000     05  RTM-STATUS-CODE         PIC 9(03).
002100     05  RTM-ELAPSED-HSEC        PIC 9(07).
002200     05  RTM-SESSION-ID          PIC X(30).
002300     05  FILLER                  PIC X(06).
