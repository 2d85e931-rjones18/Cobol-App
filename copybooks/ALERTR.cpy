000100*----------------------------------------------------------
000200* ALERTR    - ALERT RECORD APPENDED TO THE ALERTQ DATASET
000300*             (THROUGH ALERTW) FOR THE PAGING GATEWAY
000400*----------------------------------------------------------
000500* 2026-10-15 RJ  ORIGINAL - ONE RECORD PER ALARM RAISED BY A
000600*                JOB OR PAGE: WHEN, WHICH PROGRAM RAISED IT,
000700*                HOW BAD (CRITICAL OR WARNING), THE OBJECT
000800*                IT IS ABOUT (A DATASET, A PAGE PATH, A
000900*                HEALTH COMPONENT), AND A ONE-LINE MESSAGE
001000*                FOR THE ON-CALL PERSON. THE REPEAT COUNT
001100*                SAYS HOW MANY RAISINGS OF THE SAME
001200*                CONDITION WERE HELD BACK SINCE THE LAST
001300*                ONE SENT. THE CORPORATE MAIL/PAGER GATEWAY
001400*                PICKS ALERTQ UP. LRECL 160.
001500*----------------------------------------------------------
001600 01  ALR-RECORD.
001700     05  ALR-ALERT-DATE          PIC 9(08).
001800     05  ALR-ALERT-TIME          PIC 9(08).
001900     05  ALR-PROGRAM             PIC X(08).
002000     05  ALR-SEVERITY            PIC X(08).
002100         88  ALR-CRITICAL                 VALUE "CRITICAL".
002200         88  ALR-WARNING                  VALUE "WARNING".
002300     05  ALR-OBJECT              PIC X(30).
002400     05  ALR-MESSAGE             PIC X(80).
002500     05  ALR-REPEAT-COUNT        PIC 9(05).
002600     05  FILLER                  PIC X(13).
