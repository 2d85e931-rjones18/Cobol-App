002096*                TRAFFIC WITHOUT AN ERRLOG EVENT - BUSY IS
002097*                NOT BROKEN. ERRLOG APPENDS THEMSELVES GO
002098*                THROUGH THE ERRLOGW SUBPROGRAM NOW.
002099* 2026-10-15 RJ  POST THE RESPONSE STATUS TO THE SHARED
002100*                RESPSTAT AREA FOR WEBMAIN'S RESPONSE-TIME
002101*                RECORD - THIS PAGE LOGS NO HITS, SO WEBLOG
002102*                CANNOT POST IT.
002103*----------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
011330* SHARED SITE LAYOUT (SEE COPYBOOKS/SITELYTW.CPY)
011340*----------------------------------------------------------
011350     COPY SITELYTW.
011360
011370*----------------------------------------------------------
011380* STATUS NOTE READ BACK BY WEBMAIN (SEE RESPSTAT)
011390*----------------------------------------------------------
011395     COPY RESPSTAT.
011400
011500 PROCEDURE DIVISION.
011600*----------------------------------------------------------
044000*----------------------------------------------------------
044100 7000-WRITE-RESPONSE.
044200*----------------------------------------------------------
044250     MOVE 200 TO RSP-STATUS-CODE
044300     DISPLAY "Status: 200 OK"
044400     DISPLAY "Content-Type: text/html"
044500     MOVE WS-CONTENT-LEN-NUM TO WS-CONTENT-LEN-ED
