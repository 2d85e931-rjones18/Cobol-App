000606*                ADDED HERE CARRIES ANYTHING PERSONAL, ADD
000607*                IT TO VISERASE'S 2200 AND 3200 BLANKING
000608*                PARAGRAPHS TOO.
000609* 2026-10-15 RJ  CARVED VLG-DISPOSITION OUT OF THE FILLER SO
000610*                A REQUEST WEBMAIN REFUSES DURING A PLANNED
000611*                MAINTWIN WINDOW IS LOGGED WITH ITS REAL 503
000612*                YET TOLD APART FROM A PAGE THAT FAILED -
000613*                PAGEWTCH DOES NOT JUDGE IT. LRECL STAYS 409;
000614*                OLDER RECORDS CARRY A SPACE HERE.
000615*----------------------------------------------------------
000700 01  VLG-RECORD.
000800     05  VLG-LOG-DATE            PIC 9(08).
000900     05  VLG-LOG-TIME            PIC 9(08).
001250     05  VLG-STATUS-CODE         PIC 9(03).
001260     05  VLG-BYTES-SENT          PIC 9(05).
001270     05  VLG-SESSION-ID          PIC X(30).
001280     05  VLG-DISPOSITION         PIC X(01).
001285         88  VLG-PLANNED-OUTAGE           VALUE "M".
001300     05  FILLER                  PIC X(09).
