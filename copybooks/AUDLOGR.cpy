000100*----------------------------------------------------------
000200* AUDLOGR   - INTEGRITY AUDIT DELETION LOG RECORD
000300*----------------------------------------------------------
000400* 2026-10-15 RJ  ORIGINAL - ONE RECORD APPENDED BY INTEGAUD
000500*                FOR EVERY RECORD ITS UPDATE MODE DELETES:
000600*                WHEN, FROM WHICH CLUSTER, THE KEY, WHY, AND
000700*                THE FULL RECORD IMAGE AS IT STOOD, SO ANY
000800*                DELETION CAN BE EXPLAINED OR PUT BACK BY
000900*                HAND. VISPROF IMAGES FILL ALL 80 BYTES,
001000*                BLOCKLST IMAGES THE FIRST 60. LRECL 180.
001100*----------------------------------------------------------
001200 01  ADL-RECORD.
001300     05  ADL-RUN-DATE            PIC 9(08).
001400     05  ADL-RUN-TIME            PIC 9(08).
001500     05  ADL-DATASET             PIC X(08).
001600     05  ADL-KEY                 PIC X(30).
001700     05  ADL-REASON              PIC X(30).
001800     05  ADL-RECORD-IMAGE        PIC X(80).
001900     05  FILLER                  PIC X(16).
