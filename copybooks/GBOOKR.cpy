000660*                AUDIT, NEVER RENDERED). A SPACE MEANS THE
000670*                RECORD PREDATES MODERATION AND IS TREATED
000680*                AS RELEASED. LRECL UNCHANGED AT 176.
000681* 2026-10-15 RJ  GROUPED THE ENTRY DATE AND TIME UNDER
000682*                GBK-ENTRY-KEY - THE GUESTBOOK IS NOW A KSDS
000683*                (HELLO.GUESTBOOK.KSDS, KEYS(16 0)) KEYED ON
000684*                IT (SEE GBCONV). LAYOUT AND LRECL UNCHANGED.
000700*----------------------------------------------------------
000800 01  GBK-RECORD.
000900     05  GBK-ENTRY-KEY.
000910         10  GBK-LOG-DATE        PIC 9(08).
001000         10  GBK-LOG-TIME        PIC 9(08).
001100     05  GBK-VISITOR-NAME        PIC X(30).
001200     05  GBK-MESSAGE             PIC X(120).
001210     05  GBK-STATUS              PIC X(01).
