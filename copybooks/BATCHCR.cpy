000100*----------------------------------------------------------
000200* BATCHCR   - BATCHCTL STEP-CONTROL RECORD WRITTEN AND READ
000300*             BY WINCTL FOR THE NIGHTLY WINDOW DRIVER
000400*----------------------------------------------------------
000500* 2026-10-15 RJ  ORIGINAL - ONE RECORD APPENDED EACH TIME A
000600*                STEP OF THE END-OF-WINDOW DRIVER (SEE
000700*                JCL/NIGHTLY) FINISHES, IS REFUSED BY ITS
000800*                GATE, OR IS RESET BY AN OPERATOR. THE
000900*                DATASET IS CHRONOLOGICAL, SO FOR A GIVEN
001000*                WINDOW DATE AND STEP THE LAST RECORD IS THE
001100*                STEP'S CURRENT STATE. "C" = COMPLETED RC 0,
001200*                "W" = COMPLETED WITH A WARNING RC (1-4),
001300*                "F" = FAILED (RC 8 OR WORSE), "A" = ABENDED,
001400*                "G" = REFUSED BY ITS PREREQUISITE GATE,
001500*                "R" = RESET BY OPERATIONS TO RUN AGAIN.
001600*                BCT-STEP-RC HOLDS THE POSTED RETURN CODE AS
001700*                FOUR DIGITS, OR "ABND". LRECL 80.
001800*----------------------------------------------------------
001900 01  BCT-RECORD.
002000     05  BCT-WINDOW-DATE         PIC 9(08).
002100     05  BCT-STEP-NAME           PIC X(08).
002200     05  BCT-STEP-STATUS         PIC X(01).
002300         88  BCT-STEP-CLEAN              VALUE "C".
002400         88  BCT-STEP-WARNED             VALUE "W".
002500         88  BCT-STEP-FAILED             VALUE "F".
002600         88  BCT-STEP-ABENDED            VALUE "A".
002700         88  BCT-STEP-REFUSED            VALUE "G".
002800         88  BCT-STEP-RESET              VALUE "R".
002900         88  BCT-STEP-DONE               VALUE "C" "W".
003000     05  BCT-STEP-RC             PIC X(04).
003100     05  BCT-POST-DATE           PIC 9(08).
003200     05  BCT-POST-TIME           PIC 9(08).
003300     05  FILLER                  PIC X(43).
