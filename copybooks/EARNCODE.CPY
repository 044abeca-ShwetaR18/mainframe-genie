000100*----------------------------------------------------------------
000200* EARNCODE.CPY - ONE EARNINGS CODE FROM THE LABOR AGREEMENT, AS
000300* KEYED ON A TIMECARD PUNCH (TC-EARN-CODE).  EARNCODE.DAT CARRIES
000400* ONE RECORD PER CODE AND IS LOADED WHOLE BY PAYROLL-CALCULATOR AT
000500* THE START OF EACH RUN; A PUNCH WITH NO CODE IS ORDINARY TIME.
000600* EC-RULE SAYS HOW THE PUNCH'S HOURS ARE PAID AND EC-RULE-VALUE
000700* IS READ ACCORDING TO IT:
000800*   P  PREMIUM PER HOUR - THE HOURS AT EMP-RATE PLUS EC-RULE-VALUE
000900*      DOLLARS AN HOUR (SHIFT DIFFERENTIAL).
001000*   M  MULTIPLE OF RATE - THE HOURS AT EMP-RATE TIMES
001100*      EC-RULE-VALUE.
001200*   F  FLAT AMOUNT - EC-RULE-VALUE DOLLARS FOR EACH PUNCH,
001300*      WHATEVER ITS HOURS (ON-CALL STIPEND).
001400*   G  GUARANTEED MINIMUM - EACH PUNCH IS PAID AT EMP-RATE FOR ITS
001500*      HOURS OR EC-RULE-VALUE HOURS, WHICHEVER IS MORE
001550*      (CALL-BACK).
001600* EC-OT-FLAG 'Y' COUNTS THE HOURS WORKED ON THE CODE TOWARD THE
001700* OVERTIME THRESHOLD.  EVERY CODE'S PAY, COUNTED OR NOT, IS PART
001800* OF THE REGULAR RATE OVERTIME IS FIGURED ON.
001900*----------------------------------------------------------------
002000 01  EARN-CODE-RECORD.
002100     05  EC-CODE                 PIC X(02).
002200     05  EC-DESCRIPTION          PIC X(20).
002300     05  EC-RULE                 PIC X(01).
002400         88  EC-RULE-PREMIUM            VALUE 'P'.
002500         88  EC-RULE-MULTIPLE           VALUE 'M'.
002600         88  EC-RULE-FLAT               VALUE 'F'.
002700         88  EC-RULE-MINIMUM            VALUE 'G'.
002800         88  EC-RULE-VALID              VALUE 'P' 'M' 'F' 'G'.
002900     05  EC-RULE-VALUE           PIC 9(05)V9999.
003000     05  EC-OT-FLAG              PIC X(01).
003100         88  EC-COUNTS-FOR-OT           VALUE 'Y'.
