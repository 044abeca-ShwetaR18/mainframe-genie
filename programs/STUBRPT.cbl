002064*                WRITTEN BY PAY-HISTORY-ARCHIVE) FOR THE YEAR
002066*                IN THE REQUESTED PERIOD, SO COURT REQUESTS FOR
002068*                OLD PERIODS STILL REPRINT.
002069* 10/14/2026 RH  A SALARIED PERIOD REPRINTS ITS ANNUAL SALARY AND
002070*                SALARY-THIS-PERIOD LINE, AND THE PRORATION LINE
002071*                WHEN THE PERIOD WAS PRORATED, AS THE ORIGINAL
002072*                STUB SHOWED THEM.
002073* 10/14/2026 RH  EVERY PERIOD REPRINTS THE VACATION AND SICK
002074*                HOURS USED AND BALANCES LEFT, AND THE LEAVE PAY
002075*                AND FINAL VACATION PAYOUT LINES WHEN THERE WERE
002076*                ANY, AS THE ORIGINAL STUB SHOWED THEM.
002077* 10/14/2026 RH  A PERIOD WITH PRE-TAX DEDUCTIONS REPRINTS ITS
002078*                FEDERAL, SOCIAL SECURITY, AND MEDICARE TAXABLE
002079*                WAGES LINE, AS THE ORIGINAL STUB SHOWED IT.
002080* 10/14/2026 RH  A PERIOD TAXED BY A RESIDENT STATE AS WELL AS THE
002081*                WORK STATE REPRINTS THE STATE TAX SPLIT LINE, AS
002082*                THE ORIGINAL STUB SHOWED IT.
002083* 10/15/2026 RH  A PERIOD PAID EARNINGS CODES REPRINTS A LINE PER
002084*                CODE AND THE OVERTIME REGULAR-RATE LINE, AS THE
002085*                ORIGINAL STUB SHOWED THEM.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.

006600 01  WS-CONSTANTS.
006650     05  WS-MAX-DED-ENTRIES PIC 9(02) VALUE 16.
006660     05  WS-MAX-EARN-ENTRIES PIC 9(02) VALUE 8.

006700 01  WS-DED-WORK-AREA.
006800     05  WS-DED-SUB         PIC 9(02) VALUE ZERO.
006850     05  WS-DED-LIMIT       PIC 9(02) VALUE ZERO.

006860 01  WS-EARN-WORK-AREA.
006870     05  WS-EARN-SUB        PIC 9(02) VALUE ZERO.
006880     05  WS-EARN-LIMIT      PIC 9(02) VALUE ZERO.

007000 01  WS-STUB-WORK-AREA.
007100     05  WS-STUB-ID         PIC X(05).
007200     05  WS-STUB-NAME       PIC X(30).
007800     05  WS-STUB-STATE      PIC 9(06)V99.
007820     05  WS-STUB-SS         PIC 9(06)V99.
007840     05  WS-STUB-MED        PIC 9(06)V99.
007850     05  WS-STUB-WORK-ST-TAX PIC 9(06)V99.
007860     05  WS-STUB-RES-ST-TAX PIC 9(06)V99.
007900     05  WS-STUB-DED-TYPE   PIC X(02).
008000     05  WS-STUB-DED-AMT    PIC 9(06)V99.
008100     05  WS-STUB-NET        PIC 9(06)V99.
008150     05  WS-STUB-RETRO      PIC 9(06)V99.
008200     05  WS-STUB-PERIOD     PIC X(10).
008210     05  WS-STUB-ANNUAL     PIC 9(07)V99.
008220     05  WS-STUB-SALARY     PIC 9(06)V99.
008230     05  WS-STUB-PAID-DAYS  PIC 9(03).
008240     05  WS-STUB-PERIOD-DAYS PIC 9(03).
008250     05  WS-STUB-VAC-USED   PIC 9(04)V99.
008260     05  WS-STUB-VAC-BAL    PIC 9(04)V99.
008270     05  WS-STUB-SICK-USED  PIC 9(04)V99.
008280     05  WS-STUB-SICK-BAL   PIC 9(04)V99.
008290     05  WS-STUB-LEAVE-PAY  PIC 9(06)V99.
008300     05  WS-STUB-PAYOUT-HRS PIC 9(04)V99.
008310     05  WS-STUB-PAYOUT     PIC 9(06)V99.
008320     05  WS-STUB-FED-WAGES  PIC 9(06)V99.
008330     05  WS-STUB-SS-WAGES   PIC 9(06)V99.
008340     05  WS-STUB-MED-WAGES  PIC 9(06)V99.
008350     05  WS-STUB-EARN-HOURS PIC 9(03)V99.
008360     05  WS-STUB-EARN-AMT   PIC 9(06)V99.
008370     05  WS-STUB-OT-HOURS   PIC 9(03)V99.
008380     05  WS-STUB-REG-RATE   PIC 9(04)V999.
008390     05  WS-STUB-OT-PAY     PIC 9(06)V99.

008400 PROCEDURE DIVISION.
008500*----------------------------------------------------------------
021700     END-STRING
021800     WRITE PAY-STUB-LINE AFTER ADVANCING 1

021802     IF PH-TYPE-SALARIED
021804         PERFORM 3050-PRINT-STUB-SALARY THRU 3050-EXIT
021806     END-IF

021808     IF PH-EARN-COUNT > ZERO
021810         PERFORM 3070-PRINT-STUB-EARNINGS THRU 3070-EXIT
021812     END-IF

021820     IF PH-RETRO-PAY > ZERO
021830         MOVE PH-RETRO-PAY TO WS-STUB-RETRO
021840         MOVE SPACES TO PAY-STUB-LINE
021892         WRITE PAY-STUB-LINE AFTER ADVANCING 1
021894     END-IF

021900     PERFORM 3060-PRINT-STUB-LEAVE THRU 3060-EXIT

021906     IF PH-FED-WAGES < PH-GROSS
021912         MOVE PH-FED-WAGES TO WS-STUB-FED-WAGES
021918         MOVE PH-SS-WAGES  TO WS-STUB-SS-WAGES
021924         MOVE PH-MED-WAGES TO WS-STUB-MED-WAGES
021930         MOVE SPACES TO PAY-STUB-LINE
021936         STRING "TAXABLE WAGES - FEDERAL: " DELIMITED BY SIZE
021942                WS-STUB-FED-WAGES DELIMITED BY SIZE
021948                "  SOC SEC: " DELIMITED BY SIZE
021954                WS-STUB-SS-WAGES DELIMITED BY SIZE
021960                "  MEDICARE: " DELIMITED BY SIZE
021966                WS-STUB-MED-WAGES DELIMITED BY SIZE
021972             INTO PAY-STUB-LINE
021978         END-STRING
021984         WRITE PAY-STUB-LINE AFTER ADVANCING 1
021990     END-IF

022000     MOVE SPACES TO PAY-STUB-LINE
022100     STRING "FEDERAL TAX: " DELIMITED BY SIZE
022200            WS-STUB-FED     DELIMITED BY SIZE
022500         INTO PAY-STUB-LINE
022600     END-STRING
022700     WRITE PAY-STUB-LINE AFTER ADVANCING 1
022701     IF PH-RES-STATE NOT = SPACES
022702         MOVE PH-WORK-STATE-TAX TO WS-STUB-WORK-ST-TAX
022703         MOVE PH-RES-STATE-TAX  TO WS-STUB-RES-ST-TAX
022704         MOVE SPACES TO PAY-STUB-LINE
022705         STRING "STATE TAX - WORK STATE " DELIMITED BY SIZE
022706                PH-WORK-STATE DELIMITED BY SIZE
022707                ": " DELIMITED BY SIZE
022708                WS-STUB-WORK-ST-TAX DELIMITED BY SIZE
022709                "   RESIDENT STATE " DELIMITED BY SIZE
022710                PH-RES-STATE DELIMITED BY SIZE
022711                ": " DELIMITED BY SIZE
022712                WS-STUB-RES-ST-TAX DELIMITED BY SIZE
022713             INTO PAY-STUB-LINE
022714         END-STRING
022715         WRITE PAY-STUB-LINE AFTER ADVANCING 1
022716     END-IF

022720     MOVE PH-SS-TAX  TO WS-STUB-SS
022730     MOVE PH-MED-TAX TO WS-STUB-MED
023900 3000-EXIT.
024000     EXIT.

024002*----------------------------------------------------------------
024003* 3050-PRINT-STUB-SALARY - THE SALARY LINES PAYROLL-CALCULATOR'S
024004* 3610-PRINT-STUB-SALARY WROTE FOR A SALARIED EMPLOYEE.
024005*----------------------------------------------------------------
024006 3050-PRINT-STUB-SALARY.
024007     MOVE PH-ANNUAL-SALARY TO WS-STUB-ANNUAL
024008     MOVE PH-SALARY-PAY    TO WS-STUB-SALARY
024009     MOVE SPACES TO PAY-STUB-LINE
024010     STRING "ANNUAL SALARY: " DELIMITED BY SIZE
024011            WS-STUB-ANNUAL    DELIMITED BY SIZE
024012            "   SALARY THIS PERIOD: " DELIMITED BY SIZE
024013            WS-STUB-SALARY    DELIMITED BY SIZE
024014         INTO PAY-STUB-LINE
024015     END-STRING
024016     WRITE PAY-STUB-LINE AFTER ADVANCING 1
024017     IF PH-PERIOD-WORKDAYS > ZERO
024018         MOVE PH-PAID-WORKDAYS   TO WS-STUB-PAID-DAYS
024019         MOVE PH-PERIOD-WORKDAYS TO WS-STUB-PERIOD-DAYS
024020         MOVE SPACES TO PAY-STUB-LINE
024021         STRING "PRORATED FOR " DELIMITED BY SIZE
024022                WS-STUB-PAID-DAYS DELIMITED BY SIZE
024023                " OF " DELIMITED BY SIZE
024024                WS-STUB-PERIOD-DAYS DELIMITED BY SIZE
024025                " WORKING DAYS" DELIMITED BY SIZE
024026             INTO PAY-STUB-LINE
024027         END-STRING
024028         WRITE PAY-STUB-LINE AFTER ADVANCING 1
024029     END-IF.
024030 3050-EXIT.
024031     EXIT.

024032*----------------------------------------------------------------
024033* 3060-PRINT-STUB-LEAVE - THE LEAVE LINES PAYROLL-CALCULATOR'S
024034* 3620-PRINT-STUB-LEAVE WROTE: HOURS USED AND BALANCE LEFT IN
024035* EACH BANK, THEN ANY LEAVE PAY AND FINAL VACATION PAYOUT.
024036*----------------------------------------------------------------
024037 3060-PRINT-STUB-LEAVE.
024038     MOVE PH-VAC-HOURS    TO WS-STUB-VAC-USED
024039     MOVE PH-VAC-BALANCE  TO WS-STUB-VAC-BAL
024040     MOVE PH-SICK-HOURS   TO WS-STUB-SICK-USED
024041     MOVE PH-SICK-BALANCE TO WS-STUB-SICK-BAL
024042     MOVE SPACES TO PAY-STUB-LINE
024043     STRING "VACATION USED: " DELIMITED BY SIZE
024044            WS-STUB-VAC-USED  DELIMITED BY SIZE
024045            "  BALANCE: "     DELIMITED BY SIZE
024046            WS-STUB-VAC-BAL   DELIMITED BY SIZE
024047            "   SICK USED: "  DELIMITED BY SIZE
024048            WS-STUB-SICK-USED DELIMITED BY SIZE
024049            "  BALANCE: "     DELIMITED BY SIZE
024050            WS-STUB-SICK-BAL  DELIMITED BY SIZE
024051         INTO PAY-STUB-LINE
024052     END-STRING
024053     WRITE PAY-STUB-LINE AFTER ADVANCING 1
024054     IF PH-LEAVE-PAY > ZERO
024055         MOVE PH-LEAVE-PAY TO WS-STUB-LEAVE-PAY
024056         MOVE SPACES TO PAY-STUB-LINE
024057         STRING "LEAVE PAY (INCLUDED IN GROSS): "
024058                DELIMITED BY SIZE
024059                WS-STUB-LEAVE-PAY DELIMITED BY SIZE
024060             INTO PAY-STUB-LINE
024061         END-STRING
024062         WRITE PAY-STUB-LINE AFTER ADVANCING 1
024063     END-IF
024064     IF PH-VAC-PAYOUT > ZERO
024065         MOVE PH-VAC-PAYOUT-HOURS TO WS-STUB-PAYOUT-HRS
024066         MOVE PH-VAC-PAYOUT       TO WS-STUB-PAYOUT
024067         MOVE SPACES TO PAY-STUB-LINE
024068         STRING "VACATION PAYOUT (INCLUDED IN GROSS): "
024069                DELIMITED BY SIZE
024070                WS-STUB-PAYOUT-HRS DELIMITED BY SIZE
024071                " HOURS  " DELIMITED BY SIZE
024072                WS-STUB-PAYOUT DELIMITED BY SIZE
024073             INTO PAY-STUB-LINE
024074         END-STRING
024075         WRITE PAY-STUB-LINE AFTER ADVANCING 1
024076     END-IF.
024077 3060-EXIT.
024078     EXIT.

024100*----------------------------------------------------------------
024102* 3070-PRINT-STUB-EARNINGS - THE EARNINGS-CODE LINES THAT
024104* PAYROLL-CALCULATOR'S 3630-PRINT-STUB-EARNINGS WROTE: ONE PER
024106* CODE PAID, THEN ANY OVERTIME HOURS WITH THE REGULAR RATE AND
024108* THE OVERTIME PAY.
024110*----------------------------------------------------------------
024112 3070-PRINT-STUB-EARNINGS.
024114     MOVE PH-EARN-COUNT TO WS-EARN-LIMIT
024116     IF WS-EARN-LIMIT > WS-MAX-EARN-ENTRIES
024118         MOVE WS-MAX-EARN-ENTRIES TO WS-EARN-LIMIT
024120     END-IF
024122     PERFORM 3075-PRINT-ONE-EARNING THRU 3075-EXIT
024124         VARYING WS-EARN-SUB FROM 1 BY 1
024126         UNTIL WS-EARN-SUB > WS-EARN-LIMIT
024128     IF PH-OT-HOURS > ZERO
024130         MOVE PH-OT-HOURS     TO WS-STUB-OT-HOURS
024132         MOVE PH-REGULAR-RATE TO WS-STUB-REG-RATE
024134         MOVE PH-OT-PAY       TO WS-STUB-OT-PAY
024136         MOVE SPACES TO PAY-STUB-LINE
024138         STRING "OVERTIME HOURS: " DELIMITED BY SIZE
024140                WS-STUB-OT-HOURS DELIMITED BY SIZE
024142                "  REGULAR RATE: " DELIMITED BY SIZE
024144                WS-STUB-REG-RATE DELIMITED BY SIZE
024146                "  OVERTIME PAY: " DELIMITED BY SIZE
024148                WS-STUB-OT-PAY DELIMITED BY SIZE
024150             INTO PAY-STUB-LINE
024152         END-STRING
024154         WRITE PAY-STUB-LINE AFTER ADVANCING 1
024156     END-IF.
024158 3070-EXIT.
024160     EXIT.

024162 3075-PRINT-ONE-EARNING.
024164     MOVE PH-EARN-PAID-HOURS (WS-EARN-SUB) TO WS-STUB-EARN-HOURS
024166     MOVE PH-EARN-AMOUNT (WS-EARN-SUB)     TO WS-STUB-EARN-AMT
024168     MOVE SPACES TO PAY-STUB-LINE
024170     STRING "EARNINGS " DELIMITED BY SIZE
024172            PH-EARN-CODE (WS-EARN-SUB) DELIMITED BY SIZE
024174            " " DELIMITED BY SIZE
024176            PH-EARN-DESC (WS-EARN-SUB) DELIMITED BY SIZE
024178            " HOURS: " DELIMITED BY SIZE
024180            WS-STUB-EARN-HOURS DELIMITED BY SIZE
024182            " PAY (INCLUDED IN GROSS): " DELIMITED BY SIZE
024184            WS-STUB-EARN-AMT DELIMITED BY SIZE
024186         INTO PAY-STUB-LINE
024188     END-STRING
024190     WRITE PAY-STUB-LINE AFTER ADVANCING 1.
024192 3075-EXIT.
024194     EXIT.

024200 3100-PRINT-STUB-DEDUCTION.
024300     MOVE PH-DED-TYPE (WS-DED-SUB)   TO WS-STUB-DED-TYPE
024400     MOVE PH-DED-AMOUNT (WS-DED-SUB) TO WS-STUB-DED-AMT
