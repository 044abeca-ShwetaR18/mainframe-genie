000720* COMBINED WITHHOLDING (NOW INCLUDING THE EMPLOYEE'S SOCIAL
000730* SECURITY AND MEDICARE); YTD-FED-TAX, YTD-STATE-TAX,
000740* YTD-SS-TAX, AND YTD-MED-TAX CARRY THE SPLITS THE W-2 SERVICE
000750* BUREAU NEEDS.  THE WAGE BASES RUN OFF YTD-SS-WAGES AND
000760* YTD-MED-WAGES (SEE BELOW), SO WITHHOLDING AND THE EMPLOYER
000770* ACCRUAL STOP MID-YEAR WHEN AN EMPLOYEE'S TAXABLE WAGES CROSS
000775* A BASE.  THE QUARTER BUCKETS ROLL GROSS AND
000780* COMBINED TAX BY THE QUARTER OF THE PAY-PERIOD DATE FOR THE
000785* EMPLOYER QUARTERLY TAX RETURN.
000800*
000805* YTD-FED-WAGES IS GROSS LESS EVERY PRE-TAX DEDUCTION (FEDERAL
000810* AND STATE TAXABLE WAGES); YTD-MED-WAGES IS GROSS LESS SECTION
000815* 125 DEDUCTIONS ONLY; YTD-SS-WAGES IS THE MEDICARE WAGE CAPPED
000820* AT THE SOCIAL SECURITY WAGE BASE.  THE SOCIAL SECURITY AND
000825* UNEMPLOYMENT BASES ARE MEASURED AGAINST THESE TAXABLE FIGURES
000830* RATHER THAN GROSS.  YTD-401K-DEFERRED HOLDS THE YEAR'S 401(K)
000835* DEFERRALS SO THE RUN CAN STOP THEM AT THE ANNUAL LIMIT.  THE
000840* QUARTER BUCKETS CARRY THE SAME THREE TAXABLE-WAGE FIGURES.
000845*
000850* THE STATE ENTRIES CARRY STATE TAXABLE WAGES AND STATE TAX FOR
000855* EACH STATE THE EMPLOYEE HAS BEEN WITHHELD FOR THIS YEAR, IN
000860* TOTAL AND BY QUARTER: THE WORK STATE, AND THE RESIDENT STATE
000865* WHEN IT TAXES TOO.  AN EMPLOYEE WHO TRANSFERS MID-YEAR HAS AN
000870* ENTRY FOR EACH STATE.  YTD-STATE-TAX REMAINS THE TOTAL OVER ALL
000875* STATES.
000880*
000900* A YTDMAST.DAT BUILT BEFORE THE DEDUCTION-TYPE OR QUARTERLY
000910* BUCKETS, THE TAXABLE-WAGE FIGURES, OR THE STATE ENTRIES WERE
000920* ADDED MUST BE REBUILT (NORMALLY AT YEAR START, WHEN THE FILE IS
000930* STARTED FRESH ANYWAY) BEFORE IT IS USED WITH THIS COPYBOOK.
000940*
000950* AT YEAR END YEAR-END-CLOSE AUDITS THE FILE AGAINST PAY HISTORY,
000960* SAVES IT AS YTDMYYYY.DAT (SAME LAYOUT AND KEY) AND STARTS A
000970* FRESH YTDMAST.DAT HOLDING AN OPENING RECORD - NAME ONLY, EVERY
000980* FIGURE ZERO - FOR EACH EMPLOYEE CARRIED INTO THE NEW YEAR.
001200*----------------------------------------------------------------
001300 01  YTD-MASTER-RECORD.
001400     05  YTD-EMP-ID              PIC 9(05).
001740     05  YTD-STATE-TAX           PIC 9(08)V99.
001760     05  YTD-SS-TAX              PIC 9(08)V99.
001780     05  YTD-MED-TAX             PIC 9(08)V99.
001784     05  YTD-FED-WAGES           PIC 9(08)V99.
001788     05  YTD-SS-WAGES            PIC 9(08)V99.
001792     05  YTD-MED-WAGES           PIC 9(08)V99.
001796     05  YTD-401K-DEFERRED       PIC 9(08)V99.
001800     05  YTD-NET                 PIC 9(08)V99.
001820     05  YTD-QTR-BUCKET OCCURS 4 TIMES.
001840         10  YTD-QTR-GROSS       PIC 9(08)V99.
001860         10  YTD-QTR-TAX         PIC 9(08)V99.
001870         10  YTD-QTR-FED-WAGES   PIC 9(08)V99.
001880         10  YTD-QTR-SS-WAGES    PIC 9(08)V99.
001890         10  YTD-QTR-MED-WAGES   PIC 9(08)V99.
001900     05  YTD-DED-COUNT           PIC 9(02).
002000     05  YTD-DED-ENTRY OCCURS 8 TIMES.
002100         10  YTD-DED-TYPE        PIC X(02).
002200         10  YTD-DED-AMOUNT      PIC 9(08)V99.
002210     05  YTD-STATE-COUNT         PIC 9(02).
002220     05  YTD-STATE-ENTRY OCCURS 4 TIMES.
002230         10  YTD-ST-CODE         PIC X(02).
002240         10  YTD-ST-WAGES        PIC 9(08)V99.
002250         10  YTD-ST-TAX          PIC 9(08)V99.
002260         10  YTD-ST-QTR OCCURS 4 TIMES.
002270             15  YTD-ST-QTR-WAGES PIC 9(08)V99.
002280             15  YTD-ST-QTR-TAX   PIC 9(08)V99.
