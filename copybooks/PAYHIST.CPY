002400* OLDER LAYOUT (LINE SEQUENTIAL, EIGHT ENTRIES, NO ARREARS
002500* FLAG, NO RETRO OR FICA FIELDS) MUST BE CONVERTED AND
002600* RELOADED BEFORE IT IS USED WITH THIS COPYBOOK.
002602*
002604* PH-PAY-TYPE ('S' SALARIED, 'H' OR SPACE HOURLY), PH-ANNUAL-
002606* SALARY, AND PH-SALARY-PAY (THE SALARY SHARE OF PH-GROSS AFTER
002608* ANY PRORATION) LET RETRO-PAY-CALCULATOR MAKE UP A LATE-KEYED
002610* SALARY CHANGE; PH-PAID-WORKDAYS OF PH-PERIOD-WORKDAYS (ZERO WHEN
002612* NOT PRORATED) LET PAY-STUB-REPRINT SHOW THE PRORATION.  A
002614* PAYHIST.DAT WITHOUT THEM MUST BE CONVERTED AND RELOADED AS
002616* ABOVE.
002618*
002620* PH-VAC-HOURS AND PH-SICK-HOURS ARE THE LEAVE HOURS PAID THIS
002622* PERIOD AT PH-RATE, PH-LEAVE-PAY THEIR SHARE OF PH-GROSS, AND
002624* PH-VAC-BALANCE AND PH-SICK-BALANCE THE HOURS LEFT IN THE LEAVE
002626* BANK AFTER THE PERIOD'S ACCRUAL AND USE.  PH-VAC-PAYOUT-HOURS
002628* AND PH-VAC-PAYOUT ARE THE UNUSED VACATION PAID OUT ON A FINAL
002630* PAYMENT (ALSO INSIDE PH-GROSS), ZERO OTHERWISE.  A PAYHIST.DAT
002632* WITHOUT THEM MUST BE CONVERTED AND RELOADED AS ABOVE.
002634*
002636* PH-FED-WAGES, PH-SS-WAGES, AND PH-MED-WAGES ARE THE PERIOD'S
002638* FEDERAL (AND STATE), SOCIAL SECURITY, AND MEDICARE TAXABLE
002640* WAGES AFTER PRE-TAX DEDUCTIONS, AND PH-401K-DEFERRAL THE
002642* 401(K) DEFERRAL TAKEN.  A PAYHIST.DAT WITHOUT THEM MUST BE
002644* CONVERTED AND RELOADED AS ABOVE.
002646*
002648* PH-WORK-STATE AND PH-WORK-STATE-TAX ARE THE STATE WITHHELD FOR
002650* AS THE WORK STATE AND ITS TAX; PH-RES-STATE AND PH-RES-STATE-TAX
002652* ARE THE RESIDENT STATE AND ITS TAX AFTER THE WORK-STATE CREDIT,
002654* OR SPACES AND ZERO WHEN NO RESIDENT-STATE TAX APPLIES.
002656* PH-STATE-TAX REMAINS THE SUM OF THE TWO.  STATE TAXABLE WAGES
002658* ARE PH-FED-WAGES FOR EITHER STATE.  A PAYHIST.DAT WITHOUT THEM
002660* MUST BE CONVERTED AND RELOADED AS ABOVE.
002662*
002664* PH-ER-SS-TAX, PH-ER-MED-TAX, AND PH-ER-UNEMP-TAX ARE THE
002666* EMPLOYER'S MATCHING SOCIAL SECURITY AND MEDICARE TAX AND ITS
002668* FEDERAL UNEMPLOYMENT TAX ON THE PAYMENT, FOR TAX-DEPOSIT.  A
002670* PAYHIST.DAT WITHOUT THEM MUST BE CONVERTED AND RELOADED AS
002672* ABOVE.
002674*
002676* PH-EARN-ENTRY CARRIES UP TO EIGHT EARNINGS CODES PAID FROM THE
002678* TIMECARD (PH-EARN-COUNT IN USE), EACH WITH THE RULE AND VALUE
002680* FROM EARNCODE.DAT AS THEY STOOD WHEN PAID, THE HOURS WORKED ON
002682* THE CODE, THE HOURS PAID (MORE THAN WORKED ONLY UNDER A
002684* GUARANTEED MINIMUM), AND THE AMOUNT (INSIDE PH-GROSS).  PH-HOURS
002686* INCLUDES THE CODED HOURS.  PH-OT-HOURS AND PH-OT-PAY ARE THE
002688* PERIOD'S OVERTIME; PH-REGULAR-RATE IS THE RATE IT WAS FIGURED ON
002690* WHEN EARNINGS CODES WERE PAID, ZERO OTHERWISE.  A PAYHIST.DAT
002692* WITHOUT THEM MUST BE CONVERTED AND RELOADED AS ABOVE.
002700*----------------------------------------------------------------
002800 01  PAY-HISTORY-RECORD.
002900     05  PH-KEY.
004700     05  PH-NET                  PIC 9(06)V99.
004800     05  PH-FINAL-PAY            PIC X(01).
004900         88  PH-FINAL-PAYMENT           VALUE 'F'.
004910     05  PH-PAY-TYPE             PIC X(01).
004920         88  PH-TYPE-SALARIED           VALUE 'S'.
004930     05  PH-ANNUAL-SALARY        PIC 9(07)V99.
004940     05  PH-SALARY-PAY           PIC 9(06)V99.
004950     05  PH-PAID-WORKDAYS        PIC 9(03).
004960     05  PH-PERIOD-WORKDAYS      PIC 9(03).
004970     05  PH-VAC-HOURS            PIC 9(03)V99.
004980     05  PH-SICK-HOURS           PIC 9(03)V99.
004990     05  PH-LEAVE-PAY            PIC 9(06)V99.
005000     05  PH-VAC-BALANCE          PIC 9(04)V99.
005010     05  PH-SICK-BALANCE         PIC 9(04)V99.
005020     05  PH-VAC-PAYOUT-HOURS     PIC 9(04)V99.
005030     05  PH-VAC-PAYOUT           PIC 9(06)V99.
005040     05  PH-FED-WAGES            PIC 9(06)V99.
005050     05  PH-SS-WAGES             PIC 9(06)V99.
005060     05  PH-MED-WAGES            PIC 9(06)V99.
005070     05  PH-401K-DEFERRAL        PIC 9(06)V99.
005080     05  PH-WORK-STATE           PIC X(02).
005090     05  PH-WORK-STATE-TAX       PIC 9(06)V99.
005100     05  PH-RES-STATE            PIC X(02).
005110     05  PH-RES-STATE-TAX        PIC 9(06)V99.
005120     05  PH-ER-SS-TAX            PIC 9(06)V99.
005130     05  PH-ER-MED-TAX           PIC 9(06)V99.
005140     05  PH-ER-UNEMP-TAX         PIC 9(06)V99.
005150     05  PH-OT-HOURS             PIC 9(03)V99.
005160     05  PH-REGULAR-RATE         PIC 9(04)V999.
005170     05  PH-OT-PAY               PIC 9(06)V99.
005180     05  PH-EARN-COUNT           PIC 9(02).
005190     05  PH-EARN-ENTRY OCCURS 8 TIMES.
005200         10  PH-EARN-CODE        PIC X(02).
005210         10  PH-EARN-DESC        PIC X(20).
005220         10  PH-EARN-RULE        PIC X(01).
005230         10  PH-EARN-VALUE       PIC 9(05)V9999.
005240         10  PH-EARN-OT-FLAG     PIC X(01).
005250         10  PH-EARN-HOURS       PIC 9(03)V99.
005260         10  PH-EARN-PAID-HOURS  PIC 9(03)V99.
005270         10  PH-EARN-AMOUNT      PIC 9(06)V99.
