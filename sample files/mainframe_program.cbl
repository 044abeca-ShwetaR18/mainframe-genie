009371*                RUN LOGS ZERO COUNTS AND NEVER BLOCKS ITSELF;
009372*                AN INTERRUPTED RUN FINISHES THROUGH RESTART,
009373*                WHICH BYPASSES THE GUARDS.
009374* 10/14/2026 RH  ADDED THE SALARIED PAY TYPE.  EMP-PAY-TYPE S PAYS
009375*                EMP-ANNUAL-SALARY DIVIDED BY THE EMPLOYEE'S OWN
009376*                PERIODS PER YEAR WITH NO TIMECARD REQUIRED (THE
009377*                NO-TIMECARD EDIT NO LONGER FIRES FOR THEM), SO
009378*                SALARIED STAFF ARE NO LONGER FAKED AS 80-HOUR
009379*                TIMECARDS.  WHEN THE HIRE OR TERMINATION DATE
009380*                FALLS INSIDE THE PERIOD ON PAYCAL.DAT, THE SALARY
009381*                IS PRORATED BY WORKING DAYS (MONDAY THROUGH
009382*                FRIDAY) ACTUALLY EMPLOYED OVER THE PERIOD'S
009383*                WORKING DAYS.  A TERMINATED SALARIED EMPLOYEE
009384*                GETS THE FINAL PAYMENT IN THE PERIOD HOLDING THE
009385*                TERMINATION DATE.  THE STUB SHOWS THE SALARY AND
009386*                ANY PRORATION, AND THE PAY-HISTORY RECORD NOW
009387*                CARRIES THE PAY TYPE, ANNUAL SALARY, SALARY PAID,
009388*                AND PRORATION DAYS SO RETRO-PAY-CALCULATOR CAN
009389*                MAKE UP A LATE SALARY CHANGE AND PAY-STUB-REPRINT
009390*                CAN REPRINT THE SALARY LINES.
009391* 10/14/2026 RH  ADDED THE VACATION AND SICK LEAVE BANK.  THE RUN
009392*                READS LEAVEBAL.DAT (OPTIONAL) AND WRITES THE
009393*                UPDATED BALANCES TO LEAVEBAL.NEW, THE SAME
009394*                OLD-FILE/NEW-FILE CYCLE AS ARREARS.DAT.  EACH
009395*                PAID EMPLOYEE ACCRUES BOTH BANKS EVERY PERIOD AT
009396*                THE TIER RATE FOR THEIR YEARS OF SERVICE FROM
009397*                EMP-HIRE-DATE, STOPPING AT THE TIER'S ANNUAL CAP.
009398*                TIMECARD.DAT NOW CARRIES VACATION AND SICK HOURS
009399*                TAKEN; THEY ARE PAID AT EMP-RATE (A SALARIED
009400*                EMPLOYEE'S SALARY ALREADY COVERS THEM) AND COME
009401*                OFF THE BALANCE, AND HOURS THAT WOULD OVERDRAW A
009402*                BANK ARE REFUSED TO EXCEPT.REP.  A FINAL PAYMENT
009403*                PAYS OUT THE UNUSED VACATION.  THE STUB AND THE
009404*                PAY-HISTORY RECORD SHOW THE HOURS USED, THE
009405*                BALANCES LEFT, AND ANY PAYOUT.
009406* 10/14/2026 RH  PRE-TAX DEDUCTIONS.  A DEDUCT.DAT ENTRY FLAGGED
009407*                K (401(K)) OR C (SECTION 125) IS NOW TAKEN AHEAD
009408*                OF TAX BY 4020-APPLY-PRETAX-ENTRIES.  FEDERAL AND
009409*                STATE TAX ARE FIGURED ON GROSS LESS BOTH KINDS;
009410*                SOCIAL SECURITY, MEDICARE, THE EMPLOYER MATCH,
009411*                AND UNEMPLOYMENT ON GROSS LESS SECTION 125 ONLY.
009412*                THE 401(K) DEFERRAL STOPS AT THE ANNUAL LIMIT,
009413*                MEASURED AGAINST THE NEW YTD-401K-DEFERRED.  THE
009414*                YTD MASTER (YEAR AND QUARTER), PAYHIST, AND THE
009415*                STUB CARRY THE FEDERAL, SOCIAL SECURITY, AND
009416*                MEDICARE TAXABLE WAGES, AND THE WAGE BASES ARE
009417*                NOW MEASURED AGAINST THEM RATHER THAN GROSS.
009418*                ADJTRAN.DAT CARRIES THE ORIGINAL AND REISSUED
009419*                TAXABLE WAGES SO A VOID OR REISSUE BACKS THEM
009420*                OUT; AN ADJTRAN.DAT IN THE OLD LAYOUT MUST BE
009421*                REKEYED.
009422* 10/14/2026 RH  MULTI-STATE WITHHOLDING.  TAXTABLE.DAT NOW HOLDS
009423*                EVERY STATE'S BRACKETS KEYED BY STATE CODE (TABLE
009424*                RAISED TO 400 BRACKETS).  4070-COMPUTE-STATE-TAX
009425*                WITHHOLDS FOR THE EMPLOYEE'S NEW EMP-WORK-STATE
009426*                AND, WHEN EMP-RESIDENT-STATE DIFFERS, FOR THE
009427*                RESIDENT STATE LESS A CREDIT FOR THE WORK-STATE
009428*                TAX.  A STATE WITH NO BRACKETS IS AN EXCEPTION.
009429*                THE YTD MASTER KEEPS WAGES AND TAX BY STATE, FOR
009430*                THE YEAR AND EACH QUARTER, SO A MID-YEAR TRANSFER
009431*                SHOWS UNDER BOTH STATES; PAYHIST AND THE STUB
009432*                SHOW THE SPLIT.  ADJTRAN.DAT CARRIES THE WORK AND
009433*                RESIDENT STATES AND THE RESIDENT-STATE TAX SO A
009434*                VOID OR REISSUE BACKS OUT OF THE RIGHT STATE; AN
009435*                ADJTRAN.DAT IN THE OLD LAYOUT MUST BE REKEYED.
009436* 10/14/2026 RH  SPLIT DIRECT DEPOSIT.  A BANKINFO.DAT RECORD NOW
009437*                CARRIES UP TO FOUR ACCOUNTS, EACH WITH A
009438*                PRIORITY, AN ALLOCATION (FLAT, PERCENT OF NET, OR
009439*                THE REMAINDER), AND ITS OWN PRENOTE STATUS.  THE
009440*                NEW 3680-ALLOCATE-DEPOSITS SPLITS NET PAY BEFORE
009441*                THE STUB IS PRINTED; THE STUB SHOWS EVERY DEPOSIT
009442*                AND 3700-WRITE-ACH-RECORD WRITES ONE ACH LINE PER
009443*                ACCOUNT.  THE EMPLOYEE IS STILL PAID BY CHECK
009444*                UNTIL THE REMAINDER ACCOUNT IS ACTIVE, AND A
009445*                PENDING SECONDARY ACCOUNT'S SHARE STAYS IN THE
009446*                REMAINDER ACCOUNT UNTIL ITS PRENOTE CLEARS.
009447*                ADJUSTMENT REVERSALS AND REISSUES ARE SPLIT THE
009448*                SAME WAY.
009449* 10/15/2026 RH  CHECK REGISTER AND ADJUSTMENT LAYOUTS MOVED TO
009450*                THE SHARED CHECKREG AND ADJTRAN COPYBOOKS.  EVERY
009451*                REGISTER LINE NOW CARRIES THE RUN DATE AS ITS
009452*                ISSUE DATE, SOURCE 'P', AND AN OUTSTANDING STATUS
009453*                FOR CHECK-RECONCILIATION.  AN ADJUSTMENT WITH
009454*                ADJ-ORIG-CHECK-NBR SET (A STALE CHECK VOID) GETS
009455*                NO ACH REVERSAL; THE REPORT LINE NAMES THE CHECK.
009456* 10/15/2026 RH  TRIAL RUN.  'T' IN THE NEW PARM-RUN-MODE BYTE OF
009457*                PERIOD.PARM RUNS THE FULL CALCULATION AND PRINTS
009458*                PAYROLL.REP AND EXCEPT.REP BUT POSTS NOTHING: NO
009459*                YTD, PAYHIST, CHECKNBR, PAYCAL, LEAVEBAL OR
009460*                ARREARS UPDATE AND NO ACH, CHECK, REGISTER,
009461*                POSITIVE PAY OR GL OUTPUT; ADJUSTMENTS ARE LEFT
009462*                FOR THE LIVE RUN.  A TRIAL RUN ALSO PRINTS
009463*                VARIANCE.REP, COMPARING EACH EMPLOYEE'S GROSS,
009464*                TAXES AND NET WITH THE PRIOR PERIOD ON PAYHIST
009465*                AND FLAGGING SWINGS BEYOND PARM-VARIANCE-PCT
009466*                (DEFAULT 10), NEW EMPLOYEES, AND EMPLOYEES PAID
009467*                LAST PERIOD BUT NOT THIS ONE.
009468* 10/15/2026 RH  PAYHIST NOW CARRIES THE EMPLOYER SOCIAL SECURITY,
009469*                MEDICARE AND UNEMPLOYMENT TAX FOR EACH PAYMENT SO
009470*                TAX-DEPOSIT CAN TOTAL THE EMPLOYER SHARE OF EACH
009471*                DEPOSIT FROM PAY HISTORY.
009472* 10/15/2026 RH  EACH ADJUSTMENT THAT POSTS TO THE YTD MASTER IS
009473*                APPENDED TO ADJHIST.DAT SO YEAR-END-CLOSE CAN
009474*                REBUILD THE YTD FIGURES FROM PAY HISTORY.
009475* 10/15/2026 RH  EARNINGS CODES.  A TIMECARD PUNCH MAY CARRY A
009476*                TWO-CHARACTER EARNINGS CODE (SHIFT DIFFERENTIAL,
009477*                ON-CALL, CALL-BACK) LOOKED UP ON EARNCODE.DAT AND
009478*                PAID BY ITS RULE: PREMIUM PER HOUR, MULTIPLE OF
009479*                THE RATE, FLAT PER PUNCH, OR GUARANTEED MINIMUM
009480*                HOURS.  CODES FLAGGED TO COUNT TOWARD OVERTIME
009481*                DO, AND OVERTIME IS THEN PAID FROM A REGULAR RATE
009482*                THAT TAKES IN EVERY CODE'S PAY.  THE STUB SHOWS A
009483*                LINE PER CODE AND PAYHIST KEEPS THE BREAKDOWN.
009484*                AN UNKNOWN CODE GOES TO EXCEPT.REP AND ITS HOURS
009485*                ARE NOT PAID; CODES ON A SALARIED TIMECARD ARE
009486*                NOT PAID.
009487*----------------------------------------------------------------
009488 ENVIRONMENT DIVISION.
009489 INPUT-OUTPUT SECTION.
009490 FILE-CONTROL.
009500     SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
009600         ORGANIZATION IS LINE SEQUENTIAL.
009700     SELECT DEDUCTION-FILE ASSIGN TO 'DEDUCT.DAT'
012794         ACCESS MODE IS DYNAMIC
012795         RECORD KEY IS CAL-PAY-PERIOD
012796         FILE STATUS IS WS-CAL-FILE-STATUS.
012803     SELECT OLD-LEAVE-FILE ASSIGN TO 'LEAVEBAL.DAT'
012810         ORGANIZATION IS LINE SEQUENTIAL
012817         FILE STATUS IS WS-LEAVE-FILE-STATUS.
012824     SELECT NEW-LEAVE-FILE ASSIGN TO 'LEAVEBAL.NEW'
012831         ORGANIZATION IS LINE SEQUENTIAL.
012838     SELECT VARIANCE-REPORT ASSIGN TO 'VARIANCE.REP'
012845         ORGANIZATION IS LINE SEQUENTIAL.
012852     SELECT ADJ-HISTORY-FILE ASSIGN TO 'ADJHIST.DAT'
012859         ORGANIZATION IS LINE SEQUENTIAL
012866         FILE STATUS IS WS-ADJH-FILE-STATUS.
012873     SELECT EARN-CODE-FILE ASSIGN TO 'EARNCODE.DAT'
012880         ORGANIZATION IS LINE SEQUENTIAL
012887         FILE STATUS IS WS-EARN-FILE-STATUS.

012900 DATA DIVISION.
013000 FILE SECTION.
016400 01  PERIOD-PARM-RECORD.
016500     05  PARM-PAY-PERIOD    PIC X(10).
016550     05  PARM-PAY-FREQUENCY PIC X(01).
016560     05  PARM-RUN-MODE      PIC X(01).
016570         88  PARM-TRIAL-RUN            VALUE 'T'.
016580     05  PARM-VARIANCE-PCT  PIC 9(03).

016700 FD  CHECKPOINT-FILE.
016800 01  CHECKPOINT-RECORD.
018952 01  CHECK-PRINT-LINE       PIC X(80).

018954 FD  CHECK-REGISTER-FILE.
018961     COPY CHECKREG.

018968 FD  POSITIVE-PAY-FILE.
018970 01  POSITIVE-PAY-RECORD.
018990     COPY PAYHIST.

018992 FD  ADJUSTMENT-FILE.
018999     COPY ADJTRAN.

019006 FD  ADJ-HISTORY-FILE.
019013     COPY ADJHIST.

019022 FD  RUN-LOG-FILE.
019024 01  RUN-LOG-RECORD.

019050 FD  TIMECARD-FILE.
019052 01  TIMECARD-RECORD.
019053     05  TC-EMP-ID            PIC 9(05).
019054     05  TC-HOURS             PIC 9(03)V99.
019055     05  TC-HOLIDAY-HOURS     PIC 9(03)V99.
019056     05  TC-COST-CENTER       PIC X(04).
019057     05  TC-VACATION-HOURS    PIC 9(03)V99.
019058     05  TC-SICK-HOURS        PIC 9(03)V99.
019059     05  TC-EARN-CODE         PIC X(02).

019060 FD  RETRO-PAY-FILE.
019061 01  RETRO-PAY-RECORD.
019078     05  GL-AMOUNT            PIC 9(10)V99.
019079     05  GL-DESCRIPTION       PIC X(20).

019080 FD  OLD-LEAVE-FILE.
019081     COPY LEAVEBAL.

019082 FD  NEW-LEAVE-FILE.
019083     COPY LEAVEBAL
019084         REPLACING ==LEAVE-BALANCE-RECORD== BY
019085                   ==NEW-LEAVE-BALANCE-RECORD==
019086                   LEADING ==LV== BY ==NLV==.

019087 FD  VARIANCE-REPORT.
019088 01  VARIANCE-LINE          PIC X(132).

019089 FD  EARN-CODE-FILE.
019090     COPY EARNCODE.

019100 WORKING-STORAGE SECTION.
019200 01  WS-SWITCHES.
019300     05  WS-EOF-SW          PIC X(01) VALUE 'N'.
021620     05  WS-TAX-EOF-SW      PIC X(01) VALUE 'N'.
021640         88  TAX-TBL-EOF           VALUE 'Y'.
021660         88  TAX-TBL-NOT-EOF       VALUE 'N'.
021661     05  WS-EARN-EOF-SW     PIC X(01) VALUE 'N'.
021662         88  EARN-TBL-EOF          VALUE 'Y'.
021663         88  EARN-TBL-NOT-EOF      VALUE 'N'.
021664     05  WS-ADJ-CHECK-SW    PIC X(01) VALUE 'D'.
021665         88  ADJ-ORIG-WAS-CHECK    VALUE 'C'.
021666         88  ADJ-ORIG-WAS-DEPOSIT  VALUE 'D'.
021670     05  WS-ADJ-EOF-SW      PIC X(01) VALUE 'N'.
021680         88  ADJ-EOF               VALUE 'Y'.
021690         88  ADJ-NOT-EOF           VALUE 'N'.
021700     05  WS-FILE-ERROR-SW   PIC X(01) VALUE 'N'.
021710         88  FILE-ERROR            VALUE 'Y'.
021720         88  NO-FILE-ERROR         VALUE 'N'.
021721     05  WS-LEAVE-EOF-SW    PIC X(01) VALUE 'N'.
021722         88  LEAVE-EOF             VALUE 'Y'.
021723         88  LEAVE-NOT-EOF         VALUE 'N'.
021724     05  WS-RUN-MODE-SW     PIC X(01) VALUE 'L'.
021725         88  TRIAL-RUN             VALUE 'T'.
021726         88  LIVE-RUN              VALUE 'L'.
021727     05  WS-HIST-OPEN-SW    PIC X(01) VALUE 'Y'.
021728         88  HIST-OPEN             VALUE 'Y'.
021729         88  HIST-NOT-OPEN         VALUE 'N'.
021730     05  WS-TC-EOF-SW       PIC X(01) VALUE 'N'.
021740         88  TC-EOF                VALUE 'Y'.
021750         88  TC-NOT-EOF            VALUE 'N'.
021751     05  WS-YTD-OPEN-SW     PIC X(01) VALUE 'Y'.
021752         88  YTD-OPEN              VALUE 'Y'.
021753         88  YTD-NOT-OPEN          VALUE 'N'.
021754     05  WS-VAR-HIST-EOF-SW PIC X(01) VALUE 'N'.
021755         88  VAR-HIST-EOF          VALUE 'Y'.
021756         88  VAR-HIST-NOT-EOF      VALUE 'N'.
021757     05  WS-VAR-PRIOR-SW    PIC X(01) VALUE 'N'.
021758         88  VAR-PRIOR-FOUND       VALUE 'Y'.
021759         88  VAR-PRIOR-NOT-FOUND   VALUE 'N'.
021760     05  WS-TC-FOUND-SW     PIC X(01) VALUE 'N'.
021770         88  TIMECARD-FOUND        VALUE 'Y'.
021780         88  TIMECARD-NOT-FOUND    VALUE 'N'.
023788     05  WS-ARR-FILE-STATUS     PIC X(02).
023790     05  WS-RETRO-FILE-STATUS   PIC X(02).
023792     05  WS-CAL-FILE-STATUS     PIC X(02).
023794     05  WS-LEAVE-FILE-STATUS   PIC X(02).
023796     05  WS-ADJH-FILE-STATUS    PIC X(02).
023798     05  WS-EARN-FILE-STATUS    PIC X(02).
023800     05  WS-RECS-PROCESSED      PIC 9(06) VALUE ZERO.
023900     05  WS-SKIP-SUB            PIC 9(06) VALUE ZERO.

024100 01  WS-PAY-WORK-AREA.
024150     05  WS-TC-HOURS        PIC 9(04)V99.
024170     05  WS-TC-HOL-HOURS    PIC 9(04)V99.
024175     05  WS-TC-BASE-HOURS   PIC 9(04)V99.
024180     05  WS-RETRO-PAY       PIC 9(06)V99 VALUE ZERO.
024190     05  WS-EMP-PERIODS-PER-YEAR PIC 9(02) VALUE 26.
024200     05  WS-EMP-PAY         PIC 9(06)V99.
024800     05  WS-OT-RATE         PIC 9(04)V999.
024900     05  WS-DT-RATE         PIC 9(04)V999.

024903 01  WS-EARNINGS-WORK-AREA.
024906     05  WS-EMP-EARN-COUNT  PIC 9(02) VALUE ZERO.
024909     05  WS-EMP-EARN-MAX    PIC 9(02) VALUE 8.
024912     05  WS-EARN-SUB        PIC 9(02).
024915     05  WS-EARN-PAY        PIC 9(06)V99.
024918     05  WS-BASE-PAY        PIC 9(06)V99.
024921     05  WS-OT-COUNT-HOURS  PIC 9(04)V99.
024924     05  WS-OT-BASE-HOURS   PIC 9(03)V99.
024927     05  WS-RR-WORK         PIC 9(08)V99.
024930     05  WS-REGULAR-RATE    PIC 9(04)V999.
024933     05  WS-OT-PREM-FACTOR  PIC 9V99.
024936     05  WS-OT-PREM-RATE    PIC 9(04)V999.
024939     05  WS-OT-PREMIUM      PIC 9(06)V99.
024942     05  WS-EARN-RATE-WORK  PIC 9(08)V9999.
024945     05  WS-EMP-EARN-FOUND-SW PIC X(01) VALUE 'N'.
024948         88  EMP-EARN-FOUND         VALUE 'Y'.
024951         88  EMP-EARN-NOT-FOUND     VALUE 'N'.
024954     05  WS-EMP-EARN-TABLE OCCURS 8 TIMES.
024957         10  WS-EMP-EARN-CODE   PIC X(02).
024960         10  WS-EMP-EARN-DESC   PIC X(20).
024963         10  WS-EMP-EARN-RULE   PIC X(01).
024966             88  EMP-EARN-PREMIUM   VALUE 'P'.
024969             88  EMP-EARN-MULTIPLE  VALUE 'M'.
024972             88  EMP-EARN-FLAT      VALUE 'F'.
024975             88  EMP-EARN-MINIMUM   VALUE 'G'.
024978         10  WS-EMP-EARN-VALUE  PIC 9(05)V9999.
024981         10  WS-EMP-EARN-OT-FLAG PIC X(01).
024984             88  EMP-EARN-COUNTS-FOR-OT VALUE 'Y'.
024987         10  WS-EMP-EARN-HOURS  PIC 9(03)V99.
024990         10  WS-EMP-EARN-PAID-HOURS PIC 9(03)V99.
024993         10  WS-EMP-EARN-PUNCHES PIC 9(03).
024996         10  WS-EMP-EARN-AMOUNT PIC 9(06)V99.

024999 01  WS-SALARY-WORK-AREA.
025002     05  WS-SAL-PERIOD-PAY  PIC 9(06)V99 VALUE ZERO.
025005     05  WS-SAL-PAY         PIC 9(06)V99 VALUE ZERO.
025008     05  WS-SAL-WORK        PIC 9(10)V99 VALUE ZERO.
025011     05  WS-PRORATE-FROM    PIC X(10) VALUE SPACES.
025014     05  WS-PRORATE-TO      PIC X(10) VALUE SPACES.
025017     05  WS-PERIOD-WORKDAYS PIC 9(03) VALUE ZERO.
025020     05  WS-PAID-WORKDAYS   PIC 9(03) VALUE ZERO.
025023     05  WS-WORKDAY-COUNT   PIC 9(03) VALUE ZERO.
025026     05  WS-PRORATE-SW      PIC X(01) VALUE 'N'.
025029         88  SALARY-PRORATED       VALUE 'Y'.
025032         88  SALARY-NOT-PRORATED   VALUE 'N'.
025035     05  WS-DN-VALID-SW     PIC X(01) VALUE 'Y'.
025038         88  DN-DATES-VALID        VALUE 'Y'.
025041         88  DN-DATE-INVALID       VALUE 'N'.
025044     05  WS-DN-DATE         PIC X(10) VALUE SPACES.
025047     05  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
025050         10  WS-DN-YEAR     PIC 9(04).
025053         10  FILLER         PIC X(01).
025056         10  WS-DN-MONTH    PIC 9(02).
025059         10  FILLER         PIC X(01).
025062         10  WS-DN-DAY      PIC 9(02).
025065     05  WS-DN-CALC-YEAR    PIC 9(04) VALUE ZERO.
025068     05  WS-DN-CALC-MONTH   PIC 9(02) VALUE ZERO.
025071     05  WS-DN-WORK         PIC 9(07) VALUE ZERO.
025074     05  WS-DAY-NUMBER      PIC 9(07) VALUE ZERO.
025077     05  WS-DAY-FROM        PIC 9(07) VALUE ZERO.
025080     05  WS-DAY-TO          PIC 9(07) VALUE ZERO.
025083     05  WS-DAY-CURSOR      PIC 9(07) VALUE ZERO.
025086     05  WS-WEEKDAY         PIC 9(01) VALUE ZERO.
025089         88  WEEKEND-DAY           VALUE 4 5.

025100 01  WS-DEDUCTION-WORK-AREA.
025200     05  WS-FED-TAX         PIC 9(06)V99.
025300     05  WS-STATE-TAX       PIC 9(06)V99.
025600     05  WS-TOTAL-DEDUCT    PIC 9(06)V99.
025700     05  WS-NET-PAY         PIC 9(06)V99.
025800     05  WS-PERIOD-TAX      PIC 9(06)V99.
025801     05  WS-DED-PASS-SW      PIC X(01) VALUE 'A'.
025802         88  PRETAX-PASS               VALUE 'P'.
025803         88  AFTER-TAX-PASS            VALUE 'A'.
025804     05  WS-PRETAX-FIT-DED   PIC 9(06)V99 VALUE ZERO.
025805     05  WS-PRETAX-FICA-DED  PIC 9(06)V99 VALUE ZERO.
025806     05  WS-PERIOD-401K      PIC 9(06)V99 VALUE ZERO.
025807     05  WS-401K-ROOM        PIC 9(08)V99 VALUE ZERO.
025808     05  WS-PRETAX-RESERVE   PIC 9(06)V99 VALUE ZERO.
025809     05  WS-FICA-PCT-TOTAL   PIC 9V9999   VALUE ZERO.
025810     05  WS-TAX-ROOM         PIC 9(06)V99 VALUE ZERO.

025820 01  WS-DED-ENTRY-WORK-AREA.
025822     05  WS-DED-SUB          PIC 9(02) VALUE ZERO.
025956         88  YTD-DED-FOUND          VALUE 'Y'.
025976         88  YTD-DED-NOT-FOUND      VALUE 'N'.

025977 01  WS-STATE-WORK-AREA.
025978     05  WS-WORK-STATE       PIC X(02) VALUE SPACES.
025979     05  WS-RES-STATE        PIC X(02) VALUE SPACES.
025980     05  WS-WORK-STATE-TAX   PIC 9(06)V99 VALUE ZERO.
025981     05  WS-RES-STATE-TAX    PIC 9(06)V99 VALUE ZERO.
025982     05  WS-MAX-STATE-ENTRIES PIC 9(02) VALUE 4.
025983     05  WS-POST-STATE-CODE  PIC X(02) VALUE SPACES.
025984     05  WS-POST-STATE-WAGES PIC 9(06)V99 VALUE ZERO.
025985     05  WS-POST-STATE-TAX   PIC 9(06)V99 VALUE ZERO.
025986     05  WS-POST-STATE-QTR   PIC 9(01) VALUE 1.
025987     05  WS-POST-STATE-SW    PIC X(01) VALUE 'A'.
025988         88  POST-STATE-ADD         VALUE 'A' 'R'.
025989         88  POST-STATE-PAYROLL     VALUE 'A'.
025990         88  POST-STATE-REISSUE     VALUE 'R'.
025991         88  POST-STATE-BACKOUT     VALUE 'B'.
025992     05  WS-YTD-ST-SUB       PIC 9(02) VALUE ZERO.
025993     05  WS-ST-QTR-SUB       PIC 9(01) VALUE ZERO.
025994     05  WS-YTD-ST-FOUND-SW  PIC X(01) VALUE 'N'.
025995         88  YTD-ST-FOUND           VALUE 'Y'.
025996         88  YTD-ST-NOT-FOUND       VALUE 'N'.

026000 01  WS-PERIOD-WORK-AREA.
026100     05  WS-PAY-PERIOD      PIC X(10) VALUE SPACES.
026120     05  WS-PAY-PERIOD-PARTS REDEFINES WS-PAY-PERIOD.
026290     05  WS-CAL-QUARTER     PIC 9(01) VALUE 1.
026292     05  WS-BLOCK-REASON    PIC X(40) VALUE SPACES.
026294     05  WS-RL-PAID-COUNT   PIC 9(05) VALUE ZERO.
026296     05  WS-CAL-START-DATE  PIC X(10) VALUE SPACES.
026298     05  WS-CAL-END-DATE    PIC X(10) VALUE SPACES.

026300 01  WS-CONSTANTS.
026400     05  WS-REG-THRESHOLD   PIC 9(03)V99 VALUE 40.00.
026500     05  WS-OT-FACTOR       PIC 9V99     VALUE 1.50.
026600     05  WS-DT-FACTOR       PIC 9V99     VALUE 2.00.
026700     05  WS-MAX-WEEKLY-HRS  PIC 9(03)V99 VALUE 168.00.
026704     05  WS-401K-ANNUAL-LIMIT PIC 9(06)V99 VALUE 24500.00.
026708     05  WS-LV-TIER-COUNT   PIC 9(01)    VALUE 4.
026712     05  WS-LV-SICK-SUB     PIC 9(01)    VALUE 1.
026716     05  WS-LV-VAC-SUB      PIC 9(01)    VALUE 2.
026720     05  WS-PERIODS-PER-YEAR PIC 9(02)   VALUE 26.
026725     05  WS-PROTECTED-NET-PCT PIC 9V999  VALUE 0.750.
026730     05  WS-MAX-DED-ENTRIES PIC 9(02)    VALUE 8.
026736     05  WS-EXCEPT-TOLERANCE PIC 9(04)   VALUE 25.
026738     05  WS-COND-WARNING    PIC 9(04)    VALUE 4.
026740     05  WS-COND-ERROR      PIC 9(04)    VALUE 8.
026741     05  WS-DEFAULT-VARIANCE-PCT PIC 9(03) VALUE 10.
026742     05  WS-EE-SS-PCT       PIC 9V9999   VALUE 0.0620.
026743     05  WS-EE-MED-PCT      PIC 9V9999   VALUE 0.0145.
026744     05  WS-ER-SS-PCT       PIC 9V9999   VALUE 0.0620.
026764     05  WS-TOTAL-ER-TAX    PIC 9(08)V99 VALUE ZERO.

026765 01  WS-FICA-WORK-AREA.
026767     05  WS-SS-ROOM         PIC 9(08)V99 VALUE ZERO.
026768     05  WS-SS-TAXABLE      PIC 9(08)V99 VALUE ZERO.
026769     05  WS-UNEMP-ROOM      PIC 9(08)V99 VALUE ZERO.
026786     05  WS-RUN-TIME        PIC 9(08) VALUE ZERO.

026800 01  WS-TAX-TABLE-AREA.
026805     05  WS-TAX-BRACKET-COUNT PIC 9(03) VALUE ZERO.
026810     05  WS-TAX-MAX-BRACKETS  PIC 9(03) VALUE 400.
026815     05  WS-TAX-SUB           PIC 9(03) VALUE ZERO.
026820     05  WS-TAX-TABLE OCCURS 400 TIMES.
026825         10  TAX-TBL-AUTHORITY PIC X(01).
026827         10  TAX-TBL-STATE     PIC X(02).
026830         10  TAX-TBL-STATUS    PIC X(01).
026835         10  TAX-TBL-FLOOR     PIC 9(08)V99.
026840         10  TAX-TBL-CEILING   PIC 9(08)V99.
026845         10  TAX-TBL-RATE      PIC 9V9999.

026847 01  WS-FICA-WAGE-AREA.
026849     05  WS-PRIOR-SS-WAGES  PIC 9(08)V99 VALUE ZERO.
026851     05  WS-PRIOR-MED-WAGES PIC 9(08)V99 VALUE ZERO.
026853     05  WS-PRIOR-401K      PIC 9(08)V99 VALUE ZERO.
026855     05  WS-FED-WAGES       PIC 9(08)V99 VALUE ZERO.
026857     05  WS-MED-WAGES       PIC 9(08)V99 VALUE ZERO.

026860 01  WS-TAX-WORK-AREA.
026865     05  WS-TAX-AUTH-WANTED PIC X(01).
026866     05  WS-TAX-STATE-WANTED PIC X(02).
026867     05  WS-TAX-STATE-FOUND-SW PIC X(01) VALUE 'N'.
026868         88  TAX-STATE-FOUND        VALUE 'Y'.
026869         88  TAX-STATE-NOT-FOUND    VALUE 'N'.
026870     05  WS-ANNUAL-GROSS    PIC 9(08)V99.
026875     05  WS-ANNUAL-TAX      PIC 9(08)V99.
026880     05  WS-BRACKET-SPAN    PIC 9(08)V99.
028000         10  DEPT-NET       PIC 9(08)V99 VALUE ZERO.
028050         10  DEPT-ER-TAX    PIC 9(08)V99 VALUE ZERO.

028052 01  WS-LEAVE-WORK-AREA.
028054     05  WS-TC-VAC-HOURS     PIC 9(04)V99 VALUE ZERO.
028056     05  WS-TC-SICK-HOURS    PIC 9(04)V99 VALUE ZERO.
028058     05  WS-LEAVE-PAY        PIC 9(06)V99 VALUE ZERO.
028060     05  WS-LV-TYPE-PAY      PIC 9(06)V99 VALUE ZERO.
028062     05  WS-VAC-PAYOUT-HOURS PIC 9(04)V99 VALUE ZERO.
028064     05  WS-VAC-PAYOUT       PIC 9(06)V99 VALUE ZERO.
028066     05  WS-LV-ACCRUAL       PIC 9(04)V99 VALUE ZERO.
028068     05  WS-LV-ROOM          PIC 9(04)V99 VALUE ZERO.
028070     05  WS-LV-YEAR          PIC 9(04) VALUE ZERO.
028072     05  WS-SERVICE-YEARS    PIC 9(03) VALUE ZERO.
028074     05  WS-LV-TIER          PIC 9(01) VALUE 1.
028076     05  WS-LV-TIER-SUB      PIC 9(01) VALUE ZERO.
028078     05  WS-LV-SUB           PIC 9(01) VALUE ZERO.
028080     05  WS-LV-AS-OF-DATE    PIC X(10) VALUE SPACES.
028082     05  WS-LV-AS-OF-PARTS REDEFINES WS-LV-AS-OF-DATE.
028084         10  WS-LV-AS-OF-YEAR PIC 9(04).
028086         10  FILLER          PIC X(01).
028088         10  WS-LV-AS-OF-MMDD PIC X(05).
028090     05  WS-LV-HIRE-DATE     PIC X(10) VALUE SPACES.
028092     05  WS-LV-HIRE-PARTS REDEFINES WS-LV-HIRE-DATE.
028094         10  WS-LV-HIRE-YEAR PIC 9(04).
028096         10  FILLER          PIC X(01).
028098         10  WS-LV-HIRE-MMDD PIC X(05).
028100     05  WS-LV-TYPE-CODES    PIC X(02) VALUE 'SV'.
028102     05  WS-LV-TYPE-CODE REDEFINES WS-LV-TYPE-CODES
028104                             PIC X(01) OCCURS 2 TIMES.
028106     05  WS-LV-BANK OCCURS 2 TIMES.
028108         10  WS-LV-BAL       PIC 9(04)V99.
028110         10  WS-LV-YTD-ACCRUED PIC 9(04)V99.
028112         10  WS-LV-YTD-USED  PIC 9(04)V99.
028114         10  WS-LV-WANT      PIC 9(04)V99.
028116         10  WS-LV-USED      PIC 9(04)V99.

028118*----------------------------------------------------------------
028120* LEAVE ACCRUAL TIERS BY COMPLETED YEARS OF SERVICE.  EACH ENTRY
028122* IS THE MINIMUM YEARS, THEN FOR SICK (1) AND VACATION (2) IN
028124* WS-LV-TYPE-CODE ORDER THE HOURS ACCRUED PER YEAR AND THE MOST
028126* THAT MAY ACCRUE IN ONE CALENDAR YEAR.  AN EMPLOYEE TAKES THE
028128* HIGHEST TIER WHOSE MINIMUM THEIR SERVICE MEETS.
028130*----------------------------------------------------------------
028132 01  WS-LEAVE-TIER-VALUES.
028134     05  FILLER  PIC X(22) VALUE '0004000040000800008000'.
028136     05  FILLER  PIC X(22) VALUE '0204000040001200012000'.
028138     05  FILLER  PIC X(22) VALUE '0504000040001600016000'.
028140     05  FILLER  PIC X(22) VALUE '1004000040002000020000'.
028142 01  WS-LEAVE-TIER-TABLE REDEFINES WS-LEAVE-TIER-VALUES.
028144     05  WS-LV-TIER-ENTRY OCCURS 4 TIMES.
028146         10  LVT-MIN-YEARS   PIC 9(02).
028148         10  LVT-TYPE OCCURS 2 TIMES.
028150             15  LVT-RATE    PIC 9(03)V99.
028152             15  LVT-CAP     PIC 9(03)V99.

028154 01  WS-EARN-CODE-TABLE-AREA.
028156     05  WS-EARN-CODE-COUNT PIC 9(02) VALUE ZERO.
028158     05  WS-EARN-CODE-MAX   PIC 9(02) VALUE 50.
028160     05  WS-EARN-CODE-SUB   PIC 9(02).
028162     05  WS-EARN-CODE-FOUND-SW PIC X(01) VALUE 'N'.
028164         88  EARN-CODE-FOUND        VALUE 'Y'.
028166         88  EARN-CODE-NOT-FOUND    VALUE 'N'.
028168     05  WS-EARN-CODE-TABLE OCCURS 50 TIMES.
028170         10  ECT-CODE          PIC X(02).
028172         10  ECT-DESC          PIC X(20).
028174         10  ECT-RULE          PIC X(01).
028176         10  ECT-VALUE         PIC 9(05)V9999.
028178         10  ECT-OT-FLAG       PIC X(01).

028180 01  WS-ISSUE-DATE-AREA.
028182     05  WS-ISSUE-YMD       PIC 9(08) VALUE ZERO.
028184     05  WS-ISSUE-YMD-PARTS REDEFINES WS-ISSUE-YMD.
028186         10  WS-ISSUE-YYYY  PIC X(04).
028188         10  WS-ISSUE-MM    PIC X(02).
028190         10  WS-ISSUE-DD    PIC X(02).
028192     05  WS-ISSUE-DATE      PIC X(10) VALUE SPACES.

028200 01  WS-LINE-BUFFER.
028300     05  WS-ID              PIC X(05).
028400     05  FILLER             PIC X(01) VALUE SPACE.
031220     05  FILLER             PIC X(01) VALUE SPACE.
031240     05  WS-DEPT-ERTAX-OUT  PIC 9(08)V99.

031244*----------------------------------------------------------------
031248* SPLIT DIRECT DEPOSIT.  3680-ALLOCATE-DEPOSITS DIVIDES AN AMOUNT
031252* (WS-DEP-NET-AMT) ACROSS THE MATCHED BANK RECORD'S ACCOUNTS INTO
031256* WS-DEP-ENTRY, IN PRIORITY ORDER WITH THE REMAINDER ACCOUNT LAST,
031260* FOR THE STUB, THE ACH LINES, AND THE ADJUSTMENT REVERSALS.
031264*----------------------------------------------------------------
031268 01  WS-DEPOSIT-WORK-AREA.
031272     05  WS-MAX-BANK-ACCTS  PIC 9(02) VALUE 4.
031276     05  WS-BANK-ACCT-LIMIT PIC 9(02) VALUE ZERO.
031280     05  WS-BANK-SUB        PIC 9(02) VALUE ZERO.
031284     05  WS-BANK-PASS-SUB   PIC 9(02) VALUE ZERO.
031288     05  WS-BANK-PICK-SUB   PIC 9(02) VALUE ZERO.
031292     05  WS-BANK-PICK-PRI   PIC 9(02) VALUE ZERO.
031296     05  WS-BANK-REM-SUB    PIC 9(02) VALUE ZERO.
031300     05  WS-BANK-DONE-TABLE.
031304         10  WS-BANK-DONE-SW OCCURS 4 TIMES PIC X(01).
031308     05  WS-BANK-MATCH-SW   PIC X(01) VALUE 'N'.
031312         88  BANK-MATCHED          VALUE 'Y'.
031316         88  BANK-NOT-MATCHED      VALUE 'N'.
031320     05  WS-DEP-ROUTE-SW    PIC X(01) VALUE 'C'.
031324         88  DEP-BY-ACH            VALUE 'A'.
031328         88  DEP-BY-CHECK          VALUE 'C'.
031332     05  WS-DEP-NET-AMT     PIC 9(06)V99 VALUE ZERO.
031336     05  WS-DEP-REMAINING   PIC 9(06)V99 VALUE ZERO.
031340     05  WS-DEP-THIS-AMT    PIC 9(06)V99 VALUE ZERO.
031344     05  WS-DEP-MARKER      PIC X(08) VALUE SPACES.
031348     05  WS-DEP-SUB         PIC 9(02) VALUE ZERO.
031352     05  WS-DEP-COUNT       PIC 9(02) VALUE ZERO.
031356     05  WS-DEP-ENTRY OCCURS 4 TIMES.
031360         10  WS-DEP-ROUTING PIC 9(09).
031364         10  WS-DEP-ACCOUNT PIC X(17).
031368         10  WS-DEP-AMOUNT  PIC 9(06)V99.

031400 01  WS-ACH-WORK-AREA.
031500     05  WS-ACH-ROUTING     PIC 9(09).
031600     05  WS-ACH-ACCOUNT     PIC X(17).
031930     05  WS-ADJ-ORIG-TAX    PIC 9(06)V99.
031932     05  WS-ADJ-NEW-TAX     PIC 9(06)V99.
031934     05  WS-ADJ-BANK-FLAG   PIC X(23) VALUE SPACES.
031935     05  WS-ADJ-CHECK-OUT   PIC 9(08) VALUE ZERO.
031936     05  WS-ADJ-COUNT       PIC 9(04) VALUE ZERO.
031938     05  WS-ADJ-REJECTS     PIC 9(04) VALUE ZERO.
031940     05  WS-ADJ-VOID-GROSS  PIC 9(08)V99 VALUE ZERO.
031942     05  WS-ADJ-VOID-NET    PIC 9(08)V99 VALUE ZERO.
031944     05  WS-ADJ-REISSUE-GROSS PIC 9(08)V99 VALUE ZERO.
031946     05  WS-ADJ-REISSUE-NET PIC 9(08)V99 VALUE ZERO.
031947     05  WS-ADJ-401K        PIC 9(06)V99.
031948     05  WS-ADJ-RES-TAX     PIC 9(06)V99.
031949     05  WS-ADJ-STATE-TAX   PIC 9(06)V99.

031950 01  WS-CHECK-WORK-AREA.
031955     05  WS-NEXT-CHECK-NBR  PIC 9(08) VALUE ZERO.
031980     05  WS-CHK-AMOUNT      PIC 9(06)V99.
031985     05  WS-CHK-GROSS       PIC 9(06)V99.

031989 01  WS-VARIANCE-AREA.
031993     05  WS-PRIOR-PERIOD    PIC X(10) VALUE SPACES.
031997     05  WS-VARIANCE-PCT    PIC 9(03) VALUE ZERO.
032001     05  WS-VAR-EMP-PERIOD  PIC X(10) VALUE SPACES.
032005     05  WS-VAR-FIGURES     PIC 9(02) VALUE 5.
032009     05  WS-VAR-SUB         PIC 9(02) VALUE ZERO.
032013     05  WS-VAR-TRIAL-AMT   PIC 9(06)V99 OCCURS 5 TIMES.
032017     05  WS-VAR-PRIOR-AMT   PIC 9(06)V99 OCCURS 5 TIMES.
032021     05  WS-VAR-FLAG        PIC X(06) OCCURS 5 TIMES.
032025     05  WS-VAR-FLAG-COUNT  PIC 9(01) VALUE ZERO.
032029     05  WS-VAR-DIFF        PIC 9(06)V99 VALUE ZERO.
032033     05  WS-VAR-LIMIT       PIC 9(08)V99 VALUE ZERO.
032037     05  WS-VAR-COMPARED-COUNT PIC 9(04) VALUE ZERO.
032041     05  WS-VAR-FLAGGED-COUNT  PIC 9(04) VALUE ZERO.
032045     05  WS-VAR-NEW-COUNT      PIC 9(04) VALUE ZERO.
032049     05  WS-VAR-DROPPED-COUNT  PIC 9(04) VALUE ZERO.

032053 01  WS-VAR-LABEL-VALUES.
032057     05  FILLER             PIC X(06) VALUE 'GROSS '.
032061     05  FILLER             PIC X(06) VALUE 'FED   '.
032065     05  FILLER             PIC X(06) VALUE 'STATE '.
032069     05  FILLER             PIC X(06) VALUE 'FICA  '.
032073     05  FILLER             PIC X(06) VALUE 'NET   '.
032077 01  WS-VAR-LABEL-TABLE REDEFINES WS-VAR-LABEL-VALUES.
032081     05  WS-VAR-LABEL       PIC X(06) OCCURS 5 TIMES.

032100 01  WS-STUB-WORK-AREA.
032200     05  WS-STUB-ID         PIC X(05).
032300     05  WS-STUB-NAME       PIC X(30).
032600     05  WS-STUB-RATE       PIC 9(03)V99.
032700     05  WS-STUB-GROSS      PIC 9(06)V99.
032750     05  WS-STUB-RETRO      PIC 9(06)V99.
032755     05  WS-STUB-ANNUAL     PIC 9(07)V99.
032760     05  WS-STUB-SALARY     PIC 9(06)V99.
032765     05  WS-STUB-VAC-USED   PIC 9(04)V99.
032770     05  WS-STUB-VAC-BAL    PIC 9(04)V99.
032775     05  WS-STUB-SICK-USED  PIC 9(04)V99.
032780     05  WS-STUB-SICK-BAL   PIC 9(04)V99.
032785     05  WS-STUB-LEAVE-PAY  PIC 9(06)V99.
032790     05  WS-STUB-PAYOUT-HRS PIC 9(04)V99.
032795     05  WS-STUB-PAYOUT     PIC 9(06)V99.
032800     05  WS-STUB-FED        PIC 9(06)V99.
032900     05  WS-STUB-STATE      PIC 9(06)V99.
032920     05  WS-STUB-SS         PIC 9(06)V99.
032940     05  WS-STUB-MED        PIC 9(06)V99.
032947     05  WS-STUB-FED-WAGES  PIC 9(06)V99.
032954     05  WS-STUB-SS-WAGES   PIC 9(06)V99.
032961     05  WS-STUB-MED-WAGES  PIC 9(06)V99.
032968     05  WS-STUB-WORK-ST-TAX PIC 9(06)V99.
032975     05  WS-STUB-RES-ST-TAX PIC 9(06)V99.
032982     05  WS-STUB-DEP-ACCT   PIC X(17).
032989     05  WS-STUB-DEP-AMT    PIC 9(06)V99.
033000     05  WS-STUB-DED-TYPE   PIC X(02).
033100     05  WS-STUB-DED-AMT    PIC 9(06)V99.
033110     05  WS-STUB-EARN-HOURS PIC 9(03)V99.
033120     05  WS-STUB-EARN-AMT   PIC 9(06)V99.
033130     05  WS-STUB-OT-HOURS   PIC 9(03)V99.
033140     05  WS-STUB-REG-RATE   PIC 9(04)V999.
033150     05  WS-STUB-OT-PAY     PIC 9(06)V99.
033200     05  WS-STUB-NET        PIC 9(06)V99.

033400 01  WS-YTD-LINE-BUFFER.
035000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035010     IF RUN-BLOCKED
035020         MOVE WS-COND-ERROR TO WS-COND-CODE
035025         IF LIVE-RUN
035030             PERFORM 8950-WRITE-RUN-LOG THRU 8950-EXIT
035035         END-IF
035040         PERFORM 9000-TERMINATE THRU 9000-EXIT
035050         MOVE WS-COND-CODE TO RETURN-CODE
035060         STOP RUN
035248         UNTIL ARR-EOF.
035249     PERFORM 3055-REPORT-ORPHAN-RETRO THRU 3055-EXIT
035250         UNTIL RETRO-EOF.
035256     PERFORM 3115-CARRY-ONE-LEAVE THRU 3115-EXIT
035262         UNTIL LEAVE-EOF.
035268     IF TRIAL-RUN
035274         PERFORM 7005-SKIP-ADJUSTMENTS THRU 7005-EXIT
035280     ELSE
035286         PERFORM 7000-PROCESS-ADJUSTMENTS THRU 7000-EXIT
035292     END-IF.
035300     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
035400     PERFORM 8050-RECONCILE-CONTROL-TOTALS THRU 8050-EXIT.
035500     PERFORM 8100-PRINT-DEPT-SUBTOTALS THRU 8100-EXIT.
035520     PERFORM 8150-PRINT-CC-SUBTOTALS THRU 8150-EXIT.
035530     IF TRIAL-RUN
035540         PERFORM 8195-SKIP-GL-POSTINGS THRU 8195-EXIT
035550     ELSE
035560         PERFORM 8200-WRITE-GL-POSTINGS THRU 8200-EXIT
035570     END-IF.
035580     PERFORM 8600-PRINT-VARIANCE-TOTALS THRU 8600-EXIT.
035600     PERFORM 8500-PRINT-YTD-SUMMARY THRU 8500-EXIT.
035650     PERFORM 8800-SAVE-CHECK-NUMBER THRU 8800-EXIT.
035660     PERFORM 8900-SET-CONDITION-CODE THRU 8900-EXIT.
035665     PERFORM 8920-MARK-PERIOD-PAID THRU 8920-EXIT.
035673     IF LIVE-RUN
035681         PERFORM 8950-WRITE-RUN-LOG THRU 8950-EXIT
035689     END-IF.
035700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035750     MOVE WS-COND-CODE TO RETURN-CODE.
035800     STOP RUN.
036400     PERFORM 1050-DETERMINE-RESTART THRU 1050-EXIT
036500     PERFORM 1075-DETERMINE-PAY-PERIOD THRU 1075-EXIT
036550     PERFORM 1080-DETERMINE-CHECK-NUMBER THRU 1080-EXIT
036560     PERFORM 1082-SET-ISSUE-DATE THRU 1082-EXIT
036600     OPEN INPUT EMPLOYEE-FILE
036700     OPEN INPUT DEDUCTION-FILE
036800     OPEN INPUT BANK-FILE
036820     OPEN INPUT TIMECARD-FILE
036825     OPEN INPUT RETRO-PAY-FILE
036830     OPEN INPUT OLD-ARREARS-FILE
036836     OPEN INPUT OLD-LEAVE-FILE
036842     IF LIVE-RUN
036850         OPEN EXTEND CHECK-REGISTER-FILE
036852         IF WS-CKREG-FILE-STATUS = '35'
036854             OPEN OUTPUT CHECK-REGISTER-FILE
036856             CLOSE CHECK-REGISTER-FILE
036858             OPEN EXTEND CHECK-REGISTER-FILE
036860         END-IF
036862         OPEN I-O PAY-HISTORY-FILE
036864         IF WS-HIST-FILE-STATUS = '35'
036866             OPEN OUTPUT PAY-HISTORY-FILE
036868             CLOSE PAY-HISTORY-FILE
036870             OPEN I-O PAY-HISTORY-FILE
036872         END-IF
036876     ELSE
036880         OPEN INPUT PAY-HISTORY-FILE
036884         IF WS-HIST-FILE-STATUS = '35'
036888             SET HIST-NOT-OPEN TO TRUE
036892         END-IF
036896     END-IF
036900     IF RESTART-RUN
037000         OPEN EXTEND PAYROLL-REPORT
037100         OPEN EXTEND EXCEPTION-REPORT
037320         OPEN EXTEND CHECK-PRINT-FILE
037340         OPEN EXTEND POSITIVE-PAY-FILE
037360         OPEN EXTEND NEW-ARREARS-FILE
037370         OPEN EXTEND NEW-LEAVE-FILE
037400         PERFORM 1500-RESTORE-CHECKPOINT THRU 1500-EXIT
037500     ELSE
037600         OPEN OUTPUT PAYROLL-REPORT
037700         OPEN OUTPUT EXCEPTION-REPORT
037705         IF TRIAL-RUN
037715             OPEN OUTPUT VARIANCE-REPORT
037725             MOVE SPACES TO REPORT-LINE
037735             STRING "*** TRIAL RUN - NOTHING POSTED, NO PAYMENTS "
037745                    DELIMITED BY SIZE
037755                    "ISSUED ***" DELIMITED BY SIZE
037765                 INTO REPORT-LINE
037775             END-STRING
037785             WRITE REPORT-LINE
037795         ELSE
037800             OPEN OUTPUT PAY-STUB-FILE
037900             OPEN OUTPUT ACH-FILE
037920             OPEN OUTPUT CHECK-PRINT-FILE
037940             OPEN OUTPUT POSITIVE-PAY-FILE
037960             OPEN OUTPUT NEW-ARREARS-FILE
037970             OPEN OUTPUT NEW-LEAVE-FILE
037980         END-IF
038000     END-IF
038100     PERFORM 1150-OPEN-YTD-MASTER THRU 1150-EXIT
038150     PERFORM 1400-LOAD-TAX-TABLE THRU 1400-EXIT
038152     PERFORM 1450-LOAD-EARNINGS-CODES THRU 1450-EXIT
038155     PERFORM 1085-VALIDATE-PAY-CALENDAR THRU 1085-EXIT
038156     PERFORM 1084-SAVE-PERIOD-DATES THRU 1084-EXIT
038157     IF TRIAL-RUN
038158         PERFORM 1170-START-VARIANCE THRU 1170-EXIT
038159     END-IF
038160     PERFORM 1090-DETERMINE-QUARTER THRU 1090-EXIT
038200     PERFORM 1100-READ-EMPLOYEE THRU 1100-EXIT
038300     PERFORM 1200-READ-DEDUCTION THRU 1200-EXIT
038450     PERFORM 1250-READ-TIMECARD THRU 1250-EXIT
038460     PERFORM 1350-READ-ARREARS THRU 1350-EXIT
038470     PERFORM 1360-READ-RETRO THRU 1360-EXIT
038480     PERFORM 1370-READ-LEAVE THRU 1370-EXIT
038500     IF RESTART-RUN
038600         PERFORM 1600-SKIP-TO-RESTART-POINT THRU 1600-EXIT
038700             VARYING WS-SKIP-SUB FROM 1 BY 1
039550* CARRIED AS THE PAY-HISTORY KEY.  NO PARM FILE, OR AN EMPTY
039600* ONE, LEAVES WS-PAY-PERIOD BLANK, WHICH 1090-DETERMINE-QUARTER
039650* REPORTS AND RAISES AS AN ERROR CONDITION.
039660* A 'T' IN PARM-RUN-MODE MAKES THIS A TRIAL RUN, WHICH IS NEVER A
039670* RESTART WHATEVER RESTART.PARM SAYS; PARM-VARIANCE-PCT, WHEN
039680* GIVEN, OVERRIDES THE TRIAL-RUN VARIANCE TOLERANCE.
039700*----------------------------------------------------------------
039800 1075-DETERMINE-PAY-PERIOD.
039900     MOVE SPACES TO WS-PAY-PERIOD
039950     MOVE 'B' TO WS-RUN-FREQUENCY
039960     SET LIVE-RUN TO TRUE
039970     MOVE WS-DEFAULT-VARIANCE-PCT TO WS-VARIANCE-PCT
040000     OPEN INPUT PERIOD-PARM-FILE
040100     IF WS-PERIOD-FILE-STATUS = '35'
040200         CONTINUE
040840                     MOVE PARM-PAY-FREQUENCY
040860                         TO WS-RUN-FREQUENCY
040870                     SET PARM-FREQ-GIVEN TO TRUE
040871                 END-IF
040872                 IF PARM-TRIAL-RUN
040873                     SET TRIAL-RUN TO TRUE
040874                     SET NORMAL-RUN TO TRUE
040875                 END-IF
040876                 IF PARM-VARIANCE-PCT NUMERIC
040877                         AND PARM-VARIANCE-PCT > ZERO
040878                     MOVE PARM-VARIANCE-PCT TO WS-VARIANCE-PCT
040880                 END-IF
040900         END-READ
041000         CLOSE PERIOD-PARM-FILE
041340* THE SERIES FROM CHECKNBR.DAT, WRITTEN BACK AT END OF RUN BY
041350* 8800-SAVE-CHECK-NUMBER, SO CHECK NUMBERS NEVER REPEAT ACROSS
041360* RUNS.  A MISSING OR EMPTY FILE (FIRST RUN AT A SITE) STARTS
041361* THE SERIES AT WS-FIRST-CHECK-NBR.  ON A RESTART THE NUMBER
041362* RESTORED FROM THE CHECKPOINT OVERRIDES THIS ONE, SINCE CHECKS
041363* WERE ALREADY ISSUED BY THE INTERRUPTED RUN.
041364*----------------------------------------------------------------
041365 1080-DETERMINE-CHECK-NUMBER.
041366     MOVE WS-FIRST-CHECK-NBR TO WS-NEXT-CHECK-NBR
041367     OPEN INPUT CHECK-NUMBER-FILE
041368     IF WS-CHKNBR-FILE-STATUS = '35'
041369         CONTINUE
041370     ELSE
041371         READ CHECK-NUMBER-FILE
041372             AT END
041373                 CONTINUE
041374             NOT AT END
041375                 MOVE CHK-NEXT-NUMBER TO WS-NEXT-CHECK-NBR
041376         END-READ
041377         CLOSE CHECK-NUMBER-FILE
041378     END-IF.
041379 1080-EXIT.
041380     EXIT.

041381*----------------------------------------------------------------
041382* 1082-SET-ISSUE-DATE - TAKE THE RUN DATE AS THE ISSUE DATE
041383* (YYYY-MM-DD) STAMPED ON EVERY CHECK-REGISTER LINE FOR
041384* CHECK-RECONCILIATION TO AGE.
041385*----------------------------------------------------------------
041386 1082-SET-ISSUE-DATE.
041387     ACCEPT WS-ISSUE-YMD FROM DATE YYYYMMDD
041388     MOVE SPACES TO WS-ISSUE-DATE
041389     STRING WS-ISSUE-YYYY DELIMITED BY SIZE
041390            "-"           DELIMITED BY SIZE
041391            WS-ISSUE-MM   DELIMITED BY SIZE
041392            "-"           DELIMITED BY SIZE
041393            WS-ISSUE-DD   DELIMITED BY SIZE
041394         INTO WS-ISSUE-DATE
041395     END-STRING.
041396 1082-EXIT.
041397     EXIT.

041398*----------------------------------------------------------------
041399* 1084-SAVE-PERIOD-DATES - KEEP THE PERIOD'S START AND END DATES
041400* FOR SALARY PRORATION.  THE CALENDAR RECORD AREA HAS SINCE BEEN
041401* REUSED BY THE EARLIER-PERIOD BROWSE, SO THE PERIOD IS READ
041402* AGAIN BY KEY, AS 8920-MARK-PERIOD-PAID DOES.  WITH NO CALENDAR
041403* THE DATES STAY BLANK AND SALARIES ARE PAID FOR THE FULL PERIOD.
041404*----------------------------------------------------------------
041405 1084-SAVE-PERIOD-DATES.
041406     MOVE SPACES TO WS-CAL-START-DATE WS-CAL-END-DATE
041407     IF CAL-NOT-FOUND
041408         GO TO 1084-EXIT
041409     END-IF
041410     MOVE WS-PAY-PERIOD TO CAL-PAY-PERIOD
041411     READ PAY-CALENDAR-FILE
041412         INVALID KEY
041413             CONTINUE
041414         NOT INVALID KEY
041415             MOVE CAL-START-DATE TO WS-CAL-START-DATE
041416             MOVE CAL-END-DATE   TO WS-CAL-END-DATE
041417     END-READ.
041418 1084-EXIT.
041419     EXIT.

041425*----------------------------------------------------------------
041426* 1085-VALIDATE-PAY-CALENDAR - CHECK THE REQUESTED PERIOD
041700* OPEN INPUT, OPEN I-O CANNOT TOLERATE A MISSING FILE, SO ON A
041800* SITE'S FIRST-EVER RUN (STATUS 35, NO YTDMAST.DAT YET) THE FILE
041900* IS CREATED WITH AN EMPTY OPEN OUTPUT/CLOSE BEFORE OPENING I-O.
041910* A TRIAL RUN ONLY READS THE MASTER, AND A MISSING ONE IS LEFT
041920* MISSING; THE RUN THEN FIGURES EVERY EMPLOYEE FROM ZERO.
042000*----------------------------------------------------------------
042100 1150-OPEN-YTD-MASTER.
042110     IF TRIAL-RUN
042120         OPEN INPUT YTD-MASTER-FILE
042130         IF WS-YTD-FILE-STATUS = '35'
042140             SET YTD-NOT-OPEN TO TRUE
042150             GO TO 1150-EXIT
042160         END-IF
042170     ELSE
042200         OPEN I-O YTD-MASTER-FILE
042300         IF WS-YTD-FILE-STATUS = '35'
042400             OPEN OUTPUT YTD-MASTER-FILE
042500             CLOSE YTD-MASTER-FILE
042600             OPEN I-O YTD-MASTER-FILE
042700         END-IF
042710     END-IF
042720     IF WS-YTD-FILE-STATUS NOT = '00'
042740         SET FILE-ERROR TO TRUE
042760     END-IF.
045800 1100-EXIT.
045900     EXIT.

045901*----------------------------------------------------------------
045902* 1170-START-VARIANCE - ON A TRIAL RUN, HEAD VARIANCE.REP AND
045903* START THE PAY-HISTORY BROWSE 3950-COMPARE-PRIOR-PERIOD STEPS
045904* THROUGH IN STEP WITH THE EMPLOYEE FILE.  WITH NO PAYHIST.DAT ON
045905* FILE EVERY EMPLOYEE PAID IS LISTED AS NEW; WITH NO PRIOR PERIOD
045906* ON THE CALENDAR NOBODY CAN BE LISTED AS DROPPED, AND THE HEADING
045907* SAYS SO.
045908*----------------------------------------------------------------
045909 1170-START-VARIANCE.
045910     PERFORM 1175-FIND-PRIOR-PERIOD THRU 1175-EXIT
045911     MOVE SPACES TO VARIANCE-LINE
045912     STRING "TRIAL RUN VARIANCE REPORT - PERIOD "
045913            DELIMITED BY SIZE
045914            WS-PAY-PERIOD DELIMITED BY SIZE
045915            " AGAINST EACH EMPLOYEE'S PRIOR PERIOD"
045916            DELIMITED BY SIZE
045917         INTO VARIANCE-LINE
045918     END-STRING
045919     WRITE VARIANCE-LINE
045920     MOVE SPACES TO VARIANCE-LINE
045921     IF WS-PRIOR-PERIOD = SPACES
045922         STRING "TOLERANCE " DELIMITED BY SIZE
045923                WS-VARIANCE-PCT DELIMITED BY SIZE
045924                " PERCENT - NO PRIOR PERIOD ON THE CALENDAR, "
045925                DELIMITED BY SIZE
045926                "DROPPED EMPLOYEES NOT CHECKED" DELIMITED BY SIZE
045927             INTO VARIANCE-LINE
045928         END-STRING
045929     ELSE
045930         STRING "TOLERANCE " DELIMITED BY SIZE
045931                WS-VARIANCE-PCT DELIMITED BY SIZE
045932                " PERCENT - DROPPED MEANS PAID FOR "
045933                DELIMITED BY SIZE
045934                WS-PRIOR-PERIOD DELIMITED BY SIZE
045935                " BUT NOT THIS RUN" DELIMITED BY SIZE
045936             INTO VARIANCE-LINE
045937         END-STRING
045938     END-IF
045939     WRITE VARIANCE-LINE
045940     MOVE SPACES TO VARIANCE-LINE
045941     STRING "EMP   NAME                           PRIOR PER  "
045942            DELIMITED BY SIZE
045943            "GROSS TRIAL/PRIOR      NET TRIAL/PRIOR     FLAGS"
045944            DELIMITED BY SIZE
045945         INTO VARIANCE-LINE
045946     END-STRING
045947     WRITE VARIANCE-LINE
045948     SET VAR-HIST-NOT-EOF TO TRUE
045949     IF HIST-NOT-OPEN
045950         SET VAR-HIST-EOF TO TRUE
045951         GO TO 1170-EXIT
045952     END-IF
045953     MOVE LOW-VALUES TO PH-KEY
045954     START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
045955         INVALID KEY
045956             SET VAR-HIST-EOF TO TRUE
045957     END-START
045958     IF VAR-HIST-NOT-EOF
045959         PERFORM 3965-READ-HISTORY-NEXT THRU 3965-EXIT
045960     END-IF.
045961 1170-EXIT.
045962     EXIT.

045963*----------------------------------------------------------------
045964* 1175-FIND-PRIOR-PERIOD - BROWSE THE PAY CALENDAR FOR THE LAST
045965* PERIOD OF THIS RUN'S FREQUENCY BEFORE THE ONE BEING PAID, THE
045966* PERIOD THE VARIANCE REPORT COMPARES AGAINST.  NO CALENDAR, OR
045967* A PERIOD NOT ON IT, LEAVES WS-PRIOR-PERIOD BLANK.
045968*----------------------------------------------------------------
045969 1175-FIND-PRIOR-PERIOD.
045970     MOVE SPACES TO WS-PRIOR-PERIOD
045971     IF CAL-NOT-FOUND
045972         GO TO 1175-EXIT
045973     END-IF
045974     SET CAL-BROWSE-NOT-EOF TO TRUE
045975     MOVE LOW-VALUES TO CAL-PAY-PERIOD
045976     START PAY-CALENDAR-FILE KEY IS NOT LESS THAN
045977             CAL-PAY-PERIOD
045978         INVALID KEY
045979             SET CAL-BROWSE-EOF TO TRUE
045980     END-START
045981     PERFORM 1175-SCAN-ONE-PERIOD THRU 1175-SCAN-EXIT
045982         UNTIL CAL-BROWSE-EOF.
045983 1175-EXIT.
045984     EXIT.

045985 1175-SCAN-ONE-PERIOD.
045986     READ PAY-CALENDAR-FILE NEXT RECORD
045987         AT END
045988             SET CAL-BROWSE-EOF TO TRUE
045989     END-READ
045990     IF CAL-BROWSE-NOT-EOF
045991         IF CAL-PAY-PERIOD NOT < WS-PAY-PERIOD
045992             SET CAL-BROWSE-EOF TO TRUE
045993         ELSE
045994             IF CAL-FREQUENCY = WS-RUN-FREQUENCY
045995                 MOVE CAL-PAY-PERIOD TO WS-PRIOR-PERIOD
045996             END-IF
045997         END-IF
045998     END-IF.
045999 1175-SCAN-EXIT.
046000     EXIT.

046100 1200-READ-DEDUCTION.
046200     READ DEDUCTION-FILE
046300         AT END
047400 1300-EXIT.
047500     EXIT.

047501*----------------------------------------------------------------
047502* 1370-READ-LEAVE - READ THE NEXT LEAVE-BANK BALANCE.  A MISSING
047503* LEAVEBAL.DAT MEANS NO ONE HAS A BALANCE YET; EVERY EMPLOYEE
047504* PAID THIS RUN STARTS A BANK AT ZERO.
047505*----------------------------------------------------------------
047506 1370-READ-LEAVE.
047507     IF WS-LEAVE-FILE-STATUS = '35'
047508         SET LEAVE-EOF TO TRUE
047509         GO TO 1370-EXIT
047510     END-IF
047511     READ OLD-LEAVE-FILE
047512         AT END
047513             SET LEAVE-EOF TO TRUE
047514     END-READ.
047515 1370-EXIT.
047516     EXIT.

047517*----------------------------------------------------------------
047520* 1400-LOAD-TAX-TABLE - LOAD THE GRADUATED TAX BRACKETS FROM
047522* TAXTABLE.DAT INTO WS-TAX-TABLE FOR THE BRACKET WALK IN
047524* 4200-COMPUTE-BRACKET-TAX.  A MISSING OR EMPTY TABLE FILE WOULD
047526* PAY THE WHOLE RUN WITH NO TAX WITHHELD, SO IT RAISES THE ERROR
047528* CONDITION AND THE SCHEDULER HOLDS THE TRANSMISSIONS, THE SAME
047529* WAY A MISSING TIMECARD FILE DOES.  BRACKETS BEYOND THE
047530* 400-ENTRY TABLE ARE IGNORED; THE FEDERAL SCHEDULE AND THOSE OF
047532* EVERY STATE WE WITHHOLD FOR ARE NOWHERE NEAR THAT MANY.
047534*----------------------------------------------------------------
047536 1400-LOAD-TAX-TABLE.
047538     OPEN INPUT TAX-TABLE-FILE
047570             ADD 1 TO WS-TAX-BRACKET-COUNT
047572             MOVE WS-TAX-BRACKET-COUNT TO WS-TAX-SUB
047574             MOVE TAX-AUTHORITY TO TAX-TBL-AUTHORITY (WS-TAX-SUB)
047575             MOVE TAX-STATE-CODE TO TAX-TBL-STATE (WS-TAX-SUB)
047576             MOVE TAX-FILING-STATUS TO TAX-TBL-STATUS (WS-TAX-SUB)
047578             MOVE TAX-BRACKET-FLOOR TO TAX-TBL-FLOOR (WS-TAX-SUB)
047580             MOVE TAX-BRACKET-CEILING
047588 1410-EXIT.
047590     EXIT.

047591*----------------------------------------------------------------
047592* 1450-LOAD-EARNINGS-CODES - LOAD THE EARNINGS CODES (SHIFT
047593* DIFFERENTIAL, ON-CALL, CALL-BACK AND THE LIKE) FROM EARNCODE.DAT
047594* INTO WS-EARN-CODE-TABLE FOR 2760-ADD-EARNINGS-PUNCH.  THE FILE
047595* IS OPTIONAL: WITHOUT IT EVERY CODED PUNCH IS REPORTED AS AN
047596* UNKNOWN CODE AND THE UNCODED TIME IS PAID AS ALWAYS.  A CODE
047597* WITH A RULE OTHER THAN P, M, F OR G IS REPORTED AND LEFT OFF
047598* THE TABLE.
047599*----------------------------------------------------------------
047600 1450-LOAD-EARNINGS-CODES.
047601     OPEN INPUT EARN-CODE-FILE
047602     IF WS-EARN-FILE-STATUS = '35'
047603         CONTINUE
047604     ELSE
047605         PERFORM 1460-READ-EARN-CODE THRU 1460-EXIT
047606             UNTIL EARN-TBL-EOF
047607                 OR WS-EARN-CODE-COUNT = WS-EARN-CODE-MAX
047608         CLOSE EARN-CODE-FILE
047609     END-IF.
047610 1450-EXIT.
047611     EXIT.

047612 1460-READ-EARN-CODE.
047613     READ EARN-CODE-FILE
047614         AT END
047615             SET EARN-TBL-EOF TO TRUE
047616         NOT AT END
047617             IF EC-RULE-VALID
047618                 ADD 1 TO WS-EARN-CODE-COUNT
047619                 MOVE WS-EARN-CODE-COUNT TO WS-EARN-CODE-SUB
047620                 MOVE EC-CODE TO ECT-CODE (WS-EARN-CODE-SUB)
047621                 MOVE EC-DESCRIPTION
047622                     TO ECT-DESC (WS-EARN-CODE-SUB)
047623                 MOVE EC-RULE TO ECT-RULE (WS-EARN-CODE-SUB)
047624                 MOVE EC-RULE-VALUE
047625                     TO ECT-VALUE (WS-EARN-CODE-SUB)
047626                 MOVE EC-OT-FLAG TO ECT-OT-FLAG (WS-EARN-CODE-SUB)
047627             ELSE
047628                 MOVE SPACES TO EXCEPTION-LINE
047629                 STRING "EARN CODE " DELIMITED BY SIZE
047630                        EC-CODE DELIMITED BY SIZE
047631                        " HAS INVALID RULE " DELIMITED BY SIZE
047632                        EC-RULE DELIMITED BY SIZE
047633                        " - NOT LOADED" DELIMITED BY SIZE
047634                     INTO EXCEPTION-LINE
047635                 END-STRING
047636                 WRITE EXCEPTION-LINE
047637                 ADD 1 TO WS-EXCEPT-COUNTER
047638             END-IF
047639     END-READ.
047640 1460-EXIT.
047641     EXIT.

047700*----------------------------------------------------------------
047800* 1500-RESTORE-CHECKPOINT - LOAD THE COUNTERS SAVED AT THE LAST
047900* CHECKPOINT SO THE RESTARTED RUN'S TOTALS PICK UP WHERE THE
053480         UNTIL ARR-EOF OR AR-EMP-ID > EMP-ID
053485     PERFORM 1670-SKIP-RETRO THRU 1670-EXIT
053490         UNTIL RETRO-EOF OR RET-EMP-ID > EMP-ID
053493     PERFORM 1680-SKIP-LEAVE THRU 1680-EXIT
053496         UNTIL LEAVE-EOF OR LV-EMP-ID > EMP-ID
053500     PERFORM 1100-READ-EMPLOYEE THRU 1100-EXIT.
053600 1600-EXIT.
053700     EXIT.
053903 1670-EXIT.
053904     EXIT.

053908*----------------------------------------------------------------
053912* 1680-SKIP-LEAVE - ON A RESTART, PASS OVER LEAVE BALANCES OF
053916* ALREADY-PROCESSED EMPLOYEES; THE INTERRUPTED RUN ALREADY WROTE
053920* THEIR UPDATED BALANCES TO LEAVEBAL.NEW.
053924*----------------------------------------------------------------
053928 1680-SKIP-LEAVE.
053932     PERFORM 1370-READ-LEAVE THRU 1370-EXIT.
053936 1680-EXIT.
053940     EXIT.

053952*----------------------------------------------------------------
054000* 2000-PROCESS-RECORD - EDIT ONE EMPLOYEE, CALCULATE AND WRITE IT
054100* WHEN THE EDITS PASS, THEN ADVANCE TO THE NEXT INPUT RECORD.
054400     SET RECORD-VALID TO TRUE
054450     PERFORM 2700-MATCH-TIMECARD THRU 2700-EXIT
054460     PERFORM 2060-CHECK-FREQUENCY THRU 2060-EXIT
054461     IF EMP-TYPE-SALARIED
054462         PERFORM 2080-CHECK-SALARIED-STATUS THRU 2080-EXIT
054463     ELSE
054465         PERFORM 2070-CHECK-EMPLOYMENT-STATUS THRU 2070-EXIT
054467     END-IF
054470     IF EMP-SELECTED
054500         PERFORM 2500-EDIT-EMPLOYEE THRU 2500-EXIT
054600         IF RECORD-VALID
055492 2070-EXIT.
055494     EXIT.

055496*----------------------------------------------------------------
055498* 2080-CHECK-SALARIED-STATUS - THE SALARIED COUNTERPART OF 2070.
055500* A SALARIED EMPLOYEE HAS NO TIMECARD TO SIGNAL A FINAL PERIOD,
055502* SO THE PAY CALENDAR DATES DECIDE: A TERMINATION DATE INSIDE
055504* THE PERIOD MAKES THIS THE FINAL PAYMENT, ONE BEFORE THE PERIOD
055506* MEANS THE FINAL PAYMENT IS ALREADY MADE, AND ONE AFTER IT WAS
055508* KEYED AHEAD AND THE PERIOD PAYS NORMALLY.  A HIRE DATE AFTER
055510* THE PERIOD MEANS THE EMPLOYEE HAS NOT STARTED YET.  WITH NO
055512* CALENDAR DATES THE HOURLY RULES IN 2070 ARE USED UNCHANGED.
055514*----------------------------------------------------------------
055516 2080-CHECK-SALARIED-STATUS.
055518     IF WS-CAL-START-DATE = SPACES OR WS-CAL-END-DATE = SPACES
055520         PERFORM 2070-CHECK-EMPLOYMENT-STATUS THRU 2070-EXIT
055522         GO TO 2080-EXIT
055524     END-IF
055526     SET NOT-FINAL-PAYMENT TO TRUE
055528     EVALUATE TRUE
055530         WHEN EMP-STAT-LEAVE
055532             PERFORM 2070-CHECK-EMPLOYMENT-STATUS THRU 2070-EXIT
055534         WHEN EMP-STAT-TERMINATED
055536             IF EMP-TERM-DATE < WS-CAL-START-DATE
055538                 SET EMP-BYPASSED TO TRUE
055540             ELSE
055542                 IF EMP-TERM-DATE NOT > WS-CAL-END-DATE
055544                         AND EMP-SELECTED
055546                     SET FINAL-PAYMENT TO TRUE
055548                 END-IF
055550             END-IF
055552         WHEN OTHER
055554             IF EMP-HIRE-DATE NOT = SPACES
055556                     AND EMP-HIRE-DATE > WS-CAL-END-DATE
055558                 SET EMP-BYPASSED TO TRUE
055560             END-IF
055562     END-EVALUATE.
055564 2080-EXIT.
055566     EXIT.

055568*----------------------------------------------------------------
055600* 2500-EDIT-EMPLOYEE - VALIDATE THE INCOMING RECORD BEFORE ANY
055700* PAY IS CALCULATED.  EACH FAILED CHECK WRITES ITS OWN LINE TO
055800* EXCEPTION-REPORT SO A RECORD WITH SEVERAL PROBLEMS IS FULLY
058000         SET RECORD-INVALID TO TRUE
058100         MOVE "ZERO OR INVALID PAY RATE" TO WS-EXCEPTION-REASON
058200         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
058210     END-IF
058220     IF EMP-TYPE-SALARIED AND EMP-ANNUAL-SALARY = ZERO
058230         SET RECORD-INVALID TO TRUE
058240         MOVE "ZERO ANNUAL SALARY" TO WS-EXCEPTION-REASON
058250         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
058300     END-IF.
058400 2520-EXIT.
058500     EXIT.
062230* 2550-CHECK-TIMECARD - AN ACTIVE EMPLOYEE WITH NO PUNCHES ON
062240* TIMECARD.DAT IS NOT PAID THIS PERIOD; THE EXCEPTION LINE IS
062250* HOW PAYROLL OFFICE FINDS OUT BEFORE THE EMPLOYEE DOES.
062255* A SALARIED EMPLOYEE IS PAID WITHOUT ONE AND IS NOT REPORTED.
062260*----------------------------------------------------------------
062270 2550-CHECK-TIMECARD.
062280     IF TIMECARD-NOT-FOUND AND NOT EMP-TYPE-SALARIED
062290         SET RECORD-INVALID TO TRUE
062300         MOVE "NO TIMECARD FOR EMPLOYEE" TO WS-EXCEPTION-REASON
062310         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
063822* TO EXCEPT.REP AS A TIMECARD WITHOUT A MASTER RECORD.
063824*----------------------------------------------------------------
063826 2700-MATCH-TIMECARD.
063827     MOVE ZERO TO WS-TC-VAC-HOURS WS-TC-SICK-HOURS
063828     MOVE ZERO TO WS-TC-HOURS WS-TC-HOL-HOURS
063829     MOVE ZERO TO WS-EMP-CC-COUNT
063830     SET TIMECARD-NOT-FOUND TO TRUE
063831     MOVE ZERO TO WS-TC-BASE-HOURS WS-EMP-EARN-COUNT
063832     PERFORM 2710-REPORT-ORPHAN-TIMECARD THRU 2710-EXIT
063834         UNTIL TC-EOF OR TC-EMP-ID NOT LESS THAN EMP-ID
063836     PERFORM 2720-SUM-ONE-PUNCH THRU 2720-EXIT

063858 2720-SUM-ONE-PUNCH.
063860     SET TIMECARD-FOUND TO TRUE
063861     PERFORM 2725-SORT-PUNCH-HOURS THRU 2725-EXIT
063862     ADD TC-HOURS TO WS-TC-HOURS
063864     ADD TC-HOLIDAY-HOURS TO WS-TC-HOL-HOURS
063865     PERFORM 2730-ADD-PUNCH-TO-CC THRU 2730-EXIT
063868 2720-EXIT.
063870     EXIT.

063871*----------------------------------------------------------------
063872* 2725-SORT-PUNCH-HOURS - ADD THE PUNCH'S VACATION AND SICK
063873* HOURS TO THE LEAVE TOTALS, AND ITS WORKED HOURS TO
063874* WS-TC-BASE-HOURS WHEN IT CARRIES NO EARNINGS CODE OR TO ITS
063875* CODE'S ENTRY THROUGH 2760-ADD-EARNINGS-PUNCH WHEN IT DOES.
063876*----------------------------------------------------------------
063877 2725-SORT-PUNCH-HOURS.
063878     ADD TC-VACATION-HOURS TO WS-TC-VAC-HOURS
063879     ADD TC-SICK-HOURS TO WS-TC-SICK-HOURS
063880     IF TC-EARN-CODE = SPACES
063881         ADD TC-HOURS TO WS-TC-BASE-HOURS
063882     ELSE
063883         PERFORM 2760-ADD-EARNINGS-PUNCH THRU 2760-EXIT
063884     END-IF.
063885 2725-EXIT.
063886     EXIT.

063887*----------------------------------------------------------------
063888* 2730-ADD-PUNCH-TO-CC - ROLL THIS PUNCH'S HOURS (REGULAR PLUS
063889* HOLIDAY) INTO THE EMPLOYEE'S WORKED-COST-CENTER TABLE FOR THE
063890* LABOR SPLIT.  A PUNCH WITH NO COST CENTER BELONGS TO THE HOME
063891* DEPARTMENT.  HOURS BEYOND THE TEN-CENTER TABLE ROLL INTO THE
063892* FIRST CENTER RATHER THAN OVERRUNNING IT, AND THE EXCEPTION
063893* REPORT SAYS SO.
063894*----------------------------------------------------------------
063895 2730-ADD-PUNCH-TO-CC.
063896     IF TC-COST-CENTER = SPACES
063897         MOVE EMP-DEPT-CODE TO WS-PUNCH-CC
063898     ELSE
063899         MOVE TC-COST-CENTER TO WS-PUNCH-CC
063900     END-IF
063901     ADD TC-HOURS TC-HOLIDAY-HOURS GIVING WS-PUNCH-HOURS
063902     SET EMP-CC-NOT-FOUND TO TRUE
063904     MOVE ZERO TO WS-CC-SUB
063906     PERFORM 2740-FIND-EMP-CC THRU 2740-EXIT
063982 2750-EXIT.
063984     EXIT.

063985*----------------------------------------------------------------
063986* 2760-ADD-EARNINGS-PUNCH - A PUNCH CARRYING AN EARNINGS CODE IS
063987* LOOKED UP ON THE EARNINGS-CODE TABLE AND ITS HOURS ADDED TO THE
063988* EMPLOYEE'S ENTRY FOR THAT CODE, OPENED THE FIRST TIME THE CODE
063989* TURNS UP IN THE PERIOD.  UNDER A GUARANTEED MINIMUM A PUNCH
063990* THAT WORKED LESS THAN THE MINIMUM IS PAID FOR THE MINIMUM.  A
063991* CODE NOT ON THE TABLE, OR A NINTH CODE IN ONE PERIOD, GOES TO
063992* EXCEPT.REP AND THE PUNCH'S HOURS ARE TAKEN OFF IT BEFORE
063993* 2720-SUM-ONE-PUNCH TOTALS THEM, SO THEY ARE NOT PAID UNTIL THE
063994* TIMECARD IS CORRECTED.
063995*----------------------------------------------------------------
063996 2760-ADD-EARNINGS-PUNCH.
063997     SET EARN-CODE-NOT-FOUND TO TRUE
063998     MOVE ZERO TO WS-EARN-CODE-SUB
063999     PERFORM 2765-FIND-EARN-CODE THRU 2765-EXIT
064000         UNTIL EARN-CODE-FOUND
064001             OR WS-EARN-CODE-SUB = WS-EARN-CODE-COUNT
064002     IF EARN-CODE-NOT-FOUND
064003         MOVE SPACES TO WS-EXCEPTION-REASON
064004         STRING "UNKNOWN EARN CODE " DELIMITED BY SIZE
064005                TC-EARN-CODE DELIMITED BY SIZE
064006                " HRS " DELIMITED BY SIZE
064007                TC-HOURS DELIMITED BY SIZE
064008             INTO WS-EXCEPTION-REASON
064009         END-STRING
064010         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
064011         MOVE ZERO TO TC-HOURS
064012         GO TO 2760-EXIT
064013     END-IF
064014     SET EMP-EARN-NOT-FOUND TO TRUE
064015     MOVE ZERO TO WS-EARN-SUB
064016     PERFORM 2770-FIND-EMP-EARN THRU 2770-EXIT
064017         UNTIL EMP-EARN-FOUND OR WS-EARN-SUB = WS-EMP-EARN-COUNT
064018     IF EMP-EARN-NOT-FOUND
064019         IF WS-EMP-EARN-COUNT < WS-EMP-EARN-MAX
064020             ADD 1 TO WS-EMP-EARN-COUNT
064021             MOVE WS-EMP-EARN-COUNT TO WS-EARN-SUB
064022             PERFORM 2775-OPEN-EMP-EARN THRU 2775-EXIT
064023         ELSE
064024             MOVE SPACES TO WS-EXCEPTION-REASON
064025             STRING "EARN CODES FULL " DELIMITED BY SIZE
064026                    TC-EARN-CODE DELIMITED BY SIZE
064027                    " HRS " DELIMITED BY SIZE
064028                    TC-HOURS DELIMITED BY SIZE
064029                 INTO WS-EXCEPTION-REASON
064030             END-STRING
064031             PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
064032             MOVE ZERO TO TC-HOURS
064033             GO TO 2760-EXIT
064034         END-IF
064035     END-IF
064036     ADD TC-HOURS TO WS-EMP-EARN-HOURS (WS-EARN-SUB)
064037     IF EMP-EARN-MINIMUM (WS-EARN-SUB)
064038             AND TC-HOURS < WS-EMP-EARN-VALUE (WS-EARN-SUB)
064039         ADD WS-EMP-EARN-VALUE (WS-EARN-SUB)
064040             TO WS-EMP-EARN-PAID-HOURS (WS-EARN-SUB)
064041     ELSE
064042         ADD TC-HOURS TO WS-EMP-EARN-PAID-HOURS (WS-EARN-SUB)
064043     END-IF
064044     ADD 1 TO WS-EMP-EARN-PUNCHES (WS-EARN-SUB).
064045 2760-EXIT.
064046     EXIT.

064047 2765-FIND-EARN-CODE.
064048     ADD 1 TO WS-EARN-CODE-SUB
064049     IF ECT-CODE (WS-EARN-CODE-SUB) = TC-EARN-CODE
064050         SET EARN-CODE-FOUND TO TRUE
064051     END-IF.
064052 2765-EXIT.
064053     EXIT.

064054 2770-FIND-EMP-EARN.
064055     ADD 1 TO WS-EARN-SUB
064056     IF WS-EMP-EARN-CODE (WS-EARN-SUB) = TC-EARN-CODE
064057         SET EMP-EARN-FOUND TO TRUE
064058     END-IF.
064059 2770-EXIT.
064060     EXIT.

064061 2775-OPEN-EMP-EARN.
064062     MOVE ECT-CODE (WS-EARN-CODE-SUB)
064063         TO WS-EMP-EARN-CODE (WS-EARN-SUB)
064064     MOVE ECT-DESC (WS-EARN-CODE-SUB)
064065         TO WS-EMP-EARN-DESC (WS-EARN-SUB)
064066     MOVE ECT-RULE (WS-EARN-CODE-SUB)
064067         TO WS-EMP-EARN-RULE (WS-EARN-SUB)
064068     MOVE ECT-VALUE (WS-EARN-CODE-SUB)
064069         TO WS-EMP-EARN-VALUE (WS-EARN-SUB)
064070     MOVE ECT-OT-FLAG (WS-EARN-CODE-SUB)
064071         TO WS-EMP-EARN-OT-FLAG (WS-EARN-SUB)
064072     MOVE ZERO TO WS-EMP-EARN-HOURS (WS-EARN-SUB)
064073         WS-EMP-EARN-PAID-HOURS (WS-EARN-SUB)
064074         WS-EMP-EARN-PUNCHES (WS-EARN-SUB)
064075         WS-EMP-EARN-AMOUNT (WS-EARN-SUB).
064076 2775-EXIT.
064077     EXIT.

064078*----------------------------------------------------------------
064079* 2800-PAY-EARNINGS-CODES - PAY AN HOURLY EMPLOYEE WHOSE TIMECARD
064080* CARRIED EARNINGS CODES.  EACH CODE IS PAID BY ITS RULE IN
064081* 2810-PAY-ONE-CODE AND THE UNCODED HOURS AT EMP-RATE.  THE HOURS
064082* THAT COUNT TOWARD OVERTIME ARE THE UNCODED HOURS PLUS THOSE OF
064083* EVERY CODE FLAGGED TO COUNT.  PAST THE 40-HOUR THRESHOLD THE
064084* REGULAR RATE IS ALL THE STRAIGHT-TIME PAY (THE UNCODED HOURS AND
064085* EVERY CODE'S PAY) OVER THOSE HOURS, AND EACH OVERTIME HOUR EARNS
064086* THE OVERTIME PREMIUM (WS-OT-FACTOR LESS ONE) AT THAT RATE ON TOP
064087* OF ITS STRAIGHT TIME.  OVERTIME HOURS COME OUT OF THE UNCODED
064088* HOURS FIRST, TAKING THEIR STRAIGHT TIME INTO WS-OT-PAY WITH
064089* THEM; A CODED HOUR'S STRAIGHT TIME IS ALREADY IN THE CODE'S PAY.
064090* HOLIDAY HOURS ARE PAID AT DOUBLE TIME AS ALWAYS.
064091*----------------------------------------------------------------
064092 2800-PAY-EARNINGS-CODES.
064093     MOVE ZERO TO WS-EARN-PAY WS-OT-HOURS WS-OT-PAY
064094     MOVE WS-TC-BASE-HOURS TO WS-OT-COUNT-HOURS
064095     PERFORM 2810-PAY-ONE-CODE THRU 2810-EXIT
064096         VARYING WS-EARN-SUB FROM 1 BY 1
064097         UNTIL WS-EARN-SUB > WS-EMP-EARN-COUNT
064098     MOVE WS-TC-BASE-HOURS TO WS-REG-HOURS
064099     IF WS-OT-COUNT-HOURS > WS-REG-THRESHOLD
064100         SUBTRACT WS-REG-THRESHOLD FROM WS-OT-COUNT-HOURS
064101             GIVING WS-OT-HOURS
064102         MULTIPLY WS-TC-BASE-HOURS BY EMP-RATE GIVING WS-BASE-PAY
064103         ADD WS-BASE-PAY WS-EARN-PAY GIVING WS-RR-WORK
064104         DIVIDE WS-RR-WORK BY WS-OT-COUNT-HOURS
064105             GIVING WS-REGULAR-RATE ROUNDED
064106         IF WS-OT-HOURS > WS-TC-BASE-HOURS
064107             MOVE WS-TC-BASE-HOURS TO WS-OT-BASE-HOURS
064108         ELSE
064109             MOVE WS-OT-HOURS TO WS-OT-BASE-HOURS
064110         END-IF
064111         SUBTRACT WS-OT-BASE-HOURS FROM WS-REG-HOURS
064112         MULTIPLY WS-OT-BASE-HOURS BY EMP-RATE GIVING WS-OT-PAY
064113         SUBTRACT 1 FROM WS-OT-FACTOR GIVING WS-OT-PREM-FACTOR
064114         MULTIPLY WS-REGULAR-RATE BY WS-OT-PREM-FACTOR
064115             GIVING WS-OT-PREM-RATE
064116         MULTIPLY WS-OT-HOURS BY WS-OT-PREM-RATE
064117             GIVING WS-OT-PREMIUM ROUNDED
064118         ADD WS-OT-PREMIUM TO WS-OT-PAY
064119     END-IF
064120     MULTIPLY WS-REG-HOURS BY EMP-RATE GIVING WS-REG-PAY
064121     MULTIPLY EMP-RATE BY WS-DT-FACTOR GIVING WS-DT-RATE
064122     MULTIPLY WS-TC-HOL-HOURS BY WS-DT-RATE
064123         GIVING WS-HOLIDAY-PAY
064124     ADD WS-REG-PAY WS-OT-PAY WS-HOLIDAY-PAY WS-EARN-PAY
064125         GIVING WS-EMP-PAY.
064126 2800-EXIT.
064127     EXIT.

064128*----------------------------------------------------------------
064129* 2810-PAY-ONE-CODE - PRICE ONE EARNINGS-CODE ENTRY BY ITS RULE
064130* (SEE EARNCODE.CPY) AND COUNT ITS HOURS TOWARD OVERTIME WHEN THE
064131* CODE SAYS SO.
064132*----------------------------------------------------------------
064133 2810-PAY-ONE-CODE.
064134     EVALUATE TRUE
064135         WHEN EMP-EARN-PREMIUM (WS-EARN-SUB)
064136             ADD EMP-RATE WS-EMP-EARN-VALUE (WS-EARN-SUB)
064137                 GIVING WS-EARN-RATE-WORK
064138             MULTIPLY WS-EMP-EARN-PAID-HOURS (WS-EARN-SUB)
064139                 BY WS-EARN-RATE-WORK
064140                 GIVING WS-EMP-EARN-AMOUNT (WS-EARN-SUB) ROUNDED
064141         WHEN EMP-EARN-MULTIPLE (WS-EARN-SUB)
064142             MULTIPLY EMP-RATE BY WS-EMP-EARN-VALUE (WS-EARN-SUB)
064143                 GIVING WS-EARN-RATE-WORK
064144             MULTIPLY WS-EMP-EARN-PAID-HOURS (WS-EARN-SUB)
064145                 BY WS-EARN-RATE-WORK
064146                 GIVING WS-EMP-EARN-AMOUNT (WS-EARN-SUB) ROUNDED
064147         WHEN EMP-EARN-FLAT (WS-EARN-SUB)
064148             MULTIPLY WS-EMP-EARN-PUNCHES (WS-EARN-SUB)
064149                 BY WS-EMP-EARN-VALUE (WS-EARN-SUB)
064150                 GIVING WS-EMP-EARN-AMOUNT (WS-EARN-SUB) ROUNDED
064151         WHEN EMP-EARN-MINIMUM (WS-EARN-SUB)
064152             MULTIPLY WS-EMP-EARN-PAID-HOURS (WS-EARN-SUB)
064153                 BY EMP-RATE
064154                 GIVING WS-EMP-EARN-AMOUNT (WS-EARN-SUB) ROUNDED
064155     END-EVALUATE
064156     ADD WS-EMP-EARN-AMOUNT (WS-EARN-SUB) TO WS-EARN-PAY
064157     IF EMP-EARN-COUNTS-FOR-OT (WS-EARN-SUB)
064158         ADD WS-EMP-EARN-HOURS (WS-EARN-SUB) TO WS-OT-COUNT-HOURS
064159     END-IF.
064160 2810-EXIT.
064161     EXIT.

064162*----------------------------------------------------------------
064163* 3000-PROCESS-EMPLOYEE - COMPUTE GROSS PAY FROM THE TIMECARD
064164* HOURS SUMMED BY 2700-MATCH-TIMECARD.  HOURS UP TO THE
064200* 40-HOUR THRESHOLD ARE PAID STRAIGHT TIME, HOURS BEYOND IT ARE
064300* PAID AT 1.5 TIMES EMP-RATE, AND HOLIDAY HOURS ARE PAID AT
064400* DOUBLE TIME.  DEDUCTIONS AND NET PAY ARE THEN APPLIED AND THE
064500* DETAIL LINE IS WRITTEN.
064510* A SALARIED EMPLOYEE IS PAID FROM THE ANNUAL SALARY INSTEAD, BY
064520* 3010-COMPUTE-SALARY-PAY, AND REJOINS AT 3000-PAY-COMPUTED.
064530* EITHER WAY 3100-PROCESS-LEAVE-BANK THEN ACCRUES LEAVE, PAYS ANY
064540* VACATION AND SICK HOURS TAKEN, AND ON A FINAL PAYMENT PAYS OUT
064550* THE UNUSED VACATION, ALL INTO WS-EMP-PAY.
064560* AN HOURLY EMPLOYEE WHOSE TIMECARD CARRIED EARNINGS CODES IS PAID
064570* BY 2800-PAY-EARNINGS-CODES, WHICH ALSO WORKS OVERTIME FROM THE
064580* REGULAR RATE, AND REJOINS AT 3000-PAY-COMPUTED.  A SALARIED
064590* EMPLOYEE'S CODED HOURS ARE NOT PAID AND GO TO EXCEPT.REP.
064600*----------------------------------------------------------------
064700 3000-PROCESS-EMPLOYEE.
064705     MOVE ZERO TO WS-SAL-PAY
064710     SET SALARY-NOT-PRORATED TO TRUE
064715     MOVE ZERO TO WS-EARN-PAY WS-REGULAR-RATE
064720     IF EMP-TYPE-SALARIED
064725         PERFORM 3010-COMPUTE-SALARY-PAY THRU 3010-EXIT
064730         IF WS-EMP-EARN-COUNT > ZERO
064735             MOVE "EARN CODES NOT PAID - SALARIED"
064740                 TO WS-EXCEPTION-REASON
064745             PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
064750             MOVE ZERO TO WS-EMP-EARN-COUNT
064755         END-IF
064760         GO TO 3000-PAY-COMPUTED
064765     END-IF
064770     IF WS-EMP-EARN-COUNT > ZERO
064775         PERFORM 2800-PAY-EARNINGS-CODES THRU 2800-EXIT
064780         GO TO 3000-PAY-COMPUTED
064785     END-IF
064800     IF WS-TC-HOURS > WS-REG-THRESHOLD
064900         MOVE WS-REG-THRESHOLD TO WS-REG-HOURS
065000         SUBTRACT WS-REG-THRESHOLD FROM WS-TC-HOURS
066300         GIVING WS-HOLIDAY-PAY

066500     ADD WS-REG-PAY WS-OT-PAY WS-HOLIDAY-PAY
066600         GIVING WS-EMP-PAY.

066610 3000-PAY-COMPUTED.
066620     PERFORM 3100-PROCESS-LEAVE-BANK THRU 3100-EXIT
066700     PERFORM 3050-MATCH-RETRO-PAY THRU 3050-EXIT

066800     ADD WS-EMP-PAY TO WS-TOTAL-PAY
067160     PERFORM 3560-DISTRIBUTE-LABOR THRU 3560-EXIT
067200     PERFORM 5000-UPDATE-YTD-MASTER THRU 5000-EXIT
067300     PERFORM 3500-ACCUMULATE-DEPT-TOTALS THRU 3500-EXIT
067310     PERFORM 3680-ALLOCATE-DEPOSITS THRU 3680-EXIT
067400     PERFORM 3600-PRINT-PAY-STUB THRU 3600-EXIT
067500     PERFORM 3700-WRITE-ACH-RECORD THRU 3700-EXIT
067510     IF TRIAL-RUN
067520         PERFORM 3950-COMPARE-PRIOR-PERIOD THRU 3950-EXIT
067530     ELSE
067550         PERFORM 3900-WRITE-PAY-HISTORY THRU 3900-EXIT
067560     END-IF

067700     MOVE EMP-ID        TO WS-ID
067800     MOVE EMP-NAME      TO WS-NAME
071100     END-STRING

071300     WRITE REPORT-LINE.
071301 3000-EXIT.
071302     EXIT.

071303*----------------------------------------------------------------
071304* 3010-COMPUTE-SALARY-PAY - A SALARIED EMPLOYEE IS PAID THE
071305* ANNUAL SALARY DIVIDED BY THEIR OWN PERIODS PER YEAR, WHATEVER
071306* THE TIMECARD SAYS.  THE HOURLY WORK FIELDS ARE CLEARED SO
071307* NOTHING FROM THE PREVIOUS EMPLOYEE CARRIES INTO THIS ONE.  WHEN
071308* THE PAY CALENDAR DATES ARE KNOWN, 3020-PRORATE-SALARY CUTS THE
071309* PERIOD'S SALARY BACK FOR A HIRE OR TERMINATION INSIDE IT.
071310*----------------------------------------------------------------
071311 3010-COMPUTE-SALARY-PAY.
071312     MOVE ZERO TO WS-REG-HOURS WS-OT-HOURS
071313     MOVE ZERO TO WS-OT-PAY WS-HOLIDAY-PAY
071314     SET SALARY-NOT-PRORATED TO TRUE
071315     DIVIDE EMP-ANNUAL-SALARY BY WS-EMP-PERIODS-PER-YEAR
071316         GIVING WS-SAL-PERIOD-PAY ROUNDED
071317     MOVE WS-SAL-PERIOD-PAY TO WS-SAL-PAY
071318     IF WS-CAL-START-DATE NOT = SPACES
071319             AND WS-CAL-END-DATE NOT = SPACES
071320         PERFORM 3020-PRORATE-SALARY THRU 3020-EXIT
071321     END-IF
071322     MOVE WS-SAL-PAY TO WS-REG-PAY
071323     MOVE WS-SAL-PAY TO WS-EMP-PAY.
071324 3010-EXIT.
071325     EXIT.

071326*----------------------------------------------------------------
071327* 3020-PRORATE-SALARY - THE EMPLOYED SPAN RUNS FROM THE LATER OF
071328* THE PERIOD START AND THE HIRE DATE TO THE EARLIER OF THE
071329* PERIOD END AND THE TERMINATION DATE, BOTH DAYS INCLUSIVE.  IF
071330* EITHER DATE CUTS INTO THE PERIOD, THE SALARY IS PRORATED BY THE
071331* WORKING DAYS (MONDAY THROUGH FRIDAY) IN THE EMPLOYED SPAN OVER
071332* THE WORKING DAYS IN THE WHOLE PERIOD.  AN UNREADABLE DATE
071333* LEAVES THE FULL PERIOD SALARY IN PLACE AND IS REPORTED.
071334*----------------------------------------------------------------
071335 3020-PRORATE-SALARY.
071336     MOVE WS-CAL-START-DATE TO WS-PRORATE-FROM
071337     MOVE WS-CAL-END-DATE   TO WS-PRORATE-TO
071338     IF EMP-HIRE-DATE NOT = SPACES
071339             AND EMP-HIRE-DATE > WS-CAL-START-DATE
071340         MOVE EMP-HIRE-DATE TO WS-PRORATE-FROM
071341         SET SALARY-PRORATED TO TRUE
071342     END-IF
071343     IF EMP-STAT-TERMINATED
071344             AND EMP-TERM-DATE NOT = SPACES
071345             AND EMP-TERM-DATE < WS-CAL-END-DATE
071346         MOVE EMP-TERM-DATE TO WS-PRORATE-TO
071347         SET SALARY-PRORATED TO TRUE
071348     END-IF
071349     IF SALARY-NOT-PRORATED
071350         GO TO 3020-EXIT
071351     END-IF
071352     SET DN-DATES-VALID TO TRUE
071353     MOVE WS-CAL-START-DATE TO WS-DN-DATE
071354     PERFORM 3030-COMPUTE-DAY-NUMBER THRU 3030-EXIT
071355     MOVE WS-DAY-NUMBER TO WS-DAY-FROM
071356     MOVE WS-CAL-END-DATE TO WS-DN-DATE
071357     PERFORM 3030-COMPUTE-DAY-NUMBER THRU 3030-EXIT
071358     MOVE WS-DAY-NUMBER TO WS-DAY-TO
071359     PERFORM 3040-COUNT-WORKDAYS THRU 3040-EXIT
071360     MOVE WS-WORKDAY-COUNT TO WS-PERIOD-WORKDAYS
071361     MOVE WS-PRORATE-FROM TO WS-DN-DATE
071362     PERFORM 3030-COMPUTE-DAY-NUMBER THRU 3030-EXIT
071363     MOVE WS-DAY-NUMBER TO WS-DAY-FROM
071364     MOVE WS-PRORATE-TO TO WS-DN-DATE
071365     PERFORM 3030-COMPUTE-DAY-NUMBER THRU 3030-EXIT
071366     MOVE WS-DAY-NUMBER TO WS-DAY-TO
071367     PERFORM 3040-COUNT-WORKDAYS THRU 3040-EXIT
071368     MOVE WS-WORKDAY-COUNT TO WS-PAID-WORKDAYS
071369     IF DN-DATE-INVALID OR WS-PERIOD-WORKDAYS = ZERO
071370         SET SALARY-NOT-PRORATED TO TRUE
071371         MOVE "SALARY NOT PRORATED - BAD DATE"
071372             TO WS-EXCEPTION-REASON
071373         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
071374         GO TO 3020-EXIT
071375     END-IF
071376     MULTIPLY WS-SAL-PERIOD-PAY BY WS-PAID-WORKDAYS
071377         GIVING WS-SAL-WORK
071378     DIVIDE WS-SAL-WORK BY WS-PERIOD-WORKDAYS
071379         GIVING WS-SAL-PAY ROUNDED.
071380 3020-EXIT.
071381     EXIT.

071382*----------------------------------------------------------------
071383* 3030-COMPUTE-DAY-NUMBER - TURN WS-DN-DATE (YYYY-MM-DD) INTO A
071384* SERIAL DAY NUMBER.  THE YEAR IS COUNTED FROM MARCH SO THE LEAP
071385* DAY FALLS AT ITS END.  ONLY DIFFERENCES BETWEEN DAY NUMBERS AND
071386* THE DAY OF THE WEEK ARE USED.  A DATE THAT IS NOT NUMERIC OR
071387* HAS AN IMPOSSIBLE MONTH OR DAY SETS DN-DATE-INVALID.
071388*----------------------------------------------------------------
071389 3030-COMPUTE-DAY-NUMBER.
071390     MOVE ZERO TO WS-DAY-NUMBER
071391     IF WS-DN-YEAR NOT NUMERIC OR WS-DN-MONTH NOT NUMERIC
071392             OR WS-DN-DAY NOT NUMERIC
071393         SET DN-DATE-INVALID TO TRUE
071394         GO TO 3030-EXIT
071395     END-IF
071396     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
071397             OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
071398         SET DN-DATE-INVALID TO TRUE
071399         GO TO 3030-EXIT
071400     END-IF
071401     MOVE WS-DN-YEAR  TO WS-DN-CALC-YEAR
071402     MOVE WS-DN-MONTH TO WS-DN-CALC-MONTH
071403     IF WS-DN-CALC-MONTH < 3
071404         SUBTRACT 1 FROM WS-DN-CALC-YEAR
071405         ADD 12 TO WS-DN-CALC-MONTH
071406     END-IF
071407     MULTIPLY WS-DN-CALC-YEAR BY 365 GIVING WS-DAY-NUMBER
071408     DIVIDE WS-DN-CALC-YEAR BY 4 GIVING WS-DN-WORK
071409     ADD WS-DN-WORK TO WS-DAY-NUMBER
071410     DIVIDE WS-DN-CALC-YEAR BY 100 GIVING WS-DN-WORK
071411     SUBTRACT WS-DN-WORK FROM WS-DAY-NUMBER
071412     DIVIDE WS-DN-CALC-YEAR BY 400 GIVING WS-DN-WORK
071413     ADD WS-DN-WORK TO WS-DAY-NUMBER
071414     SUBTRACT 3 FROM WS-DN-CALC-MONTH
071415     MULTIPLY WS-DN-CALC-MONTH BY 153 GIVING WS-DN-WORK
071416     ADD 2 TO WS-DN-WORK
071417     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-WORK
071418     ADD WS-DN-WORK TO WS-DAY-NUMBER
071419     ADD WS-DN-DAY TO WS-DAY-NUMBER.
071420 3030-EXIT.
071421     EXIT.

071422*----------------------------------------------------------------
071423* 3040-COUNT-WORKDAYS - COUNT THE MONDAY-THROUGH-FRIDAY DAYS FROM
071424* WS-DAY-FROM TO WS-DAY-TO INCLUSIVE.  A DAY NUMBER FROM 3030
071425* LEAVES A REMAINDER OF 4 ON A SATURDAY AND 5 ON A SUNDAY WHEN
071426* DIVIDED BY 7.  AN EMPTY SPAN COUNTS ZERO.
071427*----------------------------------------------------------------
071428 3040-COUNT-WORKDAYS.
071429     MOVE ZERO TO WS-WORKDAY-COUNT
071430     IF WS-DAY-FROM > WS-DAY-TO
071431         GO TO 3040-EXIT
071432     END-IF
071433     PERFORM 3045-COUNT-ONE-DAY THRU 3045-EXIT
071434         VARYING WS-DAY-CURSOR FROM WS-DAY-FROM BY 1
071435         UNTIL WS-DAY-CURSOR > WS-DAY-TO.
071436 3040-EXIT.
071437     EXIT.

071438 3045-COUNT-ONE-DAY.
071439     DIVIDE WS-DAY-CURSOR BY 7 GIVING WS-DN-WORK
071440         REMAINDER WS-WEEKDAY
071441     IF NOT WEEKEND-DAY
071442         ADD 1 TO WS-WORKDAY-COUNT
071443     END-IF.
071444 3045-EXIT.
071445     EXIT.

071520*----------------------------------------------------------------
071530* 3050-MATCH-RETRO-PAY - MATCH THE CURRENT EMPLOYEE AGAINST
071664 3055-EXIT.
071666     EXIT.

071667*----------------------------------------------------------------
071668* 3100-PROCESS-LEAVE-BANK - BRING THIS EMPLOYEE'S VACATION AND
071669* SICK BANKS UP TO DATE FOR THE PERIOD.  THE BALANCES ARE LOADED
071670* FROM LEAVEBAL.DAT (ZERO FOR A FIRST-TIME EMPLOYEE), EACH BANK
071671* ACCRUES ITS SHARE OF THE ANNUAL RATE FOR THE EMPLOYEE'S SERVICE
071672* TIER, THE HOURS TAKEN ON THE TIMECARD COME OUT AND ARE PAID, A
071673* FINAL PAYMENT PAYS OUT WHAT VACATION IS LEFT, AND THE NEW
071674* BALANCES GO TO LEAVEBAL.NEW.  THE LEAVE PAY AND PAYOUT JOIN
071675* WS-EMP-PAY, SO THEY ARE TAXED AND DEDUCTED LIKE ANY EARNINGS.
071676*----------------------------------------------------------------
071677 3100-PROCESS-LEAVE-BANK.
071678     MOVE ZERO TO WS-LEAVE-PAY WS-VAC-PAYOUT WS-VAC-PAYOUT-HOURS
071679     PERFORM 3130-DETERMINE-SERVICE-TIER THRU 3130-EXIT
071680     PERFORM 3110-LOAD-LEAVE-BANKS THRU 3110-EXIT
071681     PERFORM 3140-ACCRUE-ONE-BANK THRU 3140-EXIT
071682         VARYING WS-LV-SUB FROM 1 BY 1 UNTIL WS-LV-SUB > 2
071683     MOVE WS-TC-SICK-HOURS TO WS-LV-WANT (WS-LV-SICK-SUB)
071684     MOVE WS-TC-VAC-HOURS  TO WS-LV-WANT (WS-LV-VAC-SUB)
071685     PERFORM 3150-TAKE-ONE-BANK THRU 3150-EXIT
071686         VARYING WS-LV-SUB FROM 1 BY 1 UNTIL WS-LV-SUB > 2
071687     IF FINAL-PAYMENT
071688         PERFORM 3160-PAY-OUT-VACATION THRU 3160-EXIT
071689     END-IF
071690     ADD WS-LEAVE-PAY WS-VAC-PAYOUT TO WS-EMP-PAY
071691     PERFORM 3170-WRITE-ONE-BANK THRU 3170-EXIT
071692         VARYING WS-LV-SUB FROM 1 BY 1 UNTIL WS-LV-SUB > 2.
071693 3100-EXIT.
071694     EXIT.

071695*----------------------------------------------------------------
071696* 3110-LOAD-LEAVE-BANKS - CARRY FORWARD, UNCHANGED, THE BALANCES
071697* OF EMPLOYEES PASSED OVER SINCE THE LAST ONE PAID, THEN LOAD
071698* THIS EMPLOYEE'S BANKS.  YEAR-TO-DATE ACCRUAL AND USE FROM AN
071699* EARLIER YEAR ARE DROPPED SO THE ANNUAL CAP STARTS OVER.
071700* A BALANCE RECORD WITH AN UNKNOWN LEAVE TYPE IS REPORTED AND
071701* DROPPED.
071702*----------------------------------------------------------------
071703 3110-LOAD-LEAVE-BANKS.
071704     PERFORM 3115-CARRY-ONE-LEAVE THRU 3115-EXIT
071705         UNTIL LEAVE-EOF OR LV-EMP-ID NOT LESS THAN EMP-ID
071706     PERFORM 3120-CLEAR-ONE-BANK THRU 3120-EXIT
071707         VARYING WS-LV-SUB FROM 1 BY 1 UNTIL WS-LV-SUB > 2
071708     PERFORM 3125-LOAD-ONE-LEAVE THRU 3125-EXIT
071709         UNTIL LEAVE-EOF OR LV-EMP-ID NOT = EMP-ID.
071710 3110-EXIT.
071711     EXIT.

071712 3115-CARRY-ONE-LEAVE.
071713     MOVE LEAVE-BALANCE-RECORD TO NEW-LEAVE-BALANCE-RECORD
071714     IF LIVE-RUN
071715         WRITE NEW-LEAVE-BALANCE-RECORD
071716     END-IF
071717     PERFORM 1370-READ-LEAVE THRU 1370-EXIT.
071718 3115-EXIT.
071719     EXIT.

071720 3120-CLEAR-ONE-BANK.
071721     MOVE ZERO TO WS-LV-BAL (WS-LV-SUB)
071722                  WS-LV-YTD-ACCRUED (WS-LV-SUB)
071723                  WS-LV-YTD-USED (WS-LV-SUB)
071724                  WS-LV-WANT (WS-LV-SUB)
071725                  WS-LV-USED (WS-LV-SUB).
071726 3120-EXIT.
071727     EXIT.

071728 3125-LOAD-ONE-LEAVE.
071729     IF LV-TYPE-SICK
071730         MOVE WS-LV-SICK-SUB TO WS-LV-SUB
071731     ELSE
071732         IF LV-TYPE-VACATION
071733             MOVE WS-LV-VAC-SUB TO WS-LV-SUB
071734         ELSE
071735             MOVE "UNKNOWN LEAVE TYPE ON LEAVEBAL"
071736                 TO WS-EXCEPTION-REASON
071737             PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
071738             GO TO 3125-READ-NEXT
071739         END-IF
071740     END-IF
071741     MOVE LV-BALANCE TO WS-LV-BAL (WS-LV-SUB)
071742     IF LV-ACCRUAL-YEAR = WS-LV-YEAR
071743         MOVE LV-YTD-ACCRUED TO WS-LV-YTD-ACCRUED (WS-LV-SUB)
071744         MOVE LV-YTD-USED    TO WS-LV-YTD-USED (WS-LV-SUB)
071745     END-IF.
071746 3125-READ-NEXT.
071747     PERFORM 1370-READ-LEAVE THRU 1370-EXIT.
071748 3125-EXIT.
071749     EXIT.

071750*----------------------------------------------------------------
071751* 3130-DETERMINE-SERVICE-TIER - COUNT COMPLETED YEARS OF SERVICE
071752* FROM EMP-HIRE-DATE TO THE PERIOD END DATE ON PAYCAL.DAT (THE
071753* PAY PERIOD ITSELF WHEN NO CALENDAR IS ON FILE) AND PICK THE
071754* ACCRUAL TIER.  A MISSING OR UNREADABLE HIRE DATE COUNTS AS NO
071755* SERVICE, THE LOWEST TIER.  THE YEAR OF THAT DATE IS THE ACCRUAL
071756* YEAR THE ANNUAL CAP IS MEASURED IN.
071757*----------------------------------------------------------------
071758 3130-DETERMINE-SERVICE-TIER.
071759     IF WS-CAL-END-DATE NOT = SPACES
071760         MOVE WS-CAL-END-DATE TO WS-LV-AS-OF-DATE
071761     ELSE
071762         MOVE WS-PAY-PERIOD TO WS-LV-AS-OF-DATE
071763     END-IF
071764     MOVE ZERO TO WS-LV-YEAR WS-SERVICE-YEARS
071765     MOVE 1 TO WS-LV-TIER
071766     IF WS-LV-AS-OF-YEAR IS NOT NUMERIC
071767         GO TO 3130-EXIT
071768     END-IF
071769     MOVE WS-LV-AS-OF-YEAR TO WS-LV-YEAR
071770     MOVE EMP-HIRE-DATE TO WS-LV-HIRE-DATE
071771     IF WS-LV-HIRE-YEAR IS NOT NUMERIC
071772             OR WS-LV-HIRE-DATE NOT < WS-LV-AS-OF-DATE
071773         GO TO 3130-EXIT
071774     END-IF
071775     SUBTRACT WS-LV-HIRE-YEAR FROM WS-LV-YEAR
071776         GIVING WS-SERVICE-YEARS
071777     IF WS-LV-AS-OF-MMDD < WS-LV-HIRE-MMDD
071778             AND WS-SERVICE-YEARS > ZERO
071779         SUBTRACT 1 FROM WS-SERVICE-YEARS
071780     END-IF
071781     PERFORM 3135-CHECK-ONE-TIER THRU 3135-EXIT
071782         VARYING WS-LV-TIER-SUB FROM 2 BY 1
071783         UNTIL WS-LV-TIER-SUB > WS-LV-TIER-COUNT.
071784 3130-EXIT.
071785     EXIT.

071786 3135-CHECK-ONE-TIER.
071787     IF WS-SERVICE-YEARS NOT < LVT-MIN-YEARS (WS-LV-TIER-SUB)
071788         MOVE WS-LV-TIER-SUB TO WS-LV-TIER
071789     END-IF.
071790 3135-EXIT.
071791     EXIT.

071792*----------------------------------------------------------------
071793* 3140-ACCRUE-ONE-BANK - ADD ONE PERIOD'S SHARE OF THE TIER'S
071794* ANNUAL RATE (THE RATE OVER THE EMPLOYEE'S PERIODS PER YEAR),
071795* BUT NO MORE THAN IS LEFT UNDER THE ANNUAL CAP.
071796*----------------------------------------------------------------
071797 3140-ACCRUE-ONE-BANK.
071798     IF WS-LV-YTD-ACCRUED (WS-LV-SUB)
071799             NOT < LVT-CAP (WS-LV-TIER, WS-LV-SUB)
071800         GO TO 3140-EXIT
071801     END-IF
071802     DIVIDE LVT-RATE (WS-LV-TIER, WS-LV-SUB)
071803         BY WS-EMP-PERIODS-PER-YEAR
071804         GIVING WS-LV-ACCRUAL ROUNDED
071805     SUBTRACT WS-LV-YTD-ACCRUED (WS-LV-SUB)
071806         FROM LVT-CAP (WS-LV-TIER, WS-LV-SUB)
071807         GIVING WS-LV-ROOM
071808     IF WS-LV-ACCRUAL > WS-LV-ROOM
071809         MOVE WS-LV-ROOM TO WS-LV-ACCRUAL
071810     END-IF
071811     ADD WS-LV-ACCRUAL TO WS-LV-BAL (WS-LV-SUB)
071812                          WS-LV-YTD-ACCRUED (WS-LV-SUB).
071813 3140-EXIT.
071814     EXIT.

071815*----------------------------------------------------------------
071816* 3150-TAKE-ONE-BANK - TAKE THE HOURS ON THE TIMECARD OUT OF THE
071817* BANK AND PAY THEM AT EMP-RATE.  HOURS THAT WOULD OVERDRAW THE
071818* BALANCE ARE REFUSED WHOLE - NOT PAID, NOT DEDUCTED - AND
071819* REPORTED.  A SALARIED EMPLOYEE'S SALARY ALREADY COVERS THE TIME
071820* OFF, SO ONLY THE BALANCE MOVES.
071821*----------------------------------------------------------------
071822 3150-TAKE-ONE-BANK.
071823     MOVE ZERO TO WS-LV-USED (WS-LV-SUB)
071824     IF WS-LV-WANT (WS-LV-SUB) = ZERO
071825         GO TO 3150-EXIT
071826     END-IF
071827     IF WS-LV-WANT (WS-LV-SUB) > WS-LV-BAL (WS-LV-SUB)
071828         IF WS-LV-SUB = WS-LV-VAC-SUB
071829             MOVE "VACATION HOURS EXCEED BALANCE"
071830                 TO WS-EXCEPTION-REASON
071831         ELSE
071832             MOVE "SICK HOURS EXCEED BALANCE"
071833                 TO WS-EXCEPTION-REASON
071834         END-IF
071835         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
071836         GO TO 3150-EXIT
071837     END-IF
071838     MOVE WS-LV-WANT (WS-LV-SUB) TO WS-LV-USED (WS-LV-SUB)
071839     SUBTRACT WS-LV-USED (WS-LV-SUB) FROM WS-LV-BAL (WS-LV-SUB)
071840     ADD WS-LV-USED (WS-LV-SUB) TO WS-LV-YTD-USED (WS-LV-SUB)
071841     IF NOT EMP-TYPE-SALARIED
071842         MULTIPLY WS-LV-USED (WS-LV-SUB) BY EMP-RATE
071843             GIVING WS-LV-TYPE-PAY ROUNDED
071844         ADD WS-LV-TYPE-PAY TO WS-LEAVE-PAY
071845     END-IF.
071846 3150-EXIT.
071847     EXIT.

071848*----------------------------------------------------------------
071849* 3160-PAY-OUT-VACATION - ON A FINAL PAYMENT, PAY THE REMAINING
071850* VACATION BALANCE AT EMP-RATE AND EMPTY THE BANK.  UNUSED SICK
071851* LEAVE IS NOT PAID OUT.
071852*----------------------------------------------------------------
071853 3160-PAY-OUT-VACATION.
071854     MOVE WS-LV-BAL (WS-LV-VAC-SUB) TO WS-VAC-PAYOUT-HOURS
071855     IF WS-VAC-PAYOUT-HOURS = ZERO
071856         GO TO 3160-EXIT
071857     END-IF
071858     MULTIPLY WS-VAC-PAYOUT-HOURS BY EMP-RATE
071859         GIVING WS-VAC-PAYOUT ROUNDED
071860     MOVE ZERO TO WS-LV-BAL (WS-LV-VAC-SUB).
071861 3160-EXIT.
071862     EXIT.

071863*----------------------------------------------------------------
071864* 3170-WRITE-ONE-BANK - WRITE ONE UPDATED BANK TO LEAVEBAL.NEW.
071865* WS-LV-TYPE-CODE RUNS S THEN V, SO THE FILE STAYS IN KEY ORDER.
071866*----------------------------------------------------------------
071867 3170-WRITE-ONE-BANK.
071868     MOVE EMP-ID                       TO NLV-EMP-ID
071869     MOVE WS-LV-TYPE-CODE (WS-LV-SUB)  TO NLV-LEAVE-TYPE
071870     MOVE WS-LV-BAL (WS-LV-SUB)        TO NLV-BALANCE
071871     MOVE WS-LV-YEAR                   TO NLV-ACCRUAL-YEAR
071872     MOVE WS-LV-YTD-ACCRUED (WS-LV-SUB) TO NLV-YTD-ACCRUED
071873     MOVE WS-LV-YTD-USED (WS-LV-SUB)   TO NLV-YTD-USED
071874     IF LIVE-RUN
071875         WRITE NEW-LEAVE-BALANCE-RECORD
071876     END-IF.
071877 3170-EXIT.
071878     EXIT.

071879*----------------------------------------------------------------
071880* 3500-ACCUMULATE-DEPT-TOTALS - FIND (OR ADD) THIS EMPLOYEE'S
071900* DEPARTMENT IN WS-DEPT-TABLE AND ROLL THIS PERIOD'S GROSS AND
072000* NET PAY INTO ITS RUNNING SUBTOTAL.  IF THE 20-ENTRY TABLE IS
072100* ALREADY FULL AND THIS IS A DEPARTMENT CODE NOT YET SEEN, THE
076020*----------------------------------------------------------------
076030* 3550-ACCRUE-EMPLOYER-TAX - COMPUTE THE EMPLOYER-SIDE PAYROLL
076040* TAXES (SOCIAL SECURITY MATCH ON THE WAGE-BASE-CAPPED TAXABLE
076050* FIGURE FROM 4050, MEDICARE MATCH ON THE MEDICARE WAGE, AND
076055* UNEMPLOYMENT INSURANCE UP TO ITS OWN WAGE BASE).  THESE ARE
076060* AN EMPLOYER COST, NOT A WITHHOLDING, SO THEY NEVER TOUCH NET
076070* PAY; THEY FLOW TO THE DEPARTMENT SUBTOTALS AND THE
076090 3550-ACCRUE-EMPLOYER-TAX.
076092     MULTIPLY WS-SS-TAXABLE BY WS-ER-SS-PCT
076093         GIVING WS-ER-SS ROUNDED
076094     MULTIPLY WS-MED-WAGES BY WS-ER-MED-PCT
076095         GIVING WS-ER-MED ROUNDED
076096     MULTIPLY WS-UNEMP-TAXABLE BY WS-ER-UNEMP-PCT
076098         GIVING WS-ER-UNEMP ROUNDED
076500* PAGE SO STUBS CAN BE SEPARATED AND DISTRIBUTED INDIVIDUALLY.
076600* THE HEADER SHOWS THE PAY PERIOD READ FROM PERIOD.PARM BY
076700* 1075-DETERMINE-PAY-PERIOD (BLANK IF THAT FILE IS NOT SUPPLIED).
076710* A DIRECT-DEPOSIT STUB ENDS WITH ONE LINE PER ACCOUNT DEPOSITED,
076720* AS SPLIT BY 3680-ALLOCATE-DEPOSITS.
076730* A TRIAL RUN PRINTS NO STUBS.
076800*----------------------------------------------------------------
076900 3600-PRINT-PAY-STUB.
076910     IF TRIAL-RUN
076920         GO TO 3600-EXIT
076930     END-IF
077000     MOVE EMP-ID        TO WS-STUB-ID
077100     MOVE EMP-NAME      TO WS-STUB-NAME
077200     MOVE EMP-DEPT-CODE TO WS-STUB-DEPT
081700     END-STRING
081800     WRITE PAY-STUB-LINE AFTER ADVANCING 1

081802     IF EMP-TYPE-SALARIED
081804         PERFORM 3610-PRINT-STUB-SALARY THRU 3610-EXIT
081806     END-IF

081808     IF WS-EMP-EARN-COUNT > ZERO
081810         PERFORM 3630-PRINT-STUB-EARNINGS THRU 3630-EXIT
081812     END-IF

081820     IF WS-RETRO-PAY > ZERO
081830         MOVE WS-RETRO-PAY TO WS-STUB-RETRO
081840         MOVE SPACES TO PAY-STUB-LINE
081892         WRITE PAY-STUB-LINE AFTER ADVANCING 1
081894     END-IF

081900     PERFORM 3620-PRINT-STUB-LEAVE THRU 3620-EXIT

081906     IF WS-PRETAX-FIT-DED > ZERO
081912         MOVE WS-FED-WAGES  TO WS-STUB-FED-WAGES
081918         MOVE WS-SS-TAXABLE TO WS-STUB-SS-WAGES
081924         MOVE WS-MED-WAGES  TO WS-STUB-MED-WAGES
081930         MOVE SPACES TO PAY-STUB-LINE
081936         STRING "TAXABLE WAGES - FEDERAL: " DELIMITED BY SIZE
081942                WS-STUB-FED-WAGES DELIMITED BY SIZE
081948                "  SOC SEC: " DELIMITED BY SIZE
081954                WS-STUB-SS-WAGES DELIMITED BY SIZE
081960                "  MEDICARE: " DELIMITED BY SIZE
081966                WS-STUB-MED-WAGES DELIMITED BY SIZE
081972             INTO PAY-STUB-LINE
081978         END-STRING
081984         WRITE PAY-STUB-LINE AFTER ADVANCING 1
081990     END-IF

082000     MOVE SPACES TO PAY-STUB-LINE
082100     STRING "FEDERAL TAX: " DELIMITED BY SIZE
082200            WS-STUB-FED     DELIMITED BY SIZE
082500         INTO PAY-STUB-LINE
082600     END-STRING
082700     WRITE PAY-STUB-LINE AFTER ADVANCING 1
082701     IF WS-RES-STATE NOT = SPACES
082702         MOVE WS-WORK-STATE-TAX TO WS-STUB-WORK-ST-TAX
082703         MOVE WS-RES-STATE-TAX  TO WS-STUB-RES-ST-TAX
082704         MOVE SPACES TO PAY-STUB-LINE
082705         STRING "STATE TAX - WORK STATE " DELIMITED BY SIZE
082706                WS-WORK-STATE DELIMITED BY SIZE
082707                ": " DELIMITED BY SIZE
082708                WS-STUB-WORK-ST-TAX DELIMITED BY SIZE
082709                "   RESIDENT STATE " DELIMITED BY SIZE
082710                WS-RES-STATE DELIMITED BY SIZE
082711                ": " DELIMITED BY SIZE
082712                WS-STUB-RES-ST-TAX DELIMITED BY SIZE
082713             INTO PAY-STUB-LINE
082714         END-STRING
082715         WRITE PAY-STUB-LINE AFTER ADVANCING 1
082716     END-IF

082720     MOVE WS-EE-SS-TAX  TO WS-STUB-SS
082730     MOVE WS-EE-MED-TAX TO WS-STUB-MED
084000            WS-STUB-NET DELIMITED BY SIZE
084100         INTO PAY-STUB-LINE
084200     END-STRING
084210     WRITE PAY-STUB-LINE AFTER ADVANCING 1
084220     IF DEP-BY-ACH
084230         PERFORM 3660-PRINT-STUB-DEPOSIT THRU 3660-EXIT
084240             VARYING WS-DEP-SUB FROM 1 BY 1
084250             UNTIL WS-DEP-SUB > WS-DEP-COUNT
084260     END-IF.
084400 3600-EXIT.
084401     EXIT.

084402*----------------------------------------------------------------
084403* 3610-PRINT-STUB-SALARY - SHOW A SALARIED EMPLOYEE'S ANNUAL
084404* SALARY AND THE SALARY PAID THIS PERIOD, AND SAY SO WHEN A HIRE
084405* OR TERMINATION INSIDE THE PERIOD PRORATED IT.
084406*----------------------------------------------------------------
084407 3610-PRINT-STUB-SALARY.
084408     MOVE EMP-ANNUAL-SALARY TO WS-STUB-ANNUAL
084409     MOVE WS-SAL-PAY        TO WS-STUB-SALARY
084410     MOVE SPACES TO PAY-STUB-LINE
084411     STRING "ANNUAL SALARY: " DELIMITED BY SIZE
084412            WS-STUB-ANNUAL    DELIMITED BY SIZE
084413            "   SALARY THIS PERIOD: " DELIMITED BY SIZE
084414            WS-STUB-SALARY    DELIMITED BY SIZE
084415         INTO PAY-STUB-LINE
084416     END-STRING
084417     WRITE PAY-STUB-LINE AFTER ADVANCING 1
084418     IF SALARY-PRORATED
084419         MOVE SPACES TO PAY-STUB-LINE
084420         STRING "PRORATED FOR " DELIMITED BY SIZE
084421                WS-PAID-WORKDAYS DELIMITED BY SIZE
084422                " OF " DELIMITED BY SIZE
084423                WS-PERIOD-WORKDAYS DELIMITED BY SIZE
084424                " WORKING DAYS" DELIMITED BY SIZE
084425             INTO PAY-STUB-LINE
084426         END-STRING
084427         WRITE PAY-STUB-LINE AFTER ADVANCING 1
084428     END-IF.
084429 3610-EXIT.
084430     EXIT.

084431*----------------------------------------------------------------
084432* 3620-PRINT-STUB-LEAVE - SHOW THE VACATION AND SICK HOURS USED
084433* THIS PERIOD AND THE BALANCE LEFT IN EACH BANK, THEN THE LEAVE
084434* PAY AND ANY FINAL VACATION PAYOUT WHEN THERE ARE ANY.
084435*----------------------------------------------------------------
084436 3620-PRINT-STUB-LEAVE.
084437     MOVE WS-LV-USED (WS-LV-VAC-SUB)  TO WS-STUB-VAC-USED
084438     MOVE WS-LV-BAL (WS-LV-VAC-SUB)   TO WS-STUB-VAC-BAL
084439     MOVE WS-LV-USED (WS-LV-SICK-SUB) TO WS-STUB-SICK-USED
084440     MOVE WS-LV-BAL (WS-LV-SICK-SUB)  TO WS-STUB-SICK-BAL
084441     MOVE SPACES TO PAY-STUB-LINE
084442     STRING "VACATION USED: " DELIMITED BY SIZE
084443            WS-STUB-VAC-USED  DELIMITED BY SIZE
084444            "  BALANCE: "     DELIMITED BY SIZE
084445            WS-STUB-VAC-BAL   DELIMITED BY SIZE
084446            "   SICK USED: "  DELIMITED BY SIZE
084447            WS-STUB-SICK-USED DELIMITED BY SIZE
084448            "  BALANCE: "     DELIMITED BY SIZE
084449            WS-STUB-SICK-BAL  DELIMITED BY SIZE
084450         INTO PAY-STUB-LINE
084451     END-STRING
084452     WRITE PAY-STUB-LINE AFTER ADVANCING 1
084453     IF WS-LEAVE-PAY > ZERO
084454         MOVE WS-LEAVE-PAY TO WS-STUB-LEAVE-PAY
084455         MOVE SPACES TO PAY-STUB-LINE
084456         STRING "LEAVE PAY (INCLUDED IN GROSS): "
084457                DELIMITED BY SIZE
084458                WS-STUB-LEAVE-PAY DELIMITED BY SIZE
084459             INTO PAY-STUB-LINE
084460         END-STRING
084461         WRITE PAY-STUB-LINE AFTER ADVANCING 1
084462     END-IF
084463     IF WS-VAC-PAYOUT > ZERO
084464         MOVE WS-VAC-PAYOUT-HOURS TO WS-STUB-PAYOUT-HRS
084465         MOVE WS-VAC-PAYOUT       TO WS-STUB-PAYOUT
084466         MOVE SPACES TO PAY-STUB-LINE
084467         STRING "VACATION PAYOUT (INCLUDED IN GROSS): "
084468                DELIMITED BY SIZE
084469                WS-STUB-PAYOUT-HRS DELIMITED BY SIZE
084470                " HOURS  " DELIMITED BY SIZE
084471                WS-STUB-PAYOUT DELIMITED BY SIZE
084472             INTO PAY-STUB-LINE
084473         END-STRING
084474         WRITE PAY-STUB-LINE AFTER ADVANCING 1
084475     END-IF.
084476 3620-EXIT.
084477     EXIT.

084478*----------------------------------------------------------------
084479* 3630-PRINT-STUB-EARNINGS - ONE STUB LINE FOR EACH EARNINGS CODE
084480* PAID FROM THE TIMECARD, SHOWING THE HOURS PAID AND THE AMOUNT,
084481* THEN ANY OVERTIME HOURS WITH THE REGULAR RATE THEY WERE FIGURED
084482* ON (THE CODES' PAY FOLDED IN) AND THE OVERTIME PAY.
084483*----------------------------------------------------------------
084484 3630-PRINT-STUB-EARNINGS.
084485     PERFORM 3635-PRINT-ONE-EARNING THRU 3635-EXIT
084486         VARYING WS-EARN-SUB FROM 1 BY 1
084487         UNTIL WS-EARN-SUB > WS-EMP-EARN-COUNT
084488     IF WS-OT-HOURS > ZERO
084489         MOVE WS-OT-HOURS     TO WS-STUB-OT-HOURS
084490         MOVE WS-REGULAR-RATE TO WS-STUB-REG-RATE
084491         MOVE WS-OT-PAY       TO WS-STUB-OT-PAY
084492         MOVE SPACES TO PAY-STUB-LINE
084493         STRING "OVERTIME HOURS: " DELIMITED BY SIZE
084494                WS-STUB-OT-HOURS DELIMITED BY SIZE
084495                "  REGULAR RATE: " DELIMITED BY SIZE
084496                WS-STUB-REG-RATE DELIMITED BY SIZE
084497                "  OVERTIME PAY: " DELIMITED BY SIZE
084498                WS-STUB-OT-PAY DELIMITED BY SIZE
084499             INTO PAY-STUB-LINE
084500         END-STRING
084501         WRITE PAY-STUB-LINE AFTER ADVANCING 1
084502     END-IF.
084503 3630-EXIT.
084504     EXIT.

084505 3635-PRINT-ONE-EARNING.
084506     MOVE WS-EMP-EARN-PAID-HOURS (WS-EARN-SUB)
084507         TO WS-STUB-EARN-HOURS
084508     MOVE WS-EMP-EARN-AMOUNT (WS-EARN-SUB) TO WS-STUB-EARN-AMT
084509     MOVE SPACES TO PAY-STUB-LINE
084510     STRING "EARNINGS " DELIMITED BY SIZE
084511            WS-EMP-EARN-CODE (WS-EARN-SUB) DELIMITED BY SIZE
084512            " " DELIMITED BY SIZE
084513            WS-EMP-EARN-DESC (WS-EARN-SUB) DELIMITED BY SIZE
084514            " HOURS: " DELIMITED BY SIZE
084515            WS-STUB-EARN-HOURS DELIMITED BY SIZE
084516            " PAY (INCLUDED IN GROSS): " DELIMITED BY SIZE
084517            WS-STUB-EARN-AMT DELIMITED BY SIZE
084518         INTO PAY-STUB-LINE
084519     END-STRING
084520     WRITE PAY-STUB-LINE AFTER ADVANCING 1.
084521 3635-EXIT.
084522     EXIT.

084523*----------------------------------------------------------------
084530* 3650-PRINT-STUB-DEDUCTION - WRITE ONE PAY STUB LINE FOR ONE
084540* APPLIED DEDUCTION ENTRY, SHOWING ITS TYPE CODE AND THE AMOUNT
084550* ACTUALLY TAKEN THIS PERIOD (WHICH MAY BE LESS THAN KEYED WHEN
084690 3650-EXIT.
084695     EXIT.

084698 3660-PRINT-STUB-DEPOSIT.
084701     MOVE WS-DEP-ACCOUNT (WS-DEP-SUB) TO WS-STUB-DEP-ACCT
084704     MOVE WS-DEP-AMOUNT (WS-DEP-SUB)  TO WS-STUB-DEP-AMT
084707     MOVE SPACES TO PAY-STUB-LINE
084710     STRING "DIRECT DEPOSIT ACCT " DELIMITED BY SIZE
084713            WS-STUB-DEP-ACCT DELIMITED BY SIZE
084716            ": "             DELIMITED BY SIZE
084719            WS-STUB-DEP-AMT  DELIMITED BY SIZE
084722         INTO PAY-STUB-LINE
084725     END-STRING
084728     WRITE PAY-STUB-LINE AFTER ADVANCING 1.
084731 3660-EXIT.
084734     EXIT.

084737*----------------------------------------------------------------
084740* 3680-ALLOCATE-DEPOSITS - MATCH THE CURRENT EMPLOYEE AGAINST
084743* BANK-FILE (IN EMP-ID SEQUENCE) AND SPLIT WS-NET-PAY ACROSS THE
084746* EMPLOYEE'S ACCOUNTS BEFORE THE STUB IS PRINTED, SO THE STUB AND
084749* 3700-WRITE-ACH-RECORD SHOW THE SAME DEPOSITS.  A BANK RECORD
084752* WITH NO REMAINDER ACCOUNT (WHICH SIDE-FILE-MAINTENANCE DOES NOT
084755* ALLOW) IS AN EXCEPTION AND THE EMPLOYEE IS PAID BY CHECK.
084758*----------------------------------------------------------------
084761 3680-ALLOCATE-DEPOSITS.
084764     SET BANK-NOT-MATCHED TO TRUE
084767     SET DEP-BY-CHECK TO TRUE
084770     MOVE ZERO TO WS-DEP-COUNT
084773     PERFORM 1300-READ-BANK-INFO THRU 1300-EXIT
084776         UNTIL BANK-EOF OR BANK-EMP-ID NOT LESS THAN EMP-ID
084779     IF BANK-EOF OR BANK-EMP-ID NOT = EMP-ID
084782         GO TO 3680-EXIT
084785     END-IF
084788     SET BANK-MATCHED TO TRUE
084791     MOVE WS-NET-PAY TO WS-DEP-NET-AMT
084794     PERFORM 3690-SPLIT-DEPOSIT THRU 3690-EXIT
084797     IF WS-BANK-REM-SUB = ZERO
084800         MOVE "NO REMAINDER BANK ACCOUNT" TO WS-EXCEPTION-REASON
084803         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
084806     END-IF.
084809 3680-EXIT.
084812     EXIT.

084815*----------------------------------------------------------------
084818* 3690-SPLIT-DEPOSIT - DIVIDE WS-DEP-NET-AMT ACROSS THE ACCOUNTS
084821* ON THE CURRENT BANK RECORD INTO WS-DEP-ENTRY.  THE REMAINDER
084824* ACCOUNT IS THE EMPLOYEE'S PRIMARY ACCOUNT: UNTIL IT IS ACTIVE
084827* THE WHOLE AMOUNT GOES BY CHECK, AS IT ALWAYS HAS.  OTHERWISE THE
084830* FLAT AND PERCENT ACCOUNTS ARE FUNDED IN ASCENDING BANK-PRIORITY
084833* ORDER, NONE TAKING MORE THAN IS LEFT, AND THE REMAINDER ACCOUNT
084836* GETS THE REST.  A FLAT OR PERCENT ACCOUNT STILL IN ITS PRENOTE
084839* CYCLE IS SKIPPED, SO ITS SHARE STAYS IN THE REMAINDER ACCOUNT
084842* UNTIL ITS PRENOTE CLEARS.  A PERCENT IS TAKEN OF THE WHOLE
084845* AMOUNT, NOT OF WHAT EARLIER ACCOUNTS LEFT.
084848*----------------------------------------------------------------
084851 3690-SPLIT-DEPOSIT.
084854     SET DEP-BY-CHECK TO TRUE
084857     MOVE ZERO TO WS-DEP-COUNT WS-BANK-REM-SUB
084860     MOVE BANK-ACCT-COUNT TO WS-BANK-ACCT-LIMIT
084863     IF WS-BANK-ACCT-LIMIT > WS-MAX-BANK-ACCTS
084866         MOVE WS-MAX-BANK-ACCTS TO WS-BANK-ACCT-LIMIT
084869     END-IF
084872     PERFORM 3692-FIND-REMAINDER-ACCT THRU 3692-EXIT
084875         VARYING WS-BANK-SUB FROM 1 BY 1
084878         UNTIL WS-BANK-SUB > WS-BANK-ACCT-LIMIT
084881     IF WS-BANK-REM-SUB = ZERO
084884         GO TO 3690-EXIT
084887     END-IF
084890     IF NOT BANK-STAT-ACTIVE (WS-BANK-REM-SUB)
084893         GO TO 3690-EXIT
084896     END-IF
084899     SET DEP-BY-ACH TO TRUE
084902     MOVE WS-DEP-NET-AMT TO WS-DEP-REMAINING
084905     MOVE ALL 'N' TO WS-BANK-DONE-TABLE
084908     MOVE 'Y' TO WS-BANK-DONE-SW (WS-BANK-REM-SUB)
084911     PERFORM 3694-FUND-NEXT-BY-PRIORITY THRU 3694-EXIT
084914         VARYING WS-BANK-PASS-SUB FROM 1 BY 1
084917         UNTIL WS-BANK-PASS-SUB > WS-BANK-ACCT-LIMIT
084920     MOVE WS-BANK-REM-SUB TO WS-BANK-PICK-SUB
084923     MOVE WS-DEP-REMAINING TO WS-DEP-THIS-AMT
084926     PERFORM 3698-ADD-DEPOSIT-ENTRY THRU 3698-EXIT.
084929 3690-EXIT.
084932     EXIT.

084935 3692-FIND-REMAINDER-ACCT.
084938     IF BANK-ALLOC-REMAINDER (WS-BANK-SUB)
084941             AND WS-BANK-REM-SUB = ZERO
084944         MOVE WS-BANK-SUB TO WS-BANK-REM-SUB
084947     END-IF.
084950 3692-EXIT.
084953     EXIT.

084956 3694-FUND-NEXT-BY-PRIORITY.
084959     MOVE ZERO TO WS-BANK-PICK-SUB
084962     MOVE 99 TO WS-BANK-PICK-PRI
084965     PERFORM 3696-FIND-LOWEST-BANK-PRI THRU 3696-EXIT
084968         VARYING WS-BANK-SUB FROM 1 BY 1
084971         UNTIL WS-BANK-SUB > WS-BANK-ACCT-LIMIT
084974     IF WS-BANK-PICK-SUB = ZERO
084977         GO TO 3694-EXIT
084980     END-IF
084983     MOVE 'Y' TO WS-BANK-DONE-SW (WS-BANK-PICK-SUB)
084986     IF NOT BANK-STAT-ACTIVE (WS-BANK-PICK-SUB)
084989         GO TO 3694-EXIT
084992     END-IF
084995     IF BANK-ALLOC-PERCENT (WS-BANK-PICK-SUB)
084998         MULTIPLY WS-DEP-NET-AMT
085001             BY BANK-ALLOC-PCT (WS-BANK-PICK-SUB)
085004             GIVING WS-DEP-THIS-AMT ROUNDED
085007     ELSE
085010         MOVE BANK-ALLOC-AMOUNT (WS-BANK-PICK-SUB)
085013             TO WS-DEP-THIS-AMT
085016     END-IF
085019     IF WS-DEP-THIS-AMT > WS-DEP-REMAINING
085022         MOVE WS-DEP-REMAINING TO WS-DEP-THIS-AMT
085025     END-IF
085028     IF WS-DEP-THIS-AMT > ZERO
085031         SUBTRACT WS-DEP-THIS-AMT FROM WS-DEP-REMAINING
085034         PERFORM 3698-ADD-DEPOSIT-ENTRY THRU 3698-EXIT
085037     END-IF.
085040 3694-EXIT.
085043     EXIT.

085046*----------------------------------------------------------------
085049* 3696-FIND-LOWEST-BANK-PRI - THE SAME PICK RULE AS
085052* 4320-FIND-LOWEST-PRIORITY: THE FIRST UNDONE ACCOUNT IS ALWAYS
085055* THE STARTING CANDIDATE, SO AN ACCOUNT KEYED AT PRIORITY 99 IS
085058* STILL FUNDED.
085061*----------------------------------------------------------------
085064 3696-FIND-LOWEST-BANK-PRI.
085067     IF WS-BANK-DONE-SW (WS-BANK-SUB) = 'N'
085070             AND (WS-BANK-PICK-SUB = ZERO
085073             OR BANK-PRIORITY (WS-BANK-SUB) < WS-BANK-PICK-PRI)
085076         MOVE WS-BANK-SUB TO WS-BANK-PICK-SUB
085079         MOVE BANK-PRIORITY (WS-BANK-SUB) TO WS-BANK-PICK-PRI
085082     END-IF.
085085 3696-EXIT.
085088     EXIT.

085091 3698-ADD-DEPOSIT-ENTRY.
085094     ADD 1 TO WS-DEP-COUNT
085097     MOVE BANK-ROUTING-NUM (WS-BANK-PICK-SUB)
085100         TO WS-DEP-ROUTING (WS-DEP-COUNT)
085103     MOVE BANK-ACCOUNT-NUM (WS-BANK-PICK-SUB)
085106         TO WS-DEP-ACCOUNT (WS-DEP-COUNT)
085109     MOVE WS-DEP-THIS-AMT TO WS-DEP-AMOUNT (WS-DEP-COUNT).
085112 3698-EXIT.
085115     EXIT.

085120*----------------------------------------------------------------
085123* 3700-WRITE-ACH-RECORD - PAY THE CURRENT EMPLOYEE BY THE ROUTE
085126* 3680-ALLOCATE-DEPOSITS CHOSE.  A DIRECT-DEPOSIT EMPLOYEE GETS
085129* ONE FIXED-FORMAT LINE ON ACH-FILE PER ACCOUNT DEPOSITED,
085132* CARRYING THE ROUTING NUMBER, ACCOUNT NUMBER, AND THAT ACCOUNT'S
085135* SHARE OF NET PAY.  EVERY ACCOUNT ON THE BANK RECORD NOT YET
085138* ACTIVE (NEW OR CHANGED, NOT YET PROVEN BY A PRENOTE) GETS A
085141* ZERO-DOLLAR PRENOTE LINE UNTIL ACH-RETURN-PROCESSING PROMOTES
085144* IT.  AN EMPLOYEE WITH NO BANK RECORD, OR WHOSE REMAINDER
085147* ACCOUNT IS NOT YET ACTIVE, IS PAID BY PAPER CHECK THROUGH
085150* 3800-PRINT-CHECK, SO EVERY PAID EMPLOYEE LEAVES THE RUN BY
085153* EXACTLY ONE OF THE TWO PAYMENT ROUTES AND IS COUNTED ONCE IN
085156* THE ACH-PLUS-CHECK TOTAL, HOWEVER MANY ACCOUNTS ARE DEPOSITED.
085159* A TRIAL RUN ONLY COUNTS THE EMPLOYEE UNDER THE ROUTE THEY WOULD
085162* BE PAID BY; NO ACH LINE, PRENOTE, OR CHECK IS PRODUCED.
085300*----------------------------------------------------------------
085400 3700-WRITE-ACH-RECORD.
085410     IF TRIAL-RUN
085420         IF DEP-BY-ACH
085430             ADD 1 TO WS-ACH-COUNTER
085440         ELSE
085450             ADD 1 TO WS-CHECK-COUNTER
085460         END-IF
085470         GO TO 3700-EXIT
085480     END-IF
085490     IF DEP-BY-ACH
085500         MOVE SPACES   TO WS-DEP-MARKER
085510         MOVE EMP-ID   TO WS-ACH-ID
085520         MOVE EMP-NAME TO WS-ACH-NAME
085530         PERFORM 3710-WRITE-DEPOSIT-LINE THRU 3710-EXIT
085540             VARYING WS-DEP-SUB FROM 1 BY 1
085550             UNTIL WS-DEP-SUB > WS-DEP-COUNT
087400         ADD 1 TO WS-ACH-COUNTER
087450     ELSE
087460         PERFORM 3800-PRINT-CHECK THRU 3800-EXIT
087466     END-IF
087472     IF BANK-MATCHED
087478         PERFORM 3740-PRENOTE-IF-PENDING THRU 3740-EXIT
087484             VARYING WS-BANK-SUB FROM 1 BY 1
087490             UNTIL WS-BANK-SUB > WS-BANK-ACCT-LIMIT
087500     END-IF.
087600 3700-EXIT.
087603     EXIT.

087606*----------------------------------------------------------------
087609* 3710-WRITE-DEPOSIT-LINE - ONE ACH LINE FOR ONE WS-DEP-ENTRY,
087612* MARKED WITH WS-DEP-MARKER (SPACES FOR A PAYROLL DEPOSIT,
087615* REVERSAL OR REISSUE FOR AN ADJUSTMENT).
087618*----------------------------------------------------------------
087621 3710-WRITE-DEPOSIT-LINE.
087624     MOVE WS-DEP-ROUTING (WS-DEP-SUB) TO WS-ACH-ROUTING
087627     MOVE WS-DEP-ACCOUNT (WS-DEP-SUB) TO WS-ACH-ACCOUNT
087630     MOVE WS-DEP-AMOUNT (WS-DEP-SUB)  TO WS-ACH-AMOUNT
087633     MOVE SPACES TO ACH-TRANSMISSION-LINE
087636     STRING WS-ACH-ROUTING DELIMITED BY SIZE
087639            WS-ACH-ACCOUNT DELIMITED BY SIZE
087642            WS-ACH-ID      DELIMITED BY SIZE
087645            WS-ACH-NAME    DELIMITED BY SIZE
087648            WS-ACH-AMOUNT  DELIMITED BY SIZE
087651            WS-DEP-MARKER  DELIMITED BY SIZE
087654         INTO ACH-TRANSMISSION-LINE
087657     END-STRING
087660     WRITE ACH-TRANSMISSION-LINE.
087663 3710-EXIT.
087666     EXIT.

087669 3740-PRENOTE-IF-PENDING.
087672     IF NOT BANK-STAT-ACTIVE (WS-BANK-SUB)
087675         PERFORM 3750-WRITE-PRENOTE THRU 3750-EXIT
087678     END-IF.
087681 3740-EXIT.
087684     EXIT.

087702*----------------------------------------------------------------
087703* 3750-WRITE-PRENOTE - WRITE THE ZERO-DOLLAR PRENOTE LINE FOR ONE
087704* PENDING ACCOUNT ON THE BANK RECORD, MARKED THE WAY THE
087705* ADJUSTMENT REVERSAL AND REISSUE LINES ARE, SO THE BANK AND
087706* ACH-RETURN-PROCESSING CAN TELL IT FROM LIVE MONEY.  IT CARRIES
087707* THE ACCOUNT NUMBER SO THAT ACCOUNT ALONE IS CLEARED.  PRENOTES
087708* ARE COUNTED SEPARATELY, OUTSIDE THE ACH-PLUS-CHECK TOTAL.
087709*----------------------------------------------------------------
087710 3750-WRITE-PRENOTE.
087711     MOVE BANK-ROUTING-NUM (WS-BANK-SUB) TO WS-ACH-ROUTING
087712     MOVE BANK-ACCOUNT-NUM (WS-BANK-SUB) TO WS-ACH-ACCOUNT
087713     MOVE EMP-ID           TO WS-ACH-ID
087714     MOVE EMP-NAME         TO WS-ACH-NAME
087715     MOVE ZERO             TO WS-ACH-AMOUNT
087834     MOVE EMP-NAME          TO CKR-EMP-NAME
087836     MOVE WS-PAY-PERIOD     TO CKR-PAY-PERIOD
087838     MOVE WS-NET-PAY        TO CKR-AMOUNT
087839     PERFORM 3810-STAMP-REGISTER-ENTRY THRU 3810-EXIT
087840     WRITE CHECK-REGISTER-RECORD

087842     MOVE WS-COMPANY-ACCT   TO PP-ACCOUNT-NUM
087844     MOVE WS-NEXT-CHECK-NBR TO PP-CHECK-NBR
087846     MOVE WS-NET-PAY        TO PP-AMOUNT
087847     MOVE EMP-NAME          TO PP-PAYEE-NAME
087848     MOVE WS-PAY-PERIOD     TO PP-PAY-PERIOD
087849     WRITE POSITIVE-PAY-RECORD

087850     ADD 1 TO WS-NEXT-CHECK-NBR
087851     ADD 1 TO WS-CHECK-COUNTER.
087852 3800-EXIT.
087853     EXIT.

087854*----------------------------------------------------------------
087855* 3810-STAMP-REGISTER-ENTRY - A PAYROLL CHECK GOES ON THE REGISTER
087856* DATED THIS RUN AND OUTSTANDING, WITH NOTHING PAID AGAINST IT.
087857*----------------------------------------------------------------
087858 3810-STAMP-REGISTER-ENTRY.
087859     MOVE WS-ISSUE-DATE     TO CKR-ISSUE-DATE
087860     SET CKR-SRC-PAYROLL TO TRUE
087861     SET CKR-STAT-OUTSTANDING TO TRUE
087862     MOVE SPACES            TO CKR-PAID-DATE
087863     MOVE ZERO              TO CKR-PAID-AMOUNT.
087864 3810-EXIT.
087865     EXIT.

087866*----------------------------------------------------------------
087867* 3900-WRITE-PAY-HISTORY - WRITE ONE PERMANENT PAY-HISTORY
087868* DETAIL RECORD FOR THE CURRENT EMPLOYEE AND PAY PERIOD,
087869* CARRYING EVERYTHING THE PAY STUB SHOWS SO PAY-STUB-REPRINT
087870* CAN REGENERATE THE STUB LONG AFTER PAYSTUB.REP IS GONE.
087871* THE FILE IS KEYED ON EMPLOYEE PLUS PERIOD, SO A SECOND WRITE
087872* FOR THE SAME PERIOD COMES BACK INVALID KEY AND IS REPORTED
087874*----------------------------------------------------------------
087875 3900-WRITE-PAY-HISTORY.
087876     MOVE EMP-ID          TO PH-EMP-ID
087877     PERFORM 3905-SAVE-HISTORY-DETAIL THRU 3905-EXIT
087878     MOVE WS-PAY-PERIOD   TO PH-PAY-PERIOD
087880     MOVE EMP-NAME        TO PH-EMP-NAME
087882     MOVE EMP-DEPT-CODE   TO PH-DEPT-CODE
087914 3900-EXIT.
087915     EXIT.

087916*----------------------------------------------------------------
087917* 3905-SAVE-HISTORY-DETAIL - CARRY THE SALARY, LEAVE, TAXABLE
087918* WAGE, STATE, EMPLOYER TAX, OVERTIME AND EARNINGS-CODE DETAIL
087919* OF THE CURRENT EMPLOYEE INTO THE PAY-HISTORY RECORD.
087920*----------------------------------------------------------------
087921 3905-SAVE-HISTORY-DETAIL.
087922     MOVE EMP-PAY-TYPE      TO PH-PAY-TYPE
087923     MOVE EMP-ANNUAL-SALARY TO PH-ANNUAL-SALARY
087924     MOVE WS-SAL-PAY        TO PH-SALARY-PAY
087925     IF SALARY-PRORATED
087926         MOVE WS-PAID-WORKDAYS   TO PH-PAID-WORKDAYS
087927         MOVE WS-PERIOD-WORKDAYS TO PH-PERIOD-WORKDAYS
087928     ELSE
087929         MOVE ZERO TO PH-PAID-WORKDAYS PH-PERIOD-WORKDAYS
087930     END-IF
087931     MOVE WS-LV-USED (WS-LV-VAC-SUB)  TO PH-VAC-HOURS
087932     MOVE WS-LV-USED (WS-LV-SICK-SUB) TO PH-SICK-HOURS
087933     MOVE WS-LEAVE-PAY                TO PH-LEAVE-PAY
087934     MOVE WS-LV-BAL (WS-LV-VAC-SUB)   TO PH-VAC-BALANCE
087935     MOVE WS-LV-BAL (WS-LV-SICK-SUB)  TO PH-SICK-BALANCE
087936     MOVE WS-VAC-PAYOUT-HOURS         TO PH-VAC-PAYOUT-HOURS
087937     MOVE WS-VAC-PAYOUT               TO PH-VAC-PAYOUT
087938     MOVE WS-FED-WAGES                TO PH-FED-WAGES
087939     MOVE WS-SS-TAXABLE               TO PH-SS-WAGES
087940     MOVE WS-MED-WAGES                TO PH-MED-WAGES
087941     MOVE WS-PERIOD-401K              TO PH-401K-DEFERRAL
087942     MOVE WS-WORK-STATE               TO PH-WORK-STATE
087943     MOVE WS-WORK-STATE-TAX           TO PH-WORK-STATE-TAX
087944     MOVE WS-RES-STATE                TO PH-RES-STATE
087945     MOVE WS-RES-STATE-TAX            TO PH-RES-STATE-TAX
087946     MOVE WS-ER-SS                    TO PH-ER-SS-TAX
087947     MOVE WS-ER-MED                   TO PH-ER-MED-TAX
087948     MOVE WS-ER-UNEMP                 TO PH-ER-UNEMP-TAX
087949     MOVE WS-OT-HOURS                 TO PH-OT-HOURS
087950     MOVE WS-REGULAR-RATE             TO PH-REGULAR-RATE
087951     MOVE WS-OT-PAY                   TO PH-OT-PAY
087952     MOVE WS-EMP-EARN-COUNT           TO PH-EARN-COUNT
087953     PERFORM 3920-SAVE-HISTORY-EARNING THRU 3920-EXIT
087954         VARYING WS-EARN-SUB FROM 1 BY 1
087955         UNTIL WS-EARN-SUB > WS-EMP-EARN-MAX.
087956 3905-EXIT.
087957     EXIT.

087958 3910-SAVE-HISTORY-DED.
087959     IF WS-DED-SUB > WS-DED-APPLIED-COUNT
087960         MOVE SPACES TO PH-DED-TYPE (WS-DED-SUB)
087961         MOVE SPACE  TO PH-DED-ARREARS (WS-DED-SUB)
087962         MOVE ZERO   TO PH-DED-AMOUNT (WS-DED-SUB)
087963     ELSE
087964         MOVE WS-APPLIED-TYPE (WS-DED-SUB)
087965             TO PH-DED-TYPE (WS-DED-SUB)
087966         MOVE WS-APPLIED-ARR-FLAG (WS-DED-SUB)
087967             TO PH-DED-ARREARS (WS-DED-SUB)
087968         MOVE WS-APPLIED-AMT (WS-DED-SUB)
087969             TO PH-DED-AMOUNT (WS-DED-SUB)
087970     END-IF.
087971 3910-EXIT.
087972     EXIT.

087973*----------------------------------------------------------------
087974* 3920-SAVE-HISTORY-EARNING - COPY ONE EARNINGS-CODE ENTRY TO THE
087975* PAY-HISTORY RECORD, CLEARING THE ENTRIES NOT IN USE, THE WAY
087976* 3910-SAVE-HISTORY-DED DOES THE DEDUCTIONS.
087977*----------------------------------------------------------------
087978 3920-SAVE-HISTORY-EARNING.
087979     IF WS-EARN-SUB > WS-EMP-EARN-COUNT
087980         MOVE SPACES TO PH-EARN-CODE (WS-EARN-SUB)
087981             PH-EARN-DESC (WS-EARN-SUB)
087982             PH-EARN-RULE (WS-EARN-SUB)
087983             PH-EARN-OT-FLAG (WS-EARN-SUB)
087984         MOVE ZERO TO PH-EARN-VALUE (WS-EARN-SUB)
087985             PH-EARN-HOURS (WS-EARN-SUB)
087986             PH-EARN-PAID-HOURS (WS-EARN-SUB)
087987             PH-EARN-AMOUNT (WS-EARN-SUB)
087988     ELSE
087989         MOVE WS-EMP-EARN-CODE (WS-EARN-SUB)
087990             TO PH-EARN-CODE (WS-EARN-SUB)
087991         MOVE WS-EMP-EARN-DESC (WS-EARN-SUB)
087992             TO PH-EARN-DESC (WS-EARN-SUB)
087993         MOVE WS-EMP-EARN-RULE (WS-EARN-SUB)
087994             TO PH-EARN-RULE (WS-EARN-SUB)
087995         MOVE WS-EMP-EARN-VALUE (WS-EARN-SUB)
087996             TO PH-EARN-VALUE (WS-EARN-SUB)
087997         MOVE WS-EMP-EARN-OT-FLAG (WS-EARN-SUB)
087998             TO PH-EARN-OT-FLAG (WS-EARN-SUB)
087999         MOVE WS-EMP-EARN-HOURS (WS-EARN-SUB)
088000             TO PH-EARN-HOURS (WS-EARN-SUB)
088001         MOVE WS-EMP-EARN-PAID-HOURS (WS-EARN-SUB)
088002             TO PH-EARN-PAID-HOURS (WS-EARN-SUB)
088003         MOVE WS-EMP-EARN-AMOUNT (WS-EARN-SUB)
088004             TO PH-EARN-AMOUNT (WS-EARN-SUB)
088005     END-IF.
088006 3920-EXIT.
088007     EXIT.

088008*----------------------------------------------------------------
088009* 3950-COMPARE-PRIOR-PERIOD - ON A TRIAL RUN, IN PLACE OF WRITING
088010* PAY HISTORY, COMPARE THE EMPLOYEE'S TRIAL GROSS, FEDERAL TAX,
088011* STATE TAX, FICA (SOCIAL SECURITY PLUS MEDICARE), AND NET WITH
088012* THEIR LATEST PAY-HISTORY PERIOD BEFORE THIS ONE.  PAYHIST.DAT IS
088013* BROWSED IN KEY ORDER IN STEP WITH THE EMPLOYEE FILE; RECORDS FOR
088014* EMPLOYEES PASSED OVER ARE CHECKED BY 3955-PASS-HISTORY ON THE
088015* WAY.  A FIGURE THAT MOVED BY MORE THAN WS-VARIANCE-PCT OF THE
088016* PRIOR FIGURE IS FLAGGED; AN EMPLOYEE WITH NO EARLIER HISTORY IS
088017* LISTED AS NEW.
088018*----------------------------------------------------------------
088019 3950-COMPARE-PRIOR-PERIOD.
088020     MOVE WS-EMP-PAY   TO WS-VAR-TRIAL-AMT (1)
088021     MOVE WS-FED-TAX   TO WS-VAR-TRIAL-AMT (2)
088022     MOVE WS-STATE-TAX TO WS-VAR-TRIAL-AMT (3)
088023     ADD WS-EE-SS-TAX WS-EE-MED-TAX
088024         GIVING WS-VAR-TRIAL-AMT (4)
088025     MOVE WS-NET-PAY   TO WS-VAR-TRIAL-AMT (5)
088026     PERFORM 3955-PASS-HISTORY THRU 3955-EXIT
088027         UNTIL VAR-HIST-EOF OR PH-EMP-ID NOT < EMP-ID
088028     SET VAR-PRIOR-NOT-FOUND TO TRUE
088029     PERFORM 3960-FIND-PRIOR THRU 3960-EXIT
088030         UNTIL VAR-HIST-EOF OR PH-EMP-ID > EMP-ID
088031     IF VAR-PRIOR-NOT-FOUND
088032         ADD 1 TO WS-VAR-NEW-COUNT
088033         MOVE SPACES TO VARIANCE-LINE
088034         STRING EMP-ID DELIMITED BY SIZE
088035                " " DELIMITED BY SIZE
088036                EMP-NAME DELIMITED BY SIZE
088037                " NEW - NO EARLIER PAY HISTORY   GROSS "
088038                DELIMITED BY SIZE
088039                WS-VAR-TRIAL-AMT (1) DELIMITED BY SIZE
088040                " NET " DELIMITED BY SIZE
088041                WS-VAR-TRIAL-AMT (5) DELIMITED BY SIZE
088042             INTO VARIANCE-LINE
088043         END-STRING
088044         WRITE VARIANCE-LINE
088045         GO TO 3950-EXIT
088046     END-IF
088047     ADD 1 TO WS-VAR-COMPARED-COUNT
088048     MOVE ZERO TO WS-VAR-FLAG-COUNT
088049     PERFORM 3970-TEST-ONE-FIGURE THRU 3970-EXIT
088050         VARYING WS-VAR-SUB FROM 1 BY 1
088051         UNTIL WS-VAR-SUB > WS-VAR-FIGURES
088052     MOVE SPACES TO VARIANCE-LINE
088053     STRING EMP-ID DELIMITED BY SIZE
088054            " " DELIMITED BY SIZE
088055            EMP-NAME DELIMITED BY SIZE
088056            " " DELIMITED BY SIZE
088057            WS-VAR-EMP-PERIOD DELIMITED BY SIZE
088058            " GROSS " DELIMITED BY SIZE
088059            WS-VAR-TRIAL-AMT (1) DELIMITED BY SIZE
088060            "/" DELIMITED BY SIZE
088061            WS-VAR-PRIOR-AMT (1) DELIMITED BY SIZE
088062            " NET " DELIMITED BY SIZE
088063            WS-VAR-TRIAL-AMT (5) DELIMITED BY SIZE
088064            "/" DELIMITED BY SIZE
088065            WS-VAR-PRIOR-AMT (5) DELIMITED BY SIZE
088066            " " DELIMITED BY SIZE
088067            WS-VAR-FLAG (1) DELIMITED BY SIZE
088068            WS-VAR-FLAG (2) DELIMITED BY SIZE
088069            WS-VAR-FLAG (3) DELIMITED BY SIZE
088070            WS-VAR-FLAG (4) DELIMITED BY SIZE
088071            WS-VAR-FLAG (5) DELIMITED BY SIZE
088072         INTO VARIANCE-LINE
088073     END-STRING
088074     WRITE VARIANCE-LINE
088075     IF WS-VAR-FLAG-COUNT > ZERO
088076         ADD 1 TO WS-VAR-FLAGGED-COUNT
088077         MOVE SPACES TO VARIANCE-LINE
088078         STRING "      ** OVER TOLERANCE - FED " DELIMITED BY SIZE
088079                WS-VAR-TRIAL-AMT (2) DELIMITED BY SIZE
088080                "/" DELIMITED BY SIZE
088081                WS-VAR-PRIOR-AMT (2) DELIMITED BY SIZE
088082                " STATE " DELIMITED BY SIZE
088083                WS-VAR-TRIAL-AMT (3) DELIMITED BY SIZE
088084                "/" DELIMITED BY SIZE
088085                WS-VAR-PRIOR-AMT (3) DELIMITED BY SIZE
088086                " FICA " DELIMITED BY SIZE
088087                WS-VAR-TRIAL-AMT (4) DELIMITED BY SIZE
088088                "/" DELIMITED BY SIZE
088089                WS-VAR-PRIOR-AMT (4) DELIMITED BY SIZE
088090             INTO VARIANCE-LINE
088091         END-STRING
088092         WRITE VARIANCE-LINE
088093     END-IF.
088094 3950-EXIT.
088095     EXIT.

088096*----------------------------------------------------------------
088097* 3955-PASS-HISTORY - STEP PAST ONE PAY-HISTORY RECORD FOR AN
088098* EMPLOYEE NOT PAID ON THIS TRIAL RUN.  IF IT IS FOR THE PRIOR
088099* PERIOD ON THE CALENDAR, THE EMPLOYEE WAS PAID LAST TIME BUT NOT
088100* THIS TIME AND IS LISTED AS DROPPED.
088101*----------------------------------------------------------------
088102 3955-PASS-HISTORY.
088103     IF WS-PRIOR-PERIOD NOT = SPACES
088104             AND PH-PAY-PERIOD = WS-PRIOR-PERIOD
088105         ADD 1 TO WS-VAR-DROPPED-COUNT
088106         MOVE SPACES TO VARIANCE-LINE
088107         STRING PH-EMP-ID DELIMITED BY SIZE
088108                " " DELIMITED BY SIZE
088109                PH-EMP-NAME DELIMITED BY SIZE
088110                " DROPPED - PAID " DELIMITED BY SIZE
088111                PH-PAY-PERIOD DELIMITED BY SIZE
088112                " BUT NOT THIS RUN   GROSS " DELIMITED BY SIZE
088113                PH-GROSS DELIMITED BY SIZE
088114                " NET " DELIMITED BY SIZE
088115                PH-NET DELIMITED BY SIZE
088116             INTO VARIANCE-LINE
088117         END-STRING
088118         WRITE VARIANCE-LINE
088119     END-IF
088120     PERFORM 3965-READ-HISTORY-NEXT THRU 3965-EXIT.
088121 3955-EXIT.
088122     EXIT.

088123*----------------------------------------------------------------
088124* 3960-FIND-PRIOR - TAKE ONE OF THE CURRENT EMPLOYEE'S PAY-HISTORY
088125* RECORDS.  THEY COME IN PERIOD ORDER, SO THE LAST ONE BEFORE
088126* THIS PERIOD LEFT SAVED IS THE PRIOR PERIOD COMPARED AGAINST.
088127*----------------------------------------------------------------
088128 3960-FIND-PRIOR.
088129     IF PH-PAY-PERIOD < WS-PAY-PERIOD
088130         SET VAR-PRIOR-FOUND TO TRUE
088131         MOVE PH-PAY-PERIOD TO WS-VAR-EMP-PERIOD
088132         MOVE PH-GROSS      TO WS-VAR-PRIOR-AMT (1)
088133         MOVE PH-FED-TAX    TO WS-VAR-PRIOR-AMT (2)
088134         MOVE PH-STATE-TAX  TO WS-VAR-PRIOR-AMT (3)
088135         ADD PH-SS-TAX PH-MED-TAX
088136             GIVING WS-VAR-PRIOR-AMT (4)
088137         MOVE PH-NET        TO WS-VAR-PRIOR-AMT (5)
088138     END-IF
088139     PERFORM 3965-READ-HISTORY-NEXT THRU 3965-EXIT.
088140 3960-EXIT.
088141     EXIT.

088142 3965-READ-HISTORY-NEXT.
088143     READ PAY-HISTORY-FILE NEXT RECORD
088144         AT END
088145             SET VAR-HIST-EOF TO TRUE
088146     END-READ.
088147 3965-EXIT.
088148     EXIT.

088149*----------------------------------------------------------------
088150* 3970-TEST-ONE-FIGURE - FLAG FIGURE WS-VAR-SUB WHEN THE TRIAL
088151* AMOUNT DIFFERS FROM THE PRIOR AMOUNT BY MORE THAN
088152* WS-VARIANCE-PCT OF THE PRIOR AMOUNT.  A FIGURE THAT WAS ZERO
088153* LAST PERIOD IS FLAGGED AS SOON AS IT IS ANYTHING ELSE.
088154*----------------------------------------------------------------
088155 3970-TEST-ONE-FIGURE.
088156     MOVE SPACES TO WS-VAR-FLAG (WS-VAR-SUB)
088157     IF WS-VAR-TRIAL-AMT (WS-VAR-SUB)
088158             > WS-VAR-PRIOR-AMT (WS-VAR-SUB)
088159         SUBTRACT WS-VAR-PRIOR-AMT (WS-VAR-SUB)
088160             FROM WS-VAR-TRIAL-AMT (WS-VAR-SUB)
088161             GIVING WS-VAR-DIFF
088162     ELSE
088163         SUBTRACT WS-VAR-TRIAL-AMT (WS-VAR-SUB)
088164             FROM WS-VAR-PRIOR-AMT (WS-VAR-SUB)
088165             GIVING WS-VAR-DIFF
088166     END-IF
088167     MULTIPLY WS-VAR-PRIOR-AMT (WS-VAR-SUB) BY WS-VARIANCE-PCT
088168         GIVING WS-VAR-LIMIT
088169     DIVIDE WS-VAR-LIMIT BY 100 GIVING WS-VAR-LIMIT ROUNDED
088170     IF WS-VAR-DIFF > WS-VAR-LIMIT
088171         MOVE WS-VAR-LABEL (WS-VAR-SUB)
088172             TO WS-VAR-FLAG (WS-VAR-SUB)
088173         ADD 1 TO WS-VAR-FLAG-COUNT
088174     END-IF.
088175 3970-EXIT.
088176     EXIT.

088177*----------------------------------------------------------------
088178* 4000-CALCULATE-DEDUCTIONS - MATCH THE CURRENT EMPLOYEE AGAINST
088179* DEDUCTION-FILE (IN EMP-ID SEQUENCE) AND WITHHOLD FEDERAL TAX,
088180* STATE TAX, INSURANCE, AND RETIREMENT FROM GROSS PAY.  ENTRIES
088181* FLAGGED PRE-TAX (401(K), SECTION 125) ARE TAKEN FIRST BY
088182* 4020-APPLY-PRETAX-ENTRIES, SO EACH TAX IS FIGURED ON ITS OWN
088183* REDUCED WAGE: FEDERAL AND STATE ON GROSS LESS ALL PRE-TAX
088184* ENTRIES (WS-FED-WAGES), SOCIAL SECURITY AND MEDICARE ON GROSS
088185* LESS SECTION 125 ONLY (WS-MED-WAGES).  FEDERAL AND STATE TAX
088186* ARE COMPUTED FROM THE GRADUATED BRACKET TABLES: THE PERIOD'S
088187* FEDERAL TAXABLE WAGE IS ANNUALIZED, TAXED BRACKET BY BRACKET FOR
088190* THE EMPLOYEE'S FILING STATUS BY 4200-COMPUTE-BRACKET-TAX, AND
088200* DE-ANNUALIZED BACK TO A PER-PERIOD AMOUNT.  STATE TAX IS TAKEN
088210* FOR THE WORK STATE, PLUS ANY RESIDENT-STATE TAX LEFT AFTER THE
088220* WORK-STATE CREDIT, BY 4070-COMPUTE-STATE-TAX.  THE RECORD'S
088230* AFTER-TAX ENTRIES ARE THEN APPLIED IN PRIORITY ORDER BY
088260* 4300-APPLY-DEDUCTION-ENTRIES, SUBJECT TO THE PROTECTED-NET
088270* FLOOR ON GARNISHMENT-CLASS ENTRIES.  AN EMPLOYEE WITH NO
088300* DEDUCTION RECORD IS PAID GROSS AS NET.

088800     MOVE ZERO TO WS-INSURANCE WS-RETIREMENT WS-OTHER-DED
088810     MOVE ZERO TO WS-DED-APPLIED-COUNT
088812     MOVE ZERO TO WS-PRETAX-FIT-DED WS-PRETAX-FICA-DED
088814         WS-PERIOD-401K
088816     PERFORM 4010-LOAD-PRIOR-YTD THRU 4010-EXIT
088820     PERFORM 4400-LOAD-ARREARS THRU 4400-EXIT
088900     IF DED-NOT-EOF AND DED-EMP-ID = EMP-ID
088910         PERFORM 4020-APPLY-PRETAX-ENTRIES THRU 4020-EXIT
088920     END-IF
088930     SUBTRACT WS-PRETAX-FIT-DED FROM WS-EMP-PAY
088940         GIVING WS-FED-WAGES
088950     SUBTRACT WS-PRETAX-FICA-DED FROM WS-EMP-PAY
088960         GIVING WS-MED-WAGES
088970     PERFORM 4050-COMPUTE-FICA-TAX THRU 4050-EXIT
088980     IF DED-NOT-EOF AND DED-EMP-ID = EMP-ID
088990         MULTIPLY WS-FED-WAGES BY WS-EMP-PERIODS-PER-YEAR
089020             GIVING WS-ANNUAL-GROSS
089040         MOVE 'F' TO WS-TAX-AUTH-WANTED
089050         MOVE SPACES TO WS-TAX-STATE-WANTED
089060         PERFORM 4200-COMPUTE-BRACKET-TAX THRU 4200-EXIT
089080         DIVIDE WS-ANNUAL-TAX BY WS-EMP-PERIODS-PER-YEAR
089100             GIVING WS-FED-TAX ROUNDED
089110         PERFORM 4070-COMPUTE-STATE-TAX THRU 4070-EXIT
089120         PERFORM 4060-LIMIT-INCOME-TAX THRU 4060-EXIT
089130         PERFORM 4075-SPLIT-STATE-TAX THRU 4075-EXIT
089400         PERFORM 4300-APPLY-DEDUCTION-ENTRIES THRU 4300-EXIT
089700     ELSE
089800         MOVE ZERO TO WS-FED-TAX WS-STATE-TAX
089810         MOVE ZERO TO WS-WORK-STATE-TAX WS-RES-STATE-TAX
089820         MOVE EMP-WORK-STATE TO WS-WORK-STATE
089830         MOVE SPACES TO WS-RES-STATE
090000     END-IF

090100     PERFORM 4430-RECOVER-ARREARS THRU 4430-EXIT
090700 4000-EXIT.
090800     EXIT.

090802*----------------------------------------------------------------
090804* 4010-LOAD-PRIOR-YTD - PICK UP WHAT THE YTD MASTER ALREADY HOLDS
090806* FOR THE EMPLOYEE BEFORE THIS PERIOD: THE SOCIAL SECURITY AND
090808* MEDICARE TAXABLE WAGES THE WAGE BASES ARE MEASURED AGAINST,
090810* AND THE 401(K) DEFERRALS THE ANNUAL LIMIT IS MEASURED AGAINST.
090812* AN EMPLOYEE WITH NO MASTER RECORD YET, OR A TRIAL RUN WITH NO
090814* YTDMAST.DAT ON FILE, STARTS FROM ZERO.
090816*----------------------------------------------------------------
090818 4010-LOAD-PRIOR-YTD.
090820     MOVE ZERO TO WS-PRIOR-SS-WAGES WS-PRIOR-MED-WAGES
090822         WS-PRIOR-401K
090824     IF YTD-NOT-OPEN
090826         GO TO 4010-EXIT
090828     END-IF
090830     MOVE EMP-ID TO YTD-EMP-ID
090832     READ YTD-MASTER-FILE
090834         INVALID KEY
090836             CONTINUE
090838         NOT INVALID KEY
090840             MOVE YTD-SS-WAGES      TO WS-PRIOR-SS-WAGES
090842             MOVE YTD-MED-WAGES     TO WS-PRIOR-MED-WAGES
090844             MOVE YTD-401K-DEFERRED TO WS-PRIOR-401K
090846     END-READ.
090848 4010-EXIT.
090850     EXIT.

090852*----------------------------------------------------------------
090854* 4020-APPLY-PRETAX-ENTRIES - TAKE THE RECORD'S PRE-TAX ENTRIES
090856* (401(K) AND SECTION 125) IN ASCENDING DED-PRIORITY ORDER AHEAD
090858* OF ANY TAX, THROUGH THE SAME 4310 PRIORITY LOOP THE AFTER-TAX
090860* ENTRIES USE LATER.  THE PAY THEY MAY TAKE IS GROSS LESS A
090862* RESERVE FOR SOCIAL SECURITY AND MEDICARE ON FULL GROSS, SO THE
090864* TAXES FIGURED ON WHAT IS LEFT CAN ALWAYS BE WITHHELD.  ENTRIES
090866* TAKEN HERE ARE MARKED DONE AND SKIPPED BY THE AFTER-TAX PASS;
090868* THE OTHERS ARE HELD OUT OF THIS PASS AS 'X' IN THE DONE TABLE.
090870*----------------------------------------------------------------
090872 4020-APPLY-PRETAX-ENTRIES.
090874     MOVE DED-ENTRY-COUNT TO WS-DED-USE-COUNT
090876     IF WS-DED-USE-COUNT > WS-MAX-DED-ENTRIES
090878         MOVE WS-MAX-DED-ENTRIES TO WS-DED-USE-COUNT
090880     END-IF
090882     PERFORM 4025-MARK-PRETAX-ENTRIES THRU 4025-EXIT
090884         VARYING WS-DED-SUB FROM 1 BY 1
090886         UNTIL WS-DED-SUB > WS-DED-USE-COUNT
090888     ADD WS-EE-SS-PCT WS-EE-MED-PCT GIVING WS-FICA-PCT-TOTAL
090890     MULTIPLY WS-EMP-PAY BY WS-FICA-PCT-TOTAL
090892         GIVING WS-PRETAX-RESERVE ROUNDED
090894     IF WS-EMP-PAY > WS-PRETAX-RESERVE
090896         SUBTRACT WS-PRETAX-RESERVE FROM WS-EMP-PAY
090898             GIVING WS-RUNNING-NET
090900     ELSE
090902         MOVE ZERO TO WS-RUNNING-NET
090904     END-IF
090906     SET PRETAX-PASS TO TRUE
090908     PERFORM 4310-APPLY-NEXT-BY-PRIORITY THRU 4310-EXIT
090910         VARYING WS-DED-PASS-SUB FROM 1 BY 1
090912         UNTIL WS-DED-PASS-SUB > WS-DED-USE-COUNT.
090914 4020-EXIT.
090916     EXIT.

090918*----------------------------------------------------------------
090920* 4025-MARK-PRETAX-ENTRIES - OPEN A PRE-TAX ENTRY (ONE NOT OF THE
090922* GARNISHMENT CLASS, WHATEVER ITS FLAG) TO THE PRE-TAX PASS AND
090924* HOLD EVERY OTHER ENTRY OUT OF IT FOR THE AFTER-TAX PASS.
090926*----------------------------------------------------------------
090928 4025-MARK-PRETAX-ENTRIES.
090930     IF DED-TREAT-PRETAX (WS-DED-SUB)
090932             AND NOT DED-GARNISH-CLASS (WS-DED-SUB)
090934         MOVE 'N' TO WS-DED-DONE-SW (WS-DED-SUB)
090936     ELSE
090938         MOVE 'X' TO WS-DED-DONE-SW (WS-DED-SUB)
090940     END-IF.
090942 4025-EXIT.
090944     EXIT.

091000 4100-MATCH-DEDUCTION.
091100     PERFORM 1200-READ-DEDUCTION THRU 1200-EXIT.
091200 4100-EXIT.
091201     EXIT.

091202*----------------------------------------------------------------
091203* 4050-COMPUTE-FICA-TAX - WITHHOLD THE EMPLOYEE SIDE OF SOCIAL
091204* SECURITY AND MEDICARE ON THE PERIOD'S GROSS LESS SECTION 125
091205* ENTRIES.  SOCIAL SECURITY APPLIES ONLY TO THE ROOM LEFT UNDER
091206* THE ANNUAL WAGE BASE, PAST THE YTD MASTER'S SS WAGES, SO
091207* WITHHOLDING STOPS IN THE PERIOD THE EMPLOYEE CROSSES THE
091208* BASE; MEDICARE HAS NO BASE.  THE SAME TAXABLE FIGURES FEED
091209* THE EMPLOYER MATCH AND THE UNEMPLOYMENT ACCRUAL IN
091210* 3550-ACCRUE-EMPLOYER-TAX.  COMPUTED WHETHER OR NOT THE
091211* EMPLOYEE HAS A DEDUCTION RECORD, SINCE FICA IS OWED EITHER
091212* WAY.
091213*----------------------------------------------------------------
091214 4050-COMPUTE-FICA-TAX.
091215     IF WS-PRIOR-SS-WAGES < WS-SS-WAGE-BASE
091216         SUBTRACT WS-PRIOR-SS-WAGES FROM WS-SS-WAGE-BASE
091217             GIVING WS-SS-ROOM
091218     ELSE
091219         MOVE ZERO TO WS-SS-ROOM
091220     END-IF
091221     IF WS-MED-WAGES < WS-SS-ROOM
091222         MOVE WS-MED-WAGES TO WS-SS-TAXABLE
091223     ELSE
091224         MOVE WS-SS-ROOM TO WS-SS-TAXABLE
091225     END-IF
091226     IF WS-PRIOR-MED-WAGES < WS-UNEMP-WAGE-BASE
091227         SUBTRACT WS-PRIOR-MED-WAGES FROM WS-UNEMP-WAGE-BASE
091228             GIVING WS-UNEMP-ROOM
091229     ELSE
091230         MOVE ZERO TO WS-UNEMP-ROOM
091231     END-IF
091232     IF WS-MED-WAGES < WS-UNEMP-ROOM
091233         MOVE WS-MED-WAGES TO WS-UNEMP-TAXABLE
091234     ELSE
091235         MOVE WS-UNEMP-ROOM TO WS-UNEMP-TAXABLE
091236     END-IF
091237     MULTIPLY WS-SS-TAXABLE BY WS-EE-SS-PCT
091238         GIVING WS-EE-SS-TAX ROUNDED
091239     MULTIPLY WS-MED-WAGES BY WS-EE-MED-PCT
091240         GIVING WS-EE-MED-TAX ROUNDED.
091241 4050-EXIT.
091242     EXIT.

091243*----------------------------------------------------------------
091244* 4060-LIMIT-INCOME-TAX - FEDERAL AND STATE TAX MAY NOT TAKE MORE
091245* THAN THE FEDERAL TAXABLE WAGE LEFT AFTER SOCIAL SECURITY AND
091246* MEDICARE, SO A LARGE PRE-TAX DEFERRAL CAN NEVER DRIVE NET PAY
091247* BELOW ZERO.  FEDERAL IS HONORED FIRST.
091248*----------------------------------------------------------------
091249 4060-LIMIT-INCOME-TAX.
091250     ADD WS-EE-SS-TAX WS-EE-MED-TAX GIVING WS-TAX-ROOM
091251     IF WS-FED-WAGES > WS-TAX-ROOM
091252         SUBTRACT WS-TAX-ROOM FROM WS-FED-WAGES
091253             GIVING WS-TAX-ROOM
091254     ELSE
091255         MOVE ZERO TO WS-TAX-ROOM
091256     END-IF
091257     IF WS-FED-TAX > WS-TAX-ROOM
091258         MOVE WS-TAX-ROOM TO WS-FED-TAX
091259     END-IF
091260     SUBTRACT WS-FED-TAX FROM WS-TAX-ROOM
091261     IF WS-STATE-TAX > WS-TAX-ROOM
091262         MOVE WS-TAX-ROOM TO WS-STATE-TAX
091263     END-IF.
091264 4060-EXIT.
091265     EXIT.

091266*----------------------------------------------------------------
091267* 4070-COMPUTE-STATE-TAX - WITHHOLD STATE TAX ON THE ANNUALIZED
091268* FEDERAL TAXABLE WAGE FOR THE EMPLOYEE'S WORK STATE.  WHEN THE
091269* EMPLOYEE LIVES IN ANOTHER STATE THAT TAXES THE SAME WAGE, THAT
091270* STATE'S TAX IS FIGURED TOO AND THE WORK-STATE TAX IS CREDITED
091271* AGAINST IT; ONLY THE EXCESS, IF ANY, IS WITHHELD FOR THE
091272* RESIDENT STATE.  A RESIDENT STATE WHOSE SCHEDULE YIELDS NO TAX
091273* IS DROPPED.  A STATE WITH NO BRACKETS AT ALL ON TAXTABLE.DAT IS
091274* REPORTED - A STATE WITHOUT AN INCOME TAX IS KEYED WITH ONE
091275* ZERO-RATE BRACKET - SO A MISKEYED STATE CODE CANNOT QUIETLY
091276* WITHHOLD NOTHING.  WS-STATE-TAX IS THE SUM OF THE TWO.
091277*----------------------------------------------------------------
091278 4070-COMPUTE-STATE-TAX.
091279     MOVE EMP-WORK-STATE TO WS-WORK-STATE
091280     MOVE EMP-RESIDENT-STATE TO WS-RES-STATE
091281     MOVE ZERO TO WS-RES-STATE-TAX
091282     MOVE 'S' TO WS-TAX-AUTH-WANTED
091283     MOVE WS-WORK-STATE TO WS-TAX-STATE-WANTED
091284     PERFORM 4080-STATE-ANNUAL-TAX THRU 4080-EXIT
091285     DIVIDE WS-ANNUAL-TAX BY WS-EMP-PERIODS-PER-YEAR
091286         GIVING WS-WORK-STATE-TAX ROUNDED
091287     IF WS-RES-STATE = SPACES OR WS-RES-STATE = WS-WORK-STATE
091288         MOVE SPACES TO WS-RES-STATE
091289     ELSE
091290         MOVE WS-RES-STATE TO WS-TAX-STATE-WANTED
091291         PERFORM 4080-STATE-ANNUAL-TAX THRU 4080-EXIT
091292         DIVIDE WS-ANNUAL-TAX BY WS-EMP-PERIODS-PER-YEAR
091293             GIVING WS-RES-STATE-TAX ROUNDED
091294         IF WS-RES-STATE-TAX = ZERO
091295             MOVE SPACES TO WS-RES-STATE
091296         ELSE
091297             IF WS-RES-STATE-TAX > WS-WORK-STATE-TAX
091298                 SUBTRACT WS-WORK-STATE-TAX FROM WS-RES-STATE-TAX
091299             ELSE
091300                 MOVE ZERO TO WS-RES-STATE-TAX
091301             END-IF
091302         END-IF
091303     END-IF
091304     ADD WS-WORK-STATE-TAX WS-RES-STATE-TAX GIVING WS-STATE-TAX.
091305 4070-EXIT.
091306     EXIT.

091307*----------------------------------------------------------------
091308* 4075-SPLIT-STATE-TAX - WHEN 4060-LIMIT-INCOME-TAX HAS CUT
091309* WS-STATE-TAX, TAKE THE CUT FROM THE RESIDENT STATE FIRST, SO THE
091310* WORK AND RESIDENT AMOUNTS STILL ADD UP TO WHAT WAS WITHHELD.
091311*----------------------------------------------------------------
091312 4075-SPLIT-STATE-TAX.
091313     IF WS-STATE-TAX < WS-WORK-STATE-TAX
091314         MOVE WS-STATE-TAX TO WS-WORK-STATE-TAX
091315         MOVE ZERO TO WS-RES-STATE-TAX
091316     ELSE
091317         SUBTRACT WS-WORK-STATE-TAX FROM WS-STATE-TAX
091318             GIVING WS-RES-STATE-TAX
091319     END-IF.
091320 4075-EXIT.
091321     EXIT.

091322 4080-STATE-ANNUAL-TAX.
091323     SET TAX-STATE-NOT-FOUND TO TRUE
091324     PERFORM 4200-COMPUTE-BRACKET-TAX THRU 4200-EXIT
091325     IF TAX-STATE-NOT-FOUND
091326         MOVE SPACES TO WS-EXCEPTION-REASON
091327         STRING "NO TAX TABLE FOR STATE " DELIMITED BY SIZE
091328                WS-TAX-STATE-WANTED DELIMITED BY SIZE
091329             INTO WS-EXCEPTION-REASON
091330         END-STRING
091331         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
091332     END-IF.
091333 4080-EXIT.
091334     EXIT.

091335*----------------------------------------------------------------
091336* 4200-COMPUTE-BRACKET-TAX - COMPUTE THE ANNUAL TAX ON
091337* WS-ANNUAL-GROSS FOR THE AUTHORITY IN WS-TAX-AUTH-WANTED (AND FOR
091338* A STATE, THE STATE IN WS-TAX-STATE-WANTED) AND THE FILING STATUS
091339* ON THE CURRENT DEDUCTION-RECORD BY WALKING EVERY BRACKET IN
091340* WS-TAX-TABLE, THE WAY THE AUTHORITIES PUBLISH THE GRADUATED
091341* SCHEDULES.  TAX-STATE-FOUND IS SET WHEN THE TABLE HOLDS ANY
091342* BRACKET AT ALL FOR THE AUTHORITY AND STATE ASKED FOR.
091343*----------------------------------------------------------------
091344 4200-COMPUTE-BRACKET-TAX.
091345     MOVE ZERO TO WS-ANNUAL-TAX
091346     PERFORM 4205-SCREEN-ONE-BRACKET THRU 4205-EXIT
091347         VARYING WS-TAX-SUB FROM 1 BY 1
091348         UNTIL WS-TAX-SUB > WS-TAX-BRACKET-COUNT.
091349 4200-EXIT.
091350     EXIT.

091351*----------------------------------------------------------------
091352* 4205-SCREEN-ONE-BRACKET - ONLY A BRACKET FOR THE AUTHORITY AND
091353* STATE ASKED FOR IS APPLIED, AND ANY SUCH BRACKET, WHATEVER ITS
091354* FILING STATUS, SHOWS THE TABLE CARRIES THAT STATE.
091355*----------------------------------------------------------------
091356 4205-SCREEN-ONE-BRACKET.
091357     IF TAX-TBL-AUTHORITY (WS-TAX-SUB) = WS-TAX-AUTH-WANTED
091358             AND TAX-TBL-STATE (WS-TAX-SUB) = WS-TAX-STATE-WANTED
091359         SET TAX-STATE-FOUND TO TRUE
091360         PERFORM 4210-APPLY-ONE-BRACKET THRU 4210-EXIT
091361     END-IF.
091362 4205-EXIT.
091363     EXIT.

091367 4210-APPLY-ONE-BRACKET.
091368     IF TAX-TBL-AUTHORITY (WS-TAX-SUB) = WS-TAX-AUTH-WANTED
091414* WS-PROTECTED-NET-PCT, PER THE DISPOSABLE-EARNINGS LIMIT.
091416* EVERY ENTRY, EVEN ONE REDUCED TO ZERO, IS RECORDED IN
091418* WS-DED-APPLIED SO THE PAY STUB AND YTD MASTER CARRY EACH
091419* DEDUCTION TYPE SEPARATELY.  PRE-TAX ENTRIES WERE ALREADY TAKEN
091420* BY 4020-APPLY-PRETAX-ENTRIES, WHICH SET UP THE DONE TABLE.
091422*----------------------------------------------------------------
091424 4300-APPLY-DEDUCTION-ENTRIES.
091426     SUBTRACT WS-FED-TAX WS-STATE-TAX WS-EE-SS-TAX
091428         GIVING WS-DISPOSABLE-PAY
091430     MULTIPLY WS-DISPOSABLE-PAY BY WS-PROTECTED-NET-PCT
091432         GIVING WS-PROTECTED-NET ROUNDED
091434     SUBTRACT WS-PRETAX-FIT-DED FROM WS-DISPOSABLE-PAY
091436         GIVING WS-RUNNING-NET
091438     INSPECT WS-DED-DONE-TABLE REPLACING ALL 'X' BY 'N'
091440     SET AFTER-TAX-PASS TO TRUE
091446     PERFORM 4310-APPLY-NEXT-BY-PRIORITY THRU 4310-EXIT
091448         VARYING WS-DED-PASS-SUB FROM 1 BY 1
091450         UNTIL WS-DED-PASS-SUB > WS-DED-USE-COUNT.
091524     ELSE
091526         MOVE WS-RUNNING-NET TO WS-DED-AVAILABLE
091528     END-IF
091529     PERFORM 4335-LIMIT-401K THRU 4335-EXIT
091530     IF WS-DED-THIS-AMT > WS-DED-AVAILABLE
091532         MOVE WS-DED-AVAILABLE TO WS-DED-THIS-AMT
091534     END-IF
091548         WHEN OTHER
091550             ADD WS-DED-THIS-AMT TO WS-OTHER-DED
091552     END-EVALUATE
091553     PERFORM 4337-ADD-PRETAX-TOTALS THRU 4337-EXIT
091554     ADD 1 TO WS-DED-APPLIED-COUNT
091556     MOVE DED-TYPE-CODE (WS-DED-PICK-SUB)
091558         TO WS-APPLIED-TYPE (WS-DED-APPLIED-COUNT)
091564 4330-EXIT.
091566     EXIT.

091567*----------------------------------------------------------------
091568* 4335-LIMIT-401K - ON THE PRE-TAX PASS, HOLD A 401(K) DEFERRAL
091569* TO THE ROOM LEFT UNDER THE ANNUAL LIMIT AFTER THE YTD MASTER'S
091570* DEFERRALS AND ANY TAKEN EARLIER THIS PERIOD, AND TO THE PAY
091571* AVAILABLE.  A DEFERRAL CUT BY THE LIMIT, OR BY A SHORT CHECK,
091572* IS NOT CARRIED TO ARREARS.
091573*----------------------------------------------------------------
091574 4335-LIMIT-401K.
091575     IF NOT PRETAX-PASS OR NOT DED-TREAT-401K (WS-DED-PICK-SUB)
091576         GO TO 4335-EXIT
091577     END-IF
091578     ADD WS-PRIOR-401K WS-PERIOD-401K GIVING WS-401K-ROOM
091579     IF WS-401K-ROOM < WS-401K-ANNUAL-LIMIT
091580         SUBTRACT WS-401K-ROOM FROM WS-401K-ANNUAL-LIMIT
091581             GIVING WS-401K-ROOM
091582     ELSE
091583         MOVE ZERO TO WS-401K-ROOM
091584     END-IF
091585     IF WS-DED-THIS-AMT > WS-401K-ROOM
091586         MOVE WS-401K-ROOM TO WS-DED-THIS-AMT
091587     END-IF
091588     IF WS-DED-THIS-AMT > WS-DED-AVAILABLE
091589         MOVE WS-DED-AVAILABLE TO WS-DED-THIS-AMT
091590     END-IF
091591     MOVE WS-DED-THIS-AMT TO WS-DED-WANT-AMT.
091592 4335-EXIT.
091593     EXIT.

091594*----------------------------------------------------------------
091595* 4337-ADD-PRETAX-TOTALS - A DEDUCTION TAKEN ON THE PRE-TAX PASS
091596* COMES OFF THE FEDERAL TAXABLE WAGE, A SECTION 125 ENTRY OFF THE
091597* FICA WAGE TOO, AND A 401(K) DEFERRAL COUNTS AGAINST THE LIMIT.
091598*----------------------------------------------------------------
091599 4337-ADD-PRETAX-TOTALS.
091600     IF PRETAX-PASS
091601         ADD WS-DED-THIS-AMT TO WS-PRETAX-FIT-DED
091602         IF DED-TREAT-SEC125 (WS-DED-PICK-SUB)
091603             ADD WS-DED-THIS-AMT TO WS-PRETAX-FICA-DED
091604         END-IF
091605         IF DED-TREAT-401K (WS-DED-PICK-SUB)
091606             ADD WS-DED-THIS-AMT TO WS-PERIOD-401K
091607         END-IF
091608     END-IF.
091609 4337-EXIT.
091610     EXIT.

091611*----------------------------------------------------------------
091612* 4340-RECORD-SHORTFALL - THE ENTRY JUST TAKEN CAME UP SHORT OF
091613* WHAT WAS KEYED.  ROLL THE SHORTFALL INTO THE EMPLOYEE'S
091614* ARREARS BUCKET FOR THAT TYPE (ADDING A BUCKET THE FIRST TIME
091615* THE TYPE IS SHORTED), SO A LATER PERIOD CAN RECOVER IT.  A
091616* SHORTFALL THAT FINDS ALL EIGHT BUCKETS IN USE IS REPORTED TO
091617* THE EXCEPTION REPORT RATHER THAN DROPPED SILENTLY.
091618*----------------------------------------------------------------
091619 4340-RECORD-SHORTFALL.
091620     SUBTRACT WS-DED-THIS-AMT FROM WS-DED-WANT-AMT
091621         GIVING WS-DED-SHORT-AMT
091622     SET ARR-TYPE-NOT-FOUND TO TRUE
091623     MOVE ZERO TO WS-ARR-FIND-SUB
091624     PERFORM 4345-FIND-ARREARS-TYPE THRU 4345-EXIT
091625         UNTIL ARR-TYPE-FOUND
091626             OR WS-ARR-FIND-SUB = WS-EMP-ARR-COUNT
091627     IF ARR-TYPE-NOT-FOUND
091628         IF WS-EMP-ARR-COUNT < WS-MAX-DED-ENTRIES
091629             ADD 1 TO WS-EMP-ARR-COUNT
091630             MOVE WS-EMP-ARR-COUNT TO WS-ARR-FIND-SUB
091631             MOVE DED-TYPE-CODE (WS-DED-PICK-SUB)
091632                 TO WS-ARR-TYPE (WS-ARR-FIND-SUB)
091633             MOVE ZERO TO WS-ARR-BAL (WS-ARR-FIND-SUB)
091634             SET ARR-TYPE-FOUND TO TRUE
091635         ELSE
091636             MOVE SPACES TO WS-EXCEPTION-REASON
091637             STRING "ARREARS BUCKETS FULL TYPE "
091638                 DELIMITED BY SIZE
091639                 DED-TYPE-CODE (WS-DED-PICK-SUB)
091640                 DELIMITED BY SIZE
091641                 INTO WS-EXCEPTION-REASON
091642             END-STRING
091643             PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
091644         END-IF
091645     END-IF
091646     IF ARR-TYPE-FOUND
091647         ADD WS-DED-SHORT-AMT TO WS-ARR-BAL (WS-ARR-FIND-SUB)
091648     END-IF.
091649 4340-EXIT.
091650     EXIT.

091651 4345-FIND-ARREARS-TYPE.
091652     ADD 1 TO WS-ARR-FIND-SUB
091653     IF WS-ARR-TYPE (WS-ARR-FIND-SUB)
091654             = DED-TYPE-CODE (WS-DED-PICK-SUB)
091656         SET ARR-TYPE-FOUND TO TRUE
091658     END-IF.
091714             TO WS-EXCEPTION-REASON
091716         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
091718         MOVE ARREARS-RECORD TO NEW-ARREARS-RECORD
091719         IF LIVE-RUN
091720             WRITE NEW-ARREARS-RECORD
091721         END-IF
091722     END-IF
091724     PERFORM 1350-READ-ARREARS THRU 1350-EXIT.
091726 4410-EXIT.
091878         MOVE EMP-ID TO NAR-EMP-ID
091880         MOVE WS-ARR-TYPE (WS-ARR-SUB) TO NAR-TYPE-CODE
091882         MOVE WS-ARR-BAL (WS-ARR-SUB)  TO NAR-BALANCE
091883         IF LIVE-RUN
091884             WRITE NEW-ARREARS-RECORD
091885         END-IF
091886     END-IF.
091888 4450-EXIT.
091890     EXIT.

091892 4470-CARRY-ONE-ARREARS.
091894     MOVE ARREARS-RECORD TO NEW-ARREARS-RECORD
091895     IF LIVE-RUN
091896         WRITE NEW-ARREARS-RECORD
091897     END-IF
091898     PERFORM 1350-READ-ARREARS THRU 1350-EXIT.
091900 4470-EXIT.
091902     EXIT.

091916*----------------------------------------------------------------
091930* 5000-UPDATE-YTD-MASTER - ADD THIS PERIOD'S GROSS, TAX, NET,
091938* TAXABLE WAGES, 401(K) DEFERRAL, PER-TYPE DEDUCTION AMOUNTS, AND
091946* PER-STATE WAGES AND TAX TO THE EMPLOYEE'S RUNNING YEAR-TO-DATE
091954* TOTALS, CREATING THE MASTER RECORD ON THE EMPLOYEE'S FIRST PAY
091962* PERIOD OF THE YEAR.  A TRIAL RUN ROLLS THE FIGURES THE SAME WAY
091970* (SO A STATE-BUCKET OVERFLOW STILL SHOWS ON EXCEPT.REP) BUT
091978* WRITES NOTHING BACK.
091986*----------------------------------------------------------------
092000 5000-UPDATE-YTD-MASTER.
092010     IF YTD-NOT-OPEN
092020         GO TO 5000-EXIT
092030     END-IF
092100     MOVE EMP-ID TO YTD-EMP-ID
092200     READ YTD-MASTER-FILE
092300         INVALID KEY
092640             MOVE WS-STATE-TAX TO YTD-STATE-TAX
092650             MOVE WS-EE-SS-TAX  TO YTD-SS-TAX
092660             MOVE WS-EE-MED-TAX TO YTD-MED-TAX
092668             MOVE WS-FED-WAGES  TO YTD-FED-WAGES
092676             MOVE WS-SS-TAXABLE TO YTD-SS-WAGES
092684             MOVE WS-MED-WAGES  TO YTD-MED-WAGES
092692             MOVE WS-PERIOD-401K TO YTD-401K-DEFERRED
092700             MOVE WS-NET-PAY TO YTD-NET
092705             PERFORM 5140-INIT-YTD-QUARTER THRU 5140-EXIT
092710                 VARYING WS-QTR-SUB FROM 1 BY 1
092750                 VARYING WS-YTD-DED-SUB FROM 1 BY 1
092760                 UNTIL WS-YTD-DED-SUB > WS-MAX-DED-ENTRIES
092770             PERFORM 5100-ROLL-DED-TYPES THRU 5100-EXIT
092772             MOVE ZERO TO YTD-STATE-COUNT
092776             PERFORM 5180-INIT-YTD-STATE-ENTRY THRU 5180-EXIT
092780                 VARYING WS-YTD-ST-SUB FROM 1 BY 1
092784                 UNTIL WS-YTD-ST-SUB > WS-MAX-STATE-ENTRIES
092788             PERFORM 5160-ROLL-STATE-BUCKETS THRU 5160-EXIT
092792             IF LIVE-RUN
092800                 WRITE YTD-MASTER-RECORD
092850             END-IF
092900         NOT INVALID KEY
093000             MOVE EMP-NAME TO YTD-EMP-NAME
093100             ADD WS-EMP-PAY TO YTD-GROSS
093240             ADD WS-STATE-TAX TO YTD-STATE-TAX
093250             ADD WS-EE-SS-TAX  TO YTD-SS-TAX
093260             ADD WS-EE-MED-TAX TO YTD-MED-TAX
093268             ADD WS-FED-WAGES TO YTD-FED-WAGES
093276             ADD WS-SS-TAXABLE TO YTD-SS-WAGES
093284             ADD WS-MED-WAGES TO YTD-MED-WAGES
093292             ADD WS-PERIOD-401K TO YTD-401K-DEFERRED
093300             ADD WS-NET-PAY TO YTD-NET
093320             PERFORM 5150-ROLL-YTD-QUARTER THRU 5150-EXIT
093350             PERFORM 5100-ROLL-DED-TYPES THRU 5100-EXIT
093360             PERFORM 5160-ROLL-STATE-BUCKETS THRU 5160-EXIT
093370             IF LIVE-RUN
093400                 REWRITE YTD-MASTER-RECORD
093450             END-IF
093500     END-READ.
093600 5000-EXIT.
093700     EXIT.
093804     EXIT.

093806 5140-INIT-YTD-QUARTER.
093807     MOVE ZERO TO YTD-QTR-FED-WAGES (WS-QTR-SUB)
093808     MOVE ZERO TO YTD-QTR-GROSS (WS-QTR-SUB)
093809     MOVE ZERO TO YTD-QTR-SS-WAGES (WS-QTR-SUB)
093810     MOVE ZERO TO YTD-QTR-TAX (WS-QTR-SUB)
093811     MOVE ZERO TO YTD-QTR-MED-WAGES (WS-QTR-SUB).
093812 5140-EXIT.
093814     EXIT.

093816*----------------------------------------------------------------
093818* 5150-ROLL-YTD-QUARTER - ADD THIS PERIOD'S GROSS, COMBINED TAX,
093820* AND TAXABLE WAGES INTO THE BUCKET FOR THE QUARTER DERIVED FROM
093822* THE PAY-PERIOD DATE BY 1090-DETERMINE-QUARTER.
093824*----------------------------------------------------------------
093826 5150-ROLL-YTD-QUARTER.
093827     ADD WS-FED-WAGES TO YTD-QTR-FED-WAGES (WS-PAY-QUARTER)
093828     ADD WS-EMP-PAY TO YTD-QTR-GROSS (WS-PAY-QUARTER)
093829     ADD WS-SS-TAXABLE TO YTD-QTR-SS-WAGES (WS-PAY-QUARTER)
093830     ADD WS-PERIOD-TAX TO YTD-QTR-TAX (WS-PAY-QUARTER)
093831     ADD WS-MED-WAGES TO YTD-QTR-MED-WAGES (WS-PAY-QUARTER).
093832 5150-EXIT.
093834     EXIT.

093835*----------------------------------------------------------------
093836* 5160-ROLL-STATE-BUCKETS - ADD THIS PERIOD'S STATE TAXABLE WAGE
093837* (THE FEDERAL TAXABLE WAGE) AND STATE TAX TO THE YTD ENTRY FOR
093838* THE WORK STATE AND ANY TAXING RESIDENT STATE, BY QUARTER TOO.
093839*----------------------------------------------------------------
093840 5160-ROLL-STATE-BUCKETS.
093841     SET POST-STATE-PAYROLL TO TRUE
093842     MOVE WS-PAY-QUARTER TO WS-POST-STATE-QTR
093843     MOVE WS-FED-WAGES TO WS-POST-STATE-WAGES
093844     MOVE WS-WORK-STATE TO WS-POST-STATE-CODE
093845     MOVE WS-WORK-STATE-TAX TO WS-POST-STATE-TAX
093846     PERFORM 5170-POST-STATE-BUCKET THRU 5170-EXIT
093847     IF WS-RES-STATE NOT = SPACES
093848         MOVE WS-RES-STATE TO WS-POST-STATE-CODE
093849         MOVE WS-RES-STATE-TAX TO WS-POST-STATE-TAX
093850         PERFORM 5170-POST-STATE-BUCKET THRU 5170-EXIT
093851     END-IF.
093852 5160-EXIT.
093853     EXIT.

093854*----------------------------------------------------------------
093855* 5170-POST-STATE-BUCKET - FIND THE YTD STATE ENTRY FOR
093856* WS-POST-STATE-CODE AND ADD WS-POST-STATE-WAGES AND
093857* WS-POST-STATE-TAX TO IT (OPENING A NEW ENTRY THE FIRST TIME A
093858* STATE IS POSTED IN THE YEAR) OR BACK THEM OUT OF IT.  A FIFTH
093859* STATE IN ONE YEAR, OR A BACK-OUT FOR A STATE NEVER POSTED, IS
093860* REPORTED RATHER THAN DROPPED SILENTLY.
093861*----------------------------------------------------------------
093862 5170-POST-STATE-BUCKET.
093863     SET YTD-ST-NOT-FOUND TO TRUE
093864     MOVE ZERO TO WS-YTD-ST-SUB
093865     PERFORM 5175-FIND-YTD-STATE THRU 5175-EXIT
093866         UNTIL YTD-ST-FOUND OR WS-YTD-ST-SUB = YTD-STATE-COUNT
093867     IF YTD-ST-NOT-FOUND AND POST-STATE-ADD
093868             AND YTD-STATE-COUNT < WS-MAX-STATE-ENTRIES
093869         ADD 1 TO YTD-STATE-COUNT
093870         MOVE YTD-STATE-COUNT TO WS-YTD-ST-SUB
093871         PERFORM 5180-INIT-YTD-STATE-ENTRY THRU 5180-EXIT
093872         MOVE WS-POST-STATE-CODE TO YTD-ST-CODE (WS-YTD-ST-SUB)
093873         SET YTD-ST-FOUND TO TRUE
093874     END-IF
093875     IF YTD-ST-NOT-FOUND
093876         MOVE SPACES TO WS-EXCEPTION-REASON
093877         STRING "NO YTD STATE BUCKET FOR " DELIMITED BY SIZE
093878                WS-POST-STATE-CODE DELIMITED BY SIZE
093879             INTO WS-EXCEPTION-REASON
093880         END-STRING
093881         IF POST-STATE-PAYROLL
093882             PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
093883         ELSE
093884             PERFORM 7160-WRITE-ADJ-EXCEPTION THRU 7160-EXIT
093885         END-IF
093886         GO TO 5170-EXIT
093887     END-IF
093888     IF POST-STATE-BACKOUT
093889         PERFORM 5190-BACK-OUT-STATE THRU 5190-EXIT
093890     ELSE
093891         ADD WS-POST-STATE-WAGES TO YTD-ST-WAGES (WS-YTD-ST-SUB)
093892         ADD WS-POST-STATE-TAX TO YTD-ST-TAX (WS-YTD-ST-SUB)
093893         ADD WS-POST-STATE-WAGES TO YTD-ST-QTR-WAGES
093894             (WS-YTD-ST-SUB WS-POST-STATE-QTR)
093895         ADD WS-POST-STATE-TAX TO YTD-ST-QTR-TAX
093896             (WS-YTD-ST-SUB WS-POST-STATE-QTR)
093897     END-IF.
093898 5170-EXIT.
093899     EXIT.

093900 5175-FIND-YTD-STATE.
093901     ADD 1 TO WS-YTD-ST-SUB
093902     IF YTD-ST-CODE (WS-YTD-ST-SUB) = WS-POST-STATE-CODE
093903         SET YTD-ST-FOUND TO TRUE
093904     END-IF.
093905 5175-EXIT.
093906     EXIT.

093907 5180-INIT-YTD-STATE-ENTRY.
093908     MOVE SPACES TO YTD-ST-CODE (WS-YTD-ST-SUB)
093909     MOVE ZERO TO YTD-ST-WAGES (WS-YTD-ST-SUB)
093910         YTD-ST-TAX (WS-YTD-ST-SUB)
093911     PERFORM 5185-INIT-STATE-QUARTER THRU 5185-EXIT
093912         VARYING WS-ST-QTR-SUB FROM 1 BY 1
093913         UNTIL WS-ST-QTR-SUB > 4.
093914 5180-EXIT.
093915     EXIT.

093916 5185-INIT-STATE-QUARTER.
093917     MOVE ZERO TO YTD-ST-QTR-WAGES (WS-YTD-ST-SUB WS-ST-QTR-SUB)
093918         YTD-ST-QTR-TAX (WS-YTD-ST-SUB WS-ST-QTR-SUB).
093919 5185-EXIT.
093920     EXIT.

093921 5190-BACK-OUT-STATE.
093922     IF WS-POST-STATE-WAGES NOT > YTD-ST-WAGES (WS-YTD-ST-SUB)
093923         SUBTRACT WS-POST-STATE-WAGES
093924             FROM YTD-ST-WAGES (WS-YTD-ST-SUB)
093925     ELSE
093926         MOVE ZERO TO YTD-ST-WAGES (WS-YTD-ST-SUB)
093927     END-IF
093928     IF WS-POST-STATE-TAX NOT > YTD-ST-TAX (WS-YTD-ST-SUB)
093929         SUBTRACT WS-POST-STATE-TAX
093930             FROM YTD-ST-TAX (WS-YTD-ST-SUB)
093931     ELSE
093932         MOVE ZERO TO YTD-ST-TAX (WS-YTD-ST-SUB)
093933     END-IF
093934     IF WS-POST-STATE-WAGES NOT >
093935             YTD-ST-QTR-WAGES (WS-YTD-ST-SUB WS-POST-STATE-QTR)
093936         SUBTRACT WS-POST-STATE-WAGES FROM YTD-ST-QTR-WAGES
093937             (WS-YTD-ST-SUB WS-POST-STATE-QTR)
093938     ELSE
093939         MOVE ZERO TO YTD-ST-QTR-WAGES
093940             (WS-YTD-ST-SUB WS-POST-STATE-QTR)
093941     END-IF
093942     IF WS-POST-STATE-TAX NOT >
093943             YTD-ST-QTR-TAX (WS-YTD-ST-SUB WS-POST-STATE-QTR)
093944         SUBTRACT WS-POST-STATE-TAX FROM YTD-ST-QTR-TAX
093945             (WS-YTD-ST-SUB WS-POST-STATE-QTR)
093946     ELSE
093947         MOVE ZERO TO YTD-ST-QTR-TAX
093948             (WS-YTD-ST-SUB WS-POST-STATE-QTR)
093949     END-IF.
093950 5190-EXIT.
093951     EXIT.

093952*----------------------------------------------------------------
093953* 5195-ADJUST-STATE-BUCKETS - BACK THE VOIDED PAYMENT'S STATE
093954* WAGES AND TAX OUT OF THE YTD STATE ENTRIES FOR ITS WORK STATE
093955* AND (WHEN IT HAD ONE) RESIDENT STATE IN THE VOIDED QUARTER, THEN
093956* POST THE REISSUED PAYMENT'S FIGURES TO THE SAME STATES IN THE
093957* CURRENT QUARTER.  THE WORK-STATE SHARE IS THE STATE TAX LESS THE
093958* RESIDENT-STATE SHARE.
093959*----------------------------------------------------------------
093960 5195-ADJUST-STATE-BUCKETS.
093961     SET POST-STATE-BACKOUT TO TRUE
093962     MOVE WS-ADJ-QUARTER TO WS-POST-STATE-QTR
093963     MOVE ADJ-ORIG-FED-WAGES TO WS-POST-STATE-WAGES
093964     MOVE ADJ-ORIG-RES-TAX TO WS-ADJ-RES-TAX
093965     MOVE ADJ-ORIG-STATE TO WS-ADJ-STATE-TAX
093966     PERFORM 5197-POST-ADJ-STATES THRU 5197-EXIT
093967     IF ADJ-VOID-REISSUE
093968         SET POST-STATE-REISSUE TO TRUE
093969         MOVE WS-PAY-QUARTER TO WS-POST-STATE-QTR
093970         MOVE ADJ-NEW-FED-WAGES TO WS-POST-STATE-WAGES
093971         MOVE ADJ-NEW-RES-TAX TO WS-ADJ-RES-TAX
093972         MOVE ADJ-NEW-STATE TO WS-ADJ-STATE-TAX
093973         PERFORM 5197-POST-ADJ-STATES THRU 5197-EXIT
093974     END-IF.
093975 5195-EXIT.
093976     EXIT.

093977 5197-POST-ADJ-STATES.
093978     MOVE ADJ-WORK-STATE TO WS-POST-STATE-CODE
093979     IF WS-ADJ-RES-TAX < WS-ADJ-STATE-TAX
093980         SUBTRACT WS-ADJ-RES-TAX FROM WS-ADJ-STATE-TAX
093981             GIVING WS-POST-STATE-TAX
093982     ELSE
093983         MOVE ZERO TO WS-POST-STATE-TAX
093984     END-IF
093985     PERFORM 5170-POST-STATE-BUCKET THRU 5170-EXIT
093986     IF ADJ-RES-STATE NOT = SPACES
093987         MOVE ADJ-RES-STATE TO WS-POST-STATE-CODE
093988         MOVE WS-ADJ-RES-TAX TO WS-POST-STATE-TAX
093989         PERFORM 5170-POST-STATE-BUCKET THRU 5170-EXIT
093990     END-IF.
093991 5197-EXIT.
093992     EXIT.

093993*----------------------------------------------------------------
094000* 6000-CHECKPOINT-IF-DUE - SAVE THE LAST PROCESSED EMP-ID, THE
094100* PHYSICAL RECORD COUNT, AND THE RUNNING TOTALS TO CHECKPOINT-FILE
094200* AFTER EVERY EMPLOYEE, SO A RESTART RESUMES WITH THE EXACT SAME
094500* 1600-SKIP-TO-RESTART-POINT COUNTS RECORDS BACK OFF OF
094600* CKPT-RECS-PROCESSED RATHER THAN COMPARING EMP-ID, SINCE THE MOST
094700* RECENTLY CHECKPOINTED RECORD MAY HAVE BEEN A REJECT WHOSE EMP-ID
094710* IS NOT A HIGH-WATER MARK.  A TRIAL RUN IS NEVER RESTARTED, SO IT
094720* TAKES NO CHECKPOINTS.
094900*----------------------------------------------------------------
095000 6000-CHECKPOINT-IF-DUE.
095010     IF TRIAL-RUN
095020         GO TO 6000-EXIT
095030     END-IF
095100     PERFORM 6100-WRITE-CHECKPOINT-RECORD THRU 6100-EXIT.
095200 6000-EXIT.
095300     EXIT.
098656     OPEN INPUT BANK-FILE
098658     SET BANK-NOT-EOF TO TRUE
098660     PERFORM 1300-READ-BANK-INFO THRU 1300-EXIT
098661     PERFORM 7010-OPEN-ADJ-HISTORY THRU 7010-EXIT
098662     MOVE SPACES TO REPORT-LINE
098664     STRING "ADJUSTMENTS" DELIMITED BY SIZE
098666         INTO REPORT-LINE
098674     PERFORM 7100-PROCESS-ONE-ADJUSTMENT THRU 7100-EXIT
098676         UNTIL ADJ-EOF
098678     PERFORM 7400-PRINT-ADJ-TOTALS THRU 7400-EXIT
098679     CLOSE ADJ-HISTORY-FILE
098680     CLOSE ADJUSTMENT-FILE.
098682 7000-EXIT.
098684     EXIT.

098685*----------------------------------------------------------------
098686* 7005-SKIP-ADJUSTMENTS - A TRIAL RUN LEAVES ANY ADJTRAN.DAT FOR
098687* THE LIVE RUN TO APPLY AND SAYS SO ON PAYROLL.REP.
098688*----------------------------------------------------------------
098689 7005-SKIP-ADJUSTMENTS.
098690     OPEN INPUT ADJUSTMENT-FILE
098691     IF WS-ADJ-FILE-STATUS = '35'
098692         GO TO 7005-EXIT
098693     END-IF
098694     CLOSE ADJUSTMENT-FILE
098695     MOVE SPACES TO REPORT-LINE
098696     STRING "TRIAL RUN - ADJTRAN.DAT NOT APPLIED"
098697         DELIMITED BY SIZE INTO REPORT-LINE
098698     END-STRING
098699     WRITE REPORT-LINE.
098700 7005-EXIT.
098701     EXIT.

098702*----------------------------------------------------------------
098703* 7010-OPEN-ADJ-HISTORY - EVERY ADJUSTMENT THAT POSTS IS ALSO
098704* APPENDED TO ADJHIST.DAT FOR THE YEAR-END CLOSE'S REBUILD OF THE
098705* YTD MASTER.  THE FILE IS CREATED THE FIRST TIME IT IS NEEDED.
098706*----------------------------------------------------------------
098707 7010-OPEN-ADJ-HISTORY.
098708     OPEN EXTEND ADJ-HISTORY-FILE
098709     IF WS-ADJH-FILE-STATUS = '35'
098710         OPEN OUTPUT ADJ-HISTORY-FILE
098711         CLOSE ADJ-HISTORY-FILE
098712         OPEN EXTEND ADJ-HISTORY-FILE
098713     END-IF.
098714 7010-EXIT.
098715     EXIT.

098716 7100-PROCESS-ONE-ADJUSTMENT.
098717     IF ADJ-VOID OR ADJ-VOID-REISSUE
098718         PERFORM 7110-DETERMINE-ADJ-QUARTER THRU 7110-EXIT
098719         PERFORM 7200-BACK-OUT-YTD THRU 7200-EXIT
098720         IF ADJ-YTD-OK
098721             PERFORM 7120-MATCH-ADJ-BANK THRU 7120-EXIT
098722             PERFORM 7300-PRINT-ADJ-STUB THRU 7300-EXIT
098723             PERFORM 7140-PRINT-ADJ-REPORT-LINE THRU 7140-EXIT
098724             ADD 1 TO WS-ADJ-COUNT
098725             PERFORM 7170-WRITE-ADJ-HISTORY THRU 7170-EXIT
098726             ADD ADJ-ORIG-GROSS TO WS-ADJ-VOID-GROSS
098727             ADD ADJ-ORIG-NET   TO WS-ADJ-VOID-NET
098728             IF ADJ-VOID-REISSUE
098729                 ADD ADJ-NEW-GROSS TO WS-ADJ-REISSUE-GROSS
098730                 ADD ADJ-NEW-NET   TO WS-ADJ-REISSUE-NET
098731             END-IF
098732         ELSE
098733             ADD 1 TO WS-ADJ-REJECTS
098734         END-IF
098735     ELSE
098736         MOVE "INVALID ADJUSTMENT ACTION" TO WS-EXCEPTION-REASON
098737         PERFORM 7160-WRITE-ADJ-EXCEPTION THRU 7160-EXIT
098738         ADD 1 TO WS-ADJ-REJECTS
098739     END-IF
098740     PERFORM 7150-READ-ADJUSTMENT THRU 7150-EXIT.
098741 7100-EXIT.
098742     EXIT.

098743*----------------------------------------------------------------
098744* 7110-DETERMINE-ADJ-QUARTER - DERIVE THE QUARTER OF THE VOIDED
098745* PAY PERIOD FROM ITS DATE, THE SAME WAY 1090-DETERMINE-QUARTER
098746* DOES FOR THE CURRENT PERIOD, SO THE BACKOUT LANDS IN THE
098747* QUARTER THE ORIGINAL PAYMENT ACCUMULATED INTO.
098748*----------------------------------------------------------------
098750 7110-DETERMINE-ADJ-QUARTER.
098752     MOVE ADJ-PAY-PERIOD TO WS-ADJ-PERIOD

098774*----------------------------------------------------------------
098776* 7120-MATCH-ADJ-BANK - POSITION BANK-FILE AT THIS ADJUSTMENT'S
098777* EMPLOYEE AND, WHEN THE EMPLOYEE IS PAID BY DIRECT DEPOSIT, WRITE
098778* THE OFFSETTING REVERSAL LINES (AND THE REISSUE LINES WHEN THE
098779* PAYMENT IS REISSUED) TO ACH-FILE, EACH NET SPLIT ACROSS THE
098780* ACCOUNTS BY 3690-SPLIT-DEPOSIT AS A PAYROLL DEPOSIT IS.  AN
098781* EMPLOYEE PAID BY CHECK HAS NO ACTIVE REMAINDER ACCOUNT (A
098782* PENDING ONE IS STILL IN ITS PRENOTE CYCLE AND NEVER CARRIED THE
098783* ORIGINAL DEPOSIT); THE REPORT LINE SAYS SO AND THE CHECK IS
098784* PULLED MANUALLY.  A VOIDED PAYMENT THAT WENT OUT ON A CHECK (AS
098785* ON A STALE-DATED CHECK VOID FROM CHECK-RECONCILIATION) NEVER
098786* REACHED THE BANK ACCOUNTS, SO IT GETS NO REVERSAL LINES; THE
098787* REPORT LINE NAMES THE VOIDED CHECK INSTEAD.
098788*----------------------------------------------------------------
098790 7120-MATCH-ADJ-BANK.
098792     PERFORM 1300-READ-BANK-INFO THRU 1300-EXIT
098794         UNTIL BANK-EOF OR BANK-EMP-ID NOT LESS THAN ADJ-EMP-ID
098795     PERFORM 7125-PREPARE-ADJ-MATCH THRU 7125-EXIT
098796     IF BANK-NOT-EOF AND BANK-EMP-ID = ADJ-EMP-ID
098797         PERFORM 3690-SPLIT-DEPOSIT THRU 3690-EXIT
098798     END-IF
098799     IF DEP-BY-ACH
098800         PERFORM 7130-WRITE-ACH-REVERSAL THRU 7130-EXIT
098802     ELSE
098803         IF ADJ-ORIG-WAS-DEPOSIT
098804             MOVE " NO ACTIVE BANK RECORD " TO WS-ADJ-BANK-FLAG
098805         END-IF
098806     END-IF.
098808 7120-EXIT.
098810     EXIT.

098811*----------------------------------------------------------------
098812* 7125-PREPARE-ADJ-MATCH - TREAT THE ADJUSTMENT AS PAID BY CHECK
098813* UNTIL 3690-SPLIT-DEPOSIT FINDS AN ACTIVE ACCOUNT FOR ITS
098814* ORIGINAL NET, AND CLEAR THE BANK FLAG FOR THE REPORT LINE.
098815* WHEN THE VOIDED PAYMENT WENT OUT ON A CHECK, NAME THAT CHECK IN
098816* THE FLAG INSTEAD SO 7120-MATCH-ADJ-BANK WRITES NO REVERSAL
098817* LINES FOR IT.
098818*----------------------------------------------------------------
098819 7125-PREPARE-ADJ-MATCH.
098820     SET DEP-BY-CHECK TO TRUE
098821     MOVE ADJ-ORIG-NET TO WS-DEP-NET-AMT
098822     SET ADJ-ORIG-WAS-DEPOSIT TO TRUE
098823     MOVE SPACES TO WS-ADJ-BANK-FLAG
098824     IF ADJ-ORIG-CHECK-NBR IS NUMERIC
098825             AND ADJ-ORIG-CHECK-NBR NOT = ZERO
098826         SET ADJ-ORIG-WAS-CHECK TO TRUE
098827         MOVE ADJ-ORIG-CHECK-NBR TO WS-ADJ-CHECK-OUT
098828         STRING " CHECK " DELIMITED BY SIZE
098829                WS-ADJ-CHECK-OUT DELIMITED BY SIZE
098830                " VOIDED " DELIMITED BY SIZE
098831             INTO WS-ADJ-BANK-FLAG
098832         END-STRING
098833     END-IF.
098834 7125-EXIT.
098835     EXIT.

098836 7130-WRITE-ACH-REVERSAL.
098837     MOVE ADJ-EMP-ID       TO WS-ACH-ID
098838     MOVE YTD-EMP-NAME     TO WS-ACH-NAME
098839     IF ADJ-ORIG-WAS-DEPOSIT
098840         MOVE "REVERSAL"   TO WS-DEP-MARKER
098841         PERFORM 3710-WRITE-DEPOSIT-LINE THRU 3710-EXIT
098842             VARYING WS-DEP-SUB FROM 1 BY 1
098843             UNTIL WS-DEP-SUB > WS-DEP-COUNT
098844     END-IF
098845     IF ADJ-VOID-REISSUE
098847         MOVE ADJ-NEW-NET TO WS-DEP-NET-AMT
098850         PERFORM 3690-SPLIT-DEPOSIT THRU 3690-EXIT
098853         MOVE "REISSUE " TO WS-DEP-MARKER
098856         PERFORM 3710-WRITE-DEPOSIT-LINE THRU 3710-EXIT
098859             VARYING WS-DEP-SUB FROM 1 BY 1
098862             UNTIL WS-DEP-SUB > WS-DEP-COUNT
098868     END-IF.
098870 7130-EXIT.
098872     EXIT.
098985     EXIT.

098986*----------------------------------------------------------------
098987* 7170-WRITE-ADJ-HISTORY - RECORD AN ADJUSTMENT THAT POSTED TO THE
098988* YTD MASTER ON ADJHIST.DAT, WITH THE RUN'S PAY PERIOD AND THE
098989* QUARTERS IT WAS BACKED OUT OF AND REISSUED INTO, SO THE YEAR-END
098990* CLOSE CAN REPEAT IT WHEN IT REBUILDS THE YTD FIGURES.
098991*----------------------------------------------------------------
098992 7170-WRITE-ADJ-HISTORY.
098993     MOVE WS-PAY-PERIOD     TO AJH-POST-PERIOD
098994     MOVE WS-ADJ-QUARTER    TO AJH-ORIG-QUARTER
098995     MOVE WS-PAY-QUARTER    TO AJH-POST-QUARTER
098996     MOVE ADJUSTMENT-RECORD TO AJH-ADJUSTMENT
098997     WRITE ADJ-HISTORY-RECORD.
098998 7170-EXIT.
098999     EXIT.

099000*----------------------------------------------------------------
099001* 7200-BACK-OUT-YTD - SUBTRACT THE VOIDED PAYMENT'S GROSS, TAX,
099002* AND NET FROM THE EMPLOYEE'S YTD MASTER RECORD AND FROM THE
099003* QUARTER BUCKET OF THE VOIDED PERIOD, THEN ADD THE REISSUED
099004* AMOUNTS (INTO THE CURRENT QUARTER) WHEN THE PAYMENT IS
099005* REISSUED.  AN ADJUSTMENT FOR AN EMPLOYEE NOT ON THE YTD FILE,
099006* OR ONE LARGER THAN THE ACCUMULATED TOTALS, IS REJECTED TO THE
099007* EXCEPTION REPORT INSTEAD OF WRAPPING THE UNSIGNED TOTALS.
099008*----------------------------------------------------------------
099009 7200-BACK-OUT-YTD.
099010     SET ADJ-YTD-OK TO TRUE
099011     ADD ADJ-ORIG-FED ADJ-ORIG-STATE ADJ-ORIG-SS ADJ-ORIG-MED
099012         GIVING WS-ADJ-ORIG-TAX
099013     ADD ADJ-NEW-FED ADJ-NEW-STATE ADJ-NEW-SS ADJ-NEW-MED
099014         GIVING WS-ADJ-NEW-TAX
099015     MOVE ADJ-EMP-ID TO YTD-EMP-ID
099016     READ YTD-MASTER-FILE
099017         INVALID KEY
099018             SET ADJ-YTD-FAILED TO TRUE
099019             MOVE "ADJ EMPLOYEE NOT ON YTD FILE"
099020                 TO WS-EXCEPTION-REASON
099021             PERFORM 7160-WRITE-ADJ-EXCEPTION THRU 7160-EXIT
099022         NOT INVALID KEY
099023             IF ADJ-ORIG-GROSS > YTD-GROSS
099024                     OR WS-ADJ-ORIG-TAX > YTD-TAX
099025                     OR ADJ-ORIG-NET > YTD-NET
099026                 SET ADJ-YTD-FAILED TO TRUE
099027                 MOVE "ADJUSTMENT EXCEEDS YTD TOTALS"
099028                     TO WS-EXCEPTION-REASON
099029                 PERFORM 7160-WRITE-ADJ-EXCEPTION THRU 7160-EXIT
099030             ELSE
099032                 PERFORM 7210-APPLY-YTD-BACKOUT THRU 7210-EXIT
099033                 PERFORM 5195-ADJUST-STATE-BUCKETS THRU 5195-EXIT
099034                 REWRITE YTD-MASTER-RECORD
099036             END-IF
099038     END-READ.
099107         ADD ADJ-NEW-NET    TO YTD-NET
099108         ADD ADJ-NEW-GROSS  TO YTD-QTR-GROSS (WS-PAY-QUARTER)
099110         ADD WS-ADJ-NEW-TAX TO YTD-QTR-TAX (WS-PAY-QUARTER)
099111     END-IF
099112     PERFORM 7215-BACK-OUT-TAXABLE-WAGES THRU 7215-EXIT.
099114 7210-EXIT.
099116     EXIT.

099117*----------------------------------------------------------------
099118* 7215-BACK-OUT-TAXABLE-WAGES - TAKE THE VOIDED PAYMENT'S
099119* FEDERAL, SOCIAL SECURITY, AND MEDICARE TAXABLE WAGES OUT OF THE
099120* YEAR AND THE VOIDED QUARTER, AND ITS 401(K) DEFERRAL (THE
099121* MEDICARE WAGE LESS THE FEDERAL WAGE) OUT OF THE YEAR'S
099122* DEFERRALS, EACH FLOORED AT ZERO; THEN ADD THE REISSUED
099123* PAYMENT'S FIGURES BACK INTO THE YEAR AND THE CURRENT QUARTER.
099124*----------------------------------------------------------------
099125 7215-BACK-OUT-TAXABLE-WAGES.
099126     IF ADJ-ORIG-FED-WAGES NOT > YTD-FED-WAGES
099127         SUBTRACT ADJ-ORIG-FED-WAGES FROM YTD-FED-WAGES
099128     ELSE
099129         MOVE ZERO TO YTD-FED-WAGES
099130     END-IF
099131     IF ADJ-ORIG-SS-WAGES NOT > YTD-SS-WAGES
099132         SUBTRACT ADJ-ORIG-SS-WAGES FROM YTD-SS-WAGES
099133     ELSE
099134         MOVE ZERO TO YTD-SS-WAGES
099135     END-IF
099136     IF ADJ-ORIG-MED-WAGES NOT > YTD-MED-WAGES
099137         SUBTRACT ADJ-ORIG-MED-WAGES FROM YTD-MED-WAGES
099138     ELSE
099139         MOVE ZERO TO YTD-MED-WAGES
099140     END-IF
099141     IF ADJ-ORIG-MED-WAGES > ADJ-ORIG-FED-WAGES
099142         SUBTRACT ADJ-ORIG-FED-WAGES FROM ADJ-ORIG-MED-WAGES
099143             GIVING WS-ADJ-401K
099144     ELSE
099145         MOVE ZERO TO WS-ADJ-401K
099146     END-IF
099147     IF WS-ADJ-401K NOT > YTD-401K-DEFERRED
099148         SUBTRACT WS-ADJ-401K FROM YTD-401K-DEFERRED
099149     ELSE
099150         MOVE ZERO TO YTD-401K-DEFERRED
099151     END-IF
099152     IF ADJ-ORIG-FED-WAGES
099153             NOT > YTD-QTR-FED-WAGES (WS-ADJ-QUARTER)
099154         SUBTRACT ADJ-ORIG-FED-WAGES
099155             FROM YTD-QTR-FED-WAGES (WS-ADJ-QUARTER)
099156     ELSE
099157         MOVE ZERO TO YTD-QTR-FED-WAGES (WS-ADJ-QUARTER)
099158     END-IF
099159     IF ADJ-ORIG-SS-WAGES
099160             NOT > YTD-QTR-SS-WAGES (WS-ADJ-QUARTER)
099161         SUBTRACT ADJ-ORIG-SS-WAGES
099162             FROM YTD-QTR-SS-WAGES (WS-ADJ-QUARTER)
099163     ELSE
099164         MOVE ZERO TO YTD-QTR-SS-WAGES (WS-ADJ-QUARTER)
099165     END-IF
099166     IF ADJ-ORIG-MED-WAGES
099167             NOT > YTD-QTR-MED-WAGES (WS-ADJ-QUARTER)
099168         SUBTRACT ADJ-ORIG-MED-WAGES
099169             FROM YTD-QTR-MED-WAGES (WS-ADJ-QUARTER)
099170     ELSE
099171         MOVE ZERO TO YTD-QTR-MED-WAGES (WS-ADJ-QUARTER)
099172     END-IF
099173     IF ADJ-VOID-REISSUE
099174         ADD ADJ-NEW-FED-WAGES TO YTD-FED-WAGES
099175         ADD ADJ-NEW-SS-WAGES  TO YTD-SS-WAGES
099176         ADD ADJ-NEW-MED-WAGES TO YTD-MED-WAGES
099177         ADD ADJ-NEW-FED-WAGES
099178             TO YTD-QTR-FED-WAGES (WS-PAY-QUARTER)
099179         ADD ADJ-NEW-SS-WAGES
099180             TO YTD-QTR-SS-WAGES (WS-PAY-QUARTER)
099181         ADD ADJ-NEW-MED-WAGES
099182             TO YTD-QTR-MED-WAGES (WS-PAY-QUARTER)
099183         IF ADJ-NEW-MED-WAGES > ADJ-NEW-FED-WAGES
099184             SUBTRACT ADJ-NEW-FED-WAGES FROM ADJ-NEW-MED-WAGES
099185                 GIVING WS-ADJ-401K
099186             ADD WS-ADJ-401K TO YTD-401K-DEFERRED
099187         END-IF
099188     END-IF.
099189 7215-EXIT.
099190     EXIT.

099191*----------------------------------------------------------------
099192* 7300-PRINT-ADJ-STUB - WRITE A PAY STUB PAGE MARKED ADJUSTMENT
099193* SHOWING THE VOIDED AMOUNTS AND, FOR A REISSUE, THE CORRECTED
099194* AMOUNTS, SO THE EMPLOYEE'S PAPERWORK REFLECTS THE CORRECTION.
099195*----------------------------------------------------------------
099196 7300-PRINT-ADJ-STUB.
099197     MOVE SPACES TO PAY-STUB-LINE
099198     STRING "CORPORATE DATA CENTER - EMPLOYEE PAY STUB"
099199         DELIMITED BY SIZE INTO PAY-STUB-LINE
099200     END-STRING
099201     WRITE PAY-STUB-LINE AFTER ADVANCING PAGE

099202     MOVE SPACES TO PAY-STUB-LINE
099203     IF ADJ-VOID-REISSUE
099204         STRING "*** ADJUSTMENT - VOID AND REISSUE ***"
099205             DELIMITED BY SIZE INTO PAY-STUB-LINE
099206         END-STRING
099207     ELSE
099208         STRING "*** ADJUSTMENT - VOID ***"
099209             DELIMITED BY SIZE INTO PAY-STUB-LINE
099210         END-STRING
099211     END-IF
099212     WRITE PAY-STUB-LINE AFTER ADVANCING 1

099213     MOVE SPACES TO PAY-STUB-LINE
099214     STRING "PAY PERIOD: " DELIMITED BY SIZE
099215            ADJ-PAY-PERIOD DELIMITED BY SIZE
099216         INTO PAY-STUB-LINE
099217     END-STRING
099218     WRITE PAY-STUB-LINE AFTER ADVANCING 1

099219     MOVE ADJ-EMP-ID TO WS-ADJ-ID
099220     MOVE SPACES TO PAY-STUB-LINE
099221     STRING "EMPLOYEE ID: " DELIMITED BY SIZE
099222            WS-ADJ-ID       DELIMITED BY SIZE
099223            "   NAME: "     DELIMITED BY SIZE
099224            YTD-EMP-NAME    DELIMITED BY SIZE
099225         INTO PAY-STUB-LINE
099226     END-STRING
099227     WRITE PAY-STUB-LINE AFTER ADVANCING 1

099228     MOVE ADJ-ORIG-GROSS TO WS-ADJ-ORIG-GROSS-OUT
099229     MOVE ADJ-ORIG-NET   TO WS-ADJ-ORIG-NET-OUT
099230     MOVE SPACES TO PAY-STUB-LINE
099231     STRING "VOIDED   GROSS: " DELIMITED BY SIZE
099232            WS-ADJ-ORIG-GROSS-OUT DELIMITED BY SIZE
099233            "   TAX: " DELIMITED BY SIZE
099234            WS-ADJ-ORIG-TAX DELIMITED BY SIZE
099235            "   NET: " DELIMITED BY SIZE
099236            WS-ADJ-ORIG-NET-OUT DELIMITED BY SIZE
099237         INTO PAY-STUB-LINE
099238     END-STRING
099239     WRITE PAY-STUB-LINE AFTER ADVANCING 1

099240     IF ADJ-VOID-REISSUE
099241         MOVE ADJ-NEW-GROSS TO WS-ADJ-NEW-GROSS-OUT
099242         MOVE ADJ-NEW-NET   TO WS-ADJ-NEW-NET-OUT
099243         MOVE SPACES TO PAY-STUB-LINE
099244         STRING "REISSUED GROSS: " DELIMITED BY SIZE
099245                WS-ADJ-NEW-GROSS-OUT DELIMITED BY SIZE
099246                "   TAX: " DELIMITED BY SIZE
099247                WS-ADJ-NEW-TAX DELIMITED BY SIZE
099248                "   NET: " DELIMITED BY SIZE
099249                WS-ADJ-NEW-NET-OUT DELIMITED BY SIZE
099250             INTO PAY-STUB-LINE
099251         END-STRING
099252         WRITE PAY-STUB-LINE AFTER ADVANCING 1
099253     END-IF.
099254 7300-EXIT.
099255     EXIT.

099256*----------------------------------------------------------------
099257* 7400-PRINT-ADJ-TOTALS - TOTALS FOR THE ADJUSTMENT SECTION OF
099258* PAYROLL.REP, KEPT SEPARATE FROM THE REGULAR RUN TOTALS.
099259*----------------------------------------------------------------
099260 7400-PRINT-ADJ-TOTALS.
099261     MOVE SPACES TO REPORT-LINE
099262     STRING "ADJUSTMENTS APPLIED: " DELIMITED BY SIZE
099263            WS-ADJ-COUNT DELIMITED BY SIZE
099264            "  REJECTED: " DELIMITED BY SIZE
099266            WS-ADJ-REJECTS DELIMITED BY SIZE
099268         INTO REPORT-LINE
115200     END-STRING
115300     WRITE REPORT-LINE.
115400 8120-EXIT.
115402     EXIT.

115404*----------------------------------------------------------------
115406* 8150-PRINT-CC-SUBTOTALS - THE LABOR DISTRIBUTION SECTION: ONE
115408* LINE PER WORKED COST CENTER SHOWING THE HOURS, GROSS, AND
115410* EMPLOYER TAX CHARGED TO IT THIS RUN.  THIS IS THE SPLIT PLANT
115412* ACCOUNTING USED TO REBUILD BY SPREADSHEET EVERY PERIOD.
115414*----------------------------------------------------------------
115416 8150-PRINT-CC-SUBTOTALS.
115418     MOVE SPACES TO REPORT-LINE
115420     STRING "LABOR DISTRIBUTION BY COST CENTER"
115422         DELIMITED BY SIZE INTO REPORT-LINE
115424     END-STRING
115426     WRITE REPORT-LINE
115428     PERFORM 8160-PRINT-ONE-CC THRU 8160-EXIT
115430         VARYING WS-RUN-CC-SUB FROM 1 BY 1
115432         UNTIL WS-RUN-CC-SUB > WS-CC-COUNT
115434     IF WS-CC-OVFL-GROSS > ZERO
115436             OR WS-CC-OVFL-ERTAX > ZERO
115438             OR WS-CC-OVFL-HOURS > ZERO
115440         PERFORM 8170-PRINT-CC-OVERFLOW THRU 8170-EXIT
115442     END-IF.
115444 8150-EXIT.
115446     EXIT.

115448 8160-PRINT-ONE-CC.
115450     MOVE CC-CODE (WS-RUN-CC-SUB)   TO WS-CC-OUT
115452     MOVE CC-HOURS (WS-RUN-CC-SUB)  TO WS-CC-HOURS-OUT
115454     MOVE CC-GROSS (WS-RUN-CC-SUB)  TO WS-CC-GROSS-OUT
115456     MOVE CC-ER-TAX (WS-RUN-CC-SUB) TO WS-CC-ERTAX-OUT
115458     MOVE SPACES TO REPORT-LINE
115460     STRING "CC: "          DELIMITED BY SIZE
115462            WS-CC-OUT       DELIMITED BY SIZE
115464            "  HOURS: "     DELIMITED BY SIZE
115466            WS-CC-HOURS-OUT DELIMITED BY SIZE
115468            "  GROSS: "     DELIMITED BY SIZE
115470            WS-CC-GROSS-OUT DELIMITED BY SIZE
115472            "  ER TAX: "    DELIMITED BY SIZE
115474            WS-CC-ERTAX-OUT DELIMITED BY SIZE
115476         INTO REPORT-LINE
115478     END-STRING
115480     WRITE REPORT-LINE.
115482 8160-EXIT.
115484     EXIT.

115486 8170-PRINT-CC-OVERFLOW.
115488     MOVE WS-CC-OVFL-HOURS TO WS-CC-HOURS-OUT
115490     MOVE WS-CC-OVFL-GROSS TO WS-CC-GROSS-OUT
115492     MOVE WS-CC-OVFL-ERTAX TO WS-CC-ERTAX-OUT
115494     MOVE SPACES TO REPORT-LINE
115496     STRING "CC: UNCLASSIFIED (TABLE FULL)"
115498            DELIMITED BY SIZE
115500            "  HOURS: "     DELIMITED BY SIZE
115502            WS-CC-HOURS-OUT DELIMITED BY SIZE
115504            "  GROSS: "     DELIMITED BY SIZE
115506            WS-CC-GROSS-OUT DELIMITED BY SIZE
115508            "  ER TAX: "    DELIMITED BY SIZE
115510            WS-CC-ERTAX-OUT DELIMITED BY SIZE
115512         INTO REPORT-LINE
115514     END-STRING
115516     WRITE REPORT-LINE.
115518 8170-EXIT.
115520     EXIT.

115522*----------------------------------------------------------------
115524* 8195-SKIP-GL-POSTINGS - A TRIAL RUN LEAVES GLPOST.DAT AS THE
115526* LAST LIVE RUN WROTE IT AND SAYS SO ON PAYROLL.REP.
115528*----------------------------------------------------------------
115530 8195-SKIP-GL-POSTINGS.
115532     MOVE SPACES TO REPORT-LINE
115534     STRING "TRIAL RUN - GL POSTINGS NOT WRITTEN"
115536         DELIMITED BY SIZE INTO REPORT-LINE
115538     END-STRING
115540     WRITE REPORT-LINE.
115542 8195-EXIT.
115544     EXIT.

115561*----------------------------------------------------------------
115562* 8200-WRITE-GL-POSTINGS - BUILD THE GENERAL-LEDGER INTERFACE
115800* 8500-PRINT-YTD-SUMMARY - BROWSE YTD-MASTER-FILE IN EMP-ID
115900* SEQUENCE AND WRITE ONE LINE PER EMPLOYEE SHOWING YEAR-TO-DATE
116000* GROSS, TAX, AND NET.  RUN AFTER THE CURRENT PERIOD'S UPDATES
116010* SO THE SUMMARY REFLECTS THIS RUN.  A TRIAL RUN POSTS NOTHING TO
116020* THE MASTER, SO IT WRITES NO SUMMARY.
116200*----------------------------------------------------------------
116300 8500-PRINT-YTD-SUMMARY.
116310     IF TRIAL-RUN
116320         GO TO 8500-EXIT
116330     END-IF
116400     OPEN OUTPUT YTD-SUMMARY-REPORT
116500     MOVE LOW-VALUES TO YTD-EMP-ID
116600     START YTD-MASTER-FILE KEY IS NOT LESS THAN YTD-EMP-ID
120600     WRITE YTD-SUMMARY-LINE

120800     PERFORM 8510-READ-YTD-NEXT THRU 8510-EXIT.
120802 8520-EXIT.
120804     EXIT.

120806*----------------------------------------------------------------
120808* 8600-PRINT-VARIANCE-TOTALS - ON A TRIAL RUN, REPORT THE PRIOR
120810* PERIOD'S PAY HISTORY LEFT PAST THE LAST EMPLOYEE PAID (THOSE
120812* EMPLOYEES DROPPED OUT TOO), THEN CLOSE VARIANCE.REP WITH ITS
120814* COUNTS AND REPEAT THEM AT THE FOOT OF PAYROLL.REP.
120816*----------------------------------------------------------------
120818 8600-PRINT-VARIANCE-TOTALS.
120820     IF LIVE-RUN
120822         GO TO 8600-EXIT
120824     END-IF
120826     PERFORM 3955-PASS-HISTORY THRU 3955-EXIT
120828         UNTIL VAR-HIST-EOF
120830     MOVE SPACES TO VARIANCE-LINE
120832     WRITE VARIANCE-LINE
120834     MOVE SPACES TO VARIANCE-LINE
120836     STRING "EMPLOYEES COMPARED: " DELIMITED BY SIZE
120838            WS-VAR-COMPARED-COUNT DELIMITED BY SIZE
120840            " | FLAGGED: " DELIMITED BY SIZE
120842            WS-VAR-FLAGGED-COUNT DELIMITED BY SIZE
120844            " | NEW: " DELIMITED BY SIZE
120846            WS-VAR-NEW-COUNT DELIMITED BY SIZE
120848            " | DROPPED: " DELIMITED BY SIZE
120850            WS-VAR-DROPPED-COUNT DELIMITED BY SIZE
120852         INTO VARIANCE-LINE
120854     END-STRING
120856     WRITE VARIANCE-LINE
120858     MOVE SPACES TO REPORT-LINE
120860     STRING "*** TRIAL RUN - VARIANCE.REP FLAGGED: "
120862            DELIMITED BY SIZE
120864            WS-VAR-FLAGGED-COUNT DELIMITED BY SIZE
120866            " | NEW: " DELIMITED BY SIZE
120868            WS-VAR-NEW-COUNT DELIMITED BY SIZE
120870            " | DROPPED: " DELIMITED BY SIZE
120872            WS-VAR-DROPPED-COUNT DELIMITED BY SIZE
120874            " - NOTHING POSTED, NO PAYMENTS ISSUED ***"
120876            DELIMITED BY SIZE
120878         INTO REPORT-LINE
120880     END-STRING
120882     WRITE REPORT-LINE.
120884 8600-EXIT.
120886     EXIT.

120920*----------------------------------------------------------------
120930* 8800-SAVE-CHECK-NUMBER - REWRITE CHECKNBR.DAT WITH THE NEXT
120940* UNUSED CHECK NUMBER SO THE SERIES CONTINUES FROM THERE ON THE
120950* NEXT RUN.  A TRIAL RUN ISSUES NO CHECKS AND LEAVES IT ALONE.
120960*----------------------------------------------------------------
120970 8800-SAVE-CHECK-NUMBER.
120971     IF TRIAL-RUN
120972         GO TO 8800-EXIT
120973     END-IF
120975     OPEN OUTPUT CHECK-NUMBER-FILE
120980     MOVE WS-NEXT-CHECK-NBR TO CHK-NEXT-NUMBER
120985     WRITE CHECK-NUMBER-RECORD
121059* REVIEW - SOME ERROR RUNS DO PAY PEOPLE, WHICH IS WHY THE
121061* 1087 RUN-LOG GUARD KEYS ON THE LOGGED PAID COUNTS, NOT ON
121063* THE CONDITION CODE, BEFORE LETTING A RERUN THROUGH.
121064* A TRIAL RUN NEVER MARKS THE PERIOD.
121065*----------------------------------------------------------------
121067 8920-MARK-PERIOD-PAID.
121069     IF CAL-NOT-FOUND
121070             OR TRIAL-RUN
121071             OR WS-COND-CODE NOT < WS-COND-ERROR
121073         GO TO 8920-EXIT
121075     END-IF
121099* 8950-WRITE-RUN-LOG - APPEND ONE SUMMARY RECORD FOR THIS
121101* EXECUTION TO THE PERMANENT RUN LOG, THE RECORD THE OPERATORS
121103* CHECK OVERNIGHT AND THE AUDITORS ASK FOR EVERY YEAR.
121104* A TRIAL RUN IS NOT LOGGED, SO IT NEVER BLOCKS THE LIVE RUN.
121105*----------------------------------------------------------------
121107 8950-WRITE-RUN-LOG.
121109     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
121700     CLOSE DEDUCTION-FILE
121800     CLOSE PAYROLL-REPORT
121900     CLOSE EXCEPTION-REPORT
121910     IF LIVE-RUN
121920         PERFORM 9010-CLOSE-LIVE-FILES THRU 9010-EXIT
121930     ELSE
121940         CLOSE VARIANCE-REPORT
121950     END-IF
122100     CLOSE BANK-FILE
122120     IF WS-TC-FILE-STATUS NOT = '35'
122140         CLOSE TIMECARD-FILE
122160     END-IF
122170     IF WS-LEAVE-FILE-STATUS NOT = '35'
122180         CLOSE OLD-LEAVE-FILE
122190     END-IF
122270     IF HIST-OPEN
122280         CLOSE PAY-HISTORY-FILE
122282     END-IF
122285     IF WS-RETRO-FILE-STATUS NOT = '35'
122286         CLOSE RETRO-PAY-FILE
122287     END-IF
122290     IF WS-ARR-FILE-STATUS NOT = '35'
122292         CLOSE OLD-ARREARS-FILE
122294     END-IF
122297     IF WS-CAL-FILE-STATUS NOT = '35'
122298         CLOSE PAY-CALENDAR-FILE
122299     END-IF
122309     IF YTD-OPEN
122319         CLOSE YTD-MASTER-FILE
122329     END-IF.
122400 9000-EXIT.
122500     EXIT.

122510*----------------------------------------------------------------
122520* 9010-CLOSE-LIVE-FILES - CLOSE THE OUTPUT FILES ONLY A LIVE RUN
122530* OPENS: THE PAYMENT FILES AND THE CARRIED-FORWARD ARREARS AND
122540* LEAVE FILES.
122550*----------------------------------------------------------------
122560 9010-CLOSE-LIVE-FILES.
122570     CLOSE PAY-STUB-FILE
122580     CLOSE ACH-FILE
122590     CLOSE CHECK-PRINT-FILE
122600     CLOSE CHECK-REGISTER-FILE
122610     CLOSE POSITIVE-PAY-FILE
122620     CLOSE NEW-ARREARS-FILE
122630     CLOSE NEW-LEAVE-FILE.
122640 9010-EXIT.
122650     EXIT.
