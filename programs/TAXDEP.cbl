000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TAX-DEPOSIT.
000300 AUTHOR. R-HARTLEY.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RH  ORIGINAL PROGRAM.  TOTALS THE PAYROLL TAX
001100*                LIABILITY ON EVERY CHECK DATE IN THE DEPOSIT
001200*                WINDOW FROM PAY HISTORY - FEDERAL WITHHOLDING,
001300*                EMPLOYEE AND EMPLOYER SOCIAL SECURITY AND
001400*                MEDICARE, STATE WITHHOLDING BY STATE, AND
001500*                FEDERAL UNEMPLOYMENT - TAKING EACH PERIOD'S
001600*                CHECK DATE AND QUARTER FROM PAYCAL.DAT.  THE
001700*                DEPOSITOR SCHEDULE ON TAXDEP.PARM (SEMIWEEKLY OR
001800*                MONTHLY) SETS EACH DEPOSIT'S DUE DATE; THE
001900*                DEPOSITS GO TO TAXDEP.DAT FOR THE FEDERAL AND
002000*                STATE ELECTRONIC PAYMENT SYSTEMS AND ON THE
002100*                DEPOSIT REGISTER TAXDEP.REP, WHICH ALSO TIES THE
002200*                YEAR'S QUARTERS BACK TO QUARTERLY-TAX-REPORT.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT TAX-PARM-FILE ASSIGN TO 'TAXDEP.PARM'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-PARM-FILE-STATUS.
003000     SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CAL-PAY-PERIOD
003400         FILE STATUS IS WS-CAL-FILE-STATUS.
003500     SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PH-KEY
003900         FILE STATUS IS WS-HIST-FILE-STATUS.
004000     SELECT TAX-DEPOSIT-FILE ASSIGN TO 'TAXDEP.DAT'
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT DEPOSIT-REGISTER ASSIGN TO 'TAXDEP.REP'
004300         ORGANIZATION IS LINE SEQUENTIAL.

004400 DATA DIVISION.
004500 FILE SECTION.

004600*----------------------------------------------------------------
004700* TAXDEP.PARM IS OPTIONAL.  TP-SCHEDULE IS THE FEDERAL DEPOSITOR
004800* SCHEDULE, 'S' SEMIWEEKLY OR 'M' MONTHLY (THE DEFAULT).
004900* TP-STATE-SCHEDULE IS THE SAME FOR STATE WITHHOLDING; BLANK
005000* MEANS THE FEDERAL SCHEDULE.  THE DEPOSIT WINDOW IS THE CHECK
005100* DATES FROM TP-FROM-DATE THROUGH TP-THRU-DATE (YYYY-MM-DD) IN
005200* ONE CALENDAR YEAR; A BLANK THRU DATE MEANS TODAY AND A BLANK
005300* FROM DATE MEANS JANUARY 1 OF THE THRU DATE'S YEAR.
005400*----------------------------------------------------------------
005500 FD  TAX-PARM-FILE.
005600 01  TAX-PARM-RECORD.
005700     05  TP-SCHEDULE          PIC X(01).
005800     05  TP-STATE-SCHEDULE    PIC X(01).
005900     05  TP-FROM-DATE         PIC X(10).
006000     05  TP-THRU-DATE         PIC X(10).

006100 FD  PAY-CALENDAR-FILE.
006200     COPY PAYCAL.

006300 FD  PAY-HISTORY-FILE.
006400     COPY PAYHIST.

006500*----------------------------------------------------------------
006600* ONE RECORD PER DEPOSIT.  TD-RECORD-TYPE 'F' GOES TO THE FEDERAL
006700* PAYMENT SYSTEM (FORM 941 FOR WITHHOLDING, SOCIAL SECURITY AND
006800* MEDICARE WITH THE THREE BROKEN OUT; FORM 940 FOR UNEMPLOYMENT),
006900* 'S' TO THE STATE NAMED IN TD-AUTHORITY.  TD-LIABILITY-DATE IS
007000* THE LAST CHECK DATE THE DEPOSIT COVERS (THE QUARTER END FOR
007100* FORM 940).  TD-NEXT-DAY-FLAG IS 'Y' ON A DEPOSIT DUE THE NEXT
007200* BUSINESS DAY UNDER THE ONE-DAY RULE.
007300*----------------------------------------------------------------
007400 FD  TAX-DEPOSIT-FILE.
007500 01  TAX-DEPOSIT-RECORD.
007600     05  TD-RECORD-TYPE       PIC X(01).
007700         88  TD-FEDERAL              VALUE 'F'.
007800         88  TD-STATE                VALUE 'S'.
007900     05  TD-EMPLOYER-ID       PIC X(09).
008000     05  TD-AUTHORITY         PIC X(02).
008100     05  TD-TAX-FORM          PIC X(04).
008200     05  TD-TAX-YEAR          PIC X(04).
008300     05  TD-TAX-QUARTER       PIC 9(01).
008400     05  TD-LIABILITY-DATE    PIC X(10).
008500     05  TD-DUE-DATE          PIC X(10).
008600     05  TD-AMOUNT            PIC 9(08)V99.
008700     05  TD-WITHHOLDING-AMT   PIC 9(08)V99.
008800     05  TD-SS-AMOUNT         PIC 9(08)V99.
008900     05  TD-MED-AMOUNT        PIC 9(08)V99.
009000     05  TD-NEXT-DAY-FLAG     PIC X(01).

009100 FD  DEPOSIT-REGISTER.
009200 01  REGISTER-LINE          PIC X(132).

009300 WORKING-STORAGE SECTION.
009400 01  WS-SWITCHES.
009500     05  WS-HIST-EOF-SW     PIC X(01) VALUE 'N'.
009600         88  HIST-EOF              VALUE 'Y'.
009700         88  HIST-NOT-EOF          VALUE 'N'.
009800     05  WS-HIST-SW         PIC X(01) VALUE 'Y'.
009900         88  HIST-AVAILABLE        VALUE 'Y'.
010000         88  HIST-NOT-AVAILABLE    VALUE 'N'.
010100     05  WS-CAL-SW          PIC X(01) VALUE 'Y'.
010200         88  CAL-AVAILABLE         VALUE 'Y'.
010300         88  CAL-NOT-AVAILABLE     VALUE 'N'.
010400     05  WS-CAL-FOUND-SW    PIC X(01) VALUE 'N'.
010500         88  CAL-FOUND             VALUE 'Y'.
010600         88  CAL-NOT-FOUND         VALUE 'N'.
010700     05  WS-RUN-OK-SW       PIC X(01) VALUE 'Y'.
010800         88  RUN-OK                VALUE 'Y'.
010900         88  RUN-REFUSED           VALUE 'N'.
011000     05  WS-FED-SCHEDULE-SW PIC X(01) VALUE 'M'.
011100         88  FED-SEMIWEEKLY        VALUE 'S'.
011200         88  FED-MONTHLY           VALUE 'M'.
011300     05  WS-ST-SCHEDULE-SW  PIC X(01) VALUE 'M'.
011400         88  STATE-SEMIWEEKLY      VALUE 'S'.
011500         88  STATE-MONTHLY         VALUE 'M'.
011600     05  WS-DUE-SCHEDULE-SW PIC X(01) VALUE 'M'.
011700         88  DUE-SEMIWEEKLY        VALUE 'S'.
011800         88  DUE-MONTHLY           VALUE 'M'.
011900     05  WS-NEXT-DAY-SW     PIC X(01) VALUE 'N'.
012000         88  NEXT-DAY-DUE          VALUE 'Y'.
012100         88  NEXT-DAY-NOT-DUE      VALUE 'N'.
012200     05  WS-FOUND-SW        PIC X(01) VALUE 'N'.
012300         88  ENTRY-FOUND           VALUE 'Y'.
012400         88  ENTRY-NOT-FOUND       VALUE 'N'.
012500     05  WS-SCAN-SW         PIC X(01) VALUE 'N'.
012600         88  SCAN-DONE             VALUE 'Y'.
012700         88  SCAN-GOING            VALUE 'N'.
012800     05  WS-DN-VALID-SW     PIC X(01) VALUE 'Y'.
012900         88  DN-DATES-VALID        VALUE 'Y'.
013000         88  DN-DATE-INVALID       VALUE 'N'.

013100 01  WS-FILE-STATUS-AREA.
013200     05  WS-PARM-FILE-STATUS  PIC X(02).
013300     05  WS-CAL-FILE-STATUS   PIC X(02).
013400     05  WS-HIST-FILE-STATUS  PIC X(02).

013500*----------------------------------------------------------------
013600* WS-NEXT-DAY-LIMIT IS THE ONE-DAY RULE: A CHECK DATE WHOSE
013700* FORM 941 LIABILITY REACHES IT IS DUE THE NEXT BUSINESS DAY
013800* WHATEVER THE SCHEDULE.  UNEMPLOYMENT IS DEPOSITED ONLY WHEN
013900* THE UNDEPOSITED AMOUNT AT A QUARTER END EXCEEDS
014000* WS-FUTA-DEPOSIT-MIN; OTHERWISE IT CARRIES TO THE NEXT QUARTER.
014100*----------------------------------------------------------------
014200 01  WS-CONSTANTS.
014300     05  WS-COMPANY-EIN     PIC X(09)    VALUE '361234567'.
014400     05  WS-MAX-DATES       PIC 9(03)    VALUE 120.
014500     05  WS-MAX-STATE-LIABS PIC 9(03)    VALUE 300.
014600     05  WS-MAX-DEPOSITS    PIC 9(03)    VALUE 300.
014700     05  WS-NEXT-DAY-LIMIT  PIC 9(08)V99 VALUE 100000.00.
014800     05  WS-FUTA-DEPOSIT-MIN PIC 9(08)V99 VALUE 500.00.
014900     05  WS-COND-WARNING    PIC 9(04)    VALUE 4.
015000     05  WS-COND-ERROR      PIC 9(04)    VALUE 8.

015100 01  WS-COUNTERS.
015200     05  WS-RUN-COND        PIC 9(04) VALUE ZERO.
015300     05  WS-HIST-READ-COUNTER PIC 9(06) VALUE ZERO.
015400     05  WS-HIST-USED-COUNTER PIC 9(06) VALUE ZERO.
015500     05  WS-EXCEPTION-COUNTER PIC 9(04) VALUE ZERO.
015600     05  WS-DEPOSIT-COUNTER PIC 9(04) VALUE ZERO.

015700 01  WS-DEPOSIT-WORK-AREA.
015800     05  WS-RUN-DATE        PIC 9(08) VALUE ZERO.
015900     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
016000         10  WS-RUN-YYYY    PIC X(04).
016100         10  WS-RUN-MM      PIC X(02).
016200         10  WS-RUN-DD      PIC X(02).
016300     05  WS-FROM-DATE       PIC X(10) VALUE SPACES.
016400     05  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
016500         10  WS-FROM-YEAR   PIC X(04).
016600         10  FILLER         PIC X(06).
016700     05  WS-THRU-DATE       PIC X(10) VALUE SPACES.
016800     05  WS-THRU-PARTS REDEFINES WS-THRU-DATE.
016900         10  WS-THRU-YEAR   PIC X(04).
017000         10  FILLER         PIC X(06).
017100     05  WS-YEAR-START      PIC X(10) VALUE SPACES.
017200     05  WS-CHECK-DATE      PIC X(10) VALUE SPACES.
017300     05  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
017400         10  WS-CHECK-YEAR  PIC X(04).
017500         10  FILLER         PIC X(06).
017600     05  WS-QTR             PIC 9(01) VALUE ZERO.
017700     05  WS-QTR-SUB         PIC 9(01) VALUE ZERO.
017800     05  WS-QTR-END-DATE    PIC X(10) VALUE SPACES.
017900     05  WS-STATE-CODE      PIC X(02) VALUE SPACES.
018000     05  WS-STATE-AMOUNT    PIC 9(06)V99 VALUE ZERO.
018100     05  WS-DUE-CHECK-DATE  PIC X(10) VALUE SPACES.
018200     05  WS-DUE-DATE        PIC X(10) VALUE SPACES.
018300     05  WS-FUTA-UNDEPOSITED PIC 9(08)V99 VALUE ZERO.
018400     05  WS-EXCEPTION-REASON PIC X(40) VALUE SPACES.
018500     05  WS-SCHEDULE-NAME   PIC X(10) VALUE SPACES.
018600     05  WS-ST-SCHEDULE-NAME PIC X(10) VALUE SPACES.

018700*----------------------------------------------------------------
018800* QUARTER-END DATES AND THE FORM 940 DEPOSIT DUE DATES (THE LAST
018900* DAY OF THE MONTH AFTER THE QUARTER; THE FOURTH QUARTER'S FALLS
019000* IN THE NEXT YEAR), AS MM-DD.
019100*----------------------------------------------------------------
019200 01  WS-QUARTER-DATE-AREA.
019300     05  WS-QTR-END-VALUES.
019400         10  FILLER         PIC X(05) VALUE '03-31'.
019500         10  FILLER         PIC X(05) VALUE '06-30'.
019600         10  FILLER         PIC X(05) VALUE '09-30'.
019700         10  FILLER         PIC X(05) VALUE '12-31'.
019800     05  WS-QTR-END-TABLE REDEFINES WS-QTR-END-VALUES.
019900         10  WS-QTR-END-MD  PIC X(05) OCCURS 4 TIMES.
020000     05  WS-FUTA-DUE-VALUES.
020100         10  FILLER         PIC X(05) VALUE '04-30'.
020200         10  FILLER         PIC X(05) VALUE '07-31'.
020300         10  FILLER         PIC X(05) VALUE '10-31'.
020400         10  FILLER         PIC X(05) VALUE '01-31'.
020500     05  WS-FUTA-DUE-TABLE REDEFINES WS-FUTA-DUE-VALUES.
020600         10  WS-FUTA-DUE-MD PIC X(05) OCCURS 4 TIMES.

020700*----------------------------------------------------------------
020800* LIABILITY BY CHECK DATE FOR THE DEPOSIT WINDOW, KEPT IN
020900* ASCENDING CHECK-DATE ORDER AS THE DATES ARE FOUND.
021000*----------------------------------------------------------------
021100 01  WS-DATE-TABLE-AREA.
021200     05  WS-DATE-COUNT      PIC 9(03) VALUE ZERO.
021300     05  WS-DT-SUB          PIC 9(03) VALUE ZERO.
021400     05  WS-DT-MOVE-SUB     PIC 9(03) VALUE ZERO.
021500     05  WS-DT-TO-SUB       PIC 9(03) VALUE ZERO.
021600     05  WS-DT-ENTRY OCCURS 120 TIMES.
021700         10  DT-CHECK-DATE  PIC X(10).
021800         10  DT-QUARTER     PIC 9(01).
021900         10  DT-FED-WH      PIC 9(08)V99.
022000         10  DT-EE-SS       PIC 9(08)V99.
022100         10  DT-ER-SS       PIC 9(08)V99.
022200         10  DT-EE-MED      PIC 9(08)V99.
022300         10  DT-ER-MED      PIC 9(08)V99.
022400         10  DT-FUTA        PIC 9(08)V99.
022500         10  DT-941-TOTAL   PIC 9(08)V99.
022600         10  DT-DUE-DATE    PIC X(10).
022700         10  DT-NEXT-DAY-SW PIC X(01).
022800             88  DT-NEXT-DAY       VALUE 'Y'.

022900*----------------------------------------------------------------
023000* STATE WITHHOLDING BY CHECK DATE AND STATE - THE WORK STATE'S
023100* SHARE AND, WHERE ONE APPLIED, THE RESIDENT STATE'S SHARE.
023200*----------------------------------------------------------------
023300 01  WS-STATE-LIAB-AREA.
023400     05  WS-SL-COUNT        PIC 9(03) VALUE ZERO.
023500     05  WS-SL-SUB          PIC 9(03) VALUE ZERO.
023600     05  WS-SL-ENTRY OCCURS 300 TIMES.
023700         10  SL-CHECK-DATE  PIC X(10).
023800         10  SL-QUARTER     PIC 9(01).
023900         10  SL-STATE       PIC X(02).
024000         10  SL-TAX         PIC 9(08)V99.

024100*----------------------------------------------------------------
024200* DEPOSITS, ONE PER AUTHORITY, FORM, QUARTER AND DUE DATE.  EVERY
024300* CHECK DATE DUE ON THE SAME DAY FOR THE SAME QUARTER GOES IN ONE
024400* DEPOSIT; A NEW QUARTER ALWAYS STARTS A NEW ONE.
024500*----------------------------------------------------------------
024600 01  WS-DEPOSIT-TABLE-AREA.
024700     05  WS-DP-COUNT        PIC 9(03) VALUE ZERO.
024800     05  WS-DP-SUB          PIC 9(03) VALUE ZERO.
024900     05  WS-DP-ENTRY OCCURS 300 TIMES.
025000         10  DP-RECORD-TYPE PIC X(01).
025100         10  DP-AUTHORITY   PIC X(02).
025200         10  DP-TAX-FORM    PIC X(04).
025300         10  DP-QUARTER     PIC 9(01).
025400         10  DP-LIAB-DATE   PIC X(10).
025500         10  DP-DUE-DATE    PIC X(10).
025600         10  DP-AMOUNT      PIC 9(08)V99.
025700         10  DP-WH          PIC 9(08)V99.
025800         10  DP-SS          PIC 9(08)V99.
025900         10  DP-MED         PIC 9(08)V99.
026000         10  DP-NEXT-DAY-SW PIC X(01).
026100             88  DP-NEXT-DAY       VALUE 'Y'.
026200     05  WS-NEW-DEPOSIT.
026300         10  NDP-RECORD-TYPE PIC X(01).
026400         10  NDP-AUTHORITY  PIC X(02).
026500         10  NDP-TAX-FORM   PIC X(04).
026600         10  NDP-QUARTER    PIC 9(01).
026700         10  NDP-LIAB-DATE  PIC X(10).
026800         10  NDP-DUE-DATE   PIC X(10).
026900         10  NDP-AMOUNT     PIC 9(08)V99.
027000         10  NDP-WH         PIC 9(08)V99.
027100         10  NDP-SS         PIC 9(08)V99.
027200         10  NDP-MED        PIC 9(08)V99.
027300         10  NDP-NEXT-DAY-SW PIC X(01).

027400*----------------------------------------------------------------
027500* YEAR-TO-DATE FIGURES BY CALENDAR QUARTER FOR EVERY CHECK DATE
027600* IN THE YEAR THROUGH THE THRU DATE, FOR THE TIE-OUT TO
027700* QUARTERLY-TAX-REPORT.  QT-EE-TAX IS FEDERAL PLUS STATE PLUS
027800* EMPLOYEE SOCIAL SECURITY AND MEDICARE, THE SAME FIGURE AS THAT
027900* REPORT'S TOTAL TAX.
028000*----------------------------------------------------------------
028100 01  WS-QUARTER-TOTAL-AREA.
028200     05  WS-QTR-TOTALS OCCURS 4 TIMES.
028300         10  QT-GROSS       PIC 9(08)V99 VALUE ZERO.
028400         10  QT-EE-TAX      PIC 9(08)V99 VALUE ZERO.
028500         10  QT-FED-WAGES   PIC 9(08)V99 VALUE ZERO.
028600         10  QT-SS-WAGES    PIC 9(08)V99 VALUE ZERO.
028700         10  QT-MED-WAGES   PIC 9(08)V99 VALUE ZERO.
028800         10  QT-FED-WH      PIC 9(08)V99 VALUE ZERO.
028900         10  QT-STATE       PIC 9(08)V99 VALUE ZERO.
029000         10  QT-EE-SS       PIC 9(08)V99 VALUE ZERO.
029100         10  QT-ER-SS       PIC 9(08)V99 VALUE ZERO.
029200         10  QT-EE-MED      PIC 9(08)V99 VALUE ZERO.
029300         10  QT-ER-MED      PIC 9(08)V99 VALUE ZERO.
029400         10  QT-941-TOTAL   PIC 9(08)V99 VALUE ZERO.
029500         10  QT-FUTA        PIC 9(08)V99 VALUE ZERO.
029600         10  QT-FUTA-DEPOSIT PIC 9(08)V99 VALUE ZERO.
029700         10  QT-FUTA-CARRIED PIC 9(08)V99 VALUE ZERO.

029800 01  WS-GRAND-TOTALS.
029900     05  WS-TOT-FED-DEPOSITS  PIC 9(09)V99 VALUE ZERO.
030000     05  WS-TOT-STATE-DEPOSITS PIC 9(09)V99 VALUE ZERO.

030100*----------------------------------------------------------------
030200* DAY-NUMBER WORK AREA FOR 8500-COMPUTE-DAY-NUMBER AND THE DATE
030300* ARITHMETIC BEHIND THE DUE DATES.  WS-DN-DOW IS THE DAY OF THE
030400* WEEK THE DAY NUMBER FALLS ON.
030500*----------------------------------------------------------------
030600 01  WS-DAY-NUMBER-AREA.
030700     05  WS-DN-DATE         PIC X(10) VALUE SPACES.
030800     05  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
030900         10  WS-DN-YEAR     PIC 9(04).
031000         10  FILLER         PIC X(01).
031100         10  WS-DN-MONTH    PIC 9(02).
031200         10  FILLER         PIC X(01).
031300         10  WS-DN-DAY      PIC 9(02).
031400     05  WS-DN-CALC-YEAR    PIC 9(04) VALUE ZERO.
031500     05  WS-DN-CALC-MONTH   PIC 9(02) VALUE ZERO.
031600     05  WS-DN-WORK         PIC 9(07) VALUE ZERO.
031700     05  WS-DAY-NUMBER      PIC 9(07) VALUE ZERO.
031800     05  WS-DN-DOW          PIC 9(01) VALUE ZERO.
031900         88  DN-TUESDAY            VALUE 0.
032000         88  DN-WED-THRU-FRI       VALUE 1 THRU 3.
032100         88  DN-WEEKEND            VALUE 4 5.
032200     05  WS-DN-ADD-DAYS     PIC 9(02) VALUE ZERO.
032300     05  WS-DN-MONTH-DAYS   PIC 9(02) VALUE ZERO.
032400     05  WS-DN-REMAINDER    PIC 9(03) VALUE ZERO.
032500     05  WS-MONTH-DAY-VALUES PIC X(24)
032600             VALUE '312831303130313130313031'.
032700     05  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
032800         10  WS-MONTH-DAYS  PIC 9(02) OCCURS 12 TIMES.

032900 01  WS-LINE-BUFFER.
033000     05  WS-OUT-AMT-1       PIC 9(08)V99.
033100     05  WS-OUT-AMT-2       PIC 9(08)V99.
033200     05  WS-OUT-AMT-3       PIC 9(08)V99.
033300     05  WS-OUT-AMT-4       PIC 9(08)V99.
033400     05  WS-OUT-AMT-5       PIC 9(08)V99.
033500     05  WS-OUT-AMT-6       PIC 9(08)V99.
033600     05  WS-OUT-AMT-7       PIC 9(08)V99.
033700     05  WS-OUT-NEXT-DAY    PIC X(09).

033800 PROCEDURE DIVISION.
033900*----------------------------------------------------------------
034000* 0000-MAINLINE - ONE PASS OF PAY HISTORY BUILDS THE LIABILITY
034100* BY CHECK DATE AND THE QUARTER TOTALS; THE DEPOSITS ARE THEN
034200* WORKED OUT FROM THE LIABILITY, WRITTEN, AND PRINTED, FOLLOWED
034300* BY THE QUARTER TIE-OUT.  A WINDOW THAT CANNOT BE USED, OR NO
034400* PAY CALENDAR, ENDS THE RUN WITH THE ERROR CONDITION AND NO
034500* DEPOSITS.
034600*----------------------------------------------------------------
034700 0000-MAINLINE.
034800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034900     IF RUN-OK
035000         PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT
035100             UNTIL HIST-EOF
035200         PERFORM 3000-BUILD-DEPOSITS THRU 3000-EXIT
035300         PERFORM 8000-PRINT-LIABILITY THRU 8000-EXIT
035400         PERFORM 4000-WRITE-DEPOSITS THRU 4000-EXIT
035500         PERFORM 8200-PRINT-TIE-OUT THRU 8200-EXIT
035600         PERFORM 8300-PRINT-SUMMARY THRU 8300-EXIT
035700     END-IF.
035800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035900     MOVE WS-RUN-COND TO RETURN-CODE.
036000     STOP RUN.

036100*----------------------------------------------------------------
036200* 1000-INITIALIZE - TAKE THE SCHEDULES AND THE DEPOSIT WINDOW
036300* FROM TAXDEP.PARM, OPEN THE FILES, PRINT THE HEADINGS, AND PRIME
036400* THE PAY-HISTORY BROWSE.  A MISSING PAYHIST.DAT IS TREATED AS
036500* EMPTY.
036600*----------------------------------------------------------------
036700 1000-INITIALIZE.
036800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
036900     OPEN INPUT TAX-PARM-FILE
037000     IF WS-PARM-FILE-STATUS NOT = '35'
037100         READ TAX-PARM-FILE
037200             NOT AT END
037300                 PERFORM 1050-APPLY-PARM THRU 1050-EXIT
037400         END-READ
037500         CLOSE TAX-PARM-FILE
037600     END-IF
037700     IF WS-THRU-DATE = SPACES
037800         STRING WS-RUN-YYYY DELIMITED BY SIZE
037900                "-"         DELIMITED BY SIZE
038000                WS-RUN-MM   DELIMITED BY SIZE
038100                "-"         DELIMITED BY SIZE
038200                WS-RUN-DD   DELIMITED BY SIZE
038300             INTO WS-THRU-DATE
038400         END-STRING
038500     END-IF
038600     STRING WS-THRU-YEAR DELIMITED BY SIZE
038700            "-01-01"     DELIMITED BY SIZE
038800         INTO WS-YEAR-START
038900     END-STRING
039000     IF WS-FROM-DATE = SPACES
039100         MOVE WS-YEAR-START TO WS-FROM-DATE
039200     END-IF
039300     IF WS-ST-SCHEDULE-SW = SPACE
039400         MOVE WS-FED-SCHEDULE-SW TO WS-ST-SCHEDULE-SW
039500     END-IF
039600     IF FED-SEMIWEEKLY
039700         MOVE 'SEMIWEEKLY' TO WS-SCHEDULE-NAME
039800     ELSE
039900         MOVE 'MONTHLY'    TO WS-SCHEDULE-NAME
040000     END-IF
040100     IF STATE-SEMIWEEKLY
040200         MOVE 'SEMIWEEKLY' TO WS-ST-SCHEDULE-NAME
040300     ELSE
040400         MOVE 'MONTHLY'    TO WS-ST-SCHEDULE-NAME
040500     END-IF
040600     OPEN OUTPUT TAX-DEPOSIT-FILE
040700     OPEN OUTPUT DEPOSIT-REGISTER
040800     MOVE SPACES TO REGISTER-LINE
040900     STRING "PAYROLL TAX DEPOSIT REGISTER - CHECK DATES "
041000            DELIMITED BY SIZE
041100            WS-FROM-DATE DELIMITED BY SIZE
041200            " THRU " DELIMITED BY SIZE
041300            WS-THRU-DATE DELIMITED BY SIZE
041400         INTO REGISTER-LINE
041500     END-STRING
041600     WRITE REGISTER-LINE
041700     MOVE SPACES TO REGISTER-LINE
041800     STRING "FEDERAL SCHEDULE " DELIMITED BY SIZE
041900            WS-SCHEDULE-NAME DELIMITED BY SIZE
042000            "  STATE SCHEDULE " DELIMITED BY SIZE
042100            WS-ST-SCHEDULE-NAME DELIMITED BY SIZE
042200         INTO REGISTER-LINE
042300     END-STRING
042400     WRITE REGISTER-LINE
042500     PERFORM 1100-CHECK-WINDOW THRU 1100-EXIT
042600     IF RUN-REFUSED
042700         GO TO 1000-EXIT
042800     END-IF
042900     OPEN INPUT PAY-CALENDAR-FILE
043000     IF WS-CAL-FILE-STATUS = '35'
043100         SET CAL-NOT-AVAILABLE TO TRUE
043200         MOVE "PAYCAL.DAT MISSING - NO CHECK DATES"
043300             TO WS-EXCEPTION-REASON
043400         PERFORM 1150-REFUSE-RUN THRU 1150-EXIT
043500         GO TO 1000-EXIT
043600     END-IF
043700     OPEN INPUT PAY-HISTORY-FILE
043800     IF WS-HIST-FILE-STATUS = '35'
043900         SET HIST-NOT-AVAILABLE TO TRUE
044000         SET HIST-EOF TO TRUE
044100         GO TO 1000-EXIT
044200     END-IF
044300     MOVE LOW-VALUES TO PH-KEY
044400     START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
044500         INVALID KEY
044600             SET HIST-EOF TO TRUE
044700     END-START
044800     IF HIST-NOT-EOF
044900         PERFORM 2900-READ-HISTORY THRU 2900-EXIT
045000     END-IF.
045100 1000-EXIT.
045200     EXIT.

045300 1050-APPLY-PARM.
045400     IF TP-SCHEDULE = 'S'
045500         SET FED-SEMIWEEKLY TO TRUE
045600     END-IF
045700     IF TP-STATE-SCHEDULE = 'S' OR TP-STATE-SCHEDULE = 'M'
045800         MOVE TP-STATE-SCHEDULE TO WS-ST-SCHEDULE-SW
045900     ELSE
046000         MOVE SPACE TO WS-ST-SCHEDULE-SW
046100     END-IF
046200     MOVE TP-FROM-DATE TO WS-FROM-DATE
046300     MOVE TP-THRU-DATE TO WS-THRU-DATE.
046400 1050-EXIT.
046500     EXIT.

046600*----------------------------------------------------------------
046700* 1100-CHECK-WINDOW - THE FROM AND THRU DATES MUST BE REAL DATES
046800* IN THE SAME YEAR, FROM NOT AFTER THRU; THE QUARTER TIE-OUT AND
046900* THE UNEMPLOYMENT CARRY-FORWARD ARE FIGURED WITHIN ONE YEAR.
047000*----------------------------------------------------------------
047100 1100-CHECK-WINDOW.
047200     MOVE WS-FROM-DATE TO WS-DN-DATE
047300     PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT
047400     IF DN-DATE-INVALID
047500         MOVE "FROM DATE IS NOT A VALID DATE"
047600             TO WS-EXCEPTION-REASON
047700         PERFORM 1150-REFUSE-RUN THRU 1150-EXIT
047800         GO TO 1100-EXIT
047900     END-IF
048000     MOVE WS-THRU-DATE TO WS-DN-DATE
048100     PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT
048200     IF DN-DATE-INVALID
048300         MOVE "THRU DATE IS NOT A VALID DATE"
048400             TO WS-EXCEPTION-REASON
048500         PERFORM 1150-REFUSE-RUN THRU 1150-EXIT
048600         GO TO 1100-EXIT
048700     END-IF
048800     IF WS-FROM-YEAR NOT = WS-THRU-YEAR
048900         MOVE "FROM AND THRU DATES IN DIFFERENT YEARS"
049000             TO WS-EXCEPTION-REASON
049100         PERFORM 1150-REFUSE-RUN THRU 1150-EXIT
049200         GO TO 1100-EXIT
049300     END-IF
049400     IF WS-FROM-DATE > WS-THRU-DATE
049500         MOVE "FROM DATE IS AFTER THRU DATE"
049600             TO WS-EXCEPTION-REASON
049700         PERFORM 1150-REFUSE-RUN THRU 1150-EXIT
049800     END-IF.
049900 1100-EXIT.
050000     EXIT.

050100 1150-REFUSE-RUN.
050200     SET RUN-REFUSED TO TRUE
050300     MOVE WS-COND-ERROR TO WS-RUN-COND
050400     MOVE SPACES TO REGISTER-LINE
050500     STRING "*** " DELIMITED BY SIZE
050600            WS-EXCEPTION-REASON DELIMITED BY SIZE
050700            " - NO DEPOSITS WRITTEN ***" DELIMITED BY SIZE
050800         INTO REGISTER-LINE
050900     END-STRING
051000     WRITE REGISTER-LINE.
051100 1150-EXIT.
051200     EXIT.

051300*----------------------------------------------------------------
051400* 2000-ACCUMULATE-HISTORY - POST ONE PAY-HISTORY RECORD AND READ
051500* THE NEXT.
051600*----------------------------------------------------------------
051700 2000-ACCUMULATE-HISTORY.
051800     ADD 1 TO WS-HIST-READ-COUNTER
051900     PERFORM 2100-POST-HISTORY THRU 2100-EXIT
052000     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
052100 2000-EXIT.
052200     EXIT.

052300*----------------------------------------------------------------
052400* 2100-POST-HISTORY - LOOK UP THE RECORD'S PERIOD ON THE PAY
052500* CALENDAR FOR ITS CHECK DATE AND QUARTER.  A CHECK DATE IN THE
052600* YEAR, NOT AFTER THE THRU DATE, GOES INTO THE QUARTER TOTALS;
052700* ONE ALSO ON OR AFTER THE FROM DATE GOES INTO THE LIABILITY FOR
052800* ITS CHECK DATE AND STATES.  A PERIOD NOT ON THE CALENDAR IS
052900* LISTED AND LEFT OUT.
053000*----------------------------------------------------------------
053100 2100-POST-HISTORY.
053200     MOVE PH-PAY-PERIOD TO CAL-PAY-PERIOD
053300     SET CAL-FOUND TO TRUE
053400     READ PAY-CALENDAR-FILE
053500         INVALID KEY
053600             SET CAL-NOT-FOUND TO TRUE
053700     END-READ
053800     IF CAL-NOT-FOUND
053900         MOVE "PERIOD NOT ON PAYCAL - NOT DEPOSITED"
054000             TO WS-EXCEPTION-REASON
054100         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
054200         GO TO 2100-EXIT
054300     END-IF
054400     MOVE CAL-CHECK-DATE TO WS-CHECK-DATE
054500     IF WS-CHECK-YEAR NOT = WS-THRU-YEAR
054600             OR WS-CHECK-DATE > WS-THRU-DATE
054700         GO TO 2100-EXIT
054800     END-IF
054900     MOVE WS-CHECK-DATE TO WS-DN-DATE
055000     PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT
055100     IF DN-DATE-INVALID OR CAL-QUARTER < 1 OR CAL-QUARTER > 4
055200         MOVE "BAD CHECK DATE OR QUARTER ON PAYCAL"
055300             TO WS-EXCEPTION-REASON
055400         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
055500         GO TO 2100-EXIT
055600     END-IF
055700     MOVE CAL-QUARTER TO WS-QTR
055800     PERFORM 2200-ADD-QUARTER-TOTALS THRU 2200-EXIT
055900     IF WS-CHECK-DATE < WS-FROM-DATE
056000         GO TO 2100-EXIT
056100     END-IF
056200     PERFORM 2300-FIND-CHECK-DATE THRU 2300-EXIT
056300     IF ENTRY-NOT-FOUND
056400         GO TO 2100-EXIT
056500     END-IF
056600     ADD 1 TO WS-HIST-USED-COUNTER
056700     ADD PH-FED-TAX      TO DT-FED-WH (WS-DT-SUB)
056800     ADD PH-SS-TAX       TO DT-EE-SS (WS-DT-SUB)
056900     ADD PH-ER-SS-TAX    TO DT-ER-SS (WS-DT-SUB)
057000     ADD PH-MED-TAX      TO DT-EE-MED (WS-DT-SUB)
057100     ADD PH-ER-MED-TAX   TO DT-ER-MED (WS-DT-SUB)
057200     ADD PH-ER-UNEMP-TAX TO DT-FUTA (WS-DT-SUB)
057300     IF PH-RES-STATE-TAX < PH-STATE-TAX
057400         SUBTRACT PH-RES-STATE-TAX FROM PH-STATE-TAX
057500             GIVING WS-STATE-AMOUNT
057600     ELSE
057700         MOVE ZERO TO WS-STATE-AMOUNT
057800     END-IF
057900     MOVE PH-WORK-STATE TO WS-STATE-CODE
058000     PERFORM 2400-POST-STATE-LIABILITY THRU 2400-EXIT
058100     IF PH-RES-STATE NOT = SPACES
058200         MOVE PH-RES-STATE     TO WS-STATE-CODE
058300         MOVE PH-RES-STATE-TAX TO WS-STATE-AMOUNT
058400         PERFORM 2400-POST-STATE-LIABILITY THRU 2400-EXIT
058500     END-IF.
058600 2100-EXIT.
058700     EXIT.

058800 2200-ADD-QUARTER-TOTALS.
058900     ADD PH-GROSS        TO QT-GROSS (WS-QTR)
059000     ADD PH-FED-TAX PH-STATE-TAX PH-SS-TAX PH-MED-TAX
059100         TO QT-EE-TAX (WS-QTR)
059200     ADD PH-FED-WAGES    TO QT-FED-WAGES (WS-QTR)
059300     ADD PH-SS-WAGES     TO QT-SS-WAGES (WS-QTR)
059400     ADD PH-MED-WAGES    TO QT-MED-WAGES (WS-QTR)
059500     ADD PH-FED-TAX      TO QT-FED-WH (WS-QTR)
059600     ADD PH-STATE-TAX    TO QT-STATE (WS-QTR)
059700     ADD PH-SS-TAX       TO QT-EE-SS (WS-QTR)
059800     ADD PH-ER-SS-TAX    TO QT-ER-SS (WS-QTR)
059900     ADD PH-MED-TAX      TO QT-EE-MED (WS-QTR)
060000     ADD PH-ER-MED-TAX   TO QT-ER-MED (WS-QTR)
060100     ADD PH-ER-UNEMP-TAX TO QT-FUTA (WS-QTR).
060200 2200-EXIT.
060300     EXIT.

060400*----------------------------------------------------------------
060500* 2300-FIND-CHECK-DATE - POINT WS-DT-SUB AT THE LIABILITY ENTRY
060600* FOR WS-CHECK-DATE, OPENING ONE IN CHECK-DATE ORDER THE FIRST
060700* TIME THE DATE IS SEEN.  A FULL TABLE IS REPORTED AND LEAVES
060800* ENTRY-NOT-FOUND SET.
060900*----------------------------------------------------------------
061000 2300-FIND-CHECK-DATE.
061100     SET ENTRY-NOT-FOUND TO TRUE
061200     SET SCAN-GOING TO TRUE
061300     MOVE ZERO TO WS-DT-SUB
061400     PERFORM 2310-SCAN-DATES THRU 2310-EXIT
061500         UNTIL SCAN-DONE
061600     IF ENTRY-FOUND
061700         GO TO 2300-EXIT
061800     END-IF
061900     IF WS-DATE-COUNT NOT < WS-MAX-DATES
062000         MOVE "CHECK DATE TABLE FULL - NOT DEPOSITED"
062100             TO WS-EXCEPTION-REASON
062200         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
062300         GO TO 2300-EXIT
062400     END-IF
062500     PERFORM 2320-SHIFT-DATE-UP THRU 2320-EXIT
062600         VARYING WS-DT-MOVE-SUB FROM WS-DATE-COUNT BY -1
062700         UNTIL WS-DT-MOVE-SUB < WS-DT-SUB
062800     ADD 1 TO WS-DATE-COUNT
062900     MOVE WS-CHECK-DATE TO DT-CHECK-DATE (WS-DT-SUB)
063000     MOVE WS-QTR        TO DT-QUARTER (WS-DT-SUB)
063100     MOVE ZERO TO DT-FED-WH (WS-DT-SUB) DT-EE-SS (WS-DT-SUB)
063200         DT-ER-SS (WS-DT-SUB) DT-EE-MED (WS-DT-SUB)
063300         DT-ER-MED (WS-DT-SUB) DT-FUTA (WS-DT-SUB)
063400         DT-941-TOTAL (WS-DT-SUB)
063500     MOVE SPACES TO DT-DUE-DATE (WS-DT-SUB)
063600     MOVE 'N' TO DT-NEXT-DAY-SW (WS-DT-SUB)
063700     SET ENTRY-FOUND TO TRUE.
063800 2300-EXIT.
063900     EXIT.

064000 2310-SCAN-DATES.
064100     ADD 1 TO WS-DT-SUB
064200     IF WS-DT-SUB > WS-DATE-COUNT
064300         SET SCAN-DONE TO TRUE
064400         GO TO 2310-EXIT
064500     END-IF
064600     IF DT-CHECK-DATE (WS-DT-SUB) = WS-CHECK-DATE
064700         SET ENTRY-FOUND TO TRUE
064800         SET SCAN-DONE TO TRUE
064900     ELSE
065000         IF DT-CHECK-DATE (WS-DT-SUB) > WS-CHECK-DATE
065100             SET SCAN-DONE TO TRUE
065200         END-IF
065300     END-IF.
065400 2310-EXIT.
065500     EXIT.

065600 2320-SHIFT-DATE-UP.
065700     ADD 1 TO WS-DT-MOVE-SUB GIVING WS-DT-TO-SUB
065800     MOVE WS-DT-ENTRY (WS-DT-MOVE-SUB)
065900         TO WS-DT-ENTRY (WS-DT-TO-SUB).
066000 2320-EXIT.
066100     EXIT.

066200*----------------------------------------------------------------
066300* 2400-POST-STATE-LIABILITY - ADD WS-STATE-AMOUNT TO THE ENTRY
066400* FOR WS-STATE-CODE ON THIS CHECK DATE, OPENING ONE IF NEEDED.
066500* STATE TAX WITH NO STATE CODE ON THE HISTORY RECORD CANNOT BE
066600* DEPOSITED AND IS LISTED.
066700*----------------------------------------------------------------
066800 2400-POST-STATE-LIABILITY.
066900     IF WS-STATE-AMOUNT = ZERO
067000         GO TO 2400-EXIT
067100     END-IF
067200     IF WS-STATE-CODE = SPACES
067300         MOVE "STATE TAX WITH NO STATE - NOT DEPOSITED"
067400             TO WS-EXCEPTION-REASON
067500         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
067600         GO TO 2400-EXIT
067700     END-IF
067800     SET ENTRY-NOT-FOUND TO TRUE
067900     MOVE ZERO TO WS-SL-SUB
068000     PERFORM 2410-FIND-STATE-LIAB THRU 2410-EXIT
068100         UNTIL ENTRY-FOUND OR WS-SL-SUB = WS-SL-COUNT
068200     IF ENTRY-NOT-FOUND
068300         IF WS-SL-COUNT NOT < WS-MAX-STATE-LIABS
068400             MOVE "STATE TABLE FULL - NOT DEPOSITED"
068500                 TO WS-EXCEPTION-REASON
068600             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
068700             GO TO 2400-EXIT
068800         END-IF
068900         ADD 1 TO WS-SL-COUNT
069000         MOVE WS-SL-COUNT   TO WS-SL-SUB
069100         MOVE WS-CHECK-DATE TO SL-CHECK-DATE (WS-SL-SUB)
069200         MOVE WS-QTR        TO SL-QUARTER (WS-SL-SUB)
069300         MOVE WS-STATE-CODE TO SL-STATE (WS-SL-SUB)
069400         MOVE ZERO          TO SL-TAX (WS-SL-SUB)
069500     END-IF
069600     ADD WS-STATE-AMOUNT TO SL-TAX (WS-SL-SUB).
069700 2400-EXIT.
069800     EXIT.

069900 2410-FIND-STATE-LIAB.
070000     ADD 1 TO WS-SL-SUB
070100     IF SL-CHECK-DATE (WS-SL-SUB) = WS-CHECK-DATE
070200             AND SL-STATE (WS-SL-SUB) = WS-STATE-CODE
070300         SET ENTRY-FOUND TO TRUE
070400     END-IF.
070500 2410-EXIT.
070600     EXIT.

070700 2800-WRITE-EXCEPTION.
070800     ADD 1 TO WS-EXCEPTION-COUNTER
070900     IF WS-RUN-COND < WS-COND-WARNING
071000         MOVE WS-COND-WARNING TO WS-RUN-COND
071100     END-IF
071200     MOVE SPACES TO REGISTER-LINE
071300     STRING "*** " DELIMITED BY SIZE
071400            PH-EMP-ID DELIMITED BY SIZE
071500            " " DELIMITED BY SIZE
071600            PH-PAY-PERIOD DELIMITED BY SIZE
071700            " " DELIMITED BY SIZE
071800            WS-EXCEPTION-REASON DELIMITED BY SIZE
071900         INTO REGISTER-LINE
072000     END-STRING
072100     WRITE REGISTER-LINE.
072200 2800-EXIT.
072300     EXIT.

072400 2900-READ-HISTORY.
072500     READ PAY-HISTORY-FILE NEXT RECORD
072600         AT END
072700             SET HIST-EOF TO TRUE
072800     END-READ.
072900 2900-EXIT.
073000     EXIT.

073100*----------------------------------------------------------------
073200* 3000-BUILD-DEPOSITS - WORK OUT THE FORM 941 AND STATE DEPOSITS
073300* CHECK DATE BY CHECK DATE, THEN THE FORM 940 DEPOSITS QUARTER BY
073400* QUARTER.
073500*----------------------------------------------------------------
073600 3000-BUILD-DEPOSITS.
073700     PERFORM 3100-CHECK-DATE-DEPOSITS THRU 3100-EXIT
073800         VARYING WS-DT-SUB FROM 1 BY 1
073900         UNTIL WS-DT-SUB > WS-DATE-COUNT
074000     MOVE ZERO TO WS-FUTA-UNDEPOSITED
074100     PERFORM 3300-FUTA-DEPOSIT THRU 3300-EXIT
074200         VARYING WS-QTR-SUB FROM 1 BY 1
074300         UNTIL WS-QTR-SUB > 4.
074400 3000-EXIT.
074500     EXIT.

074600*----------------------------------------------------------------
074700* 3100-CHECK-DATE-DEPOSITS - THE FORM 941 LIABILITY FOR ONE CHECK
074800* DATE IS THE FEDERAL WITHHOLDING PLUS BOTH HALVES OF SOCIAL
074900* SECURITY AND MEDICARE.  IT IS DUE ON THE FEDERAL SCHEDULE, OR
075000* THE NEXT BUSINESS DAY WHEN IT REACHES WS-NEXT-DAY-LIMIT.  EACH
075100* STATE'S WITHHOLDING ON THE DATE FOLLOWS ON THE STATE SCHEDULE.
075200*----------------------------------------------------------------
075300 3100-CHECK-DATE-DEPOSITS.
075400     ADD DT-FED-WH (WS-DT-SUB) DT-EE-SS (WS-DT-SUB)
075500         DT-ER-SS (WS-DT-SUB) DT-EE-MED (WS-DT-SUB)
075600         DT-ER-MED (WS-DT-SUB)
075700         GIVING DT-941-TOTAL (WS-DT-SUB)
075800     MOVE DT-CHECK-DATE (WS-DT-SUB) TO WS-DUE-CHECK-DATE
075900     MOVE WS-FED-SCHEDULE-SW TO WS-DUE-SCHEDULE-SW
076000     IF DT-941-TOTAL (WS-DT-SUB) NOT < WS-NEXT-DAY-LIMIT
076100         SET NEXT-DAY-DUE TO TRUE
076200     ELSE
076300         SET NEXT-DAY-NOT-DUE TO TRUE
076400     END-IF
076500     PERFORM 6000-COMPUTE-DUE-DATE THRU 6000-EXIT
076600     MOVE WS-DUE-DATE    TO DT-DUE-DATE (WS-DT-SUB)
076700     MOVE WS-NEXT-DAY-SW TO DT-NEXT-DAY-SW (WS-DT-SUB)
076800     IF DT-941-TOTAL (WS-DT-SUB) > ZERO
076900         MOVE 'F'    TO NDP-RECORD-TYPE
077000         MOVE 'US'   TO NDP-AUTHORITY
077100         MOVE '941 ' TO NDP-TAX-FORM
077200         MOVE DT-QUARTER (WS-DT-SUB)    TO NDP-QUARTER
077300         MOVE DT-CHECK-DATE (WS-DT-SUB) TO NDP-LIAB-DATE
077400         MOVE WS-DUE-DATE               TO NDP-DUE-DATE
077500         MOVE DT-941-TOTAL (WS-DT-SUB)  TO NDP-AMOUNT
077600         MOVE DT-FED-WH (WS-DT-SUB)     TO NDP-WH
077700         ADD DT-EE-SS (WS-DT-SUB) DT-ER-SS (WS-DT-SUB)
077800             GIVING NDP-SS
077900         ADD DT-EE-MED (WS-DT-SUB) DT-ER-MED (WS-DT-SUB)
078000             GIVING NDP-MED
078100         MOVE WS-NEXT-DAY-SW TO NDP-NEXT-DAY-SW
078200         PERFORM 3500-POST-DEPOSIT THRU 3500-EXIT
078300     END-IF
078400     PERFORM 3150-STATE-DEPOSIT THRU 3150-EXIT
078500         VARYING WS-SL-SUB FROM 1 BY 1
078600         UNTIL WS-SL-SUB > WS-SL-COUNT.
078700 3100-EXIT.
078800     EXIT.

078900 3150-STATE-DEPOSIT.
079000     IF SL-CHECK-DATE (WS-SL-SUB) NOT = DT-CHECK-DATE (WS-DT-SUB)
079100         GO TO 3150-EXIT
079200     END-IF
079300     MOVE SL-CHECK-DATE (WS-SL-SUB) TO WS-DUE-CHECK-DATE
079400     MOVE WS-ST-SCHEDULE-SW TO WS-DUE-SCHEDULE-SW
079500     SET NEXT-DAY-NOT-DUE TO TRUE
079600     PERFORM 6000-COMPUTE-DUE-DATE THRU 6000-EXIT
079700     MOVE 'S'    TO NDP-RECORD-TYPE
079800     MOVE SL-STATE (WS-SL-SUB)      TO NDP-AUTHORITY
079900     MOVE 'WH  ' TO NDP-TAX-FORM
080000     MOVE SL-QUARTER (WS-SL-SUB)    TO NDP-QUARTER
080100     MOVE SL-CHECK-DATE (WS-SL-SUB) TO NDP-LIAB-DATE
080200     MOVE WS-DUE-DATE               TO NDP-DUE-DATE
080300     MOVE SL-TAX (WS-SL-SUB)        TO NDP-AMOUNT NDP-WH
080400     MOVE ZERO TO NDP-SS NDP-MED
080500     MOVE WS-NEXT-DAY-SW TO NDP-NEXT-DAY-SW
080600     PERFORM 3500-POST-DEPOSIT THRU 3500-EXIT.
080700 3150-EXIT.
080800     EXIT.

080900*----------------------------------------------------------------
081000* 3300-FUTA-DEPOSIT - AT EACH QUARTER END UP TO THE THRU DATE,
081100* UNEMPLOYMENT NOT YET DEPOSITED IS DUE THE LAST DAY OF THE NEXT
081200* MONTH IF IT EXCEEDS WS-FUTA-DEPOSIT-MIN, AND CARRIES TO THE NEXT
081300* QUARTER IF NOT (AFTER THE FOURTH QUARTER IT IS PAID WITH THE
081400* ANNUAL RETURN).  THE QUARTERS ARE FIGURED FROM THE START OF THE
081500* YEAR SO THE CARRY IS RIGHT, BUT A DEPOSIT IS WRITTEN ONLY FOR A
081600* QUARTER ENDING INSIDE THE WINDOW.
081700*----------------------------------------------------------------
081800 3300-FUTA-DEPOSIT.
081900     MOVE ZERO TO QT-FUTA-DEPOSIT (WS-QTR-SUB)
082000         QT-FUTA-CARRIED (WS-QTR-SUB)
082100     ADD QT-FUTA (WS-QTR-SUB) TO WS-FUTA-UNDEPOSITED
082200     MOVE SPACES TO WS-QTR-END-DATE
082300     STRING WS-THRU-YEAR DELIMITED BY SIZE
082400            "-" DELIMITED BY SIZE
082500            WS-QTR-END-MD (WS-QTR-SUB) DELIMITED BY SIZE
082600         INTO WS-QTR-END-DATE
082700     END-STRING
082800     IF WS-QTR-END-DATE > WS-THRU-DATE
082900         GO TO 3300-EXIT
083000     END-IF
083100     IF WS-FUTA-UNDEPOSITED NOT > WS-FUTA-DEPOSIT-MIN
083200         MOVE WS-FUTA-UNDEPOSITED TO QT-FUTA-CARRIED (WS-QTR-SUB)
083300         GO TO 3300-EXIT
083400     END-IF
083500     MOVE WS-FUTA-UNDEPOSITED TO QT-FUTA-DEPOSIT (WS-QTR-SUB)
083600     MOVE ZERO TO WS-FUTA-UNDEPOSITED
083700     IF WS-QTR-END-DATE < WS-FROM-DATE
083800         GO TO 3300-EXIT
083900     END-IF
084000     MOVE SPACES TO WS-DN-DATE
084100     STRING WS-THRU-YEAR DELIMITED BY SIZE
084200            "-" DELIMITED BY SIZE
084300            WS-FUTA-DUE-MD (WS-QTR-SUB) DELIMITED BY SIZE
084400         INTO WS-DN-DATE
084500     END-STRING
084600     IF WS-QTR-SUB = 4
084700         ADD 1 TO WS-DN-YEAR
084800     END-IF
084900     PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT
085000     PERFORM 8700-SKIP-WEEKEND THRU 8700-EXIT
085100     MOVE 'F'    TO NDP-RECORD-TYPE
085200     MOVE 'US'   TO NDP-AUTHORITY
085300     MOVE '940 ' TO NDP-TAX-FORM
085400     MOVE WS-QTR-SUB      TO NDP-QUARTER
085500     MOVE WS-QTR-END-DATE TO NDP-LIAB-DATE
085600     MOVE WS-DN-DATE      TO NDP-DUE-DATE
085700     MOVE QT-FUTA-DEPOSIT (WS-QTR-SUB) TO NDP-AMOUNT
085800     MOVE ZERO TO NDP-WH NDP-SS NDP-MED
085900     MOVE 'N' TO NDP-NEXT-DAY-SW
086000     PERFORM 3500-POST-DEPOSIT THRU 3500-EXIT.
086100 3300-EXIT.
086200     EXIT.

086300*----------------------------------------------------------------
086400* 3500-POST-DEPOSIT - ADD WS-NEW-DEPOSIT INTO THE DEPOSIT FOR THE
086500* SAME AUTHORITY, FORM, QUARTER AND DUE DATE, OR OPEN ONE.  THE
086600* LIABILITY DATE KEPT IS THE LATEST CHECK DATE IN THE DEPOSIT.
086700*----------------------------------------------------------------
086800 3500-POST-DEPOSIT.
086900     SET ENTRY-NOT-FOUND TO TRUE
087000     MOVE ZERO TO WS-DP-SUB
087100     PERFORM 3510-FIND-DEPOSIT THRU 3510-EXIT
087200         UNTIL ENTRY-FOUND OR WS-DP-SUB = WS-DP-COUNT
087300     IF ENTRY-NOT-FOUND
087400         IF WS-DP-COUNT NOT < WS-MAX-DEPOSITS
087500             ADD 1 TO WS-EXCEPTION-COUNTER
087600             MOVE WS-COND-ERROR TO WS-RUN-COND
087700             MOVE SPACES TO REGISTER-LINE
087800             STRING "*** DEPOSIT TABLE FULL - " DELIMITED BY SIZE
087900                    NDP-AUTHORITY DELIMITED BY SIZE
088000                    " " DELIMITED BY SIZE
088100                    NDP-TAX-FORM DELIMITED BY SIZE
088200                    " DUE " DELIMITED BY SIZE
088300                    NDP-DUE-DATE DELIMITED BY SIZE
088400                    " NOT WRITTEN" DELIMITED BY SIZE
088500                 INTO REGISTER-LINE
088600             END-STRING
088700             WRITE REGISTER-LINE
088800             GO TO 3500-EXIT
088900         END-IF
089000         ADD 1 TO WS-DP-COUNT
089100         MOVE WS-DP-COUNT TO WS-DP-SUB
089200         MOVE WS-NEW-DEPOSIT TO WS-DP-ENTRY (WS-DP-SUB)
089300         GO TO 3500-EXIT
089400     END-IF
089500     ADD NDP-AMOUNT TO DP-AMOUNT (WS-DP-SUB)
089600     ADD NDP-WH     TO DP-WH (WS-DP-SUB)
089700     ADD NDP-SS     TO DP-SS (WS-DP-SUB)
089800     ADD NDP-MED    TO DP-MED (WS-DP-SUB)
089900     IF NDP-LIAB-DATE > DP-LIAB-DATE (WS-DP-SUB)
090000         MOVE NDP-LIAB-DATE TO DP-LIAB-DATE (WS-DP-SUB)
090100     END-IF
090200     IF NDP-NEXT-DAY-SW = 'Y'
090300         MOVE 'Y' TO DP-NEXT-DAY-SW (WS-DP-SUB)
090400     END-IF.
090500 3500-EXIT.
090600     EXIT.

090700 3510-FIND-DEPOSIT.
090800     ADD 1 TO WS-DP-SUB
090900     IF DP-RECORD-TYPE (WS-DP-SUB) = NDP-RECORD-TYPE
091000             AND DP-AUTHORITY (WS-DP-SUB) = NDP-AUTHORITY
091100             AND DP-TAX-FORM (WS-DP-SUB) = NDP-TAX-FORM
091200             AND DP-QUARTER (WS-DP-SUB) = NDP-QUARTER
091300             AND DP-DUE-DATE (WS-DP-SUB) = NDP-DUE-DATE
091400         SET ENTRY-FOUND TO TRUE
091500     END-IF.
091600 3510-EXIT.
091700     EXIT.

091800*----------------------------------------------------------------
091900* 4000-WRITE-DEPOSITS - ONE TAXDEP.DAT RECORD AND ONE REGISTER
092000* LINE PER DEPOSIT.
092100*----------------------------------------------------------------
092200 4000-WRITE-DEPOSITS.
092300     MOVE SPACES TO REGISTER-LINE
092400     WRITE REGISTER-LINE
092500     MOVE "DEPOSITS" TO REGISTER-LINE
092600     WRITE REGISTER-LINE
092700     PERFORM 4100-WRITE-ONE-DEPOSIT THRU 4100-EXIT
092800         VARYING WS-DP-SUB FROM 1 BY 1
092900         UNTIL WS-DP-SUB > WS-DP-COUNT.
093000 4000-EXIT.
093100     EXIT.

093200 4100-WRITE-ONE-DEPOSIT.
093300     MOVE DP-RECORD-TYPE (WS-DP-SUB) TO TD-RECORD-TYPE
093400     MOVE WS-COMPANY-EIN             TO TD-EMPLOYER-ID
093500     MOVE DP-AUTHORITY (WS-DP-SUB)   TO TD-AUTHORITY
093600     MOVE DP-TAX-FORM (WS-DP-SUB)    TO TD-TAX-FORM
093700     MOVE WS-THRU-YEAR               TO TD-TAX-YEAR
093800     MOVE DP-QUARTER (WS-DP-SUB)     TO TD-TAX-QUARTER
093900     MOVE DP-LIAB-DATE (WS-DP-SUB)   TO TD-LIABILITY-DATE
094000     MOVE DP-DUE-DATE (WS-DP-SUB)    TO TD-DUE-DATE
094100     MOVE DP-AMOUNT (WS-DP-SUB)      TO TD-AMOUNT
094200     MOVE DP-WH (WS-DP-SUB)          TO TD-WITHHOLDING-AMT
094300     MOVE DP-SS (WS-DP-SUB)          TO TD-SS-AMOUNT
094400     MOVE DP-MED (WS-DP-SUB)         TO TD-MED-AMOUNT
094500     MOVE DP-NEXT-DAY-SW (WS-DP-SUB) TO TD-NEXT-DAY-FLAG
094600     WRITE TAX-DEPOSIT-RECORD
094700     ADD 1 TO WS-DEPOSIT-COUNTER
094800     IF TD-FEDERAL
094900         ADD TD-AMOUNT TO WS-TOT-FED-DEPOSITS
095000     ELSE
095100         ADD TD-AMOUNT TO WS-TOT-STATE-DEPOSITS
095200     END-IF
095300     IF DP-NEXT-DAY (WS-DP-SUB)
095400         MOVE " NEXT-DAY" TO WS-OUT-NEXT-DAY
095500     ELSE
095600         MOVE SPACES TO WS-OUT-NEXT-DAY
095700     END-IF
095800     MOVE SPACES TO REGISTER-LINE
095900     STRING "  " DELIMITED BY SIZE
096000            TD-AUTHORITY DELIMITED BY SIZE
096100            " " DELIMITED BY SIZE
096200            TD-TAX-FORM DELIMITED BY SIZE
096300            " Q" DELIMITED BY SIZE
096400            TD-TAX-QUARTER DELIMITED BY SIZE
096500            "  THRU " DELIMITED BY SIZE
096600            TD-LIABILITY-DATE DELIMITED BY SIZE
096700            "  DUE " DELIMITED BY SIZE
096800            TD-DUE-DATE DELIMITED BY SIZE
096900            "  AMOUNT " DELIMITED BY SIZE
097000            TD-AMOUNT DELIMITED BY SIZE
097100            "  WH " DELIMITED BY SIZE
097200            TD-WITHHOLDING-AMT DELIMITED BY SIZE
097300            "  SS " DELIMITED BY SIZE
097400            TD-SS-AMOUNT DELIMITED BY SIZE
097500            "  MED " DELIMITED BY SIZE
097600            TD-MED-AMOUNT DELIMITED BY SIZE
097700            WS-OUT-NEXT-DAY DELIMITED BY SIZE
097800         INTO REGISTER-LINE
097900     END-STRING
098000     WRITE REGISTER-LINE.
098100 4100-EXIT.
098200     EXIT.

098300*----------------------------------------------------------------
098400* 6000-COMPUTE-DUE-DATE - SET WS-DUE-DATE FOR A LIABILITY ON
098500* WS-DUE-CHECK-DATE UNDER WS-DUE-SCHEDULE-SW.  NEXT-DAY: THE
098600* NEXT BUSINESS DAY.  SEMIWEEKLY: A WEDNESDAY, THURSDAY OR FRIDAY
098700* CHECK DATE IS DUE THE FOLLOWING WEDNESDAY, ANY OTHER DAY THE
098800* FOLLOWING FRIDAY.  MONTHLY: THE 15TH OF THE NEXT MONTH.  A DUE
098900* DATE ON A WEEKEND MOVES TO THE MONDAY.
099000*----------------------------------------------------------------
099100 6000-COMPUTE-DUE-DATE.
099200     MOVE WS-DUE-CHECK-DATE TO WS-DN-DATE
099300     IF DUE-MONTHLY AND NEXT-DAY-NOT-DUE
099400         ADD 1 TO WS-DN-MONTH
099500         IF WS-DN-MONTH > 12
099600             MOVE 1 TO WS-DN-MONTH
099700             ADD 1 TO WS-DN-YEAR
099800         END-IF
099900         MOVE 15 TO WS-DN-DAY
100000         PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT
100100     ELSE
100200         PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT
100300         IF NEXT-DAY-DUE
100400             MOVE 1 TO WS-DN-ADD-DAYS
100500         ELSE
100600             IF DN-WED-THRU-FRI
100700                 SUBTRACT WS-DN-DOW FROM 8 GIVING WS-DN-ADD-DAYS
100800             ELSE
100900                 IF DN-TUESDAY
101000                     MOVE 3 TO WS-DN-ADD-DAYS
101100                 ELSE
101200                     SUBTRACT WS-DN-DOW FROM 10
101300                         GIVING WS-DN-ADD-DAYS
101400                 END-IF
101500             END-IF
101600         END-IF
101700         PERFORM 8600-ADD-ONE-DAY THRU 8600-EXIT
101800             WS-DN-ADD-DAYS TIMES
101900     END-IF
102000     PERFORM 8700-SKIP-WEEKEND THRU 8700-EXIT
102100     MOVE WS-DN-DATE TO WS-DUE-DATE.
102200 6000-EXIT.
102300     EXIT.

102400*----------------------------------------------------------------
102500* 8000-PRINT-LIABILITY - THE LIABILITY ON EACH CHECK DATE IN THE
102600* WINDOW, WITH ITS STATE WITHHOLDING BENEATH IT.
102700*----------------------------------------------------------------
102800 8000-PRINT-LIABILITY.
102900     MOVE SPACES TO REGISTER-LINE
103000     WRITE REGISTER-LINE
103100     MOVE "LIABILITY BY CHECK DATE" TO REGISTER-LINE
103200     WRITE REGISTER-LINE
103300     PERFORM 8100-PRINT-ONE-DATE THRU 8100-EXIT
103400         VARYING WS-DT-SUB FROM 1 BY 1
103500         UNTIL WS-DT-SUB > WS-DATE-COUNT.
103600 8000-EXIT.
103700     EXIT.

103800 8100-PRINT-ONE-DATE.
103900     MOVE DT-FED-WH (WS-DT-SUB)    TO WS-OUT-AMT-1
104000     MOVE DT-EE-SS (WS-DT-SUB)     TO WS-OUT-AMT-2
104100     MOVE DT-ER-SS (WS-DT-SUB)     TO WS-OUT-AMT-3
104200     MOVE DT-EE-MED (WS-DT-SUB)    TO WS-OUT-AMT-4
104300     MOVE DT-ER-MED (WS-DT-SUB)    TO WS-OUT-AMT-5
104400     MOVE DT-941-TOTAL (WS-DT-SUB) TO WS-OUT-AMT-6
104500     MOVE DT-FUTA (WS-DT-SUB)      TO WS-OUT-AMT-7
104600     IF DT-NEXT-DAY (WS-DT-SUB)
104700         MOVE " NEXT-DAY" TO WS-OUT-NEXT-DAY
104800     ELSE
104900         MOVE SPACES TO WS-OUT-NEXT-DAY
105000     END-IF
105100     MOVE SPACES TO REGISTER-LINE
105200     STRING DT-CHECK-DATE (WS-DT-SUB) DELIMITED BY SIZE
105300            " Q" DELIMITED BY SIZE
105400            DT-QUARTER (WS-DT-SUB) DELIMITED BY SIZE
105500            " FED WH " DELIMITED BY SIZE
105600            WS-OUT-AMT-1 DELIMITED BY SIZE
105700            " SS " DELIMITED BY SIZE
105800            WS-OUT-AMT-2 DELIMITED BY SIZE
105900            "/" DELIMITED BY SIZE
106000            WS-OUT-AMT-3 DELIMITED BY SIZE
106100            " MED " DELIMITED BY SIZE
106200            WS-OUT-AMT-4 DELIMITED BY SIZE
106300            "/" DELIMITED BY SIZE
106400            WS-OUT-AMT-5 DELIMITED BY SIZE
106410         INTO REGISTER-LINE
106420     END-STRING
106430     WRITE REGISTER-LINE
106440     MOVE SPACES TO REGISTER-LINE
106450     STRING "              941 " DELIMITED BY SIZE
106600            WS-OUT-AMT-6 DELIMITED BY SIZE
106700            " FUTA " DELIMITED BY SIZE
106800            WS-OUT-AMT-7 DELIMITED BY SIZE
106900            " DUE " DELIMITED BY SIZE
107000            DT-DUE-DATE (WS-DT-SUB) DELIMITED BY SIZE
107100            WS-OUT-NEXT-DAY DELIMITED BY SIZE
107200         INTO REGISTER-LINE
107300     END-STRING
107400     WRITE REGISTER-LINE
107500     PERFORM 8150-PRINT-STATE-LIAB THRU 8150-EXIT
107600         VARYING WS-SL-SUB FROM 1 BY 1
107700         UNTIL WS-SL-SUB > WS-SL-COUNT.
107800 8100-EXIT.
107900     EXIT.

108000 8150-PRINT-STATE-LIAB.
108100     IF SL-CHECK-DATE (WS-SL-SUB) NOT = DT-CHECK-DATE (WS-DT-SUB)
108200         GO TO 8150-EXIT
108300     END-IF
108400     MOVE SL-TAX (WS-SL-SUB) TO WS-OUT-AMT-1
108500     MOVE SPACES TO REGISTER-LINE
108600     STRING "              STATE " DELIMITED BY SIZE
108700            SL-STATE (WS-SL-SUB) DELIMITED BY SIZE
108800            " WH " DELIMITED BY SIZE
108900            WS-OUT-AMT-1 DELIMITED BY SIZE
109000         INTO REGISTER-LINE
109100     END-STRING
109200     WRITE REGISTER-LINE.
109300 8150-EXIT.
109400     EXIT.

109500*----------------------------------------------------------------
109600* 8200-PRINT-TIE-OUT - THE YEAR'S FIGURES BY QUARTER FROM
109700* JANUARY 1 THROUGH THE THRU DATE.  THE FIRST LINE OF EACH
109800* QUARTER CARRIES THE SAME FIGURES AS THE COMPANY TOTALS BY
109900* QUARTER ON QTRTAX.REP; A DIFFERENCE THERE IS A VOID OR REISSUE
110000* POSTED TO YTD BUT NOT TO PAY HISTORY, OR PAY HISTORY OUT OF
110100* STEP WITH THE MASTER.  THE OTHER LINES ARE THE RETURN'S TAX
110200* LINES AND THE UNEMPLOYMENT DEPOSITED OR CARRIED.
110300*----------------------------------------------------------------
110400 8200-PRINT-TIE-OUT.
110500     MOVE SPACES TO REGISTER-LINE
110600     WRITE REGISTER-LINE
110700     MOVE SPACES TO REGISTER-LINE
110800     STRING "QUARTER TIE-OUT TO QUARTERLY-TAX-REPORT - "
110900            DELIMITED BY SIZE
111000            "CHECK DATES " DELIMITED BY SIZE
111100            WS-YEAR-START DELIMITED BY SIZE
111200            " THRU " DELIMITED BY SIZE
111300            WS-THRU-DATE DELIMITED BY SIZE
111400         INTO REGISTER-LINE
111500     END-STRING
111600     WRITE REGISTER-LINE
111700     PERFORM 8210-PRINT-ONE-QUARTER THRU 8210-EXIT
111800         VARYING WS-QTR-SUB FROM 1 BY 1
111900         UNTIL WS-QTR-SUB > 4.
112000 8200-EXIT.
112100     EXIT.

112200 8210-PRINT-ONE-QUARTER.
112300     MOVE SPACES TO REGISTER-LINE
112400     STRING "QTR " DELIMITED BY SIZE
112500            WS-QTR-SUB DELIMITED BY SIZE
112600            "  TOTAL GROSS: " DELIMITED BY SIZE
112700            QT-GROSS (WS-QTR-SUB) DELIMITED BY SIZE
112800            "  TOTAL TAX: " DELIMITED BY SIZE
112900            QT-EE-TAX (WS-QTR-SUB) DELIMITED BY SIZE
113000            "  FED WAGES: " DELIMITED BY SIZE
113100            QT-FED-WAGES (WS-QTR-SUB) DELIMITED BY SIZE
113200            "  SS WAGES: " DELIMITED BY SIZE
113300            QT-SS-WAGES (WS-QTR-SUB) DELIMITED BY SIZE
113400            "  MED WAGES: " DELIMITED BY SIZE
113500            QT-MED-WAGES (WS-QTR-SUB) DELIMITED BY SIZE
113600         INTO REGISTER-LINE
113700     END-STRING
113800     WRITE REGISTER-LINE
113900     ADD QT-FED-WH (WS-QTR-SUB) QT-EE-SS (WS-QTR-SUB)
114000         QT-ER-SS (WS-QTR-SUB) QT-EE-MED (WS-QTR-SUB)
114100         QT-ER-MED (WS-QTR-SUB)
114200         GIVING QT-941-TOTAL (WS-QTR-SUB)
114300     MOVE SPACES TO REGISTER-LINE
114400     STRING "       FED WH: " DELIMITED BY SIZE
114500            QT-FED-WH (WS-QTR-SUB) DELIMITED BY SIZE
114600            "  SS EE/ER: " DELIMITED BY SIZE
114700            QT-EE-SS (WS-QTR-SUB) DELIMITED BY SIZE
114800            "/" DELIMITED BY SIZE
114900            QT-ER-SS (WS-QTR-SUB) DELIMITED BY SIZE
115000            "  MED EE/ER: " DELIMITED BY SIZE
115100            QT-EE-MED (WS-QTR-SUB) DELIMITED BY SIZE
115200            "/" DELIMITED BY SIZE
115300            QT-ER-MED (WS-QTR-SUB) DELIMITED BY SIZE
115400            "  941 TOTAL: " DELIMITED BY SIZE
115500            QT-941-TOTAL (WS-QTR-SUB) DELIMITED BY SIZE
115600         INTO REGISTER-LINE
115700     END-STRING
115800     WRITE REGISTER-LINE
115900     MOVE SPACES TO REGISTER-LINE
116000     STRING "       STATE WH: " DELIMITED BY SIZE
116100            QT-STATE (WS-QTR-SUB) DELIMITED BY SIZE
116200            "  FUTA: " DELIMITED BY SIZE
116300            QT-FUTA (WS-QTR-SUB) DELIMITED BY SIZE
116400            "  FUTA DEPOSITED: " DELIMITED BY SIZE
116500            QT-FUTA-DEPOSIT (WS-QTR-SUB) DELIMITED BY SIZE
116600            "  FUTA CARRIED: " DELIMITED BY SIZE
116700            QT-FUTA-CARRIED (WS-QTR-SUB) DELIMITED BY SIZE
116800         INTO REGISTER-LINE
116900     END-STRING
117000     WRITE REGISTER-LINE.
117100 8210-EXIT.
117200     EXIT.

117300 8300-PRINT-SUMMARY.
117400     MOVE SPACES TO REGISTER-LINE
117500     WRITE REGISTER-LINE
117600     MOVE SPACES TO REGISTER-LINE
117700     STRING "HISTORY RECORDS READ: " DELIMITED BY SIZE
117800            WS-HIST-READ-COUNTER DELIMITED BY SIZE
117900            "  IN WINDOW: " DELIMITED BY SIZE
118000            WS-HIST-USED-COUNTER DELIMITED BY SIZE
118100            "  EXCEPTIONS: " DELIMITED BY SIZE
118200            WS-EXCEPTION-COUNTER DELIMITED BY SIZE
118300         INTO REGISTER-LINE
118400     END-STRING
118500     WRITE REGISTER-LINE
118600     MOVE SPACES TO REGISTER-LINE
118700     STRING "DEPOSITS WRITTEN: " DELIMITED BY SIZE
118800            WS-DEPOSIT-COUNTER DELIMITED BY SIZE
118900            "  FEDERAL: " DELIMITED BY SIZE
119000            WS-TOT-FED-DEPOSITS DELIMITED BY SIZE
119100            "  STATE: " DELIMITED BY SIZE
119200            WS-TOT-STATE-DEPOSITS DELIMITED BY SIZE
119300         INTO REGISTER-LINE
119400     END-STRING
119500     WRITE REGISTER-LINE.
119600 8300-EXIT.
119700     EXIT.

119800*----------------------------------------------------------------
119900* 8500-COMPUTE-DAY-NUMBER - TURN WS-DN-DATE (YYYY-MM-DD) INTO A
120000* SERIAL DAY NUMBER THE SAME WAY CHECK-RECONCILIATION DOES, AND
120100* SET WS-DN-DOW FROM IT.  THE YEAR IS COUNTED FROM MARCH SO THE
120200* LEAP DAY FALLS AT ITS END.  DAY NUMBER MOD 7 IS 0 ON A TUESDAY,
120300* 1 ON A WEDNESDAY, AND SO ON TO 6 ON A MONDAY.  A DATE THAT IS
120400* NOT NUMERIC OR HAS AN IMPOSSIBLE MONTH OR DAY SETS
120500* DN-DATE-INVALID.
120600*----------------------------------------------------------------
120700 8500-COMPUTE-DAY-NUMBER.
120800     SET DN-DATES-VALID TO TRUE
120900     MOVE ZERO TO WS-DAY-NUMBER WS-DN-DOW
121000     IF WS-DN-YEAR NOT NUMERIC OR WS-DN-MONTH NOT NUMERIC
121100             OR WS-DN-DAY NOT NUMERIC
121200         SET DN-DATE-INVALID TO TRUE
121300         GO TO 8500-EXIT
121400     END-IF
121500     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
121600             OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
121700         SET DN-DATE-INVALID TO TRUE
121800         GO TO 8500-EXIT
121900     END-IF
122000     MOVE WS-DN-YEAR  TO WS-DN-CALC-YEAR
122100     MOVE WS-DN-MONTH TO WS-DN-CALC-MONTH
122200     IF WS-DN-CALC-MONTH < 3
122300         SUBTRACT 1 FROM WS-DN-CALC-YEAR
122400         ADD 12 TO WS-DN-CALC-MONTH
122500     END-IF
122600     MULTIPLY WS-DN-CALC-YEAR BY 365 GIVING WS-DAY-NUMBER
122700     DIVIDE WS-DN-CALC-YEAR BY 4 GIVING WS-DN-WORK
122800     ADD WS-DN-WORK TO WS-DAY-NUMBER
122900     DIVIDE WS-DN-CALC-YEAR BY 100 GIVING WS-DN-WORK
123000     SUBTRACT WS-DN-WORK FROM WS-DAY-NUMBER
123100     DIVIDE WS-DN-CALC-YEAR BY 400 GIVING WS-DN-WORK
123200     ADD WS-DN-WORK TO WS-DAY-NUMBER
123300     SUBTRACT 3 FROM WS-DN-CALC-MONTH
123400     MULTIPLY WS-DN-CALC-MONTH BY 153 GIVING WS-DN-WORK
123500     ADD 2 TO WS-DN-WORK
123600     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-WORK
123700     ADD WS-DN-WORK TO WS-DAY-NUMBER
123800     ADD WS-DN-DAY TO WS-DAY-NUMBER
123900     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DN-WORK
124000         REMAINDER WS-DN-DOW.
124100 8500-EXIT.
124200     EXIT.

124300*----------------------------------------------------------------
124400* 8600-ADD-ONE-DAY - MOVE WS-DN-DATE AND WS-DN-DOW ON ONE DAY,
124500* ROLLING THE MONTH AND YEAR AS NEEDED.
124600*----------------------------------------------------------------
124700 8600-ADD-ONE-DAY.
124800     ADD 1 TO WS-DN-DAY
124900     ADD 1 TO WS-DN-DOW
125000     IF WS-DN-DOW > 6
125100         MOVE ZERO TO WS-DN-DOW
125200     END-IF
125300     MOVE WS-MONTH-DAYS (WS-DN-MONTH) TO WS-DN-MONTH-DAYS
125400     IF WS-DN-MONTH = 2
125500         PERFORM 8650-CHECK-LEAP-YEAR THRU 8650-EXIT
125600     END-IF
125700     IF WS-DN-DAY > WS-DN-MONTH-DAYS
125800         MOVE 1 TO WS-DN-DAY
125900         ADD 1 TO WS-DN-MONTH
126000         IF WS-DN-MONTH > 12
126100             MOVE 1 TO WS-DN-MONTH
126200             ADD 1 TO WS-DN-YEAR
126300         END-IF
126400     END-IF.
126500 8600-EXIT.
126600     EXIT.

126700 8650-CHECK-LEAP-YEAR.
126800     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-WORK
126900         REMAINDER WS-DN-REMAINDER
127000     IF WS-DN-REMAINDER NOT = ZERO
127100         GO TO 8650-EXIT
127200     END-IF
127300     MOVE 29 TO WS-DN-MONTH-DAYS
127400     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-WORK
127500         REMAINDER WS-DN-REMAINDER
127600     IF WS-DN-REMAINDER NOT = ZERO
127700         GO TO 8650-EXIT
127800     END-IF
127900     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-WORK
128000         REMAINDER WS-DN-REMAINDER
128100     IF WS-DN-REMAINDER NOT = ZERO
128200         MOVE 28 TO WS-DN-MONTH-DAYS
128300     END-IF.
128400 8650-EXIT.
128500     EXIT.

128600 8700-SKIP-WEEKEND.
128700     PERFORM 8600-ADD-ONE-DAY THRU 8600-EXIT
128800         UNTIL NOT DN-WEEKEND.
128900 8700-EXIT.
129000     EXIT.

129100*----------------------------------------------------------------
129200* 9000-TERMINATE - CLOSE ALL FILES.
129300*----------------------------------------------------------------
129400 9000-TERMINATE.
129500     IF HIST-AVAILABLE AND RUN-OK
129600         CLOSE PAY-HISTORY-FILE
129700     END-IF
129800     IF CAL-AVAILABLE AND RUN-OK
129900         CLOSE PAY-CALENDAR-FILE
130000     END-IF
130100     CLOSE TAX-DEPOSIT-FILE
130200     CLOSE DEPOSIT-REGISTER.
130300 9000-EXIT.
130400     EXIT.
