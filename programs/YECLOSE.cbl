000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YEAR-END-CLOSE.
000300 AUTHOR. R-HARTLEY.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RH  ORIGINAL PROGRAM.  CLOSES THE PAYROLL YEAR NAMED
001100*                ON YECLOSE.PARM.  REFUSES TO RUN WHILE ANY
001200*                PAYCAL.DAT PERIOD OF THE YEAR IS UNPAID.  AUDITS
001300*                YTDMAST.DAT BY REBUILDING EVERY EMPLOYEE'S ANNUAL
001400*                AND QUARTER GROSS, TAXES, TAXABLE WAGES,
001500*                DEDUCTION-TYPE AND STATE TOTALS FROM PAYHIST.DAT
001600*                AND THE YEAR'S ARCHIVE PHISTYYYY.DAT, REPEATING
001700*                THE ADJUSTMENTS ON ADJHIST.DAT, AND CHECKS THAT
001800*                THE QUARTERS FOOT TO THE YEAR.  ONLY A CLEAN
001900*                AUDIT SAVES THE MASTER AS YTDMYYYY.DAT AND STARTS
002000*                A FRESH YTDMAST.DAT FOR THE NEW YEAR, CARRYING
002100*                FORWARD EVERY EMPLOYEE NOT TERMINATED AND EVERY
002200*                EMPLOYEE WITH AN OPEN ARREARS BALANCE.  REPORT
002300*                ON YECLOSE.REP.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CLOSE-PARM-FILE ASSIGN TO 'YECLOSE.PARM'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PARM-FILE-STATUS.
003100     SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CAL-PAY-PERIOD
003500         FILE STATUS IS WS-CAL-FILE-STATUS.
003600     SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS PH-KEY
004000         FILE STATUS IS WS-HIST-FILE-STATUS.
004100     SELECT ARCHIVE-HISTORY-FILE ASSIGN TO WS-ARCHIVE-NAME
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS AH-KEY
004500         FILE STATUS IS WS-ARCH-FILE-STATUS.
004600     SELECT ADJ-HISTORY-FILE ASSIGN TO 'ADJHIST.DAT'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ADJH-FILE-STATUS.
004900     SELECT YTD-MASTER-FILE ASSIGN TO 'YTDMAST.DAT'
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS YTD-EMP-ID
005300         FILE STATUS IS WS-YTD-FILE-STATUS.
005400     SELECT CLOSED-MASTER-FILE ASSIGN TO WS-CLOSED-NAME
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CM-EMP-ID
005800         FILE STATUS IS WS-CLOSED-FILE-STATUS.
005900     SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-EMP-FILE-STATUS.
006200     SELECT ARREARS-FILE ASSIGN TO 'ARREARS.DAT'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-ARR-FILE-STATUS.
006500     SELECT CLOSE-REPORT ASSIGN TO 'YECLOSE.REP'
006600         ORGANIZATION IS LINE SEQUENTIAL.

006700 DATA DIVISION.
006800 FILE SECTION.

006900 FD  CLOSE-PARM-FILE.
007000 01  CLOSE-PARM-RECORD.
007100     05  PARM-CLOSE-YEAR    PIC X(04).

007200 FD  PAY-CALENDAR-FILE.
007300     COPY PAYCAL.

007400 FD  PAY-HISTORY-FILE.
007500     COPY PAYHIST.

007600 FD  ARCHIVE-HISTORY-FILE.
007700     COPY PAYHIST
007800         REPLACING ==PAY-HISTORY-RECORD==
007900                   BY ==ARCHIVE-HISTORY-RECORD==
008000                   LEADING ==PH== BY ==AH==.

008100 FD  ADJ-HISTORY-FILE.
008200     COPY ADJHIST.

008300 FD  YTD-MASTER-FILE.
008400     COPY YTDREC.

008500 FD  CLOSED-MASTER-FILE.
008600     COPY YTDREC
008700         REPLACING ==YTD-MASTER-RECORD==
008800                   BY ==CLOSED-MASTER-RECORD==
008900                   LEADING ==YTD== BY ==CM==.

009000 FD  EMPLOYEE-FILE.
009100     COPY EMPREC.

009200 FD  ARREARS-FILE.
009300     COPY ARREARS.

009400 FD  CLOSE-REPORT.
009500 01  CLOSE-REPORT-LINE      PIC X(132).

009600 WORKING-STORAGE SECTION.
009700 01  WS-SWITCHES.
009800     05  WS-YEAR-OK-SW      PIC X(01) VALUE 'N'.
009900         88  YEAR-OK               VALUE 'Y'.
010000         88  YEAR-MISSING          VALUE 'N'.
010100     05  WS-RUN-OK-SW       PIC X(01) VALUE 'Y'.
010200         88  RUN-OK                VALUE 'Y'.
010300         88  RUN-REFUSED           VALUE 'N'.
010400     05  WS-CAL-OPEN-SW     PIC X(01) VALUE 'N'.
010500         88  CAL-OPEN              VALUE 'Y'.
010600     05  WS-YTD-OPEN-SW     PIC X(01) VALUE 'N'.
010700         88  YTD-OPEN              VALUE 'Y'.
010800     05  WS-HIST-OPEN-SW    PIC X(01) VALUE 'N'.
010900         88  HIST-OPEN             VALUE 'Y'.
011000     05  WS-ARR-OPEN-SW     PIC X(01) VALUE 'N'.
011100         88  ARR-OPEN              VALUE 'Y'.
011200     05  WS-ARCH-OPEN-SW    PIC X(01) VALUE 'N'.
011300         88  ARCH-OPEN             VALUE 'Y'.
011400     05  WS-CAL-EOF-SW      PIC X(01) VALUE 'N'.
011500         88  CAL-EOF               VALUE 'Y'.
011600     05  WS-PH-EOF-SW       PIC X(01) VALUE 'N'.
011700         88  PH-EOF                VALUE 'Y'.
011800     05  WS-AH-EOF-SW       PIC X(01) VALUE 'N'.
011900         88  AH-EOF                VALUE 'Y'.
012000     05  WS-ADJH-EOF-SW     PIC X(01) VALUE 'N'.
012100         88  ADJH-EOF              VALUE 'Y'.
012200     05  WS-YTD-EOF-SW      PIC X(01) VALUE 'N'.
012300         88  YTD-EOF               VALUE 'Y'.
012400     05  WS-EMP-EOF-SW      PIC X(01) VALUE 'N'.
012500         88  EMP-EOF               VALUE 'Y'.
012600     05  WS-AR-EOF-SW       PIC X(01) VALUE 'N'.
012700         88  AR-EOF                VALUE 'Y'.
012800     05  WS-FOUND-SW        PIC X(01) VALUE 'N'.
012900         88  ENTRY-FOUND           VALUE 'Y'.
013000         88  ENTRY-NOT-FOUND       VALUE 'N'.
013100     05  WS-POST-STATE-SW   PIC X(01) VALUE 'A'.
013200         88  POST-STATE-ADD        VALUE 'A'.
013300         88  POST-STATE-BACKOUT    VALUE 'B'.
013400     05  WS-CARRY-SW        PIC X(01) VALUE 'N'.
013500         88  CARRY-EMPLOYEE        VALUE 'Y'.
013600         88  DROP-EMPLOYEE         VALUE 'N'.
013610     05  WS-CLOSED-FOUND-SW PIC X(01) VALUE 'N'.
013620         88  CLOSED-MASTER-FOUND   VALUE 'Y'.

013700 01  WS-FILE-STATUS-AREA.
013800     05  WS-PARM-FILE-STATUS  PIC X(02).
013900     05  WS-CAL-FILE-STATUS   PIC X(02).
014000     05  WS-HIST-FILE-STATUS  PIC X(02).
014100     05  WS-ARCH-FILE-STATUS  PIC X(02).
014200     05  WS-ADJH-FILE-STATUS  PIC X(02).
014300     05  WS-YTD-FILE-STATUS   PIC X(02).
014400     05  WS-CLOSED-FILE-STATUS PIC X(02).
014500     05  WS-EMP-FILE-STATUS   PIC X(02).
014600     05  WS-ARR-FILE-STATUS   PIC X(02).

014700*----------------------------------------------------------------
014800* THE DEDUCTION-TYPE AND STATE LIMITS ARE THE OCCURS ON YTDREC.CPY
014900* AND MATCH PAYROLL-CALCULATOR'S.  WS-MAX-ADJ-ENTRIES IS THE
015000* ADJUSTMENT TABLE BELOW, ONE YEAR'S WORTH OF ADJHIST.DAT.
015100*----------------------------------------------------------------
015200 01  WS-CONSTANTS.
015300     05  WS-MAX-DED-ENTRIES   PIC 9(02) VALUE 8.
015400     05  WS-MAX-STATE-ENTRIES PIC 9(02) VALUE 4.
015500     05  WS-MAX-HIST-DEDS     PIC 9(02) VALUE 16.
015600     05  WS-MAX-ADJ-ENTRIES   PIC 9(04) VALUE 500.
015700     05  WS-COND-WARNING      PIC 9(04) VALUE 4.
015800     05  WS-COND-ERROR        PIC 9(04) VALUE 8.

015900 01  WS-COUNTERS.
016000     05  WS-RUN-COND          PIC 9(04) VALUE ZERO.
016100     05  WS-CAL-PERIOD-COUNTER PIC 9(04) VALUE ZERO.
016200     05  WS-UNPAID-COUNTER    PIC 9(04) VALUE ZERO.
016300     05  WS-PH-USED-COUNTER   PIC 9(06) VALUE ZERO.
016400     05  WS-AH-USED-COUNTER   PIC 9(06) VALUE ZERO.
016500     05  WS-HIST-DUP-COUNTER  PIC 9(06) VALUE ZERO.
016600     05  WS-ADJ-YEAR-COUNTER  PIC 9(04) VALUE ZERO.
016700     05  WS-ADJ-USED-COUNTER  PIC 9(04) VALUE ZERO.
016800     05  WS-YTD-COUNTER       PIC 9(06) VALUE ZERO.
016900     05  WS-EMP-AUDIT-COUNTER PIC 9(06) VALUE ZERO.
017000     05  WS-DISCREP-COUNTER   PIC 9(06) VALUE ZERO.
017100     05  WS-DISCREP-EMP-COUNTER PIC 9(06) VALUE ZERO.
017200     05  WS-FOOT-COUNTER      PIC 9(06) VALUE ZERO.
017300     05  WS-OVERFLOW-COUNTER  PIC 9(06) VALUE ZERO.
017400     05  WS-EMP-DISCREP-COUNT PIC 9(04) VALUE ZERO.
017500     05  WS-SAVED-COUNTER     PIC 9(06) VALUE ZERO.
017600     05  WS-CARRIED-COUNTER   PIC 9(06) VALUE ZERO.
017700     05  WS-DROPPED-COUNTER   PIC 9(06) VALUE ZERO.
017800     05  WS-ARREARS-COUNTER   PIC 9(06) VALUE ZERO.
017900     05  WS-ARREARS-TOTAL     PIC 9(08)V99 VALUE ZERO.
018000     05  WS-ARREARS-ORPHANS   PIC 9(06) VALUE ZERO.

018100 01  WS-SUBSCRIPTS.
018200     05  WS-QTR-SUB           PIC 9(02) VALUE ZERO.
018300     05  WS-DED-SUB           PIC 9(02) VALUE ZERO.
018400     05  WS-HW-DED-SUB        PIC 9(02) VALUE ZERO.
018500     05  WS-FIND-SUB          PIC 9(02) VALUE ZERO.
018600     05  WS-ST-SUB            PIC 9(02) VALUE ZERO.
018700     05  WS-AJT-SUB           PIC 9(04) VALUE ZERO.
018800     05  WS-FIND-TYPE         PIC X(02).
018900     05  WS-FIND-STATE        PIC X(02).

019000 01  WS-CLOSE-WORK-AREA.
019100     05  WS-CLOSE-YEAR        PIC X(04) VALUE SPACES.
019200     05  WS-PERIOD-WORK       PIC X(10).
019300     05  WS-PERIOD-PARTS REDEFINES WS-PERIOD-WORK.
019400         10  WS-PERIOD-YEAR   PIC X(04).
019500         10  FILLER           PIC X(01).
019600         10  WS-PERIOD-MONTH  PIC X(02).
019700         10  WS-PERIOD-MONTH-NUM REDEFINES WS-PERIOD-MONTH
019800                              PIC 9(02).
019900         10  FILLER           PIC X(03).
020000     05  WS-QTR-WORK          PIC 9(02) VALUE ZERO.
020100     05  WS-HW-QUARTER        PIC 9(01) VALUE 1.
020200     05  WS-HW-TAX            PIC 9(06)V99 VALUE ZERO.
020300     05  WS-ARCHIVE-NAME.
020400         10  FILLER           PIC X(05) VALUE 'PHIST'.
020500         10  WS-ARCH-NAME-YEAR PIC X(04) VALUE SPACES.
020600         10  FILLER           PIC X(04) VALUE '.DAT'.
020700     05  WS-CLOSED-NAME.
020800         10  FILLER           PIC X(04) VALUE 'YTDM'.
020900         10  WS-CLOSED-NAME-YEAR PIC X(04) VALUE SPACES.
021000         10  FILLER           PIC X(04) VALUE '.DAT'.

021100*----------------------------------------------------------------
021200* THE THREE STREAMS OF THE AUDIT ARE KEPT IN STEP BY THESE KEYS.
021300* THE CURRENT AND ARCHIVED PAY HISTORY ARE MERGED ON THE FULL
021400* EMPLOYEE-AND-PERIOD KEY (A PERIOD ON BOTH, LEFT BY AN ARCHIVE
021500* RUN THAT WAS INTERRUPTED, IS TAKEN ONCE), AND THE MERGED STREAM
021600* IS MATCHED TO THE YTD MASTER BY EMPLOYEE.  A STREAM AT END
021700* HOLDS HIGH-VALUES.
021800*----------------------------------------------------------------
021900 01  WS-MERGE-KEYS.
022000     05  WS-PH-NEXT-KEY.
022100         10  WS-PH-NEXT-EMP   PIC X(05).
022200         10  WS-PH-NEXT-YEAR  PIC X(04).
022300         10  FILLER           PIC X(06).
022400     05  WS-AH-NEXT-KEY.
022500         10  WS-AH-NEXT-EMP   PIC X(05).
022600         10  WS-AH-NEXT-YEAR  PIC X(04).
022700         10  FILLER           PIC X(06).
022800     05  WS-HIST-NEXT-KEY.
022900         10  WS-HIST-NEXT-EMP PIC X(05).
023000         10  FILLER           PIC X(10).
023100     05  WS-YTD-NEXT-KEY      PIC X(05).
023200     05  WS-CUR-EMP-ID        PIC X(05).
023300     05  WS-CUR-EMP-NAME      PIC X(30).

023400*----------------------------------------------------------------
023500* HIST-WORK-RECORD IS THE PAY-HISTORY RECORD BEING POSTED, FROM
023600* WHICHEVER FILE IT CAME.  REBUILT-YTD-RECORD IS THE EMPLOYEE'S
023700* YEAR AS REBUILT FROM PAY HISTORY AND ADJHIST.DAT, IN THE YTD
023800* MASTER'S OWN LAYOUT; IT ALSO SERVES, CLEARED, AS THE NEW YEAR'S
023900* OPENING RECORD FOR A CARRIED EMPLOYEE.
024000*----------------------------------------------------------------
024100     COPY PAYHIST
024200         REPLACING ==PAY-HISTORY-RECORD== BY ==HIST-WORK-RECORD==
024300                   LEADING ==PH== BY ==HW==.

024400     COPY YTDREC
024500         REPLACING ==YTD-MASTER-RECORD== BY ==REBUILT-YTD-RECORD==
024600                   LEADING ==YTD== BY ==RB==.

024700     COPY ADJHIST
024800         REPLACING ==ADJ-HISTORY-RECORD== BY ==ADJ-WORK-RECORD==
024900                   LEADING ==AJH== BY ==AJW==.

025000*----------------------------------------------------------------
025100* ONE ENTRY PER ADJHIST.DAT RECORD POSTED IN THE CLOSE YEAR, IN
025200* THE ORDER APPLIED.  WS-AJT-IMAGE HOLDS THE WHOLE RECORD.
025300*----------------------------------------------------------------
025400 01  WS-ADJ-TABLE.
025500     05  WS-AJT-COUNT         PIC 9(04) VALUE ZERO.
025600     05  WS-AJT-ENTRY OCCURS 500 TIMES.
025700         10  WS-AJT-EMP-ID    PIC X(05).
025800         10  WS-AJT-USED-SW   PIC X(01).
025900             88  AJT-USED             VALUE 'Y'.
026000         10  WS-AJT-IMAGE     PIC X(200).

026100 01  WS-ADJ-WORK-AREA.
026200     05  WS-ADJ-ORIG-TAX      PIC 9(06)V99 VALUE ZERO.
026300     05  WS-ADJ-NEW-TAX       PIC 9(06)V99 VALUE ZERO.
026400     05  WS-ADJ-401K          PIC 9(06)V99 VALUE ZERO.
026500     05  WS-ADJ-RES-TAX       PIC 9(06)V99 VALUE ZERO.
026600     05  WS-ADJ-STATE-TAX     PIC 9(06)V99 VALUE ZERO.
026700     05  WS-ADJ-ORIG-QTR      PIC 9(01) VALUE 1.
026800     05  WS-ADJ-POST-QTR      PIC 9(01) VALUE 1.

026900 01  WS-POST-STATE-AREA.
027000     05  WS-POST-STATE-CODE   PIC X(02).
027100     05  WS-POST-STATE-QTR    PIC 9(01) VALUE 1.
027200     05  WS-POST-STATE-WAGES  PIC 9(06)V99 VALUE ZERO.
027300     05  WS-POST-STATE-TAX    PIC 9(06)V99 VALUE ZERO.

027400*----------------------------------------------------------------
027500* ONE FIGURE COMPARED, OR ONE FOOTING CHECKED, AND THE TEN
027600* FIGURES OF ONE STATE ENTRY FROM EACH SIDE (ZERO WHEN THE STATE
027700* IS ON ONE SIDE ONLY).
027800*----------------------------------------------------------------
027900 01  WS-COMPARE-AREA.
028000     05  WS-CMP-LABEL         PIC X(20).
028100     05  WS-CMP-YTD           PIC 9(08)V99 VALUE ZERO.
028200     05  WS-CMP-REBUILT       PIC 9(08)V99 VALUE ZERO.
028300     05  WS-CMP-QTR-OUT       PIC 9(01).
028400     05  WS-OVERFLOW-TEXT     PIC X(60).
028500     05  WS-FOOT-GROSS        PIC 9(08)V99 VALUE ZERO.
028600     05  WS-FOOT-TAX          PIC 9(08)V99 VALUE ZERO.
028700     05  WS-FOOT-FED-WAGES    PIC 9(08)V99 VALUE ZERO.
028800     05  WS-FOOT-SS-WAGES     PIC 9(08)V99 VALUE ZERO.
028900     05  WS-FOOT-MED-WAGES    PIC 9(08)V99 VALUE ZERO.
029000     05  WS-FOOT-ST-WAGES     PIC 9(08)V99 VALUE ZERO.
029100     05  WS-FOOT-ST-TAX       PIC 9(08)V99 VALUE ZERO.
029200     05  WS-CMP-ST-YTD.
029300         10  WS-CSY-CODE      PIC X(02).
029400         10  WS-CSY-WAGES     PIC 9(08)V99 VALUE ZERO.
029500         10  WS-CSY-TAX       PIC 9(08)V99 VALUE ZERO.
029600         10  WS-CSY-QTR OCCURS 4 TIMES.
029700             15  WS-CSY-QTR-WAGES PIC 9(08)V99 VALUE ZERO.
029800             15  WS-CSY-QTR-TAX   PIC 9(08)V99 VALUE ZERO.
029900     05  WS-CMP-ST-REBUILT.
030000         10  WS-CSR-CODE      PIC X(02).
030100         10  WS-CSR-WAGES     PIC 9(08)V99 VALUE ZERO.
030200         10  WS-CSR-TAX       PIC 9(08)V99 VALUE ZERO.
030300         10  WS-CSR-QTR OCCURS 4 TIMES.
030400             15  WS-CSR-QTR-WAGES PIC 9(08)V99 VALUE ZERO.
030500             15  WS-CSR-QTR-TAX   PIC 9(08)V99 VALUE ZERO.

030600 PROCEDURE DIVISION.
030700*----------------------------------------------------------------
030800* 0000-MAINLINE - CHECK THE PAY CALENDAR, AUDIT EVERY EMPLOYEE ON
030900* THE YTD MASTER OR IN THE YEAR'S PAY HISTORY, AND CLOSE THE YEAR
031000* ONLY WHEN THE AUDIT COMES OUT CLEAN.  A REFUSED RUN OR A FAILED
031100* AUDIT ENDS WITH THE ERROR CONDITION AND YTDMAST.DAT UNTOUCHED.
031200*----------------------------------------------------------------
031300 0000-MAINLINE.
031400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031500     IF RUN-OK
031600         PERFORM 2000-CHECK-CALENDAR THRU 2000-EXIT
031700     END-IF.
031800     IF RUN-OK
031900         PERFORM 1500-PRIME-STREAMS THRU 1500-EXIT
032000         PERFORM 3000-AUDIT-EMPLOYEE THRU 3000-EXIT
032100             UNTIL WS-YTD-NEXT-KEY = HIGH-VALUES
032200                 AND WS-HIST-NEXT-KEY = HIGH-VALUES
032300         PERFORM 3900-CHECK-UNUSED-ADJ THRU 3900-EXIT
032400             VARYING WS-AJT-SUB FROM 1 BY 1
032500             UNTIL WS-AJT-SUB > WS-AJT-COUNT
032600         PERFORM 8100-PRINT-AUDIT-SUMMARY THRU 8100-EXIT
032700         IF WS-DISCREP-COUNTER = ZERO AND WS-FOOT-COUNTER = ZERO
032800             PERFORM 4000-CLOSE-YEAR THRU 4000-EXIT
032900         ELSE
033000             MOVE SPACES TO CLOSE-REPORT-LINE
033100             STRING "AUDIT NOT CLEAN - YEAR " DELIMITED BY SIZE
033200                    WS-CLOSE-YEAR DELIMITED BY SIZE
033300                    " NOT CLOSED, YTDMAST.DAT UNCHANGED"
033400                    DELIMITED BY SIZE
033500                 INTO CLOSE-REPORT-LINE
033600             END-STRING
033700             WRITE CLOSE-REPORT-LINE
033800             MOVE WS-COND-ERROR TO WS-RUN-COND
033900         END-IF
034000     END-IF.
034100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034200     MOVE WS-RUN-COND TO RETURN-CODE.
034300     STOP RUN.

034400*----------------------------------------------------------------
034500* 1000-INITIALIZE - READ THE CLOSE YEAR AND OPEN THE FILES.  NO
034600* YEAR, NO PAY CALENDAR, NO YTD MASTER, NO EMPLOYEE MASTER TO
034700* CARRY FORWARD FROM, OR A SAVED MASTER FOR THE YEAR ALREADY ON
034800* DISK WITH RECORDS ON IT (THE YEAR IS ALREADY CLOSED) REFUSES
034850* THE RUN; AN EMPTY ONE, LEFT BY A SAVE THAT FELL SHORT, IS
034900* WRITTEN OVER.  A MISSING PAYHIST.DAT OR ARCHIVE IS AN EMPTY
035000* ONE; A MISSING ADJHIST.DAT MEANS NO ADJUSTMENTS.
035100*----------------------------------------------------------------
035200 1000-INITIALIZE.
035300     OPEN OUTPUT CLOSE-REPORT
035400     PERFORM 1100-READ-CLOSE-YEAR THRU 1100-EXIT
035500     IF YEAR-MISSING
035600         MOVE SPACES TO CLOSE-REPORT-LINE
035700         STRING "YECLOSE.PARM MISSING OR BLANK - NOTHING CLOSED"
035800             DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
035900         END-STRING
036000         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
036100         GO TO 1000-EXIT
036200     END-IF
036300     MOVE WS-CLOSE-YEAR TO WS-ARCH-NAME-YEAR
036400     MOVE WS-CLOSE-YEAR TO WS-CLOSED-NAME-YEAR
036500     MOVE SPACES TO CLOSE-REPORT-LINE
036600     STRING "YEAR-END CLOSE - PAYROLL YEAR " DELIMITED BY SIZE
036700            WS-CLOSE-YEAR DELIMITED BY SIZE
036800         INTO CLOSE-REPORT-LINE
036900     END-STRING
037000     WRITE CLOSE-REPORT-LINE
037100     OPEN INPUT CLOSED-MASTER-FILE
037200     IF WS-CLOSED-FILE-STATUS NOT = '35'
037210         SET CLOSED-MASTER-FOUND TO TRUE
037220         READ CLOSED-MASTER-FILE NEXT RECORD
037230             AT END
037240                 MOVE 'N' TO WS-CLOSED-FOUND-SW
037260         END-READ
037300         CLOSE CLOSED-MASTER-FILE
037310     END-IF
037320     IF CLOSED-MASTER-FOUND
037400         MOVE SPACES TO CLOSE-REPORT-LINE
037500         STRING WS-CLOSED-NAME DELIMITED BY SIZE
037600                " ALREADY HOLDS RECORDS - THE YEAR IS CLOSED, OR "
037700                DELIMITED BY SIZE
037710                "A FAILED CLOSE LEFT IT AND IT MUST BE DELETED"
037720                DELIMITED BY SIZE
037800             INTO CLOSE-REPORT-LINE
037900         END-STRING
038000         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
038100         GO TO 1000-EXIT
038200     END-IF
038300     OPEN INPUT EMPLOYEE-FILE
038400     IF WS-EMP-FILE-STATUS = '35'
038500         MOVE SPACES TO CLOSE-REPORT-LINE
038600         STRING "EMPLOYEE.DAT NOT FOUND - NO EMPLOYEES TO CARRY "
038700                DELIMITED BY SIZE
038800                "FORWARD" DELIMITED BY SIZE
038900             INTO CLOSE-REPORT-LINE
039000         END-STRING
039100         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
039200         GO TO 1000-EXIT
039300     END-IF
039400     CLOSE EMPLOYEE-FILE
039500     OPEN INPUT PAY-CALENDAR-FILE
039600     IF WS-CAL-FILE-STATUS = '35'
039700         MOVE SPACES TO CLOSE-REPORT-LINE
039800         STRING "PAYCAL.DAT NOT FOUND - CANNOT CONFIRM THE YEAR "
039900                DELIMITED BY SIZE
040000                "IS PAID" DELIMITED BY SIZE
040100             INTO CLOSE-REPORT-LINE
040200         END-STRING
040300         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
040400         GO TO 1000-EXIT
040500     END-IF
040600     SET CAL-OPEN TO TRUE
040700     OPEN INPUT YTD-MASTER-FILE
040800     IF WS-YTD-FILE-STATUS = '35'
040900         MOVE SPACES TO CLOSE-REPORT-LINE
041000         STRING "YTDMAST.DAT NOT FOUND - NOTHING TO CLOSE"
041100             DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
041200         END-STRING
041300         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
041400         GO TO 1000-EXIT
041500     END-IF
041600     SET YTD-OPEN TO TRUE
041700     OPEN INPUT PAY-HISTORY-FILE
041800     IF WS-HIST-FILE-STATUS = '35'
041900         SET PH-EOF TO TRUE
042000     ELSE
042100         SET HIST-OPEN TO TRUE
042200     END-IF
042300     OPEN INPUT ARCHIVE-HISTORY-FILE
042400     IF WS-ARCH-FILE-STATUS = '35'
042500         SET AH-EOF TO TRUE
042600     ELSE
042700         SET ARCH-OPEN TO TRUE
042800     END-IF
042900     PERFORM 1300-LOAD-ADJ-HISTORY THRU 1300-EXIT.
043000 1000-EXIT.
043100     EXIT.

043200 1100-READ-CLOSE-YEAR.
043300     OPEN INPUT CLOSE-PARM-FILE
043400     IF WS-PARM-FILE-STATUS = '35'
043500         GO TO 1100-EXIT
043600     END-IF
043700     READ CLOSE-PARM-FILE
043800         AT END
043900             CONTINUE
044000         NOT AT END
044100             IF PARM-CLOSE-YEAR NOT = SPACES
044200                 MOVE PARM-CLOSE-YEAR TO WS-CLOSE-YEAR
044300                 SET YEAR-OK TO TRUE
044400             END-IF
044500     END-READ
044600     CLOSE CLOSE-PARM-FILE.
044700 1100-EXIT.
044800     EXIT.

044900*----------------------------------------------------------------
045000* 1300-LOAD-ADJ-HISTORY - TABLE THE ADJHIST.DAT RECORDS POSTED BY
045100* RUNS FOR PAY PERIODS IN THE CLOSE YEAR.  MORE THAN THE TABLE
045200* HOLDS REFUSES THE RUN, SINCE THE REBUILD WOULD BE SHORT.
045300*----------------------------------------------------------------
045400 1300-LOAD-ADJ-HISTORY.
045500     OPEN INPUT ADJ-HISTORY-FILE
045600     IF WS-ADJH-FILE-STATUS = '35'
045700         GO TO 1300-EXIT
045800     END-IF
045900     PERFORM 1310-READ-ADJ-HISTORY THRU 1310-EXIT
046000     PERFORM 1320-TABLE-ADJUSTMENT THRU 1320-EXIT
046100         UNTIL ADJH-EOF OR RUN-REFUSED
046200     CLOSE ADJ-HISTORY-FILE.
046300 1300-EXIT.
046400     EXIT.

046500 1310-READ-ADJ-HISTORY.
046600     READ ADJ-HISTORY-FILE
046700         AT END
046800             SET ADJH-EOF TO TRUE
046900     END-READ.
047000 1310-EXIT.
047100     EXIT.

047200 1320-TABLE-ADJUSTMENT.
047300     MOVE AJH-POST-PERIOD TO WS-PERIOD-WORK
047400     IF WS-PERIOD-YEAR NOT = WS-CLOSE-YEAR
047500         PERFORM 1310-READ-ADJ-HISTORY THRU 1310-EXIT
047600         GO TO 1320-EXIT
047700     END-IF
047800     IF WS-AJT-COUNT NOT < WS-MAX-ADJ-ENTRIES
047900         MOVE SPACES TO CLOSE-REPORT-LINE
048000         STRING "ADJHIST.DAT HAS MORE THAN " DELIMITED BY SIZE
048100                WS-MAX-ADJ-ENTRIES DELIMITED BY SIZE
048200                " ADJUSTMENTS FOR THE YEAR - NOTHING CLOSED"
048300                DELIMITED BY SIZE
048400             INTO CLOSE-REPORT-LINE
048500         END-STRING
048600         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
048700         GO TO 1320-EXIT
048800     END-IF
048900     ADD 1 TO WS-AJT-COUNT
049000     ADD 1 TO WS-ADJ-YEAR-COUNTER
049100     MOVE AJH-EMP-ID TO WS-AJT-EMP-ID (WS-AJT-COUNT)
049200     MOVE 'N' TO WS-AJT-USED-SW (WS-AJT-COUNT)
049300     MOVE ADJ-HISTORY-RECORD TO WS-AJT-IMAGE (WS-AJT-COUNT)
049400     PERFORM 1310-READ-ADJ-HISTORY THRU 1310-EXIT.
049500 1320-EXIT.
049600     EXIT.

049700*----------------------------------------------------------------
049800* 1500-PRIME-STREAMS - POSITION BOTH PAY-HISTORY BROWSES AND THE
049900* YTD MASTER BROWSE ON THEIR FIRST RECORDS.
050000*----------------------------------------------------------------
050100 1500-PRIME-STREAMS.
050200     IF HIST-OPEN
050300         MOVE LOW-VALUES TO PH-KEY
050400         START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
050500             INVALID KEY
050600                 SET PH-EOF TO TRUE
050700         END-START
050800     END-IF
050900     IF ARCH-OPEN
051000         MOVE LOW-VALUES TO AH-KEY
051100         START ARCHIVE-HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
051200             INVALID KEY
051300                 SET AH-EOF TO TRUE
051400         END-START
051500     END-IF
051600     MOVE LOW-VALUES TO YTD-EMP-ID
051700     START YTD-MASTER-FILE KEY IS NOT LESS THAN YTD-EMP-ID
051800         INVALID KEY
051900             SET YTD-EOF TO TRUE
052000     END-START
052100     PERFORM 2810-READ-PH-NEXT THRU 2810-EXIT
052200     PERFORM 2820-READ-AH-NEXT THRU 2820-EXIT
052300     PERFORM 2800-SET-HIST-NEXT THRU 2800-EXIT
052400     PERFORM 2900-READ-YTD-NEXT THRU 2900-EXIT.
052500 1500-EXIT.
052600     EXIT.

052700 1900-REFUSE-RUN.
052800     WRITE CLOSE-REPORT-LINE
052900     SET RUN-REFUSED TO TRUE
053000     MOVE WS-COND-ERROR TO WS-RUN-COND.
053100 1900-EXIT.
053200     EXIT.

053300 1950-SET-WARNING.
053400     IF WS-RUN-COND < WS-COND-WARNING
053500         MOVE WS-COND-WARNING TO WS-RUN-COND
053600     END-IF.
053700 1950-EXIT.
053800     EXIT.

053900*----------------------------------------------------------------
054000* 2000-CHECK-CALENDAR - EVERY PAYCAL.DAT PERIOD OF THE CLOSE YEAR
054100* MUST BE MARKED PAID.  EACH UNPAID ONE IS LISTED AND THE RUN IS
054200* REFUSED; SO IS A CALENDAR WITH NO PERIODS FOR THE YEAR, WHICH
054300* MEANS THE NEW YEAR'S CALENDAR WAS LOADED FIRST.
054400*----------------------------------------------------------------
054500 2000-CHECK-CALENDAR.
054600     MOVE LOW-VALUES TO CAL-PAY-PERIOD
054700     START PAY-CALENDAR-FILE KEY IS NOT LESS THAN CAL-PAY-PERIOD
054800         INVALID KEY
054900             SET CAL-EOF TO TRUE
055000     END-START
055100     PERFORM 2100-CHECK-ONE-PERIOD THRU 2100-EXIT
055200         UNTIL CAL-EOF
055300     IF WS-CAL-PERIOD-COUNTER = ZERO
055400         MOVE SPACES TO CLOSE-REPORT-LINE
055500         STRING "NO PAYCAL.DAT PERIODS FOR " DELIMITED BY SIZE
055600                WS-CLOSE-YEAR DELIMITED BY SIZE
055700                " - CLOSE THE YEAR BEFORE LOADING THE NEW "
055800                DELIMITED BY SIZE
055900                "CALENDAR" DELIMITED BY SIZE
056000             INTO CLOSE-REPORT-LINE
056100         END-STRING
056200         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
056300         GO TO 2000-EXIT
056400     END-IF
056500     IF WS-UNPAID-COUNTER > ZERO
056600         MOVE SPACES TO CLOSE-REPORT-LINE
056700         STRING WS-UNPAID-COUNTER DELIMITED BY SIZE
056800                " PAY PERIOD(S) OF " DELIMITED BY SIZE
056900                WS-CLOSE-YEAR DELIMITED BY SIZE
057000                " STILL UNPAID - YEAR NOT CLOSED"
057100                DELIMITED BY SIZE
057200             INTO CLOSE-REPORT-LINE
057300         END-STRING
057400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
057500     END-IF.
057600 2000-EXIT.
057700     EXIT.

057800 2100-CHECK-ONE-PERIOD.
057900     READ PAY-CALENDAR-FILE NEXT RECORD
058000         AT END
058100             SET CAL-EOF TO TRUE
058200             GO TO 2100-EXIT
058300     END-READ
058400     MOVE CAL-PAY-PERIOD TO WS-PERIOD-WORK
058500     IF WS-PERIOD-YEAR NOT = WS-CLOSE-YEAR
058600         GO TO 2100-EXIT
058700     END-IF
058800     ADD 1 TO WS-CAL-PERIOD-COUNTER
058900     IF NOT CAL-PERIOD-PAID
059000         ADD 1 TO WS-UNPAID-COUNTER
059100         MOVE SPACES TO CLOSE-REPORT-LINE
059200         STRING "PAY PERIOD " DELIMITED BY SIZE
059300                CAL-PAY-PERIOD DELIMITED BY SIZE
059400                " CHECK DATE " DELIMITED BY SIZE
059500                CAL-CHECK-DATE DELIMITED BY SIZE
059600                " IS NOT PAID" DELIMITED BY SIZE
059700             INTO CLOSE-REPORT-LINE
059800         END-STRING
059900         WRITE CLOSE-REPORT-LINE
060000     END-IF.
060100 2100-EXIT.
060200     EXIT.

060300*----------------------------------------------------------------
060400* 2800-SET-HIST-NEXT - THE NEXT KEY OF THE MERGED PAY-HISTORY
060500* STREAM IS THE LOWER OF THE CURRENT AND ARCHIVE KEYS.
060600*----------------------------------------------------------------
060700 2800-SET-HIST-NEXT.
060800     IF WS-AH-NEXT-KEY < WS-PH-NEXT-KEY
060900         MOVE WS-AH-NEXT-KEY TO WS-HIST-NEXT-KEY
061000     ELSE
061100         MOVE WS-PH-NEXT-KEY TO WS-HIST-NEXT-KEY
061200     END-IF.
061300 2800-EXIT.
061400     EXIT.

061500*----------------------------------------------------------------
061600* 2810/2820 - READ THE NEXT CURRENT OR ARCHIVED PAY-HISTORY
061700* RECORD WHOSE PERIOD FALLS IN THE CLOSE YEAR.
061800*----------------------------------------------------------------
061900 2810-READ-PH-NEXT.
062000     PERFORM 2815-READ-PH-RECORD THRU 2815-EXIT
062100     PERFORM 2815-READ-PH-RECORD THRU 2815-EXIT
062200         UNTIL PH-EOF OR WS-PH-NEXT-YEAR = WS-CLOSE-YEAR.
062300 2810-EXIT.
062400     EXIT.

062500 2815-READ-PH-RECORD.
062600     IF PH-EOF
062700         MOVE HIGH-VALUES TO WS-PH-NEXT-KEY
062800         GO TO 2815-EXIT
062900     END-IF
063000     READ PAY-HISTORY-FILE NEXT RECORD
063100         AT END
063200             SET PH-EOF TO TRUE
063300             MOVE HIGH-VALUES TO WS-PH-NEXT-KEY
063400         NOT AT END
063500             MOVE PH-KEY TO WS-PH-NEXT-KEY
063600     END-READ.
063700 2815-EXIT.
063800     EXIT.

063900 2820-READ-AH-NEXT.
064000     PERFORM 2825-READ-AH-RECORD THRU 2825-EXIT
064100     PERFORM 2825-READ-AH-RECORD THRU 2825-EXIT
064200         UNTIL AH-EOF OR WS-AH-NEXT-YEAR = WS-CLOSE-YEAR.
064300 2820-EXIT.
064400     EXIT.

064500 2825-READ-AH-RECORD.
064600     IF AH-EOF
064700         MOVE HIGH-VALUES TO WS-AH-NEXT-KEY
064800         GO TO 2825-EXIT
064900     END-IF
065000     READ ARCHIVE-HISTORY-FILE NEXT RECORD
065100         AT END
065200             SET AH-EOF TO TRUE
065300             MOVE HIGH-VALUES TO WS-AH-NEXT-KEY
065400         NOT AT END
065500             MOVE AH-KEY TO WS-AH-NEXT-KEY
065600     END-READ.
065700 2825-EXIT.
065800     EXIT.

065900 2900-READ-YTD-NEXT.
066000     IF YTD-EOF
066100         MOVE HIGH-VALUES TO WS-YTD-NEXT-KEY
066200         GO TO 2900-EXIT
066300     END-IF
066400     READ YTD-MASTER-FILE NEXT RECORD
066500         AT END
066600             SET YTD-EOF TO TRUE
066700             MOVE HIGH-VALUES TO WS-YTD-NEXT-KEY
066800         NOT AT END
066900             MOVE YTD-EMP-ID TO WS-YTD-NEXT-KEY
067000     END-READ.
067100 2900-EXIT.
067200     EXIT.

067300*----------------------------------------------------------------
067400* 3000-AUDIT-EMPLOYEE - TAKE THE NEXT EMPLOYEE FROM THE YTD MASTER
067500* OR THE YEAR'S PAY HISTORY, WHICHEVER IS LOWER, REBUILD THE YEAR
067600* FROM THE EMPLOYEE'S PAY-HISTORY RECORDS AND ADJUSTMENTS, AND
067700* COMPARE IT WITH THE MASTER RECORD.  PAY HISTORY WITH NO MASTER
067800* RECORD IS ITSELF A DISCREPANCY.
067900*----------------------------------------------------------------
068000 3000-AUDIT-EMPLOYEE.
068100     IF WS-YTD-NEXT-KEY < WS-HIST-NEXT-EMP
068200         MOVE WS-YTD-NEXT-KEY TO WS-CUR-EMP-ID
068300     ELSE
068400         MOVE WS-HIST-NEXT-EMP TO WS-CUR-EMP-ID
068500     END-IF
068600     ADD 1 TO WS-EMP-AUDIT-COUNTER
068700     MOVE ZERO TO WS-EMP-DISCREP-COUNT
068800     MOVE SPACES TO WS-CUR-EMP-NAME
068900     PERFORM 3100-CLEAR-REBUILT THRU 3100-EXIT
069000     MOVE WS-CUR-EMP-ID TO RB-EMP-ID
069100     PERFORM 3200-TAKE-HISTORY THRU 3200-EXIT
069200         UNTIL WS-HIST-NEXT-EMP NOT = WS-CUR-EMP-ID
069300     PERFORM 3300-APPLY-ADJUSTMENT THRU 3300-EXIT
069400         VARYING WS-AJT-SUB FROM 1 BY 1
069500         UNTIL WS-AJT-SUB > WS-AJT-COUNT
069600     IF WS-YTD-NEXT-KEY = WS-CUR-EMP-ID
069700         ADD 1 TO WS-YTD-COUNTER
069800         MOVE YTD-EMP-NAME TO WS-CUR-EMP-NAME
069900         PERFORM 3500-FOOT-QUARTERS THRU 3500-EXIT
070000         PERFORM 3600-COMPARE-EMPLOYEE THRU 3600-EXIT
070100         PERFORM 2900-READ-YTD-NEXT THRU 2900-EXIT
070200     ELSE
070300         MOVE SPACES TO CLOSE-REPORT-LINE
070400         STRING WS-CUR-EMP-ID DELIMITED BY SIZE
070500                " " DELIMITED BY SIZE
070600                WS-CUR-EMP-NAME DELIMITED BY SIZE
070700                " PAID IN THE YEAR BUT NOT ON YTDMAST.DAT - "
070800                DELIMITED BY SIZE
070900                "REBUILT GROSS " DELIMITED BY SIZE
071000                RB-GROSS DELIMITED BY SIZE
071100             INTO CLOSE-REPORT-LINE
071200         END-STRING
071300         WRITE CLOSE-REPORT-LINE
071400         ADD 1 TO WS-DISCREP-COUNTER
071500         ADD 1 TO WS-EMP-DISCREP-COUNT
071600     END-IF
071700     IF WS-EMP-DISCREP-COUNT > ZERO
071800         ADD 1 TO WS-DISCREP-EMP-COUNTER
071900     END-IF.
072000 3000-EXIT.
072100     EXIT.

072200 3100-CLEAR-REBUILT.
072300     MOVE SPACES TO RB-EMP-NAME
072400     MOVE ZERO TO RB-GROSS RB-TAX RB-FED-TAX RB-STATE-TAX
072500         RB-SS-TAX RB-MED-TAX RB-FED-WAGES RB-SS-WAGES
072600         RB-MED-WAGES RB-401K-DEFERRED RB-NET
072700         RB-DED-COUNT RB-STATE-COUNT
072800     PERFORM 3110-CLEAR-RB-QUARTER THRU 3110-EXIT
072900         VARYING WS-QTR-SUB FROM 1 BY 1
073000         UNTIL WS-QTR-SUB > 4
073100     PERFORM 3120-CLEAR-RB-DED THRU 3120-EXIT
073200         VARYING WS-DED-SUB FROM 1 BY 1
073300         UNTIL WS-DED-SUB > WS-MAX-DED-ENTRIES
073400     PERFORM 3130-CLEAR-RB-STATE THRU 3130-EXIT
073500         VARYING WS-ST-SUB FROM 1 BY 1
073600         UNTIL WS-ST-SUB > WS-MAX-STATE-ENTRIES.
073700 3100-EXIT.
073800     EXIT.

073900 3110-CLEAR-RB-QUARTER.
074000     MOVE ZERO TO RB-QTR-GROSS (WS-QTR-SUB)
074100         RB-QTR-TAX (WS-QTR-SUB)
074200         RB-QTR-FED-WAGES (WS-QTR-SUB)
074300         RB-QTR-SS-WAGES (WS-QTR-SUB)
074400         RB-QTR-MED-WAGES (WS-QTR-SUB).
074500 3110-EXIT.
074600     EXIT.

074700 3120-CLEAR-RB-DED.
074800     MOVE SPACES TO RB-DED-TYPE (WS-DED-SUB)
074900     MOVE ZERO TO RB-DED-AMOUNT (WS-DED-SUB).
075000 3120-EXIT.
075100     EXIT.

075200 3130-CLEAR-RB-STATE.
075300     MOVE SPACES TO RB-ST-CODE (WS-ST-SUB)
075400     MOVE ZERO TO RB-ST-WAGES (WS-ST-SUB)
075500         RB-ST-TAX (WS-ST-SUB)
075600     PERFORM 3135-CLEAR-RB-STATE-QTR THRU 3135-EXIT
075700         VARYING WS-QTR-SUB FROM 1 BY 1
075800         UNTIL WS-QTR-SUB > 4.
075900 3130-EXIT.
076000     EXIT.

076100 3135-CLEAR-RB-STATE-QTR.
076200     MOVE ZERO TO RB-ST-QTR-WAGES (WS-ST-SUB WS-QTR-SUB)
076300         RB-ST-QTR-TAX (WS-ST-SUB WS-QTR-SUB).
076400 3135-EXIT.
076500     EXIT.

076600*----------------------------------------------------------------
076700* 3200-TAKE-HISTORY - POST THE NEXT RECORD OF THE MERGED STREAM.
076800* WHEN THE CURRENT FILE AND THE ARCHIVE BOTH HOLD THE PERIOD, THE
076900* CURRENT RECORD IS POSTED AND THE ARCHIVED COPY PASSED OVER.
077000*----------------------------------------------------------------
077100 3200-TAKE-HISTORY.
077200     IF WS-PH-NEXT-KEY = WS-HIST-NEXT-KEY
077300         MOVE PAY-HISTORY-RECORD TO HIST-WORK-RECORD
077400         ADD 1 TO WS-PH-USED-COUNTER
077500         IF WS-AH-NEXT-KEY = WS-HIST-NEXT-KEY
077600             ADD 1 TO WS-HIST-DUP-COUNTER
077700             PERFORM 2820-READ-AH-NEXT THRU 2820-EXIT
077800         END-IF
077900         PERFORM 2810-READ-PH-NEXT THRU 2810-EXIT
078000     ELSE
078100         MOVE ARCHIVE-HISTORY-RECORD TO HIST-WORK-RECORD
078200         ADD 1 TO WS-AH-USED-COUNTER
078300         PERFORM 2820-READ-AH-NEXT THRU 2820-EXIT
078400     END-IF
078500     PERFORM 3210-POST-HISTORY THRU 3210-EXIT
078600     PERFORM 2800-SET-HIST-NEXT THRU 2800-EXIT.
078700 3200-EXIT.
078800     EXIT.

078900*----------------------------------------------------------------
079000* 3210-POST-HISTORY - ADD ONE PAYMENT INTO THE REBUILT YEAR THE
079100* WAY PAYROLL-CALCULATOR'S 5000-UPDATE-YTD-MASTER POSTED IT: THE
079200* TOTALS, THE PERIOD'S QUARTER, EACH DEDUCTION TAKEN BY TYPE, AND
079300* THE WORK AND RESIDENT STATE BUCKETS.
079400*----------------------------------------------------------------
079500 3210-POST-HISTORY.
079600     MOVE HW-EMP-NAME TO WS-CUR-EMP-NAME
079700     PERFORM 3220-DETERMINE-QUARTER THRU 3220-EXIT
079800     ADD HW-FED-TAX HW-STATE-TAX HW-SS-TAX HW-MED-TAX
079900         GIVING WS-HW-TAX
080000     ADD HW-GROSS         TO RB-GROSS
080100     ADD WS-HW-TAX        TO RB-TAX
080200     ADD HW-FED-TAX       TO RB-FED-TAX
080300     ADD HW-STATE-TAX     TO RB-STATE-TAX
080400     ADD HW-SS-TAX        TO RB-SS-TAX
080500     ADD HW-MED-TAX       TO RB-MED-TAX
080600     ADD HW-FED-WAGES     TO RB-FED-WAGES
080700     ADD HW-SS-WAGES      TO RB-SS-WAGES
080800     ADD HW-MED-WAGES     TO RB-MED-WAGES
080900     ADD HW-401K-DEFERRAL TO RB-401K-DEFERRED
081000     ADD HW-NET           TO RB-NET
081100     ADD HW-GROSS     TO RB-QTR-GROSS (WS-HW-QUARTER)
081200     ADD WS-HW-TAX    TO RB-QTR-TAX (WS-HW-QUARTER)
081300     ADD HW-FED-WAGES TO RB-QTR-FED-WAGES (WS-HW-QUARTER)
081400     ADD HW-SS-WAGES  TO RB-QTR-SS-WAGES (WS-HW-QUARTER)
081500     ADD HW-MED-WAGES TO RB-QTR-MED-WAGES (WS-HW-QUARTER)
081600     PERFORM 3230-ROLL-HIST-DED THRU 3230-EXIT
081700         VARYING WS-HW-DED-SUB FROM 1 BY 1
081800         UNTIL WS-HW-DED-SUB > HW-DED-COUNT
081900             OR WS-HW-DED-SUB > WS-MAX-HIST-DEDS
082000     SET POST-STATE-ADD TO TRUE
082100     MOVE WS-HW-QUARTER TO WS-POST-STATE-QTR
082200     MOVE HW-FED-WAGES TO WS-POST-STATE-WAGES
082300     MOVE HW-WORK-STATE TO WS-POST-STATE-CODE
082400     MOVE HW-WORK-STATE-TAX TO WS-POST-STATE-TAX
082500     PERFORM 3250-POST-STATE-BUCKET THRU 3250-EXIT
082600     IF HW-RES-STATE NOT = SPACES
082700         MOVE HW-RES-STATE TO WS-POST-STATE-CODE
082800         MOVE HW-RES-STATE-TAX TO WS-POST-STATE-TAX
082900         PERFORM 3250-POST-STATE-BUCKET THRU 3250-EXIT
083000     END-IF.
083100 3210-EXIT.
083200     EXIT.

083300*----------------------------------------------------------------
083400* 3220-DETERMINE-QUARTER - THE PAYMENT'S QUARTER IS CAL-QUARTER
083500* FOR ITS PERIOD ON PAYCAL.DAT; A PERIOD NOT ON THE CALENDAR
083600* FALLS BACK TO THE MONTH OF THE PERIOD DATE, AS THE PAYROLL RUN
083700* DOES.
083800*----------------------------------------------------------------
083900 3220-DETERMINE-QUARTER.
084000     MOVE HW-PAY-PERIOD TO CAL-PAY-PERIOD
084100     READ PAY-CALENDAR-FILE
084200         INVALID KEY
084300             MOVE ZERO TO CAL-QUARTER
084400     END-READ
084500     IF CAL-QUARTER IS NUMERIC
084600             AND CAL-QUARTER NOT < 1
084700             AND CAL-QUARTER NOT > 4
084800         MOVE CAL-QUARTER TO WS-HW-QUARTER
084900         GO TO 3220-EXIT
085000     END-IF
085100     MOVE HW-PAY-PERIOD TO WS-PERIOD-WORK
085200     IF WS-PERIOD-MONTH IS NUMERIC
085300             AND WS-PERIOD-MONTH-NUM NOT < 1
085400             AND WS-PERIOD-MONTH-NUM NOT > 12
085500         ADD 2 TO WS-PERIOD-MONTH-NUM GIVING WS-QTR-WORK
085600         DIVIDE WS-QTR-WORK BY 3 GIVING WS-HW-QUARTER
085700     ELSE
085800         MOVE 1 TO WS-HW-QUARTER
085900     END-IF.
086000 3220-EXIT.
086100     EXIT.

086200*----------------------------------------------------------------
086300* 3230-ROLL-HIST-DED - ADD ONE DEDUCTION TAKEN INTO THE REBUILT
086400* BUCKET FOR ITS TYPE, OPENING A BUCKET THE FIRST TIME THE TYPE
086500* APPEARS.  A TYPE THAT FINDS EVERY BUCKET IN USE IS LISTED; THE
086600* PAYROLL RUN COULD NOT HOLD IT ON THE MASTER EITHER.
086700*----------------------------------------------------------------
086800 3230-ROLL-HIST-DED.
086900     MOVE HW-DED-TYPE (WS-HW-DED-SUB) TO WS-FIND-TYPE
087000     PERFORM 3235-FIND-RB-DED THRU 3235-EXIT
087100     IF ENTRY-NOT-FOUND
087200         IF RB-DED-COUNT < WS-MAX-DED-ENTRIES
087300             ADD 1 TO RB-DED-COUNT
087400             MOVE RB-DED-COUNT TO WS-FIND-SUB
087500             MOVE WS-FIND-TYPE TO RB-DED-TYPE (WS-FIND-SUB)
087600             MOVE ZERO TO RB-DED-AMOUNT (WS-FIND-SUB)
087700             SET ENTRY-FOUND TO TRUE
087800         ELSE
087900             MOVE SPACES TO WS-OVERFLOW-TEXT
088000             STRING "DEDUCTION BUCKETS FULL - TYPE "
088100                    DELIMITED BY SIZE
088200                    WS-FIND-TYPE DELIMITED BY SIZE
088300                    " PERIOD " DELIMITED BY SIZE
088400                    HW-PAY-PERIOD DELIMITED BY SIZE
088500                 INTO WS-OVERFLOW-TEXT
088600             END-STRING
088700             PERFORM 3800-WRITE-OVERFLOW THRU 3800-EXIT
088800         END-IF
088900     END-IF
089000     IF ENTRY-FOUND
089100         ADD HW-DED-AMOUNT (WS-HW-DED-SUB)
089200             TO RB-DED-AMOUNT (WS-FIND-SUB)
089300     END-IF.
089400 3230-EXIT.
089500     EXIT.

089600 3235-FIND-RB-DED.
089700     SET ENTRY-NOT-FOUND TO TRUE
089800     MOVE ZERO TO WS-FIND-SUB
089900     PERFORM 3237-TEST-RB-DED THRU 3237-EXIT
090000         UNTIL ENTRY-FOUND OR WS-FIND-SUB NOT < RB-DED-COUNT.
090100 3235-EXIT.
090200     EXIT.

090300 3237-TEST-RB-DED.
090400     ADD 1 TO WS-FIND-SUB
090500     IF RB-DED-TYPE (WS-FIND-SUB) = WS-FIND-TYPE
090600         SET ENTRY-FOUND TO TRUE
090700     END-IF.
090800 3237-EXIT.
090900     EXIT.

091000*----------------------------------------------------------------
091100* 3250-POST-STATE-BUCKET - ADD WS-POST-STATE-WAGES AND
091200* WS-POST-STATE-TAX TO THE REBUILT ENTRY FOR WS-POST-STATE-CODE
091300* (OPENING IT THE FIRST TIME THE STATE IS POSTED) OR BACK THEM
091400* OUT OF IT, FLOORED AT ZERO, AS 5170-POST-STATE-BUCKET DOES ON
091500* THE MASTER.
091600*----------------------------------------------------------------
091700 3250-POST-STATE-BUCKET.
091800     MOVE WS-POST-STATE-CODE TO WS-FIND-STATE
091900     PERFORM 3255-FIND-RB-STATE THRU 3255-EXIT
092000     IF ENTRY-NOT-FOUND AND POST-STATE-ADD
092100             AND RB-STATE-COUNT < WS-MAX-STATE-ENTRIES
092200         ADD 1 TO RB-STATE-COUNT
092300         MOVE RB-STATE-COUNT TO WS-FIND-SUB
092400         MOVE WS-POST-STATE-CODE TO RB-ST-CODE (WS-FIND-SUB)
092500         SET ENTRY-FOUND TO TRUE
092600     END-IF
092700     IF ENTRY-NOT-FOUND
092800         MOVE SPACES TO WS-OVERFLOW-TEXT
092900         STRING "NO STATE BUCKET FOR " DELIMITED BY SIZE
093000                WS-POST-STATE-CODE DELIMITED BY SIZE
093100             INTO WS-OVERFLOW-TEXT
093200         END-STRING
093300         PERFORM 3800-WRITE-OVERFLOW THRU 3800-EXIT
093400         GO TO 3250-EXIT
093500     END-IF
093600     IF POST-STATE-BACKOUT
093700         PERFORM 3260-BACK-OUT-STATE THRU 3260-EXIT
093800     ELSE
093900         ADD WS-POST-STATE-WAGES TO RB-ST-WAGES (WS-FIND-SUB)
094000         ADD WS-POST-STATE-TAX TO RB-ST-TAX (WS-FIND-SUB)
094100         ADD WS-POST-STATE-WAGES TO RB-ST-QTR-WAGES
094200             (WS-FIND-SUB WS-POST-STATE-QTR)
094300         ADD WS-POST-STATE-TAX TO RB-ST-QTR-TAX
094400             (WS-FIND-SUB WS-POST-STATE-QTR)
094500     END-IF.
094600 3250-EXIT.
094700     EXIT.

094800 3255-FIND-RB-STATE.
094900     SET ENTRY-NOT-FOUND TO TRUE
095000     MOVE ZERO TO WS-FIND-SUB
095100     PERFORM 3257-TEST-RB-STATE THRU 3257-EXIT
095200         UNTIL ENTRY-FOUND OR WS-FIND-SUB NOT < RB-STATE-COUNT.
095300 3255-EXIT.
095400     EXIT.

095500 3257-TEST-RB-STATE.
095600     ADD 1 TO WS-FIND-SUB
095700     IF RB-ST-CODE (WS-FIND-SUB) = WS-FIND-STATE
095800         SET ENTRY-FOUND TO TRUE
095900     END-IF.
096000 3257-EXIT.
096100     EXIT.

096200 3260-BACK-OUT-STATE.
096300     IF WS-POST-STATE-WAGES NOT > RB-ST-WAGES (WS-FIND-SUB)
096400         SUBTRACT WS-POST-STATE-WAGES
096500             FROM RB-ST-WAGES (WS-FIND-SUB)
096600     ELSE
096700         MOVE ZERO TO RB-ST-WAGES (WS-FIND-SUB)
096800     END-IF
096900     IF WS-POST-STATE-TAX NOT > RB-ST-TAX (WS-FIND-SUB)
097000         SUBTRACT WS-POST-STATE-TAX
097100             FROM RB-ST-TAX (WS-FIND-SUB)
097200     ELSE
097300         MOVE ZERO TO RB-ST-TAX (WS-FIND-SUB)
097400     END-IF
097500     IF WS-POST-STATE-WAGES NOT >
097600             RB-ST-QTR-WAGES (WS-FIND-SUB WS-POST-STATE-QTR)
097700         SUBTRACT WS-POST-STATE-WAGES FROM RB-ST-QTR-WAGES
097800             (WS-FIND-SUB WS-POST-STATE-QTR)
097900     ELSE
098000         MOVE ZERO TO RB-ST-QTR-WAGES
098100             (WS-FIND-SUB WS-POST-STATE-QTR)
098200     END-IF
098300     IF WS-POST-STATE-TAX NOT >
098400             RB-ST-QTR-TAX (WS-FIND-SUB WS-POST-STATE-QTR)
098500         SUBTRACT WS-POST-STATE-TAX FROM RB-ST-QTR-TAX
098600             (WS-FIND-SUB WS-POST-STATE-QTR)
098700     ELSE
098800         MOVE ZERO TO RB-ST-QTR-TAX
098900             (WS-FIND-SUB WS-POST-STATE-QTR)
099000     END-IF.
099100 3260-EXIT.
099200     EXIT.

099300*----------------------------------------------------------------
099400* 3300-APPLY-ADJUSTMENT - REPEAT ONE OF THE EMPLOYEE'S ADJHIST.DAT
099500* ADJUSTMENTS ON THE REBUILT YEAR, THE WAY THE PAYROLL RUN'S
099600* 7200-BACK-OUT-YTD APPLIED IT TO THE MASTER: THE VOIDED PAYMENT
099700* COMES OUT OF THE YEAR AND ITS QUARTER, A REISSUE GOES INTO THE
099800* YEAR AND THE QUARTER IT WAS POSTED IN.  EVERY BACKOUT IS
099900* FLOORED AT ZERO.  DEDUCTION BUCKETS ARE NOT ADJUSTED, ON THE
100000* MASTER OR HERE.
100100*----------------------------------------------------------------
100200 3300-APPLY-ADJUSTMENT.
100300     IF WS-AJT-EMP-ID (WS-AJT-SUB) NOT = WS-CUR-EMP-ID
100400         GO TO 3300-EXIT
100500     END-IF
100600     MOVE WS-AJT-IMAGE (WS-AJT-SUB) TO ADJ-WORK-RECORD
100700     SET AJT-USED (WS-AJT-SUB) TO TRUE
100800     ADD 1 TO WS-ADJ-USED-COUNTER
100900     MOVE AJW-ORIG-QUARTER TO WS-ADJ-ORIG-QTR
101000     IF WS-ADJ-ORIG-QTR < 1 OR WS-ADJ-ORIG-QTR > 4
101100         MOVE 1 TO WS-ADJ-ORIG-QTR
101200     END-IF
101300     MOVE AJW-POST-QUARTER TO WS-ADJ-POST-QTR
101400     IF WS-ADJ-POST-QTR < 1 OR WS-ADJ-POST-QTR > 4
101500         MOVE 1 TO WS-ADJ-POST-QTR
101600     END-IF
101700     ADD AJW-ORIG-FED AJW-ORIG-STATE AJW-ORIG-SS AJW-ORIG-MED
101800         GIVING WS-ADJ-ORIG-TAX
101900     ADD AJW-NEW-FED AJW-NEW-STATE AJW-NEW-SS AJW-NEW-MED
102000         GIVING WS-ADJ-NEW-TAX
102100     PERFORM 3310-BACK-OUT-TOTALS THRU 3310-EXIT
102200     PERFORM 3320-BACK-OUT-TAXABLE-WAGES THRU 3320-EXIT
102300     PERFORM 3330-ADJUST-STATE-BUCKETS THRU 3330-EXIT.
102400 3300-EXIT.
102500     EXIT.

102600 3310-BACK-OUT-TOTALS.
102700     IF AJW-ORIG-GROSS NOT > RB-GROSS
102800         SUBTRACT AJW-ORIG-GROSS FROM RB-GROSS
102900     ELSE
103000         MOVE ZERO TO RB-GROSS
103100     END-IF
103200     IF WS-ADJ-ORIG-TAX NOT > RB-TAX
103300         SUBTRACT WS-ADJ-ORIG-TAX FROM RB-TAX
103400     ELSE
103500         MOVE ZERO TO RB-TAX
103600     END-IF
103700     IF AJW-ORIG-FED NOT > RB-FED-TAX
103800         SUBTRACT AJW-ORIG-FED FROM RB-FED-TAX
103900     ELSE
104000         MOVE ZERO TO RB-FED-TAX
104100     END-IF
104200     IF AJW-ORIG-STATE NOT > RB-STATE-TAX
104300         SUBTRACT AJW-ORIG-STATE FROM RB-STATE-TAX
104400     ELSE
104500         MOVE ZERO TO RB-STATE-TAX
104600     END-IF
104700     IF AJW-ORIG-SS NOT > RB-SS-TAX
104800         SUBTRACT AJW-ORIG-SS FROM RB-SS-TAX
104900     ELSE
105000         MOVE ZERO TO RB-SS-TAX
105100     END-IF
105200     IF AJW-ORIG-MED NOT > RB-MED-TAX
105300         SUBTRACT AJW-ORIG-MED FROM RB-MED-TAX
105400     ELSE
105500         MOVE ZERO TO RB-MED-TAX
105600     END-IF
105700     IF AJW-ORIG-NET NOT > RB-NET
105800         SUBTRACT AJW-ORIG-NET FROM RB-NET
105900     ELSE
106000         MOVE ZERO TO RB-NET
106100     END-IF
106200     IF AJW-ORIG-GROSS NOT > RB-QTR-GROSS (WS-ADJ-ORIG-QTR)
106300         SUBTRACT AJW-ORIG-GROSS
106400             FROM RB-QTR-GROSS (WS-ADJ-ORIG-QTR)
106500     ELSE
106600         MOVE ZERO TO RB-QTR-GROSS (WS-ADJ-ORIG-QTR)
106700     END-IF
106800     IF WS-ADJ-ORIG-TAX NOT > RB-QTR-TAX (WS-ADJ-ORIG-QTR)
106900         SUBTRACT WS-ADJ-ORIG-TAX
107000             FROM RB-QTR-TAX (WS-ADJ-ORIG-QTR)
107100     ELSE
107200         MOVE ZERO TO RB-QTR-TAX (WS-ADJ-ORIG-QTR)
107300     END-IF
107400     IF AJW-VOID-REISSUE
107500         ADD AJW-NEW-GROSS  TO RB-GROSS
107600         ADD WS-ADJ-NEW-TAX TO RB-TAX
107700         ADD AJW-NEW-FED    TO RB-FED-TAX
107800         ADD AJW-NEW-STATE  TO RB-STATE-TAX
107900         ADD AJW-NEW-SS     TO RB-SS-TAX
108000         ADD AJW-NEW-MED    TO RB-MED-TAX
108100         ADD AJW-NEW-NET    TO RB-NET
108200         ADD AJW-NEW-GROSS  TO RB-QTR-GROSS (WS-ADJ-POST-QTR)
108300         ADD WS-ADJ-NEW-TAX TO RB-QTR-TAX (WS-ADJ-POST-QTR)
108400     END-IF.
108500 3310-EXIT.
108600     EXIT.

108700*----------------------------------------------------------------
108800* 3320-BACK-OUT-TAXABLE-WAGES - THE TAXABLE WAGES AND 401(K)
108900* DEFERRAL (THE MEDICARE WAGE LESS THE FEDERAL WAGE), AS IN THE
109000* PAYROLL RUN'S 7215-BACK-OUT-TAXABLE-WAGES.
109100*----------------------------------------------------------------
109200 3320-BACK-OUT-TAXABLE-WAGES.
109300     IF AJW-ORIG-FED-WAGES NOT > RB-FED-WAGES
109400         SUBTRACT AJW-ORIG-FED-WAGES FROM RB-FED-WAGES
109500     ELSE
109600         MOVE ZERO TO RB-FED-WAGES
109700     END-IF
109800     IF AJW-ORIG-SS-WAGES NOT > RB-SS-WAGES
109900         SUBTRACT AJW-ORIG-SS-WAGES FROM RB-SS-WAGES
110000     ELSE
110100         MOVE ZERO TO RB-SS-WAGES
110200     END-IF
110300     IF AJW-ORIG-MED-WAGES NOT > RB-MED-WAGES
110400         SUBTRACT AJW-ORIG-MED-WAGES FROM RB-MED-WAGES
110500     ELSE
110600         MOVE ZERO TO RB-MED-WAGES
110700     END-IF
110800     IF AJW-ORIG-MED-WAGES > AJW-ORIG-FED-WAGES
110900         SUBTRACT AJW-ORIG-FED-WAGES FROM AJW-ORIG-MED-WAGES
111000             GIVING WS-ADJ-401K
111100     ELSE
111200         MOVE ZERO TO WS-ADJ-401K
111300     END-IF
111400     IF WS-ADJ-401K NOT > RB-401K-DEFERRED
111500         SUBTRACT WS-ADJ-401K FROM RB-401K-DEFERRED
111600     ELSE
111700         MOVE ZERO TO RB-401K-DEFERRED
111800     END-IF
111900     IF AJW-ORIG-FED-WAGES
112000             NOT > RB-QTR-FED-WAGES (WS-ADJ-ORIG-QTR)
112100         SUBTRACT AJW-ORIG-FED-WAGES
112200             FROM RB-QTR-FED-WAGES (WS-ADJ-ORIG-QTR)
112300     ELSE
112400         MOVE ZERO TO RB-QTR-FED-WAGES (WS-ADJ-ORIG-QTR)
112500     END-IF
112600     IF AJW-ORIG-SS-WAGES NOT > RB-QTR-SS-WAGES (WS-ADJ-ORIG-QTR)
112700         SUBTRACT AJW-ORIG-SS-WAGES
112800             FROM RB-QTR-SS-WAGES (WS-ADJ-ORIG-QTR)
112900     ELSE
113000         MOVE ZERO TO RB-QTR-SS-WAGES (WS-ADJ-ORIG-QTR)
113100     END-IF
113200     IF AJW-ORIG-MED-WAGES
113300             NOT > RB-QTR-MED-WAGES (WS-ADJ-ORIG-QTR)
113400         SUBTRACT AJW-ORIG-MED-WAGES
113500             FROM RB-QTR-MED-WAGES (WS-ADJ-ORIG-QTR)
113600     ELSE
113700         MOVE ZERO TO RB-QTR-MED-WAGES (WS-ADJ-ORIG-QTR)
113800     END-IF
113900     IF AJW-VOID-REISSUE
114000         ADD AJW-NEW-FED-WAGES TO RB-FED-WAGES
114100         ADD AJW-NEW-SS-WAGES  TO RB-SS-WAGES
114200         ADD AJW-NEW-MED-WAGES TO RB-MED-WAGES
114300         ADD AJW-NEW-FED-WAGES
114400             TO RB-QTR-FED-WAGES (WS-ADJ-POST-QTR)
114500         ADD AJW-NEW-SS-WAGES
114600             TO RB-QTR-SS-WAGES (WS-ADJ-POST-QTR)
114700         ADD AJW-NEW-MED-WAGES
114800             TO RB-QTR-MED-WAGES (WS-ADJ-POST-QTR)
114900         IF AJW-NEW-MED-WAGES > AJW-NEW-FED-WAGES
115000             SUBTRACT AJW-NEW-FED-WAGES FROM AJW-NEW-MED-WAGES
115100                 GIVING WS-ADJ-401K
115200             ADD WS-ADJ-401K TO RB-401K-DEFERRED
115300         END-IF
115400     END-IF.
115500 3320-EXIT.
115600     EXIT.

115700*----------------------------------------------------------------
115800* 3330-ADJUST-STATE-BUCKETS - BACK THE VOIDED PAYMENT'S STATE
115900* WAGES AND TAX OUT OF ITS WORK AND RESIDENT STATES, THEN POST A
116000* REISSUE'S, AS THE PAYROLL RUN'S 5195-ADJUST-STATE-BUCKETS DOES.
116100*----------------------------------------------------------------
116200 3330-ADJUST-STATE-BUCKETS.
116300     SET POST-STATE-BACKOUT TO TRUE
116400     MOVE WS-ADJ-ORIG-QTR TO WS-POST-STATE-QTR
116500     MOVE AJW-ORIG-FED-WAGES TO WS-POST-STATE-WAGES
116600     MOVE AJW-ORIG-RES-TAX TO WS-ADJ-RES-TAX
116700     MOVE AJW-ORIG-STATE TO WS-ADJ-STATE-TAX
116800     PERFORM 3335-POST-ADJ-STATES THRU 3335-EXIT
116900     IF AJW-VOID-REISSUE
117000         SET POST-STATE-ADD TO TRUE
117100         MOVE WS-ADJ-POST-QTR TO WS-POST-STATE-QTR
117200         MOVE AJW-NEW-FED-WAGES TO WS-POST-STATE-WAGES
117300         MOVE AJW-NEW-RES-TAX TO WS-ADJ-RES-TAX
117400         MOVE AJW-NEW-STATE TO WS-ADJ-STATE-TAX
117500         PERFORM 3335-POST-ADJ-STATES THRU 3335-EXIT
117600     END-IF.
117700 3330-EXIT.
117800     EXIT.

117900 3335-POST-ADJ-STATES.
118000     MOVE AJW-WORK-STATE TO WS-POST-STATE-CODE
118100     IF WS-ADJ-RES-TAX < WS-ADJ-STATE-TAX
118200         SUBTRACT WS-ADJ-RES-TAX FROM WS-ADJ-STATE-TAX
118300             GIVING WS-POST-STATE-TAX
118400     ELSE
118500         MOVE ZERO TO WS-POST-STATE-TAX
118600     END-IF
118700     PERFORM 3250-POST-STATE-BUCKET THRU 3250-EXIT
118800     IF AJW-RES-STATE NOT = SPACES
118900         MOVE AJW-RES-STATE TO WS-POST-STATE-CODE
119000         MOVE WS-ADJ-RES-TAX TO WS-POST-STATE-TAX
119100         PERFORM 3250-POST-STATE-BUCKET THRU 3250-EXIT
119200     END-IF.
119300 3335-EXIT.
119400     EXIT.

119500*----------------------------------------------------------------
119600* 3500-FOOT-QUARTERS - THE FOUR QUARTER BUCKETS ON THE MASTER
119700* RECORD MUST ADD UP TO THE ANNUAL GROSS, TAX AND TAXABLE WAGES,
119800* AND EACH STATE'S FOUR QUARTERS TO ITS ANNUAL WAGES AND TAX.
119900*----------------------------------------------------------------
120000 3500-FOOT-QUARTERS.
120100     MOVE ZERO TO WS-FOOT-GROSS WS-FOOT-TAX WS-FOOT-FED-WAGES
120200         WS-FOOT-SS-WAGES WS-FOOT-MED-WAGES
120300     PERFORM 3510-ADD-YTD-QUARTER THRU 3510-EXIT
120400         VARYING WS-QTR-SUB FROM 1 BY 1
120500         UNTIL WS-QTR-SUB > 4
120600     MOVE "GROSS" TO WS-CMP-LABEL
120700     MOVE YTD-GROSS TO WS-CMP-YTD
120800     MOVE WS-FOOT-GROSS TO WS-CMP-REBUILT
120900     PERFORM 3590-CHECK-FOOTING THRU 3590-EXIT
121000     MOVE "TAX" TO WS-CMP-LABEL
121100     MOVE YTD-TAX TO WS-CMP-YTD
121200     MOVE WS-FOOT-TAX TO WS-CMP-REBUILT
121300     PERFORM 3590-CHECK-FOOTING THRU 3590-EXIT
121400     MOVE "FED WAGES" TO WS-CMP-LABEL
121500     MOVE YTD-FED-WAGES TO WS-CMP-YTD
121600     MOVE WS-FOOT-FED-WAGES TO WS-CMP-REBUILT
121700     PERFORM 3590-CHECK-FOOTING THRU 3590-EXIT
121800     MOVE "SS WAGES" TO WS-CMP-LABEL
121900     MOVE YTD-SS-WAGES TO WS-CMP-YTD
122000     MOVE WS-FOOT-SS-WAGES TO WS-CMP-REBUILT
122100     PERFORM 3590-CHECK-FOOTING THRU 3590-EXIT
122200     MOVE "MED WAGES" TO WS-CMP-LABEL
122300     MOVE YTD-MED-WAGES TO WS-CMP-YTD
122400     MOVE WS-FOOT-MED-WAGES TO WS-CMP-REBUILT
122500     PERFORM 3590-CHECK-FOOTING THRU 3590-EXIT
122600     PERFORM 3520-FOOT-STATE THRU 3520-EXIT
122700         VARYING WS-ST-SUB FROM 1 BY 1
122800         UNTIL WS-ST-SUB > YTD-STATE-COUNT
122900             OR WS-ST-SUB > WS-MAX-STATE-ENTRIES.
123000 3500-EXIT.
123100     EXIT.

123200 3510-ADD-YTD-QUARTER.
123300     ADD YTD-QTR-GROSS (WS-QTR-SUB)     TO WS-FOOT-GROSS
123400     ADD YTD-QTR-TAX (WS-QTR-SUB)       TO WS-FOOT-TAX
123500     ADD YTD-QTR-FED-WAGES (WS-QTR-SUB) TO WS-FOOT-FED-WAGES
123600     ADD YTD-QTR-SS-WAGES (WS-QTR-SUB)  TO WS-FOOT-SS-WAGES
123700     ADD YTD-QTR-MED-WAGES (WS-QTR-SUB) TO WS-FOOT-MED-WAGES.
123800 3510-EXIT.
123900     EXIT.

124000 3520-FOOT-STATE.
124100     MOVE ZERO TO WS-FOOT-ST-WAGES WS-FOOT-ST-TAX
124200     PERFORM 3525-ADD-STATE-QUARTER THRU 3525-EXIT
124300         VARYING WS-QTR-SUB FROM 1 BY 1
124400         UNTIL WS-QTR-SUB > 4
124500     MOVE SPACES TO WS-CMP-LABEL
124600     STRING "STATE " DELIMITED BY SIZE
124700            YTD-ST-CODE (WS-ST-SUB) DELIMITED BY SIZE
124800            " WAGES" DELIMITED BY SIZE
124900         INTO WS-CMP-LABEL
125000     END-STRING
125100     MOVE YTD-ST-WAGES (WS-ST-SUB) TO WS-CMP-YTD
125200     MOVE WS-FOOT-ST-WAGES TO WS-CMP-REBUILT
125300     PERFORM 3590-CHECK-FOOTING THRU 3590-EXIT
125400     MOVE SPACES TO WS-CMP-LABEL
125500     STRING "STATE " DELIMITED BY SIZE
125600            YTD-ST-CODE (WS-ST-SUB) DELIMITED BY SIZE
125700            " TAX" DELIMITED BY SIZE
125800         INTO WS-CMP-LABEL
125900     END-STRING
126000     MOVE YTD-ST-TAX (WS-ST-SUB) TO WS-CMP-YTD
126100     MOVE WS-FOOT-ST-TAX TO WS-CMP-REBUILT
126200     PERFORM 3590-CHECK-FOOTING THRU 3590-EXIT.
126300 3520-EXIT.
126400     EXIT.

126500 3525-ADD-STATE-QUARTER.
126600     ADD YTD-ST-QTR-WAGES (WS-ST-SUB WS-QTR-SUB)
126700         TO WS-FOOT-ST-WAGES
126800     ADD YTD-ST-QTR-TAX (WS-ST-SUB WS-QTR-SUB)
126900         TO WS-FOOT-ST-TAX.
127000 3525-EXIT.
127100     EXIT.

127200 3590-CHECK-FOOTING.
127300     IF WS-CMP-YTD = WS-CMP-REBUILT
127400         GO TO 3590-EXIT
127500     END-IF
127600     MOVE SPACES TO CLOSE-REPORT-LINE
127700     STRING WS-CUR-EMP-ID DELIMITED BY SIZE
127800            " " DELIMITED BY SIZE
127900            WS-CUR-EMP-NAME DELIMITED BY SIZE
128000            " QUARTERS DO NOT FOOT - " DELIMITED BY SIZE
128100            WS-CMP-LABEL DELIMITED BY SIZE
128200            " YEAR " DELIMITED BY SIZE
128300            WS-CMP-YTD DELIMITED BY SIZE
128400            " QUARTERS " DELIMITED BY SIZE
128500            WS-CMP-REBUILT DELIMITED BY SIZE
128600         INTO CLOSE-REPORT-LINE
128700     END-STRING
128800     WRITE CLOSE-REPORT-LINE
128900     ADD 1 TO WS-FOOT-COUNTER
129000     ADD 1 TO WS-EMP-DISCREP-COUNT.
129100 3590-EXIT.
129200     EXIT.

129300*----------------------------------------------------------------
129400* 3600-COMPARE-EMPLOYEE - COMPARE EVERY FIGURE OF THE REBUILT YEAR
129500* WITH THE MASTER RECORD: THE ANNUAL TOTALS, EACH QUARTER, EACH
129600* DEDUCTION TYPE AND EACH STATE.  A DEDUCTION TYPE OR STATE ON
129700* ONE SIDE ONLY IS COMPARED AGAINST ZERO.
129800*----------------------------------------------------------------
129900 3600-COMPARE-EMPLOYEE.
130000     MOVE "GROSS" TO WS-CMP-LABEL
130100     MOVE YTD-GROSS TO WS-CMP-YTD
130200     MOVE RB-GROSS TO WS-CMP-REBUILT
130300     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
130400     MOVE "TAX" TO WS-CMP-LABEL
130500     MOVE YTD-TAX TO WS-CMP-YTD
130600     MOVE RB-TAX TO WS-CMP-REBUILT
130700     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
130800     MOVE "FED TAX" TO WS-CMP-LABEL
130900     MOVE YTD-FED-TAX TO WS-CMP-YTD
131000     MOVE RB-FED-TAX TO WS-CMP-REBUILT
131100     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
131200     MOVE "STATE TAX" TO WS-CMP-LABEL
131300     MOVE YTD-STATE-TAX TO WS-CMP-YTD
131400     MOVE RB-STATE-TAX TO WS-CMP-REBUILT
131500     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
131600     MOVE "SS TAX" TO WS-CMP-LABEL
131700     MOVE YTD-SS-TAX TO WS-CMP-YTD
131800     MOVE RB-SS-TAX TO WS-CMP-REBUILT
131900     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
132000     MOVE "MED TAX" TO WS-CMP-LABEL
132100     MOVE YTD-MED-TAX TO WS-CMP-YTD
132200     MOVE RB-MED-TAX TO WS-CMP-REBUILT
132300     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
132400     MOVE "FED WAGES" TO WS-CMP-LABEL
132500     MOVE YTD-FED-WAGES TO WS-CMP-YTD
132600     MOVE RB-FED-WAGES TO WS-CMP-REBUILT
132700     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
132800     MOVE "SS WAGES" TO WS-CMP-LABEL
132900     MOVE YTD-SS-WAGES TO WS-CMP-YTD
133000     MOVE RB-SS-WAGES TO WS-CMP-REBUILT
133100     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
133200     MOVE "MED WAGES" TO WS-CMP-LABEL
133300     MOVE YTD-MED-WAGES TO WS-CMP-YTD
133400     MOVE RB-MED-WAGES TO WS-CMP-REBUILT
133500     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
133600     MOVE "401K DEFERRED" TO WS-CMP-LABEL
133700     MOVE YTD-401K-DEFERRED TO WS-CMP-YTD
133800     MOVE RB-401K-DEFERRED TO WS-CMP-REBUILT
133900     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
134000     MOVE "NET" TO WS-CMP-LABEL
134100     MOVE YTD-NET TO WS-CMP-YTD
134200     MOVE RB-NET TO WS-CMP-REBUILT
134300     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
134400     PERFORM 3610-COMPARE-QUARTER THRU 3610-EXIT
134500         VARYING WS-QTR-SUB FROM 1 BY 1
134600         UNTIL WS-QTR-SUB > 4
134700     PERFORM 3620-COMPARE-RB-DED THRU 3620-EXIT
134800         VARYING WS-DED-SUB FROM 1 BY 1
134900         UNTIL WS-DED-SUB > RB-DED-COUNT
135000     PERFORM 3630-COMPARE-YTD-ONLY-DED THRU 3630-EXIT
135100         VARYING WS-DED-SUB FROM 1 BY 1
135200         UNTIL WS-DED-SUB > YTD-DED-COUNT
135300             OR WS-DED-SUB > WS-MAX-DED-ENTRIES
135400     PERFORM 3640-COMPARE-RB-STATE THRU 3640-EXIT
135500         VARYING WS-ST-SUB FROM 1 BY 1
135600         UNTIL WS-ST-SUB > RB-STATE-COUNT
135700     PERFORM 3650-COMPARE-YTD-ONLY-STATE THRU 3650-EXIT
135800         VARYING WS-ST-SUB FROM 1 BY 1
135900         UNTIL WS-ST-SUB > YTD-STATE-COUNT
136000             OR WS-ST-SUB > WS-MAX-STATE-ENTRIES.
136100 3600-EXIT.
136200     EXIT.

136300 3610-COMPARE-QUARTER.
136400     MOVE WS-QTR-SUB TO WS-CMP-QTR-OUT
136500     MOVE SPACES TO WS-CMP-LABEL
136600     STRING "Q" WS-CMP-QTR-OUT " GROSS" DELIMITED BY SIZE
136700         INTO WS-CMP-LABEL
136800     END-STRING
136900     MOVE YTD-QTR-GROSS (WS-QTR-SUB) TO WS-CMP-YTD
137000     MOVE RB-QTR-GROSS (WS-QTR-SUB) TO WS-CMP-REBUILT
137100     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
137200     MOVE SPACES TO WS-CMP-LABEL
137300     STRING "Q" WS-CMP-QTR-OUT " TAX" DELIMITED BY SIZE
137400         INTO WS-CMP-LABEL
137500     END-STRING
137600     MOVE YTD-QTR-TAX (WS-QTR-SUB) TO WS-CMP-YTD
137700     MOVE RB-QTR-TAX (WS-QTR-SUB) TO WS-CMP-REBUILT
137800     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
137900     MOVE SPACES TO WS-CMP-LABEL
138000     STRING "Q" WS-CMP-QTR-OUT " FED WAGES" DELIMITED BY SIZE
138100         INTO WS-CMP-LABEL
138200     END-STRING
138300     MOVE YTD-QTR-FED-WAGES (WS-QTR-SUB) TO WS-CMP-YTD
138400     MOVE RB-QTR-FED-WAGES (WS-QTR-SUB) TO WS-CMP-REBUILT
138500     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
138600     MOVE SPACES TO WS-CMP-LABEL
138700     STRING "Q" WS-CMP-QTR-OUT " SS WAGES" DELIMITED BY SIZE
138800         INTO WS-CMP-LABEL
138900     END-STRING
139000     MOVE YTD-QTR-SS-WAGES (WS-QTR-SUB) TO WS-CMP-YTD
139100     MOVE RB-QTR-SS-WAGES (WS-QTR-SUB) TO WS-CMP-REBUILT
139200     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
139300     MOVE SPACES TO WS-CMP-LABEL
139400     STRING "Q" WS-CMP-QTR-OUT " MED WAGES" DELIMITED BY SIZE
139500         INTO WS-CMP-LABEL
139600     END-STRING
139700     MOVE YTD-QTR-MED-WAGES (WS-QTR-SUB) TO WS-CMP-YTD
139800     MOVE RB-QTR-MED-WAGES (WS-QTR-SUB) TO WS-CMP-REBUILT
139900     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT.
140000 3610-EXIT.
140100     EXIT.

140200 3620-COMPARE-RB-DED.
140300     MOVE RB-DED-TYPE (WS-DED-SUB) TO WS-FIND-TYPE
140400     PERFORM 3625-FIND-YTD-DED THRU 3625-EXIT
140500     IF ENTRY-FOUND
140600         MOVE YTD-DED-AMOUNT (WS-FIND-SUB) TO WS-CMP-YTD
140700     ELSE
140800         MOVE ZERO TO WS-CMP-YTD
140900     END-IF
141000     MOVE RB-DED-AMOUNT (WS-DED-SUB) TO WS-CMP-REBUILT
141100     PERFORM 3628-COMPARE-DED THRU 3628-EXIT.
141200 3620-EXIT.
141300     EXIT.

141400 3625-FIND-YTD-DED.
141500     SET ENTRY-NOT-FOUND TO TRUE
141600     MOVE ZERO TO WS-FIND-SUB
141700     PERFORM 3627-TEST-YTD-DED THRU 3627-EXIT
141800         UNTIL ENTRY-FOUND OR WS-FIND-SUB NOT < YTD-DED-COUNT
141900             OR WS-FIND-SUB NOT < WS-MAX-DED-ENTRIES.
142000 3625-EXIT.
142100     EXIT.

142200 3627-TEST-YTD-DED.
142300     ADD 1 TO WS-FIND-SUB
142400     IF YTD-DED-TYPE (WS-FIND-SUB) = WS-FIND-TYPE
142500         SET ENTRY-FOUND TO TRUE
142600     END-IF.
142700 3627-EXIT.
142800     EXIT.

142900 3628-COMPARE-DED.
143000     MOVE SPACES TO WS-CMP-LABEL
143100     STRING "DEDUCTION TYPE " DELIMITED BY SIZE
143200            WS-FIND-TYPE DELIMITED BY SIZE
143300         INTO WS-CMP-LABEL
143400     END-STRING
143500     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT.
143600 3628-EXIT.
143700     EXIT.

143800 3630-COMPARE-YTD-ONLY-DED.
143900     MOVE YTD-DED-TYPE (WS-DED-SUB) TO WS-FIND-TYPE
144000     PERFORM 3235-FIND-RB-DED THRU 3235-EXIT
144100     IF ENTRY-FOUND
144200         GO TO 3630-EXIT
144300     END-IF
144400     MOVE YTD-DED-AMOUNT (WS-DED-SUB) TO WS-CMP-YTD
144500     MOVE ZERO TO WS-CMP-REBUILT
144600     PERFORM 3628-COMPARE-DED THRU 3628-EXIT.
144700 3630-EXIT.
144800     EXIT.

144900 3640-COMPARE-RB-STATE.
145000     MOVE RB-ST-CODE (WS-ST-SUB) TO WS-FIND-STATE
145100     PERFORM 3645-FIND-YTD-STATE THRU 3645-EXIT
145200     IF ENTRY-FOUND
145300         MOVE YTD-STATE-ENTRY (WS-FIND-SUB) TO WS-CMP-ST-YTD
145400     ELSE
145500         PERFORM 3670-ZERO-CMP-YTD THRU 3670-EXIT
145600     END-IF
145700     MOVE RB-STATE-ENTRY (WS-ST-SUB) TO WS-CMP-ST-REBUILT
145800     PERFORM 3660-COMPARE-STATE THRU 3660-EXIT.
145900 3640-EXIT.
146000     EXIT.

146100 3645-FIND-YTD-STATE.
146200     SET ENTRY-NOT-FOUND TO TRUE
146300     MOVE ZERO TO WS-FIND-SUB
146400     PERFORM 3647-TEST-YTD-STATE THRU 3647-EXIT
146500         UNTIL ENTRY-FOUND OR WS-FIND-SUB NOT < YTD-STATE-COUNT
146600             OR WS-FIND-SUB NOT < WS-MAX-STATE-ENTRIES.
146700 3645-EXIT.
146800     EXIT.

146900 3647-TEST-YTD-STATE.
147000     ADD 1 TO WS-FIND-SUB
147100     IF YTD-ST-CODE (WS-FIND-SUB) = WS-FIND-STATE
147200         SET ENTRY-FOUND TO TRUE
147300     END-IF.
147400 3647-EXIT.
147500     EXIT.

147600 3650-COMPARE-YTD-ONLY-STATE.
147700     MOVE YTD-ST-CODE (WS-ST-SUB) TO WS-FIND-STATE
147800     PERFORM 3255-FIND-RB-STATE THRU 3255-EXIT
147900     IF ENTRY-FOUND
148000         GO TO 3650-EXIT
148100     END-IF
148200     MOVE YTD-STATE-ENTRY (WS-ST-SUB) TO WS-CMP-ST-YTD
148300     PERFORM 3675-ZERO-CMP-REBUILT THRU 3675-EXIT
148400     PERFORM 3660-COMPARE-STATE THRU 3660-EXIT.
148500 3650-EXIT.
148600     EXIT.

148700 3660-COMPARE-STATE.
148800     MOVE SPACES TO WS-CMP-LABEL
148900     STRING "STATE " DELIMITED BY SIZE
149000            WS-FIND-STATE DELIMITED BY SIZE
149100            " WAGES" DELIMITED BY SIZE
149200         INTO WS-CMP-LABEL
149300     END-STRING
149400     MOVE WS-CSY-WAGES TO WS-CMP-YTD
149500     MOVE WS-CSR-WAGES TO WS-CMP-REBUILT
149600     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
149700     MOVE SPACES TO WS-CMP-LABEL
149800     STRING "STATE " DELIMITED BY SIZE
149900            WS-FIND-STATE DELIMITED BY SIZE
150000            " TAX" DELIMITED BY SIZE
150100         INTO WS-CMP-LABEL
150200     END-STRING
150300     MOVE WS-CSY-TAX TO WS-CMP-YTD
150400     MOVE WS-CSR-TAX TO WS-CMP-REBUILT
150500     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
150600     PERFORM 3665-COMPARE-STATE-QTR THRU 3665-EXIT
150700         VARYING WS-QTR-SUB FROM 1 BY 1
150800         UNTIL WS-QTR-SUB > 4.
150900 3660-EXIT.
151000     EXIT.

151100 3665-COMPARE-STATE-QTR.
151200     MOVE WS-QTR-SUB TO WS-CMP-QTR-OUT
151300     MOVE SPACES TO WS-CMP-LABEL
151400     STRING "STATE " DELIMITED BY SIZE
151500            WS-FIND-STATE DELIMITED BY SIZE
151600            " Q" WS-CMP-QTR-OUT " WAGES" DELIMITED BY SIZE
151700         INTO WS-CMP-LABEL
151800     END-STRING
151900     MOVE WS-CSY-QTR-WAGES (WS-QTR-SUB) TO WS-CMP-YTD
152000     MOVE WS-CSR-QTR-WAGES (WS-QTR-SUB) TO WS-CMP-REBUILT
152100     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT
152200     MOVE SPACES TO WS-CMP-LABEL
152300     STRING "STATE " DELIMITED BY SIZE
152400            WS-FIND-STATE DELIMITED BY SIZE
152500            " Q" WS-CMP-QTR-OUT " TAX" DELIMITED BY SIZE
152600         INTO WS-CMP-LABEL
152700     END-STRING
152800     MOVE WS-CSY-QTR-TAX (WS-QTR-SUB) TO WS-CMP-YTD
152900     MOVE WS-CSR-QTR-TAX (WS-QTR-SUB) TO WS-CMP-REBUILT
153000     PERFORM 3690-COMPARE-FIGURE THRU 3690-EXIT.
153100 3665-EXIT.
153200     EXIT.

153300 3670-ZERO-CMP-YTD.
153400     MOVE ZERO TO WS-CSY-WAGES WS-CSY-TAX
153500     PERFORM 3672-ZERO-CMP-YTD-QTR THRU 3672-EXIT
153600         VARYING WS-QTR-SUB FROM 1 BY 1
153700         UNTIL WS-QTR-SUB > 4.
153800 3670-EXIT.
153900     EXIT.

154000 3672-ZERO-CMP-YTD-QTR.
154100     MOVE ZERO TO WS-CSY-QTR-WAGES (WS-QTR-SUB)
154200         WS-CSY-QTR-TAX (WS-QTR-SUB).
154300 3672-EXIT.
154400     EXIT.

154500 3675-ZERO-CMP-REBUILT.
154600     MOVE ZERO TO WS-CSR-WAGES WS-CSR-TAX
154700     PERFORM 3677-ZERO-CMP-RB-QTR THRU 3677-EXIT
154800         VARYING WS-QTR-SUB FROM 1 BY 1
154900         UNTIL WS-QTR-SUB > 4.
155000 3675-EXIT.
155100     EXIT.

155200 3677-ZERO-CMP-RB-QTR.
155300     MOVE ZERO TO WS-CSR-QTR-WAGES (WS-QTR-SUB)
155400         WS-CSR-QTR-TAX (WS-QTR-SUB).
155500 3677-EXIT.
155600     EXIT.

155700 3690-COMPARE-FIGURE.
155800     IF WS-CMP-YTD = WS-CMP-REBUILT
155900         GO TO 3690-EXIT
156000     END-IF
156100     MOVE SPACES TO CLOSE-REPORT-LINE
156200     STRING WS-CUR-EMP-ID DELIMITED BY SIZE
156300            " " DELIMITED BY SIZE
156400            WS-CUR-EMP-NAME DELIMITED BY SIZE
156500            " " DELIMITED BY SIZE
156600            WS-CMP-LABEL DELIMITED BY SIZE
156700            " YTD " DELIMITED BY SIZE
156800            WS-CMP-YTD DELIMITED BY SIZE
156900            " REBUILT " DELIMITED BY SIZE
157000            WS-CMP-REBUILT DELIMITED BY SIZE
157100         INTO CLOSE-REPORT-LINE
157200     END-STRING
157300     WRITE CLOSE-REPORT-LINE
157400     ADD 1 TO WS-DISCREP-COUNTER
157500     ADD 1 TO WS-EMP-DISCREP-COUNT.
157600 3690-EXIT.
157700     EXIT.

157800*----------------------------------------------------------------
157900* 3800-WRITE-OVERFLOW - A DEDUCTION TYPE OR STATE THE REBUILT
158000* RECORD HAS NO ROOM FOR IS LISTED WITH A WARNING.  THE PAYROLL
158100* RUN REPORTED THE SAME AMOUNT TO EXCEPT.REP WHEN IT FAILED TO
158200* POST IT, SO IT DOES NOT STOP THE CLOSE BY ITSELF.
158300*----------------------------------------------------------------
158400 3800-WRITE-OVERFLOW.
158500     MOVE SPACES TO CLOSE-REPORT-LINE
158600     STRING WS-CUR-EMP-ID DELIMITED BY SIZE
158700            " " DELIMITED BY SIZE
158800            WS-CUR-EMP-NAME DELIMITED BY SIZE
158900            " " DELIMITED BY SIZE
159000            WS-OVERFLOW-TEXT DELIMITED BY SIZE
159100         INTO CLOSE-REPORT-LINE
159200     END-STRING
159300     WRITE CLOSE-REPORT-LINE
159400     ADD 1 TO WS-OVERFLOW-COUNTER
159500     PERFORM 1950-SET-WARNING THRU 1950-EXIT.
159600 3800-EXIT.
159700     EXIT.

159800*----------------------------------------------------------------
159900* 3900-CHECK-UNUSED-ADJ - AN ADJUSTMENT FOR THE YEAR THAT MATCHED
160000* NO EMPLOYEE ON THE MASTER OR IN PAY HISTORY IS A DISCREPANCY.
160100*----------------------------------------------------------------
160200 3900-CHECK-UNUSED-ADJ.
160300     IF AJT-USED (WS-AJT-SUB)
160400         GO TO 3900-EXIT
160500     END-IF
160600     MOVE WS-AJT-IMAGE (WS-AJT-SUB) TO ADJ-WORK-RECORD
160700     MOVE SPACES TO CLOSE-REPORT-LINE
160800     STRING AJW-EMP-ID DELIMITED BY SIZE
160900            " ADJHIST.DAT ADJUSTMENT OF PERIOD " DELIMITED BY SIZE
161000            AJW-PAY-PERIOD DELIMITED BY SIZE
161100            " POSTED " DELIMITED BY SIZE
161200            AJW-POST-PERIOD DELIMITED BY SIZE
161300            " - EMPLOYEE NOT ON YTDMAST.DAT OR PAY HISTORY"
161400            DELIMITED BY SIZE
161500         INTO CLOSE-REPORT-LINE
161600     END-STRING
161700     WRITE CLOSE-REPORT-LINE
161800     ADD 1 TO WS-DISCREP-COUNTER.
161900 3900-EXIT.
162000     EXIT.

162100*----------------------------------------------------------------
162200* 4000-CLOSE-YEAR - AFTER A CLEAN AUDIT, SAVE THE CLOSED MASTER
162300* AS YTDMYYYY.DAT (SAME LAYOUT AND KEY, SO W2EXTR AND QTRRPT CAN
162400* BE POINTED AT IT LATER) AND START A FRESH YTDMAST.DAT FOR THE
162500* NEW YEAR.  THE FRESH MASTER IS WRITTEN ONLY WHEN EVERY RECORD
162600* REACHED THE SAVED COPY; A SAVE THAT FALLS SHORT IS EMPTIED
162610* AGAIN SO THE CLOSE CAN BE RERUN.  A FRESH MASTER THAT CANNOT
162620* BE OPENED REFUSES THE RUN WITH THE CLOSED YEAR SAFE ON
162630* YTDMYYYY.DAT.
162700*----------------------------------------------------------------
162800 4000-CLOSE-YEAR.
162900     PERFORM 4100-SAVE-CLOSED-MASTER THRU 4100-EXIT
163000     IF RUN-REFUSED
163100         GO TO 4000-EXIT
163200     END-IF
163300     PERFORM 4200-START-NEW-MASTER THRU 4200-EXIT
163310     IF RUN-REFUSED
163320         GO TO 4000-EXIT
163330     END-IF
163400     PERFORM 8200-PRINT-CLOSE-SUMMARY THRU 8200-EXIT.
163500 4000-EXIT.
163600     EXIT.

163700 4100-SAVE-CLOSED-MASTER.
163800     OPEN OUTPUT CLOSED-MASTER-FILE
163900     MOVE 'N' TO WS-YTD-EOF-SW
164000     MOVE LOW-VALUES TO YTD-EMP-ID
164100     START YTD-MASTER-FILE KEY IS NOT LESS THAN YTD-EMP-ID
164200         INVALID KEY
164300             SET YTD-EOF TO TRUE
164400     END-START
164500     PERFORM 2900-READ-YTD-NEXT THRU 2900-EXIT
164600     PERFORM 4110-SAVE-ONE-RECORD THRU 4110-EXIT
164700         UNTIL YTD-EOF
164800     CLOSE CLOSED-MASTER-FILE
164900     IF WS-SAVED-COUNTER NOT = WS-YTD-COUNTER
165000         MOVE SPACES TO CLOSE-REPORT-LINE
165100         STRING "ONLY " DELIMITED BY SIZE
165200                WS-SAVED-COUNTER DELIMITED BY SIZE
165300                " OF " DELIMITED BY SIZE
165400                WS-YTD-COUNTER DELIMITED BY SIZE
165500                " YTD RECORDS SAVED TO " DELIMITED BY SIZE
165600                WS-CLOSED-NAME DELIMITED BY SIZE
165700                " - NEW YEAR NOT STARTED" DELIMITED BY SIZE
165800             INTO CLOSE-REPORT-LINE
165900         END-STRING
165910         WRITE CLOSE-REPORT-LINE
165920         MOVE SPACES TO CLOSE-REPORT-LINE
165930         OPEN OUTPUT CLOSED-MASTER-FILE
165940         IF WS-CLOSED-FILE-STATUS = '00'
165950             CLOSE CLOSED-MASTER-FILE
165960             STRING WS-CLOSED-NAME DELIMITED BY SIZE
165970                    " EMPTIED AGAIN - RERUN THE CLOSE ONCE THE "
165975                    DELIMITED BY SIZE
165980                    "SHORTFALL IS CORRECTED" DELIMITED BY SIZE
165985                 INTO CLOSE-REPORT-LINE
165990             END-STRING
165991         ELSE
165992             STRING "DELETE THE PARTIAL " DELIMITED BY SIZE
165993                    WS-CLOSED-NAME DELIMITED BY SIZE
165994                    " BEFORE THE CLOSE IS RERUN" DELIMITED BY SIZE
165995                 INTO CLOSE-REPORT-LINE
165996             END-STRING
165997         END-IF
166000         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
166100         GO TO 4100-EXIT
166200     END-IF
166300     CLOSE YTD-MASTER-FILE
166400     MOVE 'N' TO WS-YTD-OPEN-SW
166500     MOVE SPACES TO CLOSE-REPORT-LINE
166600     STRING "YTDMAST.DAT FOR " DELIMITED BY SIZE
166700            WS-CLOSE-YEAR DELIMITED BY SIZE
166800            " SAVED AS " DELIMITED BY SIZE
166900            WS-CLOSED-NAME DELIMITED BY SIZE
167000            " - RECORDS: " DELIMITED BY SIZE
167100            WS-SAVED-COUNTER DELIMITED BY SIZE
167200         INTO CLOSE-REPORT-LINE
167300     END-STRING
167400     WRITE CLOSE-REPORT-LINE.
167500 4100-EXIT.
167600     EXIT.

167700 4110-SAVE-ONE-RECORD.
167800     MOVE YTD-MASTER-RECORD TO CLOSED-MASTER-RECORD
167900     WRITE CLOSED-MASTER-RECORD
168000         INVALID KEY
168100             CONTINUE
168200         NOT INVALID KEY
168300             ADD 1 TO WS-SAVED-COUNTER
168400     END-WRITE
168500     PERFORM 2900-READ-YTD-NEXT THRU 2900-EXIT.
168600 4110-EXIT.
168700     EXIT.

168800*----------------------------------------------------------------
168900* 4200-START-NEW-MASTER - WRITE THE NEW YEAR'S YTDMAST.DAT WITH AN
169000* OPENING RECORD (NAME ONLY, EVERY FIGURE ZERO) FOR EACH EMPLOYEE
169100* ON EMPLOYEE.DAT WHO IS NOT TERMINATED OR STILL OWES AN ARREARS
169200* BALANCE.  ARREARS.DAT IS READ IN STEP WITH THE EMPLOYEE FILE
169300* (BOTH ASCEND ON EMPLOYEE) AND EVERY OPEN BALANCE IS LISTED; THE
169400* BALANCES THEMSELVES STAY ON ARREARS.DAT, WHICH THE PAYROLL RUN
169500* CARRIES FROM YEAR TO YEAR, FOR THE NEW YEAR'S RUNS TO RECOVER.
169600*----------------------------------------------------------------
169700 4200-START-NEW-MASTER.
169800     OPEN OUTPUT YTD-MASTER-FILE
169810     IF WS-YTD-FILE-STATUS NOT = '00'
169820         MOVE SPACES TO CLOSE-REPORT-LINE
169830         STRING "YTDMAST.DAT OPEN FAILED, STATUS "
169835                DELIMITED BY SIZE
169840                WS-YTD-FILE-STATUS DELIMITED BY SIZE
169850                " - NEW YEAR NOT STARTED" DELIMITED BY SIZE
169860             INTO CLOSE-REPORT-LINE
169870         END-STRING
169875         WRITE CLOSE-REPORT-LINE
169880         MOVE SPACES TO CLOSE-REPORT-LINE
169885         STRING "YEAR " DELIMITED BY SIZE
169890                WS-CLOSE-YEAR DELIMITED BY SIZE
169891                " IS CLOSED AND SAFE ON " DELIMITED BY SIZE
169892                WS-CLOSED-NAME DELIMITED BY SIZE
169893             INTO CLOSE-REPORT-LINE
169894         END-STRING
169895         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
169896         GO TO 4200-EXIT
169897     END-IF
169900     SET YTD-OPEN TO TRUE
170000     OPEN INPUT EMPLOYEE-FILE
170100     OPEN INPUT ARREARS-FILE
170200     IF WS-ARR-FILE-STATUS = '35'
170300         SET AR-EOF TO TRUE
170400     ELSE
170500         SET ARR-OPEN TO TRUE
170600         PERFORM 4290-READ-ARREARS THRU 4290-EXIT
170700     END-IF
170800     PERFORM 4280-READ-EMPLOYEE THRU 4280-EXIT
170900     PERFORM 4300-CARRY-EMPLOYEE THRU 4300-EXIT
171000         UNTIL EMP-EOF
171100     PERFORM 4400-ARREARS-NO-EMPLOYEE THRU 4400-EXIT
171200         UNTIL AR-EOF
171300     CLOSE EMPLOYEE-FILE
171400     IF ARR-OPEN
171500         CLOSE ARREARS-FILE
171600     END-IF.
171700 4200-EXIT.
171800     EXIT.

171900 4280-READ-EMPLOYEE.
172000     READ EMPLOYEE-FILE
172100         AT END
172200             SET EMP-EOF TO TRUE
172300     END-READ.
172400 4280-EXIT.
172500     EXIT.

172600 4290-READ-ARREARS.
172700     READ ARREARS-FILE
172800         AT END
172900             SET AR-EOF TO TRUE
173000     END-READ.
173100 4290-EXIT.
173200     EXIT.

173300 4300-CARRY-EMPLOYEE.
173400     IF EMP-STAT-TERMINATED
173500         SET DROP-EMPLOYEE TO TRUE
173600     ELSE
173700         SET CARRY-EMPLOYEE TO TRUE
173800     END-IF
173900     PERFORM 4400-ARREARS-NO-EMPLOYEE THRU 4400-EXIT
174000         UNTIL AR-EOF OR AR-EMP-ID NOT < EMP-ID
174100     PERFORM 4350-CARRY-ARREARS THRU 4350-EXIT
174200         UNTIL AR-EOF OR AR-EMP-ID NOT = EMP-ID
174300     IF DROP-EMPLOYEE
174400         ADD 1 TO WS-DROPPED-COUNTER
174500         PERFORM 4280-READ-EMPLOYEE THRU 4280-EXIT
174600         GO TO 4300-EXIT
174700     END-IF
174800     PERFORM 3100-CLEAR-REBUILT THRU 3100-EXIT
174900     MOVE EMP-ID   TO RB-EMP-ID
175000     MOVE EMP-NAME TO RB-EMP-NAME
175100     MOVE REBUILT-YTD-RECORD TO YTD-MASTER-RECORD
175200     WRITE YTD-MASTER-RECORD
175300         INVALID KEY
175400             MOVE SPACES TO CLOSE-REPORT-LINE
175500             STRING EMP-ID DELIMITED BY SIZE
175600                    " DUPLICATE EMPLOYEE.DAT RECORD - "
175700                    DELIMITED BY SIZE
175800                    "CARRIED ONCE" DELIMITED BY SIZE
175900                 INTO CLOSE-REPORT-LINE
176000             END-STRING
176100             WRITE CLOSE-REPORT-LINE
176200             PERFORM 1950-SET-WARNING THRU 1950-EXIT
176300         NOT INVALID KEY
176400             ADD 1 TO WS-CARRIED-COUNTER
176500     END-WRITE
176600     PERFORM 4280-READ-EMPLOYEE THRU 4280-EXIT.
176700 4300-EXIT.
176800     EXIT.

176900 4350-CARRY-ARREARS.
177000     SET CARRY-EMPLOYEE TO TRUE
177100     ADD 1 TO WS-ARREARS-COUNTER
177200     ADD AR-BALANCE TO WS-ARREARS-TOTAL
177300     MOVE SPACES TO CLOSE-REPORT-LINE
177400     STRING AR-EMP-ID DELIMITED BY SIZE
177500            " " DELIMITED BY SIZE
177600            EMP-NAME DELIMITED BY SIZE
177700            " ARREARS TYPE " DELIMITED BY SIZE
177800            AR-TYPE-CODE DELIMITED BY SIZE
177900            " BALANCE " DELIMITED BY SIZE
178000            AR-BALANCE DELIMITED BY SIZE
178100            " CARRIED FORWARD" DELIMITED BY SIZE
178200         INTO CLOSE-REPORT-LINE
178300     END-STRING
178400     WRITE CLOSE-REPORT-LINE
178500     PERFORM 4290-READ-ARREARS THRU 4290-EXIT.
178600 4350-EXIT.
178700     EXIT.

178800 4400-ARREARS-NO-EMPLOYEE.
178900     ADD 1 TO WS-ARREARS-ORPHANS
179000     MOVE SPACES TO CLOSE-REPORT-LINE
179100     STRING AR-EMP-ID DELIMITED BY SIZE
179200            " ARREARS TYPE " DELIMITED BY SIZE
179300            AR-TYPE-CODE DELIMITED BY SIZE
179400            " BALANCE " DELIMITED BY SIZE
179500            AR-BALANCE DELIMITED BY SIZE
179600            " - EMPLOYEE NOT ON EMPLOYEE.DAT, NOT CARRIED"
179700            DELIMITED BY SIZE
179800         INTO CLOSE-REPORT-LINE
179900     END-STRING
180000     WRITE CLOSE-REPORT-LINE
180100     PERFORM 1950-SET-WARNING THRU 1950-EXIT
180200     PERFORM 4290-READ-ARREARS THRU 4290-EXIT.
180300 4400-EXIT.
180400     EXIT.

180500 8100-PRINT-AUDIT-SUMMARY.
180600     MOVE SPACES TO CLOSE-REPORT-LINE
180700     STRING "PAY PERIODS ON CALENDAR: " DELIMITED BY SIZE
180800            WS-CAL-PERIOD-COUNTER DELIMITED BY SIZE
180900            "  ALL PAID" DELIMITED BY SIZE
181000         INTO CLOSE-REPORT-LINE
181100     END-STRING
181200     WRITE CLOSE-REPORT-LINE
181300     MOVE SPACES TO CLOSE-REPORT-LINE
181400     STRING "PAY HISTORY RECORDS - PAYHIST.DAT: "
181500            DELIMITED BY SIZE
181600            WS-PH-USED-COUNTER DELIMITED BY SIZE
181700            "  " DELIMITED BY SIZE
181800            WS-ARCHIVE-NAME DELIMITED BY SIZE
181900            ": " DELIMITED BY SIZE
182000            WS-AH-USED-COUNTER DELIMITED BY SIZE
182100            "  ON BOTH: " DELIMITED BY SIZE
182200            WS-HIST-DUP-COUNTER DELIMITED BY SIZE
182300         INTO CLOSE-REPORT-LINE
182400     END-STRING
182500     WRITE CLOSE-REPORT-LINE
182600     MOVE SPACES TO CLOSE-REPORT-LINE
182700     STRING "ADJUSTMENTS FOR THE YEAR: " DELIMITED BY SIZE
182800            WS-ADJ-YEAR-COUNTER DELIMITED BY SIZE
182900            "  APPLIED: " DELIMITED BY SIZE
183000            WS-ADJ-USED-COUNTER DELIMITED BY SIZE
183100         INTO CLOSE-REPORT-LINE
183200     END-STRING
183300     WRITE CLOSE-REPORT-LINE
183400     MOVE SPACES TO CLOSE-REPORT-LINE
183500     STRING "EMPLOYEES AUDITED: " DELIMITED BY SIZE
183600            WS-EMP-AUDIT-COUNTER DELIMITED BY SIZE
183700            "  YTD RECORDS: " DELIMITED BY SIZE
183800            WS-YTD-COUNTER DELIMITED BY SIZE
183900            "  WITH DISCREPANCIES: " DELIMITED BY SIZE
184000            WS-DISCREP-EMP-COUNTER DELIMITED BY SIZE
184100         INTO CLOSE-REPORT-LINE
184200     END-STRING
184300     WRITE CLOSE-REPORT-LINE
184400     MOVE SPACES TO CLOSE-REPORT-LINE
184500     STRING "DISCREPANCIES: " DELIMITED BY SIZE
184600            WS-DISCREP-COUNTER DELIMITED BY SIZE
184700            "  FOOTING ERRORS: " DELIMITED BY SIZE
184800            WS-FOOT-COUNTER DELIMITED BY SIZE
184900            "  BUCKET OVERFLOWS: " DELIMITED BY SIZE
185000            WS-OVERFLOW-COUNTER DELIMITED BY SIZE
185100         INTO CLOSE-REPORT-LINE
185200     END-STRING
185300     WRITE CLOSE-REPORT-LINE.
185400 8100-EXIT.
185500     EXIT.

185600 8200-PRINT-CLOSE-SUMMARY.
185700     MOVE SPACES TO CLOSE-REPORT-LINE
185800     STRING "NEW YTDMAST.DAT STARTED - EMPLOYEES CARRIED: "
185900            DELIMITED BY SIZE
186000            WS-CARRIED-COUNTER DELIMITED BY SIZE
186100            "  TERMINATED, NOT CARRIED: " DELIMITED BY SIZE
186200            WS-DROPPED-COUNTER DELIMITED BY SIZE
186300         INTO CLOSE-REPORT-LINE
186400     END-STRING
186500     WRITE CLOSE-REPORT-LINE
186600     MOVE SPACES TO CLOSE-REPORT-LINE
186700     STRING "OPEN ARREARS CARRIED: " DELIMITED BY SIZE
186800            WS-ARREARS-COUNTER DELIMITED BY SIZE
186900            "  BALANCE: " DELIMITED BY SIZE
187000            WS-ARREARS-TOTAL DELIMITED BY SIZE
187100            "  WITHOUT AN EMPLOYEE: " DELIMITED BY SIZE
187200            WS-ARREARS-ORPHANS DELIMITED BY SIZE
187300         INTO CLOSE-REPORT-LINE
187400     END-STRING
187500     WRITE CLOSE-REPORT-LINE.
187600 8200-EXIT.
187700     EXIT.

187800 9000-TERMINATE.
187900     IF CAL-OPEN
188000         CLOSE PAY-CALENDAR-FILE
188100     END-IF
188200     IF YTD-OPEN
188300         CLOSE YTD-MASTER-FILE
188400     END-IF
188500     IF HIST-OPEN
188600         CLOSE PAY-HISTORY-FILE
188700     END-IF
188800     IF ARCH-OPEN
188900         CLOSE ARCHIVE-HISTORY-FILE
189000     END-IF
189100     CLOSE CLOSE-REPORT.
189200 9000-EXIT.
189300     EXIT.
