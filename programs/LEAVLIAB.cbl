000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCRUED-LEAVE-LIABILITY.
000300 AUTHOR. R-HARTLEY.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/14/2026 RH  ORIGINAL PROGRAM.  PERIOD-END ACCRUED-LEAVE
001100*                LIABILITY FOR THE BOOKS.  MATCHES THE LEAVE
001200*                BANK (LEAVEBAL.DAT) AGAINST THE EMPLOYEE
001300*                MASTER, VALUES EVERY VACATION AND SICK BALANCE
001400*                AT THE EMPLOYEE'S CURRENT EMP-RATE, AND PRINTS
001500*                THE HOURS AND DOLLARS BY DEPARTMENT WITH
001600*                COMPANY TOTALS ON LEAVELIB.REP.  RUN IT AFTER
001700*                THE PERIOD'S PAYROLL, ONCE LEAVEBAL.NEW HAS
001800*                BEEN PROMOTED TO LEAVEBAL.DAT.  A BALANCE WITH
001900*                NO EMPLOYEE MASTER IS LISTED AND LEFT OUT OF
002000*                THE TOTALS SO IT CAN BE CLEANED UP.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT PERIOD-PARM-FILE ASSIGN TO 'PERIOD.PARM'
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-PARM-FILE-STATUS.
002800     SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000     SELECT LEAVE-FILE ASSIGN TO 'LEAVEBAL.DAT'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-LEAVE-FILE-STATUS.
003300     SELECT LIABILITY-REPORT ASSIGN TO 'LEAVELIB.REP'
003400         ORGANIZATION IS LINE SEQUENTIAL.

003600 DATA DIVISION.
003700 FILE SECTION.

003900 FD  PERIOD-PARM-FILE.
004000 01  PERIOD-PARM-RECORD.
004100     05  PARM-PAY-PERIOD      PIC X(10).
004200     05  PARM-PAY-FREQUENCY   PIC X(01).

004400 FD  EMPLOYEE-FILE.
004500     COPY EMPREC.

004700 FD  LEAVE-FILE.
004800     COPY LEAVEBAL.

005000 FD  LIABILITY-REPORT.
005100 01  LIABILITY-LINE         PIC X(132).

005300 WORKING-STORAGE SECTION.
005400 01  WS-SWITCHES.
005500     05  WS-EMP-EOF-SW      PIC X(01) VALUE 'N'.
005600         88  EMP-EOF               VALUE 'Y'.
005700         88  EMP-NOT-EOF           VALUE 'N'.
005800     05  WS-LEAVE-EOF-SW    PIC X(01) VALUE 'N'.
005900         88  LEAVE-EOF             VALUE 'Y'.
006000         88  LEAVE-NOT-EOF         VALUE 'N'.
006100     05  WS-DEPT-FOUND-SW   PIC X(01) VALUE 'N'.
006200         88  DEPT-FOUND            VALUE 'Y'.
006300         88  DEPT-NOT-FOUND        VALUE 'N'.
006400     05  WS-DEPT-FULL-SW    PIC X(01) VALUE 'N'.
006500         88  DEPT-TABLE-FULL       VALUE 'Y'.
006600         88  DEPT-TABLE-NOT-FULL   VALUE 'N'.

006800 01  WS-FILE-STATUS-AREA.
006900     05  WS-PARM-FILE-STATUS  PIC X(02).
007000     05  WS-LEAVE-FILE-STATUS PIC X(02).

007200 01  WS-COUNTERS.
007300     05  WS-LEAVE-COUNTER   PIC 9(06) VALUE ZERO.
007400     05  WS-ORPHAN-COUNTER  PIC 9(04) VALUE ZERO.

007600 01  WS-WORK-AREA.
007700     05  WS-AS-OF-PERIOD    PIC X(10) VALUE SPACES.
007800     05  WS-LEAVE-VALUE     PIC 9(08)V99 VALUE ZERO.

008000 01  WS-DEPT-WORK-AREA.
008100     05  WS-DEPT-COUNT      PIC 9(02) VALUE ZERO.
008200     05  WS-DEPT-SUB        PIC 9(02) VALUE ZERO.
008300     05  WS-DEPT-MAX        PIC 9(02) VALUE 20.
008400     05  WS-DEPT-TABLE OCCURS 20 TIMES.
008500         10  DEPT-CODE      PIC X(04).
008600         10  DEPT-VAC-HOURS PIC 9(07)V99 VALUE ZERO.
008700         10  DEPT-VAC-VALUE PIC 9(08)V99 VALUE ZERO.
008800         10  DEPT-SICK-HOURS PIC 9(07)V99 VALUE ZERO.
008900         10  DEPT-SICK-VALUE PIC 9(08)V99 VALUE ZERO.
009000     05  WS-OVFL-VAC-HOURS  PIC 9(07)V99 VALUE ZERO.
009100     05  WS-OVFL-VAC-VALUE  PIC 9(08)V99 VALUE ZERO.
009200     05  WS-OVFL-SICK-HOURS PIC 9(07)V99 VALUE ZERO.
009300     05  WS-OVFL-SICK-VALUE PIC 9(08)V99 VALUE ZERO.

009500 01  WS-GRAND-TOTALS.
009600     05  WS-TOT-VAC-HOURS   PIC 9(07)V99 VALUE ZERO.
009700     05  WS-TOT-VAC-VALUE   PIC 9(08)V99 VALUE ZERO.
009800     05  WS-TOT-SICK-HOURS  PIC 9(07)V99 VALUE ZERO.
009900     05  WS-TOT-SICK-VALUE  PIC 9(08)V99 VALUE ZERO.
010000     05  WS-TOT-VALUE       PIC 9(09)V99 VALUE ZERO.

010200 01  WS-LINE-BUFFER.
010300     05  WS-OUT-DEPT        PIC X(12).
010400     05  WS-OUT-VAC-HOURS   PIC 9(07)V99.
010500     05  WS-OUT-VAC-VALUE   PIC 9(08)V99.
010600     05  WS-OUT-SICK-HOURS  PIC 9(07)V99.
010700     05  WS-OUT-SICK-VALUE  PIC 9(08)V99.
010800     05  WS-OUT-TOTAL       PIC 9(09)V99.
010900     05  WS-OUT-EMP-ID      PIC 9(05).
011000     05  WS-OUT-TYPE        PIC X(01).
011100     05  WS-OUT-BALANCE     PIC 9(04)V99.
011200     05  WS-OUT-COUNT       PIC 9(06).

011400 PROCEDURE DIVISION.
011500*----------------------------------------------------------------
011600* 0000-MAINLINE - VALUE EACH LEAVE BALANCE AGAINST ITS EMPLOYEE,
011700* THEN PRINT THE DEPARTMENT LIABILITY AND THE COMPANY TOTALS.
011800* LEAVEBAL.DAT AND EMPLOYEE.DAT BOTH ASCEND ON EMPLOYEE ID, SO
011900* THE MASTER IS SCANNED FORWARD ONCE, THE WAY EVERY MERGE IN THIS
012000* SYSTEM WORKS.
012100*----------------------------------------------------------------
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012400     PERFORM 2000-PROCESS-BALANCE THRU 2000-EXIT
012500         UNTIL LEAVE-EOF.
012600     PERFORM 8000-PRINT-LIABILITY THRU 8000-EXIT.
012700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012800     STOP RUN.

013000*----------------------------------------------------------------
013100* 1000-INITIALIZE - PICK UP THE PERIOD FOR THE HEADING, OPEN THE
013200* FILES, AND PRIME THE READS.  A MISSING PERIOD.PARM ONLY LEAVES
013300* THE HEADING UNDATED; A MISSING LEAVEBAL.DAT PRODUCES A REPORT
013400* OF ZEROS RATHER THAN AN ABEND.
013500*----------------------------------------------------------------
013600 1000-INITIALIZE.
013700     OPEN INPUT PERIOD-PARM-FILE
013800     IF WS-PARM-FILE-STATUS NOT = '35'
013900         READ PERIOD-PARM-FILE
014000             NOT AT END
014100                 MOVE PARM-PAY-PERIOD TO WS-AS-OF-PERIOD
014200         END-READ
014300         CLOSE PERIOD-PARM-FILE
014400     END-IF
014500     OPEN OUTPUT LIABILITY-REPORT
014600     MOVE SPACES TO LIABILITY-LINE
014700     STRING "ACCRUED LEAVE LIABILITY BY DEPARTMENT - PERIOD "
014800            DELIMITED BY SIZE
014900            WS-AS-OF-PERIOD DELIMITED BY SIZE
015000         INTO LIABILITY-LINE
015100     END-STRING
015200     WRITE LIABILITY-LINE
015300     OPEN INPUT EMPLOYEE-FILE
015400     OPEN INPUT LEAVE-FILE
015500     PERFORM 1100-READ-EMPLOYEE THRU 1100-EXIT
015600     PERFORM 1200-READ-LEAVE THRU 1200-EXIT.
015700 1000-EXIT.
015800     EXIT.

016000 1100-READ-EMPLOYEE.
016100     READ EMPLOYEE-FILE
016200         AT END
016300             SET EMP-EOF TO TRUE
016400     END-READ.
016500 1100-EXIT.
016600     EXIT.

016800 1200-READ-LEAVE.
016900     IF WS-LEAVE-FILE-STATUS = '35'
017000         SET LEAVE-EOF TO TRUE
017100         GO TO 1200-EXIT
017200     END-IF
017300     READ LEAVE-FILE
017400         AT END
017500             SET LEAVE-EOF TO TRUE
017600     END-READ.
017700 1200-EXIT.
017800     EXIT.

018000*----------------------------------------------------------------
018100* 2000-PROCESS-BALANCE - FIND THE BALANCE'S EMPLOYEE, VALUE THE
018200* HOURS AT EMP-RATE, AND ROLL HOURS AND DOLLARS INTO THE
018300* EMPLOYEE'S DEPARTMENT.  A BALANCE WITH NO MASTER IS LISTED
018400* AND SKIPPED.
018500*----------------------------------------------------------------
018600 2000-PROCESS-BALANCE.
018700     ADD 1 TO WS-LEAVE-COUNTER
018800     PERFORM 1100-READ-EMPLOYEE THRU 1100-EXIT
018900         UNTIL EMP-EOF OR EMP-ID NOT LESS THAN LV-EMP-ID
019000     IF EMP-EOF OR EMP-ID NOT = LV-EMP-ID
019100         PERFORM 2200-REPORT-ORPHAN THRU 2200-EXIT
019200         GO TO 2000-READ-NEXT
019300     END-IF
019400     MULTIPLY LV-BALANCE BY EMP-RATE
019500         GIVING WS-LEAVE-VALUE ROUNDED
019600     PERFORM 2100-FIND-DEPT THRU 2100-EXIT
019700     IF DEPT-TABLE-FULL
019800         IF LV-TYPE-VACATION
019900             ADD LV-BALANCE     TO WS-OVFL-VAC-HOURS
020000             ADD WS-LEAVE-VALUE TO WS-OVFL-VAC-VALUE
020100         ELSE
020200             ADD LV-BALANCE     TO WS-OVFL-SICK-HOURS
020300             ADD WS-LEAVE-VALUE TO WS-OVFL-SICK-VALUE
020400         END-IF
020500     ELSE
020600         IF LV-TYPE-VACATION
020700             ADD LV-BALANCE     TO DEPT-VAC-HOURS (WS-DEPT-SUB)
020800             ADD WS-LEAVE-VALUE TO DEPT-VAC-VALUE (WS-DEPT-SUB)
020900         ELSE
021000             ADD LV-BALANCE     TO DEPT-SICK-HOURS (WS-DEPT-SUB)
021100             ADD WS-LEAVE-VALUE TO DEPT-SICK-VALUE (WS-DEPT-SUB)
021200         END-IF
021300     END-IF
021400     IF LV-TYPE-VACATION
021500         ADD LV-BALANCE     TO WS-TOT-VAC-HOURS
021600         ADD WS-LEAVE-VALUE TO WS-TOT-VAC-VALUE
021700     ELSE
021800         ADD LV-BALANCE     TO WS-TOT-SICK-HOURS
021900         ADD WS-LEAVE-VALUE TO WS-TOT-SICK-VALUE
022000     END-IF.
022100 2000-READ-NEXT.
022200     PERFORM 1200-READ-LEAVE THRU 1200-EXIT.
022300 2000-EXIT.
022400     EXIT.

022600*----------------------------------------------------------------
022700* 2100-FIND-DEPT - FIND (OR ADD) THE EMPLOYEE'S DEPARTMENT IN
022800* WS-DEPT-TABLE.  ONCE THE 20-ENTRY TABLE IS FULL, A DEPARTMENT
022900* NOT YET SEEN ROLLS INTO THE UNCLASSIFIED OVERFLOW, THE SAME
023000* WAY PAYROLL-CALCULATOR'S DEPARTMENT SUBTOTALS OVERFLOW.
023100*----------------------------------------------------------------
023200 2100-FIND-DEPT.
023300     SET DEPT-NOT-FOUND TO TRUE
023400     SET DEPT-TABLE-NOT-FULL TO TRUE
023500     MOVE ZERO TO WS-DEPT-SUB
023600     PERFORM 2110-CHECK-ONE-DEPT THRU 2110-EXIT
023700         UNTIL DEPT-FOUND OR WS-DEPT-SUB = WS-DEPT-COUNT
023800     IF DEPT-NOT-FOUND
023900         IF WS-DEPT-COUNT < WS-DEPT-MAX
024000             ADD 1 TO WS-DEPT-COUNT
024100             MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
024200             MOVE EMP-DEPT-CODE TO DEPT-CODE (WS-DEPT-SUB)
024300         ELSE
024400             SET DEPT-TABLE-FULL TO TRUE
024500         END-IF
024600     END-IF.
024700 2100-EXIT.
024800     EXIT.

025000 2110-CHECK-ONE-DEPT.
025100     ADD 1 TO WS-DEPT-SUB
025200     IF DEPT-CODE (WS-DEPT-SUB) = EMP-DEPT-CODE
025300         SET DEPT-FOUND TO TRUE
025400     END-IF.
025500 2110-EXIT.
025600     EXIT.

025800 2200-REPORT-ORPHAN.
025900     ADD 1 TO WS-ORPHAN-COUNTER
026000     MOVE LV-EMP-ID     TO WS-OUT-EMP-ID
026100     MOVE LV-LEAVE-TYPE TO WS-OUT-TYPE
026200     MOVE LV-BALANCE    TO WS-OUT-BALANCE
026300     MOVE SPACES TO LIABILITY-LINE
026400     STRING "NO EMPLOYEE MASTER - ID: " DELIMITED BY SIZE
026500            WS-OUT-EMP-ID DELIMITED BY SIZE
026600            "  TYPE: " DELIMITED BY SIZE
026700            WS-OUT-TYPE DELIMITED BY SIZE
026800            "  BALANCE: " DELIMITED BY SIZE
026900            WS-OUT-BALANCE DELIMITED BY SIZE
027000            "  (NOT IN TOTALS)" DELIMITED BY SIZE
027100         INTO LIABILITY-LINE
027200     END-STRING
027300     WRITE LIABILITY-LINE.
027400 2200-EXIT.
027500     EXIT.

027700*----------------------------------------------------------------
027800* 8000-PRINT-LIABILITY - ONE LINE PER DEPARTMENT (AND THE
027900* OVERFLOW, IF USED), THEN THE COMPANY TOTALS THAT GO TO THE
028000* ACCRUED-LEAVE LIABILITY ACCOUNT.
028100*----------------------------------------------------------------
028200 8000-PRINT-LIABILITY.
028300     MOVE SPACES TO LIABILITY-LINE
028400     STRING "DEPT          VACATION HOURS / DOLLARS"
028450            DELIMITED BY SIZE
028500            "     SICK HOURS / DOLLARS" DELIMITED BY SIZE
028600            "          TOTAL DOLLARS" DELIMITED BY SIZE
028700         INTO LIABILITY-LINE
028800     END-STRING
028900     WRITE LIABILITY-LINE
029000     PERFORM 8100-PRINT-ONE-DEPT THRU 8100-EXIT
029100         VARYING WS-DEPT-SUB FROM 1 BY 1
029200         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
029300     IF WS-OVFL-VAC-HOURS > ZERO OR WS-OVFL-SICK-HOURS > ZERO
029400         MOVE "UNCLASSIFIED"     TO WS-OUT-DEPT
029500         MOVE WS-OVFL-VAC-HOURS  TO WS-OUT-VAC-HOURS
029600         MOVE WS-OVFL-VAC-VALUE  TO WS-OUT-VAC-VALUE
029700         MOVE WS-OVFL-SICK-HOURS TO WS-OUT-SICK-HOURS
029800         MOVE WS-OVFL-SICK-VALUE TO WS-OUT-SICK-VALUE
029900         ADD WS-OVFL-VAC-VALUE WS-OVFL-SICK-VALUE
030000             GIVING WS-OUT-TOTAL
030100         PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
030200     END-IF
030300     MOVE "COMPANY"          TO WS-OUT-DEPT
030400     MOVE WS-TOT-VAC-HOURS   TO WS-OUT-VAC-HOURS
030500     MOVE WS-TOT-VAC-VALUE   TO WS-OUT-VAC-VALUE
030600     MOVE WS-TOT-SICK-HOURS  TO WS-OUT-SICK-HOURS
030700     MOVE WS-TOT-SICK-VALUE  TO WS-OUT-SICK-VALUE
030800     ADD WS-TOT-VAC-VALUE WS-TOT-SICK-VALUE GIVING WS-TOT-VALUE
030900     MOVE WS-TOT-VALUE       TO WS-OUT-TOTAL
031000     PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
031100     MOVE WS-LEAVE-COUNTER TO WS-OUT-COUNT
031200     MOVE SPACES TO LIABILITY-LINE
031300     STRING "BALANCES READ: " DELIMITED BY SIZE
031400            WS-OUT-COUNT DELIMITED BY SIZE
031500            "  WITHOUT MASTER: " DELIMITED BY SIZE
031600            WS-ORPHAN-COUNTER DELIMITED BY SIZE
031700         INTO LIABILITY-LINE
031800     END-STRING
031900     WRITE LIABILITY-LINE.
032000 8000-EXIT.
032100     EXIT.

032300 8100-PRINT-ONE-DEPT.
032400     MOVE DEPT-CODE (WS-DEPT-SUB)       TO WS-OUT-DEPT
032500     MOVE DEPT-VAC-HOURS (WS-DEPT-SUB)  TO WS-OUT-VAC-HOURS
032600     MOVE DEPT-VAC-VALUE (WS-DEPT-SUB)  TO WS-OUT-VAC-VALUE
032700     MOVE DEPT-SICK-HOURS (WS-DEPT-SUB) TO WS-OUT-SICK-HOURS
032800     MOVE DEPT-SICK-VALUE (WS-DEPT-SUB) TO WS-OUT-SICK-VALUE
032900     ADD DEPT-VAC-VALUE (WS-DEPT-SUB)
032950         DEPT-SICK-VALUE (WS-DEPT-SUB) GIVING WS-OUT-TOTAL
033100     PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT.
033200 8100-EXIT.
033300     EXIT.

033500 8200-WRITE-AMOUNT-LINE.
033600     MOVE SPACES TO LIABILITY-LINE
033700     STRING WS-OUT-DEPT DELIMITED BY SIZE
033800            "  " DELIMITED BY SIZE
033900            WS-OUT-VAC-HOURS DELIMITED BY SIZE
034000            " / " DELIMITED BY SIZE
034100            WS-OUT-VAC-VALUE DELIMITED BY SIZE
034200            "  " DELIMITED BY SIZE
034300            WS-OUT-SICK-HOURS DELIMITED BY SIZE
034400            " / " DELIMITED BY SIZE
034500            WS-OUT-SICK-VALUE DELIMITED BY SIZE
034600            "  " DELIMITED BY SIZE
034700            WS-OUT-TOTAL DELIMITED BY SIZE
034800         INTO LIABILITY-LINE
034900     END-STRING
035000     WRITE LIABILITY-LINE.
035100 8200-EXIT.
035200     EXIT.

035400*----------------------------------------------------------------
035500* 9000-TERMINATE - CLOSE ALL FILES.
035600*----------------------------------------------------------------
035700 9000-TERMINATE.
035800     CLOSE EMPLOYEE-FILE
035900     IF WS-LEAVE-FILE-STATUS NOT = '35'
036000         CLOSE LEAVE-FILE
036100     END-IF
036200     CLOSE LIABILITY-REPORT.
036300 9000-EXIT.
036400     EXIT.
