000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHECK-RECONCILIATION.
000300 AUTHOR. R-HARTLEY.
000400 INSTALLATION. CORPORATE-DATA-CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RH  ORIGINAL PROGRAM.  MATCHES THE BANK'S PAID-ITEMS
001100*                FILE (PAIDITEM.DAT) AGAINST THE CHECK REGISTER
001200*                AND WRITES THE UPDATED REGISTER TO CHECKREG.NEW
001300*                WITH EVERY PAID CHECK MARKED CLEARED.  AMOUNT
001400*                MISMATCHES, PAID CHECKS NOT ON THE REGISTER, AND
001500*                DUPLICATE PRESENTMENTS GO ON CKRECON.REP.  THE
001600*                CHECKS STILL OUTSTANDING ARE LISTED BY AGE FROM
001700*                THE ISSUE DATE ON CKOUTST.REP.  A STALE-DATED
001800*                PAYROLL CHECK IS WRITTEN AS A VOID IN THE
001900*                ADJTRAN LAYOUT TO STALEVD.DAT FOR THE NEXT
002000*                PAYROLL'S ADJUSTMENT PHASE, AND A CHECK PAST THE
002100*                DORMANCY PERIOD GOES ON ESCHEAT.REP FOR THE
002200*                UNCLAIMED-PROPERTY FILING.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT RECON-PARM-FILE ASSIGN TO 'RECON.PARM'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-PARM-FILE-STATUS.
003000     SELECT PAID-ITEM-FILE ASSIGN TO 'PAIDITEM.DAT'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PAID-FILE-STATUS.
003300     SELECT OLD-REGISTER-FILE ASSIGN TO 'CHECKREG.DAT'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-REG-FILE-STATUS.
003600     SELECT NEW-REGISTER-FILE ASSIGN TO 'CHECKREG.NEW'
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PH-KEY
004200         FILE STATUS IS WS-HIST-FILE-STATUS.
004300     SELECT STALE-VOID-FILE ASSIGN TO 'STALEVD.DAT'
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT RECON-REPORT ASSIGN TO 'CKRECON.REP'
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OUTSTANDING-REPORT ASSIGN TO 'CKOUTST.REP'
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT ESCHEAT-REPORT ASSIGN TO 'ESCHEAT.REP'
005000         ORGANIZATION IS LINE SEQUENTIAL.

005100 DATA DIVISION.
005200 FILE SECTION.

005300*----------------------------------------------------------------
005400* RECON.PARM IS OPTIONAL.  A BLANK AS-OF DATE MEANS TODAY; A
005500* BLANK OR ZERO DAY COUNT TAKES THE DEFAULT IN WS-CONSTANTS.
005600*----------------------------------------------------------------
005700 FD  RECON-PARM-FILE.
005800 01  RECON-PARM-RECORD.
005900     05  RP-AS-OF-DATE        PIC X(10).
006000     05  RP-STALE-DAYS        PIC 9(03).
006100     05  RP-DORMANT-DAYS      PIC 9(04).

006200*----------------------------------------------------------------
006300* THE BANK'S PAID ITEMS, ASCENDING ON CHECK NUMBER.  THE SAME
006400* CHECK NUMBER MORE THAN ONCE IS A DUPLICATE PRESENTMENT.
006500*----------------------------------------------------------------
006600 FD  PAID-ITEM-FILE.
006700 01  PAID-ITEM-RECORD.
006800     05  PI-CHECK-NBR         PIC 9(08).
006900     05  PI-AMOUNT            PIC 9(06)V99.
007000     05  PI-PAID-DATE         PIC X(10).

007100 FD  OLD-REGISTER-FILE.
007200     COPY CHECKREG.

007300 FD  NEW-REGISTER-FILE.
007400     COPY CHECKREG
007500         REPLACING ==CHECK-REGISTER-RECORD==
007600                   BY ==NEW-REGISTER-RECORD==
007700                   LEADING ==CKR== BY ==NCKR==.

007800 FD  PAY-HISTORY-FILE.
007900     COPY PAYHIST.

008000 FD  STALE-VOID-FILE.
008100     COPY ADJTRAN.

008200 FD  RECON-REPORT.
008300 01  RECON-LINE             PIC X(132).

008400 FD  OUTSTANDING-REPORT.
008500 01  OUTSTANDING-LINE       PIC X(132).

008600 FD  ESCHEAT-REPORT.
008700 01  ESCHEAT-LINE           PIC X(132).

008800 WORKING-STORAGE SECTION.
008900 01  WS-SWITCHES.
009000     05  WS-REG-EOF-SW      PIC X(01) VALUE 'N'.
009100         88  REG-EOF               VALUE 'Y'.
009200         88  REG-NOT-EOF           VALUE 'N'.
009300     05  WS-PAID-EOF-SW     PIC X(01) VALUE 'N'.
009400         88  PAID-EOF              VALUE 'Y'.
009500         88  PAID-NOT-EOF          VALUE 'N'.
009600     05  WS-REG-SEQ-SW      PIC X(01) VALUE 'N'.
009700         88  REG-IN-SEQUENCE       VALUE 'Y'.
009800         88  REG-OUT-OF-SEQUENCE   VALUE 'N'.
009900     05  WS-PAID-SEQ-SW     PIC X(01) VALUE 'N'.
010000         88  PAID-IN-SEQUENCE      VALUE 'Y'.
010100         88  PAID-OUT-OF-SEQUENCE  VALUE 'N'.
010200     05  WS-HIST-SW         PIC X(01) VALUE 'Y'.
010300         88  HIST-AVAILABLE        VALUE 'Y'.
010400         88  HIST-NOT-AVAILABLE    VALUE 'N'.
010500     05  WS-STALE-SW        PIC X(01) VALUE 'H'.
010600         88  STALE-VOIDED          VALUE 'V'.
010700         88  STALE-BY-HAND         VALUE 'H'.
010800         88  STALE-NEXT-RUN        VALUE 'N'.
010900     05  WS-VD-FOUND-SW     PIC X(01) VALUE 'N'.
011000         88  VD-EMP-FOUND          VALUE 'Y'.
011100         88  VD-EMP-NOT-FOUND      VALUE 'N'.
011200     05  WS-DN-VALID-SW     PIC X(01) VALUE 'Y'.
011300         88  DN-DATES-VALID        VALUE 'Y'.
011400         88  DN-DATE-INVALID       VALUE 'N'.

011500 01  WS-FILE-STATUS-AREA.
011600     05  WS-PARM-FILE-STATUS  PIC X(02).
011700     05  WS-PAID-FILE-STATUS  PIC X(02).
011800     05  WS-REG-FILE-STATUS   PIC X(02).
011900     05  WS-HIST-FILE-STATUS  PIC X(02).

012000 01  WS-CONSTANTS.
012100     05  WS-DEFAULT-STALE-DAYS   PIC 9(03) VALUE 180.
012200     05  WS-DEFAULT-DORMANT-DAYS PIC 9(04) VALUE 365.
012300     05  WS-MAX-VOIDS            PIC 9(03) VALUE 200.

012400 01  WS-COUNTERS.
012500     05  WS-REG-COUNTER       PIC 9(06) VALUE ZERO.
012600     05  WS-PAID-COUNTER      PIC 9(06) VALUE ZERO.
012700     05  WS-CLEARED-COUNTER   PIC 9(06) VALUE ZERO.
012800     05  WS-MISMATCH-COUNTER  PIC 9(04) VALUE ZERO.
012900     05  WS-NOT-ON-REG-COUNTER PIC 9(04) VALUE ZERO.
013000     05  WS-DUPLICATE-COUNTER PIC 9(04) VALUE ZERO.
013100     05  WS-VOID-PAID-COUNTER PIC 9(04) VALUE ZERO.
013200     05  WS-SEQ-ERROR-COUNTER PIC 9(04) VALUE ZERO.
013300     05  WS-UNDATED-COUNTER   PIC 9(04) VALUE ZERO.
013400     05  WS-STALE-VOID-COUNTER PIC 9(04) VALUE ZERO.
013500     05  WS-STALE-HAND-COUNTER PIC 9(04) VALUE ZERO.
013600     05  WS-STALE-HELD-COUNTER PIC 9(04) VALUE ZERO.
013700     05  WS-ESCHEAT-COUNTER   PIC 9(04) VALUE ZERO.

013800 01  WS-RECON-WORK-AREA.
013900     05  WS-RUN-DATE        PIC 9(08) VALUE ZERO.
014000     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
014100         10  WS-RUN-YYYY    PIC X(04).
014200         10  WS-RUN-MM      PIC X(02).
014300         10  WS-RUN-DD      PIC X(02).
014400     05  WS-AS-OF-DATE      PIC X(10) VALUE SPACES.
014500     05  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
014600         10  WS-AS-OF-YEAR  PIC X(04).
014700         10  FILLER         PIC X(06).
014800     05  WS-AS-OF-DAY-NUMBER PIC 9(07) VALUE ZERO.
014900     05  WS-STALE-DAYS      PIC 9(03) VALUE ZERO.
015000     05  WS-DORMANT-DAYS    PIC 9(04) VALUE ZERO.
015100     05  WS-CHECK-AGE       PIC 9(05) VALUE ZERO.
015200     05  WS-LAST-REG-KEY    PIC 9(08) VALUE ZERO.
015300     05  WS-LAST-PAID-KEY   PIC 9(08) VALUE ZERO.
015400     05  WS-PERIOD-WORK     PIC X(10) VALUE SPACES.
015500     05  WS-PERIOD-PARTS REDEFINES WS-PERIOD-WORK.
015600         10  WS-PERIOD-YEAR PIC X(04).
015700         10  FILLER         PIC X(06).
015800     05  WS-STALE-REASON    PIC X(32) VALUE SPACES.
015900     05  WS-CHECK-NOTE      PIC X(24) VALUE SPACES.
016000     05  WS-ESCHEAT-STATUS  PIC X(11) VALUE SPACES.

016100*----------------------------------------------------------------
016200* DAY-NUMBER WORK AREA FOR 8500-COMPUTE-DAY-NUMBER.
016300*----------------------------------------------------------------
016400 01  WS-DAY-NUMBER-AREA.
016500     05  WS-DN-DATE         PIC X(10) VALUE SPACES.
016600     05  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
016700         10  WS-DN-YEAR     PIC 9(04).
016800         10  FILLER         PIC X(01).
016900         10  WS-DN-MONTH    PIC 9(02).
017000         10  FILLER         PIC X(01).
017100         10  WS-DN-DAY      PIC 9(02).
017200     05  WS-DN-CALC-YEAR    PIC 9(04) VALUE ZERO.
017300     05  WS-DN-CALC-MONTH   PIC 9(02) VALUE ZERO.
017400     05  WS-DN-WORK         PIC 9(07) VALUE ZERO.
017500     05  WS-DAY-NUMBER      PIC 9(07) VALUE ZERO.

017600*----------------------------------------------------------------
017700* AGING BUCKETS FOR THE OUTSTANDING LIST.  A CHECK FALLS IN THE
017800* FIRST BUCKET WHOSE LIMIT ITS AGE IN DAYS DOES NOT EXCEED.
017900*----------------------------------------------------------------
018000 01  WS-AGING-AREA.
018100     05  WS-AGE-SUB         PIC 9(01) VALUE ZERO.
018200     05  WS-AGE-LIMIT-VALUES.
018300         10  FILLER         PIC 9(05) VALUE 30.
018400         10  FILLER         PIC 9(05) VALUE 60.
018500         10  FILLER         PIC 9(05) VALUE 90.
018600         10  FILLER         PIC 9(05) VALUE 180.
018700         10  FILLER         PIC 9(05) VALUE 99999.
018800     05  WS-AGE-LIMITS REDEFINES WS-AGE-LIMIT-VALUES.
018900         10  WS-AGE-LIMIT   PIC 9(05) OCCURS 5 TIMES.
019000     05  WS-AGE-LABEL-VALUES.
019100         10  FILLER         PIC X(12) VALUE '0-30 DAYS   '.
019200         10  FILLER         PIC X(12) VALUE '31-60 DAYS  '.
019300         10  FILLER         PIC X(12) VALUE '61-90 DAYS  '.
019400         10  FILLER         PIC X(12) VALUE '91-180 DAYS '.
019500         10  FILLER         PIC X(12) VALUE 'OVER 180    '.
019600     05  WS-AGE-LABELS REDEFINES WS-AGE-LABEL-VALUES.
019700         10  WS-AGE-LABEL   PIC X(12) OCCURS 5 TIMES.
019800     05  WS-AGE-BUCKET OCCURS 5 TIMES.
019900         10  AGE-COUNT      PIC 9(05) VALUE ZERO.
020000         10  AGE-AMOUNT     PIC 9(08)V99 VALUE ZERO.

020100 01  WS-GRAND-TOTALS.
020200     05  WS-TOT-OUTST-COUNT   PIC 9(05) VALUE ZERO.
020300     05  WS-TOT-OUTST-AMOUNT  PIC 9(08)V99 VALUE ZERO.
020400     05  WS-TOT-VOID-AMOUNT   PIC 9(08)V99 VALUE ZERO.
020500     05  WS-TOT-ESCHEAT-AMOUNT PIC 9(08)V99 VALUE ZERO.

020600*----------------------------------------------------------------
020700* STALE-DATED PAYROLL CHECKS TO BE VOIDED THIS RUN, ONE PER
020800* EMPLOYEE, WRITTEN TO STALEVD.DAT IN EMPLOYEE ORDER AT THE END.
020900*----------------------------------------------------------------
021000 01  WS-VOID-WORK-AREA.
021100     05  WS-VD-COUNT        PIC 9(03) VALUE ZERO.
021200     05  WS-VD-SUB          PIC 9(03) VALUE ZERO.
021300     05  WS-VD-PICK         PIC 9(03) VALUE ZERO.
021400     05  WS-VD-WRITTEN      PIC 9(03) VALUE ZERO.
021500     05  WS-VD-ENTRY OCCURS 200 TIMES.
021600         10  VD-EMP-ID      PIC 9(05).
021700         10  VD-PAY-PERIOD  PIC X(10).
021800         10  VD-CHECK-NBR   PIC 9(08).
021900         10  VD-DONE-SW     PIC X(01).
022000             88  VD-DONE           VALUE 'Y'.
022100             88  VD-PENDING        VALUE 'N'.

022200 01  WS-LINE-BUFFER.
022300     05  WS-OUT-CHECK-NBR   PIC 9(08).
022400     05  WS-OUT-EMP-ID      PIC 9(05).
022500     05  WS-OUT-AMOUNT      PIC 9(06)V99.
022600     05  WS-OUT-PAID-AMOUNT PIC 9(06)V99.
022700     05  WS-OUT-AGE         PIC 9(05).
022800     05  WS-OUT-COUNT       PIC 9(06).
022900     05  WS-OUT-TOTAL       PIC 9(08)V99.

023000 PROCEDURE DIVISION.
023100*----------------------------------------------------------------
023200* 0000-MAINLINE - MATCH THE BANK'S PAID ITEMS AGAINST THE CHECK
023300* REGISTER.  BOTH ASCEND ON CHECK NUMBER, SO THEY ARE MERGED IN
023400* ONE PASS THE WAY EVERY MERGE IN THIS SYSTEM WORKS.  THE STALE
023500* CHECK VOIDS ARE WRITTEN ONCE THE REGISTER IS FINISHED, THEN
023600* THE TOTALS ARE PRINTED.
023700*----------------------------------------------------------------
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     PERFORM 2000-RECONCILE THRU 2000-EXIT
024100         UNTIL REG-EOF AND PAID-EOF.
024200     PERFORM 7000-WRITE-STALE-VOIDS THRU 7000-EXIT.
024300     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
024400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024500     STOP RUN.

024600*----------------------------------------------------------------
024700* 1000-INITIALIZE - SET THE AS-OF DATE AND THE STALE AND DORMANCY
024800* THRESHOLDS, OPEN THE FILES, PRINT THE HEADINGS, AND PRIME THE
024900* READS.  A MISSING PAIDITEM.DAT OR CHECKREG.DAT IS TREATED AS
025000* EMPTY.  WITHOUT PAYHIST.DAT NO VOID CAN BE BUILT, SO EVERY
025100* STALE CHECK IS LISTED FOR A HAND VOID INSTEAD.
025200*----------------------------------------------------------------
025300 1000-INITIALIZE.
025400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025500     MOVE SPACES TO WS-AS-OF-DATE
025600     STRING WS-RUN-YYYY DELIMITED BY SIZE
025700            "-"         DELIMITED BY SIZE
025800            WS-RUN-MM   DELIMITED BY SIZE
025900            "-"         DELIMITED BY SIZE
026000            WS-RUN-DD   DELIMITED BY SIZE
026100         INTO WS-AS-OF-DATE
026200     END-STRING
026300     MOVE WS-DEFAULT-STALE-DAYS TO WS-STALE-DAYS
026400     MOVE WS-DEFAULT-DORMANT-DAYS TO WS-DORMANT-DAYS
026500     OPEN INPUT RECON-PARM-FILE
026600     IF WS-PARM-FILE-STATUS NOT = '35'
026700         READ RECON-PARM-FILE
026800             NOT AT END
026900                 PERFORM 1050-APPLY-PARM THRU 1050-EXIT
027000         END-READ
027100         CLOSE RECON-PARM-FILE
027200     END-IF
027300     MOVE WS-AS-OF-DATE TO WS-DN-DATE
027400     PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT
027500     MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER
027600     OPEN INPUT OLD-REGISTER-FILE
027700     OPEN INPUT PAID-ITEM-FILE
027800     OPEN INPUT PAY-HISTORY-FILE
027900     IF WS-HIST-FILE-STATUS = '35'
028000         SET HIST-NOT-AVAILABLE TO TRUE
028100     END-IF
028200     OPEN OUTPUT NEW-REGISTER-FILE
028300     OPEN OUTPUT STALE-VOID-FILE
028400     OPEN OUTPUT RECON-REPORT
028500     OPEN OUTPUT OUTSTANDING-REPORT
028600     OPEN OUTPUT ESCHEAT-REPORT
028700     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
028800     PERFORM 1200-READ-REGISTER THRU 1200-EXIT
028900     PERFORM 1300-READ-PAID THRU 1300-EXIT.
029000 1000-EXIT.
029100     EXIT.

029200*----------------------------------------------------------------
029300* 1050-APPLY-PARM - TAKE THE AS-OF DATE ONLY WHEN IT IS A REAL
029400* DATE, AND EACH DAY COUNT ONLY WHEN IT IS NUMERIC AND NOT ZERO.
029500*----------------------------------------------------------------
029600 1050-APPLY-PARM.
029700     IF RP-AS-OF-DATE NOT = SPACES
029800         MOVE RP-AS-OF-DATE TO WS-DN-DATE
029900         PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT
030000         IF DN-DATES-VALID
030100             MOVE RP-AS-OF-DATE TO WS-AS-OF-DATE
030200         END-IF
030300     END-IF
030400     IF RP-STALE-DAYS NUMERIC AND RP-STALE-DAYS > ZERO
030500         MOVE RP-STALE-DAYS TO WS-STALE-DAYS
030600     END-IF
030700     IF RP-DORMANT-DAYS NUMERIC AND RP-DORMANT-DAYS > ZERO
030800         MOVE RP-DORMANT-DAYS TO WS-DORMANT-DAYS
030900     END-IF.
031000 1050-EXIT.
031100     EXIT.

031200 1100-WRITE-HEADINGS.
031300     MOVE SPACES TO RECON-LINE
031400     STRING "PAYROLL CHECK RECONCILIATION AS OF "
031500            DELIMITED BY SIZE
031600            WS-AS-OF-DATE DELIMITED BY SIZE
031700            "  STALE AFTER " DELIMITED BY SIZE
031800            WS-STALE-DAYS DELIMITED BY SIZE
031900            " DAYS  DORMANT AFTER " DELIMITED BY SIZE
032000            WS-DORMANT-DAYS DELIMITED BY SIZE
032100            " DAYS" DELIMITED BY SIZE
032200         INTO RECON-LINE
032300     END-STRING
032400     WRITE RECON-LINE
032500     MOVE SPACES TO OUTSTANDING-LINE
032600     STRING "OUTSTANDING PAYROLL CHECKS AS OF " DELIMITED BY SIZE
032700            WS-AS-OF-DATE DELIMITED BY SIZE
032800         INTO OUTSTANDING-LINE
032900     END-STRING
033000     WRITE OUTSTANDING-LINE
033100     MOVE SPACES TO OUTSTANDING-LINE
033200     STRING "CHECK NO  EMP    NAME" DELIMITED BY SIZE
033300            "                           PERIOD     ISSUED    "
033400            DELIMITED BY SIZE
033500            " AMOUNT    AGE   BUCKET      NOTE" DELIMITED BY SIZE
033600         INTO OUTSTANDING-LINE
033700     END-STRING
033800     WRITE OUTSTANDING-LINE
033900     MOVE SPACES TO ESCHEAT-LINE
034000     STRING "UNCLAIMED PAYROLL CHECKS PAST DORMANCY AS OF "
034100            DELIMITED BY SIZE
034200            WS-AS-OF-DATE DELIMITED BY SIZE
034300         INTO ESCHEAT-LINE
034400     END-STRING
034500     WRITE ESCHEAT-LINE
034600     MOVE SPACES TO ESCHEAT-LINE
034700     STRING "CHECK NO  EMP    NAME" DELIMITED BY SIZE
034800            "                           PERIOD     ISSUED    "
034900            DELIMITED BY SIZE
035000            " AMOUNT    AGE   STATUS" DELIMITED BY SIZE
035100         INTO ESCHEAT-LINE
035200     END-STRING
035300     WRITE ESCHEAT-LINE.
035400 1100-EXIT.
035500     EXIT.

035600*----------------------------------------------------------------
035700* 1200-READ-REGISTER - READ THE NEXT REGISTER RECORD WHOSE CHECK
035800* NUMBER IS ABOVE THE LAST ONE READ.  A RECORD OUT OF SEQUENCE
035900* IS REPORTED AND CARRIED FORWARD UNMATCHED.
036000*----------------------------------------------------------------
036100 1200-READ-REGISTER.
036200     SET REG-OUT-OF-SEQUENCE TO TRUE
036300     PERFORM 1210-READ-ONE-REGISTER THRU 1210-EXIT
036400         UNTIL REG-EOF OR REG-IN-SEQUENCE.
036500 1200-EXIT.
036600     EXIT.

036700 1210-READ-ONE-REGISTER.
036800     IF WS-REG-FILE-STATUS = '35'
036900         SET REG-EOF TO TRUE
037000         GO TO 1210-EXIT
037100     END-IF
037200     READ OLD-REGISTER-FILE
037300         AT END
037400             SET REG-EOF TO TRUE
037500     END-READ
037600     IF REG-EOF
037700         GO TO 1210-EXIT
037800     END-IF
037900     ADD 1 TO WS-REG-COUNTER
038000     IF CKR-CHECK-NBR > WS-LAST-REG-KEY
038100         MOVE CKR-CHECK-NBR TO WS-LAST-REG-KEY
038200         SET REG-IN-SEQUENCE TO TRUE
038300     ELSE
038400         ADD 1 TO WS-SEQ-ERROR-COUNTER
038500         MOVE CKR-CHECK-NBR TO WS-OUT-CHECK-NBR
038600         MOVE SPACES TO RECON-LINE
038700         STRING "REGISTER OUT OF SEQUENCE - CHECK: "
038800                DELIMITED BY SIZE
038900                WS-OUT-CHECK-NBR DELIMITED BY SIZE
039000                "  (CARRIED FORWARD UNMATCHED)" DELIMITED BY SIZE
039100             INTO RECON-LINE
039200         END-STRING
039300         WRITE RECON-LINE
039400         PERFORM 4900-WRITE-NEW-REGISTER THRU 4900-EXIT
039500     END-IF.
039600 1210-EXIT.
039700     EXIT.

039800*----------------------------------------------------------------
039900* 1300-READ-PAID - READ THE NEXT PAID ITEM.  AN EQUAL CHECK
040000* NUMBER IS IN SEQUENCE (IT IS A DUPLICATE PRESENTMENT); A LOWER
040100* ONE IS REPORTED AND NOT APPLIED.
040200*----------------------------------------------------------------
040300 1300-READ-PAID.
040400     SET PAID-OUT-OF-SEQUENCE TO TRUE
040500     PERFORM 1310-READ-ONE-PAID THRU 1310-EXIT
040600         UNTIL PAID-EOF OR PAID-IN-SEQUENCE.
040700 1300-EXIT.
040800     EXIT.

040900 1310-READ-ONE-PAID.
041000     IF WS-PAID-FILE-STATUS = '35'
041100         SET PAID-EOF TO TRUE
041200         GO TO 1310-EXIT
041300     END-IF
041400     READ PAID-ITEM-FILE
041500         AT END
041600             SET PAID-EOF TO TRUE
041700     END-READ
041800     IF PAID-EOF
041900         GO TO 1310-EXIT
042000     END-IF
042100     ADD 1 TO WS-PAID-COUNTER
042200     IF PI-CHECK-NBR NOT < WS-LAST-PAID-KEY
042300         MOVE PI-CHECK-NBR TO WS-LAST-PAID-KEY
042400         SET PAID-IN-SEQUENCE TO TRUE
042500     ELSE
042600         ADD 1 TO WS-SEQ-ERROR-COUNTER
042700         MOVE PI-CHECK-NBR TO WS-OUT-CHECK-NBR
042800         MOVE SPACES TO RECON-LINE
042900         STRING "PAID ITEM OUT OF SEQUENCE - CHECK: "
043000                DELIMITED BY SIZE
043100                WS-OUT-CHECK-NBR DELIMITED BY SIZE
043200                "  (NOT APPLIED)" DELIMITED BY SIZE
043300             INTO RECON-LINE
043400         END-STRING
043500         WRITE RECON-LINE
043600     END-IF.
043700 1310-EXIT.
043800     EXIT.

043900*----------------------------------------------------------------
044000* 2000-RECONCILE - ONE MERGE STEP.  A PAID ITEM BELOW THE
044100* REGISTER KEY WAS NEVER ISSUED FROM THE REGISTER; AN EQUAL ONE
044200* IS APPLIED TO THE CHECK, WHICH STAYS CURRENT SO A SECOND ITEM
044300* FOR IT SHOWS UP AS A DUPLICATE; ONCE THE PAID FILE HAS MOVED
044400* PAST A CHECK THE CHECK IS AGED AND CARRIED FORWARD.
044500*----------------------------------------------------------------
044600 2000-RECONCILE.
044700     EVALUATE TRUE
044800         WHEN PAID-EOF
044900             PERFORM 3000-CARRY-CHECK THRU 3000-EXIT
045000         WHEN REG-EOF
045100             PERFORM 2500-REPORT-NOT-ON-REGISTER THRU 2500-EXIT
045200         WHEN PI-CHECK-NBR < CKR-CHECK-NBR
045300             PERFORM 2500-REPORT-NOT-ON-REGISTER THRU 2500-EXIT
045400         WHEN PI-CHECK-NBR = CKR-CHECK-NBR
045500             PERFORM 2100-APPLY-PAID-ITEM THRU 2100-EXIT
045600         WHEN OTHER
045700             PERFORM 3000-CARRY-CHECK THRU 3000-EXIT
045800     END-EVALUATE.
045900 2000-EXIT.
046000     EXIT.

046100*----------------------------------------------------------------
046200* 2100-APPLY-PAID-ITEM - A CHECK ALREADY CLEARED (BY AN EARLIER
046300* RECONCILIATION OR AN EARLIER ITEM IN THIS FILE) HAS BEEN PAID
046400* TWICE.  OTHERWISE THE CHECK IS MARKED CLEARED WITH THE BANK'S
046500* PAID DATE AND AMOUNT - EVEN WHEN THE AMOUNT DIFFERS, SINCE THE
046600* MONEY HAS LEFT THE ACCOUNT - AND ANY MISMATCH IS REPORTED FOR
046700* TREASURY TO TAKE UP WITH THE BANK.  A CHECK ALREADY VOIDED AS
046800* STALE THAT IS PAID ANYWAY IS REPORTED TOO, SINCE ITS VOID HAS
046900* TO BE REVERSED.
047000*----------------------------------------------------------------
047100 2100-APPLY-PAID-ITEM.
047200     MOVE PI-CHECK-NBR TO WS-OUT-CHECK-NBR
047300     MOVE CKR-EMP-ID   TO WS-OUT-EMP-ID
047400     MOVE CKR-AMOUNT   TO WS-OUT-AMOUNT
047500     MOVE PI-AMOUNT    TO WS-OUT-PAID-AMOUNT
047600     IF CKR-STAT-CLEARED
047700         ADD 1 TO WS-DUPLICATE-COUNTER
047800         MOVE SPACES TO RECON-LINE
047900         STRING "DUPLICATE PRESENTMENT - CHECK: "
048000                DELIMITED BY SIZE
048100                WS-OUT-CHECK-NBR DELIMITED BY SIZE
048200                "  PAID: " DELIMITED BY SIZE
048300                WS-OUT-PAID-AMOUNT DELIMITED BY SIZE
048400                " ON " DELIMITED BY SIZE
048500                PI-PAID-DATE DELIMITED BY SIZE
048600                "  FIRST CLEARED: " DELIMITED BY SIZE
048700                CKR-PAID-DATE DELIMITED BY SIZE
048800             INTO RECON-LINE
048900         END-STRING
049000         WRITE RECON-LINE
049100         GO TO 2100-READ-NEXT
049200     END-IF
049300     IF CKR-STAT-VOIDED
049400         ADD 1 TO WS-VOID-PAID-COUNTER
049500         MOVE SPACES TO RECON-LINE
049600         STRING "VOIDED CHECK PAID - CHECK: " DELIMITED BY SIZE
049700                WS-OUT-CHECK-NBR DELIMITED BY SIZE
049800                "  EMP: " DELIMITED BY SIZE
049900                WS-OUT-EMP-ID DELIMITED BY SIZE
050000                "  PERIOD: " DELIMITED BY SIZE
050100                CKR-PAY-PERIOD DELIMITED BY SIZE
050200                "  (REISSUE THE VOIDED PAYMENT)" DELIMITED BY SIZE
050300             INTO RECON-LINE
050400         END-STRING
050500         WRITE RECON-LINE
050600     END-IF
050700     IF PI-AMOUNT NOT = CKR-AMOUNT
050800         ADD 1 TO WS-MISMATCH-COUNTER
050900         MOVE SPACES TO RECON-LINE
051000         STRING "AMOUNT MISMATCH - CHECK: " DELIMITED BY SIZE
051100                WS-OUT-CHECK-NBR DELIMITED BY SIZE
051200                "  EMP: " DELIMITED BY SIZE
051300                WS-OUT-EMP-ID DELIMITED BY SIZE
051400                "  ISSUED: " DELIMITED BY SIZE
051500                WS-OUT-AMOUNT DELIMITED BY SIZE
051600                "  PAID: " DELIMITED BY SIZE
051700                WS-OUT-PAID-AMOUNT DELIMITED BY SIZE
051800             INTO RECON-LINE
051900         END-STRING
052000         WRITE RECON-LINE
052100     END-IF
052200     SET CKR-STAT-CLEARED TO TRUE
052300     MOVE PI-PAID-DATE TO CKR-PAID-DATE
052400     MOVE PI-AMOUNT    TO CKR-PAID-AMOUNT
052500     ADD 1 TO WS-CLEARED-COUNTER.
052600 2100-READ-NEXT.
052700     PERFORM 1300-READ-PAID THRU 1300-EXIT.
052800 2100-EXIT.
052900     EXIT.

053000 2500-REPORT-NOT-ON-REGISTER.
053100     ADD 1 TO WS-NOT-ON-REG-COUNTER
053200     MOVE PI-CHECK-NBR TO WS-OUT-CHECK-NBR
053300     MOVE PI-AMOUNT    TO WS-OUT-PAID-AMOUNT
053400     MOVE SPACES TO RECON-LINE
053500     STRING "PAID CHECK NOT ON REGISTER - CHECK: "
053600            DELIMITED BY SIZE
053700            WS-OUT-CHECK-NBR DELIMITED BY SIZE
053800            "  PAID: " DELIMITED BY SIZE
053900            WS-OUT-PAID-AMOUNT DELIMITED BY SIZE
054000            " ON " DELIMITED BY SIZE
054100            PI-PAID-DATE DELIMITED BY SIZE
054200         INTO RECON-LINE
054300     END-STRING
054400     WRITE RECON-LINE
054500     PERFORM 1300-READ-PAID THRU 1300-EXIT.
054600 2500-EXIT.
054700     EXIT.

054800*----------------------------------------------------------------
054900* 3000-CARRY-CHECK - THE PAID FILE HAS NOTHING MORE FOR THIS
055000* CHECK.  AGE IT IF IT IS STILL UNPAID, WRITE IT TO THE NEW
055100* REGISTER, AND MOVE ON.
055200*----------------------------------------------------------------
055300 3000-CARRY-CHECK.
055400     IF CKR-STAT-OUTSTANDING OR CKR-STAT-VOIDED
055500         PERFORM 3100-AGE-CHECK THRU 3100-EXIT
055600     END-IF
055700     PERFORM 4900-WRITE-NEW-REGISTER THRU 4900-EXIT
055800     PERFORM 1200-READ-REGISTER THRU 1200-EXIT.
055900 3000-EXIT.
056000     EXIT.

056100*----------------------------------------------------------------
056200* 3100-AGE-CHECK - AGE AN UNPAID CHECK IN DAYS FROM ITS ISSUE
056300* DATE TO THE AS-OF DATE.  AN OUTSTANDING CHECK PAST THE STALE
056400* THRESHOLD IS VOIDED (OR LISTED FOR A HAND VOID) AND EVERY
056500* OUTSTANDING CHECK GOES ON THE OUTSTANDING LIST.  ANY UNPAID
056600* CHECK, VOIDED OR NOT, PAST THE DORMANCY PERIOD GOES ON THE
056700* ESCHEATMENT REPORT.  A CHECK WITH NO USABLE ISSUE DATE CANNOT
056800* BE AGED; IT IS LISTED AS UNDATED FOR SOMEONE TO LOOK UP.
056900*----------------------------------------------------------------
057000 3100-AGE-CHECK.
057100     MOVE CKR-ISSUE-DATE TO WS-DN-DATE
057200     PERFORM 8500-COMPUTE-DAY-NUMBER THRU 8500-EXIT
057300     IF DN-DATE-INVALID
057400         IF CKR-STAT-OUTSTANDING
057500             ADD 1 TO WS-UNDATED-COUNTER
057600             MOVE ZERO TO WS-CHECK-AGE
057700             MOVE "NO ISSUE DATE - NOT AGED" TO WS-CHECK-NOTE
057800             PERFORM 3210-WRITE-OUTSTANDING-LINE THRU 3210-EXIT
057900         END-IF
058000         GO TO 3100-EXIT
058100     END-IF
058200     IF WS-DAY-NUMBER < WS-AS-OF-DAY-NUMBER
058300         SUBTRACT WS-DAY-NUMBER FROM WS-AS-OF-DAY-NUMBER
058400             GIVING WS-CHECK-AGE
058500     ELSE
058600         MOVE ZERO TO WS-CHECK-AGE
058700     END-IF
058800     IF CKR-STAT-OUTSTANDING
058900         MOVE SPACES TO WS-CHECK-NOTE
059000         IF WS-CHECK-AGE > WS-STALE-DAYS
059100             PERFORM 3300-PROCESS-STALE-CHECK THRU 3300-EXIT
059200         END-IF
059300         PERFORM 3200-LIST-OUTSTANDING THRU 3200-EXIT
059400     END-IF
059500     IF WS-CHECK-AGE > WS-DORMANT-DAYS
059600         PERFORM 3500-LIST-ESCHEAT THRU 3500-EXIT
059700     END-IF.
059800 3100-EXIT.
059900     EXIT.

060000*----------------------------------------------------------------
060100* 3200-LIST-OUTSTANDING - FIND THE CHECK'S AGING BUCKET AND LIST
060200* IT.  A CHECK VOIDED ON THIS RUN IS LISTED WITH A NOTE BUT IS
060300* NO LONGER COUNTED AS OUTSTANDING.
060400*----------------------------------------------------------------
060500 3200-LIST-OUTSTANDING.
060600     MOVE 1 TO WS-AGE-SUB
060700     PERFORM 3205-NEXT-BUCKET THRU 3205-EXIT
060800         UNTIL WS-CHECK-AGE NOT > WS-AGE-LIMIT (WS-AGE-SUB)
060900     IF CKR-STAT-OUTSTANDING
061000         ADD 1 TO AGE-COUNT (WS-AGE-SUB)
061100         ADD CKR-AMOUNT TO AGE-AMOUNT (WS-AGE-SUB)
061200         ADD 1 TO WS-TOT-OUTST-COUNT
061300         ADD CKR-AMOUNT TO WS-TOT-OUTST-AMOUNT
061400     END-IF
061500     PERFORM 3210-WRITE-OUTSTANDING-LINE THRU 3210-EXIT.
061600 3200-EXIT.
061700     EXIT.

061800 3205-NEXT-BUCKET.
061900     ADD 1 TO WS-AGE-SUB.
062000 3205-EXIT.
062100     EXIT.

062200 3210-WRITE-OUTSTANDING-LINE.
062300     MOVE CKR-CHECK-NBR TO WS-OUT-CHECK-NBR
062400     MOVE CKR-EMP-ID    TO WS-OUT-EMP-ID
062500     MOVE CKR-AMOUNT    TO WS-OUT-AMOUNT
062600     MOVE WS-CHECK-AGE  TO WS-OUT-AGE
062700     MOVE SPACES TO OUTSTANDING-LINE
062800     IF DN-DATE-INVALID
062900         STRING WS-OUT-CHECK-NBR DELIMITED BY SIZE
063000                "  " DELIMITED BY SIZE
063100                WS-OUT-EMP-ID DELIMITED BY SIZE
063200                "  " DELIMITED BY SIZE
063300                CKR-EMP-NAME DELIMITED BY SIZE
063400                "  " DELIMITED BY SIZE
063500                CKR-PAY-PERIOD DELIMITED BY SIZE
063600                "  " DELIMITED BY SIZE
063700                CKR-ISSUE-DATE DELIMITED BY SIZE
063800                "  " DELIMITED BY SIZE
063900                WS-OUT-AMOUNT DELIMITED BY SIZE
064000                "                      " DELIMITED BY SIZE
064100                WS-CHECK-NOTE DELIMITED BY SIZE
064200             INTO OUTSTANDING-LINE
064300         END-STRING
064400     ELSE
064500         STRING WS-OUT-CHECK-NBR DELIMITED BY SIZE
064600                "  " DELIMITED BY SIZE
064700                WS-OUT-EMP-ID DELIMITED BY SIZE
064800                "  " DELIMITED BY SIZE
064900                CKR-EMP-NAME DELIMITED BY SIZE
065000                "  " DELIMITED BY SIZE
065100                CKR-PAY-PERIOD DELIMITED BY SIZE
065200                "  " DELIMITED BY SIZE
065300                CKR-ISSUE-DATE DELIMITED BY SIZE
065400                "  " DELIMITED BY SIZE
065500                WS-OUT-AMOUNT DELIMITED BY SIZE
065600                "  " DELIMITED BY SIZE
065700                WS-OUT-AGE DELIMITED BY SIZE
065800                "  " DELIMITED BY SIZE
065900                WS-AGE-LABEL (WS-AGE-SUB) DELIMITED BY SIZE
066000                "  " DELIMITED BY SIZE
066100                WS-CHECK-NOTE DELIMITED BY SIZE
066200             INTO OUTSTANDING-LINE
066300         END-STRING
066400     END-IF
066500     WRITE OUTSTANDING-LINE.
066600 3210-EXIT.
066700     EXIT.

066800*----------------------------------------------------------------
066900* 3300-PROCESS-STALE-CHECK - A STALE-DATED CHECK IS VOIDED HERE
067000* ONLY WHEN THE VOID CAN GO THROUGH PAYROLL-CALCULATOR'S
067100* ADJUSTMENT PHASE CLEANLY: A PAYROLL CHECK, FOR A PAY PERIOD IN
067200* THE CURRENT YEAR (A PRIOR YEAR'S YTD IS CLOSED), WHOSE PAY
067300* HISTORY IS ON FILE AND AGREES WITH THE CHECK.  THE ADJUSTMENT
067400* PHASE TAKES ONE CORRECTION PER EMPLOYEE PER RUN, SO AN
067500* EMPLOYEE'S SECOND STALE CHECK WAITS FOR THE NEXT
067600* RECONCILIATION.  ANYTHING ELSE IS LISTED FOR A HAND VOID.
067700*----------------------------------------------------------------
067800 3300-PROCESS-STALE-CHECK.
067900     SET STALE-BY-HAND TO TRUE
068000     MOVE SPACES TO WS-STALE-REASON
068100     MOVE CKR-PAY-PERIOD TO WS-PERIOD-WORK
068200     EVALUATE TRUE
068300         WHEN NOT CKR-SRC-PAYROLL
068400             MOVE "NOT A PAYROLL CHECK" TO WS-STALE-REASON
068500         WHEN WS-PERIOD-YEAR NOT = WS-AS-OF-YEAR
068600             MOVE "PRIOR-YEAR PAY PERIOD" TO WS-STALE-REASON
068700         WHEN HIST-NOT-AVAILABLE
068800             MOVE "NO PAY HISTORY FILE" TO WS-STALE-REASON
068900         WHEN OTHER
069000             PERFORM 3310-CHECK-HISTORY THRU 3310-EXIT
069100     END-EVALUATE
069200     MOVE CKR-CHECK-NBR TO WS-OUT-CHECK-NBR
069300     MOVE CKR-EMP-ID    TO WS-OUT-EMP-ID
069400     MOVE CKR-AMOUNT    TO WS-OUT-AMOUNT
069500     MOVE WS-CHECK-AGE  TO WS-OUT-AGE
069600     MOVE SPACES TO RECON-LINE
069700     EVALUATE TRUE
069800         WHEN STALE-VOIDED
069900             ADD 1 TO WS-STALE-VOID-COUNTER
070000             ADD CKR-AMOUNT TO WS-TOT-VOID-AMOUNT
070100             SET CKR-STAT-VOIDED TO TRUE
070200             MOVE "STALE - VOIDED THIS RUN" TO WS-CHECK-NOTE
070300             STRING "STALE CHECK VOIDED - CHECK: "
070400                    DELIMITED BY SIZE
070500                    WS-OUT-CHECK-NBR DELIMITED BY SIZE
070600                    "  EMP: " DELIMITED BY SIZE
070700                    WS-OUT-EMP-ID DELIMITED BY SIZE
070800                    "  AMOUNT: " DELIMITED BY SIZE
070900                    WS-OUT-AMOUNT DELIMITED BY SIZE
071000                    "  AGE: " DELIMITED BY SIZE
071100                    WS-OUT-AGE DELIMITED BY SIZE
071200                 INTO RECON-LINE
071300             END-STRING
071400         WHEN STALE-NEXT-RUN
071500             ADD 1 TO WS-STALE-HELD-COUNTER
071600             MOVE "STALE - VOID NEXT RUN" TO WS-CHECK-NOTE
071700             STRING "STALE CHECK HELD - CHECK: " DELIMITED BY SIZE
071800                    WS-OUT-CHECK-NBR DELIMITED BY SIZE
071900                    "  EMP: " DELIMITED BY SIZE
072000                    WS-OUT-EMP-ID DELIMITED BY SIZE
072100                    "  " DELIMITED BY SIZE
072200                    WS-STALE-REASON DELIMITED BY SIZE
072300                 INTO RECON-LINE
072400             END-STRING
072500         WHEN OTHER
072600             ADD 1 TO WS-STALE-HAND-COUNTER
072700             MOVE "STALE - VOID BY HAND" TO WS-CHECK-NOTE
072800             STRING "STALE CHECK - VOID BY HAND - CHECK: "
072900                    DELIMITED BY SIZE
073000                    WS-OUT-CHECK-NBR DELIMITED BY SIZE
073100                    "  EMP: " DELIMITED BY SIZE
073200                    WS-OUT-EMP-ID DELIMITED BY SIZE
073300                    "  " DELIMITED BY SIZE
073400                    WS-STALE-REASON DELIMITED BY SIZE
073500                 INTO RECON-LINE
073600             END-STRING
073700     END-EVALUATE
073800     WRITE RECON-LINE.
073900 3300-EXIT.
074000     EXIT.

074100*----------------------------------------------------------------
074200* 3310-CHECK-HISTORY - LOOK UP THE CHECK'S PAY HISTORY AND, WHEN
074300* IT AGREES, QUEUE THE VOID IN WS-VOID-WORK-AREA.
074400*----------------------------------------------------------------
074500 3310-CHECK-HISTORY.
074600     MOVE CKR-EMP-ID     TO PH-EMP-ID
074700     MOVE CKR-PAY-PERIOD TO PH-PAY-PERIOD
074800     READ PAY-HISTORY-FILE
074900         INVALID KEY
075000             MOVE "NOT ON PAY HISTORY" TO WS-STALE-REASON
075100     END-READ
075200     IF WS-STALE-REASON NOT = SPACES
075300         GO TO 3310-EXIT
075400     END-IF
075500     IF PH-NET NOT = CKR-AMOUNT
075600         MOVE "NET DIFFERS FROM PAY HISTORY" TO WS-STALE-REASON
075700         GO TO 3310-EXIT
075800     END-IF
075900     SET VD-EMP-NOT-FOUND TO TRUE
076000     MOVE ZERO TO WS-VD-SUB
076100     PERFORM 3320-FIND-VOID-EMP THRU 3320-EXIT
076200         UNTIL VD-EMP-FOUND OR WS-VD-SUB = WS-VD-COUNT
076300     IF VD-EMP-FOUND
076400         SET STALE-NEXT-RUN TO TRUE
076500         MOVE "EMPLOYEE ALREADY VOIDED THIS RUN"
076600             TO WS-STALE-REASON
076700         GO TO 3310-EXIT
076800     END-IF
076900     IF WS-VD-COUNT NOT < WS-MAX-VOIDS
077000         SET STALE-NEXT-RUN TO TRUE
077100         MOVE "VOID LIMIT REACHED THIS RUN" TO WS-STALE-REASON
077200         GO TO 3310-EXIT
077300     END-IF
077400     ADD 1 TO WS-VD-COUNT
077500     MOVE CKR-EMP-ID     TO VD-EMP-ID (WS-VD-COUNT)
077600     MOVE CKR-PAY-PERIOD TO VD-PAY-PERIOD (WS-VD-COUNT)
077700     MOVE CKR-CHECK-NBR  TO VD-CHECK-NBR (WS-VD-COUNT)
077800     SET VD-PENDING (WS-VD-COUNT) TO TRUE
077900     SET STALE-VOIDED TO TRUE.
078000 3310-EXIT.
078100     EXIT.

078200 3320-FIND-VOID-EMP.
078300     ADD 1 TO WS-VD-SUB
078400     IF VD-EMP-ID (WS-VD-SUB) = CKR-EMP-ID
078500         SET VD-EMP-FOUND TO TRUE
078600     END-IF.
078700 3320-EXIT.
078800     EXIT.

078900 3500-LIST-ESCHEAT.
079000     ADD 1 TO WS-ESCHEAT-COUNTER
079100     ADD CKR-AMOUNT TO WS-TOT-ESCHEAT-AMOUNT
079200     IF CKR-STAT-VOIDED
079300         MOVE "VOIDED" TO WS-ESCHEAT-STATUS
079400     ELSE
079500         MOVE "OUTSTANDING" TO WS-ESCHEAT-STATUS
079600     END-IF
079700     MOVE CKR-CHECK-NBR TO WS-OUT-CHECK-NBR
079800     MOVE CKR-EMP-ID    TO WS-OUT-EMP-ID
079900     MOVE CKR-AMOUNT    TO WS-OUT-AMOUNT
080000     MOVE WS-CHECK-AGE  TO WS-OUT-AGE
080100     MOVE SPACES TO ESCHEAT-LINE
080200     STRING WS-OUT-CHECK-NBR DELIMITED BY SIZE
080300            "  " DELIMITED BY SIZE
080400            WS-OUT-EMP-ID DELIMITED BY SIZE
080500            "  " DELIMITED BY SIZE
080600            CKR-EMP-NAME DELIMITED BY SIZE
080700            "  " DELIMITED BY SIZE
080800            CKR-PAY-PERIOD DELIMITED BY SIZE
080900            "  " DELIMITED BY SIZE
081000            CKR-ISSUE-DATE DELIMITED BY SIZE
081100            "  " DELIMITED BY SIZE
081200            WS-OUT-AMOUNT DELIMITED BY SIZE
081300            "  " DELIMITED BY SIZE
081400            WS-OUT-AGE DELIMITED BY SIZE
081500            "  " DELIMITED BY SIZE
081600            WS-ESCHEAT-STATUS DELIMITED BY SIZE
081700         INTO ESCHEAT-LINE
081800     END-STRING
081900     WRITE ESCHEAT-LINE.
082000 3500-EXIT.
082100     EXIT.

082200 4900-WRITE-NEW-REGISTER.
082300     MOVE CHECK-REGISTER-RECORD TO NEW-REGISTER-RECORD
082400     WRITE NEW-REGISTER-RECORD.
082500 4900-EXIT.
082600     EXIT.

082700*----------------------------------------------------------------
082800* 7000-WRITE-STALE-VOIDS - WRITE THE QUEUED VOIDS TO STALEVD.DAT
082900* IN ASCENDING EMPLOYEE ORDER, AS THE ADJUSTMENT PHASE REQUIRES,
083000* BY PICKING THE LOWEST EMPLOYEE NOT YET WRITTEN EACH TIME.
083100*----------------------------------------------------------------
083200 7000-WRITE-STALE-VOIDS.
083300     PERFORM 7100-WRITE-NEXT-VOID THRU 7100-EXIT
083400         VARYING WS-VD-WRITTEN FROM 1 BY 1
083500         UNTIL WS-VD-WRITTEN > WS-VD-COUNT.
083600 7000-EXIT.
083700     EXIT.

083800 7100-WRITE-NEXT-VOID.
083900     MOVE ZERO TO WS-VD-PICK
084000     PERFORM 7110-CHECK-ONE-VOID THRU 7110-EXIT
084100         VARYING WS-VD-SUB FROM 1 BY 1
084200         UNTIL WS-VD-SUB > WS-VD-COUNT
084300     SET VD-DONE (WS-VD-PICK) TO TRUE
084400     PERFORM 7200-BUILD-VOID THRU 7200-EXIT.
084500 7100-EXIT.
084600     EXIT.

084700 7110-CHECK-ONE-VOID.
084800     IF VD-PENDING (WS-VD-SUB)
084900         IF WS-VD-PICK = ZERO
085000             MOVE WS-VD-SUB TO WS-VD-PICK
085100         ELSE
085200             IF VD-EMP-ID (WS-VD-SUB) < VD-EMP-ID (WS-VD-PICK)
085300                 MOVE WS-VD-SUB TO WS-VD-PICK
085400             END-IF
085500         END-IF
085600     END-IF.
085700 7110-EXIT.
085800     EXIT.

085900*----------------------------------------------------------------
086000* 7200-BUILD-VOID - A PLAIN VOID OF THE PAYMENT AS IT STANDS ON
086100* PAY HISTORY, CARRYING THE CHECK NUMBER SO THE ADJUSTMENT PHASE
086200* WRITES NO ACH REVERSAL.  THE NEW FIELDS ARE ZERO.
086300*----------------------------------------------------------------
086400 7200-BUILD-VOID.
086500     MOVE VD-EMP-ID (WS-VD-PICK)     TO PH-EMP-ID
086600     MOVE VD-PAY-PERIOD (WS-VD-PICK) TO PH-PAY-PERIOD
086700     READ PAY-HISTORY-FILE
086800         INVALID KEY
086900             MOVE VD-CHECK-NBR (WS-VD-PICK) TO WS-OUT-CHECK-NBR
087000             MOVE SPACES TO RECON-LINE
087100             STRING "PAY HISTORY NOT FOUND - CHECK: "
087200                    DELIMITED BY SIZE
087300                    WS-OUT-CHECK-NBR DELIMITED BY SIZE
087400                    "  (VOID NOT WRITTEN)" DELIMITED BY SIZE
087500                 INTO RECON-LINE
087600             END-STRING
087700             WRITE RECON-LINE
087800             GO TO 7200-EXIT
087900     END-READ
088000     MOVE PH-EMP-ID        TO ADJ-EMP-ID
088100     SET ADJ-VOID TO TRUE
088200     MOVE PH-PAY-PERIOD    TO ADJ-PAY-PERIOD
088300     MOVE PH-GROSS         TO ADJ-ORIG-GROSS
088400     MOVE PH-FED-TAX       TO ADJ-ORIG-FED
088500     MOVE PH-STATE-TAX     TO ADJ-ORIG-STATE
088600     MOVE PH-SS-TAX        TO ADJ-ORIG-SS
088700     MOVE PH-MED-TAX       TO ADJ-ORIG-MED
088800     MOVE PH-NET           TO ADJ-ORIG-NET
088900     MOVE ZERO TO ADJ-NEW-GROSS ADJ-NEW-FED ADJ-NEW-STATE
089000         ADJ-NEW-SS ADJ-NEW-MED ADJ-NEW-NET
089100     MOVE PH-FED-WAGES     TO ADJ-ORIG-FED-WAGES
089200     MOVE PH-SS-WAGES      TO ADJ-ORIG-SS-WAGES
089300     MOVE PH-MED-WAGES     TO ADJ-ORIG-MED-WAGES
089400     MOVE ZERO TO ADJ-NEW-FED-WAGES ADJ-NEW-SS-WAGES
089500         ADJ-NEW-MED-WAGES
089600     MOVE PH-WORK-STATE    TO ADJ-WORK-STATE
089700     MOVE PH-RES-STATE     TO ADJ-RES-STATE
089800     MOVE PH-RES-STATE-TAX TO ADJ-ORIG-RES-TAX
089900     MOVE ZERO             TO ADJ-NEW-RES-TAX
090000     MOVE VD-CHECK-NBR (WS-VD-PICK) TO ADJ-ORIG-CHECK-NBR
090100     WRITE ADJUSTMENT-RECORD.
090200 7200-EXIT.
090300     EXIT.

090400*----------------------------------------------------------------
090500* 8000-PRINT-TOTALS - THE RECONCILIATION COUNTS, THE OUTSTANDING
090600* TOTALS BY AGING BUCKET, AND THE ESCHEATMENT TOTAL.
090700*----------------------------------------------------------------
090800 8000-PRINT-TOTALS.
090900     MOVE SPACES TO RECON-LINE
091000     WRITE RECON-LINE
091100     MOVE WS-REG-COUNTER TO WS-OUT-COUNT
091200     MOVE SPACES TO RECON-LINE
091300     STRING "REGISTER CHECKS READ: " DELIMITED BY SIZE
091400            WS-OUT-COUNT DELIMITED BY SIZE
091500            "  PAID ITEMS READ: " DELIMITED BY SIZE
091600            WS-PAID-COUNTER DELIMITED BY SIZE
091700            "  CLEARED: " DELIMITED BY SIZE
091800            WS-CLEARED-COUNTER DELIMITED BY SIZE
091900         INTO RECON-LINE
092000     END-STRING
092100     WRITE RECON-LINE
092200     MOVE SPACES TO RECON-LINE
092300     STRING "AMOUNT MISMATCHES: " DELIMITED BY SIZE
092400            WS-MISMATCH-COUNTER DELIMITED BY SIZE
092500            "  NOT ON REGISTER: " DELIMITED BY SIZE
092600            WS-NOT-ON-REG-COUNTER DELIMITED BY SIZE
092700            "  DUPLICATES: " DELIMITED BY SIZE
092800            WS-DUPLICATE-COUNTER DELIMITED BY SIZE
092900            "  VOIDED CHECKS PAID: " DELIMITED BY SIZE
093000            WS-VOID-PAID-COUNTER DELIMITED BY SIZE
093100            "  OUT OF SEQUENCE: " DELIMITED BY SIZE
093200            WS-SEQ-ERROR-COUNTER DELIMITED BY SIZE
093300         INTO RECON-LINE
093400     END-STRING
093500     WRITE RECON-LINE
093600     MOVE WS-TOT-VOID-AMOUNT TO WS-OUT-TOTAL
093700     MOVE SPACES TO RECON-LINE
093800     STRING "STALE CHECKS VOIDED: " DELIMITED BY SIZE
093900            WS-STALE-VOID-COUNTER DELIMITED BY SIZE
094000            "  AMOUNT: " DELIMITED BY SIZE
094100            WS-OUT-TOTAL DELIMITED BY SIZE
094200            "  HELD: " DELIMITED BY SIZE
094300            WS-STALE-HELD-COUNTER DELIMITED BY SIZE
094400            "  VOID BY HAND: " DELIMITED BY SIZE
094500            WS-STALE-HAND-COUNTER DELIMITED BY SIZE
094600            "  UNDATED: " DELIMITED BY SIZE
094700            WS-UNDATED-COUNTER DELIMITED BY SIZE
094800         INTO RECON-LINE
094900     END-STRING
095000     WRITE RECON-LINE
095100     MOVE SPACES TO OUTSTANDING-LINE
095200     WRITE OUTSTANDING-LINE
095300     PERFORM 8100-PRINT-ONE-BUCKET THRU 8100-EXIT
095400         VARYING WS-AGE-SUB FROM 1 BY 1
095500         UNTIL WS-AGE-SUB > 5
095600     MOVE WS-TOT-OUTST-COUNT  TO WS-OUT-COUNT
095700     MOVE WS-TOT-OUTST-AMOUNT TO WS-OUT-TOTAL
095800     MOVE SPACES TO OUTSTANDING-LINE
095900     STRING "TOTAL OUTSTANDING   " DELIMITED BY SIZE
096000            WS-OUT-COUNT DELIMITED BY SIZE
096100            " CHECKS  " DELIMITED BY SIZE
096200            WS-OUT-TOTAL DELIMITED BY SIZE
096300         INTO OUTSTANDING-LINE
096400     END-STRING
096500     WRITE OUTSTANDING-LINE
096600     MOVE WS-ESCHEAT-COUNTER    TO WS-OUT-COUNT
096700     MOVE WS-TOT-ESCHEAT-AMOUNT TO WS-OUT-TOTAL
096800     MOVE SPACES TO ESCHEAT-LINE
096900     WRITE ESCHEAT-LINE
097000     MOVE SPACES TO ESCHEAT-LINE
097100     STRING "TOTAL UNCLAIMED     " DELIMITED BY SIZE
097200            WS-OUT-COUNT DELIMITED BY SIZE
097300            " CHECKS  " DELIMITED BY SIZE
097400            WS-OUT-TOTAL DELIMITED BY SIZE
097500         INTO ESCHEAT-LINE
097600     END-STRING
097700     WRITE ESCHEAT-LINE.
097800 8000-EXIT.
097900     EXIT.

098000 8100-PRINT-ONE-BUCKET.
098100     MOVE AGE-COUNT (WS-AGE-SUB)  TO WS-OUT-COUNT
098200     MOVE AGE-AMOUNT (WS-AGE-SUB) TO WS-OUT-TOTAL
098300     MOVE SPACES TO OUTSTANDING-LINE
098400     STRING WS-AGE-LABEL (WS-AGE-SUB) DELIMITED BY SIZE
098500            "        " DELIMITED BY SIZE
098600            WS-OUT-COUNT DELIMITED BY SIZE
098700            " CHECKS  " DELIMITED BY SIZE
098800            WS-OUT-TOTAL DELIMITED BY SIZE
098900         INTO OUTSTANDING-LINE
099000     END-STRING
099100     WRITE OUTSTANDING-LINE.
099200 8100-EXIT.
099300     EXIT.

099400*----------------------------------------------------------------
099500* 8500-COMPUTE-DAY-NUMBER - TURN WS-DN-DATE (YYYY-MM-DD) INTO A
099600* SERIAL DAY NUMBER, THE SAME WAY PAYROLL-CALCULATOR DOES FOR
099700* SALARY PRORATION.  THE YEAR IS COUNTED FROM MARCH SO THE LEAP
099800* DAY FALLS AT ITS END.  ONLY DIFFERENCES BETWEEN DAY NUMBERS
099900* ARE USED.  A DATE THAT IS NOT NUMERIC OR HAS AN IMPOSSIBLE
100000* MONTH OR DAY SETS DN-DATE-INVALID.
100100*----------------------------------------------------------------
100200 8500-COMPUTE-DAY-NUMBER.
100300     SET DN-DATES-VALID TO TRUE
100400     MOVE ZERO TO WS-DAY-NUMBER
100500     IF WS-DN-YEAR NOT NUMERIC OR WS-DN-MONTH NOT NUMERIC
100600             OR WS-DN-DAY NOT NUMERIC
100700         SET DN-DATE-INVALID TO TRUE
100800         GO TO 8500-EXIT
100900     END-IF
101000     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
101100             OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
101200         SET DN-DATE-INVALID TO TRUE
101300         GO TO 8500-EXIT
101400     END-IF
101500     MOVE WS-DN-YEAR  TO WS-DN-CALC-YEAR
101600     MOVE WS-DN-MONTH TO WS-DN-CALC-MONTH
101700     IF WS-DN-CALC-MONTH < 3
101800         SUBTRACT 1 FROM WS-DN-CALC-YEAR
101900         ADD 12 TO WS-DN-CALC-MONTH
102000     END-IF
102100     MULTIPLY WS-DN-CALC-YEAR BY 365 GIVING WS-DAY-NUMBER
102200     DIVIDE WS-DN-CALC-YEAR BY 4 GIVING WS-DN-WORK
102300     ADD WS-DN-WORK TO WS-DAY-NUMBER
102400     DIVIDE WS-DN-CALC-YEAR BY 100 GIVING WS-DN-WORK
102500     SUBTRACT WS-DN-WORK FROM WS-DAY-NUMBER
102600     DIVIDE WS-DN-CALC-YEAR BY 400 GIVING WS-DN-WORK
102700     ADD WS-DN-WORK TO WS-DAY-NUMBER
102800     SUBTRACT 3 FROM WS-DN-CALC-MONTH
102900     MULTIPLY WS-DN-CALC-MONTH BY 153 GIVING WS-DN-WORK
103000     ADD 2 TO WS-DN-WORK
103100     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-WORK
103200     ADD WS-DN-WORK TO WS-DAY-NUMBER
103300     ADD WS-DN-DAY TO WS-DAY-NUMBER.
103400 8500-EXIT.
103500     EXIT.

103600*----------------------------------------------------------------
103700* 9000-TERMINATE - CLOSE ALL FILES.
103800*----------------------------------------------------------------
103900 9000-TERMINATE.
104000     IF WS-REG-FILE-STATUS NOT = '35'
104100         CLOSE OLD-REGISTER-FILE
104200     END-IF
104300     IF WS-PAID-FILE-STATUS NOT = '35'
104400         CLOSE PAID-ITEM-FILE
104500     END-IF
104600     IF HIST-AVAILABLE
104700         CLOSE PAY-HISTORY-FILE
104800     END-IF
104900     CLOSE NEW-REGISTER-FILE
105000     CLOSE STALE-VOID-FILE
105100     CLOSE RECON-REPORT
105200     CLOSE OUTSTANDING-REPORT
105300     CLOSE ESCHEAT-REPORT.
105400 9000-EXIT.
105500     EXIT.
