003540*                ARE NOW ALL APPLIED AGAINST THE HELD BANK
003550*                RECORD BEFORE IT IS WRITTEN; THE SEQUENCE
003560*                CHECK REJECTS ONLY A KEY THAT GOES BACKWARDS.
003563* 10/14/2026 RH  BANK RECORDS NOW CARRY SEVERAL ACCOUNTS, EACH
003566*                WITH ITS OWN PRENOTE STATUS.  THE PRENOTE TABLE
003569*                HOLDS EMPLOYEE AND ACCOUNT, SO ONLY THE ACCOUNTS
003572*                WHOSE PRENOTES WENT OUT ARE PROMOTED.  RETURNS
003575*                CARRY THE ACCOUNT THEY ARE AGAINST (BLANK MEANS
003578*                THE REMAINDER ACCOUNT); A REJECT OR NOTIFICATION
003581*                OF CHANGE SETS ONLY THAT ACCOUNT PENDING, AND ONE
003584*                NAMING AN ACCOUNT NOT ON FILE IS REPORTED.
003585*                AN ACCOUNT NAMED BY A RETURN IN THE SAME FILE IS
003586*                LEFT PENDING, NOT PROMOTED.
003587* 10/15/2026 RH  CHECKREG.DAT NOW COMES FROM THE SHARED CHECKREG
003590*                COPYBOOK; EACH REISSUE LINE CARRIES THE RUN DATE
003593*                AS ITS ISSUE DATE, SOURCE 'A', AND AN OUTSTANDING
003596*                STATUS FOR CHECK-RECONCILIATION.
003600*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
008800     05  RTN-AMOUNT         PIC 9(06)V99.
008900     05  RTN-NEW-ROUTING    PIC 9(09).
009000     05  RTN-NEW-ACCOUNT    PIC X(17).
009010     05  RTN-ACCOUNT        PIC X(17).

009200 FD  OLD-BANK-FILE.
009300     COPY BANKINFO.
010800 01  CHECK-PRINT-LINE       PIC X(80).

011000 FD  CHECK-REGISTER-FILE.
011010     COPY CHECKREG.

011800 FD  POSITIVE-PAY-FILE.
011900 01  POSITIVE-PAY-RECORD.
015500     05  WS-PNT-FULL-SW     PIC X(01) VALUE 'N'.
015600         88  PRENOTE-TABLE-FULL    VALUE 'Y'.
015700         88  PRENOTE-TABLE-NOT-FULL VALUE 'N'.
015710     05  WS-ACCT-FOUND-SW   PIC X(01) VALUE 'N'.
015720         88  RTN-ACCT-FOUND        VALUE 'Y'.
015730         88  RTN-ACCT-NOT-FOUND    VALUE 'N'.
015740     05  WS-CLEARED-SW      PIC X(01) VALUE 'N'.
015750         88  ACCOUNT-CLEARED       VALUE 'Y'.
015760         88  NO-ACCOUNT-CLEARED    VALUE 'N'.

015900 01  WS-FILE-STATUS-AREA.
016000     05  WS-ACH-FILE-STATUS   PIC X(02).
016800     05  WS-FIRST-CHECK-NBR PIC 9(08)    VALUE 100001.
016900     05  WS-COMPANY-ACCT    PIC X(10)    VALUE '0012345678'.
017000     05  WS-MAX-PRENOTES    PIC 9(03)    VALUE 500.
017010     05  WS-MAX-BANK-ACCTS  PIC 9(02)    VALUE 4.

017200 01  WS-COMPARE-KEYS.
017300     05  WS-OLD-KEY         PIC 9(05) VALUE ZERO.
018700 01  WS-PRENOTE-TABLE-AREA.
018800     05  WS-PRENOTE-COUNT   PIC 9(03) VALUE ZERO.
018900     05  WS-PRENOTE-SUB     PIC 9(03) VALUE ZERO.
018910     05  WS-PRENOTE-ENTRY OCCURS 500 TIMES.
018920         10  WS-PRENOTE-ID      PIC 9(05).
018930         10  WS-PRENOTE-ACCT    PIC X(17).

018940 01  WS-ACCOUNT-WORK-AREA.
018950     05  WS-ACCT-SUB        PIC 9(02) VALUE ZERO.
018960     05  WS-ACCT-LIMIT      PIC 9(02) VALUE ZERO.
018970     05  WS-RTN-ACCT-SUB    PIC 9(02) VALUE ZERO.
018980     05  WS-ACCT-RETURNED-TABLE.
018990         10  WS-ACCT-RETURNED-SW PIC X(01) OCCURS 4 TIMES.
019000             88  ACCT-HAD-RETURN          VALUE 'Y'.

019200 01  WS-ROUTING-WORK-AREA.
019300     05  WS-ROUTING-DIGITS  PIC 9(09).
020600     05  WS-CHK-ID          PIC X(05).
020700     05  WS-CHK-NAME        PIC X(30).
020800     05  WS-CHK-AMOUNT      PIC 9(06)V99.
020810     05  WS-RUN-DATE        PIC 9(08) VALUE ZERO.
020820     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
020830         10  WS-RUN-YYYY    PIC X(04).
020840         10  WS-RUN-MM      PIC X(02).
020850         10  WS-RUN-DD      PIC X(02).
020860     05  WS-ISSUE-DATE      PIC X(10) VALUE SPACES.

021000 01  WS-REPORT-WORK-AREA.
021100     05  WS-RPT-ID          PIC X(05).
021200     05  WS-RPT-REASON      PIC X(03).
021300     05  WS-RPT-AMOUNT      PIC 9(06)V99.
021310     05  WS-RPT-ACCOUNT     PIC X(17).

021500 PROCEDURE DIVISION.
021600*----------------------------------------------------------------
026700     EXIT.

026900*----------------------------------------------------------------
027000* 1100-LOAD-PRENOTE-TABLE - COLLECT THE EMPLOYEE ID AND ACCOUNT
027100* NUMBER OFF EVERY PRENOTE LINE ON THE LAST TRANSMISSION.  A
027200* PENDING ACCOUNT CLEARS TO ACTIVE ONLY IF ITS PRENOTE ACTUALLY
027300* WENT OUT AND DREW NO RETURN; AN ACCOUNT ADDED AFTER THAT
027400* TRANSMISSION IS NOT IN THE TABLE AND STAYS PENDING UNTIL ITS OWN
027500* PRENOTE CYCLE.  A TABLE OVERFLOW LEAVES THE EXTRA ACCOUNTS
027600* PENDING (THEY PRENOTE AGAIN, WHICH IS SAFE) AND SAYS SO ON THE
027650* REPORT.
027700*----------------------------------------------------------------
027800 1100-LOAD-PRENOTE-TABLE.
027900     OPEN INPUT ACH-TRANSMISSION-FILE
030800                     MOVE WS-PRENOTE-COUNT TO WS-PRENOTE-SUB
030900                     MOVE ACH-IN-EMP-ID
031000                         TO WS-PRENOTE-ID (WS-PRENOTE-SUB)
031010                     MOVE ACH-IN-ACCOUNT
031020                         TO WS-PRENOTE-ACCT (WS-PRENOTE-SUB)
031100                 ELSE
031200                     SET PRENOTE-TABLE-FULL TO TRUE
031300                 END-IF
032100* THE COMPANY SERIES FROM CHECKNBR.DAT, THE SAME SERIES
032200* PAYROLL-CALCULATOR DRAWS ON, SO REISSUE CHECKS NEVER COLLIDE
032300* WITH PAYROLL CHECKS.  WRITTEN BACK BY 8800-SAVE-CHECK-NUMBER.
032310* THE RUN DATE IS TAKEN HERE TOO, AS THE ISSUE DATE STAMPED ON
032320* EVERY CHECK-REGISTER LINE.
032400*----------------------------------------------------------------
032500 1200-DETERMINE-CHECK-NUMBER.
032600     MOVE WS-FIRST-CHECK-NBR TO WS-NEXT-CHECK-NBR
033500                 MOVE CHK-NEXT-NUMBER TO WS-NEXT-CHECK-NBR
033600         END-READ
033700         CLOSE CHECK-NUMBER-FILE
033710     END-IF
033720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033730     MOVE SPACES TO WS-ISSUE-DATE
033740     STRING WS-RUN-YYYY DELIMITED BY SIZE
033750            "-"         DELIMITED BY SIZE
033760            WS-RUN-MM   DELIMITED BY SIZE
033770            "-"         DELIMITED BY SIZE
033780            WS-RUN-DD   DELIMITED BY SIZE
033790         INTO WS-ISSUE-DATE
033800     END-STRING.
033900 1200-EXIT.
034000     EXIT.

036100             MOVE WS-HIGH-KEY TO WS-OLD-KEY
036200         NOT AT END
036300             MOVE BANK-EMP-ID TO WS-OLD-KEY
036310             MOVE BANK-ACCT-COUNT TO WS-ACCT-LIMIT
036320             IF WS-ACCT-LIMIT > WS-MAX-BANK-ACCTS
036330                 MOVE WS-MAX-BANK-ACCTS TO WS-ACCT-LIMIT
036340             END-IF
036400     END-READ.
036500 3100-EXIT.
036600     EXIT.
041200     EXIT.

041400*----------------------------------------------------------------
041500* 4000-CARRY-OR-CLEAR - NO RETURN AGAINST THIS BANK RECORD.  EACH
041600* PENDING ACCOUNT WHOSE PRENOTE WENT OUT ON THE LAST TRANSMISSION
041700* HAS NOW CLEARED AND IS PROMOTED TO ACTIVE; EVERY OTHER ACCOUNT
041800* IS CARRIED FORWARD UNCHANGED.
041900*----------------------------------------------------------------
042000 4000-CARRY-OR-CLEAR.
042600     MOVE BANK-RECORD TO NEW-BANK-RECORD
042605     MOVE ALL 'N' TO WS-ACCT-RETURNED-TABLE
042610     SET NO-ACCOUNT-CLEARED TO TRUE
042620     PERFORM 4050-CLEAR-ONE-ACCOUNT THRU 4050-EXIT
042630         VARYING WS-ACCT-SUB FROM 1 BY 1
042640         UNTIL WS-ACCT-SUB > WS-ACCT-LIMIT
042650     IF NO-ACCOUNT-CLEARED
043900         ADD 1 TO WS-CARRY-COUNTER
044000     END-IF
044100     WRITE NEW-BANK-RECORD
044300 4000-EXIT.
044400     EXIT.

044408 4050-CLEAR-ONE-ACCOUNT.
044416     IF NOT BANK-STAT-PENDING (WS-ACCT-SUB)
044424         GO TO 4050-EXIT
044432     END-IF
044434     IF ACCT-HAD-RETURN (WS-ACCT-SUB)
044436         GO TO 4050-EXIT
044438     END-IF
044440     PERFORM 4100-CHECK-PRENOTE-SENT THRU 4100-EXIT
044448     IF PRENOTE-NOT-SENT
044456         GO TO 4050-EXIT
044464     END-IF
044472     SET NBANK-STAT-ACTIVE (WS-ACCT-SUB) TO TRUE
044480     SET ACCOUNT-CLEARED TO TRUE
044488     ADD 1 TO WS-CLEARED-COUNTER
044496     MOVE BANK-EMP-ID TO WS-RPT-ID
044504     MOVE BANK-ACCOUNT-NUM (WS-ACCT-SUB) TO WS-RPT-ACCOUNT
044512     MOVE SPACES TO EXCEPTIONS-LINE
044520     STRING WS-RPT-ID DELIMITED BY SIZE
044528            " ACCOUNT " DELIMITED BY SIZE
044536            WS-RPT-ACCOUNT DELIMITED BY SIZE
044544            " PRENOTE CLEARED - ACCOUNT NOW ACTIVE"
044552            DELIMITED BY SIZE
044560         INTO EXCEPTIONS-LINE
044568     END-STRING
044576     WRITE EXCEPTIONS-LINE.
044584 4050-EXIT.
044592     EXIT.

044600 4100-CHECK-PRENOTE-SENT.
044700     SET PRENOTE-NOT-SENT TO TRUE
044800     PERFORM 4110-MATCH-ONE-PRENOTE THRU 4110-EXIT

045500 4110-MATCH-ONE-PRENOTE.
045600     IF WS-PRENOTE-ID (WS-PRENOTE-SUB) = BANK-EMP-ID
045610             AND WS-PRENOTE-ACCT (WS-PRENOTE-SUB) =
045620                 BANK-ACCOUNT-NUM (WS-ACCT-SUB)
045700         SET PRENOTE-WAS-SENT TO TRUE
045800     END-IF.
045900 4110-EXIT.
046350* AGAINST THIS RECORD.  EVERY RETURN CARRYING THE SAME KEY IS
046400* APPLIED IN FILE ORDER AGAINST THE HELD RECORD BEFORE IT IS
046450* WRITTEN ONCE, SO A RETURNED DEPOSIT AND ITS NOTIFICATION OF
046500* CHANGE BOTH LAND; EACH RETURN TOUCHES ONLY THE ACCOUNT IT NAMES
046550* AND MARKS THAT ACCOUNT AS RETURNED.  ONLY THEN ARE THE OTHER
046600* PENDING ACCOUNTS WHOSE PRENOTE WENT OUT CLEARED, EXACTLY AS
046650* 4000-CARRY-OR-CLEAR WOULD; A RETURNED ACCOUNT IS NEVER CLEARED.
046700*----------------------------------------------------------------
046800 5000-APPLY-RETURN.
046900     MOVE BANK-RECORD TO NEW-BANK-RECORD
046910     MOVE ALL 'N' TO WS-ACCT-RETURNED-TABLE
046920     PERFORM 5050-APPLY-ONE-RETURN THRU 5050-EXIT
046930         UNTIL RTN-EOF OR WS-RTN-KEY NOT = WS-OLD-KEY
046940     SET NO-ACCOUNT-CLEARED TO TRUE
046950     PERFORM 4050-CLEAR-ONE-ACCOUNT THRU 4050-EXIT
046960         VARYING WS-ACCT-SUB FROM 1 BY 1
046970         UNTIL WS-ACCT-SUB > WS-ACCT-LIMIT
048100     WRITE NEW-BANK-RECORD
048200     PERFORM 3100-READ-OLD-BANK THRU 3100-EXIT.
048400 5000-EXIT.
048500     EXIT.

048505*----------------------------------------------------------------
048506* 5050-APPLY-ONE-RETURN - ONLY A RECOGNIZED RETURN TYPE AGAINST
048507* AN ACCOUNT ON THE RECORD TOUCHES IT, SETTING THAT ACCOUNT ALONE
048508* BACK TO PENDING.  A BAD ACTION CODE IS REPORTED AND IGNORED.  A
048509* RETURNED DEPOSIT IS REISSUED BY CHECK EVEN WITHOUT AN ACCOUNT.
048510*----------------------------------------------------------------
048511 5050-APPLY-ONE-RETURN.
048520     PERFORM 5060-FIND-RETURN-ACCOUNT THRU 5060-EXIT
048530     EVALUATE TRUE
048540         WHEN RTN-PRENOTE-REJECT AND RTN-ACCT-FOUND
048545             SET NBANK-STAT-PENDING (WS-RTN-ACCT-SUB) TO TRUE
048547             SET ACCT-HAD-RETURN (WS-RTN-ACCT-SUB) TO TRUE
048550             PERFORM 5100-REPORT-PRENOTE-REJECT THRU 5100-EXIT
048560         WHEN RTN-DEPOSIT-REJECT
048561             IF RTN-ACCT-FOUND
048562                 SET NBANK-STAT-PENDING (WS-RTN-ACCT-SUB) TO TRUE
048563                 SET ACCT-HAD-RETURN (WS-RTN-ACCT-SUB) TO TRUE
048564             ELSE
048565                 PERFORM 5500-REPORT-NO-ACCOUNT THRU 5500-EXIT
048567             END-IF
048570             PERFORM 5200-REISSUE-BY-CHECK THRU 5200-EXIT
048580         WHEN RTN-CHANGE AND RTN-ACCT-FOUND
048585             SET NBANK-STAT-PENDING (WS-RTN-ACCT-SUB) TO TRUE
048587             SET ACCT-HAD-RETURN (WS-RTN-ACCT-SUB) TO TRUE
048590             PERFORM 5300-APPLY-NOTIFICATION THRU 5300-EXIT
048592         WHEN RTN-PRENOTE-REJECT
048594         WHEN RTN-CHANGE
048596             PERFORM 5500-REPORT-NO-ACCOUNT THRU 5500-EXIT
048600         WHEN OTHER
048610             PERFORM 5400-REPORT-BAD-ACTION THRU 5400-EXIT
048620     END-EVALUATE
048640 5050-EXIT.
048650     EXIT.

048651*----------------------------------------------------------------
048652* 5060-FIND-RETURN-ACCOUNT - LOCATE THE ACCOUNT THE RETURN NAMES
048653* ON THE HELD RECORD.  A RETURN WITH NO ACCOUNT NUMBER IS TAKEN
048654* AGAINST THE REMAINDER ACCOUNT, THE EMPLOYEE'S PRIMARY ACCOUNT.
048655*----------------------------------------------------------------
048656 5060-FIND-RETURN-ACCOUNT.
048657     SET RTN-ACCT-NOT-FOUND TO TRUE
048658     MOVE ZERO TO WS-RTN-ACCT-SUB
048659     PERFORM 5070-MATCH-RETURN-ACCOUNT THRU 5070-EXIT
048660         VARYING WS-ACCT-SUB FROM 1 BY 1
048661         UNTIL WS-ACCT-SUB > WS-ACCT-LIMIT
048662             OR RTN-ACCT-FOUND
048663     IF RTN-ACCT-FOUND
048664         MOVE NBANK-ACCOUNT-NUM (WS-RTN-ACCT-SUB)
048665             TO WS-RPT-ACCOUNT
048666     ELSE
048667         MOVE RTN-ACCOUNT TO WS-RPT-ACCOUNT
048668     END-IF.
048669 5060-EXIT.
048670     EXIT.

048671 5070-MATCH-RETURN-ACCOUNT.
048672     IF RTN-ACCOUNT = SPACES
048673         IF NBANK-ALLOC-REMAINDER (WS-ACCT-SUB)
048674             SET RTN-ACCT-FOUND TO TRUE
048675             MOVE WS-ACCT-SUB TO WS-RTN-ACCT-SUB
048676         END-IF
048677     ELSE
048678         IF NBANK-ACCOUNT-NUM (WS-ACCT-SUB) = RTN-ACCOUNT
048679             SET RTN-ACCT-FOUND TO TRUE
048680             MOVE WS-ACCT-SUB TO WS-RTN-ACCT-SUB
048681         END-IF
048682     END-IF.
048683 5070-EXIT.
048684     EXIT.

048700 5100-REPORT-PRENOTE-REJECT.
048800     ADD 1 TO WS-PNREJ-COUNTER
048900     MOVE RTN-EMP-ID     TO WS-RPT-ID
049000     MOVE RTN-REASON-CODE TO WS-RPT-REASON
049100     MOVE SPACES TO EXCEPTIONS-LINE
049200     STRING WS-RPT-ID DELIMITED BY SIZE
049210            " ACCOUNT " DELIMITED BY SIZE
049220            WS-RPT-ACCOUNT DELIMITED BY SIZE
049300            " PRENOTE REJECTED REASON " DELIMITED BY SIZE
049400            WS-RPT-REASON DELIMITED BY SIZE
049500            " - ACCOUNT LEFT PENDING" DELIMITED BY SIZE
056200     MOVE EMP-NAME          TO CKR-EMP-NAME
056300     MOVE "ACH REISSU"      TO CKR-PAY-PERIOD
056400     MOVE RTN-AMOUNT        TO CKR-AMOUNT
056410     MOVE WS-ISSUE-DATE     TO CKR-ISSUE-DATE
056420     SET CKR-SRC-ACH-REISSUE TO TRUE
056430     SET CKR-STAT-OUTSTANDING TO TRUE
056440     MOVE SPACES            TO CKR-PAID-DATE
056450     MOVE ZERO              TO CKR-PAID-AMOUNT
056500     WRITE CHECK-REGISTER-RECORD

056700     MOVE WS-COMPANY-ACCT   TO PP-ACCOUNT-NUM
057600     MOVE RTN-AMOUNT      TO WS-RPT-AMOUNT
057700     MOVE SPACES TO EXCEPTIONS-LINE
057800     STRING WS-RPT-ID DELIMITED BY SIZE
057810            " ACCOUNT " DELIMITED BY SIZE
057820            WS-RPT-ACCOUNT DELIMITED BY SIZE
057900            " DEPOSIT RETURNED REASON " DELIMITED BY SIZE
058000            WS-RPT-REASON DELIMITED BY SIZE
058100            " AMOUNT " DELIMITED BY SIZE
059200     EXIT.

059400*----------------------------------------------------------------
059500* 5300-APPLY-NOTIFICATION - THE BANK SUPPLIED CORRECTED DETAILS
059600* FOR THE ONE ACCOUNT THE RETURN NAMES.  A NONZERO ROUTING NUMBER
059700* MUST STILL PASS THE ABA CHECK-DIGIT TEST BEFORE IT IS BELIEVED;
059800* A ZERO ROUTING OR BLANK ACCOUNT IN THE RETURN MEANS THAT FIELD
059900* IS UNCHANGED.  THE CORRECTED ACCOUNT GOES BACK THROUGH A FULL
059950* PRENOTE CYCLE; THE EMPLOYEE'S OTHER ACCOUNTS ARE NOT TOUCHED.
060000*----------------------------------------------------------------
060100 5300-APPLY-NOTIFICATION.
060200     IF RTN-NEW-ROUTING NOT = ZERO
061300             WRITE EXCEPTIONS-LINE
061400             GO TO 5300-EXIT
061500         END-IF
061510         MOVE RTN-NEW-ROUTING
061520             TO NBANK-ROUTING-NUM (WS-RTN-ACCT-SUB)
061700     END-IF
061800     IF RTN-NEW-ACCOUNT NOT = SPACES
061810         MOVE RTN-NEW-ACCOUNT
061820             TO NBANK-ACCOUNT-NUM (WS-RTN-ACCT-SUB)
062000     END-IF
062100     ADD 1 TO WS-NOC-COUNTER
062200     MOVE RTN-EMP-ID TO WS-RPT-ID
062300     MOVE SPACES TO EXCEPTIONS-LINE
062400     STRING WS-RPT-ID DELIMITED BY SIZE
062410            " ACCOUNT " DELIMITED BY SIZE
062420            WS-RPT-ACCOUNT DELIMITED BY SIZE
062500            " NOTIFICATION OF CHANGE APPLIED - "
062600            DELIMITED BY SIZE
062700            "ACCOUNT PENDING FOR NEW PRENOTE"
067500 5400-EXIT.
067600     EXIT.

067609*----------------------------------------------------------------
067618* 5500-REPORT-NO-ACCOUNT - THE RETURN NAMED AN ACCOUNT THE
067627* EMPLOYEE'S BANK RECORD DOES NOT CARRY (CHANGED OR DROPPED SINCE
067636* THE DEPOSIT, OR A BANK KEYING ERROR).  NO ACCOUNT IS TOUCHED;
067645* THE RETURN IS LEFT FOR HAND HANDLING.
067654*----------------------------------------------------------------
067663 5500-REPORT-NO-ACCOUNT.
067672     ADD 1 TO WS-UNMATCH-COUNTER
067681     MOVE RTN-EMP-ID TO WS-RPT-ID
067690     MOVE SPACES TO EXCEPTIONS-LINE
067699     STRING WS-RPT-ID DELIMITED BY SIZE
067708            " RETURN ACCOUNT " DELIMITED BY SIZE
067717            WS-RPT-ACCOUNT DELIMITED BY SIZE
067726            " NOT ON BANK RECORD - HAND " DELIMITED BY SIZE
067735            "HANDLING REQUIRED" DELIMITED BY SIZE
067744         INTO EXCEPTIONS-LINE
067753     END-STRING
067762     WRITE EXCEPTIONS-LINE.
067771 5500-EXIT.
067780     EXIT.

067800*----------------------------------------------------------------
067900* 6000-UNMATCHED-RETURN - A RETURN NAMED AN EMPLOYEE WITH NO
068000* BANK RECORD ON FILE (DELETED SINCE THE DEPOSIT, OR A BANK
