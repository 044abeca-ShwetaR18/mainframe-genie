002450*                CHECK UNTIL ACH-RETURN-PROCESSING PROMOTES IT TO
002460*                ACTIVE.  THE CHANGE LOG NOW SHOWS THE STATUS
002470*                BYTE ON BOTH SIDES OF THE ARROW.
002473* 10/14/2026 RH  DEDUCTION ENTRIES NOW CARRY A TAX-TREATMENT FLAG
002476*                (K 401(K), C SECTION 125, A OR SPACE AFTER-TAX);
002479*                ANY OTHER VALUE REJECTS THE TRANSACTION.
002482* 10/14/2026 RH  BANK RECORDS NOW CARRY UP TO FOUR ACCOUNTS, EACH
002485*                WITH A PRIORITY, AN ALLOCATION (FLAT, PERCENT OF
002488*                NET, OR REMAINDER) AND ITS OWN PRENOTE STATUS.
002491*                THE EDIT REQUIRES EXACTLY ONE REMAINDER ACCOUNT
002494*                AND ABA-CHECKS EVERY ROUTING NUMBER.  ON A CHANGE
002497*                ONLY NEW OR ALTERED ACCOUNTS GO BACK TO PENDING.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
013400     05  WS-HIGH-KEY        PIC 9(05)    VALUE 99999.
013500     05  WS-MAX-PCT-TOTAL   PIC 9V999    VALUE 1.000.
013600     05  WS-MAX-DED-ENTRIES PIC 9(02)    VALUE 8.
013610     05  WS-MAX-BANK-ACCTS  PIC 9(02)    VALUE 4.

013800 01  WS-COMPARE-KEYS.
013900     05  WS-OLD-KEY         PIC 9(05) VALUE ZERO.
015800     05  WS-PCT-TOTAL       PIC 9(02)V999.
015900     05  WS-ENTRY-SUB       PIC 9(02).
016000     05  WS-ENTRY-LIMIT     PIC 9(02).
016010     05  WS-REM-COUNT       PIC 9(02).
016020     05  WS-OLD-SUB         PIC 9(02).
016030     05  WS-OLD-LIMIT       PIC 9(02).

016200 01  WS-ROUTING-WORK-AREA.
016300     05  WS-ROUTING-DIGITS  PIC 9(09).
018200     05  WS-DTL-FILING      PIC X(01).
018300     05  WS-DTL-COUNT       PIC 9(02).
018400     05  WS-DTL-PCT         PIC 9(02)V999.
018600     05  WS-DTL-ACCOUNT     PIC X(17).
018650     05  WS-DTL-ACTIVE      PIC 9(02).

018800 PROCEDURE DIVISION.
018900*----------------------------------------------------------------
047300     IF DTRAN-TYPE-CODE (WS-ENTRY-SUB) = SPACES
047400         SET TRAN-INVALID TO TRUE
047500         MOVE "MISSING DEDUCTION TYPE" TO WS-REJECT-REASON
047510     END-IF
047520     IF NOT (DTRAN-TREAT-401K (WS-ENTRY-SUB)
047530             OR DTRAN-TREAT-SEC125 (WS-ENTRY-SUB)
047540             OR DTRAN-TREAT-AFTER-TAX (WS-ENTRY-SUB))
047550         SET TRAN-INVALID TO TRUE
047560         MOVE "INVALID TAX TREATMENT" TO WS-REJECT-REASON
047600     END-IF.
047700 2710-EXIT.
047800     EXIT.
062700     EXIT.

062850*----------------------------------------------------------------
062860* 3510-APPLY-BANK-CHANGE - A CHANGE CARRIES THE FULL NEW ACCOUNT
062865* LIST FOR THE EMPLOYEE.  AN ACCOUNT WHOSE ROUTING AND ACCOUNT
062870* NUMBER ARE ALREADY ON THE OLD RECORD KEEPS ITS OLD STATUS, SO
062875* ADDING A SAVINGS ACCOUNT OR CHANGING AN ALLOCATION DOES NOT PUT
062880* THE EMPLOYEE'S PROVEN ACCOUNTS THROUGH A PRENOTE AGAIN.  ANY
062885* OTHER ACCOUNT IS UNPROVEN AND IS FORCED TO PENDING BEFORE THE
062890* RECORD IS WRITTEN; THE NEXT PAYROLL RUN PRENOTES IT.
062895*----------------------------------------------------------------
062900 3510-APPLY-BANK-CHANGE.
063000     PERFORM 3700-EDIT-BANK-TRAN THRU 3700-EXIT
063300         MOVE "CHANGE" TO WS-LOG-ACTION
063400         MOVE BANK-EMP-ID TO WS-LOG-ID
063500         PERFORM 3810-FORMAT-BANK-BEFORE THRU 3810-EXIT
063550         PERFORM 3540-SET-ACCOUNT-STATUS THRU 3540-EXIT
063560             VARYING WS-ENTRY-SUB FROM 1 BY 1
063570             UNTIL WS-ENTRY-SUB > WS-ENTRY-LIMIT
063600         MOVE BTRAN-BANK-DATA TO NEW-BANK-RECORD
063700         WRITE NEW-BANK-RECORD
063800         PERFORM 3820-FORMAT-BANK-AFTER THRU 3820-EXIT
066200 3530-EXIT.
066300     EXIT.

066310 3540-SET-ACCOUNT-STATUS.
066320     SET BTRAN-STAT-PENDING (WS-ENTRY-SUB) TO TRUE
066330     PERFORM 3545-MATCH-OLD-ACCOUNT THRU 3545-EXIT
066340         VARYING WS-OLD-SUB FROM 1 BY 1
066350         UNTIL WS-OLD-SUB > WS-OLD-LIMIT.
066360 3540-EXIT.
066370     EXIT.

066380 3545-MATCH-OLD-ACCOUNT.
066390     IF BANK-ROUTING-NUM (WS-OLD-SUB) =
066400             BTRAN-ROUTING-NUM (WS-ENTRY-SUB)
066410         AND BANK-ACCOUNT-NUM (WS-OLD-SUB) =
066420             BTRAN-ACCOUNT-NUM (WS-ENTRY-SUB)
066430         MOVE BANK-STATUS (WS-OLD-SUB)
066440             TO BTRAN-STATUS (WS-ENTRY-SUB)
066450     END-IF.
066460 3545-EXIT.
066470     EXIT.

066500 3600-APPLY-UNMATCHED-BANK.
066600     EVALUATE TRUE
066700         WHEN BTRAN-ADD
067700     EXIT.

067850*----------------------------------------------------------------
067860* 3610-APPLY-BANK-ADD - EVERY ACCOUNT ON A NEW RECORD STARTS OUT
067870* PENDING, SO EACH IS PRENOTED BEFORE IT EVER CARRIES LIVE MONEY.
067890*----------------------------------------------------------------
067900 3610-APPLY-BANK-ADD.
068000     PERFORM 3700-EDIT-BANK-TRAN THRU 3700-EXIT
068300         MOVE "ADD" TO WS-LOG-ACTION
068400         MOVE BTRAN-EMP-ID TO WS-LOG-ID
068500         MOVE SPACES TO WS-LOG-BEFORE
068550         PERFORM 3620-PEND-NEW-ACCOUNT THRU 3620-EXIT
068560             VARYING WS-ENTRY-SUB FROM 1 BY 1
068570             UNTIL WS-ENTRY-SUB > WS-ENTRY-LIMIT
068600         MOVE BTRAN-BANK-DATA TO NEW-BANK-RECORD
068700         WRITE NEW-BANK-RECORD
068800         PERFORM 3820-FORMAT-BANK-AFTER THRU 3820-EXIT
069400 3610-EXIT.
069500     EXIT.

069510 3620-PEND-NEW-ACCOUNT.
069520     SET BTRAN-STAT-PENDING (WS-ENTRY-SUB) TO TRUE.
069530 3620-EXIT.
069540     EXIT.

069700*----------------------------------------------------------------
069800* 3700-EDIT-BANK-TRAN - VALIDATE AN ADD OR CHANGE BANK
069810* TRANSACTION: THE EMPLOYEE MUST EXIST ON EMPLOYEE.DAT, THE RECORD
069820* MUST CARRY BETWEEN ONE AND WS-MAX-BANK-ACCTS ACCOUNTS, EXACTLY
069830* ONE OF THEM THE REMAINDER ACCOUNT, AND THE PERCENT ACCOUNTS MAY
069840* NOT TOTAL MORE THAN 100 PERCENT OF NET.  EVERY ACCOUNT MUST HAVE
069850* AN ACCOUNT NUMBER, A VALID ALLOCATION METHOD, AND A ROUTING
069860* NUMBER THAT PASSES THE ABA CHECK-DIGIT TEST.  A MISTYPED ROUTING
069870* NUMBER STOPS HERE INSTEAD OF SENDING SOMEONE'S PAY TO THE WRONG
070300* BANK.
070400*----------------------------------------------------------------
070500 3700-EDIT-BANK-TRAN.
071600         SET TRAN-INVALID TO TRUE
071700         MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
071800     END-IF
071804     IF BTRAN-ACCT-COUNT = ZERO
071808         SET TRAN-INVALID TO TRUE
071812         MOVE "NO BANK ACCOUNTS" TO WS-REJECT-REASON
071816     END-IF
071820     IF BTRAN-ACCT-COUNT > WS-MAX-BANK-ACCTS
071824         SET TRAN-INVALID TO TRUE
071828         MOVE "TOO MANY BANK ACCOUNTS" TO WS-REJECT-REASON
071832     END-IF
071836     MOVE BTRAN-ACCT-COUNT TO WS-ENTRY-LIMIT
071840     IF WS-ENTRY-LIMIT > WS-MAX-BANK-ACCTS
071844         MOVE WS-MAX-BANK-ACCTS TO WS-ENTRY-LIMIT
071848     END-IF
071852     MOVE ZERO TO WS-PCT-TOTAL WS-REM-COUNT
071856     PERFORM 3705-EDIT-ONE-ACCOUNT THRU 3705-EXIT
071860         VARYING WS-ENTRY-SUB FROM 1 BY 1
071864         UNTIL WS-ENTRY-SUB > WS-ENTRY-LIMIT
071868     IF WS-REM-COUNT NOT = 1
071872         SET TRAN-INVALID TO TRUE
071876         MOVE "NOT EXACTLY ONE REMAINDER ACCT" TO WS-REJECT-REASON
071880     END-IF
071884     IF WS-PCT-TOTAL > WS-MAX-PCT-TOTAL
071888         SET TRAN-INVALID TO TRUE
071892         MOVE "PERCENT DEPOSITS EXCEED 100" TO WS-REJECT-REASON
071896     END-IF.
071900 3700-EXIT.
071904     EXIT.

071908 3705-EDIT-ONE-ACCOUNT.
071912     EVALUATE TRUE
071916         WHEN BTRAN-ALLOC-REMAINDER (WS-ENTRY-SUB)
071920             ADD 1 TO WS-REM-COUNT
071924         WHEN BTRAN-ALLOC-PERCENT (WS-ENTRY-SUB)
071928             ADD BTRAN-ALLOC-PCT (WS-ENTRY-SUB) TO WS-PCT-TOTAL
071932             IF BTRAN-ALLOC-PCT (WS-ENTRY-SUB) = ZERO
071936                 SET TRAN-INVALID TO TRUE
071940                 MOVE "MISSING DEPOSIT ALLOCATION"
071944                     TO WS-REJECT-REASON
071948             END-IF
071952         WHEN BTRAN-ALLOC-FLAT (WS-ENTRY-SUB)
071956             IF BTRAN-ALLOC-AMOUNT (WS-ENTRY-SUB) = ZERO
071960                 SET TRAN-INVALID TO TRUE
071964                 MOVE "MISSING DEPOSIT ALLOCATION"
071968                     TO WS-REJECT-REASON
071972             END-IF
071976         WHEN OTHER
071980             SET TRAN-INVALID TO TRUE
071984             MOVE "INVALID ALLOCATION METHOD" TO WS-REJECT-REASON
071988     END-EVALUATE
071992     IF BTRAN-ACCOUNT-NUM (WS-ENTRY-SUB) = SPACES
072000         SET TRAN-INVALID TO TRUE
072100         MOVE "MISSING ACCOUNT NUMBER" TO WS-REJECT-REASON
072200     END-IF
072210     MOVE BTRAN-ROUTING-NUM (WS-ENTRY-SUB) TO WS-ROUTING-DIGITS
072300     PERFORM 3710-CHECK-ROUTING-DIGIT THRU 3710-EXIT
072400     IF ROUTING-BAD
072500         SET TRAN-INVALID TO TRUE
072600         MOVE "INVALID BANK ROUTING NUMBER" TO WS-REJECT-REASON
072700     END-IF.
072800 3705-EXIT.
072900     EXIT.

073100*----------------------------------------------------------------
073200* 3710-CHECK-ROUTING-DIGIT - APPLY THE ABA CHECK-DIGIT TEST TO
073300* THE ROUTING NUMBER IN WS-ROUTING-DIGITS: WITH DIGITS D1 - D9,
073400* 3(D1+D4+D7) + 7(D2+D5+D8) + (D3+D6+D9) MUST BE A MULTIPLE OF
073500* TEN.  AN ALL-ZERO ROUTING NUMBER IS ALSO REJECTED, SINCE THE
073600* WEIGHTED SUM OF ZEROS WOULD OTHERWISE PASS.
073700*----------------------------------------------------------------
073800 3710-CHECK-ROUTING-DIGIT.
073900     SET ROUTING-OK TO TRUE
074100     IF WS-ROUTING-DIGITS = ZERO
074200         SET ROUTING-BAD TO TRUE
074300         GO TO 3710-EXIT
076000 3710-EXIT.
076100     EXIT.

076110*----------------------------------------------------------------
076120* 3810/3820 - THE LOG SHOWS HOW MANY ACCOUNTS THE RECORD CARRIES,
076130* HOW MANY OF THEM ARE ACTIVE, AND THE REMAINDER ACCOUNT NUMBER.
076140*----------------------------------------------------------------
076300 3810-FORMAT-BANK-BEFORE.
076310     MOVE BANK-ACCT-COUNT TO WS-DTL-COUNT WS-OLD-LIMIT
076320     IF WS-OLD-LIMIT > WS-MAX-BANK-ACCTS
076330         MOVE WS-MAX-BANK-ACCTS TO WS-OLD-LIMIT
076340     END-IF
076350     MOVE ZERO TO WS-DTL-ACTIVE
076360     MOVE SPACES TO WS-DTL-ACCOUNT
076370     PERFORM 3815-SCAN-OLD-ACCOUNT THRU 3815-EXIT
076380         VARYING WS-OLD-SUB FROM 1 BY 1
076390         UNTIL WS-OLD-SUB > WS-OLD-LIMIT
076600     MOVE SPACES TO WS-LOG-BEFORE
076610     STRING "ACCTS " DELIMITED BY SIZE
076620            WS-DTL-COUNT DELIMITED BY SIZE
076630            " ACTIVE " DELIMITED BY SIZE
076640            WS-DTL-ACTIVE DELIMITED BY SIZE
076650            " REM " DELIMITED BY SIZE
077000            WS-DTL-ACCOUNT DELIMITED BY SIZE
077100         INTO WS-LOG-BEFORE
077200     END-STRING.
077300 3810-EXIT.
077400     EXIT.

077410 3815-SCAN-OLD-ACCOUNT.
077420     IF BANK-STAT-ACTIVE (WS-OLD-SUB)
077430         ADD 1 TO WS-DTL-ACTIVE
077440     END-IF
077450     IF BANK-ALLOC-REMAINDER (WS-OLD-SUB)
077460         MOVE BANK-ACCOUNT-NUM (WS-OLD-SUB) TO WS-DTL-ACCOUNT
077470     END-IF.
077480 3815-EXIT.
077490     EXIT.

077600 3820-FORMAT-BANK-AFTER.
077610     MOVE BTRAN-ACCT-COUNT TO WS-DTL-COUNT
077620     MOVE ZERO TO WS-DTL-ACTIVE
077630     MOVE SPACES TO WS-DTL-ACCOUNT
077640     PERFORM 3825-SCAN-NEW-ACCOUNT THRU 3825-EXIT
077650         VARYING WS-ENTRY-SUB FROM 1 BY 1
077660         UNTIL WS-ENTRY-SUB > WS-ENTRY-LIMIT
077900     MOVE SPACES TO WS-LOG-AFTER
077910     STRING "ACCTS " DELIMITED BY SIZE
077920            WS-DTL-COUNT DELIMITED BY SIZE
077930            " ACTIVE " DELIMITED BY SIZE
077940            WS-DTL-ACTIVE DELIMITED BY SIZE
077950            " REM " DELIMITED BY SIZE
078300            WS-DTL-ACCOUNT DELIMITED BY SIZE
078400         INTO WS-LOG-AFTER
078500     END-STRING.
078600 3820-EXIT.
078700     EXIT.

078710 3825-SCAN-NEW-ACCOUNT.
078720     IF BTRAN-STAT-ACTIVE (WS-ENTRY-SUB)
078730         ADD 1 TO WS-DTL-ACTIVE
078740     END-IF
078750     IF BTRAN-ALLOC-REMAINDER (WS-ENTRY-SUB)
078760         MOVE BTRAN-ACCOUNT-NUM (WS-ENTRY-SUB) TO WS-DTL-ACCOUNT
078770     END-IF.
078780 3825-EXIT.
078790     EXIT.

078900*----------------------------------------------------------------
079000* 7000-CHECK-EMPLOYEE-EXISTS - ADVANCE THE EMPLOYEE.DAT SCAN
079100* UNTIL ITS KEY IS NOT LESS THAN THE WANTED KEY.  SINCE EVERY
