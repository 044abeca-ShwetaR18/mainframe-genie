002700*                REMOVE RETROREQ.DAT AFTER A CLEAN RUN AND
002800*                RETRO.DAT AFTER THE RUN THAT PAYS IT, AS WITH
002900*                ADJTRAN.DAT.
002907* 10/14/2026 RH  SALARIED HISTORY (PH-PAY-TYPE S) IS MADE UP FROM
002914*                THE SALARY, NOT THE HOURS: A PERIOD ON OR AFTER
002921*                EMP-RATE-EFF-DATE PAID ON A LOWER ANNUAL SALARY
002928*                HAS ITS PH-SALARY-PAY SCALED UP TO THE CURRENT
002935*                EMP-ANNUAL-SALARY, SO A PRORATED PERIOD IS MADE
002942*                UP IN THE SAME PROPORTION IT WAS PAID.
002949* 10/14/2026 RH  VACATION AND SICK HOURS PAID IN AN HOURLY PERIOD,
002956*                AND ANY FINAL VACATION PAYOUT HOURS, ARE MADE UP
002963*                AT STRAIGHT TIME ALONG WITH THE WORKED HOURS.
002970* 10/15/2026 RH  A PERIOD PAID EARNINGS CODES IS REPRICED CODE BY
002977*                CODE AT THE OLD AND THE NEW RATE, WITH OVERTIME
002984*                FIGURED ON THE REGULAR RATE AS IT WAS PAID; A
002991*                FLAT AMOUNT PER PUNCH IS NOT MADE UP.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
009000     05  WS-HIGH-KEY        PIC 9(05)    VALUE 99999.
009100     05  WS-REG-THRESHOLD   PIC 9(03)V99 VALUE 40.00.
009200     05  WS-OT-FACTOR       PIC 9V99     VALUE 1.50.
009210     05  WS-MAX-EARN-ENTRIES PIC 9(02)   VALUE 8.

009400 01  WS-COMPARE-KEYS.
009500     05  WS-EMP-KEY         PIC 9(05) VALUE ZERO.
011500     05  WS-NEW-REG-PAY     PIC 9(08)V99.
011600     05  WS-PERIOD-DIFF     PIC 9(06)V99.
011700     05  WS-TOTAL-DIFF      PIC 9(08)V99.
011707     05  WS-SAL-WORK        PIC 9(13)V9(04).
011714     05  WS-LEAVE-HOURS     PIC 9(04)V99.
011721     05  WS-OLD-LEAVE-PAY   PIC 9(08)V99.
011728     05  WS-NEW-LEAVE-PAY   PIC 9(08)V99.

011735 01  WS-EARN-WORK-AREA.
011742     05  WS-EARN-SUB        PIC 9(02) VALUE ZERO.
011749     05  WS-EARN-LIMIT      PIC 9(02) VALUE ZERO.
011756     05  WS-PRICE-RATE      PIC 9(03)V99.
011763     05  WS-PRICE-GROSS     PIC 9(08)V99.
011770     05  WS-PRICE-REG-HOURS PIC 9(04)V99.
011777     05  WS-PRICE-OT-HOURS  PIC 9(04)V99.
011784     05  WS-PRICE-REG-PAY   PIC 9(08)V99.
011791     05  WS-PRICE-OT-PAY    PIC 9(08)V99.
011798     05  WS-CODED-HOURS     PIC 9(04)V99.
011805     05  WS-BASE-HOURS      PIC 9(04)V99.
011812     05  WS-OT-COUNT-HOURS  PIC 9(04)V99.
011819     05  WS-OT-BASE-HOURS   PIC 9(04)V99.
011826     05  WS-EARN-PAY        PIC 9(08)V99.
011833     05  WS-EARN-AMOUNT     PIC 9(08)V99.
011840     05  WS-EARN-RATE-WORK  PIC 9(08)V9999.
011847     05  WS-RR-WORK         PIC 9(08)V99.
011854     05  WS-REGULAR-RATE    PIC 9(04)V999.
011861     05  WS-OT-PREM-FACTOR  PIC 9V99.
011868     05  WS-OT-PREM-RATE    PIC 9(04)V999.
011875     05  WS-OT-PREMIUM      PIC 9(08)V99.

011900 01  WS-REPORT-BUFFER.
012000     05  WS-RPT-ID          PIC X(05).
012400     05  WS-RPT-NEW-RATE    PIC 9(03)V99.
012500     05  WS-RPT-DIFF        PIC 9(06)V99.
012600     05  WS-RPT-TOTAL       PIC 9(08)V99.
012610     05  WS-RPT-OLD-SALARY  PIC 9(07)V99.
012620     05  WS-RPT-NEW-SALARY  PIC 9(07)V99.

012800 PROCEDURE DIVISION.
012900*----------------------------------------------------------------
024100* SHOWING THE OLD (LOWER) RATE, ACCUMULATING THE
024200* DIFFERENCE PERIOD BY PERIOD.  A PERIOD PAID AT A RATE AT OR
024300* ABOVE THE CURRENT ONE CONTRIBUTES NOTHING.
024310* A SALARIED PERIOD IS COMPARED ON ANNUAL SALARY INSTEAD OF RATE;
024320* SEE 3300-COMPUTE-SALARY-DIFF.
024400*----------------------------------------------------------------
024500 3000-SCAN-HISTORY.
024600     MOVE ZERO TO WS-TOTAL-DIFF WS-PERIOD-COUNT
026360                 SET HIST-EOF TO TRUE
026370             ELSE
026500                 IF PH-PAY-PERIOD NOT < EMP-RATE-EFF-DATE
026510                     IF PH-TYPE-SALARIED
026520                         IF PH-ANNUAL-SALARY > ZERO AND
026530                             PH-ANNUAL-SALARY < EMP-ANNUAL-SALARY
026540                             PERFORM 3300-COMPUTE-SALARY-DIFF
026550                                 THRU 3300-EXIT
026560                         END-IF
026570                     ELSE
026580                         IF PH-RATE < EMP-RATE
026590                             PERFORM 3200-COMPUTE-ONE-DIFF
026600                                 THRU 3200-EXIT
026610                         END-IF
026620                     END-IF
026800                 END-IF
026850             END-IF
026900     END-READ.
027300*----------------------------------------------------------------
027400* 3200-COMPUTE-ONE-DIFF - RECOMPUTE THE PERIOD'S GROSS FROM
027500* PH-HOURS AT THE OLD AND THE NEW RATE, USING THE SAME 40-HOUR
027600* STRAIGHT-TIME/OVERTIME SPLIT PAYROLL-CALCULATOR USES, PLUS THE
027650* LEAVE AND VACATION PAYOUT HOURS AT STRAIGHT TIME, AND
027700* ACCUMULATE THE DIFFERENCE.
027710* A PERIOD THAT WAS PAID EARNINGS CODES IS PRICED AT EACH RATE BY
027720* 3250-PRICE-CODED-PERIOD INSTEAD.
027800*----------------------------------------------------------------
027900 3200-COMPUTE-ONE-DIFF.
028000     IF PH-HOURS > WS-REG-THRESHOLD
029000     MULTIPLY WS-OT-HOURS BY WS-OLD-OT-RATE
029100         GIVING WS-OLD-OT-PAY
029200     ADD WS-OLD-REG-PAY WS-OLD-OT-PAY GIVING WS-OLD-GROSS
029210     IF PH-EARN-COUNT > ZERO
029220         MOVE PH-RATE TO WS-PRICE-RATE
029230         PERFORM 3250-PRICE-CODED-PERIOD THRU 3250-EXIT
029240         MOVE WS-PRICE-GROSS TO WS-OLD-GROSS
029250     END-IF
029260     ADD PH-VAC-HOURS PH-SICK-HOURS PH-VAC-PAYOUT-HOURS
029270         GIVING WS-LEAVE-HOURS
029280     MULTIPLY WS-LEAVE-HOURS BY PH-RATE GIVING WS-OLD-LEAVE-PAY
029290     ADD WS-OLD-LEAVE-PAY TO WS-OLD-GROSS
029300     MULTIPLY WS-REG-HOURS BY EMP-RATE GIVING WS-NEW-REG-PAY
029400     MULTIPLY EMP-RATE BY WS-OT-FACTOR GIVING WS-NEW-OT-RATE
029500     MULTIPLY WS-OT-HOURS BY WS-NEW-OT-RATE
029600         GIVING WS-NEW-OT-PAY
029700     ADD WS-NEW-REG-PAY WS-NEW-OT-PAY GIVING WS-NEW-GROSS
029710     IF PH-EARN-COUNT > ZERO
029720         MOVE EMP-RATE TO WS-PRICE-RATE
029730         PERFORM 3250-PRICE-CODED-PERIOD THRU 3250-EXIT
029740         MOVE WS-PRICE-GROSS TO WS-NEW-GROSS
029750     END-IF
029760     MULTIPLY WS-LEAVE-HOURS BY EMP-RATE GIVING WS-NEW-LEAVE-PAY
029770     ADD WS-NEW-LEAVE-PAY TO WS-NEW-GROSS
029800     SUBTRACT WS-OLD-GROSS FROM WS-NEW-GROSS
029900         GIVING WS-PERIOD-DIFF
030000     ADD WS-PERIOD-DIFF TO WS-TOTAL-DIFF
032400 3200-EXIT.
032500     EXIT.

032502*----------------------------------------------------------------
032503* 3250-PRICE-CODED-PERIOD - PRICE A PERIOD THAT WAS PAID EARNINGS
032504* CODES AT WS-PRICE-RATE THE WAY PAYROLL-CALCULATOR'S
032505* 2800-PAY-EARNINGS-CODES PAID IT, INTO WS-PRICE-GROSS.  THE
032506* UNCODED HOURS ARE PH-HOURS LESS THE CODED HOURS ON PAY HISTORY.
032507* EACH CODE IS PRICED BY ITS RULE IN 3255-PRICE-ONE-CODE; A FLAT
032508* AMOUNT PER PUNCH DOES NOT MOVE WITH THE RATE, SO IT IS TAKEN AS
032509* PAID.  PAST THE 40-HOUR THRESHOLD (UNCODED HOURS PLUS THE HOURS
032510* OF CODES THAT COUNT TOWARD OVERTIME) THE OVERTIME PREMIUM IS
032511* FIGURED ON THE REGULAR RATE, ALL THE STRAIGHT-TIME PAY OVER
032512* THOSE HOURS.
032513*----------------------------------------------------------------
032514 3250-PRICE-CODED-PERIOD.
032515     MOVE PH-EARN-COUNT TO WS-EARN-LIMIT
032516     IF WS-EARN-LIMIT > WS-MAX-EARN-ENTRIES
032517         MOVE WS-MAX-EARN-ENTRIES TO WS-EARN-LIMIT
032518     END-IF
032519     MOVE ZERO TO WS-EARN-PAY WS-CODED-HOURS WS-PRICE-OT-PAY
032520     MOVE ZERO TO WS-OT-COUNT-HOURS
032521     PERFORM 3255-PRICE-ONE-CODE THRU 3255-EXIT
032522         VARYING WS-EARN-SUB FROM 1 BY 1
032523         UNTIL WS-EARN-SUB > WS-EARN-LIMIT
032524     IF PH-HOURS > WS-CODED-HOURS
032525         SUBTRACT WS-CODED-HOURS FROM PH-HOURS
032526             GIVING WS-BASE-HOURS
032527     ELSE
032528         MOVE ZERO TO WS-BASE-HOURS
032529     END-IF
032530     ADD WS-BASE-HOURS TO WS-OT-COUNT-HOURS
032531     MOVE WS-BASE-HOURS TO WS-PRICE-REG-HOURS
032532     IF WS-OT-COUNT-HOURS > WS-REG-THRESHOLD
032533         SUBTRACT WS-REG-THRESHOLD FROM WS-OT-COUNT-HOURS
032534             GIVING WS-PRICE-OT-HOURS
032535         MULTIPLY WS-BASE-HOURS BY WS-PRICE-RATE
032536             GIVING WS-PRICE-REG-PAY
032537         ADD WS-PRICE-REG-PAY WS-EARN-PAY GIVING WS-RR-WORK
032538         DIVIDE WS-RR-WORK BY WS-OT-COUNT-HOURS
032539             GIVING WS-REGULAR-RATE ROUNDED
032540         IF WS-PRICE-OT-HOURS > WS-BASE-HOURS
032541             MOVE WS-BASE-HOURS TO WS-OT-BASE-HOURS
032542         ELSE
032543             MOVE WS-PRICE-OT-HOURS TO WS-OT-BASE-HOURS
032544         END-IF
032545         SUBTRACT WS-OT-BASE-HOURS FROM WS-PRICE-REG-HOURS
032546         MULTIPLY WS-OT-BASE-HOURS BY WS-PRICE-RATE
032547             GIVING WS-PRICE-OT-PAY
032548         SUBTRACT 1 FROM WS-OT-FACTOR GIVING WS-OT-PREM-FACTOR
032549         MULTIPLY WS-REGULAR-RATE BY WS-OT-PREM-FACTOR
032550             GIVING WS-OT-PREM-RATE
032551         MULTIPLY WS-PRICE-OT-HOURS BY WS-OT-PREM-RATE
032552             GIVING WS-OT-PREMIUM ROUNDED
032553         ADD WS-OT-PREMIUM TO WS-PRICE-OT-PAY
032554     END-IF
032555     MULTIPLY WS-PRICE-REG-HOURS BY WS-PRICE-RATE
032556         GIVING WS-PRICE-REG-PAY
032557     ADD WS-PRICE-REG-PAY WS-PRICE-OT-PAY WS-EARN-PAY
032558         GIVING WS-PRICE-GROSS.
032559 3250-EXIT.
032560     EXIT.

032561 3255-PRICE-ONE-CODE.
032562     ADD PH-EARN-HOURS (WS-EARN-SUB) TO WS-CODED-HOURS
032563     EVALUATE PH-EARN-RULE (WS-EARN-SUB)
032564         WHEN 'P'
032565             ADD WS-PRICE-RATE PH-EARN-VALUE (WS-EARN-SUB)
032566                 GIVING WS-EARN-RATE-WORK
032567             MULTIPLY PH-EARN-PAID-HOURS (WS-EARN-SUB)
032568                 BY WS-EARN-RATE-WORK
032569                 GIVING WS-EARN-AMOUNT ROUNDED
032570         WHEN 'M'
032571             MULTIPLY WS-PRICE-RATE BY PH-EARN-VALUE (WS-EARN-SUB)
032572                 GIVING WS-EARN-RATE-WORK
032573             MULTIPLY PH-EARN-PAID-HOURS (WS-EARN-SUB)
032574                 BY WS-EARN-RATE-WORK
032575                 GIVING WS-EARN-AMOUNT ROUNDED
032576         WHEN 'G'
032577             MULTIPLY PH-EARN-PAID-HOURS (WS-EARN-SUB)
032578                 BY WS-PRICE-RATE
032579                 GIVING WS-EARN-AMOUNT ROUNDED
032580         WHEN OTHER
032581             MOVE PH-EARN-AMOUNT (WS-EARN-SUB) TO WS-EARN-AMOUNT
032582     END-EVALUATE
032583     ADD WS-EARN-AMOUNT TO WS-EARN-PAY
032584     IF PH-EARN-OT-FLAG (WS-EARN-SUB) = 'Y'
032585         ADD PH-EARN-HOURS (WS-EARN-SUB) TO WS-OT-COUNT-HOURS
032586     END-IF.
032587 3255-EXIT.
032588     EXIT.

032600*----------------------------------------------------------------
032602* 3300-COMPUTE-SALARY-DIFF - A SALARIED PERIOD WAS PAID
032604* PH-SALARY-PAY ON AN ANNUAL SALARY OF PH-ANNUAL-SALARY.  THE
032606* PERIOD IS WORTH THE SAME SHARE OF THE NEW SALARY, SO SCALE THE
032608* AMOUNT PAID BY NEW SALARY OVER OLD; A PERIOD THAT WAS PRORATED
032610* FOR A HIRE OR TERMINATION IS MADE UP IN THE SAME PROPORTION.
032612*----------------------------------------------------------------
032614 3300-COMPUTE-SALARY-DIFF.
032616     MULTIPLY PH-SALARY-PAY BY EMP-ANNUAL-SALARY
032618         GIVING WS-SAL-WORK
032620     DIVIDE WS-SAL-WORK BY PH-ANNUAL-SALARY
032622         GIVING WS-NEW-GROSS ROUNDED
032624     MOVE PH-SALARY-PAY TO WS-OLD-GROSS
032626     SUBTRACT WS-OLD-GROSS FROM WS-NEW-GROSS
032628         GIVING WS-PERIOD-DIFF
032630     ADD WS-PERIOD-DIFF TO WS-TOTAL-DIFF
032632     ADD 1 TO WS-PERIOD-COUNT

032634     MOVE PH-EMP-ID     TO WS-RPT-ID
032636     MOVE PH-PAY-PERIOD TO WS-RPT-PERIOD
032638     MOVE PH-ANNUAL-SALARY  TO WS-RPT-OLD-SALARY
032640     MOVE EMP-ANNUAL-SALARY TO WS-RPT-NEW-SALARY
032642     MOVE WS-PERIOD-DIFF TO WS-RPT-DIFF
032644     MOVE SPACES TO RETRO-REPORT-LINE
032646     STRING WS-RPT-ID DELIMITED BY SIZE
032648            " PERIOD " DELIMITED BY SIZE
032650            WS-RPT-PERIOD DELIMITED BY SIZE
032652            " SALARY " DELIMITED BY SIZE
032654            WS-RPT-OLD-SALARY DELIMITED BY SIZE
032656            " TO " DELIMITED BY SIZE
032658            WS-RPT-NEW-SALARY DELIMITED BY SIZE
032660            " DIFF " DELIMITED BY SIZE
032662            WS-RPT-DIFF DELIMITED BY SIZE
032664         INTO RETRO-REPORT-LINE
032666     END-STRING
032668     WRITE RETRO-REPORT-LINE.
032670 3300-EXIT.
032672     EXIT.

032700*----------------------------------------------------------------
032800* 4000-WRITE-RETRO - ONE RETRO.DAT RECORD PER EMPLOYEE OWED
032900* ANYTHING, PLUS THE TOTAL LINE ON THE REPORT.  NOTHING DUE IS
