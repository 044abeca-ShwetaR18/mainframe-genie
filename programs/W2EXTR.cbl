001520*                WITHHOLDING COLUMNS FROM THE NEW YTD-SS-TAX AND
001530*                YTD-MED-TAX BUCKETS, WHICH THE SERVICE BUREAU
001540*                ASKS FOR SEPARATELY EVERY JANUARY.
001543* 10/14/2026 RH  ADDED THE FEDERAL, SOCIAL SECURITY, AND MEDICARE
001546*                TAXABLE WAGES FROM THE NEW YTD MASTER FIGURES, SO
001549*                PRE-TAX 401(K) AND SECTION 125 DEDUCTIONS COME
001552*                OFF THE W-2 WAGE BOXES, AND THE YEAR'S 401(K)
001555*                DEFERRAL.  W2-GROSS-WAGES STAYS AS TOTAL GROSS.
001558* 10/14/2026 RH  ADDED STATE WAGES AND STATE TAX FOR EACH STATE
001561*                THE EMPLOYEE WORKED OR LIVED IN DURING THE YEAR
001564*                (UP TO FOUR), FROM THE NEW YTD STATE ENTRIES, FOR
001567*                THE W-2 STATE BOXES.  W2-STATE-TAX STAYS AS THE
001570*                ALL-STATE TOTAL; UNUSED STATE ENTRIES ARE SPACES
001573*                AND ZERO.
001576* 10/15/2026 RH  SKIPS YTD RECORDS WITH NO GROSS AND NO TAX, THE
001579*                OPENING RECORDS YEAR-END-CLOSE WRITES FOR
001582*                EMPLOYEES CARRIED INTO A NEW YEAR, SO NO EMPTY
001585*                W-2 IS CUT FOR AN EMPLOYEE NOT PAID IN THE YEAR.
001600*----------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
003600     05  W2-EMP-ID          PIC 9(05).
003700     05  W2-EMP-NAME        PIC X(30).
003800     05  W2-GROSS-WAGES     PIC 9(08)V99.
003810     05  W2-FED-WAGES       PIC 9(08)V99.
003820     05  W2-SS-WAGES        PIC 9(08)V99.
003830     05  W2-MED-WAGES       PIC 9(08)V99.
003900     05  W2-FED-TAX         PIC 9(08)V99.
004000     05  W2-STATE-TAX       PIC 9(08)V99.
004020     05  W2-SS-TAX          PIC 9(08)V99.
004040     05  W2-MED-TAX         PIC 9(08)V99.
004100     05  W2-TOTAL-TAX       PIC 9(08)V99.
004200     05  W2-RETIREMENT      PIC 9(08)V99.
004210     05  W2-401K-DEFERRAL   PIC 9(08)V99.
004220     05  W2-STATE-COUNT     PIC 9(02).
004230     05  W2-STATE-ENTRY OCCURS 4 TIMES.
004240         10  W2-ST-CODE     PIC X(02).
004250         10  W2-ST-WAGES    PIC 9(08)V99.
004260         10  W2-ST-TAX      PIC 9(08)V99.

004400 WORKING-STORAGE SECTION.
004500 01  WS-SWITCHES.

005200 01  WS-CONSTANTS.
005250     05  WS-MAX-DED-ENTRIES PIC 9(02) VALUE 8.
005260     05  WS-MAX-STATE-ENTRIES PIC 9(02) VALUE 4.

005300 01  WS-COUNTERS.
005400     05  WS-EXTRACT-COUNTER PIC 9(04) VALUE ZERO.
005500     05  WS-DED-SUB         PIC 9(02) VALUE ZERO.
005600     05  WS-DED-LIMIT       PIC 9(02) VALUE ZERO.
005610     05  WS-ST-SUB          PIC 9(02) VALUE ZERO.
005620     05  WS-ST-LIMIT        PIC 9(02) VALUE ZERO.

005700 PROCEDURE DIVISION.
005800*----------------------------------------------------------------

009900*----------------------------------------------------------------
010000* 2000-EXTRACT-EMPLOYEE - BUILD AND WRITE ONE WAGE-AND-TAX
010010* RECORD FROM THE CURRENT YTD MASTER RECORD.  THE WAGE BOXES ARE
010020* THE TAXABLE FIGURES (GROSS LESS PRE-TAX DEDUCTIONS) RATHER THAN
010030* GROSS; THE 401(K) DEFERRAL GOES IN ITS OWN COLUMN.  THE
010040* RETIREMENT BOX IS FILLED FROM THE RT DEDUCTION-TYPE BUCKET WHEN
010050* ONE EXISTS FOR THE EMPLOYEE.  STATE WAGES AND TAX ARE EXTRACTED
010060* FOR EACH STATE ON THE YTD MASTER.
010070* A RECORD WITH NO GROSS AND NO TAX - AN EMPLOYEE CARRIED INTO THE
010080* YEAR BY YEAR-END-CLOSE AND NEVER PAID IN IT - GETS NO W-2.
010400*----------------------------------------------------------------
010500 2000-EXTRACT-EMPLOYEE.
010510     IF YTD-GROSS = ZERO AND YTD-TAX = ZERO
010520         PERFORM 1100-READ-YTD-NEXT THRU 1100-EXIT
010530         GO TO 2000-EXIT
010540     END-IF
010600     MOVE YTD-EMP-ID    TO W2-EMP-ID
010700     MOVE YTD-EMP-NAME  TO W2-EMP-NAME
010800     MOVE YTD-GROSS     TO W2-GROSS-WAGES
010810     MOVE YTD-FED-WAGES TO W2-FED-WAGES
010820     MOVE YTD-SS-WAGES  TO W2-SS-WAGES
010830     MOVE YTD-MED-WAGES TO W2-MED-WAGES
010900     MOVE YTD-FED-TAX   TO W2-FED-TAX
011000     MOVE YTD-STATE-TAX TO W2-STATE-TAX
011020     MOVE YTD-SS-TAX    TO W2-SS-TAX
011040     MOVE YTD-MED-TAX   TO W2-MED-TAX
011100     MOVE YTD-TAX       TO W2-TOTAL-TAX
011200     MOVE ZERO          TO W2-RETIREMENT
011210     MOVE YTD-401K-DEFERRED TO W2-401K-DEFERRAL
011220     MOVE YTD-DED-COUNT TO WS-DED-LIMIT
011240     IF WS-DED-LIMIT > WS-MAX-DED-ENTRIES
011260         MOVE WS-MAX-DED-ENTRIES TO WS-DED-LIMIT
011300     PERFORM 2100-FIND-RETIREMENT THRU 2100-EXIT
011400         VARYING WS-DED-SUB FROM 1 BY 1
011500         UNTIL WS-DED-SUB > WS-DED-LIMIT
011510     MOVE YTD-STATE-COUNT TO WS-ST-LIMIT
011520     IF WS-ST-LIMIT > WS-MAX-STATE-ENTRIES
011530         MOVE WS-MAX-STATE-ENTRIES TO WS-ST-LIMIT
011540     END-IF
011550     MOVE WS-ST-LIMIT TO W2-STATE-COUNT
011560     PERFORM 2200-EXTRACT-STATE THRU 2200-EXIT
011570         VARYING WS-ST-SUB FROM 1 BY 1
011580         UNTIL WS-ST-SUB > WS-MAX-STATE-ENTRIES
011600     WRITE W2-EXTRACT-RECORD
011700     ADD 1 TO WS-EXTRACT-COUNTER
011800     PERFORM 1100-READ-YTD-NEXT THRU 1100-EXIT.
012600 2100-EXIT.
012700     EXIT.

012710 2200-EXTRACT-STATE.
012720     IF WS-ST-SUB > WS-ST-LIMIT
012730         MOVE SPACES TO W2-ST-CODE (WS-ST-SUB)
012740         MOVE ZERO TO W2-ST-WAGES (WS-ST-SUB)
012750             W2-ST-TAX (WS-ST-SUB)
012760     ELSE
012770         MOVE YTD-ST-CODE (WS-ST-SUB) TO W2-ST-CODE (WS-ST-SUB)
012780         MOVE YTD-ST-WAGES (WS-ST-SUB) TO W2-ST-WAGES (WS-ST-SUB)
012790         MOVE YTD-ST-TAX (WS-ST-SUB) TO W2-ST-TAX (WS-ST-SUB)
012800     END-IF.
012810 2200-EXIT.
012820     EXIT.

012900*----------------------------------------------------------------
013000* 9000-TERMINATE - CLOSE ALL FILES.
013100*----------------------------------------------------------------
