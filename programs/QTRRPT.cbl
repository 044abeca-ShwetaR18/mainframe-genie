001600*                QUARTERLY TAX RETURN, SO ACCOUNTING NO LONGER
001700*                REBUILDS THESE TOTALS BY HAND FROM SAVED
001800*                REPORTS.
001805* 10/14/2026 RH  EACH QUARTER LINE AND EACH COMPANY QUARTER TOTAL
001810*                NOW SHOWS THE FEDERAL, SOCIAL SECURITY, AND
001815*                MEDICARE TAXABLE WAGES ALONGSIDE GROSS, SINCE
001820*                PRE-TAX DEDUCTIONS MAKE THEM DIFFER AND THE
001825*                RETURN ASKS FOR TAXABLE WAGES.
001830* 10/14/2026 RH  EACH QUARTER LINE IS FOLLOWED BY THE EMPLOYEE'S
001835*                STATE WAGES AND STATE TAX FOR EVERY STATE WITH
001840*                ACTIVITY IN THAT QUARTER, FROM THE NEW YTD STATE
001845*                ENTRIES, AND THE COMPANY TOTALS NOW INCLUDE STATE
001850*                WAGES AND TAX BY STATE AND QUARTER FOR EACH STATE
001855*                RETURN.  AN EMPLOYEE WHO TRANSFERRED MID-YEAR
001860*                SHOWS UNDER BOTH STATES.
001865* 10/15/2026 RH  SKIPS YTD RECORDS WITH NO GROSS AND NO TAX, THE
001870*                OPENING RECORDS YEAR-END-CLOSE WRITES FOR
001875*                EMPLOYEES CARRIED INTO A NEW YEAR, SO THEY DO NOT
001880*                SHOW AS EMPTY LINES OR IN THE EMPLOYEE COUNT.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
004200     05  WS-YTD-EOF-SW      PIC X(01) VALUE 'N'.
004300         88  YTD-EOF               VALUE 'Y'.
004400         88  YTD-NOT-EOF           VALUE 'N'.
004410     05  WS-CO-ST-FOUND-SW  PIC X(01) VALUE 'N'.
004420         88  CO-ST-FOUND           VALUE 'Y'.
004430         88  CO-ST-NOT-FOUND       VALUE 'N'.

004440 01  WS-CONSTANTS.
004450     05  WS-MAX-STATE-ENTRIES PIC 9(02) VALUE 4.
004460     05  WS-MAX-CO-STATES   PIC 9(02) VALUE 20.

004600 01  WS-FILE-STATUS-AREA.
004700     05  WS-YTD-FILE-STATUS PIC X(02).
004900 01  WS-COUNTERS.
005000     05  WS-EMP-COUNTER     PIC 9(04) VALUE ZERO.
005100     05  WS-QTR-SUB         PIC 9(01) VALUE ZERO.
005110     05  WS-ST-SUB          PIC 9(02) VALUE ZERO.
005120     05  WS-ST-LIMIT        PIC 9(02) VALUE ZERO.
005130     05  WS-CO-ST-SUB       PIC 9(02) VALUE ZERO.
005140     05  WS-CO-ST-COUNT     PIC 9(02) VALUE ZERO.

005300 01  WS-QUARTER-TOTALS.
005400     05  WS-QTR-TOTAL OCCURS 4 TIMES.
005500         10  WS-QTR-TOT-GROSS PIC 9(10)V99 VALUE ZERO.
005600         10  WS-QTR-TOT-TAX   PIC 9(10)V99 VALUE ZERO.
005610         10  WS-QTR-TOT-FED-WAGES PIC 9(10)V99 VALUE ZERO.
005620         10  WS-QTR-TOT-SS-WAGES  PIC 9(10)V99 VALUE ZERO.
005630         10  WS-QTR-TOT-MED-WAGES PIC 9(10)V99 VALUE ZERO.

005640 01  WS-STATE-TOTALS.
005650     05  WS-CO-ST-ENTRY OCCURS 20 TIMES.
005660         10  WS-CO-ST-CODE    PIC X(02) VALUE SPACES.
005670         10  WS-CO-ST-QTR OCCURS 4 TIMES.
005680             15  WS-CO-ST-WAGES PIC 9(10)V99 VALUE ZERO.
005690             15  WS-CO-ST-TAX   PIC 9(10)V99 VALUE ZERO.

005800 01  WS-DETAIL-BUFFER.
005900     05  WS-DTL-ID          PIC X(05).
006000     05  WS-DTL-QTR-GROSS   PIC 9(08)V99.
006100     05  WS-DTL-QTR-TAX     PIC 9(08)V99.
006110     05  WS-DTL-FED-WAGES   PIC 9(08)V99.
006120     05  WS-DTL-SS-WAGES    PIC 9(08)V99.
006130     05  WS-DTL-MED-WAGES   PIC 9(08)V99.
006140     05  WS-DTL-ST-CODE     PIC X(02).
006150     05  WS-DTL-ST-WAGES    PIC 9(08)V99.
006160     05  WS-DTL-ST-TAX      PIC 9(08)V99.

006300 01  WS-TOTAL-BUFFER.
006400     05  WS-TOT-QTR         PIC 9(01).
006500     05  WS-TOT-GROSS       PIC 9(10)V99.
006600     05  WS-TOT-TAX         PIC 9(10)V99.
006610     05  WS-TOT-FED-WAGES   PIC 9(10)V99.
006620     05  WS-TOT-SS-WAGES    PIC 9(10)V99.
006630     05  WS-TOT-MED-WAGES   PIC 9(10)V99.
006640     05  WS-TOT-ST-WAGES    PIC 9(10)V99.
006650     05  WS-TOT-ST-TAX      PIC 9(10)V99.
006700     05  WS-TOT-COUNT       PIC 9(04).

006900 PROCEDURE DIVISION.
011900* 2000-PROCESS-EMPLOYEE - WRITE THE EMPLOYEE'S FOUR QUARTER
012000* BUCKETS AS ONE DETAIL LINE AND ROLL THEM INTO THE COMPANY
012100* TOTALS, THEN ADVANCE THE BROWSE.
012110* A RECORD WITH NO GROSS AND NO TAX - AN EMPLOYEE CARRIED INTO THE
012120* YEAR BY YEAR-END-CLOSE AND NOT YET PAID - IS PASSED OVER.
012200*----------------------------------------------------------------
012300 2000-PROCESS-EMPLOYEE.
012310     IF YTD-GROSS = ZERO AND YTD-TAX = ZERO
012320         PERFORM 1100-READ-YTD-NEXT THRU 1100-EXIT
012330         GO TO 2000-EXIT
012340     END-IF
012400     ADD 1 TO WS-EMP-COUNTER
012500     MOVE YTD-EMP-ID TO WS-DTL-ID
012600     MOVE SPACES TO QUARTERLY-LINE
013800 2100-DETAIL-ONE-QUARTER.
013900     MOVE YTD-QTR-GROSS (WS-QTR-SUB) TO WS-DTL-QTR-GROSS
014000     MOVE YTD-QTR-TAX (WS-QTR-SUB)   TO WS-DTL-QTR-TAX
014010     MOVE YTD-QTR-FED-WAGES (WS-QTR-SUB) TO WS-DTL-FED-WAGES
014020     MOVE YTD-QTR-SS-WAGES (WS-QTR-SUB)  TO WS-DTL-SS-WAGES
014030     MOVE YTD-QTR-MED-WAGES (WS-QTR-SUB) TO WS-DTL-MED-WAGES
014100     MOVE WS-QTR-SUB TO WS-TOT-QTR
014200     MOVE SPACES TO QUARTERLY-LINE
014300     STRING "  QTR " DELIMITED BY SIZE
014600            WS-DTL-QTR-GROSS DELIMITED BY SIZE
014700            "  TAX: " DELIMITED BY SIZE
014800            WS-DTL-QTR-TAX DELIMITED BY SIZE
014810            "  FED WAGES: " DELIMITED BY SIZE
014820            WS-DTL-FED-WAGES DELIMITED BY SIZE
014830            "  SS WAGES: " DELIMITED BY SIZE
014840            WS-DTL-SS-WAGES DELIMITED BY SIZE
014850            "  MED WAGES: " DELIMITED BY SIZE
014860            WS-DTL-MED-WAGES DELIMITED BY SIZE
014900         INTO QUARTERLY-LINE
015000     END-STRING
015100     WRITE QUARTERLY-LINE
015110     MOVE YTD-STATE-COUNT TO WS-ST-LIMIT
015120     IF WS-ST-LIMIT > WS-MAX-STATE-ENTRIES
015130         MOVE WS-MAX-STATE-ENTRIES TO WS-ST-LIMIT
015140     END-IF
015150     PERFORM 2200-DETAIL-ONE-STATE THRU 2200-EXIT
015160         VARYING WS-ST-SUB FROM 1 BY 1
015170         UNTIL WS-ST-SUB > WS-ST-LIMIT
015200     ADD YTD-QTR-GROSS (WS-QTR-SUB)
015300         TO WS-QTR-TOT-GROSS (WS-QTR-SUB)
015400     ADD YTD-QTR-TAX (WS-QTR-SUB)
015410         TO WS-QTR-TOT-TAX (WS-QTR-SUB)
015420     ADD YTD-QTR-FED-WAGES (WS-QTR-SUB)
015430         TO WS-QTR-TOT-FED-WAGES (WS-QTR-SUB)
015440     ADD YTD-QTR-SS-WAGES (WS-QTR-SUB)
015450         TO WS-QTR-TOT-SS-WAGES (WS-QTR-SUB)
015460     ADD YTD-QTR-MED-WAGES (WS-QTR-SUB)
015470         TO WS-QTR-TOT-MED-WAGES (WS-QTR-SUB).
015600 2100-EXIT.
015700     EXIT.

015702*----------------------------------------------------------------
015704* 2200-DETAIL-ONE-STATE - ONE LINE FOR THE EMPLOYEE'S STATE WAGES
015706* AND STATE TAX IN ONE STATE FOR THE QUARTER, ROLLED INTO THE
015708* COMPANY STATE TOTALS.  A STATE WITH NO ACTIVITY IN THE QUARTER
015710* IS NOT PRINTED.
015712*----------------------------------------------------------------
015714 2200-DETAIL-ONE-STATE.
015716     IF YTD-ST-QTR-WAGES (WS-ST-SUB WS-QTR-SUB) = ZERO
015718             AND YTD-ST-QTR-TAX (WS-ST-SUB WS-QTR-SUB) = ZERO
015720         GO TO 2200-EXIT
015722     END-IF
015724     MOVE YTD-ST-CODE (WS-ST-SUB) TO WS-DTL-ST-CODE
015726     MOVE YTD-ST-QTR-WAGES (WS-ST-SUB WS-QTR-SUB)
015728         TO WS-DTL-ST-WAGES
015730     MOVE YTD-ST-QTR-TAX (WS-ST-SUB WS-QTR-SUB) TO WS-DTL-ST-TAX
015732     MOVE SPACES TO QUARTERLY-LINE
015734     STRING "         STATE " DELIMITED BY SIZE
015736            WS-DTL-ST-CODE DELIMITED BY SIZE
015738            "  STATE WAGES: " DELIMITED BY SIZE
015740            WS-DTL-ST-WAGES DELIMITED BY SIZE
015742            "  STATE TAX: " DELIMITED BY SIZE
015744            WS-DTL-ST-TAX DELIMITED BY SIZE
015746         INTO QUARTERLY-LINE
015748     END-STRING
015750     WRITE QUARTERLY-LINE
015752     PERFORM 2300-ADD-COMPANY-STATE THRU 2300-EXIT.
015754 2200-EXIT.
015756     EXIT.

015758*----------------------------------------------------------------
015760* 2300-ADD-COMPANY-STATE - ADD THE STATE LINE INTO THE COMPANY
015762* TOTAL FOR ITS STATE, OPENING AN ENTRY THE FIRST TIME A STATE IS
015764* SEEN.  A STATE BEYOND THE TABLE IS FLAGGED ON THE REPORT SO THE
015766* TOTALS ARE NOT SILENTLY SHORT.
015768*----------------------------------------------------------------
015770 2300-ADD-COMPANY-STATE.
015772     SET CO-ST-NOT-FOUND TO TRUE
015774     MOVE ZERO TO WS-CO-ST-SUB
015776     PERFORM 2310-FIND-COMPANY-STATE THRU 2310-EXIT
015778         UNTIL CO-ST-FOUND OR WS-CO-ST-SUB = WS-CO-ST-COUNT
015780     IF CO-ST-NOT-FOUND
015782         IF WS-CO-ST-COUNT NOT < WS-MAX-CO-STATES
015784             MOVE SPACES TO QUARTERLY-LINE
015786             STRING "*** STATE " DELIMITED BY SIZE
015788                    WS-DTL-ST-CODE DELIMITED BY SIZE
015790                    " NOT IN COMPANY STATE TOTALS - TABLE FULL"
015792                        DELIMITED BY SIZE
015794                 INTO QUARTERLY-LINE
015796             END-STRING
015798             WRITE QUARTERLY-LINE
015800             GO TO 2300-EXIT
015802         END-IF
015804         ADD 1 TO WS-CO-ST-COUNT
015806         MOVE WS-CO-ST-COUNT TO WS-CO-ST-SUB
015808         MOVE WS-DTL-ST-CODE TO WS-CO-ST-CODE (WS-CO-ST-SUB)
015810     END-IF
015812     ADD WS-DTL-ST-WAGES
015814         TO WS-CO-ST-WAGES (WS-CO-ST-SUB WS-QTR-SUB)
015816     ADD WS-DTL-ST-TAX
015818         TO WS-CO-ST-TAX (WS-CO-ST-SUB WS-QTR-SUB).
015820 2300-EXIT.
015822     EXIT.

015824 2310-FIND-COMPANY-STATE.
015826     ADD 1 TO WS-CO-ST-SUB
015828     IF WS-CO-ST-CODE (WS-CO-ST-SUB) = WS-DTL-ST-CODE
015830         SET CO-ST-FOUND TO TRUE
015832     END-IF.
015834 2310-EXIT.
015836     EXIT.

015900*----------------------------------------------------------------
015910* 8000-PRINT-QUARTER-TOTALS - COMPANY-WIDE WAGES, TAXABLE WAGES,
015920* AND WITHHOLDING BY QUARTER, THE NUMBERS THAT GO ON THE EMPLOYER
015930* QUARTERLY TAX RETURN, THEN STATE WAGES AND STATE TAX BY STATE
015940* AND QUARTER FOR THE STATE RETURNS.
016300*----------------------------------------------------------------
016400 8000-PRINT-QUARTER-TOTALS.
016500     MOVE SPACES TO QUARTERLY-LINE
017000     PERFORM 8100-PRINT-ONE-QUARTER THRU 8100-EXIT
017100         VARYING WS-QTR-SUB FROM 1 BY 1
017200         UNTIL WS-QTR-SUB > 4
017210     MOVE SPACES TO QUARTERLY-LINE
017220     STRING "COMPANY STATE TOTALS BY STATE AND QUARTER"
017230         DELIMITED BY SIZE INTO QUARTERLY-LINE
017240     END-STRING
017250     WRITE QUARTERLY-LINE
017260     PERFORM 8200-PRINT-ONE-STATE THRU 8200-EXIT
017270         VARYING WS-CO-ST-SUB FROM 1 BY 1
017280         UNTIL WS-CO-ST-SUB > WS-CO-ST-COUNT
017300     MOVE WS-EMP-COUNTER TO WS-TOT-COUNT
017400     MOVE SPACES TO QUARTERLY-LINE
017500     STRING "EMPLOYEES REPORTED: " DELIMITED BY SIZE
018400     MOVE WS-QTR-SUB TO WS-TOT-QTR
018500     MOVE WS-QTR-TOT-GROSS (WS-QTR-SUB) TO WS-TOT-GROSS
018600     MOVE WS-QTR-TOT-TAX (WS-QTR-SUB)   TO WS-TOT-TAX
018610     MOVE WS-QTR-TOT-FED-WAGES (WS-QTR-SUB) TO WS-TOT-FED-WAGES
018620     MOVE WS-QTR-TOT-SS-WAGES (WS-QTR-SUB)  TO WS-TOT-SS-WAGES
018630     MOVE WS-QTR-TOT-MED-WAGES (WS-QTR-SUB) TO WS-TOT-MED-WAGES
018700     MOVE SPACES TO QUARTERLY-LINE
018800     STRING "QTR " DELIMITED BY SIZE
018900            WS-TOT-QTR DELIMITED BY SIZE
019100            WS-TOT-GROSS DELIMITED BY SIZE
019200            "  TOTAL TAX: " DELIMITED BY SIZE
019300            WS-TOT-TAX DELIMITED BY SIZE
019310            "  FED WAGES: " DELIMITED BY SIZE
019320            WS-TOT-FED-WAGES DELIMITED BY SIZE
019330            "  SS WAGES: " DELIMITED BY SIZE
019340            WS-TOT-SS-WAGES DELIMITED BY SIZE
019350            "  MED WAGES: " DELIMITED BY SIZE
019360            WS-TOT-MED-WAGES DELIMITED BY SIZE
019400         INTO QUARTERLY-LINE
019500     END-STRING
019600     WRITE QUARTERLY-LINE.
019700 8100-EXIT.
019800     EXIT.

019806*----------------------------------------------------------------
019812* 8200-PRINT-ONE-STATE - THE COMPANY STATE WAGES AND STATE TAX FOR
019818* ONE STATE, ONE LINE PER QUARTER, FOR THAT STATE'S RETURN.
019824*----------------------------------------------------------------
019830 8200-PRINT-ONE-STATE.
019836     MOVE WS-CO-ST-CODE (WS-CO-ST-SUB) TO WS-DTL-ST-CODE
019842     PERFORM 8210-PRINT-STATE-QUARTER THRU 8210-EXIT
019848         VARYING WS-QTR-SUB FROM 1 BY 1
019854         UNTIL WS-QTR-SUB > 4.
019860 8200-EXIT.
019866     EXIT.

019872 8210-PRINT-STATE-QUARTER.
019878     MOVE WS-QTR-SUB TO WS-TOT-QTR
019884     MOVE WS-CO-ST-WAGES (WS-CO-ST-SUB WS-QTR-SUB)
019890         TO WS-TOT-ST-WAGES
019896     MOVE WS-CO-ST-TAX (WS-CO-ST-SUB WS-QTR-SUB) TO WS-TOT-ST-TAX
019902     MOVE SPACES TO QUARTERLY-LINE
019908     STRING "STATE " DELIMITED BY SIZE
019914            WS-DTL-ST-CODE DELIMITED BY SIZE
019920            "  QTR " DELIMITED BY SIZE
019926            WS-TOT-QTR DELIMITED BY SIZE
019932            "  STATE WAGES: " DELIMITED BY SIZE
019938            WS-TOT-ST-WAGES DELIMITED BY SIZE
019944            "  STATE TAX: " DELIMITED BY SIZE
019950            WS-TOT-ST-TAX DELIMITED BY SIZE
019956         INTO QUARTERLY-LINE
019962     END-STRING
019968     WRITE QUARTERLY-LINE.
019974 8210-EXIT.
019980     EXIT.

020000*----------------------------------------------------------------
020100* 9000-TERMINATE - CLOSE ALL FILES.
020200*----------------------------------------------------------------
