000100*----------------------------------------------------------------
000200* ADJHIST.CPY - ONE ADJUSTMENT AS APPLIED TO THE YTD MASTER,
000300* APPENDED TO ADJHIST.DAT BY PAYROLL-CALCULATOR'S ADJUSTMENT PHASE
000400* FOR EVERY VOID OR VOID-AND-REISSUE THAT POSTED ON A LIVE RUN
000500* (REJECTED ADJUSTMENTS ARE NOT WRITTEN).  PAY HISTORY KEEPS THE
000600* VOIDED PAYMENT AS IT WAS PAID, SO THIS FILE IS WHAT LETS
000700* YEAR-END-CLOSE REBUILD THE YTD FIGURES FROM PAYHIST.DAT AND
000800* REPEAT THE SAME BACKOUTS.  AJH-POST-PERIOD IS THE PAY PERIOD OF
000900* THE RUN THAT APPLIED THE ADJUSTMENT; AJH-ORIG-QUARTER IS THE
001000* QUARTER THE VOIDED PAYMENT WAS BACKED OUT OF AND
001100* AJH-POST-QUARTER THE QUARTER A REISSUE WAS POSTED TO.
001200* AJH-ADJUSTMENT IS THE ADJTRAN.DAT RECORD AS APPLIED, FIELD FOR
001300* FIELD.  THE FILE IS CUMULATIVE; YEAR-END-CLOSE SELECTS EACH
001400* YEAR'S ENTRIES BY AJH-POST-PERIOD.
001500*----------------------------------------------------------------
001600 01  ADJ-HISTORY-RECORD.
001700     05  AJH-POST-PERIOD         PIC X(10).
001800     05  AJH-ORIG-QUARTER        PIC 9(01).
001900     05  AJH-POST-QUARTER        PIC 9(01).
002000     05  AJH-ADJUSTMENT.
002100         10  AJH-EMP-ID          PIC 9(05).
002200         10  AJH-ACTION          PIC X(01).
002300             88  AJH-VOID               VALUE 'V'.
002400             88  AJH-VOID-REISSUE       VALUE 'R'.
002500         10  AJH-PAY-PERIOD      PIC X(10).
002600         10  AJH-ORIG-GROSS      PIC 9(06)V99.
002700         10  AJH-ORIG-FED        PIC 9(06)V99.
002800         10  AJH-ORIG-STATE      PIC 9(06)V99.
002900         10  AJH-ORIG-SS         PIC 9(06)V99.
003000         10  AJH-ORIG-MED        PIC 9(06)V99.
003100         10  AJH-ORIG-NET        PIC 9(06)V99.
003200         10  AJH-NEW-GROSS       PIC 9(06)V99.
003300         10  AJH-NEW-FED         PIC 9(06)V99.
003400         10  AJH-NEW-STATE       PIC 9(06)V99.
003500         10  AJH-NEW-SS          PIC 9(06)V99.
003600         10  AJH-NEW-MED         PIC 9(06)V99.
003700         10  AJH-NEW-NET         PIC 9(06)V99.
003800         10  AJH-TAXABLE-WAGES.
003900             15  AJH-ORIG-FED-WAGES
004000                                 PIC 9(06)V99.
004100             15  AJH-ORIG-SS-WAGES
004200                                 PIC 9(06)V99.
004300             15  AJH-ORIG-MED-WAGES
004400                                 PIC 9(06)V99.
004500             15  AJH-NEW-FED-WAGES
004600                                 PIC 9(06)V99.
004700             15  AJH-NEW-SS-WAGES
004800                                 PIC 9(06)V99.
004900             15  AJH-NEW-MED-WAGES
005000                                 PIC 9(06)V99.
005100         10  AJH-STATE-DETAIL.
005200             15  AJH-WORK-STATE  PIC X(02).
005300             15  AJH-RES-STATE   PIC X(02).
005400             15  AJH-ORIG-RES-TAX
005500                                 PIC 9(06)V99.
005600             15  AJH-NEW-RES-TAX PIC 9(06)V99.
005700         10  AJH-ORIG-CHECK-NBR  PIC 9(08).
