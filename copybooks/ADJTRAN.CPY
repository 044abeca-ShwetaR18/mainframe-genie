000100*----------------------------------------------------------------
000200* ADJTRAN.CPY - ONE VOID OR VOID-AND-REISSUE CORRECTION AGAINST
000300* A PAYMENT ALREADY MADE, APPLIED BY PAYROLL-CALCULATOR'S
000400* ADJUSTMENT PHASE AFTER THE REGULAR EMPLOYEE LOOP.  ADJTRAN.DAT
000500* MUST ASCEND ON ADJ-EMP-ID, ONE CORRECTION PER EMPLOYEE PER RUN.
000600* THE ORIG FIELDS ARE THE VOIDED PAYMENT AS IT STANDS ON PAYHIST;
000700* THE NEW FIELDS ARE THE REISSUED PAYMENT AND ARE ZERO ON A
000800* PLAIN VOID.  ADJ-TAXABLE-WAGES AND ADJ-STATE-DETAIL LET THE
000900* BACKOUT REVERSE THE TAXABLE-WAGE AND PER-STATE YTD FIGURES.
001000*
001100* ADJ-ORIG-CHECK-NBR IS THE CHECK THE VOIDED PAYMENT WENT OUT ON
001200* WHEN IT WAS PAID BY CHECK; CHECK-RECONCILIATION FILLS IT IN ON
001300* THE STALE-DATED CHECK VOIDS IT WRITES, AND THE ADJUSTMENT PHASE
001400* THEN WRITES NO ACH REVERSAL FOR THE PAYMENT.  ZERO OR SPACES
001500* MEANS A DIRECT-DEPOSIT PAYMENT, AS ON A HAND-KEYED CORRECTION.
001600*----------------------------------------------------------------
001700 01  ADJUSTMENT-RECORD.
001800     05  ADJ-EMP-ID              PIC 9(05).
001900     05  ADJ-ACTION              PIC X(01).
002000         88  ADJ-VOID                   VALUE 'V'.
002100         88  ADJ-VOID-REISSUE           VALUE 'R'.
002200     05  ADJ-PAY-PERIOD          PIC X(10).
002300     05  ADJ-ORIG-GROSS          PIC 9(06)V99.
002400     05  ADJ-ORIG-FED            PIC 9(06)V99.
002500     05  ADJ-ORIG-STATE          PIC 9(06)V99.
002600     05  ADJ-ORIG-SS             PIC 9(06)V99.
002700     05  ADJ-ORIG-MED            PIC 9(06)V99.
002800     05  ADJ-ORIG-NET            PIC 9(06)V99.
002900     05  ADJ-NEW-GROSS           PIC 9(06)V99.
003000     05  ADJ-NEW-FED             PIC 9(06)V99.
003100     05  ADJ-NEW-STATE           PIC 9(06)V99.
003200     05  ADJ-NEW-SS              PIC 9(06)V99.
003300     05  ADJ-NEW-MED             PIC 9(06)V99.
003400     05  ADJ-NEW-NET             PIC 9(06)V99.
003500     05  ADJ-TAXABLE-WAGES.
003600         10  ADJ-ORIG-FED-WAGES  PIC 9(06)V99.
003700         10  ADJ-ORIG-SS-WAGES   PIC 9(06)V99.
003800         10  ADJ-ORIG-MED-WAGES  PIC 9(06)V99.
003900         10  ADJ-NEW-FED-WAGES   PIC 9(06)V99.
004000         10  ADJ-NEW-SS-WAGES    PIC 9(06)V99.
004100         10  ADJ-NEW-MED-WAGES   PIC 9(06)V99.
004200     05  ADJ-STATE-DETAIL.
004300         10  ADJ-WORK-STATE      PIC X(02).
004400         10  ADJ-RES-STATE       PIC X(02).
004500         10  ADJ-ORIG-RES-TAX    PIC 9(06)V99.
004600         10  ADJ-NEW-RES-TAX     PIC 9(06)V99.
004700     05  ADJ-ORIG-CHECK-NBR      PIC 9(08).
