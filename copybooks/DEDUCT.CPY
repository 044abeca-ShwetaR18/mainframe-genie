001400* MUST BE CONVERTED TO THIS LAYOUT BEFORE IT IS USED WITH THIS
001500* COPYBOOK; INSURANCE AND RETIREMENT BECOME ENTRIES OF TYPE IN
001600* AND RT.
001610*
001620* DED-TAX-TREATMENT SAYS WHICH WAGES AN ENTRY COMES OUT OF AHEAD
001630* OF TAX.  K (401(K) DEFERRAL) REDUCES FEDERAL AND STATE TAXABLE
001640* WAGES ONLY AND STOPS AT THE ANNUAL DEFERRAL LIMIT; C (SECTION
001650* 125 CAFETERIA PLAN) REDUCES FEDERAL, STATE, SOCIAL SECURITY AND
001660* MEDICARE TAXABLE WAGES; A OR SPACE IS TAKEN AFTER TAX.  A
001670* DEDUCT.DAT BUILT BEFORE THE FLAG WAS ADDED MUST BE CONVERTED
001680* (EACH ENTRY GROWS BY ONE BYTE) BEFORE IT IS USED WITH THIS
001690* COPYBOOK.
001700*----------------------------------------------------------------
001800 01  DEDUCTION-RECORD.
001900     05  DED-EMP-ID              PIC 9(05).
003500             88  DED-METHOD-FLAT        VALUE 'F'.
003600         10  DED-PCT             PIC 9V999.
003700         10  DED-AMOUNT          PIC 9(06)V99.
003710         10  DED-TAX-TREATMENT   PIC X(01).
003720             88  DED-TREAT-401K         VALUE 'K'.
003730             88  DED-TREAT-SEC125       VALUE 'C'.
003740             88  DED-TREAT-AFTER-TAX    VALUE 'A' ' '.
003750             88  DED-TREAT-PRETAX       VALUE 'K' 'C'.
