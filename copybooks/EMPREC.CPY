001296*
001297* AN EMPLOYEE.DAT WITHOUT THESE FIELDS MUST BE REBUILT THROUGH
001298* EMPMAINT BEFORE IT IS USED WITH THIS COPYBOOK.
001301*
001302* EMP-PAY-TYPE SAYS HOW THE EMPLOYEE IS PAID: HOURLY (SPACE IS
001303* TREATED AS HOURLY, SO AN UNCONVERTED RECORD PAYS AS BEFORE)
001304* FROM TIMECARD HOURS AT EMP-RATE, OR SALARIED, WHERE THE RUN
001305* PAYS EMP-ANNUAL-SALARY DIVIDED BY THE EMPLOYEE'S OWN PERIODS
001306* PER YEAR WITHOUT NEEDING A TIMECARD, PRORATED BY WORKING DAYS
001307* WHEN THE HIRE OR TERMINATION DATE FALLS INSIDE THE PERIOD.
001308* EMP-RATE STAYS THE STRAIGHT-TIME HOURLY EQUIVALENT FOR A
001309* SALARIED EMPLOYEE.  EMP-RATE-EFF-DATE DATES A SALARY CHANGE
001310* THE SAME WAY IT DATES A RAISE.  AN EMPLOYEE.DAT WITHOUT THESE
001311* FIELDS MUST BE REBUILT THROUGH EMPMAINT.
001314*
001317* EMP-WORK-STATE IS THE STATE (TWO-LETTER POSTAL CODE) OF THE SITE
001320* THE EMPLOYEE WORKS AT, WHOSE SCHEDULE ON TAXTABLE.DAT THE RUN
001323* WITHHOLDS BY.  EMP-RESIDENT-STATE IS WHERE THE EMPLOYEE LIVES;
001326* WHEN IT DIFFERS FROM THE WORK STATE AND HAS A SCHEDULE OF ITS
001329* OWN, THE RUN ALSO WITHHOLDS THE RESIDENT STATE'S TAX LESS A
001332* CREDIT FOR THE WORK-STATE TAX.  SPACES IN THE RESIDENT STATE
001335* MEANS THE SAME AS THE WORK STATE.  A TRANSFER IS A WORK-STATE
001338* CHANGE; THE YTD MASTER KEEPS EACH STATE'S WAGES AND TAX
001341* SEPARATELY.  AN EMPLOYEE.DAT WITHOUT THESE FIELDS MUST BE
001344* REBUILT THROUGH EMPMAINT.
001350*----------------------------------------------------------------
001400 01  EMPLOYEE-RECORD.
001500     05  EMP-ID             PIC 9(05).
001600     05  EMP-NAME           PIC A(30).
001920         88  EMP-STAT-LEAVE             VALUE 'L'.
001930         88  EMP-STAT-TERMINATED        VALUE 'T'.
001940     05  EMP-TERM-DATE      PIC X(10).
001950     05  EMP-PAY-TYPE       PIC X(01).
001960         88  EMP-TYPE-HOURLY            VALUE 'H' ' '.
001970         88  EMP-TYPE-SALARIED          VALUE 'S'.
001980     05  EMP-ANNUAL-SALARY  PIC 9(07)V99.
001990     05  EMP-WORK-STATE     PIC X(02).
002000     05  EMP-RESIDENT-STATE PIC X(02).
