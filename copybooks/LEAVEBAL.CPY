000100*----------------------------------------------------------------
000200* LEAVEBAL.CPY - LEAVE BANK BALANCE, ONE RECORD PER EMPLOYEE PER
000300* LEAVE TYPE (V VACATION, S SICK), IN ASCENDING LV-EMP-ID AND
000400* LV-LEAVE-TYPE SEQUENCE.  BALANCES ARE IN HOURS.  EACH PAYROLL
000500* RUN READS LEAVEBAL.DAT, ACCRUES EVERY PAID EMPLOYEE'S
000600* BALANCES AT THE RATE FOR THEIR YEARS OF SERVICE, TAKES OUT THE
000700* VACATION AND SICK HOURS ON THE TIMECARD, AND WRITES THE
000800* UPDATED BALANCES TO LEAVEBAL.NEW - THE SAME OLD-FILE/NEW-FILE
000900* CYCLE AS ARREARS.DAT - CARRYING UNPAID EMPLOYEES' BALANCES
001000* FORWARD UNCHANGED.  AN EMPLOYEE'S RECORDS ARE CREATED THE
001100* FIRST TIME THEY ARE PAID.
001200*
001300* LV-YTD-ACCRUED IS WHAT HAS ACCRUED IN LV-ACCRUAL-YEAR, MEASURED
001400* AGAINST THE ANNUAL CAP; THE FIRST RUN OF A NEW YEAR STARTS IT
001500* (AND LV-YTD-USED) OVER.  THE BALANCE ITSELF CARRIES OVER FROM
001600* YEAR TO YEAR.
001700*----------------------------------------------------------------
001800 01  LEAVE-BALANCE-RECORD.
001900     05  LV-EMP-ID               PIC 9(05).
002000     05  LV-LEAVE-TYPE           PIC X(01).
002100         88  LV-TYPE-VACATION           VALUE 'V'.
002200         88  LV-TYPE-SICK               VALUE 'S'.
002300     05  LV-BALANCE              PIC 9(04)V99.
002400     05  LV-ACCRUAL-YEAR         PIC 9(04).
002500     05  LV-YTD-ACCRUED          PIC 9(04)V99.
002600     05  LV-YTD-USED             PIC 9(04)V99.
