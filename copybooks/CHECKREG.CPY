000100*----------------------------------------------------------------
000200* CHECKREG.CPY - ONE LINE PER CHECK ISSUED FROM THE PAYROLL
000300* ACCOUNT, IN THE ORDER THE CHECKS WERE CUT.  PAYROLL-CALCULATOR,
000400* ACH-RETURN-PROCESSING, AND THIRD-PARTY-REMITTANCE ALL DRAW ON
000500* THE ONE CHECKNBR.DAT SERIES AND APPEND HERE, SO THE REGISTER
000600* ASCENDS ON CKR-CHECK-NBR.  EACH WRITER STAMPS THE RUN DATE AS
000700* CKR-ISSUE-DATE (YYYY-MM-DD), ITS OWN CKR-SOURCE CODE, AND AN
000800* OUTSTANDING STATUS.
000900*
001000* CHECK-RECONCILIATION MATCHES THE BANK'S PAID ITEMS AGAINST THE
001100* REGISTER AND WRITES THE UPDATED REGISTER TO CHECKREG.NEW, THE
001200* SAME OLD-FILE/NEW-FILE CYCLE AS BANKINFO.DAT: A PAID CHECK IS
001300* MARKED CLEARED WITH THE BANK'S PAID DATE AND AMOUNT, AND A
001400* STALE-DATED PAYROLL CHECK IT HAS SENT OUT AS A VOID IS MARKED
001500* VOIDED SO IT IS NEVER VOIDED TWICE.  A VOIDED CHECK STAYS ON
001600* THE REGISTER, SINCE THE MONEY IS STILL OWED TO THE PAYEE UNTIL
001700* IT IS CLAIMED OR ESCHEATED.  A CHECKREG.DAT WRITTEN WITHOUT
001800* THE ISSUE DATE, SOURCE, AND STATUS FIELDS MUST BE CONVERTED
001900* BEFORE IT IS RECONCILED.
002000*----------------------------------------------------------------
002100 01  CHECK-REGISTER-RECORD.
002200     05  CKR-CHECK-NBR           PIC 9(08).
002300     05  CKR-EMP-ID              PIC 9(05).
002400     05  CKR-EMP-NAME            PIC X(30).
002500     05  CKR-PAY-PERIOD          PIC X(10).
002600     05  CKR-AMOUNT              PIC 9(06)V99.
002700     05  CKR-ISSUE-DATE          PIC X(10).
002800     05  CKR-SOURCE              PIC X(01).
002900         88  CKR-SRC-PAYROLL            VALUE 'P'.
003000         88  CKR-SRC-ACH-REISSUE        VALUE 'A'.
003100         88  CKR-SRC-REMITTANCE         VALUE 'R'.
003200     05  CKR-STATUS              PIC X(01).
003300         88  CKR-STAT-OUTSTANDING       VALUE 'O' ' '.
003400         88  CKR-STAT-CLEARED           VALUE 'C'.
003500         88  CKR-STAT-VOIDED            VALUE 'V'.
003600     05  CKR-PAID-DATE           PIC X(10).
003700     05  CKR-PAID-AMOUNT         PIC 9(06)V99.
