001600* REBUILT THROUGH SIDE-FILE-MAINTENANCE (OR HAVE THE STATUS
001700* COLUMN APPENDED, 'A' FOR ACCOUNTS ALREADY RECEIVING DEPOSITS)
001800* BEFORE IT IS USED WITH THIS COPYBOOK.
001810*
001820* AN EMPLOYEE MAY SPLIT NET PAY ACROSS UP TO FOUR ACCOUNTS.
001830* BANK-ACCT-COUNT SAYS HOW MANY BANK-ACCT ENTRIES ARE IN USE.
001840* EACH ENTRY CARRIES ITS OWN ROUTING AND ACCOUNT NUMBERS, A
001850* PRIORITY (LOWEST NUMBER IS FUNDED FIRST), AND AN ALLOCATION
001860* BY BANK-ALLOC-METHOD: F A FLAT AMOUNT PER PAY, P A PERCENT OF
001870* NET PAY, OR R THE REMAINDER.  EXACTLY ONE ENTRY IS THE
001880* REMAINDER ACCOUNT; IT RECEIVES WHATEVER THE OTHERS LEAVE AND
001890* IS ALWAYS FUNDED LAST, WHATEVER ITS PRIORITY.  BANK-STATUS IS
001892* KEPT PER ACCOUNT, SO ONE ACCOUNT CAN BE PRENOTED, ACTIVATED,
001894* OR RETURNED WITHOUT DISTURBING THE EMPLOYEE'S OTHER ACCOUNTS.
001896* A BANKINFO.DAT BUILT UNDER THE SINGLE-ACCOUNT LAYOUT MUST BE
001897* CONVERTED BEFORE IT IS USED WITH THIS COPYBOOK: THE OLD
001898* ACCOUNT BECOMES ENTRY 1, PRIORITY 01, METHOD R, WITH ITS
001899* STATUS UNCHANGED.
001900*----------------------------------------------------------------
002000 01  BANK-RECORD.
002100     05  BANK-EMP-ID             PIC 9(05).
002110     05  BANK-ACCT-COUNT         PIC 9(02).
002120     05  BANK-ACCT OCCURS 4 TIMES.
002130         10  BANK-PRIORITY       PIC 9(02).
002200         10  BANK-ROUTING-NUM    PIC 9(09).
002300         10  BANK-ACCOUNT-NUM    PIC X(17).
002310         10  BANK-ALLOC-METHOD   PIC X(01).
002320             88  BANK-ALLOC-FLAT        VALUE 'F'.
002330             88  BANK-ALLOC-PERCENT     VALUE 'P'.
002340             88  BANK-ALLOC-REMAINDER   VALUE 'R'.
002350         10  BANK-ALLOC-PCT      PIC 9V999.
002360         10  BANK-ALLOC-AMOUNT   PIC 9(06)V99.
002400         10  BANK-STATUS         PIC X(01).
002500             88  BANK-STAT-PENDING      VALUE 'P'.
002600             88  BANK-STAT-ACTIVE       VALUE 'A'.
