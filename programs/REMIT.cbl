002760*                REMIT THE SAME MONEY TWICE, SO THE RUN REFUSES
002770*                WITH THE ERROR CONDITION AND PAYS NOBODY UNTIL
002780*                THE MASTER IS CORRECTED.
002784* 10/15/2026 RH  CHECKREG.DAT NOW COMES FROM THE SHARED CHECKREG
002788*                COPYBOOK; EACH REMITTANCE CHECK LINE CARRIES THE
002792*                RUN DATE AS ITS ISSUE DATE, SOURCE 'R', AND AN
002796*                OUTSTANDING STATUS FOR CHECK-RECONCILIATION.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
007700 01  CHECK-PRINT-LINE       PIC X(80).

007900 FD  CHECK-REGISTER-FILE.
008000     COPY CHECKREG.

008700 FD  POSITIVE-PAY-FILE.
008800 01  POSITIVE-PAY-RECORD.
015500     05  WS-GRAND-TOTAL     PIC 9(10)V99 VALUE ZERO.
015600     05  WS-NEXT-CHECK-NBR  PIC 9(08) VALUE ZERO.
015700     05  WS-CHK-NBR-OUT     PIC 9(08).
015710     05  WS-RUN-DATE        PIC 9(08) VALUE ZERO.
015720     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
015730         10  WS-RUN-YYYY    PIC X(04).
015740         10  WS-RUN-MM      PIC X(02).
015750         10  WS-RUN-DD      PIC X(02).
015760     05  WS-ISSUE-DATE      PIC X(10) VALUE SPACES.

015900 01  WS-DETAIL-BUFFER.
016000     05  WS-DTL-EMP-ID      PIC X(05).
031900                 MOVE CHK-NEXT-NUMBER TO WS-NEXT-CHECK-NBR
032000         END-READ
032100         CLOSE CHECK-NUMBER-FILE
032110     END-IF
032120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
032130     MOVE SPACES TO WS-ISSUE-DATE
032140     STRING WS-RUN-YYYY DELIMITED BY SIZE
032150            "-"         DELIMITED BY SIZE
032160            WS-RUN-MM   DELIMITED BY SIZE
032170            "-"         DELIMITED BY SIZE
032180            WS-RUN-DD   DELIMITED BY SIZE
032190         INTO WS-ISSUE-DATE
032200     END-STRING.
032300 1300-EXIT.
032400     EXIT.

052000     MOVE WS-PT-NAME (WS-PAYEE-SUB)   TO CKR-EMP-NAME
052100     MOVE WS-PAY-PERIOD TO CKR-PAY-PERIOD
052200     MOVE WS-PAYEE-TOTAL TO CKR-AMOUNT
052210     MOVE WS-ISSUE-DATE     TO CKR-ISSUE-DATE
052220     SET CKR-SRC-REMITTANCE TO TRUE
052230     SET CKR-STAT-OUTSTANDING TO TRUE
052240     MOVE SPACES            TO CKR-PAID-DATE
052250     MOVE ZERO              TO CKR-PAID-AMOUNT
052300     WRITE CHECK-REGISTER-RECORD

052500     MOVE WS-COMPANY-ACCT   TO PP-ACCOUNT-NUM
