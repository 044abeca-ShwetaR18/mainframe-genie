002290*                THE PAYROLL RUN; DELETE REMAINS ONLY FOR
002300*                PURGES.  STATUS T REQUIRES A TERMINATION DATE;
002310*                THE CHANGE LOG SHOWS THE STATUS ON BOTH SIDES.
002311* 10/14/2026 RH  EMP-PAY-TYPE (H OR SPACE HOURLY, S SALARIED) AND
002312*                EMP-ANNUAL-SALARY JOINED THE MASTER.  THE EDIT
002313*                ACCEPTS ONLY THOSE PAY TYPES AND REQUIRES A
002314*                SALARY FOR TYPE S; EMP-RATE IS STILL REQUIRED AS
002315*                THE HOURLY EQUIVALENT.  A SECOND CHANGE-LOG LINE
002316*                SHOWS PAY TYPE AND SALARY ON BOTH SIDES.
002320* 10/14/2026 RH  EMP-WORK-STATE AND EMP-RESIDENT-STATE JOINED THE
002324*                MASTER FOR MULTI-STATE WITHHOLDING.  THE EDIT
002328*                REQUIRES A WORK STATE; A BLANK RESIDENT STATE
002332*                MEANS THE SAME AS THE WORK STATE.  THE SECOND
002336*                CHANGE-LOG LINE SHOWS BOTH STATES ON BOTH SIDES.
002340*----------------------------------------------------------------
002346 ENVIRONMENT DIVISION.
002372 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
005430                   ==05 EMP-STATUS== BY ==10 TRAN-STATUS==
005440                   ==05 EMP-TERM-DATE==
005445                   BY ==10 TRAN-TERM-DATE==
005446                   ==05 EMP-PAY-TYPE== BY ==10 TRAN-PAY-TYPE==
005447                   ==05 EMP-ANNUAL-SALARY==
005448                   BY ==10 TRAN-ANNUAL-SALARY==
005449                   ==05 EMP-WORK-STATE== BY ==10 TRAN-WORK-STATE==
005450                   LEADING ==EMP-FREQ== BY ==TRAN-FREQ==
005452                   ==05 EMP-RESIDENT-STATE==
005454                   BY ==10 TRAN-RESIDENT-STATE==
005456                   LEADING ==EMP-TYPE== BY ==TRAN-TYPE==
005460                   LEADING ==EMP-STAT== BY ==TRAN-STAT==.

005500 FD  NEW-MASTER-FILE.
006360                   ==EMP-HIRE-DATE==   BY ==NEW-HIRE-DATE==
006370                   ==EMP-STATUS==      BY ==NEW-STATUS==
006380                   ==EMP-TERM-DATE==   BY ==NEW-TERM-DATE==
006385                   ==EMP-PAY-TYPE==    BY ==NEW-PAY-TYPE==
006390                   ==EMP-ANNUAL-SALARY== BY ==NEW-ANNUAL-SALARY==
006391                   ==EMP-WORK-STATE==  BY ==NEW-WORK-STATE==
006392                   ==EMP-RESIDENT-STATE==
006393                   BY ==NEW-RESIDENT-STATE==
006395                   LEADING ==EMP-TYPE== BY ==NEW-TYPE==
006400                   LEADING ==EMP-FREQ== BY ==NEW-FREQ==
006410                   LEADING ==EMP-STAT== BY ==NEW-STAT==.

012340     05  WS-LOG-AFTER-FREQ  PIC X(01).
012360     05  FILLER             PIC X(01) VALUE SPACE.
012380     05  WS-LOG-AFTER-STAT  PIC X(01).
012390     05  FILLER             PIC X(01) VALUE SPACE.
012400     05  WS-LOG-BEFORE-TYPE PIC X(01).
012410     05  FILLER             PIC X(01) VALUE SPACE.
012420     05  WS-LOG-BEFORE-SALARY PIC 9(07)V99.
012430     05  FILLER             PIC X(01) VALUE SPACE.
012440     05  WS-LOG-AFTER-TYPE  PIC X(01).
012450     05  FILLER             PIC X(01) VALUE SPACE.
012460     05  WS-LOG-AFTER-SALARY PIC 9(07)V99.
012466     05  FILLER             PIC X(01) VALUE SPACE.
012472     05  WS-LOG-BEFORE-WORK-ST PIC X(02).
012478     05  WS-LOG-BEFORE-RES-ST  PIC X(02).
012484     05  WS-LOG-AFTER-WORK-ST  PIC X(02).
012490     05  WS-LOG-AFTER-RES-ST   PIC X(02).

012500 PROCEDURE DIVISION.
012600*----------------------------------------------------------------
026900         MOVE EMP-DEPT-CODE TO WS-LOG-BEFORE-DEPT
026950         MOVE EMP-PAY-FREQUENCY TO WS-LOG-BEFORE-FREQ
026960         MOVE EMP-STATUS TO WS-LOG-BEFORE-STAT
026970         MOVE EMP-PAY-TYPE TO WS-LOG-BEFORE-TYPE
026980         MOVE EMP-ANNUAL-SALARY TO WS-LOG-BEFORE-SALARY
026986         MOVE EMP-WORK-STATE TO WS-LOG-BEFORE-WORK-ST
026992         MOVE EMP-RESIDENT-STATE TO WS-LOG-BEFORE-RES-ST
027000         MOVE TRAN-EMP-ID            TO NEW-EMP-ID
027100         MOVE TRAN-EMP-NAME          TO NEW-EMP-NAME
027300         MOVE TRAN-EMP-RATE          TO NEW-EMP-RATE
027560         MOVE TRAN-HIRE-DATE TO NEW-HIRE-DATE
027570         MOVE TRAN-STATUS    TO NEW-STATUS
027580         MOVE TRAN-TERM-DATE TO NEW-TERM-DATE
027586         MOVE TRAN-PAY-TYPE  TO NEW-PAY-TYPE
027592         MOVE TRAN-ANNUAL-SALARY TO NEW-ANNUAL-SALARY
027594         MOVE TRAN-WORK-STATE TO NEW-WORK-STATE
027596         MOVE TRAN-RESIDENT-STATE TO NEW-RESIDENT-STATE
027600         WRITE NEW-MASTER-RECORD
027700         MOVE TRAN-EMP-NAME  TO WS-LOG-AFTER-NAME
027900         MOVE TRAN-EMP-RATE  TO WS-LOG-AFTER-RATE
028000         MOVE TRAN-DEPT-CODE TO WS-LOG-AFTER-DEPT
028050         MOVE TRAN-PAY-FREQUENCY TO WS-LOG-AFTER-FREQ
028060         MOVE TRAN-STATUS TO WS-LOG-AFTER-STAT
028070         MOVE TRAN-PAY-TYPE TO WS-LOG-AFTER-TYPE
028080         MOVE TRAN-ANNUAL-SALARY TO WS-LOG-AFTER-SALARY
028086         MOVE TRAN-WORK-STATE TO WS-LOG-AFTER-WORK-ST
028092         MOVE TRAN-RESIDENT-STATE TO WS-LOG-AFTER-RES-ST
028100         PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT
028200         ADD 1 TO WS-CHANGE-COUNTER
028300     ELSE
029500     MOVE EMP-DEPT-CODE TO WS-LOG-BEFORE-DEPT
029550     MOVE EMP-PAY-FREQUENCY TO WS-LOG-BEFORE-FREQ
029560     MOVE EMP-STATUS TO WS-LOG-BEFORE-STAT
029570     MOVE EMP-PAY-TYPE TO WS-LOG-BEFORE-TYPE
029580     MOVE EMP-ANNUAL-SALARY TO WS-LOG-BEFORE-SALARY
029586     MOVE EMP-WORK-STATE TO WS-LOG-BEFORE-WORK-ST
029592     MOVE EMP-RESIDENT-STATE TO WS-LOG-BEFORE-RES-ST
029600     MOVE SPACES    TO WS-LOG-AFTER-NAME WS-LOG-AFTER-DEPT
029650     MOVE SPACES    TO WS-LOG-AFTER-EFFDT WS-LOG-AFTER-FREQ
029660     MOVE SPACES    TO WS-LOG-AFTER-STAT
029670     MOVE SPACES    TO WS-LOG-AFTER-TYPE
029700     MOVE ZERO      TO WS-LOG-AFTER-RATE
029710     MOVE ZERO      TO WS-LOG-AFTER-SALARY
029720     MOVE SPACES    TO WS-LOG-AFTER-WORK-ST WS-LOG-AFTER-RES-ST
029800     PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT
029900     ADD 1 TO WS-DELETE-COUNTER.
030000 4200-EXIT.
033550         MOVE SPACES TO WS-LOG-BEFORE-EFFDT
033560         MOVE SPACES TO WS-LOG-BEFORE-FREQ
033570         MOVE SPACES TO WS-LOG-BEFORE-STAT
033580         MOVE SPACES TO WS-LOG-BEFORE-TYPE
033600         MOVE ZERO   TO WS-LOG-BEFORE-RATE
033610         MOVE ZERO   TO WS-LOG-BEFORE-SALARY
033620         MOVE SPACES TO WS-LOG-BEFORE-WORK-ST WS-LOG-BEFORE-RES-ST
033700         MOVE TRAN-EMP-ID            TO NEW-EMP-ID
033800         MOVE TRAN-EMP-NAME          TO NEW-EMP-NAME
034000         MOVE TRAN-EMP-RATE          TO NEW-EMP-RATE
034260         MOVE TRAN-HIRE-DATE TO NEW-HIRE-DATE
034270         MOVE TRAN-STATUS    TO NEW-STATUS
034280         MOVE TRAN-TERM-DATE TO NEW-TERM-DATE
034286         MOVE TRAN-PAY-TYPE  TO NEW-PAY-TYPE
034292         MOVE TRAN-ANNUAL-SALARY TO NEW-ANNUAL-SALARY
034294         MOVE TRAN-WORK-STATE TO NEW-WORK-STATE
034296         MOVE TRAN-RESIDENT-STATE TO NEW-RESIDENT-STATE
034300         WRITE NEW-MASTER-RECORD
034400         MOVE TRAN-EMP-NAME  TO WS-LOG-AFTER-NAME
034600         MOVE TRAN-EMP-RATE  TO WS-LOG-AFTER-RATE
034700         MOVE TRAN-DEPT-CODE TO WS-LOG-AFTER-DEPT
034750         MOVE TRAN-PAY-FREQUENCY TO WS-LOG-AFTER-FREQ
034760         MOVE TRAN-STATUS TO WS-LOG-AFTER-STAT
034770         MOVE TRAN-PAY-TYPE TO WS-LOG-AFTER-TYPE
034780         MOVE TRAN-ANNUAL-SALARY TO WS-LOG-AFTER-SALARY
034786         MOVE TRAN-WORK-STATE TO WS-LOG-AFTER-WORK-ST
034792         MOVE TRAN-RESIDENT-STATE TO WS-LOG-AFTER-RES-ST
034800         PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT
034900         ADD 1 TO WS-ADD-COUNTER
035000     ELSE
038420         SET TRAN-INVALID TO TRUE
038430         MOVE "TERM DATE REQUIRED FOR STATUS T"
038440             TO WS-REJECT-REASON
038443     END-IF
038446     IF NOT (TRAN-TYPE-HOURLY OR TRAN-TYPE-SALARIED)
038449         SET TRAN-INVALID TO TRUE
038452         MOVE "INVALID PAY TYPE" TO WS-REJECT-REASON
038455     END-IF
038458     IF TRAN-TYPE-SALARIED AND TRAN-ANNUAL-SALARY = ZERO
038461         SET TRAN-INVALID TO TRUE
038464         MOVE "SALARY REQUIRED FOR TYPE S" TO WS-REJECT-REASON
038465     END-IF
038466     IF TRAN-WORK-STATE = SPACES
038467         SET TRAN-INVALID TO TRUE
038468         MOVE "MISSING WORK STATE" TO WS-REJECT-REASON
038469     END-IF.
038475 6000-EXIT.
038500     EXIT.

038700*----------------------------------------------------------------
038710* 7000-WRITE-CHANGE-LOG - WRITE THE BEFORE/AFTER LINES TO
038720* CHANGE-LOG-REPORT FOR AN APPLIED ADD, CHANGE, OR DELETE.  THE
038730* SECOND LINE CARRIES THE PAY TYPE AND ANNUAL SALARY AND THE WORK
038740* AND RESIDENT STATES, WHICH DO NOT FIT ON THE FIRST.
039000*----------------------------------------------------------------
039100 7000-WRITE-CHANGE-LOG.
039200     MOVE SPACES TO CHANGE-LOG-LINE
041380            WS-LOG-AFTER-STAT DELIMITED BY SIZE
041400         INTO CHANGE-LOG-LINE
041500     END-STRING
041505     WRITE CHANGE-LOG-LINE
041508     MOVE SPACES TO CHANGE-LOG-LINE
041511     STRING "         " DELIMITED BY SIZE
041514            WS-LOG-ID DELIMITED BY SIZE
041517            " PAY TYPE/SALARY " DELIMITED BY SIZE
041520            WS-LOG-BEFORE-TYPE DELIMITED BY SIZE
041523            " "    DELIMITED BY SIZE
041526            WS-LOG-BEFORE-SALARY DELIMITED BY SIZE
041529            " "    DELIMITED BY SIZE
041532            WS-LOG-ARROW DELIMITED BY SIZE
041535            " "    DELIMITED BY SIZE
041538            WS-LOG-AFTER-TYPE DELIMITED BY SIZE
041541            " "    DELIMITED BY SIZE
041544            WS-LOG-AFTER-SALARY DELIMITED BY SIZE
041547            " WORK/RES STATE " DELIMITED BY SIZE
041550            WS-LOG-BEFORE-WORK-ST DELIMITED BY SIZE
041553            "/"    DELIMITED BY SIZE
041556            WS-LOG-BEFORE-RES-ST DELIMITED BY SIZE
041559            " "    DELIMITED BY SIZE
041562            WS-LOG-ARROW DELIMITED BY SIZE
041565            " "    DELIMITED BY SIZE
041568            WS-LOG-AFTER-WORK-ST DELIMITED BY SIZE
041571            "/"    DELIMITED BY SIZE
041574            WS-LOG-AFTER-RES-ST DELIMITED BY SIZE
041577         INTO CHANGE-LOG-LINE
041580     END-STRING
041600     WRITE CHANGE-LOG-LINE.
041700 7000-EXIT.
041800     EXIT.
