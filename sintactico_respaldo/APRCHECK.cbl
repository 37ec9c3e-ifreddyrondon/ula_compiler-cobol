000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APRCHECK.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/29/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* APRCHECK IS THE SHOP'S COMMON DUAL-CONTROL ROUTINE FOR
000900* REMOVING A MASTER RECORD, CALLED THE WAY EVERYTHING CALLS
001000* AUDITLOG, SO ONE PIECE OF CODE OWNS THE PENDING-APPROVAL FILE
001100* (PENDAPR.CPY). SSNPURGE CALLS IT FOR EVERY PURGE CARD AND
001200* SSNMAINT AND ADRMAINT FOR EVERY "D" TRANSACTION WHOSE MASTER
001300* RECORD IS ON FILE, BEFORE ANYTHING IS DELETED. THE CALLER
001400* DELETES ONLY WHEN THE RESULT IS "A".
001500*
001600* A CARD WITH NO APPROVER ID IS A REQUEST. IF A SECOND OPERATOR
001700* HAS ALREADY APPROVED ONE FOR THE SAME SSN THROUGH APRMAINT IT
001800* IS APPLIED; IF ONE IS STILL WAITING IT IS LEFT WAITING;
001900* OTHERWISE A NEW PENDING REQUEST IS FILED UNDER THE CARD'S
002000* OPERATOR AND TONIGHT'S DATE. A CARD THAT CARRIES AN APPROVER
002100* ID (THE DECKS APRMAINT WRITES) IS APPLIED ONLY WHEN THE FILE
002200* HOLDS AN APPROVED REQUEST BY THAT SAME APPROVER -- A DECK
002300* FED TWICE, OR A STAMP KEYED BY HAND, IS REFUSED.
002400*
002500* THE CALL IS:
002600*   CALL "APRCHECK" USING SOURCE-PROGRAM, SSN, REQUEST-OPERATOR,
002700*        APPROVER, REASON-CODE, NAME, BUSINESS-DATE, RESULT
002800*   RESULT "A" = APPROVED -- APPLY IT (THE REQUEST IS MARKED
002900*                APPLIED)
003000*   RESULT "H" = HELD -- A NEW REQUEST NOW AWAITS APPROVAL
003100*   RESULT "W" = WAITING -- A REQUEST WAS ALREADY AWAITING
003200*                APPROVAL
003300*   RESULT "N" = NOT APPROVED -- THE CARD'S APPROVER STAMP
003400*                MATCHES NO APPROVED REQUEST ON FILE
003420*
003440* A CALLER THAT MOVES "T" TO RESULT BEFORE THE CALL (A TRIAL RUN)
003460* GETS THE SAME ANSWER, BUT THE FILE IS ONLY READ -- NOTHING IS
003480* MARKED APPLIED AND NO NEW REQUEST IS FILED.
003482*
003484* AN APPROVAL IS GOOD FOR WS-APPROVAL-LIFE-DAYS (10) DAYS FROM
003486* ITS DECISION DATE. AN OLDER ONE IS NEVER APPLIED: A STAMPED
003488* CARD FINDS IT MARKED EXPIRED AND GETS "N", AND A REQUEST CARD
003490* FILES A FRESH PENDING REQUEST IN ITS PLACE AND GETS "H".
003492* EITHER WAY THE LAPSE IS WRITTEN TO AUDITLOG AS A DECISION
003494* ENTRY (ACTION "X") UNLESS THE CALL IS A TRIAL RUN.
003500*
003600*    MODIFICATION HISTORY
003700*    -------------------------------------------------------------
003800*    DATE       INIT  DESCRIPTION
003900*    10/29/1988 FR    ORIGINAL PROGRAM.
003920*    11/03/1988 FR    INQUIRY-ONLY CALL FOR THE MAINTENANCE
003940*                     PROGRAMS' TRIAL RUNS: RESULT "T" ON ENTRY
003960*                     OPENS PENDAPR INPUT AND RETURNS THE RESULT
003980*                     A REAL RUN WOULD GET WITHOUT UPDATING IT.
003982*    11/08/1988 FR    AN APPROVAL NOW LAPSES 10 DAYS AFTER ITS
003984*                     DECISION DATE. A STAMPED CARD MARKS IT
003986*                     EXPIRED; A REQUEST CARD FILES A NEW
003988*                     PENDING REQUEST OVER IT.
003990*    11/09/1988 FR    A LAPSED APPROVAL IS NOW LOGGED TO AUDITLOG
003992*                     AS A DECISION ENTRY UNDER TONIGHT'S RUN
003994*                     NUMBER, AND A REQUEST CARD MARKS IT EXPIRED
003996*                     BEFORE FILING THE NEW REQUEST OVER IT.
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. MOTOROLA.
004400 OBJECT-COMPUTER. INTEL.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PENDING-APPROVAL ASSIGN TO PENDAPR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS PND-KEY.
005010     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
005020         ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PENDING-APPROVAL
005400     LABEL RECORD IS STANDARD.
005500 COPY PENDAPR.
005510 FD  RUN-CONTROL
005520     LABEL RECORD IS OMITTED.
005530 COPY RUNCTL.
005600 WORKING-STORAGE SECTION.
005700 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
005800     88  WS-REQUEST-ON-FILE         VALUE "Y".
005820 01  WS-INQUIRY-SWITCH              PIC X(01) VALUE "N".
005840     88  WS-INQUIRY-ONLY            VALUE "Y".
005841 01  WS-STALE-SWITCH                PIC X(01) VALUE "N".
005842     88  WS-APPROVAL-STALE          VALUE "Y".
005843*    DAYS AN APPROVAL STAYS USABLE AFTER ITS DECISION DATE.
005844*    APRMAINT'S HEADER QUOTES THIS FIGURE -- CHANGE BOTH.
005845 01  WS-APPROVAL-LIFE-DAYS          PIC 9(03) VALUE 10.
005846 01  WS-APPROVAL-AGE                PIC S9(05) VALUE ZERO.
005847 01  WS-BUSINESS-SERIAL             PIC 9(07) VALUE ZERO.
005848 01  WS-DATE-FIELDS.
005849     05  WS-DF-DATE                 PIC 9(08) VALUE ZERO.
005850     05  WS-DF-PARTS REDEFINES WS-DF-DATE.
005851         10  WS-DF-YEAR             PIC 9(04).
005852         10  WS-DF-MONTH            PIC 9(02).
005853         10  WS-DF-DAY              PIC 9(02).
005854     05  WS-DF-SERIAL               PIC 9(07) VALUE ZERO.
005855     05  WS-DF-PRIOR-YEAR           PIC 9(04) VALUE ZERO.
005856     05  WS-DF-LEAPS-4              PIC 9(04) VALUE ZERO.
005857     05  WS-DF-LEAPS-100            PIC 9(04) VALUE ZERO.
005858     05  WS-DF-LEAPS-400            PIC 9(04) VALUE ZERO.
005859     05  WS-DF-REMAINDER-4          PIC 9(03) VALUE ZERO.
005860     05  WS-DF-REMAINDER-100        PIC 9(03) VALUE ZERO.
005861     05  WS-DF-REMAINDER-400        PIC 9(03) VALUE ZERO.
005862     05  WS-DF-WORK-QUOTIENT        PIC 9(04) VALUE ZERO.
005863     05  WS-DF-LEAP-SWITCH          PIC X(01) VALUE "N".
005864         88  WS-DF-IS-LEAP          VALUE "Y".
005865 01  WS-MONTH-DAYS-VALUES.
005866     05  FILLER                     PIC X(09) VALUE "000031059".
005867     05  FILLER                     PIC X(09) VALUE "090120151".
005868     05  FILLER                     PIC X(09) VALUE "181212243".
005869     05  FILLER                     PIC X(09) VALUE "273304334".
005870 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
005871     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
005872                                    PIC 9(03).
005874 01  WS-PROGRAM-ID                  PIC X(08) VALUE "APRCHECK".
005876*    THE RUN NUMBER IS READ FROM RUN-CONTROL THE FIRST TIME A
005878*    LAPSE IS LOGGED AND KEPT FOR THE REST OF THE CALLER'S RUN.
005880 01  WS-RUN-NUMBER-SWITCH           PIC X(01) VALUE "N".
005881     88  WS-RUN-NUMBER-READ         VALUE "Y".
005882 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
005884 01  WS-AUDIT-COUNTS.
005885     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
005886     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
005887     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
005888     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
005889 01  WS-AUDIT-DECISION-TYPE         PIC X(01) VALUE "D".
005890 01  WS-DECISION-MESSAGE.
005891     05  WS-DEC-ACTION              PIC X(01).
005892     05  WS-DEC-SOURCE              PIC X(08).
005893     05  WS-DEC-KEY                 PIC X(09).
005894     05  WS-DEC-REQUEST-OPER        PIC X(08).
005895     05  WS-DEC-DECISION-OPER       PIC X(08).
005896     05  FILLER                     PIC X(06).
005900 LINKAGE SECTION.
006000 01  LK-SOURCE-PROGRAM              PIC X(08).
006100 01  LK-TARGET-KEY                  PIC X(09).
006200 01  LK-REQUEST-OPERATOR            PIC X(08).
006300 01  LK-APPROVER                    PIC X(08).
006400 01  LK-REASON-CODE                 PIC X(02).
006500 01  LK-NAME                        PIC X(20).
006600 01  LK-BUSINESS-DATE               PIC 9(08).
006700 01  LK-RESULT                      PIC X(01).
006800 PROCEDURE DIVISION USING LK-SOURCE-PROGRAM LK-TARGET-KEY
006900         LK-REQUEST-OPERATOR LK-APPROVER LK-REASON-CODE LK-NAME
007000         LK-BUSINESS-DATE LK-RESULT.
007100 0000-MAINLINE.
007110     MOVE "N" TO WS-INQUIRY-SWITCH.
007120     IF LK-RESULT = "T"
007130         MOVE "Y" TO WS-INQUIRY-SWITCH
007140         OPEN INPUT PENDING-APPROVAL
007150     ELSE
007200         OPEN I-O PENDING-APPROVAL
007250     END-IF.
007300     PERFORM 1000-READ-REQUEST THRU 1000-EXIT.
007400     IF LK-APPROVER NOT = SPACES
007500         PERFORM 2000-CHECK-STAMPED-CARD THRU 2000-EXIT
007600     ELSE
007700         PERFORM 3000-CHECK-REQUEST-CARD THRU 3000-EXIT
007800     END-IF.
007900     CLOSE PENDING-APPROVAL.
008000     GOBACK.
008100 1000-READ-REQUEST.
008200     MOVE LK-SOURCE-PROGRAM TO PND-SOURCE.
008300     MOVE LK-TARGET-KEY     TO PND-TARGET-KEY.
008400     MOVE "Y" TO WS-FOUND-SWITCH.
008500     READ PENDING-APPROVAL
008600         INVALID KEY
008700             MOVE "N" TO WS-FOUND-SWITCH
008800     END-READ.
008900 1000-EXIT.
009000     EXIT.
009100 2000-CHECK-STAMPED-CARD.
009200     MOVE "N" TO LK-RESULT.
009300     IF NOT WS-REQUEST-ON-FILE
009400         GO TO 2000-EXIT
009500     END-IF.
009510     PERFORM 6000-CHECK-APPROVAL-AGE THRU 6000-EXIT.
009520     IF WS-APPROVAL-STALE
009530         PERFORM 6100-EXPIRE-APPROVAL THRU 6100-EXIT
009540         GO TO 2000-EXIT
009550     END-IF.
009600     IF PND-IS-APPROVED
009700             AND PND-DECISION-OPERATOR = LK-APPROVER
009800         PERFORM 4000-MARK-APPLIED THRU 4000-EXIT
009900     END-IF.
010000 2000-EXIT.
010100     EXIT.
010200 3000-CHECK-REQUEST-CARD.
010300     IF WS-REQUEST-ON-FILE
010310         PERFORM 6000-CHECK-APPROVAL-AGE THRU 6000-EXIT
010320         IF WS-APPROVAL-STALE
010325             PERFORM 6100-EXPIRE-APPROVAL THRU 6100-EXIT
010330             PERFORM 5000-FILE-NEW-REQUEST THRU 5000-EXIT
010340             GO TO 3000-EXIT
010350         END-IF
010400         IF PND-IS-APPROVED
010500             PERFORM 4000-MARK-APPLIED THRU 4000-EXIT
010600             GO TO 3000-EXIT
010700         END-IF
010800         IF PND-IS-PENDING
010900             MOVE "W" TO LK-RESULT
011000             GO TO 3000-EXIT
011100         END-IF
011200     END-IF.
011300     PERFORM 5000-FILE-NEW-REQUEST THRU 5000-EXIT.
011400 3000-EXIT.
011500     EXIT.
011600 4000-MARK-APPLIED.
011700     MOVE "C"              TO PND-STATUS.
011800     MOVE LK-BUSINESS-DATE TO PND-APPLIED-DATE.
011850     IF NOT WS-INQUIRY-ONLY
011900         REWRITE PENDING-APPROVAL-RECORD
011950     END-IF.
012000     MOVE "A" TO LK-RESULT.
012100 4000-EXIT.
012200     EXIT.
012300 5000-FILE-NEW-REQUEST.
012400*    NO REQUEST, OR ONLY A CLOSED ONE (REJECTED, EXPIRED, OR
012500*    ALREADY APPLIED), IS ON FILE FOR THIS SSN -- THE CARD
012600*    STARTS A FRESH REQUEST IN THE SAME SLOT.
012700     MOVE SPACES TO PENDING-APPROVAL-RECORD.
012800     MOVE LK-SOURCE-PROGRAM   TO PND-SOURCE.
012900     MOVE LK-TARGET-KEY       TO PND-TARGET-KEY.
013000     MOVE "P"                 TO PND-STATUS.
013100     MOVE LK-REQUEST-OPERATOR TO PND-REQUEST-OPERATOR.
013200     MOVE LK-BUSINESS-DATE    TO PND-REQUEST-DATE.
013300     MOVE LK-REASON-CODE      TO PND-REASON-CODE.
013400     MOVE LK-NAME             TO PND-NAME.
013500     MOVE ZERO TO PND-DECISION-DATE PND-APPLIED-DATE.
013520     EVALUATE TRUE
013540         WHEN WS-INQUIRY-ONLY
013560             CONTINUE
013580         WHEN WS-REQUEST-ON-FILE
013700             REWRITE PENDING-APPROVAL-RECORD
013800         WHEN OTHER
013900             WRITE PENDING-APPROVAL-RECORD
014000     END-EVALUATE.
014100     MOVE "H" TO LK-RESULT.
014200 5000-EXIT.
014300     EXIT.
014400 6000-CHECK-APPROVAL-AGE.
014500*    AN APPROVED REQUEST WHOSE DECISION DATE IS MORE THAN
014600*    WS-APPROVAL-LIFE-DAYS BEFORE TONIGHT'S BUSINESS DATE (OR IS
014700*    MISSING) IS STALE. ANY OTHER STATUS IS LEFT ALONE HERE.
014800     MOVE "N" TO WS-STALE-SWITCH.
014900     IF NOT PND-IS-APPROVED
015000         GO TO 6000-EXIT
015100     END-IF.
015200     IF PND-DECISION-DATE IS NOT NUMERIC
015300             OR PND-DECISION-DATE = ZERO
015400         MOVE "Y" TO WS-STALE-SWITCH
015500         GO TO 6000-EXIT
015600     END-IF.
015700     MOVE LK-BUSINESS-DATE TO WS-DF-DATE.
015800     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
015900     MOVE WS-DF-SERIAL TO WS-BUSINESS-SERIAL.
016000     MOVE PND-DECISION-DATE TO WS-DF-DATE.
016100     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
016200     COMPUTE WS-APPROVAL-AGE = WS-BUSINESS-SERIAL - WS-DF-SERIAL.
016300     IF WS-APPROVAL-AGE > WS-APPROVAL-LIFE-DAYS
016400         MOVE "Y" TO WS-STALE-SWITCH
016500     END-IF.
016600 6000-EXIT.
016700     EXIT.
016800 6100-EXPIRE-APPROVAL.
016900     MOVE "X" TO PND-STATUS.
017000     IF NOT WS-INQUIRY-ONLY
017100         REWRITE PENDING-APPROVAL-RECORD
017200     END-IF.
017210*    THE LAPSE GOES TO AUDITLOG THE WAY APRMAINT LOGS A
017220*    DECISION -- REQUESTER, APPROVER AND SSN UNDER ACTION "X".
017230     IF NOT WS-INQUIRY-ONLY
017240         PERFORM 6200-READ-RUN-NUMBER THRU 6200-EXIT
017250         MOVE SPACES                TO WS-DECISION-MESSAGE
017255         MOVE PND-STATUS            TO WS-DEC-ACTION
017260         MOVE PND-SOURCE            TO WS-DEC-SOURCE
017265         MOVE PND-TARGET-KEY        TO WS-DEC-KEY
017270         MOVE PND-REQUEST-OPERATOR  TO WS-DEC-REQUEST-OPER
017275         MOVE PND-DECISION-OPERATOR TO WS-DEC-DECISION-OPER
017280         CALL "AUDITLOG" USING WS-PROGRAM-ID WS-AST-IN
017285             WS-AST-OUT WS-AST-REJECTED WS-AST-OVERFLOW
017290             WS-DECISION-MESSAGE WS-RUN-NUMBER
017295             WS-AUDIT-DECISION-TYPE
017298         END-CALL
017299     END-IF.
017300     DISPLAY "APRCHECK - APPROVAL FOR " PND-SOURCE " "
017400         PND-TARGET-KEY " LAPSED, DECIDED " PND-DECISION-DATE.
017500 6100-EXIT.
017600     EXIT.
017610 6200-READ-RUN-NUMBER.
017620*    EVERY CALLER HAS READ RUN-CONTROL AND CLOSED IT BEFORE ITS
017630*    FIRST CALL, SO THE FILE IS FREE TO OPEN HERE. AN EMPTY FILE
017640*    HAS ALREADY STOPPED THE CALLER; THE NUMBER STAYS ZERO.
017650     IF WS-RUN-NUMBER-READ
017655         GO TO 6200-EXIT
017660     END-IF.
017665     OPEN INPUT RUN-CONTROL.
017670     READ RUN-CONTROL
017672         AT END
017674             MOVE ZERO TO RC-RUN-NUMBER
017676     END-READ.
017680     MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER.
017684     CLOSE RUN-CONTROL.
017688     MOVE "Y" TO WS-RUN-NUMBER-SWITCH.
017690 6200-EXIT.
017695     EXIT.
017700 7000-DATE-TO-SERIAL.
017800*    TURNS A YYYYMMDD DATE INTO A DAY SERIAL (DAYS SINCE THE
017900*    YEAR ZERO, GOOD ENOUGH FOR TAKING DIFFERENCES), THE SAME
018000*    WAY APRMAINT AGES ITS REQUESTS.
018100     COMPUTE WS-DF-PRIOR-YEAR = WS-DF-YEAR - 1.
018200     DIVIDE WS-DF-PRIOR-YEAR BY 4
018300         GIVING WS-DF-LEAPS-4.
018400     DIVIDE WS-DF-PRIOR-YEAR BY 100
018500         GIVING WS-DF-LEAPS-100.
018600     DIVIDE WS-DF-PRIOR-YEAR BY 400
018700         GIVING WS-DF-LEAPS-400.
018800     COMPUTE WS-DF-SERIAL =
018900         (WS-DF-YEAR * 365)
019000         + WS-DF-LEAPS-4
019100         - WS-DF-LEAPS-100
019200         + WS-DF-LEAPS-400
019300         + WS-DAYS-BEFORE-MONTH(WS-DF-MONTH)
019400         + WS-DF-DAY.
019500     IF WS-DF-MONTH > 2
019600         PERFORM 7100-CHECK-LEAP-YEAR THRU 7100-EXIT
019700         IF WS-DF-IS-LEAP
019800             ADD 1 TO WS-DF-SERIAL
019900         END-IF
020000     END-IF.
020100 7000-EXIT.
020200     EXIT.
020300 7100-CHECK-LEAP-YEAR.
020400     MOVE "N" TO WS-DF-LEAP-SWITCH.
020500     DIVIDE WS-DF-YEAR BY 4
020600         GIVING WS-DF-WORK-QUOTIENT
020700         REMAINDER WS-DF-REMAINDER-4.
020800     DIVIDE WS-DF-YEAR BY 100
020900         GIVING WS-DF-WORK-QUOTIENT
021000         REMAINDER WS-DF-REMAINDER-100.
021100     DIVIDE WS-DF-YEAR BY 400
021200         GIVING WS-DF-WORK-QUOTIENT
021300         REMAINDER WS-DF-REMAINDER-400.
021400     IF (WS-DF-REMAINDER-4 = ZERO
021500             AND WS-DF-REMAINDER-100 NOT = ZERO)
021600             OR WS-DF-REMAINDER-400 = ZERO
021700         MOVE "Y" TO WS-DF-LEAP-SWITCH
021800     END-IF.
021900 7100-EXIT.
022000     EXIT.
