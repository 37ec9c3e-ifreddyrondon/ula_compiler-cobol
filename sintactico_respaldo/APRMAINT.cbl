000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APRMAINT.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/29/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* APRMAINT IS THE SECOND HALF OF DUAL CONTROL OVER REMOVING
000900* MASTER RECORDS. SSNPURGE, SSNMAINT, AND ADRMAINT NO LONGER
001000* DELETE ON ONE OPERATOR'S CARD -- THEY FILE A PENDING REQUEST
001100* THROUGH APRCHECK (PENDAPR.CPY) UNDER THE OPERATOR ID ON THE
001200* CARD. THIS JOB, RUN EACH MORNING, DOES THREE THINGS:
001300*
001400*  1. EXPIRES EVERY REQUEST STILL PENDING AFTER THE NUMBER OF
001500*     DAYS ON THE PARM (PARM='NNN', DEFAULT 010), SO A STALE
001600*     REQUEST CANNOT BE APPROVED WEEKS AFTER ANYBODY REMEMBERS
001700*     WHY IT WAS MADE.
001800*  2. READS THE APPROVAL DECK -- A DECISION (A=APPROVE,
001900*     R=REJECT), THE OWNING PROGRAM, THE SSN, AND THE DECIDING
002000*     OPERATOR'S ID -- AND RECORDS EACH DECISION ON A PENDING
002100*     REQUEST. AN OPERATOR CAN NEVER DECIDE HIS OWN REQUEST.
002200*     EVERY APPROVED REQUEST IS WRITTEN AS A READY-TO-RUN CARD,
002300*     STAMPED WITH BOTH OPERATOR IDS, ON THE DECK OF THE PROGRAM
002400*     THAT OWNS IT.
002500*  3. PRINTS THE NIGHT'S DECISIONS AND AN AGING LISTING OF THE
002600*     REQUESTS STILL AWAITING A SECOND OPERATOR.
002700*
002800* EVERY APPROVAL, REJECTION, AND EXPIRY IS WRITTEN TO THE AUDIT
002900* LOG THROUGH AUDITLOG AS A DECISION ENTRY CARRYING THE SSN, THE
003000* REQUESTING OPERATOR, AND THE DECIDING OPERATOR.
003020*
003040* SSNS PRINT ON THE LISTING AS XXX-XX-SSSS. PARM 'NNN,FULLSSN'
003060* (OR 'FULLSSN' ALONE FOR THE DEFAULT EXPIRY) PRINTS THEM IN FULL.
003065*
003070* AN APPROVAL THIS JOB RECORDS IS GOOD FOR 10 DAYS FROM ITS
003075* DECISION DATE (WS-APPROVAL-LIFE-DAYS IN APRCHECK). A CARD
003080* PRESENTED LATER IS REFUSED AND THE REQUEST MARKED EXPIRED, OR
003085* REFILED AS PENDING, AND MUST BE APPROVED AGAIN HERE.
003100*
003200*    MODIFICATION HISTORY
003300*    -------------------------------------------------------------
003400*    DATE       INIT  DESCRIPTION
003500*    10/29/1988 FR    ORIGINAL PROGRAM.
003510*    10/30/1988 FR    THE LISTING NOW PRINTS THE SSN AS
003520*                     XXX-XX-SSSS THROUGH THE COMMON SSNMASK
003530*                     ROUTINE. ',FULLSSN' ON THE PARM PRINTS IT IN
003540*                     FULL AND LOGS THE RUN THROUGH AUDITLOG. THE
003550*                     APPROVED DECKS STILL CARRY THE SSN AS KEYED.
003560*    11/08/1988 FR    HEADER NOW STATES THE 10-DAY LIFE OF AN
003570*                     APPROVAL, ENFORCED BY APRCHECK.
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. MOTOROLA.
004000 OBJECT-COMPUTER. INTEL.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT APPROVAL-TRAN ASSIGN TO APRTRAN
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT PENDING-APPROVAL ASSIGN TO PENDAPR
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PND-KEY.
004900     SELECT APPROVAL-LIST ASSIGN TO APRLIST
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT APPROVED-PURGES ASSIGN TO APRPURG
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT APPROVED-SSN-DELETES ASSIGN TO APRSSN
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT APPROVED-ADR-DELETES ASSIGN TO APRADR
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  APPROVAL-TRAN
006400     LABEL RECORD IS OMITTED.
006500 01  APPROVAL-TRAN-RECORD.
006600     05  APR-DECISION               PIC X(01).
006700         88  APR-APPROVE            VALUE "A".
006800         88  APR-REJECT             VALUE "R".
006900     05  FILLER                     PIC X(01).
007000     05  APR-SOURCE                 PIC X(08).
007100         88  APR-SOURCE-IS-VALID    VALUE "SSNPURGE" "SSNMAINT"
007200                                          "ADRMAINT".
007300     05  FILLER                     PIC X(01).
007400     05  APR-KEY                    PIC X(09).
007500     05  FILLER                     PIC X(01).
007600     05  APR-OPERATOR-ID            PIC X(08).
007700     05  FILLER                     PIC X(51).
007800 FD  PENDING-APPROVAL
007900     LABEL RECORD IS STANDARD.
008000 COPY PENDAPR.
008100 FD  APPROVAL-LIST
008200     LABEL RECORD IS OMITTED.
008300 01  APPROVAL-LIST-RECORD           PIC X(80).
008400 FD  APPROVED-PURGES
008500     LABEL RECORD IS OMITTED.
008600*    MIRRORS THE PURGE-IN FD IN SSNPURGE, WHICH OWNS THE CARD
008700*    LAYOUT -- KEEP THEM IN STEP.
008800 01  APPROVED-PURGE-RECORD.
008900     05  APP-SSN                    PIC X(09).
009000     05  FILLER                     PIC X(01).
009100     05  APP-REASON-CODE            PIC X(02).
009200     05  FILLER                     PIC X(01).
009300     05  APP-OPERATOR-ID            PIC X(08).
009400     05  FILLER                     PIC X(01).
009500     05  APP-APPROVER-ID            PIC X(08).
009600     05  FILLER                     PIC X(50).
009700 FD  APPROVED-SSN-DELETES
009800     LABEL RECORD IS OMITTED.
009900*    MIRRORS THE SSN-TRAN FD IN SSNMAINT -- KEEP THEM IN STEP.
010000 01  APPROVED-SSN-DELETE-RECORD.
010100     05  ASD-CODE                   PIC X(01).
010200     05  ASD-KEY                    PIC X(09).
010300     05  FILLER                     PIC X(29).
010400     05  FILLER                     PIC X(01).
010500     05  ASD-OPERATOR-ID            PIC X(08).
010600     05  FILLER                     PIC X(01).
010700     05  ASD-APPROVER-ID            PIC X(08).
010800     05  FILLER                     PIC X(23).
010900 FD  APPROVED-ADR-DELETES
011000     LABEL RECORD IS OMITTED.
011100*    MIRRORS THE DELETE VIEW OF THE ADDRESS-TRAN FD IN
011200*    ADRMAINT -- KEEP THEM IN STEP.
011300 01  APPROVED-ADR-DELETE-RECORD.
011400     05  AAD-CODE                   PIC X(01).
011500     05  AAD-KEY                    PIC X(09).
011600     05  AAD-OPERATOR-ID            PIC X(08).
011700     05  FILLER                     PIC X(01).
011800     05  AAD-APPROVER-ID            PIC X(08).
011900     05  FILLER                     PIC X(54).
012000 FD  CONTROL-COUNTS
012100     LABEL RECORD IS OMITTED.
012200 COPY CNTREC.
012300 FD  RUN-CONTROL
012400     LABEL RECORD IS OMITTED.
012500 COPY RUNCTL.
012600 WORKING-STORAGE SECTION.
012700 01  WS-SWITCHES.
012800     05  WS-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
012900         88  WS-NO-MORE-TRANS       VALUE "Y".
013000     05  WS-PND-EOF-SWITCH          PIC X(01) VALUE "N".
013100         88  WS-NO-MORE-PENDING     VALUE "Y".
013200 01  WS-COUNTERS.
013300     05  WS-CARDS-READ              PIC 9(07) VALUE ZERO.
013400     05  WS-CARDS-REJECTED          PIC 9(07) VALUE ZERO.
013500     05  WS-REQUESTS-APPROVED       PIC 9(07) VALUE ZERO.
013600     05  WS-REQUESTS-REJECTED       PIC 9(07) VALUE ZERO.
013700     05  WS-REQUESTS-EXPIRED        PIC 9(07) VALUE ZERO.
013800     05  WS-STILL-PENDING           PIC 9(07) VALUE ZERO.
013900     05  WS-WAIT-0-DAYS             PIC 9(07) VALUE ZERO.
014000     05  WS-WAIT-3-DAYS             PIC 9(07) VALUE ZERO.
014100     05  WS-WAIT-7-DAYS             PIC 9(07) VALUE ZERO.
014200     05  WS-DUE-TO-EXPIRE           PIC 9(07) VALUE ZERO.
014300     05  WS-PURGE-CARDS-WRITTEN     PIC 9(07) VALUE ZERO.
014400     05  WS-SSN-CARDS-WRITTEN       PIC 9(07) VALUE ZERO.
014500     05  WS-ADR-CARDS-WRITTEN       PIC 9(07) VALUE ZERO.
014600 01  WS-PARM.
014700     05  WS-PARM-DAYS               PIC X(03).
014800     05  FILLER                     PIC X(77).
014900 01  WS-EXPIRY-DAYS                 PIC 9(03) VALUE 10.
014920 01  WS-PARM-CARD                   PIC X(80) VALUE SPACES.
014940 01  WS-PRINT-PARM                  PIC X(07) VALUE SPACES.
015000 01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
015100 01  WS-DECISION-TEXT               PIC X(08) VALUE SPACES.
015200 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
015300 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
015400 01  WS-DATE-FIELDS.
015500     05  WS-DF-DATE                 PIC 9(08) VALUE ZERO.
015600     05  WS-DF-PARTS REDEFINES WS-DF-DATE.
015700         10  WS-DF-YEAR             PIC 9(04).
015800         10  WS-DF-MONTH            PIC 9(02).
015900         10  WS-DF-DAY              PIC 9(02).
016000     05  WS-DF-SERIAL               PIC 9(07) VALUE ZERO.
016100     05  WS-DF-PRIOR-YEAR           PIC 9(04) VALUE ZERO.
016200     05  WS-DF-LEAPS-4              PIC 9(04) VALUE ZERO.
016300     05  WS-DF-LEAPS-100            PIC 9(04) VALUE ZERO.
016400     05  WS-DF-LEAPS-400            PIC 9(04) VALUE ZERO.
016500     05  WS-DF-REMAINDER-4          PIC 9(03) VALUE ZERO.
016600     05  WS-DF-REMAINDER-100        PIC 9(03) VALUE ZERO.
016700     05  WS-DF-REMAINDER-400        PIC 9(03) VALUE ZERO.
016800     05  WS-DF-WORK-QUOTIENT        PIC 9(04) VALUE ZERO.
016900     05  WS-DF-LEAP-SWITCH          PIC X(01) VALUE "N".
017000         88  WS-DF-IS-LEAP          VALUE "Y".
017100 01  WS-RUN-SERIAL                  PIC 9(07) VALUE ZERO.
017200 01  WS-REQUEST-SERIAL              PIC 9(07) VALUE ZERO.
017300 01  WS-AGE-DAYS                    PIC S9(05) VALUE ZERO.
017400 01  WS-MONTH-DAYS-VALUES.
017500     05  FILLER                     PIC X(09) VALUE "000031059".
017600     05  FILLER                     PIC X(09) VALUE "090120151".
017700     05  FILLER                     PIC X(09) VALUE "181212243".
017800     05  FILLER                     PIC X(09) VALUE "273304334".
017900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
018000     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
018100                                    PIC 9(03).
018200 01  WS-LIST-HEADING.
018300     05  FILLER                     PIC X(34) VALUE
018400         "DUAL-CONTROL APPROVAL LISTING".
018500     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
018600     05  WS-LH-RUN-DATE             PIC 9(08).
018700     05  FILLER                     PIC X(29) VALUE SPACES.
018800 01  WS-EXPIRY-HEADING.
018900     05  FILLER                     PIC X(29) VALUE
019000         "REQUESTS EXPIRE WHEN PENDING ".
019100     05  WS-EH-DAYS                 PIC ZZ9.
019200     05  FILLER                     PIC X(48) VALUE
019300         " DAYS WITHOUT A DECISION".
019400 01  WS-DECISION-HEADING-1          PIC X(80) VALUE
019500     "DECISIONS THIS RUN".
019600 01  WS-DECISION-HEADING-2.
019700     05  FILLER                     PIC X(40) VALUE
019800         "SOURCE    SSN         DECISION REQUESTED".
019900     05  FILLER                     PIC X(40) VALUE
020000         " BY/ON    DECIDED   NAME".
020100 01  WS-DECISION-LINE.
020200     05  DL-SOURCE                  PIC X(08).
020300     05  FILLER                     PIC X(02) VALUE SPACES.
020400     05  DL-SSN                     PIC X(11).
020500     05  FILLER                     PIC X(01) VALUE SPACES.
020600     05  DL-DECISION                PIC X(08).
020700     05  FILLER                     PIC X(01) VALUE SPACES.
020800     05  DL-REQUEST-OPERATOR        PIC X(08).
020900     05  FILLER                     PIC X(01) VALUE SPACES.
021000     05  DL-REQUEST-DATE            PIC 9(08).
021100     05  FILLER                     PIC X(02) VALUE SPACES.
021200     05  DL-DECISION-OPERATOR       PIC X(08).
021300     05  FILLER                     PIC X(02) VALUE SPACES.
021400     05  DL-NAME                    PIC X(20).
021500 01  WS-PENDING-HEADING-1           PIC X(80) VALUE
021600     "REQUESTS AWAITING APPROVAL".
021700 01  WS-PENDING-HEADING-2.
021800     05  FILLER                     PIC X(40) VALUE
021900         "SOURCE    SSN         NAME              ".
022000     05  FILLER                     PIC X(40) VALUE
022100         "   REQUESTED BY/ON      AGE".
022200 01  WS-PENDING-LINE.
022300     05  PL-SOURCE                  PIC X(08).
022400     05  FILLER                     PIC X(02) VALUE SPACES.
022500     05  PL-SSN                     PIC X(11).
022600     05  FILLER                     PIC X(01) VALUE SPACES.
022700     05  PL-NAME                    PIC X(20).
022800     05  FILLER                     PIC X(01) VALUE SPACES.
022900     05  PL-REQUEST-OPERATOR        PIC X(08).
023000     05  FILLER                     PIC X(01) VALUE SPACES.
023100     05  PL-REQUEST-DATE            PIC 9(08).
023200     05  FILLER                     PIC X(02) VALUE SPACES.
023300     05  PL-AGE                     PIC ZZZZ9.
023400     05  FILLER                     PIC X(01) VALUE SPACES.
023500     05  PL-NOTE                    PIC X(12).
023600 01  WS-SUMMARY-LINE.
023700     05  WS-SUM-LABEL               PIC X(40).
023800     05  WS-SUM-VALUE               PIC ZZZZZZ9.
023900     05  FILLER                     PIC X(33) VALUE SPACES.
024000 01  WS-PROGRAM-ID                  PIC X(08) VALUE "APRMAINT".
024100 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
024200     "DUAL-CONTROL APPROVAL RUN COMPLETE".
024300 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
024400 01  WS-AUDIT-START-FIELDS.
024500     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
024600     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
024700     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
024800     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
024900     05  WS-AST-MESSAGE             PIC X(40) VALUE
025000         "RUN STARTED".
025100 01  WS-AUDIT-TYPE-FIELDS.
025200     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
025300     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
025400     05  WS-AUDIT-DECISION-TYPE     PIC X(01) VALUE "D".
025410     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
025420 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
025430     "FULL SSNS PRINTED UNDER FULLSSN PARM".
025440 01  WS-SSN-PRINT-FIELDS.
025450     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
025460         88  WS-PRINT-FULL-SSN      VALUE "F".
025470     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
025500*    THE MESSAGE OF A DECISION ENTRY, LAID OUT AS
025600*    AUDIT-DECISION-DETAIL IN AUDLOG.CPY.
025700 01  WS-DECISION-MESSAGE.
025800     05  WS-DEC-ACTION              PIC X(01).
025900     05  WS-DEC-SOURCE              PIC X(08).
026000     05  WS-DEC-KEY                 PIC X(09).
026100     05  WS-DEC-REQUEST-OPER        PIC X(08).
026200     05  WS-DEC-DECISION-OPER       PIC X(08).
026300     05  FILLER                     PIC X(06).
026400 PROCEDURE DIVISION.
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026700     PERFORM 2000-EXPIRE-ONE-REQUEST THRU 2000-EXIT
026800         UNTIL WS-NO-MORE-PENDING.
026900     PERFORM 3000-PROCESS-APPROVAL THRU 3000-EXIT
027000         UNTIL WS-NO-MORE-TRANS.
027100     PERFORM 4000-LIST-PENDING THRU 4000-EXIT.
027200     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
027300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027400     STOP RUN.
027500 1000-INITIALIZE.
027600     MOVE SPACES TO WS-PARM.
027700     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
027710     UNSTRING WS-PARM-CARD DELIMITED BY ","
027720         INTO WS-PARM WS-PRINT-PARM
027730     END-UNSTRING.
027740     IF WS-PARM = "FULLSSN"
027750         MOVE WS-PARM TO WS-PRINT-PARM
027760         MOVE SPACES TO WS-PARM
027770     END-IF.
027800     IF WS-PARM-DAYS NOT = SPACES
027900         IF WS-PARM-DAYS IS NUMERIC
028000                 AND WS-PARM-DAYS NOT = "000"
028100             MOVE WS-PARM-DAYS TO WS-EXPIRY-DAYS
028200         ELSE
028300             DISPLAY "APRMAINT ABEND - PARM MUST BE THE EXPIRY "
028400                 "DAYS AS NNN: " WS-PARM-DAYS
028500             MOVE 16 TO RETURN-CODE
028600             STOP RUN
028700         END-IF
028800     END-IF.
028900     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
029000     CALL "AUDITLOG" USING WS-PROGRAM-ID
029100         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
029200         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
029300         WS-AUDIT-START-TYPE
029400     END-CALL.
029450     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
029500     OPEN INPUT APPROVAL-TRAN.
029600     OPEN I-O PENDING-APPROVAL.
029700     OPEN OUTPUT APPROVAL-LIST.
029800     OPEN OUTPUT APPROVED-PURGES.
029900     OPEN OUTPUT APPROVED-SSN-DELETES.
030000     OPEN OUTPUT APPROVED-ADR-DELETES.
030100     OPEN EXTEND CONTROL-COUNTS.
030200     MOVE WS-RUN-DATE TO WS-DF-DATE.
030300     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
030400     MOVE WS-DF-SERIAL TO WS-RUN-SERIAL.
030500     MOVE WS-RUN-DATE TO WS-LH-RUN-DATE.
030600     WRITE APPROVAL-LIST-RECORD FROM WS-LIST-HEADING.
030700     MOVE WS-EXPIRY-DAYS TO WS-EH-DAYS.
030800     WRITE APPROVAL-LIST-RECORD FROM WS-EXPIRY-HEADING.
030900     MOVE SPACES TO APPROVAL-LIST-RECORD.
031000     WRITE APPROVAL-LIST-RECORD.
031100     WRITE APPROVAL-LIST-RECORD FROM WS-DECISION-HEADING-1.
031200     WRITE APPROVAL-LIST-RECORD FROM WS-DECISION-HEADING-2.
031300     PERFORM 1100-START-PENDING THRU 1100-EXIT.
031400     PERFORM 3100-READ-APPROVAL THRU 3100-EXIT.
031500 1000-EXIT.
031600     EXIT.
031700 1050-READ-RUN-CONTROL.
031800*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
031900*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN,
032000*    NOT FROM A PRIVATE ACCEPT FROM DATE -- THE AGE OF A REQUEST
032100*    IS MEASURED AGAINST THE BUSINESS DATE IT WAS FILED UNDER.
032200     OPEN INPUT RUN-CONTROL.
032300     READ RUN-CONTROL
032400         AT END
032500             DISPLAY "APRMAINT ABEND - RUN-CONTROL FILE IS "
032600                 "EMPTY, RUN RUNCTLST FIRST"
032700             MOVE 16 TO RETURN-CODE
032800             STOP RUN
032900     END-READ.
033000     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
033100     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
033200     CLOSE RUN-CONTROL.
033300 1050-EXIT.
033400     EXIT.
033402 1060-CHECK-SSN-PRINT.
033404*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
033406*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
033408     IF WS-PRINT-PARM = SPACES
033410         GO TO 1060-EXIT
033412     END-IF.
033414     IF WS-PRINT-PARM NOT = "FULLSSN"
033416         DISPLAY "APRMAINT ABEND - PRINT OPTION MUST BE FULLSSN: "
033418             WS-PRINT-PARM
033420         MOVE 16 TO RETURN-CODE
033422         STOP RUN
033424     END-IF.
033426     MOVE "F" TO WS-SSN-PRINT-MODE.
033428     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
033430     CALL "AUDITLOG" USING WS-PROGRAM-ID
033432         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
033434         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
033436         WS-AUDIT-FULL-SSN-TYPE
033438     END-CALL.
033440 1060-EXIT.
033442     EXIT.
033500 1100-START-PENDING.
033600     MOVE "N" TO WS-PND-EOF-SWITCH.
033700     MOVE LOW-VALUES TO PND-KEY.
033800     START PENDING-APPROVAL KEY >= PND-KEY
033900         INVALID KEY
034000             MOVE "Y" TO WS-PND-EOF-SWITCH
034100     END-START.
034200 1100-EXIT.
034300     EXIT.
034400*****************************************************************
034500* EXPIRY PASS. RUNS BEFORE THE APPROVAL DECK, SO A REQUEST THAT
034600* HAS ALREADY OUTLIVED ITS WINDOW CANNOT BE APPROVED THIS
034700* MORNING -- IT HAS TO BE REQUESTED AGAIN.
034800*****************************************************************
034900 2000-EXPIRE-ONE-REQUEST.
035000     PERFORM 2100-READ-NEXT-PENDING THRU 2100-EXIT.
035100     IF WS-NO-MORE-PENDING
035200         GO TO 2000-EXIT
035300     END-IF.
035400     IF NOT PND-IS-PENDING
035500         GO TO 2000-EXIT
035600     END-IF.
035700     PERFORM 5000-AGE-REQUEST THRU 5000-EXIT.
035800     IF WS-AGE-DAYS > WS-EXPIRY-DAYS
035900         MOVE "X"           TO PND-STATUS
036000         MOVE WS-PROGRAM-ID TO PND-DECISION-OPERATOR
036100         MOVE WS-RUN-DATE   TO PND-DECISION-DATE
036200         REWRITE PENDING-APPROVAL-RECORD
036300         ADD 1 TO WS-REQUESTS-EXPIRED
036400         MOVE "EXPIRED" TO WS-DECISION-TEXT
036500         PERFORM 8000-RECORD-DECISION THRU 8000-EXIT
036600     END-IF.
036700 2000-EXIT.
036800     EXIT.
036900 2100-READ-NEXT-PENDING.
037000     IF WS-NO-MORE-PENDING
037100         GO TO 2100-EXIT
037200     END-IF.
037300     READ PENDING-APPROVAL NEXT RECORD
037400         AT END
037500             MOVE "Y" TO WS-PND-EOF-SWITCH
037600     END-READ.
037700 2100-EXIT.
037800     EXIT.
037900*****************************************************************
038000* APPROVAL DECK. EACH CARD DECIDES ONE PENDING REQUEST; A CARD
038100* THAT CANNOT BE HONORED IS REPORTED AND CHANGES NOTHING.
038200*****************************************************************
038300 3000-PROCESS-APPROVAL.
038400     PERFORM 3200-VALIDATE-APPROVAL THRU 3200-EXIT.
038500     IF WS-REJECT-REASON NOT = SPACES
038600         DISPLAY "REJECTED APPROVAL CARD: " APR-SOURCE " "
038700             APR-KEY " - " WS-REJECT-REASON
038800         ADD 1 TO WS-CARDS-REJECTED
038900     ELSE
039000         PERFORM 3300-APPLY-DECISION THRU 3300-EXIT
039100     END-IF.
039200     PERFORM 3100-READ-APPROVAL THRU 3100-EXIT.
039300 3000-EXIT.
039400     EXIT.
039500 3100-READ-APPROVAL.
039600     READ APPROVAL-TRAN
039700         AT END
039800             MOVE "Y" TO WS-TRAN-EOF-SWITCH
039900     END-READ.
040000     IF NOT WS-NO-MORE-TRANS
040100         ADD 1 TO WS-CARDS-READ
040200     END-IF.
040300 3100-EXIT.
040400     EXIT.
040500 3200-VALIDATE-APPROVAL.
040600*    LEAVES THE PENDING RECORD IN THE BUFFER WHEN THE CARD IS
040700*    GOOD. THE SECOND OPERATOR MUST BE A DIFFERENT PERSON FROM
040800*    THE ONE WHO ASKED FOR THE DELETE -- THAT IS THE WHOLE POINT.
040900     MOVE SPACES TO WS-REJECT-REASON.
041000     EVALUATE TRUE
041100         WHEN NOT APR-APPROVE AND NOT APR-REJECT
041200             MOVE "DECISION IS NOT A OR R" TO WS-REJECT-REASON
041300         WHEN NOT APR-SOURCE-IS-VALID
041400             MOVE "SOURCE IS NOT SSNPURGE SSNMAINT ADRMAINT"
041500                 TO WS-REJECT-REASON
041600         WHEN APR-KEY NOT NUMERIC
041700             MOVE "SSN CONTAINS NON-NUMERIC DATA"
041800                 TO WS-REJECT-REASON
041900         WHEN APR-OPERATOR-ID = SPACES
042000             MOVE "NO OPERATOR ID ON APPROVAL CARD"
042100                 TO WS-REJECT-REASON
042200     END-EVALUATE.
042300     IF WS-REJECT-REASON NOT = SPACES
042400         GO TO 3200-EXIT
042500     END-IF.
042600     MOVE APR-SOURCE TO PND-SOURCE.
042700     MOVE APR-KEY    TO PND-TARGET-KEY.
042800     READ PENDING-APPROVAL
042900         INVALID KEY
043000             MOVE "NO REQUEST ON FILE FOR THIS SSN"
043100                 TO WS-REJECT-REASON
043200             GO TO 3200-EXIT
043300     END-READ.
043400     EVALUATE TRUE
043500         WHEN PND-IS-EXPIRED
043600             MOVE "REQUEST HAS EXPIRED - REQUEST IT AGAIN"
043700                 TO WS-REJECT-REASON
043800         WHEN NOT PND-IS-PENDING
043900             MOVE "REQUEST IS NOT AWAITING A DECISION"
044000                 TO WS-REJECT-REASON
044100         WHEN APR-OPERATOR-ID = PND-REQUEST-OPERATOR
044200             MOVE "APPROVER IS THE REQUESTING OPERATOR"
044300                 TO WS-REJECT-REASON
044400     END-EVALUATE.
044500 3200-EXIT.
044600     EXIT.
044700 3300-APPLY-DECISION.
044800     MOVE APR-DECISION    TO PND-STATUS.
044900     MOVE APR-OPERATOR-ID TO PND-DECISION-OPERATOR.
045000     MOVE WS-RUN-DATE     TO PND-DECISION-DATE.
045100     REWRITE PENDING-APPROVAL-RECORD.
045200     IF APR-APPROVE
045300         ADD 1 TO WS-REQUESTS-APPROVED
045400         MOVE "APPROVED" TO WS-DECISION-TEXT
045500         PERFORM 3400-WRITE-APPROVED-CARD THRU 3400-EXIT
045600     ELSE
045700         ADD 1 TO WS-REQUESTS-REJECTED
045800         MOVE "REJECTED" TO WS-DECISION-TEXT
045900     END-IF.
046000     PERFORM 8000-RECORD-DECISION THRU 8000-EXIT.
046100 3300-EXIT.
046200     EXIT.
046300 3400-WRITE-APPROVED-CARD.
046400*    THE CARD GOES ON THE DECK OF THE PROGRAM THAT OWNS THE
046500*    REQUEST, STAMPED WITH BOTH OPERATOR IDS. THE OWNING PROGRAM
046600*    APPLIES IT ONLY WHILE THIS APPROVAL IS STILL ON FILE.
046700     EVALUATE PND-SOURCE
046800         WHEN "SSNPURGE"
046900             MOVE SPACES TO APPROVED-PURGE-RECORD
047000             MOVE PND-TARGET-KEY        TO APP-SSN
047100             MOVE PND-REASON-CODE       TO APP-REASON-CODE
047200             MOVE PND-REQUEST-OPERATOR  TO APP-OPERATOR-ID
047300             MOVE PND-DECISION-OPERATOR TO APP-APPROVER-ID
047400             WRITE APPROVED-PURGE-RECORD
047500             ADD 1 TO WS-PURGE-CARDS-WRITTEN
047600         WHEN "SSNMAINT"
047700             MOVE SPACES TO APPROVED-SSN-DELETE-RECORD
047800             MOVE "D"                   TO ASD-CODE
047900             MOVE PND-TARGET-KEY        TO ASD-KEY
048000             MOVE PND-REQUEST-OPERATOR  TO ASD-OPERATOR-ID
048100             MOVE PND-DECISION-OPERATOR TO ASD-APPROVER-ID
048200             WRITE APPROVED-SSN-DELETE-RECORD
048300             ADD 1 TO WS-SSN-CARDS-WRITTEN
048400         WHEN "ADRMAINT"
048500             MOVE SPACES TO APPROVED-ADR-DELETE-RECORD
048600             MOVE "D"                   TO AAD-CODE
048700             MOVE PND-TARGET-KEY        TO AAD-KEY
048800             MOVE PND-REQUEST-OPERATOR  TO AAD-OPERATOR-ID
048900             MOVE PND-DECISION-OPERATOR TO AAD-APPROVER-ID
049000             WRITE APPROVED-ADR-DELETE-RECORD
049100             ADD 1 TO WS-ADR-CARDS-WRITTEN
049200     END-EVALUATE.
049300 3400-EXIT.
049400     EXIT.
049500*****************************************************************
049600* AGING LISTING OF EVERY REQUEST STILL AWAITING A DECISION AFTER
049700* THIS MORNING'S EXPIRIES AND APPROVALS.
049800*****************************************************************
049900 4000-LIST-PENDING.
050000     MOVE SPACES TO APPROVAL-LIST-RECORD.
050100     WRITE APPROVAL-LIST-RECORD.
050200     WRITE APPROVAL-LIST-RECORD FROM WS-PENDING-HEADING-1.
050300     WRITE APPROVAL-LIST-RECORD FROM WS-PENDING-HEADING-2.
050400     PERFORM 1100-START-PENDING THRU 1100-EXIT.
050500     PERFORM 4100-LIST-ONE-PENDING THRU 4100-EXIT
050600         UNTIL WS-NO-MORE-PENDING.
050700 4000-EXIT.
050800     EXIT.
050900 4100-LIST-ONE-PENDING.
051000     PERFORM 2100-READ-NEXT-PENDING THRU 2100-EXIT.
051100     IF WS-NO-MORE-PENDING
051200         GO TO 4100-EXIT
051300     END-IF.
051400     IF NOT PND-IS-PENDING
051500         GO TO 4100-EXIT
051600     END-IF.
051700     ADD 1 TO WS-STILL-PENDING.
051800     PERFORM 5000-AGE-REQUEST THRU 5000-EXIT.
051900     MOVE SPACES TO WS-PENDING-LINE.
052000     MOVE PND-SOURCE           TO PL-SOURCE.
052020     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
052040         PND-TARGET-KEY WS-PRINTED-SSN
052060     END-CALL.
052080     MOVE WS-PRINTED-SSN TO PL-SSN.
052200     MOVE PND-NAME             TO PL-NAME.
052300     MOVE PND-REQUEST-OPERATOR TO PL-REQUEST-OPERATOR.
052400     MOVE PND-REQUEST-DATE     TO PL-REQUEST-DATE.
052500     MOVE WS-AGE-DAYS          TO PL-AGE.
052600     EVALUATE TRUE
052700         WHEN WS-AGE-DAYS >= 7
052800             ADD 1 TO WS-WAIT-7-DAYS
052900         WHEN WS-AGE-DAYS >= 3
053000             ADD 1 TO WS-WAIT-3-DAYS
053100         WHEN OTHER
053200             ADD 1 TO WS-WAIT-0-DAYS
053300     END-EVALUATE.
053400*    ONE MORE DAY WITHOUT A DECISION AND THE NEXT RUN EXPIRES IT.
053500     IF WS-AGE-DAYS >= WS-EXPIRY-DAYS
053600         MOVE "EXPIRES NEXT" TO PL-NOTE
053700         ADD 1 TO WS-DUE-TO-EXPIRE
053800     END-IF.
053900     WRITE APPROVAL-LIST-RECORD FROM WS-PENDING-LINE.
054000 4100-EXIT.
054100     EXIT.
054200 5000-AGE-REQUEST.
054300     MOVE ZERO TO WS-AGE-DAYS.
054400     IF PND-REQUEST-DATE IS NOT NUMERIC
054500             OR PND-REQUEST-DATE = ZERO
054600         GO TO 5000-EXIT
054700     END-IF.
054800     MOVE PND-REQUEST-DATE TO WS-DF-DATE.
054900     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
055000     MOVE WS-DF-SERIAL TO WS-REQUEST-SERIAL.
055100     COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-REQUEST-SERIAL.
055200     IF WS-AGE-DAYS < ZERO
055300         MOVE ZERO TO WS-AGE-DAYS
055400     END-IF.
055500 5000-EXIT.
055600     EXIT.
055700 6000-DATE-TO-SERIAL.
055800*    TURNS A YYYYMMDD DATE INTO A DAY SERIAL (DAYS SINCE THE
055900*    YEAR ZERO, GOOD ENOUGH FOR TAKING DIFFERENCES), THE SAME
056000*    WAY SSNCORR AGES ITS REJECTS.
056100     COMPUTE WS-DF-PRIOR-YEAR = WS-DF-YEAR - 1.
056200     DIVIDE WS-DF-PRIOR-YEAR BY 4
056300         GIVING WS-DF-LEAPS-4.
056400     DIVIDE WS-DF-PRIOR-YEAR BY 100
056500         GIVING WS-DF-LEAPS-100.
056600     DIVIDE WS-DF-PRIOR-YEAR BY 400
056700         GIVING WS-DF-LEAPS-400.
056800     COMPUTE WS-DF-SERIAL =
056900         (WS-DF-YEAR * 365)
057000         + WS-DF-LEAPS-4
057100         - WS-DF-LEAPS-100
057200         + WS-DF-LEAPS-400
057300         + WS-DAYS-BEFORE-MONTH(WS-DF-MONTH)
057400         + WS-DF-DAY.
057500     IF WS-DF-MONTH > 2
057600         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
057700         IF WS-DF-IS-LEAP
057800             ADD 1 TO WS-DF-SERIAL
057900         END-IF
058000     END-IF.
058100 6000-EXIT.
058200     EXIT.
058300 6100-CHECK-LEAP-YEAR.
058400     MOVE "N" TO WS-DF-LEAP-SWITCH.
058500     DIVIDE WS-DF-YEAR BY 4
058600         GIVING WS-DF-WORK-QUOTIENT
058700         REMAINDER WS-DF-REMAINDER-4.
058800     DIVIDE WS-DF-YEAR BY 100
058900         GIVING WS-DF-WORK-QUOTIENT
059000         REMAINDER WS-DF-REMAINDER-100.
059100     DIVIDE WS-DF-YEAR BY 400
059200         GIVING WS-DF-WORK-QUOTIENT
059300         REMAINDER WS-DF-REMAINDER-400.
059400     IF (WS-DF-REMAINDER-4 = ZERO
059500             AND WS-DF-REMAINDER-100 NOT = ZERO)
059600             OR WS-DF-REMAINDER-400 = ZERO
059700         MOVE "Y" TO WS-DF-LEAP-SWITCH
059800     END-IF.
059900 6100-EXIT.
060000     EXIT.
060100 7000-PRINT-SUMMARY.
060200     MOVE SPACES TO APPROVAL-LIST-RECORD.
060300     WRITE APPROVAL-LIST-RECORD.
060400     MOVE SPACES TO WS-SUMMARY-LINE.
060500     MOVE "REQUESTS APPROVED" TO WS-SUM-LABEL.
060600     MOVE WS-REQUESTS-APPROVED TO WS-SUM-VALUE.
060700     WRITE APPROVAL-LIST-RECORD FROM WS-SUMMARY-LINE.
060800     MOVE SPACES TO WS-SUMMARY-LINE.
060900     MOVE "REQUESTS REJECTED" TO WS-SUM-LABEL.
061000     MOVE WS-REQUESTS-REJECTED TO WS-SUM-VALUE.
061100     WRITE APPROVAL-LIST-RECORD FROM WS-SUMMARY-LINE.
061200     MOVE SPACES TO WS-SUMMARY-LINE.
061300     MOVE "REQUESTS EXPIRED" TO WS-SUM-LABEL.
061400     MOVE WS-REQUESTS-EXPIRED TO WS-SUM-VALUE.
061500     WRITE APPROVAL-LIST-RECORD FROM WS-SUMMARY-LINE.
061600     MOVE SPACES TO WS-SUMMARY-LINE.
061700     MOVE "APPROVAL CARDS REJECTED" TO WS-SUM-LABEL.
061800     MOVE WS-CARDS-REJECTED TO WS-SUM-VALUE.
061900     WRITE APPROVAL-LIST-RECORD FROM WS-SUMMARY-LINE.
062000     MOVE SPACES TO WS-SUMMARY-LINE.
062100     MOVE "REQUESTS STILL AWAITING APPROVAL" TO WS-SUM-LABEL.
062200     MOVE WS-STILL-PENDING TO WS-SUM-VALUE.
062300     WRITE APPROVAL-LIST-RECORD FROM WS-SUMMARY-LINE.
062400     MOVE SPACES TO WS-SUMMARY-LINE.
062500     MOVE "  WAITING 0 TO 2 DAYS" TO WS-SUM-LABEL.
062600     MOVE WS-WAIT-0-DAYS TO WS-SUM-VALUE.
062700     WRITE APPROVAL-LIST-RECORD FROM WS-SUMMARY-LINE.
062800     MOVE SPACES TO WS-SUMMARY-LINE.
062900     MOVE "  WAITING 3 TO 6 DAYS" TO WS-SUM-LABEL.
063000     MOVE WS-WAIT-3-DAYS TO WS-SUM-VALUE.
063100     WRITE APPROVAL-LIST-RECORD FROM WS-SUMMARY-LINE.
063200     MOVE SPACES TO WS-SUMMARY-LINE.
063300     MOVE "  WAITING 7 DAYS OR MORE" TO WS-SUM-LABEL.
063400     MOVE WS-WAIT-7-DAYS TO WS-SUM-VALUE.
063500     WRITE APPROVAL-LIST-RECORD FROM WS-SUMMARY-LINE.
063600     MOVE SPACES TO WS-SUMMARY-LINE.
063700     MOVE "  DUE TO EXPIRE AT THE NEXT RUN" TO WS-SUM-LABEL.
063800     MOVE WS-DUE-TO-EXPIRE TO WS-SUM-VALUE.
063900     WRITE APPROVAL-LIST-RECORD FROM WS-SUMMARY-LINE.
064000 7000-EXIT.
064100     EXIT.
064200 8000-RECORD-DECISION.
064300*    ONE LINE ON THE LISTING AND ONE DECISION ENTRY ON THE AUDIT
064400*    LOG FOR EVERY APPROVAL, REJECTION, AND EXPIRY. AN EXPIRY IS
064500*    DECIDED BY THIS PROGRAM, SO ITS ID STANDS IN FOR AN
064600*    OPERATOR'S.
064700     MOVE SPACES TO WS-DECISION-LINE.
064800     MOVE PND-SOURCE            TO DL-SOURCE.
064820     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
064840         PND-TARGET-KEY WS-PRINTED-SSN
064860     END-CALL.
064880     MOVE WS-PRINTED-SSN TO DL-SSN.
065000     MOVE WS-DECISION-TEXT      TO DL-DECISION.
065100     MOVE PND-REQUEST-OPERATOR  TO DL-REQUEST-OPERATOR.
065200     MOVE PND-REQUEST-DATE      TO DL-REQUEST-DATE.
065300     MOVE PND-DECISION-OPERATOR TO DL-DECISION-OPERATOR.
065400     MOVE PND-NAME              TO DL-NAME.
065500     WRITE APPROVAL-LIST-RECORD FROM WS-DECISION-LINE.
065600     MOVE SPACES TO WS-DECISION-MESSAGE.
065700     MOVE PND-STATUS            TO WS-DEC-ACTION.
065800     MOVE PND-SOURCE            TO WS-DEC-SOURCE.
065900     MOVE PND-TARGET-KEY        TO WS-DEC-KEY.
066000     MOVE PND-REQUEST-OPERATOR  TO WS-DEC-REQUEST-OPER.
066100     MOVE PND-DECISION-OPERATOR TO WS-DEC-DECISION-OPER.
066200     CALL "AUDITLOG" USING WS-PROGRAM-ID
066300         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
066400         WS-AST-OVERFLOW WS-DECISION-MESSAGE WS-RUN-NUMBER
066500         WS-AUDIT-DECISION-TYPE
066600     END-CALL.
066700 8000-EXIT.
066800     EXIT.
066900 9000-TERMINATE.
067000     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
067100     CLOSE APPROVAL-TRAN PENDING-APPROVAL APPROVAL-LIST
067200         APPROVED-PURGES APPROVED-SSN-DELETES APPROVED-ADR-DELETES
067300         CONTROL-COUNTS.
067400     DISPLAY "APPROVAL CARDS READ:     " WS-CARDS-READ.
067500     DISPLAY "APPROVAL CARDS REJECTED: " WS-CARDS-REJECTED.
067600     DISPLAY "REQUESTS APPROVED:       " WS-REQUESTS-APPROVED.
067700     DISPLAY "REQUESTS REJECTED:       " WS-REQUESTS-REJECTED.
067800     DISPLAY "REQUESTS EXPIRED:        " WS-REQUESTS-EXPIRED.
067900     DISPLAY "STILL AWAITING APPROVAL: " WS-STILL-PENDING.
068000     DISPLAY "APPROVED PURGE CARDS:    " WS-PURGE-CARDS-WRITTEN.
068100     DISPLAY "APPROVED SSNMAINT CARDS: " WS-SSN-CARDS-WRITTEN.
068200     DISPLAY "APPROVED ADRMAINT CARDS: " WS-ADR-CARDS-WRITTEN.
068300     CALL "AUDITLOG" USING WS-PROGRAM-ID
068400         WS-CARDS-READ WS-REQUESTS-APPROVED WS-CARDS-REJECTED
068500         WS-AUDIT-ZERO WS-AUDIT-MESSAGE WS-RUN-NUMBER
068600         WS-AUDIT-END-TYPE
068700     END-CALL.
068800 9000-EXIT.
068900     EXIT.
069000 9100-WRITE-CONTROL-COUNTS.
069100*    READ = APPROVAL CARDS, WRITTEN = REQUESTS APPROVED,
069200*    REJECTED = CARDS IN ERROR, UPDATED = REQUESTS REJECTED,
069300*    NOT-FOUND = REQUESTS EXPIRED.
069400     INITIALIZE CONTROL-COUNT-RECORD.
069500     MOVE WS-PROGRAM-ID        TO CC-PROGRAM-ID.
069600     MOVE WS-CARDS-READ        TO CC-RECORDS-READ.
069700     MOVE WS-REQUESTS-APPROVED TO CC-RECORDS-WRITTEN.
069800     MOVE WS-CARDS-REJECTED    TO CC-RECORDS-REJECTED.
069900     MOVE WS-REQUESTS-REJECTED TO CC-RECORDS-UPDATED.
070000     MOVE WS-REQUESTS-EXPIRED  TO CC-RECORDS-NOT-FOUND.
070100     MOVE WS-RUN-DATE          TO CC-RUN-DATE.
070200     MOVE WS-RUN-NUMBER        TO CC-RUN-NUMBER.
070300     WRITE CONTROL-COUNT-RECORD.
070400 9100-EXIT.
070500     EXIT.
