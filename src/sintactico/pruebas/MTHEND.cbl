001600* RESERVED CODE "TOT" PRINT AS THEIR OWN SECTION. A MISSING OR
001700* STALE MONTH-END RATE IS FLAGGED AND ENDS THE STEP WITH RC 4,
001800* AS IN NUMRPT.
001810* WITH NO PARM THE REPORT MONTH IS THE MONTH OF THE BUSINESS
001820* DATE ON THE RUN-CONTROL RECORD -- THE FORM NIGHTRUN USES WHEN
001830* PRDENDCK FINDS TONIGHT IS MONTH-END.
001900*
002000*    MODIFICATION HISTORY
002100*    -------------------------------------------------------------
002301*    10/10/1988 FR    REGISTER A START ENTRY AT INITIALIZE AND AN
002302*                     END ENTRY AT TERMINATE THROUGH AUDITLOG, SO
002303*                     AUDRPT CAN REPORT ELAPSED TIME PER NIGHT.
002304*    10/26/1988 FR    A BLANK PARM TAKES THE REPORT MONTH FROM
002305*                     THE RUN-CONTROL BUSINESS DATE, SO NIGHTRUN
002306*                     CAN RUN THIS STEP ON THE CALENDAR'S
002307*                     MONTH-END NIGHT WITHOUT A HAND-EDITED PARM.
002312*    11/07/1988 FR    WRITES THE MONTH-END REVALUATION ADJUSTMENT
002317*                     FOR THE GENERAL LEDGER: THE USD GRAND TOTAL
002322*                     AT MONTH-END RATES LESS THE SUM OF THE
002327*                     NIGHTLY "TOT" POSTINGS NUMRPT JOURNALED, AS
002332*                     A DEBIT AND CREDIT ON THE "TOT" ROW OF THE
002337*                     GL ACCOUNT MAPPING FILE (GLACCT.CPY). THE
002342*                     FILE (GLJRNL.CPY) CARRIES A HEADER AND
002347*                     TRAILER WITH THE ENTRY COUNT AND DEBIT AND
002352*                     CREDIT TOTALS, IS READ BACK AND TIED ON A GL
002357*                     CONTROL REPORT (GLCTL), AND ENDS THE STEP
002362*                     RC 16 IF IT DOES NOT BALANCE. NO ADJUSTMENT
002367*                     IS JOURNALED WHILE A MONTH-END RATE IS
002372*                     MISSING OR STALE.
002377*    11/09/1988 FR    THE GL ACCOUNT MAPPING FILE STAYS OPEN UNTIL
002382*                     BOTH ADJUSTMENT ACCOUNTS ARE TAKEN FROM THE
002387*                     "TOT" ROW; A MISSING ROW BLANKS BOTH.
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
004000         ORGANIZATION IS LINE SEQUENTIAL.
004010     SELECT GL-ACCOUNTS   ASSIGN TO GLACCT
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS DYNAMIC
004040         RECORD KEY IS GLA-CURRENCY-CODE.
004050     SELECT GL-JOURNAL    ASSIGN TO GLJRNL
004060         ORGANIZATION IS LINE SEQUENTIAL.
004070     SELECT GL-CONTROL-OUT ASSIGN TO GLCTL
004080         ORGANIZATION IS LINE SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  MTD-FILE
005800 FD  RUN-CONTROL
005900     LABEL RECORD IS OMITTED.
006000 COPY RUNCTL.
006010 FD  GL-ACCOUNTS
006020     LABEL RECORD IS STANDARD.
006030 COPY GLACCT.
006040 FD  GL-JOURNAL
006050     LABEL RECORD IS OMITTED.
006060 COPY GLJRNL.
006070 FD  GL-CONTROL-OUT
006080     LABEL RECORD IS OMITTED.
006090 01  GL-CONTROL-RECORD             PIC X(80).
006100 WORKING-STORAGE SECTION.
006200 01  WS-SWITCHES.
006300     05  WS-MTD-EOF-SWITCH          PIC X(01) VALUE "N".
009300     05  WS-RT-DAY                  PIC 9(02).
009400 01  WS-PRIOR-CURRENCY              PIC X(03) VALUE SPACES.
009500 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
009510 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
009520 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
009530     05  WS-RD-MONTH                PIC 9(06).
009540     05  WS-RD-DAY                  PIC 9(02).
009600 01  WS-CURRENCY-TABLE.
009700     05  WS-CURR-COUNT              PIC 9(03) VALUE ZERO.
009800     05  WS-CURR-ENTRY OCCURS 20 TIMES
017408 01  WS-AUDIT-TYPE-FIELDS.
017409     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
017410     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
017411 01  WS-LAST-POSTING-DATE           PIC 9(08) VALUE ZERO.
017412 01  WS-GL-FIELDS.
017413     05  WS-GL-WARN-SWITCH          PIC X(01) VALUE "N".
017414         88  WS-GL-WAS-WARNED       VALUE "Y".
017415     05  WS-GL-BALANCE-SWITCH       PIC X(01) VALUE "Y".
017416         88  WS-GL-FILE-BALANCES    VALUE "Y".
017417     05  WS-GL-JOURNAL-SWITCH       PIC X(01) VALUE "N".
017418         88  WS-GL-ADJ-JOURNALED    VALUE "Y".
017419     05  WS-GL-CONTROL-TYPE         PIC X(03) VALUE SPACES.
017420     05  WS-GL-ENTRY-COUNT          PIC 9(07) VALUE ZERO.
017421     05  WS-GL-DEBIT-TOTAL          PIC 9(15)V99 VALUE ZERO.
017422     05  WS-GL-CREDIT-TOTAL         PIC 9(15)V99 VALUE ZERO.
017423     05  WS-GL-POSTED-TOTAL         PIC S9(13)V99 VALUE ZERO.
017424     05  WS-GL-ADJUSTMENT           PIC S9(13)V99 VALUE ZERO.
017425     05  WS-GL-ADJ-ABS              PIC 9(13)V99 VALUE ZERO.
017426     05  WS-GL-ADJ-DEBIT-ACCT       PIC X(10) VALUE SPACES.
017427     05  WS-GL-ADJ-CREDIT-ACCT      PIC X(10) VALUE SPACES.
017428     05  WS-GL-ADJ-DATE             PIC 9(08) VALUE ZERO.
017429     05  WS-GL-POST-SIDE            PIC X(01) VALUE SPACE.
017430     05  WS-GL-ADJ-DESCRIPTION.
017431         10  FILLER                 PIC X(24) VALUE
017432             "MONTH-END REVALUATION ".
017433         10  WS-GL-ADJ-MONTH        PIC 9(06).
017434     05  WS-GL-NOTE                 PIC X(40) VALUE SPACES.
017435     05  WS-GL-EXPECTED             PIC 9(13)V99 VALUE ZERO.
017436     05  WS-GL-EDIT-COUNT           PIC Z(21)9.
017437     05  WS-GL-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
017438 01  WS-GL-VERIFY-FIELDS.
017439     05  WS-GLV-EOF-SWITCH          PIC X(01) VALUE "N".
017440         88  WS-NO-MORE-GL-VERIFY   VALUE "Y".
017441     05  WS-GLV-HEADER-SWITCH       PIC X(01) VALUE "N".
017442         88  WS-GLV-HEADER-SEEN     VALUE "Y".
017443     05  WS-GLV-TRAILER-SWITCH      PIC X(01) VALUE "N".
017444         88  WS-GLV-TRAILER-SEEN    VALUE "Y".
017445     05  WS-GLV-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
017446     05  WS-GLV-DEBIT-TOTAL         PIC 9(15)V99 VALUE ZERO.
017447     05  WS-GLV-CREDIT-TOTAL        PIC 9(15)V99 VALUE ZERO.
017448     05  WS-GLV-HDR-COUNT           PIC 9(07) VALUE ZERO.
017449     05  WS-GLV-HDR-DEBITS          PIC 9(15)V99 VALUE ZERO.
017450     05  WS-GLV-HDR-CREDITS         PIC 9(15)V99 VALUE ZERO.
017451     05  WS-GLV-TRL-COUNT           PIC 9(07) VALUE ZERO.
017452     05  WS-GLV-TRL-DEBITS          PIC 9(15)V99 VALUE ZERO.
017453     05  WS-GLV-TRL-CREDITS         PIC 9(15)V99 VALUE ZERO.
017454 01  WS-GLC-HEADING-1.
017455     05  FILLER                     PIC X(43) VALUE
017456         "GL JOURNAL CONTROL - MONTH-END ADJUSTMENT".
017457     05  WS-G1-MONTH                PIC 9(06).
017458     05  FILLER                     PIC X(05) VALUE " RUN ".
017459     05  WS-G1-RUN-NUMBER           PIC 9(07).
017460     05  FILLER                     PIC X(19) VALUE SPACES.
017461 01  WS-GLC-AMOUNT-LINE.
017462     05  WS-GA-LABEL                PIC X(40).
017463     05  WS-GA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99CR.
017464     05  FILLER                     PIC X(18) VALUE SPACES.
017465 01  WS-GLC-PROOF-HEADING.
017466     05  FILLER                     PIC X(14) VALUE SPACES.
017467     05  FILLER                     PIC X(22) VALUE
017468         "               ON FILE".
017469     05  FILLER                     PIC X(22) VALUE
017470         "                HEADER".
017471     05  FILLER                     PIC X(22) VALUE
017472         "               TRAILER".
017473 01  WS-GLC-PROOF-LINE.
017474     05  WS-GP-LABEL                PIC X(14).
017475     05  WS-GP-ON-FILE              PIC X(22).
017476     05  WS-GP-HEADER               PIC X(22).
017477     05  WS-GP-TRAILER              PIC X(22).
017500 PROCEDURE DIVISION.
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900         UNTIL WS-NO-MORE-POSTINGS.
018000     PERFORM 7000-PRINT-MONTH-TOTALS THRU 7000-EXIT.
018100     PERFORM 7500-PRINT-CONSOLIDATED THRU 7500-EXIT.
018150     PERFORM 9200-WRITE-GL-ADJUSTMENT THRU 9200-EXIT.
018200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018300     STOP RUN.
018400 1000-INITIALIZE.
018500     ACCEPT WS-PARM FROM COMMAND-LINE.
018510     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
018520     IF WS-PARM = SPACES
018530         MOVE WS-RD-MONTH TO WS-REPORT-MONTH
018540     ELSE
018600         IF WS-PARM IS NUMERIC
018700                 AND WS-PARM NOT = ZERO
018800             MOVE WS-PARM TO WS-REPORT-MONTH
018900         ELSE
019000             DISPLAY "MTHEND ABEND - SUPPLY THE REPORT MONTH "
019100                 "(YYYYMM) ON THE PARM"
019200             MOVE 16 TO RETURN-CODE
019300             STOP RUN
019400         END-IF
019410     END-IF.
019500     PERFORM 1100-DERIVE-PRIOR-MONTH THRU 1100-EXIT.
019601     CALL "AUDITLOG" USING WS-PROGRAM-ID
019602         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
019603         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
021100 1050-READ-RUN-CONTROL.
021200*    THE RUN NUMBER COMES FROM THE RUN-CONTROL FILE SO THE
021300*    AUDIT ENTRY TIES BACK TO THE NIGHT THAT RAN THE REPORT.
021310*    THE BUSINESS DATE SUPPLIES THE REPORT MONTH WHEN THE PARM
021320*    IS BLANK.
021400     OPEN INPUT RUN-CONTROL.
021500     READ RUN-CONTROL
021600         AT END
022000             STOP RUN
022100     END-READ.
022200     MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER.
022210     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
022300     CLOSE RUN-CONTROL.
022400 1050-EXIT.
022500     EXIT.
029700     IF WS-CURR-WAS-FOUND
029800         ADD MTD-AMOUNT TO WS-CUR-THIS-TOTAL(WS-CUR-IDX)
029900     END-IF.
029920     IF MTD-BUSINESS-DATE > WS-LAST-POSTING-DATE
029940         MOVE MTD-BUSINESS-DATE TO WS-LAST-POSTING-DATE
029960     END-IF.
030000 3000-EXIT.
030100     EXIT.
030200 3100-POST-PRIOR-MONTH.
044100*    THE RETURN CODE IS SET AFTER THE AUDIT-TRAIL CALL -- A CALL
044200*    REPLACES RETURN-CODE WITH THE CALLED PROGRAM'S VALUE, WHICH
044300*    WOULD WIPE OUT A CODE SET ANY EARLIER.
044400     IF WS-RATES-WERE-WARNED OR WS-GL-WAS-WARNED
044500         MOVE 4 TO RETURN-CODE
044600     END-IF.
044620     IF NOT WS-GL-FILE-BALANCES
044640         MOVE 16 TO RETURN-CODE
044660     END-IF.
044700 9000-EXIT.
044800     EXIT.
044810 9200-WRITE-GL-ADJUSTMENT.
044820*    THE NIGHTLY JOURNALS POSTED EACH NIGHT'S USD CONSOLIDATION
044830*    AT THAT NIGHT'S RATES (THE "TOT" ROWS). THE MONTH'S POSITION
044840*    AT MONTH-END RATES IS THE GRAND TOTAL JUST PRINTED; THE
044850*    DIFFERENCE IS JOURNALED AS ONE DEBIT AND ONE CREDIT BETWEEN
044860*    THE "TOT" ROW'S DEBIT ACCOUNT AND ITS REVALUATION ACCOUNT. A
044870*    GAIN DEBITS THE POSITION, A LOSS CREDITS IT. WITH A MISSING
044880*    OR STALE RATE THE GRAND TOTAL IS NOT TRUSTWORTHY, SO NOTHING
044890*    IS JOURNALED. THE FILE IS STILL WRITTEN, WITH NO ENTRIES, SO
044900*    THE LEDGER LOAD ALWAYS FINDS A PROVEN FILE.
044910     MOVE ZERO TO WS-GL-ENTRY-COUNT WS-GL-DEBIT-TOTAL
044920         WS-GL-CREDIT-TOTAL WS-GL-POSTED-TOTAL.
044930     IF WS-CURR-COUNT > ZERO
044940         SET WS-CUR-IDX TO 1
044950         SEARCH WS-CURR-ENTRY
044960             AT END
044970                 CONTINUE
044980             WHEN WS-CUR-IDX > WS-CURR-COUNT
044990                 CONTINUE
045000             WHEN WS-CUR-CODE(WS-CUR-IDX) = "TOT"
045010                 MOVE WS-CUR-THIS-TOTAL(WS-CUR-IDX)
045020                     TO WS-GL-POSTED-TOTAL
045030         END-SEARCH
045040     END-IF.
045050     COMPUTE WS-GL-ADJUSTMENT =
045060         WS-BASE-GRAND-TOTAL - WS-GL-POSTED-TOTAL.
045070     MOVE WS-REPORT-MONTH TO WS-GL-ADJ-MONTH.
045080     IF WS-LAST-POSTING-DATE = ZERO
045090         MOVE WS-RUN-DATE TO WS-GL-ADJ-DATE
045100     ELSE
045110         MOVE WS-LAST-POSTING-DATE TO WS-GL-ADJ-DATE
045120     END-IF.
045130     PERFORM 9210-MAP-ADJUSTMENT THRU 9210-EXIT.
045140     OPEN OUTPUT GL-JOURNAL.
045150     MOVE "HDR" TO WS-GL-CONTROL-TYPE.
045160     PERFORM 9230-WRITE-GL-CONTROL THRU 9230-EXIT.
045170     IF WS-GL-ADJ-JOURNALED
045180         MOVE "D" TO WS-GL-POST-SIDE
045190         PERFORM 9235-WRITE-GL-DETAIL THRU 9235-EXIT
045200         MOVE "C" TO WS-GL-POST-SIDE
045210         PERFORM 9235-WRITE-GL-DETAIL THRU 9235-EXIT
045220     END-IF.
045230     MOVE "TRL" TO WS-GL-CONTROL-TYPE.
045240     PERFORM 9230-WRITE-GL-CONTROL THRU 9230-EXIT.
045250     CLOSE GL-JOURNAL.
045260     PERFORM 9250-VERIFY-GL-JOURNAL THRU 9250-EXIT.
045270     PERFORM 9270-PRINT-GL-CONTROL THRU 9270-EXIT.
045280 9200-EXIT.
045290     EXIT.
045300 9210-MAP-ADJUSTMENT.
045310     IF WS-RATES-WERE-WARNED
045320         MOVE "NOT JOURNALED - RATE WARNING ON REPORT"
045330             TO WS-GL-NOTE
045340         GO TO 9210-EXIT
045350     END-IF.
045360     IF WS-GL-ADJUSTMENT = ZERO
045370         MOVE "NO ADJUSTMENT NEEDED" TO WS-GL-NOTE
045380         GO TO 9210-EXIT
045390     END-IF.
045400     OPEN INPUT GL-ACCOUNTS.
045410     MOVE "TOT" TO GLA-CURRENCY-CODE.
045420     READ GL-ACCOUNTS
045430         INVALID KEY
045440             MOVE SPACES TO GLA-REVAL-ACCOUNT
045445             MOVE SPACES TO GLA-DEBIT-ACCOUNT
045450     END-READ.
045460*    THE FILE STAYS OPEN UNTIL BOTH ACCOUNTS ARE TAKEN FROM ITS
045465*    RECORD AREA BELOW.
045470     IF GLA-REVAL-ACCOUNT = SPACES
045475         CLOSE GL-ACCOUNTS
045480         MOVE "NOT JOURNALED - NO REVALUATION ACCOUNT"
045490             TO WS-GL-NOTE
045500         DISPLAY "MTHEND - NO GL REVALUATION ACCOUNT ON THE TOT "
045510             "MAPPING - ADJUSTMENT NOT JOURNALED"
045520         MOVE "Y" TO WS-GL-WARN-SWITCH
045530         GO TO 9210-EXIT
045540     END-IF.
045550     IF WS-GL-ADJUSTMENT < ZERO
045560         COMPUTE WS-GL-ADJ-ABS = ZERO - WS-GL-ADJUSTMENT
045570         MOVE GLA-REVAL-ACCOUNT TO WS-GL-ADJ-DEBIT-ACCT
045580         MOVE GLA-DEBIT-ACCOUNT TO WS-GL-ADJ-CREDIT-ACCT
045590     ELSE
045600         MOVE WS-GL-ADJUSTMENT  TO WS-GL-ADJ-ABS
045610         MOVE GLA-DEBIT-ACCOUNT TO WS-GL-ADJ-DEBIT-ACCT
045620         MOVE GLA-REVAL-ACCOUNT TO WS-GL-ADJ-CREDIT-ACCT
045630     END-IF.
045635     CLOSE GL-ACCOUNTS.
045640     MOVE "Y" TO WS-GL-JOURNAL-SWITCH.
045650     MOVE "JOURNALED" TO WS-GL-NOTE.
045660     MOVE 2 TO WS-GL-ENTRY-COUNT.
045670     MOVE WS-GL-ADJ-ABS TO WS-GL-DEBIT-TOTAL WS-GL-CREDIT-TOTAL.
045680 9210-EXIT.
045690     EXIT.
045700 9230-WRITE-GL-CONTROL.
045710*    THE HEADER AND THE TRAILER CARRY THE SAME COUNT AND TOTALS,
045720*    AS ON NUMRPT'S NIGHTLY JOURNAL.
045730     MOVE SPACES TO GL-JOURNAL-RECORD.
045740     MOVE WS-GL-CONTROL-TYPE TO GLJ-RECORD-TYPE.
045750     MOVE "GLJRNL01"         TO GLJ-FILE-ID.
045760     MOVE WS-PROGRAM-ID      TO GLJ-SOURCE-PROGRAM.
045770     MOVE "M"                TO GLJ-JOURNAL-TYPE.
045780     MOVE WS-RUN-DATE        TO GLJ-JOURNAL-DATE.
045790     MOVE WS-RUN-NUMBER      TO GLJ-RUN-NUMBER.
045800     MOVE WS-GL-ENTRY-COUNT  TO GLJ-ENTRY-COUNT.
045810     MOVE WS-GL-DEBIT-TOTAL  TO GLJ-DEBIT-TOTAL.
045820     MOVE WS-GL-CREDIT-TOTAL TO GLJ-CREDIT-TOTAL.
045830     WRITE GL-JOURNAL-RECORD.
045840 9230-EXIT.
045850     EXIT.
045860 9235-WRITE-GL-DETAIL.
045870     MOVE SPACES TO GL-JOURNAL-RECORD.
045880     MOVE "DTL"           TO GLJ-RECORD-TYPE.
045890     MOVE WS-GL-POST-SIDE TO GLJ-DEBIT-CREDIT.
045900     IF GLJ-IS-DEBIT
045910         MOVE 1                    TO GLJ-SEQUENCE
045920         MOVE WS-GL-ADJ-DEBIT-ACCT TO GLJ-ACCOUNT
045930     ELSE
045940         MOVE 2                     TO GLJ-SEQUENCE
045950         MOVE WS-GL-ADJ-CREDIT-ACCT TO GLJ-ACCOUNT
045960     END-IF.
045970     MOVE "USD"                 TO GLJ-CURRENCY-CODE.
045980     MOVE "ADJ"                 TO GLJ-SOURCE-CODE.
045990     MOVE WS-GL-ADJ-ABS         TO GLJ-AMOUNT.
046000     MOVE WS-GL-ADJ-DATE        TO GLJ-EFFECTIVE-DATE.
046010     MOVE WS-GL-ADJ-DESCRIPTION TO GLJ-DESCRIPTION.
046020     WRITE GL-JOURNAL-RECORD.
046030 9235-EXIT.
046040     EXIT.
046050 9250-VERIFY-GL-JOURNAL.
046060*    READS THE JOURNAL BACK AFTER CLOSE AND PROVES IT THE WAY
046070*    NUMRPT PROVES THE NIGHTLY ONE.
046080     OPEN INPUT GL-JOURNAL.
046090     PERFORM 9255-VERIFY-ONE-ENTRY THRU 9255-EXIT
046100         UNTIL WS-NO-MORE-GL-VERIFY.
046110     CLOSE GL-JOURNAL.
046120     IF NOT WS-GLV-HEADER-SEEN
046130         DISPLAY "GL JOURNAL HAS NO HEADER RECORD"
046140         MOVE "N" TO WS-GL-BALANCE-SWITCH
046150     END-IF.
046160     IF NOT WS-GLV-TRAILER-SEEN
046170         DISPLAY "GL JOURNAL HAS NO TRAILER RECORD"
046180         MOVE "N" TO WS-GL-BALANCE-SWITCH
046190     END-IF.
046200     IF WS-GLV-DEBIT-TOTAL NOT = WS-GLV-CREDIT-TOTAL
046210         DISPLAY "GL JOURNAL DEBITS " WS-GLV-DEBIT-TOTAL
046220             " DO NOT EQUAL CREDITS " WS-GLV-CREDIT-TOTAL
046230         MOVE "N" TO WS-GL-BALANCE-SWITCH
046240     END-IF.
046250     IF WS-GLV-HEADER-SEEN
046260             AND (WS-GLV-DETAIL-COUNT NOT = WS-GLV-HDR-COUNT
046270             OR WS-GLV-DEBIT-TOTAL NOT = WS-GLV-HDR-DEBITS
046280             OR WS-GLV-CREDIT-TOTAL NOT = WS-GLV-HDR-CREDITS)
046290         DISPLAY "GL JOURNAL DOES NOT BALANCE TO ITS HEADER"
046300         MOVE "N" TO WS-GL-BALANCE-SWITCH
046310     END-IF.
046320     IF WS-GLV-TRAILER-SEEN
046330             AND (WS-GLV-DETAIL-COUNT NOT = WS-GLV-TRL-COUNT
046340             OR WS-GLV-DEBIT-TOTAL NOT = WS-GLV-TRL-DEBITS
046350             OR WS-GLV-CREDIT-TOTAL NOT = WS-GLV-TRL-CREDITS)
046360         DISPLAY "GL JOURNAL DOES NOT BALANCE TO ITS TRAILER"
046370         MOVE "N" TO WS-GL-BALANCE-SWITCH
046380     END-IF.
046390*    THE ADJUSTMENT MUST COME BACK AS ONE DEBIT AND ONE CREDIT OF
046400*    ITS AMOUNT, SIGN ASIDE -- OR AS NOTHING IF NONE WAS MADE.
046410     IF WS-GL-ADJ-JOURNALED
046420         MOVE WS-GL-ADJ-ABS TO WS-GL-EXPECTED
046430     ELSE
046440         MOVE ZERO TO WS-GL-EXPECTED
046450     END-IF.
046460     IF WS-GLV-DEBIT-TOTAL NOT = WS-GL-EXPECTED
046470             OR WS-GLV-CREDIT-TOTAL NOT = WS-GL-EXPECTED
046480         DISPLAY "GL JOURNAL DOES NOT TIE TO THE PRINTED "
046490             "ADJUSTMENT"
046500         MOVE "N" TO WS-GL-BALANCE-SWITCH
046510     END-IF.
046520     IF WS-GL-FILE-BALANCES
046530         DISPLAY "GL JOURNAL BALANCES TO ITS HEADER AND "
046540             "TRAILER - " WS-GLV-DETAIL-COUNT " ENTRIES"
046550     END-IF.
046560 9250-EXIT.
046570     EXIT.
046580 9255-VERIFY-ONE-ENTRY.
046590     READ GL-JOURNAL
046600         AT END
046610             MOVE "Y" TO WS-GLV-EOF-SWITCH
046620             GO TO 9255-EXIT
046630     END-READ.
046640     EVALUATE TRUE
046650         WHEN GLJ-HEADER
046660             MOVE "Y" TO WS-GLV-HEADER-SWITCH
046670             MOVE GLJ-ENTRY-COUNT  TO WS-GLV-HDR-COUNT
046680             MOVE GLJ-DEBIT-TOTAL  TO WS-GLV-HDR-DEBITS
046690             MOVE GLJ-CREDIT-TOTAL TO WS-GLV-HDR-CREDITS
046700         WHEN GLJ-TRAILER
046710             MOVE "Y" TO WS-GLV-TRAILER-SWITCH
046720             MOVE GLJ-ENTRY-COUNT  TO WS-GLV-TRL-COUNT
046730             MOVE GLJ-DEBIT-TOTAL  TO WS-GLV-TRL-DEBITS
046740             MOVE GLJ-CREDIT-TOTAL TO WS-GLV-TRL-CREDITS
046750         WHEN GLJ-IS-DEBIT
046760             ADD 1 TO WS-GLV-DETAIL-COUNT
046770             ADD GLJ-AMOUNT TO WS-GLV-DEBIT-TOTAL
046780         WHEN GLJ-IS-CREDIT
046790             ADD 1 TO WS-GLV-DETAIL-COUNT
046800             ADD GLJ-AMOUNT TO WS-GLV-CREDIT-TOTAL
046810         WHEN OTHER
046820             ADD 1 TO WS-GLV-DETAIL-COUNT
046830             DISPLAY "GL JOURNAL ENTRY " GLJ-SEQUENCE
046840                 " IS NEITHER DEBIT NOR CREDIT"
046850             MOVE "N" TO WS-GL-BALANCE-SWITCH
046860     END-EVALUATE.
046870 9255-EXIT.
046880     EXIT.
046890 9270-PRINT-GL-CONTROL.
046900*    THE GL CONTROL REPORT: THE PRINTED GRAND TOTAL, THE NIGHTLY
046910*    POSTINGS IT IS MEASURED AGAINST, THE ADJUSTMENT, AND WHAT THE
046920*    JOURNAL READ BACK, THEN THE FILE'S OWN PROOF AGAINST ITS
046930*    HEADER AND TRAILER.
046940     OPEN OUTPUT GL-CONTROL-OUT.
046950     MOVE WS-REPORT-MONTH TO WS-G1-MONTH.
046960     MOVE WS-RUN-NUMBER   TO WS-G1-RUN-NUMBER.
046970     WRITE GL-CONTROL-RECORD FROM WS-GLC-HEADING-1.
046980     MOVE SPACES TO GL-CONTROL-RECORD.
046990     WRITE GL-CONTROL-RECORD.
047000     MOVE "REVALUED USD TOTAL AT MONTH-END RATES" TO WS-GA-LABEL.
047010     MOVE WS-BASE-GRAND-TOTAL TO WS-GA-AMOUNT.
047020     WRITE GL-CONTROL-RECORD FROM WS-GLC-AMOUNT-LINE.
047030     MOVE "NIGHTLY USD POSTINGS FOR THE MONTH" TO WS-GA-LABEL.
047040     MOVE WS-GL-POSTED-TOTAL TO WS-GA-AMOUNT.
047050     WRITE GL-CONTROL-RECORD FROM WS-GLC-AMOUNT-LINE.
047060     MOVE "REVALUATION ADJUSTMENT" TO WS-GA-LABEL.
047070     MOVE WS-GL-ADJUSTMENT TO WS-GA-AMOUNT.
047080     WRITE GL-CONTROL-RECORD FROM WS-GLC-AMOUNT-LINE.
047090     MOVE "JOURNAL DEBITS READ BACK" TO WS-GA-LABEL.
047100     MOVE WS-GLV-DEBIT-TOTAL TO WS-GA-AMOUNT.
047110     WRITE GL-CONTROL-RECORD FROM WS-GLC-AMOUNT-LINE.
047120     MOVE "JOURNAL CREDITS READ BACK" TO WS-GA-LABEL.
047130     MOVE WS-GLV-CREDIT-TOTAL TO WS-GA-AMOUNT.
047140     WRITE GL-CONTROL-RECORD FROM WS-GLC-AMOUNT-LINE.
047150     MOVE SPACES TO GL-CONTROL-RECORD.
047160     STRING "ADJUSTMENT " DELIMITED BY SIZE
047170            WS-GL-NOTE DELIMITED BY SIZE
047180         INTO GL-CONTROL-RECORD.
047190     WRITE GL-CONTROL-RECORD.
047200     MOVE SPACES TO GL-CONTROL-RECORD.
047210     WRITE GL-CONTROL-RECORD.
047220     WRITE GL-CONTROL-RECORD FROM WS-GLC-PROOF-HEADING.
047230     MOVE "ENTRIES" TO WS-GP-LABEL.
047240     MOVE WS-GLV-DETAIL-COUNT TO WS-GL-EDIT-COUNT.
047250     MOVE WS-GL-EDIT-COUNT TO WS-GP-ON-FILE.
047260     MOVE WS-GLV-HDR-COUNT TO WS-GL-EDIT-COUNT.
047270     MOVE WS-GL-EDIT-COUNT TO WS-GP-HEADER.
047280     MOVE WS-GLV-TRL-COUNT TO WS-GL-EDIT-COUNT.
047290     MOVE WS-GL-EDIT-COUNT TO WS-GP-TRAILER.
047300     WRITE GL-CONTROL-RECORD FROM WS-GLC-PROOF-LINE.
047310     MOVE "DEBITS" TO WS-GP-LABEL.
047320     MOVE WS-GLV-DEBIT-TOTAL TO WS-GL-EDIT-AMOUNT.
047330     MOVE WS-GL-EDIT-AMOUNT TO WS-GP-ON-FILE.
047340     MOVE WS-GLV-HDR-DEBITS TO WS-GL-EDIT-AMOUNT.
047350     MOVE WS-GL-EDIT-AMOUNT TO WS-GP-HEADER.
047360     MOVE WS-GLV-TRL-DEBITS TO WS-GL-EDIT-AMOUNT.
047370     MOVE WS-GL-EDIT-AMOUNT TO WS-GP-TRAILER.
047380     WRITE GL-CONTROL-RECORD FROM WS-GLC-PROOF-LINE.
047390     MOVE "CREDITS" TO WS-GP-LABEL.
047400     MOVE WS-GLV-CREDIT-TOTAL TO WS-GL-EDIT-AMOUNT.
047410     MOVE WS-GL-EDIT-AMOUNT TO WS-GP-ON-FILE.
047420     MOVE WS-GLV-HDR-CREDITS TO WS-GL-EDIT-AMOUNT.
047430     MOVE WS-GL-EDIT-AMOUNT TO WS-GP-HEADER.
047440     MOVE WS-GLV-TRL-CREDITS TO WS-GL-EDIT-AMOUNT.
047450     MOVE WS-GL-EDIT-AMOUNT TO WS-GP-TRAILER.
047460     WRITE GL-CONTROL-RECORD FROM WS-GLC-PROOF-LINE.
047470     MOVE SPACES TO GL-CONTROL-RECORD.
047480     WRITE GL-CONTROL-RECORD.
047490     IF WS-GL-FILE-BALANCES
047500         MOVE "GL JOURNAL BALANCED AND TIED - RELEASE TO LEDGER"
047510             TO GL-CONTROL-RECORD
047520     ELSE
047530         MOVE "*** GL JOURNAL DOES NOT BALANCE - DO NOT POST ***"
047540             TO GL-CONTROL-RECORD
047550     END-IF.
047560     WRITE GL-CONTROL-RECORD.
047570     CLOSE GL-CONTROL-OUT.
047580 9270-EXIT.
047590     EXIT.
