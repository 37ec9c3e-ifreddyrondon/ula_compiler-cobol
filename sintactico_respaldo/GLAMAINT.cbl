000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLAMAINT.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 11/07/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* GLAMAINT IS THE TRANSACTION-DECK MAINTENANCE JOB FOR THE
000900* GENERAL-LEDGER ACCOUNT MAPPING FILE (GLACCT.CPY). NUMRPT TAKES
001000* THE DEBIT AND CREDIT ACCOUNTS FOR EACH CURRENCY'S NIGHTLY
001100* JOURNAL ENTRY FROM IT, AND FROM THE "TOT" ROW FOR THE USD
001200* CONSOLIDATION; MTHEND TAKES THE "TOT" ROW'S REVALUATION ACCOUNT
001300* FOR THE MONTH-END ADJUSTMENT. WHEN ACCOUNTING OPENS A CURRENCY
001400* OR MOVES ITS LEDGER ACCOUNTS THE SHOP RUNS A CARD THROUGH HERE
001500* BEFORE NIGHTRUN. THE DECK CARRIES A=ADD, C=CHANGE, D=DELETE,
001600* ENFORCED THE WAY ZIPMAINT ENFORCES ITS CODES.
001700*
001800*    MODIFICATION HISTORY
001900*    -------------------------------------------------------------
002000*    DATE       INIT  DESCRIPTION
002100*    11/07/1988 FR    ORIGINAL PROGRAM.
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. MOTOROLA.
002600 OBJECT-COMPUTER. INTEL.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT GLA-TRAN      ASSIGN TO GLATRAN
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100     SELECT GL-ACCOUNTS   ASSIGN TO GLACCT
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS GLA-CURRENCY-CODE.
003500     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  GLA-TRAN
004200     LABEL RECORD IS OMITTED.
004300 01  GLA-TRAN-RECORD.
004400     05  GLA-TRAN-CODE              PIC X(01).
004500         88  GLA-TRAN-ADD           VALUE "A".
004600         88  GLA-TRAN-CHANGE        VALUE "C".
004700         88  GLA-TRAN-DELETE        VALUE "D".
004800     05  GLA-TRAN-KEY               PIC X(03).
004900         88  GLA-TRAN-IS-TOTAL      VALUE "TOT".
005000     05  FILLER                     PIC X(01).
005100     05  GLA-TRAN-DEBIT             PIC X(10).
005200     05  FILLER                     PIC X(01).
005300     05  GLA-TRAN-CREDIT            PIC X(10).
005400     05  FILLER                     PIC X(01).
005500     05  GLA-TRAN-REVAL             PIC X(10).
005600     05  FILLER                     PIC X(01).
005700     05  GLA-TRAN-DESCRIPTION       PIC X(20).
005800     05  FILLER                     PIC X(22).
005900 FD  GL-ACCOUNTS
006000     LABEL RECORD IS STANDARD.
006100 COPY GLACCT.
006200 FD  CONTROL-COUNTS
006300     LABEL RECORD IS OMITTED.
006400 COPY CNTREC.
006500 FD  RUN-CONTROL
006600     LABEL RECORD IS OMITTED.
006700 COPY RUNCTL.
006800 WORKING-STORAGE SECTION.
006900 01  WS-SWITCHES.
007000     05  WS-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
007100         88  WS-NO-MORE-TRANS       VALUE "Y".
007200     05  WS-TRAN-VALID-SWITCH       PIC X(01) VALUE "N".
007300         88  WS-TRAN-IS-VALID       VALUE "Y".
007400 01  WS-COUNTERS.
007500     05  WS-TRANS-READ              PIC 9(07) VALUE ZERO.
007600     05  WS-ROWS-ADDED              PIC 9(07) VALUE ZERO.
007700     05  WS-ROWS-UPDATED            PIC 9(07) VALUE ZERO.
007800     05  WS-ROWS-DELETED            PIC 9(07) VALUE ZERO.
007900     05  WS-TRANS-REJECTED          PIC 9(07) VALUE ZERO.
008000     05  WS-DELETES-NOT-FOUND       PIC 9(07) VALUE ZERO.
008100 01  WS-ROWS-TOTAL                  PIC 9(07) VALUE ZERO.
008200 01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
008300 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
008400 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
008500 01  WS-PROGRAM-ID                  PIC X(08) VALUE "GLAMAINT".
008600 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
008700     "GL ACCOUNT MAPPING MAINTENANCE COMPLETE".
008800 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
008900 01  WS-AUDIT-START-FIELDS.
009000     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
009100     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
009200     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
009300     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
009400     05  WS-AST-MESSAGE             PIC X(40) VALUE
009500         "RUN STARTED".
009600 01  WS-AUDIT-TYPE-FIELDS.
009700     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
009800     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010200     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
010300         UNTIL WS-NO-MORE-TRANS.
010400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010500     STOP RUN.
010600 1000-INITIALIZE.
010700     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
010800     CALL "AUDITLOG" USING WS-PROGRAM-ID
010900         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
011000         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
011100         WS-AUDIT-START-TYPE
011200     END-CALL.
011300     OPEN INPUT GLA-TRAN.
011400     OPEN I-O GL-ACCOUNTS.
011500     OPEN EXTEND CONTROL-COUNTS.
011600     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
011700 1000-EXIT.
011800     EXIT.
011900 1050-READ-RUN-CONTROL.
012000*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
012100*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN.
012200     OPEN INPUT RUN-CONTROL.
012300     READ RUN-CONTROL
012400         AT END
012500             DISPLAY "GLAMAINT ABEND - RUN-CONTROL FILE IS "
012600                 "EMPTY, RUN RUNCTLST FIRST"
012700             MOVE 16 TO RETURN-CODE
012800             STOP RUN
012900     END-READ.
013000     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
013100     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
013200     CLOSE RUN-CONTROL.
013300 1050-EXIT.
013400     EXIT.
013500 2000-PROCESS-TRAN.
013600     PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT.
013700     IF WS-TRAN-IS-VALID
013800         EVALUATE TRUE
013900             WHEN GLA-TRAN-ADD
014000                 PERFORM 3000-ADD-MAPPING THRU 3000-EXIT
014100             WHEN GLA-TRAN-CHANGE
014200                 PERFORM 4000-CHANGE-MAPPING THRU 4000-EXIT
014300             WHEN GLA-TRAN-DELETE
014400                 PERFORM 5000-DELETE-MAPPING THRU 5000-EXIT
014500         END-EVALUATE
014600     ELSE
014700         PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
014800     END-IF.
014900     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
015000 2000-EXIT.
015100     EXIT.
015200 2100-READ-TRAN.
015300     READ GLA-TRAN
015400         AT END
015500             MOVE "Y" TO WS-TRAN-EOF-SWITCH
015600     END-READ.
015700     IF NOT WS-NO-MORE-TRANS
015800         ADD 1 TO WS-TRANS-READ
015900         INSPECT GLA-TRAN-KEY CONVERTING
016000             "abcdefghijklmnopqrstuvwxyz" TO
016100             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
016200     END-IF.
016300 2100-EXIT.
016400     EXIT.
016500 2200-VALIDATE-TRAN.
016600*    THE "TOT" ROW IS THE ONLY ONE WHOSE REVALUATION ACCOUNT IS
016700*    USED, SO ONLY ITS ADD INSISTS ON ONE. A DEBIT AND CREDIT
016800*    TO THE SAME ACCOUNT WOULD POST NOTHING AND IS REFUSED; THE
016900*    CHANGE PATH CHECKS THE SAME RULE AGAINST THE ROW AS IT WILL
017000*    STAND.
017100     MOVE "N" TO WS-TRAN-VALID-SWITCH.
017200     MOVE SPACES TO WS-REJECT-REASON.
017300     EVALUATE TRUE
017400         WHEN GLA-TRAN-KEY = SPACES
017500             MOVE "CURRENCY CODE IS BLANK" TO WS-REJECT-REASON
017600         WHEN GLA-TRAN-KEY IS NOT ALPHABETIC
017700             MOVE "CURRENCY CODE IS NOT THREE LETTERS"
017800                 TO WS-REJECT-REASON
017900         WHEN NOT GLA-TRAN-ADD AND NOT GLA-TRAN-CHANGE
018000                 AND NOT GLA-TRAN-DELETE
018100             MOVE "UNKNOWN TRANSACTION CODE" TO WS-REJECT-REASON
018200         WHEN GLA-TRAN-ADD
018300                 AND (GLA-TRAN-DEBIT = SPACES
018400                   OR GLA-TRAN-CREDIT = SPACES)
018500             MOVE "ADD NEEDS BOTH DEBIT AND CREDIT ACCOUNTS"
018600                 TO WS-REJECT-REASON
018700         WHEN GLA-TRAN-ADD AND GLA-TRAN-IS-TOTAL
018800                 AND GLA-TRAN-REVAL = SPACES
018900             MOVE "TOT ROW NEEDS A REVALUATION ACCOUNT"
019000                 TO WS-REJECT-REASON
019100         WHEN GLA-TRAN-DEBIT NOT = SPACES
019200                 AND GLA-TRAN-DEBIT = GLA-TRAN-CREDIT
019300             MOVE "DEBIT AND CREDIT ACCOUNTS ARE THE SAME"
019400                 TO WS-REJECT-REASON
019500         WHEN OTHER
019600             MOVE "Y" TO WS-TRAN-VALID-SWITCH
019700     END-EVALUATE.
019800 2200-EXIT.
019900     EXIT.
020000 3000-ADD-MAPPING.
020100     MOVE GLA-TRAN-KEY TO GLA-CURRENCY-CODE.
020200     READ GL-ACCOUNTS
020300         INVALID KEY
020400             INITIALIZE GL-ACCOUNT-RECORD
020500             MOVE GLA-TRAN-KEY         TO GLA-CURRENCY-CODE
020600             MOVE GLA-TRAN-DEBIT       TO GLA-DEBIT-ACCOUNT
020700             MOVE GLA-TRAN-CREDIT      TO GLA-CREDIT-ACCOUNT
020800             MOVE GLA-TRAN-REVAL       TO GLA-REVAL-ACCOUNT
020900             MOVE GLA-TRAN-DESCRIPTION TO GLA-DESCRIPTION
021000             MOVE WS-RUN-DATE          TO GLA-LAST-CHANGED-DATE
021100             WRITE GL-ACCOUNT-RECORD
021200             ADD 1 TO WS-ROWS-ADDED
021300         NOT INVALID KEY
021400             MOVE "ADD BUT CURRENCY ALREADY ON FILE"
021500                 TO WS-REJECT-REASON
021600             PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
021700     END-READ.
021800 3000-EXIT.
021900     EXIT.
022000 4000-CHANGE-MAPPING.
022100*    A BLANK FIELD ON THE TRANSACTION KEEPS THE VALUE ALREADY ON
022200*    FILE, SO MOVING ONE ACCOUNT DOES NOT REKEY THE OTHERS.
022300     MOVE GLA-TRAN-KEY TO GLA-CURRENCY-CODE.
022400     READ GL-ACCOUNTS
022500         INVALID KEY
022600             MOVE "CHANGE BUT CURRENCY NOT ON FILE"
022700                 TO WS-REJECT-REASON
022800             PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
022900             GO TO 4000-EXIT
023000     END-READ.
023100     IF GLA-TRAN-DEBIT NOT = SPACES
023200         MOVE GLA-TRAN-DEBIT TO GLA-DEBIT-ACCOUNT
023300     END-IF.
023400     IF GLA-TRAN-CREDIT NOT = SPACES
023500         MOVE GLA-TRAN-CREDIT TO GLA-CREDIT-ACCOUNT
023600     END-IF.
023700     IF GLA-TRAN-REVAL NOT = SPACES
023800         MOVE GLA-TRAN-REVAL TO GLA-REVAL-ACCOUNT
023900     END-IF.
024000     IF GLA-TRAN-DESCRIPTION NOT = SPACES
024100         MOVE GLA-TRAN-DESCRIPTION TO GLA-DESCRIPTION
024200     END-IF.
024300     IF GLA-DEBIT-ACCOUNT = GLA-CREDIT-ACCOUNT
024400         MOVE "DEBIT AND CREDIT ACCOUNTS ARE THE SAME"
024500             TO WS-REJECT-REASON
024600         PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
024700         GO TO 4000-EXIT
024800     END-IF.
024900     MOVE WS-RUN-DATE TO GLA-LAST-CHANGED-DATE.
025000     REWRITE GL-ACCOUNT-RECORD.
025100     ADD 1 TO WS-ROWS-UPDATED.
025200 4000-EXIT.
025300     EXIT.
025400 5000-DELETE-MAPPING.
025500     MOVE GLA-TRAN-KEY TO GLA-CURRENCY-CODE.
025600     READ GL-ACCOUNTS
025700         INVALID KEY
025800             DISPLAY "DELETE TRAN FOR CURRENCY " GLA-TRAN-KEY
025900                 " - CURRENCY NOT ON FILE"
026000             ADD 1 TO WS-DELETES-NOT-FOUND
026100         NOT INVALID KEY
026200             DELETE GL-ACCOUNTS
026300             ADD 1 TO WS-ROWS-DELETED
026400     END-READ.
026500 5000-EXIT.
026600     EXIT.
026700 6000-REJECT-TRAN.
026800     DISPLAY "REJECTED GL ACCOUNT TRAN: " GLA-TRAN-KEY " - "
026900         WS-REJECT-REASON.
027000     ADD 1 TO WS-TRANS-REJECTED.
027100 6000-EXIT.
027200     EXIT.
027300 9000-TERMINATE.
027400     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
027500     CLOSE GLA-TRAN GL-ACCOUNTS CONTROL-COUNTS.
027600     DISPLAY "GL ACCOUNT TRANSACTIONS READ: " WS-TRANS-READ.
027700     DISPLAY "MAPPINGS ADDED:               " WS-ROWS-ADDED.
027800     DISPLAY "MAPPINGS UPDATED:             " WS-ROWS-UPDATED.
027900     DISPLAY "MAPPINGS DELETED:             " WS-ROWS-DELETED.
028000     DISPLAY "TRANSACTIONS REJECTED:        " WS-TRANS-REJECTED.
028100     DISPLAY "DELETES NOT ON FILE:          "
028200         WS-DELETES-NOT-FOUND.
028300     COMPUTE WS-ROWS-TOTAL =
028400         WS-ROWS-ADDED + WS-ROWS-UPDATED + WS-ROWS-DELETED.
028500     CALL "AUDITLOG" USING WS-PROGRAM-ID
028600         WS-TRANS-READ WS-ROWS-TOTAL WS-TRANS-REJECTED
028700         WS-AUDIT-ZERO WS-AUDIT-MESSAGE WS-RUN-NUMBER
028800         WS-AUDIT-END-TYPE
028900     END-CALL.
029000 9000-EXIT.
029100     EXIT.
029200 9100-WRITE-CONTROL-COUNTS.
029300     INITIALIZE CONTROL-COUNT-RECORD.
029400     MOVE WS-PROGRAM-ID     TO CC-PROGRAM-ID.
029500     MOVE WS-TRANS-READ     TO CC-RECORDS-READ.
029600     MOVE WS-ROWS-DELETED   TO CC-RECORDS-WRITTEN.
029700     MOVE WS-TRANS-REJECTED TO CC-RECORDS-REJECTED.
029800     MOVE WS-ROWS-UPDATED   TO CC-RECORDS-UPDATED.
029900     MOVE WS-ROWS-ADDED     TO CC-RECORDS-NOT-FOUND.
030000     MOVE WS-RUN-DATE       TO CC-RUN-DATE.
030100     MOVE WS-RUN-NUMBER     TO CC-RUN-NUMBER.
030200     WRITE CONTROL-COUNT-RECORD.
030300 9100-EXIT.
030400     EXIT.
