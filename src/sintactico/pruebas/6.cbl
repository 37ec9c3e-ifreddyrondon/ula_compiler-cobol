009100*    10/10/1988 FR    REGISTER A START ENTRY AT INITIALIZE AND AN
009200*                     END ENTRY AT TERMINATE THROUGH AUDITLOG, SO
009300*                     AUDRPT CAN REPORT ELAPSED TIME PER NIGHT.
009305*    11/06/1988 FR    A RESENT FEED OR A RESTART OVER A
009310*                     RESUBMITTED FILE WAS REPORTED AND POSTED
009315*                     TO THE MONTH-TO-DATE FILE TWICE. EVERY
009320*                     ACCEPTED TRAN-ID NOW GOES ON A KEYED
009325*                     HISTORY FILE (TRNHIST.CPY) WITH ITS
009330*                     BUSINESS DATE AND AMOUNT, AND AN ID ALREADY
009335*                     ACCEPTED TONIGHT OR WITHIN THE RETENTION
009340*                     WINDOW IS REJECTED AS A DUPLICATE. A RERUN
009345*                     FIRST TAKES BACK THE ROWS IT POSTED, AS IT
009350*                     DOES ITS MONTH-TO-DATE ROWS. DUPLICATES ARE
009355*                     SUMMARIZED ON THE REPORT, CARRIED ON THE
009360*                     CHECKPOINT, AND COUNTED ON THE CONTROL-COUNT
009365*                     RECORD FOR RECONCIL.
009367*    11/07/1988 FR    ACCOUNTING REKEYED THE SUBTOTALS AND THE
009369*                     CONSOLIDATED USD TOTAL INTO THE LEDGER EVERY
009371*                     MORNING. THE NIGHT NOW WRITES A GENERAL-
009373*                     LEDGER JOURNAL FILE (GLJRNL.CPY), A DEBIT
009375*                     AND A CREDIT PER CURRENCY AND FOR THE "TOT"
009377*                     CONSOLIDATION ON THE ACCOUNTS FROM THE GL
009379*                     ACCOUNT MAPPING FILE (GLACCT.CPY), WITH A
009381*                     HEADER AND TRAILER CARRYING THE ENTRY COUNT
009383*                     AND THE DEBIT AND CREDIT TOTALS. THE FILE IS
009385*                     READ BACK AND TIED TO THE PRINTED TOTALS ON
009387*                     A GL CONTROL REPORT (GLCTL); IF IT DOES NOT
009389*                     BALANCE THE STEP ENDS RC 16. A CURRENCY WITH
009391*                     NO MAPPING IS LEFT OFF THE JOURNAL, RC 4.
009400*****************************************************************
009500 ENVIRONMENT DIVISION.
009600 CONFIGURATION SECTION.
011600         ORGANIZATION IS INDEXED
011700         ACCESS MODE IS DYNAMIC
011800         RECORD KEY IS MTD-KEY.
011820     SELECT TRAN-HISTORY   ASSIGN TO TRNHIST
011840         ORGANIZATION IS INDEXED
011860         ACCESS MODE IS DYNAMIC
011880         RECORD KEY IS TRH-KEY.
011882     SELECT GL-ACCOUNTS    ASSIGN TO GLACCT
011884         ORGANIZATION IS INDEXED
011886         ACCESS MODE IS DYNAMIC
011888         RECORD KEY IS GLA-CURRENCY-CODE.
011890     SELECT GL-JOURNAL     ASSIGN TO GLJRNL
011892         ORGANIZATION IS LINE SEQUENTIAL.
011894     SELECT GL-CONTROL-OUT ASSIGN TO GLCTL
011896         ORGANIZATION IS LINE SEQUENTIAL.
011900 DATA DIVISION.
012000 FILE SECTION.
012100 FD  TRANSACTION-IN
015200 FD  MTD-FILE
015300     LABEL RECORD IS STANDARD.
015400 COPY MTDREC.
015420 FD  TRAN-HISTORY
015440     LABEL RECORD IS STANDARD.
015460 COPY TRNHIST.
015464 FD  GL-ACCOUNTS
015468     LABEL RECORD IS STANDARD.
015472 COPY GLACCT.
015476 FD  GL-JOURNAL
015480     LABEL RECORD IS OMITTED.
015484 COPY GLJRNL.
015488 FD  GL-CONTROL-OUT
015492     LABEL RECORD IS OMITTED.
015496 01  GL-CONTROL-RECORD              PIC X(80).
015500 FD  RATE-IN
015600     LABEL RECORD IS OMITTED.
015700 01  RATE-IN-RECORD.
017200     05  CKPT-CURRENCY-SUBTOTALS.
017300         10  CKPT-CURR-SUBTOTAL     PIC S9(09)V99
017400                                    OCCURS 4 TIMES.
017410     05  CKPT-DUPS-TONIGHT          PIC 9(07).
017420     05  CKPT-DUPS-PRIOR            PIC 9(07).
017430     05  CKPT-DUP-SUBTOTALS.
017440         10  CKPT-DUP-SUBTOTAL      PIC S9(09)V99
017450                                    OCCURS 4 TIMES.
017500 WORKING-STORAGE SECTION.
017600 01  WS-SWITCHES.
017700     05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
018400         88  WS-NO-MORE-CHECKPOINTS VALUE "Y".
018500     05  WS-RATE-WARN-SWITCH        PIC X(01) VALUE "N".
018600         88  WS-RATES-WERE-WARNED   VALUE "Y".
018610     05  WS-HIST-EOF-SWITCH         PIC X(01) VALUE "N".
018620         88  WS-NO-MORE-HISTORY     VALUE "Y".
018630     05  WS-HIST-FOUND-SWITCH       PIC X(01) VALUE "N".
018640         88  WS-HISTORY-WAS-FOUND   VALUE "Y".
018650     05  WS-DUPLICATE-SWITCH        PIC X(01) VALUE "N".
018660         88  WS-TRAN-IS-DUPLICATE   VALUE "Y".
018700 01  WS-COUNTERS.
018800     05  WS-TRANS-READ              PIC 9(07) VALUE ZERO.
018900     05  WS-TRANS-PRINTED           PIC 9(07) VALUE ZERO.
019000     05  WS-TRANS-REJECTED          PIC 9(07) VALUE ZERO.
019100     05  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
019200     05  WS-PAGE-NUMBER              PIC 9(05) VALUE ZERO.
019220     05  WS-DUPS-TONIGHT             PIC 9(07) VALUE ZERO.
019240     05  WS-DUPS-PRIOR               PIC 9(07) VALUE ZERO.
019260     05  WS-HIST-CLEARED             PIC 9(07) VALUE ZERO.
019300 01  WS-LINES-PER-PAGE               PIC 9(03) VALUE 20.
019400 01  WS-UNKNOWN-CURRENCY-TOTAL       PIC S9(09)V99 VALUE ZERO.
019500 01  WS-REJECT-REASON                PIC X(38) VALUE SPACES.
022200 01  WS-CURRENCY-SUBTOTALS.
022300     05  WS-CURR-SUBTOTAL            PIC S9(09)V99 OCCURS 4 TIMES
022400                                      VALUE ZERO.
022402*    THE AMOUNT OF EACH CURRENCY KEPT OFF THE REPORT AS A
022404*    DUPLICATE, SO THE NIGHT CAN BE TIED BACK TO THE FEED.
022406 01  WS-DUP-SUBTOTALS.
022408     05  WS-DUP-SUBTOTAL             PIC S9(09)V99 OCCURS 4 TIMES
022410                                      VALUE ZERO.
022412 01  WS-DUP-WINDOW-DAYS               PIC 9(03) VALUE 60.
022414 01  WS-DUP-WINDOW-SERIAL             PIC 9(07) VALUE ZERO.
022416 01  WS-DUP-REASON.
022418     05  FILLER                      PIC X(21) VALUE
022420         "DUPLICATE - ACCEPTED ".
022422     05  WS-DR-DATE                  PIC 9(08).
022424     05  FILLER                      PIC X(09) VALUE SPACES.
022426 01  WS-DATE-FIELDS.
022428     05  WS-DF-DATE                 PIC 9(08) VALUE ZERO.
022430     05  WS-DF-PARTS REDEFINES WS-DF-DATE.
022432         10  WS-DF-YEAR             PIC 9(04).
022434         10  WS-DF-MONTH            PIC 9(02).
022436         10  WS-DF-DAY              PIC 9(02).
022438     05  WS-DF-SERIAL               PIC 9(07) VALUE ZERO.
022440     05  WS-DF-PRIOR-YEAR           PIC 9(04) VALUE ZERO.
022442     05  WS-DF-LEAPS-4              PIC 9(04) VALUE ZERO.
022444     05  WS-DF-LEAPS-100            PIC 9(04) VALUE ZERO.
022446     05  WS-DF-LEAPS-400            PIC 9(04) VALUE ZERO.
022448     05  WS-DF-REMAINDER-4          PIC 9(03) VALUE ZERO.
022450     05  WS-DF-REMAINDER-100        PIC 9(03) VALUE ZERO.
022452     05  WS-DF-REMAINDER-400        PIC 9(03) VALUE ZERO.
022454     05  WS-DF-WORK-QUOTIENT        PIC 9(04) VALUE ZERO.
022456     05  WS-DF-LEAP-SWITCH          PIC X(01) VALUE "N".
022458         88  WS-DF-IS-LEAP          VALUE "Y".
022460 01  WS-MONTH-DAYS-VALUES.
022462     05  FILLER                     PIC X(09) VALUE "000031059".
022464     05  FILLER                     PIC X(09) VALUE "090120151".
022466     05  FILLER                     PIC X(09) VALUE "181212243".
022468     05  FILLER                     PIC X(09) VALUE "273304334".
022470 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
022472     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
022474                                    PIC 9(03).
022500 01  WS-EDITED-AMOUNT-RAW             PIC ZZZ,ZZZ,ZZ9.99CR.
022600 01  WS-AMOUNT-FIELD-WORK.
022700     05  WS-AMOUNT-FIELD-X           PIC X(20).
028700         "GRAND TOTAL IN USD   ".
028800     05  CT-GRAND-TOTAL              PIC ZZZZ,ZZZ,ZZZ,ZZ9.99CR.
028900     05  FILLER                      PIC X(38) VALUE SPACES.
028905 01  WS-DUP-HEADING.
028910     05  FILLER                      PIC X(41) VALUE
028915         "DUPLICATE TRANSACTIONS REJECTED - WINDOW ".
028920     05  DH-WINDOW-DAYS              PIC ZZ9.
028925     05  FILLER                      PIC X(05) VALUE " DAYS".
028930     05  FILLER                      PIC X(31) VALUE SPACES.
028935 01  WS-DUP-COUNT-LINE.
028940     05  DC-LABEL                    PIC X(40).
028945     05  DC-COUNT                    PIC ZZZZZZ9.
028950     05  FILLER                      PIC X(33) VALUE SPACES.
028955 01  WS-DUP-AMOUNT-LINE.
028960     05  FILLER                      PIC X(18) VALUE
028965         "DUPLICATE AMOUNT".
028970     05  FILLER                      PIC X(01) VALUE SPACE.
028975     05  DA-CURRENCY-CODE            PIC X(03).
028980     05  FILLER                      PIC X(02) VALUE SPACES.
028985     05  DA-AMOUNT-X                 PIC X(20).
028990     05  FILLER                      PIC X(36) VALUE SPACES.
029000 01  WS-AUDIT-START-FIELDS.
029100     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
029200     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
029400     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
029500     05  WS-AST-MESSAGE             PIC X(40) VALUE
029600         "RUN STARTED".
029601 01  WS-GL-FIELDS.
029602     05  WS-GL-WARN-SWITCH          PIC X(01) VALUE "N".
029603         88  WS-GL-WAS-WARNED       VALUE "Y".
029604     05  WS-GL-BALANCE-SWITCH       PIC X(01) VALUE "Y".
029605         88  WS-GL-FILE-BALANCES    VALUE "Y".
029606     05  WS-GL-CONTROL-TYPE         PIC X(03) VALUE SPACES.
029607     05  WS-GL-ENTRY-COUNT          PIC 9(07) VALUE ZERO.
029608     05  WS-GL-DEBIT-TOTAL          PIC 9(15)V99 VALUE ZERO.
029609     05  WS-GL-CREDIT-TOTAL         PIC 9(15)V99 VALUE ZERO.
029610     05  WS-GL-SEQUENCE             PIC 9(05) VALUE ZERO.
029611     05  WS-GL-POST-CODE            PIC X(03) VALUE SPACES.
029612     05  WS-GL-POST-CURRENCY        PIC X(03) VALUE SPACES.
029613     05  WS-GL-POST-AMOUNT          PIC S9(13)V99 VALUE ZERO.
029614     05  WS-GL-POST-ABS             PIC 9(13)V99 VALUE ZERO.
029615     05  WS-GL-POST-DEBIT-ACCT      PIC X(10) VALUE SPACES.
029616     05  WS-GL-POST-CREDIT-ACCT     PIC X(10) VALUE SPACES.
029617     05  WS-GL-POST-ACCOUNT         PIC X(10) VALUE SPACES.
029618     05  WS-GL-POST-SIDE            PIC X(01) VALUE SPACE.
029619     05  WS-GL-POST-DESCRIPTION     PIC X(30) VALUE SPACES.
029620     05  WS-GL-EXPECTED             PIC 9(13)V99 VALUE ZERO.
029621     05  WS-GL-EDIT-COUNT           PIC Z(21)9.
029622     05  WS-GL-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
029623 01  WS-GL-VERIFY-FIELDS.
029624     05  WS-GLV-EOF-SWITCH          PIC X(01) VALUE "N".
029625         88  WS-NO-MORE-GL-VERIFY   VALUE "Y".
029626     05  WS-GLV-HEADER-SWITCH       PIC X(01) VALUE "N".
029627         88  WS-GLV-HEADER-SEEN     VALUE "Y".
029628     05  WS-GLV-TRAILER-SWITCH      PIC X(01) VALUE "N".
029629         88  WS-GLV-TRAILER-SEEN    VALUE "Y".
029630     05  WS-GLV-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
029631     05  WS-GLV-DEBIT-TOTAL         PIC 9(15)V99 VALUE ZERO.
029632     05  WS-GLV-CREDIT-TOTAL        PIC 9(15)V99 VALUE ZERO.
029633     05  WS-GLV-HDR-COUNT           PIC 9(07) VALUE ZERO.
029634     05  WS-GLV-HDR-DEBITS          PIC 9(15)V99 VALUE ZERO.
029635     05  WS-GLV-HDR-CREDITS         PIC 9(15)V99 VALUE ZERO.
029636     05  WS-GLV-TRL-COUNT           PIC 9(07) VALUE ZERO.
029637     05  WS-GLV-TRL-DEBITS          PIC 9(15)V99 VALUE ZERO.
029638     05  WS-GLV-TRL-CREDITS         PIC 9(15)V99 VALUE ZERO.
029639*    THE NIGHT'S JOURNAL ENTRIES, BUILT BEFORE THE FILE IS WRITTEN
029640*    SO THE HEADER CAN CARRY THE COUNT AND TOTALS: AT MOST A PAIR
029641*    FOR EACH OF THE FOUR CURRENCIES AND ONE FOR "TOT".
029642 01  WS-GL-ENTRY-TABLE.
029643     05  WS-GL-ENTRY OCCURS 10 TIMES
029644                 INDEXED BY WS-GLE-IDX.
029645         10  WS-GLE-ACCOUNT         PIC X(10).
029646         10  WS-GLE-DEBIT-CREDIT    PIC X(01).
029647         10  WS-GLE-CURRENCY        PIC X(03).
029648         10  WS-GLE-SOURCE          PIC X(03).
029649         10  WS-GLE-AMOUNT          PIC 9(13)V99.
029650         10  WS-GLE-DESCRIPTION     PIC X(30).
029700 01  WS-AUDIT-TYPE-FIELDS.
029800     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
029900     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
029901*    ONE ROW PER PRINTED TOTAL -- THE FOUR CURRENCY SUBTOTALS IN
029902*    TABLE ORDER, THEN "TOT" -- WITH WHAT THE JOURNAL READ BACK
029903*    POSTED AGAINST IT.
029904 01  WS-GL-CONTROL-TABLE.
029905     05  WS-GL-CONTROL-ROW OCCURS 5 TIMES
029906                 INDEXED BY WS-GLC-IDX.
029907         10  WS-GLC-CODE            PIC X(03).
029908         10  WS-GLC-PRINTED         PIC S9(13)V99.
029909         10  WS-GLC-MAP-SWITCH      PIC X(01).
029910             88  WS-GLC-JOURNALED   VALUE "J".
029911             88  WS-GLC-UNMAPPED    VALUE "U".
029912             88  WS-GLC-NOT-POSTED  VALUE "Z".
029913         10  WS-GLC-READ-DEBITS     PIC 9(15)V99.
029914         10  WS-GLC-READ-CREDITS    PIC 9(15)V99.
029915 01  WS-GLC-HEADING-1.
029916     05  FILLER                      PIC X(38) VALUE
029917         "GL JOURNAL CONTROL - NIGHTLY POSTING".
029918     05  FILLER                      PIC X(05) VALUE "DATE ".
029919     05  G1-BUSINESS-DATE            PIC 9(08).
029920     05  FILLER                      PIC X(05) VALUE " RUN ".
029921     05  G1-RUN-NUMBER               PIC 9(07).
029922     05  FILLER                      PIC X(17) VALUE SPACES.
029923 01  WS-GLC-HEADING-2.
029924     05  FILLER                      PIC X(04) VALUE "CUR".
029925     05  FILLER                      PIC X(22) VALUE
029926         "         PRINTED TOTAL".
029927     05  FILLER                      PIC X(01) VALUE SPACE.
029928     05  FILLER                      PIC X(20) VALUE
029929         "       JOURNAL DEBIT".
029930     05  FILLER                      PIC X(01) VALUE SPACE.
029931     05  FILLER                      PIC X(20) VALUE
029932         "      JOURNAL CREDIT".
029933     05  FILLER                      PIC X(01) VALUE SPACE.
029934     05  FILLER                      PIC X(11) VALUE "STATUS".
029935 01  WS-GLC-DETAIL-LINE.
029936     05  GD-CODE                     PIC X(03).
029937     05  FILLER                      PIC X(01) VALUE SPACE.
029938     05  GD-PRINTED                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99CR.
029939     05  FILLER                      PIC X(01) VALUE SPACE.
029940     05  GD-DEBITS                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
029941     05  FILLER                      PIC X(01) VALUE SPACE.
029942     05  GD-CREDITS                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
029943     05  FILLER                      PIC X(01) VALUE SPACE.
029944     05  GD-STATUS                   PIC X(11).
029945 01  WS-GLC-PROOF-HEADING.
029946     05  FILLER                      PIC X(14) VALUE SPACES.
029947     05  FILLER                      PIC X(22) VALUE
029948         "               ON FILE".
029949     05  FILLER                      PIC X(22) VALUE
029950         "                HEADER".
029951     05  FILLER                      PIC X(22) VALUE
029952         "               TRAILER".
029953 01  WS-GLC-PROOF-LINE.
029954     05  GP-LABEL                    PIC X(14).
029955     05  GP-ON-FILE                  PIC X(22).
029956     05  GP-HEADER                   PIC X(22).
029957     05  GP-TRAILER                  PIC X(22).
030000 PROCEDURE DIVISION.
030100 0000-MAINLINE.
030200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030400         UNTIL WS-NO-MORE-TRANS.
030500     PERFORM 7000-PRINT-GRAND-TOTAL THRU 7000-EXIT.
030600     PERFORM 7500-PRINT-CONSOLIDATED THRU 7500-EXIT.
030650     PERFORM 7800-PRINT-DUPLICATES THRU 7800-EXIT.
030700     PERFORM 7700-POST-MONTH-TO-DATE THRU 7700-EXIT.
030750     PERFORM 9200-WRITE-GL-JOURNAL THRU 9200-EXIT.
030800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030900     STOP RUN.
031000 1000-INITIALIZE.
034000     END-IF.
034100     OPEN EXTEND CONTROL-COUNTS.
034200     OPEN I-O MTD-FILE.
034250     OPEN I-O TRAN-HISTORY.
034300     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
034320     PERFORM 1300-CLEAR-TONIGHTS-HISTORY THRU 1300-EXIT.
034340     PERFORM 1350-SET-DUP-WINDOW THRU 1350-EXIT.
034400     CALL "AUDITLOG" USING WS-PROGRAM-ID
034500         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
034600         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
041000                 TO WS-UNKNOWN-CURRENCY-TOTAL
041100             MOVE CKPT-CURRENCY-SUBTOTALS
041200                 TO WS-CURRENCY-SUBTOTALS
041220             MOVE CKPT-DUPS-TONIGHT    TO WS-DUPS-TONIGHT
041240             MOVE CKPT-DUPS-PRIOR      TO WS-DUPS-PRIOR
041260             MOVE CKPT-DUP-SUBTOTALS   TO WS-DUP-SUBTOTALS
041300     END-READ.
041400 1160-EXIT.
041500     EXIT.
044900     END-SEARCH.
045000 1250-EXIT.
045100     EXIT.
045102 1300-CLEAR-TONIGHTS-HISTORY.
045104*    TAKES BACK THE HISTORY ROWS AN EARLIER PASS OVER TONIGHT'S
045106*    FEED POSTED, SO A RERUN DOES NOT REJECT ITS OWN
045108*    TRANSACTIONS AS DUPLICATES. A FRESH RUN TAKES BACK EVERY
045110*    ROW DATED THE BUSINESS DATE, THE WAY 7700 CLEARS ITS
045112*    MONTH-TO-DATE ROWS; A RESTART TAKES BACK ONLY THE ROWS
045114*    POSTED PAST ITS CHECKPOINT, SINCE THOSE RECORDS ARE
045116*    PROCESSED AGAIN. ROWS FROM EARLIER NIGHTS ARE LEFT ALONE.
045118     MOVE LOW-VALUES TO TRH-KEY.
045120     START TRAN-HISTORY KEY IS NOT LESS THAN TRH-KEY
045122         INVALID KEY
045124             GO TO 1300-EXIT
045126     END-START.
045128     PERFORM 1310-CLEAR-ONE-HISTORY THRU 1310-EXIT
045130         UNTIL WS-NO-MORE-HISTORY.
045132     IF WS-HIST-CLEARED > ZERO
045134         DISPLAY "NUMRPT - HISTORY ROWS TAKEN BACK FOR RERUN: "
045136             WS-HIST-CLEARED
045138     END-IF.
045140 1300-EXIT.
045142     EXIT.
045144 1310-CLEAR-ONE-HISTORY.
045146     READ TRAN-HISTORY NEXT RECORD
045148         AT END
045150             MOVE "Y" TO WS-HIST-EOF-SWITCH
045152             GO TO 1310-EXIT
045154     END-READ.
045156     IF TRH-BUSINESS-DATE NOT = WS-BUSINESS-DATE
045158             OR TRH-FEED-POSITION NOT > WS-RESTART-COUNT
045160         GO TO 1310-EXIT
045162     END-IF.
045164     DELETE TRAN-HISTORY
045166         INVALID KEY
045168             CONTINUE
045170     END-DELETE.
045172     ADD 1 TO WS-HIST-CLEARED.
045174 1310-EXIT.
045176     EXIT.
045178 1350-SET-DUP-WINDOW.
045180*    THE OLDEST BUSINESS DATE STILL INSIDE THE RETENTION WINDOW,
045182*    AS A DAY SERIAL. HOUSEKEP TRNHIST MUST NEVER AGE OFF A ROW
045184*    THIS RECENT, OR A RESENT FEED WOULD SLIP THROUGH.
045186     MOVE WS-BUSINESS-DATE TO WS-DF-DATE.
045188     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
045190     COMPUTE WS-DUP-WINDOW-SERIAL =
045192         WS-DF-SERIAL - WS-DUP-WINDOW-DAYS.
045194 1350-EXIT.
045196     EXIT.
045200 2000-PROCESS-TRAN.
045300     PERFORM 2200-EDIT-TRAN THRU 2200-EXIT.
045400     IF WS-TRAN-IS-VALID
049000     MOVE WS-LINE-COUNT             TO CKPT-LINE-COUNT.
049100     MOVE WS-UNKNOWN-CURRENCY-TOTAL TO CKPT-UNKNOWN-TOTAL.
049200     MOVE WS-CURRENCY-SUBTOTALS     TO CKPT-CURRENCY-SUBTOTALS.
049220     MOVE WS-DUPS-TONIGHT           TO CKPT-DUPS-TONIGHT.
049240     MOVE WS-DUPS-PRIOR             TO CKPT-DUPS-PRIOR.
049260     MOVE WS-DUP-SUBTOTALS          TO CKPT-DUP-SUBTOTALS.
049300     WRITE CHECKPOINT-RECORD.
049400 2150-EXIT.
049500     EXIT.
049700*    EDITS ONE TRANSACTION BEFORE IT TOUCHES THE REPORT OR THE
049800*    SUBTOTALS. THE CURRENCY LOOKUP DOUBLES AS THE EDIT OF THE
049900*    CURRENCY CODE, SO IT RUNS HERE RATHER THAN IN THE PRINT
050000*    PATH. A TRANSACTION THAT PASSES EVERY EDIT IS THEN
050020*    CHECKED AGAINST THE TRAN-ID HISTORY, WHICH DECIDES WHETHER
050040*    IT IS VALID OR A DUPLICATE.
050100     MOVE "N" TO WS-TRAN-VALID-SWITCH.
050200     MOVE SPACES TO WS-REJECT-REASON.
050300     PERFORM 3200-LOOKUP-CURRENCY THRU 3200-EXIT.
051100             MOVE "CURRENCY CODE NOT ON TABLE"
051200                 TO WS-REJECT-REASON
051300         WHEN OTHER
051400             PERFORM 2250-CHECK-HISTORY THRU 2250-EXIT
051500     END-EVALUATE.
051600 2200-EXIT.
051700     EXIT.
051701 2250-CHECK-HISTORY.
051702*    AN ID ALREADY ON THE HISTORY FILE, ACCEPTED TONIGHT OR ON
051703*    ANY NIGHT INSIDE THE RETENTION WINDOW, IS A DUPLICATE --
051704*    IT GOES TO NUMREJ WITH THE DATE IT WAS FIRST ACCEPTED AND
051705*    STAYS OUT OF THE SUBTOTALS AND THE MONTH-TO-DATE FILE. AN
051706*    ID LAST SEEN BEFORE THE WINDOW IS A REUSED NUMBER, NOT A
051707*    DUPLICATE, AND ITS ROW IS REPLACED BY TONIGHT'S.
051708     MOVE "N" TO WS-HIST-FOUND-SWITCH.
051709     MOVE "N" TO WS-DUPLICATE-SWITCH.
051710     MOVE TRAN-ID TO TRH-TRAN-ID.
051711     READ TRAN-HISTORY
051712         INVALID KEY
051713             CONTINUE
051714         NOT INVALID KEY
051715             MOVE "Y" TO WS-HIST-FOUND-SWITCH
051716     END-READ.
051717     IF WS-HISTORY-WAS-FOUND
051718         PERFORM 2270-TEST-WINDOW THRU 2270-EXIT
051719     END-IF.
051720     IF WS-TRAN-IS-DUPLICATE
051721         MOVE TRH-BUSINESS-DATE TO WS-DR-DATE
051722         MOVE WS-DUP-REASON TO WS-REJECT-REASON
051723         IF TRH-BUSINESS-DATE = WS-BUSINESS-DATE
051724             ADD 1 TO WS-DUPS-TONIGHT
051725         ELSE
051726             ADD 1 TO WS-DUPS-PRIOR
051727         END-IF
051728         ADD TRAN-AMOUNT TO WS-DUP-SUBTOTAL(WS-CURR-IDX)
051729         GO TO 2250-EXIT
051730     END-IF.
051731     MOVE "Y" TO WS-TRAN-VALID-SWITCH.
051732     PERFORM 2260-POST-HISTORY THRU 2260-EXIT.
051733 2250-EXIT.
051734     EXIT.
051735 2260-POST-HISTORY.
051736*    THE ROW IS POSTED AS SOON AS THE TRANSACTION IS ACCEPTED,
051737*    SO A SECOND COPY LATER IN THE SAME FEED IS CAUGHT TOO.
051738     MOVE SPACES TO TRAN-HISTORY-RECORD.
051739     MOVE TRAN-ID            TO TRH-TRAN-ID.
051740     MOVE WS-BUSINESS-DATE   TO TRH-BUSINESS-DATE.
051741     MOVE WS-RUN-NUMBER      TO TRH-RUN-NUMBER.
051742     MOVE WS-TRANS-READ      TO TRH-FEED-POSITION.
051743     MOVE TRAN-AMOUNT        TO TRH-AMOUNT.
051744     MOVE TRAN-CURRENCY-CODE TO TRH-CURRENCY-CODE.
051745     WRITE TRAN-HISTORY-RECORD
051746         INVALID KEY
051747             REWRITE TRAN-HISTORY-RECORD
051748     END-WRITE.
051749 2260-EXIT.
051750     EXIT.
051751 2270-TEST-WINDOW.
051752*    A ROW WITH NO USABLE DATE CANNOT BE PLACED IN THE WINDOW
051753*    AND IS TREATED AS AGED OFF.
051754     IF TRH-BUSINESS-DATE NOT NUMERIC
051755             OR TRH-BUSINESS-DATE = ZERO
051756         GO TO 2270-EXIT
051757     END-IF.
051758     MOVE TRH-BUSINESS-DATE TO WS-DF-DATE.
051759     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
051760     IF WS-DF-SERIAL NOT < WS-DUP-WINDOW-SERIAL
051761         MOVE "Y" TO WS-DUPLICATE-SWITCH
051762     END-IF.
051763 2270-EXIT.
051764     EXIT.
051800 3000-PRINT-DETAIL.
051900     INITIALIZE WS-DETAIL-LINE.
052000     MOVE TRAN-ID TO DL-TRAN-ID.
058500     ADD 1 TO WS-TRANS-REJECTED.
058600 4000-EXIT.
058700     EXIT.
058702 5000-DATE-TO-SERIAL.
058704*    TURNS A YYYYMMDD DATE INTO A DAY SERIAL (DAYS SINCE THE
058706*    YEAR ZERO, GOOD ENOUGH FOR TAKING DIFFERENCES), THE SAME
058708*    WAY SSNCORR AGES ITS REJECTS.
058710     COMPUTE WS-DF-PRIOR-YEAR = WS-DF-YEAR - 1.
058712     DIVIDE WS-DF-PRIOR-YEAR BY 4
058714         GIVING WS-DF-LEAPS-4.
058716     DIVIDE WS-DF-PRIOR-YEAR BY 100
058718         GIVING WS-DF-LEAPS-100.
058720     DIVIDE WS-DF-PRIOR-YEAR BY 400
058722         GIVING WS-DF-LEAPS-400.
058724     COMPUTE WS-DF-SERIAL =
058726         (WS-DF-YEAR * 365)
058728         + WS-DF-LEAPS-4
058730         - WS-DF-LEAPS-100
058732         + WS-DF-LEAPS-400
058734         + WS-DAYS-BEFORE-MONTH(WS-DF-MONTH)
058736         + WS-DF-DAY.
058738     IF WS-DF-MONTH > 2
058740         PERFORM 5100-CHECK-LEAP-YEAR THRU 5100-EXIT
058742         IF WS-DF-IS-LEAP
058744             ADD 1 TO WS-DF-SERIAL
058746         END-IF
058748     END-IF.
058750 5000-EXIT.
058752     EXIT.
058754 5100-CHECK-LEAP-YEAR.
058756     MOVE "N" TO WS-DF-LEAP-SWITCH.
058758     DIVIDE WS-DF-YEAR BY 4
058760         GIVING WS-DF-WORK-QUOTIENT
058762         REMAINDER WS-DF-REMAINDER-4.
058764     DIVIDE WS-DF-YEAR BY 100
058766         GIVING WS-DF-WORK-QUOTIENT
058768         REMAINDER WS-DF-REMAINDER-100.
058770     DIVIDE WS-DF-YEAR BY 400
058772         GIVING WS-DF-WORK-QUOTIENT
058774         REMAINDER WS-DF-REMAINDER-400.
058776     IF (WS-DF-REMAINDER-4 = ZERO
058778             AND WS-DF-REMAINDER-100 NOT = ZERO)
058780             OR WS-DF-REMAINDER-400 = ZERO
058782         MOVE "Y" TO WS-DF-LEAP-SWITCH
058784     END-IF.
058786 5100-EXIT.
058788     EXIT.
058800 6000-PRINT-HEADINGS.
058900     ADD 1 TO WS-PAGE-NUMBER.
059000     MOVE WS-PAGE-NUMBER TO RH-PAGE-NUMBER.
075800     END-WRITE.
075900 7720-EXIT.
076000     EXIT.
076002 7800-PRINT-DUPLICATES.
076004*    THE DUPLICATE SUMMARY: HOW MANY REPEATS OF AN ID ACCEPTED
076006*    EARLIER TONIGHT, HOW MANY OF AN ID FROM AN EARLIER NIGHT,
076008*    AND THE AMOUNT PER CURRENCY KEPT OFF THE REPORT. THE SAME
076010*    TRANSACTIONS ARE ON NUMREJ WITH THEIR ORIGINAL DATES.
076012     MOVE SPACES TO REPORT-OUT-RECORD.
076014     WRITE REPORT-OUT-RECORD.
076016     MOVE WS-DUP-WINDOW-DAYS TO DH-WINDOW-DAYS.
076018     MOVE WS-DUP-HEADING TO REPORT-OUT-RECORD.
076020     WRITE REPORT-OUT-RECORD.
076022     MOVE SPACES TO REPORT-OUT-RECORD.
076024     WRITE REPORT-OUT-RECORD.
076026     MOVE "REPEATS OF AN ID ACCEPTED TONIGHT" TO DC-LABEL.
076028     MOVE WS-DUPS-TONIGHT TO DC-COUNT.
076030     MOVE WS-DUP-COUNT-LINE TO REPORT-OUT-RECORD.
076032     WRITE REPORT-OUT-RECORD.
076034     MOVE "REPEATS OF AN ID FROM AN EARLIER NIGHT" TO DC-LABEL.
076036     MOVE WS-DUPS-PRIOR TO DC-COUNT.
076038     MOVE WS-DUP-COUNT-LINE TO REPORT-OUT-RECORD.
076040     WRITE REPORT-OUT-RECORD.
076042     PERFORM 7810-PRINT-ONE-DUP-AMOUNT THRU 7810-EXIT
076044         VARYING WS-CURR-IDX FROM 1 BY 1
076046         UNTIL WS-CURR-IDX > 4.
076048 7800-EXIT.
076050     EXIT.
076052 7810-PRINT-ONE-DUP-AMOUNT.
076054     IF WS-DUP-SUBTOTAL(WS-CURR-IDX) = ZERO
076056         GO TO 7810-EXIT
076058     END-IF.
076060     MOVE CURR-CODE(WS-CURR-IDX) TO DA-CURRENCY-CODE.
076062     MOVE WS-DUP-SUBTOTAL(WS-CURR-IDX) TO WS-EDITED-AMOUNT-RAW.
076064     IF CURR-DECIMAL-STYLE(WS-CURR-IDX) = "C"
076066         PERFORM 3250-SWAP-SEPARATORS THRU 3250-EXIT
076068     END-IF.
076070     MOVE SPACES TO WS-AMOUNT-FIELD-X.
076072     STRING CURR-SYMBOL(WS-CURR-IDX) DELIMITED BY SPACE
076074            " " DELIMITED BY SIZE
076076            WS-EDITED-AMOUNT-RAW DELIMITED BY SIZE
076078         INTO WS-AMOUNT-FIELD-X.
076080     MOVE WS-AMOUNT-FIELD-X TO DA-AMOUNT-X.
076082     MOVE WS-DUP-AMOUNT-LINE TO REPORT-OUT-RECORD.
076084     WRITE REPORT-OUT-RECORD.
076086 7810-EXIT.
076088     EXIT.
076100 9000-TERMINATE.
076200     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
076300     CLOSE TRANSACTION-IN REPORT-OUT REJECT-OUT CHECKPOINT-FILE
076400         CONTROL-COUNTS MTD-FILE TRAN-HISTORY.
076500     DISPLAY "TRANSACTIONS READ: " WS-TRANS-READ.
076600     DISPLAY "TRANSACTIONS PRINTED: " WS-TRANS-PRINTED.
076700     DISPLAY "TRANSACTIONS REJECTED: " WS-TRANS-REJECTED.
076720     DISPLAY "  OF WHICH DUPLICATES: " WS-DUPS-TONIGHT
076740         " TONIGHT, " WS-DUPS-PRIOR " EARLIER NIGHTS".
076800     MOVE WS-TRANS-PRINTED TO WS-AUDIT-RECORDS-OUT.
076900     MOVE WS-TRANS-REJECTED TO WS-AUDIT-REJECTED.
077000     CALL "AUDITLOG" USING WS-PROGRAM-ID
077500*    THE RETURN CODE IS SET AFTER THE AUDIT-TRAIL CALL -- A CALL
077600*    REPLACES RETURN-CODE WITH THE CALLED PROGRAM'S VALUE, WHICH
077700*    WOULD WIPE OUT A CODE SET ANY EARLIER.
077800     IF WS-RATES-WERE-WARNED OR WS-GL-WAS-WARNED
077900         MOVE 4 TO RETURN-CODE
078000     END-IF.
078020     IF NOT WS-GL-FILE-BALANCES
078040         MOVE 16 TO RETURN-CODE
078060     END-IF.
078100 9000-EXIT.
078200     EXIT.
078300 9100-WRITE-CONTROL-COUNTS.
078800     MOVE WS-TRANS-REJECTED TO CC-RECORDS-REJECTED.
078900     MOVE WS-BUSINESS-DATE  TO CC-RUN-DATE.
079000     MOVE WS-RUN-NUMBER     TO CC-RUN-NUMBER.
079020     ADD WS-DUPS-TONIGHT WS-DUPS-PRIOR
079040         GIVING CC-RECORDS-DUPLICATE.
079100     WRITE CONTROL-COUNT-RECORD.
079200 9100-EXIT.
079300     EXIT.
079310 9200-WRITE-GL-JOURNAL.
079320*    BUILDS THE NIGHT'S GENERAL-LEDGER JOURNAL: A DEBIT AND A
079330*    CREDIT ENTRY FOR EACH CURRENCY WITH A NONZERO SUBTOTAL AND
079340*    FOR THE CONSOLIDATED USD TOTAL, ON THE ACCOUNTS THE GL
079350*    ACCOUNT MAPPING FILE GIVES FOR THE CURRENCY OR FOR "TOT".
079360*    THE AMOUNTS ARE THE PRINTED ONES, SO A CURRENCY LEFT
079370*    UNCONVERTED FOR WANT OF A RATE IS IN ITS OWN PAIR BUT NOT IN
079380*    THE USD PAIR, AS ON THE REPORT. A TOTAL WITH NO MAPPING IS
079390*    LEFT OFF AND ENDS THE STEP RC 4. THE FILE IS READ BACK AFTER
079400*    CLOSE AND TIED TO THE PRINTED TOTALS ON THE GL CONTROL
079410*    REPORT; A JOURNAL THAT DOES NOT BALANCE ENDS THE STEP RC 16.
079420     MOVE ZERO TO WS-GL-ENTRY-COUNT WS-GL-DEBIT-TOTAL
079430         WS-GL-CREDIT-TOTAL.
079440     OPEN INPUT GL-ACCOUNTS.
079450     PERFORM 9210-MAP-ONE-CURRENCY THRU 9210-EXIT
079460         VARYING WS-CURR-IDX FROM 1 BY 1
079470         UNTIL WS-CURR-IDX > 4.
079480     SET WS-GLC-IDX TO 5.
079490     MOVE "TOT" TO WS-GL-POST-CODE.
079500     MOVE "USD" TO WS-GL-POST-CURRENCY.
079510     MOVE WS-BASE-GRAND-TOTAL TO WS-GL-POST-AMOUNT.
079520     MOVE "NIGHTLY USD CONSOLIDATION" TO WS-GL-POST-DESCRIPTION.
079530     PERFORM 9215-MAP-AND-BUILD THRU 9215-EXIT.
079540     CLOSE GL-ACCOUNTS.
079550     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
079560         DISPLAY "NUMRPT - GL JOURNAL DEBITS " WS-GL-DEBIT-TOTAL
079570             " DO NOT EQUAL CREDITS " WS-GL-CREDIT-TOTAL
079580         MOVE "N" TO WS-GL-BALANCE-SWITCH
079590     END-IF.
079600     OPEN OUTPUT GL-JOURNAL.
079610     MOVE "HDR" TO WS-GL-CONTROL-TYPE.
079620     PERFORM 9230-WRITE-GL-CONTROL THRU 9230-EXIT.
079630     PERFORM 9235-WRITE-GL-DETAIL THRU 9235-EXIT
079640         VARYING WS-GLE-IDX FROM 1 BY 1
079650         UNTIL WS-GLE-IDX > WS-GL-ENTRY-COUNT.
079660     MOVE "TRL" TO WS-GL-CONTROL-TYPE.
079670     PERFORM 9230-WRITE-GL-CONTROL THRU 9230-EXIT.
079680     CLOSE GL-JOURNAL.
079690     PERFORM 9250-VERIFY-GL-JOURNAL THRU 9250-EXIT.
079700     PERFORM 9270-PRINT-GL-CONTROL THRU 9270-EXIT.
079710 9200-EXIT.
079720     EXIT.
079730 9210-MAP-ONE-CURRENCY.
079740     SET WS-GLC-IDX TO WS-CURR-IDX.
079750     MOVE CURR-CODE(WS-CURR-IDX) TO WS-GL-POST-CODE
079760         WS-GL-POST-CURRENCY.
079770     MOVE WS-CURR-SUBTOTAL(WS-CURR-IDX) TO WS-GL-POST-AMOUNT.
079780     MOVE SPACES TO WS-GL-POST-DESCRIPTION.
079790     STRING "NIGHTLY " DELIMITED BY SIZE
079800            CURR-CODE(WS-CURR-IDX) DELIMITED BY SIZE
079810            " SUBTOTAL" DELIMITED BY SIZE
079820         INTO WS-GL-POST-DESCRIPTION.
079830     PERFORM 9215-MAP-AND-BUILD THRU 9215-EXIT.
079840 9210-EXIT.
079850     EXIT.
079860 9215-MAP-AND-BUILD.
079870     MOVE WS-GL-POST-CODE   TO WS-GLC-CODE(WS-GLC-IDX).
079880     MOVE WS-GL-POST-AMOUNT TO WS-GLC-PRINTED(WS-GLC-IDX).
079890     MOVE ZERO TO WS-GLC-READ-DEBITS(WS-GLC-IDX)
079900         WS-GLC-READ-CREDITS(WS-GLC-IDX).
079910     IF WS-GL-POST-AMOUNT = ZERO
079920         MOVE "Z" TO WS-GLC-MAP-SWITCH(WS-GLC-IDX)
079930         GO TO 9215-EXIT
079940     END-IF.
079950     MOVE WS-GL-POST-CODE TO GLA-CURRENCY-CODE.
079960     READ GL-ACCOUNTS
079970         INVALID KEY
079980             MOVE "U" TO WS-GLC-MAP-SWITCH(WS-GLC-IDX)
079990             MOVE "Y" TO WS-GL-WARN-SWITCH
080000             DISPLAY "NUMRPT - NO GL ACCOUNT MAPPING FOR "
080010                 WS-GL-POST-CODE " - LEFT OFF THE GL JOURNAL"
080020             GO TO 9215-EXIT
080030     END-READ.
080040     MOVE "J" TO WS-GLC-MAP-SWITCH(WS-GLC-IDX).
080050*    THE MAPPING NAMES THE ACCOUNTS FOR A POSITIVE TOTAL. A
080060*    NEGATIVE ONE POSTS THE OTHER WAY ROUND, SO EVERY AMOUNT ON
080070*    THE FILE STAYS POSITIVE.
080080     IF WS-GL-POST-AMOUNT < ZERO
080090         COMPUTE WS-GL-POST-ABS = ZERO - WS-GL-POST-AMOUNT
080100         MOVE GLA-CREDIT-ACCOUNT TO WS-GL-POST-DEBIT-ACCT
080110         MOVE GLA-DEBIT-ACCOUNT  TO WS-GL-POST-CREDIT-ACCT
080120     ELSE
080130         MOVE WS-GL-POST-AMOUNT  TO WS-GL-POST-ABS
080140         MOVE GLA-DEBIT-ACCOUNT  TO WS-GL-POST-DEBIT-ACCT
080150         MOVE GLA-CREDIT-ACCOUNT TO WS-GL-POST-CREDIT-ACCT
080160     END-IF.
080170     MOVE "D" TO WS-GL-POST-SIDE.
080180     MOVE WS-GL-POST-DEBIT-ACCT TO WS-GL-POST-ACCOUNT.
080190     PERFORM 9220-ADD-ENTRY THRU 9220-EXIT.
080200     MOVE "C" TO WS-GL-POST-SIDE.
080210     MOVE WS-GL-POST-CREDIT-ACCT TO WS-GL-POST-ACCOUNT.
080220     PERFORM 9220-ADD-ENTRY THRU 9220-EXIT.
080230 9215-EXIT.
080240     EXIT.
080250 9220-ADD-ENTRY.
080260     ADD 1 TO WS-GL-ENTRY-COUNT.
080270     SET WS-GLE-IDX TO WS-GL-ENTRY-COUNT.
080280     MOVE WS-GL-POST-ACCOUNT  TO WS-GLE-ACCOUNT(WS-GLE-IDX).
080290     MOVE WS-GL-POST-SIDE     TO WS-GLE-DEBIT-CREDIT(WS-GLE-IDX).
080300     MOVE WS-GL-POST-CURRENCY TO WS-GLE-CURRENCY(WS-GLE-IDX).
080310     MOVE WS-GL-POST-CODE     TO WS-GLE-SOURCE(WS-GLE-IDX).
080320     MOVE WS-GL-POST-ABS      TO WS-GLE-AMOUNT(WS-GLE-IDX).
080330     MOVE WS-GL-POST-DESCRIPTION
080340         TO WS-GLE-DESCRIPTION(WS-GLE-IDX).
080350     IF WS-GL-POST-SIDE = "D"
080360         ADD WS-GL-POST-ABS TO WS-GL-DEBIT-TOTAL
080370     ELSE
080380         ADD WS-GL-POST-ABS TO WS-GL-CREDIT-TOTAL
080390     END-IF.
080400 9220-EXIT.
080410     EXIT.
080420 9230-WRITE-GL-CONTROL.
080430*    THE HEADER AND THE TRAILER CARRY THE SAME COUNT AND TOTALS,
080440*    SO THE LEDGER LOAD CAN PROVE THE FILE FROM EITHER END.
080450     MOVE SPACES TO GL-JOURNAL-RECORD.
080460     MOVE WS-GL-CONTROL-TYPE TO GLJ-RECORD-TYPE.
080470     MOVE "GLJRNL01"         TO GLJ-FILE-ID.
080480     MOVE WS-PROGRAM-ID      TO GLJ-SOURCE-PROGRAM.
080490     MOVE "N"                TO GLJ-JOURNAL-TYPE.
080500     MOVE WS-BUSINESS-DATE   TO GLJ-JOURNAL-DATE.
080510     MOVE WS-RUN-NUMBER      TO GLJ-RUN-NUMBER.
080520     MOVE WS-GL-ENTRY-COUNT  TO GLJ-ENTRY-COUNT.
080530     MOVE WS-GL-DEBIT-TOTAL  TO GLJ-DEBIT-TOTAL.
080540     MOVE WS-GL-CREDIT-TOTAL TO GLJ-CREDIT-TOTAL.
080550     WRITE GL-JOURNAL-RECORD.
080560 9230-EXIT.
080570     EXIT.
080580 9235-WRITE-GL-DETAIL.
080590     MOVE SPACES TO GL-JOURNAL-RECORD.
080600     MOVE "DTL" TO GLJ-RECORD-TYPE.
080610     SET WS-GL-SEQUENCE TO WS-GLE-IDX.
080620     MOVE WS-GL-SEQUENCE                 TO GLJ-SEQUENCE.
080630     MOVE WS-GLE-ACCOUNT(WS-GLE-IDX)      TO GLJ-ACCOUNT.
080640     MOVE WS-GLE-DEBIT-CREDIT(WS-GLE-IDX) TO GLJ-DEBIT-CREDIT.
080650     MOVE WS-GLE-CURRENCY(WS-GLE-IDX)     TO GLJ-CURRENCY-CODE.
080660     MOVE WS-GLE-SOURCE(WS-GLE-IDX)       TO GLJ-SOURCE-CODE.
080670     MOVE WS-GLE-AMOUNT(WS-GLE-IDX)       TO GLJ-AMOUNT.
080680     MOVE WS-BUSINESS-DATE                TO GLJ-EFFECTIVE-DATE.
080690     MOVE WS-GLE-DESCRIPTION(WS-GLE-IDX)  TO GLJ-DESCRIPTION.
080700     WRITE GL-JOURNAL-RECORD.
080710 9235-EXIT.
080720     EXIT.
080730 9250-VERIFY-GL-JOURNAL.
080740*    READS THE JOURNAL BACK AFTER CLOSE, THE WAY ADRXCHG PROVES
080750*    ITS INTERCHANGE FILE. A MISSING HEADER OR TRAILER, DEBITS
080760*    THAT DO NOT EQUAL CREDITS, OR A COUNT OR TOTAL THAT DISAGREES
080770*    WITH THE HEADER OR TRAILER FAILS THE STEP BEFORE THE FILE
080780*    REACHES THE LEDGER.
080790     OPEN INPUT GL-JOURNAL.
080800     PERFORM 9255-VERIFY-ONE-ENTRY THRU 9255-EXIT
080810         UNTIL WS-NO-MORE-GL-VERIFY.
080820     CLOSE GL-JOURNAL.
080830     IF NOT WS-GLV-HEADER-SEEN
080840         DISPLAY "GL JOURNAL HAS NO HEADER RECORD"
080850         MOVE "N" TO WS-GL-BALANCE-SWITCH
080860     END-IF.
080870     IF NOT WS-GLV-TRAILER-SEEN
080880         DISPLAY "GL JOURNAL HAS NO TRAILER RECORD"
080890         MOVE "N" TO WS-GL-BALANCE-SWITCH
080900     END-IF.
080910     IF WS-GLV-DEBIT-TOTAL NOT = WS-GLV-CREDIT-TOTAL
080920         DISPLAY "GL JOURNAL DEBITS " WS-GLV-DEBIT-TOTAL
080930             " DO NOT EQUAL CREDITS " WS-GLV-CREDIT-TOTAL
080940         MOVE "N" TO WS-GL-BALANCE-SWITCH
080950     END-IF.
080960     IF WS-GLV-HEADER-SEEN
080970             AND (WS-GLV-DETAIL-COUNT NOT = WS-GLV-HDR-COUNT
080980             OR WS-GLV-DEBIT-TOTAL NOT = WS-GLV-HDR-DEBITS
080990             OR WS-GLV-CREDIT-TOTAL NOT = WS-GLV-HDR-CREDITS)
081000         DISPLAY "GL JOURNAL DOES NOT BALANCE TO ITS HEADER"
081010         MOVE "N" TO WS-GL-BALANCE-SWITCH
081020     END-IF.
081030     IF WS-GLV-TRAILER-SEEN
081040             AND (WS-GLV-DETAIL-COUNT NOT = WS-GLV-TRL-COUNT
081050             OR WS-GLV-DEBIT-TOTAL NOT = WS-GLV-TRL-DEBITS
081060             OR WS-GLV-CREDIT-TOTAL NOT = WS-GLV-TRL-CREDITS)
081070         DISPLAY "GL JOURNAL DOES NOT BALANCE TO ITS TRAILER"
081080         MOVE "N" TO WS-GL-BALANCE-SWITCH
081090     END-IF.
081100     IF WS-GL-FILE-BALANCES
081110         DISPLAY "GL JOURNAL BALANCES TO ITS HEADER AND "
081120             "TRAILER - " WS-GLV-DETAIL-COUNT " ENTRIES"
081130     END-IF.
081140 9250-EXIT.
081150     EXIT.
081160 9255-VERIFY-ONE-ENTRY.
081170     READ GL-JOURNAL
081180         AT END
081190             MOVE "Y" TO WS-GLV-EOF-SWITCH
081200             GO TO 9255-EXIT
081210     END-READ.
081220     EVALUATE TRUE
081230         WHEN GLJ-HEADER
081240             MOVE "Y" TO WS-GLV-HEADER-SWITCH
081250             MOVE GLJ-ENTRY-COUNT  TO WS-GLV-HDR-COUNT
081260             MOVE GLJ-DEBIT-TOTAL  TO WS-GLV-HDR-DEBITS
081270             MOVE GLJ-CREDIT-TOTAL TO WS-GLV-HDR-CREDITS
081280         WHEN GLJ-TRAILER
081290             MOVE "Y" TO WS-GLV-TRAILER-SWITCH
081300             MOVE GLJ-ENTRY-COUNT  TO WS-GLV-TRL-COUNT
081310             MOVE GLJ-DEBIT-TOTAL  TO WS-GLV-TRL-DEBITS
081320             MOVE GLJ-CREDIT-TOTAL TO WS-GLV-TRL-CREDITS
081330         WHEN OTHER
081340             ADD 1 TO WS-GLV-DETAIL-COUNT
081350             PERFORM 9256-TIE-ONE-ENTRY THRU 9256-EXIT
081360     END-EVALUATE.
081370 9255-EXIT.
081380     EXIT.
081390 9256-TIE-ONE-ENTRY.
081400*    EACH ENTRY IS POSTED BACK AGAINST THE PRINTED TOTAL THAT MADE
081410*    IT, BY ITS SOURCE CODE, FOR THE CONTROL REPORT.
081420     IF NOT GLJ-IS-DEBIT AND NOT GLJ-IS-CREDIT
081430         DISPLAY "GL JOURNAL ENTRY " GLJ-SEQUENCE
081440             " IS NEITHER DEBIT NOR CREDIT"
081450         MOVE "N" TO WS-GL-BALANCE-SWITCH
081460         GO TO 9256-EXIT
081470     END-IF.
081480     IF GLJ-IS-DEBIT
081490         ADD GLJ-AMOUNT TO WS-GLV-DEBIT-TOTAL
081500     ELSE
081510         ADD GLJ-AMOUNT TO WS-GLV-CREDIT-TOTAL
081520     END-IF.
081530     SET WS-GLC-IDX TO 1.
081540     SEARCH WS-GL-CONTROL-ROW
081550         AT END
081560             DISPLAY "GL JOURNAL ENTRY " GLJ-SEQUENCE
081570                 " HAS UNKNOWN SOURCE " GLJ-SOURCE-CODE
081580             MOVE "N" TO WS-GL-BALANCE-SWITCH
081590         WHEN WS-GLC-CODE(WS-GLC-IDX) = GLJ-SOURCE-CODE
081600             IF GLJ-IS-DEBIT
081610                 ADD GLJ-AMOUNT TO WS-GLC-READ-DEBITS(WS-GLC-IDX)
081620             ELSE
081630                 ADD GLJ-AMOUNT TO WS-GLC-READ-CREDITS(WS-GLC-IDX)
081640             END-IF
081650     END-SEARCH.
081660 9256-EXIT.
081670     EXIT.
081680 9270-PRINT-GL-CONTROL.
081690*    THE GL CONTROL REPORT: EACH PRINTED TOTAL BESIDE THE DEBITS
081700*    AND CREDITS THE JOURNAL READ BACK FOR IT, THEN THE FILE'S OWN
081710*    PROOF AGAINST ITS HEADER AND TRAILER. A TOTAL THAT DOES NOT
081720*    TIE FAILS THE STEP LIKE AN UNBALANCED FILE.
081730     OPEN OUTPUT GL-CONTROL-OUT.
081740     MOVE WS-BUSINESS-DATE TO G1-BUSINESS-DATE.
081750     MOVE WS-RUN-NUMBER    TO G1-RUN-NUMBER.
081760     MOVE WS-GLC-HEADING-1 TO GL-CONTROL-RECORD.
081770     WRITE GL-CONTROL-RECORD.
081780     MOVE SPACES TO GL-CONTROL-RECORD.
081790     WRITE GL-CONTROL-RECORD.
081800     MOVE WS-GLC-HEADING-2 TO GL-CONTROL-RECORD.
081810     WRITE GL-CONTROL-RECORD.
081820     PERFORM 9275-PRINT-ONE-TIE THRU 9275-EXIT
081830         VARYING WS-GLC-IDX FROM 1 BY 1
081840         UNTIL WS-GLC-IDX > 5.
081850     MOVE SPACES TO GL-CONTROL-RECORD.
081860     WRITE GL-CONTROL-RECORD.
081870     MOVE WS-GLC-PROOF-HEADING TO GL-CONTROL-RECORD.
081880     WRITE GL-CONTROL-RECORD.
081890     MOVE "ENTRIES" TO GP-LABEL.
081900     MOVE WS-GLV-DETAIL-COUNT TO WS-GL-EDIT-COUNT.
081910     MOVE WS-GL-EDIT-COUNT TO GP-ON-FILE.
081920     MOVE WS-GLV-HDR-COUNT TO WS-GL-EDIT-COUNT.
081930     MOVE WS-GL-EDIT-COUNT TO GP-HEADER.
081940     MOVE WS-GLV-TRL-COUNT TO WS-GL-EDIT-COUNT.
081950     MOVE WS-GL-EDIT-COUNT TO GP-TRAILER.
081960     MOVE WS-GLC-PROOF-LINE TO GL-CONTROL-RECORD.
081970     WRITE GL-CONTROL-RECORD.
081980     MOVE "DEBITS" TO GP-LABEL.
081990     MOVE WS-GLV-DEBIT-TOTAL TO WS-GL-EDIT-AMOUNT.
082000     MOVE WS-GL-EDIT-AMOUNT TO GP-ON-FILE.
082010     MOVE WS-GLV-HDR-DEBITS TO WS-GL-EDIT-AMOUNT.
082020     MOVE WS-GL-EDIT-AMOUNT TO GP-HEADER.
082030     MOVE WS-GLV-TRL-DEBITS TO WS-GL-EDIT-AMOUNT.
082040     MOVE WS-GL-EDIT-AMOUNT TO GP-TRAILER.
082050     MOVE WS-GLC-PROOF-LINE TO GL-CONTROL-RECORD.
082060     WRITE GL-CONTROL-RECORD.
082070     MOVE "CREDITS" TO GP-LABEL.
082080     MOVE WS-GLV-CREDIT-TOTAL TO WS-GL-EDIT-AMOUNT.
082090     MOVE WS-GL-EDIT-AMOUNT TO GP-ON-FILE.
082100     MOVE WS-GLV-HDR-CREDITS TO WS-GL-EDIT-AMOUNT.
082110     MOVE WS-GL-EDIT-AMOUNT TO GP-HEADER.
082120     MOVE WS-GLV-TRL-CREDITS TO WS-GL-EDIT-AMOUNT.
082130     MOVE WS-GL-EDIT-AMOUNT TO GP-TRAILER.
082140     MOVE WS-GLC-PROOF-LINE TO GL-CONTROL-RECORD.
082150     WRITE GL-CONTROL-RECORD.
082160     MOVE SPACES TO GL-CONTROL-RECORD.
082170     WRITE GL-CONTROL-RECORD.
082180     IF WS-GL-FILE-BALANCES
082190         MOVE "GL JOURNAL BALANCED AND TIED - RELEASE TO LEDGER"
082200             TO GL-CONTROL-RECORD
082210     ELSE
082220         MOVE "*** GL JOURNAL DOES NOT BALANCE - DO NOT POST ***"
082230             TO GL-CONTROL-RECORD
082240     END-IF.
082250     WRITE GL-CONTROL-RECORD.
082260     IF WS-GL-WAS-WARNED
082270         MOVE "*** A TOTAL WITH NO GL ACCOUNT IS OFF THE JOURNAL"
082280             TO GL-CONTROL-RECORD
082290         WRITE GL-CONTROL-RECORD
082300     END-IF.
082310     CLOSE GL-CONTROL-OUT.
082320 9270-EXIT.
082330     EXIT.
082340 9275-PRINT-ONE-TIE.
082350*    A JOURNALED TOTAL MUST COME BACK AS ONE DEBIT AND ONE CREDIT
082360*    OF ITS PRINTED AMOUNT, SIGN ASIDE; A ZERO OR UNMAPPED TOTAL
082370*    MUST COME BACK AS NOTHING. ZERO CURRENCY ROWS THAT TIE ARE
082380*    NOT PRINTED; THE "TOT" ROW ALWAYS IS.
082390     IF WS-GLC-JOURNALED(WS-GLC-IDX)
082400         IF WS-GLC-PRINTED(WS-GLC-IDX) < ZERO
082410             COMPUTE WS-GL-EXPECTED =
082420                 ZERO - WS-GLC-PRINTED(WS-GLC-IDX)
082430         ELSE
082440             MOVE WS-GLC-PRINTED(WS-GLC-IDX) TO WS-GL-EXPECTED
082450         END-IF
082460     ELSE
082470         MOVE ZERO TO WS-GL-EXPECTED
082480     END-IF.
082490     EVALUATE TRUE
082500         WHEN WS-GLC-READ-DEBITS(WS-GLC-IDX) NOT = WS-GL-EXPECTED
082510           OR WS-GLC-READ-CREDITS(WS-GLC-IDX) NOT = WS-GL-EXPECTED
082520             MOVE "OUT OF TIE" TO GD-STATUS
082530             DISPLAY "GL JOURNAL DOES NOT TIE TO THE PRINTED "
082540                 "TOTAL FOR " WS-GLC-CODE(WS-GLC-IDX)
082550             MOVE "N" TO WS-GL-BALANCE-SWITCH
082560         WHEN WS-GLC-UNMAPPED(WS-GLC-IDX)
082570             MOVE "NO ACCOUNT" TO GD-STATUS
082580         WHEN WS-GLC-NOT-POSTED(WS-GLC-IDX)
082590             IF WS-GLC-IDX < 5
082600                 GO TO 9275-EXIT
082610             END-IF
082620             MOVE "NO POSTING" TO GD-STATUS
082630         WHEN OTHER
082640             MOVE "TIES" TO GD-STATUS
082650     END-EVALUATE.
082660     MOVE WS-GLC-CODE(WS-GLC-IDX)         TO GD-CODE.
082670     MOVE WS-GLC-PRINTED(WS-GLC-IDX)      TO GD-PRINTED.
082680     MOVE WS-GLC-READ-DEBITS(WS-GLC-IDX)  TO GD-DEBITS.
082690     MOVE WS-GLC-READ-CREDITS(WS-GLC-IDX) TO GD-CREDITS.
082700     MOVE WS-GLC-DETAIL-LINE TO GL-CONTROL-RECORD.
082710     WRITE GL-CONTROL-RECORD.
082720 9275-EXIT.
082730     EXIT.
