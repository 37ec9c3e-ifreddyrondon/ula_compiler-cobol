000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DQSCORE.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 11/04/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DQSCORE IS THE DATA-QUALITY SCORECARD FOR THE SSN MASTER. THE
000900* DEMOGRAPHIC FIELDS CARVED OUT OF THE SSN MASTER'S FILLER ARE
001000* FILLED UNEVENLY, AND NOTHING MEASURED HOW BADLY OR WHETHER
001100* IT WAS GETTING BETTER. THIS JOB WALKS THE SSN MASTER END TO
001200* END IN KEY ORDER AND COUNTS EACH DEFECT CLASS BY AREA NUMBER:
001300*   1  BIRTH DATE MISSING -- ZERO OR BLANK
001400*   2  BIRTH DATE NOT A DATE, BEFORE 1880, OR LATER THAN THE
001500*      BUSINESS DATE
001600*   3  SEX CODE BLANK, "U", OR ANYTHING BUT M OR F
001700*   4  NAME BLANK, OR CARRYING A DIGIT OR ANY PUNCTUATION BUT
001800*      THE HYPHEN, APOSTROPHE, PERIOD, AND COMMA REAL NAMES USE
001900*   5  BENEFITS-ACCEPTED BUT NO ADDRESS MASTER RECORD (LOOKED UP
002000*      ON THE ADDRESS MASTER BY SSN)
002100* ONE RECORD CAN COUNT IN SEVERAL CLASSES; THE "ANY DEFECT"
002200* COLUMN COUNTS IT ONCE. NOTHING ON EITHER MASTER IS UPDATED.
002300*
002400* EACH RUN'S COUNTS ARE POSTED TO THE DQHIST HISTORY FILE
002500* (DQHIST.CPY), KEYED BY BUSINESS DATE, AND THE SCORECARD SHOWS
002600* TONIGHT'S COUNTS WITH THE CHANGE SINCE THE PRIOR RUN, SINCE
002700* THE LATEST RUN AT LEAST SEVEN DAYS BACK, AND SINCE THE FIRST
002800* RUN OF THE MONTH. THE FIRST RUN OF A MONTH IS ITS OWN START-
002900* OF-MONTH BASELINE. A BASELINE WITH NO HISTORY BEHIND IT PRINTS
003000* AS NONE.
003100*
003200* THE WORKLIST (DQWORK) LISTS A SAMPLE OF THE OFFENDING SSNS FOR
003300* EACH CLASS -- THE FIRST ONES FOUND IN KEY ORDER -- WITH THE
003400* FIELDS THE CLERK NEEDS TO KEY THE FIX IN SSNMAINT (OR, FOR
003500* CLASS 5, ADRMAINT) AND A COUNT OF THE ONES NOT LISTED.
003600*
003700* PARM 'NNN' SETS THE WORKLIST SAMPLE PER CLASS (001-100, DEFAULT
003800* 025). 'NNN,FULLSSN' OR 'FULLSSN' PRINTS FULL SSNS ON BOTH
003900* LISTINGS AND LOGS THE RUN THROUGH AUDITLOG.
004000*
004100*    MODIFICATION HISTORY
004200*    -------------------------------------------------------------
004300*    DATE       INIT  DESCRIPTION
004400*    11/04/1988 FR    ORIGINAL PROGRAM.
004410*    11/08/1988 FR    A FEBRUARY 29 BIRTH DATE IS GOOD ONLY IN A
004420*                     LEAP YEAR.
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. MOTOROLA.
004900 OBJECT-COMPUTER. INTEL.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT SSN-MASTER    ASSIGN TO SSNMSTR
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS SSN-MASTER-KEY-X.
005600     SELECT ADDRESS-MASTER ASSIGN TO ADRMSTR
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS ADR-KEY.
006000     SELECT DQ-HISTORY    ASSIGN TO DQHIST
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS DQH-KEY.
006400     SELECT SCORECARD-OUT ASSIGN TO DQRPT
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT WORKLIST-OUT  ASSIGN TO DQWORK
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  SSN-MASTER
007500     LABEL RECORD IS STANDARD.
007600 COPY SSNMAST.
007700 FD  ADDRESS-MASTER
007800     LABEL RECORD IS STANDARD.
007900 COPY ADRMAST.
008000 FD  DQ-HISTORY
008100     LABEL RECORD IS STANDARD.
008200 COPY DQHIST.
008300 FD  SCORECARD-OUT
008400     LABEL RECORD IS OMITTED.
008500 01  SCORECARD-OUT-RECORD           PIC X(80).
008600 FD  WORKLIST-OUT
008700     LABEL RECORD IS OMITTED.
008800 01  WORKLIST-OUT-RECORD            PIC X(80).
008900 FD  CONTROL-COUNTS
009000     LABEL RECORD IS OMITTED.
009100 COPY CNTREC.
009200 FD  RUN-CONTROL
009300     LABEL RECORD IS OMITTED.
009400 COPY RUNCTL.
009500 WORKING-STORAGE SECTION.
009600 01  WS-SWITCHES.
009700     05  WS-SSN-EOF-SWITCH          PIC X(01) VALUE "N".
009800         88  WS-NO-MORE-SSNS        VALUE "Y".
009900     05  WS-HIST-EOF-SWITCH         PIC X(01) VALUE "N".
010000         88  WS-NO-MORE-HISTORY     VALUE "Y".
010100     05  WS-ANY-DEFECT-SWITCH       PIC X(01) VALUE "N".
010200         88  WS-RECORD-HAS-DEFECT   VALUE "Y".
010300     05  WS-DATE-VALID-SWITCH       PIC X(01) VALUE "N".
010400         88  WS-DATE-IS-VALID       VALUE "Y".
010500     05  WS-BAD-CHAR-SWITCH         PIC X(01) VALUE "N".
010600         88  WS-NAME-HAS-BAD-CHAR   VALUE "Y".
010700 01  WS-COUNTERS.
010800     05  WS-SSN-RECORDS-READ        PIC 9(07) VALUE ZERO.
010900     05  WS-ACCEPTED-CHECKED        PIC 9(07) VALUE ZERO.
011000     05  WS-RECORDS-WITH-DEFECT     PIC 9(07) VALUE ZERO.
011100     05  WS-HISTORY-READ            PIC 9(07) VALUE ZERO.
011200     05  WS-WORKLIST-LINES          PIC 9(07) VALUE ZERO.
011300 01  WS-SUBSCRIPTS.
011400     05  WS-AREA-SUB                PIC 9(04) COMP VALUE ZERO.
011500     05  WS-CLASS-SUB               PIC 9(02) COMP VALUE ZERO.
011600     05  WS-BASE-SUB                PIC 9(02) COMP VALUE ZERO.
011700     05  WS-SAMPLE-SUB              PIC 9(03) COMP VALUE ZERO.
011800     05  WS-CHAR-SUB                PIC 9(02) COMP VALUE ZERO.
011900 01  WS-CLASS-COUNT                 PIC 9(02) VALUE 5.
012000 01  WS-AREA-COUNT                  PIC 9(04) VALUE 1000.
012100 01  WS-SAMPLE-LIMIT                PIC 9(03) VALUE 25.
012200 01  WS-SAMPLE-MAXIMUM              PIC 9(03) VALUE 100.
012300 01  WS-EARLIEST-BIRTH-YEAR         PIC 9(04) VALUE 1880.
012400 01  WS-CLASS-LABEL-VALUES.
012500     05  FILLER                     PIC X(30) VALUE
012600         "BIRTH DATE MISSING".
012700     05  FILLER                     PIC X(30) VALUE
012800         "BIRTH DATE BAD OR FUTURE".
012900     05  FILLER                     PIC X(30) VALUE
013000         "SEX CODE BLANK OR UNKNOWN".
013100     05  FILLER                     PIC X(30) VALUE
013200         "NAME BLANK OR BAD CHARACTERS".
013300     05  FILLER                     PIC X(30) VALUE
013400         "ACCEPTED, NO ADDRESS RECORD".
013500 01  WS-CLASS-LABEL-TABLE REDEFINES WS-CLASS-LABEL-VALUES.
013600     05  WS-CLASS-LABEL OCCURS 5 TIMES
013700                                    PIC X(30).
013800 01  WS-CLASS-FIX-VALUES.
013900     05  FILLER                     PIC X(30) VALUE
014000         "KEY AN SSNMAINT C CARD".
014100     05  FILLER                     PIC X(30) VALUE
014200         "KEY AN SSNMAINT C CARD".
014300     05  FILLER                     PIC X(30) VALUE
014400         "KEY AN SSNMAINT C CARD".
014500     05  FILLER                     PIC X(30) VALUE
014600         "KEY AN SSNMAINT C CARD".
014700     05  FILLER                     PIC X(30) VALUE
014800         "KEY AN ADRMAINT A CARD".
014900 01  WS-CLASS-FIX-TABLE REDEFINES WS-CLASS-FIX-VALUES.
015000     05  WS-CLASS-FIX OCCURS 5 TIMES
015100                                    PIC X(30).
015200 01  WS-CLASS-TOTALS.
015300     05  WS-CLASS-TOTAL OCCURS 5 TIMES
015400                                    PIC 9(07).
015500*    ONE ENTRY PER AREA NUMBER 000-999 (SUBSCRIPT IS THE AREA PLUS
015600*    ONE). A KEY WHOSE AREA IS NOT NUMERIC COUNTS UNDER AREA 000.
015700 01  WS-AREA-TABLE.
015800     05  WS-AREA-ENTRY OCCURS 1000 TIMES.
015900         10  WS-AR-RECORDS          PIC 9(07).
016000         10  WS-AR-ANY              PIC 9(07).
016100         10  WS-AR-DEFECT OCCURS 5 TIMES
016200                                    PIC 9(07).
016300*    THE WORKLIST SAMPLE -- THE FIRST OFFENDERS FOUND IN EACH
016400*    CLASS, UP TO THE SAMPLE LIMIT, AND A COUNT OF THE REST.
016500 01  WS-SAMPLE-TABLE.
016600     05  WS-SAMPLE-CLASS OCCURS 5 TIMES.
016700         10  WS-SC-COUNT            PIC 9(03).
016800         10  WS-SC-NOT-LISTED       PIC 9(07).
016900         10  WS-SC-ENTRY OCCURS 100 TIMES.
017000             15  WS-SE-SSN          PIC X(09).
017100             15  WS-SE-NAME         PIC X(20).
017200             15  WS-SE-BIRTH-DATE   PIC X(08).
017300             15  WS-SE-SEX-CODE     PIC X(01).
017400             15  WS-SE-BEN-STATUS   PIC X(01).
017500*    THE THREE TREND BASELINES: 1 THE PRIOR RUN, 2 THE LATEST RUN
017600*    AT LEAST SEVEN DAYS BACK, 3 THE FIRST RUN OF THE MONTH.
017700 01  WS-BASELINE-TABLE.
017800     05  WS-BASELINE OCCURS 3 TIMES.
017900         10  WS-BL-FOUND-SWITCH     PIC X(01).
018000             88  WS-BL-IS-FOUND     VALUE "Y".
018100         10  WS-BL-RUN-DATE         PIC 9(08).
018200         10  WS-BL-RECORDS          PIC 9(07).
018300         10  WS-BL-ANY              PIC 9(07).
018400         10  WS-BL-DEFECT OCCURS 5 TIMES
018500                                    PIC 9(07).
018600 01  WS-ROW-FIELDS.
018700     05  WS-ROW-THIS                PIC 9(07) VALUE ZERO.
018800     05  WS-ROW-BASE OCCURS 3 TIMES PIC 9(07).
018900 01  WS-NAME-WORK                   PIC X(20) VALUE SPACES.
019000 01  WS-NAME-WORK-CHARS REDEFINES WS-NAME-WORK.
019100     05  WS-NAME-CHAR OCCURS 20 TIMES
019200                                    PIC X(01).
019300 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
019400 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
019500     05  WS-RUN-YEAR-MONTH          PIC 9(06).
019600     05  WS-RUN-DAY                 PIC 9(02).
019700 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
019800 01  WS-MONTH-START-DATE            PIC 9(08) VALUE ZERO.
019900 01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START-DATE.
020000     05  WS-MS-YEAR-MONTH           PIC 9(06).
020100     05  WS-MS-DAY                  PIC 9(02).
020200 01  WS-RUN-SERIAL                  PIC 9(07) VALUE ZERO.
020300 01  WS-WEEK-BACK-SERIAL            PIC 9(07) VALUE ZERO.
020400 01  WS-DATE-FIELDS.
020500     05  WS-DF-DATE                 PIC 9(08) VALUE ZERO.
020600     05  WS-DF-PARTS REDEFINES WS-DF-DATE.
020700         10  WS-DF-YEAR             PIC 9(04).
020800         10  WS-DF-MONTH            PIC 9(02).
020900         10  WS-DF-DAY              PIC 9(02).
021000     05  WS-DF-SERIAL               PIC 9(07) VALUE ZERO.
021100     05  WS-DF-PRIOR-YEAR           PIC 9(04) VALUE ZERO.
021200     05  WS-DF-LEAPS-4              PIC 9(04) VALUE ZERO.
021300     05  WS-DF-LEAPS-100            PIC 9(04) VALUE ZERO.
021400     05  WS-DF-LEAPS-400            PIC 9(04) VALUE ZERO.
021500     05  WS-DF-REMAINDER-4          PIC 9(03) VALUE ZERO.
021600     05  WS-DF-REMAINDER-100        PIC 9(03) VALUE ZERO.
021700     05  WS-DF-REMAINDER-400        PIC 9(03) VALUE ZERO.
021800     05  WS-DF-WORK-QUOTIENT        PIC 9(04) VALUE ZERO.
021900     05  WS-DF-LEAP-SWITCH          PIC X(01) VALUE "N".
022000         88  WS-DF-IS-LEAP          VALUE "Y".
022100 01  WS-MONTH-DAYS-VALUES.
022200     05  FILLER                     PIC X(09) VALUE "000031059".
022300     05  FILLER                     PIC X(09) VALUE "090120151".
022400     05  FILLER                     PIC X(09) VALUE "181212243".
022500     05  FILLER                     PIC X(09) VALUE "273304334".
022600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
022700     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
022800                                    PIC 9(03).
022900 01  WS-MONTH-LENGTH-VALUES.
023000     05  FILLER                     PIC X(06) VALUE "312931".
023100     05  FILLER                     PIC X(06) VALUE "303130".
023200     05  FILLER                     PIC X(06) VALUE "313130".
023300     05  FILLER                     PIC X(06) VALUE "313031".
023400 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
023500     05  WS-MONTH-LENGTH OCCURS 12 TIMES
023600                                    PIC 9(02).
023700 01  WS-SCORECARD-HEADING.
023800     05  FILLER                     PIC X(40) VALUE
023900         "SSN MASTER DATA-QUALITY SCORECARD".
024000     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
024100     05  WS-SH-RUN-DATE             PIC 9(08).
024200     05  FILLER                     PIC X(23) VALUE SPACES.
024300 01  WS-TREND-HEADING-1.
024400     05  FILLER                     PIC X(41) VALUE SPACES.
024500     05  FILLER                     PIC X(33) VALUE
024600         "----- CHANGE SINCE BASELINE -----".
024700     05  FILLER                     PIC X(06) VALUE SPACES.
024800 01  WS-TREND-HEADING-2.
024900     05  FILLER                     PIC X(30) VALUE
025000         "DEFECT CLASS".
025100     05  FILLER                     PIC X(22) VALUE
025200         "   THIS RUN  PRIOR RUN".
025300     05  FILLER                     PIC X(22) VALUE
025400         "  LAST WEEK  MTH START".
025500     05  FILLER                     PIC X(06) VALUE SPACES.
025600 01  WS-BASE-DATE-LINE.
025700     05  FILLER                     PIC X(30) VALUE
025800         "BASELINE RUN DATE".
025900     05  FILLER                     PIC X(03) VALUE SPACES.
026000     05  BD-THIS-DATE               PIC 9(08).
026100     05  BD-COLUMN OCCURS 3 TIMES.
026200         10  BD-FILL                PIC X(03).
026300         10  BD-DATE                PIC X(08).
026400     05  FILLER                     PIC X(06) VALUE SPACES.
026500 01  WS-TREND-LINE.
026600     05  TL-LABEL                   PIC X(30).
026700     05  FILLER                     PIC X(03).
026800     05  TL-THIS                    PIC ZZZZZZZ9.
026900     05  TL-COLUMN OCCURS 3 TIMES.
027000         10  TL-FILL                PIC X(01).
027100         10  TL-CHANGE              PIC X(10).
027200         10  TL-CHANGE-N REDEFINES TL-CHANGE
027300                                    PIC +(9)9.
027400     05  FILLER                     PIC X(06).
027500 01  WS-AREA-HEADING.
027600     05  FILLER                     PIC X(40) VALUE
027700         "DEFECTS BY AREA NUMBER (AREAS WITH NONE".
027800     05  FILLER                     PIC X(40) VALUE
027900         " ARE NOT LISTED)".
028000 01  WS-AREA-COLUMNS-1.
028100     05  FILLER                     PIC X(30) VALUE
028200         "AREA RECORDS    BIRTH    BIRTH".
028300     05  FILLER                     PIC X(36) VALUE
028400         "      SEX     NAME ACCEPTED      ANY".
028500     05  FILLER                     PIC X(14) VALUE SPACES.
028600 01  WS-AREA-COLUMNS-2.
028700     05  FILLER                     PIC X(30) VALUE
028800         "              MISSING  BAD/FUT".
028900     05  FILLER                     PIC X(36) VALUE
029000         "     CODE    CHARS  NO ADDR   DEFECT".
029100     05  FILLER                     PIC X(14) VALUE SPACES.
029200 01  WS-AREA-LINE.
029300     05  AL-AREA                    PIC X(03).
029400     05  FILLER                     PIC X(02).
029500     05  AL-RECORDS                 PIC ZZZZZZ9.
029600     05  AL-COLUMN OCCURS 5 TIMES.
029700         10  AL-FILL                PIC X(02).
029800         10  AL-DEFECT              PIC ZZZZZZ9.
029900     05  FILLER                     PIC X(02).
030000     05  AL-ANY                     PIC ZZZZZZ9.
030100     05  FILLER                     PIC X(14).
030200 01  WS-AREA-NUMBER                 PIC 9(03) VALUE ZERO.
030300 01  WS-WORKLIST-HEADING.
030400     05  FILLER                     PIC X(40) VALUE
030500         "DATA-QUALITY WORKLIST BY DEFECT CLASS".
030600     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
030700     05  WS-WH-RUN-DATE             PIC 9(08).
030800     05  FILLER                     PIC X(23) VALUE SPACES.
030900 01  WS-CLASS-HEADING.
031000     05  FILLER                     PIC X(06) VALUE "CLASS ".
031100     05  CH-CLASS                   PIC 9(01).
031200     05  FILLER                     PIC X(02) VALUE SPACES.
031300     05  CH-LABEL                   PIC X(30).
031400     05  FILLER                     PIC X(02) VALUE SPACES.
031500     05  CH-TOTAL                   PIC ZZZZZZ9.
031600     05  FILLER                     PIC X(08) VALUE " ON FILE".
031700     05  FILLER                     PIC X(24) VALUE SPACES.
031800 01  WS-CLASS-FIX-LINE.
031900     05  FILLER                     PIC X(09) VALUE SPACES.
032000     05  FILLER                     PIC X(13) VALUE
032100         "TO CORRECT, ".
032200     05  CF-FIX                     PIC X(30).
032300     05  FILLER                     PIC X(28) VALUE SPACES.
032400 01  WS-WORKLIST-COLUMNS.
032500     05  FILLER                     PIC X(40) VALUE
032600         "    SSN          NAME                  B".
032700     05  FILLER                     PIC X(40) VALUE
032800         "IRTH DT   SEX  BEN".
032900 01  WS-WORKLIST-LINE.
033000     05  FILLER                     PIC X(04) VALUE SPACES.
033100     05  WL-SSN                     PIC X(11).
033200     05  FILLER                     PIC X(02) VALUE SPACES.
033300     05  WL-NAME                    PIC X(20).
033400     05  FILLER                     PIC X(02) VALUE SPACES.
033500     05  WL-BIRTH-DATE              PIC X(08).
033600     05  FILLER                     PIC X(04) VALUE SPACES.
033700     05  WL-SEX-CODE                PIC X(01).
033800     05  FILLER                     PIC X(04) VALUE SPACES.
033900     05  WL-BEN-STATUS              PIC X(01).
034000     05  FILLER                     PIC X(23) VALUE SPACES.
034100 01  WS-NOT-LISTED-LINE.
034200     05  FILLER                     PIC X(04) VALUE SPACES.
034300     05  FILLER                     PIC X(04) VALUE "AND ".
034400     05  NL-COUNT                   PIC ZZZZZZ9.
034500     05  FILLER                     PIC X(20) VALUE
034600         " MORE NOT LISTED".
034700     05  FILLER                     PIC X(45) VALUE SPACES.
034800 01  WS-NONE-LINE.
034900     05  FILLER                     PIC X(04) VALUE SPACES.
035000     05  FILLER                     PIC X(40) VALUE
035100         "NONE ON FILE".
035200     05  FILLER                     PIC X(36) VALUE SPACES.
035300 01  WS-SUMMARY-LINE.
035400     05  WS-SUM-LABEL               PIC X(40).
035500     05  WS-SUM-VALUE               PIC ZZZZZZ9.
035600     05  FILLER                     PIC X(33) VALUE SPACES.
035700 01  WS-PROGRAM-ID                  PIC X(08) VALUE "DQSCORE".
035800 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
035900     "DATA-QUALITY SCORECARD COMPLETE".
036000 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
036100 01  WS-AUDIT-START-FIELDS.
036200     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
036300     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
036400     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
036500     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
036600     05  WS-AST-MESSAGE             PIC X(40) VALUE
036700         "RUN STARTED".
036800 01  WS-AUDIT-TYPE-FIELDS.
036900     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
037000     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
037100     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
037200 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
037300     "FULL SSNS PRINTED UNDER FULLSSN PARM".
037400 01  WS-SSN-PRINT-FIELDS.
037500     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
037600         88  WS-PRINT-FULL-SSN      VALUE "F".
037700     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
037800 01  WS-PARM                        PIC X(80) VALUE SPACES.
037900 01  WS-PARM-SAMPLE                 PIC X(07) VALUE SPACES.
038000 01  WS-PARM-SAMPLE-FIELDS REDEFINES WS-PARM-SAMPLE.
038100     05  WS-PARM-SAMPLE-N           PIC X(03).
038200     05  WS-PARM-SAMPLE-REST        PIC X(04).
038300 01  WS-PARM-SAMPLE-NUM REDEFINES WS-PARM-SAMPLE.
038400     05  WS-PARM-SAMPLE-VALUE       PIC 9(03).
038500     05  FILLER                     PIC X(04).
038600 01  WS-PRINT-PARM                  PIC X(07) VALUE SPACES.
038700 PROCEDURE DIVISION.
038800 0000-MAINLINE.
038900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039000     PERFORM 2000-SCORE-ONE-SSN THRU 2000-EXIT
039100         UNTIL WS-NO-MORE-SSNS.
039200     PERFORM 3000-LOAD-BASELINES THRU 3000-EXIT.
039300     PERFORM 3500-POST-HISTORY THRU 3500-EXIT.
039400     PERFORM 4000-PRINT-TREND THRU 4000-EXIT.
039500     PERFORM 5000-PRINT-AREAS THRU 5000-EXIT.
039600     PERFORM 8000-PRINT-WORKLIST THRU 8000-EXIT.
039700     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
039800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039900     STOP RUN.
040000 1000-INITIALIZE.
040100     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
040200     CALL "AUDITLOG" USING WS-PROGRAM-ID
040300         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
040400         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
040500         WS-AUDIT-START-TYPE
040600     END-CALL.
040700     PERFORM 1040-READ-PARM THRU 1040-EXIT.
040800     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
040900     INITIALIZE WS-CLASS-TOTALS WS-AREA-TABLE WS-SAMPLE-TABLE.
041000     INITIALIZE WS-BASELINE-TABLE.
041100     OPEN INPUT SSN-MASTER.
041200     OPEN INPUT ADDRESS-MASTER.
041300     OPEN I-O DQ-HISTORY.
041400     OPEN OUTPUT SCORECARD-OUT.
041500     OPEN OUTPUT WORKLIST-OUT.
041600     OPEN EXTEND CONTROL-COUNTS.
041700     MOVE WS-RUN-DATE TO WS-DF-DATE.
041800     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
041900     MOVE WS-DF-SERIAL TO WS-RUN-SERIAL.
042000     COMPUTE WS-WEEK-BACK-SERIAL = WS-RUN-SERIAL - 7.
042100     MOVE WS-RUN-YEAR-MONTH TO WS-MS-YEAR-MONTH.
042200     MOVE 1 TO WS-MS-DAY.
042300     MOVE WS-RUN-DATE TO WS-SH-RUN-DATE.
042400     WRITE SCORECARD-OUT-RECORD FROM WS-SCORECARD-HEADING.
042500     MOVE SPACES TO SCORECARD-OUT-RECORD.
042600     WRITE SCORECARD-OUT-RECORD.
042700     MOVE LOW-VALUES TO SSN-MASTER-KEY-X.
042800     START SSN-MASTER KEY >= SSN-MASTER-KEY-X
042900         INVALID KEY
043000             MOVE "Y" TO WS-SSN-EOF-SWITCH
043100     END-START.
043200 1000-EXIT.
043300     EXIT.
043400 1040-READ-PARM.
043500*    THE PARM IS THE WORKLIST SAMPLE SIZE, THE PRINT OPTION, BOTH
043600*    (SAMPLE SIZE FIRST), OR NOTHING.
043700     ACCEPT WS-PARM FROM COMMAND-LINE.
043800     UNSTRING WS-PARM DELIMITED BY ","
043900         INTO WS-PARM-SAMPLE WS-PRINT-PARM
044000     END-UNSTRING.
044100     IF WS-PARM-SAMPLE = "FULLSSN"
044200         MOVE WS-PARM-SAMPLE TO WS-PRINT-PARM
044300         MOVE SPACES TO WS-PARM-SAMPLE
044400     END-IF.
044500     IF WS-PARM-SAMPLE = SPACES
044600         GO TO 1040-EXIT
044700     END-IF.
044800     IF WS-PARM-SAMPLE-N IS NUMERIC
044900             AND WS-PARM-SAMPLE-N NOT = "000"
045000             AND WS-PARM-SAMPLE-REST = SPACES
045100             AND WS-PARM-SAMPLE-VALUE NOT > WS-SAMPLE-MAXIMUM
045200         MOVE WS-PARM-SAMPLE-VALUE TO WS-SAMPLE-LIMIT
045300     ELSE
045400         DISPLAY "DQSCORE ABEND - SAMPLE SIZE MUST BE 001-100: "
045500             WS-PARM-SAMPLE
045600         MOVE 16 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900 1040-EXIT.
046000     EXIT.
046100 1050-READ-RUN-CONTROL.
046200*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
046300*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN,
046400*    NOT FROM A PRIVATE ACCEPT FROM DATE.
046500     OPEN INPUT RUN-CONTROL.
046600     READ RUN-CONTROL
046700         AT END
046800             DISPLAY "DQSCORE ABEND - RUN-CONTROL FILE IS "
046900                 "EMPTY, RUN RUNCTLST FIRST"
047000             MOVE 16 TO RETURN-CODE
047100             STOP RUN
047200     END-READ.
047300     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
047400     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
047500     CLOSE RUN-CONTROL.
047600 1050-EXIT.
047700     EXIT.
047800 1060-CHECK-SSN-PRINT.
047900*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
048000*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
048100     IF WS-PRINT-PARM = SPACES
048200         GO TO 1060-EXIT
048300     END-IF.
048400     IF WS-PRINT-PARM NOT = "FULLSSN"
048500         DISPLAY "DQSCORE ABEND - PRINT OPTION MUST BE FULLSSN: "
048600             WS-PRINT-PARM
048700         MOVE 16 TO RETURN-CODE
048800         STOP RUN
048900     END-IF.
049000     MOVE "F" TO WS-SSN-PRINT-MODE.
049100     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
049200     CALL "AUDITLOG" USING WS-PROGRAM-ID
049300         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
049400         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
049500         WS-AUDIT-FULL-SSN-TYPE
049600     END-CALL.
049700 1060-EXIT.
049800     EXIT.
049900 2000-SCORE-ONE-SSN.
050000     IF WS-NO-MORE-SSNS
050100         GO TO 2000-EXIT
050200     END-IF.
050300     READ SSN-MASTER NEXT RECORD
050400         AT END
050500             MOVE "Y" TO WS-SSN-EOF-SWITCH
050600             GO TO 2000-EXIT
050700     END-READ.
050800     ADD 1 TO WS-SSN-RECORDS-READ.
050900     IF SSN-MSTR-AREA IS NUMERIC
051000         COMPUTE WS-AREA-SUB = SSN-MSTR-AREA + 1
051100     ELSE
051200         MOVE 1 TO WS-AREA-SUB
051300     END-IF.
051400     ADD 1 TO WS-AR-RECORDS(WS-AREA-SUB).
051500     MOVE "N" TO WS-ANY-DEFECT-SWITCH.
051600     PERFORM 2100-CHECK-BIRTH-DATE THRU 2100-EXIT.
051700     PERFORM 2200-CHECK-SEX-CODE THRU 2200-EXIT.
051800     PERFORM 2300-CHECK-NAME THRU 2300-EXIT.
051900     PERFORM 2400-CHECK-ADDRESS THRU 2400-EXIT.
052000     IF WS-RECORD-HAS-DEFECT
052100         ADD 1 TO WS-RECORDS-WITH-DEFECT
052200         ADD 1 TO WS-AR-ANY(WS-AREA-SUB)
052300     END-IF.
052400 2000-EXIT.
052500     EXIT.
052600 2100-CHECK-BIRTH-DATE.
052700     IF SSN-MASTER-BIRTH-DATE-X = SPACES
052800             OR SSN-MASTER-BIRTH-DATE-X = ZEROS
052900         MOVE 1 TO WS-CLASS-SUB
053000         PERFORM 2900-COUNT-DEFECT THRU 2900-EXIT
053100         GO TO 2100-EXIT
053200     END-IF.
053300     PERFORM 2150-EDIT-BIRTH-DATE THRU 2150-EXIT.
053400     IF NOT WS-DATE-IS-VALID
053500         MOVE 2 TO WS-CLASS-SUB
053600         PERFORM 2900-COUNT-DEFECT THRU 2900-EXIT
053700     END-IF.
053800 2100-EXIT.
053900     EXIT.
054000 2150-EDIT-BIRTH-DATE.
054100*    A REAL CALENDAR DATE, NO EARLIER THAN 1880 AND NO LATER THAN
054200*    THE BUSINESS DATE -- THE SAME DATE EDIT RTNMAIL MAKES.
054300     MOVE "N" TO WS-DATE-VALID-SWITCH.
054400     IF SSN-MASTER-BIRTH-DATE-X IS NOT NUMERIC
054500         GO TO 2150-EXIT
054600     END-IF.
054700     MOVE SSN-MASTER-BIRTH-DATE TO WS-DF-DATE.
054800     IF WS-DF-MONTH < 1 OR WS-DF-MONTH > 12
054900         GO TO 2150-EXIT
055000     END-IF.
055100     IF WS-DF-DAY < 1 OR WS-DF-DAY > WS-MONTH-LENGTH(WS-DF-MONTH)
055200         GO TO 2150-EXIT
055300     END-IF.
055310     IF WS-DF-MONTH = 2 AND WS-DF-DAY = 29
055320         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
055330         IF NOT WS-DF-IS-LEAP
055340             GO TO 2150-EXIT
055350         END-IF
055360     END-IF.
055400     IF WS-DF-YEAR < WS-EARLIEST-BIRTH-YEAR
055500         GO TO 2150-EXIT
055600     END-IF.
055700     IF SSN-MASTER-BIRTH-DATE > WS-RUN-DATE
055800         GO TO 2150-EXIT
055900     END-IF.
056000     MOVE "Y" TO WS-DATE-VALID-SWITCH.
056100 2150-EXIT.
056200     EXIT.
056300 2200-CHECK-SEX-CODE.
056400     IF SSN-SEX-MALE OR SSN-SEX-FEMALE
056500         GO TO 2200-EXIT
056600     END-IF.
056700     MOVE 3 TO WS-CLASS-SUB.
056800     PERFORM 2900-COUNT-DEFECT THRU 2900-EXIT.
056900 2200-EXIT.
057000     EXIT.
057100 2300-CHECK-NAME.
057200*    LETTERS AND SPACES, PLUS THE HYPHEN, APOSTROPHE, PERIOD, AND
057300*    COMMA THAT REAL NAMES AND THE "LAST,FIRST" HABIT USE. A DIGIT
057400*    OR ANY OTHER PUNCTUATION IS A DEFECT, AND SO IS A BLANK NAME.
057500     MOVE "N" TO WS-BAD-CHAR-SWITCH.
057600     IF SSN-MASTER-NAME = SPACES
057700         MOVE "Y" TO WS-BAD-CHAR-SWITCH
057800     ELSE
057900         MOVE SSN-MASTER-NAME TO WS-NAME-WORK
058000         PERFORM 2350-CHECK-ONE-CHAR THRU 2350-EXIT
058100             VARYING WS-CHAR-SUB FROM 1 BY 1
058200             UNTIL WS-CHAR-SUB > 20 OR WS-NAME-HAS-BAD-CHAR
058300     END-IF.
058400     IF WS-NAME-HAS-BAD-CHAR
058500         MOVE 4 TO WS-CLASS-SUB
058600         PERFORM 2900-COUNT-DEFECT THRU 2900-EXIT
058700     END-IF.
058800 2300-EXIT.
058900     EXIT.
059000 2350-CHECK-ONE-CHAR.
059100     IF WS-NAME-CHAR(WS-CHAR-SUB) IS ALPHABETIC
059200         GO TO 2350-EXIT
059300     END-IF.
059400     IF WS-NAME-CHAR(WS-CHAR-SUB) = "-" OR "'" OR "." OR ","
059500         GO TO 2350-EXIT
059600     END-IF.
059700     MOVE "Y" TO WS-BAD-CHAR-SWITCH.
059800 2350-EXIT.
059900     EXIT.
060000 2400-CHECK-ADDRESS.
060100*    ONLY AN ACCEPTED PERSON IS OWED MAIL, SO ONLY AN ACCEPTED
060200*    PERSON WITH NO ADDRESS RECORD IS A DEFECT HERE. MSTSWEEP
060300*    COUNTS EVERY SSN WITH NO ADDRESS, ACCEPTED OR NOT.
060400     IF NOT SSN-BEN-ACCEPTED
060500         GO TO 2400-EXIT
060600     END-IF.
060700     ADD 1 TO WS-ACCEPTED-CHECKED.
060800     MOVE SSN-MASTER-KEY-X TO ADR-KEY.
060900     READ ADDRESS-MASTER
061000         INVALID KEY
061100             MOVE 5 TO WS-CLASS-SUB
061200             PERFORM 2900-COUNT-DEFECT THRU 2900-EXIT
061300     END-READ.
061400 2400-EXIT.
061500     EXIT.
061600 2900-COUNT-DEFECT.
061700*    COUNTS THE DEFECT IN WS-CLASS-SUB FOR THE CURRENT RECORD AND
061800*    KEEPS IT FOR THE WORKLIST WHILE THE CLASS SAMPLE HAS ROOM.
061900     MOVE "Y" TO WS-ANY-DEFECT-SWITCH.
062000     ADD 1 TO WS-CLASS-TOTAL(WS-CLASS-SUB).
062100     ADD 1 TO WS-AR-DEFECT(WS-AREA-SUB, WS-CLASS-SUB).
062200     IF WS-SC-COUNT(WS-CLASS-SUB) NOT < WS-SAMPLE-LIMIT
062300         ADD 1 TO WS-SC-NOT-LISTED(WS-CLASS-SUB)
062400         GO TO 2900-EXIT
062500     END-IF.
062600     ADD 1 TO WS-SC-COUNT(WS-CLASS-SUB).
062700     MOVE WS-SC-COUNT(WS-CLASS-SUB) TO WS-SAMPLE-SUB.
062800     MOVE SSN-MASTER-KEY-X
062900         TO WS-SE-SSN(WS-CLASS-SUB, WS-SAMPLE-SUB).
063000     MOVE SSN-MASTER-NAME
063100         TO WS-SE-NAME(WS-CLASS-SUB, WS-SAMPLE-SUB).
063200     MOVE SSN-MASTER-BIRTH-DATE-X
063300         TO WS-SE-BIRTH-DATE(WS-CLASS-SUB, WS-SAMPLE-SUB).
063400     MOVE SSN-MASTER-SEX-CODE
063500         TO WS-SE-SEX-CODE(WS-CLASS-SUB, WS-SAMPLE-SUB).
063600     MOVE SSN-MASTER-BEN-STATUS
063700         TO WS-SE-BEN-STATUS(WS-CLASS-SUB, WS-SAMPLE-SUB).
063800 2900-EXIT.
063900     EXIT.
064000 3000-LOAD-BASELINES.
064100*    READS THE HISTORY FILE IN DATE ORDER UP TO (NOT INCLUDING)
064200*    TONIGHT'S BUSINESS DATE. THE LAST ROW READ IS THE PRIOR RUN;
064300*    THE LAST ROW AT LEAST SEVEN DAYS BACK IS LAST WEEK; THE FIRST
064400*    ROW DATED THIS MONTH IS THE START OF THE MONTH. A RERUN OF AN
064500*    EARLIER NIGHT IGNORES THE ROWS THAT FOLLOW IT.
064600     MOVE ZERO TO DQH-RUN-DATE.
064700     START DQ-HISTORY KEY >= DQH-KEY
064800         INVALID KEY
064900             MOVE "Y" TO WS-HIST-EOF-SWITCH
065000     END-START.
065100     PERFORM 3100-READ-ONE-HISTORY THRU 3100-EXIT
065200         UNTIL WS-NO-MORE-HISTORY.
065300     IF NOT WS-BL-IS-FOUND(3)
065400         PERFORM 3300-TONIGHT-STARTS-MONTH THRU 3300-EXIT
065500     END-IF.
065600 3000-EXIT.
065700     EXIT.
065800 3100-READ-ONE-HISTORY.
065900     READ DQ-HISTORY NEXT RECORD
066000         AT END
066100             MOVE "Y" TO WS-HIST-EOF-SWITCH
066200             GO TO 3100-EXIT
066300     END-READ.
066400     IF DQH-RUN-DATE NOT < WS-RUN-DATE
066500         MOVE "Y" TO WS-HIST-EOF-SWITCH
066600         GO TO 3100-EXIT
066700     END-IF.
066800     ADD 1 TO WS-HISTORY-READ.
066900     MOVE 1 TO WS-BASE-SUB.
067000     PERFORM 3200-TAKE-BASELINE THRU 3200-EXIT.
067100     MOVE DQH-RUN-DATE TO WS-DF-DATE.
067200     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
067300     IF WS-DF-SERIAL NOT > WS-WEEK-BACK-SERIAL
067400         MOVE 2 TO WS-BASE-SUB
067500         PERFORM 3200-TAKE-BASELINE THRU 3200-EXIT
067600     END-IF.
067700     IF DQH-RUN-DATE NOT < WS-MONTH-START-DATE
067800             AND NOT WS-BL-IS-FOUND(3)
067900         MOVE 3 TO WS-BASE-SUB
068000         PERFORM 3200-TAKE-BASELINE THRU 3200-EXIT
068100     END-IF.
068200 3100-EXIT.
068300     EXIT.
068400 3200-TAKE-BASELINE.
068500     MOVE "Y"             TO WS-BL-FOUND-SWITCH(WS-BASE-SUB).
068600     MOVE DQH-RUN-DATE    TO WS-BL-RUN-DATE(WS-BASE-SUB).
068700     MOVE DQH-SSN-RECORDS TO WS-BL-RECORDS(WS-BASE-SUB).
068800     MOVE DQH-ANY-DEFECT  TO WS-BL-ANY(WS-BASE-SUB).
068900     PERFORM 3250-TAKE-ONE-COUNT THRU 3250-EXIT
069000         VARYING WS-CLASS-SUB FROM 1 BY 1
069100         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
069200 3200-EXIT.
069300     EXIT.
069400 3250-TAKE-ONE-COUNT.
069500     MOVE DQH-DEFECT-COUNT(WS-CLASS-SUB)
069600         TO WS-BL-DEFECT(WS-BASE-SUB, WS-CLASS-SUB).
069700 3250-EXIT.
069800     EXIT.
069900 3300-TONIGHT-STARTS-MONTH.
070000*    NO EARLIER RUN THIS MONTH, SO TONIGHT IS THE MONTH'S OWN
070100*    BASELINE.
070200     MOVE "Y"                    TO WS-BL-FOUND-SWITCH(3).
070300     MOVE WS-RUN-DATE            TO WS-BL-RUN-DATE(3).
070400     MOVE WS-SSN-RECORDS-READ    TO WS-BL-RECORDS(3).
070500     MOVE WS-RECORDS-WITH-DEFECT TO WS-BL-ANY(3).
070600     PERFORM 3350-TAKE-TONIGHT-COUNT THRU 3350-EXIT
070700         VARYING WS-CLASS-SUB FROM 1 BY 1
070800         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
070900 3300-EXIT.
071000     EXIT.
071100 3350-TAKE-TONIGHT-COUNT.
071200     MOVE WS-CLASS-TOTAL(WS-CLASS-SUB)
071300         TO WS-BL-DEFECT(3, WS-CLASS-SUB).
071400 3350-EXIT.
071500     EXIT.
071600 3500-POST-HISTORY.
071700*    TONIGHT'S ROW. A RERUN OF THE SAME BUSINESS DATE REWRITES IT.
071800     MOVE SPACES TO DQ-HISTORY-RECORD.
071900     MOVE WS-RUN-DATE            TO DQH-RUN-DATE.
072000     MOVE WS-RUN-NUMBER          TO DQH-RUN-NUMBER.
072100     MOVE WS-SSN-RECORDS-READ    TO DQH-SSN-RECORDS.
072200     MOVE WS-RECORDS-WITH-DEFECT TO DQH-ANY-DEFECT.
072300     PERFORM 3550-POST-ONE-COUNT THRU 3550-EXIT
072400         VARYING WS-CLASS-SUB FROM 1 BY 1
072500         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
072600     WRITE DQ-HISTORY-RECORD
072700         INVALID KEY
072800             REWRITE DQ-HISTORY-RECORD
072900     END-WRITE.
073000 3500-EXIT.
073100     EXIT.
073200 3550-POST-ONE-COUNT.
073300     MOVE WS-CLASS-TOTAL(WS-CLASS-SUB)
073400         TO DQH-DEFECT-COUNT(WS-CLASS-SUB).
073500 3550-EXIT.
073600     EXIT.
073700 4000-PRINT-TREND.
073800     WRITE SCORECARD-OUT-RECORD FROM WS-TREND-HEADING-1.
073900     WRITE SCORECARD-OUT-RECORD FROM WS-TREND-HEADING-2.
074000     MOVE WS-RUN-DATE TO BD-THIS-DATE.
074100     PERFORM 4050-FILL-BASE-DATE THRU 4050-EXIT
074200         VARYING WS-BASE-SUB FROM 1 BY 1
074300         UNTIL WS-BASE-SUB > 3.
074400     WRITE SCORECARD-OUT-RECORD FROM WS-BASE-DATE-LINE.
074500     MOVE SPACES TO SCORECARD-OUT-RECORD.
074600     WRITE SCORECARD-OUT-RECORD.
074700     MOVE SPACES TO WS-TREND-LINE.
074800     PERFORM 4100-PRINT-CLASS-TREND THRU 4100-EXIT
074900         VARYING WS-CLASS-SUB FROM 1 BY 1
075000         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
075100     MOVE SPACES TO SCORECARD-OUT-RECORD.
075200     WRITE SCORECARD-OUT-RECORD.
075300     MOVE "RECORDS WITH ANY DEFECT" TO TL-LABEL.
075400     MOVE WS-RECORDS-WITH-DEFECT TO WS-ROW-THIS.
075500     PERFORM 4150-TAKE-ANY-BASE THRU 4150-EXIT
075600         VARYING WS-BASE-SUB FROM 1 BY 1
075700         UNTIL WS-BASE-SUB > 3.
075800     PERFORM 4200-WRITE-TREND-LINE THRU 4200-EXIT.
075900     MOVE "SSN MASTER RECORDS READ" TO TL-LABEL.
076000     MOVE WS-SSN-RECORDS-READ TO WS-ROW-THIS.
076100     PERFORM 4160-TAKE-RECORDS-BASE THRU 4160-EXIT
076200         VARYING WS-BASE-SUB FROM 1 BY 1
076300         UNTIL WS-BASE-SUB > 3.
076400     PERFORM 4200-WRITE-TREND-LINE THRU 4200-EXIT.
076500 4000-EXIT.
076600     EXIT.
076700 4050-FILL-BASE-DATE.
076800     MOVE SPACES TO BD-FILL(WS-BASE-SUB).
076900     IF WS-BL-IS-FOUND(WS-BASE-SUB)
077000         MOVE WS-BL-RUN-DATE(WS-BASE-SUB) TO BD-DATE(WS-BASE-SUB)
077100     ELSE
077200         MOVE "    NONE" TO BD-DATE(WS-BASE-SUB)
077300     END-IF.
077400 4050-EXIT.
077500     EXIT.
077600 4100-PRINT-CLASS-TREND.
077700     MOVE WS-CLASS-LABEL(WS-CLASS-SUB) TO TL-LABEL.
077800     MOVE WS-CLASS-TOTAL(WS-CLASS-SUB) TO WS-ROW-THIS.
077900     PERFORM 4140-TAKE-CLASS-BASE THRU 4140-EXIT
078000         VARYING WS-BASE-SUB FROM 1 BY 1
078100         UNTIL WS-BASE-SUB > 3.
078200     PERFORM 4200-WRITE-TREND-LINE THRU 4200-EXIT.
078300 4100-EXIT.
078400     EXIT.
078500 4140-TAKE-CLASS-BASE.
078600     MOVE WS-BL-DEFECT(WS-BASE-SUB, WS-CLASS-SUB)
078700         TO WS-ROW-BASE(WS-BASE-SUB).
078800 4140-EXIT.
078900     EXIT.
079000 4150-TAKE-ANY-BASE.
079100     MOVE WS-BL-ANY(WS-BASE-SUB) TO WS-ROW-BASE(WS-BASE-SUB).
079200 4150-EXIT.
079300     EXIT.
079400 4160-TAKE-RECORDS-BASE.
079500     MOVE WS-BL-RECORDS(WS-BASE-SUB) TO WS-ROW-BASE(WS-BASE-SUB).
079600 4160-EXIT.
079700     EXIT.
079800 4200-WRITE-TREND-LINE.
079900*    TL-LABEL, WS-ROW-THIS, AND WS-ROW-BASE ARE SET BY THE CALLER.
080000*    EACH CHANGE IS TONIGHT LESS THE BASELINE -- A MINUS IS AN
080100*    IMPROVEMENT ON A DEFECT LINE.
080200     MOVE WS-ROW-THIS TO TL-THIS.
080300     PERFORM 4250-FILL-CHANGE THRU 4250-EXIT
080400         VARYING WS-BASE-SUB FROM 1 BY 1
080500         UNTIL WS-BASE-SUB > 3.
080600     WRITE SCORECARD-OUT-RECORD FROM WS-TREND-LINE.
080700     MOVE SPACES TO WS-TREND-LINE.
080800 4200-EXIT.
080900     EXIT.
081000 4250-FILL-CHANGE.
081100     MOVE SPACE TO TL-FILL(WS-BASE-SUB).
081200     IF WS-BL-IS-FOUND(WS-BASE-SUB)
081300         COMPUTE TL-CHANGE-N(WS-BASE-SUB) =
081400             WS-ROW-THIS - WS-ROW-BASE(WS-BASE-SUB)
081500     ELSE
081600         MOVE "      NONE" TO TL-CHANGE(WS-BASE-SUB)
081700     END-IF.
081800 4250-EXIT.
081900     EXIT.
082000 5000-PRINT-AREAS.
082100     MOVE SPACES TO SCORECARD-OUT-RECORD.
082200     WRITE SCORECARD-OUT-RECORD.
082300     WRITE SCORECARD-OUT-RECORD FROM WS-AREA-HEADING.
082400     MOVE SPACES TO SCORECARD-OUT-RECORD.
082500     WRITE SCORECARD-OUT-RECORD.
082600     WRITE SCORECARD-OUT-RECORD FROM WS-AREA-COLUMNS-1.
082700     WRITE SCORECARD-OUT-RECORD FROM WS-AREA-COLUMNS-2.
082800     PERFORM 5100-PRINT-ONE-AREA THRU 5100-EXIT
082900         VARYING WS-AREA-SUB FROM 1 BY 1
083000         UNTIL WS-AREA-SUB > WS-AREA-COUNT.
083100     MOVE SPACES TO WS-AREA-LINE.
083200     MOVE "ALL" TO AL-AREA.
083300     MOVE WS-SSN-RECORDS-READ TO AL-RECORDS.
083400     PERFORM 5250-FILL-TOTAL-COLUMN THRU 5250-EXIT
083500         VARYING WS-CLASS-SUB FROM 1 BY 1
083600         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
083700     MOVE WS-RECORDS-WITH-DEFECT TO AL-ANY.
083800     MOVE SPACES TO SCORECARD-OUT-RECORD.
083900     WRITE SCORECARD-OUT-RECORD.
084000     WRITE SCORECARD-OUT-RECORD FROM WS-AREA-LINE.
084100 5000-EXIT.
084200     EXIT.
084300 5100-PRINT-ONE-AREA.
084400     IF WS-AR-ANY(WS-AREA-SUB) = ZERO
084500         GO TO 5100-EXIT
084600     END-IF.
084700     MOVE SPACES TO WS-AREA-LINE.
084800     COMPUTE WS-AREA-NUMBER = WS-AREA-SUB - 1.
084900     MOVE WS-AREA-NUMBER TO AL-AREA.
085000     MOVE WS-AR-RECORDS(WS-AREA-SUB) TO AL-RECORDS.
085100     PERFORM 5150-FILL-AREA-COLUMN THRU 5150-EXIT
085200         VARYING WS-CLASS-SUB FROM 1 BY 1
085300         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
085400     MOVE WS-AR-ANY(WS-AREA-SUB) TO AL-ANY.
085500     WRITE SCORECARD-OUT-RECORD FROM WS-AREA-LINE.
085600 5100-EXIT.
085700     EXIT.
085800 5150-FILL-AREA-COLUMN.
085900     MOVE WS-AR-DEFECT(WS-AREA-SUB, WS-CLASS-SUB)
086000         TO AL-DEFECT(WS-CLASS-SUB).
086100 5150-EXIT.
086200     EXIT.
086300 5250-FILL-TOTAL-COLUMN.
086400     MOVE WS-CLASS-TOTAL(WS-CLASS-SUB) TO AL-DEFECT(WS-CLASS-SUB).
086500 5250-EXIT.
086600     EXIT.
086700 6000-DATE-TO-SERIAL.
086800*    TURNS A YYYYMMDD DATE INTO A DAY SERIAL FOR TAKING
086900*    DIFFERENCES, THE SAME ARITHMETIC SSNCORR, BENCORR, AND
087000*    RTNMAIL USE: WHOLE YEARS AT 365 DAYS PLUS THE LEAP DAYS, PLUS
087100*    THE DAYS BEFORE THE MONTH, PLUS ONE MORE WHEN THE DATE IS
087200*    PAST FEBRUARY OF A LEAP YEAR.
087300     COMPUTE WS-DF-PRIOR-YEAR = WS-DF-YEAR - 1.
087400     DIVIDE WS-DF-PRIOR-YEAR BY 4
087500         GIVING WS-DF-LEAPS-4.
087600     DIVIDE WS-DF-PRIOR-YEAR BY 100
087700         GIVING WS-DF-LEAPS-100.
087800     DIVIDE WS-DF-PRIOR-YEAR BY 400
087900         GIVING WS-DF-LEAPS-400.
088000     COMPUTE WS-DF-SERIAL =
088100         (WS-DF-YEAR * 365)
088200         + WS-DF-LEAPS-4
088300         - WS-DF-LEAPS-100
088400         + WS-DF-LEAPS-400
088500         + WS-DAYS-BEFORE-MONTH(WS-DF-MONTH)
088600         + WS-DF-DAY.
088700     IF WS-DF-MONTH > 2
088800         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
088900         IF WS-DF-IS-LEAP
089000             ADD 1 TO WS-DF-SERIAL
089100         END-IF
089200     END-IF.
089300 6000-EXIT.
089400     EXIT.
089500 6100-CHECK-LEAP-YEAR.
089600     MOVE "N" TO WS-DF-LEAP-SWITCH.
089700     DIVIDE WS-DF-YEAR BY 4
089800         GIVING WS-DF-WORK-QUOTIENT
089900         REMAINDER WS-DF-REMAINDER-4.
090000     DIVIDE WS-DF-YEAR BY 100
090100         GIVING WS-DF-WORK-QUOTIENT
090200         REMAINDER WS-DF-REMAINDER-100.
090300     DIVIDE WS-DF-YEAR BY 400
090400         GIVING WS-DF-WORK-QUOTIENT
090500         REMAINDER WS-DF-REMAINDER-400.
090600     IF (WS-DF-REMAINDER-4 = ZERO
090700             AND WS-DF-REMAINDER-100 NOT = ZERO)
090800             OR WS-DF-REMAINDER-400 = ZERO
090900         MOVE "Y" TO WS-DF-LEAP-SWITCH
091000     END-IF.
091100 6100-EXIT.
091200     EXIT.
091300 7000-PRINT-SUMMARY.
091400     MOVE SPACES TO SCORECARD-OUT-RECORD.
091500     WRITE SCORECARD-OUT-RECORD.
091600     MOVE SPACES TO WS-SUMMARY-LINE.
091700     MOVE "SSN MASTER RECORDS READ" TO WS-SUM-LABEL.
091800     MOVE WS-SSN-RECORDS-READ TO WS-SUM-VALUE.
091900     WRITE SCORECARD-OUT-RECORD FROM WS-SUMMARY-LINE.
092000     MOVE "ACCEPTED SSNS CHECKED FOR AN ADDRESS" TO WS-SUM-LABEL.
092100     MOVE WS-ACCEPTED-CHECKED TO WS-SUM-VALUE.
092200     WRITE SCORECARD-OUT-RECORD FROM WS-SUMMARY-LINE.
092300     MOVE "RECORDS WITH ANY DEFECT" TO WS-SUM-LABEL.
092400     MOVE WS-RECORDS-WITH-DEFECT TO WS-SUM-VALUE.
092500     WRITE SCORECARD-OUT-RECORD FROM WS-SUMMARY-LINE.
092600     MOVE "EARLIER HISTORY ROWS READ" TO WS-SUM-LABEL.
092700     MOVE WS-HISTORY-READ TO WS-SUM-VALUE.
092800     WRITE SCORECARD-OUT-RECORD FROM WS-SUMMARY-LINE.
092900     MOVE "WORKLIST SAMPLE PER CLASS" TO WS-SUM-LABEL.
093000     MOVE WS-SAMPLE-LIMIT TO WS-SUM-VALUE.
093100     WRITE SCORECARD-OUT-RECORD FROM WS-SUMMARY-LINE.
093200     MOVE "WORKLIST LINES WRITTEN" TO WS-SUM-LABEL.
093300     MOVE WS-WORKLIST-LINES TO WS-SUM-VALUE.
093400     WRITE SCORECARD-OUT-RECORD FROM WS-SUMMARY-LINE.
093500 7000-EXIT.
093600     EXIT.
093700 8000-PRINT-WORKLIST.
093800     MOVE WS-RUN-DATE TO WS-WH-RUN-DATE.
093900     WRITE WORKLIST-OUT-RECORD FROM WS-WORKLIST-HEADING.
094000     PERFORM 8100-LIST-ONE-CLASS THRU 8100-EXIT
094100         VARYING WS-CLASS-SUB FROM 1 BY 1
094200         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
094300 8000-EXIT.
094400     EXIT.
094500 8100-LIST-ONE-CLASS.
094600     MOVE SPACES TO WORKLIST-OUT-RECORD.
094700     WRITE WORKLIST-OUT-RECORD.
094800     MOVE WS-CLASS-SUB TO CH-CLASS.
094900     MOVE WS-CLASS-LABEL(WS-CLASS-SUB) TO CH-LABEL.
095000     MOVE WS-CLASS-TOTAL(WS-CLASS-SUB) TO CH-TOTAL.
095100     WRITE WORKLIST-OUT-RECORD FROM WS-CLASS-HEADING.
095200     IF WS-SC-COUNT(WS-CLASS-SUB) = ZERO
095300         WRITE WORKLIST-OUT-RECORD FROM WS-NONE-LINE
095400         GO TO 8100-EXIT
095500     END-IF.
095600     MOVE WS-CLASS-FIX(WS-CLASS-SUB) TO CF-FIX.
095700     WRITE WORKLIST-OUT-RECORD FROM WS-CLASS-FIX-LINE.
095800     WRITE WORKLIST-OUT-RECORD FROM WS-WORKLIST-COLUMNS.
095900     PERFORM 8200-LIST-ONE-SAMPLE THRU 8200-EXIT
096000         VARYING WS-SAMPLE-SUB FROM 1 BY 1
096100         UNTIL WS-SAMPLE-SUB > WS-SC-COUNT(WS-CLASS-SUB).
096200     IF WS-SC-NOT-LISTED(WS-CLASS-SUB) > ZERO
096300         MOVE WS-SC-NOT-LISTED(WS-CLASS-SUB) TO NL-COUNT
096400         WRITE WORKLIST-OUT-RECORD FROM WS-NOT-LISTED-LINE
096500     END-IF.
096600 8100-EXIT.
096700     EXIT.
096800 8200-LIST-ONE-SAMPLE.
096900     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
097000         WS-SE-SSN(WS-CLASS-SUB, WS-SAMPLE-SUB) WS-PRINTED-SSN
097100     END-CALL.
097200     MOVE WS-PRINTED-SSN TO WL-SSN.
097300     MOVE WS-SE-NAME(WS-CLASS-SUB, WS-SAMPLE-SUB) TO WL-NAME.
097400     MOVE WS-SE-BIRTH-DATE(WS-CLASS-SUB, WS-SAMPLE-SUB)
097500         TO WL-BIRTH-DATE.
097600     MOVE WS-SE-SEX-CODE(WS-CLASS-SUB, WS-SAMPLE-SUB)
097700         TO WL-SEX-CODE.
097800     MOVE WS-SE-BEN-STATUS(WS-CLASS-SUB, WS-SAMPLE-SUB)
097900         TO WL-BEN-STATUS.
098000     WRITE WORKLIST-OUT-RECORD FROM WS-WORKLIST-LINE.
098100     ADD 1 TO WS-WORKLIST-LINES.
098200 8200-EXIT.
098300     EXIT.
098400 9000-TERMINATE.
098500     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
098600     CLOSE SSN-MASTER ADDRESS-MASTER DQ-HISTORY SCORECARD-OUT
098700         WORKLIST-OUT CONTROL-COUNTS.
098800     DISPLAY "SSN MASTER RECORDS READ:     " WS-SSN-RECORDS-READ.
098900     DISPLAY "RECORDS WITH ANY DEFECT:     "
099000         WS-RECORDS-WITH-DEFECT.
099100     DISPLAY "ACCEPTED WITH NO ADDRESS:    " WS-CLASS-TOTAL(5).
099200     DISPLAY "WORKLIST LINES WRITTEN:      " WS-WORKLIST-LINES.
099300     CALL "AUDITLOG" USING WS-PROGRAM-ID
099400         WS-SSN-RECORDS-READ WS-WORKLIST-LINES
099500         WS-RECORDS-WITH-DEFECT WS-AUDIT-ZERO WS-AUDIT-MESSAGE
099600         WS-RUN-NUMBER WS-AUDIT-END-TYPE
099700     END-CALL.
099800 9000-EXIT.
099900     EXIT.
100000 9100-WRITE-CONTROL-COUNTS.
100100     INITIALIZE CONTROL-COUNT-RECORD.
100200     MOVE WS-PROGRAM-ID          TO CC-PROGRAM-ID.
100300     MOVE WS-SSN-RECORDS-READ    TO CC-RECORDS-READ.
100400     MOVE WS-WORKLIST-LINES      TO CC-RECORDS-WRITTEN.
100500     MOVE WS-RECORDS-WITH-DEFECT TO CC-RECORDS-REJECTED.
100600     MOVE WS-CLASS-TOTAL(5)      TO CC-RECORDS-NOT-FOUND.
100700     MOVE WS-RUN-DATE            TO CC-RUN-DATE.
100800     MOVE WS-RUN-NUMBER          TO CC-RUN-NUMBER.
100900     WRITE CONTROL-COUNT-RECORD.
101000 9100-EXIT.
101100     EXIT.
