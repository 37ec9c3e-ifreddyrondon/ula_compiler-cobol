000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIVRPT.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/31/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PRIVRPT IS THE WEEKLY PRIVACY REPORT OVER THE INQUIRY ACCESS
000900* LOG THAT SSNINQ, PERSINQ, AND ADRJINQ WRITE THROUGH THE ACCLOG
001000* SUBPROGRAM. FOR A REQUESTED DATE RANGE IT PRINTS:
001100*
001200*   - LOOKUPS BY USER -- HOW MANY EACH USER MADE, WHAT CAME OF
001300*     THEM, HOW MANY PEOPLE THEY PUT IN FRONT OF THE USER, AND
001400*     UNDER WHICH REASON CODES;
001500*   - EVERY USER WHO LOOKED AT MORE THAN A THRESHOLD NUMBER OF
001600*     DISTINCT PEOPLE IN ONE DAY;
001700*   - EVERY LOOKUP OF AN SSN THAT SSNPURGE'S ARCHIVE SAYS WAS
001800*     ALREADY PURGED AT THE TIME, WITH THE DEATH PURGES DTHMATCH
001900*     FILES (REASON DC) CALLED OUT AS DECEASED;
002000*   - ON REQUEST, EVERY LOOKUP OF ONE SSN -- WHO LOOKED, WHEN,
002100*     WHY, AND THROUGH WHICH PROGRAM.
002200*
002300* AN SSN LOOKUP COUNTS ITS PERSON ONCE PER USER PER DAY HOWEVER
002400* OFTEN IT IS REPEATED. A NAME, AREA, OR NIGHT LISTING COUNTS
002500* EVERY RECORD IT RETURNED, SINCE THE LOG DOES NOT NAME THEM --
002600* FOR THE SAME REASON THE ONE-SSN SECTION SHOWS ONLY LOOKUPS
002700* KEYED BY THAT SSN.
002800*
002900* THE PARM IS "STARTDATE ENDDATE NNN" (YYYYMMDD YYYYMMDD, AND
003000* THE PEOPLE-PER-DAY THRESHOLD), OPTIONALLY FOLLOWED BY
003100* ',SSN=NNNNNNNNN' FOR THE ONE-SSN SECTION AND ',FULLSSN' TO
003200* PRINT SSNS IN FULL. AN EMPTY PARM REPORTS THE WHOLE LOG AT THE
003300* DEFAULT THRESHOLD OF 25. SSNS OTHERWISE PRINT AS XXX-XX-SSSS.
003400*
003500*    MODIFICATION HISTORY
003600*    -------------------------------------------------------------
003700*    DATE       INIT  DESCRIPTION
003800*    10/31/1988 FR    ORIGINAL PROGRAM.
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. MOTOROLA.
004300 OBJECT-COMPUTER. INTEL.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ACCESS-LOG ASSIGN TO ACCLOG
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT ARCHIVE-IN ASSIGN TO PURGARCH
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT REPORT-OUT ASSIGN TO RPTOUT
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ACCESS-LOG
005500     LABEL RECORD IS OMITTED.
005600 COPY ACCLOG.
005700 FD  ARCHIVE-IN
005800     LABEL RECORD IS OMITTED.
005900*    MIRRORS THE ARCHIVE-OUT FD IN SSNPURGE, WHICH OWNS THE
006000*    MASTER COPY -- KEEP THEM IN STEP.
006100 01  ARCHIVE-IN-RECORD.
006200     05  ARC-SSN                    PIC X(09).
006300     05  ARC-NAME                   PIC X(20).
006400     05  ARC-REASON-CODE            PIC X(02).
006500     05  ARC-PURGE-DATE             PIC 9(08).
006600     05  FILLER                     PIC X(41).
006700 FD  REPORT-OUT
006800     LABEL RECORD IS OMITTED.
006900 01  REPORT-OUT-RECORD              PIC X(80).
007000 WORKING-STORAGE SECTION.
007100 01  WS-SWITCHES.
007200     05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
007300         88  WS-NO-MORE-LOG         VALUE "Y".
007400     05  WS-ARCH-EOF-SWITCH         PIC X(01) VALUE "N".
007500         88  WS-NO-MORE-ARCHIVE     VALUE "Y".
007600     05  WS-ARCH-FOUND-SWITCH       PIC X(01) VALUE "N".
007700         88  WS-ARCHIVE-HAS-SSN     VALUE "Y".
007800     05  WS-USR-FOUND-SWITCH        PIC X(01) VALUE "N".
007900         88  WS-USER-WAS-FOUND      VALUE "Y".
008000     05  WS-DAY-FOUND-SWITCH        PIC X(01) VALUE "N".
008100         88  WS-DAY-USER-WAS-FOUND  VALUE "Y".
008200     05  WS-PAIR-FOUND-SWITCH       PIC X(01) VALUE "N".
008300         88  WS-PAIR-WAS-FOUND      VALUE "Y".
008400     05  WS-WHO-SWITCH              PIC X(01) VALUE "N".
008500         88  WS-WHO-LOOKED-WANTED   VALUE "Y".
008600 01  WS-COUNTERS.
008700     05  WS-RECORDS-READ            PIC 9(07) VALUE ZERO.
008800     05  WS-RECORDS-SELECTED        PIC 9(07) VALUE ZERO.
008900     05  WS-DAYS-FLAGGED            PIC 9(07) VALUE ZERO.
009000     05  WS-PURGED-LOOKUPS          PIC 9(07) VALUE ZERO.
009100     05  WS-WHO-LOOKUPS             PIC 9(07) VALUE ZERO.
009200     05  WS-LINE-COUNT              PIC 9(03) VALUE ZERO.
009300     05  WS-PAGE-NUMBER             PIC 9(05) VALUE ZERO.
009400 01  WS-LINES-PER-PAGE              PIC 9(03) VALUE 50.
009500 01  WS-PARM-CARD                   PIC X(80) VALUE SPACES.
009600 01  WS-PARM                        PIC X(30) VALUE SPACES.
009700 01  WS-PARM-FIELDS REDEFINES WS-PARM.
009800     05  WS-PARM-START              PIC X(08).
009900     05  FILLER                     PIC X(01).
010000     05  WS-PARM-END                PIC X(08).
010100     05  FILLER                     PIC X(01).
010200     05  WS-PARM-LIMIT              PIC X(03).
010300     05  FILLER                     PIC X(09).
010400 01  WS-PARM-OPTION-1               PIC X(16) VALUE SPACES.
010500 01  WS-PARM-OPTION-2               PIC X(16) VALUE SPACES.
010600 01  WS-PARM-OPTION                 PIC X(16) VALUE SPACES.
010700 01  WS-PARM-OPTION-FIELDS REDEFINES WS-PARM-OPTION.
010800     05  WS-OPTION-PREFIX           PIC X(04).
010900     05  WS-OPTION-SSN              PIC X(09).
011000     05  WS-OPTION-REST             PIC X(03).
011100 01  WS-START-DATE                  PIC 9(08) VALUE ZERO.
011200 01  WS-END-DATE                    PIC 9(08) VALUE 99999999.
011300 01  WS-PEOPLE-LIMIT                PIC 9(03) VALUE 25.
011400 01  WS-WHO-SSN                     PIC X(09) VALUE SPACES.
011500 01  WS-PROGRAM-ID                  PIC X(08) VALUE "PRIVRPT".
011600 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
011700 01  WS-AUDIT-START-FIELDS.
011800     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
011900     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
012000     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
012100     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
012200 01  WS-AUDIT-FULL-SSN-TYPE         PIC X(01) VALUE "F".
012300 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
012400     "FULL SSNS PRINTED UNDER FULLSSN PARM".
012500 01  WS-SSN-PRINT-FIELDS.
012600     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
012700         88  WS-PRINT-FULL-SSN      VALUE "F".
012800     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
012900 01  WS-ARCH-LOOKUP-SSN             PIC X(09) VALUE SPACES.
013000 01  WS-USER-LOOKUP                 PIC X(08) VALUE SPACES.
013100 01  WS-ARCHIVE-TABLE.
013200     05  WS-ARCH-COUNT              PIC 9(04) VALUE ZERO.
013300     05  WS-ARCH-ENTRY OCCURS 2000 TIMES
013400             INDEXED BY WS-ARC-IDX.
013500         10  WS-ARC-SSN             PIC X(09).
013600         10  WS-ARC-REASON          PIC X(02).
013700         10  WS-ARC-PURGE-DATE      PIC 9(08).
013800 01  WS-USER-TABLE.
013900     05  WS-USR-COUNT               PIC 9(03) VALUE ZERO.
014000     05  WS-USR-ENTRY OCCURS 200 TIMES
014100             INDEXED BY WS-USR-IDX.
014200         10  WS-USR-NAME            PIC X(08).
014300         10  WS-USR-LOOKUPS         PIC 9(07).
014400         10  WS-USR-FOUND           PIC 9(07).
014500         10  WS-USR-NOT-FOUND       PIC 9(07).
014600         10  WS-USR-REFUSED         PIC 9(07).
014700         10  WS-USR-PEOPLE          PIC 9(07).
014800         10  WS-USR-DAYS-OVER       PIC 9(03).
014900         10  WS-USR-PURGED          PIC 9(05).
015000         10  WS-USR-REASON-COUNT OCCURS 7 TIMES
015100                                    PIC 9(05).
015200 01  WS-REASON-LIST-VALUES.
015300     05  FILLER                     PIC X(14) VALUE
015400         "CSBNCRAULGFR??".
015500 01  WS-REASON-LIST REDEFINES WS-REASON-LIST-VALUES.
015600     05  WS-REASON-LIST-CODE OCCURS 7 TIMES
015700                                    PIC X(02).
015800 01  WS-REASON-SUB                  PIC 9(01) VALUE ZERO.
015900*    ONE DAY OF THE LOG AT A TIME -- THE PEOPLE EACH USER SAW
016000*    TODAY, AND THE SSNS ALREADY COUNTED FOR THEM, SO A REPEAT
016100*    LOOKUP OF THE SAME PERSON DOES NOT COUNT TWICE.
016200 01  WS-CURRENT-DAY                 PIC 9(08) VALUE ZERO.
016300 01  WS-DAY-USER-TABLE.
016400     05  WS-DAY-COUNT               PIC 9(03) VALUE ZERO.
016500     05  WS-DAY-ENTRY OCCURS 200 TIMES
016600             INDEXED BY WS-DAY-IDX.
016700         10  WS-DAY-USER            PIC X(08).
016800         10  WS-DAY-PEOPLE          PIC 9(07).
016900         10  WS-DAY-LOOKUPS         PIC 9(07).
017000 01  WS-DAY-PAIR-TABLE.
017100     05  WS-PAIR-COUNT              PIC 9(04) VALUE ZERO.
017200     05  WS-PAIR-ENTRY OCCURS 5000 TIMES
017300             INDEXED BY WS-PAIR-IDX.
017400         10  WS-PAIR-USER           PIC X(08).
017500         10  WS-PAIR-SSN            PIC X(09).
017600 01  WS-FLAG-TABLE.
017700     05  WS-FLAG-COUNT              PIC 9(03) VALUE ZERO.
017800     05  WS-FLAG-ENTRY OCCURS 500 TIMES
017900             INDEXED BY WS-FLG-IDX.
018000         10  WS-FLG-USER            PIC X(08).
018100         10  WS-FLG-DATE            PIC 9(08).
018200         10  WS-FLG-PEOPLE          PIC 9(07).
018300         10  WS-FLG-LOOKUPS         PIC 9(07).
018400 01  WS-PURGED-TABLE.
018500     05  WS-PRG-COUNT               PIC 9(03) VALUE ZERO.
018600     05  WS-PRG-ENTRY OCCURS 500 TIMES
018700             INDEXED BY WS-PRG-IDX.
018800         10  WS-PRG-DATE            PIC 9(08).
018900         10  WS-PRG-TIME            PIC 9(08).
019000         10  WS-PRG-USER            PIC X(08).
019100         10  WS-PRG-PROGRAM         PIC X(08).
019200         10  WS-PRG-REASON          PIC X(02).
019300         10  WS-PRG-SSN             PIC X(09).
019400         10  WS-PRG-PURGE-REASON    PIC X(02).
019500         10  WS-PRG-PURGE-DATE      PIC 9(08).
019600 01  WS-DEATH-REASON-CODE           PIC X(02) VALUE "DC".
019700 01  WS-TIME-WORK                   PIC 9(08) VALUE ZERO.
019800 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
019900     05  WS-TW-HH                   PIC 9(02).
020000     05  WS-TW-MM                   PIC 9(02).
020100     05  WS-TW-SS                   PIC 9(02).
020200     05  WS-TW-CC                   PIC 9(02).
020300 01  WS-TIME-PRINT.
020400     05  WS-TP-HH                   PIC 9(02).
020500     05  FILLER                     PIC X(01) VALUE ":".
020600     05  WS-TP-MM                   PIC 9(02).
020700 01  WS-REPORT-HEADING-1.
020800     05  FILLER                     PIC X(29) VALUE
020900         "INQUIRY ACCESS PRIVACY REPORT".
021000     05  FILLER                     PIC X(01) VALUE SPACE.
021100     05  RH-START-DATE              PIC 9(08).
021200     05  FILLER                     PIC X(04) VALUE " TO ".
021300     05  RH-END-DATE                PIC 9(08).
021400     05  FILLER                     PIC X(19) VALUE SPACES.
021500     05  FILLER                     PIC X(06) VALUE "PAGE ".
021600     05  RH-PAGE-NUMBER             PIC ZZZZ9.
021700 01  WS-SECTION-HEADING             PIC X(80) VALUE SPACES.
021800 01  WS-COLUMN-HEADING              PIC X(80) VALUE SPACES.
021900 01  WS-PRINT-LINE                  PIC X(80) VALUE SPACES.
022000 01  WS-USER-HEADING.
022100     05  FILLER                     PIC X(09) VALUE "USER".
022200     05  FILLER                     PIC X(09) VALUE "LOOKUPS".
022300     05  FILLER                     PIC X(09) VALUE "FOUND".
022400     05  FILLER                     PIC X(09) VALUE "NOTFOUND".
022500     05  FILLER                     PIC X(09) VALUE "REFUSED".
022600     05  FILLER                     PIC X(09) VALUE "PEOPLE".
022700     05  FILLER                     PIC X(10) VALUE "DAYS-OVER".
022800     05  FILLER                     PIC X(16) VALUE
022900         "PURGED/DECEASED".
023000 01  WS-USER-LINE.
023100     05  UL-USER                    PIC X(08).
023200     05  FILLER                     PIC X(01) VALUE SPACE.
023300     05  UL-LOOKUPS                 PIC ZZZZZZ9.
023400     05  FILLER                     PIC X(02) VALUE SPACES.
023500     05  UL-FOUND                   PIC ZZZZZZ9.
023600     05  FILLER                     PIC X(02) VALUE SPACES.
023700     05  UL-NOT-FOUND               PIC ZZZZZZ9.
023800     05  FILLER                     PIC X(02) VALUE SPACES.
023900     05  UL-REFUSED                 PIC ZZZZZZ9.
024000     05  FILLER                     PIC X(02) VALUE SPACES.
024100     05  UL-PEOPLE                  PIC ZZZZZZ9.
024200     05  FILLER                     PIC X(02) VALUE SPACES.
024300     05  UL-DAYS-OVER               PIC ZZZZZZ9.
024400     05  FILLER                     PIC X(03) VALUE SPACES.
024500     05  UL-PURGED                  PIC ZZZZZZ9.
024600     05  FILLER                     PIC X(08) VALUE SPACES.
024700 01  WS-REASON-LINE.
024800     05  FILLER                     PIC X(13) VALUE
024900         "    REASONS:".
025000     05  RL-REASON-ENTRY OCCURS 7 TIMES.
025100         10  RL-CODE                PIC X(02).
025200         10  FILLER                 PIC X(01).
025300         10  RL-COUNT               PIC ZZZZ9.
025400         10  FILLER                 PIC X(01).
025500     05  FILLER                     PIC X(04) VALUE SPACES.
025600 01  WS-FLAG-HEADING.
025700     05  FILLER                     PIC X(09) VALUE "USER".
025800     05  FILLER                     PIC X(10) VALUE "DATE".
025900     05  FILLER                     PIC X(09) VALUE "PEOPLE".
026000     05  FILLER                     PIC X(09) VALUE "LOOKUPS".
026100     05  FILLER                     PIC X(43) VALUE SPACES.
026200 01  WS-FLAG-LINE.
026300     05  FL-USER                    PIC X(08).
026400     05  FILLER                     PIC X(01) VALUE SPACE.
026500     05  FL-DATE                    PIC 9(08).
026600     05  FILLER                     PIC X(01) VALUE SPACE.
026700     05  FL-PEOPLE                  PIC ZZZZZZ9.
026800     05  FILLER                     PIC X(02) VALUE SPACES.
026900     05  FL-LOOKUPS                 PIC ZZZZZZ9.
027000     05  FILLER                     PIC X(46) VALUE SPACES.
027100 01  WS-LOOKUP-HEADING.
027200     05  FILLER                     PIC X(09) VALUE "DATE".
027300     05  FILLER                     PIC X(06) VALUE "TIME".
027400     05  FILLER                     PIC X(09) VALUE "USER".
027500     05  FILLER                     PIC X(09) VALUE "PROGRAM".
027600     05  FILLER                     PIC X(03) VALUE "RC".
027700     05  FILLER                     PIC X(12) VALUE "SSN".
027800     05  FILLER                     PIC X(32) VALUE SPACES.
027900 01  WS-LOOKUP-LINE.
028000     05  LL-DATE                    PIC 9(08).
028100     05  FILLER                     PIC X(01) VALUE SPACE.
028200     05  LL-TIME                    PIC X(05).
028300     05  FILLER                     PIC X(01) VALUE SPACE.
028400     05  LL-USER                    PIC X(08).
028500     05  FILLER                     PIC X(01) VALUE SPACE.
028600     05  LL-PROGRAM                 PIC X(08).
028700     05  FILLER                     PIC X(01) VALUE SPACE.
028800     05  LL-REASON                  PIC X(02).
028900     05  FILLER                     PIC X(01) VALUE SPACE.
029000     05  LL-SSN                     PIC X(11).
029100     05  FILLER                     PIC X(01) VALUE SPACE.
029200     05  LL-DETAIL                  PIC X(32).
029300 01  WS-PURGED-DETAIL.
029400     05  PD-STATUS                  PIC X(09).
029500     05  FILLER                     PIC X(06) VALUE "SINCE ".
029600     05  PD-PURGE-DATE              PIC 9(08).
029700     05  FILLER                     PIC X(01) VALUE SPACE.
029800     05  PD-REASON                  PIC X(02).
029900     05  FILLER                     PIC X(06) VALUE SPACES.
030000 01  WS-WHO-DETAIL.
030100     05  WD-RESULT                  PIC X(10).
030200     05  FILLER                     PIC X(22) VALUE SPACES.
030300 01  WS-SUMMARY-LINE.
030400     05  FILLER                     PIC X(30) VALUE
030500         "USER-DAYS OVER THRESHOLD:".
030600     05  WS-SUM-FLAGGED             PIC ZZZZZZ9.
030700     05  FILLER                     PIC X(43) VALUE SPACES.
030800 01  WS-SUMMARY-LINE-2.
030900     05  FILLER                     PIC X(30) VALUE
031000         "LOOKUPS OF PURGED SSNS:".
031100     05  WS-SUM-PURGED              PIC ZZZZZZ9.
031200     05  FILLER                     PIC X(43) VALUE SPACES.
031300 PROCEDURE DIVISION.
031400 0000-MAINLINE.
031500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031600     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
031700         UNTIL WS-NO-MORE-LOG.
031800     PERFORM 3500-CLOSE-DAY THRU 3500-EXIT.
031900     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
032000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032100     STOP RUN.
032200 1000-INITIALIZE.
032300     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
032400     UNSTRING WS-PARM-CARD DELIMITED BY ","
032500         INTO WS-PARM WS-PARM-OPTION-1 WS-PARM-OPTION-2
032600     END-UNSTRING.
032700     IF WS-PARM NOT = SPACES
032800         PERFORM 1100-EDIT-PARM THRU 1100-EXIT
032900     END-IF.
033000     MOVE WS-PARM-OPTION-1 TO WS-PARM-OPTION.
033100     PERFORM 1010-CHECK-PARM-OPTION THRU 1010-EXIT.
033200     MOVE WS-PARM-OPTION-2 TO WS-PARM-OPTION.
033300     PERFORM 1010-CHECK-PARM-OPTION THRU 1010-EXIT.
033400     IF WS-PRINT-FULL-SSN
033500         PERFORM 1060-LOG-FULL-SSN THRU 1060-EXIT
033600     END-IF.
033700     PERFORM 1200-LOAD-PURGE-ARCHIVE THRU 1200-EXIT.
033800     OPEN INPUT ACCESS-LOG.
033900     OPEN OUTPUT REPORT-OUT.
034000     MOVE WS-START-DATE TO RH-START-DATE.
034100     MOVE WS-END-DATE   TO RH-END-DATE.
034200     PERFORM 2100-READ-LOG THRU 2100-EXIT.
034300 1000-EXIT.
034400     EXIT.
034500 1010-CHECK-PARM-OPTION.
034600     EVALUATE TRUE
034700         WHEN WS-PARM-OPTION = SPACES
034800             CONTINUE
034900         WHEN WS-PARM-OPTION = "FULLSSN"
035000             MOVE "F" TO WS-SSN-PRINT-MODE
035100         WHEN WS-OPTION-PREFIX = "SSN="
035200                 AND WS-OPTION-SSN IS NUMERIC
035300                 AND WS-OPTION-REST = SPACES
035400             MOVE WS-OPTION-SSN TO WS-WHO-SSN
035500             MOVE "Y" TO WS-WHO-SWITCH
035600         WHEN OTHER
035700             DISPLAY "PRIVRPT ABEND - OPTION MUST BE "
035800                 "SSN=NNNNNNNNN OR FULLSSN: " WS-PARM-OPTION
035900             MOVE 16 TO RETURN-CODE
036000             STOP RUN
036100     END-EVALUATE.
036200 1010-EXIT.
036300     EXIT.
036400 1060-LOG-FULL-SSN.
036500*    THE REPORT PRINTS XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED
036600*    TO PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT
036700*    LOG.
036800     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
036900     CALL "AUDITLOG" USING WS-PROGRAM-ID
037000         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
037100         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
037200         WS-AUDIT-FULL-SSN-TYPE
037300     END-CALL.
037400 1060-EXIT.
037500     EXIT.
037600 1100-EDIT-PARM.
037700     IF WS-PARM-START IS NUMERIC
037800         MOVE WS-PARM-START TO WS-START-DATE
037900     ELSE
038000         DISPLAY "PRIVRPT ABEND - INVALID START DATE: "
038100             WS-PARM-START
038200         MOVE 16 TO RETURN-CODE
038300         STOP RUN
038400     END-IF.
038500     IF WS-PARM-END IS NUMERIC
038600         MOVE WS-PARM-END TO WS-END-DATE
038700     ELSE
038800         DISPLAY "PRIVRPT ABEND - INVALID END DATE: "
038900             WS-PARM-END
039000         MOVE 16 TO RETURN-CODE
039100         STOP RUN
039200     END-IF.
039300     IF WS-PARM-LIMIT IS NUMERIC
039400         MOVE WS-PARM-LIMIT TO WS-PEOPLE-LIMIT
039500     ELSE
039600         IF WS-PARM-LIMIT NOT = SPACES
039700             DISPLAY "PRIVRPT ABEND - INVALID THRESHOLD: "
039800                 WS-PARM-LIMIT
039900             MOVE 16 TO RETURN-CODE
040000             STOP RUN
040100         END-IF
040200     END-IF.
040300     IF WS-START-DATE > WS-END-DATE
040400         DISPLAY "PRIVRPT ABEND - START DATE " WS-START-DATE
040500             " IS AFTER END DATE " WS-END-DATE
040600         MOVE 16 TO RETURN-CODE
040700         STOP RUN
040800     END-IF.
040900 1100-EXIT.
041000     EXIT.
041100 1200-LOAD-PURGE-ARCHIVE.
041200*    THE PURGE ARCHIVE SAYS WHICH SSNS WERE REMOVED FROM THE
041300*    MASTER, WHEN, AND WHY. THE LATEST ARCHIVE RECORD FOR AN
041400*    SSN WINS, THE WAY MSTSWEEP LOADS IT.
041500     OPEN INPUT ARCHIVE-IN.
041600     PERFORM 1250-LOAD-ONE-ARCHIVE THRU 1250-EXIT
041700         UNTIL WS-NO-MORE-ARCHIVE.
041800     CLOSE ARCHIVE-IN.
041900     DISPLAY "PURGE ARCHIVE ENTRIES LOADED: " WS-ARCH-COUNT.
042000 1200-EXIT.
042100     EXIT.
042200 1250-LOAD-ONE-ARCHIVE.
042300     READ ARCHIVE-IN
042400         AT END
042500             MOVE "Y" TO WS-ARCH-EOF-SWITCH
042600             GO TO 1250-EXIT
042700     END-READ.
042800     MOVE ARC-SSN TO WS-ARCH-LOOKUP-SSN.
042900     PERFORM 1270-FIND-ARCHIVE-SSN THRU 1270-EXIT.
043000     IF WS-ARCHIVE-HAS-SSN
043100         MOVE ARC-REASON-CODE TO WS-ARC-REASON(WS-ARC-IDX)
043200         MOVE ARC-PURGE-DATE  TO WS-ARC-PURGE-DATE(WS-ARC-IDX)
043300         GO TO 1250-EXIT
043400     END-IF.
043500     IF WS-ARCH-COUNT < 2000
043600         ADD 1 TO WS-ARCH-COUNT
043700         SET WS-ARC-IDX TO WS-ARCH-COUNT
043800         MOVE ARC-SSN         TO WS-ARC-SSN(WS-ARC-IDX)
043900         MOVE ARC-REASON-CODE TO WS-ARC-REASON(WS-ARC-IDX)
044000         MOVE ARC-PURGE-DATE  TO WS-ARC-PURGE-DATE(WS-ARC-IDX)
044100     ELSE
044200         DISPLAY "PRIVRPT - ARCHIVE TABLE FULL, SSN "
044300             ARC-SSN " NOT CHECKED THIS RUN"
044400     END-IF.
044500 1250-EXIT.
044600     EXIT.
044700 1270-FIND-ARCHIVE-SSN.
044800     MOVE "N" TO WS-ARCH-FOUND-SWITCH.
044900     IF WS-ARCH-COUNT = ZERO
045000         GO TO 1270-EXIT
045100     END-IF.
045200     SET WS-ARC-IDX TO 1.
045300     SEARCH WS-ARCH-ENTRY
045400         AT END
045500             MOVE "N" TO WS-ARCH-FOUND-SWITCH
045600         WHEN WS-ARC-IDX > WS-ARCH-COUNT
045700             MOVE "N" TO WS-ARCH-FOUND-SWITCH
045800         WHEN WS-ARC-SSN(WS-ARC-IDX) = WS-ARCH-LOOKUP-SSN
045900             MOVE "Y" TO WS-ARCH-FOUND-SWITCH
046000     END-SEARCH.
046100 1270-EXIT.
046200     EXIT.
046300 2000-PROCESS-LOG.
046400     IF ACC-DATE >= WS-START-DATE
046500             AND ACC-DATE <= WS-END-DATE
046600         PERFORM 3000-POST-LOOKUP THRU 3000-EXIT
046700     END-IF.
046800     PERFORM 2100-READ-LOG THRU 2100-EXIT.
046900 2000-EXIT.
047000     EXIT.
047100 2100-READ-LOG.
047200     READ ACCESS-LOG
047300         AT END
047400             MOVE "Y" TO WS-EOF-SWITCH
047500     END-READ.
047600     IF NOT WS-NO-MORE-LOG
047700         ADD 1 TO WS-RECORDS-READ
047800     END-IF.
047900 2100-EXIT.
048000     EXIT.
048100 3000-POST-LOOKUP.
048200*    THE LOG IS APPEND-ORDERED, SO A NEW DATE MEANS THE PRIOR
048300*    DAY IS COMPLETE AND CAN BE CHECKED AGAINST THE THRESHOLD.
048400     ADD 1 TO WS-RECORDS-SELECTED.
048500     IF ACC-DATE NOT = WS-CURRENT-DAY
048600         PERFORM 3500-CLOSE-DAY THRU 3500-EXIT
048700         MOVE ACC-DATE TO WS-CURRENT-DAY
048800     END-IF.
048900     MOVE ACC-USER TO WS-USER-LOOKUP.
049000     PERFORM 3100-FIND-USER THRU 3100-EXIT.
049100     IF NOT WS-USER-WAS-FOUND
049200         IF WS-USR-COUNT < 200
049300             PERFORM 3150-ADD-USER THRU 3150-EXIT
049400         ELSE
049500             DISPLAY "PRIVRPT - USER TABLE FULL, SKIPPING "
049600                 ACC-USER
049700             GO TO 3000-EXIT
049800         END-IF
049900     END-IF.
050000     ADD 1 TO WS-USR-LOOKUPS(WS-USR-IDX).
050100     EVALUATE TRUE
050200         WHEN ACC-RESULT-REFUSED
050300             ADD 1 TO WS-USR-REFUSED(WS-USR-IDX)
050400         WHEN ACC-RESULT-FOUND
050500             ADD 1 TO WS-USR-FOUND(WS-USR-IDX)
050600         WHEN OTHER
050700             ADD 1 TO WS-USR-NOT-FOUND(WS-USR-IDX)
050800     END-EVALUATE.
050900     PERFORM 3200-COUNT-REASON THRU 3200-EXIT.
051000     IF ACC-RESULT-REFUSED
051100         GO TO 3000-EXIT
051200     END-IF.
051300     PERFORM 3300-POST-DAY THRU 3300-EXIT.
051400     IF ACC-REQUEST-BY-SSN
051500         PERFORM 3400-CHECK-PURGED THRU 3400-EXIT
051600     END-IF.
051700 3000-EXIT.
051800     EXIT.
051900 3100-FIND-USER.
052000     MOVE "N" TO WS-USR-FOUND-SWITCH.
052100     IF WS-USR-COUNT = ZERO
052200         GO TO 3100-EXIT
052300     END-IF.
052400     SET WS-USR-IDX TO 1.
052500     SEARCH WS-USR-ENTRY
052600         AT END
052700             MOVE "N" TO WS-USR-FOUND-SWITCH
052800         WHEN WS-USR-IDX > WS-USR-COUNT
052900             MOVE "N" TO WS-USR-FOUND-SWITCH
053000         WHEN WS-USR-NAME(WS-USR-IDX) = WS-USER-LOOKUP
053100             MOVE "Y" TO WS-USR-FOUND-SWITCH
053200     END-SEARCH.
053300 3100-EXIT.
053400     EXIT.
053500 3150-ADD-USER.
053600     ADD 1 TO WS-USR-COUNT.
053700     SET WS-USR-IDX TO WS-USR-COUNT.
053800     MOVE ACC-USER TO WS-USR-NAME(WS-USR-IDX).
053900     MOVE ZERO TO WS-USR-LOOKUPS(WS-USR-IDX)
054000         WS-USR-FOUND(WS-USR-IDX) WS-USR-NOT-FOUND(WS-USR-IDX)
054100         WS-USR-REFUSED(WS-USR-IDX) WS-USR-PEOPLE(WS-USR-IDX)
054200         WS-USR-DAYS-OVER(WS-USR-IDX) WS-USR-PURGED(WS-USR-IDX).
054300     PERFORM 3160-CLEAR-ONE-REASON THRU 3160-EXIT
054400         VARYING WS-REASON-SUB FROM 1 BY 1
054500         UNTIL WS-REASON-SUB > 7.
054600 3150-EXIT.
054700     EXIT.
054800 3160-CLEAR-ONE-REASON.
054900     MOVE ZERO TO WS-USR-REASON-COUNT(WS-USR-IDX, WS-REASON-SUB).
055000 3160-EXIT.
055100     EXIT.
055200 3200-COUNT-REASON.
055300*    THE SEVENTH SLOT ("??") TAKES A REFUSED RUN'S MISSING OR
055400*    UNKNOWN REASON CODE.
055500     MOVE 1 TO WS-REASON-SUB.
055600     PERFORM 3250-MATCH-ONE-REASON THRU 3250-EXIT
055700         UNTIL WS-REASON-SUB = 7
055800            OR WS-REASON-LIST-CODE(WS-REASON-SUB) = ACC-REASON.
055900     ADD 1 TO WS-USR-REASON-COUNT(WS-USR-IDX, WS-REASON-SUB).
056000 3200-EXIT.
056100     EXIT.
056200 3250-MATCH-ONE-REASON.
056300     ADD 1 TO WS-REASON-SUB.
056400 3250-EXIT.
056500     EXIT.
056600 3300-POST-DAY.
056700*    AN SSN LOOKUP THAT FOUND ITS PERSON COUNTS THAT PERSON ONCE
056800*    PER USER PER DAY. A LISTING COUNTS EVERY RECORD IT
056900*    RETURNED.
057000     PERFORM 3310-FIND-DAY-USER THRU 3310-EXIT.
057100     IF NOT WS-DAY-USER-WAS-FOUND
057200         IF WS-DAY-COUNT < 200
057300             ADD 1 TO WS-DAY-COUNT
057400             SET WS-DAY-IDX TO WS-DAY-COUNT
057500             MOVE ACC-USER TO WS-DAY-USER(WS-DAY-IDX)
057600             MOVE ZERO TO WS-DAY-PEOPLE(WS-DAY-IDX)
057700             MOVE ZERO TO WS-DAY-LOOKUPS(WS-DAY-IDX)
057800         ELSE
057900             DISPLAY "PRIVRPT - DAY TABLE FULL ON " ACC-DATE
058000                 ", " ACC-USER " NOT CHECKED"
058100             GO TO 3300-EXIT
058200         END-IF
058300     END-IF.
058400     ADD 1 TO WS-DAY-LOOKUPS(WS-DAY-IDX).
058500     IF NOT ACC-RESULT-FOUND
058600         GO TO 3300-EXIT
058700     END-IF.
058800     IF NOT ACC-REQUEST-BY-SSN
058900         ADD ACC-MATCH-COUNT TO WS-DAY-PEOPLE(WS-DAY-IDX)
059000         ADD ACC-MATCH-COUNT TO WS-USR-PEOPLE(WS-USR-IDX)
059100         GO TO 3300-EXIT
059200     END-IF.
059300     PERFORM 3320-FIND-PAIR THRU 3320-EXIT.
059400     IF WS-PAIR-WAS-FOUND
059500         GO TO 3300-EXIT
059600     END-IF.
059700     ADD 1 TO WS-DAY-PEOPLE(WS-DAY-IDX).
059800     ADD 1 TO WS-USR-PEOPLE(WS-USR-IDX).
059900     IF WS-PAIR-COUNT < 5000
060000         ADD 1 TO WS-PAIR-COUNT
060100         SET WS-PAIR-IDX TO WS-PAIR-COUNT
060200         MOVE ACC-USER         TO WS-PAIR-USER(WS-PAIR-IDX)
060300         MOVE ACC-ARGUMENT-SSN TO WS-PAIR-SSN(WS-PAIR-IDX)
060400     ELSE
060500         DISPLAY "PRIVRPT - PAIR TABLE FULL ON " ACC-DATE
060600             ", REPEATS MAY COUNT TWICE"
060700     END-IF.
060800 3300-EXIT.
060900     EXIT.
061000 3310-FIND-DAY-USER.
061100     MOVE "N" TO WS-DAY-FOUND-SWITCH.
061200     IF WS-DAY-COUNT = ZERO
061300         GO TO 3310-EXIT
061400     END-IF.
061500     SET WS-DAY-IDX TO 1.
061600     SEARCH WS-DAY-ENTRY
061700         AT END
061800             MOVE "N" TO WS-DAY-FOUND-SWITCH
061900         WHEN WS-DAY-IDX > WS-DAY-COUNT
062000             MOVE "N" TO WS-DAY-FOUND-SWITCH
062100         WHEN WS-DAY-USER(WS-DAY-IDX) = ACC-USER
062200             MOVE "Y" TO WS-DAY-FOUND-SWITCH
062300     END-SEARCH.
062400 3310-EXIT.
062500     EXIT.
062600 3320-FIND-PAIR.
062700     MOVE "N" TO WS-PAIR-FOUND-SWITCH.
062800     IF WS-PAIR-COUNT = ZERO
062900         GO TO 3320-EXIT
063000     END-IF.
063100     SET WS-PAIR-IDX TO 1.
063200     SEARCH WS-PAIR-ENTRY
063300         AT END
063400             MOVE "N" TO WS-PAIR-FOUND-SWITCH
063500         WHEN WS-PAIR-IDX > WS-PAIR-COUNT
063600             MOVE "N" TO WS-PAIR-FOUND-SWITCH
063700         WHEN WS-PAIR-USER(WS-PAIR-IDX) = ACC-USER
063800                 AND WS-PAIR-SSN(WS-PAIR-IDX) = ACC-ARGUMENT-SSN
063900             MOVE "Y" TO WS-PAIR-FOUND-SWITCH
064000     END-SEARCH.
064100 3320-EXIT.
064200     EXIT.
064300 3400-CHECK-PURGED.
064400*    A LOOKUP ON OR AFTER THE PURGE DATE WAS A LOOK AT SOMEONE
064500*    NO LONGER ON THE MASTER; ONE BEFORE IT WAS AN ORDINARY
064600*    LOOKUP OF A LIVE RECORD.
064700     MOVE ACC-ARGUMENT-SSN TO WS-ARCH-LOOKUP-SSN.
064800     PERFORM 1270-FIND-ARCHIVE-SSN THRU 1270-EXIT.
064900     IF NOT WS-ARCHIVE-HAS-SSN
065000         GO TO 3400-EXIT
065100     END-IF.
065200     IF ACC-DATE < WS-ARC-PURGE-DATE(WS-ARC-IDX)
065300         GO TO 3400-EXIT
065400     END-IF.
065500     ADD 1 TO WS-PURGED-LOOKUPS.
065600     ADD 1 TO WS-USR-PURGED(WS-USR-IDX).
065700     IF WS-PRG-COUNT < 500
065800         ADD 1 TO WS-PRG-COUNT
065900         SET WS-PRG-IDX TO WS-PRG-COUNT
066000         MOVE ACC-DATE         TO WS-PRG-DATE(WS-PRG-IDX)
066100         MOVE ACC-TIME         TO WS-PRG-TIME(WS-PRG-IDX)
066200         MOVE ACC-USER         TO WS-PRG-USER(WS-PRG-IDX)
066300         MOVE ACC-PROGRAM      TO WS-PRG-PROGRAM(WS-PRG-IDX)
066400         MOVE ACC-REASON       TO WS-PRG-REASON(WS-PRG-IDX)
066500         MOVE ACC-ARGUMENT-SSN TO WS-PRG-SSN(WS-PRG-IDX)
066600         MOVE WS-ARC-REASON(WS-ARC-IDX)
066700             TO WS-PRG-PURGE-REASON(WS-PRG-IDX)
066800         MOVE WS-ARC-PURGE-DATE(WS-ARC-IDX)
066900             TO WS-PRG-PURGE-DATE(WS-PRG-IDX)
067000     ELSE
067100         DISPLAY "PRIVRPT - PURGED-LOOKUP TABLE FULL, "
067200             "NARROW THE DATE RANGE"
067300     END-IF.
067400 3400-EXIT.
067500     EXIT.
067600 3500-CLOSE-DAY.
067700*    EVERY USER WHO SAW MORE PEOPLE TODAY THAN THE THRESHOLD IS
067800*    FLAGGED, THEN THE DAY'S TABLES START OVER.
067900     PERFORM 3550-CHECK-ONE-DAY-USER THRU 3550-EXIT
068000         VARYING WS-DAY-IDX FROM 1 BY 1
068100         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
068200     MOVE ZERO TO WS-DAY-COUNT.
068300     MOVE ZERO TO WS-PAIR-COUNT.
068400 3500-EXIT.
068500     EXIT.
068600 3550-CHECK-ONE-DAY-USER.
068700     IF WS-DAY-PEOPLE(WS-DAY-IDX) NOT > WS-PEOPLE-LIMIT
068800         GO TO 3550-EXIT
068900     END-IF.
069000     ADD 1 TO WS-DAYS-FLAGGED.
069100     MOVE WS-DAY-USER(WS-DAY-IDX) TO WS-USER-LOOKUP.
069200     PERFORM 3100-FIND-USER THRU 3100-EXIT.
069300     IF WS-USER-WAS-FOUND
069400         ADD 1 TO WS-USR-DAYS-OVER(WS-USR-IDX)
069500     END-IF.
069600     IF WS-FLAG-COUNT < 500
069700         ADD 1 TO WS-FLAG-COUNT
069800         SET WS-FLG-IDX TO WS-FLAG-COUNT
069900         MOVE WS-DAY-USER(WS-DAY-IDX) TO WS-FLG-USER(WS-FLG-IDX)
070000         MOVE WS-CURRENT-DAY TO WS-FLG-DATE(WS-FLG-IDX)
070100         MOVE WS-DAY-PEOPLE(WS-DAY-IDX)
070200             TO WS-FLG-PEOPLE(WS-FLG-IDX)
070300         MOVE WS-DAY-LOOKUPS(WS-DAY-IDX)
070400             TO WS-FLG-LOOKUPS(WS-FLG-IDX)
070500     ELSE
070600         DISPLAY "PRIVRPT - FLAG TABLE FULL, "
070700             "NARROW THE DATE RANGE"
070800     END-IF.
070900 3550-EXIT.
071000     EXIT.
071100 6000-PRINT-HEADINGS.
071200     ADD 1 TO WS-PAGE-NUMBER.
071300     MOVE WS-PAGE-NUMBER TO RH-PAGE-NUMBER.
071400     IF WS-PAGE-NUMBER > 1
071500         MOVE SPACES TO REPORT-OUT-RECORD
071600         WRITE REPORT-OUT-RECORD
071700         WRITE REPORT-OUT-RECORD
071800             AFTER ADVANCING PAGE
071900     END-IF.
072000     MOVE WS-REPORT-HEADING-1 TO REPORT-OUT-RECORD.
072100     WRITE REPORT-OUT-RECORD.
072200     MOVE SPACES TO REPORT-OUT-RECORD.
072300     WRITE REPORT-OUT-RECORD.
072400     MOVE 2 TO WS-LINE-COUNT.
072500 6000-EXIT.
072600     EXIT.
072700 6100-START-SECTION.
072800*    EACH SECTION STARTS ON A FRESH PAGE UNDER THE TITLE IN
072900*    WS-SECTION-HEADING AND THE COLUMNS IN WS-COLUMN-HEADING.
073000     PERFORM 6000-PRINT-HEADINGS THRU 6000-EXIT.
073100     MOVE WS-SECTION-HEADING TO REPORT-OUT-RECORD.
073200     WRITE REPORT-OUT-RECORD.
073300     MOVE WS-COLUMN-HEADING TO REPORT-OUT-RECORD.
073400     WRITE REPORT-OUT-RECORD.
073500     ADD 2 TO WS-LINE-COUNT.
073600 6100-EXIT.
073700     EXIT.
073800 6200-PUT-LINE.
073900*    THE LINE TO PRINT IS IN WS-PRINT-LINE. A FULL PAGE STARTS
074000*    A NEW ONE UNDER THE SAME SECTION AND COLUMN HEADINGS.
074100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
074200         PERFORM 6000-PRINT-HEADINGS THRU 6000-EXIT
074300         MOVE WS-SECTION-HEADING TO REPORT-OUT-RECORD
074400         WRITE REPORT-OUT-RECORD
074500         MOVE WS-COLUMN-HEADING TO REPORT-OUT-RECORD
074600         WRITE REPORT-OUT-RECORD
074700         ADD 2 TO WS-LINE-COUNT
074800     END-IF.
074900     MOVE WS-PRINT-LINE TO REPORT-OUT-RECORD.
075000     WRITE REPORT-OUT-RECORD.
075100     ADD 1 TO WS-LINE-COUNT.
075200 6200-EXIT.
075300     EXIT.
075400 7000-PRINT-REPORT.
075500     PERFORM 7100-PRINT-USERS THRU 7100-EXIT.
075600     PERFORM 7300-PRINT-FLAGGED-DAYS THRU 7300-EXIT.
075700     PERFORM 7500-PRINT-PURGED THRU 7500-EXIT.
075800     IF WS-WHO-LOOKED-WANTED
075900         PERFORM 7700-PRINT-WHO-LOOKED THRU 7700-EXIT
076000     END-IF.
076100     MOVE SPACES TO WS-PRINT-LINE.
076200     PERFORM 6200-PUT-LINE THRU 6200-EXIT.
076300     MOVE WS-DAYS-FLAGGED TO WS-SUM-FLAGGED.
076400     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
076500     PERFORM 6200-PUT-LINE THRU 6200-EXIT.
076600     MOVE WS-PURGED-LOOKUPS TO WS-SUM-PURGED.
076700     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE.
076800     PERFORM 6200-PUT-LINE THRU 6200-EXIT.
076900 7000-EXIT.
077000     EXIT.
077100 7100-PRINT-USERS.
077200     MOVE "LOOKUPS BY USER" TO WS-SECTION-HEADING.
077300     MOVE WS-USER-HEADING TO WS-COLUMN-HEADING.
077400     PERFORM 6100-START-SECTION THRU 6100-EXIT.
077500     IF WS-USR-COUNT = ZERO
077600         MOVE "NO LOOKUPS ON THE LOG IN THIS RANGE"
077700             TO WS-PRINT-LINE
077800         PERFORM 6200-PUT-LINE THRU 6200-EXIT
077900         GO TO 7100-EXIT
078000     END-IF.
078100     PERFORM 7150-PRINT-ONE-USER THRU 7150-EXIT
078200         VARYING WS-USR-IDX FROM 1 BY 1
078300         UNTIL WS-USR-IDX > WS-USR-COUNT.
078400 7100-EXIT.
078500     EXIT.
078600 7150-PRINT-ONE-USER.
078700     MOVE WS-USR-NAME(WS-USR-IDX)      TO UL-USER.
078800     MOVE WS-USR-LOOKUPS(WS-USR-IDX)   TO UL-LOOKUPS.
078900     MOVE WS-USR-FOUND(WS-USR-IDX)     TO UL-FOUND.
079000     MOVE WS-USR-NOT-FOUND(WS-USR-IDX) TO UL-NOT-FOUND.
079100     MOVE WS-USR-REFUSED(WS-USR-IDX)   TO UL-REFUSED.
079200     MOVE WS-USR-PEOPLE(WS-USR-IDX)    TO UL-PEOPLE.
079300     MOVE WS-USR-DAYS-OVER(WS-USR-IDX) TO UL-DAYS-OVER.
079400     MOVE WS-USR-PURGED(WS-USR-IDX)    TO UL-PURGED.
079500     MOVE WS-USER-LINE TO WS-PRINT-LINE.
079600     PERFORM 6200-PUT-LINE THRU 6200-EXIT.
079700     MOVE SPACES TO WS-REASON-LINE.
079800     MOVE "    REASONS:" TO WS-REASON-LINE.
079900     PERFORM 7160-FORMAT-ONE-REASON THRU 7160-EXIT
080000         VARYING WS-REASON-SUB FROM 1 BY 1
080100         UNTIL WS-REASON-SUB > 7.
080200     MOVE WS-REASON-LINE TO WS-PRINT-LINE.
080300     PERFORM 6200-PUT-LINE THRU 6200-EXIT.
080400 7150-EXIT.
080500     EXIT.
080600 7160-FORMAT-ONE-REASON.
080700     MOVE WS-REASON-LIST-CODE(WS-REASON-SUB)
080800         TO RL-CODE(WS-REASON-SUB).
080900     MOVE WS-USR-REASON-COUNT(WS-USR-IDX, WS-REASON-SUB)
081000         TO RL-COUNT(WS-REASON-SUB).
081100 7160-EXIT.
081200     EXIT.
081300 7300-PRINT-FLAGGED-DAYS.
081400     MOVE SPACES TO WS-SECTION-HEADING.
081500     STRING "USERS WHO SAW MORE THAN " DELIMITED BY SIZE
081600         WS-PEOPLE-LIMIT DELIMITED BY SIZE
081700         " PEOPLE IN ONE DAY" DELIMITED BY SIZE
081800         INTO WS-SECTION-HEADING.
081900     MOVE WS-FLAG-HEADING TO WS-COLUMN-HEADING.
082000     PERFORM 6100-START-SECTION THRU 6100-EXIT.
082100     IF WS-FLAG-COUNT = ZERO
082200         MOVE "NO USER WENT OVER THE THRESHOLD" TO WS-PRINT-LINE
082300         PERFORM 6200-PUT-LINE THRU 6200-EXIT
082400         GO TO 7300-EXIT
082500     END-IF.
082600     PERFORM 7350-PRINT-ONE-FLAG THRU 7350-EXIT
082700         VARYING WS-FLG-IDX FROM 1 BY 1
082800         UNTIL WS-FLG-IDX > WS-FLAG-COUNT.
082900 7300-EXIT.
083000     EXIT.
083100 7350-PRINT-ONE-FLAG.
083200     MOVE WS-FLG-USER(WS-FLG-IDX)    TO FL-USER.
083300     MOVE WS-FLG-DATE(WS-FLG-IDX)    TO FL-DATE.
083400     MOVE WS-FLG-PEOPLE(WS-FLG-IDX)  TO FL-PEOPLE.
083500     MOVE WS-FLG-LOOKUPS(WS-FLG-IDX) TO FL-LOOKUPS.
083600     MOVE WS-FLAG-LINE TO WS-PRINT-LINE.
083700     PERFORM 6200-PUT-LINE THRU 6200-EXIT.
083800 7350-EXIT.
083900     EXIT.
084000 7500-PRINT-PURGED.
084100     MOVE "LOOKUPS OF PURGED OR DECEASED SSNS"
084200         TO WS-SECTION-HEADING.
084300     MOVE WS-LOOKUP-HEADING TO WS-COLUMN-HEADING.
084400     PERFORM 6100-START-SECTION THRU 6100-EXIT.
084500     IF WS-PRG-COUNT = ZERO
084600         MOVE "NO LOOKUPS OF PURGED SSNS" TO WS-PRINT-LINE
084700         PERFORM 6200-PUT-LINE THRU 6200-EXIT
084800         GO TO 7500-EXIT
084900     END-IF.
085000     PERFORM 7550-PRINT-ONE-PURGED THRU 7550-EXIT
085100         VARYING WS-PRG-IDX FROM 1 BY 1
085200         UNTIL WS-PRG-IDX > WS-PRG-COUNT.
085300 7500-EXIT.
085400     EXIT.
085500 7550-PRINT-ONE-PURGED.
085600     MOVE WS-PRG-DATE(WS-PRG-IDX)    TO LL-DATE.
085700     MOVE WS-PRG-TIME(WS-PRG-IDX)    TO WS-TIME-WORK.
085800     PERFORM 7900-FORMAT-TIME THRU 7900-EXIT.
085900     MOVE WS-PRG-USER(WS-PRG-IDX)    TO LL-USER.
086000     MOVE WS-PRG-PROGRAM(WS-PRG-IDX) TO LL-PROGRAM.
086100     MOVE WS-PRG-REASON(WS-PRG-IDX)  TO LL-REASON.
086200     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
086300         WS-PRG-SSN(WS-PRG-IDX) WS-PRINTED-SSN
086400     END-CALL.
086500     MOVE WS-PRINTED-SSN TO LL-SSN.
086600     IF WS-PRG-PURGE-REASON(WS-PRG-IDX) = WS-DEATH-REASON-CODE
086700         MOVE "DECEASED" TO PD-STATUS
086800     ELSE
086900         MOVE "PURGED" TO PD-STATUS
087000     END-IF.
087100     MOVE WS-PRG-PURGE-DATE(WS-PRG-IDX)   TO PD-PURGE-DATE.
087200     MOVE WS-PRG-PURGE-REASON(WS-PRG-IDX) TO PD-REASON.
087300     MOVE WS-PURGED-DETAIL TO LL-DETAIL.
087400     MOVE WS-LOOKUP-LINE TO WS-PRINT-LINE.
087500     PERFORM 6200-PUT-LINE THRU 6200-EXIT.
087600 7550-EXIT.
087700     EXIT.
087800 7700-PRINT-WHO-LOOKED.
087900*    A SECOND PASS OVER THE LOG FOR EVERY LOOKUP KEYED BY THE
088000*    REQUESTED SSN IN THE DATE RANGE, REFUSED ATTEMPTS INCLUDED.
088100     MOVE SPACES TO WS-SECTION-HEADING.
088200     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
088300         WS-WHO-SSN WS-PRINTED-SSN
088400     END-CALL.
088500     STRING "WHO LOOKED AT SSN " DELIMITED BY SIZE
088600         WS-PRINTED-SSN DELIMITED BY SIZE
088700         INTO WS-SECTION-HEADING.
088800     MOVE WS-LOOKUP-HEADING TO WS-COLUMN-HEADING.
088900     PERFORM 6100-START-SECTION THRU 6100-EXIT.
089000     CLOSE ACCESS-LOG.
089100     OPEN INPUT ACCESS-LOG.
089200     MOVE "N" TO WS-EOF-SWITCH.
089300     PERFORM 7750-SCAN-ONE-LOOKUP THRU 7750-EXIT
089400         UNTIL WS-NO-MORE-LOG.
089500     IF WS-WHO-LOOKUPS = ZERO
089600         MOVE "NO LOOKUPS OF THIS SSN IN THIS RANGE"
089700             TO WS-PRINT-LINE
089800         PERFORM 6200-PUT-LINE THRU 6200-EXIT
089900     END-IF.
090000 7700-EXIT.
090100     EXIT.
090200 7750-SCAN-ONE-LOOKUP.
090300     READ ACCESS-LOG
090400         AT END
090500             MOVE "Y" TO WS-EOF-SWITCH
090600             GO TO 7750-EXIT
090700     END-READ.
090800     IF ACC-DATE < WS-START-DATE
090900             OR ACC-DATE > WS-END-DATE
091000             OR NOT ACC-REQUEST-BY-SSN
091100             OR ACC-ARGUMENT-SSN NOT = WS-WHO-SSN
091200         GO TO 7750-EXIT
091300     END-IF.
091400     ADD 1 TO WS-WHO-LOOKUPS.
091500     MOVE ACC-DATE     TO LL-DATE.
091600     MOVE ACC-TIME     TO WS-TIME-WORK.
091700     PERFORM 7900-FORMAT-TIME THRU 7900-EXIT.
091800     MOVE ACC-USER     TO LL-USER.
091900     MOVE ACC-PROGRAM  TO LL-PROGRAM.
092000     MOVE ACC-REASON   TO LL-REASON.
092100     MOVE WS-PRINTED-SSN TO LL-SSN.
092200     EVALUATE TRUE
092300         WHEN ACC-RESULT-REFUSED
092400             MOVE "REFUSED" TO WD-RESULT
092500         WHEN ACC-RESULT-FOUND
092600             MOVE "FOUND" TO WD-RESULT
092700         WHEN OTHER
092800             MOVE "NOT FOUND" TO WD-RESULT
092900     END-EVALUATE.
093000     MOVE WS-WHO-DETAIL TO LL-DETAIL.
093100     MOVE WS-LOOKUP-LINE TO WS-PRINT-LINE.
093200     PERFORM 6200-PUT-LINE THRU 6200-EXIT.
093300 7750-EXIT.
093400     EXIT.
093500 7900-FORMAT-TIME.
093600     MOVE WS-TW-HH TO WS-TP-HH.
093700     MOVE WS-TW-MM TO WS-TP-MM.
093800     MOVE WS-TIME-PRINT TO LL-TIME.
093900 7900-EXIT.
094000     EXIT.
094100 9000-TERMINATE.
094200     CLOSE ACCESS-LOG REPORT-OUT.
094300     DISPLAY "ACCESS LOG RECORDS READ:    " WS-RECORDS-READ.
094400     DISPLAY "ACCESS LOG RECORDS IN RANGE: " WS-RECORDS-SELECTED.
094500     DISPLAY "USER-DAYS OVER THRESHOLD:   " WS-DAYS-FLAGGED.
094600     DISPLAY "LOOKUPS OF PURGED SSNS:     " WS-PURGED-LOOKUPS.
094700 9000-EXIT.
094800     EXIT.
