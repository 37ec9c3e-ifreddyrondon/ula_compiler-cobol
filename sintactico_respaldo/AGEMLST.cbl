000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AGEMLST.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 11/05/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* AGEMLST IS THE MONTHLY AGE-MILESTONE ELIGIBILITY EXTRACT FOR
000900* BENEFITS. BENEFITS ONLY HEARD ABOUT SOMEBODY REACHING AN
001000* ELIGIBILITY AGE WHEN THE PERSON APPLIED; NOW THAT THE SSN
001100* MASTER CARRIES A MAINTAINED BIRTH DATE, THIS JOB TELLS THEM
001200* AHEAD OF TIME. IT WALKS THE SSN MASTER IN KEY ORDER AND PICKS
001300* EVERYONE WHO REACHES ONE OF THE MILESTONE AGES IN THE MONTH
001400* AFTER THE BUSINESS DATE -- THE BIRTH MONTH IS THE COMING MONTH
001500* AND THE BIRTH YEAR IS THAT MONTH'S YEAR LESS THE AGE. A
001600* FEBRUARY 29 BIRTHDAY REACHES THE AGE ON FEBRUARY 28 IN A YEAR
001700* THAT IS NOT A LEAP YEAR.
001800*
001900* NOT CONSIDERED AT ALL, ONLY COUNTED:
002000*    - A RECORD BENEFITS HAS BOUNCED (SSN-BEN-BOUNCED);
002100*    - A BIRTH DATE THAT IS ZERO, BLANK, OR FAILS THE SAME DATE
002200*      EDIT RTNMAIL AND DQSCORE MAKE -- THE AGE IS NOT KNOWN;
002300*    - AN SSN ON THE PURGE ARCHIVE (PURGED AND SINCE RE-ADDED),
002400*      OR WITH A PURGE REQUEST PENDING OR APPROVED ON PENDAPR.
002500*
002600* EVERY PERSON REACHING A MILESTONE IS LOOKED UP ON THE ADDRESS
002700* MASTER BY SSN. NO ADDRESS RECORD, A BLANK ZIP, OR AN ADDRESS
002800* RTNMAIL HAS FLAGGED UNDELIVERABLE (ADRUND) IS NOT A USABLE
002900* ADDRESS -- THE SAME TEST BENLTR MAKES -- AND THE PERSON GOES ON
003000* THE EXCEPTION LISTING INSTEAD OF THE FILE. EVERYONE ELSE IS
003100* WRITTEN TO THE ELIGIBILITY INTERCHANGE FILE, WHICH CARRIES A
003200* HEADER (WITH THE MILESTONE MONTH) AND A TRAILER WITH THE
003300* DETAIL COUNT AND AN SSN HASH, AND IS READ BACK AND BALANCED
003400* AFTER CLOSE LIKE ADRXCHG -- RC 16 IF IT DOES NOT BALANCE.
003500*
003600* THE PRINTED REPORT LISTS THE PEOPLE SENT BY MILESTONE AGE AND,
003700* WITHIN THE AGE, BY AREA NUMBER, WITH A COUNT PER AREA AND PER
003800* AGE. NOTHING ON ANY MASTER IS UPDATED.
003900*
004000* PARM 'AAA...' GIVES THE MILESTONE AGES, THREE DIGITS EACH, UP
004100* TO FIVE OF THEM (001-120, DEFAULT 062065). 'AAA...,FULLSSN' OR
004200* 'FULLSSN' PRINTS FULL SSNS ON BOTH LISTINGS AND LOGS THE RUN
004300* THROUGH AUDITLOG. THE INTERCHANGE FILE ALWAYS CARRIES THE SSN.
004400*
004500*    MODIFICATION HISTORY
004600*    -------------------------------------------------------------
004700*    DATE       INIT  DESCRIPTION
004800*    11/05/1988 FR    ORIGINAL PROGRAM.
004810*    11/08/1988 FR    A FEBRUARY 29 BIRTH DATE IS GOOD ONLY IN A
004820*                     LEAP YEAR.
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. MOTOROLA.
005300 OBJECT-COMPUTER. INTEL.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT SSN-MASTER    ASSIGN TO SSNMSTR
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS SSN-MASTER-KEY-X.
006000     SELECT ADDRESS-MASTER ASSIGN TO ADRMSTR
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS ADR-KEY.
006400     SELECT UNDELIVERABLE-FILE ASSIGN TO ADRUND
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS UND-KEY.
006800     SELECT PENDING-APPROVAL ASSIGN TO PENDAPR
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS PND-KEY.
007200     SELECT ARCHIVE-IN    ASSIGN TO PURGARCH
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT MILESTONE-XCHG ASSIGN TO MLSTOUT
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600     SELECT REPORT-OUT    ASSIGN TO MLSTRPT
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800     SELECT EXCEPTION-OUT ASSIGN TO MLSTEXC
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  SSN-MASTER
008700     LABEL RECORD IS STANDARD.
008800 COPY SSNMAST.
008900 FD  ADDRESS-MASTER
009000     LABEL RECORD IS STANDARD.
009100 COPY ADRMAST.
009200 FD  UNDELIVERABLE-FILE
009300     LABEL RECORD IS STANDARD.
009400 COPY ADRUND.
009500 FD  PENDING-APPROVAL
009600     LABEL RECORD IS STANDARD.
009700 COPY PENDAPR.
009800 FD  ARCHIVE-IN
009900     LABEL RECORD IS OMITTED.
010000*    MIRRORS THE ARCHIVE-OUT FD IN SSNPURGE, WHICH OWNS THE
010100*    MASTER COPY -- KEEP THEM IN STEP.
010200 01  ARCHIVE-IN-RECORD.
010300     05  ARC-SSN                    PIC X(09).
010400     05  ARC-NAME                   PIC X(20).
010500     05  ARC-REASON-CODE            PIC X(02).
010600     05  ARC-PURGE-DATE             PIC 9(08).
010700     05  FILLER                     PIC X(41).
010800 FD  MILESTONE-XCHG
010900     LABEL RECORD IS OMITTED.
011000 01  MILESTONE-XCHG-RECORD.
011100     05  MXC-SSN                    PIC 9(09).
011200     05  MXC-MILESTONE-AGE          PIC 9(03).
011300     05  MXC-MILESTONE-DATE         PIC 9(08).
011400     05  MXC-BIRTH-DATE             PIC 9(08).
011500     05  MXC-SEX-CODE               PIC X(01).
011600     05  MXC-NAME                   PIC X(20).
011700     05  MXC-HOUSE                  PIC X(06).
011800     05  MXC-STREET                 PIC X(20).
011900     05  MXC-CITY                   PIC X(13).
012000     05  MXC-STATE                  PIC X(02).
012100     05  MXC-ZIP                    PIC X(05).
012200     05  FILLER                     PIC X(05).
012300 01  MILESTONE-XCHG-HEADER-RECORD.
012400     05  MXC-HDR-ID                 PIC X(03).
012500     05  MXC-HDR-FILE-ID            PIC X(08).
012600     05  MXC-HDR-RUN-DATE           PIC 9(08).
012700     05  MXC-HDR-MILESTONE-MONTH    PIC 9(06).
012800     05  FILLER                     PIC X(75).
012900 01  MILESTONE-XCHG-TRAILER-RECORD.
013000     05  MXC-TRL-ID                 PIC X(03).
013100     05  MXC-TRL-DETAIL-COUNT       PIC 9(07).
013200     05  MXC-TRL-SSN-HASH           PIC 9(15).
013300     05  FILLER                     PIC X(75).
013400 FD  REPORT-OUT
013500     LABEL RECORD IS OMITTED.
013600 01  REPORT-OUT-RECORD              PIC X(80).
013700 FD  EXCEPTION-OUT
013800     LABEL RECORD IS OMITTED.
013900 01  EXCEPTION-OUT-RECORD           PIC X(80).
014000 FD  CONTROL-COUNTS
014100     LABEL RECORD IS OMITTED.
014200 COPY CNTREC.
014300 FD  RUN-CONTROL
014400     LABEL RECORD IS OMITTED.
014500 COPY RUNCTL.
014600 WORKING-STORAGE SECTION.
014700 01  WS-SWITCHES.
014800     05  WS-SSN-EOF-SWITCH          PIC X(01) VALUE "N".
014900         88  WS-NO-MORE-SSNS        VALUE "Y".
015000     05  WS-DATE-VALID-SWITCH       PIC X(01) VALUE "N".
015100         88  WS-DATE-IS-VALID       VALUE "Y".
015200     05  WS-AGE-FOUND-SWITCH        PIC X(01) VALUE "N".
015300         88  WS-AGE-IS-MILESTONE    VALUE "Y".
015400     05  WS-ADDRESS-OK-SWITCH       PIC X(01) VALUE "N".
015500         88  WS-ADDRESS-IS-GOOD     VALUE "Y".
015600 01  WS-COUNTERS.
015700     05  WS-SSN-RECORDS-READ        PIC 9(07) VALUE ZERO.
015800     05  WS-SKIPPED-BOUNCED         PIC 9(07) VALUE ZERO.
015900     05  WS-SKIPPED-NO-BIRTH        PIC 9(07) VALUE ZERO.
016000     05  WS-SKIPPED-PURGED          PIC 9(07) VALUE ZERO.
016100     05  WS-SKIPPED-PURGE-PENDING   PIC 9(07) VALUE ZERO.
016200     05  WS-MILESTONES-FOUND        PIC 9(07) VALUE ZERO.
016300     05  WS-RECORDS-SENT            PIC 9(07) VALUE ZERO.
016400     05  WS-NO-ADDRESS              PIC 9(07) VALUE ZERO.
016500     05  WS-BLANK-ZIP               PIC 9(07) VALUE ZERO.
016600     05  WS-UNDELIVERABLE           PIC 9(07) VALUE ZERO.
016700     05  WS-EXCEPTION-TOTAL         PIC 9(07) VALUE ZERO.
016800     05  WS-NOT-LISTED              PIC 9(07) VALUE ZERO.
016900 01  WS-SUBSCRIPTS.
017000     05  WS-AGE-SUB                 PIC 9(02) COMP VALUE ZERO.
017100     05  WS-MLST-SUB                PIC 9(02) COMP VALUE ZERO.
017200     05  WS-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
017300 01  WS-EARLIEST-BIRTH-YEAR         PIC 9(04) VALUE 1880.
017400 01  WS-AGE-MAXIMUM                 PIC 9(03) VALUE 120.
017500*    THE MILESTONE AGES FROM THE PARM, WITH WHAT EACH ONE SENT AND
017600*    PUT ON THE EXCEPTION LISTING.
017700 01  WS-MILESTONE-TABLE.
017800     05  WS-MLST-COUNT              PIC 9(02) VALUE ZERO.
017900     05  WS-MLST-ENTRY OCCURS 5 TIMES.
018000         10  WS-ML-AGE              PIC 9(03).
018100         10  WS-ML-BIRTH-YEAR       PIC 9(04).
018200         10  WS-ML-SENT             PIC 9(07).
018300         10  WS-ML-EXCEPTED         PIC 9(07).
018400*    THE PEOPLE SENT, IN THE ORDER FOUND. THE MASTER IS READ IN
018500*    KEY ORDER, SO WITHIN ONE MILESTONE AGE THE ENTRIES ARE
018600*    ALREADY IN AREA-NUMBER ORDER FOR THE REPORT.
018700 01  WS-HIT-TABLE.
018800     05  WS-HIT-COUNT               PIC 9(04) VALUE ZERO.
018900     05  WS-HIT-ENTRY OCCURS 5000 TIMES.
019000         10  WS-HT-MLST-SUB         PIC 9(02).
019100         10  WS-HT-SSN              PIC X(09).
019200         10  WS-HT-SSN-AREA REDEFINES WS-HT-SSN.
019300             15  WS-HT-AREA         PIC X(03).
019400             15  FILLER             PIC X(06).
019500         10  WS-HT-NAME             PIC X(20).
019600         10  WS-HT-BIRTH-DATE       PIC 9(08).
019700         10  WS-HT-MILESTONE-DATE   PIC 9(08).
019800         10  WS-HT-CITY             PIC X(13).
019900         10  WS-HT-STATE            PIC X(02).
020000 01  WS-HIT-MAXIMUM                 PIC 9(04) VALUE 5000.
020100 01  WS-ARCHIVE-FIELDS.
020200     05  WS-ARCH-EOF-SWITCH         PIC X(01) VALUE "N".
020300         88  WS-NO-MORE-ARCHIVE     VALUE "Y".
020400     05  WS-ARCH-FOUND-SWITCH       PIC X(01) VALUE "N".
020500         88  WS-ARCHIVE-HAS-SSN     VALUE "Y".
020600     05  WS-ARCH-LOOKUP-SSN         PIC X(09) VALUE SPACES.
020700 01  WS-ARCHIVE-TABLE.
020800     05  WS-ARCH-COUNT              PIC 9(04) VALUE ZERO.
020900     05  WS-ARCH-ENTRY OCCURS 2000 TIMES
021000             INDEXED BY WS-ARC-IDX.
021100         10  WS-ARC-SSN             PIC X(09).
021200         10  WS-ARC-REASON          PIC X(02).
021300 01  WS-PURGE-SOURCE                PIC X(08) VALUE "SSNPURGE".
021400 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
021500 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
021600     05  WS-RUN-YEAR                PIC 9(04).
021700     05  WS-RUN-MONTH               PIC 9(02).
021800     05  WS-RUN-DAY                 PIC 9(02).
021900 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
022000 01  WS-TARGET-MONTH-FIELDS.
022100     05  WS-TARGET-YEAR-MONTH       PIC 9(06) VALUE ZERO.
022200     05  WS-TARGET-PARTS REDEFINES WS-TARGET-YEAR-MONTH.
022300         10  WS-TARGET-YEAR         PIC 9(04).
022400         10  WS-TARGET-MONTH        PIC 9(02).
022500 01  WS-MILESTONE-DATE              PIC 9(08) VALUE ZERO.
022600 01  WS-MILESTONE-DATE-PARTS REDEFINES WS-MILESTONE-DATE.
022700     05  WS-MD-YEAR                 PIC 9(04).
022800     05  WS-MD-MONTH                PIC 9(02).
022900     05  WS-MD-DAY                  PIC 9(02).
023000 01  WS-DATE-FIELDS.
023100     05  WS-DF-DATE                 PIC 9(08) VALUE ZERO.
023200     05  WS-DF-PARTS REDEFINES WS-DF-DATE.
023300         10  WS-DF-YEAR             PIC 9(04).
023400         10  WS-DF-MONTH            PIC 9(02).
023500         10  WS-DF-DAY              PIC 9(02).
023600     05  WS-DF-REMAINDER-4          PIC 9(03) VALUE ZERO.
023700     05  WS-DF-REMAINDER-100        PIC 9(03) VALUE ZERO.
023800     05  WS-DF-REMAINDER-400        PIC 9(03) VALUE ZERO.
023900     05  WS-DF-WORK-QUOTIENT        PIC 9(04) VALUE ZERO.
024000     05  WS-DF-LEAP-SWITCH          PIC X(01) VALUE "N".
024100         88  WS-DF-IS-LEAP          VALUE "Y".
024200 01  WS-MONTH-LENGTH-VALUES.
024300     05  FILLER                     PIC X(06) VALUE "312931".
024400     05  FILLER                     PIC X(06) VALUE "303130".
024500     05  FILLER                     PIC X(06) VALUE "313130".
024600     05  FILLER                     PIC X(06) VALUE "313031".
024700 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
024800     05  WS-MONTH-LENGTH OCCURS 12 TIMES
024900                                    PIC 9(02).
025000 01  WS-XCHG-FILE-FIELDS.
025100     05  WS-MXC-FILE-ID             PIC X(08) VALUE "AGEMLS01".
025200     05  WS-MXC-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
025300     05  WS-MXC-SSN-HASH            PIC 9(15) VALUE ZERO.
025400 01  WS-VERIFY-FIELDS.
025500     05  WS-VFY-EOF-SWITCH          PIC X(01) VALUE "N".
025600         88  WS-NO-MORE-VERIFY      VALUE "Y".
025700     05  WS-VFY-HEADER-SWITCH       PIC X(01) VALUE "N".
025800         88  WS-VFY-HEADER-SEEN     VALUE "Y".
025900     05  WS-VFY-TRAILER-SWITCH      PIC X(01) VALUE "N".
026000         88  WS-VFY-TRAILER-SEEN    VALUE "Y".
026100     05  WS-MXC-BALANCE-SWITCH      PIC X(01) VALUE "Y".
026200         88  WS-MXC-FILE-BALANCES   VALUE "Y".
026300     05  WS-VFY-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
026400     05  WS-VFY-SSN-HASH            PIC 9(15) VALUE ZERO.
026500     05  WS-VFY-TRL-COUNT           PIC 9(07) VALUE ZERO.
026600     05  WS-VFY-TRL-HASH            PIC 9(15) VALUE ZERO.
026700 01  WS-REPORT-HEADING.
026800     05  FILLER                     PIC X(40) VALUE
026900         "AGE-MILESTONE ELIGIBILITY EXTRACT".
027000     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
027100     05  WS-RH-RUN-DATE             PIC 9(08).
027200     05  FILLER                     PIC X(23) VALUE SPACES.
027300 01  WS-MONTH-HEADING.
027400     05  FILLER                     PIC X(40) VALUE
027500         "PEOPLE REACHING A MILESTONE AGE IN MONTH".
027600     05  FILLER                     PIC X(09) VALUE SPACES.
027700     05  WS-MH-YEAR-MONTH           PIC 9(06).
027800     05  FILLER                     PIC X(25) VALUE SPACES.
027900 01  WS-AGE-HEADING.
028000     05  FILLER                     PIC X(14) VALUE
028100         "MILESTONE AGE ".
028200     05  AH-AGE                     PIC ZZ9.
028300     05  FILLER                     PIC X(14) VALUE
028400         "  BORN IN YEAR".
028500     05  FILLER                     PIC X(01) VALUE SPACE.
028600     05  AH-BIRTH-YEAR              PIC 9(04).
028700     05  FILLER                     PIC X(44) VALUE SPACES.
028800 01  WS-DETAIL-COLUMNS.
028900     05  FILLER                     PIC X(40) VALUE
029000         "AREA SSN          NAME                  ".
029100     05  FILLER                     PIC X(40) VALUE
029200         "BIRTH DT  MLSTN DT  CITY          ST".
029300 01  WS-DETAIL-LINE.
029400     05  DL-AREA                    PIC X(03).
029500     05  FILLER                     PIC X(02) VALUE SPACES.
029600     05  DL-SSN                     PIC X(11).
029700     05  FILLER                     PIC X(02) VALUE SPACES.
029800     05  DL-NAME                    PIC X(20).
029900     05  FILLER                     PIC X(02) VALUE SPACES.
030000     05  DL-BIRTH-DATE              PIC 9(08).
030100     05  FILLER                     PIC X(02) VALUE SPACES.
030200     05  DL-MILESTONE-DATE          PIC 9(08).
030300     05  FILLER                     PIC X(02) VALUE SPACES.
030400     05  DL-CITY                    PIC X(13).
030500     05  FILLER                     PIC X(01) VALUE SPACE.
030600     05  DL-STATE                   PIC X(02).
030700     05  FILLER                     PIC X(04) VALUE SPACES.
030800 01  WS-AREA-TOTAL-LINE.
030900     05  FILLER                     PIC X(05) VALUE SPACES.
031000     05  FILLER                     PIC X(05) VALUE "AREA ".
031100     05  AT-AREA                    PIC X(03).
031200     05  FILLER                     PIC X(07) VALUE " TOTAL ".
031300     05  AT-COUNT                   PIC ZZZZZZ9.
031400     05  FILLER                     PIC X(53) VALUE SPACES.
031500 01  WS-AGE-TOTAL-LINE.
031600     05  FILLER                     PIC X(14) VALUE
031700         "MILESTONE AGE ".
031800     05  GT-AGE                     PIC ZZ9.
031900     05  FILLER                     PIC X(13) VALUE
032000         " TOTAL SENT  ".
032100     05  GT-SENT                    PIC ZZZZZZ9.
032200     05  FILLER                     PIC X(14) VALUE
032300         "   EXCEPTIONS ".
032400     05  GT-EXCEPTED                PIC ZZZZZZ9.
032500     05  FILLER                     PIC X(22) VALUE SPACES.
032600 01  WS-NONE-LINE.
032700     05  FILLER                     PIC X(05) VALUE SPACES.
032800     05  FILLER                     PIC X(40) VALUE
032900         "NONE SENT FOR THIS AGE".
033000     05  FILLER                     PIC X(35) VALUE SPACES.
033100 01  WS-PREVIOUS-AREA               PIC X(03) VALUE SPACES.
033200 01  WS-AREA-HITS                   PIC 9(07) VALUE ZERO.
033300 01  WS-EXC-HEADING.
033400     05  FILLER                     PIC X(40) VALUE
033500         "AGE-MILESTONE EXCEPTIONS - NOT SENT".
033600     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
033700     05  WS-EH-RUN-DATE             PIC 9(08).
033800     05  FILLER                     PIC X(23) VALUE SPACES.
033900 01  WS-EXC-COLUMNS.
034000     05  FILLER                     PIC X(40) VALUE
034100         "SSN            NAME                  AGE".
034200     05  FILLER                     PIC X(40) VALUE
034300         "  REASON".
034400 01  WS-EXC-DETAIL-LINE.
034500     05  WS-EX-SSN                  PIC X(11).
034600     05  FILLER                     PIC X(04) VALUE SPACES.
034700     05  WS-EX-NAME                 PIC X(20).
034800     05  FILLER                     PIC X(02) VALUE SPACES.
034900     05  WS-EX-AGE                  PIC ZZ9.
035000     05  FILLER                     PIC X(02) VALUE SPACES.
035100     05  WS-EX-REASON               PIC X(38).
035200 01  WS-SUMMARY-LINE.
035300     05  WS-SUM-LABEL               PIC X(40).
035400     05  WS-SUM-VALUE               PIC ZZZZZZ9.
035500     05  FILLER                     PIC X(33) VALUE SPACES.
035600 01  WS-PROGRAM-ID                  PIC X(08) VALUE "AGEMLST".
035700 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
035800     "AGE-MILESTONE EXTRACT COMPLETE".
035900 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
036000 01  WS-AUDIT-START-FIELDS.
036100     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
036200     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
036300     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
036400     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
036500     05  WS-AST-MESSAGE             PIC X(40) VALUE
036600         "RUN STARTED".
036700 01  WS-AUDIT-TYPE-FIELDS.
036800     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
036900     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
037000     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
037100 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
037200     "FULL SSNS PRINTED UNDER FULLSSN PARM".
037300 01  WS-SSN-PRINT-FIELDS.
037400     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
037500         88  WS-PRINT-FULL-SSN      VALUE "F".
037600     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
037700 01  WS-PARM                        PIC X(80) VALUE SPACES.
037800 01  WS-PARM-AGES                   PIC X(16) VALUE SPACES.
037900 01  WS-PARM-AGE-FIELDS REDEFINES WS-PARM-AGES.
038000     05  WS-PARM-AGE-GROUP OCCURS 5 TIMES.
038100         10  WS-PARM-AGE            PIC X(03).
038200         10  WS-PARM-AGE-N REDEFINES WS-PARM-AGE
038300                                    PIC 9(03).
038400     05  WS-PARM-AGES-REST          PIC X(01).
038500 01  WS-DEFAULT-AGES                PIC X(16) VALUE "062065".
038600 01  WS-PRINT-PARM                  PIC X(07) VALUE SPACES.
038700 PROCEDURE DIVISION.
038800 0000-MAINLINE.
038900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039000     PERFORM 2000-CHECK-ONE-SSN THRU 2000-EXIT
039100         UNTIL WS-NO-MORE-SSNS.
039200     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
039300     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
039400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039500     STOP RUN.
039600 1000-INITIALIZE.
039700     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
039800     CALL "AUDITLOG" USING WS-PROGRAM-ID
039900         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
040000         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
040100         WS-AUDIT-START-TYPE
040200     END-CALL.
040300     PERFORM 1040-READ-PARM THRU 1040-EXIT.
040400     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
040500     PERFORM 1070-SET-TARGET-MONTH THRU 1070-EXIT.
040600     PERFORM 1100-LOAD-PURGE-ARCHIVE THRU 1100-EXIT.
040700     OPEN INPUT SSN-MASTER.
040800     OPEN INPUT ADDRESS-MASTER.
040900     OPEN INPUT UNDELIVERABLE-FILE.
041000     OPEN INPUT PENDING-APPROVAL.
041100     OPEN OUTPUT MILESTONE-XCHG.
041200     OPEN OUTPUT REPORT-OUT.
041300     OPEN OUTPUT EXCEPTION-OUT.
041400     OPEN EXTEND CONTROL-COUNTS.
041500     PERFORM 1300-WRITE-XCHG-HEADER THRU 1300-EXIT.
041600     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
041700     WRITE REPORT-OUT-RECORD FROM WS-REPORT-HEADING.
041800     MOVE WS-TARGET-YEAR-MONTH TO WS-MH-YEAR-MONTH.
041900     WRITE REPORT-OUT-RECORD FROM WS-MONTH-HEADING.
042000     MOVE WS-RUN-DATE TO WS-EH-RUN-DATE.
042100     WRITE EXCEPTION-OUT-RECORD FROM WS-EXC-HEADING.
042200     WRITE EXCEPTION-OUT-RECORD FROM WS-MONTH-HEADING.
042300     MOVE SPACES TO EXCEPTION-OUT-RECORD.
042400     WRITE EXCEPTION-OUT-RECORD.
042500     WRITE EXCEPTION-OUT-RECORD FROM WS-EXC-COLUMNS.
042600     MOVE LOW-VALUES TO SSN-MASTER-KEY-X.
042700     START SSN-MASTER KEY >= SSN-MASTER-KEY-X
042800         INVALID KEY
042900             MOVE "Y" TO WS-SSN-EOF-SWITCH
043000     END-START.
043100 1000-EXIT.
043200     EXIT.
043300 1040-READ-PARM.
043400*    THE PARM IS THE MILESTONE AGES, THE PRINT OPTION, BOTH (AGES
043500*    FIRST), OR NOTHING. NO AGES MEANS 62 AND 65.
043600     ACCEPT WS-PARM FROM COMMAND-LINE.
043700     UNSTRING WS-PARM DELIMITED BY ","
043800         INTO WS-PARM-AGES WS-PRINT-PARM
043900     END-UNSTRING.
044000     IF WS-PARM-AGES = "FULLSSN"
044100         MOVE WS-PARM-AGES TO WS-PRINT-PARM
044200         MOVE SPACES TO WS-PARM-AGES
044300     END-IF.
044400     IF WS-PARM-AGES = SPACES
044500         MOVE WS-DEFAULT-AGES TO WS-PARM-AGES
044600     END-IF.
044700     IF WS-PARM-AGES-REST NOT = SPACE
044800         DISPLAY "AGEMLST ABEND - NO MORE THAN FIVE MILESTONE "
044900             "AGES: " WS-PARM-AGES
045000         MOVE 16 TO RETURN-CODE
045100         STOP RUN
045200     END-IF.
045300     PERFORM 1045-TAKE-ONE-AGE THRU 1045-EXIT
045400         VARYING WS-AGE-SUB FROM 1 BY 1
045500         UNTIL WS-AGE-SUB > 5.
045600 1040-EXIT.
045700     EXIT.
045800 1045-TAKE-ONE-AGE.
045900*    EACH AGE IS THREE DIGITS, 001-120, AND NOT REPEATED. THE AGES
046000*    END AT THE FIRST BLANK GROUP; NOTHING MAY FOLLOW IT.
046100     IF WS-PARM-AGE(WS-AGE-SUB) = SPACES
046200         GO TO 1045-EXIT
046300     END-IF.
046400     IF WS-MLST-COUNT NOT = WS-AGE-SUB - 1
046500         DISPLAY "AGEMLST ABEND - MILESTONE AGES MUST NOT HAVE "
046600             "GAPS: " WS-PARM-AGES
046700         MOVE 16 TO RETURN-CODE
046800         STOP RUN
046900     END-IF.
047000     IF WS-PARM-AGE(WS-AGE-SUB) IS NOT NUMERIC
047100             OR WS-PARM-AGE(WS-AGE-SUB) = "000"
047200             OR WS-PARM-AGE-N(WS-AGE-SUB) > WS-AGE-MAXIMUM
047300         DISPLAY "AGEMLST ABEND - MILESTONE AGE MUST BE 001-120: "
047400             WS-PARM-AGE(WS-AGE-SUB)
047500         MOVE 16 TO RETURN-CODE
047600         STOP RUN
047700     END-IF.
047800     PERFORM 1048-CHECK-REPEATED-AGE THRU 1048-EXIT
047900         VARYING WS-MLST-SUB FROM 1 BY 1
048000         UNTIL WS-MLST-SUB > WS-MLST-COUNT.
048100     ADD 1 TO WS-MLST-COUNT.
048200     MOVE WS-PARM-AGE-N(WS-AGE-SUB) TO WS-ML-AGE(WS-MLST-COUNT).
048300     MOVE ZERO TO WS-ML-SENT(WS-MLST-COUNT).
048400     MOVE ZERO TO WS-ML-EXCEPTED(WS-MLST-COUNT).
048500 1045-EXIT.
048600     EXIT.
048700 1048-CHECK-REPEATED-AGE.
048800     IF WS-ML-AGE(WS-MLST-SUB) = WS-PARM-AGE-N(WS-AGE-SUB)
048900         DISPLAY "AGEMLST ABEND - MILESTONE AGE GIVEN TWICE: "
049000             WS-PARM-AGE(WS-AGE-SUB)
049100         MOVE 16 TO RETURN-CODE
049200         STOP RUN
049300     END-IF.
049400 1048-EXIT.
049500     EXIT.
049600 1050-READ-RUN-CONTROL.
049700*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
049800*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN.
049900     OPEN INPUT RUN-CONTROL.
050000     READ RUN-CONTROL
050100         AT END
050200             DISPLAY "AGEMLST ABEND - RUN-CONTROL FILE IS "
050300                 "EMPTY, RUN RUNCTLST FIRST"
050400             MOVE 16 TO RETURN-CODE
050500             STOP RUN
050600     END-READ.
050700     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
050800     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
050900     CLOSE RUN-CONTROL.
051000 1050-EXIT.
051100     EXIT.
051200 1060-CHECK-SSN-PRINT.
051300*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
051400*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
051500     IF WS-PRINT-PARM = SPACES
051600         GO TO 1060-EXIT
051700     END-IF.
051800     IF WS-PRINT-PARM NOT = "FULLSSN"
051900         DISPLAY "AGEMLST ABEND - PRINT OPTION MUST BE FULLSSN: "
052000             WS-PRINT-PARM
052100         MOVE 16 TO RETURN-CODE
052200         STOP RUN
052300     END-IF.
052400     MOVE "F" TO WS-SSN-PRINT-MODE.
052500     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
052600     CALL "AUDITLOG" USING WS-PROGRAM-ID
052700         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
052800         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
052900         WS-AUDIT-FULL-SSN-TYPE
053000     END-CALL.
053100 1060-EXIT.
053200     EXIT.
053300 1070-SET-TARGET-MONTH.
053400*    THE MILESTONE MONTH IS THE MONTH AFTER THE BUSINESS DATE. A
053500*    PERSON REACHES AGE A IN IT WHEN BORN IN THAT MONTH OF THE
053600*    YEAR A YEARS EARLIER.
053700     IF WS-RUN-MONTH = 12
053800         COMPUTE WS-TARGET-YEAR = WS-RUN-YEAR + 1
053900         MOVE 1 TO WS-TARGET-MONTH
054000     ELSE
054100         MOVE WS-RUN-YEAR TO WS-TARGET-YEAR
054200         COMPUTE WS-TARGET-MONTH = WS-RUN-MONTH + 1
054300     END-IF.
054400     PERFORM 1075-SET-BIRTH-YEAR THRU 1075-EXIT
054500         VARYING WS-MLST-SUB FROM 1 BY 1
054600         UNTIL WS-MLST-SUB > WS-MLST-COUNT.
054700     DISPLAY "MILESTONE MONTH:         " WS-TARGET-YEAR-MONTH.
054800 1070-EXIT.
054900     EXIT.
055000 1075-SET-BIRTH-YEAR.
055100     COMPUTE WS-ML-BIRTH-YEAR(WS-MLST-SUB) =
055200         WS-TARGET-YEAR - WS-ML-AGE(WS-MLST-SUB).
055300 1075-EXIT.
055400     EXIT.
055500 1100-LOAD-PURGE-ARCHIVE.
055600*    THE PURGE ARCHIVE SAYS WHICH SSNS WERE DELIBERATELY REMOVED.
055700*    AN SSN ON IT THAT IS BACK ON THE MASTER WAS RE-ADDED, AND
055800*    BENEFITS IS NOT TOLD ABOUT IT UNTIL SOMEBODY HAS LOOKED.
055900     OPEN INPUT ARCHIVE-IN.
056000     PERFORM 1150-LOAD-ONE-ARCHIVE THRU 1150-EXIT
056100         UNTIL WS-NO-MORE-ARCHIVE.
056200     CLOSE ARCHIVE-IN.
056300     DISPLAY "PURGE ARCHIVE ENTRIES LOADED: " WS-ARCH-COUNT.
056400 1100-EXIT.
056500     EXIT.
056600 1150-LOAD-ONE-ARCHIVE.
056700     READ ARCHIVE-IN
056800         AT END
056900             MOVE "Y" TO WS-ARCH-EOF-SWITCH
057000             GO TO 1150-EXIT
057100     END-READ.
057200     MOVE ARC-SSN TO WS-ARCH-LOOKUP-SSN.
057300     PERFORM 1170-FIND-ARCHIVE-SSN THRU 1170-EXIT.
057400     IF WS-ARCHIVE-HAS-SSN
057500         MOVE ARC-REASON-CODE TO WS-ARC-REASON(WS-ARC-IDX)
057600         GO TO 1150-EXIT
057700     END-IF.
057800     IF WS-ARCH-COUNT < 2000
057900         ADD 1 TO WS-ARCH-COUNT
058000         SET WS-ARC-IDX TO WS-ARCH-COUNT
058100         MOVE ARC-SSN         TO WS-ARC-SSN(WS-ARC-IDX)
058200         MOVE ARC-REASON-CODE TO WS-ARC-REASON(WS-ARC-IDX)
058300     ELSE
058400         DISPLAY "AGEMLST - ARCHIVE TABLE FULL, SSN "
058500             ARC-SSN " NOT CHECKED THIS RUN"
058600     END-IF.
058700 1150-EXIT.
058800     EXIT.
058900 1170-FIND-ARCHIVE-SSN.
059000     MOVE "N" TO WS-ARCH-FOUND-SWITCH.
059100     IF WS-ARCH-COUNT = ZERO
059200         GO TO 1170-EXIT
059300     END-IF.
059400     SET WS-ARC-IDX TO 1.
059500     SEARCH WS-ARCH-ENTRY
059600         AT END
059700             MOVE "N" TO WS-ARCH-FOUND-SWITCH
059800         WHEN WS-ARC-IDX > WS-ARCH-COUNT
059900             MOVE "N" TO WS-ARCH-FOUND-SWITCH
060000         WHEN WS-ARC-SSN(WS-ARC-IDX) = WS-ARCH-LOOKUP-SSN
060100             MOVE "Y" TO WS-ARCH-FOUND-SWITCH
060200     END-SEARCH.
060300 1170-EXIT.
060400     EXIT.
060500 1300-WRITE-XCHG-HEADER.
060600     MOVE SPACES TO MILESTONE-XCHG-HEADER-RECORD.
060700     MOVE "HDR" TO MXC-HDR-ID.
060800     MOVE WS-MXC-FILE-ID TO MXC-HDR-FILE-ID.
060900     MOVE WS-RUN-DATE TO MXC-HDR-RUN-DATE.
061000     MOVE WS-TARGET-YEAR-MONTH TO MXC-HDR-MILESTONE-MONTH.
061100     WRITE MILESTONE-XCHG-HEADER-RECORD.
061200 1300-EXIT.
061300     EXIT.
061400 2000-CHECK-ONE-SSN.
061500     READ SSN-MASTER NEXT RECORD
061600         AT END
061700             MOVE "Y" TO WS-SSN-EOF-SWITCH
061800             GO TO 2000-EXIT
061900     END-READ.
062000     ADD 1 TO WS-SSN-RECORDS-READ.
062100     IF SSN-BEN-BOUNCED
062200         ADD 1 TO WS-SKIPPED-BOUNCED
062300         GO TO 2000-EXIT
062400     END-IF.
062500     PERFORM 2100-EDIT-BIRTH-DATE THRU 2100-EXIT.
062600     IF NOT WS-DATE-IS-VALID
062700         ADD 1 TO WS-SKIPPED-NO-BIRTH
062800         GO TO 2000-EXIT
062900     END-IF.
063000     PERFORM 2200-FIND-MILESTONE THRU 2200-EXIT.
063100     IF NOT WS-AGE-IS-MILESTONE
063200         GO TO 2000-EXIT
063300     END-IF.
063400     MOVE SSN-MASTER-KEY-X TO WS-ARCH-LOOKUP-SSN.
063500     PERFORM 1170-FIND-ARCHIVE-SSN THRU 1170-EXIT.
063600     IF WS-ARCHIVE-HAS-SSN
063700         ADD 1 TO WS-SKIPPED-PURGED
063800         GO TO 2000-EXIT
063900     END-IF.
064000     MOVE WS-PURGE-SOURCE  TO PND-SOURCE.
064100     MOVE SSN-MASTER-KEY-X TO PND-TARGET-KEY.
064200     READ PENDING-APPROVAL
064300         INVALID KEY
064400             MOVE SPACES TO PND-STATUS
064500     END-READ.
064600     IF PND-IS-PENDING OR PND-IS-APPROVED
064700         ADD 1 TO WS-SKIPPED-PURGE-PENDING
064800         GO TO 2000-EXIT
064900     END-IF.
065000     ADD 1 TO WS-MILESTONES-FOUND.
065100     PERFORM 2300-SET-MILESTONE-DATE THRU 2300-EXIT.
065200     PERFORM 3000-CHECK-ADDRESS THRU 3000-EXIT.
065300     IF WS-ADDRESS-IS-GOOD
065400         PERFORM 4000-SEND-ONE-PERSON THRU 4000-EXIT
065500     ELSE
065600         ADD 1 TO WS-ML-EXCEPTED(WS-MLST-SUB)
065700     END-IF.
065800 2000-EXIT.
065900     EXIT.
066000 2100-EDIT-BIRTH-DATE.
066100*    A REAL CALENDAR DATE, NO EARLIER THAN 1880 AND NO LATER THAN
066200*    THE BUSINESS DATE -- THE SAME DATE EDIT RTNMAIL MAKES. ZERO,
066300*    BLANK, OR ANYTHING THAT FAILS IS AN UNKNOWN BIRTH DATE.
066400     MOVE "N" TO WS-DATE-VALID-SWITCH.
066500     IF SSN-MASTER-BIRTH-DATE-X IS NOT NUMERIC
066600         GO TO 2100-EXIT
066700     END-IF.
066800     MOVE SSN-MASTER-BIRTH-DATE TO WS-DF-DATE.
066900     IF WS-DF-MONTH < 1 OR WS-DF-MONTH > 12
067000         GO TO 2100-EXIT
067100     END-IF.
067200     IF WS-DF-DAY < 1 OR WS-DF-DAY > WS-MONTH-LENGTH(WS-DF-MONTH)
067300         GO TO 2100-EXIT
067400     END-IF.
067410     IF WS-DF-MONTH = 2 AND WS-DF-DAY = 29
067420         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
067430         IF NOT WS-DF-IS-LEAP
067440             GO TO 2100-EXIT
067450         END-IF
067460     END-IF.
067500     IF WS-DF-YEAR < WS-EARLIEST-BIRTH-YEAR
067600         GO TO 2100-EXIT
067700     END-IF.
067800     IF SSN-MASTER-BIRTH-DATE > WS-RUN-DATE
067900         GO TO 2100-EXIT
068000     END-IF.
068100     MOVE "Y" TO WS-DATE-VALID-SWITCH.
068200 2100-EXIT.
068300     EXIT.
068400 2200-FIND-MILESTONE.
068500*    BORN IN THE MILESTONE MONTH, IN THE BIRTH YEAR OF ONE OF THE
068600*    MILESTONE AGES. WS-MLST-SUB IS LEFT ON THE AGE FOUND.
068700     MOVE "N" TO WS-AGE-FOUND-SWITCH.
068800     IF WS-DF-MONTH NOT = WS-TARGET-MONTH
068900         GO TO 2200-EXIT
069000     END-IF.
069100     PERFORM 2250-CHECK-ONE-AGE THRU 2250-EXIT
069200         VARYING WS-AGE-SUB FROM 1 BY 1
069300         UNTIL WS-AGE-SUB > WS-MLST-COUNT OR WS-AGE-IS-MILESTONE.
069400 2200-EXIT.
069500     EXIT.
069600 2250-CHECK-ONE-AGE.
069700     IF WS-DF-YEAR = WS-ML-BIRTH-YEAR(WS-AGE-SUB)
069800         MOVE "Y" TO WS-AGE-FOUND-SWITCH
069900         MOVE WS-AGE-SUB TO WS-MLST-SUB
070000     END-IF.
070100 2250-EXIT.
070200     EXIT.
070300 2300-SET-MILESTONE-DATE.
070400*    THE BIRTHDAY IN THE MILESTONE YEAR. A FEBRUARY 29 BIRTHDAY
070500*    FALLS ON FEBRUARY 28 WHEN THAT YEAR IS NOT A LEAP YEAR.
070600     MOVE SSN-MASTER-BIRTH-DATE TO WS-MILESTONE-DATE.
070700     MOVE WS-TARGET-YEAR TO WS-MD-YEAR.
070800     IF WS-MD-MONTH = 2 AND WS-MD-DAY = 29
070900         MOVE WS-TARGET-YEAR TO WS-DF-YEAR
071000         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
071100         IF NOT WS-DF-IS-LEAP
071200             MOVE 28 TO WS-MD-DAY
071300         END-IF
071400     END-IF.
071500 2300-EXIT.
071600     EXIT.
071700 3000-CHECK-ADDRESS.
071800*    THE FILE IS ONLY ANY USE TO BENEFITS WITH AN ADDRESS THEY CAN
071900*    MAIL TO. NO ADDRESS RECORD, A BLANK ZIP, OR AN ADDRESS THE
072000*    POST OFFICE HAS ALREADY SENT MAIL BACK FROM GOES TO THE
072100*    EXCEPTION LISTING INSTEAD -- THE SAME TEST BENLTR MAKES.
072200     MOVE "N" TO WS-ADDRESS-OK-SWITCH.
072300     MOVE SSN-MASTER-KEY-X TO ADR-KEY.
072400     READ ADDRESS-MASTER
072500         INVALID KEY
072600             MOVE "NO ADDRESS MASTER RECORD ON FILE"
072700                 TO WS-EX-REASON
072800             ADD 1 TO WS-NO-ADDRESS
072900             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
073000         NOT INVALID KEY
073100             IF ADR-ZIP = SPACES
073200                 MOVE "ADDRESS HAS A BLANK ZIP CODE"
073300                     TO WS-EX-REASON
073400                 ADD 1 TO WS-BLANK-ZIP
073500                 PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
073600             ELSE
073700                 MOVE "Y" TO WS-ADDRESS-OK-SWITCH
073800             END-IF
073900     END-READ.
074000     IF NOT WS-ADDRESS-IS-GOOD
074100         GO TO 3000-EXIT
074200     END-IF.
074300     MOVE SSN-MASTER-KEY-X TO UND-KEY.
074400     READ UNDELIVERABLE-FILE
074500         INVALID KEY
074600             CONTINUE
074700         NOT INVALID KEY
074800             MOVE "N" TO WS-ADDRESS-OK-SWITCH
074900             MOVE "ADDRESS FLAGGED UNDELIVERABLE"
075000                 TO WS-EX-REASON
075100             ADD 1 TO WS-UNDELIVERABLE
075200             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
075300     END-READ.
075400 3000-EXIT.
075500     EXIT.
075600 3100-WRITE-EXCEPTION.
075700     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
075800         SSN-MASTER-KEY-X WS-PRINTED-SSN
075900     END-CALL.
076000     MOVE WS-PRINTED-SSN TO WS-EX-SSN.
076100     MOVE SSN-MASTER-NAME TO WS-EX-NAME.
076200     MOVE WS-ML-AGE(WS-MLST-SUB) TO WS-EX-AGE.
076300     WRITE EXCEPTION-OUT-RECORD FROM WS-EXC-DETAIL-LINE.
076400 3100-EXIT.
076500     EXIT.
076600 4000-SEND-ONE-PERSON.
076700     MOVE SPACES TO MILESTONE-XCHG-RECORD.
076800     MOVE SSN-MASTER-KEY        TO MXC-SSN.
076900     MOVE WS-ML-AGE(WS-MLST-SUB) TO MXC-MILESTONE-AGE.
077000     MOVE WS-MILESTONE-DATE     TO MXC-MILESTONE-DATE.
077100     MOVE SSN-MASTER-BIRTH-DATE TO MXC-BIRTH-DATE.
077200     MOVE SSN-MASTER-SEX-CODE   TO MXC-SEX-CODE.
077300     MOVE SSN-MASTER-NAME       TO MXC-NAME.
077400     MOVE ADR-HOUSE             TO MXC-HOUSE.
077500     MOVE ADR-STREET            TO MXC-STREET.
077600     MOVE ADR-CITY              TO MXC-CITY.
077700     MOVE ADR-STATE             TO MXC-STATE.
077800     MOVE ADR-ZIP               TO MXC-ZIP.
077900     WRITE MILESTONE-XCHG-RECORD.
078000     ADD 1 TO WS-MXC-DETAIL-COUNT.
078100     ADD MXC-SSN TO WS-MXC-SSN-HASH.
078200     ADD 1 TO WS-RECORDS-SENT.
078300     ADD 1 TO WS-ML-SENT(WS-MLST-SUB).
078400     PERFORM 4100-KEEP-FOR-REPORT THRU 4100-EXIT.
078500 4000-EXIT.
078600     EXIT.
078700 4100-KEEP-FOR-REPORT.
078800*    A PERSON WHO DOES NOT FIT IN THE TABLE IS STILL ON THE FILE,
078900*    ONLY NOT LISTED; THE SUMMARY SAYS HOW MANY AND THE STEP ENDS
079000*    WITH RC 4.
079100     IF WS-HIT-COUNT NOT < WS-HIT-MAXIMUM
079200         ADD 1 TO WS-NOT-LISTED
079300         GO TO 4100-EXIT
079400     END-IF.
079500     ADD 1 TO WS-HIT-COUNT.
079600     MOVE WS-HIT-COUNT TO WS-HIT-SUB.
079700     MOVE WS-MLST-SUB           TO WS-HT-MLST-SUB(WS-HIT-SUB).
079800     MOVE SSN-MASTER-KEY-X      TO WS-HT-SSN(WS-HIT-SUB).
079900     MOVE SSN-MASTER-NAME       TO WS-HT-NAME(WS-HIT-SUB).
080000     MOVE SSN-MASTER-BIRTH-DATE TO WS-HT-BIRTH-DATE(WS-HIT-SUB).
080100     MOVE WS-MILESTONE-DATE
080200         TO WS-HT-MILESTONE-DATE(WS-HIT-SUB).
080300     MOVE ADR-CITY              TO WS-HT-CITY(WS-HIT-SUB).
080400     MOVE ADR-STATE             TO WS-HT-STATE(WS-HIT-SUB).
080500 4100-EXIT.
080600     EXIT.
080700 6100-CHECK-LEAP-YEAR.
080800     MOVE "N" TO WS-DF-LEAP-SWITCH.
080900     DIVIDE WS-DF-YEAR BY 4
081000         GIVING WS-DF-WORK-QUOTIENT
081100         REMAINDER WS-DF-REMAINDER-4.
081200     DIVIDE WS-DF-YEAR BY 100
081300         GIVING WS-DF-WORK-QUOTIENT
081400         REMAINDER WS-DF-REMAINDER-100.
081500     DIVIDE WS-DF-YEAR BY 400
081600         GIVING WS-DF-WORK-QUOTIENT
081700         REMAINDER WS-DF-REMAINDER-400.
081800     IF (WS-DF-REMAINDER-4 = ZERO
081900             AND WS-DF-REMAINDER-100 NOT = ZERO)
082000             OR WS-DF-REMAINDER-400 = ZERO
082100         MOVE "Y" TO WS-DF-LEAP-SWITCH
082200     END-IF.
082300 6100-EXIT.
082400     EXIT.
082500 7000-PRINT-SUMMARY.
082600     MOVE SPACES TO REPORT-OUT-RECORD.
082700     WRITE REPORT-OUT-RECORD.
082800     MOVE SPACES TO WS-SUMMARY-LINE.
082900     MOVE "SSN MASTER RECORDS READ" TO WS-SUM-LABEL.
083000     MOVE WS-SSN-RECORDS-READ TO WS-SUM-VALUE.
083100     WRITE REPORT-OUT-RECORD FROM WS-SUMMARY-LINE.
083200     MOVE "SKIPPED - BOUNCED BY BENEFITS" TO WS-SUM-LABEL.
083300     MOVE WS-SKIPPED-BOUNCED TO WS-SUM-VALUE.
083400     WRITE REPORT-OUT-RECORD FROM WS-SUMMARY-LINE.
083500     MOVE "SKIPPED - BIRTH DATE UNKNOWN OR BAD" TO WS-SUM-LABEL.
083600     MOVE WS-SKIPPED-NO-BIRTH TO WS-SUM-VALUE.
083700     WRITE REPORT-OUT-RECORD FROM WS-SUMMARY-LINE.
083800     MOVE "SKIPPED - ON THE PURGE ARCHIVE" TO WS-SUM-LABEL.
083900     MOVE WS-SKIPPED-PURGED TO WS-SUM-VALUE.
084000     WRITE REPORT-OUT-RECORD FROM WS-SUMMARY-LINE.
084100     MOVE "SKIPPED - PURGE PENDING OR APPROVED" TO WS-SUM-LABEL.
084200     MOVE WS-SKIPPED-PURGE-PENDING TO WS-SUM-VALUE.
084300     WRITE REPORT-OUT-RECORD FROM WS-SUMMARY-LINE.
084400     MOVE "REACHING A MILESTONE AGE" TO WS-SUM-LABEL.
084500     MOVE WS-MILESTONES-FOUND TO WS-SUM-VALUE.
084600     WRITE REPORT-OUT-RECORD FROM WS-SUMMARY-LINE.
084700     MOVE "SENT TO BENEFITS" TO WS-SUM-LABEL.
084800     MOVE WS-RECORDS-SENT TO WS-SUM-VALUE.
084900     WRITE REPORT-OUT-RECORD FROM WS-SUMMARY-LINE.
085000     MOVE "EXCEPTION - NO ADDRESS RECORD" TO WS-SUM-LABEL.
085100     MOVE WS-NO-ADDRESS TO WS-SUM-VALUE.
085200     WRITE REPORT-OUT-RECORD FROM WS-SUMMARY-LINE.
085300     MOVE "EXCEPTION - BLANK ZIP CODE" TO WS-SUM-LABEL.
085400     MOVE WS-BLANK-ZIP TO WS-SUM-VALUE.
085500     WRITE REPORT-OUT-RECORD FROM WS-SUMMARY-LINE.
085600     MOVE "EXCEPTION - FLAGGED UNDELIVERABLE" TO WS-SUM-LABEL.
085700     MOVE WS-UNDELIVERABLE TO WS-SUM-VALUE.
085800     WRITE REPORT-OUT-RECORD FROM WS-SUMMARY-LINE.
085900     IF WS-NOT-LISTED > ZERO
086000         MOVE "SENT BUT NOT LISTED - TABLE FULL" TO WS-SUM-LABEL
086100         MOVE WS-NOT-LISTED TO WS-SUM-VALUE
086200         WRITE REPORT-OUT-RECORD FROM WS-SUMMARY-LINE
086300     END-IF.
086400 7000-EXIT.
086500     EXIT.
086600 8000-PRINT-REPORT.
086700*    ONE SECTION PER MILESTONE AGE, IN PARM ORDER; WITHIN AN AGE
086800*    THE PEOPLE COME OUT OF THE TABLE IN AREA ORDER, WITH A COUNT
086900*    AT EACH CHANGE OF AREA.
087000     PERFORM 8100-PRINT-ONE-AGE THRU 8100-EXIT
087100         VARYING WS-MLST-SUB FROM 1 BY 1
087200         UNTIL WS-MLST-SUB > WS-MLST-COUNT.
087300 8000-EXIT.
087400     EXIT.
087500 8100-PRINT-ONE-AGE.
087600     MOVE SPACES TO REPORT-OUT-RECORD.
087700     WRITE REPORT-OUT-RECORD.
087800     MOVE WS-ML-AGE(WS-MLST-SUB) TO AH-AGE.
087900     MOVE WS-ML-BIRTH-YEAR(WS-MLST-SUB) TO AH-BIRTH-YEAR.
088000     WRITE REPORT-OUT-RECORD FROM WS-AGE-HEADING.
088100     MOVE SPACES TO WS-PREVIOUS-AREA.
088200     MOVE ZERO TO WS-AREA-HITS.
088300     IF WS-ML-SENT(WS-MLST-SUB) = ZERO
088400         WRITE REPORT-OUT-RECORD FROM WS-NONE-LINE
088500     ELSE
088600         WRITE REPORT-OUT-RECORD FROM WS-DETAIL-COLUMNS
088700         PERFORM 8200-PRINT-ONE-PERSON THRU 8200-EXIT
088800             VARYING WS-HIT-SUB FROM 1 BY 1
088900             UNTIL WS-HIT-SUB > WS-HIT-COUNT
089000     END-IF.
089100     IF WS-PREVIOUS-AREA NOT = SPACES
089200         PERFORM 8300-PRINT-AREA-TOTAL THRU 8300-EXIT
089300     END-IF.
089400     MOVE WS-ML-AGE(WS-MLST-SUB) TO GT-AGE.
089500     MOVE WS-ML-SENT(WS-MLST-SUB) TO GT-SENT.
089600     MOVE WS-ML-EXCEPTED(WS-MLST-SUB) TO GT-EXCEPTED.
089700     WRITE REPORT-OUT-RECORD FROM WS-AGE-TOTAL-LINE.
089800 8100-EXIT.
089900     EXIT.
090000 8200-PRINT-ONE-PERSON.
090100     IF WS-HT-MLST-SUB(WS-HIT-SUB) NOT = WS-MLST-SUB
090200         GO TO 8200-EXIT
090300     END-IF.
090400     IF WS-HT-AREA(WS-HIT-SUB) NOT = WS-PREVIOUS-AREA
090500             AND WS-PREVIOUS-AREA NOT = SPACES
090600         PERFORM 8300-PRINT-AREA-TOTAL THRU 8300-EXIT
090700     END-IF.
090800     MOVE WS-HT-AREA(WS-HIT-SUB) TO WS-PREVIOUS-AREA.
090900     MOVE SPACES TO WS-DETAIL-LINE.
091000     MOVE WS-HT-AREA(WS-HIT-SUB) TO DL-AREA.
091100     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
091200         WS-HT-SSN(WS-HIT-SUB) WS-PRINTED-SSN
091300     END-CALL.
091400     MOVE WS-PRINTED-SSN TO DL-SSN.
091500     MOVE WS-HT-NAME(WS-HIT-SUB) TO DL-NAME.
091600     MOVE WS-HT-BIRTH-DATE(WS-HIT-SUB) TO DL-BIRTH-DATE.
091700     MOVE WS-HT-MILESTONE-DATE(WS-HIT-SUB) TO DL-MILESTONE-DATE.
091800     MOVE WS-HT-CITY(WS-HIT-SUB) TO DL-CITY.
091900     MOVE WS-HT-STATE(WS-HIT-SUB) TO DL-STATE.
092000     WRITE REPORT-OUT-RECORD FROM WS-DETAIL-LINE.
092100     ADD 1 TO WS-AREA-HITS.
092200 8200-EXIT.
092300     EXIT.
092400 8300-PRINT-AREA-TOTAL.
092500     MOVE WS-PREVIOUS-AREA TO AT-AREA.
092600     MOVE WS-AREA-HITS TO AT-COUNT.
092700     WRITE REPORT-OUT-RECORD FROM WS-AREA-TOTAL-LINE.
092800     MOVE ZERO TO WS-AREA-HITS.
092900 8300-EXIT.
093000     EXIT.
093100 9000-TERMINATE.
093200     COMPUTE WS-EXCEPTION-TOTAL =
093300         WS-NO-ADDRESS + WS-BLANK-ZIP + WS-UNDELIVERABLE.
093400     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
093500     PERFORM 9150-WRITE-XCHG-TRAILER THRU 9150-EXIT.
093600     CLOSE SSN-MASTER ADDRESS-MASTER UNDELIVERABLE-FILE
093700         PENDING-APPROVAL MILESTONE-XCHG REPORT-OUT EXCEPTION-OUT
093800         CONTROL-COUNTS.
093900     PERFORM 9200-VERIFY-XCHG-FILE THRU 9200-EXIT.
094000     DISPLAY "SSN MASTER RECORDS READ: " WS-SSN-RECORDS-READ.
094100     DISPLAY "SKIPPED, BOUNCED:        " WS-SKIPPED-BOUNCED.
094200     DISPLAY "SKIPPED, NO BIRTH DATE:  " WS-SKIPPED-NO-BIRTH.
094300     DISPLAY "SKIPPED, PURGED:         " WS-SKIPPED-PURGED.
094400     DISPLAY "SKIPPED, PURGE PENDING:  " WS-SKIPPED-PURGE-PENDING.
094500     DISPLAY "REACHING A MILESTONE:    " WS-MILESTONES-FOUND.
094600     DISPLAY "SENT TO BENEFITS:        " WS-RECORDS-SENT.
094700     DISPLAY "NO USABLE ADDRESS:       " WS-EXCEPTION-TOTAL.
094800     CALL "AUDITLOG" USING WS-PROGRAM-ID
094900         WS-MILESTONES-FOUND WS-RECORDS-SENT WS-EXCEPTION-TOTAL
095000         WS-AUDIT-ZERO WS-AUDIT-MESSAGE WS-RUN-NUMBER
095100         WS-AUDIT-END-TYPE
095200     END-CALL.
095300*    THE RETURN CODE IS SET AFTER THE AUDIT-TRAIL CALL -- A CALL
095400*    REPLACES RETURN-CODE WITH THE CALLED PROGRAM'S VALUE.
095500     IF WS-NOT-LISTED > ZERO
095600         MOVE 4 TO RETURN-CODE
095700     END-IF.
095800     IF NOT WS-MXC-FILE-BALANCES
095900         MOVE 16 TO RETURN-CODE
096000     END-IF.
096100 9000-EXIT.
096200     EXIT.
096300 9100-WRITE-CONTROL-COUNTS.
096400     INITIALIZE CONTROL-COUNT-RECORD.
096500     MOVE WS-PROGRAM-ID       TO CC-PROGRAM-ID.
096600     MOVE WS-SSN-RECORDS-READ TO CC-RECORDS-READ.
096700     MOVE WS-RECORDS-SENT     TO CC-RECORDS-WRITTEN.
096800     MOVE WS-EXCEPTION-TOTAL  TO CC-RECORDS-REJECTED.
096900     MOVE WS-NO-ADDRESS       TO CC-RECORDS-NOT-FOUND.
097000     MOVE WS-RUN-DATE         TO CC-RUN-DATE.
097100     MOVE WS-RUN-NUMBER       TO CC-RUN-NUMBER.
097200     WRITE CONTROL-COUNT-RECORD.
097300 9100-EXIT.
097400     EXIT.
097500 9150-WRITE-XCHG-TRAILER.
097600     MOVE SPACES TO MILESTONE-XCHG-TRAILER-RECORD.
097700     MOVE "TRL" TO MXC-TRL-ID.
097800     MOVE WS-MXC-DETAIL-COUNT TO MXC-TRL-DETAIL-COUNT.
097900     MOVE WS-MXC-SSN-HASH TO MXC-TRL-SSN-HASH.
098000     WRITE MILESTONE-XCHG-TRAILER-RECORD.
098100 9150-EXIT.
098200     EXIT.
098300 9200-VERIFY-XCHG-FILE.
098400*    READS THE INTERCHANGE FILE BACK AFTER CLOSE AND BALANCES
098500*    THE DETAILS AGAINST THE TRAILER JUST WRITTEN. A SHORT FILE,
098600*    A MISSING HEADER OR TRAILER, OR A COUNT OR HASH MISMATCH
098700*    FAILS THE STEP BEFORE THE FILE EVER LEAVES THE SHOP.
098800     OPEN INPUT MILESTONE-XCHG.
098900     PERFORM 9250-VERIFY-ONE-RECORD THRU 9250-EXIT
099000         UNTIL WS-NO-MORE-VERIFY.
099100     CLOSE MILESTONE-XCHG.
099200     IF NOT WS-VFY-HEADER-SEEN
099300         DISPLAY "MILESTONE FILE HAS NO HEADER RECORD"
099400         MOVE "N" TO WS-MXC-BALANCE-SWITCH
099500     END-IF.
099600     IF NOT WS-VFY-TRAILER-SEEN
099700         DISPLAY "MILESTONE FILE HAS NO TRAILER RECORD"
099800         MOVE "N" TO WS-MXC-BALANCE-SWITCH
099900     END-IF.
100000     IF WS-VFY-TRAILER-SEEN
100100             AND (WS-VFY-DETAIL-COUNT NOT = WS-VFY-TRL-COUNT
100200             OR WS-VFY-SSN-HASH NOT = WS-VFY-TRL-HASH)
100300         DISPLAY "MILESTONE FILE DOES NOT BALANCE TO ITS TRAILER"
100400         DISPLAY "  DETAILS " WS-VFY-DETAIL-COUNT
100500             " TRAILER " WS-VFY-TRL-COUNT
100600         DISPLAY "  HASH    " WS-VFY-SSN-HASH
100700             " TRAILER " WS-VFY-TRL-HASH
100800         MOVE "N" TO WS-MXC-BALANCE-SWITCH
100900     END-IF.
101000     IF WS-MXC-FILE-BALANCES
101100         DISPLAY "MILESTONE FILE BALANCES TO ITS TRAILER - "
101200             WS-VFY-DETAIL-COUNT " DETAILS"
101300     END-IF.
101400 9200-EXIT.
101500     EXIT.
101600 9250-VERIFY-ONE-RECORD.
101700     READ MILESTONE-XCHG
101800         AT END
101900             MOVE "Y" TO WS-VFY-EOF-SWITCH
102000             GO TO 9250-EXIT
102100     END-READ.
102200     EVALUATE MXC-HDR-ID
102300         WHEN "HDR"
102400             MOVE "Y" TO WS-VFY-HEADER-SWITCH
102500         WHEN "TRL"
102600             MOVE "Y" TO WS-VFY-TRAILER-SWITCH
102700             MOVE MXC-TRL-DETAIL-COUNT TO WS-VFY-TRL-COUNT
102800             MOVE MXC-TRL-SSN-HASH TO WS-VFY-TRL-HASH
102900         WHEN OTHER
103000             ADD 1 TO WS-VFY-DETAIL-COUNT
103100             ADD MXC-SSN TO WS-VFY-SSN-HASH
103200     END-EVALUATE.
103300 9250-EXIT.
103400     EXIT.
