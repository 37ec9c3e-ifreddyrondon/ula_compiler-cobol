002200* AUDITORS COME ASKING. THE RESULT IS LOGGED THROUGH AUDITLOG.
002300*
002400* THE PARM IS "FILETYPE CUTOFF" (YYYYMMDD), FILETYPE ONE OF
002500* AUDLOG, NAMHIST, ADRJRNL, PURGARCH, OR TRNHIST.
002510*
002520* TRNHIST, NUMRPT'S KEYED TRAN-ID HISTORY, IS NOT SPLIT AND
002530* COPIED BACK. ITS ROWS DATED BEFORE THE CUTOFF ARE WRITTEN TO
002540* THE ARCHIVE AND DELETED IN PLACE, AND THE PROOF IS ARCHIVED
002550* PLUS THE ROWS LEFT ON THE FILE EQUAL TO ROWS READ.
002560* A TRNHIST CUTOFF LATER THAN 60 DAYS BEFORE THE BUSINESS DATE
002570* ABENDS THE RUN -- NUMRPT STILL CHECKS THOSE IDS FOR REPEATS.
002600*
002700*    MODIFICATION HISTORY
002800*    -------------------------------------------------------------
003009*                     THE AUDLOG, NAMHIST, AND PURGARCH SPLITS
003010*                     TO 168 BYTES, SILENTLY CHANGING THE LIVE
003011*                     FILES' RECORD LENGTHS ON THE FIRST TRIM.
003021*    11/06/1988 FR    ADDED FILE TYPE TRNHIST TO AGE OLD IDS OFF
003031*                     NUMRPT'S TRANSACTION-ID HISTORY. THE FILE
003041*                     IS KEYED, SO THE OLD ROWS ARE ARCHIVED AND
003051*                     DELETED IN PLACE RATHER THAN SPLIT TO A
003061*                     KEEP FILE. THE READ-BACK PROOF MOVED TO
003071*                     ITS OWN PARAGRAPH SO BOTH PATHS SHARE IT.
003081*    11/08/1988 FR    A TRNHIST CUTOFF INSIDE NUMRPT'S 60-DAY
003088*                     DUPLICATE WINDOW (BUSINESS DATE FROM THE
003095*                     RUN-CONTROL FILE) NOW ABENDS THE RUN.
003096*    11/09/1988 FR    THE TRNHIST CUTOFF IS CHECKED BEFORE THE
003097*                     START ENTRY IS LOGGED, AND THE END ENTRY
003098*                     READS "AGED AT" FOR A TRNHIST RUN.
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
004500         ORGANIZATION IS LINE SEQUENTIAL.
004520     SELECT TRAN-HISTORY  ASSIGN TO TRNHIST
004540         ORGANIZATION IS INDEXED
004560         ACCESS MODE IS DYNAMIC
004580         RECORD KEY IS TRH-KEY.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OLD-IN
005310 01  ARCH-NAMHIST-RECORD            PIC X(80).
005320 01  ARCH-ADRJRNL-RECORD            PIC X(168).
005330 01  ARCH-PURGARCH-RECORD           PIC X(80).
005350 01  ARCH-TRNHIST-RECORD            PIC X(50).
005400 FD  KEEP-OUT
005500     LABEL RECORD IS OMITTED.
005600 01  KEEP-AUDLOG-RECORD             PIC X(108).
005700 FD  RUN-CONTROL
005800     LABEL RECORD IS OMITTED.
005900 COPY RUNCTL.
005920 FD  TRAN-HISTORY
005940     LABEL RECORD IS STANDARD.
005960 COPY TRNHIST.
006000 WORKING-STORAGE SECTION.
006100 01  WS-SWITCHES.
006200     05  WS-OLD-EOF-SWITCH          PIC X(01) VALUE "N".
006800         88  WS-TYPE-NAMHIST        VALUE "N".
006900         88  WS-TYPE-ADRJRNL        VALUE "J".
007000         88  WS-TYPE-PURGARCH       VALUE "P".
007050         88  WS-TYPE-TRNHIST        VALUE "T".
007100     05  WS-BALANCE-SWITCH          PIC X(01) VALUE "Y".
007200         88  WS-COUNTS-BALANCE      VALUE "Y".
007300 01  WS-COUNTERS.
010400     05  FILLER                     PIC X(31).
010500     05  WS-HK-ARC-DATE             PIC X(08).
010600     05  FILLER                     PIC X(129).
010620 01  WS-HK-TRNHIST-VIEW REDEFINES WS-HK-RECORD.
010640     05  FILLER                     PIC X(06).
010660     05  WS-HK-TRH-DATE             PIC X(08).
010680     05  FILLER                     PIC X(154).
010700 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
010800 01  WS-PROGRAM-ID                  PIC X(08) VALUE "HOUSEKEP".
010900 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE SPACES.
011008 01  WS-AUDIT-TYPE-FIELDS.
011009     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
011010     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
011020*    NUMRPT LOOKS BACK WS-DUP-WINDOW-DAYS (60) DAYS OF TRNHIST
011022*    FOR A DUPLICATE ID. A TRNHIST CUTOFF INSIDE THAT WINDOW WOULD
011024*    ARCHIVE IDS IT STILL CHECKS -- KEEP THE TWO FIGURES EQUAL.
011026 01  WS-TRNHIST-WINDOW-DAYS         PIC 9(03) VALUE 60.
011028 01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
011030 01  WS-BUSINESS-SERIAL             PIC 9(07) VALUE ZERO.
011032 01  WS-LATEST-CUTOFF-SERIAL        PIC 9(07) VALUE ZERO.
011034 01  WS-DATE-FIELDS.
011036     05  WS-DF-DATE                 PIC 9(08) VALUE ZERO.
011038     05  WS-DF-PARTS REDEFINES WS-DF-DATE.
011040         10  WS-DF-YEAR             PIC 9(04).
011042         10  WS-DF-MONTH            PIC 9(02).
011044         10  WS-DF-DAY              PIC 9(02).
011046     05  WS-DF-SERIAL               PIC 9(07) VALUE ZERO.
011048     05  WS-DF-PRIOR-YEAR           PIC 9(04) VALUE ZERO.
011050     05  WS-DF-LEAPS-4              PIC 9(04) VALUE ZERO.
011052     05  WS-DF-LEAPS-100            PIC 9(04) VALUE ZERO.
011054     05  WS-DF-LEAPS-400            PIC 9(04) VALUE ZERO.
011056     05  WS-DF-REMAINDER-4          PIC 9(03) VALUE ZERO.
011058     05  WS-DF-REMAINDER-100        PIC 9(03) VALUE ZERO.
011060     05  WS-DF-REMAINDER-400        PIC 9(03) VALUE ZERO.
011062     05  WS-DF-WORK-QUOTIENT        PIC 9(04) VALUE ZERO.
011064     05  WS-DF-LEAP-SWITCH          PIC X(01) VALUE "N".
011066         88  WS-DF-IS-LEAP          VALUE "Y".
011068 01  WS-MONTH-DAYS-VALUES.
011070     05  FILLER                     PIC X(09) VALUE "000031059".
011072     05  FILLER                     PIC X(09) VALUE "090120151".
011074     05  FILLER                     PIC X(09) VALUE "181212243".
011076     05  FILLER                     PIC X(09) VALUE "273304334".
011078 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
011080     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
011082                                    PIC 9(03).
011100 PROCEDURE DIVISION.
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011310     IF WS-TYPE-TRNHIST
011320         PERFORM 3000-AGE-ONE-HISTORY THRU 3000-EXIT
011330             UNTIL WS-NO-MORE-OLD
011340         PERFORM 5500-VERIFY-THE-AGING THRU 5500-EXIT
011350     ELSE
011400         PERFORM 2000-SPLIT-ONE-RECORD THRU 2000-EXIT
011500             UNTIL WS-NO-MORE-OLD
011600         PERFORM 5000-VERIFY-THE-SPLIT THRU 5000-EXIT
011650     END-IF.
011700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011800     STOP RUN.
011900 1000-INITIALIZE.
012700             MOVE "J" TO WS-FILE-TYPE-SWITCH
012800         WHEN "PURGARCH"
012900             MOVE "P" TO WS-FILE-TYPE-SWITCH
012920         WHEN "TRNHIST"
012940             MOVE "T" TO WS-FILE-TYPE-SWITCH
013000         WHEN OTHER
013100             DISPLAY "HOUSEKEP ABEND - FILE TYPE MUST BE "
013200                 "AUDLOG, NAMHIST, ADRJRNL, PURGARCH, "
013250                 "OR TRNHIST"
013300             MOVE 16 TO RETURN-CODE
013400             STOP RUN
013500     END-EVALUATE.
014503         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
014504         WS-AUDIT-START-TYPE
014505     END-CALL.
014510*    THE KEYED HISTORY IS AGED IN PLACE -- NO OLD-IN OR KEEP
014515*    FILE, AND NO PRIMING READ; 3000 READS IT IN KEY ORDER.
014520     IF WS-TYPE-TRNHIST
014525         OPEN I-O TRAN-HISTORY
014530         OPEN OUTPUT ARCHIVE-OUT
014535         DISPLAY "AGING " WS-PARM-TYPE " AT CUTOFF "
014540             WS-CUTOFF-DATE
014545         GO TO 1000-EXIT
014550     END-IF.
014600     OPEN INPUT OLD-IN.
014700     OPEN OUTPUT ARCHIVE-OUT.
014800     OPEN OUTPUT KEEP-OUT.
016300             STOP RUN
016400     END-READ.
016500     MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER.
016550     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE.
016600     CLOSE RUN-CONTROL.
016620*    A TRNHIST CUTOFF INSIDE THE DUPLICATE WINDOW STOPS THE RUN
016640*    HERE, BEFORE 1000 LOGS THE START ENTRY.
016650     IF WS-TYPE-TRNHIST
016660         PERFORM 1060-CHECK-TRNHIST-CUTOFF THRU 1060-EXIT
016670     END-IF.
016700 1050-EXIT.
016800     EXIT.
016805 1060-CHECK-TRNHIST-CUTOFF.
016810*    THE LATEST CUTOFF ALLOWED IS WS-TRNHIST-WINDOW-DAYS BEFORE
016815*    TONIGHT'S BUSINESS DATE. ANYTHING LATER WOULD ARCHIVE IDS
016820*    NUMRPT STILL LOOKS AT FOR CROSS-NIGHT DUPLICATES.
016825     MOVE WS-BUSINESS-DATE TO WS-DF-DATE.
016830     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
016835     COMPUTE WS-LATEST-CUTOFF-SERIAL =
016840         WS-DF-SERIAL - WS-TRNHIST-WINDOW-DAYS.
016845     MOVE WS-CUTOFF-DATE TO WS-DF-DATE.
016850     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
016855     IF WS-DF-SERIAL > WS-LATEST-CUTOFF-SERIAL
016860         DISPLAY "HOUSEKEP ABEND - TRNHIST CUTOFF " WS-CUTOFF-DATE
016865             " IS INSIDE THE " WS-TRNHIST-WINDOW-DAYS
016870             "-DAY DUPLICATE WINDOW BEFORE " WS-BUSINESS-DATE
016875         MOVE 16 TO RETURN-CODE
016880         STOP RUN
016885     END-IF.
016890 1060-EXIT.
016895     EXIT.
016900 2000-SPLIT-ONE-RECORD.
017000     MOVE OLD-IN-RECORD TO WS-HK-RECORD.
017100     PERFORM 2200-PICK-RECORD-DATE THRU 2200-EXIT.
020700             MOVE WS-HK-JRN-DATE TO WS-RECORD-DATE
020800         WHEN WS-TYPE-PURGARCH
020900             MOVE WS-HK-ARC-DATE TO WS-RECORD-DATE
020920         WHEN WS-TYPE-TRNHIST
020940             MOVE WS-HK-TRH-DATE TO WS-RECORD-DATE
021000     END-EVALUATE.
021100 2200-EXIT.
021200     EXIT.
021240     END-EVALUATE.
021241 2400-EXIT.
021242     EXIT.
021243 3000-AGE-ONE-HISTORY.
021244*    A HISTORY ROW DATED BEFORE THE CUTOFF IS WRITTEN TO THE
021245*    ARCHIVE FIRST AND ONLY THEN DELETED, SO A FAILURE BETWEEN
021246*    THE TWO LEAVES THE ROW IN BOTH PLACES, NEVER IN NEITHER.
021247     READ TRAN-HISTORY NEXT RECORD
021248         AT END
021249             MOVE "Y" TO WS-OLD-EOF-SWITCH
021250             GO TO 3000-EXIT
021251     END-READ.
021252     ADD 1 TO WS-RECORDS-READ.
021253     MOVE TRAN-HISTORY-RECORD TO WS-HK-RECORD.
021254     PERFORM 2200-PICK-RECORD-DATE THRU 2200-EXIT.
021255     IF WS-RECORD-DATE IS NUMERIC
021256             AND WS-RECORD-DATE-N < WS-CUTOFF-DATE
021257         WRITE ARCH-TRNHIST-RECORD FROM WS-HK-RECORD
021258         ADD 1 TO WS-RECORDS-ARCHIVED
021259         DELETE TRAN-HISTORY
021260             INVALID KEY
021261                 DISPLAY "HOUSEKEP - COULD NOT DELETE "
021262                     "TRAN-ID " TRH-TRAN-ID
021263                 MOVE "N" TO WS-BALANCE-SWITCH
021264         END-DELETE
021265     ELSE
021266         ADD 1 TO WS-RECORDS-KEPT
021267         IF WS-RECORD-DATE NOT NUMERIC
021268             ADD 1 TO WS-RECORDS-UNDATED
021269         END-IF
021270     END-IF.
021271 3000-EXIT.
021272     EXIT.
021300 5000-VERIFY-THE-SPLIT.
021400*    BOTH HALVES ARE READ BACK AND PROVED THE WAY MSTUNLD
021500*    PROVES ITS BACKUPS: ARCHIVED PLUS KEPT MUST EQUAL RECORDS
022400     PERFORM 5200-COUNT-ONE-KEEP THRU 5200-EXIT
022500         UNTIL WS-NO-MORE-VERIFY.
022600     CLOSE KEEP-OUT.
022620     PERFORM 5050-PROVE-THE-COUNTS THRU 5050-EXIT.
022640 5000-EXIT.
022660     EXIT.
022680 5050-PROVE-THE-COUNTS.
022700     COMPUTE WS-SPLIT-TOTAL =
022800         WS-VFY-ARCHIVED + WS-VFY-KEPT.
022900     IF WS-VFY-ARCHIVED NOT = WS-RECORDS-ARCHIVED
023700         DISPLAY "SPLIT PROVED - " WS-VFY-ARCHIVED
023800             " ARCHIVED, " WS-VFY-KEPT " KEPT"
023900     END-IF.
024000 5050-EXIT.
024100     EXIT.
024200 5100-COUNT-ONE-ARCHIVE.
024300     READ ARCHIVE-OUT
025700     ADD 1 TO WS-VFY-KEPT.
025800 5200-EXIT.
025900     EXIT.
025902 5500-VERIFY-THE-AGING.
025904*    THE ARCHIVE IS READ BACK AND THE ROWS LEFT ON THE HISTORY
025906*    FILE ARE COUNTED, AND THE SAME PROOF AS A SPLIT APPLIES --
025908*    THE ROWS LEFT STAND IN FOR THE KEEP FILE.
025910     CLOSE TRAN-HISTORY ARCHIVE-OUT.
025912     OPEN INPUT ARCHIVE-OUT.
025914     PERFORM 5100-COUNT-ONE-ARCHIVE THRU 5100-EXIT
025916         UNTIL WS-NO-MORE-VERIFY.
025918     CLOSE ARCHIVE-OUT.
025920     MOVE "N" TO WS-VFY-EOF-SWITCH.
025922     OPEN INPUT TRAN-HISTORY.
025924     PERFORM 5600-COUNT-ONE-HISTORY THRU 5600-EXIT
025926         UNTIL WS-NO-MORE-VERIFY.
025928     CLOSE TRAN-HISTORY.
025930     PERFORM 5050-PROVE-THE-COUNTS THRU 5050-EXIT.
025932 5500-EXIT.
025934     EXIT.
025936 5600-COUNT-ONE-HISTORY.
025938     READ TRAN-HISTORY NEXT RECORD
025940         AT END
025942             MOVE "Y" TO WS-VFY-EOF-SWITCH
025944             GO TO 5600-EXIT
025946     END-READ.
025948     ADD 1 TO WS-VFY-KEPT.
025950 5600-EXIT.
025952     EXIT.
025953 6000-DATE-TO-SERIAL.
025954*    TURNS A YYYYMMDD DATE INTO A DAY SERIAL (DAYS SINCE THE
025955*    YEAR ZERO, GOOD ENOUGH FOR TAKING DIFFERENCES), THE SAME
025956*    WAY NUMRPT SETS ITS DUPLICATE WINDOW.
025957     COMPUTE WS-DF-PRIOR-YEAR = WS-DF-YEAR - 1.
025958     DIVIDE WS-DF-PRIOR-YEAR BY 4
025959         GIVING WS-DF-LEAPS-4.
025960     DIVIDE WS-DF-PRIOR-YEAR BY 100
025961         GIVING WS-DF-LEAPS-100.
025962     DIVIDE WS-DF-PRIOR-YEAR BY 400
025963         GIVING WS-DF-LEAPS-400.
025964     COMPUTE WS-DF-SERIAL =
025965         (WS-DF-YEAR * 365)
025966         + WS-DF-LEAPS-4
025967         - WS-DF-LEAPS-100
025968         + WS-DF-LEAPS-400
025969         + WS-DAYS-BEFORE-MONTH(WS-DF-MONTH)
025970         + WS-DF-DAY.
025971     IF WS-DF-MONTH > 2
025972         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
025973         IF WS-DF-IS-LEAP
025974             ADD 1 TO WS-DF-SERIAL
025975         END-IF
025976     END-IF.
025977 6000-EXIT.
025978     EXIT.
025979 6100-CHECK-LEAP-YEAR.
025980     MOVE "N" TO WS-DF-LEAP-SWITCH.
025981     DIVIDE WS-DF-YEAR BY 4
025982         GIVING WS-DF-WORK-QUOTIENT
025983         REMAINDER WS-DF-REMAINDER-4.
025984     DIVIDE WS-DF-YEAR BY 100
025985         GIVING WS-DF-WORK-QUOTIENT
025986         REMAINDER WS-DF-REMAINDER-100.
025987     DIVIDE WS-DF-YEAR BY 400
025988         GIVING WS-DF-WORK-QUOTIENT
025989         REMAINDER WS-DF-REMAINDER-400.
025990     IF (WS-DF-REMAINDER-4 = ZERO
025991             AND WS-DF-REMAINDER-100 NOT = ZERO)
025992             OR WS-DF-REMAINDER-400 = ZERO
025993         MOVE "Y" TO WS-DF-LEAP-SWITCH
025994     END-IF.
025995 6100-EXIT.
025996     EXIT.
026000 9000-TERMINATE.
026100     DISPLAY "RECORDS READ:     " WS-RECORDS-READ.
026200     DISPLAY "RECORDS ARCHIVED: " WS-RECORDS-ARCHIVED.
026300     DISPLAY "RECORDS KEPT:     " WS-RECORDS-KEPT.
026400     DISPLAY "UNDATED, KEPT:    " WS-RECORDS-UNDATED.
026500     MOVE SPACES TO WS-AUDIT-MESSAGE.
026510*    TRNHIST IS AGED IN PLACE RATHER THAN SPLIT INTO TWO FILES.
026520     IF WS-TYPE-TRNHIST
026530         STRING WS-PARM-TYPE DELIMITED BY SPACE
026540             " AGED AT " DELIMITED BY SIZE
026550             WS-PARM-CUTOFF DELIMITED BY SIZE
026560             " COMPLETE" DELIMITED BY SIZE
026570             INTO WS-AUDIT-MESSAGE
026580     ELSE
026600         STRING WS-PARM-TYPE DELIMITED BY SPACE
026700             " SPLIT AT " DELIMITED BY SIZE
026800             WS-PARM-CUTOFF DELIMITED BY SIZE
026900             " COMPLETE" DELIMITED BY SIZE
027000             INTO WS-AUDIT-MESSAGE
027050     END-IF.
027100     CALL "AUDITLOG" USING WS-PROGRAM-ID
027200         WS-RECORDS-READ WS-RECORDS-KEPT WS-AUDIT-ZERO
027300         WS-RECORDS-ARCHIVED WS-AUDIT-MESSAGE WS-RUN-NUMBER
