000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RTNMAIL.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 11/02/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* RTNMAIL POSTS RETURNED MAIL. BENLTR STAMPS THE NOTIFY DATE
000900* WHEN A LETTER GOES TO THE MAILROOM, AND WHEN THE POST OFFICE
001000* SENT ONE BACK THE CLERK BINNED IT -- THE ADDRESS MASTER STILL
001100* LOOKED GOOD AND THE NEXT MAILING WENT TO THE SAME PLACE. THE
001200* MAILROOM NOW KEYS EACH RETURNED PIECE ON A DECK CARD (SSN,
001300* RETURN DATE, POSTAL REASON), AND THIS PROGRAM FILES AN
001400* UNDELIVERABLE FLAG FOR THE SSN ON THE ADRUND SIDE FILE WITH
001500* THE DATE, THE REASON, AND A COPY OF THE ADDRESS THE MAIL CAME
001600* BACK FROM. BENLTR WILL NOT MAIL TO A FLAGGED ADDRESS, AND
001700* ADRMAINT DROPS THE FLAG WHEN IT APPLIES A NEW ADDRESS.
001800*
001900* A CARD IS REJECTED WHEN THE SSN IS NOT NUMERIC, THE RETURN
002000* DATE IS NOT A DATE OR IS LATER THAN THE BUSINESS DATE, THE
002100* REASON IS NOT ONE OF THE POSTAL CODES IN ADRUND.CPY, OR THE
002200* SSN HAS NO ADDRESS MASTER RECORD. A SECOND RETURN FOR AN SSN
002300* ALREADY FLAGGED REPLACES THE FLAG UNLESS IT IS OLDER THAN THE
002400* ONE ON FILE.
002500*
002600* AFTER THE DECK, THE WHOLE FLAG FILE PRINTS AS THE ADDRESS
002700* RESEARCH WORKLIST FOR THE FRONT OFFICE, AGED FROM THE RETURN
002800* DATE AND BUCKETED AT 1, 7, AND 30 DAYS THE WAY THE SSNCORR
002900* AND BENCORR INVENTORIES ARE.
003000*
003100*    MODIFICATION HISTORY
003200*    -------------------------------------------------------------
003300*    DATE       INIT  DESCRIPTION
003400*    11/02/1988 FR    ORIGINAL PROGRAM.
003410*    11/08/1988 FR    FEBRUARY 29 IS A GOOD RETURN DATE ONLY IN A
003420*                     LEAP YEAR.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. MOTOROLA.
003900 OBJECT-COMPUTER. INTEL.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RETURN-IN     ASSIGN TO RTNIN
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT ADDRESS-MASTER ASSIGN TO ADRMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ADR-KEY.
004800     SELECT UNDELIVERABLE-FILE ASSIGN TO ADRUND
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS UND-KEY.
005200     SELECT WORKLIST-OUT  ASSIGN TO RTNLIST
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RETURN-IN
006100     LABEL RECORD IS OMITTED.
006200 01  RETURN-IN-RECORD.
006300     05  RTN-SSN                    PIC X(09).
006400     05  FILLER                     PIC X(01).
006500     05  RTN-RETURN-DATE            PIC X(08).
006600     05  RTN-RETURN-DATE-N REDEFINES RTN-RETURN-DATE
006700                                    PIC 9(08).
006800     05  FILLER                     PIC X(01).
006900     05  RTN-REASON                 PIC X(02).
007000     05  FILLER                     PIC X(59).
007100 FD  ADDRESS-MASTER
007200     LABEL RECORD IS STANDARD.
007300 COPY ADRMAST.
007400 FD  UNDELIVERABLE-FILE
007500     LABEL RECORD IS STANDARD.
007600 COPY ADRUND.
007700 FD  WORKLIST-OUT
007800     LABEL RECORD IS OMITTED.
007900 01  WORKLIST-OUT-RECORD            PIC X(80).
008000 FD  CONTROL-COUNTS
008100     LABEL RECORD IS OMITTED.
008200 COPY CNTREC.
008300 FD  RUN-CONTROL
008400     LABEL RECORD IS OMITTED.
008500 COPY RUNCTL.
008600 WORKING-STORAGE SECTION.
008700 01  WS-SWITCHES.
008800     05  WS-RETURN-EOF-SWITCH       PIC X(01) VALUE "N".
008900         88  WS-NO-MORE-RETURNS     VALUE "Y".
009000     05  WS-FLAG-EOF-SWITCH         PIC X(01) VALUE "N".
009100         88  WS-NO-MORE-FLAGS       VALUE "Y".
009200     05  WS-CARD-VALID-SWITCH       PIC X(01) VALUE "N".
009300         88  WS-CARD-IS-VALID       VALUE "Y".
009400     05  WS-FLAG-FOUND-SWITCH       PIC X(01) VALUE "N".
009500         88  WS-FLAG-WAS-ON-FILE    VALUE "Y".
009600 01  WS-COUNTERS.
009700     05  WS-CARDS-READ              PIC 9(07) VALUE ZERO.
009800     05  WS-FLAGS-ADDED             PIC 9(07) VALUE ZERO.
009900     05  WS-FLAGS-REPLACED          PIC 9(07) VALUE ZERO.
010000     05  WS-CARDS-REJECTED          PIC 9(07) VALUE ZERO.
010100     05  WS-NO-ADDRESS              PIC 9(07) VALUE ZERO.
010200     05  WS-FLAGS-LISTED            PIC 9(07) VALUE ZERO.
010300     05  WS-FLAGS-ORPHANED          PIC 9(07) VALUE ZERO.
010400     05  WS-AGE-1-DAY               PIC 9(07) VALUE ZERO.
010500     05  WS-AGE-7-DAYS              PIC 9(07) VALUE ZERO.
010600     05  WS-AGE-30-DAYS             PIC 9(07) VALUE ZERO.
010700 01  WS-FLAGS-POSTED                PIC 9(07) VALUE ZERO.
010800 01  WS-REJECT-TOTAL                PIC 9(07) VALUE ZERO.
010900 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
011000 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
011100 01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
011200 01  WS-DATE-FIELDS.
011300     05  WS-DF-DATE                 PIC 9(08) VALUE ZERO.
011400     05  WS-DF-PARTS REDEFINES WS-DF-DATE.
011500         10  WS-DF-YEAR             PIC 9(04).
011600         10  WS-DF-MONTH            PIC 9(02).
011700         10  WS-DF-DAY              PIC 9(02).
011800     05  WS-DF-SERIAL               PIC 9(07) VALUE ZERO.
011900     05  WS-DF-PRIOR-YEAR           PIC 9(04) VALUE ZERO.
012000     05  WS-DF-LEAPS-4              PIC 9(04) VALUE ZERO.
012100     05  WS-DF-LEAPS-100            PIC 9(04) VALUE ZERO.
012200     05  WS-DF-LEAPS-400            PIC 9(04) VALUE ZERO.
012300     05  WS-DF-REMAINDER-4          PIC 9(03) VALUE ZERO.
012400     05  WS-DF-REMAINDER-100        PIC 9(03) VALUE ZERO.
012500     05  WS-DF-REMAINDER-400        PIC 9(03) VALUE ZERO.
012600     05  WS-DF-WORK-QUOTIENT        PIC 9(04) VALUE ZERO.
012700     05  WS-DF-LEAP-SWITCH          PIC X(01) VALUE "N".
012800         88  WS-DF-IS-LEAP          VALUE "Y".
012900 01  WS-RUN-SERIAL                  PIC 9(07) VALUE ZERO.
013000 01  WS-RETURN-SERIAL               PIC 9(07) VALUE ZERO.
013100 01  WS-AGE-DAYS                    PIC S9(05) VALUE ZERO.
013200 01  WS-MONTH-DAYS-VALUES.
013300     05  FILLER                     PIC X(09) VALUE "000031059".
013400     05  FILLER                     PIC X(09) VALUE "090120151".
013500     05  FILLER                     PIC X(09) VALUE "181212243".
013600     05  FILLER                     PIC X(09) VALUE "273304334".
013700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
013800     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
013900                                    PIC 9(03).
014000 01  WS-MONTH-LENGTH-VALUES.
014100     05  FILLER                     PIC X(06) VALUE "312931".
014200     05  FILLER                     PIC X(06) VALUE "303130".
014300     05  FILLER                     PIC X(06) VALUE "313130".
014400     05  FILLER                     PIC X(06) VALUE "313031".
014500 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
014600     05  WS-MONTH-LENGTH OCCURS 12 TIMES
014700                                    PIC 9(02).
014800 01  WS-POSTING-HEADING.
014900     05  FILLER                     PIC X(40) VALUE
015000         "RETURNED MAIL POSTED".
015100     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
015200     05  WS-PH-RUN-DATE             PIC 9(08).
015300     05  FILLER                     PIC X(23) VALUE SPACES.
015400 01  WS-POSTING-LINE.
015500     05  PL-SSN                     PIC X(11).
015600     05  FILLER                     PIC X(02) VALUE SPACES.
015700     05  FILLER                     PIC X(07) VALUE "REASON ".
015800     05  PL-REASON                  PIC X(02).
015900     05  FILLER                     PIC X(02) VALUE SPACES.
016000     05  PL-RETURN-DATE             PIC X(08).
016100     05  FILLER                     PIC X(02) VALUE SPACES.
016200     05  PL-RESULT                  PIC X(40).
016300     05  FILLER                     PIC X(06) VALUE SPACES.
016400 01  WS-WORKLIST-HEADING.
016500     05  FILLER                     PIC X(40) VALUE
016600         "ADDRESS RESEARCH WORKLIST".
016700     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
016800     05  WS-WH-RUN-DATE             PIC 9(08).
016900     05  FILLER                     PIC X(23) VALUE SPACES.
017000 01  WS-WORKLIST-DETAIL-LINE.
017100     05  WD-SSN                     PIC X(11).
017200     05  FILLER                     PIC X(02) VALUE SPACES.
017300     05  WD-NAME                    PIC X(20).
017400     05  FILLER                     PIC X(02) VALUE SPACES.
017500     05  FILLER                     PIC X(07) VALUE "REASON ".
017600     05  WD-REASON                  PIC X(02).
017700     05  FILLER                     PIC X(02) VALUE SPACES.
017800     05  WD-RETURN-DATE             PIC 9(08).
017900     05  FILLER                     PIC X(02) VALUE SPACES.
018000     05  WD-AGE                     PIC X(10).
018100     05  FILLER                     PIC X(14) VALUE SPACES.
018200 01  WS-WORKLIST-ADDRESS-LINE.
018300     05  FILLER                     PIC X(13) VALUE SPACES.
018400     05  WA-HOUSE                   PIC X(06).
018500     05  FILLER                     PIC X(01) VALUE SPACE.
018600     05  WA-STREET                  PIC X(20).
018700     05  FILLER                     PIC X(01) VALUE SPACE.
018800     05  WA-CITY                    PIC X(13).
018900     05  FILLER                     PIC X(01) VALUE SPACE.
019000     05  WA-STATE                   PIC X(02).
019100     05  FILLER                     PIC X(01) VALUE SPACE.
019200     05  WA-ZIP                     PIC X(05).
019300     05  FILLER                     PIC X(17) VALUE SPACES.
019400 01  WS-RETURNED-ADDRESS.
019500     05  WS-RA-HOUSE                PIC 9(06).
019600     05  WS-RA-STREET               PIC X(20).
019700     05  WS-RA-CITY                 PIC X(13).
019800     05  WS-RA-STATE                PIC X(02).
019900     05  WS-RA-ZIP                  PIC X(05).
020000 01  WS-AGE-DISPLAY                 PIC ZZZZ9.
020100 01  WS-SUMMARY-LINE.
020200     05  WS-SUM-LABEL               PIC X(40).
020300     05  WS-SUM-VALUE               PIC ZZZZZZ9.
020400     05  FILLER                     PIC X(33) VALUE SPACES.
020500 01  WS-PROGRAM-ID                  PIC X(08) VALUE "RTNMAIL".
020600 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
020700     "RETURNED MAIL RUN COMPLETE".
020800 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
020900 01  WS-AUDIT-START-FIELDS.
021000     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
021100     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
021200     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
021300     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
021400     05  WS-AST-MESSAGE             PIC X(40) VALUE
021500         "RUN STARTED".
021600 01  WS-AUDIT-TYPE-FIELDS.
021700     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
021800     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
021900     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
022000 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
022100     "FULL SSNS PRINTED UNDER FULLSSN PARM".
022200 01  WS-SSN-PRINT-FIELDS.
022300     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
022400         88  WS-PRINT-FULL-SSN      VALUE "F".
022500     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
022600 01  WS-PARM                        PIC X(80) VALUE SPACES.
022700 PROCEDURE DIVISION.
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     PERFORM 2000-POST-ONE-RETURN THRU 2000-EXIT
023100         UNTIL WS-NO-MORE-RETURNS.
023200     PERFORM 3000-START-WORKLIST THRU 3000-EXIT.
023300     PERFORM 3100-LIST-ONE-FLAG THRU 3100-EXIT
023400         UNTIL WS-NO-MORE-FLAGS.
023500     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
023600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023700     STOP RUN.
023800 1000-INITIALIZE.
023900     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
024000     CALL "AUDITLOG" USING WS-PROGRAM-ID
024100         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
024200         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
024300         WS-AUDIT-START-TYPE
024400     END-CALL.
024500     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
024600     OPEN INPUT RETURN-IN.
024700     OPEN INPUT ADDRESS-MASTER.
024800     OPEN I-O UNDELIVERABLE-FILE.
024900     OPEN OUTPUT WORKLIST-OUT.
025000     OPEN EXTEND CONTROL-COUNTS.
025100     MOVE WS-RUN-DATE TO WS-DF-DATE.
025200     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
025300     MOVE WS-DF-SERIAL TO WS-RUN-SERIAL.
025400     MOVE WS-RUN-DATE TO WS-PH-RUN-DATE.
025500     WRITE WORKLIST-OUT-RECORD FROM WS-POSTING-HEADING.
025600     MOVE SPACES TO WORKLIST-OUT-RECORD.
025700     WRITE WORKLIST-OUT-RECORD.
025800 1000-EXIT.
025900     EXIT.
026000 1050-READ-RUN-CONTROL.
026100*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
026200*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN.
026300     OPEN INPUT RUN-CONTROL.
026400     READ RUN-CONTROL
026500         AT END
026600             DISPLAY "RTNMAIL ABEND - RUN-CONTROL FILE IS "
026700                 "EMPTY, RUN RUNCTLST FIRST"
026800             MOVE 16 TO RETURN-CODE
026900             STOP RUN
027000     END-READ.
027100     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
027200     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
027300     CLOSE RUN-CONTROL.
027400 1050-EXIT.
027500     EXIT.
027600 1060-CHECK-SSN-PRINT.
027700*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
027800*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
027900     ACCEPT WS-PARM FROM COMMAND-LINE.
028000     IF WS-PARM = SPACES
028100         GO TO 1060-EXIT
028200     END-IF.
028300     IF WS-PARM NOT = "FULLSSN"
028400         DISPLAY "RTNMAIL ABEND - PARM MUST BE FULLSSN OR "
028500             "OMITTED: " WS-PARM
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     MOVE "F" TO WS-SSN-PRINT-MODE.
029000     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
029100     CALL "AUDITLOG" USING WS-PROGRAM-ID
029200         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
029300         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
029400         WS-AUDIT-FULL-SSN-TYPE
029500     END-CALL.
029600 1060-EXIT.
029700     EXIT.
029800 2000-POST-ONE-RETURN.
029900     READ RETURN-IN
030000         AT END
030100             MOVE "Y" TO WS-RETURN-EOF-SWITCH
030200             GO TO 2000-EXIT
030300     END-READ.
030400     ADD 1 TO WS-CARDS-READ.
030500     PERFORM 2100-EDIT-RETURN THRU 2100-EXIT.
030600     IF NOT WS-CARD-IS-VALID
030700         ADD 1 TO WS-CARDS-REJECTED
030800         MOVE WS-REJECT-REASON TO PL-RESULT
030900         PERFORM 2300-WRITE-POSTING-LINE THRU 2300-EXIT
031000         GO TO 2000-EXIT
031100     END-IF.
031200     MOVE RTN-SSN TO ADR-KEY.
031300     READ ADDRESS-MASTER
031400         INVALID KEY
031500             ADD 1 TO WS-NO-ADDRESS
031600             MOVE "NO ADDRESS MASTER RECORD ON FILE"
031700                 TO PL-RESULT
031800             PERFORM 2300-WRITE-POSTING-LINE THRU 2300-EXIT
031900             GO TO 2000-EXIT
032000     END-READ.
032100     PERFORM 2200-FILE-FLAG THRU 2200-EXIT.
032200     PERFORM 2300-WRITE-POSTING-LINE THRU 2300-EXIT.
032300 2000-EXIT.
032400     EXIT.
032500 2100-EDIT-RETURN.
032600*    THE RETURN DATE MUST BE A REAL DATE NO LATER THAN TONIGHT'S
032700*    BUSINESS DATE, AND THE REASON ONE OF THE POSTAL CODES.
032800     MOVE "N" TO WS-CARD-VALID-SWITCH.
032900     IF RTN-SSN IS NOT NUMERIC
033000         MOVE "REJECTED - SSN IS NOT NUMERIC"
033100             TO WS-REJECT-REASON
033200         GO TO 2100-EXIT
033300     END-IF.
033400     IF RTN-RETURN-DATE IS NOT NUMERIC
033500         MOVE "REJECTED - RETURN DATE IS NOT NUMERIC"
033600             TO WS-REJECT-REASON
033700         GO TO 2100-EXIT
033800     END-IF.
033900     MOVE RTN-RETURN-DATE-N TO WS-DF-DATE.
034000     IF WS-DF-MONTH < 1 OR WS-DF-MONTH > 12
034100         MOVE "REJECTED - RETURN DATE IS NOT A DATE"
034200             TO WS-REJECT-REASON
034300         GO TO 2100-EXIT
034400     END-IF.
034500     IF WS-DF-DAY < 1 OR WS-DF-DAY > WS-MONTH-LENGTH(WS-DF-MONTH)
034600         MOVE "REJECTED - RETURN DATE IS NOT A DATE"
034700             TO WS-REJECT-REASON
034800         GO TO 2100-EXIT
034900     END-IF.
034910     IF WS-DF-MONTH = 2 AND WS-DF-DAY = 29
034920         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
034930         IF NOT WS-DF-IS-LEAP
034940             MOVE "REJECTED - RETURN DATE IS NOT A DATE"
034950                 TO WS-REJECT-REASON
034960             GO TO 2100-EXIT
034970         END-IF
034980     END-IF.
035000     IF RTN-RETURN-DATE-N > WS-RUN-DATE
035100         MOVE "REJECTED - RETURN DATE IS IN THE FUTURE"
035200             TO WS-REJECT-REASON
035300         GO TO 2100-EXIT
035400     END-IF.
035500     MOVE RTN-REASON TO UND-REASON.
035600     IF NOT UND-REASON-IS-VALID
035700         MOVE "REJECTED - UNKNOWN POSTAL REASON CODE"
035800             TO WS-REJECT-REASON
035900         GO TO 2100-EXIT
036000     END-IF.
036100     MOVE "Y" TO WS-CARD-VALID-SWITCH.
036200 2100-EXIT.
036300     EXIT.
036400 2200-FILE-FLAG.
036500*    ONE FLAG PER SSN. A RETURN DATED THE SAME DAY AS THE FLAG ON
036600*    FILE OR LATER REPLACES IT, SO A DECK RUN TWICE JUST FILES ITS
036700*    FLAGS AGAIN; AN OLDER ONE (A CARD KEYED LATE) IS TURNED AWAY
036750*    SO THE WORKLIST KEEPS THE NEWEST RETURN.
036800     MOVE "N" TO WS-FLAG-FOUND-SWITCH.
036900     MOVE RTN-SSN TO UND-KEY.
037000     READ UNDELIVERABLE-FILE
037100         INVALID KEY
037200             CONTINUE
037300         NOT INVALID KEY
037400             MOVE "Y" TO WS-FLAG-FOUND-SWITCH
037500     END-READ.
037600     IF WS-FLAG-WAS-ON-FILE
037700             AND UND-RETURN-DATE > RTN-RETURN-DATE-N
037800         ADD 1 TO WS-CARDS-REJECTED
037900         MOVE "REJECTED - A LATER RETURN IS ON FILE"
038000             TO PL-RESULT
038100         GO TO 2200-EXIT
038200     END-IF.
038300     MOVE RTN-SSN           TO UND-KEY.
038400     MOVE RTN-RETURN-DATE-N TO UND-RETURN-DATE.
038500     MOVE RTN-REASON        TO UND-REASON.
038600     MOVE WS-RUN-DATE       TO UND-FLAG-DATE.
038700     MOVE ADR-ADDRESS       TO UND-RETURNED-ADDRESS.
038800     IF WS-FLAG-WAS-ON-FILE
038900         REWRITE UNDELIVERABLE-RECORD
039000         ADD 1 TO WS-FLAGS-REPLACED
039100         MOVE "FLAG REPLACED" TO PL-RESULT
039200     ELSE
039300         WRITE UNDELIVERABLE-RECORD
039400         ADD 1 TO WS-FLAGS-ADDED
039500         MOVE "FLAGGED UNDELIVERABLE" TO PL-RESULT
039600     END-IF.
039700 2200-EXIT.
039800     EXIT.
039900 2300-WRITE-POSTING-LINE.
040000     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
040100         RTN-SSN WS-PRINTED-SSN
040200     END-CALL.
040300     MOVE WS-PRINTED-SSN  TO PL-SSN.
040400     MOVE RTN-REASON      TO PL-REASON.
040500     MOVE RTN-RETURN-DATE TO PL-RETURN-DATE.
040600     WRITE WORKLIST-OUT-RECORD FROM WS-POSTING-LINE.
040700 2300-EXIT.
040800     EXIT.
040900 3000-START-WORKLIST.
041000     CLOSE RETURN-IN.
041100     MOVE SPACES TO WORKLIST-OUT-RECORD.
041200     WRITE WORKLIST-OUT-RECORD.
041300     MOVE WS-RUN-DATE TO WS-WH-RUN-DATE.
041400     WRITE WORKLIST-OUT-RECORD FROM WS-WORKLIST-HEADING.
041500     MOVE SPACES TO WORKLIST-OUT-RECORD.
041600     WRITE WORKLIST-OUT-RECORD.
041700     MOVE LOW-VALUES TO UND-KEY.
041800     START UNDELIVERABLE-FILE KEY >= UND-KEY
041900         INVALID KEY
042000             MOVE "Y" TO WS-FLAG-EOF-SWITCH
042100     END-START.
042200 3000-EXIT.
042300     EXIT.
042400 3100-LIST-ONE-FLAG.
042500*    EVERY FLAG ON FILE IS SOMEBODY THE FRONT OFFICE HAS TO
042600*    REACH FOR A GOOD ADDRESS. THE NAME COMES FROM THE ADDRESS
042700*    MASTER; THE ADDRESS PRINTED IS THE ONE THE MAIL CAME BACK
042800*    FROM.
042900     READ UNDELIVERABLE-FILE NEXT RECORD
043000         AT END
043100             MOVE "Y" TO WS-FLAG-EOF-SWITCH
043200             GO TO 3100-EXIT
043300     END-READ.
043400     ADD 1 TO WS-FLAGS-LISTED.
043500     MOVE SPACES TO WS-WORKLIST-DETAIL-LINE.
043600     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
043700         UND-KEY WS-PRINTED-SSN
043800     END-CALL.
043900     MOVE WS-PRINTED-SSN TO WD-SSN.
044000     MOVE UND-KEY TO ADR-KEY.
044100     READ ADDRESS-MASTER
044200         INVALID KEY
044300             ADD 1 TO WS-FLAGS-ORPHANED
044400             MOVE "*NO ADDRESS RECORD*" TO WD-NAME
044500         NOT INVALID KEY
044600             MOVE ADR-NAME TO WD-NAME
044700     END-READ.
044800     MOVE UND-REASON      TO WD-REASON.
044900     MOVE UND-RETURN-DATE TO WD-RETURN-DATE.
045000     MOVE UND-RETURN-DATE TO WS-DF-DATE.
045100     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
045200     MOVE WS-DF-SERIAL TO WS-RETURN-SERIAL.
045300     COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-RETURN-SERIAL.
045400     IF WS-AGE-DAYS < ZERO
045500         MOVE ZERO TO WS-AGE-DAYS
045600     END-IF.
045700     MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
045800     MOVE WS-AGE-DISPLAY TO WD-AGE.
045900     PERFORM 5100-BUCKET-BY-AGE THRU 5100-EXIT.
046000     WRITE WORKLIST-OUT-RECORD FROM WS-WORKLIST-DETAIL-LINE.
046100     MOVE UND-RETURNED-ADDRESS TO WS-RETURNED-ADDRESS.
046200     MOVE WS-RA-HOUSE  TO WA-HOUSE.
046300     MOVE WS-RA-STREET TO WA-STREET.
046400     MOVE WS-RA-CITY   TO WA-CITY.
046500     MOVE WS-RA-STATE  TO WA-STATE.
046600     MOVE WS-RA-ZIP    TO WA-ZIP.
046700     WRITE WORKLIST-OUT-RECORD FROM WS-WORKLIST-ADDRESS-LINE.
046800 3100-EXIT.
046900     EXIT.
047000 5100-BUCKET-BY-AGE.
047100     EVALUATE TRUE
047200         WHEN WS-AGE-DAYS >= 30
047300             ADD 1 TO WS-AGE-30-DAYS
047400         WHEN WS-AGE-DAYS >= 7
047500             ADD 1 TO WS-AGE-7-DAYS
047600         WHEN WS-AGE-DAYS >= 1
047700             ADD 1 TO WS-AGE-1-DAY
047800     END-EVALUATE.
047900 5100-EXIT.
048000     EXIT.
048100 6000-DATE-TO-SERIAL.
048200*    TURNS A YYYYMMDD DATE INTO A DAY SERIAL FOR TAKING
048300*    DIFFERENCES, THE SAME ARITHMETIC SSNCORR AND BENCORR USE TO
048400*    AGE THEIR INVENTORIES: WHOLE YEARS AT 365 DAYS PLUS THE LEAP
048500*    DAYS, PLUS THE DAYS BEFORE THE MONTH, PLUS ONE MORE WHEN THE
048600*    DATE IS PAST FEBRUARY OF A LEAP YEAR.
048700     COMPUTE WS-DF-PRIOR-YEAR = WS-DF-YEAR - 1.
048800     DIVIDE WS-DF-PRIOR-YEAR BY 4
048900         GIVING WS-DF-LEAPS-4.
049000     DIVIDE WS-DF-PRIOR-YEAR BY 100
049100         GIVING WS-DF-LEAPS-100.
049200     DIVIDE WS-DF-PRIOR-YEAR BY 400
049300         GIVING WS-DF-LEAPS-400.
049400     COMPUTE WS-DF-SERIAL =
049500         (WS-DF-YEAR * 365)
049600         + WS-DF-LEAPS-4
049700         - WS-DF-LEAPS-100
049800         + WS-DF-LEAPS-400
049900         + WS-DAYS-BEFORE-MONTH(WS-DF-MONTH)
050000         + WS-DF-DAY.
050100     IF WS-DF-MONTH > 2
050200         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
050300         IF WS-DF-IS-LEAP
050400             ADD 1 TO WS-DF-SERIAL
050500         END-IF
050600     END-IF.
050700 6000-EXIT.
050800     EXIT.
050900 6100-CHECK-LEAP-YEAR.
051000     MOVE "N" TO WS-DF-LEAP-SWITCH.
051100     DIVIDE WS-DF-YEAR BY 4
051200         GIVING WS-DF-WORK-QUOTIENT
051300         REMAINDER WS-DF-REMAINDER-4.
051400     DIVIDE WS-DF-YEAR BY 100
051500         GIVING WS-DF-WORK-QUOTIENT
051600         REMAINDER WS-DF-REMAINDER-100.
051700     DIVIDE WS-DF-YEAR BY 400
051800         GIVING WS-DF-WORK-QUOTIENT
051900         REMAINDER WS-DF-REMAINDER-400.
052000     IF (WS-DF-REMAINDER-4 = ZERO
052100             AND WS-DF-REMAINDER-100 NOT = ZERO)
052200             OR WS-DF-REMAINDER-400 = ZERO
052300         MOVE "Y" TO WS-DF-LEAP-SWITCH
052400     END-IF.
052500 6100-EXIT.
052600     EXIT.
052700 7000-PRINT-SUMMARY.
052800     MOVE SPACES TO WORKLIST-OUT-RECORD.
052900     WRITE WORKLIST-OUT-RECORD.
053000     MOVE SPACES TO WS-SUMMARY-LINE.
053100     MOVE "RETURNED-MAIL CARDS READ" TO WS-SUM-LABEL.
053200     MOVE WS-CARDS-READ TO WS-SUM-VALUE.
053300     WRITE WORKLIST-OUT-RECORD FROM WS-SUMMARY-LINE.
053400     MOVE SPACES TO WS-SUMMARY-LINE.
053500     MOVE "ADDRESSES FLAGGED THIS RUN" TO WS-SUM-LABEL.
053600     MOVE WS-FLAGS-ADDED TO WS-SUM-VALUE.
053700     WRITE WORKLIST-OUT-RECORD FROM WS-SUMMARY-LINE.
053800     MOVE SPACES TO WS-SUMMARY-LINE.
053900     MOVE "FLAGS REPLACED BY A LATER RETURN" TO WS-SUM-LABEL.
054000     MOVE WS-FLAGS-REPLACED TO WS-SUM-VALUE.
054100     WRITE WORKLIST-OUT-RECORD FROM WS-SUMMARY-LINE.
054200     MOVE SPACES TO WS-SUMMARY-LINE.
054300     MOVE "CARDS REJECTED" TO WS-SUM-LABEL.
054400     MOVE WS-CARDS-REJECTED TO WS-SUM-VALUE.
054500     WRITE WORKLIST-OUT-RECORD FROM WS-SUMMARY-LINE.
054600     MOVE SPACES TO WS-SUMMARY-LINE.
054700     MOVE "CARDS WITH NO ADDRESS MASTER RECORD" TO WS-SUM-LABEL.
054800     MOVE WS-NO-ADDRESS TO WS-SUM-VALUE.
054900     WRITE WORKLIST-OUT-RECORD FROM WS-SUMMARY-LINE.
055000     MOVE SPACES TO WS-SUMMARY-LINE.
055100     MOVE "FLAGGED ADDRESSES ON THE WORKLIST" TO WS-SUM-LABEL.
055200     MOVE WS-FLAGS-LISTED TO WS-SUM-VALUE.
055300     WRITE WORKLIST-OUT-RECORD FROM WS-SUMMARY-LINE.
055400     MOVE SPACES TO WS-SUMMARY-LINE.
055500     MOVE "OUTSTANDING 1 TO 6 DAYS" TO WS-SUM-LABEL.
055600     MOVE WS-AGE-1-DAY TO WS-SUM-VALUE.
055700     WRITE WORKLIST-OUT-RECORD FROM WS-SUMMARY-LINE.
055800     MOVE SPACES TO WS-SUMMARY-LINE.
055900     MOVE "OUTSTANDING 7 TO 29 DAYS" TO WS-SUM-LABEL.
056000     MOVE WS-AGE-7-DAYS TO WS-SUM-VALUE.
056100     WRITE WORKLIST-OUT-RECORD FROM WS-SUMMARY-LINE.
056200     MOVE SPACES TO WS-SUMMARY-LINE.
056300     MOVE "OUTSTANDING 30 DAYS OR MORE" TO WS-SUM-LABEL.
056400     MOVE WS-AGE-30-DAYS TO WS-SUM-VALUE.
056500     WRITE WORKLIST-OUT-RECORD FROM WS-SUMMARY-LINE.
056600     IF WS-FLAGS-ORPHANED > ZERO
056700         MOVE SPACES TO WS-SUMMARY-LINE
056800         MOVE "FLAGS WITH NO ADDRESS MASTER RECORD"
056900             TO WS-SUM-LABEL
057000         MOVE WS-FLAGS-ORPHANED TO WS-SUM-VALUE
057100         WRITE WORKLIST-OUT-RECORD FROM WS-SUMMARY-LINE
057200     END-IF.
057300 7000-EXIT.
057400     EXIT.
057500 9000-TERMINATE.
057600     COMPUTE WS-FLAGS-POSTED =
057700         WS-FLAGS-ADDED + WS-FLAGS-REPLACED.
057800     COMPUTE WS-REJECT-TOTAL =
057900         WS-CARDS-REJECTED + WS-NO-ADDRESS.
058000     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
058100     CLOSE ADDRESS-MASTER UNDELIVERABLE-FILE WORKLIST-OUT
058200         CONTROL-COUNTS.
058300     DISPLAY "RETURNED-MAIL CARDS READ: " WS-CARDS-READ.
058400     DISPLAY "ADDRESSES FLAGGED:        " WS-FLAGS-ADDED.
058500     DISPLAY "FLAGS REPLACED:           " WS-FLAGS-REPLACED.
058600     DISPLAY "CARDS REJECTED:           " WS-CARDS-REJECTED.
058700     DISPLAY "NO ADDRESS RECORD:        " WS-NO-ADDRESS.
058800     DISPLAY "FLAGS ON THE WORKLIST:    " WS-FLAGS-LISTED.
058900     CALL "AUDITLOG" USING WS-PROGRAM-ID
059000         WS-CARDS-READ WS-FLAGS-POSTED
059100         WS-REJECT-TOTAL WS-AUDIT-ZERO WS-AUDIT-MESSAGE
059200         WS-RUN-NUMBER WS-AUDIT-END-TYPE
059300     END-CALL.
059400 9000-EXIT.
059500     EXIT.
059600 9100-WRITE-CONTROL-COUNTS.
059700     INITIALIZE CONTROL-COUNT-RECORD.
059800     MOVE WS-PROGRAM-ID     TO CC-PROGRAM-ID.
059900     MOVE WS-CARDS-READ     TO CC-RECORDS-READ.
060000     MOVE WS-FLAGS-ADDED    TO CC-RECORDS-WRITTEN.
060100     MOVE WS-CARDS-REJECTED TO CC-RECORDS-REJECTED.
060200     MOVE WS-FLAGS-REPLACED TO CC-RECORDS-UPDATED.
060300     MOVE WS-NO-ADDRESS     TO CC-RECORDS-NOT-FOUND.
060400     MOVE WS-RUN-DATE       TO CC-RUN-DATE.
060500     MOVE WS-RUN-NUMBER     TO CC-RUN-NUMBER.
060600     WRITE CONTROL-COUNT-RECORD.
060700 9100-EXIT.
060800     EXIT.
