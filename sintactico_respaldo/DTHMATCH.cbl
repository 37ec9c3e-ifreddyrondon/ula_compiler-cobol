000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DTHMATCH.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/27/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DTHMATCH IS THE MONTHLY DEATH-MASTER MATCH. SSNPURGE ONLY EVER
000900* REMOVED A RECORD WHEN SOMEBODY HAPPENED TO PUNCH A PURGE CARD,
001000* SO A DECEASED PERSON STAYED LIVE ON THE MASTER -- AND AT
001100* BENEFITS -- UNTIL SOMETHING BOUNCED. THIS JOB READS THE
001200* EXTERNAL DEATH-NOTIFICATION FILE RECEIVED EACH MONTH AND
001300* MATCHES EVERY NOTICE AGAINST THE SSN MASTER ON THREE THINGS:
001400* THE SSN, THE NAME (THROUGH NAMEMTCH, SO SPACING AND CASE DO
001500* NOT MATTER), AND THE DATE OF BIRTH.
001600*
001700* A NOTICE THAT AGREES ON ALL THREE IS AN EXACT MATCH AND BECOMES
001800* A CARD ON A READY-TO-RUN SSNPURGE DECK UNDER THE DEATH REASON
001900* CODE. ANYTHING LESS IS A PARTIAL MATCH AND PRINTS ON THE REVIEW
002000* LISTING FOR A CLERK TO WORK BY HAND:
002100*    - THE SSN IS ON FILE BUT THE NAME OR BIRTH DATE DISAGREES,
002200*      OR THE MASTER HAS NO BIRTH DATE TO CHECK;
002300*    - THE SSN IS NOT ON FILE BUT THE SAME NAME AND BIRTH DATE
002400*      ARE, UNDER ANOTHER SSN (FOUND THROUGH THE NAME INDEX).
002500* A NOTICE THAT MATCHES NOTHING IS ONLY COUNTED. NOTHING ON THE
002600* MASTER IS CHANGED HERE.
002700*
002800*    MODIFICATION HISTORY
002900*    -------------------------------------------------------------
003000*    DATE       INIT  DESCRIPTION
003100*    10/27/1988 FR    ORIGINAL PROGRAM.
003110*    10/29/1988 FR    PURGE CARDS NOW CARRY THIS PROGRAM'S ID AS
003120*                     THE REQUESTING OPERATOR, SO SSNPURGE HOLDS
003130*                     EACH ONE FOR A HUMAN APPROVER IN APRMAINT.
003140*    10/30/1988 FR    THE REVIEW LISTING NOW PRINTS THE SSN AS
003150*                     XXX-XX-SSSS THROUGH THE COMMON SSNMASK
003160*                     ROUTINE. PARM 'FULLSSN' PRINTS IT IN FULL
003170*                     AND LOGS THE RUN THROUGH AUDITLOG. THE PURGE
003180*                     CARDS STILL CARRY THE SSN AS KEYED.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. MOTOROLA.
003600 OBJECT-COMPUTER. INTEL.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT DEATH-IN      ASSIGN TO DTHFILE
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT SSN-MASTER    ASSIGN TO SSNMSTR
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SSN-MASTER-KEY-X.
004500     SELECT SSN-NAME-INDEX ASSIGN TO SSNNDX
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS NDX-KEY.
004900     SELECT PURGE-OUT     ASSIGN TO PURGEOUT
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT REVIEW-OUT    ASSIGN TO REVWOUT
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  DEATH-IN
006000     LABEL RECORD IS OMITTED.
006100 01  DEATH-IN-RECORD.
006200     05  DTH-SSN                    PIC X(09).
006300     05  DTH-NAME                   PIC X(20).
006400     05  DTH-BIRTH-DATE             PIC X(08).
006500     05  DTH-DEATH-DATE             PIC X(08).
006600     05  FILLER                     PIC X(35).
006700 FD  SSN-MASTER
006800     LABEL RECORD IS STANDARD.
006900 COPY SSNMAST.
007000 FD  SSN-NAME-INDEX
007100     LABEL RECORD IS STANDARD.
007200 COPY SSNNDX.
007300 FD  PURGE-OUT
007400     LABEL RECORD IS OMITTED.
007500*    MIRRORS THE PURGE-IN FD IN SSNPURGE, WHICH OWNS THE CARD
007600*    LAYOUT -- KEEP THEM IN STEP.
007700 01  PURGE-OUT-RECORD.
007800     05  PRG-SSN                    PIC X(09).
007900     05  FILLER                     PIC X(01).
008000     05  PRG-REASON-CODE            PIC X(02).
008100     05  FILLER                     PIC X(01).
008110     05  PRG-OPERATOR-ID            PIC X(08).
008120     05  FILLER                     PIC X(01).
008130     05  PRG-APPROVER-ID            PIC X(08).
008140     05  FILLER                     PIC X(50).
008200 FD  REVIEW-OUT
008300     LABEL RECORD IS OMITTED.
008400 01  REVIEW-OUT-RECORD              PIC X(80).
008500 FD  CONTROL-COUNTS
008600     LABEL RECORD IS OMITTED.
008700 COPY CNTREC.
008800 FD  RUN-CONTROL
008900     LABEL RECORD IS OMITTED.
009000 COPY RUNCTL.
009100 WORKING-STORAGE SECTION.
009200 01  WS-SWITCHES.
009300     05  WS-DTH-EOF-SWITCH          PIC X(01) VALUE "N".
009400         88  WS-NO-MORE-NOTICES     VALUE "Y".
009500     05  WS-NDX-EOF-SWITCH          PIC X(01) VALUE "N".
009600         88  WS-NO-MORE-INDEX       VALUE "Y".
009700     05  WS-NAME-MATCH-SWITCH       PIC X(01) VALUE "N".
009800         88  WS-NAME-MATCHES        VALUE "Y".
009900     05  WS-BIRTH-MATCH-SWITCH      PIC X(01) VALUE "N".
010000         88  WS-BIRTH-DATE-MATCHES  VALUE "Y".
010100         88  WS-BIRTH-DATE-MISSING  VALUE "M".
010200 01  WS-COUNTERS.
010300     05  WS-NOTICES-READ            PIC 9(07) VALUE ZERO.
010400     05  WS-NOTICES-REJECTED        PIC 9(07) VALUE ZERO.
010500     05  WS-EXACT-MATCHES           PIC 9(07) VALUE ZERO.
010600     05  WS-PARTIAL-MATCHES         PIC 9(07) VALUE ZERO.
010700     05  WS-NO-MATCHES              PIC 9(07) VALUE ZERO.
010800     05  WS-CANDIDATES-THIS-NOTICE  PIC 9(07) VALUE ZERO.
010900*    THE PURGE REASON CODE EVERY EXACT MATCH IS CARDED UNDER.
011000*    CARRY IT ON THE REASON-CODE FILE (RSNMAINT) SO PERSINQ
011100*    DESCRIBES THE PURGE.
011200 01  WS-DEATH-REASON-CODE           PIC X(02) VALUE "DC".
011300 01  WS-NORMALIZE-FIELDS.
011400     05  WS-NMF-FUNCTION            PIC X(01) VALUE "N".
011500     05  WS-NMF-RESULT              PIC X(01) VALUE SPACE.
011600         88  WS-NMF-EXACT           VALUE "E".
011700         88  WS-NMF-EQUIVALENT      VALUE "Q".
011800     05  WS-NORM-WORK               PIC X(20) VALUE SPACES.
011900     05  WS-DEATH-NORM-NAME         PIC X(20) VALUE SPACES.
012000 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
012100 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
012200 01  WS-REVIEW-REASON               PIC X(40) VALUE SPACES.
012300 01  WS-REVIEW-HEADING.
012400     05  FILLER                     PIC X(42) VALUE
012500         "DEATH-MASTER MATCH - PARTIAL MATCH REVIEW".
012600     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
012700     05  WS-RH-RUN-DATE             PIC 9(08).
012800     05  FILLER                     PIC X(21) VALUE SPACES.
012900 01  WS-REASON-LINE.
013000     05  FILLER                     PIC X(02) VALUE "* ".
013100     05  RL-REASON                  PIC X(40).
013200     05  FILLER                     PIC X(38) VALUE SPACES.
013300 01  WS-PERSON-LINE.
013400     05  FILLER                     PIC X(02) VALUE SPACES.
013500     05  PL-SOURCE                  PIC X(12).
013600     05  PL-SSN                     PIC X(11).
013700     05  FILLER                     PIC X(02) VALUE SPACES.
013800     05  PL-NAME                    PIC X(20).
013900     05  FILLER                     PIC X(07) VALUE "  BORN ".
014000     05  PL-BIRTH-DATE              PIC X(08).
014100     05  PL-DIED-LABEL              PIC X(07).
014200     05  PL-DEATH-DATE              PIC X(08).
014300     05  FILLER                     PIC X(03) VALUE SPACES.
014400 01  WS-SUMMARY-LINE.
014500     05  WS-SUM-LABEL               PIC X(40).
014600     05  WS-SUM-VALUE               PIC ZZZZZZ9.
014700     05  FILLER                     PIC X(33) VALUE SPACES.
014800 01  WS-PROGRAM-ID                  PIC X(08) VALUE "DTHMATCH".
014900 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
015000     "DEATH-MASTER MATCH COMPLETE".
015100 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
015200 01  WS-AUDIT-START-FIELDS.
015300     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
015400     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
015500     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
015600     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
015700     05  WS-AST-MESSAGE             PIC X(40) VALUE
015800         "RUN STARTED".
015900 01  WS-AUDIT-TYPE-FIELDS.
016000     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
016100     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
016110     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
016120 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
016130     "FULL SSNS PRINTED UNDER FULLSSN PARM".
016140 01  WS-SSN-PRINT-FIELDS.
016150     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
016160         88  WS-PRINT-FULL-SSN      VALUE "F".
016170     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
016180 01  WS-PARM                        PIC X(80) VALUE SPACES.
016200 PROCEDURE DIVISION.
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-MATCH-ONE-NOTICE THRU 2000-EXIT
016600         UNTIL WS-NO-MORE-NOTICES.
016700     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
016800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016900     STOP RUN.
017000 1000-INITIALIZE.
017100     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
017200     CALL "AUDITLOG" USING WS-PROGRAM-ID
017300         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
017400         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
017500         WS-AUDIT-START-TYPE
017600     END-CALL.
017650     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
017700     OPEN INPUT DEATH-IN.
017800     OPEN INPUT SSN-MASTER.
017900     OPEN INPUT SSN-NAME-INDEX.
018000     OPEN OUTPUT PURGE-OUT.
018100     OPEN OUTPUT REVIEW-OUT.
018200     OPEN EXTEND CONTROL-COUNTS.
018300     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
018400     WRITE REVIEW-OUT-RECORD FROM WS-REVIEW-HEADING.
018500     MOVE SPACES TO REVIEW-OUT-RECORD.
018600     WRITE REVIEW-OUT-RECORD.
018700     PERFORM 2100-READ-NOTICE THRU 2100-EXIT.
018800 1000-EXIT.
018900     EXIT.
019000 1050-READ-RUN-CONTROL.
019100*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
019200*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN,
019300*    NOT FROM A PRIVATE ACCEPT FROM DATE.
019400     OPEN INPUT RUN-CONTROL.
019500     READ RUN-CONTROL
019600         AT END
019700             DISPLAY "DTHMATCH ABEND - RUN-CONTROL FILE IS "
019800                 "EMPTY, RUN RUNCTLST FIRST"
019900             MOVE 16 TO RETURN-CODE
020000             STOP RUN
020100     END-READ.
020200     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
020300     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
020400     CLOSE RUN-CONTROL.
020500 1050-EXIT.
020600     EXIT.
020602 1060-CHECK-SSN-PRINT.
020604*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
020606*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
020608     ACCEPT WS-PARM FROM COMMAND-LINE.
020610     IF WS-PARM = SPACES
020612         GO TO 1060-EXIT
020614     END-IF.
020616     IF WS-PARM NOT = "FULLSSN"
020618         DISPLAY "DTHMATCH ABEND - PARM MUST BE FULLSSN OR "
020620             "OMITTED: " WS-PARM
020622         MOVE 16 TO RETURN-CODE
020624         STOP RUN
020626     END-IF.
020628     MOVE "F" TO WS-SSN-PRINT-MODE.
020630     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
020632     CALL "AUDITLOG" USING WS-PROGRAM-ID
020634         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
020636         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
020638         WS-AUDIT-FULL-SSN-TYPE
020640     END-CALL.
020642 1060-EXIT.
020644     EXIT.
020700 2000-MATCH-ONE-NOTICE.
020800     IF DTH-SSN IS NOT NUMERIC
020900         DISPLAY "REJECTED DEATH NOTICE: " DTH-SSN
021000             " - SSN CONTAINS NON-NUMERIC DATA"
021100         ADD 1 TO WS-NOTICES-REJECTED
021200         GO TO 2000-READ-NEXT
021300     END-IF.
021400     MOVE DTH-SSN TO SSN-MASTER-KEY-X.
021500     READ SSN-MASTER
021600         INVALID KEY
021700             PERFORM 4000-SEARCH-BY-NAME THRU 4000-EXIT
021800         NOT INVALID KEY
021900             PERFORM 3000-COMPARE-SSN-MATCH THRU 3000-EXIT
022000     END-READ.
022100 2000-READ-NEXT.
022200     PERFORM 2100-READ-NOTICE THRU 2100-EXIT.
022300 2000-EXIT.
022400     EXIT.
022500 2100-READ-NOTICE.
022600     READ DEATH-IN
022700         AT END
022800             MOVE "Y" TO WS-DTH-EOF-SWITCH
022900     END-READ.
023000     IF NOT WS-NO-MORE-NOTICES
023100         ADD 1 TO WS-NOTICES-READ
023200     END-IF.
023300 2100-EXIT.
023400     EXIT.
023500*****************************************************************
023600* THE SSN IS ON THE MASTER. NAME AND BIRTH DATE DECIDE WHETHER
023700* THE NOTICE IS AN EXACT MATCH (CARD IT) OR A PARTIAL ONE (LIST
023800* IT FOR REVIEW).
023900*****************************************************************
024000 3000-COMPARE-SSN-MATCH.
024100     PERFORM 3100-COMPARE-NAME THRU 3100-EXIT.
024200     PERFORM 3200-COMPARE-BIRTH-DATE THRU 3200-EXIT.
024300     IF WS-NAME-MATCHES AND WS-BIRTH-DATE-MATCHES
024400         PERFORM 3500-WRITE-PURGE-CARD THRU 3500-EXIT
024500         GO TO 3000-EXIT
024600     END-IF.
024700     EVALUATE TRUE
024800         WHEN WS-NAME-MATCHES AND WS-BIRTH-DATE-MISSING
024900             MOVE "SSN AND NAME MATCH - NO BIRTH DATE ON FILE"
025000                 TO WS-REVIEW-REASON
025100         WHEN WS-NAME-MATCHES
025200             MOVE "SSN AND NAME MATCH - BIRTH DATE DIFFERS"
025300                 TO WS-REVIEW-REASON
025400         WHEN WS-BIRTH-DATE-MATCHES
025500             MOVE "SSN AND BIRTH DATE MATCH - NAME DIFFERS"
025600                 TO WS-REVIEW-REASON
025700         WHEN OTHER
025800             MOVE "SSN MATCHES - NAME AND BIRTH DATE DIFFER"
025900                 TO WS-REVIEW-REASON
026000     END-EVALUATE.
026100     ADD 1 TO WS-PARTIAL-MATCHES.
026200     PERFORM 6000-PRINT-REVIEW THRU 6000-EXIT.
026300 3000-EXIT.
026400     EXIT.
026500 3100-COMPARE-NAME.
026600*    EXACT OR EQUIVALENT (EQUAL ONCE NORMALIZED) IS A MATCH.
026700     MOVE "N" TO WS-NAME-MATCH-SWITCH.
026800     MOVE "C" TO WS-NMF-FUNCTION.
026900     CALL "NAMEMTCH" USING WS-NMF-FUNCTION DTH-NAME
027000         SSN-MASTER-NAME WS-NMF-RESULT
027100     END-CALL.
027200     IF WS-NMF-EXACT OR WS-NMF-EQUIVALENT
027300         MOVE "Y" TO WS-NAME-MATCH-SWITCH
027400     END-IF.
027500 3100-EXIT.
027600     EXIT.
027700 3200-COMPARE-BIRTH-DATE.
027800*    A MASTER WITH NO BIRTH DATE ON FILE CANNOT CONFIRM THE
027900*    NOTICE, SO IT NEVER MAKES AN EXACT MATCH.
028000     MOVE "N" TO WS-BIRTH-MATCH-SWITCH.
028100     IF SSN-MASTER-BIRTH-DATE-X IS NOT NUMERIC
028200             OR SSN-MASTER-BIRTH-DATE = ZERO
028300         MOVE "M" TO WS-BIRTH-MATCH-SWITCH
028400         GO TO 3200-EXIT
028500     END-IF.
028600     IF DTH-BIRTH-DATE = SSN-MASTER-BIRTH-DATE-X
028700         MOVE "Y" TO WS-BIRTH-MATCH-SWITCH
028800     END-IF.
028900 3200-EXIT.
029000     EXIT.
029100 3500-WRITE-PURGE-CARD.
029200     MOVE SPACES TO PURGE-OUT-RECORD.
029300     MOVE SSN-MASTER-KEY-X     TO PRG-SSN.
029400     MOVE WS-DEATH-REASON-CODE TO PRG-REASON-CODE.
029410     MOVE WS-PROGRAM-ID        TO PRG-OPERATOR-ID.
029500     WRITE PURGE-OUT-RECORD.
029600     ADD 1 TO WS-EXACT-MATCHES.
029700 3500-EXIT.
029800     EXIT.
029900*****************************************************************
030000* THE SSN IS NOT ON THE MASTER. WALK THE NAME INDEX FOR THE
030100* NOTICE'S NORMALIZED NAME; EVERY PERSON THERE WITH THE SAME
030200* BIRTH DATE IS LISTED FOR REVIEW UNDER THEIR OWN SSN.
030300*****************************************************************
030400 4000-SEARCH-BY-NAME.
030500     MOVE ZERO TO WS-CANDIDATES-THIS-NOTICE.
030600     MOVE "N" TO WS-NMF-FUNCTION.
030700     CALL "NAMEMTCH" USING WS-NMF-FUNCTION DTH-NAME
030800         WS-NORM-WORK WS-NMF-RESULT
030900     END-CALL.
031000     MOVE WS-NORM-WORK TO WS-DEATH-NORM-NAME.
031100     MOVE "N" TO WS-NDX-EOF-SWITCH.
031200     MOVE WS-DEATH-NORM-NAME TO NDX-NORM-NAME.
031300     MOVE LOW-VALUES TO NDX-SSN.
031400     START SSN-NAME-INDEX KEY >= NDX-KEY
031500         INVALID KEY
031600             MOVE "Y" TO WS-NDX-EOF-SWITCH
031700     END-START.
031800     PERFORM 4100-CHECK-ONE-CANDIDATE THRU 4100-EXIT
031900         UNTIL WS-NO-MORE-INDEX.
032000     IF WS-CANDIDATES-THIS-NOTICE = ZERO
032100         ADD 1 TO WS-NO-MATCHES
032200     END-IF.
032300 4000-EXIT.
032400     EXIT.
032500 4100-CHECK-ONE-CANDIDATE.
032600     READ SSN-NAME-INDEX NEXT RECORD
032700         AT END
032800             MOVE "Y" TO WS-NDX-EOF-SWITCH
032900             GO TO 4100-EXIT
033000     END-READ.
033100*    THE INDEX IS IN NORMALIZED-NAME ORDER, SO THE FIRST KEY
033200*    UNDER ANOTHER NAME ENDS THE SEARCH.
033300     IF NDX-NORM-NAME NOT = WS-DEATH-NORM-NAME
033400         MOVE "Y" TO WS-NDX-EOF-SWITCH
033500         GO TO 4100-EXIT
033600     END-IF.
033700     MOVE NDX-SSN TO SSN-MASTER-KEY-X.
033800     READ SSN-MASTER
033900         INVALID KEY
034000             GO TO 4100-EXIT
034100     END-READ.
034200     PERFORM 3200-COMPARE-BIRTH-DATE THRU 3200-EXIT.
034300     IF NOT WS-BIRTH-DATE-MATCHES
034400         GO TO 4100-EXIT
034500     END-IF.
034600     MOVE "NAME AND BIRTH DATE MATCH - SSN DIFFERS"
034700         TO WS-REVIEW-REASON.
034800     ADD 1 TO WS-CANDIDATES-THIS-NOTICE.
034900     ADD 1 TO WS-PARTIAL-MATCHES.
035000     PERFORM 6000-PRINT-REVIEW THRU 6000-EXIT.
035100 4100-EXIT.
035200     EXIT.
035300 6000-PRINT-REVIEW.
035400*    THREE LINES PER PARTIAL MATCH: THE REASON, THE NOTICE AS
035500*    RECEIVED, AND THE MASTER RECORD IT WAS MATCHED AGAINST.
035600     MOVE WS-REVIEW-REASON TO RL-REASON.
035700     WRITE REVIEW-OUT-RECORD FROM WS-REASON-LINE.
035800     MOVE "DEATH NOTICE" TO PL-SOURCE.
035820     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
035840         DTH-SSN WS-PRINTED-SSN
035860     END-CALL.
035880     MOVE WS-PRINTED-SSN TO PL-SSN.
036000     MOVE DTH-NAME       TO PL-NAME.
036100     MOVE DTH-BIRTH-DATE TO PL-BIRTH-DATE.
036200     MOVE "  DIED " TO PL-DIED-LABEL.
036300     MOVE DTH-DEATH-DATE TO PL-DEATH-DATE.
036400     WRITE REVIEW-OUT-RECORD FROM WS-PERSON-LINE.
036500     MOVE "SSN MASTER"   TO PL-SOURCE.
036520     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
036540         SSN-MASTER-KEY-X WS-PRINTED-SSN
036560     END-CALL.
036580     MOVE WS-PRINTED-SSN TO PL-SSN.
036700     MOVE SSN-MASTER-NAME  TO PL-NAME.
036800     MOVE SSN-MASTER-BIRTH-DATE-X TO PL-BIRTH-DATE.
036900     MOVE SPACES TO PL-DIED-LABEL.
037000     MOVE SPACES TO PL-DEATH-DATE.
037100     WRITE REVIEW-OUT-RECORD FROM WS-PERSON-LINE.
037200     MOVE SPACES TO REVIEW-OUT-RECORD.
037300     WRITE REVIEW-OUT-RECORD.
037400 6000-EXIT.
037500     EXIT.
037600 7000-PRINT-SUMMARY.
037700     MOVE SPACES TO WS-SUMMARY-LINE.
037800     MOVE "DEATH NOTICES READ" TO WS-SUM-LABEL.
037900     MOVE WS-NOTICES-READ TO WS-SUM-VALUE.
038000     WRITE REVIEW-OUT-RECORD FROM WS-SUMMARY-LINE.
038100     MOVE SPACES TO WS-SUMMARY-LINE.
038200     MOVE "EXACT MATCHES CARDED FOR SSNPURGE" TO WS-SUM-LABEL.
038300     MOVE WS-EXACT-MATCHES TO WS-SUM-VALUE.
038400     WRITE REVIEW-OUT-RECORD FROM WS-SUMMARY-LINE.
038500     MOVE SPACES TO WS-SUMMARY-LINE.
038600     MOVE "PARTIAL MATCHES LISTED FOR REVIEW" TO WS-SUM-LABEL.
038700     MOVE WS-PARTIAL-MATCHES TO WS-SUM-VALUE.
038800     WRITE REVIEW-OUT-RECORD FROM WS-SUMMARY-LINE.
038900     MOVE SPACES TO WS-SUMMARY-LINE.
039000     MOVE "NOTICES MATCHING NOTHING ON FILE" TO WS-SUM-LABEL.
039100     MOVE WS-NO-MATCHES TO WS-SUM-VALUE.
039200     WRITE REVIEW-OUT-RECORD FROM WS-SUMMARY-LINE.
039300     MOVE SPACES TO WS-SUMMARY-LINE.
039400     MOVE "NOTICES REJECTED (SSN NOT NUMERIC)" TO WS-SUM-LABEL.
039500     MOVE WS-NOTICES-REJECTED TO WS-SUM-VALUE.
039600     WRITE REVIEW-OUT-RECORD FROM WS-SUMMARY-LINE.
039700 7000-EXIT.
039800     EXIT.
039900 9000-TERMINATE.
040000     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
040100     CLOSE DEATH-IN SSN-MASTER SSN-NAME-INDEX PURGE-OUT
040200         REVIEW-OUT CONTROL-COUNTS.
040300     DISPLAY "DEATH NOTICES READ:      " WS-NOTICES-READ.
040400     DISPLAY "EXACT MATCHES CARDED:    " WS-EXACT-MATCHES.
040500     DISPLAY "PARTIAL MATCHES LISTED:  " WS-PARTIAL-MATCHES.
040600     DISPLAY "NOTICES WITH NO MATCH:   " WS-NO-MATCHES.
040700     DISPLAY "NOTICES REJECTED:        " WS-NOTICES-REJECTED.
040800     CALL "AUDITLOG" USING WS-PROGRAM-ID
040900         WS-NOTICES-READ WS-EXACT-MATCHES WS-NOTICES-REJECTED
041000         WS-AUDIT-ZERO WS-AUDIT-MESSAGE WS-RUN-NUMBER
041100         WS-AUDIT-END-TYPE
041200     END-CALL.
041300 9000-EXIT.
041400     EXIT.
041500 9100-WRITE-CONTROL-COUNTS.
041600     INITIALIZE CONTROL-COUNT-RECORD.
041700     MOVE WS-PROGRAM-ID       TO CC-PROGRAM-ID.
041800     MOVE WS-NOTICES-READ     TO CC-RECORDS-READ.
041900     MOVE WS-EXACT-MATCHES    TO CC-RECORDS-WRITTEN.
042000     MOVE WS-NOTICES-REJECTED TO CC-RECORDS-REJECTED.
042100     MOVE WS-PARTIAL-MATCHES  TO CC-RECORDS-UPDATED.
042200     MOVE WS-NO-MATCHES       TO CC-RECORDS-NOT-FOUND.
042300     MOVE WS-RUN-DATE         TO CC-RUN-DATE.
042400     MOVE WS-RUN-NUMBER       TO CC-RUN-NUMBER.
042500     WRITE CONTROL-COUNT-RECORD.
042600 9100-EXIT.
042700     EXIT.
