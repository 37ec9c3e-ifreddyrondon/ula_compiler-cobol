000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADRSWEEP.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/25/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* ADRSWEEP IS THE WEEKLY FULL-FILE ADDRESS-QUALITY SWEEP OVER
000900* THE ADDRESS MASTER. ADRMAINT NOW EDITS EVERY ADDRESS IT WRITES
001000* AGAINST THE ZIP REFERENCE FILE (ZIPREF.CPY), BUT THE RECORDS
001100* ALREADY ON THE MASTER WENT IN AS KEYED. THIS JOB WALKS THE
001200* MASTER END TO END IN KEY ORDER AND LISTS EVERY RECORD THAT
001300* FAILS THE SAME CHECKS -- A ZIP THAT IS NOT FIVE DIGITS, A ZIP
001400* NOT ON THE REFERENCE FILE, A STATE THAT DISAGREES WITH THE
001500* ZIP -- AND EVERY CITY OR STREET SUFFIX NOT WRITTEN UNDER THE
001600* STANDARD SPELLING, WITH THE STANDARD SPELLING ALONGSIDE, SO
001700* THE OLD FILE CAN BE WORKED CLEAN WITH ORDINARY ADRMAINT
001800* CHANGE CARDS. NOTHING IS UPDATED BY THE SWEEP.
001900*
002000*    MODIFICATION HISTORY
002100*    -------------------------------------------------------------
002200*    DATE       INIT  DESCRIPTION
002300*    10/25/1988 FR    ORIGINAL PROGRAM.
002310*    10/30/1988 FR    THE SWEEP LISTING NOW PRINTS THE SSN AS
002320*                     XXX-XX-SSSS THROUGH THE COMMON SSNMASK
002330*                     ROUTINE. PARM 'FULLSSN' PRINTS IT IN FULL
002340*                     AND LOGS THE RUN THROUGH AUDITLOG. DEFECT
002350*                     TEXTS SHORTENED TO MAKE ROOM.
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. MOTOROLA.
002800 OBJECT-COMPUTER. INTEL.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ADDRESS-MASTER ASSIGN TO ADRMSTR
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS ADR-KEY.
003500     SELECT ZIP-REFERENCE ASSIGN TO ZIPFILE
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ZIP-CODE.
003900     SELECT SWEEP-OUT     ASSIGN TO SWEEPOUT
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ADDRESS-MASTER
004800     LABEL RECORD IS STANDARD.
004900 COPY ADRMAST.
005000 FD  ZIP-REFERENCE
005100     LABEL RECORD IS STANDARD.
005200 COPY ZIPREF.
005300 FD  SWEEP-OUT
005400     LABEL RECORD IS OMITTED.
005500 01  SWEEP-OUT-RECORD               PIC X(80).
005600 FD  CONTROL-COUNTS
005700     LABEL RECORD IS OMITTED.
005800 COPY CNTREC.
005900 FD  RUN-CONTROL
006000     LABEL RECORD IS OMITTED.
006100 COPY RUNCTL.
006200 WORKING-STORAGE SECTION.
006300 01  WS-SWITCHES.
006400     05  WS-ADR-EOF-SWITCH          PIC X(01) VALUE "N".
006500         88  WS-NO-MORE-ADDRESSES   VALUE "Y".
006600     05  WS-DEFECT-SWITCH           PIC X(01) VALUE "N".
006700         88  WS-RECORD-HAS-DEFECT   VALUE "Y".
006800     05  WS-ZIP-FOUND-SWITCH        PIC X(01) VALUE "N".
006900         88  WS-ZIP-IS-ON-FILE      VALUE "Y".
007000 01  WS-COUNTERS.
007100     05  WS-ADR-RECORDS-READ        PIC 9(07) VALUE ZERO.
007200     05  WS-RECORDS-FAILING         PIC 9(07) VALUE ZERO.
007300     05  WS-ZIP-MALFORMED           PIC 9(07) VALUE ZERO.
007400     05  WS-ZIP-NOT-ON-FILE         PIC 9(07) VALUE ZERO.
007500     05  WS-STATE-DISAGREES         PIC 9(07) VALUE ZERO.
007600     05  WS-CITY-NONSTANDARD        PIC 9(07) VALUE ZERO.
007700     05  WS-STREET-NONSTANDARD      PIC 9(07) VALUE ZERO.
007800     05  WS-EDIT-FAILURES           PIC 9(07) VALUE ZERO.
007900     05  WS-SPELLING-FAILURES       PIC 9(07) VALUE ZERO.
008000 01  WS-STREET-FIELDS.
008100     05  WS-STD-STREET              PIC X(20) VALUE SPACES.
008200     05  WS-STD-RESULT              PIC X(01) VALUE SPACE.
008300         88  WS-STREET-WAS-CHANGED  VALUE "Y".
008400 01  WS-UPPER-STATE                 PIC X(02) VALUE SPACES.
008500 01  WS-SWEEP-HEADING.
008600     05  FILLER                     PIC X(42) VALUE
008700         "WEEKLY ADDRESS QUALITY SWEEP".
008800     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
008900     05  WS-SH-RUN-DATE             PIC 9(08).
009000     05  FILLER                     PIC X(21) VALUE SPACES.
009100 01  WS-COLUMN-HEADING.
009200     05  FILLER                     PIC X(25) VALUE "DEFECT".
009300     05  FILLER                     PIC X(12) VALUE "SSN".
009400     05  FILLER                     PIC X(06) VALUE "ZIP".
009500     05  FILLER                     PIC X(03) VALUE "ST".
009600     05  FILLER                     PIC X(14) VALUE "CITY".
009700     05  FILLER                     PIC X(20) VALUE
009800         "STANDARD / ON FILE".
009900 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
010000 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
010100 01  WS-DETAIL-LINE.
010200     05  DL-CATEGORY                PIC X(24).
010300     05  FILLER                     PIC X(01) VALUE SPACE.
010400     05  DL-SSN                     PIC X(11).
010500     05  FILLER                     PIC X(01) VALUE SPACE.
010600     05  DL-ZIP                     PIC X(05).
010700     05  FILLER                     PIC X(01) VALUE SPACE.
010800     05  DL-STATE                   PIC X(02).
010900     05  FILLER                     PIC X(01) VALUE SPACE.
011000     05  DL-CITY                    PIC X(13).
011100     05  FILLER                     PIC X(01) VALUE SPACE.
011200     05  DL-STANDARD                PIC X(20).
011300 01  WS-SUMMARY-LINE.
011400     05  WS-SUM-LABEL               PIC X(40).
011500     05  WS-SUM-VALUE               PIC ZZZZZZ9.
011600     05  FILLER                     PIC X(33) VALUE SPACES.
011700 01  WS-PROGRAM-ID                  PIC X(08) VALUE "ADRSWEEP".
011800 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
011900     "WEEKLY ADDRESS QUALITY SWEEP COMPLETE".
012000 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
012100 01  WS-AUDIT-START-FIELDS.
012200     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
012300     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
012400     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
012500     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
012600     05  WS-AST-MESSAGE             PIC X(40) VALUE
012700         "RUN STARTED".
012800 01  WS-AUDIT-TYPE-FIELDS.
012900     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
013000     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
013010     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
013020 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
013030     "FULL SSNS PRINTED UNDER FULLSSN PARM".
013040 01  WS-SSN-PRINT-FIELDS.
013050     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
013060         88  WS-PRINT-FULL-SSN      VALUE "F".
013070     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
013080 01  WS-PARM                        PIC X(80) VALUE SPACES.
013100 PROCEDURE DIVISION.
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400     PERFORM 2000-CHECK-ONE-ADDRESS THRU 2000-EXIT
013500         UNTIL WS-NO-MORE-ADDRESSES.
013600     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
013700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013800     STOP RUN.
013900 1000-INITIALIZE.
014000     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
014100     CALL "AUDITLOG" USING WS-PROGRAM-ID
014200         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
014300         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
014400         WS-AUDIT-START-TYPE
014500     END-CALL.
014550     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
014600     OPEN INPUT ADDRESS-MASTER.
014700     OPEN INPUT ZIP-REFERENCE.
014800     OPEN OUTPUT SWEEP-OUT.
014900     OPEN EXTEND CONTROL-COUNTS.
015000     MOVE WS-RUN-DATE TO WS-SH-RUN-DATE.
015100     WRITE SWEEP-OUT-RECORD FROM WS-SWEEP-HEADING.
015200     MOVE SPACES TO SWEEP-OUT-RECORD.
015300     WRITE SWEEP-OUT-RECORD.
015400     WRITE SWEEP-OUT-RECORD FROM WS-COLUMN-HEADING.
015500     MOVE LOW-VALUES TO ADR-KEY.
015600     START ADDRESS-MASTER KEY >= ADR-KEY
015700         INVALID KEY
015800             MOVE "Y" TO WS-ADR-EOF-SWITCH
015900     END-START.
016000     PERFORM 2100-READ-ADDRESS-MASTER THRU 2100-EXIT.
016100 1000-EXIT.
016200     EXIT.
016300 1050-READ-RUN-CONTROL.
016400*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
016500*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN,
016600*    NOT FROM A PRIVATE ACCEPT FROM DATE.
016700     OPEN INPUT RUN-CONTROL.
016800     READ RUN-CONTROL
016900         AT END
017000             DISPLAY "ADRSWEEP ABEND - RUN-CONTROL FILE IS "
017100                 "EMPTY, RUN RUNCTLST FIRST"
017200             MOVE 16 TO RETURN-CODE
017300             STOP RUN
017400     END-READ.
017500     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
017600     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
017700     CLOSE RUN-CONTROL.
017800 1050-EXIT.
017900     EXIT.
017902 1060-CHECK-SSN-PRINT.
017904*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
017906*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
017908     ACCEPT WS-PARM FROM COMMAND-LINE.
017910     IF WS-PARM = SPACES
017912         GO TO 1060-EXIT
017914     END-IF.
017916     IF WS-PARM NOT = "FULLSSN"
017918         DISPLAY "ADRSWEEP ABEND - PARM MUST BE FULLSSN OR "
017920             "OMITTED: " WS-PARM
017922         MOVE 16 TO RETURN-CODE
017924         STOP RUN
017926     END-IF.
017928     MOVE "F" TO WS-SSN-PRINT-MODE.
017930     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
017932     CALL "AUDITLOG" USING WS-PROGRAM-ID
017934         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
017936         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
017938         WS-AUDIT-FULL-SSN-TYPE
017940     END-CALL.
017942 1060-EXIT.
017944     EXIT.
018000 2000-CHECK-ONE-ADDRESS.
018100*    THE ZIP AND STATE CHECKS ARE THE ONES ADRMAINT SUSPENDS ON;
018200*    THE CITY AND STREET CHECKS ARE THE SPELLINGS ADRMAINT NOW
018300*    WRITES. ONE RECORD CAN PRINT ON SEVERAL LINES.
018400     MOVE "N" TO WS-DEFECT-SWITCH.
018500     MOVE "N" TO WS-ZIP-FOUND-SWITCH.
018600     MOVE ADR-STATE TO WS-UPPER-STATE.
018700     INSPECT WS-UPPER-STATE CONVERTING
018800         "abcdefghijklmnopqrstuvwxyz" TO
018900         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
019000     IF ADR-ZIP IS NOT NUMERIC
019100         ADD 1 TO WS-ZIP-MALFORMED
019200         MOVE "ZIP NOT FIVE DIGITS" TO DL-CATEGORY
019300         MOVE SPACES TO DL-STANDARD
019400         PERFORM 3000-PRINT-DEFECT THRU 3000-EXIT
019500     ELSE
019600         MOVE ADR-ZIP TO ZIP-CODE
019700         READ ZIP-REFERENCE
019800             INVALID KEY
019900                 ADD 1 TO WS-ZIP-NOT-ON-FILE
020000                 MOVE "ZIP NOT ON REFERENCE" TO DL-CATEGORY
020100                 MOVE SPACES TO DL-STANDARD
020200                 PERFORM 3000-PRINT-DEFECT THRU 3000-EXIT
020300             NOT INVALID KEY
020400                 MOVE "Y" TO WS-ZIP-FOUND-SWITCH
020500         END-READ
020600     END-IF.
020700     IF WS-ZIP-IS-ON-FILE
020800         IF WS-UPPER-STATE NOT = ZIP-STATE
020900             ADD 1 TO WS-STATE-DISAGREES
021000             MOVE "STATE DISAGREES WITH ZIP" TO DL-CATEGORY
021100             MOVE ZIP-STATE TO DL-STANDARD
021200             PERFORM 3000-PRINT-DEFECT THRU 3000-EXIT
021300         END-IF
021400         IF ADR-CITY NOT = ZIP-CITY
021500             ADD 1 TO WS-CITY-NONSTANDARD
021600             MOVE "CITY NOT STANDARD" TO DL-CATEGORY
021700             MOVE ZIP-CITY TO DL-STANDARD
021800             PERFORM 3000-PRINT-DEFECT THRU 3000-EXIT
021900         END-IF
022000     END-IF.
022100     CALL "ADRSTD" USING ADR-STREET WS-STD-STREET WS-STD-RESULT
022200     END-CALL.
022300     IF WS-STREET-WAS-CHANGED
022400         ADD 1 TO WS-STREET-NONSTANDARD
022500         MOVE "STREET NOT STANDARD" TO DL-CATEGORY
022600         MOVE WS-STD-STREET TO DL-STANDARD
022700         PERFORM 3000-PRINT-DEFECT THRU 3000-EXIT
022800     END-IF.
022900     IF WS-RECORD-HAS-DEFECT
023000         ADD 1 TO WS-RECORDS-FAILING
023100     END-IF.
023200     PERFORM 2100-READ-ADDRESS-MASTER THRU 2100-EXIT.
023300 2000-EXIT.
023400     EXIT.
023500 2100-READ-ADDRESS-MASTER.
023600     IF WS-NO-MORE-ADDRESSES
023700         GO TO 2100-EXIT
023800     END-IF.
023900     READ ADDRESS-MASTER NEXT RECORD
024000         AT END
024100             MOVE "Y" TO WS-ADR-EOF-SWITCH
024200         NOT AT END
024300             ADD 1 TO WS-ADR-RECORDS-READ
024400     END-READ.
024500 2100-EXIT.
024600     EXIT.
024700 3000-PRINT-DEFECT.
024800*    THE CALLER HAS SET THE CATEGORY AND THE STANDARD OR
024900*    ON-FILE VALUE; THE REST OF THE LINE COMES OFF THE MASTER.
025000     MOVE "Y" TO WS-DEFECT-SWITCH.
025020     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
025040         ADR-KEY WS-PRINTED-SSN
025060     END-CALL.
025080     MOVE WS-PRINTED-SSN TO DL-SSN.
025200     MOVE ADR-ZIP   TO DL-ZIP.
025300     MOVE ADR-STATE TO DL-STATE.
025400     MOVE ADR-CITY  TO DL-CITY.
025500     WRITE SWEEP-OUT-RECORD FROM WS-DETAIL-LINE.
025600 3000-EXIT.
025700     EXIT.
025800 7000-PRINT-SUMMARY.
025900     MOVE SPACES TO SWEEP-OUT-RECORD.
026000     WRITE SWEEP-OUT-RECORD.
026100     MOVE SPACES TO WS-SUMMARY-LINE.
026200     MOVE "ADDRESS MASTER RECORDS READ" TO WS-SUM-LABEL.
026300     MOVE WS-ADR-RECORDS-READ TO WS-SUM-VALUE.
026400     WRITE SWEEP-OUT-RECORD FROM WS-SUMMARY-LINE.
026500     MOVE SPACES TO WS-SUMMARY-LINE.
026600     MOVE "RECORDS WITH ONE OR MORE DEFECTS" TO WS-SUM-LABEL.
026700     MOVE WS-RECORDS-FAILING TO WS-SUM-VALUE.
026800     WRITE SWEEP-OUT-RECORD FROM WS-SUMMARY-LINE.
026900     MOVE SPACES TO WS-SUMMARY-LINE.
027000     MOVE "ZIP NOT FIVE DIGITS" TO WS-SUM-LABEL.
027100     MOVE WS-ZIP-MALFORMED TO WS-SUM-VALUE.
027200     WRITE SWEEP-OUT-RECORD FROM WS-SUMMARY-LINE.
027300     MOVE SPACES TO WS-SUMMARY-LINE.
027400     MOVE "ZIP NOT ON REFERENCE FILE" TO WS-SUM-LABEL.
027500     MOVE WS-ZIP-NOT-ON-FILE TO WS-SUM-VALUE.
027600     WRITE SWEEP-OUT-RECORD FROM WS-SUMMARY-LINE.
027700     MOVE SPACES TO WS-SUMMARY-LINE.
027800     MOVE "STATE DISAGREES WITH ZIP" TO WS-SUM-LABEL.
027900     MOVE WS-STATE-DISAGREES TO WS-SUM-VALUE.
028000     WRITE SWEEP-OUT-RECORD FROM WS-SUMMARY-LINE.
028100     MOVE SPACES TO WS-SUMMARY-LINE.
028200     MOVE "CITY NOT STANDARD SPELLING" TO WS-SUM-LABEL.
028300     MOVE WS-CITY-NONSTANDARD TO WS-SUM-VALUE.
028400     WRITE SWEEP-OUT-RECORD FROM WS-SUMMARY-LINE.
028500     MOVE SPACES TO WS-SUMMARY-LINE.
028600     MOVE "STREET NOT STANDARD" TO WS-SUM-LABEL.
028700     MOVE WS-STREET-NONSTANDARD TO WS-SUM-VALUE.
028800     WRITE SWEEP-OUT-RECORD FROM WS-SUMMARY-LINE.
028900 7000-EXIT.
029000     EXIT.
029100 9000-TERMINATE.
029200     COMPUTE WS-EDIT-FAILURES =
029300         WS-ZIP-MALFORMED + WS-ZIP-NOT-ON-FILE
029400         + WS-STATE-DISAGREES.
029500     COMPUTE WS-SPELLING-FAILURES =
029600         WS-CITY-NONSTANDARD + WS-STREET-NONSTANDARD.
029700     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
029800     CLOSE ADDRESS-MASTER ZIP-REFERENCE SWEEP-OUT CONTROL-COUNTS.
029900     DISPLAY "ADDRESS MASTER RECORDS READ: " WS-ADR-RECORDS-READ.
030000     DISPLAY "RECORDS WITH DEFECTS:        " WS-RECORDS-FAILING.
030100     DISPLAY "ZIP NOT FIVE DIGITS:         " WS-ZIP-MALFORMED.
030200     DISPLAY "ZIP NOT ON REFERENCE FILE:   " WS-ZIP-NOT-ON-FILE.
030300     DISPLAY "STATE DISAGREES WITH ZIP:    " WS-STATE-DISAGREES.
030400     DISPLAY "CITY NOT STANDARD SPELLING:  " WS-CITY-NONSTANDARD.
030500     DISPLAY "STREET NOT STANDARD:         "
030600         WS-STREET-NONSTANDARD.
030700     CALL "AUDITLOG" USING WS-PROGRAM-ID
030800         WS-ADR-RECORDS-READ WS-RECORDS-FAILING
030900         WS-EDIT-FAILURES WS-AUDIT-ZERO WS-AUDIT-MESSAGE
031000         WS-RUN-NUMBER WS-AUDIT-END-TYPE
031100     END-CALL.
031200 9000-EXIT.
031300     EXIT.
031400 9100-WRITE-CONTROL-COUNTS.
031500     INITIALIZE CONTROL-COUNT-RECORD.
031600     MOVE WS-PROGRAM-ID        TO CC-PROGRAM-ID.
031700     MOVE WS-ADR-RECORDS-READ  TO CC-RECORDS-READ.
031800     MOVE WS-RECORDS-FAILING   TO CC-RECORDS-WRITTEN.
031900     MOVE WS-EDIT-FAILURES     TO CC-RECORDS-REJECTED.
032000     MOVE WS-SPELLING-FAILURES TO CC-RECORDS-UPDATED.
032100     MOVE WS-ZIP-NOT-ON-FILE   TO CC-RECORDS-NOT-FOUND.
032200     MOVE WS-RUN-DATE          TO CC-RUN-DATE.
032300     MOVE WS-RUN-NUMBER        TO CC-RUN-NUMBER.
032400     WRITE CONTROL-COUNT-RECORD.
032500 9100-EXIT.
032600     EXIT.
