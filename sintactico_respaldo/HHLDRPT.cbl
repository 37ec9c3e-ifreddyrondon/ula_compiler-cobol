000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HHLDRPT.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 11/01/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HHLDRPT IS THE WEEKLY HOUSEHOLD REPORT. THE ADDRESS MASTER IS
000900* KEYED BY SSN, SO NOTHING ON IT SAYS WHO ELSE LIVES AT AN
001000* ADDRESS; THE ADDRESS ALTERNATE INDEX (ADRNDX.CPY) DOES. THIS
001100* JOB WALKS THE INDEX END TO END IN ZIP, STREET, AND HOUSE
001200* ORDER, AND EVERY ADDRESS SHARED BY TWO OR MORE SSNS PRINTS AS
001300* ONE HOUSEHOLD -- THE ADDRESS, THEN EACH PERSON'S SSN, SSN
001400* MASTER NAME, AND BENEFITS STATUS. A HOUSEHOLD IS FLAGGED
001500* WHEN IT HOLDS MORE PEOPLE THAN THE HEAD-COUNT LIMIT OR WHEN
001600* ITS PEOPLE DO NOT ALL SHARE ONE SURNAME -- MANY UNRELATED
001700* PEOPLE ENROLLED AT ONE MAILBOX IS THE PATTERN FRAUD REVIEW
001800* LOOKS FOR. NOTHING IS UPDATED.
001900*
002000* PARM 'NNN' SETS THE HEAD-COUNT LIMIT (DEFAULT 005 -- SIX OR
002100* MORE PEOPLE AT ONE ADDRESS IS FLAGGED). 'NNN,FULLSSN' OR
002200* 'FULLSSN' PRINTS FULL SSNS AND LOGS THE RUN THROUGH AUDITLOG.
002300*
002400* THE NAME IS THE SSN MASTER'S; A PERSON WITH NO SSN MASTER
002500* RECORD PRINTS UNDER THE ADDRESS MASTER'S NAME. THE SURNAME IS
002600* THE FIRST WORD OF THE NAME AFTER NAMEMTCH NORMALIZES IT.
002700*
002800*    MODIFICATION HISTORY
002900*    -------------------------------------------------------------
003000*    DATE       INIT  DESCRIPTION
003100*    11/01/1988 FR    ORIGINAL PROGRAM.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. MOTOROLA.
003600 OBJECT-COMPUTER. INTEL.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ADDRESS-INDEX ASSIGN TO ADRNDX
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS AIX-KEY.
004300     SELECT ADDRESS-MASTER ASSIGN TO ADRMSTR
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ADR-KEY.
004700     SELECT SSN-MASTER    ASSIGN TO SSNMSTR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SSN-MASTER-KEY-X.
005100     SELECT HOUSEHOLD-OUT ASSIGN TO HHLDOUT
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ADDRESS-INDEX
006000     LABEL RECORD IS STANDARD.
006100 COPY ADRNDX.
006200 FD  ADDRESS-MASTER
006300     LABEL RECORD IS STANDARD.
006400 COPY ADRMAST.
006500 FD  SSN-MASTER
006600     LABEL RECORD IS STANDARD.
006700 COPY SSNMAST.
006800 FD  HOUSEHOLD-OUT
006900     LABEL RECORD IS OMITTED.
007000 01  HOUSEHOLD-OUT-RECORD           PIC X(80).
007100 FD  CONTROL-COUNTS
007200     LABEL RECORD IS OMITTED.
007300 COPY CNTREC.
007400 FD  RUN-CONTROL
007500     LABEL RECORD IS OMITTED.
007600 COPY RUNCTL.
007700 WORKING-STORAGE SECTION.
007800 01  WS-SWITCHES.
007900     05  WS-INDEX-EOF-SWITCH        PIC X(01) VALUE "N".
008000         88  WS-NO-MORE-INDEX       VALUE "Y".
008100     05  WS-MIXED-SWITCH            PIC X(01) VALUE "N".
008200         88  WS-SURNAMES-ARE-MIXED  VALUE "Y".
008300     05  WS-OVER-SWITCH             PIC X(01) VALUE "N".
008400         88  WS-OVER-HEAD-COUNT     VALUE "Y".
008500 01  WS-COUNTERS.
008600     05  WS-INDEX-ENTRIES-READ      PIC 9(07) VALUE ZERO.
008700     05  WS-ADDRESSES-READ          PIC 9(07) VALUE ZERO.
008800     05  WS-SHARED-ADDRESSES        PIC 9(07) VALUE ZERO.
008900     05  WS-PEOPLE-SHARING          PIC 9(07) VALUE ZERO.
009000     05  WS-OVER-LIMIT              PIC 9(07) VALUE ZERO.
009100     05  WS-MIXED-SURNAMES          PIC 9(07) VALUE ZERO.
009200     05  WS-ORPHAN-ENTRIES          PIC 9(07) VALUE ZERO.
009300     05  WS-NO-SSN-MASTER           PIC 9(07) VALUE ZERO.
009400*    THE ADDRESS NOW BEING GATHERED, AND THE ONE ON THE INDEX
009500*    ENTRY JUST READ -- A CHANGE BETWEEN THEM ENDS A HOUSEHOLD.
009600 01  WS-GROUP-ADDRESS.
009700     05  WS-GA-ZIP                  PIC X(05).
009800     05  WS-GA-STREET               PIC X(20).
009900     05  WS-GA-HOUSE                PIC 9(06).
010000 01  WS-NEXT-ADDRESS.
010100     05  WS-NA-ZIP                  PIC X(05).
010200     05  WS-NA-STREET               PIC X(20).
010300     05  WS-NA-HOUSE                PIC 9(06).
010400 01  WS-GROUP-CITY                  PIC X(13) VALUE SPACES.
010500 01  WS-GROUP-STATE                 PIC X(02) VALUE SPACES.
010600 01  WS-GROUP-FIELDS.
010700     05  WS-GROUP-COUNT             PIC 9(05) COMP VALUE ZERO.
010800     05  WS-MEMBER-SUB              PIC 9(05) COMP VALUE ZERO.
010900     05  WS-MAX-MEMBERS             PIC 9(05) COMP VALUE 50.
011000     05  WS-MEMBERS-NOT-LISTED      PIC 9(05) VALUE ZERO.
011100 01  WS-GROUP-TABLE.
011200     05  WS-MEMBER OCCURS 50 TIMES.
011300         10  WS-MB-SSN              PIC X(09).
011400         10  WS-MB-NAME             PIC X(20).
011500         10  WS-MB-STATUS           PIC X(14).
011600 01  WS-HEAD-COUNT-LIMIT            PIC 9(03) VALUE 5.
011700 01  WS-NAME-FIELDS.
011800     05  WS-MEMBER-NAME             PIC X(20) VALUE SPACES.
011900     05  WS-MEMBER-STATUS           PIC X(14) VALUE SPACES.
012000     05  WS-NORM-NAME               PIC X(20) VALUE SPACES.
012100     05  WS-SURNAME                 PIC X(20) VALUE SPACES.
012200     05  WS-FIRST-SURNAME           PIC X(20) VALUE SPACES.
012300     05  WS-NMF-FUNCTION            PIC X(01) VALUE "N".
012400     05  WS-NMF-RESULT              PIC X(01) VALUE SPACE.
012500 01  WS-HOUSEHOLD-HEADING.
012600     05  FILLER                     PIC X(42) VALUE
012700         "WEEKLY HOUSEHOLD REPORT".
012800     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
012900     05  WS-HH-RUN-DATE             PIC 9(08).
013000     05  FILLER                     PIC X(21) VALUE SPACES.
013100 01  WS-LIMIT-HEADING.
013200     05  FILLER                     PIC X(32) VALUE
013300         "ADDRESSES SHARED BY TWO OR MORE.".
013400     05  FILLER                     PIC X(21) VALUE
013500         " HEAD-COUNT LIMIT IS ".
013600     05  WS-LH-LIMIT                PIC ZZ9.
013700     05  FILLER                     PIC X(24) VALUE SPACES.
013800 01  WS-ADDRESS-LINE.
013900     05  AL-HOUSE                   PIC ZZZZZ9.
014000     05  FILLER                     PIC X(01) VALUE SPACE.
014100     05  AL-STREET                  PIC X(20).
014200     05  FILLER                     PIC X(01) VALUE SPACE.
014300     05  AL-CITY                    PIC X(13).
014400     05  FILLER                     PIC X(01) VALUE SPACE.
014500     05  AL-STATE                   PIC X(02).
014600     05  FILLER                     PIC X(01) VALUE SPACE.
014700     05  AL-ZIP                     PIC X(05).
014800     05  FILLER                     PIC X(03) VALUE SPACES.
014900     05  AL-PEOPLE                  PIC ZZZZ9.
015000     05  FILLER                     PIC X(07) VALUE " PEOPLE".
015100     05  FILLER                     PIC X(15) VALUE SPACES.
015200 01  WS-FLAG-LINE.
015300     05  FILLER                     PIC X(04) VALUE SPACES.
015400     05  FL-OVER                    PIC X(22).
015500     05  FL-MIXED                   PIC X(22).
015600     05  FILLER                     PIC X(32) VALUE SPACES.
015700 01  WS-MEMBER-LINE.
015800     05  FILLER                     PIC X(04) VALUE SPACES.
015900     05  ML-SSN                     PIC X(11).
016000     05  FILLER                     PIC X(02) VALUE SPACES.
016100     05  ML-NAME                    PIC X(20).
016200     05  FILLER                     PIC X(02) VALUE SPACES.
016300     05  ML-STATUS                  PIC X(14).
016400     05  FILLER                     PIC X(27) VALUE SPACES.
016500 01  WS-NOT-LISTED-LINE.
016600     05  FILLER                     PIC X(04) VALUE SPACES.
016700     05  FILLER                     PIC X(04) VALUE "AND ".
016800     05  NL-COUNT                   PIC ZZZZ9.
016900     05  FILLER                     PIC X(20) VALUE
017000         " MORE NOT LISTED".
017100     05  FILLER                     PIC X(47) VALUE SPACES.
017200 01  WS-SUMMARY-LINE.
017300     05  WS-SUM-LABEL               PIC X(40).
017400     05  WS-SUM-VALUE               PIC ZZZZZZ9.
017500     05  FILLER                     PIC X(33) VALUE SPACES.
017600 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
017700 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
017800 01  WS-PROGRAM-ID                  PIC X(08) VALUE "HHLDRPT".
017900 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
018000     "WEEKLY HOUSEHOLD REPORT COMPLETE".
018100 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
018200 01  WS-AUDIT-START-FIELDS.
018300     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
018400     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
018500     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
018600     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
018700     05  WS-AST-MESSAGE             PIC X(40) VALUE
018800         "RUN STARTED".
018900 01  WS-AUDIT-TYPE-FIELDS.
019000     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
019100     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
019200     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
019300 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
019400     "FULL SSNS PRINTED UNDER FULLSSN PARM".
019500 01  WS-SSN-PRINT-FIELDS.
019600     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
019700         88  WS-PRINT-FULL-SSN      VALUE "F".
019800     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
019900 01  WS-PARM                        PIC X(80) VALUE SPACES.
020000 01  WS-PARM-LIMIT                  PIC X(07) VALUE SPACES.
020100 01  WS-PARM-LIMIT-FIELDS REDEFINES WS-PARM-LIMIT.
020200     05  WS-PARM-LIMIT-N            PIC X(03).
020300     05  WS-PARM-LIMIT-REST         PIC X(04).
020400 01  WS-PRINT-PARM                  PIC X(07) VALUE SPACES.
020500 PROCEDURE DIVISION.
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     PERFORM 2000-GATHER-ONE-ADDRESS THRU 2000-EXIT
020900         UNTIL WS-NO-MORE-INDEX.
021000     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
021100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021200     STOP RUN.
021300 1000-INITIALIZE.
021400     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
021500     CALL "AUDITLOG" USING WS-PROGRAM-ID
021600         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
021700         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
021800         WS-AUDIT-START-TYPE
021900     END-CALL.
022000     PERFORM 1040-READ-PARM THRU 1040-EXIT.
022100     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
022200     OPEN INPUT ADDRESS-INDEX.
022300     OPEN INPUT ADDRESS-MASTER.
022400     OPEN INPUT SSN-MASTER.
022500     OPEN OUTPUT HOUSEHOLD-OUT.
022600     OPEN EXTEND CONTROL-COUNTS.
022700     MOVE WS-RUN-DATE TO WS-HH-RUN-DATE.
022800     WRITE HOUSEHOLD-OUT-RECORD FROM WS-HOUSEHOLD-HEADING.
022900     MOVE WS-HEAD-COUNT-LIMIT TO WS-LH-LIMIT.
023000     WRITE HOUSEHOLD-OUT-RECORD FROM WS-LIMIT-HEADING.
023100     MOVE LOW-VALUES TO AIX-KEY.
023200     START ADDRESS-INDEX KEY >= AIX-KEY
023300         INVALID KEY
023400             MOVE "Y" TO WS-INDEX-EOF-SWITCH
023500     END-START.
023600     PERFORM 2100-READ-ADDRESS-INDEX THRU 2100-EXIT.
023700 1000-EXIT.
023800     EXIT.
023900 1040-READ-PARM.
024000*    THE PARM IS THE HEAD-COUNT LIMIT, THE PRINT OPTION, BOTH
024100*    (LIMIT FIRST), OR NOTHING.
024200     ACCEPT WS-PARM FROM COMMAND-LINE.
024300     UNSTRING WS-PARM DELIMITED BY ","
024400         INTO WS-PARM-LIMIT WS-PRINT-PARM
024500     END-UNSTRING.
024600     IF WS-PARM-LIMIT = "FULLSSN"
024700         MOVE WS-PARM-LIMIT TO WS-PRINT-PARM
024800         MOVE SPACES TO WS-PARM-LIMIT
024900     END-IF.
025000     IF WS-PARM-LIMIT = SPACES
025100         GO TO 1040-EXIT
025200     END-IF.
025300     IF WS-PARM-LIMIT-N IS NUMERIC
025400             AND WS-PARM-LIMIT-N NOT = "000"
025500             AND WS-PARM-LIMIT-REST = SPACES
025600         MOVE WS-PARM-LIMIT-N TO WS-HEAD-COUNT-LIMIT
025700     ELSE
025800         DISPLAY "HHLDRPT ABEND - HEAD-COUNT LIMIT MUST BE NNN: "
025900             WS-PARM-LIMIT
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300 1040-EXIT.
026400     EXIT.
026500 1050-READ-RUN-CONTROL.
026600*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
026700*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN,
026800*    NOT FROM A PRIVATE ACCEPT FROM DATE.
026900     OPEN INPUT RUN-CONTROL.
027000     READ RUN-CONTROL
027100         AT END
027200             DISPLAY "HHLDRPT ABEND - RUN-CONTROL FILE IS "
027300                 "EMPTY, RUN RUNCTLST FIRST"
027400             MOVE 16 TO RETURN-CODE
027500             STOP RUN
027600     END-READ.
027700     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
027800     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
027900     CLOSE RUN-CONTROL.
028000 1050-EXIT.
028100     EXIT.
028200 1060-CHECK-SSN-PRINT.
028300*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
028400*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
028500     IF WS-PRINT-PARM = SPACES
028600         GO TO 1060-EXIT
028700     END-IF.
028800     IF WS-PRINT-PARM NOT = "FULLSSN"
028900         DISPLAY "HHLDRPT ABEND - PRINT OPTION MUST BE FULLSSN: "
029000             WS-PRINT-PARM
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029400     MOVE "F" TO WS-SSN-PRINT-MODE.
029500     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
029600     CALL "AUDITLOG" USING WS-PROGRAM-ID
029700         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
029800         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
029900         WS-AUDIT-FULL-SSN-TYPE
030000     END-CALL.
030100 1060-EXIT.
030200     EXIT.
030300 2000-GATHER-ONE-ADDRESS.
030400*    THE INDEX IS IN ZIP, STREET, HOUSE ORDER, SO EVERYONE AT ONE
030500*    ADDRESS COMES OFF IT TOGETHER.
030600     MOVE WS-NEXT-ADDRESS TO WS-GROUP-ADDRESS.
030700     MOVE ZERO TO WS-GROUP-COUNT.
030800     MOVE "N" TO WS-MIXED-SWITCH.
030900     MOVE "N" TO WS-OVER-SWITCH.
031000     MOVE SPACES TO WS-FIRST-SURNAME.
031100     ADD 1 TO WS-ADDRESSES-READ.
031200     PERFORM 2200-ADD-ONE-MEMBER THRU 2200-EXIT
031300         UNTIL WS-NO-MORE-INDEX
031400             OR WS-NEXT-ADDRESS NOT = WS-GROUP-ADDRESS.
031500     IF WS-GROUP-COUNT > 1
031600         PERFORM 3000-PRINT-HOUSEHOLD THRU 3000-EXIT
031700     END-IF.
031800 2000-EXIT.
031900     EXIT.
032000 2100-READ-ADDRESS-INDEX.
032100     IF WS-NO-MORE-INDEX
032200         GO TO 2100-EXIT
032300     END-IF.
032400     READ ADDRESS-INDEX NEXT RECORD
032500         AT END
032600             MOVE "Y" TO WS-INDEX-EOF-SWITCH
032700             GO TO 2100-EXIT
032800     END-READ.
032900     ADD 1 TO WS-INDEX-ENTRIES-READ.
033000     MOVE AIX-ZIP    TO WS-NA-ZIP.
033100     MOVE AIX-STREET TO WS-NA-STREET.
033200     MOVE AIX-HOUSE  TO WS-NA-HOUSE.
033300 2100-EXIT.
033400     EXIT.
033500 2200-ADD-ONE-MEMBER.
033600*    AN INDEX ENTRY WHOSE ADDRESS RECORD IS GONE IS COUNTED AND
033700*    PASSED OVER. A HOUSEHOLD TOO LARGE FOR THE TABLE IS STILL
033800*    COUNTED AND SURNAME-CHECKED IN FULL; ONLY THE LISTING STOPS.
033900     MOVE AIX-SSN TO ADR-KEY.
034000     READ ADDRESS-MASTER
034100         INVALID KEY
034200             ADD 1 TO WS-ORPHAN-ENTRIES
034300             PERFORM 2100-READ-ADDRESS-INDEX THRU 2100-EXIT
034400             GO TO 2200-EXIT
034500     END-READ.
034600     ADD 1 TO WS-GROUP-COUNT.
034700     IF WS-GROUP-COUNT = 1
034800         MOVE ADR-CITY  TO WS-GROUP-CITY
034900         MOVE ADR-STATE TO WS-GROUP-STATE
035000     END-IF.
035100     PERFORM 2300-GET-NAME-AND-STATUS THRU 2300-EXIT.
035200     PERFORM 2400-CHECK-SURNAME THRU 2400-EXIT.
035300     IF WS-GROUP-COUNT NOT > WS-MAX-MEMBERS
035400         MOVE ADR-KEY          TO WS-MB-SSN (WS-GROUP-COUNT)
035500         MOVE WS-MEMBER-NAME   TO WS-MB-NAME (WS-GROUP-COUNT)
035600         MOVE WS-MEMBER-STATUS TO WS-MB-STATUS (WS-GROUP-COUNT)
035700     END-IF.
035800     PERFORM 2100-READ-ADDRESS-INDEX THRU 2100-EXIT.
035900 2200-EXIT.
036000     EXIT.
036100 2300-GET-NAME-AND-STATUS.
036200     MOVE ADR-KEY TO SSN-MASTER-KEY-X.
036300     READ SSN-MASTER
036400         INVALID KEY
036500             MOVE ADR-NAME TO WS-MEMBER-NAME
036600             MOVE "NO SSN MASTER" TO WS-MEMBER-STATUS
036700             ADD 1 TO WS-NO-SSN-MASTER
036800             GO TO 2300-EXIT
036900     END-READ.
037000     MOVE SSN-MASTER-NAME TO WS-MEMBER-NAME.
037100     EVALUATE TRUE
037200         WHEN SSN-BEN-ACCEPTED
037300             MOVE "ACCEPTED" TO WS-MEMBER-STATUS
037400         WHEN SSN-BEN-BOUNCED
037500             MOVE "BOUNCED" TO WS-MEMBER-STATUS
037600         WHEN SSN-BEN-RESUBMITTED
037700             MOVE "RESUBMITTED" TO WS-MEMBER-STATUS
037800         WHEN OTHER
037900             MOVE "NOT SENT" TO WS-MEMBER-STATUS
038000     END-EVALUATE.
038100 2300-EXIT.
038200     EXIT.
038300 2400-CHECK-SURNAME.
038400*    NAMES ARE CARRIED SURNAME FIRST. THE FIRST PERSON AT THE
038500*    ADDRESS SETS THE SURNAME EVERYONE ELSE IS HELD TO.
038600     MOVE "N" TO WS-NMF-FUNCTION.
038700     CALL "NAMEMTCH" USING WS-NMF-FUNCTION WS-MEMBER-NAME
038800         WS-NORM-NAME WS-NMF-RESULT
038900     END-CALL.
039000     MOVE SPACES TO WS-SURNAME.
039100     UNSTRING WS-NORM-NAME DELIMITED BY SPACE
039200         INTO WS-SURNAME
039300     END-UNSTRING.
039400     IF WS-GROUP-COUNT = 1
039500         MOVE WS-SURNAME TO WS-FIRST-SURNAME
039600         GO TO 2400-EXIT
039700     END-IF.
039800     IF WS-SURNAME NOT = WS-FIRST-SURNAME
039900         MOVE "Y" TO WS-MIXED-SWITCH
040000     END-IF.
040100 2400-EXIT.
040200     EXIT.
040300 3000-PRINT-HOUSEHOLD.
040400     ADD 1 TO WS-SHARED-ADDRESSES.
040500     ADD WS-GROUP-COUNT TO WS-PEOPLE-SHARING.
040600     IF WS-GROUP-COUNT > WS-HEAD-COUNT-LIMIT
040700         MOVE "Y" TO WS-OVER-SWITCH
040800         ADD 1 TO WS-OVER-LIMIT
040900     END-IF.
041000     IF WS-SURNAMES-ARE-MIXED
041100         ADD 1 TO WS-MIXED-SURNAMES
041200     END-IF.
041300     MOVE SPACES TO HOUSEHOLD-OUT-RECORD.
041400     WRITE HOUSEHOLD-OUT-RECORD.
041500     MOVE WS-GA-HOUSE    TO AL-HOUSE.
041600     MOVE WS-GA-STREET   TO AL-STREET.
041700     MOVE WS-GROUP-CITY  TO AL-CITY.
041800     MOVE WS-GROUP-STATE TO AL-STATE.
041900     MOVE WS-GA-ZIP      TO AL-ZIP.
042000     MOVE WS-GROUP-COUNT TO AL-PEOPLE.
042100     WRITE HOUSEHOLD-OUT-RECORD FROM WS-ADDRESS-LINE.
042200     IF WS-OVER-HEAD-COUNT OR WS-SURNAMES-ARE-MIXED
042300         MOVE SPACES TO FL-OVER FL-MIXED
042400         IF WS-OVER-HEAD-COUNT
042500             MOVE "** OVER HEAD COUNT **" TO FL-OVER
042600         END-IF
042700         IF WS-SURNAMES-ARE-MIXED
042800             MOVE "** MIXED SURNAMES **" TO FL-MIXED
042900         END-IF
043000         WRITE HOUSEHOLD-OUT-RECORD FROM WS-FLAG-LINE
043100     END-IF.
043200     PERFORM 3100-PRINT-MEMBER THRU 3100-EXIT
043300         VARYING WS-MEMBER-SUB FROM 1 BY 1
043400         UNTIL WS-MEMBER-SUB > WS-GROUP-COUNT
043500             OR WS-MEMBER-SUB > WS-MAX-MEMBERS.
043600     IF WS-GROUP-COUNT > WS-MAX-MEMBERS
043700         COMPUTE WS-MEMBERS-NOT-LISTED =
043800             WS-GROUP-COUNT - WS-MAX-MEMBERS
043900         MOVE WS-MEMBERS-NOT-LISTED TO NL-COUNT
044000         WRITE HOUSEHOLD-OUT-RECORD FROM WS-NOT-LISTED-LINE
044100     END-IF.
044200 3000-EXIT.
044300     EXIT.
044400 3100-PRINT-MEMBER.
044500     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
044600         WS-MB-SSN (WS-MEMBER-SUB) WS-PRINTED-SSN
044700     END-CALL.
044800     MOVE WS-PRINTED-SSN TO ML-SSN.
044900     MOVE WS-MB-NAME (WS-MEMBER-SUB)   TO ML-NAME.
045000     MOVE WS-MB-STATUS (WS-MEMBER-SUB) TO ML-STATUS.
045100     WRITE HOUSEHOLD-OUT-RECORD FROM WS-MEMBER-LINE.
045200 3100-EXIT.
045300     EXIT.
045400 7000-PRINT-SUMMARY.
045500     MOVE SPACES TO HOUSEHOLD-OUT-RECORD.
045600     WRITE HOUSEHOLD-OUT-RECORD.
045700     MOVE SPACES TO WS-SUMMARY-LINE.
045800     MOVE "ADDRESS INDEX ENTRIES READ" TO WS-SUM-LABEL.
045900     MOVE WS-INDEX-ENTRIES-READ TO WS-SUM-VALUE.
046000     WRITE HOUSEHOLD-OUT-RECORD FROM WS-SUMMARY-LINE.
046100     MOVE SPACES TO WS-SUMMARY-LINE.
046200     MOVE "DISTINCT ADDRESSES" TO WS-SUM-LABEL.
046300     MOVE WS-ADDRESSES-READ TO WS-SUM-VALUE.
046400     WRITE HOUSEHOLD-OUT-RECORD FROM WS-SUMMARY-LINE.
046500     MOVE SPACES TO WS-SUMMARY-LINE.
046600     MOVE "ADDRESSES SHARED BY TWO OR MORE" TO WS-SUM-LABEL.
046700     MOVE WS-SHARED-ADDRESSES TO WS-SUM-VALUE.
046800     WRITE HOUSEHOLD-OUT-RECORD FROM WS-SUMMARY-LINE.
046900     MOVE SPACES TO WS-SUMMARY-LINE.
047000     MOVE "PEOPLE AT SHARED ADDRESSES" TO WS-SUM-LABEL.
047100     MOVE WS-PEOPLE-SHARING TO WS-SUM-VALUE.
047200     WRITE HOUSEHOLD-OUT-RECORD FROM WS-SUMMARY-LINE.
047300     MOVE SPACES TO WS-SUMMARY-LINE.
047400     MOVE "ADDRESSES OVER THE HEAD-COUNT LIMIT" TO WS-SUM-LABEL.
047500     MOVE WS-OVER-LIMIT TO WS-SUM-VALUE.
047600     WRITE HOUSEHOLD-OUT-RECORD FROM WS-SUMMARY-LINE.
047700     MOVE SPACES TO WS-SUMMARY-LINE.
047800     MOVE "ADDRESSES WITH MIXED SURNAMES" TO WS-SUM-LABEL.
047900     MOVE WS-MIXED-SURNAMES TO WS-SUM-VALUE.
048000     WRITE HOUSEHOLD-OUT-RECORD FROM WS-SUMMARY-LINE.
048100     MOVE SPACES TO WS-SUMMARY-LINE.
048200     MOVE "PEOPLE WITH NO SSN MASTER RECORD" TO WS-SUM-LABEL.
048300     MOVE WS-NO-SSN-MASTER TO WS-SUM-VALUE.
048400     WRITE HOUSEHOLD-OUT-RECORD FROM WS-SUMMARY-LINE.
048500     MOVE SPACES TO WS-SUMMARY-LINE.
048600     MOVE "INDEX ENTRIES WITH NO ADDRESS RECORD" TO WS-SUM-LABEL.
048700     MOVE WS-ORPHAN-ENTRIES TO WS-SUM-VALUE.
048800     WRITE HOUSEHOLD-OUT-RECORD FROM WS-SUMMARY-LINE.
048900 7000-EXIT.
049000     EXIT.
049100 9000-TERMINATE.
049200     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
049300     CLOSE ADDRESS-INDEX ADDRESS-MASTER SSN-MASTER HOUSEHOLD-OUT
049400         CONTROL-COUNTS.
049500     DISPLAY "ADDRESS INDEX ENTRIES READ:  "
049550         WS-INDEX-ENTRIES-READ.
049600     DISPLAY "SHARED ADDRESSES:            " WS-SHARED-ADDRESSES.
049700     DISPLAY "OVER THE HEAD-COUNT LIMIT:   " WS-OVER-LIMIT.
049800     DISPLAY "MIXED SURNAMES:              " WS-MIXED-SURNAMES.
049900     DISPLAY "ENTRIES WITH NO ADDRESS:     " WS-ORPHAN-ENTRIES.
050000     CALL "AUDITLOG" USING WS-PROGRAM-ID
050100         WS-INDEX-ENTRIES-READ WS-SHARED-ADDRESSES
050200         WS-ORPHAN-ENTRIES WS-AUDIT-ZERO WS-AUDIT-MESSAGE
050300         WS-RUN-NUMBER WS-AUDIT-END-TYPE
050400     END-CALL.
050500 9000-EXIT.
050600     EXIT.
050700 9100-WRITE-CONTROL-COUNTS.
050800     INITIALIZE CONTROL-COUNT-RECORD.
050900     MOVE WS-PROGRAM-ID         TO CC-PROGRAM-ID.
051000     MOVE WS-INDEX-ENTRIES-READ TO CC-RECORDS-READ.
051100     MOVE WS-SHARED-ADDRESSES   TO CC-RECORDS-WRITTEN.
051200     MOVE WS-ORPHAN-ENTRIES     TO CC-RECORDS-REJECTED.
051300     MOVE WS-OVER-LIMIT         TO CC-RECORDS-UPDATED.
051400     MOVE WS-MIXED-SURNAMES     TO CC-RECORDS-NOT-FOUND.
051500     MOVE WS-RUN-DATE           TO CC-RUN-DATE.
051600     MOVE WS-RUN-NUMBER         TO CC-RUN-NUMBER.
051700     WRITE CONTROL-COUNT-RECORD.
051800 9100-EXIT.
051900     EXIT.
