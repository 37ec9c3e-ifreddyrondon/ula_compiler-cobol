000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADRXCHG.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/28/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* ADRXCHG SENDS BENEFITS THE NIGHT'S ADDRESS CHANGES. BENEFITS
000900* GETS NAME, SSN, BIRTH DATE, AND SEX FROM SSNFMT'S BENOUT BUT
001000* NEVER AN ADDRESS, SO A MOVE APPLIED BY ADRMAINT WENT UNSEEN
001100* THERE UNTIL THE PERSON CALLED. THIS STEP RUNS RIGHT AFTER
001200* ADRMAINT AND READS THE CHANGE JOURNAL (ADRJRNL.CPY) FOR
001300* TONIGHT'S BUSINESS DATE ONLY. FOR EACH ENTRY IT WRITES ONE
001400* RECORD, KEYED BY SSN, TO AN ADDRESS-CHANGE INTERCHANGE FILE:
001500*    A  ADDRESS ADDED    - THE AFTER IMAGE
001600*    C  ADDRESS CHANGED  - THE AFTER IMAGE
001700*    R  ADDRESS REMOVED  - THE NAME FROM THE BEFORE IMAGE, NO
001800*                          ADDRESS
001900* ONLY SSNS BENEFITS HAS ACCEPTED (SSN-BEN-ACCEPTED ON THE SSN
002000* MASTER) ARE SENT; THE REST ARE COUNTED AS WITHHELD. THE FILE
002100* CARRIES A HEADER AND A TRAILER WITH THE DETAIL COUNT AND AN
002200* SSN HASH, AND IS READ BACK AND BALANCED AFTER CLOSE LIKE
002300* BENOUT -- RC 16 IF IT DOES NOT BALANCE.
002400*
002500* THE CONTROL-COUNT RECORD CARRIES TONIGHT'S CHANGED AND ADDED
002600* JOURNAL ENTRIES IN THE SAME COLUMNS ADRMAINT USES FOR ITS
002700* UPDATED AND ADDED COUNTS, SO RECONCIL CAN PROVE EVERY ADDRESS
002800* ADRMAINT APPLIED WAS CONSIDERED FOR BENEFITS.
002900*
003000*    MODIFICATION HISTORY
003100*    -------------------------------------------------------------
003200*    DATE       INIT  DESCRIPTION
003300*    10/28/1988 FR    ORIGINAL PROGRAM.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. MOTOROLA.
003800 OBJECT-COMPUTER. INTEL.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ADDRESS-JOURNAL ASSIGN TO ADRJRNL
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT SSN-MASTER    ASSIGN TO SSNMSTR
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS SSN-MASTER-KEY-X.
004700     SELECT ADDRESS-XCHG  ASSIGN TO ADRXOUT
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ADDRESS-JOURNAL
005600     LABEL RECORD IS OMITTED.
005700 COPY ADRJRNL.
005800 FD  SSN-MASTER
005900     LABEL RECORD IS STANDARD.
006000 COPY SSNMAST.
006100 FD  ADDRESS-XCHG
006200     LABEL RECORD IS OMITTED.
006300 01  ADDRESS-XCHG-RECORD.
006400     05  AXC-SSN                    PIC 9(09).
006500     05  AXC-ACTION                 PIC X(01).
006600     05  AXC-EFFECTIVE-DATE         PIC 9(08).
006700     05  AXC-NAME                   PIC X(20).
006800     05  AXC-HOUSE                  PIC X(06).
006900     05  AXC-STREET                 PIC X(20).
007000     05  AXC-CITY                   PIC X(13).
007100     05  AXC-STATE                  PIC X(02).
007200     05  AXC-ZIP                    PIC X(05).
007300     05  FILLER                     PIC X(16).
007400 01  ADDRESS-XCHG-HEADER-RECORD.
007500     05  AXC-HDR-ID                 PIC X(03).
007600     05  AXC-HDR-FILE-ID            PIC X(08).
007700     05  AXC-HDR-RUN-DATE           PIC 9(08).
007800     05  FILLER                     PIC X(81).
007900 01  ADDRESS-XCHG-TRAILER-RECORD.
008000     05  AXC-TRL-ID                 PIC X(03).
008100     05  AXC-TRL-DETAIL-COUNT       PIC 9(07).
008200     05  AXC-TRL-SSN-HASH           PIC 9(15).
008300     05  FILLER                     PIC X(75).
008400 FD  CONTROL-COUNTS
008500     LABEL RECORD IS OMITTED.
008600 COPY CNTREC.
008700 FD  RUN-CONTROL
008800     LABEL RECORD IS OMITTED.
008900 COPY RUNCTL.
009000 WORKING-STORAGE SECTION.
009100 01  WS-SWITCHES.
009200     05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
009300         88  WS-NO-MORE-JOURNAL     VALUE "Y".
009400 01  WS-COUNTERS.
009500     05  WS-JOURNAL-READ            PIC 9(07) VALUE ZERO.
009600     05  WS-JOURNAL-TONIGHT         PIC 9(07) VALUE ZERO.
009700     05  WS-CHANGES-JOURNALED       PIC 9(07) VALUE ZERO.
009800     05  WS-ADDS-JOURNALED          PIC 9(07) VALUE ZERO.
009900     05  WS-DELETES-JOURNALED       PIC 9(07) VALUE ZERO.
010000     05  WS-RECORDS-SENT            PIC 9(07) VALUE ZERO.
010100     05  WS-RECORDS-WITHHELD        PIC 9(07) VALUE ZERO.
010200 01  WS-IMAGE-WORK.
010300     05  WS-IMG-KEY                 PIC X(09).
010400     05  WS-IMG-NAME                PIC X(20).
010500     05  WS-IMG-HOUSE               PIC X(06).
010600     05  WS-IMG-STREET              PIC X(20).
010700     05  WS-IMG-CITY                PIC X(13).
010800     05  WS-IMG-STATE               PIC X(02).
010900     05  WS-IMG-ZIP                 PIC X(05).
011000 01  WS-XCHG-FILE-FIELDS.
011100     05  WS-AXC-FILE-ID             PIC X(08) VALUE "ADRCHG01".
011200     05  WS-AXC-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
011300     05  WS-AXC-SSN-HASH            PIC 9(15) VALUE ZERO.
011400 01  WS-VERIFY-FIELDS.
011500     05  WS-VFY-EOF-SWITCH          PIC X(01) VALUE "N".
011600         88  WS-NO-MORE-VERIFY      VALUE "Y".
011700     05  WS-VFY-HEADER-SWITCH       PIC X(01) VALUE "N".
011800         88  WS-VFY-HEADER-SEEN     VALUE "Y".
011900     05  WS-VFY-TRAILER-SWITCH      PIC X(01) VALUE "N".
012000         88  WS-VFY-TRAILER-SEEN    VALUE "Y".
012100     05  WS-AXC-BALANCE-SWITCH      PIC X(01) VALUE "Y".
012200         88  WS-AXC-FILE-BALANCES   VALUE "Y".
012300     05  WS-VFY-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
012400     05  WS-VFY-SSN-HASH            PIC 9(15) VALUE ZERO.
012500     05  WS-VFY-TRL-COUNT           PIC 9(07) VALUE ZERO.
012600     05  WS-VFY-TRL-HASH            PIC 9(15) VALUE ZERO.
012700 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
012800 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
012900 01  WS-PROGRAM-ID                  PIC X(08) VALUE "ADRXCHG".
013000 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
013100     "ADDRESS-CHANGE INTERCHANGE COMPLETE".
013200 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
013300 01  WS-AUDIT-START-FIELDS.
013400     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
013500     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
013600     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
013700     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
013800     05  WS-AST-MESSAGE             PIC X(40) VALUE
013900         "RUN STARTED".
014000 01  WS-AUDIT-TYPE-FIELDS.
014100     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
014200     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
014300 PROCEDURE DIVISION.
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014600     PERFORM 2000-PROCESS-JOURNAL THRU 2000-EXIT
014700         UNTIL WS-NO-MORE-JOURNAL.
014800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014900     STOP RUN.
015000 1000-INITIALIZE.
015100     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
015200     CALL "AUDITLOG" USING WS-PROGRAM-ID
015300         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
015400         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
015500         WS-AUDIT-START-TYPE
015600     END-CALL.
015700     OPEN INPUT ADDRESS-JOURNAL.
015800     OPEN INPUT SSN-MASTER.
015900     OPEN OUTPUT ADDRESS-XCHG.
016000     OPEN EXTEND CONTROL-COUNTS.
016100     PERFORM 1300-WRITE-XCHG-HEADER THRU 1300-EXIT.
016200     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
016300 1000-EXIT.
016400     EXIT.
016500 1050-READ-RUN-CONTROL.
016600*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
016700*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN.
016800*    ADRMAINT STAMPS THE SAME DATE ON EVERY JOURNAL ENTRY IT
016900*    WRITES, SO IT SELECTS TONIGHT'S ENTRIES.
017000     OPEN INPUT RUN-CONTROL.
017100     READ RUN-CONTROL
017200         AT END
017300             DISPLAY "ADRXCHG ABEND - RUN-CONTROL FILE IS "
017400                 "EMPTY, RUN RUNCTLST FIRST"
017500             MOVE 16 TO RETURN-CODE
017600             STOP RUN
017700     END-READ.
017800     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
017900     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
018000     CLOSE RUN-CONTROL.
018100 1050-EXIT.
018200     EXIT.
018300 1300-WRITE-XCHG-HEADER.
018400     MOVE SPACES TO ADDRESS-XCHG-HEADER-RECORD.
018500     MOVE "HDR" TO AXC-HDR-ID.
018600     MOVE WS-AXC-FILE-ID TO AXC-HDR-FILE-ID.
018700     MOVE WS-RUN-DATE TO AXC-HDR-RUN-DATE.
018800     WRITE ADDRESS-XCHG-HEADER-RECORD.
018900 1300-EXIT.
019000     EXIT.
019100 2000-PROCESS-JOURNAL.
019200     IF AJR-RUN-DATE NOT = WS-RUN-DATE
019300         GO TO 2000-READ-NEXT
019400     END-IF.
019500     ADD 1 TO WS-JOURNAL-TONIGHT.
019600     EVALUATE TRUE
019700         WHEN AJR-WAS-ADDED
019800             ADD 1 TO WS-ADDS-JOURNALED
019900         WHEN AJR-WAS-CHANGED
020000             ADD 1 TO WS-CHANGES-JOURNALED
020100         WHEN AJR-WAS-DELETED
020200             ADD 1 TO WS-DELETES-JOURNALED
020300     END-EVALUATE.
020400     PERFORM 3000-SEND-ONE-CHANGE THRU 3000-EXIT.
020500 2000-READ-NEXT.
020600     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
020700 2000-EXIT.
020800     EXIT.
020900 2100-READ-JOURNAL.
021000     READ ADDRESS-JOURNAL
021100         AT END
021200             MOVE "Y" TO WS-EOF-SWITCH
021300     END-READ.
021400     IF NOT WS-NO-MORE-JOURNAL
021500         ADD 1 TO WS-JOURNAL-READ
021600     END-IF.
021700 2100-EXIT.
021800     EXIT.
021900 3000-SEND-ONE-CHANGE.
022000*    BENEFITS ONLY WANTS ADDRESSES FOR PEOPLE IT HAS ACCEPTED.
022100*    AN SSN NOT ON THE MASTER, OR NOT YET ACCEPTED, IS WITHHELD.
022200     MOVE AJR-KEY TO SSN-MASTER-KEY-X.
022300     READ SSN-MASTER
022400         INVALID KEY
022500             ADD 1 TO WS-RECORDS-WITHHELD
022600             GO TO 3000-EXIT
022700     END-READ.
022800     IF NOT SSN-BEN-ACCEPTED
022900         ADD 1 TO WS-RECORDS-WITHHELD
023000         GO TO 3000-EXIT
023100     END-IF.
023200     MOVE SPACES TO ADDRESS-XCHG-RECORD.
023300     MOVE SSN-MASTER-KEY TO AXC-SSN.
023400     MOVE AJR-RUN-DATE   TO AXC-EFFECTIVE-DATE.
023500     IF AJR-WAS-DELETED
023600         MOVE AJR-BEFORE-IMAGE TO WS-IMAGE-WORK
023700         MOVE "R" TO AXC-ACTION
023800         MOVE WS-IMG-NAME TO AXC-NAME
023900     ELSE
024000         MOVE AJR-AFTER-IMAGE TO WS-IMAGE-WORK
024100         MOVE AJR-ACTION    TO AXC-ACTION
024200         MOVE WS-IMG-NAME   TO AXC-NAME
024300         MOVE WS-IMG-HOUSE  TO AXC-HOUSE
024400         MOVE WS-IMG-STREET TO AXC-STREET
024500         MOVE WS-IMG-CITY   TO AXC-CITY
024600         MOVE WS-IMG-STATE  TO AXC-STATE
024700         MOVE WS-IMG-ZIP    TO AXC-ZIP
024800     END-IF.
024900     WRITE ADDRESS-XCHG-RECORD.
025000     ADD 1 TO WS-AXC-DETAIL-COUNT.
025100     ADD AXC-SSN TO WS-AXC-SSN-HASH.
025200     ADD 1 TO WS-RECORDS-SENT.
025300 3000-EXIT.
025400     EXIT.
025500 9000-TERMINATE.
025600     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
025700     PERFORM 9150-WRITE-XCHG-TRAILER THRU 9150-EXIT.
025800     CLOSE ADDRESS-JOURNAL SSN-MASTER ADDRESS-XCHG
025900         CONTROL-COUNTS.
026000     PERFORM 9200-VERIFY-XCHG-FILE THRU 9200-EXIT.
026100     DISPLAY "JOURNAL RECORDS READ:    " WS-JOURNAL-READ.
026200     DISPLAY "JOURNALED TONIGHT:       " WS-JOURNAL-TONIGHT.
026300     DISPLAY "  ADDRESSES ADDED:       " WS-ADDS-JOURNALED.
026400     DISPLAY "  ADDRESSES CHANGED:     " WS-CHANGES-JOURNALED.
026500     DISPLAY "  ADDRESSES DELETED:     " WS-DELETES-JOURNALED.
026600     DISPLAY "SENT TO BENEFITS:        " WS-RECORDS-SENT.
026700     DISPLAY "WITHHELD (NOT ACCEPTED): " WS-RECORDS-WITHHELD.
026800     CALL "AUDITLOG" USING WS-PROGRAM-ID
026900         WS-JOURNAL-TONIGHT WS-RECORDS-SENT WS-RECORDS-WITHHELD
027000         WS-AUDIT-ZERO WS-AUDIT-MESSAGE WS-RUN-NUMBER
027100         WS-AUDIT-END-TYPE
027200     END-CALL.
027300*    THE RETURN CODE IS SET AFTER THE AUDIT-TRAIL CALL -- A CALL
027400*    REPLACES RETURN-CODE WITH THE CALLED PROGRAM'S VALUE.
027500     IF NOT WS-AXC-FILE-BALANCES
027600         MOVE 16 TO RETURN-CODE
027700     END-IF.
027800 9000-EXIT.
027900     EXIT.
028000 9100-WRITE-CONTROL-COUNTS.
028100*    UPDATED AND NOT-FOUND CARRY THE CHANGED AND ADDED ENTRIES,
028200*    THE SAME COLUMNS ADRMAINT REPORTS ITS UPDATED AND ADDED
028300*    MASTERS IN; RECONCIL BALANCES ONE AGAINST THE OTHER.
028400     INITIALIZE CONTROL-COUNT-RECORD.
028500     MOVE WS-PROGRAM-ID        TO CC-PROGRAM-ID.
028600     MOVE WS-JOURNAL-TONIGHT   TO CC-RECORDS-READ.
028700     MOVE WS-RECORDS-SENT      TO CC-RECORDS-WRITTEN.
028800     MOVE WS-RECORDS-WITHHELD  TO CC-RECORDS-REJECTED.
028900     MOVE WS-CHANGES-JOURNALED TO CC-RECORDS-UPDATED.
029000     MOVE WS-ADDS-JOURNALED    TO CC-RECORDS-NOT-FOUND.
029100     MOVE WS-RUN-DATE          TO CC-RUN-DATE.
029200     MOVE WS-RUN-NUMBER        TO CC-RUN-NUMBER.
029300     WRITE CONTROL-COUNT-RECORD.
029400 9100-EXIT.
029500     EXIT.
029600 9150-WRITE-XCHG-TRAILER.
029700     MOVE SPACES TO ADDRESS-XCHG-TRAILER-RECORD.
029800     MOVE "TRL" TO AXC-TRL-ID.
029900     MOVE WS-AXC-DETAIL-COUNT TO AXC-TRL-DETAIL-COUNT.
030000     MOVE WS-AXC-SSN-HASH TO AXC-TRL-SSN-HASH.
030100     WRITE ADDRESS-XCHG-TRAILER-RECORD.
030200 9150-EXIT.
030300     EXIT.
030400 9200-VERIFY-XCHG-FILE.
030500*    READS THE INTERCHANGE FILE BACK AFTER CLOSE AND BALANCES
030600*    THE DETAILS AGAINST THE TRAILER JUST WRITTEN. A SHORT FILE,
030700*    A MISSING HEADER OR TRAILER, OR A COUNT OR HASH MISMATCH
030800*    FAILS THE STEP BEFORE THE FILE EVER LEAVES THE SHOP.
030900     OPEN INPUT ADDRESS-XCHG.
031000     PERFORM 9250-VERIFY-ONE-RECORD THRU 9250-EXIT
031100         UNTIL WS-NO-MORE-VERIFY.
031200     CLOSE ADDRESS-XCHG.
031300     IF NOT WS-VFY-HEADER-SEEN
031400         DISPLAY "ADDRESS-CHANGE FILE HAS NO HEADER RECORD"
031500         MOVE "N" TO WS-AXC-BALANCE-SWITCH
031600     END-IF.
031700     IF NOT WS-VFY-TRAILER-SEEN
031800         DISPLAY "ADDRESS-CHANGE FILE HAS NO TRAILER RECORD"
031900         MOVE "N" TO WS-AXC-BALANCE-SWITCH
032000     END-IF.
032100     IF WS-VFY-TRAILER-SEEN
032200             AND (WS-VFY-DETAIL-COUNT NOT = WS-VFY-TRL-COUNT
032300             OR WS-VFY-SSN-HASH NOT = WS-VFY-TRL-HASH)
032400         DISPLAY "ADDRESS-CHANGE FILE DOES NOT BALANCE TO ITS "
032500             "TRAILER"
032600         DISPLAY "  DETAILS " WS-VFY-DETAIL-COUNT
032700             " TRAILER " WS-VFY-TRL-COUNT
032800         DISPLAY "  HASH    " WS-VFY-SSN-HASH
032900             " TRAILER " WS-VFY-TRL-HASH
033000         MOVE "N" TO WS-AXC-BALANCE-SWITCH
033100     END-IF.
033200     IF WS-AXC-FILE-BALANCES
033300         DISPLAY "ADDRESS-CHANGE FILE BALANCES TO ITS TRAILER - "
033400             WS-VFY-DETAIL-COUNT " DETAILS"
033500     END-IF.
033600 9200-EXIT.
033700     EXIT.
033800 9250-VERIFY-ONE-RECORD.
033900     READ ADDRESS-XCHG
034000         AT END
034100             MOVE "Y" TO WS-VFY-EOF-SWITCH
034200             GO TO 9250-EXIT
034300     END-READ.
034400     EVALUATE AXC-HDR-ID
034500         WHEN "HDR"
034600             MOVE "Y" TO WS-VFY-HEADER-SWITCH
034700         WHEN "TRL"
034800             MOVE "Y" TO WS-VFY-TRAILER-SWITCH
034900             MOVE AXC-TRL-DETAIL-COUNT TO WS-VFY-TRL-COUNT
035000             MOVE AXC-TRL-SSN-HASH TO WS-VFY-TRL-HASH
035100         WHEN OTHER
035200             ADD 1 TO WS-VFY-DETAIL-COUNT
035300             ADD AXC-SSN TO WS-VFY-SSN-HASH
035400     END-EVALUATE.
035500 9250-EXIT.
035600     EXIT.
