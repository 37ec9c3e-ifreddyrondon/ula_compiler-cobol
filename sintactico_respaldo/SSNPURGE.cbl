002081*    10/10/1988 FR    REGISTER A START ENTRY AT INITIALIZE AND AN
002082*                     END ENTRY AT TERMINATE THROUGH AUDITLOG, SO
002083*                     AUDRPT CAN REPORT ELAPSED TIME PER NIGHT.
002085*    10/27/1988 FR    EVERY RECORD ACTUALLY DELETED NOW WRITES A
002087*                     STOP RECORD TO AN OUTBOUND BENEFITS FILE
002089*                     (HEADER, TRAILER COUNT AND SSN HASH, READ
002091*                     BACK AND BALANCED LIKE SSNFMT'S BENOUT), SO
002093*                     BENEFITS STOPS PAYING A PURGED SSN.
002094*    10/29/1988 FR    A PURGE CARD NO LONGER PURGES ON ONE
002095*                     OPERATOR'S SAY-SO. THE CARD CARRIES THE
002096*                     REQUESTING OPERATOR'S ID (AND, ON THE
002097*                     DECK APRMAINT WRITES, THE APPROVER'S), AND
002098*                     APRCHECK FILES IT AS A PENDING REQUEST
002101*                     UNTIL A SECOND OPERATOR APPROVES IT. A
002102*                     CARD WITH NO OPERATOR ID IS REJECTED.
002104*    11/08/1988 FR    THE MASTER IS NOW DELETED BEFORE ANYTHING
002106*                     ELSE IS WRITTEN. THE ARCHIVE RECORD, NAME
002108*                     INDEX DELETE AND STOP RECORD FOLLOW ONLY
002110*                     WHEN THE DELETE SUCCEEDS.
002199*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. MOTOROLA.
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS DYNAMIC
003740         RECORD KEY IS NDX-KEY.
003760     SELECT BENEFITS-STOP ASSIGN TO BENSTOP
003780         ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PURGE-IN
004300     05  PRG-SSN                    PIC X(09).
004400     05  FILLER                     PIC X(01).
004500     05  PRG-REASON-CODE            PIC X(02).
004600     05  FILLER                     PIC X(01).
004610*    THE OPERATOR ASKING FOR THE PURGE AND, ON A CARD APRMAINT
004620*    WROTE AFTER A SECOND OPERATOR APPROVED IT, THE APPROVER.
004630     05  PRG-OPERATOR-ID            PIC X(08).
004640     05  FILLER                     PIC X(01).
004650     05  PRG-APPROVER-ID            PIC X(08).
004660     05  FILLER                     PIC X(50).
004700 FD  SSN-MASTER
004800     LABEL RECORD IS STANDARD.
004900 COPY SSNMAST.
006040 FD  RUN-CONTROL
006050     LABEL RECORD IS OMITTED.
006060 COPY RUNCTL.
006062 FD  BENEFITS-STOP
006064     LABEL RECORD IS OMITTED.
006066 01  BENEFITS-STOP-RECORD.
006068     05  STP-SSN                    PIC 9(09).
006070     05  STP-NAME                   PIC X(20).
006072     05  STP-REASON-CODE            PIC X(02).
006074     05  STP-STOP-DATE              PIC 9(08).
006076     05  STP-BIRTH-DATE             PIC 9(08).
006078     05  FILLER                     PIC X(33).
006080 01  BENEFITS-STOP-HEADER-RECORD.
006082     05  STP-HDR-ID                 PIC X(03).
006084     05  STP-HDR-FILE-ID            PIC X(08).
006086     05  STP-HDR-RUN-DATE           PIC 9(08).
006088     05  FILLER                     PIC X(61).
006090 01  BENEFITS-STOP-TRAILER-RECORD.
006092     05  STP-TRL-ID                 PIC X(03).
006094     05  STP-TRL-DETAIL-COUNT       PIC 9(07).
006096     05  STP-TRL-SSN-HASH           PIC 9(15).
006098     05  FILLER                     PIC X(55).
006100 WORKING-STORAGE SECTION.
006200 01  WS-SWITCHES.
006300     05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
006700     05  WS-RECORDS-PURGED          PIC 9(07) VALUE ZERO.
006800     05  WS-REQUESTS-REJECTED       PIC 9(07) VALUE ZERO.
006900     05  WS-RECORDS-NOT-FOUND       PIC 9(07) VALUE ZERO.
006905     05  WS-REQUESTS-HELD           PIC 9(07) VALUE ZERO.
006906 01  WS-APPROVAL-RESULT             PIC X(01) VALUE SPACE.
006907     88  WS-PURGE-APPROVED          VALUE "A".
006908     88  WS-PURGE-HELD              VALUE "H".
006909     88  WS-PURGE-WAITING           VALUE "W".
006910 01  WS-NORMALIZE-FIELDS.
006920     05  WS-NMF-FUNCTION            PIC X(01) VALUE "N".
006930     05  WS-NMF-RESULT              PIC X(01) VALUE SPACE.
007408 01  WS-AUDIT-TYPE-FIELDS.
007409     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
007410     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
007415 01  WS-STOP-FILE-FIELDS.
007420     05  WS-STP-FILE-ID             PIC X(08) VALUE "SSNSTP01".
007425     05  WS-STP-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
007430     05  WS-STP-SSN-HASH            PIC 9(15) VALUE ZERO.
007435 01  WS-VERIFY-FIELDS.
007440     05  WS-VFY-EOF-SWITCH          PIC X(01) VALUE "N".
007445         88  WS-NO-MORE-VERIFY      VALUE "Y".
007450     05  WS-VFY-HEADER-SWITCH       PIC X(01) VALUE "N".
007455         88  WS-VFY-HEADER-SEEN     VALUE "Y".
007460     05  WS-VFY-TRAILER-SWITCH      PIC X(01) VALUE "N".
007465         88  WS-VFY-TRAILER-SEEN    VALUE "Y".
007470     05  WS-STP-BALANCE-SWITCH      PIC X(01) VALUE "Y".
007475         88  WS-STP-FILE-BALANCES   VALUE "Y".
007480     05  WS-VFY-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
007485     05  WS-VFY-SSN-HASH            PIC 9(15) VALUE ZERO.
007490     05  WS-VFY-TRL-COUNT           PIC 9(07) VALUE ZERO.
007495     05  WS-VFY-TRL-HASH            PIC 9(15) VALUE ZERO.
007500 PROCEDURE DIVISION.
007600 0000-MAINLINE.
007700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008510     OPEN I-O SSN-NAME-INDEX.
008600     OPEN EXTEND ARCHIVE-OUT.
008700     OPEN EXTEND CONTROL-COUNTS.
008720     OPEN OUTPUT BENEFITS-STOP.
008740     PERFORM 1300-WRITE-STOP-HEADER THRU 1300-EXIT.
008800     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
008900 1000-EXIT.
009000     EXIT.
009025     CLOSE RUN-CONTROL.
009026 1050-EXIT.
009027     EXIT.
009032 1300-WRITE-STOP-HEADER.
009037*    THE STOP FILE CARRIES A HEADER EVEN ON A NIGHT WITH NO
009042*    PURGES, SO BENEFITS CAN TELL AN EMPTY RUN FROM A LOST FILE.
009047     MOVE SPACES TO BENEFITS-STOP-HEADER-RECORD.
009052     MOVE "HDR" TO STP-HDR-ID.
009057     MOVE WS-STP-FILE-ID TO STP-HDR-FILE-ID.
009062     MOVE WS-PURGE-DATE TO STP-HDR-RUN-DATE.
009067     WRITE BENEFITS-STOP-HEADER-RECORD.
009072 1300-EXIT.
009077     EXIT.
009100 2000-PROCESS-REQUEST.
009200     EVALUATE TRUE
009210         WHEN PRG-SSN IS NOT NUMERIC
009220             DISPLAY "REJECTED PURGE REQUEST: " PRG-SSN
009230                 " - SSN CONTAINS NON-NUMERIC DATA"
009240             ADD 1 TO WS-REQUESTS-REJECTED
009250         WHEN PRG-OPERATOR-ID = SPACES
009260             DISPLAY "REJECTED PURGE REQUEST: " PRG-SSN
009270                 " - NO OPERATOR ID ON CARD"
009280             ADD 1 TO WS-REQUESTS-REJECTED
009290         WHEN OTHER
009300             PERFORM 3000-PURGE-ONE-RECORD THRU 3000-EXIT
009800     END-EVALUATE.
009900     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
010000 2000-EXIT.
010100     EXIT.
011600             DISPLAY "NO MASTER RECORD ON FILE FOR SSN " PRG-SSN
011700             ADD 1 TO WS-RECORDS-NOT-FOUND
011800         NOT INVALID KEY
011900             PERFORM 3050-CHECK-APPROVAL THRU 3050-EXIT
012000     END-READ.
012100 3000-EXIT.
012200     EXIT.
012210 3050-CHECK-APPROVAL.
012211*    NOTHING IS PURGED UNTIL APRCHECK SAYS A SECOND OPERATOR HAS
012212*    APPROVED IT.
012213     CALL "APRCHECK" USING WS-PROGRAM-ID PRG-SSN
012214         PRG-OPERATOR-ID PRG-APPROVER-ID PRG-REASON-CODE
012215         SSN-MASTER-NAME WS-PURGE-DATE WS-APPROVAL-RESULT
012216     END-CALL.
012217     EVALUATE TRUE
012218         WHEN WS-PURGE-APPROVED
012219             PERFORM 3100-ARCHIVE-AND-DELETE THRU 3100-EXIT
012220         WHEN WS-PURGE-HELD
012221             DISPLAY "PURGE REQUEST FOR SSN " PRG-SSN
012222                 " - HELD FOR APPROVAL, REQUESTED BY "
012223                 PRG-OPERATOR-ID
012224             ADD 1 TO WS-REQUESTS-HELD
012225         WHEN WS-PURGE-WAITING
012226             DISPLAY "PURGE REQUEST FOR SSN " PRG-SSN
012227                 " - ALREADY AWAITING APPROVAL"
012228             ADD 1 TO WS-REQUESTS-HELD
012229         WHEN OTHER
012230             DISPLAY "REJECTED PURGE REQUEST: " PRG-SSN
012231                 " - NO APPROVED REQUEST ON FILE"
012232             ADD 1 TO WS-REQUESTS-REJECTED
012233     END-EVALUATE.
012234 3050-EXIT.
012235     EXIT.
012300 3100-ARCHIVE-AND-DELETE.
012400*    THE MASTER IS DELETED FIRST. THE ARCHIVE RECORD, THE NAME
012500*    INDEX ENTRY AND THE BENEFITS STOP RECORD FOLLOW ONLY WHEN
012600*    THE DELETE HAS TAKEN, SO NOTHING IS ARCHIVED OR STOPPED FOR
012610*    A RECORD STILL ON FILE. ALL THREE ARE BUILT FROM THE MASTER
012620*    LEFT IN THE RECORD AREA, WHICH THE DELETE DOES NOT DISTURB.
012700     INITIALIZE ARCHIVE-OUT-RECORD.
012800     MOVE SSN-MASTER-KEY-X TO ARC-SSN.
012900     MOVE SSN-MASTER-NAME  TO ARC-NAME.
013000     MOVE PRG-REASON-CODE  TO ARC-REASON-CODE.
013100     MOVE WS-PURGE-DATE    TO ARC-PURGE-DATE.
013230     MOVE SPACES TO BENEFITS-STOP-RECORD.
013235     MOVE SSN-MASTER-KEY    TO STP-SSN.
013240     MOVE SSN-MASTER-NAME   TO STP-NAME.
013245     MOVE PRG-REASON-CODE   TO STP-REASON-CODE.
013250     MOVE WS-PURGE-DATE     TO STP-STOP-DATE.
013255     IF SSN-MASTER-BIRTH-DATE-X IS NUMERIC
013260         MOVE SSN-MASTER-BIRTH-DATE TO STP-BIRTH-DATE
013265     ELSE
013270         MOVE ZERO TO STP-BIRTH-DATE
013275     END-IF.
013300     DELETE SSN-MASTER
013310         INVALID KEY
013320             DISPLAY "DELETE FAILED FOR SSN " ARC-SSN
013330                 " - NOTHING ARCHIVED OR STOPPED"
013340             ADD 1 TO WS-RECORDS-NOT-FOUND
013350         NOT INVALID KEY
013352             WRITE ARCHIVE-OUT-RECORD
013354             PERFORM 3200-DELETE-NAME-INDEX THRU 3200-EXIT
013356             WRITE BENEFITS-STOP-RECORD
013358             ADD 1 TO WS-STP-DETAIL-COUNT
013360             ADD STP-SSN TO WS-STP-SSN-HASH
013362             DISPLAY "PURGED SSN " ARC-SSN
013364                 " REASON " ARC-REASON-CODE
013366             ADD 1 TO WS-RECORDS-PURGED
013368     END-DELETE.
013600 3100-EXIT.
013700     EXIT.
013710 3200-DELETE-NAME-INDEX.
013797     EXIT.
013800 9000-TERMINATE.
013900     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
013950     PERFORM 9150-WRITE-STOP-TRAILER THRU 9150-EXIT.
014000     CLOSE PURGE-IN SSN-MASTER SSN-NAME-INDEX ARCHIVE-OUT
014010         CONTROL-COUNTS BENEFITS-STOP.
014060     PERFORM 9200-VERIFY-STOP-FILE THRU 9200-EXIT.
014100     DISPLAY "PURGE REQUESTS READ:     " WS-REQUESTS-READ.
014200     DISPLAY "MASTER RECORDS PURGED:   " WS-RECORDS-PURGED.
014300     DISPLAY "REQUESTS REJECTED:       " WS-REQUESTS-REJECTED.
014400     DISPLAY "MASTER RECORDS NOT FOUND:" WS-RECORDS-NOT-FOUND.
014450     DISPLAY "BENEFITS STOPS WRITTEN:  " WS-STP-DETAIL-COUNT.
014460     DISPLAY "HELD FOR APPROVAL:       " WS-REQUESTS-HELD.
014500     CALL "AUDITLOG" USING WS-PROGRAM-ID
014600         WS-REQUESTS-READ WS-RECORDS-PURGED WS-REQUESTS-REJECTED
014700         WS-AUDIT-ZERO WS-AUDIT-MESSAGE WS-RUN-NUMBER
014701         WS-AUDIT-END-TYPE
014800     END-CALL.
014810*    THE RETURN CODE IS SET AFTER THE AUDIT-TRAIL CALL -- A CALL
014820*    REPLACES RETURN-CODE WITH THE CALLED PROGRAM'S VALUE.
014830     IF NOT WS-STP-FILE-BALANCES
014840         MOVE 16 TO RETURN-CODE
014850     END-IF.
014900 9000-EXIT.
015000     EXIT.
015100 9100-WRITE-CONTROL-COUNTS.
015800     WRITE CONTROL-COUNT-RECORD.
015900 9100-EXIT.
016000     EXIT.
016100 9150-WRITE-STOP-TRAILER.
016200     MOVE SPACES TO BENEFITS-STOP-TRAILER-RECORD.
016300     MOVE "TRL" TO STP-TRL-ID.
016400     MOVE WS-STP-DETAIL-COUNT TO STP-TRL-DETAIL-COUNT.
016500     MOVE WS-STP-SSN-HASH TO STP-TRL-SSN-HASH.
016600     WRITE BENEFITS-STOP-TRAILER-RECORD.
016700 9150-EXIT.
016800     EXIT.
016900 9200-VERIFY-STOP-FILE.
017000*    READS THE STOP FILE BACK AFTER CLOSE AND BALANCES THE
017100*    DETAILS AGAINST THE TRAILER JUST WRITTEN. A SHORT FILE, A
017200*    MISSING HEADER OR TRAILER, OR A COUNT OR HASH MISMATCH FAILS
017300*    THE STEP BEFORE THE FILE EVER LEAVES THE SHOP.
017400     OPEN INPUT BENEFITS-STOP.
017500     PERFORM 9250-VERIFY-ONE-RECORD THRU 9250-EXIT
017600         UNTIL WS-NO-MORE-VERIFY.
017700     CLOSE BENEFITS-STOP.
017800     IF NOT WS-VFY-HEADER-SEEN
017900         DISPLAY "BENEFITS STOP FILE HAS NO HEADER RECORD"
018000         MOVE "N" TO WS-STP-BALANCE-SWITCH
018100     END-IF.
018200     IF NOT WS-VFY-TRAILER-SEEN
018300         DISPLAY "BENEFITS STOP FILE HAS NO TRAILER RECORD"
018400         MOVE "N" TO WS-STP-BALANCE-SWITCH
018500     END-IF.
018600     IF WS-VFY-TRAILER-SEEN
018700             AND (WS-VFY-DETAIL-COUNT NOT = WS-VFY-TRL-COUNT
018800             OR WS-VFY-SSN-HASH NOT = WS-VFY-TRL-HASH)
018900         DISPLAY "BENEFITS STOP FILE DOES NOT BALANCE TO ITS "
019000             "TRAILER"
019100         DISPLAY "  DETAILS " WS-VFY-DETAIL-COUNT
019200             " TRAILER " WS-VFY-TRL-COUNT
019300         DISPLAY "  HASH    " WS-VFY-SSN-HASH
019400             " TRAILER " WS-VFY-TRL-HASH
019500         MOVE "N" TO WS-STP-BALANCE-SWITCH
019600     END-IF.
019700     IF WS-STP-FILE-BALANCES
019800         DISPLAY "BENEFITS STOP FILE BALANCES TO ITS TRAILER - "
019900             WS-VFY-DETAIL-COUNT " DETAILS"
020000     END-IF.
020100 9200-EXIT.
020200     EXIT.
020300 9250-VERIFY-ONE-RECORD.
020400     READ BENEFITS-STOP
020500         AT END
020600             MOVE "Y" TO WS-VFY-EOF-SWITCH
020700             GO TO 9250-EXIT
020800     END-READ.
020900     EVALUATE STP-HDR-ID
021000         WHEN "HDR"
021100             MOVE "Y" TO WS-VFY-HEADER-SWITCH
021200         WHEN "TRL"
021300             MOVE "Y" TO WS-VFY-TRAILER-SWITCH
021400             MOVE STP-TRL-DETAIL-COUNT TO WS-VFY-TRL-COUNT
021500             MOVE STP-TRL-SSN-HASH TO WS-VFY-TRL-HASH
021600         WHEN OTHER
021700             ADD 1 TO WS-VFY-DETAIL-COUNT
021800             ADD STP-SSN TO WS-VFY-SSN-HASH
021900     END-EVALUATE.
022000 9250-EXIT.
022100     EXIT.
