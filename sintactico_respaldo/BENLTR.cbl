002501*    10/10/1988 FR    REGISTER A START ENTRY AT INITIALIZE AND AN
002502*                     END ENTRY AT TERMINATE THROUGH AUDITLOG, SO
002503*                     AUDRPT CAN REPORT ELAPSED TIME PER NIGHT.
002523*    10/30/1988 FR    THE EXCEPTIONS REPORT NOW PRINTS THE SSN
002543*                     AS XXX-XX-SSSS THROUGH THE COMMON SSNMASK
002563*                     ROUTINE. PARM 'FULLSSN' PRINTS IT IN FULL
002583*                     AND LOGS THE RUN THROUGH AUDITLOG.
002585*    11/02/1988 FR    AN ADDRESS RTNMAIL HAS FLAGGED
002587*                     UNDELIVERABLE (ADRUND) GETS NO LETTER. THE
002589*                     PERSON GOES ON THE EXCEPTION LISTING,
002591*                     UNMARKED, UNTIL ADRMAINT APPLIES A NEW
002593*                     ADDRESS AND DROPS THE FLAG.
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
004800         ORGANIZATION IS LINE SEQUENTIAL.
004820     SELECT UNDELIVERABLE-FILE ASSIGN TO ADRUND
004840         ORGANIZATION IS INDEXED
004860         ACCESS MODE IS DYNAMIC
004880         RECORD KEY IS UND-KEY.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SSN-MASTER
006600 FD  CONTROL-COUNTS
006700     LABEL RECORD IS OMITTED.
006800 COPY CNTREC.
006820 FD  UNDELIVERABLE-FILE
006840     LABEL RECORD IS STANDARD.
006860 COPY ADRUND.
006900 WORKING-STORAGE SECTION.
007000 01  WS-SWITCHES.
007100     05  WS-MASTER-EOF-SWITCH       PIC X(01) VALUE "N".
007800     05  WS-LETTERS-WRITTEN         PIC 9(07) VALUE ZERO.
007900     05  WS-NO-ADDRESS              PIC 9(07) VALUE ZERO.
008000     05  WS-BLANK-ZIP               PIC 9(07) VALUE ZERO.
008050     05  WS-UNDELIVERABLE           PIC 9(07) VALUE ZERO.
008100 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
008200 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
008300 01  WS-EXCEPTION-TOTAL             PIC 9(07) VALUE ZERO.
010300     05  WS-EH-RUN-DATE             PIC 9(08).
010400     05  FILLER                     PIC X(23) VALUE SPACES.
010500 01  WS-EXC-DETAIL-LINE.
010600     05  WS-EX-SSN                  PIC X(11).
010700     05  FILLER                     PIC X(03) VALUE SPACES.
010800     05  WS-EX-NAME                 PIC X(20).
010900     05  FILLER                     PIC X(03) VALUE SPACES.
011000     05  WS-EX-REASON               PIC X(40).
011100     05  FILLER                     PIC X(03) VALUE SPACES.
011200 01  WS-PROGRAM-ID                  PIC X(08) VALUE "BENLTR".
011300 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
011400     "ENROLLMENT LETTER RUN COMPLETE".
011508 01  WS-AUDIT-TYPE-FIELDS.
011509     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
011510     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
011520     05  WS-AUDIT-FULL-SSN-TYPE     PIC X(01) VALUE "F".
011530 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
011540     "FULL SSNS PRINTED UNDER FULLSSN PARM".
011550 01  WS-SSN-PRINT-FIELDS.
011560     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
011570         88  WS-PRINT-FULL-SSN      VALUE "F".
011580     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
011590 01  WS-PARM                        PIC X(80) VALUE SPACES.
011600 PROCEDURE DIVISION.
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012403         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
012404         WS-AUDIT-START-TYPE
012405     END-CALL.
012455     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
012500     OPEN I-O SSN-MASTER.
012600     OPEN INPUT ADDRESS-MASTER.
012650     OPEN INPUT UNDELIVERABLE-FILE.
012700     OPEN OUTPUT LETTER-OUT.
012800     OPEN OUTPUT EXCEPTION-OUT.
012900     OPEN EXTEND CONTROL-COUNTS.
015400     CLOSE RUN-CONTROL.
015500 1050-EXIT.
015600     EXIT.
015602 1060-CHECK-SSN-PRINT.
015604*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
015606*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
015608     ACCEPT WS-PARM FROM COMMAND-LINE.
015610     IF WS-PARM = SPACES
015612         GO TO 1060-EXIT
015614     END-IF.
015616     IF WS-PARM NOT = "FULLSSN"
015618         DISPLAY "BENLTR ABEND - PARM MUST BE FULLSSN OR "
015620             "OMITTED: " WS-PARM
015622         MOVE 16 TO RETURN-CODE
015624         STOP RUN
015626     END-IF.
015628     MOVE "F" TO WS-SSN-PRINT-MODE.
015630     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
015632     CALL "AUDITLOG" USING WS-PROGRAM-ID
015634         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
015636         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
015638         WS-AUDIT-FULL-SSN-TYPE
015640     END-CALL.
015642 1060-EXIT.
015644     EXIT.
015700 2000-SCAN-ONE-MASTER.
015800     READ SSN-MASTER NEXT RECORD
015900         AT END
017900*    A LETTER NEEDS A DELIVERABLE ADDRESS. NO ADDRESS RECORD OR
018000*    A BLANK ZIP GOES TO THE EXCEPTION LISTING, AND THE MASTER
018100*    STAYS UNMARKED SO THE PERSON PICKS UP AGAIN THE NIGHT
018200*    AFTER THE ADDRESS IS FIXED. SO DOES AN ADDRESS THE POST
018250*    OFFICE HAS ALREADY SENT MAIL BACK FROM.
018300     MOVE "N" TO WS-ADDRESS-OK-SWITCH.
018400     MOVE SSN-MASTER-KEY-X TO ADR-KEY.
018500     READ ADDRESS-MASTER
019800                 MOVE "Y" TO WS-ADDRESS-OK-SWITCH
019900             END-IF
020000     END-READ.
020005     IF NOT WS-ADDRESS-IS-GOOD
020010         GO TO 3000-EXIT
020015     END-IF.
020020     MOVE SSN-MASTER-KEY-X TO UND-KEY.
020025     READ UNDELIVERABLE-FILE
020030         INVALID KEY
020035             CONTINUE
020040         NOT INVALID KEY
020045             MOVE "N" TO WS-ADDRESS-OK-SWITCH
020050             MOVE "ADDRESS FLAGGED UNDELIVERABLE"
020055                 TO WS-EX-REASON
020060             ADD 1 TO WS-UNDELIVERABLE
020065             PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
020070     END-READ.
020100 3000-EXIT.
020200     EXIT.
020300 3100-WRITE-EXCEPTION.
020320     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
020340         SSN-MASTER-KEY-X WS-PRINTED-SSN
020360     END-CALL.
020380     MOVE WS-PRINTED-SSN TO WS-EX-SSN.
020500     MOVE SSN-MASTER-NAME  TO WS-EX-NAME.
020600     WRITE EXCEPTION-OUT-RECORD FROM WS-EXC-DETAIL-LINE.
020700 3100-EXIT.
022700     EXIT.
022800 9000-TERMINATE.
022810     COMPUTE WS-EXCEPTION-TOTAL =
022820         WS-NO-ADDRESS + WS-BLANK-ZIP + WS-UNDELIVERABLE.
022900     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
023000     CLOSE SSN-MASTER ADDRESS-MASTER LETTER-OUT EXCEPTION-OUT
023100         CONTROL-COUNTS UNDELIVERABLE-FILE.
023200     DISPLAY "MASTER RECORDS READ:     " WS-MASTERS-READ.
023300     DISPLAY "ACCEPTED, NOT NOTIFIED:  " WS-ACCEPTED-FOUND.
023400     DISPLAY "LETTERS WRITTEN:         " WS-LETTERS-WRITTEN.
023500     DISPLAY "NO ADDRESS RECORD:       " WS-NO-ADDRESS.
023600     DISPLAY "BLANK ZIP CODE:          " WS-BLANK-ZIP.
023700     DISPLAY "FLAGGED UNDELIVERABLE:   " WS-UNDELIVERABLE.
023900     CALL "AUDITLOG" USING WS-PROGRAM-ID
024000         WS-ACCEPTED-FOUND WS-LETTERS-WRITTEN
024100         WS-EXCEPTION-TOTAL WS-AUDIT-ZERO WS-AUDIT-MESSAGE
