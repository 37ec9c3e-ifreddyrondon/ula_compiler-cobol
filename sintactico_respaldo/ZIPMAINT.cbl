000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ZIPMAINT.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/25/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* ZIPMAINT IS THE TRANSACTION-DECK MAINTENANCE JOB FOR THE
000900* ZIP-CODE REFERENCE FILE (ZIPREF.CPY). ADRMAINT USED TO COPY
001000* THE CITY, STATE, AND ZIP OFF THE CARD AS KEYED, SO A TEXAS
001100* STATE CODE ON A NEW YORK ZIP OR A FOUR-DIGIT ZIP WENT STRAIGHT
001200* TO THE MAILROOM. THE ZIPS NOW LIVE ON A KEYED REFERENCE FILE
001300* THAT ADRMAINT AND ADRSWEEP CHECK AGAINST, SO WHEN THE POST
001400* OFFICE OPENS A ZIP THE SHOP ADDS A RECORD INSTEAD OF LETTING
001500* EVERY ADDRESS IN IT SUSPEND. THE DECK CARRIES A=ADD,
001600* C=CHANGE, D=DELETE, ENFORCED THE WAY RSNMAINT ENFORCES ITS
001700* CODES. THE CITY IS STORED NORMALIZED THROUGH NAMEMTCH --
001800* CASE RAISED, PUNCTUATION DROPPED, SPACING COLLAPSED -- SINCE
001900* IT IS THE ONE SPELLING ADRMAINT PUTS ON THE ADDRESS MASTER.
002000*
002100*    MODIFICATION HISTORY
002200*    -------------------------------------------------------------
002300*    DATE       INIT  DESCRIPTION
002400*    10/25/1988 FR    ORIGINAL PROGRAM.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. MOTOROLA.
002900 OBJECT-COMPUTER. INTEL.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ZIP-TRAN      ASSIGN TO ZIPTRAN
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400     SELECT ZIP-REFERENCE ASSIGN TO ZIPFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ZIP-CODE.
003800     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ZIP-TRAN
004500     LABEL RECORD IS OMITTED.
004600 01  ZIP-TRAN-RECORD.
004700     05  ZIP-TRAN-CODE              PIC X(01).
004800         88  ZIP-TRAN-ADD           VALUE "A".
004900         88  ZIP-TRAN-CHANGE        VALUE "C".
005000         88  ZIP-TRAN-DELETE        VALUE "D".
005100     05  ZIP-TRAN-KEY               PIC X(05).
005200     05  ZIP-TRAN-CITY              PIC X(13).
005300     05  ZIP-TRAN-STATE             PIC X(02).
005320     05  ZIP-TRAN-STATE-CHARS REDEFINES ZIP-TRAN-STATE.
005340         10  ZIP-TRAN-STATE-1       PIC X(01).
005360         10  ZIP-TRAN-STATE-2       PIC X(01).
005400     05  FILLER                     PIC X(59).
005500 FD  ZIP-REFERENCE
005600     LABEL RECORD IS STANDARD.
005700 COPY ZIPREF.
005800 FD  CONTROL-COUNTS
005900     LABEL RECORD IS OMITTED.
006000 COPY CNTREC.
006100 FD  RUN-CONTROL
006200     LABEL RECORD IS OMITTED.
006300 COPY RUNCTL.
006400 WORKING-STORAGE SECTION.
006500 01  WS-SWITCHES.
006600     05  WS-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
006700         88  WS-NO-MORE-TRANS       VALUE "Y".
006800     05  WS-TRAN-VALID-SWITCH       PIC X(01) VALUE "N".
006900         88  WS-TRAN-IS-VALID       VALUE "Y".
007000 01  WS-COUNTERS.
007100     05  WS-TRANS-READ              PIC 9(07) VALUE ZERO.
007200     05  WS-ZIPS-ADDED              PIC 9(07) VALUE ZERO.
007300     05  WS-ZIPS-UPDATED            PIC 9(07) VALUE ZERO.
007400     05  WS-ZIPS-DELETED            PIC 9(07) VALUE ZERO.
007500     05  WS-TRANS-REJECTED          PIC 9(07) VALUE ZERO.
007600     05  WS-DELETES-NOT-FOUND       PIC 9(07) VALUE ZERO.
007700 01  WS-ZIPS-TOTAL                  PIC 9(07) VALUE ZERO.
007800 01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
007900 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
008000 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
008100 01  WS-CITY-FIELDS.
008200     05  WS-NMF-FUNCTION            PIC X(01) VALUE "N".
008300     05  WS-CITY-WORK               PIC X(20) VALUE SPACES.
008400     05  WS-CITY-NORM               PIC X(20) VALUE SPACES.
008500     05  WS-NMF-RESULT              PIC X(01) VALUE SPACE.
008600 01  WS-PROGRAM-ID                  PIC X(08) VALUE "ZIPMAINT".
008700 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
008800     "ZIP REFERENCE MAINTENANCE RUN COMPLETE".
008900 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
009000 01  WS-AUDIT-START-FIELDS.
009100     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
009200     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
009300     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
009400     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
009500     05  WS-AST-MESSAGE             PIC X(40) VALUE
009600         "RUN STARTED".
009700 01  WS-AUDIT-TYPE-FIELDS.
009800     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
009900     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
010000 PROCEDURE DIVISION.
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
010400         UNTIL WS-NO-MORE-TRANS.
010500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010600     STOP RUN.
010700 1000-INITIALIZE.
010800     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
010900     CALL "AUDITLOG" USING WS-PROGRAM-ID
011000         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
011100         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
011200         WS-AUDIT-START-TYPE
011300     END-CALL.
011400     OPEN INPUT ZIP-TRAN.
011500     OPEN I-O ZIP-REFERENCE.
011600     OPEN EXTEND CONTROL-COUNTS.
011700     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
011800 1000-EXIT.
011900     EXIT.
012000 1050-READ-RUN-CONTROL.
012100*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
012200*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN.
012300     OPEN INPUT RUN-CONTROL.
012400     READ RUN-CONTROL
012500         AT END
012600             DISPLAY "ZIPMAINT ABEND - RUN-CONTROL FILE IS "
012700                 "EMPTY, RUN RUNCTLST FIRST"
012800             MOVE 16 TO RETURN-CODE
012900             STOP RUN
013000     END-READ.
013100     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
013200     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
013300     CLOSE RUN-CONTROL.
013400 1050-EXIT.
013500     EXIT.
013600 2000-PROCESS-TRAN.
013700     PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT.
013800     IF WS-TRAN-IS-VALID
013900         EVALUATE TRUE
014000             WHEN ZIP-TRAN-ADD
014100                 PERFORM 3000-ADD-ZIP THRU 3000-EXIT
014200             WHEN ZIP-TRAN-CHANGE
014300                 PERFORM 4000-CHANGE-ZIP THRU 4000-EXIT
014400             WHEN ZIP-TRAN-DELETE
014500                 PERFORM 5000-DELETE-ZIP THRU 5000-EXIT
014600         END-EVALUATE
014700     ELSE
014800         PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
014900     END-IF.
015000     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
015100 2000-EXIT.
015200     EXIT.
015300 2100-READ-TRAN.
015400     READ ZIP-TRAN
015500         AT END
015600             MOVE "Y" TO WS-TRAN-EOF-SWITCH
015700     END-READ.
015800     IF NOT WS-NO-MORE-TRANS
015900         ADD 1 TO WS-TRANS-READ
016000     END-IF.
016100 2100-EXIT.
016200     EXIT.
016300 2200-VALIDATE-TRAN.
016400     MOVE "N" TO WS-TRAN-VALID-SWITCH.
016500     MOVE SPACES TO WS-REJECT-REASON.
016600     EVALUATE TRUE
016700         WHEN ZIP-TRAN-KEY = SPACES
016800             MOVE "ZIP CODE IS BLANK" TO WS-REJECT-REASON
016900         WHEN ZIP-TRAN-KEY IS NOT NUMERIC
017000             MOVE "ZIP CODE IS NOT FIVE DIGITS"
017100                 TO WS-REJECT-REASON
017200         WHEN NOT ZIP-TRAN-ADD AND NOT ZIP-TRAN-CHANGE
017300                 AND NOT ZIP-TRAN-DELETE
017400             MOVE "UNKNOWN TRANSACTION CODE" TO WS-REJECT-REASON
017500         WHEN ZIP-TRAN-ADD
017600                 AND (ZIP-TRAN-CITY = SPACES
017700                   OR ZIP-TRAN-STATE = SPACES)
017800             MOVE "ADD NEEDS BOTH CITY AND STATE"
017900                 TO WS-REJECT-REASON
018000         WHEN ZIP-TRAN-STATE NOT = SPACES
018100                 AND (ZIP-TRAN-STATE IS NOT ALPHABETIC
018200                   OR ZIP-TRAN-STATE-1 = SPACE
018300                   OR ZIP-TRAN-STATE-2 = SPACE)
018400             MOVE "STATE IS NOT A TWO-LETTER CODE"
018500                 TO WS-REJECT-REASON
018600         WHEN OTHER
018700             MOVE "Y" TO WS-TRAN-VALID-SWITCH
018800     END-EVALUATE.
018900 2200-EXIT.
019000     EXIT.
019100 2300-NORMALIZE-CITY.
019200     MOVE ZIP-TRAN-CITY TO WS-CITY-WORK.
019300     CALL "NAMEMTCH" USING WS-NMF-FUNCTION WS-CITY-WORK
019400         WS-CITY-NORM WS-NMF-RESULT
019500     END-CALL.
019600     INSPECT ZIP-TRAN-STATE CONVERTING
019700         "abcdefghijklmnopqrstuvwxyz" TO
019800         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
019900 2300-EXIT.
020000     EXIT.
020100 3000-ADD-ZIP.
020200     MOVE ZIP-TRAN-KEY TO ZIP-CODE.
020300     READ ZIP-REFERENCE
020400         INVALID KEY
020500             PERFORM 2300-NORMALIZE-CITY THRU 2300-EXIT
020600             INITIALIZE ZIP-REFERENCE-RECORD
020700             MOVE ZIP-TRAN-KEY   TO ZIP-CODE
020800             MOVE WS-CITY-NORM   TO ZIP-CITY
020900             MOVE ZIP-TRAN-STATE TO ZIP-STATE
021000             WRITE ZIP-REFERENCE-RECORD
021100             ADD 1 TO WS-ZIPS-ADDED
021200         NOT INVALID KEY
021300             MOVE "ADD BUT ZIP ALREADY ON FILE"
021400                 TO WS-REJECT-REASON
021500             PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
021600     END-READ.
021700 3000-EXIT.
021800     EXIT.
021900 4000-CHANGE-ZIP.
022000*    A BLANK FIELD ON THE TRANSACTION KEEPS THE VALUE ALREADY ON
022100*    FILE, SO A CITY RESPELLING DOES NOT HAVE TO REKEY THE STATE.
022200     MOVE ZIP-TRAN-KEY TO ZIP-CODE.
022300     READ ZIP-REFERENCE
022400         INVALID KEY
022500             MOVE "CHANGE BUT ZIP NOT ON FILE"
022600                 TO WS-REJECT-REASON
022700             PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
022800         NOT INVALID KEY
022900             PERFORM 2300-NORMALIZE-CITY THRU 2300-EXIT
023000             IF ZIP-TRAN-CITY NOT = SPACES
023100                 MOVE WS-CITY-NORM TO ZIP-CITY
023200             END-IF
023300             IF ZIP-TRAN-STATE NOT = SPACES
023400                 MOVE ZIP-TRAN-STATE TO ZIP-STATE
023500             END-IF
023600             REWRITE ZIP-REFERENCE-RECORD
023700             ADD 1 TO WS-ZIPS-UPDATED
023800     END-READ.
023900 4000-EXIT.
024000     EXIT.
024100 5000-DELETE-ZIP.
024200     MOVE ZIP-TRAN-KEY TO ZIP-CODE.
024300     READ ZIP-REFERENCE
024400         INVALID KEY
024500             DISPLAY "DELETE TRAN FOR ZIP CODE " ZIP-TRAN-KEY
024600                 " - ZIP NOT ON FILE"
024700             ADD 1 TO WS-DELETES-NOT-FOUND
024800         NOT INVALID KEY
024900             DELETE ZIP-REFERENCE
025000             ADD 1 TO WS-ZIPS-DELETED
025100     END-READ.
025200 5000-EXIT.
025300     EXIT.
025400 6000-REJECT-TRAN.
025500     DISPLAY "REJECTED ZIP TRAN: " ZIP-TRAN-KEY " - "
025600         WS-REJECT-REASON.
025700     ADD 1 TO WS-TRANS-REJECTED.
025800 6000-EXIT.
025900     EXIT.
026000 9000-TERMINATE.
026100     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
026200     CLOSE ZIP-TRAN ZIP-REFERENCE CONTROL-COUNTS.
026300     DISPLAY "ZIP TRANSACTIONS READ:    " WS-TRANS-READ.
026400     DISPLAY "ZIP CODES ADDED:          " WS-ZIPS-ADDED.
026500     DISPLAY "ZIP CODES UPDATED:        " WS-ZIPS-UPDATED.
026600     DISPLAY "ZIP CODES DELETED:        " WS-ZIPS-DELETED.
026700     DISPLAY "TRANSACTIONS REJECTED:    " WS-TRANS-REJECTED.
026800     DISPLAY "DELETES NOT ON FILE:      " WS-DELETES-NOT-FOUND.
026900     COMPUTE WS-ZIPS-TOTAL =
027000         WS-ZIPS-ADDED + WS-ZIPS-UPDATED + WS-ZIPS-DELETED.
027100     CALL "AUDITLOG" USING WS-PROGRAM-ID
027200         WS-TRANS-READ WS-ZIPS-TOTAL WS-TRANS-REJECTED
027300         WS-AUDIT-ZERO WS-AUDIT-MESSAGE WS-RUN-NUMBER
027400         WS-AUDIT-END-TYPE
027500     END-CALL.
027600 9000-EXIT.
027700     EXIT.
027800 9100-WRITE-CONTROL-COUNTS.
027900     INITIALIZE CONTROL-COUNT-RECORD.
028000     MOVE WS-PROGRAM-ID     TO CC-PROGRAM-ID.
028100     MOVE WS-TRANS-READ     TO CC-RECORDS-READ.
028200     MOVE WS-ZIPS-DELETED   TO CC-RECORDS-WRITTEN.
028300     MOVE WS-TRANS-REJECTED TO CC-RECORDS-REJECTED.
028400     MOVE WS-ZIPS-UPDATED   TO CC-RECORDS-UPDATED.
028500     MOVE WS-ZIPS-ADDED     TO CC-RECORDS-NOT-FOUND.
028600     MOVE WS-RUN-DATE       TO CC-RUN-DATE.
028700     MOVE WS-RUN-NUMBER     TO CC-RUN-NUMBER.
028800     WRITE CONTROL-COUNT-RECORD.
028900 9100-EXIT.
029000     EXIT.
