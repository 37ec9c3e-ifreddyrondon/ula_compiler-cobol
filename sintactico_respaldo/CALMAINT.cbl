000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALMAINT.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/26/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* CALMAINT IS THE TRANSACTION-DECK MAINTENANCE JOB FOR THE
000900* BUSINESS CALENDAR (BUSCAL.CPY) RUNCTLST TAKES THE NIGHT'S
001000* BUSINESS DATE FROM. THE DECK CARRIES A=ADD, C=CHANGE, D=DELETE
001100* FOR ONE DATE AT A TIME -- DAY TYPE W (WORKING), H (HOLIDAY),
001200* OR N (NON-WORKING) AND A DESCRIPTION -- ENFORCED THE WAY
001300* RSNMAINT ENFORCES ITS CODES, PLUS G=GENERATE, WHICH LAYS DOWN
001400* EVERY DAY OF THE YEAR ON THE CARD (DATE YYYY0000) THAT IS NOT
001500* ALREADY ON FILE: MONDAY THROUGH FRIDAY AS WORKING DAYS,
001600* SATURDAY AND SUNDAY AS NON-WORKING. THE USUAL YEAR-END DECK
001700* IS ONE G CARD FOLLOWED BY A C CARD FOR EACH HOLIDAY.
001800*
001900* THE MONTH-END, QUARTER-END, AND YEAR-END FLAGS ARE NEVER KEYED.
002000* AFTER THE DECK, EVERY YEAR IT TOUCHED IS REFLAGGED: THE LAST
002100* WORKING DAY OF EACH MONTH IS MONTH-END, OF MARCH, JUNE,
002200* SEPTEMBER, AND DECEMBER ALSO QUARTER-END, AND OF DECEMBER ALSO
002300* YEAR-END -- SO A HOLIDAY KEYED ON THE LAST DAY OF A MONTH MOVES
002400* THE MONTH-END BACK BY ITSELF.
002500*
002600*    MODIFICATION HISTORY
002700*    -------------------------------------------------------------
002800*    DATE       INIT  DESCRIPTION
002900*    10/26/1988 FR    ORIGINAL PROGRAM.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. MOTOROLA.
003400 OBJECT-COMPUTER. INTEL.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CALENDAR-TRAN ASSIGN TO CALTRAN
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT BUSINESS-CALENDAR ASSIGN TO BUSCAL
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CAL-DATE.
004300     SELECT CONTROL-COUNTS ASSIGN TO CNTFILE
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CALENDAR-TRAN
005000     LABEL RECORD IS OMITTED.
005100 01  CALENDAR-TRAN-RECORD.
005200     05  CAL-TRAN-CODE              PIC X(01).
005300         88  CAL-TRAN-ADD           VALUE "A".
005400         88  CAL-TRAN-CHANGE        VALUE "C".
005500         88  CAL-TRAN-DELETE        VALUE "D".
005600         88  CAL-TRAN-GENERATE      VALUE "G".
005700     05  CAL-TRAN-DATE              PIC X(08).
005800     05  CAL-TRAN-DATE-PARTS REDEFINES CAL-TRAN-DATE.
005900         10  CAL-TRAN-YEAR          PIC 9(04).
006000         10  CAL-TRAN-MONTH         PIC 9(02).
006100         10  CAL-TRAN-DAY           PIC 9(02).
006200     05  CAL-TRAN-DAY-TYPE          PIC X(01).
006300     05  CAL-TRAN-DESCRIPTION       PIC X(20).
006400     05  FILLER                     PIC X(50).
006500 FD  BUSINESS-CALENDAR
006600     LABEL RECORD IS STANDARD.
006700 COPY BUSCAL.
006800 FD  CONTROL-COUNTS
006900     LABEL RECORD IS OMITTED.
007000 COPY CNTREC.
007100 FD  RUN-CONTROL
007200     LABEL RECORD IS OMITTED.
007300 COPY RUNCTL.
007400 WORKING-STORAGE SECTION.
007500 01  WS-SWITCHES.
007600     05  WS-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
007700         88  WS-NO-MORE-TRANS       VALUE "Y".
007800     05  WS-TRAN-VALID-SWITCH       PIC X(01) VALUE "N".
007900         88  WS-TRAN-IS-VALID       VALUE "Y".
008000     05  WS-DATE-VALID-SWITCH       PIC X(01) VALUE "N".
008100         88  WS-DATE-IS-VALID       VALUE "Y".
008200     05  WS-YEAR-KNOWN-SWITCH       PIC X(01) VALUE "N".
008300         88  WS-YEAR-IS-KNOWN       VALUE "Y".
008400 01  WS-COUNTERS.
008500     05  WS-TRANS-READ              PIC 9(07) VALUE ZERO.
008600     05  WS-DAYS-ADDED              PIC 9(07) VALUE ZERO.
008700     05  WS-DAYS-UPDATED            PIC 9(07) VALUE ZERO.
008800     05  WS-DAYS-DELETED            PIC 9(07) VALUE ZERO.
008900     05  WS-TRANS-REJECTED          PIC 9(07) VALUE ZERO.
009000     05  WS-DELETES-NOT-FOUND       PIC 9(07) VALUE ZERO.
009100     05  WS-DAYS-GENERATED          PIC 9(07) VALUE ZERO.
009200     05  WS-DAYS-ALREADY-ON-FILE    PIC 9(07) VALUE ZERO.
009300     05  WS-PERIOD-ENDS-FLAGGED     PIC 9(07) VALUE ZERO.
009400 01  WS-DAYS-TOTAL                  PIC 9(07) VALUE ZERO.
009500 01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
009600 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
009700 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
009800*    THE YEARS THE DECK TOUCHED, REFLAGGED AT THE END OF THE RUN.
009900 01  WS-YEAR-TABLE.
010000     05  WS-YEAR-COUNT              PIC 9(02) VALUE ZERO.
010100     05  WS-YEAR-ENTRY OCCURS 10 TIMES
010200             INDEXED BY WS-YR-IDX.
010300         10  WS-YEAR-TOUCHED        PIC 9(04).
010400 01  WS-GENERATE-FIELDS.
010500     05  WS-GEN-YEAR                PIC 9(04) VALUE ZERO.
010600     05  WS-GEN-MONTH               PIC 9(02) VALUE ZERO.
010700     05  WS-GEN-DAY                 PIC 9(02) VALUE ZERO.
010800     05  WS-LAST-DAY                PIC 9(02) VALUE ZERO.
010900     05  WS-LAST-WORKING-DATE       PIC 9(08) VALUE ZERO.
011000     05  WS-SUNDAY-REMAINDER        PIC 9(01) VALUE ZERO.
011100     05  WS-DAY-REMAINDER           PIC 9(01) VALUE ZERO.
011200     05  WS-DAY-OF-WEEK             PIC S9(01) VALUE ZERO.
011300         88  WS-WEEKEND-DAY         VALUE 0 6.
011400     05  WS-WEEK-QUOTIENT           PIC 9(07) VALUE ZERO.
011500*    01/01/1989 FELL ON A SUNDAY; EVERY OTHER DAY'S PLACE IN
011600*    THE WEEK IS MEASURED FROM IT (0 = SUNDAY, 6 = SATURDAY).
011700 01  WS-KNOWN-SUNDAY                PIC 9(08) VALUE 19890101.
011800 01  WS-DATE-FIELDS.
011900     05  WS-DF-DATE                 PIC 9(08) VALUE ZERO.
012000     05  WS-DF-PARTS REDEFINES WS-DF-DATE.
012100         10  WS-DF-YEAR             PIC 9(04).
012200         10  WS-DF-MONTH            PIC 9(02).
012300         10  WS-DF-DAY              PIC 9(02).
012400     05  WS-DF-SERIAL               PIC 9(07) VALUE ZERO.
012500     05  WS-DF-PRIOR-YEAR           PIC 9(04) VALUE ZERO.
012600     05  WS-DF-LEAPS-4              PIC 9(04) VALUE ZERO.
012700     05  WS-DF-LEAPS-100            PIC 9(04) VALUE ZERO.
012800     05  WS-DF-LEAPS-400            PIC 9(04) VALUE ZERO.
012900     05  WS-DF-REMAINDER-4          PIC 9(03) VALUE ZERO.
013000     05  WS-DF-REMAINDER-100        PIC 9(03) VALUE ZERO.
013100     05  WS-DF-REMAINDER-400        PIC 9(03) VALUE ZERO.
013200     05  WS-DF-WORK-QUOTIENT        PIC 9(04) VALUE ZERO.
013300     05  WS-DF-LEAP-SWITCH          PIC X(01) VALUE "N".
013400         88  WS-DF-IS-LEAP          VALUE "Y".
013500 01  WS-MONTH-DAYS-VALUES.
013600     05  FILLER                     PIC X(09) VALUE "000031059".
013700     05  FILLER                     PIC X(09) VALUE "090120151".
013800     05  FILLER                     PIC X(09) VALUE "181212243".
013900     05  FILLER                     PIC X(09) VALUE "273304334".
014000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
014100     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
014200                                    PIC 9(03).
014300 01  WS-MONTH-LENGTH-VALUES.
014400     05  FILLER                     PIC X(12) VALUE
014500         "312831303130".
014600     05  FILLER                     PIC X(12) VALUE
014700         "313130313031".
014800 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
014900     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
015000                                    PIC 9(02).
015100 01  WS-PROGRAM-ID                  PIC X(08) VALUE "CALMAINT".
015200 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
015300     "BUSINESS CALENDAR MAINTENANCE COMPLETE".
015400 01  WS-AUDIT-ZERO                  PIC 9(07) VALUE ZERO.
015500 01  WS-AUDIT-START-FIELDS.
015600     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
015700     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
015800     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
015900     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
016000     05  WS-AST-MESSAGE             PIC X(40) VALUE
016100         "RUN STARTED".
016200 01  WS-AUDIT-TYPE-FIELDS.
016300     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
016400     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
016900         UNTIL WS-NO-MORE-TRANS.
017000     PERFORM 7000-REFLAG-YEARS THRU 7000-EXIT.
017100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017200     STOP RUN.
017300 1000-INITIALIZE.
017400     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
017500     CALL "AUDITLOG" USING WS-PROGRAM-ID
017600         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
017700         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
017800         WS-AUDIT-START-TYPE
017900     END-CALL.
018000     MOVE WS-KNOWN-SUNDAY TO WS-DF-DATE.
018100     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
018200     DIVIDE WS-DF-SERIAL BY 7
018300         GIVING WS-WEEK-QUOTIENT
018400         REMAINDER WS-SUNDAY-REMAINDER.
018500     OPEN INPUT CALENDAR-TRAN.
018600     OPEN I-O BUSINESS-CALENDAR.
018700     OPEN EXTEND CONTROL-COUNTS.
018800     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
018900 1000-EXIT.
019000     EXIT.
019100 1050-READ-RUN-CONTROL.
019200*    THE OFFICIAL BUSINESS DATE AND RUN NUMBER COME FROM THE
019300*    RUN-CONTROL FILE RUNCTLST STAMPS AT THE HEAD OF NIGHTRUN.
019400     OPEN INPUT RUN-CONTROL.
019500     READ RUN-CONTROL
019600         AT END
019700             DISPLAY "CALMAINT ABEND - RUN-CONTROL FILE IS "
019800                 "EMPTY, RUN RUNCTLST FIRST"
019900             MOVE 16 TO RETURN-CODE
020000             STOP RUN
020100     END-READ.
020200     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
020300     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
020400     CLOSE RUN-CONTROL.
020500 1050-EXIT.
020600     EXIT.
020700 2000-PROCESS-TRAN.
020800     PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT.
020900     IF WS-TRAN-IS-VALID
021000         PERFORM 2350-NOTE-YEAR THRU 2350-EXIT
021100         EVALUATE TRUE
021200             WHEN CAL-TRAN-ADD
021300                 PERFORM 3000-ADD-DAY THRU 3000-EXIT
021400             WHEN CAL-TRAN-CHANGE
021500                 PERFORM 4000-CHANGE-DAY THRU 4000-EXIT
021600             WHEN CAL-TRAN-DELETE
021700                 PERFORM 5000-DELETE-DAY THRU 5000-EXIT
021800             WHEN CAL-TRAN-GENERATE
021900                 PERFORM 5500-GENERATE-YEAR THRU 5500-EXIT
022000         END-EVALUATE
022100     ELSE
022200         PERFORM 6500-REJECT-TRAN THRU 6500-EXIT
022300     END-IF.
022400     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
022500 2000-EXIT.
022600     EXIT.
022700 2100-READ-TRAN.
022800     READ CALENDAR-TRAN
022900         AT END
023000             MOVE "Y" TO WS-TRAN-EOF-SWITCH
023100     END-READ.
023200     IF NOT WS-NO-MORE-TRANS
023300         ADD 1 TO WS-TRANS-READ
023400     END-IF.
023500 2100-EXIT.
023600     EXIT.
023700 2200-VALIDATE-TRAN.
023800     MOVE "N" TO WS-TRAN-VALID-SWITCH.
023900     MOVE SPACES TO WS-REJECT-REASON.
024000     PERFORM 2250-CHECK-DATE THRU 2250-EXIT.
024100     PERFORM 2300-FIND-YEAR THRU 2300-EXIT.
024200     EVALUATE TRUE
024300         WHEN CAL-TRAN-DATE IS NOT NUMERIC
024400             MOVE "DATE IS NOT NUMERIC" TO WS-REJECT-REASON
024500         WHEN NOT CAL-TRAN-ADD AND NOT CAL-TRAN-CHANGE
024600                 AND NOT CAL-TRAN-DELETE
024700                 AND NOT CAL-TRAN-GENERATE
024800             MOVE "UNKNOWN TRANSACTION CODE" TO WS-REJECT-REASON
024900         WHEN CAL-TRAN-YEAR < 1900
025000             MOVE "YEAR IS BEFORE 1900" TO WS-REJECT-REASON
025100         WHEN CAL-TRAN-GENERATE
025200                 AND (CAL-TRAN-MONTH NOT = ZERO
025300                 OR CAL-TRAN-DAY NOT = ZERO)
025400             MOVE "GENERATE CARD TAKES DATE YYYY0000"
025500                 TO WS-REJECT-REASON
025600         WHEN NOT CAL-TRAN-GENERATE AND NOT WS-DATE-IS-VALID
025700             MOVE "DATE IS NOT A CALENDAR DATE"
025800                 TO WS-REJECT-REASON
025900         WHEN CAL-TRAN-ADD
026000                 AND CAL-TRAN-DAY-TYPE NOT = "W" AND "H" AND "N"
026100             MOVE "DAY TYPE IS NOT W H OR N" TO WS-REJECT-REASON
026200         WHEN CAL-TRAN-CHANGE
026300                 AND CAL-TRAN-DAY-TYPE NOT = "W" AND "H" AND "N"
026400                 AND SPACE
026500             MOVE "DAY TYPE IS NOT W H OR N" TO WS-REJECT-REASON
026600         WHEN NOT WS-YEAR-IS-KNOWN AND WS-YEAR-COUNT = 10
026700             MOVE "MORE THAN TEN YEARS IN ONE DECK"
026800                 TO WS-REJECT-REASON
026900         WHEN OTHER
027000             MOVE "Y" TO WS-TRAN-VALID-SWITCH
027100     END-EVALUATE.
027200 2200-EXIT.
027300     EXIT.
027400 2250-CHECK-DATE.
027500*    A REAL CALENDAR DATE: MONTH 01-12, DAY WITHIN THE MONTH,
027600*    FEBRUARY 29 ONLY IN A LEAP YEAR.
027700     MOVE "N" TO WS-DATE-VALID-SWITCH.
027800     IF CAL-TRAN-DATE IS NOT NUMERIC
027900         GO TO 2250-EXIT
028000     END-IF.
028100     IF CAL-TRAN-MONTH < 1 OR CAL-TRAN-MONTH > 12
028200         GO TO 2250-EXIT
028300     END-IF.
028400     MOVE CAL-TRAN-YEAR  TO WS-DF-YEAR.
028500     MOVE CAL-TRAN-MONTH TO WS-DF-MONTH.
028600     PERFORM 6300-FIND-LAST-DAY THRU 6300-EXIT.
028700     IF CAL-TRAN-DAY < 1 OR CAL-TRAN-DAY > WS-LAST-DAY
028800         GO TO 2250-EXIT
028900     END-IF.
029000     MOVE "Y" TO WS-DATE-VALID-SWITCH.
029100 2250-EXIT.
029200     EXIT.
029300 2300-FIND-YEAR.
029400     MOVE "N" TO WS-YEAR-KNOWN-SWITCH.
029500     IF CAL-TRAN-DATE IS NOT NUMERIC OR WS-YEAR-COUNT = ZERO
029600         GO TO 2300-EXIT
029700     END-IF.
029800     SET WS-YR-IDX TO 1.
029900     SEARCH WS-YEAR-ENTRY
030000         AT END
030100             MOVE "N" TO WS-YEAR-KNOWN-SWITCH
030200         WHEN WS-YR-IDX > WS-YEAR-COUNT
030300             MOVE "N" TO WS-YEAR-KNOWN-SWITCH
030400         WHEN WS-YEAR-TOUCHED(WS-YR-IDX) = CAL-TRAN-YEAR
030500             MOVE "Y" TO WS-YEAR-KNOWN-SWITCH
030600     END-SEARCH.
030700 2300-EXIT.
030800     EXIT.
030900 2350-NOTE-YEAR.
031000     IF NOT WS-YEAR-IS-KNOWN
031100         ADD 1 TO WS-YEAR-COUNT
031200         MOVE CAL-TRAN-YEAR TO WS-YEAR-TOUCHED(WS-YEAR-COUNT)
031300     END-IF.
031400 2350-EXIT.
031500     EXIT.
031600 3000-ADD-DAY.
031700     MOVE CAL-TRAN-DATE TO CAL-DATE.
031800     READ BUSINESS-CALENDAR
031900         INVALID KEY
032000             INITIALIZE BUSINESS-CALENDAR-RECORD
032100             MOVE CAL-TRAN-DATE        TO CAL-DATE
032200             MOVE CAL-TRAN-DAY-TYPE    TO CAL-DAY-TYPE
032300             MOVE "N"                  TO CAL-MONTH-END-FLAG
032400             MOVE "N"                  TO CAL-QUARTER-END-FLAG
032500             MOVE "N"                  TO CAL-YEAR-END-FLAG
032600             MOVE CAL-TRAN-DESCRIPTION TO CAL-DESCRIPTION
032700             WRITE BUSINESS-CALENDAR-RECORD
032800             ADD 1 TO WS-DAYS-ADDED
032900         NOT INVALID KEY
033000             MOVE "ADD BUT DATE ALREADY ON FILE"
033100                 TO WS-REJECT-REASON
033200             PERFORM 6500-REJECT-TRAN THRU 6500-EXIT
033300     END-READ.
033400 3000-EXIT.
033500     EXIT.
033600 4000-CHANGE-DAY.
033700*    A BLANK FIELD ON THE TRANSACTION KEEPS THE VALUE ALREADY ON
033800*    FILE, SO MARKING A HOLIDAY DOES NOT HAVE TO REKEY THE TEXT.
033900     MOVE CAL-TRAN-DATE TO CAL-DATE.
034000     READ BUSINESS-CALENDAR
034100         INVALID KEY
034200             MOVE "CHANGE BUT DATE NOT ON FILE"
034300                 TO WS-REJECT-REASON
034400             PERFORM 6500-REJECT-TRAN THRU 6500-EXIT
034500         NOT INVALID KEY
034600             IF CAL-TRAN-DAY-TYPE NOT = SPACE
034700                 MOVE CAL-TRAN-DAY-TYPE TO CAL-DAY-TYPE
034800             END-IF
034900             IF CAL-TRAN-DESCRIPTION NOT = SPACES
035000                 MOVE CAL-TRAN-DESCRIPTION TO CAL-DESCRIPTION
035100             END-IF
035200             REWRITE BUSINESS-CALENDAR-RECORD
035300             ADD 1 TO WS-DAYS-UPDATED
035400     END-READ.
035500 4000-EXIT.
035600     EXIT.
035700 5000-DELETE-DAY.
035800     MOVE CAL-TRAN-DATE TO CAL-DATE.
035900     READ BUSINESS-CALENDAR
036000         INVALID KEY
036100             DISPLAY "DELETE TRAN FOR CALENDAR DATE "
036200                 CAL-TRAN-DATE " - DATE NOT ON FILE"
036300             ADD 1 TO WS-DELETES-NOT-FOUND
036400         NOT INVALID KEY
036500             DELETE BUSINESS-CALENDAR
036600             ADD 1 TO WS-DAYS-DELETED
036700     END-READ.
036800 5000-EXIT.
036900     EXIT.
037000*****************************************************************
037100* GENERATE THE YEAR ON THE CARD. DAYS ALREADY ON FILE -- A
037200* HOLIDAY KEYED AHEAD OF THE G CARD, OR A RERUN -- ARE LEFT
037300* ALONE.
037400*****************************************************************
037500 5500-GENERATE-YEAR.
037600     MOVE CAL-TRAN-YEAR TO WS-GEN-YEAR.
037700     PERFORM 5510-GENERATE-MONTH THRU 5510-EXIT
037800         VARYING WS-GEN-MONTH FROM 1 BY 1
037900         UNTIL WS-GEN-MONTH > 12.
038000     DISPLAY "CALENDAR YEAR " WS-GEN-YEAR " GENERATED".
038100 5500-EXIT.
038200     EXIT.
038300 5510-GENERATE-MONTH.
038400     MOVE WS-GEN-YEAR  TO WS-DF-YEAR.
038500     MOVE WS-GEN-MONTH TO WS-DF-MONTH.
038600     PERFORM 6300-FIND-LAST-DAY THRU 6300-EXIT.
038700     PERFORM 5520-GENERATE-ONE-DAY THRU 5520-EXIT
038800         VARYING WS-GEN-DAY FROM 1 BY 1
038900         UNTIL WS-GEN-DAY > WS-LAST-DAY.
039000 5510-EXIT.
039100     EXIT.
039200 5520-GENERATE-ONE-DAY.
039300     MOVE WS-GEN-YEAR  TO WS-DF-YEAR.
039400     MOVE WS-GEN-MONTH TO WS-DF-MONTH.
039500     MOVE WS-GEN-DAY   TO WS-DF-DAY.
039600     MOVE WS-DF-DATE   TO CAL-DATE.
039700     READ BUSINESS-CALENDAR
039800         INVALID KEY
039900             PERFORM 5530-WRITE-GENERATED-DAY THRU 5530-EXIT
040000         NOT INVALID KEY
040100             ADD 1 TO WS-DAYS-ALREADY-ON-FILE
040200     END-READ.
040300 5520-EXIT.
040400     EXIT.
040500 5530-WRITE-GENERATED-DAY.
040600     PERFORM 6200-FIND-DAY-OF-WEEK THRU 6200-EXIT.
040700     INITIALIZE BUSINESS-CALENDAR-RECORD.
040800     MOVE WS-DF-DATE TO CAL-DATE.
040900     MOVE "N"        TO CAL-MONTH-END-FLAG.
041000     MOVE "N"        TO CAL-QUARTER-END-FLAG.
041100     MOVE "N"        TO CAL-YEAR-END-FLAG.
041200     IF WS-WEEKEND-DAY
041300         MOVE "N"       TO CAL-DAY-TYPE
041400         MOVE "WEEKEND" TO CAL-DESCRIPTION
041500     ELSE
041600         MOVE "W"       TO CAL-DAY-TYPE
041700     END-IF.
041800     WRITE BUSINESS-CALENDAR-RECORD.
041900     ADD 1 TO WS-DAYS-GENERATED.
042000 5530-EXIT.
042100     EXIT.
042200 6000-DATE-TO-SERIAL.
042300*    TURNS A YYYYMMDD DATE INTO A DAY SERIAL, THE SAME
042400*    ARITHMETIC ADRMAINT AND SSNCORR USE TO AGE THEIR SUSPENSE
042500*    AND REJECTS: WHOLE YEARS AT 365 DAYS PLUS THE LEAP DAYS,
042600*    PLUS THE DAYS BEFORE THE MONTH, PLUS ONE MORE WHEN THE DATE
042700*    IS PAST FEBRUARY OF A LEAP YEAR.
042800     COMPUTE WS-DF-PRIOR-YEAR = WS-DF-YEAR - 1.
042900     DIVIDE WS-DF-PRIOR-YEAR BY 4
043000         GIVING WS-DF-LEAPS-4.
043100     DIVIDE WS-DF-PRIOR-YEAR BY 100
043200         GIVING WS-DF-LEAPS-100.
043300     DIVIDE WS-DF-PRIOR-YEAR BY 400
043400         GIVING WS-DF-LEAPS-400.
043500     COMPUTE WS-DF-SERIAL =
043600         (WS-DF-YEAR * 365)
043700         + WS-DF-LEAPS-4
043800         - WS-DF-LEAPS-100
043900         + WS-DF-LEAPS-400
044000         + WS-DAYS-BEFORE-MONTH(WS-DF-MONTH)
044100         + WS-DF-DAY.
044200     IF WS-DF-MONTH > 2
044300         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
044400         IF WS-DF-IS-LEAP
044500             ADD 1 TO WS-DF-SERIAL
044600         END-IF
044700     END-IF.
044800 6000-EXIT.
044900     EXIT.
045000 6100-CHECK-LEAP-YEAR.
045100     MOVE "N" TO WS-DF-LEAP-SWITCH.
045200     DIVIDE WS-DF-YEAR BY 4
045300         GIVING WS-DF-WORK-QUOTIENT
045400         REMAINDER WS-DF-REMAINDER-4.
045500     DIVIDE WS-DF-YEAR BY 100
045600         GIVING WS-DF-WORK-QUOTIENT
045700         REMAINDER WS-DF-REMAINDER-100.
045800     DIVIDE WS-DF-YEAR BY 400
045900         GIVING WS-DF-WORK-QUOTIENT
046000         REMAINDER WS-DF-REMAINDER-400.
046100     IF (WS-DF-REMAINDER-4 = ZERO
046200             AND WS-DF-REMAINDER-100 NOT = ZERO)
046300             OR WS-DF-REMAINDER-400 = ZERO
046400         MOVE "Y" TO WS-DF-LEAP-SWITCH
046500     END-IF.
046600 6100-EXIT.
046700     EXIT.
046800 6200-FIND-DAY-OF-WEEK.
046900*    THE DAY'S PLACE IN THE WEEK IS ITS SERIAL'S DISTANCE, MOD 7,
047000*    FROM THE KNOWN SUNDAY'S: 0 = SUNDAY THROUGH 6 = SATURDAY.
047100     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
047200     DIVIDE WS-DF-SERIAL BY 7
047300         GIVING WS-WEEK-QUOTIENT
047400         REMAINDER WS-DAY-REMAINDER.
047500     COMPUTE WS-DAY-OF-WEEK =
047600         WS-DAY-REMAINDER - WS-SUNDAY-REMAINDER.
047700     IF WS-DAY-OF-WEEK < ZERO
047800         ADD 7 TO WS-DAY-OF-WEEK
047900     END-IF.
048000 6200-EXIT.
048100     EXIT.
048200 6300-FIND-LAST-DAY.
048300*    THE LAST DAY OF WS-DF-MONTH IN WS-DF-YEAR.
048400     MOVE WS-DAYS-IN-MONTH(WS-DF-MONTH) TO WS-LAST-DAY.
048500     IF WS-DF-MONTH = 2
048600         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
048700         IF WS-DF-IS-LEAP
048800             MOVE 29 TO WS-LAST-DAY
048900         END-IF
049000     END-IF.
049100 6300-EXIT.
049200     EXIT.
049300 6500-REJECT-TRAN.
049400     DISPLAY "REJECTED CALENDAR TRAN: " CAL-TRAN-DATE " - "
049500         WS-REJECT-REASON.
049600     ADD 1 TO WS-TRANS-REJECTED.
049700 6500-EXIT.
049800     EXIT.
049900*****************************************************************
050000* REFLAG EVERY YEAR THE DECK TOUCHED: CLEAR THE PERIOD-END FLAGS
050100* ON EVERY DAY, THEN SET THEM ON THE LAST WORKING DAY OF EACH
050200* MONTH.
050300*****************************************************************
050400 7000-REFLAG-YEARS.
050500     PERFORM 7100-REFLAG-ONE-YEAR THRU 7100-EXIT
050600         VARYING WS-YR-IDX FROM 1 BY 1
050700         UNTIL WS-YR-IDX > WS-YEAR-COUNT.
050800 7000-EXIT.
050900     EXIT.
051000 7100-REFLAG-ONE-YEAR.
051100     MOVE WS-YEAR-TOUCHED(WS-YR-IDX) TO WS-GEN-YEAR.
051200     PERFORM 7200-REFLAG-ONE-MONTH THRU 7200-EXIT
051300         VARYING WS-GEN-MONTH FROM 1 BY 1
051400         UNTIL WS-GEN-MONTH > 12.
051500 7100-EXIT.
051600     EXIT.
051700 7200-REFLAG-ONE-MONTH.
051800     MOVE WS-GEN-YEAR  TO WS-DF-YEAR.
051900     MOVE WS-GEN-MONTH TO WS-DF-MONTH.
052000     PERFORM 6300-FIND-LAST-DAY THRU 6300-EXIT.
052100     MOVE ZERO TO WS-LAST-WORKING-DATE.
052200     PERFORM 7300-CLEAR-ONE-DAY THRU 7300-EXIT
052300         VARYING WS-GEN-DAY FROM 1 BY 1
052400         UNTIL WS-GEN-DAY > WS-LAST-DAY.
052500     IF WS-LAST-WORKING-DATE = ZERO
052600         DISPLAY "NO WORKING DAY ON FILE FOR " WS-GEN-YEAR
052700             "/" WS-GEN-MONTH " - NO MONTH-END FLAGGED"
052800         GO TO 7200-EXIT
052900     END-IF.
053000     MOVE WS-LAST-WORKING-DATE TO CAL-DATE.
053100     READ BUSINESS-CALENDAR
053200         INVALID KEY
053300             GO TO 7200-EXIT
053400     END-READ.
053500     MOVE "Y" TO CAL-MONTH-END-FLAG.
053600     IF WS-GEN-MONTH = 3 OR 6 OR 9 OR 12
053700         MOVE "Y" TO CAL-QUARTER-END-FLAG
053800     END-IF.
053900     IF WS-GEN-MONTH = 12
054000         MOVE "Y" TO CAL-YEAR-END-FLAG
054100     END-IF.
054200     REWRITE BUSINESS-CALENDAR-RECORD.
054300     ADD 1 TO WS-PERIOD-ENDS-FLAGGED.
054400 7200-EXIT.
054500     EXIT.
054600 7300-CLEAR-ONE-DAY.
054700     MOVE WS-GEN-YEAR  TO WS-DF-YEAR.
054800     MOVE WS-GEN-MONTH TO WS-DF-MONTH.
054900     MOVE WS-GEN-DAY   TO WS-DF-DAY.
055000     MOVE WS-DF-DATE   TO CAL-DATE.
055100     READ BUSINESS-CALENDAR
055200         INVALID KEY
055300             GO TO 7300-EXIT
055400     END-READ.
055500     IF CAL-WORKING-DAY
055600         MOVE CAL-DATE TO WS-LAST-WORKING-DATE
055700     END-IF.
055800     IF CAL-MONTH-END-FLAG NOT = "N"
055900             OR CAL-QUARTER-END-FLAG NOT = "N"
056000             OR CAL-YEAR-END-FLAG NOT = "N"
056100         MOVE "N" TO CAL-MONTH-END-FLAG
056200         MOVE "N" TO CAL-QUARTER-END-FLAG
056300         MOVE "N" TO CAL-YEAR-END-FLAG
056400         REWRITE BUSINESS-CALENDAR-RECORD
056500     END-IF.
056600 7300-EXIT.
056700     EXIT.
056800 9000-TERMINATE.
056900     PERFORM 9100-WRITE-CONTROL-COUNTS THRU 9100-EXIT.
057000     CLOSE CALENDAR-TRAN BUSINESS-CALENDAR CONTROL-COUNTS.
057100     DISPLAY "CALENDAR TRANSACTIONS READ: " WS-TRANS-READ.
057200     DISPLAY "CALENDAR DAYS ADDED:        " WS-DAYS-ADDED.
057300     DISPLAY "CALENDAR DAYS GENERATED:    " WS-DAYS-GENERATED.
057400     DISPLAY "GENERATED DAYS ON FILE:     "
057500         WS-DAYS-ALREADY-ON-FILE.
057600     DISPLAY "CALENDAR DAYS UPDATED:      " WS-DAYS-UPDATED.
057700     DISPLAY "CALENDAR DAYS DELETED:      " WS-DAYS-DELETED.
057800     DISPLAY "TRANSACTIONS REJECTED:      " WS-TRANS-REJECTED.
057900     DISPLAY "DELETES NOT ON FILE:        " WS-DELETES-NOT-FOUND.
058000     DISPLAY "MONTH-ENDS FLAGGED:         "
058100         WS-PERIOD-ENDS-FLAGGED.
058200     COMPUTE WS-DAYS-TOTAL =
058300         WS-DAYS-ADDED + WS-DAYS-GENERATED + WS-DAYS-UPDATED
058400         + WS-DAYS-DELETED.
058500     CALL "AUDITLOG" USING WS-PROGRAM-ID
058600         WS-TRANS-READ WS-DAYS-TOTAL WS-TRANS-REJECTED
058700         WS-AUDIT-ZERO WS-AUDIT-MESSAGE WS-RUN-NUMBER
058800         WS-AUDIT-END-TYPE
058900     END-CALL.
059000 9000-EXIT.
059100     EXIT.
059200 9100-WRITE-CONTROL-COUNTS.
059300     INITIALIZE CONTROL-COUNT-RECORD.
059400     MOVE WS-PROGRAM-ID     TO CC-PROGRAM-ID.
059500     MOVE WS-TRANS-READ     TO CC-RECORDS-READ.
059600     MOVE WS-DAYS-DELETED   TO CC-RECORDS-WRITTEN.
059700     MOVE WS-TRANS-REJECTED TO CC-RECORDS-REJECTED.
059800     MOVE WS-DAYS-UPDATED   TO CC-RECORDS-UPDATED.
059900     COMPUTE CC-RECORDS-NOT-FOUND =
060000         WS-DAYS-ADDED + WS-DAYS-GENERATED.
060100     MOVE WS-RUN-DATE       TO CC-RUN-DATE.
060200     MOVE WS-RUN-NUMBER     TO CC-RUN-NUMBER.
060300     WRITE CONTROL-COUNT-RECORD.
060400 9100-EXIT.
060500     EXIT.
