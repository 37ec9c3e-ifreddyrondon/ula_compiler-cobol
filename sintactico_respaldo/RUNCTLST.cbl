001300* AND RECONCIL CAN TELL TONIGHT'S COUNTS FROM LAST TUESDAY'S.
001400* THE RUN NUMBER IS THE PRIOR RECORD'S PLUS ONE.
001500*
001505* THE DATE COMES OFF THE BUSINESS CALENDAR (BUSCAL.CPY, KEPT BY
001510* CALMAINT), NOT THE CLOCK: IT IS THE NEXT WORKING DAY AFTER
001515* THE PRIOR STAMPED DATE, SO A CHAIN HELD OVER A HOLIDAY OR A
001520* WEEKEND STILL STAMPS THE RIGHT DAY, AND THE HOLIDAYS AND
001525* WEEKEND DAYS PASSED OVER ARE COUNTED ON THE RECORD. A NEXT
001530* WORKING DAY LATER THAN TODAY MEANS TONIGHT WAS ALREADY
001535* STAMPED (THE CHAIN RUN TWICE ON A FRIDAY) AND THE STEP ENDS
001540* RC 16 INSTEAD OF STAMPING MONDAY EARLY. PARM='YYYYMMDD' STAMPS
001545* THAT DATE INSTEAD, BUT ONLY IF THE CALENDAR CALLS IT A WORKING
001550* DAY; PARM='YYYYMMDD,OVERRIDE' STAMPS IT REGARDLESS AND MARKS
001555* THE RECORD OVERRIDDEN. THE CALENDAR'S MONTH-END, QUARTER-END,
001560* AND YEAR-END FLAGS FOR THE STAMPED DATE GO ONTO THE RECORD
001565* FOR PRDENDCK AND THE PERIOD-END STEPS OF NIGHTRUN.
001570*
001600* A RESTART (NIGHTRST) MUST NOT RUN THIS STEP -- THE RESUMED
001700* WORK BELONGS TO THE SAME RUN IT FAILED UNDER.
001800*
002230*                     STAMPED -- THIS STEP IS THE TRUE HEAD OF
002240*                     THE CHAIN, SO AUDRPT'S CHAIN SPAN NOW
002250*                     STARTS HERE.
002255*    10/26/1988 FR    TAKE THE BUSINESS DATE FROM THE BUSINESS
002260*                     CALENDAR INSTEAD OF ACCEPT FROM DATE --
002265*                     THE NEXT WORKING DAY AFTER THE PRIOR
002270*                     STAMPED DATE, REFUSED WHEN IT IS LATER
002275*                     THAN TODAY. PARM DATE WITH OPTIONAL
002280*                     OVERRIDE. CARRY THE PERIOD-END FLAGS, THE
002285*                     PRIOR DATE, AND THE DAYS SKIPPED ONTO THE
002290*                     RUN-CONTROL RECORD.
002292*    11/08/1988 FR    THE PERIOD-END DISPLAYS NOW TEST THE FLAGS
002294*                     HELD IN WORKING STORAGE, NOT THE RECORD OF
002296*                     THE CLOSED RUN-CONTROL FILE.
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002900 FILE-CONTROL.
003000     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
003100         ORGANIZATION IS LINE SEQUENTIAL.
003120     SELECT BUSINESS-CALENDAR ASSIGN TO BUSCAL
003140         ORGANIZATION IS INDEXED
003160         ACCESS MODE IS DYNAMIC
003180         RECORD KEY IS CAL-DATE.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RUN-CONTROL
003500     LABEL RECORD IS OMITTED.
003600 COPY RUNCTL.
003620 FD  BUSINESS-CALENDAR
003640     LABEL RECORD IS STANDARD.
003660 COPY BUSCAL.
003700 WORKING-STORAGE SECTION.
003800 01  WS-SWITCHES.
003900     05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
004000         88  WS-NO-PRIOR-RECORD     VALUE "Y".
004010     05  WS-OVERRIDE-SWITCH         PIC X(01) VALUE "N".
004020         88  WS-OVERRIDE-REQUESTED  VALUE "Y".
004030     05  WS-OVERRIDE-USED-SWITCH    PIC X(01) VALUE "N".
004040         88  WS-OVERRIDE-WAS-USED   VALUE "Y".
004050     05  WS-DAY-FOUND-SWITCH        PIC X(01) VALUE "N".
004060         88  WS-WORKING-DAY-FOUND   VALUE "Y".
004070     05  WS-COUNT-DONE-SWITCH       PIC X(01) VALUE "N".
004080         88  WS-COUNT-IS-DONE       VALUE "Y".
004100 01  WS-PRIOR-RUN-NUMBER            PIC 9(07) VALUE ZERO.
004200 01  WS-NEW-RUN-NUMBER              PIC 9(07) VALUE ZERO.
004205 01  WS-PRIOR-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
004210 01  WS-CLOCK-DATE                  PIC 9(08) VALUE ZERO.
004215 01  WS-DAYS-SKIPPED                PIC 9(03) VALUE ZERO.
004220 01  WS-WORKING-DAYS-PASSED         PIC 9(03) VALUE ZERO.
004225 01  WS-STAMP-FLAGS.
004230     05  WS-STAMP-MONTH-END         PIC X(01) VALUE "N".
004232         88  WS-STAMPED-MONTH-END   VALUE "Y".
004235     05  WS-STAMP-QUARTER-END       PIC X(01) VALUE "N".
004237         88  WS-STAMPED-QUARTER-END VALUE "Y".
004240     05  WS-STAMP-YEAR-END          PIC X(01) VALUE "N".
004242         88  WS-STAMPED-YEAR-END    VALUE "Y".
004245 01  WS-PARM                        PIC X(30) VALUE SPACES.
004250 01  WS-PARM-FIELDS REDEFINES WS-PARM.
004255     05  WS-PARM-DATE               PIC X(08).
004260     05  FILLER                     PIC X(01).
004265     05  WS-PARM-OPTION             PIC X(08).
004270     05  FILLER                     PIC X(13).
004300 01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
004310 01  WS-PROGRAM-ID                  PIC X(08) VALUE "RUNCTLST".
004320 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE
004400 PROCEDURE DIVISION.
004500 0000-MAINLINE.
004600     PERFORM 1000-READ-PRIOR-RECORD THRU 1000-EXIT.
004620     PERFORM 3100-ACCEPT-PARM THRU 3100-EXIT.
004640     PERFORM 3500-CHOOSE-BUSINESS-DATE THRU 3500-EXIT.
004700     PERFORM 2000-STAMP-NEW-RECORD THRU 2000-EXIT.
004710*    THE START AND END ENTRIES CARRY THE RUN NUMBER JUST
004720*    STAMPED -- THIS STEP IS THE TRUE HEAD OF THE CHAIN, SO
005500         AT END
005600             MOVE "Y" TO WS-EOF-SWITCH
005700             MOVE ZERO TO WS-PRIOR-RUN-NUMBER
005750             MOVE ZERO TO WS-PRIOR-BUSINESS-DATE
005800         NOT AT END
005900             MOVE RC-RUN-NUMBER TO WS-PRIOR-RUN-NUMBER
005950             MOVE RC-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
006000     END-READ.
006100     CLOSE RUN-CONTROL.
006200 1000-EXIT.
006300     EXIT.
006400 2000-STAMP-NEW-RECORD.
006600     COMPUTE WS-NEW-RUN-NUMBER = WS-PRIOR-RUN-NUMBER + 1.
006700     OPEN OUTPUT RUN-CONTROL.
006800     MOVE SPACES TO RUN-CONTROL-RECORD.
006900     MOVE WS-BUSINESS-DATE  TO RC-BUSINESS-DATE.
007000     MOVE WS-NEW-RUN-NUMBER TO RC-RUN-NUMBER.
007010     MOVE WS-STAMP-MONTH-END     TO RC-MONTH-END-FLAG.
007020     MOVE WS-STAMP-QUARTER-END   TO RC-QUARTER-END-FLAG.
007030     MOVE WS-STAMP-YEAR-END      TO RC-YEAR-END-FLAG.
007040     MOVE WS-PRIOR-BUSINESS-DATE TO RC-PRIOR-BUSINESS-DATE.
007050     MOVE WS-DAYS-SKIPPED        TO RC-DAYS-SKIPPED.
007060     MOVE WS-OVERRIDE-USED-SWITCH TO RC-OVERRIDE-FLAG.
007100     WRITE RUN-CONTROL-RECORD.
007200     CLOSE RUN-CONTROL.
007300     DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
007400         " RUN NUMBER " WS-NEW-RUN-NUMBER " STAMPED".
007405     DISPLAY "PRIOR BUSINESS DATE " WS-PRIOR-BUSINESS-DATE
007410         " HOLIDAYS/WEEKEND DAYS SKIPPED " WS-DAYS-SKIPPED.
007415     IF WS-STAMPED-MONTH-END
007420         DISPLAY "BUSINESS DATE IS MONTH-END"
007425     END-IF.
007430     IF WS-STAMPED-QUARTER-END
007435         DISPLAY "BUSINESS DATE IS QUARTER-END"
007440     END-IF.
007445     IF WS-STAMPED-YEAR-END
007450         DISPLAY "BUSINESS DATE IS YEAR-END"
007455     END-IF.
007500 2000-EXIT.
007600     EXIT.
015000*****************************************************************
015100* THE PARM IS BLANK ON A NORMAL NIGHT. 'YYYYMMDD' NAMES THE DATE
015200* TO STAMP; 'YYYYMMDD,OVERRIDE' STAMPS IT EVEN WHEN THE CALENDAR
015300* DOES NOT CALL IT A WORKING DAY.
015400*****************************************************************
015500 3100-ACCEPT-PARM.
015600     ACCEPT WS-PARM FROM COMMAND-LINE.
015700     IF WS-PARM-OPTION = "OVERRIDE"
015800         MOVE "Y" TO WS-OVERRIDE-SWITCH
015900     ELSE
016000         IF WS-PARM-OPTION NOT = SPACES
016100             DISPLAY "RUNCTLST ABEND - PARM OPTION MUST BE "
016200                 "OVERRIDE: " WS-PARM-OPTION
016300             MOVE 16 TO RETURN-CODE
016400             STOP RUN
016500         END-IF
016600     END-IF.
016700     IF WS-PARM-DATE NOT = SPACES
016800         IF WS-PARM-DATE IS NOT NUMERIC
016900                 OR WS-PARM-DATE = "00000000"
017000             DISPLAY "RUNCTLST ABEND - INVALID PARM DATE: "
017100                 WS-PARM-DATE
017200             MOVE 16 TO RETURN-CODE
017300             STOP RUN
017400         END-IF
017500     END-IF.
017600     IF WS-OVERRIDE-REQUESTED AND WS-PARM-DATE = SPACES
017700         DISPLAY "RUNCTLST ABEND - OVERRIDE NEEDS THE DATE "
017800             "TO STAMP (PARM='YYYYMMDD,OVERRIDE')"
017900         MOVE 16 TO RETURN-CODE
018000         STOP RUN
018100     END-IF.
018200 3100-EXIT.
018300     EXIT.
018400*****************************************************************
018500* PICK TONIGHT'S BUSINESS DATE OFF THE CALENDAR -- THE NEXT
018600* WORKING DAY, OR THE PARM DATE -- THEN COUNT THE DAYS PASSED
018700* OVER SINCE THE PRIOR STAMPED DATE.
018800*****************************************************************
018900 3500-CHOOSE-BUSINESS-DATE.
019000     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
019100     OPEN INPUT BUSINESS-CALENDAR.
019200     IF WS-PARM-DATE = SPACES
019300         PERFORM 3600-FIND-NEXT-WORKING-DAY THRU 3600-EXIT
019400     ELSE
019500         PERFORM 3700-CHECK-PARM-DATE THRU 3700-EXIT
019600     END-IF.
019700     PERFORM 3800-COUNT-SKIPPED-DAYS THRU 3800-EXIT.
019800     CLOSE BUSINESS-CALENDAR.
019900 3500-EXIT.
020000     EXIT.
020100 3600-FIND-NEXT-WORKING-DAY.
020200*    THE FIRST RUN EVER HAS NO PRIOR DATE AND STARTS FROM THE
020300*    FIRST WORKING DAY ON OR AFTER TODAY.
020400     IF WS-NO-PRIOR-RECORD
020500         MOVE WS-CLOCK-DATE TO CAL-DATE
020600         START BUSINESS-CALENDAR KEY IS NOT LESS THAN CAL-DATE
020700             INVALID KEY
020800                 PERFORM 3690-CALENDAR-EXHAUSTED THRU 3690-EXIT
020900         END-START
021000     ELSE
021100         MOVE WS-PRIOR-BUSINESS-DATE TO CAL-DATE
021200         START BUSINESS-CALENDAR KEY IS GREATER THAN CAL-DATE
021300             INVALID KEY
021400                 PERFORM 3690-CALENDAR-EXHAUSTED THRU 3690-EXIT
021500         END-START
021600     END-IF.
021700     PERFORM 3650-READ-NEXT-DAY THRU 3650-EXIT
021800         UNTIL WS-WORKING-DAY-FOUND.
021900     IF CAL-DATE > WS-CLOCK-DATE
022000         DISPLAY "RUNCTLST ABEND - NEXT BUSINESS DAY " CAL-DATE
022100             " IS LATER THAN TODAY " WS-CLOCK-DATE
022200         DISPLAY "RUNCTLST ABEND - " WS-PRIOR-BUSINESS-DATE
022300             " IS ALREADY STAMPED; TO STAMP AHEAD PUT THE "
022400             "DATE ON THE PARM"
022500         MOVE 16 TO RETURN-CODE
022600         STOP RUN
022700     END-IF.
022800     MOVE CAL-DATE TO WS-BUSINESS-DATE.
022900     PERFORM 3750-SAVE-PERIOD-FLAGS THRU 3750-EXIT.
023000 3600-EXIT.
023100     EXIT.
023200 3650-READ-NEXT-DAY.
023300     READ BUSINESS-CALENDAR NEXT RECORD
023400         AT END
023500             PERFORM 3690-CALENDAR-EXHAUSTED THRU 3690-EXIT
023600     END-READ.
023700     IF CAL-WORKING-DAY
023800         MOVE "Y" TO WS-DAY-FOUND-SWITCH
023900     END-IF.
024000 3650-EXIT.
024100     EXIT.
024200 3690-CALENDAR-EXHAUSTED.
024300     DISPLAY "RUNCTLST ABEND - NO WORKING DAY LEFT ON THE "
024400         "BUSINESS CALENDAR, RUN CALMAINT FOR THE NEW YEAR".
024500     MOVE 16 TO RETURN-CODE.
024600     STOP RUN.
024700 3690-EXIT.
024800     EXIT.
024900 3700-CHECK-PARM-DATE.
025000*    A DATE THE CALENDAR DOES NOT CALL A WORKING DAY -- OR DOES
025100*    NOT HOLD AT ALL -- IS STAMPED ONLY UNDER THE OVERRIDE.
025200     MOVE WS-PARM-DATE TO CAL-DATE.
025300     READ BUSINESS-CALENDAR
025400         INVALID KEY
025500             MOVE WS-PARM-DATE TO CAL-DATE
025600             MOVE "N" TO CAL-DAY-TYPE
025700             MOVE "N" TO CAL-MONTH-END-FLAG
025800             MOVE "N" TO CAL-QUARTER-END-FLAG
025900             MOVE "N" TO CAL-YEAR-END-FLAG
026000             MOVE "NOT ON CALENDAR" TO CAL-DESCRIPTION
026100     END-READ.
026200     IF NOT CAL-WORKING-DAY
026300         IF WS-OVERRIDE-REQUESTED
026400             MOVE "Y" TO WS-OVERRIDE-USED-SWITCH
026500             DISPLAY "RUNCTLST - " CAL-DATE " IS NOT A BUSINESS "
026600                 "DAY (" CAL-DESCRIPTION ") - STAMPED UNDER "
026700                 "OVERRIDE"
026800         ELSE
026900             DISPLAY "RUNCTLST ABEND - " CAL-DATE " IS NOT A "
027000                 "BUSINESS DAY (" CAL-DESCRIPTION ")"
027100             DISPLAY "RUNCTLST ABEND - PARM='" CAL-DATE
027200                 ",OVERRIDE' TO STAMP IT ANYWAY"
027300             MOVE 16 TO RETURN-CODE
027400             STOP RUN
027500         END-IF
027600     END-IF.
027700     IF CAL-DATE NOT > WS-PRIOR-BUSINESS-DATE
027800         DISPLAY "RUNCTLST WARNING - " CAL-DATE " IS NOT LATER "
027900             "THAN THE PRIOR STAMPED DATE "
028000             WS-PRIOR-BUSINESS-DATE
028100     END-IF.
028200     MOVE CAL-DATE TO WS-BUSINESS-DATE.
028300     PERFORM 3750-SAVE-PERIOD-FLAGS THRU 3750-EXIT.
028400 3700-EXIT.
028500     EXIT.
028600 3750-SAVE-PERIOD-FLAGS.
028700     IF CAL-MONTH-END
028800         MOVE "Y" TO WS-STAMP-MONTH-END
028900     END-IF.
029000     IF CAL-QUARTER-END
029100         MOVE "Y" TO WS-STAMP-QUARTER-END
029200     END-IF.
029300     IF CAL-YEAR-END
029400         MOVE "Y" TO WS-STAMP-YEAR-END
029500     END-IF.
029600 3750-EXIT.
029700     EXIT.
029800 3800-COUNT-SKIPPED-DAYS.
029900*    COUNTS THE CALENDAR DAYS STRICTLY BETWEEN THE PRIOR STAMPED
030000*    DATE AND TONIGHT'S. HOLIDAYS AND WEEKEND DAYS ARE THE DAYS
030100*    SKIPPED; A WORKING DAY IN THE GAP CAN ONLY COME FROM A PARM
030200*    DATE AND IS WARNED ABOUT, SINCE THAT DAY WAS NEVER STAMPED.
030300     IF WS-NO-PRIOR-RECORD
030400             OR WS-PRIOR-BUSINESS-DATE NOT < WS-BUSINESS-DATE
030500         GO TO 3800-EXIT
030600     END-IF.
030700     MOVE WS-PRIOR-BUSINESS-DATE TO CAL-DATE.
030800     START BUSINESS-CALENDAR KEY IS GREATER THAN CAL-DATE
030900         INVALID KEY
031000             GO TO 3800-EXIT
031100     END-START.
031200     PERFORM 3850-COUNT-ONE-DAY THRU 3850-EXIT
031300         UNTIL WS-COUNT-IS-DONE.
031400     IF WS-WORKING-DAYS-PASSED > ZERO
031500         DISPLAY "RUNCTLST WARNING - " WS-WORKING-DAYS-PASSED
031600             " WORKING DAY(S) BETWEEN " WS-PRIOR-BUSINESS-DATE
031700             " AND " WS-BUSINESS-DATE " WERE NEVER STAMPED"
031800     END-IF.
031900 3800-EXIT.
032000     EXIT.
032100 3850-COUNT-ONE-DAY.
032200     READ BUSINESS-CALENDAR NEXT RECORD
032300         AT END
032400             MOVE "Y" TO WS-COUNT-DONE-SWITCH
032500             GO TO 3850-EXIT
032600     END-READ.
032700     IF CAL-DATE NOT < WS-BUSINESS-DATE
032800         MOVE "Y" TO WS-COUNT-DONE-SWITCH
032900         GO TO 3850-EXIT
033000     END-IF.
033100     IF CAL-WORKING-DAY
033200         ADD 1 TO WS-WORKING-DAYS-PASSED
033300     ELSE
033400         ADD 1 TO WS-DAYS-SKIPPED
033500     END-IF.
033600 3850-EXIT.
033700     EXIT.
