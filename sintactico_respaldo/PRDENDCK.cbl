000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRDENDCK.
000300 AUTHOR. F RONDON.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 10/26/1988.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PRDENDCK TELLS THE JOB STREAM WHETHER TONIGHT'S BUSINESS DATE
000900* CLOSES A PERIOD, SO NIGHTRUN CAN RUN ITS PERIOD-END STEPS BY
001000* ITSELF INSTEAD OF AN OPERATOR REMEMBERING TO SUBMIT THEM. THE
001100* PARM NAMES THE PERIOD -- MONTH, QUARTER, OR YEAR -- AND THE
001200* STEP READS THE MATCHING FLAG RUNCTLST COPIED ONTO THE
001300* RUN-CONTROL RECORD FROM THE BUSINESS CALENDAR:
001400*
001500*    RC 0   TONIGHT IS THE LAST BUSINESS DAY OF THE PERIOD
001600*    RC 1   IT IS NOT
001700*    RC 16  BAD PARM OR NO RUN-CONTROL RECORD
001800*
001900* A PERIOD-END STEP IS CODED COND=(0,NE,<THIS STEP>) SO IT RUNS
002000* ONLY ON RC 0.
002100*
002200*    MODIFICATION HISTORY
002300*    -------------------------------------------------------------
002400*    DATE       INIT  DESCRIPTION
002500*    10/26/1988 FR    ORIGINAL PROGRAM.
002510*    11/08/1988 FR    THE PERIOD-END FLAGS ARE COPIED TO WORKING
002520*                     STORAGE BEFORE RUN-CONTROL IS CLOSED AND
002530*                     TESTED THERE.
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. MOTOROLA.
003000 OBJECT-COMPUTER. INTEL.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RUN-CONTROL   ASSIGN TO RUNCTL
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RUN-CONTROL
003800     LABEL RECORD IS OMITTED.
003900 COPY RUNCTL.
004000 WORKING-STORAGE SECTION.
004100 01  WS-SWITCHES.
004200     05  WS-PERIOD-END-SWITCH       PIC X(01) VALUE "N".
004300         88  WS-PERIOD-ENDS-TONIGHT VALUE "Y".
004310 01  WS-PERIOD-FLAGS.
004320     05  WS-MONTH-END-FLAG          PIC X(01) VALUE "N".
004330         88  WS-MONTH-END           VALUE "Y".
004340     05  WS-QUARTER-END-FLAG        PIC X(01) VALUE "N".
004350         88  WS-QUARTER-END         VALUE "Y".
004360     05  WS-YEAR-END-FLAG           PIC X(01) VALUE "N".
004370         88  WS-YEAR-END            VALUE "Y".
004400 01  WS-PARM                        PIC X(08) VALUE SPACES.
004500     88  WS-PARM-IS-VALID           VALUE "MONTH" "QUARTER"
004600                                          "YEAR".
004700 01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
004800 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
004900 01  WS-PROGRAM-ID                  PIC X(08) VALUE "PRDENDCK".
005000 01  WS-AUDIT-MESSAGE               PIC X(40) VALUE SPACES.
005100 01  WS-AUDIT-START-FIELDS.
005200     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
005300     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
005400     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
005500     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
005600     05  WS-AST-MESSAGE             PIC X(40) VALUE
005700         "RUN STARTED".
005800 01  WS-AUDIT-TYPE-FIELDS.
005900     05  WS-AUDIT-START-TYPE        PIC X(01) VALUE "S".
006000     05  WS-AUDIT-END-TYPE          PIC X(01) VALUE "E".
006100 PROCEDURE DIVISION.
006200 0000-MAINLINE.
006300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006400     PERFORM 2000-CHECK-PERIOD THRU 2000-EXIT.
006500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006600     STOP RUN.
006700 1000-INITIALIZE.
006800     ACCEPT WS-PARM FROM COMMAND-LINE.
006900     IF NOT WS-PARM-IS-VALID
007000         DISPLAY "PRDENDCK ABEND - PARM MUST BE MONTH, "
007100             "QUARTER, OR YEAR: " WS-PARM
007200         MOVE 16 TO RETURN-CODE
007300         STOP RUN
007400     END-IF.
007500     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
007600     CALL "AUDITLOG" USING WS-PROGRAM-ID
007700         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
007800         WS-AST-OVERFLOW WS-AST-MESSAGE WS-RUN-NUMBER
007900         WS-AUDIT-START-TYPE
008000     END-CALL.
008100 1000-EXIT.
008200     EXIT.
008300 1050-READ-RUN-CONTROL.
008400*    THE PERIOD-END FLAGS ARE THE ONES RUNCTLST STAMPED FOR
008500*    TONIGHT'S BUSINESS DATE. THEY ARE COPIED TO WS-PERIOD-FLAGS
008600*    BEFORE THE FILE IS CLOSED, FOR 2000-CHECK-PERIOD.
008700     OPEN INPUT RUN-CONTROL.
008800     READ RUN-CONTROL
008900         AT END
009000             DISPLAY "PRDENDCK ABEND - RUN-CONTROL FILE IS "
009100                 "EMPTY, RUN RUNCTLST FIRST"
009200             MOVE 16 TO RETURN-CODE
009300             STOP RUN
009400     END-READ.
009500     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE.
009600     MOVE RC-RUN-NUMBER    TO WS-RUN-NUMBER.
009610     MOVE RC-MONTH-END-FLAG   TO WS-MONTH-END-FLAG.
009620     MOVE RC-QUARTER-END-FLAG TO WS-QUARTER-END-FLAG.
009630     MOVE RC-YEAR-END-FLAG    TO WS-YEAR-END-FLAG.
009700     CLOSE RUN-CONTROL.
009800 1050-EXIT.
009900     EXIT.
010000 2000-CHECK-PERIOD.
010100     EVALUATE WS-PARM
010200         WHEN "MONTH"
010300             IF WS-MONTH-END
010400                 MOVE "Y" TO WS-PERIOD-END-SWITCH
010500             END-IF
010600         WHEN "QUARTER"
010700             IF WS-QUARTER-END
010800                 MOVE "Y" TO WS-PERIOD-END-SWITCH
010900             END-IF
011000         WHEN "YEAR"
011100             IF WS-YEAR-END
011200                 MOVE "Y" TO WS-PERIOD-END-SWITCH
011300             END-IF
011400     END-EVALUATE.
011500     IF WS-PERIOD-ENDS-TONIGHT
011600         DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE " CLOSES THE "
011700             WS-PARM " - PERIOD-END STEPS WILL RUN"
011800         STRING WS-PARM DELIMITED BY SPACE
011900             "-END - PERIOD-END STEPS RUN" DELIMITED BY SIZE
012000             INTO WS-AUDIT-MESSAGE
012100         END-STRING
012200     ELSE
012300         DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE " IS NOT "
012400             WS-PARM "-END - PERIOD-END STEPS BYPASSED"
012500         STRING "NOT " DELIMITED BY SIZE
012600             WS-PARM DELIMITED BY SPACE
012700             "-END - PERIOD-END STEPS BYPASSED" DELIMITED BY SIZE
012800             INTO WS-AUDIT-MESSAGE
012900         END-STRING
013000     END-IF.
013100 2000-EXIT.
013200     EXIT.
013300 9000-TERMINATE.
013400     CALL "AUDITLOG" USING WS-PROGRAM-ID
013500         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
013600         WS-AST-OVERFLOW WS-AUDIT-MESSAGE WS-RUN-NUMBER
013700         WS-AUDIT-END-TYPE
013800     END-CALL.
013900     IF WS-PERIOD-ENDS-TONIGHT
014000         MOVE ZERO TO RETURN-CODE
014100     ELSE
014200         MOVE 1 TO RETURN-CODE
014300     END-IF.
014400 9000-EXIT.
014500     EXIT.
