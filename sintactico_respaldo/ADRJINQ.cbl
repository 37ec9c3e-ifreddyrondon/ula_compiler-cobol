001200* CHANGED ON A GIVEN NIGHT, SHOWING THE ACTION TAKEN AND THE
001300* BEFORE AND AFTER IMAGES OF EACH RECORD.
001400*
001500* THE PARM IS 'USERID,RC,SSN=NNNNNNNNN' OR
001510* 'USERID,RC,DATE=YYYYMMDD' -- THE REQUESTING USER AND THE
001515* REASON CODE FOR THE LOOKUP (ACCLOG.CPY LISTS THE CODES) COME
001518* FIRST, AND EVERY RUN IS WRITTEN TO THE ACCESS LOG. EITHER FORM
001520* MAY END WITH ',FULLSSN' TO PRINT FULL SSNS; OTHERWISE THEY
001540* PRINT AS XXX-XX-SSSS.
001600*
001700*    MODIFICATION HISTORY
001800*    -------------------------------------------------------------
001900*    DATE       INIT  DESCRIPTION
002000*    09/04/1988 FR    ORIGINAL PROGRAM.
002010*    10/30/1988 FR    THE REPORT NOW PRINTS THE SSN AS
002020*                     XXX-XX-SSSS THROUGH THE COMMON SSNMASK
002030*                     ROUTINE. ',FULLSSN' AFTER THE SELECTION ON
002040*                     THE PARM PRINTS IT IN FULL AND LOGS THE
002050*                     RUN THROUGH AUDITLOG.
002055*    10/31/1988 FR    THE PARM NOW LEADS WITH THE REQUESTING
002060*                     USER AND A REASON CODE, AND EVERY RUN IS
002065*                     WRITTEN TO THE INQUIRY ACCESS LOG THROUGH
002070*                     THE COMMON ACCLOG ROUTINE -- THE SSN, OR
002075*                     THE NIGHT LISTED, AND HOW MANY CHANGES CAME
002080*                     BACK. A RUN WITHOUT BOTH IS REFUSED, AND
002085*                     THE REFUSAL IS LOGGED.
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
005330     05  WS-PARM-DATE-REST          PIC X(25).
005400 01  WS-SELECT-SSN                  PIC X(09) VALUE SPACES.
005500 01  WS-SELECT-DATE                 PIC X(08) VALUE SPACES.
005505 01  WS-PARM-CARD                   PIC X(80) VALUE SPACES.
005510 01  WS-PRINT-PARM                  PIC X(07) VALUE SPACES.
005515 01  WS-PROGRAM-ID                  PIC X(08) VALUE "ADRJINQ".
005520 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
005521 01  WS-AUDIT-START-FIELDS.
005522     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
005523     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
005524     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
005525     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
005530 01  WS-AUDIT-FULL-SSN-TYPE         PIC X(01) VALUE "F".
005535 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
005540     "FULL SSNS PRINTED UNDER FULLSSN PARM".
005545 01  WS-SSN-PRINT-FIELDS.
005550     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
005555         88  WS-PRINT-FULL-SSN      VALUE "F".
005560     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
005562 01  WS-ACCESS-FIELDS.
005564     05  WS-ACC-FUNCTION            PIC X(01) VALUE "C".
005566     05  WS-ACC-USER                PIC X(08) VALUE SPACES.
005568     05  WS-ACC-REASON              PIC X(02) VALUE SPACES.
005570     05  WS-ACC-REQUEST-TYPE        PIC X(01) VALUE "S".
005572     05  WS-ACC-ARGUMENT            PIC X(20) VALUE SPACES.
005574     05  WS-ACC-MATCH-COUNT         PIC 9(05) VALUE ZERO.
005576     05  WS-ACC-RESULT              PIC X(01) VALUE SPACE.
005578         88  WS-ACCESS-ALLOWED      VALUE "Y".
005600 01  WS-IMAGE-WORK.
005700     05  WS-IMG-KEY                 PIC X(09).
005800     05  WS-IMG-NAME                PIC X(20).
007200     05  FILLER                     PIC X(09) VALUE "  ACTION ".
007300     05  CH-ACTION                  PIC X(01).
007400     05  FILLER                     PIC X(06) VALUE "  SSN ".
007500     05  CH-KEY                     PIC X(11).
007600     05  FILLER                     PIC X(40) VALUE SPACES.
007700 01  WS-IMAGE-LINE.
007800     05  IL-LABEL                   PIC X(09).
007900     05  IL-NAME                    PIC X(20).
009900     PERFORM 2000-PROCESS-JOURNAL THRU 2000-EXIT
010000         UNTIL WS-NO-MORE-JOURNAL.
010100     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
010150     PERFORM 8000-LOG-ACCESS THRU 8000-EXIT.
010200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010300     STOP RUN.
010400 1000-INITIALIZE.
010500     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
010520     UNSTRING WS-PARM-CARD DELIMITED BY ","
010540         INTO WS-ACC-USER WS-ACC-REASON WS-PARM WS-PRINT-PARM
010560     END-UNSTRING.
010600     EVALUATE TRUE
010700         WHEN WS-PARM-SSN-PREFIX = "SSN="
010800             MOVE "S" TO WS-SELECT-SWITCH
010900             MOVE WS-PARM-SSN-REST TO WS-SELECT-SSN
010950             MOVE WS-SELECT-SSN TO WS-ACC-ARGUMENT
011000         WHEN WS-PARM-DATE-PREFIX = "DATE="
011100             MOVE "D" TO WS-SELECT-SWITCH
011200             MOVE WS-PARM-DATE-REST TO WS-SELECT-DATE
011220             MOVE "D" TO WS-ACC-REQUEST-TYPE
011240             MOVE WS-SELECT-DATE TO WS-ACC-ARGUMENT
011300         WHEN OTHER
011400             DISPLAY "USAGE: ADRJINQ <USERID>,<RC>,SSN=<SSN>"
011500             DISPLAY "       ADRJINQ <USERID>,<RC>,DATE=<DATE>"
011600             MOVE 16 TO RETURN-CODE
011700             STOP RUN
011800     END-EVALUATE.
011820     PERFORM 1040-CHECK-ACCESS THRU 1040-EXIT.
011850     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
011900     OPEN INPUT ADDRESS-JOURNAL.
012000     OPEN OUTPUT JOURNAL-REPORT.
012100     MOVE SPACES TO WS-RH-SELECTION.
012200     IF WS-SELECT-BY-SSN
012250         CALL "SSNMASK" USING WS-SSN-PRINT-MODE
012300             WS-SELECT-SSN WS-PRINTED-SSN
012350         END-CALL
012400         STRING "   FOR SSN " DELIMITED BY SIZE
012450             WS-PRINTED-SSN DELIMITED BY SIZE
012500             INTO WS-RH-SELECTION
012600     ELSE
012700         STRING "   FOR NIGHT OF " DELIMITED BY SIZE
013400     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
013500 1000-EXIT.
013600     EXIT.
013602 1040-CHECK-ACCESS.
013604*    EVERY LOOKUP GOES ON THE ACCESS LOG UNDER THE USER AND
013606*    REASON CODE FROM THE PARM. A RUN MISSING EITHER ONE ANSWERS
013608*    NOTHING -- ACCLOG HAS ALREADY LOGGED THE REFUSED ATTEMPT.
013610     MOVE "C" TO WS-ACC-FUNCTION.
013612     MOVE ZERO TO WS-ACC-MATCH-COUNT.
013614     CALL "ACCLOG" USING WS-ACC-FUNCTION WS-PROGRAM-ID
013616         WS-ACC-USER WS-ACC-REASON WS-ACC-REQUEST-TYPE
013618         WS-ACC-ARGUMENT WS-ACC-MATCH-COUNT WS-ACC-RESULT
013620     END-CALL.
013622     IF NOT WS-ACCESS-ALLOWED
013624         DISPLAY "ADRJINQ ABEND - USER AND REASON CODE REQUIRED"
013626         DISPLAY "    REASON MUST BE CS, BN, CR, AU, LG, OR FR"
013628         MOVE 16 TO RETURN-CODE
013630         STOP RUN
013632     END-IF.
013634 1040-EXIT.
013636     EXIT.
013638 1060-CHECK-SSN-PRINT.
013640*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
013642*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
013644     IF WS-PRINT-PARM = SPACES
013646         GO TO 1060-EXIT
013648     END-IF.
013650     IF WS-PRINT-PARM NOT = "FULLSSN"
013652         DISPLAY "ADRJINQ ABEND - PRINT OPTION MUST BE FULLSSN: "
013654             WS-PRINT-PARM
013656         MOVE 16 TO RETURN-CODE
013658         STOP RUN
013660     END-IF.
013662     MOVE "F" TO WS-SSN-PRINT-MODE.
013664     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
013666     CALL "AUDITLOG" USING WS-PROGRAM-ID
013668         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
013670         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
013672         WS-AUDIT-FULL-SSN-TYPE
013674     END-CALL.
013676 1060-EXIT.
013678     EXIT.
013700 2000-PROCESS-JOURNAL.
013800     IF (WS-SELECT-BY-SSN AND AJR-KEY = WS-SELECT-SSN)
013900             OR (WS-SELECT-BY-DATE
015700     ADD 1 TO WS-RECORDS-MATCHED.
015800     MOVE AJR-RUN-DATE TO CH-RUN-DATE.
015900     MOVE AJR-ACTION   TO CH-ACTION.
015920     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
015940         AJR-KEY WS-PRINTED-SSN
015960     END-CALL.
015980     MOVE WS-PRINTED-SSN TO CH-KEY.
016100     WRITE JOURNAL-REPORT-RECORD FROM WS-CHANGE-LINE.
016200     MOVE AJR-BEFORE-IMAGE TO WS-IMAGE-WORK.
016300     MOVE "  BEFORE" TO IL-LABEL.
019100     END-IF.
019200 7000-EXIT.
019300     EXIT.
019302 8000-LOG-ACCESS.
019304*    AN SSN= RUN SAW ONE PERSON IF ANY CHANGE CAME BACK; A DATE=
019306*    RUN SAW ONE PERSON PER CHANGE LISTED.
019308     EVALUATE TRUE
019310         WHEN WS-RECORDS-MATCHED = ZERO
019312             MOVE ZERO TO WS-ACC-MATCH-COUNT
019314         WHEN WS-SELECT-BY-SSN
019316             MOVE 1 TO WS-ACC-MATCH-COUNT
019318         WHEN WS-RECORDS-MATCHED > 99999
019320             MOVE 99999 TO WS-ACC-MATCH-COUNT
019322         WHEN OTHER
019324             MOVE WS-RECORDS-MATCHED TO WS-ACC-MATCH-COUNT
019326     END-EVALUATE.
019328     MOVE "L" TO WS-ACC-FUNCTION.
019330     CALL "ACCLOG" USING WS-ACC-FUNCTION WS-PROGRAM-ID
019332         WS-ACC-USER WS-ACC-REASON WS-ACC-REQUEST-TYPE
019334         WS-ACC-ARGUMENT WS-ACC-MATCH-COUNT WS-ACC-RESULT
019336     END-CALL.
019338 8000-EXIT.
019340     EXIT.
019400 9000-TERMINATE.
019500     CLOSE ADDRESS-JOURNAL JOURNAL-REPORT.
019600     DISPLAY "JOURNAL RECORDS READ:    " WS-RECORDS-READ.
