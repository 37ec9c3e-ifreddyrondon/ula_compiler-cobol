001800* SSN IS NOT ON THE MASTER IT CHECKS SSNPURGE'S ARCHIVE AND
001900* ANSWERS "PURGED ON THIS DATE FOR THIS REASON" INSTEAD OF THE
002000* DEAD-END MESSAGE.
002020*
002040* THE PARM IS 'USERID,RC,NNNNNNNNN' -- THE REQUESTING USER AND
002050* THE REASON CODE FOR THE LOOKUP (ACCLOG.CPY LISTS THE CODES)
002055* COME FIRST, AND EVERY PROFILE IS WRITTEN TO THE ACCESS LOG.
002060* THE SSN PRINTS ON THE PROFILE AS XXX-XX-SSSS; ',FULLSSN' AT
002070* THE END OF THE PARM PRINTS IT IN FULL.
002100*
002200*    MODIFICATION HISTORY
002300*    -------------------------------------------------------------
002400*    DATE       INIT  DESCRIPTION
002500*    09/16/1988 FR    ORIGINAL PROGRAM.
002510*    10/30/1988 FR    THE PROFILE NOW PRINTS THE SSN AS
002520*                     XXX-XX-SSSS THROUGH THE COMMON SSNMASK
002530*                     ROUTINE. ',FULLSSN' AFTER THE SSN ON THE
002540*                     PARM PRINTS IT IN FULL AND LOGS THE RUN
002550*                     THROUGH AUDITLOG.
002555*    10/31/1988 FR    THE PARM NOW LEADS WITH THE REQUESTING
002560*                     USER AND A REASON CODE, AND EVERY PROFILE
002565*                     IS WRITTEN TO THE INQUIRY ACCESS LOG
002570*                     THROUGH THE COMMON ACCLOG ROUTINE. A RUN
002575*                     WITHOUT BOTH IS REFUSED, AND THE REFUSAL IS
002580*                     LOGGED.
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
009900         88  WS-NO-MORE-CARRIED     VALUE "Y".
010000     05  WS-ARCH-EOF-SWITCH         PIC X(01) VALUE "N".
010100         88  WS-NO-MORE-ARCHIVE     VALUE "Y".
010120     05  WS-ADDRESS-FOUND-SWITCH    PIC X(01) VALUE "N".
010140         88  WS-ADDRESS-WAS-FOUND   VALUE "Y".
010200 01  WS-COUNTERS.
010300     05  WS-HISTORY-LINES           PIC 9(07) VALUE ZERO.
010400     05  WS-REJECT-LINES            PIC 9(07) VALUE ZERO.
010800     05  WS-PARM-SSN                PIC X(09).
010900     05  WS-PARM-SSN-REST           PIC X(21).
011000 01  WS-INQUIRY-SSN                 PIC X(09) VALUE SPACES.
011005 01  WS-PARM-CARD                   PIC X(80) VALUE SPACES.
011010 01  WS-PRINT-PARM                  PIC X(07) VALUE SPACES.
011015 01  WS-PROGRAM-ID                  PIC X(08) VALUE "PERSINQ".
011020 01  WS-RUN-NUMBER                  PIC 9(07) VALUE ZERO.
011025 01  WS-AUDIT-START-FIELDS.
011030     05  WS-AST-IN                  PIC 9(07) VALUE ZERO.
011035     05  WS-AST-OUT                 PIC 9(07) VALUE ZERO.
011040     05  WS-AST-REJECTED            PIC 9(07) VALUE ZERO.
011045     05  WS-AST-OVERFLOW            PIC 9(07) VALUE ZERO.
011050 01  WS-AUDIT-FULL-SSN-TYPE         PIC X(01) VALUE "F".
011055 01  WS-FULL-SSN-MESSAGE            PIC X(40) VALUE
011060     "FULL SSNS PRINTED UNDER FULLSSN PARM".
011065 01  WS-SSN-PRINT-FIELDS.
011070     05  WS-SSN-PRINT-MODE          PIC X(01) VALUE "M".
011075         88  WS-PRINT-FULL-SSN      VALUE "F".
011080     05  WS-PRINTED-SSN             PIC X(11) VALUE SPACES.
011082 01  WS-ACCESS-FIELDS.
011084     05  WS-ACC-FUNCTION            PIC X(01) VALUE "C".
011086     05  WS-ACC-USER                PIC X(08) VALUE SPACES.
011088     05  WS-ACC-REASON              PIC X(02) VALUE SPACES.
011090     05  WS-ACC-REQUEST-TYPE        PIC X(01) VALUE "S".
011092     05  WS-ACC-ARGUMENT            PIC X(20) VALUE SPACES.
011094     05  WS-ACC-MATCH-COUNT         PIC 9(05) VALUE ZERO.
011096     05  WS-ACC-RESULT              PIC X(01) VALUE SPACE.
011098         88  WS-ACCESS-ALLOWED      VALUE "Y".
011100 01  WS-RESPONSE-LINE               PIC X(80) VALUE SPACES.
011200 01  WS-PROFILE-HEADING.
011300     05  FILLER                     PIC X(23) VALUE
011400         "PERSON PROFILE FOR SSN ".
011500     05  WS-PH-SSN                  PIC X(11).
011600     05  FILLER                     PIC X(46) VALUE SPACES.
011700 01  WS-MASTER-LINE.
011800     05  FILLER                     PIC X(12) VALUE
011900         "SSN MASTER  ".
018100     PERFORM 3000-SHOW-ADDRESS THRU 3000-EXIT.
018200     PERFORM 4000-SHOW-NAME-HISTORY THRU 4000-EXIT.
018300     PERFORM 5000-SHOW-OPEN-REJECTS THRU 5000-EXIT.
018350     PERFORM 8000-LOG-ACCESS THRU 8000-EXIT.
018400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018500     STOP RUN.
018600 1000-INITIALIZE.
018700     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
018720     UNSTRING WS-PARM-CARD DELIMITED BY ","
018740         INTO WS-ACC-USER WS-ACC-REASON WS-PARM WS-PRINT-PARM
018760     END-UNSTRING.
018770     MOVE WS-PARM TO WS-ACC-ARGUMENT.
018780     PERFORM 1040-CHECK-ACCESS THRU 1040-EXIT.
018800     IF WS-PARM-SSN IS NUMERIC
018900             AND WS-PARM-SSN-REST = SPACES
019000         MOVE WS-PARM-SSN TO WS-INQUIRY-SSN
019100     ELSE
019200         DISPLAY "USAGE: PERSINQ <USERID>,<RC>,<NINE-DIGIT-SSN>"
019300         MOVE 16 TO RETURN-CODE
019400         STOP RUN
019500     END-IF.
019550     PERFORM 1060-CHECK-SSN-PRINT THRU 1060-EXIT.
019600     OPEN INPUT SSN-MASTER.
019700     OPEN INPUT ADDRESS-MASTER.
019800     OPEN INPUT REASON-FILE.
019900     OPEN OUTPUT PROFILE-OUT.
019920     CALL "SSNMASK" USING WS-SSN-PRINT-MODE
019940         WS-INQUIRY-SSN WS-PRINTED-SSN
019960     END-CALL.
019980     MOVE WS-PRINTED-SSN TO WS-PH-SSN.
020100     WRITE PROFILE-OUT-RECORD FROM WS-PROFILE-HEADING.
020200     MOVE SPACES TO PROFILE-OUT-RECORD.
020300     WRITE PROFILE-OUT-RECORD.
020400 1000-EXIT.
020500     EXIT.
020502 1040-CHECK-ACCESS.
020504*    EVERY LOOKUP GOES ON THE ACCESS LOG UNDER THE USER AND
020506*    REASON CODE FROM THE PARM. A RUN MISSING EITHER ONE ANSWERS
020508*    NOTHING -- ACCLOG HAS ALREADY LOGGED THE REFUSED ATTEMPT.
020510     MOVE "C" TO WS-ACC-FUNCTION.
020512     MOVE ZERO TO WS-ACC-MATCH-COUNT.
020514     CALL "ACCLOG" USING WS-ACC-FUNCTION WS-PROGRAM-ID
020516         WS-ACC-USER WS-ACC-REASON WS-ACC-REQUEST-TYPE
020518         WS-ACC-ARGUMENT WS-ACC-MATCH-COUNT WS-ACC-RESULT
020520     END-CALL.
020522     IF NOT WS-ACCESS-ALLOWED
020524         DISPLAY "PERSINQ ABEND - USER AND REASON CODE REQUIRED"
020526         DISPLAY "    REASON MUST BE CS, BN, CR, AU, LG, OR FR"
020528         MOVE 16 TO RETURN-CODE
020530         STOP RUN
020532     END-IF.
020534 1040-EXIT.
020536     EXIT.
020538 1060-CHECK-SSN-PRINT.
020540*    LISTINGS PRINT XXX-XX-SSSS UNLESS THE RUN IS AUTHORIZED TO
020542*    PRINT FULL SSNS, AND AN AUTHORIZED RUN IS ON THE AUDIT LOG.
020544     IF WS-PRINT-PARM = SPACES
020546         GO TO 1060-EXIT
020548     END-IF.
020550     IF WS-PRINT-PARM NOT = "FULLSSN"
020552         DISPLAY "PERSINQ ABEND - PRINT OPTION MUST BE FULLSSN: "
020554             WS-PRINT-PARM
020556         MOVE 16 TO RETURN-CODE
020558         STOP RUN
020560     END-IF.
020562     MOVE "F" TO WS-SSN-PRINT-MODE.
020564     DISPLAY "FULLSSN PARM - LISTINGS CARRY UNMASKED SSNS".
020566     CALL "AUDITLOG" USING WS-PROGRAM-ID
020568         WS-AST-IN WS-AST-OUT WS-AST-REJECTED
020570         WS-AST-OVERFLOW WS-FULL-SSN-MESSAGE WS-RUN-NUMBER
020572         WS-AUDIT-FULL-SSN-TYPE
020574     END-CALL.
020576 1060-EXIT.
020578     EXIT.
020600 2000-SHOW-MASTER.
020700     MOVE WS-INQUIRY-SSN TO SSN-MASTER-KEY-X.
020800     READ SSN-MASTER
029500         INVALID KEY
029600             PERFORM 3050-PUT-NO-ADDRESS THRU 3050-EXIT
029700         NOT INVALID KEY
029750             MOVE "Y" TO WS-ADDRESS-FOUND-SWITCH
029800             PERFORM 3100-PUT-ADDRESS-LINES THRU 3100-EXIT
029900     END-READ.
030000 3000-EXIT.
037900     ADD 1 TO WS-REJECT-LINES.
038000 5100-EXIT.
038100     EXIT.
038105 8000-LOG-ACCESS.
038110*    THE PROFILE COUNTS AS ONE PERSON SEEN WHEN ANY PART OF IT
038115*    CAME BACK -- THE MASTER, A PURGE, THE ADDRESS, A NAME CHANGE,
038120*    OR AN OPEN REJECT.
038125     IF WS-MASTER-WAS-FOUND OR WS-ADDRESS-WAS-FOUND
038130             OR WS-ARCHIVE-LINES > ZERO OR WS-HISTORY-LINES > ZERO
038135             OR WS-REJECT-LINES > ZERO
038140         MOVE 1 TO WS-ACC-MATCH-COUNT
038145     ELSE
038150         MOVE ZERO TO WS-ACC-MATCH-COUNT
038155     END-IF.
038160     MOVE "L" TO WS-ACC-FUNCTION.
038165     CALL "ACCLOG" USING WS-ACC-FUNCTION WS-PROGRAM-ID
038170         WS-ACC-USER WS-ACC-REASON WS-ACC-REQUEST-TYPE
038175         WS-ACC-ARGUMENT WS-ACC-MATCH-COUNT WS-ACC-RESULT
038180     END-CALL.
038185 8000-EXIT.
038190     EXIT.
038200 9000-TERMINATE.
038300     CLOSE SSN-MASTER ADDRESS-MASTER REASON-FILE PROFILE-OUT.
038400     DISPLAY "PROFILE WRITTEN FOR SSN " WS-INQUIRY-SSN.
