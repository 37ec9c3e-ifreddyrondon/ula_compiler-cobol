000700*****************************************************************
000800* SSNINQ IS THE COMPANION INQUIRY PROGRAM TO SSNFMT. IT ANSWERS
000900* QUESTIONS AGAINST THE SSN MASTER WITHOUT RERUNNING THE CARD
001000* DECK. FIVE FORMS OF INQUIRY ARE SUPPORTED ON THE PARM:
001100*
001200*   NNNNNNNNN    - DIRECT LOOKUP OF ONE NINE-DIGIT SSN
001300*   NAME=XXXX    - SEARCH THE MASTER BY FULL OR PARTIAL NAME
001900*                  HISTORY FROM THE NAME HISTORY FILE
002000*   BATCH        - READ A FILE OF MANY REQUESTS IN THE SAME
002100*                  FORMS AND PRINT A RESPONSE LISTING
002102*   ADDR=ZIPCD/HOUSE/STREET - LIST EVERYONE AT ONE ADDRESS
002104*                  THROUGH THE ADDRESS ALTERNATE INDEX
002110*
002120* THE INQUIRY IS PRECEDED ON THE PARM BY THE REQUESTING USER AND
002130* THE REASON CODE FOR THE LOOKUP -- 'USERID,RC,NAME=SMITH' --
002140* AND EVERY LOOKUP, INCLUDING EACH REQUEST IN A BATCH DECK, IS
002150* WRITTEN TO THE ACCESS LOG (ACCLOG.CPY LISTS THE CODES).
002200*
002300*    MODIFICATION HISTORY
002400*    -------------------------------------------------------------
005300*                     THE ARGUMENT PREFIX. A BATCH DECK FULL OF
005400*                     N REQUESTS NO LONGER REREADS THE FILE
005500*                     ONCE PER REQUEST.
005510*    10/31/1988 FR    THE PARM NOW LEADS WITH THE REQUESTING
005520*                     USER AND A REASON CODE, AND EVERY LOOKUP --
005530*                     EACH REQUEST IN A BATCH DECK SEPARATELY --
005540*                     IS WRITTEN TO THE INQUIRY ACCESS LOG
005550*                     THROUGH THE COMMON ACCLOG ROUTINE WITH ITS
005560*                     ARGUMENT AND HOW MANY RECORDS CAME BACK. A
005570*                     RUN WITHOUT BOTH IS REFUSED, AND THE
005580*                     REFUSAL IS LOGGED.
005582*    11/01/1988 FR    ADDED THE ADDR= INQUIRY AND THE R BATCH
005584*                     REQUEST TYPE -- LISTS EVERYONE AT ONE ZIP,
005586*                     STREET, AND HOUSE NUMBER THROUGH THE ADDRESS
005588*                     ALTERNATE INDEX (ADRNDX.CPY), WITH EACH
005590*                     PERSON'S MASTER RECORD AND BENEFITS STATUS.
005592*                     THE PARM AREA GREW TO HOLD THE ADDRESS.
005600*****************************************************************
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS NDX-KEY.
008010     SELECT ADDRESS-INDEX ASSIGN TO ADRNDX
008020         ORGANIZATION IS INDEXED
008030         ACCESS MODE IS DYNAMIC
008040         RECORD KEY IS AIX-KEY.
008050     SELECT ADDRESS-MASTER ASSIGN TO ADRMSTR
008060         ORGANIZATION IS INDEXED
008070         ACCESS MODE IS DYNAMIC
008080         RECORD KEY IS ADR-KEY.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  SSN-MASTER
009100         88  REQ-IS-NAME            VALUE "N".
009200         88  REQ-IS-AREA            VALUE "A".
009300         88  REQ-IS-HISTORY         VALUE "H".
009350         88  REQ-IS-ADDRESS         VALUE "R".
009400     05  FILLER                     PIC X(01).
009500     05  REQ-ARGUMENT               PIC X(20).
009600     05  FILLER                     PIC X(58).
009610 01  REQUEST-ADDRESS-RECORD.
009620     05  FILLER                     PIC X(02).
009630     05  REQ-ADR-ZIP                PIC X(05).
009640     05  FILLER                     PIC X(01).
009650     05  REQ-ADR-HOUSE              PIC X(06).
009660     05  FILLER                     PIC X(01).
009670     05  REQ-ADR-STREET             PIC X(20).
009680     05  FILLER                     PIC X(45).
009700 FD  NAME-HISTORY
009800     LABEL RECORD IS OMITTED.
009900 COPY NAMHIST.
010600 FD  SSN-NAME-INDEX
010700     LABEL RECORD IS STANDARD.
010800 COPY SSNNDX.
010810 FD  ADDRESS-INDEX
010820     LABEL RECORD IS STANDARD.
010830 COPY ADRNDX.
010840 FD  ADDRESS-MASTER
010850     LABEL RECORD IS STANDARD.
010860 COPY ADRMAST.
010900 WORKING-STORAGE SECTION.
011000 01  WS-SWITCHES.
011100     05  WS-MODE-SWITCH             PIC X(01) VALUE SPACE.
011300         88  WS-NAME-MODE           VALUE "N".
011400         88  WS-AREA-MODE           VALUE "A".
011500         88  WS-HISTORY-MODE        VALUE "H".
011550         88  WS-ADDRESS-MODE        VALUE "R".
011600         88  WS-BATCH-MODE          VALUE "B".
011700     05  WS-FOUND-SWITCH            PIC X(01) VALUE "N".
011800         88  WS-RECORD-FOUND        VALUE "Y".
012600         88  WS-NO-MORE-HISTORY     VALUE "Y".
012700     05  WS-INDEX-EOF-SWITCH        PIC X(01) VALUE "N".
012800         88  WS-NO-MORE-INDEX       VALUE "Y".
012820     05  WS-ADDRESS-ARG-SWITCH      PIC X(01) VALUE "N".
012840         88  WS-ADDRESS-ARG-OK      VALUE "Y".
012900 01  WS-COUNTERS.
013000     05  WS-REQUESTS-PROCESSED      PIC 9(07) VALUE ZERO.
013100     05  WS-RECORDS-MATCHED         PIC 9(07) VALUE ZERO.
013200     05  WS-MATCHES-THIS-REQUEST    PIC 9(07) VALUE ZERO.
013300 01  WS-PARM                        PIC X(40) VALUE SPACES.
013400 01  WS-PARM-FIELDS REDEFINES WS-PARM.
013500     05  WS-PARM-PREFIX             PIC X(05).
013600     05  WS-PARM-REST               PIC X(35).
013700 01  WS-PARM-SSN-FIELDS REDEFINES WS-PARM.
013800     05  WS-PARM-SSN                PIC X(09).
013900     05  WS-PARM-SSN-REST           PIC X(31).
014000 01  WS-INQUIRY-SSN                 PIC X(09) VALUE SPACES.
014100 01  WS-SEARCH-ARG                  PIC X(20) VALUE SPACES.
014200 01  WS-SEARCH-ARG-CHARS REDEFINES WS-SEARCH-ARG.
018500     05  FILLER                     PIC X(04) VALUE " ON ".
018600     05  WS-HL-RUN-DATE             PIC 9(08).
018700     05  FILLER                     PIC X(24) VALUE SPACES.
018705 01  WS-PARM-CARD                   PIC X(80) VALUE SPACES.
018710 01  WS-PROGRAM-ID                  PIC X(08) VALUE "SSNINQ".
018715 01  WS-ACCESS-FIELDS.
018720     05  WS-ACC-FUNCTION            PIC X(01) VALUE "C".
018725     05  WS-ACC-USER                PIC X(08) VALUE SPACES.
018730     05  WS-ACC-REASON              PIC X(02) VALUE SPACES.
018735     05  WS-ACC-REQUEST-TYPE        PIC X(01) VALUE " ".
018740     05  WS-ACC-ARGUMENT            PIC X(20) VALUE SPACES.
018741     05  WS-ACC-ADDRESS-VIEW REDEFINES WS-ACC-ARGUMENT.
018742         10  WS-ACC-ARG-ZIP         PIC X(05).
018743         10  WS-ACC-ARG-HOUSE       PIC X(06).
018744         10  WS-ACC-ARG-STREET      PIC X(09).
018745     05  WS-ACC-MATCH-COUNT         PIC 9(05) VALUE ZERO.
018750     05  WS-ACC-RESULT              PIC X(01) VALUE SPACE.
018755         88  WS-ACCESS-ALLOWED      VALUE "Y".
018765*    THE ADDR= ARGUMENT AS KEYED, AND THE FORM THE ADDRESS INDEX
018767*    CARRIES IT IN -- HOUSE NUMBER RIGHT-JUSTIFIED, STREET UNDER
018769*    ITS ADRSTD SPELLING.
018771 01  WS-ADDRESS-INQUIRY.
018773     05  WS-AI-ZIP                  PIC X(05) VALUE SPACES.
018775     05  WS-AI-HOUSE-X              PIC X(06) VALUE SPACES.
018777     05  WS-AI-STREET               PIC X(20) VALUE SPACES.
018779     05  WS-AI-HOUSE-RIGHT          PIC X(06) JUSTIFIED RIGHT
018781                                    VALUE SPACES.
018783     05  WS-AI-HOUSE REDEFINES WS-AI-HOUSE-RIGHT
018785                                    PIC 9(06).
018787     05  WS-AI-STD-STREET           PIC X(20) VALUE SPACES.
018789     05  WS-AI-STD-RESULT           PIC X(01) VALUE SPACE.
018800 PROCEDURE DIVISION.
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900             PERFORM 4000-BROWSE-AREA THRU 4000-EXIT
020000         WHEN WS-HISTORY-MODE
020100             PERFORM 6000-SHOW-HISTORY THRU 6000-EXIT
020120         WHEN WS-ADDRESS-MODE
020140             PERFORM 6500-LIST-ADDRESS THRU 6500-EXIT
020200     END-EVALUATE.
020220     IF NOT WS-BATCH-MODE
020240         PERFORM 8500-LOG-ACCESS THRU 8500-EXIT
020260     END-IF.
020300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020400     STOP RUN.
020500 1000-INITIALIZE.
020600     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
020620     UNSTRING WS-PARM-CARD DELIMITED BY ","
020640         INTO WS-ACC-USER WS-ACC-REASON WS-PARM
020660     END-UNSTRING.
020700     EVALUATE TRUE
020800         WHEN WS-PARM = SPACES
020900             PERFORM 1200-SHOW-USAGE THRU 1200-EXIT
021100             STOP RUN
021200         WHEN WS-PARM-PREFIX = "BATCH"
021300             MOVE "B" TO WS-MODE-SWITCH
021350             MOVE WS-PARM-PREFIX TO WS-ACC-ARGUMENT
021400         WHEN WS-PARM-PREFIX = "NAME="
021500             MOVE "N" TO WS-MODE-SWITCH
021600             MOVE WS-PARM-REST TO WS-SEARCH-ARG
021650             MOVE WS-PARM-REST TO WS-ACC-ARGUMENT
021700         WHEN WS-PARM-PREFIX = "AREA="
021800             MOVE "A" TO WS-MODE-SWITCH
021900             MOVE WS-PARM-REST TO WS-SEARCH-AREA
021950             MOVE WS-SEARCH-AREA TO WS-ACC-ARGUMENT
022000         WHEN WS-PARM-PREFIX = "HIST="
022100             MOVE "H" TO WS-MODE-SWITCH
022200             MOVE WS-PARM-REST TO WS-INQUIRY-SSN
022250             MOVE WS-INQUIRY-SSN TO WS-ACC-ARGUMENT
022255         WHEN WS-PARM-PREFIX = "ADDR="
022260             MOVE "R" TO WS-MODE-SWITCH
022265             UNSTRING WS-PARM-REST DELIMITED BY "/"
022270                 INTO WS-AI-ZIP WS-AI-HOUSE-X WS-AI-STREET
022275             END-UNSTRING
022280             PERFORM 6520-SET-ADDRESS-ARGUMENT THRU 6520-EXIT
022300         WHEN WS-PARM-SSN IS NUMERIC
022400                 AND WS-PARM-SSN-REST = SPACES
022500             MOVE "S" TO WS-MODE-SWITCH
022600             MOVE WS-PARM-SSN TO WS-INQUIRY-SSN
022650             MOVE WS-INQUIRY-SSN TO WS-ACC-ARGUMENT
022700         WHEN OTHER
022800             PERFORM 1200-SHOW-USAGE THRU 1200-EXIT
022900             MOVE 16 TO RETURN-CODE
023000             STOP RUN
023100     END-EVALUATE.
023120     MOVE WS-MODE-SWITCH TO WS-ACC-REQUEST-TYPE.
023140     PERFORM 1040-CHECK-ACCESS THRU 1040-EXIT.
023200     OPEN INPUT SSN-MASTER.
023300     OPEN INPUT REASON-FILE.
023400     OPEN INPUT SSN-NAME-INDEX.
023420     OPEN INPUT ADDRESS-INDEX.
023440     OPEN INPUT ADDRESS-MASTER.
023500     IF WS-BATCH-MODE
023600         OPEN INPUT REQUEST-IN
023700         OPEN OUTPUT RESPONSE-OUT
023800     END-IF.
023900 1000-EXIT.
024000     EXIT.
024005 1040-CHECK-ACCESS.
024010*    EVERY LOOKUP GOES ON THE ACCESS LOG UNDER THE USER AND
024015*    REASON CODE FROM THE PARM. A RUN MISSING EITHER ONE ANSWERS
024020*    NOTHING -- ACCLOG HAS ALREADY LOGGED THE REFUSED ATTEMPT.
024025     MOVE "C" TO WS-ACC-FUNCTION.
024030     MOVE ZERO TO WS-ACC-MATCH-COUNT.
024035     CALL "ACCLOG" USING WS-ACC-FUNCTION WS-PROGRAM-ID
024040         WS-ACC-USER WS-ACC-REASON WS-ACC-REQUEST-TYPE
024045         WS-ACC-ARGUMENT WS-ACC-MATCH-COUNT WS-ACC-RESULT
024050     END-CALL.
024055     IF NOT WS-ACCESS-ALLOWED
024060         DISPLAY "SSNINQ ABEND - USER AND REASON CODE REQUIRED"
024065         DISPLAY "    REASON MUST BE CS, BN, CR, AU, LG, OR FR"
024070         MOVE 16 TO RETURN-CODE
024075         STOP RUN
024080     END-IF.
024085 1040-EXIT.
024090     EXIT.
024100 1200-SHOW-USAGE.
024200     DISPLAY "USAGE: SSNINQ <USERID>,<RC>,<INQUIRY>".
024220     DISPLAY "       WHERE <INQUIRY> IS ONE OF:".
024240     DISPLAY "       <NINE-DIGIT-SSN>".
024300     DISPLAY "       NAME=<FULL-OR-PARTIAL-NAME>".
024400     DISPLAY "       AREA=<THREE-DIGIT-AREA>".
024500     DISPLAY "       HIST=<NINE-DIGIT-SSN>".
024550     DISPLAY "       ADDR=<ZIP>/<HOUSE-NUMBER>/<STREET>".
024600     DISPLAY "       BATCH".
024700 1200-EXIT.
024800     EXIT.
024900 2000-LOOKUP-SSN.
046400 5200-APPLY-REQUEST.
046500     MOVE REQ-TYPE     TO WS-RH-TYPE.
046600     MOVE REQ-ARGUMENT TO WS-RH-ARGUMENT.
046620     MOVE REQ-TYPE     TO WS-ACC-REQUEST-TYPE.
046640     MOVE REQ-ARGUMENT TO WS-ACC-ARGUMENT.
046660     MOVE ZERO TO WS-MATCHES-THIS-REQUEST.
046700     MOVE SPACES TO RESPONSE-OUT-RECORD.
046800     WRITE RESPONSE-OUT-RECORD.
046900     WRITE RESPONSE-OUT-RECORD FROM WS-REQUEST-HEADER.
048200             MOVE REQ-ARGUMENT TO WS-PARM-SSN-FIELDS
048300             MOVE WS-PARM-SSN  TO WS-INQUIRY-SSN
048400             PERFORM 6000-SHOW-HISTORY THRU 6000-EXIT
048410         WHEN REQ-IS-ADDRESS
048420             MOVE REQ-ADR-ZIP    TO WS-AI-ZIP
048430             MOVE REQ-ADR-HOUSE  TO WS-AI-HOUSE-X
048440             MOVE REQ-ADR-STREET TO WS-AI-STREET
048450             PERFORM 6520-SET-ADDRESS-ARGUMENT THRU 6520-EXIT
048460             PERFORM 6500-LIST-ADDRESS THRU 6500-EXIT
048500         WHEN OTHER
048600             MOVE "UNREADABLE REQUEST - TYPE MUST BE S N A H OR R"
048700                 TO WS-RESPONSE-LINE
048800             PERFORM 8000-PUT-RESPONSE THRU 8000-EXIT
048900     END-EVALUATE.
048950     PERFORM 8500-LOG-ACCESS THRU 8500-EXIT.
049000     PERFORM 5100-READ-REQUEST THRU 5100-EXIT.
049100 5200-EXIT.
049200     EXIT.
052600     ADD 1 TO WS-HISTORY-LINES.
052700 6100-EXIT.
052800     EXIT.
052801 6500-LIST-ADDRESS.
052802*    POSITIONS IN THE ADDRESS ALTERNATE INDEX AT THE ZIP, STREET,
052803*    AND HOUSE NUMBER AND READS FORWARD WHILE ALL THREE STILL
052804*    MATCH, PUTTING EACH PERSON AT THE ADDRESS.
052805     ADD 1 TO WS-REQUESTS-PROCESSED.
052806     MOVE ZERO TO WS-MATCHES-THIS-REQUEST.
052807     PERFORM 6550-EDIT-ADDRESS-ARG THRU 6550-EXIT.
052808     IF NOT WS-ADDRESS-ARG-OK
052809         PERFORM 8000-PUT-RESPONSE THRU 8000-EXIT
052810         GO TO 6500-EXIT
052811     END-IF.
052812     MOVE "N" TO WS-INDEX-EOF-SWITCH.
052813     MOVE WS-AI-ZIP        TO AIX-ZIP.
052814     MOVE WS-AI-STD-STREET TO AIX-STREET.
052815     MOVE WS-AI-HOUSE      TO AIX-HOUSE.
052816     MOVE LOW-VALUES       TO AIX-SSN.
052817     START ADDRESS-INDEX KEY >= AIX-KEY
052818         INVALID KEY
052819             MOVE "Y" TO WS-INDEX-EOF-SWITCH
052820     END-START.
052821     PERFORM 7100-SCAN-ONE-ADDRESS THRU 7100-EXIT
052822         UNTIL WS-NO-MORE-INDEX.
052823     PERFORM 7000-PUT-MATCH-COUNT THRU 7000-EXIT.
052824 6500-EXIT.
052825     EXIT.
052826 6520-SET-ADDRESS-ARGUMENT.
052827*    THE ACCESS LOG HOLDS TWENTY BYTES OF ARGUMENT: THE ZIP, THE
052828*    HOUSE NUMBER AS KEYED, AND THE FRONT OF THE STREET.
052829     MOVE SPACES       TO WS-ACC-ARGUMENT.
052830     MOVE WS-AI-ZIP    TO WS-ACC-ARG-ZIP.
052831     MOVE WS-AI-HOUSE-X TO WS-ACC-ARG-HOUSE.
052832     MOVE WS-AI-STREET TO WS-ACC-ARG-STREET.
052833 6520-EXIT.
052834     EXIT.
052835 6550-EDIT-ADDRESS-ARG.
052836*    PUTS THE ARGUMENT IN THE FORM THE INDEX IS KEYED IN. THE
052837*    HOUSE NUMBER MAY BE KEYED WITH OR WITHOUT LEADING ZEROS, OR
052838*    LEFT BLANK FOR AN ADDRESS THAT HAS NONE; THE STREET IS
052839*    STANDARDIZED THROUGH ADRSTD THE WAY ADRMAINT WRITES IT.
052840     MOVE "N" TO WS-ADDRESS-ARG-SWITCH.
052841     MOVE SPACES TO WS-RESPONSE-LINE.
052842     IF WS-AI-ZIP IS NOT NUMERIC
052843         MOVE "ADDRESS ZIP IS NOT FIVE DIGITS" TO WS-RESPONSE-LINE
052844         GO TO 6550-EXIT
052845     END-IF.
052846     IF WS-AI-STREET = SPACES
052847         MOVE "ADDRESS STREET IS BLANK" TO WS-RESPONSE-LINE
052848         GO TO 6550-EXIT
052849     END-IF.
052850     MOVE SPACES TO WS-AI-HOUSE-RIGHT.
052851     UNSTRING WS-AI-HOUSE-X DELIMITED BY SPACE
052852         INTO WS-AI-HOUSE-RIGHT
052853     END-UNSTRING.
052854     INSPECT WS-AI-HOUSE-RIGHT REPLACING LEADING SPACE BY ZERO.
052855     IF WS-AI-HOUSE-RIGHT IS NOT NUMERIC
052856         MOVE "ADDRESS HOUSE NUMBER IS NOT NUMERIC"
052857             TO WS-RESPONSE-LINE
052858         GO TO 6550-EXIT
052859     END-IF.
052860     CALL "ADRSTD" USING WS-AI-STREET WS-AI-STD-STREET
052861         WS-AI-STD-RESULT
052862     END-CALL.
052863     MOVE "Y" TO WS-ADDRESS-ARG-SWITCH.
052864 6550-EXIT.
052865     EXIT.
052900 7000-PUT-MATCH-COUNT.
053000     IF WS-MATCHES-THIS-REQUEST = ZERO
053100         MOVE "NO RECORDS MATCHED THIS REQUEST"
053400     END-IF.
053500 7000-EXIT.
053600     EXIT.
053602 7100-SCAN-ONE-ADDRESS.
053604     READ ADDRESS-INDEX NEXT RECORD
053606         AT END
053608             MOVE "Y" TO WS-INDEX-EOF-SWITCH
053610             GO TO 7100-EXIT
053612     END-READ.
053614*    THE INDEX IS IN ZIP, STREET, HOUSE ORDER, SO THE FIRST KEY
053616*    AT ANOTHER ADDRESS ENDS THE LIST.
053618     IF AIX-ZIP NOT = WS-AI-ZIP
053620             OR AIX-STREET NOT = WS-AI-STD-STREET
053622             OR AIX-HOUSE NOT = WS-AI-HOUSE
053624         MOVE "Y" TO WS-INDEX-EOF-SWITCH
053626         GO TO 7100-EXIT
053628     END-IF.
053630     MOVE AIX-SSN TO SSN-MASTER-KEY-X.
053632     READ SSN-MASTER
053634         INVALID KEY
053636             PERFORM 7150-PUT-ADDRESS-ONLY THRU 7150-EXIT
053638         NOT INVALID KEY
053640             PERFORM 2100-PUT-RECORD THRU 2100-EXIT
053642     END-READ.
053644 7100-EXIT.
053646     EXIT.
053648 7150-PUT-ADDRESS-ONLY.
053650*    SOMEONE AT THE ADDRESS WITH NO SSN MASTER RECORD IS PUT
053652*    UNDER THE ADDRESS MASTER'S NAME SO THE LIST IS COMPLETE.
053654     MOVE AIX-SSN TO ADR-KEY.
053656     READ ADDRESS-MASTER
053658         INVALID KEY
053660             MOVE SPACES TO ADR-NAME
053662     END-READ.
053664     MOVE AIX-SSN TO SSN-MASTER-KEY-X.
053666     MOVE SSN-MSTR-AREA   TO WS-D-ONE.
053668     MOVE SSN-MSTR-GROUP  TO WS-D-TWO.
053670     MOVE SSN-MSTR-SERIAL TO WS-D-THREE.
053672     MOVE ADR-NAME        TO WS-D-NAME.
053674     MOVE SPACES TO WS-RESPONSE-LINE.
053676     STRING WS-DISPLAY-LINE DELIMITED BY SIZE
053678         "  NO SSN MASTER RECORD" DELIMITED BY SIZE
053680         INTO WS-RESPONSE-LINE
053682     END-STRING.
053684     PERFORM 8000-PUT-RESPONSE THRU 8000-EXIT.
053686     ADD 1 TO WS-RECORDS-MATCHED.
053688     ADD 1 TO WS-MATCHES-THIS-REQUEST.
053690 7150-EXIT.
053692     EXIT.
053700 8000-PUT-RESPONSE.
053800*    ONE RESPONSE PATH FOR EVERY MODE -- THE LINE GOES TO THE
053900*    RESPONSE LISTING IN BATCH MODE AND TO THE OPERATOR'S
054500     END-IF.
054600 8000-EXIT.
054700     EXIT.
054704 8500-LOG-ACCESS.
054708*    ONE ACCESS-LOG ENTRY PER LOOKUP, COUNTING THE MASTER RECORDS
054712*    IT PUT IN FRONT OF THE USER. A HIST= LOOKUP WHOSE SSN IS OFF
054716*    THE MASTER BUT STILL HAS NAME CHANGES ON FILE SAW ONE PERSON.
054720     EVALUATE TRUE
054724         WHEN WS-MATCHES-THIS-REQUEST > 99999
054728             MOVE 99999 TO WS-ACC-MATCH-COUNT
054732         WHEN WS-MATCHES-THIS-REQUEST > ZERO
054736             MOVE WS-MATCHES-THIS-REQUEST TO WS-ACC-MATCH-COUNT
054740         WHEN WS-ACC-REQUEST-TYPE = "H"
054744                 AND WS-HISTORY-LINES > ZERO
054748             MOVE 1 TO WS-ACC-MATCH-COUNT
054752         WHEN OTHER
054756             MOVE ZERO TO WS-ACC-MATCH-COUNT
054760     END-EVALUATE.
054764     MOVE "L" TO WS-ACC-FUNCTION.
054768     CALL "ACCLOG" USING WS-ACC-FUNCTION WS-PROGRAM-ID
054772         WS-ACC-USER WS-ACC-REASON WS-ACC-REQUEST-TYPE
054776         WS-ACC-ARGUMENT WS-ACC-MATCH-COUNT WS-ACC-RESULT
054780     END-CALL.
054784 8500-EXIT.
054788     EXIT.
054800 9000-TERMINATE.
054900     CLOSE SSN-MASTER REASON-FILE SSN-NAME-INDEX
054950         ADDRESS-INDEX ADDRESS-MASTER.
055000     IF WS-BATCH-MODE
055100         CLOSE REQUEST-IN RESPONSE-OUT
055200         DISPLAY "INQUIRY REQUESTS PROCESSED: "
